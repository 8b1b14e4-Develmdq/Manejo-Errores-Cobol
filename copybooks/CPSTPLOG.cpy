      *****************************************************************
      * COPYBOOK: CPSTPLOG                                           *
      *****************************************************************
      * LAYOUT DEL LEDGER DE EJECUCIONES DE PASO (DD STEPLOG): UN    *
      * REGISTRO 'I' AL ARRANCAR Y UNO 'F' AL TERMINAR CADA PASO QUE *
      * CORRE BAJO PGMSTPDR, HAYA FALLADO O NO. EL HISTORICO DE      *
      * ERRORES SOLO VE LOS FALLOS; EL LEDGER DA EL TOTAL DE         *
      * CORRIDAS, LA DURACION Y SI EL PASO CORRIO. LO LEE PGMSTPRPT. *
      *                                                               *
      * EL 'F' REPITE LOS DATOS DEL 'I' Y AGREGA FIN, DURACION, RC Y *
      * USO DE PGMERROR. UN 'I' SIN SU 'F' ES UN PASO QUE ABENDO (O  *
      * QUE TODAVIA ESTA CORRIENDO): PGMERROR DEVUELVE EL CONTROL,   *
      * ASI QUE TODA TERMINACION NORMAL O CON RC DEJA SU 'F'.        *
      *                                                               *
      * FECHAS AAAA-MM-DD, HORAS HH:MM:SS. DURACION EN SEGUNDOS CON  *
      * CENTESIMAS. LRECL 100.                                       *
      *****************************************************************
      * AUTOR: MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************

       01 WS-STL-REC.
          05 WS-STL-TIPO          PIC X(01).
             88 STL-INICIO                 VALUE 'I'.
             88 STL-FIN                    VALUE 'F'.
          05 WS-STL-JOBNAME       PIC X(08).
          05 WS-STL-STEPNAME      PIC X(08).
          05 WS-STL-PROGRAMA      PIC X(08).
          05 WS-STL-INI-FECHA     PIC X(10).
          05 WS-STL-INI-HORA      PIC X(08).
          05 WS-STL-FIN-FECHA     PIC X(10).
          05 WS-STL-FIN-HORA      PIC X(08).
          05 WS-STL-DURACION      PIC 9(07)V99.
      *---------------------------------------------------------------*
      * RC CON EL QUE VOLVIO LA APLICACION Y RC FINAL DEL PASO (EL    *
      * QUE VE EL SCHEDULER, YA CLASIFICADO SI HUBO REPORTE VIA       *
      * PGMERROR)                                                     *
      *---------------------------------------------------------------*
          05 WS-STL-RC-APLICACION PIC 9(04).
          05 WS-STL-RC-PASO       PIC 9(04).
      *---------------------------------------------------------------*
      * USO DE PGMERROR: 'N' NINGUNO, 'A' LO LLAMO LA APLICACION,     *
      * 'D' LO LLAMO EL DRIVER (RC SIN REPORTE O MODULO NO CARGADO).  *
      * RESULTADO: WS-ERR-RESULTADO AL VOLVER (ESPACIO SI 'N').       *
      *---------------------------------------------------------------*
          05 WS-STL-PGMERROR      PIC X(01).
             88 STL-SIN-PGMERROR           VALUE 'N'.
             88 STL-PGMERROR-APLICACION    VALUE 'A'.
             88 STL-PGMERROR-DRIVER        VALUE 'D'.
          05 WS-STL-RESULTADO     PIC X(01).
          05 FILLER               PIC X(20).
