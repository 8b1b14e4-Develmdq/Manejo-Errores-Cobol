      *****************************************************************
      * COPYBOOK: CPERRSNS                                           *
      *****************************************************************
      * LAYOUT DEL REGISTRO DEL ALMACEN DE VALORES SIN ENMASCARAR    *
      * (DATASET ERRSENS). PGMERROR ENMASCARA LA CLAVE Y EL PRIMER   *
      * REGISTRO DEL CHECKPOINT, EL PUNTO Y EL SQLERRMC SEGUN LA     *
      * TABLA MASKRUL/MSKVSAM (VER CPMSKVSM) ANTES DE MOSTRARLOS Y   *
      * DE GRABAR ERRHIST, ERRVSAM, RESTART, SCHDHOLD Y LOS DISPAROS *
      * DE ALERTA. CUANDO ALGUNA REGLA CAMBIO ALGUN VALOR, LOS       *
      * ORIGINALES SE GRABAN ACA, UN REGISTRO POR OCURRENCIA.        *
      *                                                               *
      * ERRSENS ES EL UNICO LUGAR DONDE QUEDAN LOS VALORES REALES:   *
      * EL DATASET SE PROTEGE CON SU PROPIO PERFIL RACF (UPDATE PARA *
      * LOS JOBS QUE CORREN PGMERROR Y PARA EL DRENAJE, READ SOLO    *
      * PARA LOS JOBS DE REINICIO QUE CORREN PGMERRRST Y PARA EL     *
      * GRUPO DE INVESTIGADORES AUTORIZADOS). EN BATCH LO GRABA      *
      * PGMERROR DIRECTO (OPEN EXTEND); BAJO CICS SE ENCOLA EN LA TD *
      * QUEUE SNSQ Y PGMERRDRN LO DRENA A ERRSENS.                   *
      *                                                               *
      * LA IDENTIDAD (PROGRAMA, FECHA DD-MM-AAAA Y HORA, JOB/STEP O  *
      * TRANSID/TAREA) ES LA MISMA QUE LLEVAN ERRHIST Y RESTART; LA  *
      * FECHA ISO Y LA SECUENCIA SON LA CLAVE DE LA OCURRENCIA EN    *
      * ERRVSAM (LA QUE MUESTRA LA ERRI). APLICADO MARCA QUE CAMPOS  *
      * SALIERON ENMASCARADOS (C/P/U/S, BLANCO = SIN CAMBIOS).       *
      *                                                               *
      * USO: FD DE PGMERROR, PGMERRDRN Y PGMERRRST. LRECL 250.       *
      *****************************************************************
      * AUTOR: MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************

       01 WS-SNS-REC.
          05 WS-SNS-PROGRAMA      PIC X(08).
          05 WS-SNS-FECHA         PIC X(10).
          05 WS-SNS-HORA          PIC X(08).
          05 WS-SNS-JOBNAME       PIC X(08).
          05 WS-SNS-STEPNAME      PIC X(08).
          05 WS-SNS-TRANSID       PIC X(04).
          05 WS-SNS-TASKN         PIC 9(07).
          05 WS-SNS-SISTEMA       PIC X(08).
          05 WS-SNS-APPLID        PIC X(08).
          05 WS-SNS-FECHA-ISO     PIC X(10).
          05 WS-SNS-SECUENCIA     PIC 9(03).
          05 WS-SNS-APLICADO.
             07 WS-SNS-APL-CLAVE  PIC X(01).
             07 WS-SNS-APL-PRIMERA PIC X(01).
             07 WS-SNS-APL-PUNTO  PIC X(01).
             07 WS-SNS-APL-SQLERRMC PIC X(01).
          05 WS-SNS-CHK-CLAVE     PIC X(20).
          05 WS-SNS-CHK-PRIMERA   PIC X(20).
          05 WS-SNS-PUNTO         PIC X(30).
          05 WS-SNS-SQLERRMC      PIC X(70).
          05 FILLER               PIC X(24).
