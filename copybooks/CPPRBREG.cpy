      *****************************************************************
      * COPYBOOK: CPPRBREG                                           *
      *****************************************************************
      * LAYOUT DEL REGISTRO DEL KSDS PRBVSAM: REGISTROS DE PROBLEMA. *
      * UN PROBLEMA AGRUPA BAJO UNA MISMA CAUSA RAIZ LAS OCURRENCIAS *
      * DE ERRVSAM RELACIONADAS (UNA CAIDA DE DB2 CON -904, UN       *
      * ARCHIVO COMPARTIDO QUE FALTA, UN JOB QUE FALLA EN VARIOS     *
      * PASOS): LO TOMA UN SOLO DUENO, SE RESUELVE UNA SOLA VEZ Y LA *
      * MESA DE AYUDA RECIBE UN SOLO TICKET.                         *
      *                                                               *
      * LOS ARMA EL JOB DE CORRELACION PGMPRBCOR (CRITERIO 'C'       *
      * MISMO CODIGO, 'J' MISMO JOB, 'R' MISMO RECURSO/PUNTO, TODOS  *
      * DENTRO DE UNA VENTANA DE TIEMPO) O SOPORTE A MANO DESDE LA   *
      * ERRU (CRITERIO 'M'). LOS VINCULOS CON LAS OCURRENCIAS VIVEN  *
      * EN PRBLINK (VER CPPRBLNK). DUENO Y CAUSA RAIZ SE MANTIENEN Y *
      * EL PROBLEMA SE RESUELVE CON LA TRANSACCION PRBU (PGMPRBUPD), *
      * QUE RESUELVE TAMBIEN TODAS LAS OCURRENCIAS VINCULADAS.       *
      *                                                               *
      * CLAVE: 'PRB' + NUMERO DE 7 DIGITOS. EL REGISTRO DE CLAVE     *
      * 'PRB0000000' ES DE CONTROL: LLEVA EL ULTIMO NUMERO ASIGNADO  *
      * (VISTA WS-PRB-CTL) Y NO ES UN PROBLEMA.                      *
      *                                                               *
      * REPRESENTANTE: CLAVE DE ERRVSAM DE LA PRIMERA OCURRENCIA DEL *
      * PROBLEMA. LA APERTURA DE TICKET DEL PROBLEMA VIAJA A LA MESA *
      * DE AYUDA CON ESA CLAVE (VER PGMERRTKT), Y LA RESPUESTA VUELVE*
      * CON ELLA.                                                    *
      *                                                               *
      * USO: FD DE PGMPRBCOR Y PGMERRTKT; WORKING-STORAGE DE         *
      * PGMERRUPD Y PGMPRBUPD. LRECL 250, CLAVE 10 EN POSICION 0.    *
      *****************************************************************
      * AUTOR: MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************

       01 WS-PRB-REC.
          05 WS-PRB-ID               PIC X(10).
          05 WS-PRB-DATOS.
             07 WS-PRB-ESTADO        PIC X(01).
                88 PRB-ABIERTO                 VALUE 'A'.
                88 PRB-RESUELTO                VALUE 'R'.
             07 WS-PRB-CRITERIO      PIC X(01).
                88 PRB-POR-CODIGO              VALUE 'C'.
                88 PRB-POR-JOB                 VALUE 'J'.
                88 PRB-POR-RECURSO             VALUE 'R'.
                88 PRB-MANUAL                  VALUE 'M'.
      *---------------------------------------------------------------*
      * VALOR COMPARTIDO SEGUN EL CRITERIO: 'C' TIPO ('S'/'F') +      *
      * CODIGO EN EL FORMATO DE LA CLAVE DE KNOWNERR; 'J' JOBNAME;    *
      * 'R' PUNTO; 'M' EL PUNTO DE LA OCURRENCIA QUE LO ORIGINO.      *
      *---------------------------------------------------------------*
             07 WS-PRB-VALOR         PIC X(30).
             07 WS-PRB-SEVERIDAD     PIC X(01).
             07 WS-PRB-CANTIDAD      PIC 9(05).
             07 WS-PRB-REP-CLAVE.
                09 WS-PRB-REP-PROGRAMA  PIC X(08).
                09 WS-PRB-REP-FECHA     PIC X(10).
                09 WS-PRB-REP-HORA      PIC X(08).
                09 WS-PRB-REP-SECUENCIA PIC 9(03).
             07 WS-PRB-ULT-FECHA     PIC X(10).
             07 WS-PRB-ULT-HORA      PIC X(08).
             07 WS-PRB-DUENO         PIC X(08).
             07 WS-PRB-CAUSA         PIC X(60).
             07 WS-PRB-ALTA-USUARIO  PIC X(08).
             07 WS-PRB-ALTA-FECHA    PIC X(10).
             07 WS-PRB-ALTA-HORA     PIC X(08).
             07 WS-PRB-EST-USUARIO   PIC X(08).
             07 WS-PRB-EST-FECHA     PIC X(10).
             07 WS-PRB-EST-HORA      PIC X(08).
      *---------------------------------------------------------------*
      * INTERFAZ CON LA MESA DE AYUDA: MISMOS VALORES QUE             *
      * WS-VSAM-TKT-ESTADO DE CPERRVSM (' ' SIN PEDIDO, 'P' PEDIDO,   *
      * 'A' ABIERTO, 'C' CERRADO)                                     *
      *---------------------------------------------------------------*
             07 WS-PRB-TICKET        PIC X(10).
             07 WS-PRB-TKT-ESTADO    PIC X(01).
                88 PRB-TKT-SIN-PEDIDO          VALUE ' '.
                88 PRB-TKT-PEDIDO              VALUE 'P'.
                88 PRB-TKT-ABIERTO             VALUE 'A'.
                88 PRB-TKT-CERRADO             VALUE 'C'.
             07 FILLER               PIC X(24).
          05 WS-PRB-CTL REDEFINES WS-PRB-DATOS.
             07 WS-PRB-CTL-ULTIMO    PIC 9(07).
             07 FILLER               PIC X(233).
