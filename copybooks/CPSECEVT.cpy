      *****************************************************************
      * COPYBOOK: CPSECEVT                                           *
      *****************************************************************
      * LAYOUT DEL REGISTRO DE EVENTOS DE SEGURIDAD (DATASET SECEVT):*
      * UNA OCURRENCIA DE CLASE 'S' (SEGURIDAD-AUTORIZACION SEGUN    *
      * RCCLASS: -551, -922, FILE STATUS 37...) CON QUIEN, DONDE Y   *
      * SOBRE QUE OBJETO FALLO. EN BATCH LO GRABA PGMERROR DIRECTO   *
      * (OPEN EXTEND); BAJO CICS SE ENCOLA EN LA TD QUEUE SECQ Y     *
      * PGMERRDRN LO DRENA A SECEVT. LO LEE PGMERRSIE PARA ARMAR EL  *
      * FEED DEL SIEM.                                               *
      *                                                               *
      * USUARIO: EL QUE INFORMO EL LLAMADOR (WS-ERR-USUARIO); BAJO   *
      * CICS, SI NO LO INFORMO, EL USERID DE LA TAREA; EN BATCH, SI  *
      * NO LO INFORMO, EL AUTHID QUE DEVUELVE DB2 EN EL SQLERRMC DE  *
      * UN -551. PUEDE QUEDAR EN BLANCO (FS 37 EN BATCH): ENTONCES   *
      * EL EVENTO SE ATRIBUYE AL JOB O A LA TERMINAL.                *
      * OBJETO: EN UN -551 EL OBJETO DEL SQLERRMC (TERCER TOKEN); EN *
      * UN -922 EL TIPO DE AUTORIZACION QUE FALLO (PRIMER TOKEN); EN *
      * OTRO SQLCODE EL SQLERRMC YA ENMASCARADO CON LOS TOKENS       *
      * SEPARADOS POR '/'; EN UN FILE STATUS EL DD INFORMADO EN      *
      * WS-ERR-CHK-DDNAME. SOLO ESOS TOKENS DE UN -551/-922 (OBJETO  *
      * Y AUTHID) SALEN DEL SQLERRMC ORIGINAL; EL SQLERRMC COMPLETO  *
      * VA ENMASCARADO, IGUAL QUE EN ERRHIST.                        *
      *                                                               *
      * FECHA AAAA-MM-DD, HORA HH:MM:SS. USO: FD DE PGMERROR,        *
      * PGMERRDRN Y PGMERRSIE. LRECL 250.                            *
      *****************************************************************
      * AUTOR: MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************

       01 WS-SEC-REC.
          05 WS-SEC-FECHA         PIC X(10).
          05 WS-SEC-HORA          PIC X(08).
          05 WS-SEC-SISTEMA       PIC X(08).
          05 WS-SEC-APPLID        PIC X(08).
          05 WS-SEC-ENTORNO       PIC X(05).
          05 WS-SEC-USUARIO       PIC X(08).
          05 WS-SEC-TERMID        PIC X(04).
          05 WS-SEC-TRANSID       PIC X(04).
          05 WS-SEC-TASKN         PIC 9(07).
          05 WS-SEC-JOBNAME       PIC X(08).
          05 WS-SEC-STEPNAME      PIC X(08).
          05 WS-SEC-PROGRAMA      PIC X(08).
          05 WS-SEC-PUNTO         PIC X(30).
          05 WS-SEC-SQLCODE       PIC S9(09).
          05 WS-SEC-FILE-STATUS   PIC X(02).
          05 WS-SEC-SEVERIDAD     PIC X(01).
      *---------------------------------------------------------------*
      * 'M' = DENTRO DE UNA VENTANA DE MANTENIMIENTO (MNTCAL). EL     *
      * EVENTO SE GRABA IGUAL: LA VENTANA SOLO SILENCIA EL PAGE.      *
      *---------------------------------------------------------------*
          05 WS-SEC-MANTENIMIENTO PIC X(01).
          05 WS-SEC-OBJETO        PIC X(40).
          05 WS-SEC-SQLERRMC      PIC X(70).
          05 FILLER               PIC X(11).
