       PROGRAM-ID. PGMERRDRN.

      *****************************************************************
      *   DRENAJE BATCH DE LAS TD QUEUES ERRQ, ALRQ, ACKQ, AUDQ,      *
      *   SNSQ Y SECQ HACIA ERRHIST, ALERTTRG, ALRTACK, AUDHIST,      *
      *   ERRSENS Y SECEVT                                            *
      *****************************************************************
      * AUTOR : MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************
      *      ALRQ  -> ALERTTRG (LAYOUT CPALRTRG)                      *
      *      ACKQ  -> ALRTACK  (LAYOUT CPALRACK, RECONOCIMIENTOS DE   *
      *                         ALERTAS TOMADAS POR LA ERRU)          *
      *      AUDQ  -> AUDHIST  (LAYOUT CPAUDREG, CAMBIOS HECHOS POR   *
      *                         LAS TRANSACCIONES DESC Y ERRU; LOS    *
      *                         CARGADORES BATCH GRABAN AUDHIST       *
      *                         DIRECTO)                              *
      *      SNSQ  -> ERRSENS  (LAYOUT CPERRSNS, VALORES SIN          *
      *                         ENMASCARAR DE LAS OCURRENCIAS CICS;   *
      *                         DATASET PROTEGIDO, ESTE JOB NECESITA  *
      *                         UPDATE SOBRE EL)                      *
      *      SECQ  -> SECEVT   (LAYOUT CPSECEVT, EVENTOS DE SEGURIDAD *
      *                         DE LAS OCURRENCIAS CICS PARA EL SIEM, *
      *                         LOS CONSUME PGMERRSIE)                *
      *                                                               *
      *   ERRQ Y ALRQ SON COLAS EXTRAPARTITION: LA DCT DE LA REGION   *
      *   LAS RESPALDA EN LOS DATASETS QUE ESTE JOB RECIBE POR LOS    *
      *   (CEMT SET TDQUEUE CLOSED O SWITCH DE EXTENSION), ESTE PASO  *
      *   DRENA, Y UN PASO POSTERIOR CONDICIONADO A RC=0 VACIA LOS    *
      *   DATASETS DE COLA PARA EL PROXIMO CICLO.                     *
      *                                                               *
      *   LA REGION NO LEE ERRPARM, ASI QUE LAS OCURRENCIAS Y LOS     *
      *   DISPAROS CICS LLEGAN SOLO CON EL APPLID: AL DRENAR SE LES   *
      *   COMPLETA EL SISTEMA CON EL DE ERRPARM (EL MISMO QUE USA     *
      *   PGMERROR EN EL BATCH DE ESTE SISTEMA).                      *
      *   POR LA MISMA RAZON LOS DISPAROS CICS LLEGAN SIN GUARDIA     *
      *   RESPONSABLE: AL DRENAR SE LES ESTAMPA EL TITULAR Y EL       *
      *   SUPLENTE DEL GRUPO A LA FECHA/HORA DEL DISPARO, SEGUN EL    *
      *   ROL DE GUARDIAS (DD GUARDIAS, LO LEE PGMGRDRES).            *
      *****************************************************************
      * REANUDACION ANTE ABEND:                                       *
      *   EL DATASET DE CONTROL DRNCTL GUARDA CUANTOS REGISTROS DE    *
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACKQIN-ST.

      *---------------------------------------------------------------*
      * DATASET QUE RESPALDA LA TD QUEUE EXTRAPARTITION AUDQ          *
      *---------------------------------------------------------------*
           SELECT AUDQ-IN-FILE ASSIGN TO 'AUDQIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDQIN-ST.

      *---------------------------------------------------------------*
      * DATASET QUE RESPALDA LA TD QUEUE EXTRAPARTITION SNSQ          *
      *---------------------------------------------------------------*
           SELECT SNSQ-IN-FILE ASSIGN TO 'SNSQIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNSQIN-ST.

      *---------------------------------------------------------------*
      * DATASET QUE RESPALDA LA TD QUEUE EXTRAPARTITION SECQ          *
      *---------------------------------------------------------------*
           SELECT SECQ-IN-FILE ASSIGN TO 'SECQIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECQIN-ST.

      *---------------------------------------------------------------*
      * HISTORICO DE ERRORES (MISMO DD QUE USA PGMERROR EN BATCH)     *
      *---------------------------------------------------------------*
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-ST.

      *---------------------------------------------------------------*
      * HISTORICO PERMANENTE DE CAMBIOS DE CONFIGURACION (LO LEE      *
      * PGMAUDRPT)                                                    *
      *---------------------------------------------------------------*
           SELECT AUD-HIST-FILE ASSIGN TO 'AUDHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDH-ST.

      *---------------------------------------------------------------*
      * ALMACEN PROTEGIDO DE VALORES SIN ENMASCARAR (MISMO DD QUE     *
      * USA PGMERROR EN BATCH)                                        *
      *---------------------------------------------------------------*
           SELECT ERR-SENS-FILE ASSIGN TO 'ERRSENS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERRSENS-ST.

      *---------------------------------------------------------------*
      * EVENTOS DE SEGURIDAD PARA EL SIEM (MISMO DD QUE USA PGMERROR  *
      * EN BATCH)                                                     *
      *---------------------------------------------------------------*
           SELECT SEC-EVT-FILE ASSIGN TO 'SECEVT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECEVT-ST.

      *---------------------------------------------------------------*
      * PARAMETROS DEL MANEJADOR (SOLO SE TOMA EL NOMBRE DEL SISTEMA) *
      *---------------------------------------------------------------*
           SELECT ERR-PRM-FILE ASSIGN TO 'ERRPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERRPRM-ST.

      *---------------------------------------------------------------*
      * CONTROL DE AVANCE DEL DRENAJE (VER NOTA DE REANUDACION)       *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * LOS REGISTROS DE ENTRADA SE LEEN "INTO" EL REGISTRO DE SALIDA *
      * CORRESPONDIENTE; ESTOS 01 SOLO FIJAN EL LRECL Y DEBEN MEDIR   *
      * LO MISMO QUE CPERRLOG (162), CPALRTRG (446), CPALRACK (80),   *
      * CPAUDREG (500), CPERRSNS (250) Y CPSECEVT (250)               *
      * RESPECTIVAMENTE.                                              *
      *---------------------------------------------------------------*
       FD  ERRQ-IN-FILE
           RECORDING MODE IS F.
       01 WS-ERRQIN-REC        PIC X(162).

       FD  ALRQ-IN-FILE
           RECORDING MODE IS F.
       01 WS-ALRQIN-REC        PIC X(446).

       FD  ACKQ-IN-FILE
           RECORDING MODE IS F.
       01 WS-ACKQIN-REC        PIC X(80).

       FD  AUDQ-IN-FILE
           RECORDING MODE IS F.
       01 WS-AUDQIN-REC        PIC X(500).

       FD  SNSQ-IN-FILE
           RECORDING MODE IS F.
       01 WS-SNSQIN-REC        PIC X(250).

       FD  SECQ-IN-FILE
           RECORDING MODE IS F.
       01 WS-SECQIN-REC        PIC X(250).

       FD  ERR-LOG-FILE
           RECORDING MODE IS F.
           COPY CPERRLOG.
           RECORDING MODE IS F.
           COPY CPALRACK.

       FD  AUD-HIST-FILE
           RECORDING MODE IS F.
           COPY CPAUDREG.

       FD  ERR-SENS-FILE
           RECORDING MODE IS F.
           COPY CPERRSNS.

       FD  SEC-EVT-FILE
           RECORDING MODE IS F.
           COPY CPSECEVT.

       FD  ERR-PRM-FILE
           RECORDING MODE IS F.
       01 WS-ERRPRM-REC.
          05 FILLER               PIC X(12).
          05 WS-EPRM-REC-SISTEMA  PIC X(08).
          05 FILLER               PIC X(60).

       FD  DRNCTL-FILE
           RECORDING MODE IS F.
       01 WS-DRNCTL-REC.
          05 WS-CTL-ERRQ-DRENADOS PIC 9(09).
          05 WS-CTL-ALRQ-DRENADOS PIC 9(09).
          05 WS-CTL-ACKQ-DRENADOS PIC 9(09).
          05 WS-CTL-AUDQ-DRENADOS PIC 9(09).
          05 WS-CTL-SNSQ-DRENADOS PIC 9(09).
          05 WS-CTL-SECQ-DRENADOS PIC 9(09).
          05 WS-CTL-FECHA         PIC X(10).
          05 WS-CTL-HORA          PIC X(08).
          05 FILLER               PIC X(07).

       WORKING-STORAGE SECTION.
       77 FILLER               PIC X(26) VALUE '* INICIO WS *'.
          88 ACKQIN-AT-END               VALUE '10'.
          88 ACKQIN-NO-EXISTE            VALUE '35'.

       01 WS-AUDQIN-ST         PIC X(02) VALUE '00'.
          88 AUDQIN-OK                   VALUE '00'.
          88 AUDQIN-AT-END               VALUE '10'.
          88 AUDQIN-NO-EXISTE            VALUE '35'.

       01 WS-SNSQIN-ST         PIC X(02) VALUE '00'.
          88 SNSQIN-OK                   VALUE '00'.
          88 SNSQIN-AT-END               VALUE '10'.
          88 SNSQIN-NO-EXISTE            VALUE '35'.

       01 WS-SECQIN-ST         PIC X(02) VALUE '00'.
          88 SECQIN-OK                   VALUE '00'.
          88 SECQIN-AT-END               VALUE '10'.
          88 SECQIN-NO-EXISTE            VALUE '35'.

       01 WS-LOGFILE-ST        PIC X(02) VALUE '00'.
          88 LOGFILE-OK                  VALUE '00'.
          88 LOGFILE-NO-EXISTE           VALUE '35'.
          88 ACK-OK                      VALUE '00'.
          88 ACK-NO-EXISTE               VALUE '35'.

       01 WS-AUDH-ST           PIC X(02) VALUE '00'.
          88 AUDH-OK                     VALUE '00'.
          88 AUDH-NO-EXISTE              VALUE '35'.

       01 WS-ERRSENS-ST        PIC X(02) VALUE '00'.
          88 ERRSENS-OK                  VALUE '00'.
          88 ERRSENS-NO-EXISTE           VALUE '35'.

       01 WS-SECEVT-ST         PIC X(02) VALUE '00'.
          88 SECEVT-OK                   VALUE '00'.
          88 SECEVT-NO-EXISTE            VALUE '35'.

       01 WS-ERRPRM-ST         PIC X(02) VALUE '00'.
          88 ERRPRM-OK                   VALUE '00'.

       01 WS-DRNCTL-ST         PIC X(02) VALUE '00'.
          88 DRNCTL-OK                   VALUE '00'.
          88 DRNCTL-AT-END               VALUE '10'.
          88 COLA-ES-ERRQ                VALUE 'E'.
          88 COLA-ES-ALRQ                VALUE 'A'.
          88 COLA-ES-ACKQ                VALUE 'K'.
          88 COLA-ES-AUDQ                VALUE 'U'.
          88 COLA-ES-SNSQ                VALUE 'S'.
          88 COLA-ES-SECQ                VALUE 'Q'.

      *---------------------------------------------------------------*
      * DATASET DESTINO REALMENTE ABIERTO: SI EL DD DE LA COLA FALTA, *
          88 TRG-ABIERTO                 VALUE 'S'.
       01 WS-ACK-ABIERTO       PIC X(01) VALUE 'N'.
          88 ACK-ABIERTO                 VALUE 'S'.
       01 WS-AUDH-ABIERTO      PIC X(01) VALUE 'N'.
          88 AUDH-ABIERTO                VALUE 'S'.
       01 WS-SENS-ABIERTO      PIC X(01) VALUE 'N'.
          88 SENS-ABIERTO                VALUE 'S'.
       01 WS-SECEVT-ABIERTO    PIC X(01) VALUE 'N'.
          88 SECEVT-ABIERTO              VALUE 'S'.

      *---------------------------------------------------------------*
      * AVANCE YA CONFIRMADO EN CORRIDAS ANTERIORES (REANUDACION)     *
       01 WS-ERRQ-YA-DRENADOS  PIC 9(09) COMP VALUE ZEROS.
       01 WS-ALRQ-YA-DRENADOS  PIC 9(09) COMP VALUE ZEROS.
       01 WS-ACKQ-YA-DRENADOS  PIC 9(09) COMP VALUE ZEROS.
       01 WS-AUDQ-YA-DRENADOS  PIC 9(09) COMP VALUE ZEROS.
       01 WS-SNSQ-YA-DRENADOS  PIC 9(09) COMP VALUE ZEROS.
       01 WS-SECQ-YA-DRENADOS  PIC 9(09) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * CONTADORES DE LA CORRIDA ACTUAL                               *
       01 WS-ACKQ-LEIDOS       PIC 9(09) COMP VALUE ZEROS.
       01 WS-ACKQ-SALTEADOS    PIC 9(09) COMP VALUE ZEROS.
       01 WS-ACKQ-DRENADOS     PIC 9(09) COMP VALUE ZEROS.
       01 WS-AUDQ-LEIDOS       PIC 9(09) COMP VALUE ZEROS.
       01 WS-AUDQ-SALTEADOS    PIC 9(09) COMP VALUE ZEROS.
       01 WS-AUDQ-DRENADOS     PIC 9(09) COMP VALUE ZEROS.
       01 WS-SNSQ-LEIDOS       PIC 9(09) COMP VALUE ZEROS.
       01 WS-SNSQ-SALTEADOS    PIC 9(09) COMP VALUE ZEROS.
       01 WS-SNSQ-DRENADOS     PIC 9(09) COMP VALUE ZEROS.
       01 WS-SECQ-LEIDOS       PIC 9(09) COMP VALUE ZEROS.
       01 WS-SECQ-SALTEADOS    PIC 9(09) COMP VALUE ZEROS.
       01 WS-SECQ-DRENADOS     PIC 9(09) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * FECHA Y HORA DE LA CORRIDA, PARA EL REGISTRO DE CONTROL       *
       01 WS-FECHA-EDITADA     PIC X(10) VALUE SPACES.
       01 WS-HORA-EDITADA      PIC X(08) VALUE SPACES.

      *---------------------------------------------------------------*
      * SISTEMA DE ORIGEN PARA LOS REGISTROS CICS (ERRPARM). SIN      *
      * ERRPARM QUEDA EN BLANCO Y LO COMPLETA PGMERRCNS.              *
      *---------------------------------------------------------------*
       01 WS-SISTEMA           PIC X(08) VALUE SPACES.

      *---------------------------------------------------------------*
      * GUARDIA RESPONSABLE DE LOS DISPAROS CICS (PGMGRDRES)          *
      *---------------------------------------------------------------*
           COPY CPGRDPRM.

       77 FILLER               PIC X(26) VALUE '* FINAL  WS *'.

      *****************************************************************
           PERFORM 2000-DRENAR-ERRQ
           PERFORM 3000-DRENAR-ALRQ
           PERFORM 4000-DRENAR-ACKQ
           PERFORM 5000-DRENAR-AUDQ
           PERFORM 6000-DRENAR-SNSQ
           PERFORM 6500-DRENAR-SECQ
           PERFORM 8000-IMPRIMIR-BALANCE
           PERFORM 9000-I-CIERRE THRU 9000-F-CIERRE
           .
                          MOVE WS-CTL-ACKQ-DRENADOS
                             TO WS-ACKQ-YA-DRENADOS
                       END-IF
      *---------------------------------------------------------------*
      * IDEM PARA UN DRNCTL GRABADO ANTES DEL CONTADOR DE AUDQ.       *
      *---------------------------------------------------------------*
                       IF WS-CTL-AUDQ-DRENADOS IS NUMERIC
                          MOVE WS-CTL-AUDQ-DRENADOS
                             TO WS-AUDQ-YA-DRENADOS
                       END-IF
      *---------------------------------------------------------------*
      * IDEM PARA UN DRNCTL GRABADO ANTES DEL CONTADOR DE SNSQ.       *
      *---------------------------------------------------------------*
                       IF WS-CTL-SNSQ-DRENADOS IS NUMERIC
                          MOVE WS-CTL-SNSQ-DRENADOS
                             TO WS-SNSQ-YA-DRENADOS
                       END-IF
      *---------------------------------------------------------------*
      * IDEM PARA UN DRNCTL GRABADO ANTES DEL CONTADOR DE SECQ.       *
      *---------------------------------------------------------------*
                       IF WS-CTL-SECQ-DRENADOS IS NUMERIC
                          MOVE WS-CTL-SECQ-DRENADOS
                             TO WS-SECQ-YA-DRENADOS
                       END-IF
                       DISPLAY 'PGMERRDRN: REANUDACION - ERRQ YA '
                               'DRENADOS: ' WS-ERRQ-YA-DRENADOS
                               ' / ALRQ YA DRENADOS: '
                               WS-ALRQ-YA-DRENADOS
                               ' / ACKQ YA DRENADOS: '
                               WS-ACKQ-YA-DRENADOS
                               ' / AUDQ YA DRENADOS: '
                               WS-AUDQ-YA-DRENADOS
                               ' / SNSQ YA DRENADOS: '
                               WS-SNSQ-YA-DRENADOS
                               ' / SECQ YA DRENADOS: '
                               WS-SECQ-YA-DRENADOS
                    END-IF
              END-READ
              CLOSE DRNCTL-FILE
           END-IF

           OPEN INPUT ERR-PRM-FILE
           IF ERRPRM-OK
              READ ERR-PRM-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE WS-EPRM-REC-SISTEMA TO WS-SISTEMA
              END-READ
              CLOSE ERR-PRM-FILE
           END-IF
           .
       1000-F-INICIO.
           EXIT.
                 IF WS-ERRQ-LEIDOS NOT > WS-ERRQ-YA-DRENADOS
                    ADD 1 TO WS-ERRQ-SALTEADOS
                 ELSE
                    IF WS-LOG-SISTEMA = SPACES
                       MOVE WS-SISTEMA TO WS-LOG-SISTEMA
                    END-IF
                    WRITE WS-ERR-LOG-REC
                    IF LOGFILE-OK
                       ADD 1 TO WS-ERRQ-DRENADOS
                 IF WS-ALRQ-LEIDOS NOT > WS-ALRQ-YA-DRENADOS
                    ADD 1 TO WS-ALRQ-SALTEADOS
                 ELSE
                    IF WS-ALERT-SISTEMA = SPACES
                       MOVE WS-SISTEMA TO WS-ALERT-SISTEMA
                    END-IF
                    IF WS-ALERT-TITULAR = SPACES
                       AND WS-ALERT-SUPLENTE = SPACES
                       PERFORM 3250-ESTAMPAR-GUARDIA
                    END-IF
                    WRITE WS-ALERT-REC
                    IF ALERT-OK
                       ADD 1 TO WS-ALRQ-DRENADOS
           END-READ
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * GUARDIA DEL GRUPO DESTINO A LA FECHA/HORA DEL DISPARO (EL     *
      * DRENAJE CORRE DESPUES, PERO EL PAGE SALIO EN ESE MOMENTO)     *
      *---------------------------------------------------------------*
       3250-ESTAMPAR-GUARDIA.

           MOVE 'R'                TO WS-GRDP-ACCION
           MOVE WS-ALERT-GRUPO     TO WS-GRDP-GRUPO
           MOVE WS-ALERT-FECHA     TO WS-GRDP-FECHA
           MOVE WS-ALERT-HORA(1:5) TO WS-GRDP-HORA
           CALL 'PGMGRDRES' USING WS-GRD-PARM
           MOVE WS-GRDP-TITULAR    TO WS-ALERT-TITULAR
           MOVE WS-GRDP-SUPLENTE   TO WS-ALERT-SUPLENTE
           EXIT PARAGRAPH.

      *****************************************************************
      *   DRENAR ACKQ HACIA ALRTACK (MISMO ESQUEMA QUE ERRQ/ALRQ)     *
      *****************************************************************
           END-READ
           EXIT PARAGRAPH.

      *****************************************************************
      *   DRENAR AUDQ HACIA AUDHIST (MISMO ESQUEMA QUE ERRQ/ALRQ)     *
      *****************************************************************
       5000-DRENAR-AUDQ.

           MOVE 'U' TO WS-COLA-ACTUAL
           MOVE 'N' TO WS-FIN-COLA
           OPEN INPUT AUDQ-IN-FILE
           IF AUDQIN-NO-EXISTE
              DISPLAY 'PGMERRDRN: SIN DD AUDQIN - COLA AUDQ OMITIDA'
              MOVE 'S' TO WS-FIN-COLA
           ELSE
              IF NOT AUDQIN-OK
                 DISPLAY 'PGMERRDRN: NO SE PUDO ABRIR AUDQIN - '
                         'STATUS ' WS-AUDQIN-ST
                 MOVE 'S' TO WS-FIN-COLA
                 MOVE 'S' TO WS-HUBO-ERROR
              END-IF
           END-IF

           IF NOT FIN-COLA
              PERFORM 5100-ABRIR-AUDHIST
           END-IF

           PERFORM 5200-DRENAR-UNA-AUDITORIA
                   UNTIL FIN-COLA

           IF AUDQIN-OK OR AUDQIN-AT-END
              CLOSE AUDQ-IN-FILE
           END-IF
           IF AUDH-ABIERTO
              CLOSE AUD-HIST-FILE
              MOVE 'N' TO WS-AUDH-ABIERTO
           END-IF
           EXIT PARAGRAPH.

       5100-ABRIR-AUDHIST.

           OPEN EXTEND AUD-HIST-FILE
           IF AUDH-NO-EXISTE
              OPEN OUTPUT AUD-HIST-FILE
           END-IF
           IF AUDH-OK
              MOVE 'S' TO WS-AUDH-ABIERTO
           ELSE
              DISPLAY 'PGMERRDRN: NO SE PUDO ABRIR AUDHIST - '
                      'STATUS ' WS-AUDH-ST
              MOVE 'S' TO WS-FIN-COLA
              MOVE 'S' TO WS-HUBO-ERROR
           END-IF
           EXIT PARAGRAPH.

       5200-DRENAR-UNA-AUDITORIA.

           READ AUDQ-IN-FILE INTO WS-AUD-REC
              AT END
                 MOVE 'S' TO WS-FIN-COLA
              NOT AT END
                 ADD 1 TO WS-AUDQ-LEIDOS
                 IF WS-AUDQ-LEIDOS NOT > WS-AUDQ-YA-DRENADOS
                    ADD 1 TO WS-AUDQ-SALTEADOS
                 ELSE
                    WRITE WS-AUD-REC
                    IF AUDH-OK
                       ADD 1 TO WS-AUDQ-DRENADOS
                       PERFORM 7000-CONFIRMAR-AVANCE
                    ELSE
                       DISPLAY 'PGMERRDRN: FALLO WRITE AUDHIST - '
                               'STATUS ' WS-AUDH-ST
                       MOVE 'S' TO WS-FIN-COLA
                       MOVE 'S' TO WS-HUBO-ERROR
                    END-IF
                 END-IF
           END-READ
           EXIT PARAGRAPH.

      *****************************************************************
      *   DRENAR SNSQ HACIA ERRSENS (MISMO ESQUEMA QUE ERRQ/ALRQ)     *
      *****************************************************************
       6000-DRENAR-SNSQ.

           MOVE 'S' TO WS-COLA-ACTUAL
           MOVE 'N' TO WS-FIN-COLA
           OPEN INPUT SNSQ-IN-FILE
           IF SNSQIN-NO-EXISTE
              DISPLAY 'PGMERRDRN: SIN DD SNSQIN - COLA SNSQ OMITIDA'
              MOVE 'S' TO WS-FIN-COLA
           ELSE
              IF NOT SNSQIN-OK
                 DISPLAY 'PGMERRDRN: NO SE PUDO ABRIR SNSQIN - '
                         'STATUS ' WS-SNSQIN-ST
                 MOVE 'S' TO WS-FIN-COLA
                 MOVE 'S' TO WS-HUBO-ERROR
              END-IF
           END-IF

           IF NOT FIN-COLA
              PERFORM 6100-ABRIR-ERRSENS
           END-IF

           PERFORM 6200-DRENAR-UN-SENSIBLE
                   UNTIL FIN-COLA

           IF SNSQIN-OK OR SNSQIN-AT-END
              CLOSE SNSQ-IN-FILE
           END-IF
           IF SENS-ABIERTO
              CLOSE ERR-SENS-FILE
              MOVE 'N' TO WS-SENS-ABIERTO
           END-IF
           EXIT PARAGRAPH.

       6100-ABRIR-ERRSENS.

           OPEN EXTEND ERR-SENS-FILE
           IF ERRSENS-NO-EXISTE
              OPEN OUTPUT ERR-SENS-FILE
           END-IF
           IF ERRSENS-OK
              MOVE 'S' TO WS-SENS-ABIERTO
           ELSE
              DISPLAY 'PGMERRDRN: NO SE PUDO ABRIR ERRSENS - '
                      'STATUS ' WS-ERRSENS-ST
              MOVE 'S' TO WS-FIN-COLA
              MOVE 'S' TO WS-HUBO-ERROR
           END-IF
           EXIT PARAGRAPH.

       6200-DRENAR-UN-SENSIBLE.

           READ SNSQ-IN-FILE INTO WS-SNS-REC
              AT END
                 MOVE 'S' TO WS-FIN-COLA
              NOT AT END
                 ADD 1 TO WS-SNSQ-LEIDOS
                 IF WS-SNSQ-LEIDOS NOT > WS-SNSQ-YA-DRENADOS
                    ADD 1 TO WS-SNSQ-SALTEADOS
                 ELSE
                    IF WS-SNS-SISTEMA = SPACES
                       MOVE WS-SISTEMA TO WS-SNS-SISTEMA
                    END-IF
                    WRITE WS-SNS-REC
                    IF ERRSENS-OK
                       ADD 1 TO WS-SNSQ-DRENADOS
                       PERFORM 7000-CONFIRMAR-AVANCE
                    ELSE
                       DISPLAY 'PGMERRDRN: FALLO WRITE ERRSENS - '
                               'STATUS ' WS-ERRSENS-ST
                       MOVE 'S' TO WS-FIN-COLA
                       MOVE 'S' TO WS-HUBO-ERROR
                    END-IF
                 END-IF
           END-READ
           EXIT PARAGRAPH.

      *****************************************************************
      *   DRENAR SECQ HACIA SECEVT (MISMO ESQUEMA QUE ERRQ/ALRQ)      *
      *****************************************************************
       6500-DRENAR-SECQ.

           MOVE 'Q' TO WS-COLA-ACTUAL
           MOVE 'N' TO WS-FIN-COLA
           OPEN INPUT SECQ-IN-FILE
           IF SECQIN-NO-EXISTE
              DISPLAY 'PGMERRDRN: SIN DD SECQIN - COLA SECQ OMITIDA'
              MOVE 'S' TO WS-FIN-COLA
           ELSE
              IF NOT SECQIN-OK
                 DISPLAY 'PGMERRDRN: NO SE PUDO ABRIR SECQIN - '
                         'STATUS ' WS-SECQIN-ST
                 MOVE 'S' TO WS-FIN-COLA
                 MOVE 'S' TO WS-HUBO-ERROR
              END-IF
           END-IF

           IF NOT FIN-COLA
              PERFORM 6600-ABRIR-SECEVT
           END-IF

           PERFORM 6700-DRENAR-UN-EVENTO
                   UNTIL FIN-COLA

           IF SECQIN-OK OR SECQIN-AT-END
              CLOSE SECQ-IN-FILE
           END-IF
           IF SECEVT-ABIERTO
              CLOSE SEC-EVT-FILE
              MOVE 'N' TO WS-SECEVT-ABIERTO
           END-IF
           EXIT PARAGRAPH.

       6600-ABRIR-SECEVT.

           OPEN EXTEND SEC-EVT-FILE
           IF SECEVT-NO-EXISTE
              OPEN OUTPUT SEC-EVT-FILE
           END-IF
           IF SECEVT-OK
              MOVE 'S' TO WS-SECEVT-ABIERTO
           ELSE
              DISPLAY 'PGMERRDRN: NO SE PUDO ABRIR SECEVT - '
                      'STATUS ' WS-SECEVT-ST
              MOVE 'S' TO WS-FIN-COLA
              MOVE 'S' TO WS-HUBO-ERROR
           END-IF
           EXIT PARAGRAPH.

       6700-DRENAR-UN-EVENTO.

           READ SECQ-IN-FILE INTO WS-SEC-REC
              AT END
                 MOVE 'S' TO WS-FIN-COLA
              NOT AT END
                 ADD 1 TO WS-SECQ-LEIDOS
                 IF WS-SECQ-LEIDOS NOT > WS-SECQ-YA-DRENADOS
                    ADD 1 TO WS-SECQ-SALTEADOS
                 ELSE
                    IF WS-SEC-SISTEMA = SPACES
                       MOVE WS-SISTEMA TO WS-SEC-SISTEMA
                    END-IF
                    WRITE WS-SEC-REC
                    IF SECEVT-OK
                       ADD 1 TO WS-SECQ-DRENADOS
                       PERFORM 7000-CONFIRMAR-AVANCE
                    ELSE
                       DISPLAY 'PGMERRDRN: FALLO WRITE SECEVT - '
                               'STATUS ' WS-SECEVT-ST
                       MOVE 'S' TO WS-FIN-COLA
                       MOVE 'S' TO WS-HUBO-ERROR
                    END-IF
                 END-IF
           END-READ
           EXIT PARAGRAPH.

      *****************************************************************
      *   CONFIRMAR EN DRNCTL EL AVANCE LOGRADO HASTA AHORA. ANTES    *
      *   DE GRABAR EL CONTROL SE CIERRA Y REABRE EL DATASET DESTINO  *
                CLOSE ALERT-TRG-FILE
                PERFORM 7100-GRABAR-CONTROL
                OPEN EXTEND ALERT-TRG-FILE
           WHEN COLA-ES-ACKQ
                CLOSE ALR-ACK-FILE
                PERFORM 7100-GRABAR-CONTROL
                OPEN EXTEND ALR-ACK-FILE
           WHEN COLA-ES-SNSQ
                CLOSE ERR-SENS-FILE
                PERFORM 7100-GRABAR-CONTROL
                OPEN EXTEND ERR-SENS-FILE
           WHEN COLA-ES-SECQ
                CLOSE SEC-EVT-FILE
                PERFORM 7100-GRABAR-CONTROL
                OPEN EXTEND SEC-EVT-FILE
           WHEN OTHER
                CLOSE AUD-HIST-FILE
                PERFORM 7100-GRABAR-CONTROL
                OPEN EXTEND AUD-HIST-FILE
           END-EVALUATE
           EXIT PARAGRAPH.

              COMPUTE WS-CTL-ACKQ-DRENADOS
                 = WS-ACKQ-YA-DRENADOS + WS-ACKQ-DRENADOS
              END-COMPUTE
              COMPUTE WS-CTL-AUDQ-DRENADOS
                 = WS-AUDQ-YA-DRENADOS + WS-AUDQ-DRENADOS
              END-COMPUTE
              COMPUTE WS-CTL-SNSQ-DRENADOS
                 = WS-SNSQ-YA-DRENADOS + WS-SNSQ-DRENADOS
              END-COMPUTE
              COMPUTE WS-CTL-SECQ-DRENADOS
                 = WS-SECQ-YA-DRENADOS + WS-SECQ-DRENADOS
              END-COMPUTE
              MOVE WS-FECHA-EDITADA TO WS-CTL-FECHA
              MOVE WS-HORA-EDITADA  TO WS-CTL-HORA
              MOVE SPACES TO WS-DRNCTL-REC(74:7)
              WRITE WS-DRNCTL-REC
              CLOSE DRNCTL-FILE
           ELSE
           DISPLAY '  LEIDOS            : ' WS-ACKQ-LEIDOS
           DISPLAY '  YA DRENADOS ANTES : ' WS-ACKQ-SALTEADOS
           DISPLAY '  DRENADOS AHORA    : ' WS-ACKQ-DRENADOS
           DISPLAY WS-SEPARADOR-MIN
           DISPLAY 'COLA AUDQ  -> AUDHIST'
           DISPLAY '  LEIDOS            : ' WS-AUDQ-LEIDOS
           DISPLAY '  YA DRENADOS ANTES : ' WS-AUDQ-SALTEADOS
           DISPLAY '  DRENADOS AHORA    : ' WS-AUDQ-DRENADOS
           DISPLAY WS-SEPARADOR-MIN
           DISPLAY 'COLA SNSQ  -> ERRSENS'
           DISPLAY '  LEIDOS            : ' WS-SNSQ-LEIDOS
           DISPLAY '  YA DRENADOS ANTES : ' WS-SNSQ-SALTEADOS
           DISPLAY '  DRENADOS AHORA    : ' WS-SNSQ-DRENADOS
           DISPLAY WS-SEPARADOR-MIN
           DISPLAY 'COLA SECQ  -> SECEVT'
           DISPLAY '  LEIDOS            : ' WS-SECQ-LEIDOS
           DISPLAY '  YA DRENADOS ANTES : ' WS-SECQ-SALTEADOS
           DISPLAY '  DRENADOS AHORA    : ' WS-SECQ-DRENADOS
           DISPLAY WS-SEPARADOR
           EXIT PARAGRAPH.

                 MOVE ZEROS TO WS-CTL-ERRQ-DRENADOS
                 MOVE ZEROS TO WS-CTL-ALRQ-DRENADOS
                 MOVE ZEROS TO WS-CTL-ACKQ-DRENADOS
                 MOVE ZEROS TO WS-CTL-AUDQ-DRENADOS
                 MOVE ZEROS TO WS-CTL-SNSQ-DRENADOS
                 MOVE ZEROS TO WS-CTL-SECQ-DRENADOS
                 MOVE WS-FECHA-EDITADA TO WS-CTL-FECHA
                 MOVE WS-HORA-EDITADA  TO WS-CTL-HORA
                 MOVE SPACES TO WS-DRNCTL-REC(74:7)
                 WRITE WS-DRNCTL-REC
                 CLOSE DRNCTL-FILE
              ELSE
