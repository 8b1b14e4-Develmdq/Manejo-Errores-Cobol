      *   REANUDA EL MISMO ARCHIVO NO DEBE REANUDAR. LOS CHECKPOINTS  *
      *   VIEJOS SIN HUELLA REANUDAN SIN VERIFICAR, COMO SIEMPRE.     *
      *                                                               *
      *   CHECKPOINTS ENMASCARADOS: SI PGMERROR GRABO LA CLAVE Y/O LA *
      *   HUELLA ENMASCARADAS (WS-RST-ENMASCARADO, VER CPRSTREC), LOS *
      *   VALORES REALES SE LEEN DEL ALMACEN PROTEGIDO ERRSENS (DD    *
      *   ERRSENS, VER CPERRSNS) POR PROGRAMA+JOB+STEP+FECHA+HORA DEL *
      *   CHECKPOINT. EL JOB DE REINICIO DEBE TENER LECTURA SOBRE ESE *
      *   DATASET. SI NO SE ENCUENTRAN, EL SALTO SE RECHAZA IGUAL QUE *
      *   CON LA HUELLA PERO CON RESULTADO '20': REANUDAR CON UNA     *
      *   CLAVE ENMASCARADA ES POSICIONARSE EN CUALQUIER LADO.        *
      *                                                               *
      *   ACCION 'D' (DEPURAR) - HOUSEKEEPING (VIA PGMRSTHK EN JCL):  *
      *   RESTART SE ABRE EXTEND Y SOLO CRECE; ESTA ACCION COPIA A    *
      *   RSTNEW SOLO LOS CHECKPOINTS PENDIENTES CON FECHA DENTRO DE  *
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTNEW-ST.

      *---------------------------------------------------------------*
      * ALMACEN PROTEGIDO DE VALORES SIN ENMASCARAR (SOLO SE ABRE SI  *
      * EL CHECKPOINT HALLADO ESTA ENMASCARADO)                       *
      *---------------------------------------------------------------*
           SELECT ERR-SENS-FILE ASSIGN TO 'ERRSENS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERRSENS-ST.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
                  DEPENDING ON WS-CHKIN-LON.
       01 WS-CHKIN-REC         PIC X(32760).

       FD  ERR-SENS-FILE
           RECORDING MODE IS F.
           COPY CPERRSNS.

       WORKING-STORAGE SECTION.
       77 FILLER               PIC X(26) VALUE '* INICIO WS *'.


       77 WS-CHKIN-LON         PIC 9(05) COMP VALUE ZEROS.

       01 WS-ERRSENS-ST        PIC X(02) VALUE '00'.
          88 ERRSENS-OK                  VALUE '00'.
          88 ERRSENS-AT-END              VALUE '10'.

       01 WS-FIN-ARCHIVO       PIC X(01) VALUE 'N'.
          88 FIN-ARCHIVO                 VALUE 'S'.

       01 WS-DD-HALLADO        PIC X(08) VALUE SPACES.
       01 WS-PRIMERA-HALLADA   PIC X(20) VALUE SPACES.

      *---------------------------------------------------------------*
      * IDENTIDAD DEL CHECKPOINT HALLADO, PARA UBICAR SUS VALORES     *
      * REALES EN ERRSENS CUANDO SE GRABO ENMASCARADO                 *
      *---------------------------------------------------------------*
       01 WS-ENMASC-HALLADO    PIC X(01) VALUE SPACE.
          88 HALLADO-ENMASCARADO         VALUE 'S'.
       01 WS-PGM-HALLADO       PIC X(08) VALUE SPACES.
       01 WS-FECHA-HALLADA     PIC X(10) VALUE SPACES.
       01 WS-HORA-HALLADA      PIC X(08) VALUE SPACES.
       01 WS-ORIGINAL-HALLADO  PIC X(01) VALUE 'N'.
          88 ORIGINAL-HALLADO            VALUE 'S'.
       01 WS-FIN-SENSIBLES     PIC X(01) VALUE 'N'.
          88 FIN-SENSIBLES               VALUE 'S'.

      *---------------------------------------------------------------*
      * RECORRIDO DEL INSUMO DURANTE LA VERIFICACION DE HUELLA        *
      *---------------------------------------------------------------*
      * MISMO; EL CONSUMO DE LOS CHECKPOINTS SE HACE IGUAL (HUELLA    *
      * RECHAZADA = CORRIDA LIMPIA, NO UN REINTENTO DEL SALTO).       *
      *---------------------------------------------------------------*
              IF HALLADO-ENMASCARADO
                 PERFORM 2300-RECUPERAR-ORIGINALES
              END-IF
              IF WS-DD-HALLADO NOT = SPACES
                 AND RSTP-OK
                 PERFORM 2500-VERIFICAR-HUELLA
              END-IF
              PERFORM 3000-CONSUMIR-CHECKPOINT
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   EL CHECKPOINT HALLADO SE GRABO ENMASCARADO: TOMAR LA CLAVE  *
      *   Y LA HUELLA REALES DE ERRSENS. PGMERROR GRABA AMBOS CON LA  *
      *   MISMA IDENTIDAD (PROGRAMA, JOB, STEP, FECHA Y HORA); SI HAY *
      *   MAS DE UNO, GANA EL ULTIMO (ERRSENS TAMBIEN SE GRABA EN     *
      *   EXTEND). SIN ORIGINAL NO HAY SALTO (VER ENCABEZADO).        *
      *****************************************************************
       2300-RECUPERAR-ORIGINALES.

           MOVE 'N' TO WS-ORIGINAL-HALLADO
           MOVE 'N' TO WS-FIN-SENSIBLES
           OPEN INPUT ERR-SENS-FILE
           IF NOT ERRSENS-OK
              DISPLAY 'PGMERRRST: CHECKPOINT ENMASCARADO Y ERRSENS '
                      'ILEGIBLE - STATUS ' WS-ERRSENS-ST
                      ' - SE RECHAZA EL SALTO'
              MOVE 'S' TO WS-FIN-SENSIBLES
           END-IF

           PERFORM 2310-LEER-SENSIBLE
                   UNTIL FIN-SENSIBLES

           IF ERRSENS-OK OR ERRSENS-AT-END
              CLOSE ERR-SENS-FILE
              IF NOT ORIGINAL-HALLADO
                 DISPLAY 'PGMERRRST: CHECKPOINT ENMASCARADO DE '
                         WS-PGM-HALLADO ' DEL ' WS-FECHA-HALLADA
                         ' ' WS-HORA-HALLADA ' SIN ORIGINAL EN '
                         'ERRSENS - SE RECHAZA EL SALTO'
              END-IF
           END-IF

           IF NOT ORIGINAL-HALLADO
              MOVE '20' TO WS-RSTP-RESULTADO
           END-IF
           EXIT PARAGRAPH.

       2310-LEER-SENSIBLE.

           READ ERR-SENS-FILE
              AT END
                 MOVE 'S' TO WS-FIN-SENSIBLES
              NOT AT END
                 IF WS-SNS-PROGRAMA = WS-PGM-HALLADO
                    AND WS-SNS-JOBNAME = WS-RSTP-JOBNAME
                    AND WS-SNS-STEPNAME = WS-RSTP-STEPNAME
                    AND WS-SNS-FECHA = WS-FECHA-HALLADA
                    AND WS-SNS-HORA = WS-HORA-HALLADA
                    MOVE 'S' TO WS-ORIGINAL-HALLADO
                    MOVE WS-SNS-CHK-CLAVE   TO WS-CLAVE-HALLADA
                    MOVE WS-SNS-CHK-PRIMERA TO WS-PRIMERA-HALLADA
                 END-IF
           END-READ
           EXIT PARAGRAPH.

      *****************************************************************
      *   VERIFICAR LA HUELLA DEL INSUMO: EL PRIMER REGISTRO Y EL     *
      *   REGISTRO DEL CONTADOR DEBEN COINCIDIR CON LO GRABADO EN EL  *
                    MOVE WS-RST-CHK-CONTADOR TO WS-CONT-HALLADO
                    MOVE WS-RST-CHK-DDNAME TO WS-DD-HALLADO
                    MOVE WS-RST-CHK-PRIMERA TO WS-PRIMERA-HALLADA
                    MOVE WS-RST-ENMASCARADO TO WS-ENMASC-HALLADO
                    MOVE WS-RST-PROGRAMA   TO WS-PGM-HALLADO
                    MOVE WS-RST-FECHA      TO WS-FECHA-HALLADA
                    MOVE WS-RST-HORA       TO WS-HORA-HALLADA
                 END-IF
           END-READ
           EXIT PARAGRAPH.
