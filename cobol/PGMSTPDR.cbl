      *   SIN HABER PASADO POR PGMERROR, EL DRIVER REPORTA EL FALLO   *
      *   A TRAVES DE PGMERROR (QUEDA EN ERRHIST/ERRVSAM CON TODO EL  *
      *   CONTEXTO Y EL PASO CANCELA CON RC CLASIFICADO). COMO SE     *
      *   DETECTA: PGMERROR SIEMPRE DEJA WS-ERR-RESULTADO EN 'R',     *
      *   'X' O 'Q' (VER SU 2600 Y 2650); EL DRIVER LO PONE EN        *
      *   ESPACIO ANTES DE LLAMAR, ASI QUE UN ESPACIO AL VOLVER =     *
      *   NADIE LLAMO A PGMERROR EN TODO EL PASO.                     *
      *                                                               *
      *   LEDGER DE EJECUCIONES: ANTES DE LLAMAR A LA APLICACION EL   *
      *   DRIVER GRABA EN STEPLOG UN REGISTRO DE INICIO Y, AL VOLVER, *
      *   UNO DE FIN CON DURACION, RC DE LA APLICACION, RC FINAL DEL  *
      *   PASO Y SI INTERVINO PGMERROR (VER CPSTPLOG). CADA ARCHIVO   *
      *   SE ABRE Y CIERRA EN EL MOMENTO, ASI EL INICIO QUEDA GRABADO *
      *   AUNQUE EL PASO ABENDE. UN FALLO DEL LEDGER SE AVISA EN EL   *
      *   SPOOL Y NO AFECTA AL PASO NI A SU RC. PGMSTPRPT LO LEE.     *
      *****************************************************************
      * DD:                                                           *
      *   STEPLOG: LEDGER DE EJECUCIONES (DISP=MOD). CONVIENE UN      *
      *            DATASET POR JOB (P.EJ. CON EL JOBNAME EN EL DSN)   *
      *            PARA QUE LOS JOBS CONCURRENTES NO SE SERIALICEN    *
      *            POR EL ENQ; EL REPORTE LOS CONCATENA. SIN DD EL    *
      *            PASO CORRE IGUAL, SIN LEDGER.                      *
      *****************************************************************
      * PARM (POSICIONES FIJAS, 24 BYTES):                            *
      *   1-8   JOBNAME                                               *
       SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-LOG-FILE ASSIGN TO 'STEPLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STL-ST.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
       FD  STEP-LOG-FILE
           RECORDING MODE IS F.
           COPY CPSTPLOG.

       WORKING-STORAGE SECTION.
       77 FILLER               PIC X(26) VALUE '* INICIO WS *'.

      *---------------------------------------------------------------*
       01 WS-RC-APLICACION     PIC S9(04) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * LEDGER DE EJECUCIONES (STEPLOG)                               *
      *---------------------------------------------------------------*
       01 WS-STL-ST            PIC X(02) VALUE '00'.
          88 STL-OK                      VALUE '00'.
          88 STL-NO-EXISTE               VALUE '35'.
       01 WS-STL-ACTIVO        PIC X(01) VALUE 'S'.
          88 STL-ACTIVO                  VALUE 'S'.

      *---------------------------------------------------------------*
      * QUIEN LLAMO A PGMERROR (VER WS-STL-PGMERROR EN CPSTPLOG)      *
      *---------------------------------------------------------------*
       01 WS-USO-PGMERROR      PIC X(01) VALUE 'N'.
       01 WS-RC-PASO           PIC S9(04) COMP VALUE ZEROS.

       01 WS-CURRENT-DATE.
          05 WS-CD-AAAAMMDD    PIC 9(08).
          05 WS-CD-HH          PIC 9(02).
          05 WS-CD-MIN         PIC 9(02).
          05 WS-CD-SS          PIC 9(02).
          05 WS-CD-CC          PIC 9(02).
          05 FILLER            PIC X(05).
       01 WS-INI-CENT          PIC 9(15) COMP VALUE ZEROS.
       01 WS-FIN-CENT          PIC 9(15) COMP VALUE ZEROS.
       01 WS-INI-FECHA         PIC X(10) VALUE SPACES.
       01 WS-INI-HORA          PIC X(08) VALUE SPACES.
       01 WS-FMT-FECHA         PIC X(10) VALUE SPACES.
       01 WS-FMT-HORA          PIC X(08) VALUE SPACES.

       77 FILLER               PIC X(26) VALUE '* FINAL  WS *'.

      *---------------------------------------------------------------*
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 1000-ARMAR-CONTEXTO
              PERFORM 1500-REGISTRAR-INICIO
              PERFORM 2000-EJECUTAR-APLICACION
              PERFORM 3000-EVALUAR-RETORNO
              PERFORM 4000-REGISTRAR-FIN
           END-IF
           .
       FIN-PRINCIPAL.

      *---------------------------------------------------------------*
      * CENTINELA PARA 3000: PGMERROR SIEMPRE DEJA ESTE CAMPO EN      *
      * 'R', 'X' O 'Q'; SI AL VOLVER SIGUE EN ESPACIO, NADIE LO LLAMO.*
      *---------------------------------------------------------------*
           MOVE SPACE TO WS-ERR-RESULTADO
           EXIT PARAGRAPH.

      *****************************************************************
      *   LEDGER: REGISTRO DE INICIO, GRABADO ANTES DE LLAMAR A LA    *
      *   APLICACION (SI EL PASO ABENDA, QUEDA SOLO ESTE)             *
      *****************************************************************
       1500-REGISTRAR-INICIO.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM 4500-CALCULAR-MOMENTO
           MOVE WS-FIN-CENT  TO WS-INI-CENT
           MOVE WS-FMT-FECHA TO WS-INI-FECHA
           MOVE WS-FMT-HORA  TO WS-INI-HORA

           INITIALIZE WS-STL-REC
           MOVE 'I'              TO WS-STL-TIPO
           PERFORM 4100-DATOS-COMUNES
           PERFORM 4900-GRABAR-LEDGER
           EXIT PARAGRAPH.

      *****************************************************************
      *   LLAMAR AL PROGRAMA DE APLICACION. SI EL MODULO NO ESTA EN   *
      *   LA STEPLIB, ESO TAMBIEN SE REPORTA VIA PGMERROR: ES         *
              ON EXCEPTION
                 DISPLAY 'PGMSTPDR: NO SE PUDO CARGAR '
                         WS-DRV-PROGRAMA
                 MOVE 'D' TO WS-USO-PGMERROR
                 MOVE 'CALL PROGRAMA DE APLICACION'
                    TO WS-ERR-PUNTO
                 MOVE 'VERIFICAR STEPLIB/PARM'
                    TO WS-ERR-ACCION
                 MOVE 'F' TO WS-ERR-SEVERIDAD
                 CALL 'PGMERROR' USING WS-ERROR
                 END-CALL
           END-CALL
           MOVE RETURN-CODE TO WS-RC-APLICACION
           IF WS-USO-PGMERROR = 'N'
              AND WS-ERR-RESULTADO NOT = SPACE
              MOVE 'A' TO WS-USO-PGMERROR
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************

           IF RETURN-CODE NOT = 0
              AND WS-ERR-RESULTADO = SPACE
              MOVE 'D' TO WS-USO-PGMERROR
              DISPLAY 'PGMSTPDR: ' WS-DRV-PROGRAMA
                      ' VOLVIO CON RC ' WS-RC-APLICACION
                      ' SIN PASAR POR PGMERROR - SE REPORTA'
              CALL 'PGMERROR' USING WS-ERROR
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   LEDGER: REGISTRO DE FIN CON DURACION, RC Y USO DE PGMERROR. *
      *   EL RC FINAL ES EL QUE QUEDA PARA EL SCHEDULER: EL DE LA     *
      *   APLICACION, O EL CLASIFICADO SI EL DRIVER REPORTO VIA       *
      *   PGMERROR.                                                   *
      *****************************************************************
       4000-REGISTRAR-FIN.

           MOVE RETURN-CODE TO WS-RC-PASO
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM 4500-CALCULAR-MOMENTO

           INITIALIZE WS-STL-REC
           MOVE 'F'              TO WS-STL-TIPO
           PERFORM 4100-DATOS-COMUNES
           MOVE WS-FMT-FECHA     TO WS-STL-FIN-FECHA
           MOVE WS-FMT-HORA      TO WS-STL-FIN-HORA
           IF WS-FIN-CENT > WS-INI-CENT
              COMPUTE WS-STL-DURACION
                 = (WS-FIN-CENT - WS-INI-CENT) / 100
              END-COMPUTE
           END-IF
           MOVE WS-RC-APLICACION TO WS-STL-RC-APLICACION
           MOVE WS-RC-PASO       TO WS-STL-RC-PASO
           MOVE WS-USO-PGMERROR  TO WS-STL-PGMERROR
           MOVE WS-ERR-RESULTADO TO WS-STL-RESULTADO
           PERFORM 4900-GRABAR-LEDGER
           MOVE WS-RC-PASO       TO RETURN-CODE
           EXIT PARAGRAPH.

       4100-DATOS-COMUNES.

           MOVE WS-PARM-JOBNAME  TO WS-STL-JOBNAME
           MOVE WS-PARM-STEPNAME TO WS-STL-STEPNAME
           MOVE WS-DRV-PROGRAMA  TO WS-STL-PROGRAMA
           MOVE WS-INI-FECHA     TO WS-STL-INI-FECHA
           MOVE WS-INI-HORA      TO WS-STL-INI-HORA
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * MOMENTO ACTUAL EN CENTESIMAS (PARA LA DURACION) Y FORMATEADO  *
      * AAAA-MM-DD / HH:MM:SS                                         *
      *---------------------------------------------------------------*
       4500-CALCULAR-MOMENTO.

           COMPUTE WS-FIN-CENT
              = (FUNCTION INTEGER-OF-DATE(WS-CD-AAAAMMDD) * 86400
              + WS-CD-HH * 3600 + WS-CD-MIN * 60 + WS-CD-SS) * 100
              + WS-CD-CC
           END-COMPUTE
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)
              DELIMITED BY SIZE
              INTO WS-FMT-FECHA
           END-STRING
           STRING WS-CD-HH ':' WS-CD-MIN ':' WS-CD-SS
              DELIMITED BY SIZE
              INTO WS-FMT-HORA
           END-STRING
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * GRABAR EL REGISTRO EN STEPLOG (EXTEND; SI NO EXISTE, OUTPUT). *
      * SI EL PRIMER INTENTO FALLA NO SE INSISTE EN EL RESTO DEL PASO *
      *---------------------------------------------------------------*
       4900-GRABAR-LEDGER.

           IF STL-ACTIVO
              OPEN EXTEND STEP-LOG-FILE
              IF STL-NO-EXISTE
                 OPEN OUTPUT STEP-LOG-FILE
              END-IF
              IF STL-OK
                 WRITE WS-STL-REC
                 IF NOT STL-OK
                    DISPLAY 'PGMSTPDR: FALLO WRITE STEPLOG - STATUS '
                            WS-STL-ST
                    MOVE 'N' TO WS-STL-ACTIVO
                 END-IF
                 CLOSE STEP-LOG-FILE
              ELSE
                 DISPLAY 'PGMSTPDR: NO SE PUDO ABRIR STEPLOG - STATUS '
                         WS-STL-ST ' - PASO SIN LEDGER'
                 MOVE 'N' TO WS-STL-ACTIVO
              END-IF
           END-IF
           EXIT PARAGRAPH.
