      *   DD ERRHANT: GENERACIONES DEL PERIODO DE COMPARACION (P.EJ.  *
      *     ERR.HIST.LOG(-7) A ERR.HIST.LOG(-13) PARA LA SEMANA       *
      *     ANTERIOR).                                                *
      *   DD ERRCACT / ERRCANT: LAS GENERACIONES GEMELAS DE           *
      *     ERR.HIST.CTL DE CADA PERIODO, EN EL MISMO ORDEN. CADA     *
      *     PERIODO SE VERIFICA CONTRA SUS TOTALES DE CONTROL (VER    *
      *     PGMERRVER); EL QUE NO CUADRA O TIENE DIAS FALTANTES SE    *
      *     INFORMA IGUAL PERO MARCADO COMO INCOMPLETO, CON RC=4.     *
      * PARM:                                                         *
      *   PARM='PCT=NNN' - UMBRAL EN PORCENTAJE PARA MARCAR UN        *
      *   MOVIMIENTO. SIN PARM RIGE EL DEFECTO DE 025 (25%).          *
      *   LO QUE APARECE EN UN PERIODO Y NO EN EL OTRO SE MARCA       *
      *   SIEMPRE (NUEVO / DESAPARECIDO).                             *
      *   PARM='SIS=XXXXXXXX' O 'PCT=NNN,SIS=XXXXXXXX' - SOBRE LA     *
      *   GENERACION CORPORATIVA (VER PGMERRCNS), COMPARA SOLO LAS    *
      *   OCURRENCIAS DE ESE SISTEMA. SIN SIS=, TODOS LOS SISTEMAS.   *
      *****************************************************************

      *****************************************************************
      *---------------------------------------------------------------*
      * AMBOS PERIODOS SE LEEN "INTO" EL REGISTRO DE CPERRLOG DE      *
      * WORKING-STORAGE (NUNCA SOBRE EL AREA DE UN FD CERRADO);       *
      * ESTOS 01 SOLO FIJAN EL LRECL (162).                           *
      *---------------------------------------------------------------*
       FD  ERR-ACT-FILE
           RECORDING MODE IS F.
       01 WS-ERR-ACT-REC       PIC X(162).

       FD  ERR-ANT-FILE
           RECORDING MODE IS F.
       01 WS-ERR-ANT-REC       PIC X(162).

       FD  APP-REG-FILE
           RECORDING MODE IS F.

       01 WS-PCT-UMBRAL        PIC 9(03) VALUE 25.

      *---------------------------------------------------------------*
      * FILTRO POR SISTEMA (PARM SIS=; EN BLANCO = TODOS)             *
      *---------------------------------------------------------------*
       01 WS-FILTRO-SISTEMA    PIC X(08) VALUE SPACES.
       01 WS-CONT-EXCLUIDOS    PIC 9(07) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * VERIFICACION DE TOTALES DE CONTROL DE CADA PERIODO            *
      *---------------------------------------------------------------*
           COPY CPVERPRM.

       01 WS-VER-ACT-RESULTADO PIC X(02) VALUE '00'.
          88 VER-ACT-OK                  VALUE '00'.
       01 WS-VER-ACT-MENSAJE   PIC X(60) VALUE SPACES.
       01 WS-VER-ANT-RESULTADO PIC X(02) VALUE '00'.
          88 VER-ANT-OK                  VALUE '00'.
       01 WS-VER-ANT-MENSAJE   PIC X(60) VALUE SPACES.

       01 WS-CONT-LEIDOS-ACT   PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-LEIDOS-ANT   PIC 9(09) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
       01 WS-PARM.
          05 WS-PARM-LON       PIC S9(04) COMP.
          05 WS-PARM-TEXTO     PIC X(20).

      *****************************************************************
       PROCEDURE DIVISION USING WS-PARM.
              AND WS-PARM-TEXTO(5:3) IS NUMERIC
              MOVE WS-PARM-TEXTO(5:3) TO WS-PCT-UMBRAL
           END-IF
           EVALUATE TRUE
           WHEN WS-PARM-LON > 12
            AND WS-PARM-TEXTO(8:5) = ',SIS='
                MOVE WS-PARM-TEXTO(13:8) TO WS-FILTRO-SISTEMA
           WHEN WS-PARM-LON > 4
            AND WS-PARM-TEXTO(1:4) = 'SIS='
                MOVE WS-PARM-TEXTO(5:8) TO WS-FILTRO-SISTEMA
           END-EVALUATE
           PERFORM 1500-CARGAR-REGISTRO
           PERFORM 1050-VERIFICAR-TOTALES
           .
       1000-F-INICIO.
           EXIT.

      *****************************************************************
      *   VERIFICAR CADA PERIODO CONTRA SUS TOTALES DE CONTROL. EL    *
      *   QUE NO CUADRA SE INFORMA IGUAL, MARCADO COMO INCOMPLETO.    *
      *****************************************************************
       1050-VERIFICAR-TOTALES.

           MOVE 'V' TO WS-VERP-ACCION
           MOVE 'A' TO WS-VERP-JUEGO
           CALL 'PGMERRVER' USING WS-VER-PARM
           MOVE WS-VERP-RESULTADO TO WS-VER-ACT-RESULTADO
           MOVE WS-VERP-MENSAJE   TO WS-VER-ACT-MENSAJE
           IF NOT VER-ACT-OK
              DISPLAY 'PGMERRTRD: PERIODO ACTUAL INCOMPLETO - '
                      WS-VER-ACT-MENSAJE
           END-IF

           MOVE 'V' TO WS-VERP-ACCION
           MOVE 'C' TO WS-VERP-JUEGO
           CALL 'PGMERRVER' USING WS-VER-PARM
           MOVE WS-VERP-RESULTADO TO WS-VER-ANT-RESULTADO
           MOVE WS-VERP-MENSAJE   TO WS-VER-ANT-MENSAJE
           IF NOT VER-ANT-OK
              DISPLAY 'PGMERRTRD: PERIODO ANTERIOR INCOMPLETO - '
                      WS-VER-ANT-MENSAJE
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   CARGAR EL REGISTRO DE APLICACIONES. SIN APPREG LEGIBLE NO   *
      *   ES UN ERROR: EL ROLLUP CAE COMPLETO EN '*SINREG*'.          *
           END-IF
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * EN AMBOS PERIODOS LOS LATIDOS DE PRUEBA DE LA RUTA DE ALERTAS *
      * (SEVERIDAD 'T', VER CPERROR) NO SON ERRORES Y SE SALTEAN.     *
      *---------------------------------------------------------------*
       2100-LEER-ANTERIOR.

           READ ERR-ANT-FILE INTO WS-ERR-LOG-REC
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO
              NOT AT END
                 EVALUATE TRUE
                 WHEN WS-LOG-SEVERIDAD = 'T'
                      CONTINUE
                 WHEN WS-FILTRO-SISTEMA NOT = SPACES
                      AND WS-LOG-SISTEMA NOT = WS-FILTRO-SISTEMA
                      ADD 1 TO WS-CONT-EXCLUIDOS
                 WHEN OTHER
                      ADD 1 TO WS-CONT-LEIDOS-ANT
                      PERFORM 2200-ACUMULAR-REGISTRO
                 END-EVALUATE
           END-READ
           EXIT PARAGRAPH.

              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO
              NOT AT END
                 EVALUATE TRUE
                 WHEN WS-LOG-SEVERIDAD = 'T'
                      CONTINUE
                 WHEN WS-FILTRO-SISTEMA NOT = SPACES
                      AND WS-LOG-SISTEMA NOT = WS-FILTRO-SISTEMA
                      ADD 1 TO WS-CONT-EXCLUIDOS
                 WHEN OTHER
                      ADD 1 TO WS-CONT-LEIDOS-ACT
                      PERFORM 2200-ACUMULAR-REGISTRO
                 END-EVALUATE
           END-READ
           EXIT PARAGRAPH.

           DISPLAY WS-SEPARADOR
           DISPLAY 'TENDENCIA DE ERRORES - PGMERRTRD'
           DISPLAY WS-SEPARADOR
           IF NOT VER-ACT-OK
              DISPLAY '*** SALIDA INCOMPLETA *** PERIODO ACTUAL, '
                      'RESULTADO ' WS-VER-ACT-RESULTADO
              DISPLAY '  ' WS-VER-ACT-MENSAJE
           END-IF
           IF NOT VER-ANT-OK
              DISPLAY '*** SALIDA INCOMPLETA *** PERIODO ANTERIOR, '
                      'RESULTADO ' WS-VER-ANT-RESULTADO
              DISPLAY '  ' WS-VER-ANT-MENSAJE
           END-IF
           IF NOT VER-ACT-OK OR NOT VER-ANT-OK
              DISPLAY WS-SEPARADOR-MIN
           END-IF
           DISPLAY 'UMBRAL DE MARCA (PCT)  : ' WS-PCT-UMBRAL
           IF WS-FILTRO-SISTEMA NOT = SPACES
              DISPLAY 'SISTEMA                : ' WS-FILTRO-SISTEMA
              DISPLAY 'DE OTROS SISTEMAS      : ' WS-CONT-EXCLUIDOS
           END-IF
           DISPLAY 'LEIDOS PERIODO ACTUAL  : ' WS-CONT-LEIDOS-ACT
           DISPLAY 'LEIDOS PERIODO ANTERIOR: ' WS-CONT-LEIDOS-ANT
           DISPLAY WS-SEPARADOR-MIN
                      '  ' WS-MARCA
           END-PERFORM
           DISPLAY WS-SEPARADOR
           IF NOT VER-ACT-OK OR NOT VER-ANT-OK
              MOVE 4 TO RETURN-CODE
           END-IF
           .
       3000-F-REPORTE.
           EXIT.
