      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMHSTCTL.

      *****************************************************************
      *   PASO DE SELLADO / VERIFICACION DE TOTALES DE ERRHIST        *
      *****************************************************************
      * AUTOR : MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************
      * FUNCION:                                                      *
      *   PASO BATCH QUE INVOCA PGMERRVER (VER CPVERPRM):             *
      *   - SEL: ULTIMO PASO DEL JOB QUE ABRE UNA GENERACION DE       *
      *     ERRHIST, CONDICIONADO A QUE LOS ANTERIORES TERMINARAN     *
      *     BIEN. AGREGA A ERRHCTL (GENERACION GEMELA NUEVA) LOS      *
      *     TOTALES DE CONTROL DE LA GENERACION.                      *
      *   - VER: VERIFICA UNA CONCATENACION ERRHIST + ERRHCTL SIN     *
      *     CORRER NINGUN CONSUMIDOR (ANTES DE UN PROCESO MANUAL, O   *
      *     PARA UBICAR LA GENERACION QUE FALLA).                     *
      * PARM:                                                         *
      *   PARM='SEL'                  - SELLA CON FECHA DE HOY        *
      *   PARM='SEL,FECHA=AAAA-MM-DD' - SELLA EL DIA INDICADO (JOBS   *
      *                                 QUE CORREN PASADA MEDIANOCHE) *
      *   PARM='VER'                  - VERIFICA                      *
      * RETURN CODE:                                                  *
      *   0  SELLADO / HISTORICO COMPLETO                             *
      *   4  VER: LOS TOTALES CUADRAN PERO FALTAN DIAS                *
      *   8  PARM INVALIDO, ERROR DE E/S, GENERACION QUE NO CUADRA O  *
      *      SIN TOTALES DE CONTROL                                   *
      *****************************************************************

      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       WORKING-STORAGE SECTION.
       77 FILLER               PIC X(26) VALUE '* INICIO WS *'.

           COPY CPVERPRM.

       77 FILLER               PIC X(26) VALUE '* FINAL  WS *'.

      *---------------------------------------------------------------*
       LINKAGE SECTION.
      *---------------------------------------------------------------*
       01 WS-PARM.
          05 WS-PARM-LON       PIC S9(04) COMP.
          05 WS-PARM-TEXTO     PIC X(20).

      *****************************************************************
       PROCEDURE DIVISION USING WS-PARM.
      *****************************************************************

       PRINCIPAL.

           MOVE 'H'    TO WS-VERP-JUEGO
           MOVE SPACES TO WS-VERP-FECHA
           EVALUATE TRUE
           WHEN WS-PARM-LON = 3
            AND WS-PARM-TEXTO(1:3) = 'SEL'
                MOVE 'S' TO WS-VERP-ACCION
           WHEN WS-PARM-LON = 20
            AND WS-PARM-TEXTO(1:10) = 'SEL,FECHA='
                MOVE 'S' TO WS-VERP-ACCION
                MOVE WS-PARM-TEXTO(11:10) TO WS-VERP-FECHA
           WHEN WS-PARM-LON = 3
            AND WS-PARM-TEXTO(1:3) = 'VER'
                MOVE 'V' TO WS-VERP-ACCION
           WHEN OTHER
                MOVE SPACES TO WS-VERP-ACCION
           END-EVALUATE

           IF WS-VERP-ACCION = SPACES
              DISPLAY 'PGMHSTCTL: PARM INVALIDO - USAR SEL, '
                      'SEL,FECHA=AAAA-MM-DD O VER'
              MOVE 8 TO RETURN-CODE
           ELSE
              CALL 'PGMERRVER' USING WS-VER-PARM
              EVALUATE TRUE
              WHEN VERP-OK
                   MOVE 0 TO RETURN-CODE
              WHEN VERP-HUECO-FECHAS
                   MOVE 4 TO RETURN-CODE
              WHEN OTHER
                   DISPLAY 'PGMHSTCTL: TERMINO CON RESULTADO '
                           WS-VERP-RESULTADO ' - ' WS-VERP-MENSAJE
                   MOVE 8 TO RETURN-CODE
              END-EVALUATE
           END-IF
           .
       FIN-PRINCIPAL.
           GOBACK.
