      *****************************************************************
      * ENTRADA:                                                      *
      *   DD ERRHIST: GENERACION(ES) DEL HISTORICO A CARGAR           *
      *   DD ERRHCTL: SUS TOTALES DE CONTROL (GEMELAS DE              *
      *     ERR.HIST.CTL, MISMO ORDEN). ANTES DE INSERTAR NADA SE     *
      *     VERIFICA EL HISTORICO (VER PGMERRVER): UNA GENERACION     *
      *     CORTADA O UN DIA FALTANTE DEJARIA LA TABLA INCOMPLETA SIN *
      *     AVISO, ASI QUE NO SE CARGA Y EL PASO TERMINA CON RC=8.    *
      * LA FECHA VIAJA DD-MM-AAAA EN CPERRLOG Y SE REORDENA A ISO     *
      * (AAAA-MM-DD) PARA LA COLUMNA FECHA, EL MISMO FORMATO QUE      *
      * GRABA PGMERROR EN LINEA.                                      *
       01 WS-HUBO-ERROR        PIC X(01) VALUE 'N'.
          88 HUBO-ERROR                  VALUE 'S'.

      *---------------------------------------------------------------*
      * VERIFICACION DE TOTALES DE CONTROL DEL HISTORICO              *
      *---------------------------------------------------------------*
           COPY CPVERPRM.

      *---------------------------------------------------------------*
      * VARIABLES HOST DEL INSERT (MISMO JUEGO QUE 3530-GRABAR-DB2    *
      * DE PGMERROR)                                                  *
           GOBACK.

      *****************************************************************
      *   VERIFICAR Y ABRIR EL HISTORICO                              *
      *****************************************************************
       1000-I-INICIO.

           MOVE 'V' TO WS-VERP-ACCION
           MOVE 'H' TO WS-VERP-JUEGO
           CALL 'PGMERRVER' USING WS-VER-PARM
           IF NOT VERP-OK
              DISPLAY 'PGMERRDBL: HISTORICO INCOMPLETO, NO SE CARGA - '
                      WS-VERP-MENSAJE
              MOVE 'S' TO WS-FIN-ARCHIVO
              MOVE 'S' TO WS-HUBO-ERROR
           ELSE
              OPEN INPUT ERR-LOG-FILE
              IF NOT LOGFILE-OK
                 DISPLAY 'PGMERRDBL: NO SE PUDO ABRIR ERRHIST - STATUS '
                         WS-LOGFILE-ST
                 MOVE 'S' TO WS-FIN-ARCHIVO
                 MOVE 'S' TO WS-HUBO-ERROR
              END-IF
           END-IF
           .
       1000-F-INICIO.
           DISPLAY WS-SEPARADOR
           DISPLAY 'BACKFILL DE ERRHIST_DB2 - PGMERRDBL'
           DISPLAY WS-SEPARADOR
           IF NOT VERP-OK
              DISPLAY '*** NO SE CARGO *** HISTORICO INCOMPLETO, '
                      'RESULTADO ' WS-VERP-RESULTADO
              DISPLAY '  ' WS-VERP-MENSAJE
           END-IF
           DISPLAY 'OCURRENCIAS LEIDAS    : ' WS-CONT-LEIDOS
           DISPLAY 'FILAS INSERTADAS      : ' WS-CONT-INSERTADOS
           DISPLAY WS-SEPARADOR
              AND WS-SIN-COMMIT > 0
              PERFORM 2200-CONFIRMAR
           END-IF
           IF (LOGFILE-OK OR LOGFILE-AT-END) AND VERP-OK
              CLOSE ERR-LOG-FILE
           END-IF
           IF HUBO-ERROR
