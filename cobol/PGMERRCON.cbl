      *   (PROGRAMA, ANIO, MES, DIA, HORA).                           *
      *   DD ERRVSAM: EL CLUSTER KSDS. SE ABRE INPUT PARA REPORTAR,   *
      *   I-O CUANDO SE PIDE REINSERCION.                             *
      *   DD ERRHIST / ERRHCTL: LAS MISMAS GENERACIONES QUE ENTRARON  *
      *   AL SORT, SIN ORDENAR, Y SUS TOTALES DE CONTROL (GEMELAS DE  *
      *   ERR.HIST.CTL, MISMO ORDEN). ANTES DE APAREAR SE VERIFICAN   *
      *   (VER PGMERRVER): CONTRA UN HISTORICO CORTADO O CON DIAS     *
      *   FALTANTES LA CONCILIACION DARIA FALSOS "FALTAN EN ERRHIST", *
      *   ASI QUE NO SE CONCILIA Y EL PASO TERMINA CON RC=8. TAMBIEN  *
      *   SE EXIGE QUE EL ORDENADO TENGA LOS MISMOS REGISTROS QUE EL  *
      *   HISTORICO VERIFICADO.                                       *
      * PARM:                                                         *
      *   PARM='REINSERTAR' HABILITA LA REINSERCION EN ERRVSAM DE LAS *
      *   OCURRENCIAS FALTANTES; SIN PARM SOLO SE REPORTA.            *
      *   CONTRA UN CLUSTER VACIO Y LA GENERACION CORPORATIVA ERRHENT *
      *   (VER PGMERRCNS) CARGA EL ERRVSAM CORPORATIVO.               *
      *****************************************************************
      * NOTA SOBRE DUPLICADOS:                                        *
      *   ERRHIST NO LLEVA SECUENCIA: LAS OCURRENCIAS DEL MISMO       *
       01 WS-HUBO-ERROR        PIC X(01) VALUE 'N'.
          88 HUBO-ERROR                  VALUE 'S'.

      *---------------------------------------------------------------*
      * VERIFICACION DE TOTALES DE CONTROL DEL HISTORICO              *
      *---------------------------------------------------------------*
           COPY CPVERPRM.

       01 WS-ORDENADO-DESCUADRA PIC X(01) VALUE 'N'.
          88 ORDENADO-DESCUADRA           VALUE 'S'.

      *---------------------------------------------------------------*
      * CLAVES DE APAREO. AL AGOTARSE UN LADO SU CLAVE PASA A         *
      * HIGH-VALUES PARA QUE EL OTRO LADO DRENE SOLO.                 *
              PERFORM 2000-APAREAR
                      UNTIL WS-CLAVE-HIST = HIGH-VALUES
                        AND WS-CLAVE-VSAM = HIGH-VALUES
              PERFORM 2900-CUADRAR-ORDENADO
           END-IF
           PERFORM 8000-IMPRIMIR-REPORTE
           PERFORM 9000-I-CIERRE THRU 9000-F-CIERRE
              MOVE 'S' TO WS-MODO-REINSERTAR
           END-IF

           MOVE 'V' TO WS-VERP-ACCION
           MOVE 'H' TO WS-VERP-JUEGO
           CALL 'PGMERRVER' USING WS-VER-PARM
           IF NOT VERP-OK
              DISPLAY 'PGMERRCON: HISTORICO INCOMPLETO, NO SE CONCILIA'
                      ' - ' WS-VERP-MENSAJE
              MOVE 'S' TO WS-HUBO-ERROR
           ELSE
              OPEN INPUT ERR-HSRT-FILE
              IF NOT HSRT-OK
                 DISPLAY 'PGMERRCON: NO SE PUDO ABRIR ERRHSRT - STATUS '
                         WS-HSRT-ST
                 MOVE 'S' TO WS-HUBO-ERROR
              END-IF

              IF MODO-REINSERTAR
                 OPEN I-O ERR-VSAM-FILE
              ELSE
                 OPEN INPUT ERR-VSAM-FILE
              END-IF
              IF NOT VSAM-OK
                 DISPLAY 'PGMERRCON: NO SE PUDO ABRIR ERRVSAM - STATUS '
                         WS-VSAM-ST
                 MOVE 'S' TO WS-HUBO-ERROR
              END-IF
           END-IF

           IF NOT HUBO-ERROR
           MOVE WS-LOG-TRANSID      TO WS-VSAM-TRANSID
           MOVE WS-LOG-TERMID       TO WS-VSAM-TERMID
           MOVE WS-LOG-TASKN        TO WS-VSAM-TASKN
           MOVE WS-LOG-SISTEMA      TO WS-VSAM-SISTEMA
           MOVE WS-LOG-APPLID       TO WS-VSAM-APPLID

      *---------------------------------------------------------------*
      * LA OCURRENCIA REINSERTADA ENTRA 'N' (NUEVA) A LA COLA DE      *
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   EL ORDENADO DEBE TRAER TODO LO QUE TRAE EL HISTORICO        *
      *   VERIFICADO (UN SORT MAL ARMADO O CON OTRAS GENERACIONES NO  *
      *   SE NOTARIA DE OTRO MODO)                                    *
      *****************************************************************
       2900-CUADRAR-ORDENADO.

           IF WS-CONT-HIST-LEIDOS NOT = WS-VERP-REGISTROS
              DISPLAY 'PGMERRCON: ERRHSRT TRAE ' WS-CONT-HIST-LEIDOS
                      ' REGISTROS Y EL HISTORICO VERIFICADO '
                      WS-VERP-REGISTROS
              MOVE 'S' TO WS-ORDENADO-DESCUADRA
              MOVE 'S' TO WS-HUBO-ERROR
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   IMPRIMIR EL RESULTADO DE LA CONCILIACION                    *
      *****************************************************************
           DISPLAY WS-SEPARADOR
           DISPLAY 'CONCILIACION ERRHIST / ERRVSAM - PGMERRCON'
           DISPLAY WS-SEPARADOR
           IF NOT VERP-OK
              DISPLAY '*** NO SE CONCILIO *** HISTORICO INCOMPLETO, '
                      'RESULTADO ' WS-VERP-RESULTADO
              DISPLAY '  ' WS-VERP-MENSAJE
              DISPLAY WS-SEPARADOR-MIN
           END-IF
           IF ORDENADO-DESCUADRA
              DISPLAY '*** RESULTADO NO CONFIABLE *** ERRHSRT NO '
                      'CUADRA CON EL HISTORICO VERIFICADO ('
                      WS-VERP-REGISTROS ')'
              DISPLAY WS-SEPARADOR-MIN
           END-IF
           IF MODO-REINSERTAR
              DISPLAY 'MODO: REPORTE + REINSERCION EN ERRVSAM'
           ELSE
      *****************************************************************
       9000-I-CIERRE.

           IF (HSRT-OK OR HSRT-AT-END) AND VERP-OK
              CLOSE ERR-HSRT-FILE
           END-IF
           IF (VSAM-OK OR VSAM-AT-END) AND VERP-OK
              CLOSE ERR-VSAM-FILE
           END-IF
           IF HUBO-ERROR
