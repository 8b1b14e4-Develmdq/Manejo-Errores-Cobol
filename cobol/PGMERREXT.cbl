      *   CADA LINEA LLEVA PROGRAMA, JOBNAME, STEPNAME, SEVERIDAD,    *
      *   SQLCODE, FILE STATUS, FECHA, HORA Y UNA MARCA 'S'/'N' DE    *
      *   SI SALIO UN DISPARO DE ALERTA PARA ESA COMBINACION          *
      *   (SISTEMA+PROGRAMA+JOBNAME+STEPNAME+SQLCODE+FILE STATUS EN   *
      *   EL ALERTTRG DEL PERIODO). AL FINAL VAN EL SISTEMA DE ORIGEN *
      *   Y EL APPLID DE LA REGION CICS (EN BLANCO PARA BATCH), PARA  *
      *   QUE EL TABLERO MUESTRE LA GENERACION CORPORATIVA (VER       *
      *   PGMERRCNS) CON TODOS LOS SISTEMAS O FILTRE POR UNO. LAS     *
      *   COLUMNAS NUEVAS SE AGREGARON AL FINAL PARA NO CORRER LAS    *
      *   EXISTENTES; ESTAS HICIERON CRECER EL LRECL DE 80 A 100.     *
      *****************************************************************
      * ENTRADAS (EL JCL DECIDE QUE GENERACIONES CONCATENA):          *
      *   DD ERRHIST : GENERACION(ES) DEL HISTORICO A EXTRAER         *
      *   DD ALERTTRG: DISPAROS DE ALERTA DEL MISMO PERIODO           *
      * SALIDA:                                                       *
      *   DD EXTRACT : ARCHIVO DELIMITADO CON CABECERA (LRECL 100)    *
      * PARM:                                                         *
      *   PARM='SIS=XXXXXXXX' - SOLO LAS OCURRENCIAS DE ESE SISTEMA   *
      *   (SIN PARM, TODAS)                                           *
      * LOS REGISTROS DE ERRHIST ANTERIORES AL CAMPO SEVERIDAD        *
      * TRAEN ESPACIO Y SE EXTRAEN COMO FATALES (VER CPERRLOG). LOS   *
      * LATIDOS DE PRUEBA DE LA RUTA DE ALERTAS (SEVERIDAD 'T') NO    *
      * SON ERRORES Y NO SE EXTRAEN.                                  *
      *                                                               *
      * EL TABLERO NO DISTINGUE UN DIA SIN ERRORES DE UN DIA QUE NO   *
      * LLEGO: ANTES DE ABRIR EXTRACT SE VERIFICA ERRHIST CONTRA SUS  *
      * TOTALES DE CONTROL (DD ERRHCTL, LAS GENERACIONES GEMELAS DE   *
      * ERR.HIST.CTL EN EL MISMO ORDEN; VER PGMERRVER). SI UNA        *
      * GENERACION NO CUADRA, FALTAN DIAS O NO HAY TOTALES, NO SE     *
      * EXTRAE NADA Y EL PASO TERMINA CON RC=8.                       *
      *****************************************************************

      *****************************************************************

       FD  EXT-SAL-FILE
           RECORDING MODE IS F.
       01 WS-EXT-REC           PIC X(100).

       WORKING-STORAGE SECTION.
       77 FILLER               PIC X(26) VALUE '* INICIO WS *'.
       01 WS-HUBO-ERROR        PIC X(01) VALUE 'N'.
          88 HUBO-ERROR                  VALUE 'S'.

      *---------------------------------------------------------------*
      * VERIFICACION DE TOTALES DE CONTROL DEL HISTORICO              *
      *---------------------------------------------------------------*
           COPY CPVERPRM.

      *---------------------------------------------------------------*
      * DISPAROS DE ALERTA DEL PERIODO, EN MEMORIA, PARA RESOLVER LA  *
      * MARCA DE ALERTA DE CADA OCURRENCIA (MISMO ESQUEMA DE TABLA    *
          05 WS-TRG-TOTAL      PIC 9(04) COMP VALUE ZEROS.
          05 WS-TRG-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-TRG-IDX.
             07 WS-TRG-SISTEMA     PIC X(08) VALUE SPACES.
             07 WS-TRG-PROGRAMA    PIC X(08) VALUE SPACES.
             07 WS-TRG-JOBNAME     PIC X(08) VALUE SPACES.
             07 WS-TRG-STEPNAME    PIC X(08) VALUE SPACES.
      * LINEA DE CABECERA DEL EXTRACTO (LOS NOMBRES DE COLUMNA SON EL *
      * CONTRATO CON EL EQUIPO DE MONITOREO: NO RENOMBRAR SIN AVISAR) *
      *---------------------------------------------------------------*
       01 WS-EXT-CABECERA      PIC X(100) VALUE
          'PROGRAMA;JOBNAME;STEPNAME;SEVERIDAD;SQLCODE;FILESTATUS;FECHA
      -   ';HORA;ALERTA;SISTEMA;APPLID'.

      *---------------------------------------------------------------*
      * FILTRO POR SISTEMA (PARM SIS=; EN BLANCO = TODOS)             *
      *---------------------------------------------------------------*
       01 WS-FILTRO-SISTEMA    PIC X(08) VALUE SPACES.
       01 WS-CONT-EXCLUIDOS    PIC 9(09) COMP VALUE ZEROS.

       01 WS-CONT-LEIDOS       PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-EXTRAIDOS    PIC 9(09) COMP VALUE ZEROS.

       77 FILLER               PIC X(26) VALUE '* FINAL  WS *'.

      *---------------------------------------------------------------*
       LINKAGE SECTION.
      *---------------------------------------------------------------*
       01 WS-PARM.
          05 WS-PARM-LON       PIC S9(04) COMP.
          05 WS-PARM-TEXTO     PIC X(12).

      *****************************************************************
       PROCEDURE DIVISION USING WS-PARM.
      *****************************************************************

       PRINCIPAL.
           GOBACK.

      *****************************************************************
      *   VERIFICAR EL HISTORICO; SOLO SI CUADRA, ABRIR LA SALIDA Y   *
      *   ESCRIBIR LA LINEA DE CABECERA                               *
      *****************************************************************
       1000-I-INICIO.

           IF WS-PARM-LON > 4
              AND WS-PARM-TEXTO(1:4) = 'SIS='
              MOVE WS-PARM-TEXTO(5:8) TO WS-FILTRO-SISTEMA
           END-IF

           MOVE 'V' TO WS-VERP-ACCION
           MOVE 'H' TO WS-VERP-JUEGO
           CALL 'PGMERRVER' USING WS-VER-PARM
           IF NOT VERP-OK
              DISPLAY 'PGMERREXT: HISTORICO INCOMPLETO, NO SE EXTRAE - '
                      WS-VERP-MENSAJE
              MOVE 'S' TO WS-HUBO-ERROR
           ELSE
              OPEN OUTPUT EXT-SAL-FILE
              IF EXT-OK
                 MOVE WS-EXT-CABECERA TO WS-EXT-REC
                 WRITE WS-EXT-REC
                 IF NOT EXT-OK
                    DISPLAY 'PGMERREXT: FALLO WRITE EXTRACT - STATUS '
                            WS-EXT-ST
                    MOVE 'S' TO WS-HUBO-ERROR
                 END-IF
              ELSE
                 DISPLAY 'PGMERREXT: NO SE PUDO ABRIR EXTRACT - '
                         'STATUS ' WS-EXT-ST
                 MOVE 'S' TO WS-HUBO-ERROR
              END-IF
           END-IF
           .
       1000-F-INICIO.
                 MOVE 'S' TO WS-FIN-ARCHIVO
              NOT AT END
                 ADD 1 TO WS-CONT-DISPAROS
                 EVALUATE TRUE
                 WHEN WS-ALERT-SEVERIDAD = 'T'
                      CONTINUE
                 WHEN WS-TRG-TOTAL < 200
                      ADD 1 TO WS-TRG-TOTAL
                      SET WS-TRG-IDX TO WS-TRG-TOTAL
                      MOVE WS-ALERT-SISTEMA
                         TO WS-TRG-SISTEMA(WS-TRG-IDX)
                      MOVE WS-ALERT-PROGRAMA
                         TO WS-TRG-PROGRAMA(WS-TRG-IDX)
                      MOVE WS-ALERT-JOBNAME
                         TO WS-TRG-JOBNAME(WS-TRG-IDX)
                      MOVE WS-ALERT-STEPNAME
                         TO WS-TRG-STEPNAME(WS-TRG-IDX)
                      MOVE WS-ALERT-FILE-STATUS
                         TO WS-TRG-FILE-STATUS(WS-TRG-IDX)
                      MOVE WS-ALERT-SQLCODE
                         TO WS-TRG-SQLCODE(WS-TRG-IDX)
                 WHEN OTHER
                      ADD 1 TO WS-TRG-DESBORDES
                 END-EVALUATE
           END-READ
           EXIT PARAGRAPH.

                 MOVE 'S' TO WS-FIN-ARCHIVO
              NOT AT END
                 ADD 1 TO WS-CONT-LEIDOS
                 EVALUATE TRUE
                 WHEN WS-LOG-SEVERIDAD = 'T'
                      CONTINUE
                 WHEN WS-FILTRO-SISTEMA NOT = SPACES
                      AND WS-LOG-SISTEMA NOT = WS-FILTRO-SISTEMA
                      ADD 1 TO WS-CONT-EXCLUIDOS
                 WHEN OTHER
                      PERFORM 3150-GRABAR-LINEA
                 END-EVALUATE
           END-READ
           EXIT PARAGRAPH.

       3150-GRABAR-LINEA.

           PERFORM 3200-ARMAR-LINEA
           WRITE WS-EXT-REC
           IF EXT-OK
              ADD 1 TO WS-CONT-EXTRAIDOS
           ELSE
              DISPLAY 'PGMERREXT: FALLO WRITE EXTRACT - '
                      'STATUS ' WS-EXT-ST
              MOVE 'S' TO WS-FIN-ARCHIVO
              MOVE 'S' TO WS-HUBO-ERROR
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   ARMAR LA LINEA DELIMITADA DE LA OCURRENCIA EN PROCESO       *
      *****************************************************************
                  WS-LOG-FILE-STATUS ';'
                  WS-LOG-FECHA       ';'
                  WS-LOG-HORA        ';'
                  WS-MARCA-ALERTA    ';'
                  WS-LOG-SISTEMA     ';'
                  WS-LOG-APPLID
              DELIMITED BY SIZE
              INTO WS-EXT-REC
           END-STRING

      *****************************************************************
      *   RESOLVER LA MARCA DE ALERTA: HUBO DISPARO EN EL PERIODO     *
      *   PARA EL MISMO SISTEMA+PROGRAMA+JOB+STEP+SQLCODE+FILE        *
      *   STATUS?                                                     *
      *****************************************************************
       3300-BUSCAR-DISPARO.

           MOVE 'N' TO WS-MARCA-ALERTA
           SET WS-TRG-IDX TO 1
           PERFORM UNTIL WS-TRG-IDX > WS-TRG-TOTAL
              IF WS-TRG-SISTEMA(WS-TRG-IDX) = WS-LOG-SISTEMA
                 AND WS-TRG-PROGRAMA(WS-TRG-IDX) = WS-LOG-PROGRAMA
                 AND WS-TRG-JOBNAME(WS-TRG-IDX) = WS-LOG-JOBNAME
                 AND WS-TRG-STEPNAME(WS-TRG-IDX) = WS-LOG-STEPNAME
                 AND WS-TRG-SQLCODE(WS-TRG-IDX) = WS-LOG-SQLCODE
           DISPLAY WS-SEPARADOR
           DISPLAY 'EXTRACTO PARA MONITOREO - PGMERREXT'
           DISPLAY WS-SEPARADOR
           IF NOT VERP-OK
              DISPLAY '*** NO SE EXTRAJO *** HISTORICO INCOMPLETO, '
                      'RESULTADO ' WS-VERP-RESULTADO
              DISPLAY '  ' WS-VERP-MENSAJE
              DISPLAY WS-SEPARADOR-MIN
           END-IF
           DISPLAY 'OCURRENCIAS LEIDAS     : ' WS-CONT-LEIDOS
           IF WS-FILTRO-SISTEMA NOT = SPACES
              DISPLAY 'SISTEMA                : ' WS-FILTRO-SISTEMA
              DISPLAY 'DE OTROS SISTEMAS      : ' WS-CONT-EXCLUIDOS
           END-IF
           DISPLAY 'LINEAS EXTRAIDAS       : ' WS-CONT-EXTRAIDOS
           DISPLAY 'CON DISPARO DE ALERTA  : ' WS-CONT-CON-ALERTA
           DISPLAY WS-SEPARADOR-MIN
      *****************************************************************
       9000-I-CIERRE.

           IF EXT-OK AND VERP-OK
              CLOSE EXT-SAL-FILE
           END-IF
           IF HUBO-ERROR
