      *   SU GRUPO DUENO), PARA CORRER A DIARIO O SEMANALMENTE COMO  *
      *   JOB BATCH INDEPENDIENTE. SIN APPREG LEGIBLE, TODO CAE EN    *
      *   LA APLICACION '*SINREG*'.                                   *
      *   ANTES DE LEER, VERIFICA LA CONCATENACION CONTRA SUS TOTALES *
      *   DE CONTROL (ERRHCTL, VER PGMERRVER): SI UNA GENERACION NO   *
      *   CUADRA O FALTAN DIAS, EL REPORTE SALE IGUAL PERO MARCADO    *
      *   COMO INCOMPLETO Y CON RC=4.                                 *
      *   SOBRE LA GENERACION CORPORATIVA (ERRHENT, VER PGMERRCNS)    *
      *   MUESTRA TODOS LOS SISTEMAS, CON SU DESGLOSE POR SISTEMA, O  *
      *   SOLO EL PEDIDO EN EL PARM.                                  *
      *****************************************************************
      * PARM:                                                         *
      *   SIN PARM             - TODOS LOS SISTEMAS                   *
      *   PARM='SIS=XXXXXXXX'  - SOLO LAS OCURRENCIAS DE ESE SISTEMA  *
      *****************************************************************

      *****************************************************************
      * GENERACIONES QUE CORRESPONDAN BAJO EL MISMO DD ERRHIST        *
      * (P.EJ. ERR.HIST.LOG(0),ERR.HIST.LOG(-1),...,ERR.HIST.LOG(-29) *
      * PARA UN MES) - EL PROGRAMA SOLO LEE SECUENCIALMENTE EL DD.    *
      * EL DD ERRHCTL CONCATENA LAS MISMAS GENERACIONES DE            *
      * ERR.HIST.CTL, EN EL MISMO ORDEN (LO LEE PGMERRVER).           *
      *---------------------------------------------------------------*
           SELECT ERR-LOG-FILE ASSIGN TO 'ERRHIST'
               ORGANIZATION IS SEQUENTIAL
       01 WS-FIN-ARCHIVO       PIC X(01) VALUE 'N'.
          88 FIN-ARCHIVO                 VALUE 'S'.

      *---------------------------------------------------------------*
      * VERIFICACION DE TOTALES DE CONTROL DEL HISTORICO              *
      *---------------------------------------------------------------*
           COPY CPVERPRM.

       01 WS-SALIDA-INCOMPLETA PIC X(01) VALUE 'N'.
          88 SALIDA-INCOMPLETA           VALUE 'S'.

      *---------------------------------------------------------------*
      * ACUMULADORES POR PROGRAMA                                     *
      *---------------------------------------------------------------*
       01 WS-CONT-OTRO         PIC 9(07) COMP VALUE ZEROS.

       01 WS-CONT-LEIDOS       PIC 9(07) COMP VALUE ZEROS.
       01 WS-CONT-EXCLUIDOS    PIC 9(07) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * FILTRO POR SISTEMA (PARM SIS=; EN BLANCO = TODOS)             *
      *---------------------------------------------------------------*
       01 WS-FILTRO-SISTEMA    PIC X(08) VALUE SPACES.

      *---------------------------------------------------------------*
      * ACUMULADORES POR SISTEMA DE ORIGEN (LOS REGISTROS ANTERIORES  *
      * AL CAMPO, O SIN SISTEMA CONFIGURADO, CAEN EN '*SINSIS*')      *
      *---------------------------------------------------------------*
       01 WS-TAB-SISTEMAS.
          05 WS-SIS-TOTAL      PIC 9(04) COMP VALUE ZEROS.
          05 WS-SIS-ENTRY OCCURS 20 TIMES
                           INDEXED BY WS-SIS-IDX.
             07 WS-SIS-NOMBRE  PIC X(08) VALUE SPACES.
             07 WS-SIS-CONT    PIC 9(07) COMP VALUE ZEROS.
       01 WS-SIS-BUSCA         PIC X(08) VALUE SPACES.

      *---------------------------------------------------------------*
      * REGISTRO DE APLICACIONES EN MEMORIA (LA PRIMERA ENTRADA QUE   *

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
      *****************************************************************
       1000-I-INICIO.

           IF WS-PARM-LON > 4
              AND WS-PARM-TEXTO(1:4) = 'SIS='
              MOVE WS-PARM-TEXTO(5:8) TO WS-FILTRO-SISTEMA
           END-IF

           PERFORM 1500-CARGAR-REGISTRO
           PERFORM 1050-VERIFICAR-TOTALES
           OPEN INPUT ERR-LOG-FILE
           IF NOT LOGFILE-OK
              DISPLAY 'PGMERRRPT: NO SE PUDO ABRIR ERRHIST - STATUS '
       1000-F-INICIO.
           EXIT.

      *****************************************************************
      *   VERIFICAR EL HISTORICO CONTRA SUS TOTALES DE CONTROL. SI NO *
      *   CUADRA SE REPORTA IGUAL, MARCADO COMO INCOMPLETO.           *
      *****************************************************************
       1050-VERIFICAR-TOTALES.

           MOVE 'V' TO WS-VERP-ACCION
           MOVE 'H' TO WS-VERP-JUEGO
           CALL 'PGMERRVER' USING WS-VER-PARM
           IF NOT VERP-OK
              MOVE 'S' TO WS-SALIDA-INCOMPLETA
              DISPLAY 'PGMERRRPT: HISTORICO INCOMPLETO - '
                      WS-VERP-MENSAJE
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   CARGAR EL REGISTRO DE APLICACIONES. SIN APPREG LEGIBLE NO   *
      *   ES UN ERROR: EL ROLLUP CAE COMPLETO EN '*SINREG*'.          *
      *****************************************************************
       2000-I-PROCESO.

      *    LOS LATIDOS DE PRUEBA DE LA RUTA DE ALERTAS (SEVERIDAD
      *    'T', VER CPERROR) NO SON ERRORES Y NO SE INFORMAN.
           EVALUATE TRUE
           WHEN WS-LOG-SEVERIDAD = 'T'
                CONTINUE
           WHEN WS-FILTRO-SISTEMA NOT = SPACES
                AND WS-LOG-SISTEMA NOT = WS-FILTRO-SISTEMA
                ADD 1 TO WS-CONT-EXCLUIDOS
           WHEN OTHER
                ADD 1 TO WS-CONT-LEIDOS
                PERFORM 2100-ACUM-PROGRAMA
                PERFORM 2200-ACUM-FILESTATUS
                PERFORM 2300-ACUM-SQLCODE
                PERFORM 2400-ACUM-ENTORNO
                PERFORM 2500-ACUM-APLICACION
                PERFORM 2450-ACUM-SISTEMA
           END-EVALUATE
           PERFORM 1100-LEER-SIGUIENTE
           .
       2000-F-PROCESO.
           END-EVALUATE
           EXIT PARAGRAPH.

       2450-ACUM-SISTEMA.

           IF WS-LOG-SISTEMA = SPACES
              MOVE '*SINSIS*' TO WS-SIS-BUSCA
           ELSE
              MOVE WS-LOG-SISTEMA TO WS-SIS-BUSCA
           END-IF

           SET WS-SIS-IDX TO 1
           PERFORM UNTIL WS-SIS-IDX > WS-SIS-TOTAL
                      OR WS-SIS-NOMBRE(WS-SIS-IDX) = WS-SIS-BUSCA
              SET WS-SIS-IDX UP BY 1
           END-PERFORM

           IF WS-SIS-IDX > WS-SIS-TOTAL
              IF WS-SIS-TOTAL < 20
                 ADD 1 TO WS-SIS-TOTAL
                 SET WS-SIS-IDX TO WS-SIS-TOTAL
                 MOVE WS-SIS-BUSCA TO WS-SIS-NOMBRE(WS-SIS-IDX)
                 MOVE 1 TO WS-SIS-CONT(WS-SIS-IDX)
              END-IF
           ELSE
              ADD 1 TO WS-SIS-CONT(WS-SIS-IDX)
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   RESOLVER LA APLICACION DE LA OCURRENCIA CONTRA EL REGISTRO  *
      *   Y ACUMULAR EN EL ROLLUP POR APLICACION                      *
           DISPLAY WS-SEPARADOR
           DISPLAY 'RESUMEN DE ERRORES - PGMERRRPT'
           DISPLAY WS-SEPARADOR
           IF SALIDA-INCOMPLETA
              DISPLAY '*** SALIDA INCOMPLETA *** RESULTADO '
                      WS-VERP-RESULTADO
              DISPLAY '  ' WS-VERP-MENSAJE
              DISPLAY WS-SEPARADOR-MIN
           END-IF
           IF WS-FILTRO-SISTEMA NOT = SPACES
              DISPLAY 'SISTEMA                     : '
                      WS-FILTRO-SISTEMA
              DISPLAY 'OCURRENCIAS DE OTROS SIST.  : '
                      WS-CONT-EXCLUIDOS
           END-IF
           DISPLAY 'TOTAL DE OCURRENCIAS LEIDAS : ' WS-CONT-LEIDOS
           DISPLAY WS-SEPARADOR-MIN

           DISPLAY 'POR SISTEMA:'
           PERFORM VARYING WS-SIS-IDX FROM 1 BY 1
                   UNTIL WS-SIS-IDX > WS-SIS-TOTAL
              DISPLAY '  ' WS-SIS-NOMBRE(WS-SIS-IDX)
                      ' : ' WS-SIS-CONT(WS-SIS-IDX)
           END-PERFORM
           DISPLAY WS-SEPARADOR-MIN

           DISPLAY 'POR ENTORNO:'
           DISPLAY '  BATCH : ' WS-CONT-BATCH
           DISPLAY '  CICS  : ' WS-CONT-CICS
           IF LOGFILE-OK OR LOGFILE-AT-END
              CLOSE ERR-LOG-FILE
           END-IF
           IF SALIDA-INCOMPLETA
              MOVE 4 TO RETURN-CODE
           END-IF
           .
       9000-F-CIERRE.
           EXIT.
