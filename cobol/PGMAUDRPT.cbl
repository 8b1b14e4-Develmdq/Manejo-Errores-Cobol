      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMAUDRPT.

      *****************************************************************
      *   REPORTE DEL HISTORICO DE CAMBIOS DE CONFIGURACION (AUDHIST) *
      *****************************************************************
      * AUTOR : MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************
      * FUNCION:                                                      *
      *   RESPONDE "QUIEN CAMBIO QUE, CUANDO Y COMO" SOBRE LAS TABLAS *
      *   DE LA SUITE: LISTA CADA REGISTRO DE AUDHIST (VER CPAUDREG)  *
      *   DEL PERIODO PEDIDO CON FECHA/HORA, USUARIO, PROGRAMA DE     *
      *   ORIGEN, MEDIO (EN LINEA / CARGA BATCH / EDICION DETECTADA), *
      *   TABLA, ACCION, CLAVE Y LAS IMAGENES ANTES/DESPUES. AL FINAL *
      *   TOTALIZA POR TABLA Y ACCION.                                *
      *                                                               *
      *   AUDHIST SE GRABA EN ORDEN DE LLEGADA; EL DRENAJE DE AUDQ    *
      *   (PGMERRDRN) PUEDE INTERCALAR CAMBIOS EN LINEA DE VARIAS     *
      *   HORAS ANTES. SI SE QUIERE EL LISTADO ESTRICTAMENTE          *
      *   CRONOLOGICO, EL JCL ORDENA POR FECHA+HORA ANTES DE ESTE     *
      *   PASO.                                                       *
      *****************************************************************
      * PARM (OPCIONAL, POSICIONAL):                                  *
      *   PARM='AAAA-MM-DD,AAAA-MM-DD,TTTTTTTT'                       *
      *     DESDE Y HASTA (INCLUSIVE) Y TABLA. CUALQUIERA PUEDE IR EN *
      *     BLANCO: SIN DESDE/HASTA NO HAY LIMITE, SIN TABLA SALEN    *
      *     TODAS.                                                    *
      *****************************************************************

      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUD-HIST-FILE ASSIGN TO 'AUDHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDH-ST.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
       FD  AUD-HIST-FILE
           RECORDING MODE IS F.
           COPY CPAUDREG.

       WORKING-STORAGE SECTION.
       77 FILLER               PIC X(26) VALUE '* INICIO WS *'.

       01 WS-SEPARADOR         PIC X(60) VALUE ALL '='.
       01 WS-SEPARADOR-MIN     PIC X(60) VALUE ALL '-'.

       01 WS-AUDH-ST           PIC X(02) VALUE '00'.
          88 AUDH-OK                     VALUE '00'.
          88 AUDH-AT-END                 VALUE '10'.

       01 WS-HUBO-ERROR        PIC X(01) VALUE 'N'.
          88 HUBO-ERROR                  VALUE 'S'.

      *---------------------------------------------------------------*
      * FILTROS DEL PARM                                              *
      *---------------------------------------------------------------*
       01 WS-FILTRO-DESDE      PIC X(10) VALUE SPACES.
       01 WS-FILTRO-HASTA      PIC X(10) VALUE SPACES.
       01 WS-FILTRO-TABLA      PIC X(08) VALUE SPACES.

       01 WS-CONT-LEIDOS       PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-LISTADOS     PIC 9(09) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * TEXTOS EDITADOS DEL DETALLE                                   *
      *---------------------------------------------------------------*
       01 WS-DESC-MEDIO        PIC X(10) VALUE SPACES.
       01 WS-DESC-ACCION       PIC X(12) VALUE SPACES.

      *---------------------------------------------------------------*
      * TOTALES POR TABLA Y ACCION                                    *
      *---------------------------------------------------------------*
       01 WS-TAB-TOTALES.
          05 WS-TOT-TOTAL      PIC 9(04) COMP VALUE ZEROS.
          05 WS-TOT-ENTRY OCCURS 30 TIMES
                           INDEXED BY WS-TOT-IDX.
             07 WS-TOT-TABLA      PIC X(08) VALUE SPACES.
             07 WS-TOT-ALTAS      PIC 9(07) COMP VALUE ZEROS.
             07 WS-TOT-MODIF      PIC 9(07) COMP VALUE ZEROS.
             07 WS-TOT-BAJAS      PIC 9(07) COMP VALUE ZEROS.

       01 WS-TOT-ENCONTRADA    PIC X(01) VALUE 'N'.
          88 TOT-ENCONTRADA              VALUE 'S'.
       01 WS-TOT-DESBORDE      PIC 9(07) COMP VALUE ZEROS.

       01 WS-ED-ALTAS          PIC Z(6)9.
       01 WS-ED-MODIF          PIC Z(6)9.
       01 WS-ED-BAJAS          PIC Z(6)9.

       77 FILLER               PIC X(26) VALUE '* FINAL  WS *'.

      *---------------------------------------------------------------*
       LINKAGE SECTION.
      *---------------------------------------------------------------*
       01 WS-PARM.
          05 WS-PARM-LON       PIC S9(04) COMP.
          05 WS-PARM-TEXTO     PIC X(30).

      *****************************************************************
       PROCEDURE DIVISION USING WS-PARM.
      *****************************************************************

       PRINCIPAL.

           PERFORM 1000-I-INICIO THRU 1000-F-INICIO
           IF NOT HUBO-ERROR
              PERFORM 2000-LISTAR-CAMBIOS
           END-IF
           PERFORM 8000-IMPRIMIR-RESUMEN
           PERFORM 9000-I-CIERRE THRU 9000-F-CIERRE
           .
       FIN-PRINCIPAL.
           GOBACK.

      *****************************************************************
      *   INTERPRETAR EL PARM Y ABRIR EL HISTORICO                    *
      *****************************************************************
       1000-I-INICIO.

           IF WS-PARM-LON >= 10
              MOVE WS-PARM-TEXTO(1:10) TO WS-FILTRO-DESDE
           END-IF
           IF WS-PARM-LON >= 21
              MOVE WS-PARM-TEXTO(12:10) TO WS-FILTRO-HASTA
           END-IF
           IF WS-PARM-LON >= 23
              MOVE WS-PARM-TEXTO(23:8) TO WS-FILTRO-TABLA
           END-IF

           OPEN INPUT AUD-HIST-FILE
           IF NOT AUDH-OK
              DISPLAY 'PGMAUDRPT: NO SE PUDO ABRIR AUDHIST - STATUS '
                      WS-AUDH-ST
              MOVE 'S' TO WS-HUBO-ERROR
           END-IF

           DISPLAY WS-SEPARADOR
           DISPLAY 'HISTORICO DE CAMBIOS DE CONFIGURACION - PGMAUDRPT'
           DISPLAY WS-SEPARADOR
           DISPLAY 'DESDE : ' WS-FILTRO-DESDE
                   '   HASTA: ' WS-FILTRO-HASTA
                   '   TABLA: ' WS-FILTRO-TABLA
           DISPLAY WS-SEPARADOR
           .
       1000-F-INICIO.
           EXIT.

      *****************************************************************
      *   LEER AUDHIST Y LISTAR LOS REGISTROS QUE PASAN LOS FILTROS   *
      *****************************************************************
       2000-LISTAR-CAMBIOS.

           PERFORM UNTIL AUDH-AT-END
              READ AUD-HIST-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-CONT-LEIDOS
                    IF (WS-FILTRO-DESDE = SPACES
                        OR WS-AUD-FECHA NOT < WS-FILTRO-DESDE)
                       AND (WS-FILTRO-HASTA = SPACES
                        OR WS-AUD-FECHA NOT > WS-FILTRO-HASTA)
                       AND (WS-FILTRO-TABLA = SPACES
                        OR WS-AUD-TABLA = WS-FILTRO-TABLA)
                       PERFORM 2100-LISTAR-DETALLE
                       PERFORM 2200-ACUMULAR-TOTALES
                    END-IF
              END-READ
           END-PERFORM
           EXIT PARAGRAPH.

       2100-LISTAR-DETALLE.

           ADD 1 TO WS-CONT-LISTADOS

           EVALUATE TRUE
           WHEN AUD-MEDIO-LINEA
                MOVE 'EN LINEA'    TO WS-DESC-MEDIO
           WHEN AUD-MEDIO-CARGA
                MOVE 'CARGA'       TO WS-DESC-MEDIO
           WHEN AUD-MEDIO-EDICION
                MOVE 'EDICION'     TO WS-DESC-MEDIO
           WHEN OTHER
                MOVE WS-AUD-MEDIO  TO WS-DESC-MEDIO
           END-EVALUATE

           EVALUATE TRUE
           WHEN AUD-ACC-ALTA
                MOVE 'ALTA'         TO WS-DESC-ACCION
           WHEN AUD-ACC-MODIF
                MOVE 'MODIFICACION' TO WS-DESC-ACCION
           WHEN AUD-ACC-BAJA
                MOVE 'BAJA'         TO WS-DESC-ACCION
           WHEN OTHER
                MOVE WS-AUD-ACCION  TO WS-DESC-ACCION
           END-EVALUATE

           DISPLAY WS-AUD-FECHA ' ' WS-AUD-HORA
                   '  USUARIO: ' WS-AUD-USUARIO
                   '  ORIGEN: ' WS-AUD-ORIGEN
                   '  MEDIO: ' WS-DESC-MEDIO
           DISPLAY '   ' WS-AUD-TABLA ' ' WS-DESC-ACCION
                   '  CLAVE: ' WS-AUD-CLAVE
           IF WS-AUD-ANTES NOT = SPACES
              DISPLAY '   ANTES  : ' WS-AUD-ANTES(1:100)
              IF WS-AUD-ANTES(101:100) NOT = SPACES
                 DISPLAY '            ' WS-AUD-ANTES(101:100)
              END-IF
           END-IF
           IF WS-AUD-DESPUES NOT = SPACES
              DISPLAY '   DESPUES: ' WS-AUD-DESPUES(1:100)
              IF WS-AUD-DESPUES(101:100) NOT = SPACES
                 DISPLAY '            ' WS-AUD-DESPUES(101:100)
              END-IF
           END-IF
           DISPLAY WS-SEPARADOR-MIN
           EXIT PARAGRAPH.

       2200-ACUMULAR-TOTALES.

           MOVE 'N' TO WS-TOT-ENCONTRADA
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > WS-TOT-TOTAL
                      OR TOT-ENCONTRADA
              IF WS-TOT-TABLA(WS-TOT-IDX) = WS-AUD-TABLA
                 MOVE 'S' TO WS-TOT-ENCONTRADA
              END-IF
           END-PERFORM

           IF TOT-ENCONTRADA
              SET WS-TOT-IDX DOWN BY 1
           ELSE
              IF WS-TOT-TOTAL < 30
                 ADD 1 TO WS-TOT-TOTAL
                 SET WS-TOT-IDX TO WS-TOT-TOTAL
                 MOVE WS-AUD-TABLA TO WS-TOT-TABLA(WS-TOT-IDX)
                 MOVE 'S' TO WS-TOT-ENCONTRADA
              ELSE
                 ADD 1 TO WS-TOT-DESBORDE
              END-IF
           END-IF

           IF TOT-ENCONTRADA
              EVALUATE TRUE
              WHEN AUD-ACC-ALTA
                   ADD 1 TO WS-TOT-ALTAS(WS-TOT-IDX)
              WHEN AUD-ACC-BAJA
                   ADD 1 TO WS-TOT-BAJAS(WS-TOT-IDX)
              WHEN OTHER
                   ADD 1 TO WS-TOT-MODIF(WS-TOT-IDX)
              END-EVALUATE
           END-IF
           EXIT PARAGRAPH.

       8000-IMPRIMIR-RESUMEN.

           DISPLAY WS-SEPARADOR
           DISPLAY 'REGISTROS LEIDOS   : ' WS-CONT-LEIDOS
           DISPLAY 'REGISTROS LISTADOS : ' WS-CONT-LISTADOS
           DISPLAY WS-SEPARADOR-MIN
           DISPLAY 'TABLA         ALTAS   MODIF   BAJAS'
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > WS-TOT-TOTAL
              MOVE WS-TOT-ALTAS(WS-TOT-IDX) TO WS-ED-ALTAS
              MOVE WS-TOT-MODIF(WS-TOT-IDX) TO WS-ED-MODIF
              MOVE WS-TOT-BAJAS(WS-TOT-IDX) TO WS-ED-BAJAS
              DISPLAY WS-TOT-TABLA(WS-TOT-IDX) ' ' WS-ED-ALTAS
                      ' ' WS-ED-MODIF ' ' WS-ED-BAJAS
           END-PERFORM
           IF WS-TOT-DESBORDE > 0
              DISPLAY '  (TABLA DE TOTALES LLENA: ' WS-TOT-DESBORDE
                      ' REGISTROS SIN TOTALIZAR)'
           END-IF
           DISPLAY WS-SEPARADOR
           EXIT PARAGRAPH.

       9000-I-CIERRE.

           IF NOT HUBO-ERROR
              CLOSE AUD-HIST-FILE
           END-IF
           IF HUBO-ERROR
              MOVE 8 TO RETURN-CODE
           END-IF
           .
       9000-F-CIERRE.
           EXIT.
