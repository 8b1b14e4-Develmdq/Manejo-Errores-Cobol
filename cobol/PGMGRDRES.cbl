      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMGRDRES.

      *****************************************************************
      *   GUARDIA RESPONSABLE DE UN GRUPO ON-CALL SEGUN EL ROL        *
      *****************************************************************
      * AUTOR : MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************
      * FUNCION:                                                      *
      *   EL RUTEO (ALRTRTE) LLEVA CADA DISPARO HASTA UN GRUPO, PERO  *
      *   EL GRUPO NO ATIENDE EL TELEFONO: ATIENDE UNA PERSONA. ESTE  *
      *   SUBPROGRAMA RESUELVE, CONTRA EL ROL DE GUARDIAS (DD         *
      *   GUARDIAS, LAYOUT CPGRDREC), QUIEN ES EL TITULAR Y QUIEN EL  *
      *   SUPLENTE DE UN GRUPO EN UNA FECHA/HORA (ACCION 'R'), Y      *
      *   LISTA LOS PERIODOS SIN CUBRIR DE UN GRUPO DENTRO DE UNA     *
      *   VENTANA (ACCION 'H').                                       *
      *   LO LLAMAN PGMALERT, PGMERRDRN, PGMALRESC Y PGMERRANO (PARA  *
      *   ESTAMPAR LA PERSONA EN CADA DISPARO), PGMERRSHF (PARTE DE   *
      *   CAMBIO DE TURNO) Y PGMGRDCHK (CONTROL DE HUECOS DEL ROL).   *
      *                                                               *
      *   PRIORIDAD ENTRE ENTRADAS QUE CUBREN EL MISMO MOMENTO: VER   *
      *   CPGRDREC (CAMBIO > FERIADO > TURNO; A IGUAL TIPO, LA ULTIMA *
      *   DEL DATASET). TITULAR Y SUPLENTE SE RESUELVEN POR SEPARADO. *
      *                                                               *
      *   LOS HUECOS SE BUSCAN CORTANDO LA VENTANA EN LOS BORDES DE   *
      *   LAS ENTRADAS DEL GRUPO: ENTRE DOS BORDES CONSECUTIVOS LA    *
      *   GUARDIA NO CAMBIA, ASI QUE ALCANZA CON RESOLVER EL TRAMO EN *
      *   SU COMIENZO. TRAMOS CONTIGUOS CON LA MISMA FALTA SE INFORMAN*
      *   COMO UN SOLO PERIODO.                                       *
      *                                                               *
      *   EL ROL SE CARGA UNA VEZ POR RUN UNIT (EL SUBPROGRAMA QUEDA  *
      *   CARGADO ENTRE LLAMADAS, COMO PGMJOBIMP). SOLO BATCH: LOS    *
      *   DISPAROS DE ORIGEN CICS RECIBEN LA GUARDIA AL DRENAR ALRQ   *
      *   EN PGMERRDRN.                                               *
      *****************************************************************
      * DD:                                                           *
      *   GUARDIAS : ROL DE GUARDIAS (MANTENIDO POR OPERACIONES)      *
      *****************************************************************

      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUARDIAS-FILE ASSIGN TO 'GUARDIAS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRD-ST.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
       FD  GUARDIAS-FILE
           RECORDING MODE IS F.
           COPY CPGRDREC.

       WORKING-STORAGE SECTION.
       77 FILLER               PIC X(26) VALUE '* INICIO WS *'.

       01 WS-GRD-ST            PIC X(02) VALUE '00'.
          88 GRD-OK                      VALUE '00'.
          88 GRD-AT-END                  VALUE '10'.

       01 WS-TABLA-CARGADA     PIC X(01) VALUE 'N'.
          88 TABLA-CARGADA               VALUE 'S'.
       01 WS-TABLA-DISPONIBLE  PIC X(01) VALUE 'N'.
          88 TABLA-DISPONIBLE            VALUE 'S'.

      *---------------------------------------------------------------*
      * ROL EN MEMORIA, CON DESDE/HASTA EN MINUTOS CORRIDOS (DIAS DE  *
      * INTEGER-OF-DATE * 1440 + MINUTOS DEL DIA) Y LA PRIORIDAD DEL  *
      * TIPO (C=3, F=2, T=1)                                          *
      *---------------------------------------------------------------*
       01 WS-TAB-ROL.
          05 WS-ROL-TOTAL      PIC 9(04) COMP VALUE ZEROS.
          05 WS-ROL-ENTRY OCCURS 1000 TIMES
                           INDEXED BY WS-ROL-IDX.
             07 WS-ROL-GRUPO      PIC X(08).
             07 WS-ROL-TIPO       PIC X(01).
             07 WS-ROL-PRIORIDAD  PIC 9(01).
             07 WS-ROL-DESDE-MIN  PIC 9(11) COMP.
             07 WS-ROL-HASTA-MIN  PIC 9(11) COMP.
             07 WS-ROL-TITULAR    PIC X(48).
             07 WS-ROL-SUPLENTE   PIC X(48).
             07 WS-ROL-REFERENCIA PIC X(10).
       01 WS-ROL-DESBORDES     PIC 9(05) COMP VALUE ZEROS.
       01 WS-ROL-INVALIDAS     PIC 9(05) COMP VALUE ZEROS.
       01 WS-ENTRADA-VALIDA    PIC X(01) VALUE 'N'.
          88 ENTRADA-VALIDA              VALUE 'S'.
       01 WS-LEI-DESDE-MIN     PIC 9(11) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * CONVERSION FECHA AAAA-MM-DD + HORA HH:MM <-> MINUTOS CORRIDOS *
      *---------------------------------------------------------------*
       01 WS-CNV-FECHA.
          05 WS-CNV-AAAA       PIC X(04).
          05 WS-CNV-SEP1       PIC X(01).
          05 WS-CNV-MM         PIC X(02).
          05 WS-CNV-SEP2       PIC X(01).
          05 WS-CNV-DD         PIC X(02).
       01 WS-CNV-HORA.
          05 WS-CNV-HH         PIC X(02).
          05 WS-CNV-SEP3       PIC X(01).
          05 WS-CNV-MI         PIC X(02).
       01 WS-CNV-AAAAMMDD      PIC X(08) VALUE SPACES.
       01 WS-CNV-AAAAMMDD-9 REDEFINES WS-CNV-AAAAMMDD
                               PIC 9(08).
       01 WS-CNV-DIAS          PIC 9(07) COMP VALUE ZEROS.
       01 WS-CNV-RESTO         PIC 9(04) COMP VALUE ZEROS.
       01 WS-CNV-HH-9          PIC 9(02) VALUE ZEROS.
       01 WS-CNV-MI-9          PIC 9(02) VALUE ZEROS.
       01 WS-CNV-MINUTOS       PIC 9(11) COMP VALUE ZEROS.
       01 WS-CNV-VALIDA        PIC X(01) VALUE 'N'.
          88 CNV-VALIDA                  VALUE 'S'.

      *---------------------------------------------------------------*
      * RESOLUCION DE UN MOMENTO: POSICION Y PRIORIDAD DE LA ENTRADA  *
      * QUE DA EL TITULAR Y DE LA QUE DA EL SUPLENTE (CERO = NINGUNA) *
      *---------------------------------------------------------------*
       01 WS-MOMENTO-MIN       PIC 9(11) COMP VALUE ZEROS.
       01 WS-RES-TIT-POS       PIC 9(04) COMP VALUE ZEROS.
       01 WS-RES-TIT-PRIO      PIC 9(01) VALUE ZERO.
       01 WS-RES-SUP-POS       PIC 9(04) COMP VALUE ZEROS.
       01 WS-RES-SUP-PRIO      PIC 9(01) VALUE ZERO.

      *---------------------------------------------------------------*
      * BUSQUEDA DE HUECOS: VENTANA, BORDES ORDENADOS (SIN REPETIDOS) *
      * Y PERIODO SIN CUBRIR EN CURSO                                 *
      *---------------------------------------------------------------*
       01 WS-VEN-DESDE-MIN     PIC 9(11) COMP VALUE ZEROS.
       01 WS-VEN-HASTA-MIN     PIC 9(11) COMP VALUE ZEROS.
       01 WS-TAB-BORDES.
          05 WS-BOR-TOTAL      PIC 9(04) COMP VALUE ZEROS.
          05 WS-BOR-MIN        PIC 9(11) COMP OCCURS 500 TIMES.
       01 WS-BOR-DESBORDES     PIC 9(05) COMP VALUE ZEROS.
       01 WS-BOR-NUEVO         PIC 9(11) COMP VALUE ZEROS.
       01 WS-BOR-POS           PIC 9(04) COMP VALUE ZEROS.
       01 WS-BOR-I             PIC 9(04) COMP VALUE ZEROS.
       01 WS-TRAMO-FALTA       PIC X(01) VALUE SPACE.
       01 WS-HUE-FALTA         PIC X(01) VALUE SPACE.
       01 WS-HUE-DESDE-MIN     PIC 9(11) COMP VALUE ZEROS.
       01 WS-HUE-HASTA-MIN     PIC 9(11) COMP VALUE ZEROS.

       77 FILLER               PIC X(26) VALUE '* FINAL  WS *'.

      *---------------------------------------------------------------*
       LINKAGE SECTION.
      *---------------------------------------------------------------*
           COPY CPGRDPRM.

      *****************************************************************
       PROCEDURE DIVISION USING WS-GRD-PARM.
      *****************************************************************

       PRINCIPAL.

           MOVE '00'   TO WS-GRDP-RESULTADO
           MOVE SPACES TO WS-GRDP-TITULAR
           MOVE SPACES TO WS-GRDP-SUPLENTE
           MOVE SPACE  TO WS-GRDP-TIPO
           MOVE SPACES TO WS-GRDP-REFERENCIA
           MOVE ZEROS  TO WS-GRDP-HUE-TOTAL
           MOVE ZEROS  TO WS-GRDP-HUE-DESBORDES

           IF NOT TABLA-CARGADA
              PERFORM 1000-CARGAR-ROL
              MOVE 'S' TO WS-TABLA-CARGADA
           END-IF
           COMPUTE WS-GRDP-DESCARTADAS
              = WS-ROL-INVALIDAS + WS-ROL-DESBORDES
           END-COMPUTE

           EVALUATE TRUE
           WHEN NOT TABLA-DISPONIBLE
                MOVE '30' TO WS-GRDP-RESULTADO
           WHEN GRDP-HUECOS
                PERFORM 3000-BUSCAR-HUECOS
           WHEN OTHER
                PERFORM 2000-RESOLVER-GUARDIA
           END-EVALUATE
           .
       FIN-PRINCIPAL.
           GOBACK.

      *****************************************************************
      *   CARGAR EL ROL EN MEMORIA. SIN GUARDIAS LEGIBLE NO ES UN     *
      *   ERROR DEL LLAMADOR: CADA LLAMADA DEVUELVE '30' Y EL DISPARO *
      *   SALE SOLO CON EL GRUPO, COMO ANTES DEL ROL.                 *
      *****************************************************************
       1000-CARGAR-ROL.

           OPEN INPUT GUARDIAS-FILE
           IF NOT GRD-OK
              DISPLAY 'PGMGRDRES: SIN ROL DE GUARDIAS LEGIBLE - '
                      'STATUS ' WS-GRD-ST ' - LOS DISPAROS SALEN '
                      'SIN PERSONA RESPONSABLE'
           ELSE
              MOVE 'S' TO WS-TABLA-DISPONIBLE
              PERFORM 1100-CARGAR-UNA-ENTRADA
                      UNTIL GRD-AT-END
              CLOSE GUARDIAS-FILE
              IF WS-ROL-DESBORDES > 0
                 DISPLAY 'PGMGRDRES: TABLA DE GUARDIAS LLENA - '
                         WS-ROL-DESBORDES ' ENTRADAS DESCARTADAS '
                         '(PUEDEN APARECER HUECOS QUE NO SON)'
              END-IF
           END-IF
           EXIT PARAGRAPH.

       1100-CARGAR-UNA-ENTRADA.

           READ GUARDIAS-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF WS-GRD-GRUPO NOT = SPACES
                    PERFORM 1200-VALIDAR-ENTRADA
                    IF ENTRADA-VALIDA
                       PERFORM 1300-AGREGAR-ENTRADA
                    END-IF
                 END-IF
           END-READ
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * TIPO CONOCIDO, DESDE Y HASTA BIEN FORMADOS, HASTA POSTERIOR A *
      * DESDE Y AL MENOS UNA PERSONA (UNA ENTRADA SIN NADIE NO CUBRE  *
      * NADA: ES UN ERROR DE CARGA Y SE AVISA)                        *
      *---------------------------------------------------------------*
       1200-VALIDAR-ENTRADA.

           MOVE 'S' TO WS-ENTRADA-VALIDA
           IF NOT (GRD-TIPO-TURNO OR GRD-TIPO-FERIADO
                   OR GRD-TIPO-CAMBIO)
              OR (WS-GRD-TITULAR = SPACES
                  AND WS-GRD-SUPLENTE = SPACES)
              MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF

           IF ENTRADA-VALIDA
              MOVE WS-GRD-DESDE-FECHA TO WS-CNV-FECHA
              MOVE WS-GRD-DESDE-HORA  TO WS-CNV-HORA
              PERFORM 5000-A-MINUTOS
              IF CNV-VALIDA
                 MOVE WS-CNV-MINUTOS TO WS-LEI-DESDE-MIN
                 MOVE WS-GRD-HASTA-FECHA TO WS-CNV-FECHA
                 MOVE WS-GRD-HASTA-HORA  TO WS-CNV-HORA
                 PERFORM 5000-A-MINUTOS
              END-IF
              IF NOT CNV-VALIDA
                 OR WS-CNV-MINUTOS NOT > WS-LEI-DESDE-MIN
                 MOVE 'N' TO WS-ENTRADA-VALIDA
              END-IF
           END-IF

           IF NOT ENTRADA-VALIDA
              ADD 1 TO WS-ROL-INVALIDAS
              DISPLAY 'PGMGRDRES: ENTRADA INVALIDA DEL ROL NO '
                      'CARGADA - ' WS-GUARDIA-REC(1:47)
           END-IF
           EXIT PARAGRAPH.

       1300-AGREGAR-ENTRADA.

           IF WS-ROL-TOTAL < 1000
              ADD 1 TO WS-ROL-TOTAL
              SET WS-ROL-IDX TO WS-ROL-TOTAL
              MOVE WS-GRD-GRUPO      TO WS-ROL-GRUPO(WS-ROL-IDX)
              MOVE WS-GRD-TIPO       TO WS-ROL-TIPO(WS-ROL-IDX)
              EVALUATE TRUE
              WHEN GRD-TIPO-CAMBIO
                   MOVE 3 TO WS-ROL-PRIORIDAD(WS-ROL-IDX)
              WHEN GRD-TIPO-FERIADO
                   MOVE 2 TO WS-ROL-PRIORIDAD(WS-ROL-IDX)
              WHEN OTHER
                   MOVE 1 TO WS-ROL-PRIORIDAD(WS-ROL-IDX)
              END-EVALUATE
              MOVE WS-LEI-DESDE-MIN  TO WS-ROL-DESDE-MIN(WS-ROL-IDX)
              MOVE WS-CNV-MINUTOS    TO WS-ROL-HASTA-MIN(WS-ROL-IDX)
              MOVE WS-GRD-TITULAR    TO WS-ROL-TITULAR(WS-ROL-IDX)
              MOVE WS-GRD-SUPLENTE   TO WS-ROL-SUPLENTE(WS-ROL-IDX)
              MOVE WS-GRD-REFERENCIA TO WS-ROL-REFERENCIA(WS-ROL-IDX)
           ELSE
              ADD 1 TO WS-ROL-DESBORDES
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   ACCION 'R': TITULAR Y SUPLENTE DEL GRUPO EN LA FECHA/HORA   *
      *   RECIBIDA                                                    *
      *****************************************************************
       2000-RESOLVER-GUARDIA.

           MOVE WS-GRDP-FECHA TO WS-CNV-FECHA
           MOVE WS-GRDP-HORA  TO WS-CNV-HORA
           PERFORM 5000-A-MINUTOS
           IF NOT CNV-VALIDA
              MOVE '40' TO WS-GRDP-RESULTADO
           ELSE
              MOVE WS-CNV-MINUTOS TO WS-MOMENTO-MIN
              PERFORM 2100-RESOLVER-MOMENTO

              IF WS-RES-TIT-POS > 0
                 MOVE WS-ROL-TITULAR(WS-RES-TIT-POS) TO WS-GRDP-TITULAR
                 MOVE WS-ROL-TIPO(WS-RES-TIT-POS)    TO WS-GRDP-TIPO
                 MOVE WS-ROL-REFERENCIA(WS-RES-TIT-POS)
                    TO WS-GRDP-REFERENCIA
              END-IF
              IF WS-RES-SUP-POS > 0
                 MOVE WS-ROL-SUPLENTE(WS-RES-SUP-POS)
                    TO WS-GRDP-SUPLENTE
              END-IF

              EVALUATE TRUE
              WHEN WS-RES-TIT-POS = 0 AND WS-RES-SUP-POS = 0
                   MOVE '10' TO WS-GRDP-RESULTADO
              WHEN WS-RES-TIT-POS = 0
                   MOVE '15' TO WS-GRDP-RESULTADO
              WHEN WS-RES-SUP-POS = 0
                   MOVE '20' TO WS-GRDP-RESULTADO
              END-EVALUATE
           END-IF
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * RECORRER EL ROL EN ORDEN DEL DATASET: ENTRE LAS ENTRADAS DEL  *
      * GRUPO QUE CUBREN EL MOMENTO, GANA LA DE MAYOR PRIORIDAD Y, A  *
      * IGUAL PRIORIDAD, LA ULTIMA (POR ESO >=). TITULAR Y SUPLENTE   *
      * POR SEPARADO: UNA ENTRADA SIN SUPLENTE NO TAPA AL SUPLENTE DE *
      * LA QUE SIGUE EN PRIORIDAD.                                    *
      *---------------------------------------------------------------*
       2100-RESOLVER-MOMENTO.

           MOVE ZEROS TO WS-RES-TIT-POS
           MOVE ZERO  TO WS-RES-TIT-PRIO
           MOVE ZEROS TO WS-RES-SUP-POS
           MOVE ZERO  TO WS-RES-SUP-PRIO

           PERFORM VARYING WS-ROL-IDX FROM 1 BY 1
                   UNTIL WS-ROL-IDX > WS-ROL-TOTAL
              IF WS-ROL-GRUPO(WS-ROL-IDX) = WS-GRDP-GRUPO
                 AND WS-ROL-DESDE-MIN(WS-ROL-IDX)
                    NOT > WS-MOMENTO-MIN
                 AND WS-ROL-HASTA-MIN(WS-ROL-IDX) > WS-MOMENTO-MIN
                 IF WS-ROL-TITULAR(WS-ROL-IDX) NOT = SPACES
                    AND WS-ROL-PRIORIDAD(WS-ROL-IDX)
                       NOT < WS-RES-TIT-PRIO
                    SET WS-RES-TIT-POS TO WS-ROL-IDX
                    MOVE WS-ROL-PRIORIDAD(WS-ROL-IDX)
                       TO WS-RES-TIT-PRIO
                 END-IF
                 IF WS-ROL-SUPLENTE(WS-ROL-IDX) NOT = SPACES
                    AND WS-ROL-PRIORIDAD(WS-ROL-IDX)
                       NOT < WS-RES-SUP-PRIO
                    SET WS-RES-SUP-POS TO WS-ROL-IDX
                    MOVE WS-ROL-PRIORIDAD(WS-ROL-IDX)
                       TO WS-RES-SUP-PRIO
                 END-IF
              END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *****************************************************************
      *   ACCION 'H': PERIODOS SIN CUBRIR DEL GRUPO ENTRE FECHA/HORA  *
      *   Y HASTA-FECHA/HASTA-HORA (VER ENCABEZADO)                   *
      *****************************************************************
       3000-BUSCAR-HUECOS.

           MOVE WS-GRDP-FECHA TO WS-CNV-FECHA
           MOVE WS-GRDP-HORA  TO WS-CNV-HORA
           PERFORM 5000-A-MINUTOS
           IF CNV-VALIDA
              MOVE WS-CNV-MINUTOS TO WS-VEN-DESDE-MIN
              MOVE WS-GRDP-HASTA-FECHA TO WS-CNV-FECHA
              MOVE WS-GRDP-HASTA-HORA  TO WS-CNV-HORA
              PERFORM 5000-A-MINUTOS
           END-IF
           IF NOT CNV-VALIDA
              OR WS-CNV-MINUTOS NOT > WS-VEN-DESDE-MIN
              MOVE '40' TO WS-GRDP-RESULTADO
           ELSE
              MOVE WS-CNV-MINUTOS TO WS-VEN-HASTA-MIN

      *---------------------------------------------------------------*
      * BORDES: LOS EXTREMOS DE LA VENTANA Y LOS DESDE/HASTA DE LAS   *
      * ENTRADAS DEL GRUPO QUE CAEN ADENTRO                           *
      *---------------------------------------------------------------*
              MOVE ZEROS TO WS-BOR-TOTAL
              MOVE ZEROS TO WS-BOR-DESBORDES
              MOVE WS-VEN-DESDE-MIN TO WS-BOR-NUEVO
              PERFORM 3100-AGREGAR-BORDE
              MOVE WS-VEN-HASTA-MIN TO WS-BOR-NUEVO
              PERFORM 3100-AGREGAR-BORDE
              PERFORM VARYING WS-ROL-IDX FROM 1 BY 1
                      UNTIL WS-ROL-IDX > WS-ROL-TOTAL
                 IF WS-ROL-GRUPO(WS-ROL-IDX) = WS-GRDP-GRUPO
                    IF WS-ROL-DESDE-MIN(WS-ROL-IDX) > WS-VEN-DESDE-MIN
                       AND WS-ROL-DESDE-MIN(WS-ROL-IDX)
                          < WS-VEN-HASTA-MIN
                       MOVE WS-ROL-DESDE-MIN(WS-ROL-IDX)
                          TO WS-BOR-NUEVO
                       PERFORM 3100-AGREGAR-BORDE
                    END-IF
                    IF WS-ROL-HASTA-MIN(WS-ROL-IDX) > WS-VEN-DESDE-MIN
                       AND WS-ROL-HASTA-MIN(WS-ROL-IDX)
                          < WS-VEN-HASTA-MIN
                       MOVE WS-ROL-HASTA-MIN(WS-ROL-IDX)
                          TO WS-BOR-NUEVO
                       PERFORM 3100-AGREGAR-BORDE
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-BOR-DESBORDES > 0
                 DISPLAY 'PGMGRDRES: DEMASIADOS CAMBIOS DE GUARDIA '
                         'EN LA VENTANA DE ' WS-GRDP-GRUPO ' - '
                         WS-BOR-DESBORDES ' BORDES NO EVALUADOS'
              END-IF

      *---------------------------------------------------------------*
      * RESOLVER CADA TRAMO EN SU COMIENZO Y JUNTAR LOS CONTIGUOS CON *
      * LA MISMA FALTA                                                *
      *---------------------------------------------------------------*
              MOVE SPACE TO WS-HUE-FALTA
              PERFORM VARYING WS-BOR-I FROM 1 BY 1
                      UNTIL WS-BOR-I NOT < WS-BOR-TOTAL
                 MOVE WS-BOR-MIN(WS-BOR-I) TO WS-MOMENTO-MIN
                 PERFORM 2100-RESOLVER-MOMENTO
                 EVALUATE TRUE
                 WHEN WS-RES-TIT-POS = 0 AND WS-RES-SUP-POS = 0
                      MOVE 'T' TO WS-TRAMO-FALTA
                 WHEN WS-RES-TIT-POS = 0
                      MOVE 'P' TO WS-TRAMO-FALTA
                 WHEN WS-RES-SUP-POS = 0
                      MOVE 'S' TO WS-TRAMO-FALTA
                 WHEN OTHER
                      MOVE SPACE TO WS-TRAMO-FALTA
                 END-EVALUATE
                 IF WS-TRAMO-FALTA = WS-HUE-FALTA
                    MOVE WS-BOR-MIN(WS-BOR-I + 1) TO WS-HUE-HASTA-MIN
                 ELSE
                    IF WS-HUE-FALTA NOT = SPACE
                       PERFORM 3200-ANOTAR-HUECO
                    END-IF
                    MOVE WS-TRAMO-FALTA TO WS-HUE-FALTA
                    MOVE WS-BOR-MIN(WS-BOR-I) TO WS-HUE-DESDE-MIN
                    MOVE WS-BOR-MIN(WS-BOR-I + 1) TO WS-HUE-HASTA-MIN
                 END-IF
              END-PERFORM
              IF WS-HUE-FALTA NOT = SPACE
                 PERFORM 3200-ANOTAR-HUECO
              END-IF

              IF WS-GRDP-HUE-TOTAL > 0
                 MOVE '10' TO WS-GRDP-RESULTADO
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * INSERTAR WS-BOR-NUEVO EN SU POSICION DE ORDEN (CORRIMIENTO    *
      * HACIA ABAJO, COMO EL CRUCE DE PGMERRSHF); UN BORDE REPETIDO   *
      * NO SE VUELVE A AGREGAR                                        *
      *---------------------------------------------------------------*
       3100-AGREGAR-BORDE.

           MOVE 1 TO WS-BOR-POS
           PERFORM UNTIL WS-BOR-POS > WS-BOR-TOTAL
                      OR WS-BOR-MIN(WS-BOR-POS) NOT < WS-BOR-NUEVO
              ADD 1 TO WS-BOR-POS
           END-PERFORM

           IF WS-BOR-POS > WS-BOR-TOTAL
              OR WS-BOR-MIN(WS-BOR-POS) NOT = WS-BOR-NUEVO
              IF WS-BOR-TOTAL < 500
                 PERFORM VARYING WS-BOR-I FROM WS-BOR-TOTAL BY -1
                         UNTIL WS-BOR-I < WS-BOR-POS
                    MOVE WS-BOR-MIN(WS-BOR-I)
                       TO WS-BOR-MIN(WS-BOR-I + 1)
                 END-PERFORM
                 ADD 1 TO WS-BOR-TOTAL
                 MOVE WS-BOR-NUEVO TO WS-BOR-MIN(WS-BOR-POS)
              ELSE
                 ADD 1 TO WS-BOR-DESBORDES
              END-IF
           END-IF
           EXIT PARAGRAPH.

       3200-ANOTAR-HUECO.

           IF WS-GRDP-HUE-TOTAL < 20
              ADD 1 TO WS-GRDP-HUE-TOTAL
              MOVE WS-HUE-DESDE-MIN TO WS-CNV-MINUTOS
              PERFORM 5100-A-FECHA-HORA
              MOVE WS-CNV-FECHA
                 TO WS-GRDP-HUE-DESDE-FECHA(WS-GRDP-HUE-TOTAL)
              MOVE WS-CNV-HORA
                 TO WS-GRDP-HUE-DESDE-HORA(WS-GRDP-HUE-TOTAL)
              MOVE WS-HUE-HASTA-MIN TO WS-CNV-MINUTOS
              PERFORM 5100-A-FECHA-HORA
              MOVE WS-CNV-FECHA
                 TO WS-GRDP-HUE-HASTA-FECHA(WS-GRDP-HUE-TOTAL)
              MOVE WS-CNV-HORA
                 TO WS-GRDP-HUE-HASTA-HORA(WS-GRDP-HUE-TOTAL)
              MOVE WS-HUE-FALTA
                 TO WS-GRDP-HUE-FALTA(WS-GRDP-HUE-TOTAL)
           ELSE
              ADD 1 TO WS-GRDP-HUE-DESBORDES
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   WS-CNV-FECHA (AAAA-MM-DD) + WS-CNV-HORA (HH:MM) ->          *
      *   WS-CNV-MINUTOS. CNV-VALIDA EN 'N' SI ALGUNA ESTA MAL        *
      *   FORMADA O LA FECHA NO EXISTE.                               *
      *****************************************************************
       5000-A-MINUTOS.

           MOVE 'S' TO WS-CNV-VALIDA
           IF WS-CNV-AAAA IS NOT NUMERIC
              OR WS-CNV-SEP1 NOT = '-'
              OR WS-CNV-MM IS NOT NUMERIC
              OR WS-CNV-MM < '01' OR WS-CNV-MM > '12'
              OR WS-CNV-SEP2 NOT = '-'
              OR WS-CNV-DD IS NOT NUMERIC
              OR WS-CNV-DD < '01' OR WS-CNV-DD > '31'
              OR WS-CNV-HH IS NOT NUMERIC
              OR WS-CNV-HH > '23'
              OR WS-CNV-SEP3 NOT = ':'
              OR WS-CNV-MI IS NOT NUMERIC
              OR WS-CNV-MI > '59'
              MOVE 'N' TO WS-CNV-VALIDA
           ELSE
              STRING WS-CNV-AAAA WS-CNV-MM WS-CNV-DD
                 DELIMITED BY SIZE
                 INTO WS-CNV-AAAAMMDD
              END-STRING
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-CNV-AAAAMMDD-9) NOT = 0
                 MOVE 'N' TO WS-CNV-VALIDA
              ELSE
                 MOVE WS-CNV-HH TO WS-CNV-HH-9
                 MOVE WS-CNV-MI TO WS-CNV-MI-9
                 COMPUTE WS-CNV-MINUTOS
                    = FUNCTION INTEGER-OF-DATE(WS-CNV-AAAAMMDD-9) * 1440
                    + WS-CNV-HH-9 * 60 + WS-CNV-MI-9
                 END-COMPUTE
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   WS-CNV-MINUTOS -> WS-CNV-FECHA (AAAA-MM-DD) Y WS-CNV-HORA   *
      *   (HH:MM)                                                     *
      *****************************************************************
       5100-A-FECHA-HORA.

           DIVIDE WS-CNV-MINUTOS BY 1440
              GIVING WS-CNV-DIAS REMAINDER WS-CNV-RESTO
           END-DIVIDE
           MOVE FUNCTION DATE-OF-INTEGER(WS-CNV-DIAS)
              TO WS-CNV-AAAAMMDD-9
           MOVE WS-CNV-AAAAMMDD(1:4) TO WS-CNV-AAAA
           MOVE '-'                  TO WS-CNV-SEP1
           MOVE WS-CNV-AAAAMMDD(5:2) TO WS-CNV-MM
           MOVE '-'                  TO WS-CNV-SEP2
           MOVE WS-CNV-AAAAMMDD(7:2) TO WS-CNV-DD
           DIVIDE WS-CNV-RESTO BY 60
              GIVING WS-CNV-HH-9 REMAINDER WS-CNV-MI-9
           END-DIVIDE
           MOVE WS-CNV-HH-9          TO WS-CNV-HH
           MOVE ':'                  TO WS-CNV-SEP3
           MOVE WS-CNV-MI-9          TO WS-CNV-MI
           EXIT PARAGRAPH.
