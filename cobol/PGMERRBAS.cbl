      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMERRBAS.

      *****************************************************************
      *   CONSTRUCCION DE LA LINEA BASE DE VOLUMEN DE OCURRENCIAS     *
      *   POR HORA DEL DIA Y DIA DE LA SEMANA                         *
      *****************************************************************
      * AUTOR : MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************
      * FUNCION:                                                      *
      *   PGMALERT SOLO PAGINA LAS CRITICAS, EL CONTROL DE RAFAGAS DE *
      *   WARNINGS (2700 DE PGMERROR) CUENTA DENTRO DE UNA SOLA       *
      *   CORRIDA Y PGMERRTRD COMPARA PERIODOS ENTEROS A POSTERIORI.  *
      *   UN PROGRAMA QUE SUELE DEJAR 5 WARNINGS POR HORA Y DE PRONTO *
      *   DEJA 300 REPARTIDOS EN MUCHAS CORRIDAS CORTAS O TAREAS CICS *
      *   NO LE AVISA A NADIE. ESTE PROGRAMA, CORRIDO UNA VEZ POR     *
      *   SEMANA, LEE LAS ULTIMAS SEMANAS DE ERRHIST Y GRABA EN       *
      *   ERRBASE (VER CPERRBAS) CUANTAS OCURRENCIAS SON NORMALES     *
      *   PARA CADA PROGRAMA Y CADA APLICACION DE APPREG, POR DIA DE  *
      *   LA SEMANA Y HORA DEL DIA: PROMEDIO POR HORA Y LA PEOR HORA  *
      *   OBSERVADA. PGMERRANO COMPARA EL DIA EN CURSO CONTRA ELLA.   *
      *                                                               *
      *   EL PROMEDIO SE CALCULA SOBRE TODOS LOS DIAS DE ESE DIA DE   *
      *   LA SEMANA QUE CUBRE EL PERIODO VERIFICADO (UN LUNES SIN     *
      *   OCURRENCIAS TAMBIEN CUENTA), NO SOLO SOBRE LOS DIAS QUE     *
      *   TUVIERON OCURRENCIAS. LOS LATIDOS DE PRUEBA (SEVERIDAD 'T') *
      *   NO SON ERRORES Y NO ENTRAN EN LA BASE.                      *
      *****************************************************************
      * ENTRADAS:                                                     *
      *   DD ERRHIST: GENERACIONES DE LAS SEMANAS A APRENDER (P.EJ.   *
      *     ERR.HIST.LOG(-1) A ERR.HIST.LOG(-28) PARA CUATRO SEMANAS).*
      *   DD ERRHCTL: LAS GENERACIONES GEMELAS DE ERR.HIST.CTL, EN EL *
      *     MISMO ORDEN (VER PGMERRVER). UNA BASE APRENDIDA SOBRE UN  *
      *     HISTORICO INCOMPLETO SUBESTIMA LO NORMAL Y DISPARARIA     *
      *     FALSAS ALARMAS TODA LA SEMANA: SI NO CUADRA, NO SE GRABA  *
      *     NADA Y SIGUE RIGIENDO LA BASE ANTERIOR (RC=8).            *
      *   DD APPREG : REGISTRO DE APLICACIONES (MISMA RESOLUCION QUE  *
      *     PGMERRTRD; SIN MATCH, LA APLICACION ES '*SINREG*').       *
      * SALIDA:                                                       *
      *   DD ERRBASE: LINEA BASE (LAYOUT CPERRBAS), NUEVA GENERACION. *
      * PARM:                                                         *
      *   PARM='SIS=XXXXXXXX' - SOBRE LA GENERACION CORPORATIVA (VER  *
      *   PGMERRCNS), APRENDE SOLO LAS OCURRENCIAS DE ESE SISTEMA.    *
      *   SIN PARM, TODOS LOS SISTEMAS.                               *
      * RETURN CODE:                                                  *
      *   0 = BASE GRABADA                                            *
      *   4 = BASE GRABADA, PERO ALGUNA CLAVE NO ENTRO EN LA TABLA O  *
      *       HUBO OCURRENCIAS SIN FECHA/HORA VALIDA                  *
      *   8 = HISTORICO SIN VERIFICAR O ERROR DE E/S: BASE NO GRABADA *
      *****************************************************************

      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERR-HIST-FILE ASSIGN TO 'ERRHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-ST.

      *---------------------------------------------------------------*
      * REGISTRO DE APLICACIONES (MASCARA -> APLICACION/DUENO, VER    *
      * CPAPPVSM; EN BATCH SE LEE EL SECUENCIAL DIRECTO)              *
      *---------------------------------------------------------------*
           SELECT APP-REG-FILE ASSIGN TO 'APPREG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AREG-ST.

           SELECT ERR-BASE-FILE ASSIGN TO 'ERRBASE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BASE-ST.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *---------------------------------------------------------------*
      * EL HISTORICO SE LEE "INTO" EL REGISTRO DE CPERRLOG Y LA BASE  *
      * SE ESCRIBE "FROM" EL DE CPERRBAS, AMBOS EN WORKING-STORAGE;   *
      * ESTOS 01 SOLO FIJAN EL LRECL.                                 *
      *---------------------------------------------------------------*
       FD  ERR-HIST-FILE
           RECORDING MODE IS F.
       01 WS-ERR-HIST-REC      PIC X(162).

       FD  ERR-BASE-FILE
           RECORDING MODE IS F.
       01 WS-ERR-BASE-REC      PIC X(80).

       FD  APP-REG-FILE
           RECORDING MODE IS F.
       01 WS-APPREG-REC.
          05 WS-AREG-REC-MASCARA  PIC X(08).
          05 WS-AREG-REC-AMBITO   PIC X(01).
          05 WS-AREG-REC-APLICAC  PIC X(08).
          05 WS-AREG-REC-GRUPO    PIC X(08).
          05 WS-AREG-REC-CRITIC   PIC X(01).
          05 FILLER               PIC X(54).

       WORKING-STORAGE SECTION.
       77 FILLER               PIC X(26) VALUE '* INICIO WS *'.

           COPY CPERRLOG.

           COPY CPERRBAS.

       01 WS-SEPARADOR         PIC X(60) VALUE ALL '='.
       01 WS-SEPARADOR-MIN     PIC X(60) VALUE ALL '-'.

       01 WS-HIST-ST           PIC X(02) VALUE '00'.
          88 HIST-OK                     VALUE '00'.
          88 HIST-AT-END                 VALUE '10'.

       01 WS-AREG-ST           PIC X(02) VALUE '00'.
          88 AREG-OK                     VALUE '00'.
          88 AREG-AT-END                 VALUE '10'.

       01 WS-BASE-ST           PIC X(02) VALUE '00'.
          88 BASE-OK                     VALUE '00'.

       01 WS-FIN-ARCHIVO       PIC X(01) VALUE 'N'.
          88 FIN-ARCHIVO                 VALUE 'S'.

       01 WS-HUBO-ERROR        PIC X(01) VALUE 'N'.
          88 HUBO-ERROR                  VALUE 'S'.

       01 WS-BASE-ABIERTA      PIC X(01) VALUE 'N'.
          88 BASE-ABIERTA                VALUE 'S'.

      *---------------------------------------------------------------*
      * FILTRO POR SISTEMA (PARM SIS=; EN BLANCO = TODOS)             *
      *---------------------------------------------------------------*
       01 WS-FILTRO-SISTEMA    PIC X(08) VALUE SPACES.
       01 WS-CONT-EXCLUIDOS    PIC 9(09) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * VERIFICACION DE TOTALES DE CONTROL DEL HISTORICO              *
      *---------------------------------------------------------------*
           COPY CPVERPRM.

      *---------------------------------------------------------------*
      * REGISTRO DE APLICACIONES EN MEMORIA                           *
      *---------------------------------------------------------------*
       01 WS-TAB-REGISTRO.
          05 WS-REG-TOTAL      PIC 9(04) COMP VALUE ZEROS.
          05 WS-REG-ENTRY OCCURS 100 TIMES
                           INDEXED BY WS-REG-IDX.
             07 WS-REG-MASCARA    PIC X(08) VALUE SPACES.
             07 WS-REG-AMBITO     PIC X(01) VALUE SPACE.
             07 WS-REG-APLICAC    PIC X(08) VALUE SPACES.

      *---------------------------------------------------------------*
      * APLICACION RESUELTA Y AUXILIARES DEL MATCH DE MASCARA (MISMA  *
      * REGLA QUE PGMALERT)                                           *
      *---------------------------------------------------------------*
       01 WS-APP-RESUELTA      PIC X(08) VALUE SPACES.
       01 WS-MASCARA-OBJETO    PIC X(08) VALUE SPACES.
       01 WS-MASCARA-MATCH     PIC X(01) VALUE 'N'.
          88 MASCARA-MATCH              VALUE 'S'.
       01 WS-IDX-MASC          PIC 9(02) COMP VALUE ZEROS.
       01 WS-FIN-MASC          PIC X(01) VALUE 'N'.
          88 FIN-MASC                   VALUE 'S'.
       01 WS-FIN-REGISTRO      PIC X(01) VALUE 'N'.
          88 FIN-REGISTRO               VALUE 'S'.

      *---------------------------------------------------------------*
      * ACUMULADORES POR CLAVE ('P' PROGRAMA / 'A' APLICACION), DIA   *
      * DE LA SEMANA Y HORA. CADA CELDA CUENTA EL DIA EN CURSO        *
      * (ULT-FECHA/CNT-DIA) Y AL CAMBIAR DE DIA LO VUELCA AL MAXIMO,  *
      * ASI NO HACE FALTA QUE LAS GENERACIONES VENGAN EN ORDEN: CADA  *
      * GENERACION ES UN DIA Y SUS REGISTROS LLEGAN JUNTOS.           *
      *---------------------------------------------------------------*
       01 WS-TAB-CLAVES.
          05 WS-CLV-TOTAL      PIC 9(04) COMP.
          05 WS-CLV-ENTRY OCCURS 150 TIMES
                           INDEXED BY WS-CLV-IDX.
             07 WS-CLV-TIPO       PIC X(01).
             07 WS-CLV-CLAVE      PIC X(08).
             07 WS-CLV-DIA OCCURS 7 TIMES.
                09 WS-CLV-HORA OCCURS 24 TIMES.
                   11 WS-CLV-ULT-FECHA  PIC 9(07) COMP.
                   11 WS-CLV-CNT-DIA    PIC 9(05) COMP.
                   11 WS-CLV-ACUM       PIC 9(07) COMP.
                   11 WS-CLV-MAXIMO     PIC 9(05) COMP.
       01 WS-CLV-DESBORDES     PIC 9(09) COMP VALUE ZEROS.

       01 WS-TIPO-BUSCADO      PIC X(01) VALUE SPACE.
       01 WS-CLAVE-BUSCADA     PIC X(08) VALUE SPACES.

      *---------------------------------------------------------------*
      * DIAS DE CADA DIA DE LA SEMANA QUE CUBRE EL PERIODO VERIFICADO *
      * (1 = LUNES ... 7 = DOMINGO)                                   *
      *---------------------------------------------------------------*
       01 WS-TAB-SEMANAS.
          05 WS-SEM-DIAS OCCURS 7 TIMES PIC 9(03) COMP.

       01 WS-NOMBRES-DIA.
          05 FILLER            PIC X(21)
                               VALUE 'LUNMARMIEJUEVIESABDOM'.
       01 WS-NOMBRES-DIA-R REDEFINES WS-NOMBRES-DIA.
          05 WS-NOMBRE-DIA OCCURS 7 TIMES PIC X(03).

      *---------------------------------------------------------------*
      * FECHA/HORA DE LA OCURRENCIA EN PROCESO                        *
      *---------------------------------------------------------------*
       01 WS-REG-AAAAMMDD      PIC X(08) VALUE SPACES.
       01 WS-REG-AAAAMMDD-9 REDEFINES WS-REG-AAAAMMDD PIC 9(08).
       01 WS-REG-FECHA-INT     PIC 9(07) COMP VALUE ZEROS.
       01 WS-REG-HH            PIC 9(02) VALUE ZEROS.
       01 WS-D                 PIC 9(04) COMP VALUE ZEROS.
       01 WS-H                 PIC 9(04) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * PERIODO VERIFICADO (AAAA-MM-DD DE PGMERRVER) EN DIAS CORRIDOS *
      *---------------------------------------------------------------*
       01 WS-PER-AAAAMMDD      PIC 9(08) VALUE ZEROS.
       01 WS-DESDE-INT         PIC 9(07) COMP VALUE ZEROS.
       01 WS-HASTA-INT         PIC 9(07) COMP VALUE ZEROS.
       01 WS-FEC-INT           PIC 9(07) COMP VALUE ZEROS.

       01 WS-CONT-LEIDOS       PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-LATIDOS      PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-INVALIDOS    PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-ACUMULADOS   PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-GRABADOS     PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-CLAVES-P     PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-CLAVES-A     PIC 9(09) COMP VALUE ZEROS.

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

           PERFORM 1000-I-INICIO THRU 1000-F-INICIO
           IF NOT HUBO-ERROR
              PERFORM 2000-ACUMULAR-HISTORICO
           END-IF
           IF NOT HUBO-ERROR
              PERFORM 3000-CONTAR-DIAS
              PERFORM 4000-GRABAR-BASE
           END-IF
           PERFORM 8000-IMPRIMIR-RESUMEN
           PERFORM 9000-I-CIERRE THRU 9000-F-CIERRE
           .
       FIN-PRINCIPAL.
           GOBACK.

      *****************************************************************
      *   INTERPRETAR EL PARM, VERIFICAR EL HISTORICO Y CARGAR EL     *
      *   REGISTRO DE APLICACIONES                                    *
      *****************************************************************
       1000-I-INICIO.

           INITIALIZE WS-TAB-CLAVES
           INITIALIZE WS-TAB-SEMANAS
           IF WS-PARM-LON > 4
              AND WS-PARM-TEXTO(1:4) = 'SIS='
              MOVE WS-PARM-TEXTO(5:8) TO WS-FILTRO-SISTEMA
           END-IF

           PERFORM 1050-VERIFICAR-TOTALES
           IF NOT HUBO-ERROR
              PERFORM 1500-CARGAR-REGISTRO
           END-IF
           .
       1000-F-INICIO.
           EXIT.

      *****************************************************************
      *   VERIFICAR EL HISTORICO CONTRA SUS TOTALES DE CONTROL. SIN   *
      *   HISTORICO COMPLETO NO SE APRENDE NADA (VER ENCABEZADO).     *
      *****************************************************************
       1050-VERIFICAR-TOTALES.

           MOVE 'V' TO WS-VERP-ACCION
           MOVE 'H' TO WS-VERP-JUEGO
           CALL 'PGMERRVER' USING WS-VER-PARM
           IF NOT VERP-OK
              DISPLAY 'PGMERRBAS: HISTORICO SIN VERIFICAR - RESULTADO '
                      WS-VERP-RESULTADO
              DISPLAY 'PGMERRBAS: ' WS-VERP-MENSAJE
              DISPLAY 'PGMERRBAS: NO SE GRABA LINEA BASE - SIGUE '
                      'RIGIENDO LA ANTERIOR'
              MOVE 'S' TO WS-HUBO-ERROR
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   CARGAR EL REGISTRO DE APLICACIONES. SIN APPREG LEGIBLE NO   *
      *   ES UN ERROR: TODA LA BASE POR APLICACION CAE EN '*SINREG*'. *
      *****************************************************************
       1500-CARGAR-REGISTRO.

           MOVE 'N' TO WS-FIN-REGISTRO
           OPEN INPUT APP-REG-FILE
           IF NOT AREG-OK
              DISPLAY 'PGMERRBAS: SIN APPREG LEGIBLE - STATUS '
                      WS-AREG-ST
              MOVE 'S' TO WS-FIN-REGISTRO
           END-IF

           PERFORM 1600-CARGAR-UNA-ENTRADA
                   UNTIL FIN-REGISTRO

           IF AREG-OK OR AREG-AT-END
              CLOSE APP-REG-FILE
           END-IF
           EXIT PARAGRAPH.

       1600-CARGAR-UNA-ENTRADA.

           READ APP-REG-FILE
              AT END
                 MOVE 'S' TO WS-FIN-REGISTRO
              NOT AT END
                 IF WS-REG-TOTAL < 100
                    ADD 1 TO WS-REG-TOTAL
                    SET WS-REG-IDX TO WS-REG-TOTAL
                    MOVE WS-AREG-REC-MASCARA
                       TO WS-REG-MASCARA(WS-REG-IDX)
                    MOVE WS-AREG-REC-AMBITO
                       TO WS-REG-AMBITO(WS-REG-IDX)
                    MOVE WS-AREG-REC-APLICAC
                       TO WS-REG-APLICAC(WS-REG-IDX)
                 END-IF
           END-READ
           EXIT PARAGRAPH.

      *****************************************************************
      *   ACUMULAR EL HISTORICO POR CLAVE, DIA DE LA SEMANA Y HORA    *
      *****************************************************************
       2000-ACUMULAR-HISTORICO.

           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN INPUT ERR-HIST-FILE
           IF NOT HIST-OK
              DISPLAY 'PGMERRBAS: NO SE PUDO ABRIR ERRHIST - STATUS '
                      WS-HIST-ST
              MOVE 'S' TO WS-HUBO-ERROR
              MOVE 'S' TO WS-FIN-ARCHIVO
           END-IF

           PERFORM 2100-LEER-HISTORICO
                   UNTIL FIN-ARCHIVO

           IF HIST-OK OR HIST-AT-END
              CLOSE ERR-HIST-FILE
           END-IF
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * LOS LATIDOS DE PRUEBA DE LA RUTA DE ALERTAS (SEVERIDAD 'T',   *
      * VER CPERROR) NO SON ERRORES Y SE SALTEAN.                     *
      *---------------------------------------------------------------*
       2100-LEER-HISTORICO.

           READ ERR-HIST-FILE INTO WS-ERR-LOG-REC
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO
              NOT AT END
                 ADD 1 TO WS-CONT-LEIDOS
                 EVALUATE TRUE
                 WHEN WS-LOG-SEVERIDAD = 'T'
                      ADD 1 TO WS-CONT-LATIDOS
                 WHEN WS-FILTRO-SISTEMA NOT = SPACES
                      AND WS-LOG-SISTEMA NOT = WS-FILTRO-SISTEMA
                      ADD 1 TO WS-CONT-EXCLUIDOS
                 WHEN OTHER
                      PERFORM 2200-UBICAR-CELDA
                 END-EVALUATE
           END-READ
           EXIT PARAGRAPH.

      *****************************************************************
      *   DIA DE LA SEMANA Y HORA DE LA OCURRENCIA (WS-LOG-FECHA      *
      *   VIAJA COMO DD-MM-AAAA). EL DIA 1 DE INTEGER-OF-DATE         *
      *   (01-01-1601) FUE LUNES. LA QUE NO TRAE FECHA/HORA VALIDA SE *
      *   CUENTA APARTE Y NO ENTRA EN LA BASE.                        *
      *****************************************************************
       2200-UBICAR-CELDA.

           MOVE WS-LOG-FECHA(7:4) TO WS-REG-AAAAMMDD(1:4)
           MOVE WS-LOG-FECHA(4:2) TO WS-REG-AAAAMMDD(5:2)
           MOVE WS-LOG-FECHA(1:2) TO WS-REG-AAAAMMDD(7:2)
           IF WS-REG-AAAAMMDD IS NOT NUMERIC
              OR WS-LOG-HORA(1:2) IS NOT NUMERIC
              OR WS-LOG-HORA(1:2) > '23'
              ADD 1 TO WS-CONT-INVALIDOS
           ELSE
              COMPUTE WS-REG-FECHA-INT
                 = FUNCTION INTEGER-OF-DATE(WS-REG-AAAAMMDD-9)
              END-COMPUTE
              COMPUTE WS-D
                 = FUNCTION MOD(WS-REG-FECHA-INT - 1, 7) + 1
              END-COMPUTE
              MOVE WS-LOG-HORA(1:2) TO WS-REG-HH
              COMPUTE WS-H = WS-REG-HH + 1
              END-COMPUTE
              ADD 1 TO WS-CONT-ACUMULADOS

              MOVE 'P'             TO WS-TIPO-BUSCADO
              MOVE WS-LOG-PROGRAMA TO WS-CLAVE-BUSCADA
              PERFORM 2300-ACUM-CLAVE

              PERFORM 2250-RESOLVER-APLICACION
              MOVE 'A'             TO WS-TIPO-BUSCADO
              MOVE WS-APP-RESUELTA TO WS-CLAVE-BUSCADA
              PERFORM 2300-ACUM-CLAVE
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   LA PRIMERA ENTRADA DEL REGISTRO CUYA MASCARA MATCHEA GANA:  *
      *   AMBITO 'J' COMPARA CONTRA EL JOBNAME, EL RESTO CONTRA EL    *
      *   PROGRAMA. SIN MATCH, LA OCURRENCIA CAE EN '*SINREG*'.       *
      *****************************************************************
       2250-RESOLVER-APLICACION.

           MOVE '*SINREG*' TO WS-APP-RESUELTA
           SET WS-REG-IDX TO 1
           PERFORM UNTIL WS-REG-IDX > WS-REG-TOTAL
              IF WS-REG-AMBITO(WS-REG-IDX) = 'J'
                 MOVE WS-LOG-JOBNAME TO WS-MASCARA-OBJETO
              ELSE
                 MOVE WS-LOG-PROGRAMA TO WS-MASCARA-OBJETO
              END-IF
              PERFORM 2260-COMPARAR-MASCARA
              IF MASCARA-MATCH
                 MOVE WS-REG-APLICAC(WS-REG-IDX)
                    TO WS-APP-RESUELTA
                 SET WS-REG-IDX TO WS-REG-TOTAL
              END-IF
              SET WS-REG-IDX UP BY 1
           END-PERFORM
           EXIT PARAGRAPH.

       2260-COMPARAR-MASCARA.

           MOVE 'S' TO WS-MASCARA-MATCH
           MOVE 'N' TO WS-FIN-MASC
           PERFORM VARYING WS-IDX-MASC FROM 1 BY 1
                   UNTIL WS-IDX-MASC > 8 OR FIN-MASC
              EVALUATE TRUE
              WHEN WS-REG-MASCARA(WS-REG-IDX)(WS-IDX-MASC:1) = '*'
                   MOVE 'S' TO WS-FIN-MASC
              WHEN WS-REG-MASCARA(WS-REG-IDX)(WS-IDX-MASC:1)
                      NOT = WS-MASCARA-OBJETO(WS-IDX-MASC:1)
                   MOVE 'N' TO WS-MASCARA-MATCH
                   MOVE 'S' TO WS-FIN-MASC
              END-EVALUATE
           END-PERFORM
           EXIT PARAGRAPH.

      *****************************************************************
      *   SUMAR LA OCURRENCIA EN LA CELDA DIA/HORA DE LA CLAVE        *
      *   BUSCADA (LA CLAVE NUEVA SE DA DE ALTA SI HAY LUGAR). SI LA  *
      *   CELDA VENIA CONTANDO OTRO DIA, ESE DIA SE CIERRA CONTRA EL  *
      *   MAXIMO ANTES DE EMPEZAR EL NUEVO.                           *
      *****************************************************************
       2300-ACUM-CLAVE.

           SET WS-CLV-IDX TO 1
           PERFORM UNTIL WS-CLV-IDX > WS-CLV-TOTAL
                      OR (WS-CLV-TIPO(WS-CLV-IDX) = WS-TIPO-BUSCADO
                      AND WS-CLV-CLAVE(WS-CLV-IDX) = WS-CLAVE-BUSCADA)
              SET WS-CLV-IDX UP BY 1
           END-PERFORM

           IF WS-CLV-IDX > WS-CLV-TOTAL
              IF WS-CLV-TOTAL < 150
                 ADD 1 TO WS-CLV-TOTAL
                 SET WS-CLV-IDX TO WS-CLV-TOTAL
                 MOVE WS-TIPO-BUSCADO  TO WS-CLV-TIPO(WS-CLV-IDX)
                 MOVE WS-CLAVE-BUSCADA TO WS-CLV-CLAVE(WS-CLV-IDX)
              ELSE
                 ADD 1 TO WS-CLV-DESBORDES
              END-IF
           END-IF

           IF WS-CLV-IDX NOT > WS-CLV-TOTAL
              IF WS-CLV-ULT-FECHA(WS-CLV-IDX, WS-D, WS-H)
                    NOT = WS-REG-FECHA-INT
                 PERFORM 2310-CERRAR-DIA-CELDA
                 MOVE WS-REG-FECHA-INT
                    TO WS-CLV-ULT-FECHA(WS-CLV-IDX, WS-D, WS-H)
              END-IF
              ADD 1 TO WS-CLV-CNT-DIA(WS-CLV-IDX, WS-D, WS-H)
              ADD 1 TO WS-CLV-ACUM(WS-CLV-IDX, WS-D, WS-H)
           END-IF
           EXIT PARAGRAPH.

       2310-CERRAR-DIA-CELDA.

           IF WS-CLV-CNT-DIA(WS-CLV-IDX, WS-D, WS-H)
                 > WS-CLV-MAXIMO(WS-CLV-IDX, WS-D, WS-H)
              MOVE WS-CLV-CNT-DIA(WS-CLV-IDX, WS-D, WS-H)
                 TO WS-CLV-MAXIMO(WS-CLV-IDX, WS-D, WS-H)
           END-IF
           MOVE ZEROS TO WS-CLV-CNT-DIA(WS-CLV-IDX, WS-D, WS-H)
           EXIT PARAGRAPH.

      *****************************************************************
      *   CONTAR CUANTOS DIAS DE CADA DIA DE LA SEMANA CUBRE EL       *
      *   PERIODO VERIFICADO (DESDE/HASTA DE PGMERRVER, AAAA-MM-DD)   *
      *****************************************************************
       3000-CONTAR-DIAS.

           MOVE WS-VERP-DESDE(1:4) TO WS-PER-AAAAMMDD(1:4)
           MOVE WS-VERP-DESDE(6:2) TO WS-PER-AAAAMMDD(5:2)
           MOVE WS-VERP-DESDE(9:2) TO WS-PER-AAAAMMDD(7:2)
           COMPUTE WS-DESDE-INT
              = FUNCTION INTEGER-OF-DATE(WS-PER-AAAAMMDD)
           END-COMPUTE
           MOVE WS-VERP-HASTA(1:4) TO WS-PER-AAAAMMDD(1:4)
           MOVE WS-VERP-HASTA(6:2) TO WS-PER-AAAAMMDD(5:2)
           MOVE WS-VERP-HASTA(9:2) TO WS-PER-AAAAMMDD(7:2)
           COMPUTE WS-HASTA-INT
              = FUNCTION INTEGER-OF-DATE(WS-PER-AAAAMMDD)
           END-COMPUTE

           PERFORM 3100-CONTAR-UN-DIA
                   VARYING WS-FEC-INT FROM WS-DESDE-INT BY 1
                   UNTIL WS-FEC-INT > WS-HASTA-INT
           EXIT PARAGRAPH.

       3100-CONTAR-UN-DIA.

           COMPUTE WS-D = FUNCTION MOD(WS-FEC-INT - 1, 7) + 1
           END-COMPUTE
           ADD 1 TO WS-SEM-DIAS(WS-D)
           EXIT PARAGRAPH.

      *****************************************************************
      *   GRABAR LA LINEA BASE: UNA LINEA POR CELDA CON OCURRENCIAS   *
      *****************************************************************
       4000-GRABAR-BASE.

           OPEN OUTPUT ERR-BASE-FILE
           IF BASE-OK
              MOVE 'S' TO WS-BASE-ABIERTA
           ELSE
              DISPLAY 'PGMERRBAS: NO SE PUDO ABRIR ERRBASE - STATUS '
                      WS-BASE-ST
              MOVE 'S' TO WS-HUBO-ERROR
           END-IF

           PERFORM 4100-GRABAR-CLAVE
                   VARYING WS-CLV-IDX FROM 1 BY 1
                   UNTIL WS-CLV-IDX > WS-CLV-TOTAL
                      OR HUBO-ERROR
           EXIT PARAGRAPH.

       4100-GRABAR-CLAVE.

           IF WS-CLV-TIPO(WS-CLV-IDX) = 'P'
              ADD 1 TO WS-CONT-CLAVES-P
           ELSE
              ADD 1 TO WS-CONT-CLAVES-A
           END-IF
           PERFORM 4200-GRABAR-CELDA
                   VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 7
                     AFTER WS-H FROM 1 BY 1 UNTIL WS-H > 24
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * EL ULTIMO DIA DE CADA CELDA QUEDO ABIERTO AL TERMINAR LA      *
      * LECTURA: SE CIERRA ACA CONTRA EL MAXIMO. UN DIA DE LA SEMANA  *
      * QUE EL PERIODO NO CUBRE NO PUEDE TENER OCURRENCIAS VERIFICADAS*
      * PERO POR LAS DUDAS SE DIVIDE AL MENOS POR UNO.                *
      *---------------------------------------------------------------*
       4200-GRABAR-CELDA.

           IF WS-CLV-ACUM(WS-CLV-IDX, WS-D, WS-H) > 0
              AND NOT HUBO-ERROR
              PERFORM 2310-CERRAR-DIA-CELDA
              INITIALIZE WS-ERRBAS-REC
              MOVE WS-CLV-TIPO(WS-CLV-IDX)  TO WS-BAS-TIPO
              MOVE WS-CLV-CLAVE(WS-CLV-IDX) TO WS-BAS-CLAVE
              MOVE WS-D                     TO WS-BAS-DIA
              COMPUTE WS-BAS-HORA = WS-H - 1
              END-COMPUTE
              MOVE WS-SEM-DIAS(WS-D)        TO WS-BAS-SEMANAS
              IF WS-BAS-SEMANAS = 0
                 MOVE 1 TO WS-BAS-SEMANAS
              END-IF
              MOVE WS-CLV-ACUM(WS-CLV-IDX, WS-D, WS-H)
                 TO WS-BAS-TOTAL
              COMPUTE WS-BAS-PROMEDIO ROUNDED
                 = WS-BAS-TOTAL / WS-BAS-SEMANAS
              END-COMPUTE
              MOVE WS-CLV-MAXIMO(WS-CLV-IDX, WS-D, WS-H)
                 TO WS-BAS-MAXIMO
              MOVE WS-VERP-DESDE            TO WS-BAS-DESDE
              MOVE WS-VERP-HASTA            TO WS-BAS-HASTA
              MOVE WS-FILTRO-SISTEMA        TO WS-BAS-SISTEMA

              WRITE WS-ERR-BASE-REC FROM WS-ERRBAS-REC
              IF BASE-OK
                 ADD 1 TO WS-CONT-GRABADOS
              ELSE
                 DISPLAY 'PGMERRBAS: FALLO WRITE ERRBASE - STATUS '
                         WS-BASE-ST
                 MOVE 'S' TO WS-HUBO-ERROR
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   RESUMEN DE LA CONSTRUCCION                                  *
      *****************************************************************
       8000-IMPRIMIR-RESUMEN.

           DISPLAY WS-SEPARADOR
           DISPLAY 'LINEA BASE DE VOLUMEN - PGMERRBAS'
           DISPLAY WS-SEPARADOR
           IF WS-FILTRO-SISTEMA NOT = SPACES
              DISPLAY 'SISTEMA                : ' WS-FILTRO-SISTEMA
              DISPLAY 'DE OTROS SISTEMAS      : ' WS-CONT-EXCLUIDOS
           END-IF
           DISPLAY 'PERIODO                : ' WS-VERP-DESDE
                   ' A ' WS-VERP-HASTA
           DISPLAY 'DIAS POR DIA DE SEMANA :'
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 7
              DISPLAY '  ' WS-NOMBRE-DIA(WS-D) ' : '
                      WS-SEM-DIAS(WS-D)
           END-PERFORM
           DISPLAY WS-SEPARADOR-MIN
           DISPLAY 'OCURRENCIAS LEIDAS     : ' WS-CONT-LEIDOS
           DISPLAY 'LATIDOS DE PRUEBA      : ' WS-CONT-LATIDOS
           DISPLAY 'SIN FECHA/HORA VALIDA  : ' WS-CONT-INVALIDOS
           DISPLAY 'APRENDIDAS             : ' WS-CONT-ACUMULADOS
           DISPLAY 'PROGRAMAS              : ' WS-CONT-CLAVES-P
           DISPLAY 'APLICACIONES           : ' WS-CONT-CLAVES-A
           DISPLAY 'LINEAS GRABADAS        : ' WS-CONT-GRABADOS
           IF WS-CLV-DESBORDES > 0
              DISPLAY '  (TABLA LLENA: ' WS-CLV-DESBORDES
                      ' OCURRENCIAS SIN LINEA BASE)'
           END-IF
           IF HUBO-ERROR
              DISPLAY '*** LINEA BASE NO GRABADA ***'
           END-IF
           DISPLAY WS-SEPARADOR
           EXIT PARAGRAPH.

      *****************************************************************
      *   CERRAR Y DEVOLVER EL RETURN CODE (VER ENCABEZADO)           *
      *****************************************************************
       9000-I-CIERRE.

           IF BASE-ABIERTA
              CLOSE ERR-BASE-FILE
           END-IF
           EVALUATE TRUE
           WHEN HUBO-ERROR
                MOVE 8 TO RETURN-CODE
           WHEN WS-CLV-DESBORDES > 0
             OR WS-CONT-INVALIDOS > 0
                MOVE 4 TO RETURN-CODE
           END-EVALUATE
           .
       9000-F-CIERRE.
           EXIT.
