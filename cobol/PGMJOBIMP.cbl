      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMJOBIMP.

      *****************************************************************
      *   IMPACTO AGUAS ABAJO DE UN JOB CANCELADO O RETENIDO          *
      *****************************************************************
      * AUTOR : MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************
      * FUNCION:                                                      *
      *   CUANDO UN PASO CANCELA (PGMERROR 4100) O EL CORTACORRIENTE  *
      *   PIDE HOLD DEL JOB (PGMERROR 4180), LOS JOBS QUE DEPENDEN    *
      *   DE EL QUEDAN TRABADOS Y ALGUNA SALIDA DE NEGOCIO PUEDE NO   *
      *   LLEGAR A TIEMPO. ESTE SUBPROGRAMA EXPANDE EL JOB RECIBIDO   *
      *   EN LA LISTA COMPLETA DE JOBS AGUAS ABAJO (SUCESORES         *
      *   DIRECTOS E INDIRECTOS, SIN REPETIDOS, POR NIVEL) SEGUN LA   *
      *   TABLA JOBDEP, CON LA SALIDA DE NEGOCIO Y EL HORARIO LIMITE  *
      *   DE CADA UNO, Y DEVUELVE EL HORARIO MAS URGENTE EN RIESGO.   *
      *   LO LLAMAN PGMERROR (PARA EL SPOOL Y EL DISPARO DE ALERTA)   *
      *   Y PGMERRSHF (PARA EL PARTE DE CAMBIO DE TURNO).             *
      *                                                               *
      *   JOBDEP LO MANTIENE OPERACIONES: UN REGISTRO POR JOB CON SU  *
      *   HORARIO LIMITE (HH:MM, EN BLANCO = SIN LIMITE), LA SALIDA   *
      *   DE NEGOCIO QUE ALIMENTA Y HASTA 4 SUCESORES. UN JOB CON MAS *
      *   SUCESORES REPITE EL REGISTRO (CON EL MISMO JOBNAME) PARA    *
      *   LOS SIGUIENTES; MANDAN EL LIMITE Y LA SALIDA DEL PRIMERO    *
      *   QUE LOS INFORME. LOS CICLOS EN LA TABLA NO HACEN DANO: CADA *
      *   JOB SE VISITA UNA SOLA VEZ.                                 *
      *                                                               *
      *   LA TABLA SE CARGA UNA VEZ POR RUN UNIT (EL SUBPROGRAMA      *
      *   QUEDA CARGADO ENTRE LLAMADAS, COMO LAS TABLAS DE PGMERROR). *
      *   SOLO BATCH: LOS JOBS NO EXISTEN BAJO CICS.                  *
      *****************************************************************
      * DD:                                                           *
      *   JOBDEP : TABLA DE DEPENDENCIAS Y HORARIOS LIMITE            *
      *****************************************************************

      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-DEP-FILE ASSIGN TO 'JOBDEP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JDEP-ST.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
       FD  JOB-DEP-FILE
           RECORDING MODE IS F.
       01 WS-JOBDEP-REC.
          05 WS-JDEP-REC-JOBNAME  PIC X(08).
          05 WS-JDEP-REC-LIMITE   PIC X(05).
          05 WS-JDEP-REC-SALIDA   PIC X(30).
          05 WS-JDEP-REC-SUCESOR  OCCURS 4 TIMES
                                   PIC X(08).
          05 FILLER               PIC X(05).

       WORKING-STORAGE SECTION.
       77 FILLER               PIC X(26) VALUE '* INICIO WS *'.

       01 WS-JDEP-ST           PIC X(02) VALUE '00'.
          88 JDEP-OK                     VALUE '00'.
          88 JDEP-AT-END                 VALUE '10'.

       01 WS-TABLA-CARGADA     PIC X(01) VALUE 'N'.
          88 TABLA-CARGADA               VALUE 'S'.
       01 WS-TABLA-DISPONIBLE  PIC X(01) VALUE 'N'.
          88 TABLA-DISPONIBLE            VALUE 'S'.

      *---------------------------------------------------------------*
      * TABLA JOBDEP EN MEMORIA                                       *
      *---------------------------------------------------------------*
       01 WS-TAB-DEPS.
          05 WS-DEP-TOTAL      PIC 9(04) COMP VALUE ZEROS.
          05 WS-DEP-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-DEP-IDX.
             07 WS-DEP-JOBNAME    PIC X(08).
             07 WS-DEP-LIMITE     PIC X(05).
             07 WS-DEP-SALIDA     PIC X(30).
             07 WS-DEP-SUCESOR    OCCURS 4 TIMES
                                   PIC X(08).
       01 WS-DEP-DESBORDES     PIC 9(05) COMP VALUE ZEROS.
       01 WS-SUC-I             PIC 9(01) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * JOBS VISITADOS EN LA EXPANSION (EL 1 ES EL JOB RECIBIDO).     *
      * MAS GRANDE QUE LA LISTA DE RESPUESTA: LOS QUE NO ENTRAN EN    *
      * ELLA IGUAL SE EXPANDEN Y SE CUENTAN.                          *
      *---------------------------------------------------------------*
       01 WS-TAB-VISITADOS.
          05 WS-VIS-TOTAL      PIC 9(04) COMP VALUE ZEROS.
          05 WS-VIS-ENTRY OCCURS 500 TIMES.
             07 WS-VIS-JOBNAME    PIC X(08).
             07 WS-VIS-NIVEL      PIC 9(02).
       01 WS-VIS-POS           PIC 9(04) COMP VALUE ZEROS.
       01 WS-VIS-I             PIC 9(04) COMP VALUE ZEROS.
       01 WS-VIS-DESBORDES     PIC 9(05) COMP VALUE ZEROS.
       01 WS-VIS-HALLADO       PIC X(01) VALUE 'N'.
          88 VIS-HALLADO                 VALUE 'S'.
       01 WS-SUC-BUSCA         PIC X(08) VALUE SPACES.

       01 WS-JOB-CONOCIDO      PIC X(01) VALUE 'N'.
          88 JOB-CONOCIDO                VALUE 'S'.

      *---------------------------------------------------------------*
      * ATRIBUTOS DEL JOB EN CURSO (PRIMER REGISTRO QUE LOS INFORMA)  *
      *---------------------------------------------------------------*
       01 WS-ATR-JOBNAME       PIC X(08) VALUE SPACES.
       01 WS-ATR-LIMITE        PIC X(05) VALUE SPACES.
       01 WS-ATR-SALIDA        PIC X(30) VALUE SPACES.
       01 WS-ATR-MARGEN        PIC 9(04) VALUE ZEROS.
       01 WS-ATR-CON-LIMITE    PIC X(01) VALUE 'N'.
          88 ATR-CON-LIMITE              VALUE 'S'.

      *---------------------------------------------------------------*
      * MINUTOS DEL DIA DEL FALLO Y DEL LIMITE, PARA EL MARGEN        *
      *---------------------------------------------------------------*
       01 WS-HHMM.
          05 WS-HHMM-HH        PIC 9(02).
          05 FILLER            PIC X(01).
          05 WS-HHMM-MM        PIC 9(02).
       01 WS-MIN-FALLO         PIC 9(04) COMP VALUE ZEROS.
       01 WS-MIN-LIMITE        PIC 9(04) COMP VALUE ZEROS.
       01 WS-HHMM-VALIDA       PIC X(01) VALUE 'N'.
          88 HHMM-VALIDA                 VALUE 'S'.
       01 WS-HAY-URGENTE       PIC X(01) VALUE 'N'.
          88 HAY-URGENTE                 VALUE 'S'.

       77 FILLER               PIC X(26) VALUE '* FINAL  WS *'.

      *---------------------------------------------------------------*
       LINKAGE SECTION.
      *---------------------------------------------------------------*
           COPY CPIMPPRM.

      *****************************************************************
       PROCEDURE DIVISION USING WS-IMP-PARM.
      *****************************************************************

       PRINCIPAL.

           MOVE '00'   TO WS-IMPP-RESULTADO
           MOVE ZEROS  TO WS-IMPP-TOTAL
           MOVE ZEROS  TO WS-IMPP-DESBORDES
           MOVE SPACES TO WS-IMPP-URGENTE
           MOVE ZEROS  TO WS-IMPP-URG-MARGEN
           MOVE 'N'    TO WS-HAY-URGENTE

           IF NOT TABLA-CARGADA
              PERFORM 1000-CARGAR-TABLA
              MOVE 'S' TO WS-TABLA-CARGADA
           END-IF

           EVALUATE TRUE
           WHEN NOT TABLA-DISPONIBLE
                MOVE '30' TO WS-IMPP-RESULTADO
           WHEN WS-IMPP-JOBNAME = SPACES
                MOVE '10' TO WS-IMPP-RESULTADO
           WHEN OTHER
                PERFORM 2000-EXPANDIR-IMPACTO
                IF NOT JOB-CONOCIDO
                   MOVE '10' TO WS-IMPP-RESULTADO
                ELSE
                   PERFORM 3000-ARMAR-RESPUESTA
                END-IF
           END-EVALUATE
           .
       FIN-PRINCIPAL.
           GOBACK.

      *****************************************************************
      *   CARGAR JOBDEP EN MEMORIA. SIN JOBDEP LEGIBLE NO ES UN       *
      *   ERROR DEL LLAMADOR: CADA LLAMADA DEVUELVE '30' Y EL FALLO   *
      *   SE INFORMA TAL CUAL (SIN LISTA DE IMPACTO).                 *
      *****************************************************************
       1000-CARGAR-TABLA.

           OPEN INPUT JOB-DEP-FILE
           IF NOT JDEP-OK
              DISPLAY 'PGMJOBIMP: SIN JOBDEP LEGIBLE - STATUS '
                      WS-JDEP-ST ' - NO SE INFORMA IMPACTO AGUAS '
                      'ABAJO'
           ELSE
              MOVE 'S' TO WS-TABLA-DISPONIBLE
              PERFORM 1100-CARGAR-UNA-ENTRADA
                      UNTIL JDEP-AT-END
              CLOSE JOB-DEP-FILE
              IF WS-DEP-DESBORDES > 0
                 DISPLAY 'PGMJOBIMP: TABLA JOBDEP LLENA - '
                         WS-DEP-DESBORDES ' REGISTROS DESCARTADOS '
                         '(EL IMPACTO PUEDE SALIR INCOMPLETO)'
              END-IF
           END-IF
           EXIT PARAGRAPH.

       1100-CARGAR-UNA-ENTRADA.

           READ JOB-DEP-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF WS-JDEP-REC-JOBNAME NOT = SPACES
                    IF WS-DEP-TOTAL < 500
                       ADD 1 TO WS-DEP-TOTAL
                       SET WS-DEP-IDX TO WS-DEP-TOTAL
                       MOVE WS-JDEP-REC-JOBNAME
                          TO WS-DEP-JOBNAME(WS-DEP-IDX)
                       MOVE WS-JDEP-REC-LIMITE
                          TO WS-DEP-LIMITE(WS-DEP-IDX)
                       MOVE WS-JDEP-REC-SALIDA
                          TO WS-DEP-SALIDA(WS-DEP-IDX)
                       PERFORM VARYING WS-SUC-I FROM 1 BY 1
                               UNTIL WS-SUC-I > 4
                          MOVE WS-JDEP-REC-SUCESOR(WS-SUC-I)
                             TO WS-DEP-SUCESOR(WS-DEP-IDX, WS-SUC-I)
                       END-PERFORM
                    ELSE
                       ADD 1 TO WS-DEP-DESBORDES
                    END-IF
                 END-IF
           END-READ
           EXIT PARAGRAPH.

      *****************************************************************
      *   EXPANSION POR NIVELES: SE PARTE DEL JOB RECIBIDO Y CADA     *
      *   JOB VISITADO AGREGA SUS SUCESORES QUE TODAVIA NO ESTEN EN   *
      *   LA LISTA (ASI CADA JOB APARECE UNA VEZ, EN SU NIVEL MAS     *
      *   CERCANO, Y UN CICLO EN JOBDEP NO LOOPEA).                   *
      *   EL JOB ES CONOCIDO SI FIGURA EN JOBDEP COMO JOB O COMO      *
      *   SUCESOR DE OTRO (UN JOB FINAL PUEDE NO TENER REGISTRO).     *
      *****************************************************************
       2000-EXPANDIR-IMPACTO.

           MOVE 'N' TO WS-JOB-CONOCIDO
           MOVE ZEROS TO WS-VIS-DESBORDES
           MOVE 1 TO WS-VIS-TOTAL
           MOVE WS-IMPP-JOBNAME TO WS-VIS-JOBNAME(1)
           MOVE ZEROS TO WS-VIS-NIVEL(1)

           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-TOTAL
                      OR JOB-CONOCIDO
              IF WS-DEP-JOBNAME(WS-DEP-IDX) = WS-IMPP-JOBNAME
                 MOVE 'S' TO WS-JOB-CONOCIDO
              END-IF
              PERFORM VARYING WS-SUC-I FROM 1 BY 1
                      UNTIL WS-SUC-I > 4
                 IF WS-DEP-SUCESOR(WS-DEP-IDX, WS-SUC-I)
                       = WS-IMPP-JOBNAME
                    MOVE 'S' TO WS-JOB-CONOCIDO
                 END-IF
              END-PERFORM
           END-PERFORM

           IF JOB-CONOCIDO
              MOVE 1 TO WS-VIS-POS
              PERFORM 2100-EXPANDIR-UN-JOB
                      UNTIL WS-VIS-POS > WS-VIS-TOTAL
           END-IF
           EXIT PARAGRAPH.

       2100-EXPANDIR-UN-JOB.

           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-TOTAL
              IF WS-DEP-JOBNAME(WS-DEP-IDX)
                    = WS-VIS-JOBNAME(WS-VIS-POS)
                 PERFORM VARYING WS-SUC-I FROM 1 BY 1
                         UNTIL WS-SUC-I > 4
                    IF WS-DEP-SUCESOR(WS-DEP-IDX, WS-SUC-I)
                          NOT = SPACES
                       MOVE WS-DEP-SUCESOR(WS-DEP-IDX, WS-SUC-I)
                          TO WS-SUC-BUSCA
                       PERFORM 2200-AGREGAR-SUCESOR
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           ADD 1 TO WS-VIS-POS
           EXIT PARAGRAPH.

       2200-AGREGAR-SUCESOR.

           MOVE 'N' TO WS-VIS-HALLADO
           PERFORM VARYING WS-VIS-I FROM 1 BY 1
                   UNTIL WS-VIS-I > WS-VIS-TOTAL
                      OR VIS-HALLADO
              IF WS-VIS-JOBNAME(WS-VIS-I) = WS-SUC-BUSCA
                 MOVE 'S' TO WS-VIS-HALLADO
              END-IF
           END-PERFORM

           IF NOT VIS-HALLADO
              IF WS-VIS-TOTAL < 500
                 ADD 1 TO WS-VIS-TOTAL
                 MOVE WS-SUC-BUSCA TO WS-VIS-JOBNAME(WS-VIS-TOTAL)
                 COMPUTE WS-VIS-NIVEL(WS-VIS-TOTAL)
                    = WS-VIS-NIVEL(WS-VIS-POS) + 1
                 END-COMPUTE
              ELSE
                 ADD 1 TO WS-VIS-DESBORDES
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   ARMAR LA RESPUESTA: LOS PRIMEROS 50 JOBS AFECTADOS (EN      *
      *   ORDEN DE NIVEL) CON SUS ATRIBUTOS, EL TOTAL, Y EL HORARIO   *
      *   LIMITE DE MENOR MARGEN ENTRE EL PROPIO JOB Y LOS AFECTADOS  *
      *****************************************************************
       3000-ARMAR-RESPUESTA.

           MOVE WS-IMPP-HORA(1:5) TO WS-HHMM
           PERFORM 3200-VALIDAR-HHMM
           IF HHMM-VALIDA
              COMPUTE WS-MIN-FALLO = WS-HHMM-HH * 60 + WS-HHMM-MM
              END-COMPUTE
           ELSE
              MOVE ZEROS TO WS-MIN-FALLO
           END-IF

           COMPUTE WS-IMPP-TOTAL = WS-VIS-TOTAL - 1 + WS-VIS-DESBORDES
           END-COMPUTE

           PERFORM VARYING WS-VIS-I FROM 1 BY 1
                   UNTIL WS-VIS-I > WS-VIS-TOTAL
              MOVE WS-VIS-JOBNAME(WS-VIS-I) TO WS-ATR-JOBNAME
              PERFORM 3100-TOMAR-ATRIBUTOS
              IF ATR-CON-LIMITE
                 IF NOT HAY-URGENTE
                    OR WS-ATR-MARGEN < WS-IMPP-URG-MARGEN
                    MOVE 'S' TO WS-HAY-URGENTE
                    MOVE WS-ATR-JOBNAME TO WS-IMPP-URG-JOBNAME
                    MOVE WS-ATR-LIMITE  TO WS-IMPP-URG-LIMITE
                    MOVE WS-ATR-SALIDA  TO WS-IMPP-URG-SALIDA
                    MOVE WS-ATR-MARGEN  TO WS-IMPP-URG-MARGEN
                 END-IF
              END-IF
              IF WS-VIS-I > 1
                 IF WS-VIS-I - 1 > 50
                    ADD 1 TO WS-IMPP-DESBORDES
                 ELSE
                    MOVE WS-ATR-JOBNAME
                       TO WS-IMPP-JOB(WS-VIS-I - 1)
                    MOVE WS-VIS-NIVEL(WS-VIS-I)
                       TO WS-IMPP-NIVEL(WS-VIS-I - 1)
                    MOVE WS-ATR-LIMITE
                       TO WS-IMPP-LIMITE(WS-VIS-I - 1)
                    MOVE WS-ATR-SALIDA
                       TO WS-IMPP-SALIDA(WS-VIS-I - 1)
                    MOVE WS-ATR-MARGEN
                       TO WS-IMPP-MARGEN(WS-VIS-I - 1)
                 END-IF
              END-IF
           END-PERFORM
           ADD WS-VIS-DESBORDES TO WS-IMPP-DESBORDES
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * LIMITE Y SALIDA DEL PRIMER REGISTRO DEL JOB QUE LOS INFORME;  *
      * MARGEN EN MINUTOS DESDE LA HORA DEL FALLO (LIMITE DIARIO: SI  *
      * YA PASO, ES EL DEL DIA SIGUIENTE). UN LIMITE MAL FORMADO SE   *
      * TRATA COMO SIN LIMITE.                                        *
      *---------------------------------------------------------------*
       3100-TOMAR-ATRIBUTOS.

           MOVE SPACES TO WS-ATR-LIMITE
           MOVE SPACES TO WS-ATR-SALIDA
           MOVE ZEROS  TO WS-ATR-MARGEN
           MOVE 'N'    TO WS-ATR-CON-LIMITE

           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-TOTAL
              IF WS-DEP-JOBNAME(WS-DEP-IDX) = WS-ATR-JOBNAME
                 IF WS-ATR-LIMITE = SPACES
                    MOVE WS-DEP-LIMITE(WS-DEP-IDX) TO WS-ATR-LIMITE
                 END-IF
                 IF WS-ATR-SALIDA = SPACES
                    MOVE WS-DEP-SALIDA(WS-DEP-IDX) TO WS-ATR-SALIDA
                 END-IF
              END-IF
           END-PERFORM

           IF WS-ATR-LIMITE NOT = SPACES
              MOVE WS-ATR-LIMITE TO WS-HHMM
              PERFORM 3200-VALIDAR-HHMM
              IF HHMM-VALIDA
                 MOVE 'S' TO WS-ATR-CON-LIMITE
                 COMPUTE WS-MIN-LIMITE = WS-HHMM-HH * 60 + WS-HHMM-MM
                 END-COMPUTE
                 IF WS-MIN-LIMITE >= WS-MIN-FALLO
                    COMPUTE WS-ATR-MARGEN
                       = WS-MIN-LIMITE - WS-MIN-FALLO
                    END-COMPUTE
                 ELSE
                    COMPUTE WS-ATR-MARGEN
                       = WS-MIN-LIMITE + 1440 - WS-MIN-FALLO
                    END-COMPUTE
                 END-IF
              ELSE
                 MOVE SPACES TO WS-ATR-LIMITE
              END-IF
           END-IF
           EXIT PARAGRAPH.

       3200-VALIDAR-HHMM.

           MOVE 'N' TO WS-HHMM-VALIDA
           IF WS-HHMM-HH IS NUMERIC
              AND WS-HHMM-MM IS NUMERIC
              IF WS-HHMM-HH < 24 AND WS-HHMM-MM < 60
                 MOVE 'S' TO WS-HHMM-VALIDA
              END-IF
           END-IF
           EXIT PARAGRAPH.
