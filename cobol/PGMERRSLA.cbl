      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMERRSLA.

      *****************************************************************
      *   REPORTE DE NIVEL DE SERVICIO (SLA) DEL WORKFLOW DE          *
      *   OCURRENCIAS DE ERRVSAM: TIEMPO A ASIGNAR Y A RESOLVER       *
      *****************************************************************
      * AUTOR : MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************
      * FUNCION:                                                      *
      *   ERRVSAM GUARDA CUANDO SE CREO CADA OCURRENCIA (FECHA/HORA   *
      *   DE LA CLAVE) Y EL ULTIMO CAMBIO DE ESTADO DEL WORKFLOW      *
      *   (WS-VSAM-EST-USUARIO/FECHA/HORA), PERO NADIE CONVERTIA ESAS *
      *   MARCAS EN DURACIONES: EL REPORTE MENSUAL A LA GERENCIA SE   *
      *   ARMABA A MANO DESDE LAS PANTALLAS ERRI. ESTE JOB RECORRE    *
      *   EL CLUSTER (Y, SI SE CONCATENA, LAS DESCARGAS ERRARCH DEL   *
      *   PERIODO) Y CALCULA POR OCURRENCIA:                          *
      *                                                               *
      *   TIEMPO A ASIGNAR: DE LA CREACION A LA PRIMERA TOMA. LA TOMA *
      *   SE BUSCA EN ALRTACK (CPALRACK, UN REGISTRO POR CADA 'A' DE  *
      *   LA ERRU); SI NO ESTA, UNA OCURRENCIA EN ESTADO 'A' USA SU   *
      *   PROPIA ESTAMPA, Y UNA RESUELTA SIN TOMA PREVIA (RESUELTA    *
      *   DIRECTAMENTE DESDE 'N') CUENTA LA RESOLUCION COMO TOMA.     *
      *   TIEMPO A RESOLVER: DE LA CREACION A LA ESTAMPA DE 'R'.      *
      *                                                               *
      *   LAS DURACIONES SON MINUTOS DE RELOJ CORRIDO (SIN CALENDARIO *
      *   HABIL). CADA OCURRENCIA SE RESUELVE CONTRA EL REGISTRO DE   *
      *   APLICACIONES APPREG (APLICACION, GRUPO DUENO, CRITICIDAD;   *
      *   MISMA REGLA DE MASCARA QUE PGMERRRPT. ERRVSAM NO GUARDA EL  *
      *   JOBNAME, ASI QUE SOLO CUENTAN LAS ENTRADAS DE AMBITO 'P').  *
      *   SIN MATCH CAE EN '*SINREG*' CON CRITICIDAD MEDIA.           *
      *                                                               *
      *   EL REPORTE DA, PARA CADA APLICACION (CON SU GRUPO), CADA    *
      *   GRUPO, CADA SEVERIDAD Y CADA RESOLUTOR: CANTIDAD, MEDIA,    *
      *   PERCENTILES 50 Y 90, MAXIMO Y CANTIDAD FUERA DE OBJETIVO,   *
      *   PARA ASIGNAR Y PARA RESOLVER. DESPUES LISTA CADA            *
      *   INCUMPLIMIENTO DEL PERIODO Y CADA OCURRENCIA TODAVIA        *
      *   ABIERTA QUE YA SUPERO SU OBJETIVO (ESTAS ULTIMAS SIN        *
      *   IMPORTAR EL PERIODO: UNA ABIERTA VIEJA SIGUE SIENDO DEUDA). *
      *****************************************************************
      * ENTRADAS:                                                     *
      *   DD ERRVSAM : COPIA VSAM DEL HISTORICO (SOLO LECTURA)        *
      *   DD ERRARCH : DESCARGAS DE PGMERRPRG (OPCIONAL; SIN DD NO ES *
      *                ERROR). PARA UN MES YA DEPURADO EN PARTE, EL   *
      *                JCL CONCATENA LAS GENERACIONES DEL PERIODO.    *
      *   DD ALRTACK : RECONOCIMIENTOS (DRENADOS POR PGMERRDRN)       *
      *   DD APPREG  : REGISTRO DE APLICACIONES                       *
      *   DD SLAPARM : OBJETIVOS POR CRITICIDAD, UN REGISTRO POR      *
      *                CRITICIDAD: POS 1 CRITICIDAD (A/M/B), POS 2-6  *
      *                MINUTOS PARA ASIGNAR, POS 7-11 MINUTOS PARA    *
      *                RESOLVER. SIN DATASET (O SIN LA CRITICIDAD)    *
      *                RIGEN LOS DEFECTOS: A 15/240, M 60/1440,       *
      *                B 240/4320.                                    *
      *****************************************************************
      * PARM (OPCIONAL, POSICIONAL):                                  *
      *   PARM='AAAA-MM-DD,AAAA-MM-DD'                                *
      *     DESDE Y HASTA (INCLUSIVE) SOBRE LA FECHA DE CREACION DE   *
      *     LA OCURRENCIA. SIN DESDE/HASTA NO HAY LIMITE.             *
      *****************************************************************
      * RETURN CODE:                                                  *
      *   0 - TODO DENTRO DE OBJETIVO                                 *
      *   4 - HAY INCUMPLIMIENTOS O ABIERTAS FUERA DE OBJETIVO        *
      *   8 - NO SE PUDO LEER ERRVSAM                                 *
      *****************************************************************

      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERR-VSAM-FILE ASSIGN TO 'ERRVSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-VSAM-FD-CLAVE
               FILE STATUS IS WS-VSAM-ST.

           SELECT ERR-ARCH-FILE ASSIGN TO 'ERRARCH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-ST.

           SELECT ALR-ACK-FILE ASSIGN TO 'ALRTACK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-ST.

           SELECT APP-REG-FILE ASSIGN TO 'APPREG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AREG-ST.

           SELECT SLA-PRM-FILE ASSIGN TO 'SLAPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLAP-ST.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *---------------------------------------------------------------*
      * CLUSTER Y DESCARGAS SE LEEN "INTO" EL REGISTRO DE CPERRVSM    *
      * DE WORKING-STORAGE (MISMO CRITERIO QUE PGMERRARC); ESTOS 01   *
      * SOLO FIJAN CLAVE Y LRECL (185).                               *
      *---------------------------------------------------------------*
       FD  ERR-VSAM-FILE.
       01 WS-VSAM-FD-REC.
          05 WS-VSAM-FD-CLAVE  PIC X(29).
          05 FILLER            PIC X(156).

       FD  ERR-ARCH-FILE
           RECORDING MODE IS F.
       01 WS-ERR-ARCH-REC      PIC X(185).

       FD  ALR-ACK-FILE
           RECORDING MODE IS F.
           COPY CPALRACK.

       FD  APP-REG-FILE
           RECORDING MODE IS F.
       01 WS-APPREG-REC.
          05 WS-AREG-REC-MASCARA  PIC X(08).
          05 WS-AREG-REC-AMBITO   PIC X(01).
          05 WS-AREG-REC-APLICAC  PIC X(08).
          05 WS-AREG-REC-GRUPO    PIC X(08).
          05 WS-AREG-REC-CRITIC   PIC X(01).
          05 FILLER               PIC X(54).

       FD  SLA-PRM-FILE
           RECORDING MODE IS F.
       01 WS-SLAPRM-REC.
          05 WS-SLAP-REC-CRITIC   PIC X(01).
          05 WS-SLAP-REC-MIN-ASIG PIC X(05).
          05 WS-SLAP-REC-MIN-RES  PIC X(05).
          05 FILLER               PIC X(69).

       WORKING-STORAGE SECTION.
       77 FILLER               PIC X(26) VALUE '* INICIO WS *'.

           COPY CPERRVSM.

       01 WS-SEPARADOR         PIC X(60) VALUE ALL '='.
       01 WS-SEPARADOR-MIN     PIC X(60) VALUE ALL '-'.

       01 WS-VSAM-ST           PIC X(02) VALUE '00'.
          88 VSAM-OK                     VALUE '00'.
          88 VSAM-AT-END                 VALUE '10'.

       01 WS-ARCH-ST           PIC X(02) VALUE '00'.
          88 ARCH-OK                     VALUE '00'.
          88 ARCH-AT-END                 VALUE '10'.
          88 ARCH-NO-EXISTE              VALUE '35'.

       01 WS-ACK-ST            PIC X(02) VALUE '00'.
          88 ACK-OK                      VALUE '00'.
          88 ACK-AT-END                  VALUE '10'.

       01 WS-AREG-ST           PIC X(02) VALUE '00'.
          88 AREG-OK                     VALUE '00'.
          88 AREG-AT-END                 VALUE '10'.

       01 WS-SLAP-ST           PIC X(02) VALUE '00'.
          88 SLAP-OK                     VALUE '00'.
          88 SLAP-AT-END                 VALUE '10'.

       01 WS-FIN-ARCHIVO       PIC X(01) VALUE 'N'.
          88 FIN-ARCHIVO                 VALUE 'S'.

       01 WS-HUBO-ERROR        PIC X(01) VALUE 'N'.
          88 HUBO-ERROR                  VALUE 'S'.

       01 WS-VSAM-ABIERTO      PIC X(01) VALUE 'N'.
          88 VSAM-ABIERTO                VALUE 'S'.

      *---------------------------------------------------------------*
      * FILTROS DEL PARM                                              *
      *---------------------------------------------------------------*
       01 WS-FILTRO-DESDE      PIC X(10) VALUE SPACES.
       01 WS-FILTRO-HASTA      PIC X(10) VALUE SPACES.

      *---------------------------------------------------------------*
      * OBJETIVOS POR CRITICIDAD EN MINUTOS (1 = A, 2 = M, 3 = B),    *
      * CON LOS DEFECTOS QUE RIGEN SIN SLAPARM                        *
      *---------------------------------------------------------------*
       01 WS-TAB-OBJETIVOS.
          05 WS-OBJ-ENTRY OCCURS 3 TIMES.
             07 WS-OBJ-CRITIC     PIC X(01).
             07 WS-OBJ-MIN-ASIG   PIC 9(05) COMP.
             07 WS-OBJ-MIN-RES    PIC 9(05) COMP.

      *---------------------------------------------------------------*
      * REGISTRO DE APLICACIONES EN MEMORIA (MISMO ESQUEMA QUE        *
      * PGMERRRPT, MAS LA CRITICIDAD)                                 *
      *---------------------------------------------------------------*
       01 WS-TAB-REGISTRO.
          05 WS-REG-TOTAL      PIC 9(04) COMP VALUE ZEROS.
          05 WS-REG-ENTRY OCCURS 100 TIMES
                           INDEXED BY WS-REG-IDX.
             07 WS-REG-MASCARA    PIC X(08) VALUE SPACES.
             07 WS-REG-AMBITO     PIC X(01) VALUE SPACE.
             07 WS-REG-APLICAC    PIC X(08) VALUE SPACES.
             07 WS-REG-GRUPO      PIC X(08) VALUE SPACES.
             07 WS-REG-CRITIC     PIC X(01) VALUE SPACE.

      *---------------------------------------------------------------*
      * RECONOCIMIENTOS EN MEMORIA: CLAVE COMPLETA DE LA OCURRENCIA   *
      * Y EL MOMENTO (EN SEGUNDOS CORRIDOS) DE LA PRIMERA TOMA        *
      *---------------------------------------------------------------*
       01 WS-TAB-ACKS.
          05 WS-ACKT-TOTAL     PIC 9(04) COMP VALUE ZEROS.
          05 WS-ACKT-ENTRY OCCURS 3000 TIMES.
             07 WS-ACKT-PROGRAMA   PIC X(08).
             07 WS-ACKT-FECHA      PIC X(10).
             07 WS-ACKT-HORA       PIC X(08).
             07 WS-ACKT-SECUENCIA  PIC X(03).
             07 WS-ACKT-SEG        PIC 9(13) COMP.
       01 WS-ACKT-DESBORDES    PIC 9(07) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * OCURRENCIAS A MEDIR: LAS CREADAS EN EL PERIODO Y TODAS LAS    *
      * QUE SIGUEN ABIERTAS. LAS QUE NO ENTRAN QUEDAN FUERA DEL       *
      * REPORTE Y ESO SE AVISA.                                       *
      *---------------------------------------------------------------*
       01 WS-TAB-OCURRENCIAS.
          05 WS-OCU-TOTAL      PIC 9(04) COMP VALUE ZEROS.
          05 WS-OCU-ENTRY OCCURS 3000 TIMES.
             07 WS-OCU-PROGRAMA    PIC X(08).
             07 WS-OCU-FECHA       PIC X(10).
             07 WS-OCU-HORA        PIC X(08).
             07 WS-OCU-SEVERIDAD   PIC X(01).
             07 WS-OCU-ESTADO      PIC X(01).
             07 WS-OCU-APLICAC     PIC X(08).
             07 WS-OCU-GRUPO       PIC X(08).
             07 WS-OCU-CRITIC      PIC X(01).
             07 WS-OCU-RESOLUTOR   PIC X(08).
             07 WS-OCU-USUARIO     PIC X(08).
             07 WS-OCU-EN-PERIODO  PIC X(01).
             07 WS-OCU-CON-ASIG    PIC X(01).
             07 WS-OCU-MIN-ASIG    PIC 9(07) COMP.
             07 WS-OCU-CON-RES     PIC X(01).
             07 WS-OCU-MIN-RES     PIC 9(07) COMP.
             07 WS-OCU-EDAD        PIC 9(07) COMP.
             07 WS-OCU-OBJ-ASIG    PIC 9(05) COMP.
             07 WS-OCU-OBJ-RES     PIC 9(05) COMP.
             07 WS-OCU-FUERA-ASIG  PIC X(01).
             07 WS-OCU-FUERA-RES   PIC X(01).
       01 WS-OCU-DESBORDES     PIC 9(07) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * CLAVES DISTINTAS DE LA DIMENSION EN CURSO (1 APLICACION,      *
      * 2 GRUPO, 3 SEVERIDAD, 4 RESOLUTOR). EN LA DIMENSION 1 EL      *
      * AUXILIAR LLEVA EL GRUPO DUENO PARA EL TITULO DE LA LINEA.     *
      *---------------------------------------------------------------*
       01 WS-DIMENSION         PIC 9(01) VALUE ZERO.
       01 WS-TAB-CLAVES.
          05 WS-DIM-TOTAL      PIC 9(04) COMP VALUE ZEROS.
          05 WS-DIM-ENTRY OCCURS 200 TIMES.
             07 WS-DIM-CLAVE      PIC X(08).
             07 WS-DIM-AUX        PIC X(08).
       01 WS-CLAVE-OCU         PIC X(08) VALUE SPACES.
       01 WS-AUX-OCU           PIC X(08) VALUE SPACES.

      *---------------------------------------------------------------*
      * VALORES DE LA METRICA EN CURSO (1 ASIGNAR, 2 RESOLVER) PARA   *
      * LA CLAVE EN CURSO, ORDENADOS PARA SACAR LOS PERCENTILES       *
      * (RANGO MAS CERCANO: EL VALOR EN LA POSICION TECHO(P*N/100))   *
      *---------------------------------------------------------------*
       01 WS-METRICA           PIC 9(01) VALUE ZERO.
       01 WS-TAB-VALORES.
          05 WS-VAL-TOTAL      PIC 9(04) COMP VALUE ZEROS.
          05 WS-VAL OCCURS 3000 TIMES
                                PIC 9(07) COMP.
       01 WS-VAL-AUX           PIC 9(07) COMP VALUE ZEROS.
       01 WS-VAL-SUMA          PIC 9(11) COMP VALUE ZEROS.
       01 WS-VAL-FUERA         PIC 9(05) COMP VALUE ZEROS.
       01 WS-VAL-MEDIA         PIC 9(07) COMP VALUE ZEROS.
       01 WS-VAL-P50           PIC 9(07) COMP VALUE ZEROS.
       01 WS-VAL-P90           PIC 9(07) COMP VALUE ZEROS.
       01 WS-VAL-MAX           PIC 9(07) COMP VALUE ZEROS.
       01 WS-RANGO             PIC 9(07) COMP VALUE ZEROS.
       01 WS-FIN-HUECO         PIC X(01) VALUE 'N'.
          88 FIN-HUECO                  VALUE 'S'.

      *---------------------------------------------------------------*
      * LINEA DE ESTADISTICA EDITADA                                  *
      *---------------------------------------------------------------*
       01 WS-LIN-ESTAD.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-LE-CLAVE       PIC X(08).
          05 WS-LE-AUX         PIC X(11).
          05 WS-LE-METRICA     PIC X(07).
          05 FILLER            PIC X(03) VALUE ' N='.
          05 WS-LE-N           PIC ZZZZ9.
          05 FILLER            PIC X(07) VALUE ' MEDIA='.
          05 WS-LE-MEDIA       PIC ZZZZZZ9.
          05 FILLER            PIC X(05) VALUE ' P50='.
          05 WS-LE-P50         PIC ZZZZZZ9.
          05 FILLER            PIC X(05) VALUE ' P90='.
          05 WS-LE-P90         PIC ZZZZZZ9.
          05 FILLER            PIC X(05) VALUE ' MAX='.
          05 WS-LE-MAX         PIC ZZZZZZ9.
          05 FILLER            PIC X(07) VALUE ' FUERA='.
          05 WS-LE-FUERA       PIC ZZZZ9.

      *---------------------------------------------------------------*
      * LINEA DE INCUMPLIMIENTO EDITADA                               *
      *---------------------------------------------------------------*
       01 WS-LIN-INCUMP.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-LI-PROGRAMA    PIC X(08).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-LI-FECHA       PIC X(10).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-LI-HORA        PIC X(08).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-LI-SEVERIDAD   PIC X(01).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-LI-ESTADO      PIC X(01).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-LI-APLICAC     PIC X(08).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-LI-CRITIC      PIC X(01).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-LI-METRICA     PIC X(07).
          05 WS-LI-MINUTOS     PIC ZZZZZZ9.
          05 FILLER            PIC X(05) VALUE ' MIN/'.
          05 WS-LI-OBJETIVO    PIC ZZZZ9.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-LI-USUARIO     PIC X(08).

      *---------------------------------------------------------------*
      * RELOJ ACTUAL Y CONVERSION FECHA/HORA -> SEGUNDOS CORRIDOS      *
      * (MISMO ESQUEMA QUE PGMALRESC)                                 *
      *---------------------------------------------------------------*
       01 WS-AHORA-SEG         PIC 9(13) COMP VALUE ZEROS.
       01 WS-CURRENT-DATE.
          05 WS-CD-AAAAMMDD    PIC 9(08).
          05 WS-CD-HH          PIC 9(02).
          05 WS-CD-MIN         PIC 9(02).
          05 WS-CD-SS          PIC 9(02).
          05 FILLER            PIC X(07).

       01 WS-CALC-FECHA        PIC X(10) VALUE SPACES.
       01 WS-CALC-HORA         PIC X(08) VALUE SPACES.
       01 WS-CALC-AAAAMMDD     PIC 9(08) VALUE ZEROS.
       01 WS-CALC-SEG          PIC 9(13) COMP VALUE ZEROS.
       01 WS-CALC-VALIDA       PIC X(01) VALUE 'N'.
          88 CALC-VALIDA                VALUE 'S'.

       01 WS-CREACION-SEG      PIC 9(13) COMP VALUE ZEROS.
       01 WS-ASIG-SEG          PIC 9(13) COMP VALUE ZEROS.
       01 WS-HAY-ASIG          PIC X(01) VALUE 'N'.
          88 HAY-ASIG                   VALUE 'S'.

      *---------------------------------------------------------------*
      * APLICACION/DUENO/CRITICIDAD RESUELTOS Y AUXILIARES DEL MATCH  *
      * DE MASCARA (MISMA REGLA QUE PGMERRRPT)                        *
      *---------------------------------------------------------------*
       01 WS-APP-RESUELTA      PIC X(08) VALUE SPACES.
       01 WS-GRP-RESUELTO      PIC X(08) VALUE SPACES.
       01 WS-CRIT-RESUELTA     PIC X(01) VALUE SPACE.
       01 WS-MASCARA-OBJETO    PIC X(08) VALUE SPACES.
       01 WS-MASCARA-MATCH     PIC X(01) VALUE 'N'.
          88 MASCARA-MATCH              VALUE 'S'.
       01 WS-IDX-MASC          PIC 9(02) COMP VALUE ZEROS.
       01 WS-FIN-MASC          PIC X(01) VALUE 'N'.
          88 FIN-MASC                   VALUE 'S'.

       01 WS-I                 PIC 9(04) COMP VALUE ZEROS.
       01 WS-J                 PIC 9(04) COMP VALUE ZEROS.
       01 WS-K                 PIC 9(04) COMP VALUE ZEROS.
       01 WS-S                 PIC 9(04) COMP VALUE ZEROS.
       01 WS-T                 PIC 9(04) COMP VALUE ZEROS.
       01 WS-T-ANT             PIC 9(04) COMP VALUE ZEROS.
       01 WS-ENCONTRADO        PIC X(01) VALUE 'N'.
          88 ENCONTRADO                 VALUE 'S'.

       01 WS-CONT-LEIDOS       PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-ARCHIVO      PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-SIN-RELOJ    PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-EN-PERIODO   PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-INCUMPLIDAS  PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-ABIERTAS-V   PIC 9(09) COMP VALUE ZEROS.

       77 FILLER               PIC X(26) VALUE '* FINAL  WS *'.

      *---------------------------------------------------------------*
       LINKAGE SECTION.
      *---------------------------------------------------------------*
       01 WS-PARM.
          05 WS-PARM-LON       PIC S9(04) COMP.
          05 WS-PARM-TEXTO     PIC X(21).

      *****************************************************************
       PROCEDURE DIVISION USING WS-PARM.
      *****************************************************************

       PRINCIPAL.

           PERFORM 1000-I-INICIO THRU 1000-F-INICIO
           IF NOT HUBO-ERROR
              PERFORM 2000-CARGAR-OBJETIVOS
              PERFORM 2200-CARGAR-REGISTRO
              PERFORM 2400-CARGAR-RECONOCIMIENTOS
              PERFORM 3000-LEER-CLUSTER
              PERFORM 3500-LEER-ARCHIVO
              PERFORM 4000-IMPRIMIR-ESTADISTICAS
              PERFORM 5000-LISTAR-INCUMPLIMIENTOS
              PERFORM 5500-LISTAR-ABIERTAS
           END-IF
           PERFORM 8000-IMPRIMIR-RESUMEN
           PERFORM 9000-I-CIERRE THRU 9000-F-CIERRE
           .
       FIN-PRINCIPAL.
           GOBACK.

      *****************************************************************
      *   INTERPRETAR EL PARM, CAPTURAR EL RELOJ Y ABRIR EL CLUSTER   *
      *****************************************************************
       1000-I-INICIO.

           IF WS-PARM-LON >= 10
              MOVE WS-PARM-TEXTO(1:10) TO WS-FILTRO-DESDE
           END-IF
           IF WS-PARM-LON >= 21
              MOVE WS-PARM-TEXTO(12:10) TO WS-FILTRO-HASTA
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-AHORA-SEG
              = FUNCTION INTEGER-OF-DATE(WS-CD-AAAAMMDD) * 86400
              + WS-CD-HH * 3600 + WS-CD-MIN * 60 + WS-CD-SS
           END-COMPUTE

           OPEN INPUT ERR-VSAM-FILE
           IF VSAM-OK
              MOVE 'S' TO WS-VSAM-ABIERTO
           ELSE
              DISPLAY 'PGMERRSLA: NO SE PUDO ABRIR ERRVSAM - STATUS '
                      WS-VSAM-ST
              MOVE 'S' TO WS-HUBO-ERROR
           END-IF
           .
       1000-F-INICIO.
           EXIT.

      *****************************************************************
      *   OBJETIVOS POR CRITICIDAD: DEFECTOS Y LUEGO SLAPARM. SIN     *
      *   SLAPARM LEGIBLE NO ES UN ERROR: RIGEN LOS DEFECTOS.         *
      *****************************************************************
       2000-CARGAR-OBJETIVOS.

           MOVE 'A'  TO WS-OBJ-CRITIC(1)
           MOVE 15   TO WS-OBJ-MIN-ASIG(1)
           MOVE 240  TO WS-OBJ-MIN-RES(1)
           MOVE 'M'  TO WS-OBJ-CRITIC(2)
           MOVE 60   TO WS-OBJ-MIN-ASIG(2)
           MOVE 1440 TO WS-OBJ-MIN-RES(2)
           MOVE 'B'  TO WS-OBJ-CRITIC(3)
           MOVE 240  TO WS-OBJ-MIN-ASIG(3)
           MOVE 4320 TO WS-OBJ-MIN-RES(3)

           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN INPUT SLA-PRM-FILE
           IF NOT SLAP-OK
              DISPLAY 'PGMERRSLA: SIN SLAPARM LEGIBLE - STATUS '
                      WS-SLAP-ST ' - RIGEN LOS DEFECTOS'
              MOVE 'S' TO WS-FIN-ARCHIVO
           END-IF

           PERFORM 2100-CARGAR-UN-OBJETIVO
                   UNTIL FIN-ARCHIVO

           IF SLAP-OK OR SLAP-AT-END
              CLOSE SLA-PRM-FILE
           END-IF
           EXIT PARAGRAPH.

       2100-CARGAR-UN-OBJETIVO.

           READ SLA-PRM-FILE
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO
              NOT AT END
                 PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
                    IF WS-OBJ-CRITIC(WS-K) = WS-SLAP-REC-CRITIC
                       AND WS-SLAP-REC-MIN-ASIG IS NUMERIC
                       AND WS-SLAP-REC-MIN-RES IS NUMERIC
                       MOVE WS-SLAP-REC-MIN-ASIG
                          TO WS-OBJ-MIN-ASIG(WS-K)
                       MOVE WS-SLAP-REC-MIN-RES
                          TO WS-OBJ-MIN-RES(WS-K)
                    END-IF
                 END-PERFORM
           END-READ
           EXIT PARAGRAPH.

      *****************************************************************
      *   CARGAR EL REGISTRO DE APLICACIONES. SIN APPREG LEGIBLE NO   *
      *   ES UN ERROR: TODO CAE EN '*SINREG*' CON CRITICIDAD MEDIA.   *
      *****************************************************************
       2200-CARGAR-REGISTRO.

           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN INPUT APP-REG-FILE
           IF NOT AREG-OK
              DISPLAY 'PGMERRSLA: SIN APPREG LEGIBLE - STATUS '
                      WS-AREG-ST
              MOVE 'S' TO WS-FIN-ARCHIVO
           END-IF

           PERFORM 2300-CARGAR-UNA-ENTRADA
                   UNTIL FIN-ARCHIVO

           IF AREG-OK OR AREG-AT-END
              CLOSE APP-REG-FILE
           END-IF
           EXIT PARAGRAPH.

       2300-CARGAR-UNA-ENTRADA.

           READ APP-REG-FILE
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO
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
                    MOVE WS-AREG-REC-GRUPO
                       TO WS-REG-GRUPO(WS-REG-IDX)
                    MOVE WS-AREG-REC-CRITIC
                       TO WS-REG-CRITIC(WS-REG-IDX)
                 END-IF
           END-READ
           EXIT PARAGRAPH.

      *****************************************************************
      *   CARGAR LOS RECONOCIMIENTOS. UNA MISMA OCURRENCIA PUEDE      *
      *   TENER VARIAS TOMAS (REASIGNACIONES): CUENTA LA PRIMERA.     *
      *****************************************************************
       2400-CARGAR-RECONOCIMIENTOS.

           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN INPUT ALR-ACK-FILE
           IF NOT ACK-OK
              DISPLAY 'PGMERRSLA: SIN ALRTACK LEGIBLE - STATUS '
                      WS-ACK-ST
              MOVE 'S' TO WS-FIN-ARCHIVO
           END-IF

           PERFORM 2500-CARGAR-UN-RECONOC
                   UNTIL FIN-ARCHIVO

           IF ACK-OK OR ACK-AT-END
              CLOSE ALR-ACK-FILE
           END-IF

           IF WS-ACKT-DESBORDES > 0
              DISPLAY 'PGMERRSLA: TABLA DE RECONOCIMIENTOS LLENA - '
                      WS-ACKT-DESBORDES ' SIN CARGAR'
           END-IF
           EXIT PARAGRAPH.

       2500-CARGAR-UN-RECONOC.

           READ ALR-ACK-FILE
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO
              NOT AT END
                 MOVE WS-ACK-FECHA-RECON TO WS-CALC-FECHA
                 MOVE WS-ACK-HORA-RECON  TO WS-CALC-HORA
                 PERFORM 6000-CALCULAR-SEGUNDOS
                 IF CALC-VALIDA
                    PERFORM 2600-GUARDAR-RECONOC
                 END-IF
           END-READ
           EXIT PARAGRAPH.

       2600-GUARDAR-RECONOC.

           MOVE 'N' TO WS-ENCONTRADO
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-ACKT-TOTAL OR ENCONTRADO
              IF WS-ACKT-PROGRAMA(WS-J) = WS-ACK-PROGRAMA
                 AND WS-ACKT-FECHA(WS-J) = WS-ACK-FECHA
                 AND WS-ACKT-HORA(WS-J) = WS-ACK-HORA
                 AND WS-ACKT-SECUENCIA(WS-J) = WS-ACK-SECUENCIA
                 MOVE 'S' TO WS-ENCONTRADO
                 IF WS-CALC-SEG < WS-ACKT-SEG(WS-J)
                    MOVE WS-CALC-SEG TO WS-ACKT-SEG(WS-J)
                 END-IF
              END-IF
           END-PERFORM

           IF NOT ENCONTRADO
              IF WS-ACKT-TOTAL < 3000
                 ADD 1 TO WS-ACKT-TOTAL
                 MOVE WS-ACKT-TOTAL    TO WS-J
                 MOVE WS-ACK-PROGRAMA  TO WS-ACKT-PROGRAMA(WS-J)
                 MOVE WS-ACK-FECHA     TO WS-ACKT-FECHA(WS-J)
                 MOVE WS-ACK-HORA      TO WS-ACKT-HORA(WS-J)
                 MOVE WS-ACK-SECUENCIA TO WS-ACKT-SECUENCIA(WS-J)
                 MOVE WS-CALC-SEG      TO WS-ACKT-SEG(WS-J)
              ELSE
                 ADD 1 TO WS-ACKT-DESBORDES
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   RECORRER EL CLUSTER COMPLETO                                *
      *****************************************************************
       3000-LEER-CLUSTER.

           MOVE 'N' TO WS-FIN-ARCHIVO
           PERFORM 3100-LEER-UN-REGISTRO
                   UNTIL FIN-ARCHIVO
           EXIT PARAGRAPH.

       3100-LEER-UN-REGISTRO.

           READ ERR-VSAM-FILE NEXT RECORD INTO WS-ERR-VSAM-REC
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO
              NOT AT END
                 ADD 1 TO WS-CONT-LEIDOS
                 PERFORM 3200-EVALUAR-OCURRENCIA
           END-READ
           EXIT PARAGRAPH.

      *****************************************************************
      *   MEDIR UNA OCURRENCIA Y GUARDARLA SI CORRESPONDE: CREADA EN  *
      *   EL PERIODO, O TODAVIA ABIERTA                               *
      *****************************************************************
       3200-EVALUAR-OCURRENCIA.

           MOVE WS-VSAM-FECHA TO WS-CALC-FECHA
           MOVE WS-VSAM-HORA  TO WS-CALC-HORA
           PERFORM 6000-CALCULAR-SEGUNDOS

      *    LOS LATIDOS DE PRUEBA DE LA RUTA DE ALERTAS (SEVERIDAD
      *    'T', VER CPERROR) NO SON TRABAJO DEL WORKFLOW: NO SE MIDEN.
           EVALUATE TRUE
           WHEN WS-VSAM-SEVERIDAD = 'T'
                CONTINUE
           WHEN NOT CALC-VALIDA
                ADD 1 TO WS-CONT-SIN-RELOJ
           WHEN VSAM-EST-RESUELTO
                AND ((WS-FILTRO-DESDE NOT = SPACES
                      AND WS-VSAM-FECHA < WS-FILTRO-DESDE)
                  OR (WS-FILTRO-HASTA NOT = SPACES
                      AND WS-VSAM-FECHA > WS-FILTRO-HASTA))
                CONTINUE
           WHEN WS-OCU-TOTAL >= 3000
                ADD 1 TO WS-OCU-DESBORDES
           WHEN OTHER
                MOVE WS-CALC-SEG TO WS-CREACION-SEG
                ADD 1 TO WS-OCU-TOTAL
                MOVE WS-OCU-TOTAL TO WS-I
                PERFORM 3300-GUARDAR-OCURRENCIA
                PERFORM 3400-MEDIR-TIEMPOS
           END-EVALUATE
           EXIT PARAGRAPH.

       3300-GUARDAR-OCURRENCIA.

           PERFORM 7000-RESOLVER-APLICACION

           MOVE WS-VSAM-PROGRAMA   TO WS-OCU-PROGRAMA(WS-I)
           MOVE WS-VSAM-FECHA      TO WS-OCU-FECHA(WS-I)
           MOVE WS-VSAM-HORA       TO WS-OCU-HORA(WS-I)
           MOVE WS-VSAM-SEVERIDAD  TO WS-OCU-SEVERIDAD(WS-I)
           IF WS-VSAM-SEVERIDAD = SPACE
              MOVE 'F' TO WS-OCU-SEVERIDAD(WS-I)
           END-IF
           MOVE WS-VSAM-ESTADO     TO WS-OCU-ESTADO(WS-I)
           MOVE WS-APP-RESUELTA    TO WS-OCU-APLICAC(WS-I)
           MOVE WS-GRP-RESUELTO    TO WS-OCU-GRUPO(WS-I)
           MOVE WS-CRIT-RESUELTA   TO WS-OCU-CRITIC(WS-I)
           MOVE SPACES             TO WS-OCU-RESOLUTOR(WS-I)
           MOVE WS-VSAM-EST-USUARIO TO WS-OCU-USUARIO(WS-I)
           IF VSAM-EST-RESUELTO
              MOVE WS-VSAM-EST-USUARIO TO WS-OCU-RESOLUTOR(WS-I)
           END-IF

           MOVE 'S' TO WS-OCU-EN-PERIODO(WS-I)
           IF (WS-FILTRO-DESDE NOT = SPACES
               AND WS-VSAM-FECHA < WS-FILTRO-DESDE)
              OR (WS-FILTRO-HASTA NOT = SPACES
               AND WS-VSAM-FECHA > WS-FILTRO-HASTA)
              MOVE 'N' TO WS-OCU-EN-PERIODO(WS-I)
           ELSE
              ADD 1 TO WS-CONT-EN-PERIODO
           END-IF

           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
              IF WS-OBJ-CRITIC(WS-K) = WS-CRIT-RESUELTA
                 MOVE WS-OBJ-MIN-ASIG(WS-K) TO WS-OCU-OBJ-ASIG(WS-I)
                 MOVE WS-OBJ-MIN-RES(WS-K)  TO WS-OCU-OBJ-RES(WS-I)
              END-IF
           END-PERFORM

           MOVE 'N'   TO WS-OCU-CON-ASIG(WS-I)
           MOVE 'N'   TO WS-OCU-CON-RES(WS-I)
           MOVE 'N'   TO WS-OCU-FUERA-ASIG(WS-I)
           MOVE 'N'   TO WS-OCU-FUERA-RES(WS-I)
           MOVE ZEROS TO WS-OCU-MIN-ASIG(WS-I)
           MOVE ZEROS TO WS-OCU-MIN-RES(WS-I)
           MOVE ZEROS TO WS-OCU-EDAD(WS-I)
           IF WS-AHORA-SEG > WS-CREACION-SEG
              COMPUTE WS-OCU-EDAD(WS-I)
                 = (WS-AHORA-SEG - WS-CREACION-SEG) / 60
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   TIEMPO A ASIGNAR Y A RESOLVER DE LA OCURRENCIA, Y SU        *
      *   COMPARACION CONTRA LOS OBJETIVOS DE SU CRITICIDAD. LA       *
      *   ABIERTA SE COMPARA POR SU EDAD.                             *
      *****************************************************************
       3400-MEDIR-TIEMPOS.

           MOVE 'N' TO WS-HAY-ASIG
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-ACKT-TOTAL OR HAY-ASIG
              IF WS-ACKT-PROGRAMA(WS-J) = WS-VSAM-PROGRAMA
                 AND WS-ACKT-FECHA(WS-J) = WS-VSAM-FECHA
                 AND WS-ACKT-HORA(WS-J) = WS-VSAM-HORA
                 AND WS-ACKT-SECUENCIA(WS-J) = WS-VSAM-SECUENCIA
                 MOVE 'S' TO WS-HAY-ASIG
                 MOVE WS-ACKT-SEG(WS-J) TO WS-ASIG-SEG
              END-IF
           END-PERFORM

           MOVE WS-VSAM-EST-FECHA TO WS-CALC-FECHA
           MOVE WS-VSAM-EST-HORA  TO WS-CALC-HORA
           PERFORM 6000-CALCULAR-SEGUNDOS

           IF NOT HAY-ASIG
              AND NOT VSAM-EST-NUEVO
              AND CALC-VALIDA
              MOVE 'S' TO WS-HAY-ASIG
              MOVE WS-CALC-SEG TO WS-ASIG-SEG
           END-IF

           IF HAY-ASIG
              MOVE 'S' TO WS-OCU-CON-ASIG(WS-I)
              IF WS-ASIG-SEG > WS-CREACION-SEG
                 COMPUTE WS-OCU-MIN-ASIG(WS-I)
                    = (WS-ASIG-SEG - WS-CREACION-SEG) / 60
              END-IF
              IF WS-OCU-MIN-ASIG(WS-I) > WS-OCU-OBJ-ASIG(WS-I)
                 MOVE 'S' TO WS-OCU-FUERA-ASIG(WS-I)
              END-IF
           ELSE
              IF WS-OCU-EDAD(WS-I) > WS-OCU-OBJ-ASIG(WS-I)
                 MOVE 'S' TO WS-OCU-FUERA-ASIG(WS-I)
              END-IF
           END-IF

           IF VSAM-EST-RESUELTO AND CALC-VALIDA
              MOVE 'S' TO WS-OCU-CON-RES(WS-I)
              IF WS-CALC-SEG > WS-CREACION-SEG
                 COMPUTE WS-OCU-MIN-RES(WS-I)
                    = (WS-CALC-SEG - WS-CREACION-SEG) / 60
              END-IF
              IF WS-OCU-MIN-RES(WS-I) > WS-OCU-OBJ-RES(WS-I)
                 MOVE 'S' TO WS-OCU-FUERA-RES(WS-I)
              END-IF
           END-IF
           IF NOT VSAM-EST-RESUELTO
              IF WS-OCU-EDAD(WS-I) > WS-OCU-OBJ-RES(WS-I)
                 MOVE 'S' TO WS-OCU-FUERA-RES(WS-I)
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   RECORRER LAS DESCARGAS DE ARCHIVO DEL PERIODO (OPCIONAL)    *
      *****************************************************************
       3500-LEER-ARCHIVO.

           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN INPUT ERR-ARCH-FILE
           IF NOT ARCH-OK
              IF NOT ARCH-NO-EXISTE
                 DISPLAY 'PGMERRSLA: SIN ERRARCH LEGIBLE - STATUS '
                         WS-ARCH-ST
              END-IF
              MOVE 'S' TO WS-FIN-ARCHIVO
           END-IF

           PERFORM 3600-LEER-UN-ARCHIVADO
                   UNTIL FIN-ARCHIVO

           IF ARCH-OK OR ARCH-AT-END
              CLOSE ERR-ARCH-FILE
           END-IF
           EXIT PARAGRAPH.

       3600-LEER-UN-ARCHIVADO.

           READ ERR-ARCH-FILE INTO WS-ERR-VSAM-REC
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO
              NOT AT END
                 ADD 1 TO WS-CONT-ARCHIVO
                 PERFORM 3200-EVALUAR-OCURRENCIA
           END-READ
           EXIT PARAGRAPH.

      *****************************************************************
      *   ESTADISTICAS DEL PERIODO POR APLICACION, GRUPO, SEVERIDAD   *
      *   Y RESOLUTOR (TIEMPOS EN MINUTOS)                            *
      *****************************************************************
       4000-IMPRIMIR-ESTADISTICAS.

           DISPLAY WS-SEPARADOR
           DISPLAY 'NIVEL DE SERVICIO DEL WORKFLOW ERRVSAM - PGMERRSLA'
           DISPLAY WS-SEPARADOR
           DISPLAY 'DESDE : ' WS-FILTRO-DESDE
                   '   HASTA: ' WS-FILTRO-HASTA
           DISPLAY 'OBJETIVOS (MINUTOS ASIGNAR / RESOLVER):'
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
              DISPLAY '  CRITICIDAD ' WS-OBJ-CRITIC(WS-K) ' : '
                      WS-OBJ-MIN-ASIG(WS-K) ' / '
                      WS-OBJ-MIN-RES(WS-K)
           END-PERFORM

           PERFORM VARYING WS-DIMENSION FROM 1 BY 1
                   UNTIL WS-DIMENSION > 4
              DISPLAY WS-SEPARADOR-MIN
              EVALUATE WS-DIMENSION
              WHEN 1
                   DISPLAY 'POR APLICACION (GRUPO DUENO):'
              WHEN 2
                   DISPLAY 'POR GRUPO DUENO:'
              WHEN 3
                   DISPLAY 'POR SEVERIDAD:'
              WHEN OTHER
                   DISPLAY 'POR RESOLUTOR (SOLO RESUELTAS):'
              END-EVALUATE
              PERFORM 4100-ARMAR-CLAVES
              PERFORM VARYING WS-K FROM 1 BY 1
                      UNTIL WS-K > WS-DIM-TOTAL
                 PERFORM VARYING WS-METRICA FROM 1 BY 1
                         UNTIL WS-METRICA > 2
                    PERFORM 4300-CALCULAR-METRICA
                 END-PERFORM
              END-PERFORM
           END-PERFORM
           EXIT PARAGRAPH.

      *****************************************************************
      *   CLAVES DISTINTAS DE LA DIMENSION EN CURSO, EN ORDEN DE      *
      *   APARICION                                                   *
      *****************************************************************
       4100-ARMAR-CLAVES.

           MOVE ZEROS TO WS-DIM-TOTAL
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-OCU-TOTAL
              IF WS-OCU-EN-PERIODO(WS-I) = 'S'
                 PERFORM 4200-CLAVE-DE-OCURRENCIA
                 IF WS-DIMENSION NOT = 4
                    OR WS-OCU-ESTADO(WS-I) = 'R'
                    PERFORM 4150-AGREGAR-CLAVE
                 END-IF
              END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       4150-AGREGAR-CLAVE.

           MOVE 'N' TO WS-ENCONTRADO
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-DIM-TOTAL OR ENCONTRADO
              IF WS-DIM-CLAVE(WS-J) = WS-CLAVE-OCU
                 MOVE 'S' TO WS-ENCONTRADO
              END-IF
           END-PERFORM

           IF NOT ENCONTRADO AND WS-DIM-TOTAL < 200
              ADD 1 TO WS-DIM-TOTAL
              MOVE WS-CLAVE-OCU TO WS-DIM-CLAVE(WS-DIM-TOTAL)
              MOVE WS-AUX-OCU   TO WS-DIM-AUX(WS-DIM-TOTAL)
           END-IF
           EXIT PARAGRAPH.

       4200-CLAVE-DE-OCURRENCIA.

           MOVE SPACES TO WS-AUX-OCU
           EVALUATE WS-DIMENSION
           WHEN 1
                MOVE WS-OCU-APLICAC(WS-I) TO WS-CLAVE-OCU
                MOVE WS-OCU-GRUPO(WS-I)   TO WS-AUX-OCU
           WHEN 2
                MOVE WS-OCU-GRUPO(WS-I)   TO WS-CLAVE-OCU
           WHEN 3
                MOVE WS-OCU-SEVERIDAD(WS-I) TO WS-CLAVE-OCU
           WHEN OTHER
                MOVE WS-OCU-RESOLUTOR(WS-I) TO WS-CLAVE-OCU
           END-EVALUATE
           EXIT PARAGRAPH.

      *****************************************************************
      *   JUNTAR LOS VALORES DE LA METRICA PARA LA CLAVE WS-K,        *
      *   ORDENARLOS E IMPRIMIR LA LINEA. FUERA CUENTA TAMBIEN LAS    *
      *   ABIERTAS DEL PERIODO QUE YA SUPERARON EL OBJETIVO.          *
      *****************************************************************
       4300-CALCULAR-METRICA.

           MOVE ZEROS TO WS-VAL-TOTAL
           MOVE ZEROS TO WS-VAL-SUMA
           MOVE ZEROS TO WS-VAL-FUERA
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-OCU-TOTAL
              IF WS-OCU-EN-PERIODO(WS-I) = 'S'
                 PERFORM 4200-CLAVE-DE-OCURRENCIA
                 IF WS-CLAVE-OCU = WS-DIM-CLAVE(WS-K)
                    PERFORM 4400-TOMAR-VALOR
                 END-IF
              END-IF
           END-PERFORM

           PERFORM 4500-ORDENAR-VALORES

           MOVE ZEROS TO WS-VAL-MEDIA WS-VAL-P50 WS-VAL-P90 WS-VAL-MAX
           IF WS-VAL-TOTAL > 0
              COMPUTE WS-VAL-MEDIA ROUNDED
                 = WS-VAL-SUMA / WS-VAL-TOTAL
              COMPUTE WS-RANGO = (50 * WS-VAL-TOTAL + 99) / 100
              MOVE WS-VAL(WS-RANGO) TO WS-VAL-P50
              COMPUTE WS-RANGO = (90 * WS-VAL-TOTAL + 99) / 100
              MOVE WS-VAL(WS-RANGO) TO WS-VAL-P90
              MOVE WS-VAL(WS-VAL-TOTAL) TO WS-VAL-MAX
           END-IF

           MOVE WS-DIM-CLAVE(WS-K) TO WS-LE-CLAVE
           MOVE SPACES TO WS-LE-AUX
           IF WS-DIMENSION = 1
              STRING ' (' WS-DIM-AUX(WS-K) ')'
                 DELIMITED BY SIZE
                 INTO WS-LE-AUX
              END-STRING
           END-IF
           IF WS-METRICA = 1
              MOVE ' ASIG  ' TO WS-LE-METRICA
           ELSE
              MOVE ' RESOL ' TO WS-LE-METRICA
           END-IF
           MOVE WS-VAL-TOTAL TO WS-LE-N
           MOVE WS-VAL-MEDIA TO WS-LE-MEDIA
           MOVE WS-VAL-P50   TO WS-LE-P50
           MOVE WS-VAL-P90   TO WS-LE-P90
           MOVE WS-VAL-MAX   TO WS-LE-MAX
           MOVE WS-VAL-FUERA TO WS-LE-FUERA
           DISPLAY WS-LIN-ESTAD
           EXIT PARAGRAPH.

       4400-TOMAR-VALOR.

           IF WS-METRICA = 1
              IF WS-OCU-CON-ASIG(WS-I) = 'S'
                 ADD 1 TO WS-VAL-TOTAL
                 MOVE WS-OCU-MIN-ASIG(WS-I) TO WS-VAL(WS-VAL-TOTAL)
                 ADD WS-OCU-MIN-ASIG(WS-I) TO WS-VAL-SUMA
              END-IF
              IF WS-OCU-FUERA-ASIG(WS-I) = 'S'
                 ADD 1 TO WS-VAL-FUERA
              END-IF
           ELSE
              IF WS-OCU-CON-RES(WS-I) = 'S'
                 ADD 1 TO WS-VAL-TOTAL
                 MOVE WS-OCU-MIN-RES(WS-I) TO WS-VAL(WS-VAL-TOTAL)
                 ADD WS-OCU-MIN-RES(WS-I) TO WS-VAL-SUMA
              END-IF
              IF WS-OCU-FUERA-RES(WS-I) = 'S'
                 ADD 1 TO WS-VAL-FUERA
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   ORDENAR LOS VALORES DE MENOR A MAYOR (INSERCION: LAS        *
      *   CANTIDADES POR CLAVE SON CHICAS)                            *
      *****************************************************************
       4500-ORDENAR-VALORES.

           PERFORM VARYING WS-S FROM 2 BY 1
                   UNTIL WS-S > WS-VAL-TOTAL
              MOVE WS-VAL(WS-S) TO WS-VAL-AUX
              MOVE WS-S TO WS-T
              MOVE 'N' TO WS-FIN-HUECO
              PERFORM 4510-CORRER-HUECO
                      UNTIL FIN-HUECO
              MOVE WS-VAL-AUX TO WS-VAL(WS-T)
           END-PERFORM
           EXIT PARAGRAPH.

       4510-CORRER-HUECO.

           IF WS-T < 2
              MOVE 'S' TO WS-FIN-HUECO
           ELSE
              COMPUTE WS-T-ANT = WS-T - 1
              IF WS-VAL(WS-T-ANT) > WS-VAL-AUX
                 MOVE WS-VAL(WS-T-ANT) TO WS-VAL(WS-T)
                 MOVE WS-T-ANT TO WS-T
              ELSE
                 MOVE 'S' TO WS-FIN-HUECO
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   INCUMPLIMIENTOS DEL PERIODO: TOMAS Y RESOLUCIONES QUE YA    *
      *   OCURRIERON FUERA DEL OBJETIVO                               *
      *****************************************************************
       5000-LISTAR-INCUMPLIMIENTOS.

           DISPLAY WS-SEPARADOR
           DISPLAY 'INCUMPLIMIENTOS DEL PERIODO (PROGRAMA FECHA HORA '
                   'SEV EST APLICAC CRIT METRICA MIN/OBJ USUARIO):'
           DISPLAY WS-SEPARADOR-MIN
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-OCU-TOTAL
              IF WS-OCU-EN-PERIODO(WS-I) = 'S'
                 IF WS-OCU-CON-ASIG(WS-I) = 'S'
                    AND WS-OCU-FUERA-ASIG(WS-I) = 'S'
                    MOVE 1 TO WS-METRICA
                    PERFORM 5100-IMPRIMIR-INCUMPLIMIENTO
                 END-IF
                 IF WS-OCU-CON-RES(WS-I) = 'S'
                    AND WS-OCU-FUERA-RES(WS-I) = 'S'
                    MOVE 2 TO WS-METRICA
                    PERFORM 5100-IMPRIMIR-INCUMPLIMIENTO
                 END-IF
              END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       5100-IMPRIMIR-INCUMPLIMIENTO.

           PERFORM 5900-ARMAR-LINEA
           IF WS-METRICA = 1
              MOVE WS-OCU-MIN-ASIG(WS-I) TO WS-LI-MINUTOS
           ELSE
              MOVE WS-OCU-MIN-RES(WS-I)  TO WS-LI-MINUTOS
           END-IF
           ADD 1 TO WS-CONT-INCUMPLIDAS
           DISPLAY WS-LIN-INCUMP
           EXIT PARAGRAPH.

      *****************************************************************
      *   OCURRENCIAS TODAVIA ABIERTAS QUE YA SUPERARON SU OBJETIVO   *
      *   (SIN TOMAR PASADO EL DE ASIGNAR, O SIN RESOLVER PASADO EL   *
      *   DE RESOLVER), SIN IMPORTAR EL PERIODO                       *
      *****************************************************************
       5500-LISTAR-ABIERTAS.

           DISPLAY WS-SEPARADOR
           DISPLAY 'ABIERTAS FUERA DE OBJETIVO (EDAD EN MINUTOS):'
           DISPLAY WS-SEPARADOR-MIN
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-OCU-TOTAL
              IF WS-OCU-ESTADO(WS-I) NOT = 'R'
                 EVALUATE TRUE
                 WHEN WS-OCU-FUERA-RES(WS-I) = 'S'
                      MOVE 2 TO WS-METRICA
                      PERFORM 5600-IMPRIMIR-ABIERTA
                 WHEN WS-OCU-CON-ASIG(WS-I) = 'N'
                      AND WS-OCU-FUERA-ASIG(WS-I) = 'S'
                      MOVE 1 TO WS-METRICA
                      PERFORM 5600-IMPRIMIR-ABIERTA
                 WHEN OTHER
                      CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM
           DISPLAY WS-SEPARADOR
           EXIT PARAGRAPH.

       5600-IMPRIMIR-ABIERTA.

           PERFORM 5900-ARMAR-LINEA
           MOVE WS-OCU-EDAD(WS-I) TO WS-LI-MINUTOS
           ADD 1 TO WS-CONT-ABIERTAS-V
           DISPLAY WS-LIN-INCUMP
           EXIT PARAGRAPH.

       5900-ARMAR-LINEA.

           MOVE WS-OCU-PROGRAMA(WS-I)  TO WS-LI-PROGRAMA
           MOVE WS-OCU-FECHA(WS-I)     TO WS-LI-FECHA
           MOVE WS-OCU-HORA(WS-I)      TO WS-LI-HORA
           MOVE WS-OCU-SEVERIDAD(WS-I) TO WS-LI-SEVERIDAD
           MOVE WS-OCU-ESTADO(WS-I)    TO WS-LI-ESTADO
           MOVE WS-OCU-APLICAC(WS-I)   TO WS-LI-APLICAC
           MOVE WS-OCU-CRITIC(WS-I)    TO WS-LI-CRITIC
           MOVE WS-OCU-USUARIO(WS-I)   TO WS-LI-USUARIO
           IF WS-METRICA = 1
              MOVE ' ASIG  '              TO WS-LI-METRICA
              MOVE WS-OCU-OBJ-ASIG(WS-I)  TO WS-LI-OBJETIVO
           ELSE
              MOVE ' RESOL '              TO WS-LI-METRICA
              MOVE WS-OCU-OBJ-RES(WS-I)   TO WS-LI-OBJETIVO
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   CONVERTIR WS-CALC-FECHA (AAAA-MM-DD) Y WS-CALC-HORA         *
      *   (HH:MM:SS) A SEGUNDOS CORRIDOS. UNA MARCA VACIA O MAL       *
      *   FORMADA (REGISTROS VIEJOS) DEJA WS-CALC-VALIDA EN 'N'.      *
      *****************************************************************
       6000-CALCULAR-SEGUNDOS.

           MOVE 'N' TO WS-CALC-VALIDA
           MOVE ZEROS TO WS-CALC-SEG
           IF WS-CALC-FECHA(1:4) IS NUMERIC
              AND WS-CALC-FECHA(6:2) IS NUMERIC
              AND WS-CALC-FECHA(9:2) IS NUMERIC
              AND WS-CALC-HORA(1:2) IS NUMERIC
              AND WS-CALC-HORA(4:2) IS NUMERIC
              AND WS-CALC-HORA(7:2) IS NUMERIC
              AND WS-CALC-FECHA(6:2) >= '01'
              AND WS-CALC-FECHA(6:2) <= '12'
              AND WS-CALC-FECHA(9:2) >= '01'
              AND WS-CALC-FECHA(9:2) <= '31'
              AND WS-CALC-FECHA(1:4) >= '1601'
              MOVE WS-CALC-FECHA(1:4) TO WS-CALC-AAAAMMDD(1:4)
              MOVE WS-CALC-FECHA(6:2) TO WS-CALC-AAAAMMDD(5:2)
              MOVE WS-CALC-FECHA(9:2) TO WS-CALC-AAAAMMDD(7:2)
              COMPUTE WS-CALC-SEG
                 = FUNCTION INTEGER-OF-DATE(WS-CALC-AAAAMMDD) * 86400
                 + FUNCTION NUMVAL(WS-CALC-HORA(1:2)) * 3600
                 + FUNCTION NUMVAL(WS-CALC-HORA(4:2)) * 60
                 + FUNCTION NUMVAL(WS-CALC-HORA(7:2))
              END-COMPUTE
              MOVE 'S' TO WS-CALC-VALIDA
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   LA PRIMERA ENTRADA DE APPREG DE AMBITO PROGRAMA CUYA        *
      *   MASCARA MATCHEA GANA. SIN MATCH: '*SINREG*', CRITICIDAD M.  *
      *****************************************************************
       7000-RESOLVER-APLICACION.

           MOVE '*SINREG*' TO WS-APP-RESUELTA
           MOVE 'N/D     ' TO WS-GRP-RESUELTO
           MOVE 'M'        TO WS-CRIT-RESUELTA
           SET WS-REG-IDX TO 1
           PERFORM UNTIL WS-REG-IDX > WS-REG-TOTAL
              IF WS-REG-AMBITO(WS-REG-IDX) NOT = 'J'
                 MOVE WS-VSAM-PROGRAMA TO WS-MASCARA-OBJETO
                 PERFORM 7100-COMPARAR-MASCARA
                 IF MASCARA-MATCH
                    MOVE WS-REG-APLICAC(WS-REG-IDX)
                       TO WS-APP-RESUELTA
                    MOVE WS-REG-GRUPO(WS-REG-IDX)
                       TO WS-GRP-RESUELTO
                    IF WS-REG-CRITIC(WS-REG-IDX) = 'A' OR 'M' OR 'B'
                       MOVE WS-REG-CRITIC(WS-REG-IDX)
                          TO WS-CRIT-RESUELTA
                    END-IF
                    SET WS-REG-IDX TO WS-REG-TOTAL
                 END-IF
              END-IF
              SET WS-REG-IDX UP BY 1
           END-PERFORM
           EXIT PARAGRAPH.

      *****************************************************************
      *   COMPARAR WS-MASCARA-OBJETO CONTRA LA MASCARA DE LA ENTRADA  *
      *   (MISMA REGLA QUE 2700-COMPARAR-MASCARA DE PGMERRRPT)        *
      *****************************************************************
       7100-COMPARAR-MASCARA.

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
      *   RESUMEN DE LA CORRIDA                                       *
      *****************************************************************
       8000-IMPRIMIR-RESUMEN.

           DISPLAY WS-SEPARADOR
           DISPLAY 'RESUMEN - PGMERRSLA'
           DISPLAY WS-SEPARADOR
           DISPLAY 'LEIDAS DE ERRVSAM       : ' WS-CONT-LEIDOS
           DISPLAY 'LEIDAS DE ERRARCH       : ' WS-CONT-ARCHIVO
           DISPLAY 'SIN FECHA/HORA VALIDA   : ' WS-CONT-SIN-RELOJ
           DISPLAY 'CREADAS EN EL PERIODO   : ' WS-CONT-EN-PERIODO
           DISPLAY 'INCUMPLIMIENTOS         : ' WS-CONT-INCUMPLIDAS
           DISPLAY 'ABIERTAS FUERA DE OBJ.  : ' WS-CONT-ABIERTAS-V
           IF WS-OCU-DESBORDES > 0
              DISPLAY 'FUERA DEL REPORTE (TABLA LLENA): '
                      WS-OCU-DESBORDES
           END-IF
           DISPLAY WS-SEPARADOR
           EXIT PARAGRAPH.

      *****************************************************************
      *   CERRAR Y FIJAR EL RETURN CODE                               *
      *****************************************************************
       9000-I-CIERRE.

           IF VSAM-ABIERTO
              CLOSE ERR-VSAM-FILE
           END-IF
           EVALUATE TRUE
           WHEN HUBO-ERROR
                MOVE 8 TO RETURN-CODE
           WHEN WS-CONT-INCUMPLIDAS > 0
             OR WS-CONT-ABIERTAS-V > 0
                MOVE 4 TO RETURN-CODE
           WHEN OTHER
                MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .
       9000-F-CIERRE.
           EXIT.
