      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMERRANO.

      *****************************************************************
      *   DETECCION INTRADIARIA DE VOLUMEN ANORMAL DE OCURRENCIAS     *
      *   CONTRA LA LINEA BASE POR HORA Y DIA DE LA SEMANA            *
      *****************************************************************
      * AUTOR : MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************
      * FUNCION:                                                      *
      *   CORRIDO PERIODICAMENTE DURANTE EL DIA (P.EJ. CADA HORA,     *
      *   DESPUES DEL DRENAJE DE ERRQ), CUENTA LAS OCURRENCIAS DE HOY *
      *   EN ERRHIST POR PROGRAMA Y POR APLICACION DE APPREG PARA     *
      *   CADA HORA TRANSCURRIDA, Y LAS COMPARA CONTRA LA LINEA BASE  *
      *   DEL MISMO DIA DE LA SEMANA Y HORA QUE GRABO PGMERRBAS. UNA  *
      *   CELDA ES ANORMAL CUANDO SU CUENTA:                          *
      *     - LLEGA AL UMBRAL: FACTOR X PROMEDIO DE LA BASE, Y NUNCA  *
      *       MENOS QUE EL MINIMO (PARA QUE 1 CONTRA 0,2 NO PAGINE),  *
      *     - Y SUPERA ADEMAS LA PEOR HORA OBSERVADA EN LA BASE (UNA  *
      *       HORA QUE YA FUE ASI DE ALTA ANTES NO ES NOVEDAD).       *
      *   UNA CLAVE SIN LINEA BASE PARA ESA HORA SE ESPERA EN CERO:   *
      *   ALCANZA CON LLEGAR AL MINIMO. LA HORA EN CURSO SE EVALUA    *
      *   PARCIAL CONTRA EL UMBRAL DE LA HORA COMPLETA, ASI QUE UNA   *
      *   RAFAGA SE AVISA SIN ESPERAR AL CAMBIO DE HORA. SOLO SE      *
      *   AVISA EL EXCESO: QUE UN PROGRAMA DEJE MENOS ERRORES QUE     *
      *   LO NORMAL NO ES UN INCIDENTE.                               *
      *                                                               *
      *   CADA CELDA ANORMAL SE EMITE EN ALRTANO COMO UN DISPARO MAS  *
      *   (LAYOUT CPALRTRG), CON GRUPO Y NIVEL RESUELTOS CONTRA LA    *
      *   TABLA ALRTRTE CON LA MISMA REGLA QUE PGMALERT (PRIMERA      *
      *   ENTRADA QUE MATCHEA MASCARA, SEVERIDAD Y FRANJA; SIN MATCH, *
      *   'ONCALL' NIVEL 1). EL DISPARO LLEVA:                        *
      *     PROGRAMA  : LA CLAVE (PROGRAMA O APLICACION)              *
      *     PUNTO     : 'ANOMALIA PGM/APL NNNNN OCURR/HORA'           *
      *     SEVERIDAD : 'W' - NO ES UNA OCURRENCIA QUE SE PUEDA       *
      *                 RECONOCER POR LA ERRU, ASI QUE PGMALRESC NO   *
      *                 LO ESCALA (SOLO ESCALA CRITICAS)              *
      *     FECHA/HORA: HOY Y 'HH:00:00' DE LA HORA ANORMAL           *
      *     RESOLUCION: LO ESPERADO, LA PEOR HORA, EL UMBRAL Y LAS    *
      *                 SEMANAS DE LA BASE                            *
      *     JOBNAME, STEPNAME, ENTORNO, SISTEMA Y APPLID DE LA ULTIMA *
      *     OCURRENCIA DE LA CLAVE.                                   *
      *     TITULAR/SUPLENTE: GUARDIA DEL GRUPO AL MOMENTO DE LA      *
      *                 CORRIDA, QUE ES QUIEN RECIBE EL PAGE (ROL DE  *
      *                 GUARDIAS, VER PGMGRDRES)                      *
      *   UNA APLICACION SE RUTEA COMO SU ULTIMO PROGRAMA CON         *
      *   OCURRENCIAS (LAS MASCARAS DE ALRTRTE SON DE PROGRAMA O      *
      *   JOBNAME). CADA CLAVE Y HORA SE AVISA UNA SOLA VEZ POR DIA:  *
      *   EL JCL DEBE CONCATENAR BAJO EL DD ANOPREV LAS SALIDAS       *
      *   ALRTANO DE LAS CORRIDAS ANTERIORES DEL DIA (MISMO CRITERIO  *
      *   QUE ALRTESC EN PGMALRESC).                                  *
      *                                                               *
      *   LA GENERACION DE HOY DE ERRHIST NO ESTA SELLADA TODAVIA     *
      *   (PGMHSTCTL SELLA AL CIERRE DEL DIA), ASI QUE NO SE VERIFICA *
      *   CONTRA TOTALES DE CONTROL. LOS LATIDOS DE PRUEBA (SEVERIDAD *
      *   'T') NO CUENTAN.                                            *
      *****************************************************************
      * ENTRADAS:                                                     *
      *   DD ERRHIST: GENERACION DE HOY (SE CUENTAN SOLO LAS          *
      *     OCURRENCIAS CON FECHA DE HOY)                             *
      *   DD ERRBASE: LINEA BASE VIGENTE (VER CPERRBAS, PGMERRBAS)    *
      *   DD APPREG : REGISTRO DE APLICACIONES                        *
      *   DD ALRTRTE: TABLA DE RUTEO Y ESCALAMIENTO                   *
      *   DD ANOPREV: DISPAROS DE ANOMALIA YA EMITIDOS HOY (OPCIONAL) *
      *   DD GUARDIAS: ROL DE GUARDIAS (LO LEE PGMGRDRES)             *
      * SALIDA:                                                       *
      *   DD ALRTANO: DISPAROS DE ANOMALIA (LAYOUT CPALRTRG), QUE EL  *
      *   SCHEDULER/HOOK CONSUME IGUAL QUE ALERTTRG                   *
      * PARM:                                                         *
      *   PARM='FAC=NNN,MIN=NNNN' - FACTOR SOBRE EL PROMEDIO Y MINIMO *
      *   DE OCURRENCIAS EN LA HORA PARA CONSIDERARLA ANORMAL. SIN    *
      *   PARM RIGEN LOS DEFECTOS FAC=003 Y MIN=0020.                 *
      *   PARM='FAC=NNN,MIN=NNNN,SIS=XXXXXXXX' O 'SIS=XXXXXXXX' -     *
      *   SOBRE LA GENERACION CORPORATIVA, CUENTA SOLO ESE SISTEMA    *
      *   (USAR EL MISMO SIS= CON QUE SE CONSTRUYO LA BASE).          *
      * RETURN CODE:                                                  *
      *   0 = EVALUADO (HAYA O NO ANOMALIAS)                          *
      *   4 = SIN LINEA BASE LEGIBLE: NO SE EVALUO NADA               *
      *   8 = ERROR DE E/S EN ERRHIST O ALRTANO                       *
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

           SELECT ERR-BASE-FILE ASSIGN TO 'ERRBASE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BASE-ST.

           SELECT APP-REG-FILE ASSIGN TO 'APPREG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AREG-ST.

           SELECT ALRT-RTE-FILE ASSIGN TO 'ALRTRTE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTE-ST.

           SELECT ANO-PREV-FILE ASSIGN TO 'ANOPREV'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PREV-ST.

           SELECT ANO-SAL-FILE ASSIGN TO 'ALRTANO'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANO-ST.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *---------------------------------------------------------------*
      * HISTORICO, BASE Y DISPAROS SE LEEN "INTO" SUS REGISTROS DE    *
      * WORKING-STORAGE (CPERRLOG, CPERRBAS, CPALRTRG) Y LOS DISPAROS *
      * NUEVOS SE ESCRIBEN "FROM" EL DE CPALRTRG; ESTOS 01 SOLO FIJAN *
      * EL LRECL.                                                     *
      *---------------------------------------------------------------*
       FD  ERR-HIST-FILE
           RECORDING MODE IS F.
       01 WS-ERR-HIST-REC      PIC X(162).

       FD  ERR-BASE-FILE
           RECORDING MODE IS F.
       01 WS-ERR-BASE-REC      PIC X(80).

       FD  ANO-PREV-FILE
           RECORDING MODE IS F.
       01 WS-ANO-PREV-REC      PIC X(446).

       FD  ANO-SAL-FILE
           RECORDING MODE IS F.
       01 WS-ANO-SAL-REC       PIC X(446).

       FD  APP-REG-FILE
           RECORDING MODE IS F.
       01 WS-APPREG-REC.
          05 WS-AREG-REC-MASCARA  PIC X(08).
          05 WS-AREG-REC-AMBITO   PIC X(01).
          05 WS-AREG-REC-APLICAC  PIC X(08).
          05 WS-AREG-REC-GRUPO    PIC X(08).
          05 WS-AREG-REC-CRITIC   PIC X(01).
          05 FILLER               PIC X(54).

       FD  ALRT-RTE-FILE
           RECORDING MODE IS F.
       01 WS-ALRTRTE-REC.
          05 WS-RTE-REC-MASCARA   PIC X(08).
          05 WS-RTE-REC-AMBITO    PIC X(01).
          05 WS-RTE-REC-SEVERIDAD PIC X(01).
          05 WS-RTE-REC-DESDE     PIC X(05).
          05 WS-RTE-REC-HASTA     PIC X(05).
          05 WS-RTE-REC-GRUPO     PIC X(08).
          05 WS-RTE-REC-NIVEL     PIC 9(01).
          05 FILLER               PIC X(51).

       WORKING-STORAGE SECTION.
       77 FILLER               PIC X(26) VALUE '* INICIO WS *'.

           COPY CPERRLOG.

           COPY CPERRBAS.

           COPY CPALRTRG.

      *---------------------------------------------------------------*
      * GUARDIA RESPONSABLE DEL GRUPO DESTINO (PGMGRDRES)             *
      *---------------------------------------------------------------*
           COPY CPGRDPRM.

       01 WS-SEPARADOR         PIC X(60) VALUE ALL '='.
       01 WS-SEPARADOR-MIN     PIC X(60) VALUE ALL '-'.

       01 WS-HIST-ST           PIC X(02) VALUE '00'.
          88 HIST-OK                     VALUE '00'.
          88 HIST-AT-END                 VALUE '10'.

       01 WS-BASE-ST           PIC X(02) VALUE '00'.
          88 BASE-OK                     VALUE '00'.
          88 BASE-AT-END                 VALUE '10'.

       01 WS-AREG-ST           PIC X(02) VALUE '00'.
          88 AREG-OK                     VALUE '00'.
          88 AREG-AT-END                 VALUE '10'.

       01 WS-RTE-ST            PIC X(02) VALUE '00'.
          88 RTE-OK                      VALUE '00'.
          88 RTE-AT-END                  VALUE '10'.

       01 WS-PREV-ST           PIC X(02) VALUE '00'.
          88 PREV-OK                     VALUE '00'.
          88 PREV-AT-END                 VALUE '10'.

       01 WS-ANO-ST            PIC X(02) VALUE '00'.
          88 ANO-OK                      VALUE '00'.

       01 WS-FIN-ARCHIVO       PIC X(01) VALUE 'N'.
          88 FIN-ARCHIVO                 VALUE 'S'.

       01 WS-HUBO-ERROR        PIC X(01) VALUE 'N'.
          88 HUBO-ERROR                  VALUE 'S'.

       01 WS-ANO-ABIERTO       PIC X(01) VALUE 'N'.
          88 ANO-ABIERTO                 VALUE 'S'.

       01 WS-SIN-BASE          PIC X(01) VALUE 'N'.
          88 SIN-BASE                    VALUE 'S'.

      *---------------------------------------------------------------*
      * CRITERIO DE ANOMALIA (VER PARM) Y FILTRO POR SISTEMA          *
      *---------------------------------------------------------------*
       01 WS-FACTOR            PIC 9(03) VALUE 3.
       01 WS-MINIMO            PIC 9(04) VALUE 20.
       01 WS-FILTRO-SISTEMA    PIC X(08) VALUE SPACES.

      *---------------------------------------------------------------*
      * RELOJ ACTUAL: FECHA DE HOY EN LOS DOS FORMATOS (ERRHIST VIAJA *
      * DD-MM-AAAA, EL DISPARO AAAA-MM-DD), DIA DE LA SEMANA (1 =     *
      * LUNES, COMO EN CPERRBAS), HORA EN CURSO Y HH:MM PARA LA       *
      * FRANJA DE RUTEO                                               *
      *---------------------------------------------------------------*
       01 WS-CURRENT-DATE.
          05 WS-CD-AAAAMMDD    PIC 9(08).
          05 WS-CD-AAAAMMDD-R REDEFINES WS-CD-AAAAMMDD.
             07 WS-CD-AAAA     PIC X(04).
             07 WS-CD-MM       PIC X(02).
             07 WS-CD-DD       PIC X(02).
          05 WS-CD-HH          PIC 9(02).
          05 WS-CD-MIN         PIC 9(02).
          05 WS-CD-SS          PIC 9(02).
          05 FILLER            PIC X(07).

       01 WS-HOY-FECHA-LOG     PIC X(10) VALUE SPACES.
       01 WS-HOY-FECHA-ISO     PIC X(10) VALUE SPACES.
       01 WS-HOY-DIA           PIC 9(01) VALUE ZERO.
       01 WS-HOY-HORAS         PIC 9(04) COMP VALUE ZEROS.
       01 WS-AHORA-HHMM        PIC X(05) VALUE SPACES.

       01 WS-NOMBRES-DIA.
          05 FILLER            PIC X(21)
                               VALUE 'LUNMARMIEJUEVIESABDOM'.
       01 WS-NOMBRES-DIA-R REDEFINES WS-NOMBRES-DIA.
          05 WS-NOMBRE-DIA OCCURS 7 TIMES PIC X(03).

      *---------------------------------------------------------------*
      * LINEA BASE DEL DIA DE LA SEMANA DE HOY (LAS DEMAS LINEAS DE   *
      * ERRBASE NO SE CARGAN)                                         *
      *---------------------------------------------------------------*
       01 WS-TAB-BASE.
          05 WS-BT-TOTAL       PIC 9(04) COMP VALUE ZEROS.
          05 WS-BT-ENTRY OCCURS 3600 TIMES
                          INDEXED BY WS-BT-IDX.
             07 WS-BT-TIPO        PIC X(01).
             07 WS-BT-CLAVE       PIC X(08).
             07 WS-BT-HORA        PIC 9(02).
             07 WS-BT-SEMANAS     PIC 9(03).
             07 WS-BT-PROMEDIO    PIC 9(05)V99.
             07 WS-BT-MAXIMO      PIC 9(05).
       01 WS-BT-DESBORDES      PIC 9(09) COMP VALUE ZEROS.
       01 WS-BASE-DESDE        PIC X(10) VALUE SPACES.
       01 WS-BASE-HASTA        PIC X(10) VALUE SPACES.

      *---------------------------------------------------------------*
      * DISPAROS DE ANOMALIA YA EMITIDOS HOY (CLAVE: TIPO DEL PUNTO,  *
      * PROGRAMA Y HORA)                                              *
      *---------------------------------------------------------------*
       01 WS-TAB-PREVIOS.
          05 WS-PRV-TOTAL      PIC 9(04) COMP VALUE ZEROS.
          05 WS-PRV-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-PRV-IDX.
             07 WS-PRV-TIPO       PIC X(03).
             07 WS-PRV-CLAVE      PIC X(08).
             07 WS-PRV-HORA       PIC X(02).
       01 WS-PRV-DESBORDES     PIC 9(09) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * CUENTAS DE HOY POR CLAVE ('P' PROGRAMA / 'A' APLICACION) Y    *
      * HORA, CON EL ORIGEN DE LA ULTIMA OCURRENCIA DE LA CLAVE PARA  *
      * ARMAR Y RUTEAR EL DISPARO                                     *
      *---------------------------------------------------------------*
       01 WS-TAB-HOY.
          05 WS-HOY-TOTAL      PIC 9(04) COMP.
          05 WS-HOY-ENTRY OCCURS 150 TIMES
                           INDEXED BY WS-HOY-IDX.
             07 WS-HOY-TIPO       PIC X(01).
             07 WS-HOY-CLAVE      PIC X(08).
             07 WS-HOY-PROGRAMA   PIC X(08).
             07 WS-HOY-JOBNAME    PIC X(08).
             07 WS-HOY-STEPNAME   PIC X(08).
             07 WS-HOY-ENTORNO    PIC X(05).
             07 WS-HOY-SISTEMA    PIC X(08).
             07 WS-HOY-APPLID     PIC X(08).
             07 WS-HOY-CNT OCCURS 24 TIMES PIC 9(05) COMP.
       01 WS-HOY-DESBORDES     PIC 9(09) COMP VALUE ZEROS.

       01 WS-TIPO-BUSCADO      PIC X(01) VALUE SPACE.
       01 WS-CLAVE-BUSCADA     PIC X(08) VALUE SPACES.
       01 WS-REG-HH            PIC 9(02) VALUE ZEROS.
       01 WS-H                 PIC 9(04) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * REGISTRO DE APLICACIONES EN MEMORIA Y APLICACION RESUELTA     *
      *---------------------------------------------------------------*
       01 WS-TAB-REGISTRO.
          05 WS-REG-TOTAL      PIC 9(04) COMP VALUE ZEROS.
          05 WS-REG-ENTRY OCCURS 100 TIMES
                           INDEXED BY WS-REG-IDX.
             07 WS-REG-MASCARA    PIC X(08) VALUE SPACES.
             07 WS-REG-AMBITO     PIC X(01) VALUE SPACE.
             07 WS-REG-APLICAC    PIC X(08) VALUE SPACES.
       01 WS-APP-RESUELTA      PIC X(08) VALUE SPACES.
       01 WS-FIN-REGISTRO      PIC X(01) VALUE 'N'.
          88 FIN-REGISTRO               VALUE 'S'.

      *---------------------------------------------------------------*
      * TABLA DE RUTEO EN MEMORIA (MISMO CARGADOR QUE PGMALERT)       *
      *---------------------------------------------------------------*
       01 WS-TAB-RUTEO.
          05 WS-RTE-TOTAL      PIC 9(04) COMP VALUE ZEROS.
          05 WS-RTE-ENTRY OCCURS 50 TIMES
                           INDEXED BY WS-RTE-IDX.
             07 WS-RTE-MASCARA    PIC X(08) VALUE SPACES.
             07 WS-RTE-AMBITO     PIC X(01) VALUE SPACE.
             07 WS-RTE-SEVERIDAD  PIC X(01) VALUE SPACE.
             07 WS-RTE-DESDE      PIC X(05) VALUE SPACES.
             07 WS-RTE-HASTA      PIC X(05) VALUE SPACES.
             07 WS-RTE-GRUPO      PIC X(08) VALUE SPACES.
             07 WS-RTE-NIVEL      PIC 9(01) VALUE ZERO.
       01 WS-RTE-DESBORDES     PIC 9(09) COMP VALUE ZEROS.

       01 WS-DEST-GRUPO        PIC X(08) VALUE SPACES.
       01 WS-DEST-NIVEL        PIC 9(01) VALUE ZERO.
       01 WS-FRANJA-DENTRO     PIC X(01) VALUE 'N'.
          88 FRANJA-DENTRO              VALUE 'S'.

      *---------------------------------------------------------------*
      * AUXILIARES DEL MATCH DE MASCARA (MISMA REGLA QUE PGMALERT).   *
      * WS-MASCARA-TABLA RECIBE LA MASCARA DE APPREG O DE ALRTRTE     *
      * SEGUN QUIEN LLAME.                                            *
      *---------------------------------------------------------------*
       01 WS-MASCARA-TABLA     PIC X(08) VALUE SPACES.
       01 WS-MASCARA-OBJETO    PIC X(08) VALUE SPACES.
       01 WS-MASCARA-MATCH     PIC X(01) VALUE 'N'.
          88 MASCARA-MATCH              VALUE 'S'.
       01 WS-IDX-MASC          PIC 9(02) COMP VALUE ZEROS.
       01 WS-FIN-MASC          PIC X(01) VALUE 'N'.
          88 FIN-MASC                   VALUE 'S'.

      *---------------------------------------------------------------*
      * EVALUACION DE LA CELDA EN PROCESO                             *
      *---------------------------------------------------------------*
       01 WS-CELDA-CNT         PIC 9(05) VALUE ZEROS.
       01 WS-CELDA-HORA        PIC 9(02) VALUE ZEROS.
       01 WS-CELDA-HORA-X REDEFINES WS-CELDA-HORA PIC X(02).
       01 WS-CELDA-TIPO        PIC X(03) VALUE SPACES.
       01 WS-ESP-PROMEDIO      PIC 9(05)V99 VALUE ZEROS.
       01 WS-ESP-MAXIMO        PIC 9(05) VALUE ZEROS.
       01 WS-ESP-SEMANAS       PIC 9(03) VALUE ZEROS.
       01 WS-UMBRAL            PIC 9(07)V99 VALUE ZEROS.
       01 WS-ANORMAL           PIC X(01) VALUE 'N'.
          88 CELDA-ANORMAL              VALUE 'S'.

      *---------------------------------------------------------------*
      * TEXTOS DEL DISPARO DE ANOMALIA                                *
      *---------------------------------------------------------------*
       01 WS-PUNTO-ANOMALIA.
          05 FILLER            PIC X(09) VALUE 'ANOMALIA '.
          05 WS-PA-TIPO        PIC X(03).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-PA-CNT         PIC 9(05).
          05 FILLER            PIC X(11) VALUE ' OCURR/HORA'.
          05 FILLER            PIC X(01) VALUE SPACE.

       01 WS-RESOL-ANOMALIA.
          05 FILLER            PIC X(09) VALUE 'ESPERADO '.
          05 WS-RA-PROMEDIO    PIC ZZZZ9,99.
          05 FILLER            PIC X(08) VALUE ' MAXIMO '.
          05 WS-RA-MAXIMO      PIC ZZZZ9.
          05 FILLER            PIC X(08) VALUE ' UMBRAL '.
          05 WS-RA-UMBRAL      PIC ZZZZ9,99.
          05 FILLER            PIC X(09) VALUE ' SEMANAS '.
          05 WS-RA-SEMANAS     PIC ZZ9.
          05 FILLER            PIC X(02) VALUE SPACES.

       01 WS-CONT-LEIDOS       PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-DE-HOY       PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-EXCLUIDOS    PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-CELDAS       PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-ANOMALIAS    PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-YA-AVISADAS  PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-EMITIDOS     PIC 9(09) COMP VALUE ZEROS.

       77 FILLER               PIC X(26) VALUE '* FINAL  WS *'.

      *---------------------------------------------------------------*
       LINKAGE SECTION.
      *---------------------------------------------------------------*
       01 WS-PARM.
          05 WS-PARM-LON       PIC S9(04) COMP.
          05 WS-PARM-TEXTO     PIC X(29).

      *****************************************************************
       PROCEDURE DIVISION USING WS-PARM.
      *****************************************************************

       PRINCIPAL.

           PERFORM 1000-I-INICIO THRU 1000-F-INICIO
           IF NOT HUBO-ERROR
              PERFORM 2000-CARGAR-BASE
           END-IF
           IF NOT HUBO-ERROR AND NOT SIN-BASE
              PERFORM 1500-CARGAR-REGISTRO
              PERFORM 1700-CARGAR-RUTEO
              PERFORM 2500-CARGAR-PREVIOS
              PERFORM 3000-CONTAR-HOY
           END-IF
           IF NOT HUBO-ERROR AND NOT SIN-BASE
              PERFORM 4000-EVALUAR-CLAVES
           END-IF
           PERFORM 8000-IMPRIMIR-RESUMEN
           PERFORM 9000-I-CIERRE THRU 9000-F-CIERRE
           .
       FIN-PRINCIPAL.
           GOBACK.

      *****************************************************************
      *   INTERPRETAR EL PARM, CAPTURAR EL RELOJ Y ABRIR LA SALIDA    *
      *****************************************************************
       1000-I-INICIO.

           INITIALIZE WS-TAB-HOY
           IF WS-PARM-LON >= 16
              AND WS-PARM-TEXTO(1:4) = 'FAC='
              AND WS-PARM-TEXTO(5:3) IS NUMERIC
              AND WS-PARM-TEXTO(5:3) > '000'
              AND WS-PARM-TEXTO(8:5) = ',MIN='
              AND WS-PARM-TEXTO(13:4) IS NUMERIC
              AND WS-PARM-TEXTO(13:4) > '0000'
              MOVE WS-PARM-TEXTO(5:3)  TO WS-FACTOR
              MOVE WS-PARM-TEXTO(13:4) TO WS-MINIMO
           END-IF
           EVALUATE TRUE
           WHEN WS-PARM-LON > 21
            AND WS-PARM-TEXTO(17:5) = ',SIS='
                MOVE WS-PARM-TEXTO(22:8) TO WS-FILTRO-SISTEMA
           WHEN WS-PARM-LON > 4
            AND WS-PARM-TEXTO(1:4) = 'SIS='
                MOVE WS-PARM-TEXTO(5:8) TO WS-FILTRO-SISTEMA
           END-EVALUATE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-DD '-' WS-CD-MM '-' WS-CD-AAAA
              DELIMITED BY SIZE
              INTO WS-HOY-FECHA-LOG
           END-STRING
           STRING WS-CD-AAAA '-' WS-CD-MM '-' WS-CD-DD
              DELIMITED BY SIZE
              INTO WS-HOY-FECHA-ISO
           END-STRING
           STRING WS-CD-HH ':' WS-CD-MIN
              DELIMITED BY SIZE
              INTO WS-AHORA-HHMM
           END-STRING
           COMPUTE WS-HOY-DIA
              = FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-CD-AAAAMMDD)
                             - 1, 7) + 1
           END-COMPUTE
           COMPUTE WS-HOY-HORAS = WS-CD-HH + 1
           END-COMPUTE

           OPEN OUTPUT ANO-SAL-FILE
           IF ANO-OK
              MOVE 'S' TO WS-ANO-ABIERTO
           ELSE
              DISPLAY 'PGMERRANO: NO SE PUDO ABRIR ALRTANO - STATUS '
                      WS-ANO-ST
              MOVE 'S' TO WS-HUBO-ERROR
           END-IF
           .
       1000-F-INICIO.
           EXIT.

      *****************************************************************
      *   CARGAR EL REGISTRO DE APLICACIONES. SIN APPREG LEGIBLE NO   *
      *   ES UN ERROR: TODO CAE EN '*SINREG*', IGUAL QUE EN LA BASE.  *
      *****************************************************************
       1500-CARGAR-REGISTRO.

           MOVE 'N' TO WS-FIN-REGISTRO
           OPEN INPUT APP-REG-FILE
           IF NOT AREG-OK
              DISPLAY 'PGMERRANO: SIN APPREG LEGIBLE - STATUS '
                      WS-AREG-ST
              MOVE 'S' TO WS-FIN-REGISTRO
           END-IF

           PERFORM 1600-CARGAR-UNA-APLICACION
                   UNTIL FIN-REGISTRO

           IF AREG-OK OR AREG-AT-END
              CLOSE APP-REG-FILE
           END-IF
           EXIT PARAGRAPH.

       1600-CARGAR-UNA-APLICACION.

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
      *   CARGAR LA TABLA DE RUTEO (MISMO DATASET Y ORDEN DE          *
      *   PRIORIDAD QUE USA PGMALERT). SIN ALRTRTE TODO DISPARO SALE  *
      *   AL DESTINO POR DEFECTO.                                     *
      *****************************************************************
       1700-CARGAR-RUTEO.

           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN INPUT ALRT-RTE-FILE
           IF NOT RTE-OK
              DISPLAY 'PGMERRANO: SIN ALRTRTE LEGIBLE - STATUS '
                      WS-RTE-ST
              MOVE 'S' TO WS-FIN-ARCHIVO
           END-IF

           PERFORM 1800-CARGAR-UNA-RUTA
                   UNTIL FIN-ARCHIVO

           IF RTE-OK OR RTE-AT-END
              CLOSE ALRT-RTE-FILE
           END-IF

           IF WS-RTE-DESBORDES > 0
              DISPLAY 'PGMERRANO: TABLA DE RUTEO LLENA - '
                      WS-RTE-DESBORDES
                      ' ENTRADAS DESCARTADAS (RESOLVERAN AL '
                      'DESTINO POR DEFECTO)'
           END-IF
           EXIT PARAGRAPH.

       1800-CARGAR-UNA-RUTA.

           READ ALRT-RTE-FILE
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO
              NOT AT END
                 IF WS-RTE-TOTAL < 50
                    ADD 1 TO WS-RTE-TOTAL
                    SET WS-RTE-IDX TO WS-RTE-TOTAL
                    MOVE WS-RTE-REC-MASCARA
                       TO WS-RTE-MASCARA(WS-RTE-IDX)
                    MOVE WS-RTE-REC-AMBITO
                       TO WS-RTE-AMBITO(WS-RTE-IDX)
                    MOVE WS-RTE-REC-SEVERIDAD
                       TO WS-RTE-SEVERIDAD(WS-RTE-IDX)
                    MOVE WS-RTE-REC-DESDE
                       TO WS-RTE-DESDE(WS-RTE-IDX)
                    MOVE WS-RTE-REC-HASTA
                       TO WS-RTE-HASTA(WS-RTE-IDX)
                    MOVE WS-RTE-REC-GRUPO
                       TO WS-RTE-GRUPO(WS-RTE-IDX)
                    MOVE WS-RTE-REC-NIVEL
                       TO WS-RTE-NIVEL(WS-RTE-IDX)
                 ELSE
                    ADD 1 TO WS-RTE-DESBORDES
                 END-IF
           END-READ
           EXIT PARAGRAPH.

      *****************************************************************
      *   CARGAR LA LINEA BASE DEL DIA DE LA SEMANA DE HOY. SIN       *
      *   ERRBASE LEGIBLE (O VACIO) NO HAY CONTRA QUE COMPARAR: SE    *
      *   AVISA Y NO SE EVALUA NADA, PARA NO PAGINAR TODO LO QUE      *
      *   LLEGUE AL MINIMO.                                           *
      *****************************************************************
       2000-CARGAR-BASE.

           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN INPUT ERR-BASE-FILE
           IF NOT BASE-OK
              DISPLAY 'PGMERRANO: SIN ERRBASE LEGIBLE - STATUS '
                      WS-BASE-ST
              MOVE 'S' TO WS-SIN-BASE
              MOVE 'S' TO WS-FIN-ARCHIVO
           END-IF

           PERFORM 2100-CARGAR-UNA-LINEA
                   UNTIL FIN-ARCHIVO

           IF BASE-OK OR BASE-AT-END
              CLOSE ERR-BASE-FILE
           END-IF

           IF NOT SIN-BASE
              AND WS-BASE-DESDE = SPACES
              DISPLAY 'PGMERRANO: ERRBASE VACIO - NO SE EVALUA'
              MOVE 'S' TO WS-SIN-BASE
           END-IF
           IF WS-BT-DESBORDES > 0
              DISPLAY 'PGMERRANO: TABLA DE LINEA BASE LLENA - '
                      WS-BT-DESBORDES
                      ' LINEAS DESCARTADAS (ESAS CELDAS SE ESPERAN '
                      'EN CERO)'
           END-IF
           EXIT PARAGRAPH.

       2100-CARGAR-UNA-LINEA.

           READ ERR-BASE-FILE INTO WS-ERRBAS-REC
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO
              NOT AT END
                 MOVE WS-BAS-DESDE TO WS-BASE-DESDE
                 MOVE WS-BAS-HASTA TO WS-BASE-HASTA
                 IF WS-BAS-DIA = WS-HOY-DIA
                    IF WS-BT-TOTAL < 3600
                       ADD 1 TO WS-BT-TOTAL
                       SET WS-BT-IDX TO WS-BT-TOTAL
                       MOVE WS-BAS-TIPO
                          TO WS-BT-TIPO(WS-BT-IDX)
                       MOVE WS-BAS-CLAVE
                          TO WS-BT-CLAVE(WS-BT-IDX)
                       MOVE WS-BAS-HORA
                          TO WS-BT-HORA(WS-BT-IDX)
                       MOVE WS-BAS-SEMANAS
                          TO WS-BT-SEMANAS(WS-BT-IDX)
                       MOVE WS-BAS-PROMEDIO
                          TO WS-BT-PROMEDIO(WS-BT-IDX)
                       MOVE WS-BAS-MAXIMO
                          TO WS-BT-MAXIMO(WS-BT-IDX)
                    ELSE
                       ADD 1 TO WS-BT-DESBORDES
                    END-IF
                 END-IF
           END-READ
           EXIT PARAGRAPH.

      *****************************************************************
      *   CARGAR LOS DISPAROS DE ANOMALIA YA EMITIDOS HOY. SIN        *
      *   ANOPREV LEGIBLE NO ES UN ERROR: ES LA PRIMERA CORRIDA.      *
      *****************************************************************
       2500-CARGAR-PREVIOS.

           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN INPUT ANO-PREV-FILE
           IF NOT PREV-OK
              DISPLAY 'PGMERRANO: SIN ANOPREV LEGIBLE - STATUS '
                      WS-PREV-ST
              MOVE 'S' TO WS-FIN-ARCHIVO
           END-IF

           PERFORM 2600-CARGAR-UN-PREVIO
                   UNTIL FIN-ARCHIVO

           IF PREV-OK OR PREV-AT-END
              CLOSE ANO-PREV-FILE
           END-IF

           IF WS-PRV-DESBORDES > 0
              DISPLAY 'PGMERRANO: TABLA DE DISPAROS PREVIOS LLENA - '
                      WS-PRV-DESBORDES
                      ' DESCARTADOS (PODRIAN REPETIRSE)'
           END-IF
           EXIT PARAGRAPH.

       2600-CARGAR-UN-PREVIO.

           READ ANO-PREV-FILE INTO WS-ALERT-REC
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO
              NOT AT END
                 IF WS-ALERT-FECHA = WS-HOY-FECHA-ISO
                    AND WS-ALERT-PUNTO(1:9) = 'ANOMALIA '
                    IF WS-PRV-TOTAL < 500
                       ADD 1 TO WS-PRV-TOTAL
                       SET WS-PRV-IDX TO WS-PRV-TOTAL
                       MOVE WS-ALERT-PUNTO(10:3)
                          TO WS-PRV-TIPO(WS-PRV-IDX)
                       MOVE WS-ALERT-PROGRAMA
                          TO WS-PRV-CLAVE(WS-PRV-IDX)
                       MOVE WS-ALERT-HORA(1:2)
                          TO WS-PRV-HORA(WS-PRV-IDX)
                    ELSE
                       ADD 1 TO WS-PRV-DESBORDES
                    END-IF
                 END-IF
           END-READ
           EXIT PARAGRAPH.

      *****************************************************************
      *   CONTAR LAS OCURRENCIAS DE HOY POR CLAVE Y HORA              *
      *****************************************************************
       3000-CONTAR-HOY.

           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN INPUT ERR-HIST-FILE
           IF NOT HIST-OK
              DISPLAY 'PGMERRANO: NO SE PUDO ABRIR ERRHIST - STATUS '
                      WS-HIST-ST
              MOVE 'S' TO WS-HUBO-ERROR
              MOVE 'S' TO WS-FIN-ARCHIVO
           END-IF

           PERFORM 3100-LEER-HISTORICO
                   UNTIL FIN-ARCHIVO

           IF HIST-OK OR HIST-AT-END
              CLOSE ERR-HIST-FILE
           END-IF

           IF WS-HOY-DESBORDES > 0
              DISPLAY 'PGMERRANO: TABLA DE CLAVES LLENA - '
                      WS-HOY-DESBORDES
                      ' OCURRENCIAS SIN EVALUAR'
           END-IF
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * LOS LATIDOS DE PRUEBA DE LA RUTA DE ALERTAS (SEVERIDAD 'T',   *
      * VER CPERROR) NO SON ERRORES Y SE SALTEAN, IGUAL QUE EN LA     *
      * CONSTRUCCION DE LA BASE.                                      *
      *---------------------------------------------------------------*
       3100-LEER-HISTORICO.

           READ ERR-HIST-FILE INTO WS-ERR-LOG-REC
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO
              NOT AT END
                 ADD 1 TO WS-CONT-LEIDOS
                 EVALUATE TRUE
                 WHEN WS-LOG-SEVERIDAD = 'T'
                      CONTINUE
                 WHEN WS-LOG-FECHA NOT = WS-HOY-FECHA-LOG
                      CONTINUE
                 WHEN WS-LOG-HORA(1:2) IS NOT NUMERIC
                   OR WS-LOG-HORA(1:2) > '23'
                      CONTINUE
                 WHEN WS-FILTRO-SISTEMA NOT = SPACES
                  AND WS-LOG-SISTEMA NOT = WS-FILTRO-SISTEMA
                      ADD 1 TO WS-CONT-EXCLUIDOS
                 WHEN OTHER
                      ADD 1 TO WS-CONT-DE-HOY
                      MOVE WS-LOG-HORA(1:2) TO WS-REG-HH
                      COMPUTE WS-H = WS-REG-HH + 1
                      END-COMPUTE
                      MOVE 'P'             TO WS-TIPO-BUSCADO
                      MOVE WS-LOG-PROGRAMA TO WS-CLAVE-BUSCADA
                      PERFORM 3200-CONTAR-CLAVE
                      PERFORM 3300-RESOLVER-APLICACION
                      MOVE 'A'             TO WS-TIPO-BUSCADO
                      MOVE WS-APP-RESUELTA TO WS-CLAVE-BUSCADA
                      PERFORM 3200-CONTAR-CLAVE
                 END-EVALUATE
           END-READ
           EXIT PARAGRAPH.

      *****************************************************************
      *   SUMAR LA OCURRENCIA EN LA HORA DE LA CLAVE BUSCADA (LA      *
      *   CLAVE NUEVA SE DA DE ALTA SI HAY LUGAR) Y GUARDAR SU ORIGEN *
      *****************************************************************
       3200-CONTAR-CLAVE.

           SET WS-HOY-IDX TO 1
           PERFORM UNTIL WS-HOY-IDX > WS-HOY-TOTAL
                      OR (WS-HOY-TIPO(WS-HOY-IDX) = WS-TIPO-BUSCADO
                      AND WS-HOY-CLAVE(WS-HOY-IDX) = WS-CLAVE-BUSCADA)
              SET WS-HOY-IDX UP BY 1
           END-PERFORM

           IF WS-HOY-IDX > WS-HOY-TOTAL
              IF WS-HOY-TOTAL < 150
                 ADD 1 TO WS-HOY-TOTAL
                 SET WS-HOY-IDX TO WS-HOY-TOTAL
                 MOVE WS-TIPO-BUSCADO  TO WS-HOY-TIPO(WS-HOY-IDX)
                 MOVE WS-CLAVE-BUSCADA TO WS-HOY-CLAVE(WS-HOY-IDX)
              ELSE
                 ADD 1 TO WS-HOY-DESBORDES
              END-IF
           END-IF

           IF WS-HOY-IDX NOT > WS-HOY-TOTAL
              ADD 1 TO WS-HOY-CNT(WS-HOY-IDX, WS-H)
              MOVE WS-LOG-PROGRAMA TO WS-HOY-PROGRAMA(WS-HOY-IDX)
              MOVE WS-LOG-JOBNAME  TO WS-HOY-JOBNAME(WS-HOY-IDX)
              MOVE WS-LOG-STEPNAME TO WS-HOY-STEPNAME(WS-HOY-IDX)
              MOVE WS-LOG-ENTORNO  TO WS-HOY-ENTORNO(WS-HOY-IDX)
              MOVE WS-LOG-SISTEMA  TO WS-HOY-SISTEMA(WS-HOY-IDX)
              MOVE WS-LOG-APPLID   TO WS-HOY-APPLID(WS-HOY-IDX)
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   LA PRIMERA ENTRADA DEL REGISTRO CUYA MASCARA MATCHEA GANA:  *
      *   AMBITO 'J' COMPARA CONTRA EL JOBNAME, EL RESTO CONTRA EL    *
      *   PROGRAMA. SIN MATCH, LA OCURRENCIA CAE EN '*SINREG*'.       *
      *****************************************************************
       3300-RESOLVER-APLICACION.

           MOVE '*SINREG*' TO WS-APP-RESUELTA
           SET WS-REG-IDX TO 1
           PERFORM UNTIL WS-REG-IDX > WS-REG-TOTAL
              IF WS-REG-AMBITO(WS-REG-IDX) = 'J'
                 MOVE WS-LOG-JOBNAME TO WS-MASCARA-OBJETO
              ELSE
                 MOVE WS-LOG-PROGRAMA TO WS-MASCARA-OBJETO
              END-IF
              MOVE WS-REG-MASCARA(WS-REG-IDX) TO WS-MASCARA-TABLA
              PERFORM 5500-COMPARAR-MASCARA
              IF MASCARA-MATCH
                 MOVE WS-REG-APLICAC(WS-REG-IDX)
                    TO WS-APP-RESUELTA
                 SET WS-REG-IDX TO WS-REG-TOTAL
              END-IF
              SET WS-REG-IDX UP BY 1
           END-PERFORM
           EXIT PARAGRAPH.

      *****************************************************************
      *   EVALUAR CADA CLAVE EN CADA HORA TRANSCURRIDA DE HOY (LA     *
      *   HORA EN CURSO INCLUIDA)                                     *
      *****************************************************************
       4000-EVALUAR-CLAVES.

           PERFORM 4100-EVALUAR-CELDA
                   VARYING WS-HOY-IDX FROM 1 BY 1
                   UNTIL WS-HOY-IDX > WS-HOY-TOTAL
                      OR HUBO-ERROR
                     AFTER WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-HOY-HORAS
           EXIT PARAGRAPH.

       4100-EVALUAR-CELDA.

           IF WS-HOY-CNT(WS-HOY-IDX, WS-H) > 0
              AND NOT HUBO-ERROR
              ADD 1 TO WS-CONT-CELDAS
              MOVE WS-HOY-CNT(WS-HOY-IDX, WS-H) TO WS-CELDA-CNT
              COMPUTE WS-CELDA-HORA = WS-H - 1
              END-COMPUTE
              IF WS-HOY-TIPO(WS-HOY-IDX) = 'P'
                 MOVE 'PGM' TO WS-CELDA-TIPO
              ELSE
                 MOVE 'APL' TO WS-CELDA-TIPO
              END-IF
              PERFORM 4200-BUSCAR-BASE
              PERFORM 4300-DECIDIR-ANOMALIA
              IF CELDA-ANORMAL
                 ADD 1 TO WS-CONT-ANOMALIAS
                 PERFORM 4400-BUSCAR-PREVIO
              END-IF
              IF CELDA-ANORMAL
                 PERFORM 5000-RESOLVER-DESTINO
                 PERFORM 6000-EMITIR-DISPARO
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   LINEA BASE DE LA CLAVE PARA ESTA HORA. SIN LINEA, LO        *
      *   ESPERADO ES CERO.                                           *
      *****************************************************************
       4200-BUSCAR-BASE.

           MOVE ZEROS TO WS-ESP-PROMEDIO
           MOVE ZEROS TO WS-ESP-MAXIMO
           MOVE ZEROS TO WS-ESP-SEMANAS
           SET WS-BT-IDX TO 1
           PERFORM UNTIL WS-BT-IDX > WS-BT-TOTAL
              IF WS-BT-TIPO(WS-BT-IDX) = WS-HOY-TIPO(WS-HOY-IDX)
                 AND WS-BT-CLAVE(WS-BT-IDX)
                    = WS-HOY-CLAVE(WS-HOY-IDX)
                 AND WS-BT-HORA(WS-BT-IDX) = WS-CELDA-HORA
                 MOVE WS-BT-PROMEDIO(WS-BT-IDX) TO WS-ESP-PROMEDIO
                 MOVE WS-BT-MAXIMO(WS-BT-IDX)   TO WS-ESP-MAXIMO
                 MOVE WS-BT-SEMANAS(WS-BT-IDX)  TO WS-ESP-SEMANAS
                 SET WS-BT-IDX TO WS-BT-TOTAL
              END-IF
              SET WS-BT-IDX UP BY 1
           END-PERFORM
           EXIT PARAGRAPH.

      *****************************************************************
      *   UMBRAL = FACTOR X PROMEDIO, NUNCA MENOS QUE EL MINIMO. LA   *
      *   CELDA ES ANORMAL SI LLEGA AL UMBRAL Y SUPERA LA PEOR HORA   *
      *   DE LA BASE (VER ENCABEZADO).                                *
      *****************************************************************
       4300-DECIDIR-ANOMALIA.

           MOVE 'N' TO WS-ANORMAL
           COMPUTE WS-UMBRAL = WS-FACTOR * WS-ESP-PROMEDIO
           END-COMPUTE
           IF WS-UMBRAL < WS-MINIMO
              MOVE WS-MINIMO TO WS-UMBRAL
           END-IF
           IF WS-CELDA-CNT >= WS-UMBRAL
              AND WS-CELDA-CNT > WS-ESP-MAXIMO
              MOVE 'S' TO WS-ANORMAL
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   LA CELDA YA SE AVISO EN UNA CORRIDA ANTERIOR DE HOY?        *
      *****************************************************************
       4400-BUSCAR-PREVIO.

           SET WS-PRV-IDX TO 1
           PERFORM UNTIL WS-PRV-IDX > WS-PRV-TOTAL
                      OR NOT CELDA-ANORMAL
              IF WS-PRV-TIPO(WS-PRV-IDX) = WS-CELDA-TIPO
                 AND WS-PRV-CLAVE(WS-PRV-IDX)
                    = WS-HOY-CLAVE(WS-HOY-IDX)
                 AND WS-PRV-HORA(WS-PRV-IDX) = WS-CELDA-HORA-X
                 MOVE 'N' TO WS-ANORMAL
                 ADD 1 TO WS-CONT-YA-AVISADAS
              END-IF
              SET WS-PRV-IDX UP BY 1
           END-PERFORM
           EXIT PARAGRAPH.

      *****************************************************************
      *   RESOLVER GRUPO ON-CALL Y NIVEL CONTRA LA TABLA DE RUTEO,    *
      *   CON LA MISMA REGLA QUE 1500-RESOLVER-DESTINO DE PGMALERT:   *
      *   GANA LA PRIMERA ENTRADA CUYA MASCARA (PROGRAMA O JOBNAME    *
      *   SEGUN AMBITO), SEVERIDAD Y FRANJA HORARIA MATCHEAN.         *
      *****************************************************************
       5000-RESOLVER-DESTINO.

           MOVE 'ONCALL  ' TO WS-DEST-GRUPO
           MOVE 1          TO WS-DEST-NIVEL

           SET WS-RTE-IDX TO 1
           PERFORM UNTIL WS-RTE-IDX > WS-RTE-TOTAL
              PERFORM 5100-MATCH-ENTRADA
              IF MASCARA-MATCH
                 MOVE WS-RTE-GRUPO(WS-RTE-IDX) TO WS-DEST-GRUPO
                 MOVE WS-RTE-NIVEL(WS-RTE-IDX) TO WS-DEST-NIVEL
                 SET WS-RTE-IDX TO WS-RTE-TOTAL
              END-IF
              SET WS-RTE-IDX UP BY 1
           END-PERFORM
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * LA APLICACION SE COMPARA POR SU ULTIMO PROGRAMA (LA CLAVE DE  *
      * UN PROGRAMA ES EL PROGRAMA MISMO). LA SEVERIDAD DEL DISPARO   *
      * ES 'W' (VER ENCABEZADO).                                      *
      *---------------------------------------------------------------*
       5100-MATCH-ENTRADA.

           IF WS-RTE-AMBITO(WS-RTE-IDX) = 'J'
              MOVE WS-HOY-JOBNAME(WS-HOY-IDX) TO WS-MASCARA-OBJETO
           ELSE
              MOVE WS-HOY-PROGRAMA(WS-HOY-IDX) TO WS-MASCARA-OBJETO
           END-IF
           MOVE WS-RTE-MASCARA(WS-RTE-IDX) TO WS-MASCARA-TABLA
           PERFORM 5500-COMPARAR-MASCARA

           IF MASCARA-MATCH
              IF WS-RTE-SEVERIDAD(WS-RTE-IDX) NOT = '*'
                 AND WS-RTE-SEVERIDAD(WS-RTE-IDX) NOT = 'W'
                 MOVE 'N' TO WS-MASCARA-MATCH
              END-IF
           END-IF

           IF MASCARA-MATCH
              PERFORM 5200-EVALUAR-FRANJA
              IF NOT FRANJA-DENTRO
                 MOVE 'N' TO WS-MASCARA-MATCH
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   FRANJA HORARIA DE LA ENTRADA (MISMA REGLA QUE 1530 DE       *
      *   PGMALERT): EN BLANCO = SIN RESTRICCION; DESDE <= HASTA ES   *
      *   DIURNA; DESDE > HASTA CRUZA LA MEDIANOCHE                   *
      *****************************************************************
       5200-EVALUAR-FRANJA.

           MOVE 'N' TO WS-FRANJA-DENTRO
           IF WS-RTE-DESDE(WS-RTE-IDX) = SPACES
              AND WS-RTE-HASTA(WS-RTE-IDX) = SPACES
              MOVE 'S' TO WS-FRANJA-DENTRO
           ELSE
           IF WS-RTE-DESDE(WS-RTE-IDX)
                 NOT > WS-RTE-HASTA(WS-RTE-IDX)
              IF WS-AHORA-HHMM NOT < WS-RTE-DESDE(WS-RTE-IDX)
                 AND WS-AHORA-HHMM NOT > WS-RTE-HASTA(WS-RTE-IDX)
                 MOVE 'S' TO WS-FRANJA-DENTRO
              END-IF
           ELSE
              IF WS-AHORA-HHMM NOT < WS-RTE-DESDE(WS-RTE-IDX)
                 OR WS-AHORA-HHMM NOT > WS-RTE-HASTA(WS-RTE-IDX)
                 MOVE 'S' TO WS-FRANJA-DENTRO
              END-IF
           END-IF
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   COMPARAR WS-MASCARA-OBJETO CONTRA WS-MASCARA-TABLA (MISMA   *
      *   REGLA QUE 1520 DE PGMALERT: '*' MATCHEA EL RESTO)           *
      *****************************************************************
       5500-COMPARAR-MASCARA.

           MOVE 'S' TO WS-MASCARA-MATCH
           MOVE 'N' TO WS-FIN-MASC
           PERFORM VARYING WS-IDX-MASC FROM 1 BY 1
                   UNTIL WS-IDX-MASC > 8 OR FIN-MASC
              EVALUATE TRUE
              WHEN WS-MASCARA-TABLA(WS-IDX-MASC:1) = '*'
                   MOVE 'S' TO WS-FIN-MASC
              WHEN WS-MASCARA-TABLA(WS-IDX-MASC:1)
                      NOT = WS-MASCARA-OBJETO(WS-IDX-MASC:1)
                   MOVE 'N' TO WS-MASCARA-MATCH
                   MOVE 'S' TO WS-FIN-MASC
              END-EVALUATE
           END-PERFORM
           EXIT PARAGRAPH.

      *****************************************************************
      *   EMITIR EL DISPARO DE ANOMALIA (VER ENCABEZADO)              *
      *****************************************************************
       6000-EMITIR-DISPARO.

           INITIALIZE WS-ALERT-REC
           MOVE WS-CELDA-TIPO            TO WS-PA-TIPO
           MOVE WS-CELDA-CNT             TO WS-PA-CNT
           MOVE WS-ESP-PROMEDIO          TO WS-RA-PROMEDIO
           MOVE WS-ESP-MAXIMO            TO WS-RA-MAXIMO
           MOVE WS-UMBRAL                TO WS-RA-UMBRAL
           MOVE WS-ESP-SEMANAS           TO WS-RA-SEMANAS

           MOVE WS-HOY-CLAVE(WS-HOY-IDX)    TO WS-ALERT-PROGRAMA
           MOVE WS-PUNTO-ANOMALIA           TO WS-ALERT-PUNTO
           MOVE WS-HOY-ENTORNO(WS-HOY-IDX)  TO WS-ALERT-ENTORNO
           MOVE 'W'                         TO WS-ALERT-SEVERIDAD
           MOVE SPACES                      TO WS-ALERT-FILE-STATUS
           MOVE ZEROS                       TO WS-ALERT-SQLCODE
           MOVE WS-HOY-JOBNAME(WS-HOY-IDX)  TO WS-ALERT-JOBNAME
           MOVE WS-HOY-STEPNAME(WS-HOY-IDX) TO WS-ALERT-STEPNAME
           MOVE WS-DEST-GRUPO               TO WS-ALERT-GRUPO
           MOVE WS-DEST-NIVEL               TO WS-ALERT-NIVEL
           MOVE WS-RESOL-ANOMALIA           TO WS-ALERT-RESOLUCION
           MOVE WS-HOY-FECHA-ISO            TO WS-ALERT-FECHA
           STRING WS-CELDA-HORA-X ':00:00'
              DELIMITED BY SIZE
              INTO WS-ALERT-HORA
           END-STRING
           MOVE WS-HOY-SISTEMA(WS-HOY-IDX)  TO WS-ALERT-SISTEMA
           MOVE WS-HOY-APPLID(WS-HOY-IDX)   TO WS-ALERT-APPLID
           PERFORM 6100-ESTAMPAR-GUARDIA

           WRITE WS-ANO-SAL-REC FROM WS-ALERT-REC
           IF ANO-OK
              ADD 1 TO WS-CONT-EMITIDOS
              DISPLAY 'PGMERRANO: ANOMALIA ' WS-CELDA-TIPO ' '
                      WS-ALERT-PROGRAMA ' HORA ' WS-CELDA-HORA-X
                      ' : ' WS-CELDA-CNT ' VS ' WS-RA-PROMEDIO
                      ' - GRUPO ' WS-ALERT-GRUPO
                      ' GUARDIA ' WS-ALERT-TIT-ID
           ELSE
              DISPLAY 'PGMERRANO: FALLO WRITE ALRTANO - STATUS '
                      WS-ANO-ST
              MOVE 'S' TO WS-HUBO-ERROR
           END-IF
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * GUARDIA DEL GRUPO DESTINO AHORA: EL DISPARO SE PAGINA EN ESTA *
      * CORRIDA, AUNQUE LA HORA ANORMAL HAYA EMPEZADO ANTES           *
      *---------------------------------------------------------------*
       6100-ESTAMPAR-GUARDIA.

           MOVE 'R'              TO WS-GRDP-ACCION
           MOVE WS-ALERT-GRUPO   TO WS-GRDP-GRUPO
           MOVE WS-HOY-FECHA-ISO TO WS-GRDP-FECHA
           MOVE WS-AHORA-HHMM    TO WS-GRDP-HORA
           CALL 'PGMGRDRES' USING WS-GRD-PARM
           MOVE WS-GRDP-TITULAR  TO WS-ALERT-TITULAR
           MOVE WS-GRDP-SUPLENTE TO WS-ALERT-SUPLENTE
           EXIT PARAGRAPH.

      *****************************************************************
      *   RESUMEN DE LA EVALUACION                                    *
      *****************************************************************
       8000-IMPRIMIR-RESUMEN.

           DISPLAY WS-SEPARADOR
           DISPLAY 'VOLUMEN ANORMAL CONTRA LINEA BASE - PGMERRANO'
           DISPLAY WS-SEPARADOR
           IF SIN-BASE
              DISPLAY '*** SIN LINEA BASE - NO SE EVALUO ***'
              DISPLAY WS-SEPARADOR-MIN
           END-IF
           DISPLAY 'FECHA / DIA            : ' WS-HOY-FECHA-ISO
                   ' ' WS-NOMBRE-DIA(WS-HOY-DIA)
           DISPLAY 'LINEA BASE             : ' WS-BASE-DESDE
                   ' A ' WS-BASE-HASTA
           DISPLAY 'FACTOR / MINIMO        : ' WS-FACTOR
                   ' / ' WS-MINIMO
           IF WS-FILTRO-SISTEMA NOT = SPACES
              DISPLAY 'SISTEMA                : ' WS-FILTRO-SISTEMA
              DISPLAY 'DE OTROS SISTEMAS      : ' WS-CONT-EXCLUIDOS
           END-IF
           DISPLAY WS-SEPARADOR-MIN
           DISPLAY 'OCURRENCIAS LEIDAS     : ' WS-CONT-LEIDOS
           DISPLAY 'CONTADAS DE HOY        : ' WS-CONT-DE-HOY
           DISPLAY 'CELDAS EVALUADAS       : ' WS-CONT-CELDAS
           DISPLAY 'CELDAS ANORMALES       : ' WS-CONT-ANOMALIAS
           DISPLAY 'YA AVISADAS ANTES      : ' WS-CONT-YA-AVISADAS
           DISPLAY 'DISPAROS EMITIDOS      : ' WS-CONT-EMITIDOS
           DISPLAY WS-SEPARADOR
           EXIT PARAGRAPH.

      *****************************************************************
      *   CERRAR Y DEVOLVER EL RETURN CODE (VER ENCABEZADO)           *
      *****************************************************************
       9000-I-CIERRE.

           IF ANO-ABIERTO
              CLOSE ANO-SAL-FILE
           END-IF
           EVALUATE TRUE
           WHEN HUBO-ERROR
                MOVE 8 TO RETURN-CODE
           WHEN SIN-BASE
                MOVE 4 TO RETURN-CODE
           END-EVALUATE
           .
       9000-F-CIERRE.
           EXIT.
