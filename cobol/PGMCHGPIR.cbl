      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCHGPIR.

      *****************************************************************
      *   REVISION POST-IMPLEMENTACION: PERFIL DE ERRORES DE CADA     *
      *   COMPONENTE ANTES Y DESPUES DE SU CAMBIO DE PRODUCCION       *
      *****************************************************************
      * AUTOR : MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************
      * FUNCION:                                                      *
      *   PARA CADA LINEA DEL REGISTRO DE CAMBIOS (CHGLOG, VER        *
      *   CPCHGLOG Y PGMCHGLD) COMPARA EL PERFIL DE ERRHIST DEL       *
      *   COMPONENTE CAMBIADO (MASCARA DE PROGRAMA O DE JOB) EN LOS   *
      *   N DIAS ANTERIORES AL MOMENTO DE IMPLEMENTACION CONTRA LOS N *
      *   DIAS POSTERIORES, Y MARCA:                                  *
      *   - COMBINACIONES SQLCODE / FILE STATUS QUE NO SE HABIAN      *
      *     VISTO ANTES DEL CAMBIO ('<< NUEVA');                      *
      *   - AUMENTO DE VOLUMEN (OCURRENCIAS POR DIA) MAYOR O IGUAL AL *
      *     PORCENTAJE UMBRAL, O VOLUMEN DONDE ANTES NO HABIA;        *
      *   - CRITICOS NUEVOS: OCURRENCIAS CON SEVERIDAD 'C' DESPUES    *
      *     DEL CAMBIO EN COMBINACIONES QUE ANTES NO LLEGABAN A       *
      *     CRITICO;                                                  *
      *   - CANCELACIONES CON CHECKPOINT EN RESTART DESPUES DEL       *
      *     CAMBIO.                                                   *
      *   AL FINAL LISTA LOS CAMBIOS SEGUIDOS DE CRITICOS NUEVOS O DE *
      *   RESTARTS, QUE SON LOS QUE VAN A LA REUNION DE REVISION.     *
      *                                                               *
      *   LAS VENTANAS SE RECORTAN AL PERIODO QUE CUBRE ERRHIST (EL   *
      *   DESDE/HASTA VERIFICADO POR PGMERRVER) Y LOS VOLUMENES SE    *
      *   COMPARAN POR DIA, ASI UN CAMBIO RECIENTE (VENTANA POSTERIOR *
      *   TODAVIA ABIERTA) O CERCANO AL INICIO DEL HISTORICO NO SE    *
      *   COMPARA CONTRA UNA VENTANA DE DISTINTO LARGO. UN CAMBIO SIN *
      *   NADA DE VENTANA POSTERIOR DENTRO DEL HISTORICO SE CUENTA    *
      *   COMO FUERA DE COBERTURA Y NO SE INFORMA. SIN VENTANA        *
      *   ANTERIOR NO HAY CONTRA QUE COMPARAR: SE INFORMAN LOS        *
      *   TOTALES SIN MARCAS.                                         *
      *                                                               *
      *   SE SALTEAN LOS LATIDOS DE PRUEBA (SEVERIDAD 'T') Y LAS      *
      *   OCURRENCIAS REGISTRADAS DENTRO DE UNA VENTANA DE            *
      *   MANTENIMIENTO (MARCA 'M', VER MNTCAL): SON EL RUIDO PROPIO  *
      *   DE LA IMPLEMENTACION, NO SU RESULTADO.                      *
      *****************************************************************
      * ENTRADAS:                                                     *
      *   DD CHGLOG : REGISTRO DE CAMBIOS (LAYOUT CPCHGLOG).          *
      *   DD ERRHIST: GENERACIONES DEL HISTORICO A REVISAR (CON SUS   *
      *     GEMELAS DE ERR.HIST.CTL, VER PGMERRVER). SI NO CUADRA SE  *
      *     INFORMA IGUAL, MARCADO COMO INCOMPLETO, CON RC=4.         *
      *   DD RESTART: DATASET DE REINICIO (CPRSTREC). OPCIONAL: SIN   *
      *     EL, LOS RESTARTS SE INFORMAN COMO NO DISPONIBLES.         *
      * PARM:                                                         *
      *   PARM='DIAS=NNN' - LARGO DE CADA VENTANA EN DIAS (DEFECTO    *
      *     007).                                                     *
      *   PARM='DIAS=NNN,PCT=NNN' - MAS EL UMBRAL DE AUMENTO DE       *
      *     VOLUMEN EN PORCENTAJE (DEFECTO 025).                      *
      *   PARM='DIAS=NNN,PCT=NNN,CHG=XXXXXXXX' - SOLO ESE NUMERO DE   *
      *     CAMBIO (TODAS SUS LINEAS).                                *
      * RETURN CODE:                                                  *
      *   0 = REPORTE COMPLETO                                        *
      *   4 = REPORTE INCOMPLETO (HISTORICO SIN VERIFICAR O CAMBIOS   *
      *       QUE NO ENTRARON EN LA TABLA)                            *
      *   8 = ERROR DE E/S EN CHGLOG O ERRHIST: SIN REPORTE           *
      *****************************************************************

      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHG-LOG-FILE ASSIGN TO 'CHGLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGL-ST.

           SELECT ERR-HIST-FILE ASSIGN TO 'ERRHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-ST.

           SELECT RESTART-FILE ASSIGN TO 'RESTART'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESTART-ST.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *---------------------------------------------------------------*
      * CHGLOG Y ERRHIST SE LEEN "INTO" SUS REGISTROS DE WORKING-     *
      * STORAGE; ESTOS 01 SOLO FIJAN EL LRECL (80 Y 162).             *
      *---------------------------------------------------------------*
       FD  CHG-LOG-FILE
           RECORDING MODE IS F.
       01 WS-CHG-LOG-REC       PIC X(80).

       FD  ERR-HIST-FILE
           RECORDING MODE IS F.
       01 WS-ERR-HIST-REC      PIC X(162).

       FD  RESTART-FILE
           RECORDING MODE IS F.
           COPY CPRSTREC.

       WORKING-STORAGE SECTION.
       77 FILLER               PIC X(26) VALUE '* INICIO WS *'.

           COPY CPCHGLOG.

           COPY CPERRLOG.

       01 WS-SEPARADOR         PIC X(60) VALUE ALL '='.
       01 WS-SEPARADOR-MIN     PIC X(60) VALUE ALL '-'.

       01 WS-CHGL-ST           PIC X(02) VALUE '00'.
          88 CHGL-OK                     VALUE '00'.
          88 CHGL-AT-END                 VALUE '10'.

       01 WS-HIST-ST           PIC X(02) VALUE '00'.
          88 HIST-OK                     VALUE '00'.
          88 HIST-AT-END                 VALUE '10'.

       01 WS-RESTART-ST        PIC X(02) VALUE '00'.
          88 RESTART-OK                  VALUE '00'.
          88 RESTART-AT-END              VALUE '10'.

       01 WS-FIN-ARCHIVO       PIC X(01) VALUE 'N'.
          88 FIN-ARCHIVO                 VALUE 'S'.

       01 WS-HUBO-ERROR        PIC X(01) VALUE 'N'.
          88 HUBO-ERROR                  VALUE 'S'.

       01 WS-RESTART-LEIDO     PIC X(01) VALUE 'N'.
          88 RESTART-LEIDO               VALUE 'S'.

      *---------------------------------------------------------------*
      * PARAMETROS (VER ENCABEZADO)                                   *
      *---------------------------------------------------------------*
       01 WS-DIAS-VENTANA      PIC 9(03) VALUE 7.
       01 WS-PCT-UMBRAL        PIC 9(03) VALUE 25.
       01 WS-FILTRO-CAMBIO     PIC X(08) VALUE SPACES.
       01 WS-MIN-VENTANA       PIC S9(09) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * VERIFICACION DE TOTALES DE CONTROL DEL HISTORICO              *
      *---------------------------------------------------------------*
           COPY CPVERPRM.

      *---------------------------------------------------------------*
      * CAMBIOS A REVISAR, CON SUS ACUMULADORES DE CADA VENTANA Y     *
      * SUS COMBINACIONES SQLCODE / FILE STATUS. LOS MOMENTOS VAN EN  *
      * MINUTOS DESDE EL 01-01-1601 (INTEGER-OF-DATE * 1440 + HH * 60 *
      * + MM) PARA COMPARAR FECHA Y HORA DE UNA SOLA VEZ.             *
      *---------------------------------------------------------------*
       01 WS-TAB-CAMBIOS.
          05 WS-CAM-TOTAL      PIC 9(04) COMP VALUE ZEROS.
          05 WS-CAM-ENTRY OCCURS 100 TIMES
                           INDEXED BY WS-CAM-IDX.
             07 WS-CAM-CAMBIO     PIC X(08).
             07 WS-CAM-AMBITO     PIC X(01).
             07 WS-CAM-MASCARA    PIC X(08).
             07 WS-CAM-FECHA      PIC X(10).
             07 WS-CAM-HORA       PIC X(05).
             07 WS-CAM-DESCRIPCION PIC X(38).
             07 WS-CAM-MINUTO     PIC S9(11) COMP.
             07 WS-CAM-ANT-INI    PIC S9(11) COMP.
             07 WS-CAM-POS-FIN    PIC S9(11) COMP.
             07 WS-CAM-ANT-CONT   PIC 9(07) COMP.
             07 WS-CAM-ANT-CRIT   PIC 9(07) COMP.
             07 WS-CAM-POS-CONT   PIC 9(07) COMP.
             07 WS-CAM-POS-CRIT   PIC 9(07) COMP.
             07 WS-CAM-RST-ANT    PIC 9(07) COMP.
             07 WS-CAM-RST-POS    PIC 9(07) COMP.
             07 WS-CAM-CRIT-NUEVOS PIC 9(07) COMP.
             07 WS-CAM-REVISAR    PIC X(01).
                88 CAM-REVISAR             VALUE 'S'.
             07 WS-CAM-CMB-TOTAL  PIC 9(04) COMP.
             07 WS-CAM-CMB-DESBORDES PIC 9(07) COMP.
             07 WS-CAM-CMB-DESB-CRIT PIC 9(07) COMP.
             07 WS-CAM-CMB OCCURS 20 TIMES
                            INDEXED BY WS-CMB-IDX.
                09 WS-CMB-SQLCODE    PIC S9(09).
                09 WS-CMB-FS         PIC X(02).
                09 WS-CMB-ANT        PIC 9(07) COMP.
                09 WS-CMB-ANT-CRIT   PIC 9(07) COMP.
                09 WS-CMB-POS        PIC 9(07) COMP.
                09 WS-CMB-POS-CRIT   PIC 9(07) COMP.
       01 WS-CAM-DESBORDES     PIC 9(07) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * CONVERSION DE FECHA DD-MM-AAAA + HORA HH:MM A MINUTOS         *
      *---------------------------------------------------------------*
       01 WS-CNV-AAAAMMDD      PIC X(08) VALUE SPACES.
       01 WS-CNV-AAAAMMDD-9 REDEFINES WS-CNV-AAAAMMDD PIC 9(08).
       01 WS-CNV-HORA          PIC X(05) VALUE SPACES.
       01 WS-CNV-FECHA-INT     PIC 9(07) COMP VALUE ZEROS.
       01 WS-CNV-MINUTO        PIC S9(11) COMP VALUE ZEROS.
       01 WS-CNV-VALIDA        PIC X(01) VALUE 'N'.
          88 CNV-VALIDA                  VALUE 'S'.
       01 WS-CNV-HH            PIC 9(02) VALUE ZEROS.
       01 WS-CNV-MI            PIC 9(02) VALUE ZEROS.

      *---------------------------------------------------------------*
      * PERIODO CUBIERTO POR EL HISTORICO, EN MINUTOS [INI, FIN)      *
      *---------------------------------------------------------------*
       01 WS-COB-INI           PIC S9(11) COMP VALUE ZEROS.
       01 WS-COB-FIN           PIC S9(11) COMP VALUE ZEROS.
       01 WS-OBS-DESDE-INT     PIC 9(07) COMP VALUE ZEROS.
       01 WS-OBS-HASTA-INT     PIC 9(07) COMP VALUE ZEROS.
       01 WS-COB-DESDE         PIC X(10) VALUE SPACES.
       01 WS-COB-HASTA         PIC X(10) VALUE SPACES.

      *---------------------------------------------------------------*
      * MASCARA (MISMA REGLA QUE PGMERRTRD 2260)                      *
      *---------------------------------------------------------------*
       01 WS-MASCARA-OBJETO    PIC X(08) VALUE SPACES.
       01 WS-MASCARA-MATCH     PIC X(01) VALUE 'N'.
          88 MASCARA-MATCH               VALUE 'S'.
       01 WS-IDX-MASC          PIC 9(02) COMP VALUE ZEROS.
       01 WS-FIN-MASC          PIC X(01) VALUE 'N'.
          88 FIN-MASC                    VALUE 'S'.

      *---------------------------------------------------------------*
      * OCURRENCIA EN PROCESO: VENTANA 'A' ANTERIOR / 'P' POSTERIOR   *
      *---------------------------------------------------------------*
       01 WS-VENTANA           PIC X(01) VALUE SPACE.
          88 VENTANA-ANTERIOR            VALUE 'A'.
          88 VENTANA-POSTERIOR           VALUE 'P'.
       01 WS-CMB-ENCONTRADA    PIC X(01) VALUE 'N'.
          88 CMB-ENCONTRADA              VALUE 'S'.

      *---------------------------------------------------------------*
      * CALCULO DE CADA LINEA DEL REPORTE                             *
      *---------------------------------------------------------------*
       01 WS-ANT-INI           PIC S9(11) COMP VALUE ZEROS.
       01 WS-ANT-FIN           PIC S9(11) COMP VALUE ZEROS.
       01 WS-POS-INI           PIC S9(11) COMP VALUE ZEROS.
       01 WS-POS-FIN           PIC S9(11) COMP VALUE ZEROS.
       01 WS-ANT-LARGO         PIC S9(11) COMP VALUE ZEROS.
       01 WS-POS-LARGO         PIC S9(11) COMP VALUE ZEROS.
       01 WS-TASA-ANT          PIC 9(07)V99 VALUE ZEROS.
       01 WS-TASA-POS          PIC 9(07)V99 VALUE ZEROS.
       01 WS-PCT               PIC S9(07) COMP VALUE ZEROS.
       01 WS-PCT-EDIT          PIC ++++++9 VALUE ZEROS.
       01 WS-DIAS-EDIT         PIC ZZ9,99 VALUE ZEROS.
       01 WS-TASA-EDIT         PIC ZZZZZZ9,99 VALUE ZEROS.
       01 WS-SQL-EDIT          PIC -(9)9 VALUE ZEROS.
       01 WS-MARCA             PIC X(17) VALUE SPACES.
       01 WS-MARCA-CRIT        PIC X(20) VALUE SPACES.
       01 WS-SIN-ANTERIOR      PIC X(01) VALUE 'N'.
          88 SIN-ANTERIOR                VALUE 'S'.

       01 WS-CONT-CAMBIOS      PIC 9(07) COMP VALUE ZEROS.
       01 WS-CONT-INFORMADOS   PIC 9(07) COMP VALUE ZEROS.
       01 WS-CONT-FUERA-COB    PIC 9(07) COMP VALUE ZEROS.
       01 WS-CONT-A-REVISAR    PIC 9(07) COMP VALUE ZEROS.
       01 WS-CONT-LEIDOS       PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-LATIDOS      PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-MANTENIM     PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-INVALIDOS    PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-RESTART      PIC 9(09) COMP VALUE ZEROS.

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
              PERFORM 2000-ACUMULAR-HISTORICO
           END-IF
           IF NOT HUBO-ERROR
              PERFORM 2500-ACUMULAR-RESTART
              PERFORM 3000-FIJAR-COBERTURA
              PERFORM 4000-I-REPORTE THRU 4000-F-REPORTE
           END-IF
           PERFORM 9000-I-CIERRE THRU 9000-F-CIERRE
           .
       FIN-PRINCIPAL.
           GOBACK.

      *****************************************************************
      *   INTERPRETAR EL PARM, VERIFICAR EL HISTORICO Y CARGAR LOS    *
      *   CAMBIOS                                                     *
      *****************************************************************
       1000-I-INICIO.

           IF WS-PARM-LON >= 8
              AND WS-PARM-TEXTO(1:5) = 'DIAS='
              AND WS-PARM-TEXTO(6:3) IS NUMERIC
              AND WS-PARM-TEXTO(6:3) > '000'
              MOVE WS-PARM-TEXTO(6:3) TO WS-DIAS-VENTANA
           END-IF
           IF WS-PARM-LON >= 16
              AND WS-PARM-TEXTO(9:5) = ',PCT='
              AND WS-PARM-TEXTO(14:3) IS NUMERIC
              MOVE WS-PARM-TEXTO(14:3) TO WS-PCT-UMBRAL
           END-IF
           IF WS-PARM-LON > 21
              AND WS-PARM-TEXTO(17:5) = ',CHG='
              MOVE WS-PARM-TEXTO(22:8) TO WS-FILTRO-CAMBIO
           END-IF
           COMPUTE WS-MIN-VENTANA = WS-DIAS-VENTANA * 1440
           END-COMPUTE

           PERFORM 1050-VERIFICAR-TOTALES
           PERFORM 1500-CARGAR-CAMBIOS
           .
       1000-F-INICIO.
           EXIT.

      *****************************************************************
      *   VERIFICAR EL HISTORICO CONTRA SUS TOTALES DE CONTROL. SI NO *
      *   CUADRA SE INFORMA IGUAL, MARCADO COMO INCOMPLETO.           *
      *****************************************************************
       1050-VERIFICAR-TOTALES.

           MOVE 'V' TO WS-VERP-ACCION
           MOVE 'H' TO WS-VERP-JUEGO
           CALL 'PGMERRVER' USING WS-VER-PARM
           IF NOT VERP-OK
              DISPLAY 'PGMCHGPIR: HISTORICO INCOMPLETO - '
                      WS-VERP-MENSAJE
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   CARGAR LOS CAMBIOS DE CHGLOG (O SOLO LAS LINEAS DEL CAMBIO  *
      *   PEDIDO EN EL PARM) CON SUS VENTANAS EN MINUTOS              *
      *****************************************************************
       1500-CARGAR-CAMBIOS.

           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN INPUT CHG-LOG-FILE
           IF NOT CHGL-OK
              DISPLAY 'PGMCHGPIR: NO SE PUDO ABRIR CHGLOG - STATUS '
                      WS-CHGL-ST
              MOVE 'S' TO WS-HUBO-ERROR
              MOVE 'S' TO WS-FIN-ARCHIVO
           END-IF

           PERFORM 1600-CARGAR-UN-CAMBIO
                   UNTIL FIN-ARCHIVO

           IF CHGL-OK OR CHGL-AT-END
              CLOSE CHG-LOG-FILE
           END-IF
           EXIT PARAGRAPH.

       1600-CARGAR-UN-CAMBIO.

           READ CHG-LOG-FILE INTO WS-CHGLOG-REC
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO
              NOT AT END
                 IF WS-FILTRO-CAMBIO = SPACES
                    OR WS-CHG-CAMBIO = WS-FILTRO-CAMBIO
                    ADD 1 TO WS-CONT-CAMBIOS
                    PERFORM 1700-AGREGAR-CAMBIO
                 END-IF
           END-READ
           EXIT PARAGRAPH.

       1700-AGREGAR-CAMBIO.

           MOVE WS-CHG-FECHA(1:4) TO WS-CNV-AAAAMMDD(1:4)
           MOVE WS-CHG-FECHA(6:2) TO WS-CNV-AAAAMMDD(5:2)
           MOVE WS-CHG-FECHA(9:2) TO WS-CNV-AAAAMMDD(7:2)
           MOVE WS-CHG-HORA       TO WS-CNV-HORA
           PERFORM 2900-CALCULAR-MINUTO
           EVALUATE TRUE
           WHEN NOT CNV-VALIDA
                DISPLAY 'PGMCHGPIR: CAMBIO CON FECHA/HORA INVALIDA - '
                        WS-CHG-CAMBIO ' ' WS-CHG-FECHA ' '
                        WS-CHG-HORA
           WHEN WS-CAM-TOTAL >= 100
                ADD 1 TO WS-CAM-DESBORDES
           WHEN OTHER
                ADD 1 TO WS-CAM-TOTAL
                SET WS-CAM-IDX TO WS-CAM-TOTAL
                INITIALIZE WS-CAM-ENTRY(WS-CAM-IDX)
                MOVE WS-CHG-CAMBIO  TO WS-CAM-CAMBIO(WS-CAM-IDX)
                MOVE WS-CHG-AMBITO  TO WS-CAM-AMBITO(WS-CAM-IDX)
                MOVE WS-CHG-MASCARA TO WS-CAM-MASCARA(WS-CAM-IDX)
                MOVE WS-CHG-FECHA   TO WS-CAM-FECHA(WS-CAM-IDX)
                MOVE WS-CHG-HORA    TO WS-CAM-HORA(WS-CAM-IDX)
                MOVE WS-CHG-DESCRIPCION
                   TO WS-CAM-DESCRIPCION(WS-CAM-IDX)
                MOVE WS-CNV-MINUTO  TO WS-CAM-MINUTO(WS-CAM-IDX)
                COMPUTE WS-CAM-ANT-INI(WS-CAM-IDX)
                   = WS-CNV-MINUTO - WS-MIN-VENTANA
                END-COMPUTE
                COMPUTE WS-CAM-POS-FIN(WS-CAM-IDX)
                   = WS-CNV-MINUTO + WS-MIN-VENTANA
                END-COMPUTE
           END-EVALUATE
           EXIT PARAGRAPH.

      *****************************************************************
      *   RECORRER EL HISTORICO Y ACUMULAR CADA OCURRENCIA EN LA      *
      *   VENTANA QUE CORRESPONDA DE CADA CAMBIO QUE LA ALCANZA       *
      *****************************************************************
       2000-ACUMULAR-HISTORICO.

           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN INPUT ERR-HIST-FILE
           IF NOT HIST-OK
              DISPLAY 'PGMCHGPIR: NO SE PUDO ABRIR ERRHIST - STATUS '
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
      * LOS LATIDOS DE PRUEBA DE LA RUTA DE ALERTAS (SEVERIDAD 'T')   *
      * Y LO REGISTRADO EN VENTANA DE MANTENIMIENTO SE SALTEAN.       *
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
                 WHEN WS-LOG-MANTENIMIENTO = 'M'
                      ADD 1 TO WS-CONT-MANTENIM
                 WHEN OTHER
                      PERFORM 2150-UBICAR-OCURRENCIA
                 END-EVALUATE
           END-READ
           EXIT PARAGRAPH.

       2150-UBICAR-OCURRENCIA.

           MOVE WS-LOG-FECHA(7:4) TO WS-CNV-AAAAMMDD(1:4)
           MOVE WS-LOG-FECHA(4:2) TO WS-CNV-AAAAMMDD(5:2)
           MOVE WS-LOG-FECHA(1:2) TO WS-CNV-AAAAMMDD(7:2)
           MOVE WS-LOG-HORA(1:5)  TO WS-CNV-HORA
           PERFORM 2900-CALCULAR-MINUTO
           IF NOT CNV-VALIDA
              ADD 1 TO WS-CONT-INVALIDOS
           ELSE
              IF WS-OBS-DESDE-INT = 0
                 OR WS-CNV-FECHA-INT < WS-OBS-DESDE-INT
                 MOVE WS-CNV-FECHA-INT TO WS-OBS-DESDE-INT
              END-IF
              IF WS-CNV-FECHA-INT > WS-OBS-HASTA-INT
                 MOVE WS-CNV-FECHA-INT TO WS-OBS-HASTA-INT
              END-IF
              PERFORM 2200-APLICAR-A-CAMBIOS
                      VARYING WS-CAM-IDX FROM 1 BY 1
                      UNTIL WS-CAM-IDX > WS-CAM-TOTAL
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   SI LA MASCARA DEL CAMBIO ALCANZA LA OCURRENCIA Y ESTA CAE   *
      *   EN UNA DE SUS VENTANAS, ACUMULARLA EN SU COMBINACION        *
      *****************************************************************
       2200-APLICAR-A-CAMBIOS.

           IF WS-CNV-MINUTO NOT < WS-CAM-ANT-INI(WS-CAM-IDX)
              AND WS-CNV-MINUTO < WS-CAM-POS-FIN(WS-CAM-IDX)
              IF WS-CAM-AMBITO(WS-CAM-IDX) = 'J'
                 MOVE WS-LOG-JOBNAME  TO WS-MASCARA-OBJETO
              ELSE
                 MOVE WS-LOG-PROGRAMA TO WS-MASCARA-OBJETO
              END-IF
              PERFORM 2260-COMPARAR-MASCARA
              IF MASCARA-MATCH
                 IF WS-CNV-MINUTO < WS-CAM-MINUTO(WS-CAM-IDX)
                    MOVE 'A' TO WS-VENTANA
                    ADD 1 TO WS-CAM-ANT-CONT(WS-CAM-IDX)
                    IF WS-LOG-SEVERIDAD = 'C'
                       ADD 1 TO WS-CAM-ANT-CRIT(WS-CAM-IDX)
                    END-IF
                 ELSE
                    MOVE 'P' TO WS-VENTANA
                    ADD 1 TO WS-CAM-POS-CONT(WS-CAM-IDX)
                    IF WS-LOG-SEVERIDAD = 'C'
                       ADD 1 TO WS-CAM-POS-CRIT(WS-CAM-IDX)
                    END-IF
                 END-IF
                 PERFORM 2300-ACUM-COMBINACION
              END-IF
           END-IF
           EXIT PARAGRAPH.

       2260-COMPARAR-MASCARA.

           MOVE 'S' TO WS-MASCARA-MATCH
           MOVE 'N' TO WS-FIN-MASC
           PERFORM VARYING WS-IDX-MASC FROM 1 BY 1
                   UNTIL WS-IDX-MASC > 8 OR FIN-MASC
              EVALUATE TRUE
              WHEN WS-CAM-MASCARA(WS-CAM-IDX)(WS-IDX-MASC:1) = '*'
                   MOVE 'S' TO WS-FIN-MASC
              WHEN WS-CAM-MASCARA(WS-CAM-IDX)(WS-IDX-MASC:1)
                      NOT = WS-MASCARA-OBJETO(WS-IDX-MASC:1)
                   MOVE 'N' TO WS-MASCARA-MATCH
                   MOVE 'S' TO WS-FIN-MASC
              END-EVALUATE
           END-PERFORM
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * COMBINACION SQLCODE / FILE STATUS DE LA OCURRENCIA. CON LA    *
      * TABLA DEL CAMBIO LLENA SE CUENTA APARTE; SUS CRITICOS         *
      * POSTERIORES SE TOMAN COMO NUEVOS (NO HAY CONTRA QUE           *
      * DESCARTARLOS).                                                *
      *---------------------------------------------------------------*
       2300-ACUM-COMBINACION.

           MOVE 'N' TO WS-CMB-ENCONTRADA
           SET WS-CMB-IDX TO 1
           PERFORM UNTIL WS-CMB-IDX > WS-CAM-CMB-TOTAL(WS-CAM-IDX)
                      OR CMB-ENCONTRADA
              IF WS-CMB-SQLCODE(WS-CAM-IDX, WS-CMB-IDX)
                    = WS-LOG-SQLCODE
                 AND WS-CMB-FS(WS-CAM-IDX, WS-CMB-IDX)
                    = WS-LOG-FILE-STATUS
                 MOVE 'S' TO WS-CMB-ENCONTRADA
              ELSE
                 SET WS-CMB-IDX UP BY 1
              END-IF
           END-PERFORM

           IF NOT CMB-ENCONTRADA
              IF WS-CAM-CMB-TOTAL(WS-CAM-IDX) >= 20
                 ADD 1 TO WS-CAM-CMB-DESBORDES(WS-CAM-IDX)
                 IF VENTANA-POSTERIOR AND WS-LOG-SEVERIDAD = 'C'
                    ADD 1 TO WS-CAM-CMB-DESB-CRIT(WS-CAM-IDX)
                 END-IF
              ELSE
                 ADD 1 TO WS-CAM-CMB-TOTAL(WS-CAM-IDX)
                 SET WS-CMB-IDX TO WS-CAM-CMB-TOTAL(WS-CAM-IDX)
                 MOVE WS-LOG-SQLCODE
                    TO WS-CMB-SQLCODE(WS-CAM-IDX, WS-CMB-IDX)
                 MOVE WS-LOG-FILE-STATUS
                    TO WS-CMB-FS(WS-CAM-IDX, WS-CMB-IDX)
                 MOVE ZEROS TO WS-CMB-ANT(WS-CAM-IDX, WS-CMB-IDX)
                               WS-CMB-ANT-CRIT(WS-CAM-IDX, WS-CMB-IDX)
                               WS-CMB-POS(WS-CAM-IDX, WS-CMB-IDX)
                               WS-CMB-POS-CRIT(WS-CAM-IDX, WS-CMB-IDX)
                 MOVE 'S' TO WS-CMB-ENCONTRADA
              END-IF
           END-IF

           IF CMB-ENCONTRADA
              IF VENTANA-ANTERIOR
                 ADD 1 TO WS-CMB-ANT(WS-CAM-IDX, WS-CMB-IDX)
                 IF WS-LOG-SEVERIDAD = 'C'
                    ADD 1 TO WS-CMB-ANT-CRIT(WS-CAM-IDX, WS-CMB-IDX)
                 END-IF
              ELSE
                 ADD 1 TO WS-CMB-POS(WS-CAM-IDX, WS-CMB-IDX)
                 IF WS-LOG-SEVERIDAD = 'C'
                    ADD 1 TO WS-CMB-POS-CRIT(WS-CAM-IDX, WS-CMB-IDX)
                 END-IF
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   CONTAR LAS CANCELACIONES CON CHECKPOINT (RESTART) DE CADA   *
      *   COMPONENTE ANTES Y DESPUES DE SU CAMBIO. SIN RESTART        *
      *   LEGIBLE NO ES UN ERROR: SE INFORMA COMO NO DISPONIBLE.      *
      *****************************************************************
       2500-ACUMULAR-RESTART.

           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN INPUT RESTART-FILE
           IF RESTART-OK
              MOVE 'S' TO WS-RESTART-LEIDO
           ELSE
              DISPLAY 'PGMCHGPIR: SIN RESTART LEGIBLE - STATUS '
                      WS-RESTART-ST
              MOVE 'S' TO WS-FIN-ARCHIVO
           END-IF

           PERFORM 2600-LEER-RESTART
                   UNTIL FIN-ARCHIVO

           IF RESTART-OK OR RESTART-AT-END
              CLOSE RESTART-FILE
           END-IF
           EXIT PARAGRAPH.

       2600-LEER-RESTART.

           READ RESTART-FILE
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO
              NOT AT END
                 ADD 1 TO WS-CONT-RESTART
                 MOVE WS-RST-FECHA(7:4) TO WS-CNV-AAAAMMDD(1:4)
                 MOVE WS-RST-FECHA(4:2) TO WS-CNV-AAAAMMDD(5:2)
                 MOVE WS-RST-FECHA(1:2) TO WS-CNV-AAAAMMDD(7:2)
                 MOVE WS-RST-HORA(1:5)  TO WS-CNV-HORA
                 PERFORM 2900-CALCULAR-MINUTO
                 IF CNV-VALIDA
                    PERFORM 2700-APLICAR-RESTART
                            VARYING WS-CAM-IDX FROM 1 BY 1
                            UNTIL WS-CAM-IDX > WS-CAM-TOTAL
                 END-IF
           END-READ
           EXIT PARAGRAPH.

       2700-APLICAR-RESTART.

           IF WS-CNV-MINUTO NOT < WS-CAM-ANT-INI(WS-CAM-IDX)
              AND WS-CNV-MINUTO < WS-CAM-POS-FIN(WS-CAM-IDX)
              IF WS-CAM-AMBITO(WS-CAM-IDX) = 'J'
                 MOVE WS-RST-JOBNAME  TO WS-MASCARA-OBJETO
              ELSE
                 MOVE WS-RST-PROGRAMA TO WS-MASCARA-OBJETO
              END-IF
              PERFORM 2260-COMPARAR-MASCARA
              IF MASCARA-MATCH
                 IF WS-CNV-MINUTO < WS-CAM-MINUTO(WS-CAM-IDX)
                    ADD 1 TO WS-CAM-RST-ANT(WS-CAM-IDX)
                 ELSE
                    ADD 1 TO WS-CAM-RST-POS(WS-CAM-IDX)
                 END-IF
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   MINUTO ABSOLUTO DE WS-CNV-AAAAMMDD + WS-CNV-HORA (HH:MM).   *
      *   FECHA U HORA FUERA DE RANGO DEJA CNV-VALIDA EN 'N'.         *
      *****************************************************************
       2900-CALCULAR-MINUTO.

           MOVE 'N' TO WS-CNV-VALIDA
           IF WS-CNV-AAAAMMDD IS NUMERIC
              AND WS-CNV-AAAAMMDD(5:2) NOT < '01'
              AND WS-CNV-AAAAMMDD(5:2) NOT > '12'
              AND WS-CNV-AAAAMMDD(7:2) NOT < '01'
              AND WS-CNV-AAAAMMDD(7:2) NOT > '31'
              AND WS-CNV-HORA(1:2) IS NUMERIC
              AND WS-CNV-HORA(1:2) NOT > '23'
              AND WS-CNV-HORA(4:2) IS NUMERIC
              AND WS-CNV-HORA(4:2) NOT > '59'
              COMPUTE WS-CNV-FECHA-INT
                 = FUNCTION INTEGER-OF-DATE(WS-CNV-AAAAMMDD-9)
              END-COMPUTE
              IF WS-CNV-FECHA-INT NOT = 0
                 MOVE WS-CNV-HORA(1:2) TO WS-CNV-HH
                 MOVE WS-CNV-HORA(4:2) TO WS-CNV-MI
                 COMPUTE WS-CNV-MINUTO
                    = WS-CNV-FECHA-INT * 1440
                    + WS-CNV-HH * 60 + WS-CNV-MI
                 END-COMPUTE
                 MOVE 'S' TO WS-CNV-VALIDA
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   PERIODO CUBIERTO: EL DESDE/HASTA VERIFICADO (AAAA-MM-DD).   *
      *   SI PGMERRVER NO LO DEVOLVIO, EL PRIMER Y ULTIMO DIA QUE     *
      *   APARECEN EN EL HISTORICO.                                   *
      *****************************************************************
       3000-FIJAR-COBERTURA.

           MOVE WS-VERP-DESDE(1:4) TO WS-CNV-AAAAMMDD(1:4)
           MOVE WS-VERP-DESDE(6:2) TO WS-CNV-AAAAMMDD(5:2)
           MOVE WS-VERP-DESDE(9:2) TO WS-CNV-AAAAMMDD(7:2)
           MOVE '00:00'            TO WS-CNV-HORA
           PERFORM 2900-CALCULAR-MINUTO
           IF CNV-VALIDA
              MOVE WS-CNV-MINUTO TO WS-COB-INI
              MOVE WS-VERP-HASTA(1:4) TO WS-CNV-AAAAMMDD(1:4)
              MOVE WS-VERP-HASTA(6:2) TO WS-CNV-AAAAMMDD(5:2)
              MOVE WS-VERP-HASTA(9:2) TO WS-CNV-AAAAMMDD(7:2)
              PERFORM 2900-CALCULAR-MINUTO
           END-IF

           IF CNV-VALIDA
              COMPUTE WS-COB-FIN = WS-CNV-MINUTO + 1440
              END-COMPUTE
              MOVE WS-VERP-DESDE TO WS-COB-DESDE
              MOVE WS-VERP-HASTA TO WS-COB-HASTA
           ELSE
              COMPUTE WS-COB-INI = WS-OBS-DESDE-INT * 1440
              END-COMPUTE
              COMPUTE WS-COB-FIN = (WS-OBS-HASTA-INT + 1) * 1440
              END-COMPUTE
              IF WS-OBS-DESDE-INT > 0
                 MOVE FUNCTION DATE-OF-INTEGER(WS-OBS-DESDE-INT)
                    TO WS-CNV-AAAAMMDD-9
                 STRING WS-CNV-AAAAMMDD(1:4) '-'
                        WS-CNV-AAAAMMDD(5:2) '-'
                        WS-CNV-AAAAMMDD(7:2)
                    DELIMITED BY SIZE
                    INTO WS-COB-DESDE
                 END-STRING
                 MOVE FUNCTION DATE-OF-INTEGER(WS-OBS-HASTA-INT)
                    TO WS-CNV-AAAAMMDD-9
                 STRING WS-CNV-AAAAMMDD(1:4) '-'
                        WS-CNV-AAAAMMDD(5:2) '-'
                        WS-CNV-AAAAMMDD(7:2)
                    DELIMITED BY SIZE
                    INTO WS-COB-HASTA
                 END-STRING
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *              IMPRIMIR LA REVISION POST-IMPLEMENTACION         *
      *****************************************************************
       4000-I-REPORTE.

           DISPLAY WS-SEPARADOR
           DISPLAY 'REVISION POST-IMPLEMENTACION - PGMCHGPIR'
           DISPLAY WS-SEPARADOR
           IF NOT VERP-OK
              DISPLAY '*** SALIDA INCOMPLETA *** HISTORICO, '
                      'RESULTADO ' WS-VERP-RESULTADO
              DISPLAY '  ' WS-VERP-MENSAJE
              DISPLAY WS-SEPARADOR-MIN
           END-IF
           DISPLAY 'DIAS POR VENTANA       : ' WS-DIAS-VENTANA
           DISPLAY 'UMBRAL DE VOLUMEN (PCT): ' WS-PCT-UMBRAL
           IF WS-FILTRO-CAMBIO NOT = SPACES
              DISPLAY 'CAMBIO                 : ' WS-FILTRO-CAMBIO
           END-IF
           DISPLAY 'HISTORICO DESDE / HASTA: ' WS-COB-DESDE ' / '
                   WS-COB-HASTA
           DISPLAY 'LEIDOS DEL HISTORICO   : ' WS-CONT-LEIDOS
           DISPLAY 'LATIDOS SALTEADOS      : ' WS-CONT-LATIDOS
           DISPLAY 'EN MANTENIMIENTO       : ' WS-CONT-MANTENIM
           DISPLAY 'SIN FECHA/HORA VALIDA  : ' WS-CONT-INVALIDOS
           IF RESTART-LEIDO
              DISPLAY 'LEIDOS DE RESTART      : ' WS-CONT-RESTART
           ELSE
              DISPLAY 'RESTART                : NO DISPONIBLE'
           END-IF
           DISPLAY 'LINEAS DE CAMBIO       : ' WS-CONT-CAMBIOS
           IF WS-CAM-DESBORDES > 0
              DISPLAY '  (TABLA LLENA: ' WS-CAM-DESBORDES
                      ' LINEAS DE CAMBIO SIN REVISAR)'
           END-IF
           DISPLAY WS-SEPARADOR-MIN

           PERFORM 4100-INFORMAR-CAMBIO
                   VARYING WS-CAM-IDX FROM 1 BY 1
                   UNTIL WS-CAM-IDX > WS-CAM-TOTAL

           DISPLAY 'INFORMADOS             : ' WS-CONT-INFORMADOS
           DISPLAY 'FUERA DE COBERTURA     : ' WS-CONT-FUERA-COB
           DISPLAY WS-SEPARADOR
           DISPLAY 'CAMBIOS SEGUIDOS DE CRITICOS NUEVOS O RESTARTS:'
           PERFORM 4500-LISTAR-A-REVISAR
                   VARYING WS-CAM-IDX FROM 1 BY 1
                   UNTIL WS-CAM-IDX > WS-CAM-TOTAL
           IF WS-CONT-A-REVISAR = 0
              DISPLAY '  NINGUNO'
           END-IF
           DISPLAY WS-SEPARADOR
           .
       4000-F-REPORTE.
           EXIT.

      *****************************************************************
      *   UNA LINEA DE CAMBIO: VENTANAS RECORTADAS A LA COBERTURA,    *
      *   VOLUMEN POR DIA, COMBINACIONES Y RESTARTS                   *
      *****************************************************************
       4100-INFORMAR-CAMBIO.

           COMPUTE WS-ANT-INI = FUNCTION MAX(WS-CAM-ANT-INI(WS-CAM-IDX)
                                             WS-COB-INI)
           END-COMPUTE
           COMPUTE WS-ANT-FIN = FUNCTION MIN(WS-CAM-MINUTO(WS-CAM-IDX)
                                             WS-COB-FIN)
           END-COMPUTE
           COMPUTE WS-POS-INI = FUNCTION MAX(WS-CAM-MINUTO(WS-CAM-IDX)
                                             WS-COB-INI)
           END-COMPUTE
           COMPUTE WS-POS-FIN = FUNCTION MIN(WS-CAM-POS-FIN(WS-CAM-IDX)
                                             WS-COB-FIN)
           END-COMPUTE
           COMPUTE WS-ANT-LARGO = WS-ANT-FIN - WS-ANT-INI
           END-COMPUTE
           COMPUTE WS-POS-LARGO = WS-POS-FIN - WS-POS-INI
           END-COMPUTE
           IF WS-ANT-LARGO < 0
              MOVE ZEROS TO WS-ANT-LARGO
           END-IF

           IF WS-POS-LARGO <= 0
              ADD 1 TO WS-CONT-FUERA-COB
           ELSE
              ADD 1 TO WS-CONT-INFORMADOS

              IF WS-ANT-LARGO = 0
                 MOVE 'S' TO WS-SIN-ANTERIOR
                 MOVE ZEROS TO WS-TASA-ANT
              ELSE
                 MOVE 'N' TO WS-SIN-ANTERIOR
                 COMPUTE WS-TASA-ANT ROUNDED
                    = WS-CAM-ANT-CONT(WS-CAM-IDX) * 1440 / WS-ANT-LARGO
                 END-COMPUTE
              END-IF
              COMPUTE WS-TASA-POS ROUNDED
                 = WS-CAM-POS-CONT(WS-CAM-IDX) * 1440 / WS-POS-LARGO
              END-COMPUTE

              DISPLAY 'CAMBIO ' WS-CAM-CAMBIO(WS-CAM-IDX)
                      '  ' WS-CAM-AMBITO(WS-CAM-IDX)
                      ' ' WS-CAM-MASCARA(WS-CAM-IDX)
                      '  IMPLEMENTADO ' WS-CAM-FECHA(WS-CAM-IDX)
                      ' ' WS-CAM-HORA(WS-CAM-IDX)
              DISPLAY '  ' WS-CAM-DESCRIPCION(WS-CAM-IDX)

              IF SIN-ANTERIOR
                 DISPLAY '  ANTES  : SIN PERIODO PREVIO EN EL '
                         'HISTORICO - SIN COMPARACION'
              ELSE
                 COMPUTE WS-DIAS-EDIT = WS-ANT-LARGO / 1440
                 END-COMPUTE
                 MOVE WS-TASA-ANT TO WS-TASA-EDIT
                 DISPLAY '  ANTES  : ' WS-DIAS-EDIT ' DIAS  OCURR '
                         WS-CAM-ANT-CONT(WS-CAM-IDX) '  POR DIA '
                         WS-TASA-EDIT '  CRITICOS '
                         WS-CAM-ANT-CRIT(WS-CAM-IDX)
              END-IF
              COMPUTE WS-DIAS-EDIT = WS-POS-LARGO / 1440
              END-COMPUTE
              MOVE WS-TASA-POS TO WS-TASA-EDIT
              DISPLAY '  DESPUES: ' WS-DIAS-EDIT ' DIAS  OCURR '
                      WS-CAM-POS-CONT(WS-CAM-IDX) '  POR DIA '
                      WS-TASA-EDIT '  CRITICOS '
                      WS-CAM-POS-CRIT(WS-CAM-IDX)
              IF WS-POS-LARGO < WS-MIN-VENTANA
                 DISPLAY '           (VENTANA POSTERIOR PARCIAL)'
              END-IF

              PERFORM 4200-MARCAR-VOLUMEN
              DISPLAY '  VOLUMEN: ' WS-MARCA

              MOVE ZEROS TO WS-CAM-CRIT-NUEVOS(WS-CAM-IDX)
              DISPLAY '  SQLCODE    FS  ANTES   DESPUES CRIT DESP'
              PERFORM 4300-INFORMAR-COMBINACION
                      VARYING WS-CMB-IDX FROM 1 BY 1
                      UNTIL WS-CMB-IDX > WS-CAM-CMB-TOTAL(WS-CAM-IDX)
              IF WS-CAM-CMB-DESBORDES(WS-CAM-IDX) > 0
                 DISPLAY '  (TABLA LLENA: '
                         WS-CAM-CMB-DESBORDES(WS-CAM-IDX)
                         ' OCURRENCIAS SIN DESGLOSE, '
                         WS-CAM-CMB-DESB-CRIT(WS-CAM-IDX)
                         ' CRITICAS TOMADAS COMO NUEVAS)'
                 ADD WS-CAM-CMB-DESB-CRIT(WS-CAM-IDX)
                    TO WS-CAM-CRIT-NUEVOS(WS-CAM-IDX)
              END-IF
              IF SIN-ANTERIOR
                 MOVE ZEROS TO WS-CAM-CRIT-NUEVOS(WS-CAM-IDX)
              END-IF

              DISPLAY '  CRITICOS NUEVOS     : '
                      WS-CAM-CRIT-NUEVOS(WS-CAM-IDX)
              IF RESTART-LEIDO
                 DISPLAY '  RESTARTS ANTES      : '
                         WS-CAM-RST-ANT(WS-CAM-IDX)
                 DISPLAY '  RESTARTS DESPUES    : '
                         WS-CAM-RST-POS(WS-CAM-IDX)
              END-IF
              IF WS-CAM-CRIT-NUEVOS(WS-CAM-IDX) > 0
                 OR WS-CAM-RST-POS(WS-CAM-IDX) > 0
                 MOVE 'S' TO WS-CAM-REVISAR(WS-CAM-IDX)
              END-IF
              DISPLAY WS-SEPARADOR-MIN
           END-IF
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * AUMENTO DE VOLUMEN POR DIA CONTRA EL UMBRAL (MISMO CRITERIO   *
      * DE MARCA QUE PGMERRTRD, SOLO HACIA ARRIBA)                    *
      *---------------------------------------------------------------*
       4200-MARCAR-VOLUMEN.

           MOVE SPACES TO WS-MARCA
           MOVE ZEROS TO WS-PCT-EDIT
           EVALUATE TRUE
           WHEN SIN-ANTERIOR
                MOVE 'SIN COMPARACION' TO WS-MARCA
           WHEN WS-TASA-ANT = 0 AND WS-TASA-POS > 0
                MOVE '<< NUEVO' TO WS-MARCA
           WHEN WS-TASA-ANT = 0
                MOVE 'SIN OCURRENCIAS' TO WS-MARCA
           WHEN OTHER
                COMPUTE WS-PCT
                   = (WS-TASA-POS - WS-TASA-ANT) * 100 / WS-TASA-ANT
                END-COMPUTE
                MOVE WS-PCT TO WS-PCT-EDIT
                IF WS-PCT >= WS-PCT-UMBRAL
                   STRING '<< ' WS-PCT-EDIT ' PCT'
                      DELIMITED BY SIZE
                      INTO WS-MARCA
                   END-STRING
                ELSE
                   STRING WS-PCT-EDIT ' PCT'
                      DELIMITED BY SIZE
                      INTO WS-MARCA
                   END-STRING
                END-IF
           END-EVALUATE
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * UNA COMBINACION: NUEVA SI NO SE VIO ANTES DEL CAMBIO; SUS     *
      * CRITICOS POSTERIORES SON NUEVOS SI ANTES NO HUBO CRITICOS     *
      * CON ESA MISMA COMBINACION                                     *
      *---------------------------------------------------------------*
       4300-INFORMAR-COMBINACION.

           MOVE SPACES TO WS-MARCA
           MOVE SPACES TO WS-MARCA-CRIT
           IF NOT SIN-ANTERIOR
              IF WS-CMB-ANT(WS-CAM-IDX, WS-CMB-IDX) = 0
                 MOVE '<< NUEVA' TO WS-MARCA
              END-IF
              IF WS-CMB-POS-CRIT(WS-CAM-IDX, WS-CMB-IDX) > 0
                 AND WS-CMB-ANT-CRIT(WS-CAM-IDX, WS-CMB-IDX) = 0
                 MOVE '<< CRITICO NUEVO' TO WS-MARCA-CRIT
                 ADD WS-CMB-POS-CRIT(WS-CAM-IDX, WS-CMB-IDX)
                    TO WS-CAM-CRIT-NUEVOS(WS-CAM-IDX)
              END-IF
           END-IF
           MOVE WS-CMB-SQLCODE(WS-CAM-IDX, WS-CMB-IDX) TO WS-SQL-EDIT
           DISPLAY '  ' WS-SQL-EDIT ' '
                   WS-CMB-FS(WS-CAM-IDX, WS-CMB-IDX) '  '
                   WS-CMB-ANT(WS-CAM-IDX, WS-CMB-IDX) ' '
                   WS-CMB-POS(WS-CAM-IDX, WS-CMB-IDX) ' '
                   WS-CMB-POS-CRIT(WS-CAM-IDX, WS-CMB-IDX) ' '
                   WS-MARCA WS-MARCA-CRIT
           EXIT PARAGRAPH.

       4500-LISTAR-A-REVISAR.

           IF CAM-REVISAR(WS-CAM-IDX)
              ADD 1 TO WS-CONT-A-REVISAR
              DISPLAY '  ' WS-CAM-CAMBIO(WS-CAM-IDX)
                      ' ' WS-CAM-AMBITO(WS-CAM-IDX)
                      ' ' WS-CAM-MASCARA(WS-CAM-IDX)
                      ' ' WS-CAM-FECHA(WS-CAM-IDX)
                      ' ' WS-CAM-HORA(WS-CAM-IDX)
                      '  CRIT NUEVOS ' WS-CAM-CRIT-NUEVOS(WS-CAM-IDX)
                      '  RESTARTS ' WS-CAM-RST-POS(WS-CAM-IDX)
           END-IF
           EXIT PARAGRAPH.

       9000-I-CIERRE.

           EVALUATE TRUE
           WHEN HUBO-ERROR
                MOVE 8 TO RETURN-CODE
           WHEN NOT VERP-OK
             OR WS-CAM-DESBORDES > 0
                MOVE 4 TO RETURN-CODE
           END-EVALUATE
           .
       9000-F-CIERRE.
           EXIT.
