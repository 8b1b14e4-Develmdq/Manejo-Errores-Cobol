      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMSTPRPT.

      *****************************************************************
      *   REPORTE DEL LEDGER DE EJECUCIONES DE PASO: TASA DE FALLO,   *
      *   DEMORAS Y CORRIDAS FALTANTES                                *
      *****************************************************************
      * AUTOR : MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************
      * FUNCION:                                                      *
      *   EL HISTORICO DE ERRORES SOLO CUENTA FALLOS: DICE QUE UN     *
      *   PASO CANCELO TRES VECES, PERO NO SOBRE CUANTAS CORRIDAS,    *
      *   CUANTO TARDA NI SI CORRIO ANOCHE. PGMSTPDR GRABA EN STEPLOG *
      *   UN REGISTRO AL ARRANCAR Y OTRO AL TERMINAR CADA PASO (VER   *
      *   CPSTPLOG) Y ESTE REPORTE LO RESUME EN TRES SECCIONES:       *
      *                                                               *
      *   1. TASA DE FALLO POR PASO Y POR APLICACION (APPREG, MISMA   *
      *      REGLA QUE PGMERRANO). FALLO = FIN CON RC FINAL MAYOR A 4 *
      *      O INICIO SIN FIN (ABEND, O PASO TODAVIA EN CURSO). UN    *
      *      FIN SIN SU INICIO (CORRIDA QUE ARRANCO ANTES DEL PERIODO *
      *      LEIDO) CUENTA COMO CORRIDA.                              *
      *   2. DEMORAS: CORRIDA OK CUYA DURACION SUPERA LA HABITUAL DEL *
      *      PASO (PROMEDIO DE SUS DEMAS CORRIDAS OK DEL PERIODO) EN  *
      *      EL PORCENTAJE DEL PARM Y, ADEMAS, EN EL MINIMO DE        *
      *      SEGUNDOS (PARA QUE 2 SEGUNDOS CONTRA 1 NO SE MARQUEN).   *
      *      HACEN FALTA AL MENOS 5 OTRAS CORRIDAS OK PARA JUZGAR.    *
      *   3. CORRIDAS FALTANTES: CADA PASO DE STEPESP QUE NO ARRANCO  *
      *      DENTRO DE SU VENTANA DE BATCH. SE CONTROLAN LAS VENTANAS *
      *      YA CERRADAS EN LAS ULTIMAS HORAS DEL PARM (LAS ABIERTAS  *
      *      SE CONTROLAN EN LA CORRIDA SIGUIENTE). UN ARRANQUE FUERA *
      *      DE LA VENTANA NO LA CUBRE; EL REPORTE MUESTRA EL ULTIMO  *
      *      INICIO DEL PASO PARA DISTINGUIR ATRASO DE AUSENCIA.      *
      *                                                               *
      *   STEPESP LO MANTIENE OPERACIONES (MISMO CRITERIO QUE JOBDEP  *
      *   Y MNTCAL): JOBNAME, STEPNAME, VENTANA DESDE/HASTA (HH:MM;   *
      *   HASTA MENOR O IGUAL A DESDE = TERMINA AL DIA SIGUIENTE),    *
      *   DIAS DE LA SEMANA (7 POSICIONES DE LUNES A DOMINGO, 'S' =   *
      *   CORRE; EN BLANCO = TODOS LOS DIAS) Y DESCRIPCION. EL DIA DE *
      *   LA VENTANA ES EL DE SU HORA DESDE.                          *
      *****************************************************************
      * ENTRADAS:                                                     *
      *   DD STEPLOG: LEDGER DEL PERIODO A ANALIZAR (CONCATENAR LOS   *
      *               DATASETS POR JOB; SE LEE DOS VECES)             *
      *   DD APPREG : REGISTRO DE APLICACIONES                        *
      *   DD STEPESP: PASOS ESPERADOS Y SUS VENTANAS (OPCIONAL: SIN   *
      *               EL NO SE CONTROLAN LAS CORRIDAS FALTANTES)      *
      * PARM:                                                         *
      *   PARM='PCT=NNN,MIN=NNNN,HRS=NNN'                             *
      *   PCT - EXCESO PORCENTUAL SOBRE LA DURACION HABITUAL PARA     *
      *         MARCAR UNA DEMORA (DEFECTO 100: EL DOBLE)             *
      *   MIN - EXCESO MINIMO EN SEGUNDOS (DEFECTO 0060)              *
      *   HRS - HORAS HACIA ATRAS EN LAS QUE SE CONTROLAN LAS         *
      *         VENTANAS CERRADAS (DEFECTO 024)                       *
      * RETURN CODE:                                                  *
      *   0 = SIN NOVEDADES                                           *
      *   4 = DEMORAS, REGISTROS DESCARTADOS, TABLAS LLENAS O SIN     *
      *       STEPESP (CORRIDAS FALTANTES SIN CONTROLAR)              *
      *   8 = ALGUN PASO ESPERADO NO ARRANCO EN SU VENTANA            *
      *****************************************************************

      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-LOG-FILE ASSIGN TO 'STEPLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STL-ST.

           SELECT APP-REG-FILE ASSIGN TO 'APPREG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AREG-ST.

           SELECT STEP-ESP-FILE ASSIGN TO 'STEPESP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESP-ST.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
       FD  STEP-LOG-FILE
           RECORDING MODE IS F.
           COPY CPSTPLOG.

       FD  APP-REG-FILE
           RECORDING MODE IS F.
       01 WS-APPREG-REC.
          05 WS-AREG-REC-MASCARA  PIC X(08).
          05 WS-AREG-REC-AMBITO   PIC X(01).
          05 WS-AREG-REC-APLICAC  PIC X(08).
          05 WS-AREG-REC-GRUPO    PIC X(08).
          05 WS-AREG-REC-CRITIC   PIC X(01).
          05 FILLER               PIC X(54).

       FD  STEP-ESP-FILE
           RECORDING MODE IS F.
       01 WS-STEPESP-REC.
          05 WS-ESP-REC-JOBNAME   PIC X(08).
          05 WS-ESP-REC-STEPNAME  PIC X(08).
          05 WS-ESP-REC-DESDE     PIC X(05).
          05 WS-ESP-REC-HASTA     PIC X(05).
          05 WS-ESP-REC-DIAS      PIC X(07).
          05 WS-ESP-REC-DESCRIP   PIC X(30).
          05 FILLER               PIC X(17).

       WORKING-STORAGE SECTION.
       77 FILLER               PIC X(26) VALUE '* INICIO WS *'.

       01 WS-SEPARADOR         PIC X(60) VALUE ALL '='.
       01 WS-SEPARADOR-MIN     PIC X(60) VALUE ALL '-'.

       01 WS-STL-ST            PIC X(02) VALUE '00'.
          88 STL-OK                      VALUE '00'.
          88 STL-AT-END                  VALUE '10'.
          88 STL-NO-EXISTE               VALUE '35'.

       01 WS-AREG-ST           PIC X(02) VALUE '00'.
          88 AREG-OK                     VALUE '00'.
          88 AREG-AT-END                 VALUE '10'.

       01 WS-ESP-ST            PIC X(02) VALUE '00'.
          88 ESP-OK                      VALUE '00'.
          88 ESP-AT-END                  VALUE '10'.

       01 WS-FIN-ARCHIVO       PIC X(01) VALUE 'N'.
          88 FIN-ARCHIVO                 VALUE 'S'.
       01 WS-SIN-LEDGER        PIC X(01) VALUE 'N'.
          88 SIN-LEDGER                  VALUE 'S'.
       01 WS-SIN-ESPERADOS     PIC X(01) VALUE 'N'.
          88 SIN-ESPERADOS               VALUE 'S'.
       01 WS-PASADA            PIC 9(01) VALUE 1.

      *---------------------------------------------------------------*
      * CRITERIOS (VER PARM)                                          *
      *---------------------------------------------------------------*
       01 WS-PCT-DEMORA        PIC 9(03) VALUE 100.
       01 WS-MIN-DEMORA        PIC 9(04) VALUE 60.
       01 WS-HRS-CONTROL       PIC 9(03) VALUE 24.
       01 WS-MIN-CORRIDAS      PIC 9(03) COMP VALUE 5.

       01 WS-CURRENT-DATE.
          05 WS-CD-AAAAMMDD    PIC 9(08).
          05 WS-CD-HH          PIC 9(02).
          05 WS-CD-MIN         PIC 9(02).
          05 WS-CD-SS          PIC 9(02).
          05 FILLER            PIC X(07).
       01 WS-AHORA-MIN         PIC 9(11) COMP VALUE ZEROS.
       01 WS-CONTROL-DESDE-MIN PIC 9(11) COMP VALUE ZEROS.
       01 WS-HOY-INT           PIC 9(07) COMP VALUE ZEROS.
       01 WS-DIA-INT           PIC 9(07) COMP VALUE ZEROS.
       01 WS-DIA-DESDE-INT     PIC 9(07) COMP VALUE ZEROS.
       01 WS-DIA-SEMANA        PIC 9(01) VALUE ZERO.

      *---------------------------------------------------------------*
      * CONVERSION DE FECHA AAAA-MM-DD Y HORA HH:MM A MINUTOS         *
      *---------------------------------------------------------------*
       01 WS-CNV-AAAAMMDD      PIC 9(08) VALUE ZEROS.
       01 WS-CNV-AAAAMMDD-X REDEFINES WS-CNV-AAAAMMDD
                               PIC X(08).
       01 WS-CNV-HH            PIC 9(02) VALUE ZEROS.
       01 WS-CNV-MM            PIC 9(02) VALUE ZEROS.
       01 WS-REG-MINUTOS       PIC 9(11) COMP VALUE ZEROS.
       01 WS-REG-VALIDO        PIC X(01) VALUE 'N'.
          88 REG-VALIDO                  VALUE 'S'.
       01 WS-REG-INICIO        PIC X(18) VALUE SPACES.

      *---------------------------------------------------------------*
      * REGISTRO DE APLICACIONES EN MEMORIA (MISMO CARGADOR Y REGLA   *
      * DE MASCARA QUE PGMERRANO)                                     *
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

       01 WS-MASCARA-TABLA     PIC X(08) VALUE SPACES.
       01 WS-MASCARA-OBJETO    PIC X(08) VALUE SPACES.
       01 WS-MASCARA-MATCH     PIC X(01) VALUE 'N'.
          88 MASCARA-MATCH              VALUE 'S'.
       01 WS-IDX-MASC          PIC 9(02) COMP VALUE ZEROS.
       01 WS-FIN-MASC          PIC X(01) VALUE 'N'.
          88 FIN-MASC                   VALUE 'S'.

      *---------------------------------------------------------------*
      * ESTADISTICA POR PASO (JOBNAME + STEPNAME)                     *
      *---------------------------------------------------------------*
       01 WS-TAB-PASOS.
          05 WS-PAS-TOTAL      PIC 9(04) COMP VALUE ZEROS.
          05 WS-PAS-ENTRY OCCURS 500 TIMES.
             07 WS-PAS-JOBNAME    PIC X(08).
             07 WS-PAS-STEPNAME   PIC X(08).
             07 WS-PAS-PROGRAMA   PIC X(08).
             07 WS-PAS-APLICAC    PIC X(08).
             07 WS-PAS-INICIOS    PIC 9(07) COMP.
             07 WS-PAS-FINES      PIC 9(07) COMP.
             07 WS-PAS-FALLIDAS   PIC 9(07) COMP.
             07 WS-PAS-PGMERROR   PIC 9(07) COMP.
             07 WS-PAS-OK-CANT    PIC 9(07) COMP.
             07 WS-PAS-OK-SUMA    PIC 9(11)V99 COMP-3.
             07 WS-PAS-OK-MAXIMA  PIC 9(07)V99 COMP-3.
             07 WS-PAS-ULT-INICIO PIC X(18).
       01 WS-PAS-DESBORDES     PIC 9(07) COMP VALUE ZEROS.
       01 WS-PAS-I             PIC 9(04) COMP VALUE ZEROS.
       01 WS-PAS-SIN-FIN       PIC 9(07) COMP VALUE ZEROS.
       01 WS-PAS-CORRIDAS      PIC 9(07) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * TOTALES POR APLICACION                                        *
      *---------------------------------------------------------------*
       01 WS-TAB-APLICACIONES.
          05 WS-APL-TOTAL      PIC 9(04) COMP VALUE ZEROS.
          05 WS-APL-ENTRY OCCURS 100 TIMES.
             07 WS-APL-APLICAC    PIC X(08).
             07 WS-APL-PASOS      PIC 9(05) COMP.
             07 WS-APL-CORRIDAS   PIC 9(07) COMP.
             07 WS-APL-FALLIDAS   PIC 9(07) COMP.
             07 WS-APL-SIN-FIN    PIC 9(07) COMP.
             07 WS-APL-PGMERROR   PIC 9(07) COMP.
       01 WS-APL-DESBORDES     PIC 9(05) COMP VALUE ZEROS.
       01 WS-APL-I             PIC 9(04) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * CORRIDAS CON DEMORA (SEGUNDA PASADA)                          *
      *---------------------------------------------------------------*
       01 WS-TAB-DEMORAS.
          05 WS-DEM-TOTAL      PIC 9(04) COMP VALUE ZEROS.
          05 WS-DEM-ENTRY OCCURS 200 TIMES.
             07 WS-DEM-PASO       PIC 9(04) COMP.
             07 WS-DEM-INICIO     PIC X(18).
             07 WS-DEM-DURACION   PIC 9(07)V99 COMP-3.
             07 WS-DEM-HABITUAL   PIC 9(07)V99 COMP-3.
       01 WS-DEM-DESBORDES     PIC 9(05) COMP VALUE ZEROS.
       01 WS-DEM-I             PIC 9(04) COMP VALUE ZEROS.
       01 WS-HABITUAL          PIC 9(07)V99 COMP-3 VALUE ZEROS.
       01 WS-OTRAS-CORRIDAS    PIC 9(07) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * PASOS ESPERADOS (STEPESP) Y VENTANAS A CONTROLAR              *
      *---------------------------------------------------------------*
       01 WS-TAB-ESPERADOS.
          05 WS-ESP-TOTAL      PIC 9(04) COMP VALUE ZEROS.
          05 WS-ESP-ENTRY OCCURS 200 TIMES.
             07 WS-ESP-JOBNAME    PIC X(08).
             07 WS-ESP-STEPNAME   PIC X(08).
             07 WS-ESP-DESDE      PIC X(05).
             07 WS-ESP-HASTA      PIC X(05).
             07 WS-ESP-DIAS       PIC X(07).
             07 WS-ESP-DESCRIP    PIC X(30).
             07 WS-ESP-DESDE-MIN  PIC 9(04) COMP.
             07 WS-ESP-HASTA-MIN  PIC 9(04) COMP.
       01 WS-ESP-DESCARTADOS   PIC 9(05) COMP VALUE ZEROS.
       01 WS-ESP-DESBORDES     PIC 9(05) COMP VALUE ZEROS.
       01 WS-ESP-I             PIC 9(04) COMP VALUE ZEROS.

       01 WS-TAB-VENTANAS.
          05 WS-VEN-TOTAL      PIC 9(04) COMP VALUE ZEROS.
          05 WS-VEN-ENTRY OCCURS 1000 TIMES.
             07 WS-VEN-ESP        PIC 9(04) COMP.
             07 WS-VEN-FECHA      PIC X(10).
             07 WS-VEN-INI-MIN    PIC 9(11) COMP.
             07 WS-VEN-FIN-MIN    PIC 9(11) COMP.
             07 WS-VEN-ARRANCO    PIC X(01).
       01 WS-VEN-DESBORDES     PIC 9(05) COMP VALUE ZEROS.
       01 WS-VEN-I             PIC 9(04) COMP VALUE ZEROS.
       01 WS-VEN-AAAAMMDD      PIC 9(08) VALUE ZEROS.
       01 WS-VEN-AAAAMMDD-X REDEFINES WS-VEN-AAAAMMDD
                               PIC X(08).
       01 WS-VEN-INI-CALC      PIC 9(11) COMP VALUE ZEROS.
       01 WS-VEN-FIN-CALC      PIC 9(11) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * CONTADORES Y CAMPOS DE IMPRESION                              *
      *---------------------------------------------------------------*
       01 WS-CONT-LEIDOS       PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-DESCARTADOS  PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-FALTANTES    PIC 9(05) COMP VALUE ZEROS.
       01 WS-PERIODO-DESDE     PIC X(10) VALUE HIGH-VALUES.
       01 WS-PERIODO-HASTA     PIC X(10) VALUE LOW-VALUES.

       01 WS-TASA              PIC 9(03)V9 VALUE ZEROS.
       01 WS-TASA-ED           PIC ZZ9,9.
       01 WS-PASOS-ED          PIC Z(4)9.
       01 WS-CANT-ED           PIC Z(6)9.
       01 WS-CANT2-ED          PIC Z(6)9.
       01 WS-CANT3-ED          PIC Z(6)9.
       01 WS-CANT4-ED          PIC Z(6)9.
       01 WS-SEG-ED            PIC Z(6)9,99.
       01 WS-SEG2-ED           PIC Z(6)9,99.

       77 FILLER               PIC X(26) VALUE '* FINAL  WS *'.

      *---------------------------------------------------------------*
       LINKAGE SECTION.
      *---------------------------------------------------------------*
       01 WS-PARM.
          05 WS-PARM-LON       PIC S9(04) COMP.
          05 WS-PARM-TEXTO     PIC X(24).

      *****************************************************************
       PROCEDURE DIVISION USING WS-PARM.
      *****************************************************************

       PRINCIPAL.

           PERFORM 1000-I-INICIO THRU 1000-F-INICIO
           PERFORM 1500-CARGAR-REGISTRO
           PERFORM 1700-CARGAR-ESPERADOS
           PERFORM 1800-ARMAR-VENTANAS
           PERFORM 2000-ACUMULAR-LEDGER
           PERFORM 3000-TOTALIZAR-APLICACIONES
           PERFORM 4000-BUSCAR-DEMORAS
           PERFORM 8000-IMPRIMIR-REPORTE
           PERFORM 9000-I-CIERRE THRU 9000-F-CIERRE
           .
       FIN-PRINCIPAL.
           GOBACK.

      *****************************************************************
      *   INTERPRETAR EL PARM Y TOMAR EL MOMENTO DE LA CORRIDA        *
      *****************************************************************
       1000-I-INICIO.

           IF WS-PARM-LON >= 7
              AND WS-PARM-TEXTO(1:4) = 'PCT='
              AND WS-PARM-TEXTO(5:3) IS NUMERIC
              MOVE WS-PARM-TEXTO(5:3) TO WS-PCT-DEMORA
           END-IF
           IF WS-PARM-LON >= 16
              AND WS-PARM-TEXTO(8:5) = ',MIN='
              AND WS-PARM-TEXTO(13:4) IS NUMERIC
              MOVE WS-PARM-TEXTO(13:4) TO WS-MIN-DEMORA
           END-IF
           IF WS-PARM-LON >= 24
              AND WS-PARM-TEXTO(17:5) = ',HRS='
              AND WS-PARM-TEXTO(22:3) IS NUMERIC
              AND WS-PARM-TEXTO(22:3) > '000'
              MOVE WS-PARM-TEXTO(22:3) TO WS-HRS-CONTROL
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-HOY-INT
              = FUNCTION INTEGER-OF-DATE(WS-CD-AAAAMMDD)
           END-COMPUTE
           COMPUTE WS-AHORA-MIN
              = WS-HOY-INT * 1440 + WS-CD-HH * 60 + WS-CD-MIN
           END-COMPUTE
           COMPUTE WS-CONTROL-DESDE-MIN
              = WS-AHORA-MIN - WS-HRS-CONTROL * 60
           END-COMPUTE
           .
       1000-F-INICIO.
           EXIT.

      *****************************************************************
      *   CARGAR EL REGISTRO DE APLICACIONES. SIN APPREG LEGIBLE NO   *
      *   ES UN ERROR: TODO CAE EN '*SINREG*'.                        *
      *****************************************************************
       1500-CARGAR-REGISTRO.

           MOVE 'N' TO WS-FIN-REGISTRO
           OPEN INPUT APP-REG-FILE
           IF NOT AREG-OK
              DISPLAY 'PGMSTPRPT: SIN APPREG LEGIBLE - STATUS '
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
      *   CARGAR LOS PASOS ESPERADOS. UNA ENTRADA CON VENTANA         *
      *   INVALIDA SE DESCARTA Y SE CUENTA.                           *
      *****************************************************************
       1700-CARGAR-ESPERADOS.

           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN INPUT STEP-ESP-FILE
           IF NOT ESP-OK
              DISPLAY 'PGMSTPRPT: SIN STEPESP LEGIBLE - STATUS '
                      WS-ESP-ST ' - NO SE CONTROLAN CORRIDAS FALTANTES'
              MOVE 'S' TO WS-SIN-ESPERADOS
           ELSE
              PERFORM 1750-LEER-ESPERADO
                      UNTIL FIN-ARCHIVO

              CLOSE STEP-ESP-FILE
           END-IF
           EXIT PARAGRAPH.

       1750-LEER-ESPERADO.

           READ STEP-ESP-FILE
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO
              NOT AT END
                 IF WS-ESP-REC-JOBNAME = SPACES
                    OR WS-ESP-REC-DESDE(1:2) IS NOT NUMERIC
                    OR WS-ESP-REC-DESDE(4:2) IS NOT NUMERIC
                    OR WS-ESP-REC-HASTA(1:2) IS NOT NUMERIC
                    OR WS-ESP-REC-HASTA(4:2) IS NOT NUMERIC
                    OR WS-ESP-REC-DESDE(1:2) > '23'
                    OR WS-ESP-REC-DESDE(4:2) > '59'
                    OR WS-ESP-REC-HASTA(1:2) > '23'
                    OR WS-ESP-REC-HASTA(4:2) > '59'
                    ADD 1 TO WS-ESP-DESCARTADOS
                    DISPLAY 'PGMSTPRPT: ENTRADA DE STEPESP INVALIDA '
                            'DESCARTADA - ' WS-STEPESP-REC(1:35)
                 ELSE
                    IF WS-ESP-TOTAL < 200
                       ADD 1 TO WS-ESP-TOTAL
                       MOVE WS-ESP-TOTAL TO WS-ESP-I
                       PERFORM 1760-GUARDAR-ESPERADO
                    ELSE
                       ADD 1 TO WS-ESP-DESBORDES
                    END-IF
                 END-IF
           END-READ
           EXIT PARAGRAPH.

       1760-GUARDAR-ESPERADO.

           MOVE WS-ESP-REC-JOBNAME  TO WS-ESP-JOBNAME(WS-ESP-I)
           MOVE WS-ESP-REC-STEPNAME TO WS-ESP-STEPNAME(WS-ESP-I)
           MOVE WS-ESP-REC-DESDE    TO WS-ESP-DESDE(WS-ESP-I)
           MOVE WS-ESP-REC-HASTA    TO WS-ESP-HASTA(WS-ESP-I)
           MOVE WS-ESP-REC-DIAS     TO WS-ESP-DIAS(WS-ESP-I)
           MOVE WS-ESP-REC-DESCRIP  TO WS-ESP-DESCRIP(WS-ESP-I)
           MOVE WS-ESP-REC-DESDE(1:2) TO WS-CNV-HH
           MOVE WS-ESP-REC-DESDE(4:2) TO WS-CNV-MM
           COMPUTE WS-ESP-DESDE-MIN(WS-ESP-I)
              = WS-CNV-HH * 60 + WS-CNV-MM
           END-COMPUTE
           MOVE WS-ESP-REC-HASTA(1:2) TO WS-CNV-HH
           MOVE WS-ESP-REC-HASTA(4:2) TO WS-CNV-MM
           COMPUTE WS-ESP-HASTA-MIN(WS-ESP-I)
              = WS-CNV-HH * 60 + WS-CNV-MM
           END-COMPUTE
           EXIT PARAGRAPH.

      *****************************************************************
      *   VENTANAS A CONTROLAR: LAS DE CADA PASO ESPERADO, EN LOS     *
      *   DIAS QUE LE CORRESPONDEN, QUE YA CERRARON Y CERRARON DENTRO *
      *   DE LAS ULTIMAS HORAS DEL PARM. EL DIA 1 DE INTEGER-OF-DATE  *
      *   (01-01-1601) FUE LUNES.                                     *
      *****************************************************************
       1800-ARMAR-VENTANAS.

           IF NOT SIN-ESPERADOS AND WS-ESP-TOTAL > 0
              COMPUTE WS-DIA-DESDE-INT
                 = WS-HOY-INT - WS-HRS-CONTROL / 24 - 1
              END-COMPUTE
              PERFORM 1850-ARMAR-UNA-VENTANA
                      VARYING WS-ESP-I FROM 1 BY 1
                        UNTIL WS-ESP-I > WS-ESP-TOTAL
                        AFTER WS-DIA-INT FROM WS-DIA-DESDE-INT BY 1
                        UNTIL WS-DIA-INT > WS-HOY-INT
           END-IF
           EXIT PARAGRAPH.

       1850-ARMAR-UNA-VENTANA.

           COMPUTE WS-DIA-SEMANA
              = FUNCTION MOD(WS-DIA-INT - 1, 7) + 1
           END-COMPUTE
           IF WS-ESP-DIAS(WS-ESP-I) = SPACES
              OR WS-ESP-DIAS(WS-ESP-I)(WS-DIA-SEMANA:1) = 'S'
              COMPUTE WS-VEN-INI-CALC
                 = WS-DIA-INT * 1440 + WS-ESP-DESDE-MIN(WS-ESP-I)
              END-COMPUTE
              COMPUTE WS-VEN-FIN-CALC
                 = WS-DIA-INT * 1440 + WS-ESP-HASTA-MIN(WS-ESP-I)
              END-COMPUTE
              IF WS-ESP-HASTA-MIN(WS-ESP-I)
                    <= WS-ESP-DESDE-MIN(WS-ESP-I)
                 ADD 1440 TO WS-VEN-FIN-CALC
              END-IF
              IF WS-VEN-FIN-CALC NOT > WS-AHORA-MIN
                 AND WS-VEN-FIN-CALC > WS-CONTROL-DESDE-MIN
                 IF WS-VEN-TOTAL >= 1000
                    ADD 1 TO WS-VEN-DESBORDES
                 ELSE
                    ADD 1 TO WS-VEN-TOTAL
                    MOVE WS-VEN-TOTAL TO WS-VEN-I
                    MOVE WS-ESP-I        TO WS-VEN-ESP(WS-VEN-I)
                    MOVE WS-VEN-INI-CALC TO WS-VEN-INI-MIN(WS-VEN-I)
                    MOVE WS-VEN-FIN-CALC TO WS-VEN-FIN-MIN(WS-VEN-I)
                    MOVE 'N'             TO WS-VEN-ARRANCO(WS-VEN-I)
                    COMPUTE WS-VEN-AAAAMMDD
                       = FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
                    END-COMPUTE
                    STRING WS-VEN-AAAAMMDD-X(1:4) '-'
                           WS-VEN-AAAAMMDD-X(5:2) '-'
                           WS-VEN-AAAAMMDD-X(7:2)
                       DELIMITED BY SIZE
                       INTO WS-VEN-FECHA(WS-VEN-I)
                    END-STRING
                 END-IF
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   PRIMERA PASADA POR EL LEDGER: CORRIDAS, FALLOS, DURACIONES  *
      *   OK POR PASO Y ARRANQUES DENTRO DE LAS VENTANAS ESPERADAS    *
      *****************************************************************
       2000-ACUMULAR-LEDGER.

           MOVE 1 TO WS-PASADA
           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN INPUT STEP-LOG-FILE
           IF NOT STL-OK
              DISPLAY 'PGMSTPRPT: SIN STEPLOG LEGIBLE - STATUS '
                      WS-STL-ST ' - NINGUN PASO REGISTRADO'
              MOVE 'S' TO WS-SIN-LEDGER
           ELSE
              PERFORM 2100-LEER-LEDGER
                      UNTIL FIN-ARCHIVO
              CLOSE STEP-LOG-FILE
           END-IF
           EXIT PARAGRAPH.

       2100-LEER-LEDGER.

           READ STEP-LOG-FILE
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO
              NOT AT END
                 PERFORM 2150-VALIDAR-REGISTRO
                 IF WS-PASADA = 1
                    ADD 1 TO WS-CONT-LEIDOS
                    IF REG-VALIDO
                       PERFORM 2200-ACUMULAR-REGISTRO
                    ELSE
                       ADD 1 TO WS-CONT-DESCARTADOS
                       DISPLAY 'PGMSTPRPT: REGISTRO DE STEPLOG '
                               'INVALIDO DESCARTADO - '
                               WS-STL-REC(1:53)
                    END-IF
                 ELSE
                    IF REG-VALIDO
                       PERFORM 4100-EVALUAR-DURACION
                    END-IF
                 END-IF
           END-READ
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * TIPO, JOB, FECHA Y HORA DE INICIO VALIDOS (Y, EN UN FIN,      *
      * DURACION Y RC NUMERICOS); DEJA EL INICIO EN MINUTOS           *
      *---------------------------------------------------------------*
       2150-VALIDAR-REGISTRO.

           MOVE 'N' TO WS-REG-VALIDO
           IF (STL-INICIO OR STL-FIN)
              AND WS-STL-JOBNAME NOT = SPACES
              AND (NOT STL-FIN
                   OR (WS-STL-DURACION IS NUMERIC
                       AND WS-STL-RC-PASO IS NUMERIC))
              STRING WS-STL-INI-FECHA(1:4) WS-STL-INI-FECHA(6:2)
                     WS-STL-INI-FECHA(9:2)
                 DELIMITED BY SIZE
                 INTO WS-CNV-AAAAMMDD-X
              END-STRING
              IF WS-CNV-AAAAMMDD-X IS NUMERIC
                 AND WS-STL-INI-HORA(1:2) IS NUMERIC
                 AND WS-STL-INI-HORA(4:2) IS NUMERIC
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-CNV-AAAAMMDD) = 0
                    MOVE WS-STL-INI-HORA(1:2) TO WS-CNV-HH
                    MOVE WS-STL-INI-HORA(4:2) TO WS-CNV-MM
                    IF WS-CNV-HH NOT > 23 AND WS-CNV-MM NOT > 59
                       PERFORM 2160-FIJAR-INICIO
                    END-IF
                 END-IF
              END-IF
           END-IF
           EXIT PARAGRAPH.

       2160-FIJAR-INICIO.

           COMPUTE WS-REG-MINUTOS
              = FUNCTION INTEGER-OF-DATE(WS-CNV-AAAAMMDD) * 1440
              + WS-CNV-HH * 60 + WS-CNV-MM
           END-COMPUTE
           MOVE SPACES TO WS-REG-INICIO
           STRING WS-STL-INI-FECHA ' ' WS-STL-INI-HORA(1:5)
              DELIMITED BY SIZE
              INTO WS-REG-INICIO
           END-STRING
           MOVE 'S' TO WS-REG-VALIDO
           EXIT PARAGRAPH.

       2200-ACUMULAR-REGISTRO.

           IF WS-STL-INI-FECHA < WS-PERIODO-DESDE
              MOVE WS-STL-INI-FECHA TO WS-PERIODO-DESDE
           END-IF
           IF WS-STL-INI-FECHA > WS-PERIODO-HASTA
              MOVE WS-STL-INI-FECHA TO WS-PERIODO-HASTA
           END-IF

           PERFORM 2300-UBICAR-PASO
           IF WS-PAS-I = 0
              ADD 1 TO WS-PAS-DESBORDES
           ELSE
              MOVE WS-STL-PROGRAMA TO WS-PAS-PROGRAMA(WS-PAS-I)

              IF STL-INICIO
                 ADD 1 TO WS-PAS-INICIOS(WS-PAS-I)
                 IF WS-REG-INICIO > WS-PAS-ULT-INICIO(WS-PAS-I)
                    MOVE WS-REG-INICIO TO WS-PAS-ULT-INICIO(WS-PAS-I)
                 END-IF
                 PERFORM 2400-MARCAR-VENTANA
                         VARYING WS-VEN-I FROM 1 BY 1
                           UNTIL WS-VEN-I > WS-VEN-TOTAL
              ELSE
                 ADD 1 TO WS-PAS-FINES(WS-PAS-I)
                 IF NOT STL-SIN-PGMERROR
                    ADD 1 TO WS-PAS-PGMERROR(WS-PAS-I)
                 END-IF
                 IF WS-STL-RC-PASO > 4
                    ADD 1 TO WS-PAS-FALLIDAS(WS-PAS-I)
                 ELSE
                    ADD 1 TO WS-PAS-OK-CANT(WS-PAS-I)
                    ADD WS-STL-DURACION TO WS-PAS-OK-SUMA(WS-PAS-I)
                    IF WS-STL-DURACION > WS-PAS-OK-MAXIMA(WS-PAS-I)
                       MOVE WS-STL-DURACION
                          TO WS-PAS-OK-MAXIMA(WS-PAS-I)
                    END-IF
                 END-IF
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * UBICAR (O DAR DE ALTA) EL PASO DEL REGISTRO; WS-PAS-I = 0 SI  *
      * LA TABLA ESTA LLENA                                           *
      *---------------------------------------------------------------*
       2300-UBICAR-PASO.

           PERFORM VARYING WS-PAS-I FROM 1 BY 1
                   UNTIL WS-PAS-I > WS-PAS-TOTAL
                      OR (WS-PAS-JOBNAME(WS-PAS-I) = WS-STL-JOBNAME
                      AND WS-PAS-STEPNAME(WS-PAS-I) = WS-STL-STEPNAME)
              CONTINUE
           END-PERFORM
           IF WS-PAS-I > WS-PAS-TOTAL
              IF WS-PAS-TOTAL >= 500
                 MOVE 0 TO WS-PAS-I
              ELSE
                 ADD 1 TO WS-PAS-TOTAL
                 MOVE WS-PAS-TOTAL TO WS-PAS-I
                 INITIALIZE WS-PAS-ENTRY(WS-PAS-I)
                 MOVE WS-STL-JOBNAME  TO WS-PAS-JOBNAME(WS-PAS-I)
                 MOVE WS-STL-STEPNAME TO WS-PAS-STEPNAME(WS-PAS-I)
                 PERFORM 2350-RESOLVER-APLICACION
                 MOVE WS-APP-RESUELTA TO WS-PAS-APLICAC(WS-PAS-I)
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * LA PRIMERA ENTRADA DE APPREG CUYA MASCARA MATCHEA GANA:       *
      * AMBITO 'J' CONTRA EL JOBNAME, EL RESTO CONTRA EL PROGRAMA.    *
      *---------------------------------------------------------------*
       2350-RESOLVER-APLICACION.

           MOVE '*SINREG*' TO WS-APP-RESUELTA
           SET WS-REG-IDX TO 1
           PERFORM UNTIL WS-REG-IDX > WS-REG-TOTAL
              IF WS-REG-AMBITO(WS-REG-IDX) = 'J'
                 MOVE WS-STL-JOBNAME TO WS-MASCARA-OBJETO
              ELSE
                 MOVE WS-STL-PROGRAMA TO WS-MASCARA-OBJETO
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

       2400-MARCAR-VENTANA.

           IF WS-ESP-JOBNAME(WS-VEN-ESP(WS-VEN-I)) = WS-STL-JOBNAME
              AND WS-ESP-STEPNAME(WS-VEN-ESP(WS-VEN-I))
                    = WS-STL-STEPNAME
              AND WS-REG-MINUTOS >= WS-VEN-INI-MIN(WS-VEN-I)
              AND WS-REG-MINUTOS <= WS-VEN-FIN-MIN(WS-VEN-I)
              MOVE 'S' TO WS-VEN-ARRANCO(WS-VEN-I)
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   TOTALES POR APLICACION A PARTIR DE LOS PASOS                *
      *****************************************************************
       3000-TOTALIZAR-APLICACIONES.

           PERFORM 3100-SUMAR-PASO
                   VARYING WS-PAS-I FROM 1 BY 1
                     UNTIL WS-PAS-I > WS-PAS-TOTAL
           EXIT PARAGRAPH.

       3100-SUMAR-PASO.

           PERFORM VARYING WS-APL-I FROM 1 BY 1
                   UNTIL WS-APL-I > WS-APL-TOTAL
                      OR WS-APL-APLICAC(WS-APL-I)
                           = WS-PAS-APLICAC(WS-PAS-I)
              CONTINUE
           END-PERFORM
           IF WS-APL-I > WS-APL-TOTAL
              IF WS-APL-TOTAL >= 100
                 ADD 1 TO WS-APL-DESBORDES
              ELSE
                 ADD 1 TO WS-APL-TOTAL
                 MOVE WS-APL-TOTAL TO WS-APL-I
                 INITIALIZE WS-APL-ENTRY(WS-APL-I)
                 MOVE WS-PAS-APLICAC(WS-PAS-I)
                    TO WS-APL-APLICAC(WS-APL-I)
              END-IF
           END-IF

           IF WS-APL-I NOT > WS-APL-TOTAL
              PERFORM 3200-CALCULAR-CORRIDAS
              ADD 1                TO WS-APL-PASOS(WS-APL-I)
              ADD WS-PAS-CORRIDAS  TO WS-APL-CORRIDAS(WS-APL-I)
              ADD WS-PAS-FALLIDAS(WS-PAS-I)
                 TO WS-APL-FALLIDAS(WS-APL-I)
              ADD WS-PAS-SIN-FIN   TO WS-APL-SIN-FIN(WS-APL-I)
              ADD WS-PAS-PGMERROR(WS-PAS-I)
                 TO WS-APL-PGMERROR(WS-APL-I)
           END-IF
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * CORRIDAS DEL PASO WS-PAS-I: LA MAYOR ENTRE INICIOS Y FINES;   *
      * SIN FIN = INICIOS QUE NO TIENEN SU REGISTRO DE FIN            *
      *---------------------------------------------------------------*
       3200-CALCULAR-CORRIDAS.

           MOVE 0 TO WS-PAS-SIN-FIN
           MOVE WS-PAS-FINES(WS-PAS-I) TO WS-PAS-CORRIDAS
           IF WS-PAS-INICIOS(WS-PAS-I) > WS-PAS-FINES(WS-PAS-I)
              COMPUTE WS-PAS-SIN-FIN
                 = WS-PAS-INICIOS(WS-PAS-I) - WS-PAS-FINES(WS-PAS-I)
              END-COMPUTE
              MOVE WS-PAS-INICIOS(WS-PAS-I) TO WS-PAS-CORRIDAS
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   SEGUNDA PASADA: CADA CORRIDA OK CONTRA EL PROMEDIO DE LAS   *
      *   DEMAS CORRIDAS OK DE SU PASO (VER ENCABEZADO)               *
      *****************************************************************
       4000-BUSCAR-DEMORAS.

           IF NOT SIN-LEDGER
              MOVE 2 TO WS-PASADA
              MOVE 'N' TO WS-FIN-ARCHIVO
              OPEN INPUT STEP-LOG-FILE
              IF NOT STL-OK
                 DISPLAY 'PGMSTPRPT: NO SE PUDO RELEER STEPLOG - '
                         'STATUS ' WS-STL-ST ' - SIN CONTROL DE DEMORAS'
              ELSE
                 PERFORM 2100-LEER-LEDGER
                         UNTIL FIN-ARCHIVO
                 CLOSE STEP-LOG-FILE
              END-IF
           END-IF
           EXIT PARAGRAPH.

       4100-EVALUAR-DURACION.

           IF STL-FIN AND WS-STL-RC-PASO NOT > 4
              PERFORM VARYING WS-PAS-I FROM 1 BY 1
                      UNTIL WS-PAS-I > WS-PAS-TOTAL
                         OR (WS-PAS-JOBNAME(WS-PAS-I) = WS-STL-JOBNAME
                        AND WS-PAS-STEPNAME(WS-PAS-I) = WS-STL-STEPNAME)
                 CONTINUE
              END-PERFORM
              IF WS-PAS-I NOT > WS-PAS-TOTAL
                 AND WS-PAS-OK-CANT(WS-PAS-I) > WS-MIN-CORRIDAS
                 PERFORM 4200-COMPARAR-HABITUAL
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * HABITUAL: PROMEDIO DE LAS OTRAS CORRIDAS OK DEL PASO          *
      *---------------------------------------------------------------*
       4200-COMPARAR-HABITUAL.

           COMPUTE WS-OTRAS-CORRIDAS = WS-PAS-OK-CANT(WS-PAS-I) - 1
           END-COMPUTE
           COMPUTE WS-HABITUAL
              = (WS-PAS-OK-SUMA(WS-PAS-I) - WS-STL-DURACION)
              / WS-OTRAS-CORRIDAS
           END-COMPUTE
           IF WS-STL-DURACION * 100
                 NOT < WS-HABITUAL * (100 + WS-PCT-DEMORA)
              AND WS-STL-DURACION - WS-HABITUAL NOT < WS-MIN-DEMORA
              IF WS-DEM-TOTAL >= 200
                 ADD 1 TO WS-DEM-DESBORDES
              ELSE
                 ADD 1 TO WS-DEM-TOTAL
                 MOVE WS-PAS-I        TO WS-DEM-PASO(WS-DEM-TOTAL)
                 MOVE WS-REG-INICIO   TO WS-DEM-INICIO(WS-DEM-TOTAL)
                 MOVE WS-STL-DURACION TO WS-DEM-DURACION(WS-DEM-TOTAL)
                 MOVE WS-HABITUAL     TO WS-DEM-HABITUAL(WS-DEM-TOTAL)
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
      *   REPORTE                                                     *
      *****************************************************************
       8000-IMPRIMIR-REPORTE.

           DISPLAY WS-SEPARADOR
           DISPLAY 'LEDGER DE EJECUCIONES DE PASO - PGMSTPRPT'
           DISPLAY WS-SEPARADOR
           IF WS-PAS-TOTAL > 0
              DISPLAY 'PERIODO LEIDO : ' WS-PERIODO-DESDE ' A '
                      WS-PERIODO-HASTA
           END-IF
           MOVE WS-CONT-LEIDOS TO WS-CANT-ED
           MOVE WS-CONT-DESCARTADOS TO WS-CANT2-ED
           DISPLAY 'REGISTROS     : ' WS-CANT-ED ' LEIDOS, '
                   FUNCTION TRIM(WS-CANT2-ED) ' DESCARTADOS'

           PERFORM 8100-IMPRIMIR-PASOS
           PERFORM 8200-IMPRIMIR-APLICACIONES
           PERFORM 8300-IMPRIMIR-DEMORAS
           PERFORM 8400-IMPRIMIR-FALTANTES

           DISPLAY WS-SEPARADOR
           IF WS-PAS-DESBORDES > 0
              MOVE WS-PAS-DESBORDES TO WS-CANT-ED
              DISPLAY 'TABLA DE PASOS LLENA: ' WS-CANT-ED
                      ' REGISTROS SIN CONTAR'
           END-IF
           IF WS-APL-DESBORDES > 0 OR WS-DEM-DESBORDES > 0
              OR WS-ESP-DESBORDES > 0 OR WS-VEN-DESBORDES > 0
              DISPLAY 'TABLAS LLENAS (APLICACIONES/DEMORAS/ESPERADOS/'
                      'VENTANAS): ' WS-APL-DESBORDES '/'
                      WS-DEM-DESBORDES '/' WS-ESP-DESBORDES '/'
                      WS-VEN-DESBORDES
           END-IF
           EXIT PARAGRAPH.

       8100-IMPRIMIR-PASOS.

           DISPLAY WS-SEPARADOR-MIN
           DISPLAY 'TASA DE FALLO POR PASO (FALLO = RC FINAL > 4 O '
                   'INICIO SIN FIN)'
           DISPLAY WS-SEPARADOR-MIN
           IF WS-PAS-TOTAL = 0
              DISPLAY '  SIN CORRIDAS EN EL LEDGER'
           ELSE
              DISPLAY '  JOBNAME  STEPNAME PROGRAMA APLICAC  CORRIDAS '
                      'FALLIDAS  SIN FIN  % FALLO   HABITUAL(S)'
              PERFORM 8150-IMPRIMIR-PASO
                      VARYING WS-PAS-I FROM 1 BY 1
                        UNTIL WS-PAS-I > WS-PAS-TOTAL
           END-IF
           EXIT PARAGRAPH.

       8150-IMPRIMIR-PASO.

           PERFORM 3200-CALCULAR-CORRIDAS
           MOVE ZEROS TO WS-TASA
           IF WS-PAS-CORRIDAS > 0
              COMPUTE WS-TASA ROUNDED
                 = (WS-PAS-FALLIDAS(WS-PAS-I) + WS-PAS-SIN-FIN)
                 * 100 / WS-PAS-CORRIDAS
              END-COMPUTE
           END-IF
           MOVE ZEROS TO WS-HABITUAL
           IF WS-PAS-OK-CANT(WS-PAS-I) > 0
              COMPUTE WS-HABITUAL ROUNDED
                 = WS-PAS-OK-SUMA(WS-PAS-I) / WS-PAS-OK-CANT(WS-PAS-I)
              END-COMPUTE
           END-IF
           MOVE WS-PAS-CORRIDAS           TO WS-CANT-ED
           MOVE WS-PAS-FALLIDAS(WS-PAS-I) TO WS-CANT2-ED
           MOVE WS-PAS-SIN-FIN            TO WS-CANT3-ED
           MOVE WS-TASA                   TO WS-TASA-ED
           MOVE WS-HABITUAL               TO WS-SEG-ED
           DISPLAY '  ' WS-PAS-JOBNAME(WS-PAS-I) ' '
                   WS-PAS-STEPNAME(WS-PAS-I) ' '
                   WS-PAS-PROGRAMA(WS-PAS-I) ' '
                   WS-PAS-APLICAC(WS-PAS-I) ' '
                   WS-CANT-ED '  ' WS-CANT2-ED '  ' WS-CANT3-ED
                   '    ' WS-TASA-ED '  ' WS-SEG-ED
           EXIT PARAGRAPH.

       8200-IMPRIMIR-APLICACIONES.

           DISPLAY WS-SEPARADOR-MIN
           DISPLAY 'TASA DE FALLO POR APLICACION (APPREG)'
           DISPLAY WS-SEPARADOR-MIN
           IF WS-APL-TOTAL = 0
              DISPLAY '  SIN CORRIDAS EN EL LEDGER'
           ELSE
              DISPLAY '  APLICAC  PASOS CORRIDAS FALLIDAS  SIN FIN  '
                      '% FALLO  CON PGMERROR'
              PERFORM 8250-IMPRIMIR-APLICACION
                      VARYING WS-APL-I FROM 1 BY 1
                        UNTIL WS-APL-I > WS-APL-TOTAL
           END-IF
           EXIT PARAGRAPH.

       8250-IMPRIMIR-APLICACION.

           MOVE ZEROS TO WS-TASA
           IF WS-APL-CORRIDAS(WS-APL-I) > 0
              COMPUTE WS-TASA ROUNDED
                 = (WS-APL-FALLIDAS(WS-APL-I)
                 + WS-APL-SIN-FIN(WS-APL-I))
                 * 100 / WS-APL-CORRIDAS(WS-APL-I)
              END-COMPUTE
           END-IF
           MOVE WS-APL-PASOS(WS-APL-I)    TO WS-PASOS-ED
           MOVE WS-APL-CORRIDAS(WS-APL-I) TO WS-CANT-ED
           MOVE WS-APL-FALLIDAS(WS-APL-I) TO WS-CANT2-ED
           MOVE WS-APL-SIN-FIN(WS-APL-I)  TO WS-CANT3-ED
           MOVE WS-APL-PGMERROR(WS-APL-I) TO WS-CANT4-ED
           MOVE WS-TASA                   TO WS-TASA-ED
           DISPLAY '  ' WS-APL-APLICAC(WS-APL-I) ' '
                   WS-PASOS-ED ' ' WS-CANT-ED '  '
                   WS-CANT2-ED '  ' WS-CANT3-ED '    ' WS-TASA-ED
                   '      ' WS-CANT4-ED
           EXIT PARAGRAPH.

       8300-IMPRIMIR-DEMORAS.

           DISPLAY WS-SEPARADOR-MIN
           DISPLAY 'DEMORAS: CORRIDAS OK MAS DE ' WS-PCT-DEMORA
                   '% Y ' WS-MIN-DEMORA ' SEG SOBRE LO HABITUAL'
           DISPLAY WS-SEPARADOR-MIN
           IF WS-DEM-TOTAL = 0
              DISPLAY '  SIN DEMORAS'
           ELSE
              DISPLAY '  JOBNAME  STEPNAME INICIO               '
                      'DURACION(S)  HABITUAL(S)'
              PERFORM 8350-IMPRIMIR-DEMORA
                      VARYING WS-DEM-I FROM 1 BY 1
                        UNTIL WS-DEM-I > WS-DEM-TOTAL
           END-IF
           EXIT PARAGRAPH.

       8350-IMPRIMIR-DEMORA.

           MOVE WS-DEM-PASO(WS-DEM-I)     TO WS-PAS-I
           MOVE WS-DEM-DURACION(WS-DEM-I) TO WS-SEG-ED
           MOVE WS-DEM-HABITUAL(WS-DEM-I) TO WS-SEG2-ED
           DISPLAY '  ' WS-PAS-JOBNAME(WS-PAS-I) ' '
                   WS-PAS-STEPNAME(WS-PAS-I) ' '
                   WS-DEM-INICIO(WS-DEM-I) '  '
                   WS-SEG-ED '   ' WS-SEG2-ED
           EXIT PARAGRAPH.

       8400-IMPRIMIR-FALTANTES.

           DISPLAY WS-SEPARADOR-MIN
           DISPLAY 'CORRIDAS FALTANTES: VENTANAS CERRADAS EN LAS '
                   'ULTIMAS ' WS-HRS-CONTROL ' HORAS'
           DISPLAY WS-SEPARADOR-MIN
           IF SIN-ESPERADOS
              DISPLAY '  *** SIN STEPESP - NO SE CONTROLAN ***'
           ELSE
              PERFORM 8450-IMPRIMIR-VENTANA
                      VARYING WS-VEN-I FROM 1 BY 1
                        UNTIL WS-VEN-I > WS-VEN-TOTAL
              MOVE WS-VEN-TOTAL TO WS-CANT-ED
              MOVE WS-CONT-FALTANTES TO WS-CANT2-ED
              DISPLAY '  VENTANAS CONTROLADAS: '
                      FUNCTION TRIM(WS-CANT-ED)
                      ', SIN ARRANQUE: ' FUNCTION TRIM(WS-CANT2-ED)
              IF WS-ESP-DESCARTADOS > 0
                 MOVE WS-ESP-DESCARTADOS TO WS-CANT-ED
                 DISPLAY '  ENTRADAS DE STEPESP DESCARTADAS: '
                         FUNCTION TRIM(WS-CANT-ED)
              END-IF
           END-IF
           EXIT PARAGRAPH.

       8450-IMPRIMIR-VENTANA.

           IF WS-VEN-ARRANCO(WS-VEN-I) NOT = 'S'
              ADD 1 TO WS-CONT-FALTANTES
              MOVE WS-VEN-ESP(WS-VEN-I) TO WS-ESP-I
              DISPLAY '  NO ARRANCO: ' WS-ESP-JOBNAME(WS-ESP-I) ' '
                      WS-ESP-STEPNAME(WS-ESP-I) ' '
                      WS-VEN-FECHA(WS-VEN-I) ' '
                      WS-ESP-DESDE(WS-ESP-I) '-'
                      WS-ESP-HASTA(WS-ESP-I) ' '
                      WS-ESP-DESCRIP(WS-ESP-I)

              PERFORM VARYING WS-PAS-I FROM 1 BY 1
                      UNTIL WS-PAS-I > WS-PAS-TOTAL
                         OR (WS-PAS-JOBNAME(WS-PAS-I)
                               = WS-ESP-JOBNAME(WS-ESP-I)
                         AND WS-PAS-STEPNAME(WS-PAS-I)
                               = WS-ESP-STEPNAME(WS-ESP-I))
                 CONTINUE
              END-PERFORM
              IF WS-PAS-I > WS-PAS-TOTAL
                 OR WS-PAS-ULT-INICIO(WS-PAS-I) = SPACES
                 DISPLAY '               SIN INICIOS EN EL LEDGER LEIDO'
              ELSE
                 DISPLAY '               ULTIMO INICIO: '
                         WS-PAS-ULT-INICIO(WS-PAS-I)
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   FIJAR EL RETURN CODE (VER ENCABEZADO)                       *
      *****************************************************************
       9000-I-CIERRE.

           EVALUATE TRUE
           WHEN WS-CONT-FALTANTES > 0
                MOVE 8 TO RETURN-CODE
           WHEN WS-DEM-TOTAL > 0
             OR WS-CONT-DESCARTADOS > 0
             OR WS-ESP-DESCARTADOS > 0
             OR SIN-ESPERADOS
             OR WS-PAS-DESBORDES > 0
             OR WS-APL-DESBORDES > 0
             OR WS-DEM-DESBORDES > 0
             OR WS-ESP-DESBORDES > 0
             OR WS-VEN-DESBORDES > 0
                MOVE 4 TO RETURN-CODE
           END-EVALUATE
           .
       9000-F-CIERRE.
           EXIT.
