      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMERRSIE.

      *****************************************************************
      *   FEED DE EVENTOS DE SEGURIDAD HACIA EL SIEM                  *
      *****************************************************************
      * AUTOR : MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************
      * FUNCION:                                                      *
      *   RCCLASS CLASIFICA -551, -922 Y FILE STATUS 37 COMO FALLOS   *
      *   DE SEGURIDAD ('S'), PERO HASTA AHORA SOLO QUEDABAN COMO UNA *
      *   LINEA MAS EN ERRHIST. PGMERROR GRABA CADA OCURRENCIA DE     *
      *   CLASE 'S', BATCH Y CICS, EN SECEVT (VER CPSECEVT) Y ESTE    *
      *   JOB LA CONVIERTE AL FORMATO QUE INGIERE EL SIEM (CEF,       *
      *   COMMON EVENT FORMAT), UNA LINEA POR EVENTO, CON USUARIO,    *
      *   TERMINAL, TRANSACCION, JOB, PROGRAMA, OBJETO Y FECHA/HORA.  *
      *                                                               *
      *   RAFAGAS: LOS FALLOS REPETIDOS DEL MISMO ACTOR DENTRO DE LA  *
      *   VENTANA (PARM MIN=) SE RESUMEN ADEMAS EN UN EVENTO PROPIO   *
      *   (FIRMA 'REPEATED', CON CANTIDAD, PRIMERO Y ULTIMO) CUANDO   *
      *   LLEGAN AL UMBRAL (PARM REP=): ASI SEGURIDAD VE EL ABUSO O   *
      *   EL GRANT ROTO SIN CONTAR LINEAS. EL ACTOR ES EL USUARIO; SI *
      *   EL EVENTO NO LO TRAE, EL JOB (BATCH) O LA TERMINAL (CICS).  *
      *   LA VENTANA ARRANCA EN EL PRIMER FALLO DE LA RAFAGA; UN      *
      *   FALLO FUERA DE ELLA CIERRA LA RAFAGA Y ABRE OTRA.           *
      *                                                               *
      *   LOS LATIDOS DE PRUEBA (SEVERIDAD 'T') NO SON EVENTOS DE     *
      *   SEGURIDAD Y SE SALTEAN. LOS EVENTOS DENTRO DE UNA VENTANA   *
      *   DE MANTENIMIENTO VIAJAN IGUAL, MARCADOS (cat=MANTENIMIENTO).*
      *****************************************************************
      * ENTRADAS/SALIDA:                                              *
      *   DD SECEVT : EVENTOS DE SEGURIDAD (PGMERROR EN BATCH Y       *
      *               PGMERRDRN PARA LOS DE CICS)                     *
      *   DD SIEMOUT: FEED PARA EL SIEM (LINEAS CEF, LRECL 512). LO   *
      *               TRANSFIERE AL COLECTOR EL PASO SIGUIENTE.       *
      *   OPERATORIA: MISMO ESQUEMA QUE LAS COLAS DE PGMERRDRN: UN    *
      *   PASO POSTERIOR CONDICIONADO A RC<=4 VACIA SECEVT PARA EL    *
      *   PROXIMO CICLO. UNA RAFAGA QUE CRUZA DOS CORRIDAS SE RESUME  *
      *   POR SEPARADO EN CADA UNA: CORRER EL JOB CON UNA FRECUENCIA  *
      *   BASTANTE MAYOR QUE LA VENTANA.                              *
      * PARM:                                                         *
      *   PARM='MIN=NNN,REP=NNN' - VENTANA EN MINUTOS Y CANTIDAD DE   *
      *   FALLOS DEL MISMO ACTOR QUE GENERA EL RESUMEN. SIN PARM      *
      *   RIGEN 15 MINUTOS Y 3 FALLOS.                                *
      * RETURN CODE:                                                  *
      *   0 = FEED GENERADO (TAMBIEN SIN EVENTOS)                     *
      *   4 = EVENTOS DESCARTADOS (FECHA/HORA INVALIDA) O TABLA DE    *
      *       ACTORES LLENA (ESOS ACTORES SALEN SIN RESUMEN)          *
      *   8 = NO SE PUDO GRABAR SIEMOUT, O SECEVT EXISTE Y NO SE PUDO *
      *       ABRIR O LEER (NO SE VACIA: EL PASO DE LIMPIEZA VA       *
      *       CONDICIONADO A RC<=4)                                   *
      *****************************************************************

      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEC-EVT-FILE ASSIGN TO 'SECEVT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECEVT-ST.

           SELECT SIEM-SAL-FILE ASSIGN TO 'SIEMOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIEM-ST.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
       FD  SEC-EVT-FILE
           RECORDING MODE IS F.
           COPY CPSECEVT.

       FD  SIEM-SAL-FILE
           RECORDING MODE IS F.
       01 WS-SIEM-REC          PIC X(512).

       WORKING-STORAGE SECTION.
       77 FILLER               PIC X(26) VALUE '* INICIO WS *'.

       01 WS-SEPARADOR         PIC X(60) VALUE ALL '='.
       01 WS-SEPARADOR-MIN     PIC X(60) VALUE ALL '-'.

       01 WS-SECEVT-ST         PIC X(02) VALUE '00'.
          88 SECEVT-OK                   VALUE '00'.
          88 SECEVT-AT-END               VALUE '10'.
          88 SECEVT-NO-EXISTE            VALUE '35'.

       01 WS-SIEM-ST           PIC X(02) VALUE '00'.
          88 SIEM-OK                     VALUE '00'.

       01 WS-FIN-ARCHIVO       PIC X(01) VALUE 'N'.
          88 FIN-ARCHIVO                 VALUE 'S'.
       01 WS-SIN-EVENTOS       PIC X(01) VALUE 'N'.
          88 SIN-EVENTOS                 VALUE 'S'.
       01 WS-SIN-SALIDA        PIC X(01) VALUE 'N'.
          88 SIN-SALIDA                  VALUE 'S'.
       01 WS-SIEM-ABIERTO      PIC X(01) VALUE 'N'.
          88 SIEM-ABIERTO                VALUE 'S'.
       01 WS-HUBO-ERROR        PIC X(01) VALUE 'N'.
          88 HUBO-ERROR                  VALUE 'S'.

      *---------------------------------------------------------------*
      * VENTANA Y UMBRAL DE LAS RAFAGAS (VER PARM)                    *
      *---------------------------------------------------------------*
       01 WS-VENTANA-MIN       PIC 9(03) VALUE 15.
       01 WS-UMBRAL-REP        PIC 9(03) VALUE 3.

      *---------------------------------------------------------------*
      * IDENTIFICACION DEL ORIGEN EN EL ENCABEZADO CEF                *
      *---------------------------------------------------------------*
       01 WS-CEF-PROVEEDOR     PIC X(12) VALUE 'ERRHANDLER'.
       01 WS-CEF-PRODUCTO      PIC X(08) VALUE 'PGMERROR'.
       01 WS-CEF-VERSION       PIC X(04) VALUE '1.0'.

      *---------------------------------------------------------------*
      * LINEA CEF EN ARMADO Y SUS AUXILIARES (VER 5000-5400)          *
      *---------------------------------------------------------------*
       01 WS-CEF-LINEA         PIC X(512) VALUE SPACES.
       01 WS-CEF-PTR           PIC 9(04) COMP VALUE 1.
       01 WS-CEF-FIRMA         PIC X(12) VALUE SPACES.
      *---------------------------------------------------------------*
      * FIRMA DEL EVENTO LEIDO (VER 5400): LA DE LA RAFAGA SALE DE    *
      * ACA Y NO DE WS-CEF-FIRMA, QUE EL RESUMEN PISA CON 'REPEATED'  *
      *---------------------------------------------------------------*
       01 WS-EVT-FIRMA         PIC X(12) VALUE SPACES.
       01 WS-CEF-NOMBRE        PIC X(40) VALUE SPACES.
       01 WS-CEF-SEVERIDAD     PIC X(02) VALUE SPACES.
       01 WS-CEF-CLAVE         PIC X(12) VALUE SPACES.
       01 WS-CEF-VALOR         PIC X(80) VALUE SPACES.
       01 WS-CEF-VALOR-AUX     PIC X(80) VALUE SPACES.
       01 WS-CEF-ETIQUETA      PIC X(12) VALUE SPACES.
       01 WS-CEF-NUM           PIC X(01) VALUE SPACE.
       01 WS-CEF-LON           PIC 9(03) COMP VALUE ZEROS.
       01 WS-CEF-I             PIC 9(03) COMP VALUE ZEROS.
       01 WS-CEF-HAY-CLAVE     PIC X(01) VALUE 'N'.
          88 CEF-HAY-CLAVE               VALUE 'S'.

       01 WS-SQLCODE-ED        PIC -(9)9.
       01 WS-CANT-ED           PIC Z(4)9.
       01 WS-CANT-TEXTO        PIC X(05) VALUE SPACES.
       01 WS-VENTANA-TEXTO     PIC X(05) VALUE SPACES.

      *---------------------------------------------------------------*
      * FECHA/HORA CEF (MMM DD AAAA HH:MM:SS, MES EN INGLES)          *
      *---------------------------------------------------------------*
       01 WS-MESES-VALORES.
          05 FILLER            PIC X(36)
                      VALUE 'JanFebMarAprMayJunJulAugSepOctNovDec'.
       01 WS-MESES REDEFINES WS-MESES-VALORES.
          05 WS-MES-NOMBRE     PIC X(03) OCCURS 12 TIMES.
       01 WS-FMT-FECHA         PIC X(10) VALUE SPACES.
       01 WS-FMT-HORA          PIC X(08) VALUE SPACES.
       01 WS-FMT-SALIDA        PIC X(20) VALUE SPACES.
       01 WS-FMT-MES           PIC 9(02) VALUE ZEROS.

      *---------------------------------------------------------------*
      * MOMENTO DEL EVENTO EN MINUTOS DESDE EL ORIGEN DEL CALENDARIO  *
      * (MISMO CALCULO QUE PGMGRDRES), PARA MEDIR LA VENTANA          *
      *---------------------------------------------------------------*
       01 WS-EVT-AAAAMMDD      PIC 9(08) VALUE ZEROS.
       01 WS-EVT-AAAAMMDD-X REDEFINES WS-EVT-AAAAMMDD
                               PIC X(08).
       01 WS-EVT-HH            PIC 9(02) VALUE ZEROS.
       01 WS-EVT-MM            PIC 9(02) VALUE ZEROS.
       01 WS-EVT-MINUTOS       PIC 9(11) COMP VALUE ZEROS.
       01 WS-EVT-VALIDO        PIC X(01) VALUE 'N'.
          88 EVT-VALIDO                  VALUE 'S'.

      *---------------------------------------------------------------*
      * ACTOR DEL EVENTO: 'U' USUARIO, 'J' JOB, 'T' TERMINAL,         *
      * 'P' PROGRAMA (EVENTO SIN NINGUNO DE LOS ANTERIORES)           *
      *---------------------------------------------------------------*
       01 WS-ACTOR-TIPO        PIC X(01) VALUE SPACE.
       01 WS-ACTOR-VALOR       PIC X(08) VALUE SPACES.

      *---------------------------------------------------------------*
      * RAFAGA ABIERTA POR ACTOR                                      *
      *---------------------------------------------------------------*
       01 WS-TAB-ACTORES.
          05 WS-ACT-TOTAL      PIC 9(04) COMP VALUE ZEROS.
          05 WS-ACT-ENTRY OCCURS 500 TIMES.
             07 WS-ACT-TIPO       PIC X(01).
             07 WS-ACT-VALOR      PIC X(08).
             07 WS-ACT-CANT       PIC 9(05) COMP.
             07 WS-ACT-PRI-MIN    PIC 9(11) COMP.
             07 WS-ACT-ULT-MIN    PIC 9(11) COMP.
             07 WS-ACT-PRI-FECHA  PIC X(10).
             07 WS-ACT-PRI-HORA   PIC X(08).
             07 WS-ACT-ULT-FECHA  PIC X(10).
             07 WS-ACT-ULT-HORA   PIC X(08).
             07 WS-ACT-SISTEMA    PIC X(08).
             07 WS-ACT-FIRMA      PIC X(12).
             07 WS-ACT-VARIAS     PIC X(01).
             07 WS-ACT-OBJETO     PIC X(40).
       01 WS-ACT-DESBORDES     PIC 9(05) COMP VALUE ZEROS.
       01 WS-ACT-I             PIC 9(04) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * CONTADORES DE LA CORRIDA                                      *
      *---------------------------------------------------------------*
       01 WS-CONT-LEIDOS       PIC 9(07) COMP VALUE ZEROS.
       01 WS-CONT-LATIDOS      PIC 9(07) COMP VALUE ZEROS.
       01 WS-CONT-DESCARTADOS  PIC 9(07) COMP VALUE ZEROS.
       01 WS-CONT-EVENTOS      PIC 9(07) COMP VALUE ZEROS.
       01 WS-CONT-RESUMENES    PIC 9(07) COMP VALUE ZEROS.
       01 WS-CONT-ED           PIC Z(6)9.

       77 FILLER               PIC X(26) VALUE '* FINAL  WS *'.

      *---------------------------------------------------------------*
       LINKAGE SECTION.
      *---------------------------------------------------------------*
       01 WS-PARM.
          05 WS-PARM-LON       PIC S9(04) COMP.
          05 WS-PARM-TEXTO     PIC X(15).

      *****************************************************************
       PROCEDURE DIVISION USING WS-PARM.
      *****************************************************************

       PRINCIPAL.

           PERFORM 1000-I-INICIO THRU 1000-F-INICIO
           IF NOT SIN-SALIDA
              PERFORM 2000-PROCESAR-EVENTOS
              PERFORM 3000-CERRAR-RAFAGAS
           END-IF
           PERFORM 8000-IMPRIMIR-RESUMEN
           PERFORM 9000-I-CIERRE THRU 9000-F-CIERRE
           .
       FIN-PRINCIPAL.
           GOBACK.

      *****************************************************************
      *   INTERPRETAR EL PARM Y ABRIR EL FEED                         *
      *****************************************************************
       1000-I-INICIO.

           IF WS-PARM-LON >= 7
              AND WS-PARM-TEXTO(1:4) = 'MIN='
              AND WS-PARM-TEXTO(5:3) IS NUMERIC
              AND WS-PARM-TEXTO(5:3) > '000'
              MOVE WS-PARM-TEXTO(5:3) TO WS-VENTANA-MIN
           END-IF
           IF WS-PARM-LON >= 15
              AND WS-PARM-TEXTO(8:5) = ',REP='
              AND WS-PARM-TEXTO(13:3) IS NUMERIC
              AND WS-PARM-TEXTO(13:3) > '001'
              MOVE WS-PARM-TEXTO(13:3) TO WS-UMBRAL-REP
           END-IF

           OPEN OUTPUT SIEM-SAL-FILE
           IF SIEM-OK
              MOVE 'S' TO WS-SIEM-ABIERTO
           ELSE
              DISPLAY 'PGMERRSIE: NO SE PUDO ABRIR SIEMOUT - STATUS '
                      WS-SIEM-ST
              MOVE 'S' TO WS-SIN-SALIDA
           END-IF
           .
       1000-F-INICIO.
           EXIT.

      *****************************************************************
      *   RECORRER SECEVT: CADA EVENTO SALE AL FEED Y SE ACUMULA EN   *
      *   LA RAFAGA DE SU ACTOR                                       *
      *****************************************************************
       2000-PROCESAR-EVENTOS.

           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN INPUT SEC-EVT-FILE
           IF SECEVT-OK
              PERFORM 2100-LEER-EVENTO
                      UNTIL FIN-ARCHIVO
              CLOSE SEC-EVT-FILE
           ELSE
              IF SECEVT-NO-EXISTE
                 DISPLAY 'PGMERRSIE: SIN SECEVT - NO HUBO EVENTOS DE '
                         'SEGURIDAD'
              ELSE
                 DISPLAY 'PGMERRSIE: NO SE PUDO ABRIR SECEVT - STATUS '
                         WS-SECEVT-ST
                 MOVE 'S' TO WS-HUBO-ERROR
              END-IF
              MOVE 'S' TO WS-SIN-EVENTOS
           END-IF
           EXIT PARAGRAPH.

       2100-LEER-EVENTO.

           READ SEC-EVT-FILE
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO
              NOT AT END
                 ADD 1 TO WS-CONT-LEIDOS
                 EVALUATE TRUE
                 WHEN WS-SEC-SEVERIDAD = 'T'
                      ADD 1 TO WS-CONT-LATIDOS
                 WHEN OTHER
                      PERFORM 2150-VALIDAR-EVENTO
                      IF EVT-VALIDO
                         PERFORM 4000-EMITIR-EVENTO
                         PERFORM 2200-ACUMULAR-ACTOR
                      ELSE
                         ADD 1 TO WS-CONT-DESCARTADOS
                         DISPLAY 'PGMERRSIE: EVENTO CON FECHA/HORA '
                                 'INVALIDA DESCARTADO - '
                                 WS-SEC-REC(1:70)
                      END-IF
                 END-EVALUATE
           END-READ
           IF NOT SECEVT-OK AND NOT SECEVT-AT-END
              DISPLAY 'PGMERRSIE: FALLO READ SECEVT - STATUS '
                      WS-SECEVT-ST
              MOVE 'S' TO WS-HUBO-ERROR
              MOVE 'S' TO WS-FIN-ARCHIVO
           END-IF
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * FECHA AAAA-MM-DD Y HORA HH:MM:SS VALIDAS Y SQLCODE NUMERICO;  *
      * DEJA EL MOMENTO DEL EVENTO EN MINUTOS                         *
      *---------------------------------------------------------------*
       2150-VALIDAR-EVENTO.

           MOVE 'N' TO WS-EVT-VALIDO
           STRING WS-SEC-FECHA(1:4) WS-SEC-FECHA(6:2)
                  WS-SEC-FECHA(9:2)
              DELIMITED BY SIZE
              INTO WS-EVT-AAAAMMDD-X
           END-STRING
           IF WS-EVT-AAAAMMDD-X IS NUMERIC
              AND WS-SEC-HORA(1:2) IS NUMERIC
              AND WS-SEC-HORA(4:2) IS NUMERIC
              AND WS-SEC-SQLCODE IS NUMERIC
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-EVT-AAAAMMDD) = 0
                 MOVE WS-SEC-HORA(1:2) TO WS-EVT-HH
                 MOVE WS-SEC-HORA(4:2) TO WS-EVT-MM
                 IF WS-EVT-HH NOT > 23 AND WS-EVT-MM NOT > 59
                    COMPUTE WS-EVT-MINUTOS
                       = FUNCTION INTEGER-OF-DATE(WS-EVT-AAAAMMDD)
                         * 1440
                       + WS-EVT-HH * 60 + WS-EVT-MM
                    END-COMPUTE
                    MOVE 'S' TO WS-EVT-VALIDO
                 END-IF
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   RAFAGAS: UN FALLO DENTRO DE LA VENTANA DE LA RAFAGA ABIERTA *
      *   DEL ACTOR LA ALARGA; FUERA DE ELLA LA CIERRA (RESUMEN SI    *
      *   LLEGO AL UMBRAL) Y ABRE OTRA. LOS EVENTOS CICS LLEGAN AL    *
      *   DRENAR, ASI QUE PUEDEN VENIR ANTES QUE EL PRIMERO YA VISTO: *
      *   LA VENTANA SE MIDE HACIA LOS DOS LADOS.                     *
      *****************************************************************
       2200-ACUMULAR-ACTOR.

           EVALUATE TRUE
           WHEN WS-SEC-USUARIO NOT = SPACES
                MOVE 'U'             TO WS-ACTOR-TIPO
                MOVE WS-SEC-USUARIO  TO WS-ACTOR-VALOR
           WHEN WS-SEC-ENTORNO = 'CICS ' AND WS-SEC-TERMID NOT = SPACES
                MOVE 'T'             TO WS-ACTOR-TIPO
                MOVE WS-SEC-TERMID   TO WS-ACTOR-VALOR
           WHEN WS-SEC-ENTORNO NOT = 'CICS '
                AND WS-SEC-JOBNAME NOT = SPACES
                MOVE 'J'             TO WS-ACTOR-TIPO
                MOVE WS-SEC-JOBNAME  TO WS-ACTOR-VALOR
           WHEN OTHER
                MOVE 'P'             TO WS-ACTOR-TIPO
                MOVE WS-SEC-PROGRAMA TO WS-ACTOR-VALOR
           END-EVALUATE

           PERFORM VARYING WS-ACT-I FROM 1 BY 1
                   UNTIL WS-ACT-I > WS-ACT-TOTAL
                      OR (WS-ACT-TIPO(WS-ACT-I) = WS-ACTOR-TIPO
                      AND WS-ACT-VALOR(WS-ACT-I) = WS-ACTOR-VALOR)
              CONTINUE
           END-PERFORM

           IF WS-ACT-I > WS-ACT-TOTAL
              IF WS-ACT-TOTAL < 500
                 ADD 1 TO WS-ACT-TOTAL
                 MOVE WS-ACT-TOTAL TO WS-ACT-I
                 PERFORM 2300-ABRIR-RAFAGA
              ELSE
                 ADD 1 TO WS-ACT-DESBORDES
              END-IF
           ELSE
              IF (WS-EVT-MINUTOS >= WS-ACT-PRI-MIN(WS-ACT-I)
                  AND WS-EVT-MINUTOS - WS-ACT-PRI-MIN(WS-ACT-I)
                      <= WS-VENTANA-MIN)
                 OR (WS-EVT-MINUTOS < WS-ACT-PRI-MIN(WS-ACT-I)
                  AND WS-ACT-ULT-MIN(WS-ACT-I) - WS-EVT-MINUTOS
                      <= WS-VENTANA-MIN)
                 PERFORM 2400-ALARGAR-RAFAGA
              ELSE
                 PERFORM 2500-CERRAR-RAFAGA
                 PERFORM 2300-ABRIR-RAFAGA
              END-IF
           END-IF
           EXIT PARAGRAPH.

       2300-ABRIR-RAFAGA.

           MOVE WS-ACTOR-TIPO      TO WS-ACT-TIPO(WS-ACT-I)
           MOVE WS-ACTOR-VALOR     TO WS-ACT-VALOR(WS-ACT-I)
           MOVE 1                  TO WS-ACT-CANT(WS-ACT-I)
           MOVE WS-EVT-MINUTOS     TO WS-ACT-PRI-MIN(WS-ACT-I)
           MOVE WS-EVT-MINUTOS     TO WS-ACT-ULT-MIN(WS-ACT-I)
           MOVE WS-SEC-FECHA       TO WS-ACT-PRI-FECHA(WS-ACT-I)
           MOVE WS-SEC-HORA        TO WS-ACT-PRI-HORA(WS-ACT-I)
           MOVE WS-SEC-FECHA       TO WS-ACT-ULT-FECHA(WS-ACT-I)
           MOVE WS-SEC-HORA        TO WS-ACT-ULT-HORA(WS-ACT-I)
           MOVE WS-SEC-SISTEMA     TO WS-ACT-SISTEMA(WS-ACT-I)
           MOVE WS-EVT-FIRMA       TO WS-ACT-FIRMA(WS-ACT-I)
           MOVE 'N'                TO WS-ACT-VARIAS(WS-ACT-I)
           MOVE WS-SEC-OBJETO      TO WS-ACT-OBJETO(WS-ACT-I)
           EXIT PARAGRAPH.

       2400-ALARGAR-RAFAGA.

           ADD 1 TO WS-ACT-CANT(WS-ACT-I)
           IF WS-EVT-MINUTOS < WS-ACT-PRI-MIN(WS-ACT-I)
              MOVE WS-EVT-MINUTOS  TO WS-ACT-PRI-MIN(WS-ACT-I)
              MOVE WS-SEC-FECHA    TO WS-ACT-PRI-FECHA(WS-ACT-I)
              MOVE WS-SEC-HORA     TO WS-ACT-PRI-HORA(WS-ACT-I)
           END-IF
           IF WS-EVT-MINUTOS >= WS-ACT-ULT-MIN(WS-ACT-I)
              MOVE WS-EVT-MINUTOS  TO WS-ACT-ULT-MIN(WS-ACT-I)
              MOVE WS-SEC-FECHA    TO WS-ACT-ULT-FECHA(WS-ACT-I)
              MOVE WS-SEC-HORA     TO WS-ACT-ULT-HORA(WS-ACT-I)
           END-IF
           IF WS-EVT-FIRMA NOT = WS-ACT-FIRMA(WS-ACT-I)
              MOVE 'S'             TO WS-ACT-VARIAS(WS-ACT-I)
           END-IF
           IF WS-SEC-OBJETO NOT = SPACES
              MOVE WS-SEC-OBJETO   TO WS-ACT-OBJETO(WS-ACT-I)
           END-IF
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * SI SIEMOUT YA FALLO EL RESUMEN NO SE VUELVE A GRABAR (LAS     *
      * RAFAGAS SE CIERRAN TAMBIEN DESDE LA LECTURA Y DESDE 3000)     *
      *---------------------------------------------------------------*
       2500-CERRAR-RAFAGA.

           IF WS-ACT-CANT(WS-ACT-I) >= WS-UMBRAL-REP
              AND NOT SIN-SALIDA
              PERFORM 4500-EMITIR-RESUMEN
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   FIN DEL ARCHIVO: CERRAR LAS RAFAGAS QUE QUEDARON ABIERTAS   *
      *****************************************************************
       3000-CERRAR-RAFAGAS.

           PERFORM VARYING WS-ACT-I FROM 1 BY 1
                   UNTIL WS-ACT-I > WS-ACT-TOTAL
              PERFORM 2500-CERRAR-RAFAGA
           END-PERFORM
           EXIT PARAGRAPH.

      *****************************************************************
      *   UN EVENTO DE SECEVT -> UNA LINEA CEF                        *
      *****************************************************************
       4000-EMITIR-EVENTO.

           PERFORM 5400-ARMAR-FIRMA
           MOVE WS-EVT-FIRMA TO WS-CEF-FIRMA
           MOVE '5' TO WS-CEF-SEVERIDAD
           PERFORM 5000-INICIAR-LINEA

           MOVE WS-SEC-FECHA TO WS-FMT-FECHA
           MOVE WS-SEC-HORA  TO WS-FMT-HORA
           PERFORM 5300-FORMATEAR-FECHA
           MOVE 'rt'              TO WS-CEF-CLAVE
           MOVE WS-FMT-SALIDA     TO WS-CEF-VALOR
           PERFORM 5100-AGREGAR-CLAVE
           MOVE 'dvchost'         TO WS-CEF-CLAVE
           MOVE WS-SEC-SISTEMA    TO WS-CEF-VALOR
           PERFORM 5100-AGREGAR-CLAVE
           MOVE 'suser'           TO WS-CEF-CLAVE
           MOVE WS-SEC-USUARIO    TO WS-CEF-VALOR
           PERFORM 5100-AGREGAR-CLAVE
           MOVE 'dproc'           TO WS-CEF-CLAVE
           MOVE WS-SEC-PROGRAMA   TO WS-CEF-VALOR
           PERFORM 5100-AGREGAR-CLAVE

           MOVE '1'               TO WS-CEF-NUM
           MOVE 'APPLID'          TO WS-CEF-ETIQUETA
           MOVE WS-SEC-APPLID     TO WS-CEF-VALOR
           PERFORM 5150-AGREGAR-CADENA
           MOVE '2'               TO WS-CEF-NUM
           MOVE 'TERMINAL'        TO WS-CEF-ETIQUETA
           MOVE WS-SEC-TERMID     TO WS-CEF-VALOR
           PERFORM 5150-AGREGAR-CADENA
           MOVE '3'               TO WS-CEF-NUM
           MOVE 'TRANSACCION'     TO WS-CEF-ETIQUETA
           MOVE WS-SEC-TRANSID    TO WS-CEF-VALOR
           PERFORM 5150-AGREGAR-CADENA
           MOVE '4'               TO WS-CEF-NUM
           MOVE 'JOB'             TO WS-CEF-ETIQUETA
           MOVE SPACES            TO WS-CEF-VALOR
           IF WS-SEC-JOBNAME NOT = SPACES
              STRING WS-SEC-JOBNAME  DELIMITED BY SPACE
                     '.'             DELIMITED BY SIZE
                     WS-SEC-STEPNAME DELIMITED BY SPACE
                 INTO WS-CEF-VALOR
              END-STRING
           END-IF
           PERFORM 5150-AGREGAR-CADENA
           MOVE '5'               TO WS-CEF-NUM
           MOVE 'OBJETO'          TO WS-CEF-ETIQUETA
           MOVE WS-SEC-OBJETO     TO WS-CEF-VALOR
           PERFORM 5150-AGREGAR-CADENA
           MOVE '6'               TO WS-CEF-NUM
           MOVE 'ENTORNO'         TO WS-CEF-ETIQUETA
           MOVE WS-SEC-ENTORNO    TO WS-CEF-VALOR
           PERFORM 5150-AGREGAR-CADENA

           IF WS-SEC-MANTENIMIENTO = 'M'
              MOVE 'cat'           TO WS-CEF-CLAVE
              MOVE 'MANTENIMIENTO' TO WS-CEF-VALOR
              PERFORM 5100-AGREGAR-CLAVE
           END-IF
           MOVE 'msg'             TO WS-CEF-CLAVE
           MOVE WS-SEC-PUNTO      TO WS-CEF-VALOR
           PERFORM 5100-AGREGAR-CLAVE
           MOVE 'reason'          TO WS-CEF-CLAVE
           MOVE WS-SEC-SQLERRMC   TO WS-CEF-VALOR
           INSPECT WS-CEF-VALOR REPLACING ALL X'FF' BY '/'
           PERFORM 5100-AGREGAR-CLAVE

           PERFORM 5900-GRABAR-LINEA
           IF NOT SIN-SALIDA
              ADD 1 TO WS-CONT-EVENTOS
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   RESUMEN DE UNA RAFAGA (WS-ACT-I) QUE LLEGO AL UMBRAL        *
      *****************************************************************
       4500-EMITIR-RESUMEN.

           MOVE 'REPEATED'        TO WS-CEF-FIRMA
           MOVE 'REPEATED SECURITY FAILURES' TO WS-CEF-NOMBRE
           MOVE '8'               TO WS-CEF-SEVERIDAD
           PERFORM 5000-INICIAR-LINEA

           MOVE WS-ACT-PRI-FECHA(WS-ACT-I) TO WS-FMT-FECHA
           MOVE WS-ACT-PRI-HORA(WS-ACT-I)  TO WS-FMT-HORA
           PERFORM 5300-FORMATEAR-FECHA
           MOVE 'start'           TO WS-CEF-CLAVE
           MOVE WS-FMT-SALIDA     TO WS-CEF-VALOR
           PERFORM 5100-AGREGAR-CLAVE
           MOVE WS-ACT-ULT-FECHA(WS-ACT-I) TO WS-FMT-FECHA
           MOVE WS-ACT-ULT-HORA(WS-ACT-I)  TO WS-FMT-HORA
           PERFORM 5300-FORMATEAR-FECHA
           MOVE 'end'             TO WS-CEF-CLAVE
           MOVE WS-FMT-SALIDA     TO WS-CEF-VALOR
           PERFORM 5100-AGREGAR-CLAVE
           MOVE 'rt'              TO WS-CEF-CLAVE
           PERFORM 5100-AGREGAR-CLAVE
           MOVE WS-ACT-CANT(WS-ACT-I) TO WS-CANT-ED
           MOVE FUNCTION TRIM(WS-CANT-ED) TO WS-CANT-TEXTO
           MOVE WS-VENTANA-MIN TO WS-CANT-ED
           MOVE FUNCTION TRIM(WS-CANT-ED) TO WS-VENTANA-TEXTO
           MOVE 'cnt'             TO WS-CEF-CLAVE
           MOVE WS-CANT-TEXTO     TO WS-CEF-VALOR
           PERFORM 5100-AGREGAR-CLAVE
           MOVE 'dvchost'         TO WS-CEF-CLAVE
           MOVE WS-ACT-SISTEMA(WS-ACT-I) TO WS-CEF-VALOR
           PERFORM 5100-AGREGAR-CLAVE

           EVALUATE WS-ACT-TIPO(WS-ACT-I)
           WHEN 'U'
                MOVE 'suser'      TO WS-CEF-CLAVE
                MOVE WS-ACT-VALOR(WS-ACT-I) TO WS-CEF-VALOR
                PERFORM 5100-AGREGAR-CLAVE
           WHEN 'T'
                MOVE '2'          TO WS-CEF-NUM
                MOVE 'TERMINAL'   TO WS-CEF-ETIQUETA
                MOVE WS-ACT-VALOR(WS-ACT-I) TO WS-CEF-VALOR
                PERFORM 5150-AGREGAR-CADENA
           WHEN 'J'
                MOVE '4'          TO WS-CEF-NUM
                MOVE 'JOB'        TO WS-CEF-ETIQUETA
                MOVE WS-ACT-VALOR(WS-ACT-I) TO WS-CEF-VALOR
                PERFORM 5150-AGREGAR-CADENA
           WHEN OTHER
                MOVE 'dproc'      TO WS-CEF-CLAVE
                MOVE WS-ACT-VALOR(WS-ACT-I) TO WS-CEF-VALOR
                PERFORM 5100-AGREGAR-CLAVE
           END-EVALUATE
           MOVE '5'               TO WS-CEF-NUM
           MOVE 'OBJETO'          TO WS-CEF-ETIQUETA
           MOVE WS-ACT-OBJETO(WS-ACT-I) TO WS-CEF-VALOR
           PERFORM 5150-AGREGAR-CADENA

           MOVE SPACES TO WS-CEF-VALOR
           IF WS-ACT-VARIAS(WS-ACT-I) = 'S'
              STRING WS-CANT-TEXTO DELIMITED BY SPACE
                     ' FALLOS DE SEGURIDAD (VARIOS CODIGOS) EN '
                     DELIMITED BY SIZE
                     WS-VENTANA-TEXTO DELIMITED BY SPACE
                     ' MINUTOS O MENOS' DELIMITED BY SIZE
                 INTO WS-CEF-VALOR
              END-STRING
           ELSE
              STRING WS-CANT-TEXTO DELIMITED BY SPACE
                     ' FALLOS ' DELIMITED BY SIZE
                     WS-ACT-FIRMA(WS-ACT-I) DELIMITED BY SPACE
                     ' EN ' DELIMITED BY SIZE
                     WS-VENTANA-TEXTO DELIMITED BY SPACE
                     ' MINUTOS O MENOS' DELIMITED BY SIZE
                 INTO WS-CEF-VALOR
              END-STRING
           END-IF
           MOVE 'msg'             TO WS-CEF-CLAVE
           PERFORM 5100-AGREGAR-CLAVE

           PERFORM 5900-GRABAR-LINEA
           IF NOT SIN-SALIDA
              ADD 1 TO WS-CONT-RESUMENES
           END-IF
           DISPLAY '  ' WS-ACT-TIPO(WS-ACT-I) ' '
                   WS-ACT-VALOR(WS-ACT-I) ' ' WS-CANT-TEXTO
                   ' FALLOS ' WS-ACT-PRI-FECHA(WS-ACT-I) ' '
                   WS-ACT-PRI-HORA(WS-ACT-I) ' A '
                   WS-ACT-ULT-FECHA(WS-ACT-I) ' '
                   WS-ACT-ULT-HORA(WS-ACT-I) ' '
                   WS-ACT-FIRMA(WS-ACT-I)
           EXIT PARAGRAPH.

      *****************************************************************
      *   ARMADO DE LA LINEA CEF:                                     *
      *   CEF:0|PROVEEDOR|PRODUCTO|VERSION|FIRMA|NOMBRE|SEVERIDAD|EXT *
      *   LA EXTENSION SON PARES CLAVE=VALOR SEPARADOS POR ESPACIO;   *
      *   EN LOS VALORES SE ESCAPAN '\' Y '=' CON '\'. LOS VALORES EN *
      *   BLANCO NO SE INFORMAN.                                      *
      *****************************************************************
       5000-INICIAR-LINEA.

           MOVE SPACES TO WS-CEF-LINEA
           MOVE 1 TO WS-CEF-PTR
           MOVE 'N' TO WS-CEF-HAY-CLAVE
           STRING 'CEF:0|'         DELIMITED BY SIZE
                  WS-CEF-PROVEEDOR DELIMITED BY SPACE
                  '|'              DELIMITED BY SIZE
                  WS-CEF-PRODUCTO  DELIMITED BY SPACE
                  '|'              DELIMITED BY SIZE
                  WS-CEF-VERSION   DELIMITED BY SPACE
                  '|'              DELIMITED BY SIZE
                  WS-CEF-FIRMA     DELIMITED BY SPACE
                  '|'              DELIMITED BY SIZE
                  WS-CEF-NOMBRE    DELIMITED BY '  '
                  '|'              DELIMITED BY SIZE
                  WS-CEF-SEVERIDAD DELIMITED BY SPACE
                  '|'              DELIMITED BY SIZE
              INTO WS-CEF-LINEA
              WITH POINTER WS-CEF-PTR
           END-STRING
           EXIT PARAGRAPH.

       5100-AGREGAR-CLAVE.

           IF WS-CEF-VALOR NOT = SPACES
              PERFORM VARYING WS-CEF-LON FROM 80 BY -1
                      UNTIL WS-CEF-LON = 1
                         OR WS-CEF-VALOR(WS-CEF-LON:1) NOT = SPACE
                 CONTINUE
              END-PERFORM
              IF CEF-HAY-CLAVE
                 STRING ' ' DELIMITED BY SIZE
                    INTO WS-CEF-LINEA
                    WITH POINTER WS-CEF-PTR
                 END-STRING
              END-IF
              STRING WS-CEF-CLAVE DELIMITED BY SPACE
                     '='          DELIMITED BY SIZE
                 INTO WS-CEF-LINEA
                 WITH POINTER WS-CEF-PTR
              END-STRING
              PERFORM VARYING WS-CEF-I FROM 1 BY 1
                      UNTIL WS-CEF-I > WS-CEF-LON
                 IF WS-CEF-VALOR(WS-CEF-I:1) = '\' OR '='
                    STRING '\' DELIMITED BY SIZE
                       INTO WS-CEF-LINEA
                       WITH POINTER WS-CEF-PTR
                    END-STRING
                 END-IF
                 STRING WS-CEF-VALOR(WS-CEF-I:1) DELIMITED BY SIZE
                    INTO WS-CEF-LINEA
                    WITH POINTER WS-CEF-PTR
                 END-STRING
              END-PERFORM
              MOVE 'S' TO WS-CEF-HAY-CLAVE
           END-IF
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * CADENA PERSONALIZADA csN CON SU ETIQUETA csNLabel             *
      *---------------------------------------------------------------*
       5150-AGREGAR-CADENA.

           IF WS-CEF-VALOR NOT = SPACES
              MOVE WS-CEF-VALOR TO WS-CEF-VALOR-AUX
              MOVE SPACES TO WS-CEF-CLAVE
              STRING 'cs' WS-CEF-NUM 'Label'
                 DELIMITED BY SIZE
                 INTO WS-CEF-CLAVE
              END-STRING
              MOVE WS-CEF-ETIQUETA TO WS-CEF-VALOR
              PERFORM 5100-AGREGAR-CLAVE
              MOVE SPACES TO WS-CEF-CLAVE
              STRING 'cs' WS-CEF-NUM
                 DELIMITED BY SIZE
                 INTO WS-CEF-CLAVE
              END-STRING
              MOVE WS-CEF-VALOR-AUX TO WS-CEF-VALOR
              PERFORM 5100-AGREGAR-CLAVE
           END-IF
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * AAAA-MM-DD + HH:MM:SS -> MMM DD AAAA HH:MM:SS                 *
      *---------------------------------------------------------------*
       5300-FORMATEAR-FECHA.

           MOVE SPACES TO WS-FMT-SALIDA
           MOVE WS-FMT-FECHA(6:2) TO WS-FMT-MES
           STRING WS-MES-NOMBRE(WS-FMT-MES) ' '
                  WS-FMT-FECHA(9:2) ' '
                  WS-FMT-FECHA(1:4) ' '
                  WS-FMT-HORA
              DELIMITED BY SIZE
              INTO WS-FMT-SALIDA
           END-STRING
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * FIRMA Y NOMBRE DEL EVENTO: SQL-NNN O FS-NN                    *
      *---------------------------------------------------------------*
       5400-ARMAR-FIRMA.

           MOVE SPACES TO WS-EVT-FIRMA
           IF WS-SEC-SQLCODE NOT = 0
              MOVE WS-SEC-SQLCODE TO WS-SQLCODE-ED
              STRING 'SQL' FUNCTION TRIM(WS-SQLCODE-ED)
                 DELIMITED BY SIZE
                 INTO WS-EVT-FIRMA
              END-STRING
              MOVE 'DB2 AUTHORIZATION FAILURE' TO WS-CEF-NOMBRE
           ELSE
              STRING 'FS-' WS-SEC-FILE-STATUS
                 DELIMITED BY SIZE
                 INTO WS-EVT-FIRMA
              END-STRING
              MOVE 'DATASET ACCESS DENIED' TO WS-CEF-NOMBRE
           END-IF
           EXIT PARAGRAPH.

       5900-GRABAR-LINEA.

           MOVE WS-CEF-LINEA TO WS-SIEM-REC
           WRITE WS-SIEM-REC
           IF NOT SIEM-OK
              DISPLAY 'PGMERRSIE: FALLO WRITE SIEMOUT - STATUS '
                      WS-SIEM-ST
              MOVE 'S' TO WS-SIN-SALIDA
              MOVE 'S' TO WS-FIN-ARCHIVO
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   TOTALES DE LA CORRIDA                                       *
      *****************************************************************
       8000-IMPRIMIR-RESUMEN.

           DISPLAY WS-SEPARADOR
           DISPLAY 'FEED DE EVENTOS DE SEGURIDAD AL SIEM - PGMERRSIE'
           DISPLAY WS-SEPARADOR
           DISPLAY 'VENTANA DE RAFAGA       : ' WS-VENTANA-MIN
                   ' MINUTOS, UMBRAL ' WS-UMBRAL-REP ' FALLOS'
           MOVE WS-CONT-LEIDOS TO WS-CONT-ED
           DISPLAY 'REGISTROS LEIDOS        : ' WS-CONT-ED
           MOVE WS-CONT-LATIDOS TO WS-CONT-ED
           DISPLAY 'LATIDOS SALTEADOS       : ' WS-CONT-ED
           MOVE WS-CONT-DESCARTADOS TO WS-CONT-ED
           DISPLAY 'DESCARTADOS (INVALIDOS) : ' WS-CONT-ED
           MOVE WS-CONT-EVENTOS TO WS-CONT-ED
           DISPLAY 'EVENTOS ENVIADOS        : ' WS-CONT-ED
           MOVE WS-CONT-RESUMENES TO WS-CONT-ED
           DISPLAY 'RESUMENES DE RAFAGA     : ' WS-CONT-ED
           IF WS-ACT-DESBORDES > 0
              MOVE WS-ACT-DESBORDES TO WS-CONT-ED
              DISPLAY 'TABLA DE ACTORES LLENA  : ' WS-CONT-ED
                      ' EVENTOS SIN RESUMEN'
           END-IF
           IF SIN-SALIDA
              DISPLAY '*** FEED INCOMPLETO: FALLO SIEMOUT ***'
           END-IF
           IF HUBO-ERROR
              DISPLAY '*** FEED INCOMPLETO: FALLO SECEVT ***'
           END-IF
           DISPLAY WS-SEPARADOR
           EXIT PARAGRAPH.

      *****************************************************************
      *   CERRAR EL FEED Y FIJAR EL RETURN CODE (VER ENCABEZADO)      *
      *****************************************************************
       9000-I-CIERRE.

           IF SIEM-ABIERTO
              CLOSE SIEM-SAL-FILE
           END-IF
           EVALUATE TRUE
           WHEN SIN-SALIDA
             OR HUBO-ERROR
                MOVE 8 TO RETURN-CODE
           WHEN WS-CONT-DESCARTADOS > 0
             OR WS-ACT-DESBORDES > 0
                MOVE 4 TO RETURN-CODE
           END-EVALUATE
           .
       9000-F-CIERRE.
           EXIT.
