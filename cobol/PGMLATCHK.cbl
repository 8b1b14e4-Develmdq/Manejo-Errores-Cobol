      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMLATCHK.

      *****************************************************************
      *   VERIFICACION DEL LATIDO DE PRUEBA DE LA RUTA DE ALERTAS     *
      *****************************************************************
      * AUTOR : MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************
      * FUNCION:                                                      *
      *   CORRE PROGRAMADO UN RATO DESPUES DE LOS LATIDOS DE PRUEBA   *
      *   (PGMLATBT EN BATCH, PGMLATCS EN CICS) Y CONFIRMA, PARA      *
      *   CADA RUTA, QUE DENTRO DE LA VENTANA DE MINUTOS DEL PARM:    *
      *     - EL DISPARO DEL LATIDO LLEGO A ALERTTRG (EL DE CICS      *
      *       LLEGA RECIEN CUANDO PGMERRDRN DRENA ALRQ), Y            *
      *     - EL ON-CALL LO RECONOCIO POR LA ERRU (REGISTRO EN        *
      *       ALRTACK, QUE TAMBIEN LLEGA POR EL DRENAJE DE ACKQ).     *
      *   UN LATIDO QUE NO LLEGO O QUE NADIE RECONOCIO SIGNIFICA QUE  *
      *   UN CRITICO REAL TAMPOCO SERIA ATENDIDO.                     *
      *                                                               *
      *   EL AVISO DE FALLA NO PUEDE USAR LA CADENA QUE SE ESTA       *
      *   PROBANDO (PGMERROR/PGMALERT/ALERTTRG/HOOK): SALE COMO       *
      *   MENSAJE DE CONSOLA DE IDENTIFICADOR FIJO ERRA009E, QUE LA   *
      *   AUTOMACION DE SISTEMA TRAPEA Y DERIVA POR SU PROPIA VIA DE  *
      *   NOTIFICACION, Y EL PASO TERMINA CON RC=8 PARA QUE ADEMAS EL *
      *   SCHEDULER AVISE POR SU ALERTA DE JOB FALLIDO.               *
      *****************************************************************
      * ENTRADAS:                                                     *
      *   DD ALERTTRG: DISPAROS DEL DIA (CONCATENAR EL DE AYER SI LA  *
      *                VENTANA CRUZA LA MEDIANOCHE)                   *
      *   DD ALRTACK : RECONOCIMIENTOS (DRENADOS POR PGMERRDRN)       *
      *****************************************************************
      * PARM:                                                         *
      *   PARM='MIN=NNNN,RUT=X'                                       *
      *   MIN - VENTANA EN MINUTOS HACIA ATRAS DESDE AHORA EN LA QUE  *
      *         DEBE ESTAR EL LATIDO Y SU RECONOCIMIENTO (DEFECTO 60) *
      *   RUT - RUTAS A VERIFICAR: 'B' SOLO BATCH, 'C' SOLO CICS,     *
      *         'A' AMBAS (DEFECTO)                                   *
      *****************************************************************
      * RETURN CODE:                                                  *
      *   0 - TODAS LAS RUTAS VERIFICADAS LLEGARON Y FUERON           *
      *       RECONOCIDAS                                             *
      *   8 - ALGUNA RUTA FALLO (AVISO ERRA009E EN CONSOLA)           *
      *****************************************************************

      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-TRG-FILE ASSIGN TO 'ALERTTRG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRG-ST.

           SELECT ALR-ACK-FILE ASSIGN TO 'ALRTACK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-ST.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *---------------------------------------------------------------*
      * LOS DISPAROS SE LEEN "INTO" EL REGISTRO DE CPALRTRG DE        *
      * WORKING-STORAGE; ESTE 01 SOLO FIJA EL LRECL (446).            *
      *---------------------------------------------------------------*
       FD  ALERT-TRG-FILE
           RECORDING MODE IS F.
       01 WS-TRG-ENT-REC       PIC X(446).

       FD  ALR-ACK-FILE
           RECORDING MODE IS F.
           COPY CPALRACK.

       WORKING-STORAGE SECTION.
       77 FILLER               PIC X(26) VALUE '* INICIO WS *'.

           COPY CPALRTRG.

       01 WS-SEPARADOR         PIC X(60) VALUE ALL '='.
       01 WS-SEPARADOR-MIN     PIC X(60) VALUE ALL '-'.

       01 WS-TRG-ST            PIC X(02) VALUE '00'.
          88 TRG-OK                      VALUE '00'.
          88 TRG-AT-END                  VALUE '10'.

       01 WS-ACK-ST            PIC X(02) VALUE '00'.
          88 ACK-OK                      VALUE '00'.
          88 ACK-AT-END                  VALUE '10'.

       01 WS-FIN-ARCHIVO       PIC X(01) VALUE 'N'.
          88 FIN-ARCHIVO                 VALUE 'S'.

       01 WS-HUBO-FALLA        PIC X(01) VALUE 'N'.
          88 HUBO-FALLA                  VALUE 'S'.

      *---------------------------------------------------------------*
      * PARAMETROS (VER PARM)                                         *
      *---------------------------------------------------------------*
       01 WS-MIN-VENTANA       PIC 9(04) COMP VALUE 60.
       01 WS-MIN-VENTANA-ED    PIC 9(04) VALUE ZEROS.
       01 WS-RUTAS             PIC X(01) VALUE 'A'.
          88 RUTAS-VALIDAS               VALUE 'A' 'B' 'C'.

      *---------------------------------------------------------------*
      * ESTADO DE CADA RUTA: 1 = BATCH (PGMLATBT), 2 = CICS           *
      * (PGMLATCS)                                                    *
      *---------------------------------------------------------------*
       01 WS-TAB-RUTAS.
          05 WS-RUT-ENTRY OCCURS 2 TIMES.
             07 WS-RUT-NOMBRE      PIC X(05).
             07 WS-RUT-PROGRAMA    PIC X(08).
             07 WS-RUT-ACTIVA      PIC X(01).
             07 WS-RUT-DISPAROS    PIC 9(05) COMP.
             07 WS-RUT-ULT-FECHA   PIC X(10).
             07 WS-RUT-ULT-HORA    PIC X(08).
             07 WS-RUT-ULT-ORIGEN  PIC X(08).
             07 WS-RUT-RECONOCIDOS PIC 9(05) COMP.
             07 WS-RUT-ACK-USUARIO PIC X(08).
             07 WS-RUT-ACK-FECHA   PIC X(10).
             07 WS-RUT-ACK-HORA    PIC X(08).
             07 WS-RUT-ESTADO      PIC X(13).
       01 WS-R                 PIC 9(01) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * RELOJ ACTUAL, INICIO DE LA VENTANA Y MOMENTO DEL REGISTRO EN  *
      * PROCESO, EN SEGUNDOS CORRIDOS (MISMO ESQUEMA QUE PGMALRESC)   *
      *---------------------------------------------------------------*
       01 WS-AHORA-SEG         PIC 9(13) COMP VALUE ZEROS.
       01 WS-DESDE-SEG         PIC 9(13) COMP VALUE ZEROS.
       01 WS-REG-SEG           PIC 9(13) COMP VALUE ZEROS.
       01 WS-REG-FECHA         PIC X(10) VALUE SPACES.
       01 WS-REG-HORA          PIC X(08) VALUE SPACES.
       01 WS-REG-AAAAMMDD      PIC 9(08) VALUE ZEROS.

       01 WS-CURRENT-DATE.
          05 WS-CD-AAAAMMDD    PIC 9(08).
          05 WS-CD-HH          PIC 9(02).
          05 WS-CD-MIN         PIC 9(02).
          05 WS-CD-SS          PIC 9(02).
          05 FILLER            PIC X(07).

       01 WS-CONT-DISPAROS     PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-ACKS         PIC 9(09) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * AVISO FUERA DE BANDA A LA CONSOLA DE OPERADOR (WTO). MISMO    *
      * CRITERIO QUE EL ERRA001E DE PGMALERT: IDENTIFICADOR FIJO Y    *
      * CAMPOS EN POSICIONES FIJAS PARA LA REGLA DE AUTOMACION.       *
      *---------------------------------------------------------------*
       01 WS-CONSOLA-MSG.
          05 FILLER            PIC X(09) VALUE 'ERRA009E '.
          05 FILLER            PIC X(14) VALUE 'LATIDO ALERTAS'.
          05 FILLER            PIC X(06) VALUE ' RUTA='.
          05 WS-CON-RUTA       PIC X(05).
          05 FILLER            PIC X(08) VALUE ' ESTADO='.
          05 WS-CON-ESTADO     PIC X(13).
          05 FILLER            PIC X(09) VALUE ' VENTANA='.
          05 WS-CON-VENTANA    PIC 9(04).

       77 FILLER               PIC X(26) VALUE '* FINAL  WS *'.

      *---------------------------------------------------------------*
       LINKAGE SECTION.
      *---------------------------------------------------------------*
       01 WS-PARM.
          05 WS-PARM-LON       PIC S9(04) COMP.
          05 WS-PARM-TEXTO     PIC X(14).

      *****************************************************************
       PROCEDURE DIVISION USING WS-PARM.
      *****************************************************************

       PRINCIPAL.

           PERFORM 1000-I-INICIO THRU 1000-F-INICIO
           PERFORM 2000-LEER-DISPAROS
           PERFORM 3000-LEER-RECONOCIMIENTOS
           PERFORM 4000-EVALUAR-RUTAS
           PERFORM 8000-IMPRIMIR-RESUMEN
           IF HUBO-FALLA
              MOVE 8 TO RETURN-CODE
           END-IF
           .
       FIN-PRINCIPAL.
           GOBACK.

      *****************************************************************
      *   INTERPRETAR EL PARM, CAPTURAR EL RELOJ Y PREPARAR LAS RUTAS *
      *****************************************************************
       1000-I-INICIO.

           IF WS-PARM-LON >= 8
              AND WS-PARM-TEXTO(1:4) = 'MIN='
              AND WS-PARM-TEXTO(5:4) IS NUMERIC
              AND WS-PARM-TEXTO(5:4) > '0000'
              MOVE WS-PARM-TEXTO(5:4) TO WS-MIN-VENTANA
           END-IF
           IF WS-PARM-LON >= 14
              AND WS-PARM-TEXTO(9:5) = ',RUT='
              MOVE WS-PARM-TEXTO(14:1) TO WS-RUTAS
              IF NOT RUTAS-VALIDAS
                 DISPLAY 'PGMLATCHK: RUT=' WS-RUTAS
                         ' NO VALIDO - SE VERIFICAN AMBAS RUTAS'
                 MOVE 'A' TO WS-RUTAS
              END-IF
           END-IF
           MOVE WS-MIN-VENTANA TO WS-MIN-VENTANA-ED

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-AHORA-SEG
              = FUNCTION INTEGER-OF-DATE(WS-CD-AAAAMMDD) * 86400
              + WS-CD-HH * 3600 + WS-CD-MIN * 60 + WS-CD-SS
           END-COMPUTE
           COMPUTE WS-DESDE-SEG = WS-AHORA-SEG - WS-MIN-VENTANA * 60
           END-COMPUTE

           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 2
              MOVE ZEROS  TO WS-RUT-DISPAROS(WS-R)
              MOVE ZEROS  TO WS-RUT-RECONOCIDOS(WS-R)
              MOVE SPACES TO WS-RUT-ULT-FECHA(WS-R)
              MOVE SPACES TO WS-RUT-ULT-HORA(WS-R)
              MOVE SPACES TO WS-RUT-ULT-ORIGEN(WS-R)
              MOVE SPACES TO WS-RUT-ACK-USUARIO(WS-R)
              MOVE SPACES TO WS-RUT-ACK-FECHA(WS-R)
              MOVE SPACES TO WS-RUT-ACK-HORA(WS-R)
              MOVE SPACES TO WS-RUT-ESTADO(WS-R)
              MOVE 'S'    TO WS-RUT-ACTIVA(WS-R)
           END-PERFORM
           MOVE 'BATCH'     TO WS-RUT-NOMBRE(1)
           MOVE 'PGMLATBT' TO WS-RUT-PROGRAMA(1)
           MOVE 'CICS '     TO WS-RUT-NOMBRE(2)
           MOVE 'PGMLATCS' TO WS-RUT-PROGRAMA(2)
           IF WS-RUTAS = 'B'
              MOVE 'N' TO WS-RUT-ACTIVA(2)
           END-IF
           IF WS-RUTAS = 'C'
              MOVE 'N' TO WS-RUT-ACTIVA(1)
           END-IF
           .
       1000-F-INICIO.
           EXIT.

      *****************************************************************
      *   DISPAROS DE LATIDO DENTRO DE LA VENTANA. SIN ALERTTRG       *
      *   LEGIBLE NINGUN LATIDO LLEGO: ESO YA ES UNA FALLA DE LA RUTA *
      *****************************************************************
       2000-LEER-DISPAROS.

           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN INPUT ALERT-TRG-FILE
           IF NOT TRG-OK
              DISPLAY 'PGMLATCHK: SIN ALERTTRG LEGIBLE - STATUS '
                      WS-TRG-ST
              MOVE 'S' TO WS-FIN-ARCHIVO
           END-IF

           PERFORM 2100-LEER-UN-DISPARO
                   UNTIL FIN-ARCHIVO

           IF TRG-OK OR TRG-AT-END
              CLOSE ALERT-TRG-FILE
           END-IF
           EXIT PARAGRAPH.

       2100-LEER-UN-DISPARO.

           READ ALERT-TRG-FILE INTO WS-ALERT-REC
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO
              NOT AT END
                 ADD 1 TO WS-CONT-DISPAROS
                 IF WS-ALERT-SEVERIDAD = 'T'
                    AND WS-ALERT-FECHA NOT = SPACES
                    PERFORM 2200-ANOTAR-DISPARO
                 END-IF
           END-READ
           EXIT PARAGRAPH.

       2200-ANOTAR-DISPARO.

           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 2
              IF WS-ALERT-PROGRAMA = WS-RUT-PROGRAMA(WS-R)
                 MOVE WS-ALERT-FECHA TO WS-REG-FECHA
                 MOVE WS-ALERT-HORA  TO WS-REG-HORA
                 PERFORM 5000-CALCULAR-SEGUNDOS
                 IF WS-REG-SEG NOT < WS-DESDE-SEG
                    ADD 1 TO WS-RUT-DISPAROS(WS-R)
                    MOVE WS-ALERT-FECHA TO WS-RUT-ULT-FECHA(WS-R)
                    MOVE WS-ALERT-HORA  TO WS-RUT-ULT-HORA(WS-R)
                    IF WS-ALERT-APPLID NOT = SPACES
                       MOVE WS-ALERT-APPLID
                          TO WS-RUT-ULT-ORIGEN(WS-R)
                    ELSE
                       MOVE WS-ALERT-SISTEMA
                          TO WS-RUT-ULT-ORIGEN(WS-R)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *****************************************************************
      *   RECONOCIMIENTOS DE OCURRENCIAS DE LATIDO DENTRO DE LA       *
      *   VENTANA (LA CLAVE DE LA OCURRENCIA ES LA DE ERRVSAM, CON    *
      *   EL RELOJ DE PGMERROR). SIN ALRTACK LEGIBLE NADA QUEDA       *
      *   RECONOCIDO.                                                 *
      *****************************************************************
       3000-LEER-RECONOCIMIENTOS.

           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN INPUT ALR-ACK-FILE
           IF NOT ACK-OK
              DISPLAY 'PGMLATCHK: SIN ALRTACK LEGIBLE - STATUS '
                      WS-ACK-ST
              MOVE 'S' TO WS-FIN-ARCHIVO
           END-IF

           PERFORM 3100-LEER-UN-RECONOCIMIENTO
                   UNTIL FIN-ARCHIVO

           IF ACK-OK OR ACK-AT-END
              CLOSE ALR-ACK-FILE
           END-IF
           EXIT PARAGRAPH.

       3100-LEER-UN-RECONOCIMIENTO.

           READ ALR-ACK-FILE
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO
              NOT AT END
                 ADD 1 TO WS-CONT-ACKS
                 PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 2
                    IF WS-ACK-PROGRAMA = WS-RUT-PROGRAMA(WS-R)
                       AND WS-ACK-FECHA NOT = SPACES
                       MOVE WS-ACK-FECHA TO WS-REG-FECHA
                       MOVE WS-ACK-HORA  TO WS-REG-HORA
                       PERFORM 5000-CALCULAR-SEGUNDOS
                       IF WS-REG-SEG NOT < WS-DESDE-SEG
                          ADD 1 TO WS-RUT-RECONOCIDOS(WS-R)
                          MOVE WS-ACK-USUARIO
                             TO WS-RUT-ACK-USUARIO(WS-R)
                          MOVE WS-ACK-FECHA-RECON
                             TO WS-RUT-ACK-FECHA(WS-R)
                          MOVE WS-ACK-HORA-RECON
                             TO WS-RUT-ACK-HORA(WS-R)
                       END-IF
                    END-IF
                 END-PERFORM
           END-READ
           EXIT PARAGRAPH.

      *****************************************************************
      *   ESTADO DE CADA RUTA VERIFICADA Y AVISO FUERA DE BANDA POR   *
      *   CADA UNA QUE FALLO                                          *
      *****************************************************************
       4000-EVALUAR-RUTAS.

           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 2
              EVALUATE TRUE
              WHEN WS-RUT-ACTIVA(WS-R) NOT = 'S'
                   MOVE 'NO VERIFICADA' TO WS-RUT-ESTADO(WS-R)
              WHEN WS-RUT-DISPAROS(WS-R) = 0
                   MOVE 'NO LLEGO'      TO WS-RUT-ESTADO(WS-R)
                   PERFORM 4100-AVISAR-FALLA
              WHEN WS-RUT-RECONOCIDOS(WS-R) = 0
                   MOVE 'SIN RECONOCER' TO WS-RUT-ESTADO(WS-R)
                   PERFORM 4100-AVISAR-FALLA
              WHEN OTHER
                   MOVE 'OK'            TO WS-RUT-ESTADO(WS-R)
              END-EVALUATE
           END-PERFORM
           EXIT PARAGRAPH.

       4100-AVISAR-FALLA.

           MOVE 'S' TO WS-HUBO-FALLA
           MOVE WS-RUT-NOMBRE(WS-R) TO WS-CON-RUTA
           MOVE WS-RUT-ESTADO(WS-R) TO WS-CON-ESTADO
           MOVE WS-MIN-VENTANA      TO WS-CON-VENTANA
           DISPLAY WS-CONSOLA-MSG UPON CONSOLE
           EXIT PARAGRAPH.

      *****************************************************************
      *   FECHA AAAA-MM-DD + HORA HH:MM:SS A SEGUNDOS CORRIDOS (MISMA *
      *   CUENTA QUE 5200-EVALUAR-EDAD DE PGMALRESC)                  *
      *****************************************************************
       5000-CALCULAR-SEGUNDOS.

           MOVE WS-REG-FECHA(1:4) TO WS-REG-AAAAMMDD(1:4)
           MOVE WS-REG-FECHA(6:2) TO WS-REG-AAAAMMDD(5:2)
           MOVE WS-REG-FECHA(9:2) TO WS-REG-AAAAMMDD(7:2)
           COMPUTE WS-REG-SEG
              = FUNCTION INTEGER-OF-DATE(WS-REG-AAAAMMDD) * 86400
              + FUNCTION NUMVAL(WS-REG-HORA(1:2)) * 3600
              + FUNCTION NUMVAL(WS-REG-HORA(4:2)) * 60
              + FUNCTION NUMVAL(WS-REG-HORA(7:2))
           END-COMPUTE
           EXIT PARAGRAPH.

       8000-IMPRIMIR-RESUMEN.

           DISPLAY WS-SEPARADOR
           DISPLAY 'VERIFICACION DEL LATIDO DE ALERTAS - PGMLATCHK'
           DISPLAY WS-SEPARADOR
           DISPLAY 'VENTANA (MINUTOS)       : ' WS-MIN-VENTANA-ED
           DISPLAY 'DISPAROS LEIDOS         : ' WS-CONT-DISPAROS
           DISPLAY 'RECONOCIMIENTOS LEIDOS  : ' WS-CONT-ACKS
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 2
              DISPLAY WS-SEPARADOR-MIN
              DISPLAY 'RUTA ' WS-RUT-NOMBRE(WS-R)
                      ' (' WS-RUT-PROGRAMA(WS-R) ') : '
                      WS-RUT-ESTADO(WS-R)
              IF WS-RUT-DISPAROS(WS-R) > 0
                 DISPLAY '  LATIDOS EN VENTANA    : '
                         WS-RUT-DISPAROS(WS-R)
                         ' - ULTIMO ' WS-RUT-ULT-FECHA(WS-R) ' '
                         WS-RUT-ULT-HORA(WS-R) ' '
                         WS-RUT-ULT-ORIGEN(WS-R)
              END-IF
              IF WS-RUT-RECONOCIDOS(WS-R) > 0
                 DISPLAY '  RECONOCIDO POR        : '
                         WS-RUT-ACK-USUARIO(WS-R) ' EL '
                         WS-RUT-ACK-FECHA(WS-R) ' '
                         WS-RUT-ACK-HORA(WS-R)
              END-IF
           END-PERFORM
           DISPLAY WS-SEPARADOR
           IF HUBO-FALLA
              DISPLAY '*** RUTA DE ALERTAS CON FALLA - AVISO ERRA009E '
                      'ENVIADO A CONSOLA ***'
              DISPLAY WS-SEPARADOR
           END-IF
           EXIT PARAGRAPH.
