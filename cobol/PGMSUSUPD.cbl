      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMSUSUPD.

      *****************************************************************
      *   APLICACION DE LAS DECISIONES DE OPERACIONES SOBRE LOS       *
      *   REGISTROS EN CUARENTENA (ERRSUSP)                           *
      *****************************************************************
      * AUTOR : MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************
      * FUNCION:                                                      *
      *   TOMA LA HOJA DE DECISIONES (DD SUSDEC, LAYOUT CPSUSDEC) QUE *
      *   GRABO PGMSUSRPT Y OPERACIONES COMPLETO, Y LA APLICA SOBRE   *
      *   ERRSUSP EN EL LUGAR (REWRITE, MISMO CRITERIO QUE PGMERRRST  *
      *   CON RESTART):                                               *
      *     'C' CORREGIR - EL REGISTRO PASA A CORREGIDO CON LA IMAGEN *
      *                    DE LA LINEA; QUEDA ESPERANDO A PGMSUSRPR   *
      *                    QUE LO DEVUELVE A LA APLICACION.           *
      *     'R' RECHAZAR - EL REGISTRO PASA A RECHAZADO (DESENLACE    *
      *                    FINAL) CON EL MOTIVO DE LA LINEA.          *
      *   EN AMBOS CASOS SE REGISTRA QUIEN DECIDIO, CUANDO Y POR QUE. *
      *   UNA DECISION SOLO SE APLICA A UN REGISTRO ABIERTO (P O C):  *
      *   UN CORREGIDO PUEDE VOLVER A CORREGIRSE O RECHAZARSE ANTES   *
      *   DEL REPROCESO; LOS RECHAZADOS Y REENVIADOS NO SE TOCAN.     *
      *                                                               *
      *   LAS LINEAS CON ACCION EN BLANCO SE IGNORAN (SIN DECISION    *
      *   TODAVIA). LAS LINEAS INVALIDAS (ACCION DESCONOCIDA, SIN     *
      *   USUARIO, RECHAZO SIN MOTIVO, LARGO NO NUMERICO) Y LAS QUE   *
      *   NO ENCUENTRAN UN REGISTRO ABIERTO SE LISTAN Y NO SE         *
      *   APLICAN. SI LA MISMA LINEA APARECE DOS VECES, VALE LA       *
      *   ULTIMA.                                                     *
      *****************************************************************
      * ENTRADAS:                                                     *
      *   DD SUSDEC  : HOJA DE DECISIONES (CPSUSDEC)                  *
      * ENTRADA/SALIDA:                                               *
      *   DD ERRSUSP : REGISTROS EN CUARENTENA (CPSUSREC)             *
      *****************************************************************
      * RETURN CODE:                                                  *
      *   0 - TODAS LAS DECISIONES SE APLICARON                       *
      *   4 - HUBO DECISIONES INVALIDAS O SIN REGISTRO ABIERTO        *
      *   8 - SUSDEC O ERRSUSP ILEGIBLE, O FALLO UN REWRITE           *
      *****************************************************************

      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSDEC-FILE ASSIGN TO 'SUSDEC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSDEC-ST.

      *---------------------------------------------------------------*
      * DATASET DE CUARENTENA (EL MISMO QUE GRABA PGMERROR). SE ABRE  *
      * I-O: REWRITE SOBRE EL ULTIMO REGISTRO LEIDO.                  *
      *---------------------------------------------------------------*
           SELECT SUSP-FILE ASSIGN TO 'ERRSUSP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-ST.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
       FD  SUSDEC-FILE
           RECORDING MODE IS F.
           COPY CPSUSDEC.

       FD  SUSP-FILE
           RECORDING MODE IS F.
           COPY CPSUSREC.

       WORKING-STORAGE SECTION.
       77 FILLER               PIC X(26) VALUE '* INICIO WS *'.

       01 WS-SEPARADOR         PIC X(60) VALUE ALL '='.

       01 WS-SUSDEC-ST         PIC X(02) VALUE '00'.
          88 SUSDEC-OK                   VALUE '00'.
          88 SUSDEC-AT-END               VALUE '10'.
       01 WS-SUSDEC-ABIERTO    PIC X(01) VALUE 'N'.
          88 SUSDEC-ABIERTO              VALUE 'S'.

       01 WS-SUSP-ST           PIC X(02) VALUE '00'.
          88 SUSP-OK                     VALUE '00'.
          88 SUSP-AT-END                 VALUE '10'.
       01 WS-SUSP-ABIERTO      PIC X(01) VALUE 'N'.
          88 SUSP-ABIERTO                VALUE 'S'.

       01 WS-FIN-ARCHIVO       PIC X(01) VALUE 'N'.
          88 FIN-ARCHIVO                 VALUE 'S'.

       01 WS-HUBO-RECHAZO      PIC X(01) VALUE 'N'.
          88 HUBO-RECHAZO                VALUE 'S'.

       01 WS-HUBO-ERROR        PIC X(01) VALUE 'N'.
          88 HUBO-ERROR                  VALUE 'S'.

       01 WS-LINEA-VALIDA      PIC X(01) VALUE 'N'.
          88 LINEA-VALIDA                VALUE 'S'.

      *---------------------------------------------------------------*
      * DECISIONES VALIDAS DE LA HOJA, A APLICAR EN UNA SOLA PASADA   *
      * SOBRE ERRSUSP                                                 *
      *---------------------------------------------------------------*
       01 WS-TAB-DECISIONES.
          05 WS-DEC-ENTRY OCCURS 500 TIMES.
             07 WS-DEC-ID          PIC X(39).
             07 WS-DEC-ACCION      PIC X(01).
             07 WS-DEC-USUARIO     PIC X(08).
             07 WS-DEC-MOTIVO      PIC X(40).
             07 WS-DEC-IMAGEN-LON  PIC 9(04).
             07 WS-DEC-IMAGEN      PIC X(500).
             07 WS-DEC-APLICADA    PIC X(01).
       01 WS-DEC-CANT          PIC 9(04) COMP VALUE ZEROS.
       01 WS-DEC-MAX           PIC 9(04) COMP VALUE 500.
       01 WS-D                 PIC 9(04) COMP VALUE ZEROS.
       01 WS-DEC-HALLADA       PIC X(01) VALUE 'N'.
          88 DEC-HALLADA                 VALUE 'S'.
       01 WS-ID-BUSCADO        PIC X(39) VALUE SPACES.

      *---------------------------------------------------------------*
      * MOMENTO DE LA APLICACION (AAAA-MM-DD Y HH:MM:SS, COMO LAS     *
      * FECHAS DE CPSUSREC)                                           *
      *---------------------------------------------------------------*
       01 WS-CURRENT-DATE.
          05 WS-CD-AAAA        PIC X(04).
          05 WS-CD-MM          PIC X(02).
          05 WS-CD-DD          PIC X(02).
          05 WS-CD-HH          PIC X(02).
          05 WS-CD-MIN         PIC X(02).
          05 WS-CD-SS          PIC X(02).
          05 FILLER            PIC X(07).
       01 WS-FECHA-HOY         PIC X(10) VALUE SPACES.
       01 WS-HORA-HOY          PIC X(08) VALUE SPACES.

       01 WS-CONT-LINEAS       PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-SIN-DECISION PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-INVALIDAS    PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-EXCEDIDAS    PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-LEIDOS       PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-CORREGIDOS   PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-RECHAZADOS   PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-CERRADOS     PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-HUERFANAS    PIC 9(09) COMP VALUE ZEROS.

       77 FILLER               PIC X(26) VALUE '* FINAL  WS *'.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       PRINCIPAL.

           PERFORM 1000-I-INICIO THRU 1000-F-INICIO
           PERFORM 2000-CARGAR-DECISIONES
           IF NOT HUBO-ERROR AND WS-DEC-CANT > 0
              PERFORM 3000-APLICAR-DECISIONES
              PERFORM 4000-LISTAR-HUERFANAS
           END-IF
           PERFORM 8000-IMPRIMIR-RESUMEN
           PERFORM 9000-I-CIERRE THRU 9000-F-CIERRE
           .
       FIN-PRINCIPAL.
           GOBACK.

       1000-I-INICIO.

           INITIALIZE WS-TAB-DECISIONES
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-AAAA '-' WS-CD-MM '-' WS-CD-DD
              DELIMITED BY SIZE
              INTO WS-FECHA-HOY
           END-STRING
           STRING WS-CD-HH ':' WS-CD-MIN ':' WS-CD-SS
              DELIMITED BY SIZE
              INTO WS-HORA-HOY
           END-STRING
           .
       1000-F-INICIO.
           EXIT.

      *****************************************************************
      *   CARGAR LAS LINEAS CON DECISION DE LA HOJA, VALIDANDOLAS     *
      *****************************************************************
       2000-CARGAR-DECISIONES.

           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN INPUT SUSDEC-FILE
           IF NOT SUSDEC-OK
              DISPLAY 'PGMSUSUPD: SUSDEC ILEGIBLE - STATUS '
                      WS-SUSDEC-ST
              MOVE 'S' TO WS-HUBO-ERROR
              MOVE 'S' TO WS-FIN-ARCHIVO
           ELSE
              MOVE 'S' TO WS-SUSDEC-ABIERTO
           END-IF

           PERFORM 2100-LEER-DECISION
                   UNTIL FIN-ARCHIVO
           EXIT PARAGRAPH.

       2100-LEER-DECISION.

           READ SUSDEC-FILE
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO
              NOT AT END
                 ADD 1 TO WS-CONT-LINEAS
                 IF SDEC-SIN-DECISION
                    ADD 1 TO WS-CONT-SIN-DECISION
                 ELSE
                    PERFORM 2200-VALIDAR-DECISION
                    IF LINEA-VALIDA
                       PERFORM 2300-GUARDAR-DECISION
                    END-IF
                 END-IF
           END-READ
           IF NOT SUSDEC-OK AND NOT SUSDEC-AT-END
              DISPLAY 'PGMSUSUPD: FALLO READ SUSDEC - STATUS '
                      WS-SUSDEC-ST
              MOVE 'S' TO WS-HUBO-ERROR
              MOVE 'S' TO WS-FIN-ARCHIVO
           END-IF
           EXIT PARAGRAPH.

       2200-VALIDAR-DECISION.

           MOVE 'N' TO WS-LINEA-VALIDA
           EVALUATE TRUE
           WHEN NOT SDEC-CORREGIR AND NOT SDEC-RECHAZAR
                DISPLAY 'PGMSUSUPD: ACCION ' WS-SDEC-ACCION
                        ' DESCONOCIDA - ' WS-SDEC-ID
           WHEN WS-SDEC-USUARIO = SPACES
                DISPLAY 'PGMSUSUPD: DECISION SIN USUARIO - '
                        WS-SDEC-ID
           WHEN SDEC-RECHAZAR AND WS-SDEC-MOTIVO = SPACES
                DISPLAY 'PGMSUSUPD: RECHAZO SIN MOTIVO - '
                        WS-SDEC-ID
           WHEN SDEC-CORREGIR AND WS-SDEC-IMAGEN-LON NOT NUMERIC
                DISPLAY 'PGMSUSUPD: LARGO DE IMAGEN NO NUMERICO - '
                        WS-SDEC-ID
           WHEN SDEC-CORREGIR AND WS-SDEC-IMAGEN-LON > 500
                DISPLAY 'PGMSUSUPD: LARGO DE IMAGEN MAYOR A 500 - '
                        WS-SDEC-ID
           WHEN OTHER
                MOVE 'S' TO WS-LINEA-VALIDA
           END-EVALUATE
           IF NOT LINEA-VALIDA
              ADD 1 TO WS-CONT-INVALIDAS
              MOVE 'S' TO WS-HUBO-RECHAZO
           END-IF
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * UNA LINEA REPETIDA REEMPLAZA A LA ANTERIOR (VALE LA ULTIMA)   *
      *---------------------------------------------------------------*
       2300-GUARDAR-DECISION.

           MOVE WS-SDEC-ID TO WS-ID-BUSCADO
           PERFORM 3200-BUSCAR-DECISION
           IF NOT DEC-HALLADA
              IF WS-DEC-CANT NOT < WS-DEC-MAX
                 DISPLAY 'PGMSUSUPD: MAS DE ' WS-DEC-MAX
                         ' DECISIONES - NO SE APLICA ' WS-SDEC-ID
                 ADD 1 TO WS-CONT-EXCEDIDAS
                 MOVE 'S' TO WS-HUBO-RECHAZO
              ELSE
                 ADD 1 TO WS-DEC-CANT
                 MOVE WS-DEC-CANT TO WS-D
                 MOVE 'S' TO WS-DEC-HALLADA
              END-IF
           END-IF
           IF DEC-HALLADA
              MOVE WS-SDEC-ID         TO WS-DEC-ID(WS-D)
              MOVE WS-SDEC-ACCION     TO WS-DEC-ACCION(WS-D)
              MOVE WS-SDEC-USUARIO    TO WS-DEC-USUARIO(WS-D)
              MOVE WS-SDEC-MOTIVO     TO WS-DEC-MOTIVO(WS-D)
              MOVE WS-SDEC-IMAGEN-LON TO WS-DEC-IMAGEN-LON(WS-D)
              MOVE WS-SDEC-IMAGEN     TO WS-DEC-IMAGEN(WS-D)
              MOVE 'N'                TO WS-DEC-APLICADA(WS-D)
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   PASADA UNICA SOBRE ERRSUSP: CADA REGISTRO CON DECISION SE   *
      *   ACTUALIZA EN EL LUGAR                                       *
      *****************************************************************
       3000-APLICAR-DECISIONES.

           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN I-O SUSP-FILE
           IF NOT SUSP-OK
              DISPLAY 'PGMSUSUPD: ERRSUSP ILEGIBLE - STATUS '
                      WS-SUSP-ST
              MOVE 'S' TO WS-HUBO-ERROR
              MOVE 'S' TO WS-FIN-ARCHIVO
           ELSE
              MOVE 'S' TO WS-SUSP-ABIERTO
           END-IF

           PERFORM 3100-LEER-REGISTRO
                   UNTIL FIN-ARCHIVO
           EXIT PARAGRAPH.

       3100-LEER-REGISTRO.

           READ SUSP-FILE
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO
              NOT AT END
                 ADD 1 TO WS-CONT-LEIDOS
                 MOVE WS-SUS-ID TO WS-ID-BUSCADO
                 PERFORM 3200-BUSCAR-DECISION
                 IF DEC-HALLADA
                    PERFORM 3300-APLICAR-DECISION
                 END-IF
           END-READ
           IF NOT SUSP-OK AND NOT SUSP-AT-END AND NOT FIN-ARCHIVO
              DISPLAY 'PGMSUSUPD: FALLO READ ERRSUSP - STATUS '
                      WS-SUSP-ST
              MOVE 'S' TO WS-HUBO-ERROR
              MOVE 'S' TO WS-FIN-ARCHIVO
           END-IF
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * DEJA EN WS-D LA DECISION DEL REGISTRO WS-ID-BUSCADO, SI LA    *
      * HAY                                                           *
      *---------------------------------------------------------------*
       3200-BUSCAR-DECISION.

           MOVE 'N' TO WS-DEC-HALLADA
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DEC-CANT OR DEC-HALLADA
              IF WS-DEC-ID(WS-D) = WS-ID-BUSCADO
                 MOVE 'S' TO WS-DEC-HALLADA
              END-IF
           END-PERFORM
           IF DEC-HALLADA
              SUBTRACT 1 FROM WS-D
           END-IF
           EXIT PARAGRAPH.

       3300-APLICAR-DECISION.

           MOVE 'S' TO WS-DEC-APLICADA(WS-D)
           IF NOT SUS-ABIERTO
              DISPLAY 'PGMSUSUPD: REGISTRO YA CERRADO (ESTADO '
                      WS-SUS-ESTADO ') - NO SE APLICA ' WS-SUS-ID
              ADD 1 TO WS-CONT-CERRADOS
              MOVE 'S' TO WS-HUBO-RECHAZO
           ELSE
              MOVE WS-DEC-USUARIO(WS-D) TO WS-SUS-DEC-USUARIO
              MOVE WS-DEC-MOTIVO(WS-D)  TO WS-SUS-DEC-MOTIVO
              MOVE WS-FECHA-HOY         TO WS-SUS-DEC-FECHA
              MOVE WS-HORA-HOY          TO WS-SUS-DEC-HORA
              IF WS-DEC-ACCION(WS-D) = 'C'
                 MOVE 'C' TO WS-SUS-ESTADO
                 IF WS-DEC-IMAGEN-LON(WS-D) = 0
                    MOVE WS-SUS-IMAGEN-LON TO WS-SUS-CORREG-LON
                 ELSE
                    MOVE WS-DEC-IMAGEN-LON(WS-D) TO WS-SUS-CORREG-LON
                 END-IF
                 MOVE WS-DEC-IMAGEN(WS-D) TO WS-SUS-CORREGIDA
              ELSE
                 MOVE 'R' TO WS-SUS-ESTADO
              END-IF

              REWRITE WS-SUSP-REC
              IF SUSP-OK
                 IF SUS-CORREGIDO
                    ADD 1 TO WS-CONT-CORREGIDOS
                 ELSE
                    ADD 1 TO WS-CONT-RECHAZADOS
                 END-IF
              ELSE
                 DISPLAY 'PGMSUSUPD: FALLO REWRITE ERRSUSP - STATUS '
                         WS-SUSP-ST ' - ' WS-SUS-ID
                 MOVE 'S' TO WS-HUBO-ERROR
                 MOVE 'S' TO WS-FIN-ARCHIVO
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   DECISIONES SIN REGISTRO EN ERRSUSP (LINEA EDITADA EN EL     *
      *   IDENTIFICADOR, O HOJA DE OTRO DATASET)                      *
      *****************************************************************
       4000-LISTAR-HUERFANAS.

           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DEC-CANT
              IF WS-DEC-APLICADA(WS-D) NOT = 'S'
                 DISPLAY 'PGMSUSUPD: SIN REGISTRO EN ERRSUSP - '
                         WS-DEC-ID(WS-D)
                 ADD 1 TO WS-CONT-HUERFANAS
                 MOVE 'S' TO WS-HUBO-RECHAZO
              END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       8000-IMPRIMIR-RESUMEN.

           DISPLAY WS-SEPARADOR
           DISPLAY 'DECISIONES SOBRE CUARENTENA - PGMSUSUPD'
           DISPLAY WS-SEPARADOR
           DISPLAY 'LINEAS DE LA HOJA       : ' WS-CONT-LINEAS
           DISPLAY 'SIN DECISION            : ' WS-CONT-SIN-DECISION
           DISPLAY 'INVALIDAS               : ' WS-CONT-INVALIDAS
           DISPLAY 'EXCEDIDAS (NO CARGADAS) : ' WS-CONT-EXCEDIDAS
           DISPLAY 'REGISTROS ERRSUSP LEIDOS: ' WS-CONT-LEIDOS
           DISPLAY 'CORREGIDOS              : ' WS-CONT-CORREGIDOS
           DISPLAY 'RECHAZADOS              : ' WS-CONT-RECHAZADOS
           DISPLAY 'SOBRE REGISTRO CERRADO  : ' WS-CONT-CERRADOS
           DISPLAY 'SIN REGISTRO EN ERRSUSP : ' WS-CONT-HUERFANAS
           DISPLAY WS-SEPARADOR
           EXIT PARAGRAPH.

      *****************************************************************
      *   CIERRE DE LOS ARCHIVOS ABIERTOS (TAMBIEN TRAS UN READ O UN  *
      *   REWRITE FALLIDO) Y RETURN CODE                              *
      *****************************************************************
       9000-I-CIERRE.

           IF SUSDEC-ABIERTO
              CLOSE SUSDEC-FILE
           END-IF
           IF SUSP-ABIERTO
              CLOSE SUSP-FILE
           END-IF
           EVALUATE TRUE
           WHEN HUBO-ERROR
                MOVE 8 TO RETURN-CODE
           WHEN HUBO-RECHAZO
                MOVE 4 TO RETURN-CODE
           WHEN OTHER
                MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .
       9000-F-CIERRE.
           EXIT.
