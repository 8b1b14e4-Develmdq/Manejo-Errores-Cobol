      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMERRVER.

      *****************************************************************
      *   TOTALES DE CONTROL DE LAS GENERACIONES DE ERRHIST: SELLADO  *
      *   Y VERIFICACION COMPARTIDA POR LOS CONSUMIDORES              *
      *****************************************************************
      * AUTOR : MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************
      * FUNCION:                                                      *
      *   LOS REPORTES Y EXTRACTOS QUE LEEN ERRHIST CONFIABAN EN LO   *
      *   QUE ENCONTRABAN: UNA GENERACION CORTADA POR UN ABEND O POR  *
      *   FALTA DE ESPACIO, O UNA CONCATENACION A LA QUE LE FALTA UN  *
      *   DIA, DABA NUMEROS CREIBLES PERO EQUIVOCADOS. CADA           *
      *   GENERACION LLEVA AHORA SUS TOTALES DE CONTROL EN ERRHCTL    *
      *   (VER CPERRCTL) Y ESTE SUBPROGRAMA LOS MANEJA:               *
      *                                                               *
      *   ACCION 'S' (SELLAR) - VIA PGMHSTCTL, ULTIMO PASO DEL JOB    *
      *   QUE ABRE LA GENERACION: RECORRE ERRHIST (LA GENERACION      *
      *   RECIEN GRABADA) Y AGREGA A ERRHCTL UN REGISTRO CON CANTIDAD,*
      *   CANTIDAD POR SEVERIDAD, PRIMER Y ULTIMO MOMENTO Y EL DIA    *
      *   QUE CUBRE.                                                  *
      *                                                               *
      *   ACCION 'V' (VERIFICAR) - LA LLAMAN LOS CONSUMIDORES ANTES   *
      *   DE ABRIR SU HISTORICO (O PGMHSTCTL COMO PASO SUELTO): LEE   *
      *   A LA PAR LA CONCATENACION DE CONTROL Y LA DEL HISTORICO     *
      *   (MISMO ORDEN), CUENTA CADA GENERACION CONTRA SUS TOTALES,   *
      *   EXIGE QUE NO SOBREN REGISTROS SIN SELLAR Y QUE LOS DIAS     *
      *   CUBIERTOS NO TENGAN HUECOS. EL RESULTADO VUELVE EN          *
      *   CPVERPRM; QUE HACER CON EL (NO CORRER, O MARCAR LA SALIDA   *
      *   COMO INCOMPLETA) LO DECIDE CADA CONSUMIDOR.                 *
      *                                                               *
      *   EL SUBPROGRAMA ABRE Y CIERRA SUS PROPIOS DD: EL CONSUMIDOR  *
      *   ABRE SU HISTORICO DESPUES, COMO SIEMPRE.                    *
      *****************************************************************
      * DD SEGUN JUEGO (VER CPVERPRM):                                *
      *   'H' ERRHIST + ERRHCTL                                       *
      *   'A' ERRHACT + ERRCACT                                       *
      *   'C' ERRHANT + ERRCANT                                       *
      *****************************************************************

      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---------------------------------------------------------------*
      * HISTORICO Y TOTALES DE CONTROL DE CADA JUEGO. SOLO UN JUEGO   *
      * ESTA ABIERTO POR LLAMADA, ASI QUE COMPARTEN FILE STATUS.      *
      *---------------------------------------------------------------*
           SELECT ERR-LOG-FILE ASSIGN TO 'ERRHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIS-ST.

           SELECT ERR-CTL-FILE ASSIGN TO 'ERRHCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-ST.

           SELECT ERR-ACT-FILE ASSIGN TO 'ERRHACT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIS-ST.

           SELECT CTL-ACT-FILE ASSIGN TO 'ERRCACT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-ST.

           SELECT ERR-ANT-FILE ASSIGN TO 'ERRHANT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIS-ST.

           SELECT CTL-ANT-FILE ASSIGN TO 'ERRCANT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-ST.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *---------------------------------------------------------------*
      * TODOS SE LEEN "INTO" LOS REGISTROS DE CPERRLOG / CPERRCTL DE  *
      * WORKING-STORAGE; ESTOS 01 SOLO FIJAN EL LRECL (162 Y 100).    *
      *---------------------------------------------------------------*
       FD  ERR-LOG-FILE
           RECORDING MODE IS F.
       01 WS-ERR-LOG-FD-REC    PIC X(162).

       FD  ERR-CTL-FILE
           RECORDING MODE IS F.
       01 WS-ERR-CTL-FD-REC    PIC X(100).

       FD  ERR-ACT-FILE
           RECORDING MODE IS F.
       01 WS-ERR-ACT-FD-REC    PIC X(162).

       FD  CTL-ACT-FILE
           RECORDING MODE IS F.
       01 WS-CTL-ACT-FD-REC    PIC X(100).

       FD  ERR-ANT-FILE
           RECORDING MODE IS F.
       01 WS-ERR-ANT-FD-REC    PIC X(162).

       FD  CTL-ANT-FILE
           RECORDING MODE IS F.
       01 WS-CTL-ANT-FD-REC    PIC X(100).

       WORKING-STORAGE SECTION.
       77 FILLER               PIC X(26) VALUE '* INICIO WS *'.

           COPY CPERRLOG.

           COPY CPERRCTL.

       01 WS-HIS-ST            PIC X(02) VALUE '00'.
          88 HIS-OK                      VALUE '00'.
          88 HIS-AT-END                  VALUE '10'.
          88 HIS-NO-EXISTE               VALUE '35'.

       01 WS-CTL-ST            PIC X(02) VALUE '00'.
          88 CTL-OK                      VALUE '00'.
          88 CTL-AT-END                  VALUE '10'.
          88 CTL-NO-EXISTE               VALUE '35'.

       01 WS-FIN-HIST          PIC X(01) VALUE 'N'.
          88 FIN-HIST                    VALUE 'S'.
       01 WS-FIN-CONTROL       PIC X(01) VALUE 'N'.
          88 FIN-CONTROL                 VALUE 'S'.

      *---------------------------------------------------------------*
      * DESPUES DE LA PRIMERA GENERACION QUE NO CUADRA SE PIERDE EL   *
      * CORTE ENTRE GENERACIONES: LAS SIGUIENTES SOLO APORTAN SU DIA  *
      * A LA VERIFICACION DE HUECOS                                   *
      *---------------------------------------------------------------*
       01 WS-DESALINEADO       PIC X(01) VALUE 'N'.
          88 DESALINEADO                 VALUE 'S'.

      *---------------------------------------------------------------*
      * TOTALES CONTADOS SOBRE EL HISTORICO (UNA GENERACION AL        *
      * VERIFICAR, TODO EL DD AL SELLAR)                              *
      *---------------------------------------------------------------*
       01 WS-ACU-CANTIDAD      PIC 9(09) COMP VALUE ZEROS.
       01 WS-ACU-CRITICAS      PIC 9(09) COMP VALUE ZEROS.
       01 WS-ACU-FATALES       PIC 9(09) COMP VALUE ZEROS.
       01 WS-ACU-WARNINGS      PIC 9(09) COMP VALUE ZEROS.
       01 WS-ACU-PRIMERA-FECHA PIC X(10) VALUE SPACES.
       01 WS-ACU-PRIMERA-HORA  PIC X(08) VALUE SPACES.
       01 WS-ACU-ULTIMA-FECHA  PIC X(10) VALUE SPACES.
       01 WS-ACU-ULTIMA-HORA   PIC X(08) VALUE SPACES.

      *---------------------------------------------------------------*
      * DIAS CUBIERTOS (FECHA-PROCESO DE CADA GENERACION, COMO ENTERO *
      * DE INTEGER-OF-DATE, SIN REPETIDOS: PUEDE HABER VARIAS         *
      * GENERACIONES POR DIA, UNA POR JOB)                            *
      *---------------------------------------------------------------*
       01 WS-TAB-DIAS.
          05 WS-DIA-TOTAL      PIC 9(04) COMP VALUE ZEROS.
          05 WS-DIA-NUM OCCURS 1000 TIMES PIC 9(07) COMP.
       01 WS-DIA-DESBORDES     PIC 9(05) COMP VALUE ZEROS.
       01 WS-DIA-FECHAS-MALAS  PIC 9(05) COMP VALUE ZEROS.
       01 WS-DIA-I             PIC 9(04) COMP VALUE ZEROS.
       01 WS-DIA-HALLADO       PIC X(01) VALUE 'N'.
          88 DIA-HALLADO                 VALUE 'S'.
       01 WS-DIA-MIN           PIC 9(07) COMP VALUE ZEROS.
       01 WS-DIA-MAX           PIC 9(07) COMP VALUE ZEROS.
       01 WS-DIA-BUSCA         PIC 9(07) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * CONVERSION FECHA ISO <-> ENTERO                               *
      *---------------------------------------------------------------*
       01 WS-FEC-ISO           PIC X(10) VALUE SPACES.
       01 WS-FEC-VALIDA        PIC X(01) VALUE 'N'.
          88 FEC-VALIDA                  VALUE 'S'.
       01 WS-FEC-ENTERO        PIC 9(07) COMP VALUE ZEROS.
       01 WS-FEC-AAAAMMDD      PIC 9(08) VALUE ZEROS.
       01 WS-FEC-DESGLOSE REDEFINES WS-FEC-AAAAMMDD.
          05 WS-FEC-AAAA       PIC X(04).
          05 WS-FEC-MM         PIC X(02).
          05 WS-FEC-DD         PIC X(02).

       01 WS-CURRENT-DATE.
          05 WS-CD-AAAA        PIC X(04).
          05 WS-CD-MM          PIC X(02).
          05 WS-CD-DD          PIC X(02).
          05 WS-CD-HH          PIC X(02).
          05 WS-CD-MIN         PIC X(02).
          05 WS-CD-SS          PIC X(02).
          05 FILLER            PIC X(07).

      *---------------------------------------------------------------*
      * EDICION DE CONTEOS PARA LOS MENSAJES                          *
      *---------------------------------------------------------------*
       01 WS-ED-GEN            PIC ZZZZ9.
       01 WS-ED-LEIDOS         PIC Z(08)9.
       01 WS-ED-ESPERADOS      PIC Z(08)9.

       77 FILLER               PIC X(26) VALUE '* FINAL  WS *'.

      *---------------------------------------------------------------*
       LINKAGE SECTION.
      *---------------------------------------------------------------*
           COPY CPVERPRM.

      *****************************************************************
       PROCEDURE DIVISION USING WS-VER-PARM.
      *****************************************************************

       PRINCIPAL.

           MOVE '00'   TO WS-VERP-RESULTADO
           MOVE SPACES TO WS-VERP-MENSAJE
           MOVE ZEROS  TO WS-VERP-GENERACIONES
           MOVE ZEROS  TO WS-VERP-REGISTROS
           MOVE ZEROS  TO WS-VERP-DIAS-FALTAN
           MOVE ZEROS  TO WS-VERP-GEN-FALLIDA
           MOVE SPACES TO WS-VERP-DESDE
           MOVE SPACES TO WS-VERP-HASTA
           MOVE SPACES TO WS-VERP-PRIMER-HUECO
           EVALUATE TRUE
           WHEN VERP-SELLAR
            AND VERP-JUEGO-HIST
                PERFORM 5000-SELLAR-GENERACION
           WHEN VERP-VERIFICAR
            AND (VERP-JUEGO-HIST OR VERP-JUEGO-ACTUAL
                 OR VERP-JUEGO-ANTERIOR)
                PERFORM 2000-VERIFICAR-JUEGO
           WHEN OTHER
                MOVE '90' TO WS-VERP-RESULTADO
                MOVE 'ACCION O JUEGO INVALIDO' TO WS-VERP-MENSAJE
           END-EVALUATE
           .
       FIN-PRINCIPAL.
           GOBACK.

      *****************************************************************
      *   E/S DEL JUEGO PEDIDO                                        *
      *****************************************************************
       1100-ABRIR-HISTORICO.

           MOVE 'N' TO WS-FIN-HIST
           EVALUATE TRUE
           WHEN VERP-JUEGO-ACTUAL
                OPEN INPUT ERR-ACT-FILE
           WHEN VERP-JUEGO-ANTERIOR
                OPEN INPUT ERR-ANT-FILE
           WHEN OTHER
                OPEN INPUT ERR-LOG-FILE
           END-EVALUATE
           IF NOT HIS-OK
              MOVE 'S' TO WS-FIN-HIST
           END-IF
           EXIT PARAGRAPH.

       1200-ABRIR-CONTROL.

           MOVE 'N' TO WS-FIN-CONTROL
           EVALUATE TRUE
           WHEN VERP-JUEGO-ACTUAL
                OPEN INPUT CTL-ACT-FILE
           WHEN VERP-JUEGO-ANTERIOR
                OPEN INPUT CTL-ANT-FILE
           WHEN OTHER
                OPEN INPUT ERR-CTL-FILE
           END-EVALUATE
           IF NOT CTL-OK
              MOVE 'S' TO WS-FIN-CONTROL
           END-IF
           EXIT PARAGRAPH.

       1300-LEER-HISTORICO.

           EVALUATE TRUE
           WHEN VERP-JUEGO-ACTUAL
                READ ERR-ACT-FILE INTO WS-ERR-LOG-REC
                   AT END
                      MOVE 'S' TO WS-FIN-HIST
                END-READ
           WHEN VERP-JUEGO-ANTERIOR
                READ ERR-ANT-FILE INTO WS-ERR-LOG-REC
                   AT END
                      MOVE 'S' TO WS-FIN-HIST
                END-READ
           WHEN OTHER
                READ ERR-LOG-FILE INTO WS-ERR-LOG-REC
                   AT END
                      MOVE 'S' TO WS-FIN-HIST
                END-READ
           END-EVALUATE
           IF NOT HIS-OK AND NOT HIS-AT-END
              DISPLAY 'PGMERRVER: FALLO READ DEL HISTORICO - STATUS '
                      WS-HIS-ST
              MOVE '90' TO WS-VERP-RESULTADO
              MOVE 'S' TO WS-FIN-HIST
           END-IF
           EXIT PARAGRAPH.

       1400-LEER-CONTROL.

           EVALUATE TRUE
           WHEN VERP-JUEGO-ACTUAL
                READ CTL-ACT-FILE INTO WS-CTL-REC
                   AT END
                      MOVE 'S' TO WS-FIN-CONTROL
                END-READ
           WHEN VERP-JUEGO-ANTERIOR
                READ CTL-ANT-FILE INTO WS-CTL-REC
                   AT END
                      MOVE 'S' TO WS-FIN-CONTROL
                END-READ
           WHEN OTHER
                READ ERR-CTL-FILE INTO WS-CTL-REC
                   AT END
                      MOVE 'S' TO WS-FIN-CONTROL
                END-READ
           END-EVALUATE
           IF NOT CTL-OK AND NOT CTL-AT-END
              DISPLAY 'PGMERRVER: FALLO READ DE TOTALES - STATUS '
                      WS-CTL-ST
              MOVE '90' TO WS-VERP-RESULTADO
              MOVE 'S' TO WS-FIN-CONTROL
           END-IF
           EXIT PARAGRAPH.

       1500-CERRAR-JUEGO.

           EVALUATE TRUE
           WHEN VERP-JUEGO-ACTUAL
                CLOSE ERR-ACT-FILE
                CLOSE CTL-ACT-FILE
           WHEN VERP-JUEGO-ANTERIOR
                CLOSE ERR-ANT-FILE
                CLOSE CTL-ANT-FILE
           WHEN OTHER
                CLOSE ERR-LOG-FILE
                CLOSE ERR-CTL-FILE
           END-EVALUATE
           EXIT PARAGRAPH.

      *****************************************************************
      *   VERIFICAR: CADA REGISTRO DE CONTROL CONSUME DEL HISTORICO   *
      *   LA CANTIDAD DE REGISTROS QUE DECLARA                        *
      *****************************************************************
       2000-VERIFICAR-JUEGO.

           MOVE 'N'   TO WS-DESALINEADO
           MOVE ZEROS TO WS-DIA-TOTAL
           MOVE ZEROS TO WS-DIA-DESBORDES
           MOVE ZEROS TO WS-DIA-FECHAS-MALAS

           PERFORM 1200-ABRIR-CONTROL
           IF NOT CTL-OK
              IF CTL-NO-EXISTE
                 MOVE '30' TO WS-VERP-RESULTADO
                 MOVE 'SIN DD DE TOTALES DE CONTROL'
                    TO WS-VERP-MENSAJE
              ELSE
                 MOVE '90' TO WS-VERP-RESULTADO
                 STRING 'TOTALES DE CONTROL ILEGIBLES - STATUS '
                        WS-CTL-ST
                    DELIMITED BY SIZE
                    INTO WS-VERP-MENSAJE
                 END-STRING
              END-IF
              PERFORM 2900-INFORMAR
           ELSE
              PERFORM 1100-ABRIR-HISTORICO
              IF NOT HIS-OK
                 MOVE '90' TO WS-VERP-RESULTADO
                 STRING 'HISTORICO ILEGIBLE - STATUS ' WS-HIS-ST
                    DELIMITED BY SIZE
                    INTO WS-VERP-MENSAJE
                 END-STRING
                 EVALUATE TRUE
                 WHEN VERP-JUEGO-ACTUAL
                      CLOSE CTL-ACT-FILE
                 WHEN VERP-JUEGO-ANTERIOR
                      CLOSE CTL-ANT-FILE
                 WHEN OTHER
                      CLOSE ERR-CTL-FILE
                 END-EVALUATE
                 PERFORM 2900-INFORMAR
              ELSE
                 PERFORM 1400-LEER-CONTROL
                 PERFORM 2100-VERIFICAR-GENERACION
                         UNTIL FIN-CONTROL

                 EVALUATE TRUE
                 WHEN VERP-ERROR-ES
                      CONTINUE
                 WHEN WS-VERP-GENERACIONES = 0
                      MOVE '30' TO WS-VERP-RESULTADO
                      MOVE 'DD DE TOTALES DE CONTROL VACIO'
                         TO WS-VERP-MENSAJE
                 WHEN NOT DESALINEADO
      *---------------------------------------------------------------*
      * TODAS LAS GENERACIONES SELLADAS CUADRARON: NO PUEDE QUEDAR    *
      * HISTORICO SIN SELLAR (UN JOB QUE ABENDO ANTES DEL SELLADO)    *
      *---------------------------------------------------------------*
                      PERFORM 1300-LEER-HISTORICO
                      IF NOT FIN-HIST
                         MOVE '10' TO WS-VERP-RESULTADO
                         COMPUTE WS-VERP-GEN-FALLIDA
                               = WS-VERP-GENERACIONES + 1
                         STRING 'REGISTROS DESPUES DE LA ULTIMA '
                                'GENERACION SELLADA'
                            DELIMITED BY SIZE
                            INTO WS-VERP-MENSAJE
                         END-STRING
                      END-IF
                 END-EVALUATE

                 PERFORM 1500-CERRAR-JUEGO

                 IF VERP-OK OR VERP-TOTALES-DIFIEREN
                    PERFORM 2500-VERIFICAR-HUECOS
                 END-IF
                 PERFORM 2900-INFORMAR
              END-IF
           END-IF
           EXIT PARAGRAPH.

       2100-VERIFICAR-GENERACION.

           ADD 1 TO WS-VERP-GENERACIONES
           PERFORM 2400-ANOTAR-DIA
           IF NOT DESALINEADO
              PERFORM 2200-CONTAR-GENERACION
              PERFORM 2300-COMPARAR-TOTALES
           END-IF
           PERFORM 1400-LEER-CONTROL
           EXIT PARAGRAPH.

       2200-CONTAR-GENERACION.

           PERFORM 3000-LIMPIAR-ACUMULADOS
           PERFORM 2210-CONTAR-REGISTRO
                   UNTIL WS-ACU-CANTIDAD >= WS-CTL-CANTIDAD
                      OR FIN-HIST
           EXIT PARAGRAPH.

       2210-CONTAR-REGISTRO.

           PERFORM 1300-LEER-HISTORICO
           IF NOT FIN-HIST
              PERFORM 3100-ACUMULAR-REGISTRO
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   LO CONTADO CONTRA LO SELLADO. LA PRIMERA DIFERENCIA DEJA EL *
      *   RESULTADO '10' Y CORTA LA VERIFICACION DE TOTALES.          *
      *****************************************************************
       2300-COMPARAR-TOTALES.

           IF WS-ACU-CANTIDAD NOT = WS-CTL-CANTIDAD
              OR WS-ACU-CRITICAS NOT = WS-CTL-CANT-CRITICAS
              OR WS-ACU-FATALES NOT = WS-CTL-CANT-FATALES
              OR WS-ACU-WARNINGS NOT = WS-CTL-CANT-WARNINGS
              OR WS-ACU-PRIMERA-FECHA NOT = WS-CTL-PRIMERA-FECHA
              OR WS-ACU-PRIMERA-HORA NOT = WS-CTL-PRIMERA-HORA
              OR WS-ACU-ULTIMA-FECHA NOT = WS-CTL-ULTIMA-FECHA
              OR WS-ACU-ULTIMA-HORA NOT = WS-CTL-ULTIMA-HORA
              MOVE 'S' TO WS-DESALINEADO
              MOVE WS-VERP-GENERACIONES TO WS-ED-GEN
              MOVE WS-ACU-CANTIDAD      TO WS-ED-LEIDOS
              MOVE WS-CTL-CANTIDAD      TO WS-ED-ESPERADOS
              IF VERP-OK
                 MOVE '10' TO WS-VERP-RESULTADO
                 MOVE WS-VERP-GENERACIONES TO WS-VERP-GEN-FALLIDA
                 IF WS-ACU-CANTIDAD < WS-CTL-CANTIDAD
                    STRING 'GENERACION ' WS-ED-GEN ' CORTADA: '
                           WS-ED-LEIDOS ' DE ' WS-ED-ESPERADOS
                       DELIMITED BY SIZE
                       INTO WS-VERP-MENSAJE
                    END-STRING
                 ELSE
                    STRING 'GENERACION ' WS-ED-GEN
                           ' NO CUADRA CON SUS TOTALES'
                       DELIMITED BY SIZE
                       INTO WS-VERP-MENSAJE
                    END-STRING
                 END-IF
              END-IF
              DISPLAY 'PGMERRVER: GENERACION ' WS-ED-GEN
                      ' (DIA ' WS-CTL-FECHA-PROCESO ') NO CUADRA'
              DISPLAY '   SELLADO : ' WS-CTL-CANTIDAD
                      ' C=' WS-CTL-CANT-CRITICAS
                      ' F=' WS-CTL-CANT-FATALES
                      ' W=' WS-CTL-CANT-WARNINGS
              DISPLAY '             ' WS-CTL-PRIMERA-FECHA ' '
                      WS-CTL-PRIMERA-HORA ' A ' WS-CTL-ULTIMA-FECHA ' '
                      WS-CTL-ULTIMA-HORA
              DISPLAY '   LEIDO   : ' WS-ED-LEIDOS
                      ' C=' WS-ACU-CRITICAS
                      ' F=' WS-ACU-FATALES
                      ' W=' WS-ACU-WARNINGS
              DISPLAY '             ' WS-ACU-PRIMERA-FECHA ' '
                      WS-ACU-PRIMERA-HORA ' A ' WS-ACU-ULTIMA-FECHA ' '
                      WS-ACU-ULTIMA-HORA
              DISPLAY '   LAS GENERACIONES SIGUIENTES NO SE PUEDEN '
                      'VERIFICAR'
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   ANOTAR EL DIA DE LA GENERACION (SIN REPETIDOS)              *
      *****************************************************************
       2400-ANOTAR-DIA.

           MOVE WS-CTL-FECHA-PROCESO TO WS-FEC-ISO
           PERFORM 6000-FECHA-A-ENTERO
           IF NOT FEC-VALIDA
              ADD 1 TO WS-DIA-FECHAS-MALAS
           ELSE
              MOVE 'N' TO WS-DIA-HALLADO
              PERFORM VARYING WS-DIA-I FROM 1 BY 1
                      UNTIL WS-DIA-I > WS-DIA-TOTAL OR DIA-HALLADO
                 IF WS-DIA-NUM(WS-DIA-I) = WS-FEC-ENTERO
                    MOVE 'S' TO WS-DIA-HALLADO
                 END-IF
              END-PERFORM
              IF NOT DIA-HALLADO
                 IF WS-DIA-TOTAL < 1000
                    ADD 1 TO WS-DIA-TOTAL
                    MOVE WS-FEC-ENTERO TO WS-DIA-NUM(WS-DIA-TOTAL)
                 ELSE
                    ADD 1 TO WS-DIA-DESBORDES
                 END-IF
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   HUECOS: ENTRE EL PRIMER Y EL ULTIMO DIA CUBIERTO NO PUEDE   *
      *   FALTAR NINGUNO. SIN ORDEN SUPUESTO EN LA CONCATENACION.     *
      *****************************************************************
       2500-VERIFICAR-HUECOS.

           IF WS-DIA-FECHAS-MALAS > 0
              DISPLAY 'PGMERRVER: ' WS-DIA-FECHAS-MALAS
                      ' GENERACION(ES) CON FECHA DE PROCESO INVALIDA'
              IF VERP-OK
                 MOVE '10' TO WS-VERP-RESULTADO
                 MOVE 'TOTALES CON FECHA DE PROCESO INVALIDA'
                    TO WS-VERP-MENSAJE
              END-IF
           END-IF
           IF WS-DIA-TOTAL NOT = 0
              IF WS-DIA-DESBORDES > 0
                 DISPLAY 'PGMERRVER: MAS DE 1000 DIAS - NO SE '
                         'VERIFICAN HUECOS'
              ELSE
                 MOVE WS-DIA-NUM(1) TO WS-DIA-MIN
                 MOVE WS-DIA-NUM(1) TO WS-DIA-MAX
                 PERFORM VARYING WS-DIA-I FROM 2 BY 1
                         UNTIL WS-DIA-I > WS-DIA-TOTAL
                    IF WS-DIA-NUM(WS-DIA-I) < WS-DIA-MIN
                       MOVE WS-DIA-NUM(WS-DIA-I) TO WS-DIA-MIN
                    END-IF
                    IF WS-DIA-NUM(WS-DIA-I) > WS-DIA-MAX
                       MOVE WS-DIA-NUM(WS-DIA-I) TO WS-DIA-MAX
                    END-IF
                 END-PERFORM

                 MOVE WS-DIA-MIN TO WS-FEC-ENTERO
                 PERFORM 6100-ENTERO-A-FECHA
                 MOVE WS-FEC-ISO TO WS-VERP-DESDE
                 MOVE WS-DIA-MAX TO WS-FEC-ENTERO
                 PERFORM 6100-ENTERO-A-FECHA
                 MOVE WS-FEC-ISO TO WS-VERP-HASTA

                 COMPUTE WS-VERP-DIAS-FALTAN
                       = WS-DIA-MAX - WS-DIA-MIN + 1 - WS-DIA-TOTAL
                 IF WS-VERP-DIAS-FALTAN NOT = 0
      *---------------------------------------------------------------*
      * UBICAR EL PRIMER DIA FALTANTE PARA EL MENSAJE                 *
      *---------------------------------------------------------------*
                    MOVE 'S' TO WS-DIA-HALLADO
                    PERFORM VARYING WS-DIA-BUSCA FROM WS-DIA-MIN BY 1
                            UNTIL WS-DIA-BUSCA > WS-DIA-MAX
                               OR NOT DIA-HALLADO
                       MOVE 'N' TO WS-DIA-HALLADO
                       PERFORM VARYING WS-DIA-I FROM 1 BY 1
                               UNTIL WS-DIA-I > WS-DIA-TOTAL
                                  OR DIA-HALLADO
                          IF WS-DIA-NUM(WS-DIA-I) = WS-DIA-BUSCA
                             MOVE 'S' TO WS-DIA-HALLADO
                          END-IF
                       END-PERFORM
                       IF NOT DIA-HALLADO
                          MOVE WS-DIA-BUSCA TO WS-FEC-ENTERO
                          PERFORM 6100-ENTERO-A-FECHA
                          MOVE WS-FEC-ISO TO WS-VERP-PRIMER-HUECO
                       END-IF
                    END-PERFORM

                    DISPLAY 'PGMERRVER: FALTAN ' WS-VERP-DIAS-FALTAN
                            ' DIA(S) ENTRE ' WS-VERP-DESDE ' Y '
                            WS-VERP-HASTA
                            ' - PRIMERO: ' WS-VERP-PRIMER-HUECO
                    IF VERP-OK
                       MOVE '20' TO WS-VERP-RESULTADO
                       STRING 'FALTAN DIAS EN LA CONCATENACION, '
                              'PRIMERO '
                              WS-VERP-PRIMER-HUECO
                          DELIMITED BY SIZE
                          INTO WS-VERP-MENSAJE
                       END-STRING
                    END-IF
                 END-IF
              END-IF
           END-IF
           EXIT PARAGRAPH.

       2900-INFORMAR.

           IF VERP-OK
              MOVE 'HISTORICO COMPLETO' TO WS-VERP-MENSAJE
           END-IF
           DISPLAY 'PGMERRVER: JUEGO ' WS-VERP-JUEGO
                   ' RESULTADO ' WS-VERP-RESULTADO ' - '
                   WS-VERP-MENSAJE
           DISPLAY 'PGMERRVER: ' WS-VERP-GENERACIONES
                   ' GENERACION(ES), ' WS-VERP-REGISTROS
                   ' REGISTRO(S), DIAS ' WS-VERP-DESDE ' A '
                   WS-VERP-HASTA
           EXIT PARAGRAPH.

      *****************************************************************
      *   ACUMULADOS POR SEVERIDAD Y PRIMER / ULTIMO MOMENTO (EN      *
      *   ORDEN FISICO). BLANCO CUENTA COMO FATAL (VER CPERRLOG).     *
      *****************************************************************
       3000-LIMPIAR-ACUMULADOS.

           MOVE ZEROS  TO WS-ACU-CANTIDAD
           MOVE ZEROS  TO WS-ACU-CRITICAS
           MOVE ZEROS  TO WS-ACU-FATALES
           MOVE ZEROS  TO WS-ACU-WARNINGS
           MOVE SPACES TO WS-ACU-PRIMERA-FECHA
           MOVE SPACES TO WS-ACU-PRIMERA-HORA
           MOVE SPACES TO WS-ACU-ULTIMA-FECHA
           MOVE SPACES TO WS-ACU-ULTIMA-HORA
           EXIT PARAGRAPH.

       3100-ACUMULAR-REGISTRO.

           ADD 1 TO WS-ACU-CANTIDAD
           ADD 1 TO WS-VERP-REGISTROS
           EVALUATE WS-LOG-SEVERIDAD
           WHEN 'C'
                ADD 1 TO WS-ACU-CRITICAS
           WHEN 'W'
                ADD 1 TO WS-ACU-WARNINGS
           WHEN OTHER
                ADD 1 TO WS-ACU-FATALES
           END-EVALUATE
           IF WS-ACU-CANTIDAD = 1
              MOVE WS-LOG-FECHA TO WS-ACU-PRIMERA-FECHA
              MOVE WS-LOG-HORA  TO WS-ACU-PRIMERA-HORA
           END-IF
           MOVE WS-LOG-FECHA TO WS-ACU-ULTIMA-FECHA
           MOVE WS-LOG-HORA  TO WS-ACU-ULTIMA-HORA
           EXIT PARAGRAPH.

      *****************************************************************
      *   SELLAR: TOTALES DE LA GENERACION DE ERRHIST AGREGADOS A     *
      *   ERRHCTL                                                     *
      *****************************************************************
       5000-SELLAR-GENERACION.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           IF WS-VERP-FECHA = SPACES
              STRING WS-CD-AAAA '-' WS-CD-MM '-' WS-CD-DD
                 DELIMITED BY SIZE
                 INTO WS-VERP-FECHA
              END-STRING
           END-IF
           MOVE WS-VERP-FECHA TO WS-FEC-ISO
           PERFORM 6000-FECHA-A-ENTERO
           IF NOT FEC-VALIDA
              MOVE '90' TO WS-VERP-RESULTADO
              MOVE 'FECHA DE PROCESO INVALIDA' TO WS-VERP-MENSAJE
              PERFORM 2900-INFORMAR
           ELSE
              PERFORM 1100-ABRIR-HISTORICO
              IF NOT HIS-OK
                 MOVE '90' TO WS-VERP-RESULTADO
                 STRING 'HISTORICO ILEGIBLE - STATUS ' WS-HIS-ST
                    DELIMITED BY SIZE
                    INTO WS-VERP-MENSAJE
                 END-STRING
                 PERFORM 2900-INFORMAR
              ELSE
                 PERFORM 3000-LIMPIAR-ACUMULADOS
                 PERFORM 2210-CONTAR-REGISTRO
                         UNTIL FIN-HIST
                 CLOSE ERR-LOG-FILE
                 IF VERP-ERROR-ES
                    MOVE 'NO SE PUDO LEER TODA LA GENERACION'
                       TO WS-VERP-MENSAJE
                    PERFORM 2900-INFORMAR
                 ELSE
                    MOVE WS-VERP-FECHA         TO WS-CTL-FECHA-PROCESO
                    MOVE WS-ACU-CANTIDAD       TO WS-CTL-CANTIDAD
                    MOVE WS-ACU-CRITICAS       TO WS-CTL-CANT-CRITICAS
                    MOVE WS-ACU-FATALES        TO WS-CTL-CANT-FATALES
                    MOVE WS-ACU-WARNINGS       TO WS-CTL-CANT-WARNINGS
                    MOVE WS-ACU-PRIMERA-FECHA  TO WS-CTL-PRIMERA-FECHA
                    MOVE WS-ACU-PRIMERA-HORA   TO WS-CTL-PRIMERA-HORA
                    MOVE WS-ACU-ULTIMA-FECHA   TO WS-CTL-ULTIMA-FECHA
                    MOVE WS-ACU-ULTIMA-HORA    TO WS-CTL-ULTIMA-HORA
                    STRING WS-CD-AAAA '-' WS-CD-MM '-' WS-CD-DD
                       DELIMITED BY SIZE
                       INTO WS-CTL-SELLO-FECHA
                    END-STRING
                    STRING WS-CD-HH ':' WS-CD-MIN ':' WS-CD-SS
                       DELIMITED BY SIZE
                       INTO WS-CTL-SELLO-HORA
                    END-STRING

                    OPEN EXTEND ERR-CTL-FILE
                    IF CTL-NO-EXISTE
                       OPEN OUTPUT ERR-CTL-FILE
                    END-IF
                    IF NOT CTL-OK
                       MOVE '90' TO WS-VERP-RESULTADO
                       STRING 'NO SE PUDO ABRIR ERRHCTL - STATUS '
                              WS-CTL-ST
                          DELIMITED BY SIZE
                          INTO WS-VERP-MENSAJE
                       END-STRING
                       PERFORM 2900-INFORMAR
                    ELSE
                       WRITE WS-ERR-CTL-FD-REC FROM WS-CTL-REC
                       IF NOT CTL-OK
                          MOVE '90' TO WS-VERP-RESULTADO
                          STRING 'FALLO WRITE ERRHCTL - STATUS '
                                 WS-CTL-ST
                             DELIMITED BY SIZE
                             INTO WS-VERP-MENSAJE
                          END-STRING
                       END-IF
                       CLOSE ERR-CTL-FILE

                       IF VERP-OK
                          MOVE 1 TO WS-VERP-GENERACIONES
                          MOVE WS-VERP-FECHA TO WS-VERP-DESDE
                          MOVE WS-VERP-FECHA TO WS-VERP-HASTA
                          DISPLAY 'PGMERRVER: GENERACION SELLADA - DIA '
                                  WS-CTL-FECHA-PROCESO ' - '
                                  WS-CTL-CANTIDAD
                                  ' REG (C=' WS-CTL-CANT-CRITICAS
                                  ' F=' WS-CTL-CANT-FATALES
                                  ' W=' WS-CTL-CANT-WARNINGS ')'
                       ELSE
                          PERFORM 2900-INFORMAR
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   FECHA AAAA-MM-DD -> ENTERO DE INTEGER-OF-DATE, Y VUELTA     *
      *****************************************************************
       6000-FECHA-A-ENTERO.

           MOVE 'N' TO WS-FEC-VALIDA
           MOVE ZEROS TO WS-FEC-ENTERO
           IF WS-FEC-ISO(1:4) IS NUMERIC
              AND WS-FEC-ISO(5:1) = '-'
              AND WS-FEC-ISO(6:2) IS NUMERIC
              AND WS-FEC-ISO(8:1) = '-'
              AND WS-FEC-ISO(9:2) IS NUMERIC
              AND WS-FEC-ISO(1:4) >= '1601'
              AND WS-FEC-ISO(6:2) >= '01'
              AND WS-FEC-ISO(6:2) <= '12'
              AND WS-FEC-ISO(9:2) >= '01'
              AND WS-FEC-ISO(9:2) <= '31'
              MOVE WS-FEC-ISO(1:4) TO WS-FEC-AAAA
              MOVE WS-FEC-ISO(6:2) TO WS-FEC-MM
              MOVE WS-FEC-ISO(9:2) TO WS-FEC-DD
              COMPUTE WS-FEC-ENTERO
                    = FUNCTION INTEGER-OF-DATE(WS-FEC-AAAAMMDD)
              MOVE 'S' TO WS-FEC-VALIDA
           END-IF
           EXIT PARAGRAPH.

       6100-ENTERO-A-FECHA.

           COMPUTE WS-FEC-AAAAMMDD
                 = FUNCTION DATE-OF-INTEGER(WS-FEC-ENTERO)
           MOVE SPACES TO WS-FEC-ISO
           STRING WS-FEC-AAAA '-' WS-FEC-MM '-' WS-FEC-DD
              DELIMITED BY SIZE
              INTO WS-FEC-ISO
           END-STRING
           EXIT PARAGRAPH.
