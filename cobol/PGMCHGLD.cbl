      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCHGLD.

      *****************************************************************
      *   CARGA DEL REGISTRO DE CAMBIOS DE PRODUCCION (CHGLOG) DESDE  *
      *   EL EXTRACTO DE GESTION DE CAMBIOS                           *
      *****************************************************************
      * AUTOR : MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************
      * FUNCION:                                                      *
      *   MNTCAL LLEVA NUMEROS DE CAMBIO, PERO SOLO PARA SILENCIAR    *
      *   PAGES EN VENTANAS PLANIFICADAS: NADA RELACIONA UN PATRON DE *
      *   ERRORES CON LA IMPLEMENTACION QUE LO CAUSO. ESTE PASO,      *
      *   CORRIDO DESPUES DEL EXTRACTO DIARIO DE GESTION DE CAMBIOS,  *
      *   VALIDA CADA LINEA DEL EXTRACTO (LAYOUT CPCHGLOG) Y AGREGA   *
      *   AL FINAL DE CHGLOG LAS QUE TODAVIA NO ESTAN, SELLADAS CON   *
      *   LA FECHA DE CARGA. UNA LINEA YA CARGADA (MISMO CAMBIO,      *
      *   AMBITO Y MASCARA) SE SALTEA, ASI QUE EL PASO SE PUEDE       *
      *   RELANZAR Y EL EXTRACTO PUEDE REPETIR CAMBIOS DE DIAS        *
      *   ANTERIORES. CHGLOG ES LA ENTRADA DE LA REVISION POST-       *
      *   IMPLEMENTACION (PGMCHGPIR).                                 *
      *                                                               *
      *   VALIDACION: NUMERO DE CAMBIO Y MASCARA INFORMADOS, AMBITO   *
      *   'P' O 'J', FECHA AAAA-MM-DD Y HORA HH:MM CON VALORES DE     *
      *   CALENDARIO. LA LINEA INVALIDA SE LISTA Y NO SE CARGA.       *
      *****************************************************************
      * ENTRADAS:                                                     *
      *   DD CHGEXP: EXTRACTO DE GESTION DE CAMBIOS (LAYOUT CPCHGLOG) *
      *   DD CHGLOG: REGISTRO DE CAMBIOS (SE LEE PARA DESCARTAR LO    *
      *     YA CARGADO Y SE EXTIENDE; SI NO EXISTE SE CREA)           *
      * RETURN CODE:                                                  *
      *   0 = CARGADO                                                 *
      *   4 = CARGADO, PERO HUBO LINEAS INVALIDAS QUE NO SE CARGARON  *
      *   8 = ERROR DE E/S O CHGLOG DEMASIADO GRANDE (5000 LINEAS)    *
      *       PARA DESCARTAR DUPLICADOS. SI EL LIMITE O EL FALLO DE   *
      *       GRABACION APARECEN A MITAD DEL EXTRACTO, LA CARGA QUEDA *
      *       PARCIAL (LO GRABADO HASTA ESE PUNTO QUEDA EN CHGLOG):   *
      *       CORREGIDA LA CAUSA SE RELANZA Y LO YA CARGADO SE SALTEA *
      *****************************************************************

      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHG-EXP-FILE ASSIGN TO 'CHGEXP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXP-ST.

           SELECT CHG-LOG-FILE ASSIGN TO 'CHGLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGL-ST.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *---------------------------------------------------------------*
      * AMBOS SE LEEN "INTO" EL REGISTRO DE CPCHGLOG DE WORKING-      *
      * STORAGE Y EL LOG SE EXTIENDE "FROM" EL MISMO; ESTOS 01 SOLO   *
      * FIJAN EL LRECL (80).                                          *
      *---------------------------------------------------------------*
       FD  CHG-EXP-FILE
           RECORDING MODE IS F.
       01 WS-CHG-EXP-REC       PIC X(80).

       FD  CHG-LOG-FILE
           RECORDING MODE IS F.
       01 WS-CHG-LOG-REC       PIC X(80).

       WORKING-STORAGE SECTION.
       77 FILLER               PIC X(26) VALUE '* INICIO WS *'.

           COPY CPCHGLOG.

       01 WS-SEPARADOR         PIC X(60) VALUE ALL '='.

       01 WS-EXP-ST            PIC X(02) VALUE '00'.
          88 EXP-OK                      VALUE '00'.
          88 EXP-AT-END                  VALUE '10'.

       01 WS-CHGL-ST           PIC X(02) VALUE '00'.
          88 CHGL-OK                     VALUE '00'.
          88 CHGL-AT-END                 VALUE '10'.
          88 CHGL-NO-EXISTE              VALUE '35'.

       01 WS-FIN-ARCHIVO       PIC X(01) VALUE 'N'.
          88 FIN-ARCHIVO                 VALUE 'S'.

       01 WS-HUBO-ERROR        PIC X(01) VALUE 'N'.
          88 HUBO-ERROR                  VALUE 'S'.

       01 WS-CHGL-ABIERTO      PIC X(01) VALUE 'N'.
          88 CHGL-ABIERTO                VALUE 'S'.

      *---------------------------------------------------------------*
      * CLAVES (CAMBIO + AMBITO + MASCARA) YA PRESENTES EN EL LOG,    *
      * MAS LAS QUE SE AGREGAN EN ESTA CORRIDA                        *
      *---------------------------------------------------------------*
       01 WS-TAB-CARGADOS.
          05 WS-CAR-TOTAL      PIC 9(04) COMP VALUE ZEROS.
          05 WS-CAR-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-CAR-IDX.
             07 WS-CAR-CLAVE      PIC X(17).

       01 WS-CLAVE-LEIDA       PIC X(17) VALUE SPACES.
       01 WS-YA-CARGADO        PIC X(01) VALUE 'N'.
          88 YA-CARGADO                  VALUE 'S'.

      *---------------------------------------------------------------*
      * VALIDEZ DE LA LINEA LEIDA DEL EXTRACTO                        *
      *---------------------------------------------------------------*
       01 WS-LINEA-VALIDA      PIC X(01) VALUE 'S'.
          88 LINEA-VALIDA                VALUE 'S'.

       01 WS-FECHA-HOY         PIC X(10) VALUE SPACES.
       01 WS-CURRENT-DATE.
          05 WS-CD-AAAA        PIC X(04).
          05 WS-CD-MM          PIC X(02).
          05 WS-CD-DD          PIC X(02).
          05 FILLER            PIC X(13).

       01 WS-CONT-LOG          PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-LEIDOS       PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-CARGADOS     PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-REPETIDOS    PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-INVALIDOS    PIC 9(09) COMP VALUE ZEROS.

       77 FILLER               PIC X(26) VALUE '* FINAL  WS *'.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       PRINCIPAL.

           PERFORM 1000-I-INICIO THRU 1000-F-INICIO
           IF NOT HUBO-ERROR
              PERFORM 2000-CARGAR-EXTRACTO
           END-IF
           PERFORM 8000-IMPRIMIR-RESUMEN
           PERFORM 9000-I-CIERRE THRU 9000-F-CIERRE
           .
       FIN-PRINCIPAL.
           GOBACK.

      *****************************************************************
      *   CAPTURAR LA FECHA DE CARGA, LEER LAS CLAVES YA CARGADAS Y   *
      *   DEJAR EL LOG ABIERTO PARA EXTENDER                          *
      *****************************************************************
       1000-I-INICIO.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-AAAA '-' WS-CD-MM '-' WS-CD-DD
              DELIMITED BY SIZE
              INTO WS-FECHA-HOY
           END-STRING

           PERFORM 1100-LEER-LOG
           IF NOT HUBO-ERROR
              OPEN EXTEND CHG-LOG-FILE
              IF CHGL-NO-EXISTE
                 OPEN OUTPUT CHG-LOG-FILE
              END-IF
              IF CHGL-OK
                 MOVE 'S' TO WS-CHGL-ABIERTO
              ELSE
                 DISPLAY 'PGMCHGLD: NO SE PUDO EXTENDER CHGLOG - '
                         'STATUS ' WS-CHGL-ST
                 MOVE 'S' TO WS-HUBO-ERROR
              END-IF
           END-IF
           .
       1000-F-INICIO.
           EXIT.

      *****************************************************************
      *   LEER EL LOG ACTUAL. SI NO EXISTE TODAVIA, ESTA VACIO. SI NO *
      *   ENTRA EN LA TABLA NO SE PUEDEN DESCARTAR LOS REPETIDOS Y NO *
      *   SE CARGA NADA (HAY QUE PURGAR O AMPLIAR).                   *
      *****************************************************************
       1100-LEER-LOG.

           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN INPUT CHG-LOG-FILE
           EVALUATE TRUE
           WHEN CHGL-OK
                CONTINUE
           WHEN CHGL-NO-EXISTE
                DISPLAY 'PGMCHGLD: CHGLOG NO EXISTE - SE CREA'
                MOVE 'S' TO WS-FIN-ARCHIVO
           WHEN OTHER
                DISPLAY 'PGMCHGLD: NO SE PUDO ABRIR CHGLOG - STATUS '
                        WS-CHGL-ST
                MOVE 'S' TO WS-HUBO-ERROR
                MOVE 'S' TO WS-FIN-ARCHIVO
           END-EVALUATE

           PERFORM 1200-LEER-UNA-LINEA-LOG
                   UNTIL FIN-ARCHIVO

           IF CHGL-OK OR CHGL-AT-END
              CLOSE CHG-LOG-FILE
           END-IF
           EXIT PARAGRAPH.

       1200-LEER-UNA-LINEA-LOG.

           READ CHG-LOG-FILE INTO WS-CHGLOG-REC
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO
              NOT AT END
                 ADD 1 TO WS-CONT-LOG
                 IF WS-CAR-TOTAL < 5000
                    ADD 1 TO WS-CAR-TOTAL
                    MOVE WS-CHGLOG-REC(1:17)
                       TO WS-CAR-CLAVE(WS-CAR-TOTAL)
                 ELSE
                    DISPLAY 'PGMCHGLD: CHGLOG SUPERA LAS 5000 LINEAS - '
                            'NO SE PUEDEN DESCARTAR REPETIDOS'
                    MOVE 'S' TO WS-HUBO-ERROR
                    MOVE 'S' TO WS-FIN-ARCHIVO
                 END-IF
           END-READ
           EXIT PARAGRAPH.

      *****************************************************************
      *   RECORRER EL EXTRACTO Y AGREGAR AL LOG LAS LINEAS VALIDAS    *
      *   QUE TODAVIA NO ESTAN                                        *
      *****************************************************************
       2000-CARGAR-EXTRACTO.

           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN INPUT CHG-EXP-FILE
           IF NOT EXP-OK
              DISPLAY 'PGMCHGLD: NO SE PUDO ABRIR CHGEXP - STATUS '
                      WS-EXP-ST
              MOVE 'S' TO WS-HUBO-ERROR
              MOVE 'S' TO WS-FIN-ARCHIVO
           END-IF

           PERFORM 2100-PROCESAR-LINEA
                   UNTIL FIN-ARCHIVO
                      OR HUBO-ERROR

           IF EXP-OK OR EXP-AT-END
              CLOSE CHG-EXP-FILE
           END-IF
           EXIT PARAGRAPH.

       2100-PROCESAR-LINEA.

           READ CHG-EXP-FILE INTO WS-CHGLOG-REC
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO
              NOT AT END
                 ADD 1 TO WS-CONT-LEIDOS
                 PERFORM 2200-VALIDAR-LINEA
                 IF LINEA-VALIDA
                    PERFORM 2300-BUSCAR-CARGADO
                    IF YA-CARGADO
                       ADD 1 TO WS-CONT-REPETIDOS
                    ELSE
                       PERFORM 2400-AGREGAR-AL-LOG
                    END-IF
                 END-IF
           END-READ
           EXIT PARAGRAPH.

      *****************************************************************
      *   VALIDAR LA LINEA DEL EXTRACTO (VER ENCABEZADO)              *
      *****************************************************************
       2200-VALIDAR-LINEA.

           MOVE 'S' TO WS-LINEA-VALIDA
           IF WS-CHG-CAMBIO = SPACES
              OR WS-CHG-MASCARA = SPACES
              OR NOT (CHG-AMBITO-PROGRAMA OR CHG-AMBITO-JOB)
              OR WS-CHG-FECHA(1:4) IS NOT NUMERIC
              OR WS-CHG-FECHA(5:1) NOT = '-'
              OR WS-CHG-FECHA(6:2) IS NOT NUMERIC
              OR WS-CHG-FECHA(6:2) < '01'
              OR WS-CHG-FECHA(6:2) > '12'
              OR WS-CHG-FECHA(8:1) NOT = '-'
              OR WS-CHG-FECHA(9:2) IS NOT NUMERIC
              OR WS-CHG-FECHA(9:2) < '01'
              OR WS-CHG-FECHA(9:2) > '31'
              OR WS-CHG-HORA(1:2) IS NOT NUMERIC
              OR WS-CHG-HORA(1:2) > '23'
              OR WS-CHG-HORA(3:1) NOT = ':'
              OR WS-CHG-HORA(4:2) IS NOT NUMERIC
              OR WS-CHG-HORA(4:2) > '59'
              MOVE 'N' TO WS-LINEA-VALIDA
           END-IF

           IF NOT LINEA-VALIDA
              ADD 1 TO WS-CONT-INVALIDOS
              DISPLAY 'PGMCHGLD: LINEA INVALIDA NO CARGADA - '
                      WS-CHGLOG-REC(1:32)
           END-IF
           EXIT PARAGRAPH.

       2300-BUSCAR-CARGADO.

           MOVE 'N' TO WS-YA-CARGADO
           MOVE WS-CHGLOG-REC(1:17) TO WS-CLAVE-LEIDA
           SET WS-CAR-IDX TO 1
           PERFORM UNTIL WS-CAR-IDX > WS-CAR-TOTAL
                      OR YA-CARGADO
              IF WS-CAR-CLAVE(WS-CAR-IDX) = WS-CLAVE-LEIDA
                 MOVE 'S' TO WS-YA-CARGADO
              END-IF
              SET WS-CAR-IDX UP BY 1
           END-PERFORM
           EXIT PARAGRAPH.

      *****************************************************************
      *   AGREGAR LA LINEA AL LOG CON LA FECHA DE CARGA Y RECORDAR SU *
      *   CLAVE (EL EXTRACTO PUEDE TRAERLA DOS VECES)                 *
      *****************************************************************
       2400-AGREGAR-AL-LOG.

           IF WS-CAR-TOTAL NOT < 5000
              DISPLAY 'PGMCHGLD: CHGLOG LLEGO A 5000 LINEAS - SE '
                      'DETIENE LA CARGA'
              MOVE 'S' TO WS-HUBO-ERROR
           ELSE
              MOVE WS-FECHA-HOY TO WS-CHG-CARGA-FECHA
              WRITE WS-CHG-LOG-REC FROM WS-CHGLOG-REC
              IF CHGL-OK
                 ADD 1 TO WS-CONT-CARGADOS
                 ADD 1 TO WS-CAR-TOTAL
                 MOVE WS-CLAVE-LEIDA TO WS-CAR-CLAVE(WS-CAR-TOTAL)
                 DISPLAY 'PGMCHGLD: CARGADO ' WS-CHG-CAMBIO ' '
                         WS-CHG-AMBITO ' ' WS-CHG-MASCARA ' '
                         WS-CHG-FECHA ' ' WS-CHG-HORA
              ELSE
                 DISPLAY 'PGMCHGLD: FALLO WRITE CHGLOG - STATUS '
                         WS-CHGL-ST
                 MOVE 'S' TO WS-HUBO-ERROR
              END-IF
           END-IF
           EXIT PARAGRAPH.

       8000-IMPRIMIR-RESUMEN.

           DISPLAY WS-SEPARADOR
           DISPLAY 'CARGA DE CHGLOG - PGMCHGLD'
           DISPLAY WS-SEPARADOR
           DISPLAY 'LINEAS YA EN EL LOG   : ' WS-CONT-LOG
           DISPLAY 'LINEAS DEL EXTRACTO   : ' WS-CONT-LEIDOS
           DISPLAY 'CARGADAS              : ' WS-CONT-CARGADOS
           DISPLAY 'YA CARGADAS ANTES     : ' WS-CONT-REPETIDOS
           DISPLAY 'INVALIDAS             : ' WS-CONT-INVALIDOS
           DISPLAY WS-SEPARADOR
           EXIT PARAGRAPH.

       9000-I-CIERRE.

           IF CHGL-ABIERTO
              CLOSE CHG-LOG-FILE
           END-IF
           IF HUBO-ERROR
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-CONT-INVALIDOS > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .
       9000-F-CIERRE.
           EXIT.
