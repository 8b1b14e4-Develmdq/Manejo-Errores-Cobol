      * ENTRADAS (EL JCL DECIDE QUE GENERACIONES CONCATENA):          *
      *   DD ERRHIST : GENERACION(ES) DEL HISTORICO DEL PERIODO       *
      *   DD KNOWNERR: EL CLUSTER DE ERRORES CONOCIDOS                *
      *   DD ERRHCTL : TOTALES DE CONTROL DE LAS MISMAS GENERACIONES  *
      *                (ERR.HIST.CTL, MISMO ORDEN QUE ERRHIST). SI EL *
      *                HISTORICO NO CUADRA (VER PGMERRVER) EL REPORTE *
      *                SALE IGUAL, MARCADO COMO INCOMPLETO Y CON RC=4 *
      *                (UNA RECETA "SIN HITS" PUEDE SER SOLO UN DIA   *
      *                QUE FALTA).                                    *
      *   DD MASKRUL : REGLAS DE ENMASCARAMIENTO (LAS MISMAS QUE USA  *
      *                PGMERROR). EL HISTORICO TRAE EL PUNTO YA       *
      *                ENMASCARADO POR LAS REGLAS 'U' Y '*', Y LAS    *
      *                RECETAS DE KNOWNSEQ LO TIENEN REAL: A CADA     *
      *                RECETA SE LE APLICAN LAS REGLAS DE SU PROGRAMA *
      *                Y LA OCURRENCIA MATCHEA CON CUALQUIERA DE LAS  *
      *                DOS FORMAS (COMO 2390 DE PGMERROR). SIN        *
      *                MASKRUL SE COMPARA SOLO EL PUNTO TAL CUAL.     *
      *****************************************************************

      *****************************************************************
               RECORD KEY IS WS-KNOWN-CLAVE
               FILE STATUS IS WS-KNOWN-ST.

           SELECT MASK-RUL-FILE ASSIGN TO 'MASKRUL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASKRUL-ST.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FD  KNOWN-ERR-FILE.
           COPY CPKNOWN.

      *---------------------------------------------------------------*
      * REGLA DE ENMASCARAMIENTO (MISMO LAYOUT QUE LEE PGMERROR, VER  *
      * CPMSKVSM)                                                     *
      *---------------------------------------------------------------*
       FD  MASK-RUL-FILE
           RECORDING MODE IS F.
       01 WS-MASKRUL-REC.
          05 WS-MSKR-REC-MASCARA  PIC X(08).
          05 WS-MSKR-REC-CAMPO    PIC X(01).
          05 WS-MSKR-REC-TIPO     PIC X(01).
          05 WS-MSKR-REC-DESDE    PIC 9(02).
          05 WS-MSKR-REC-LARGO    PIC 9(02).
          05 WS-MSKR-REC-CONSERVA PIC 9(02).
          05 FILLER               PIC X(64).

       WORKING-STORAGE SECTION.
       77 FILLER               PIC X(26) VALUE '* INICIO WS *'.

          88 KNOWN-OK                    VALUE '00'.
          88 KNOWN-AT-END                VALUE '10'.

       01 WS-MASKRUL-ST        PIC X(02) VALUE '00'.
          88 MASKRUL-OK                  VALUE '00'.
          88 MASKRUL-AT-END              VALUE '10'.
          88 MASKRUL-NO-EXISTE           VALUE '35'.

       01 WS-FIN-ARCHIVO       PIC X(01) VALUE 'N'.
          88 FIN-ARCHIVO                 VALUE 'S'.

       01 WS-HUBO-ERROR        PIC X(01) VALUE 'N'.
          88 HUBO-ERROR                  VALUE 'S'.

      *---------------------------------------------------------------*
      * VERIFICACION DE TOTALES DE CONTROL DEL HISTORICO              *
      *---------------------------------------------------------------*
           COPY CPVERPRM.

       01 WS-SALIDA-INCOMPLETA PIC X(01) VALUE 'N'.
          88 SALIDA-INCOMPLETA           VALUE 'S'.

      *---------------------------------------------------------------*
      * REGLAS DE ENMASCARAMIENTO QUE TOCAN EL PUNTO (CAMPO 'U' O     *
      * '*'), EN EL ORDEN DE MASKRUL. MISMA VALIDACION QUE PGMERROR:  *
      * LA REGLA MAL FORMADA SE DESCARTA Y SE CUENTA.                 *
      *---------------------------------------------------------------*
       01 WS-TAB-MASCARAS.
          05 WS-MSK-TOTAL      PIC 9(04) COMP VALUE ZEROS.
          05 WS-MSK-ENTRY OCCURS 50 TIMES.
             07 WS-MSK-MASCARA    PIC X(08).
             07 WS-MSK-TIPO       PIC X(01).
             07 WS-MSK-DESDE      PIC 9(02).
             07 WS-MSK-LARGO      PIC 9(02).
             07 WS-MSK-CONSERVA   PIC 9(02).
       01 WS-MSK-DESBORDES     PIC 9(05) COMP VALUE ZEROS.
       01 WS-MSK-INVALIDAS     PIC 9(05) COMP VALUE ZEROS.
       01 WS-MSK-K             PIC 9(04) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * AUXILIARES DEL ENMASCARAMIENTO DEL PUNTO (MISMO ALGORITMO QUE *
      * 2920-ENMASCARAR-VALOR DE PGMERROR, SOBRE UN CAMPO DE 30)      *
      *---------------------------------------------------------------*
       01 WS-MASCARA-PATRON    PIC X(08) VALUE SPACES.
       01 WS-MASCARA-OBJETO    PIC X(08) VALUE SPACES.
       01 WS-MASCARA-MATCH     PIC X(01) VALUE 'N'.
          88 MASCARA-MATCH               VALUE 'S'.
       01 WS-IDX-MASC          PIC 9(02) COMP VALUE ZEROS.
       01 WS-FIN-MASC          PIC X(01) VALUE 'N'.
          88 FIN-MASC                    VALUE 'S'.
       01 WS-MSK-VALOR         PIC X(30) VALUE SPACES.
       01 WS-MSK-LON           PIC 9(02) COMP VALUE 30.
       01 WS-MSK-POS           PIC 9(02) COMP VALUE ZEROS.
       01 WS-MSK-INICIO        PIC 9(02) COMP VALUE ZEROS.
       01 WS-MSK-HASTA         PIC 9(03) COMP VALUE ZEROS.
       01 WS-MSK-DIGITOS       PIC 9(02) COMP VALUE ZEROS.
       01 WS-MSK-VISTOS        PIC 9(02) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * RECETAS DE KNOWNERR EN MEMORIA, CON SU CONTADOR DE HITS DEL   *
      * PERIODO. CLAVE-MSK: LA MISMA CLAVE CON EL PUNTO ENMASCARADO   *
      * POR LAS REGLAS DE SU PROGRAMA (IGUAL A LA CLAVE SI NINGUNA    *
      * REGLA LO TOCA)                                                *
      *---------------------------------------------------------------*
       01 WS-TAB-RECETAS.
          05 WS-REC-TOTAL      PIC 9(04) COMP VALUE ZEROS.
                09 WS-REC-PUNTO    PIC X(30).
                09 WS-REC-TIPO     PIC X(01).
                09 WS-REC-CODIGO   PIC X(10).
             07 WS-REC-CLAVE-MSK.
                09 FILLER          PIC X(08).
                09 WS-REC-PUNTO-MSK PIC X(30).
                09 FILLER          PIC X(11).
             07 WS-REC-BENIGNO  PIC X(01).
             07 WS-REC-HITS     PIC 9(07) COMP.
       01 WS-REC-DESBORDES     PIC 9(07) COMP VALUE ZEROS.
      *****************************************************************
       1000-CARGAR-RECETAS.

           PERFORM 1050-CARGAR-MASCARAS
           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN INPUT KNOWN-ERR-FILE
           IF NOT KNOWN-OK
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   CARGAR DE MASKRUL LAS REGLAS QUE TOCAN EL PUNTO. SIN        *
      *   DATASET NO HAY REGLAS (COMO EN PGMERROR); UN MASKRUL QUE    *
      *   EXISTE Y NO SE PUEDE LEER SE AVISA: LOS PROGRAMAS CON REGLA *
      *   'U' QUEDARIAN COMO SIN RECETA.                              *
      *****************************************************************
       1050-CARGAR-MASCARAS.

           OPEN INPUT MASK-RUL-FILE
           IF MASKRUL-OK
              PERFORM 1060-LEER-MASCARA
                      UNTIL MASKRUL-AT-END
              CLOSE MASK-RUL-FILE
           ELSE
              IF NOT MASKRUL-NO-EXISTE
                 DISPLAY 'PGMKNWRPT: NO SE PUDO ABRIR MASKRUL - '
                         'STATUS ' WS-MASKRUL-ST
                 MOVE 'S' TO WS-SALIDA-INCOMPLETA
              END-IF
           END-IF

           IF WS-MSK-DESBORDES > 0
              DISPLAY 'PGMKNWRPT: TABLA DE ENMASCARAMIENTO LLENA - '
                      WS-MSK-DESBORDES ' REGLAS DESCARTADAS'
           END-IF
           IF WS-MSK-INVALIDAS > 0
              DISPLAY 'PGMKNWRPT: ' WS-MSK-INVALIDAS
                      ' REGLAS DE ENMASCARAMIENTO INVALIDAS '
                      'DESCARTADAS - REVISAR MASKRUL'
           END-IF
           EXIT PARAGRAPH.

       1060-LEER-MASCARA.

           READ MASK-RUL-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF WS-MSKR-REC-MASCARA = SPACES
                    OR NOT (WS-MSKR-REC-CAMPO = 'C' OR 'P' OR 'U'
                                             OR 'S' OR '*')
                    OR NOT (WS-MSKR-REC-TIPO = 'T' OR 'D' OR 'R')
                    OR WS-MSKR-REC-DESDE IS NOT NUMERIC
                    OR WS-MSKR-REC-LARGO IS NOT NUMERIC
                    OR WS-MSKR-REC-CONSERVA IS NOT NUMERIC
                    OR (WS-MSKR-REC-TIPO = 'R'
                        AND WS-MSKR-REC-DESDE = 0)
                    ADD 1 TO WS-MSK-INVALIDAS
                 ELSE
                    IF WS-MSKR-REC-CAMPO = 'U' OR '*'
                       PERFORM 1070-AGREGAR-MASCARA
                    END-IF
                 END-IF
           END-READ
           EXIT PARAGRAPH.

       1070-AGREGAR-MASCARA.

           IF WS-MSK-TOTAL < 50
              ADD 1 TO WS-MSK-TOTAL
              MOVE WS-MSK-TOTAL TO WS-MSK-K
              MOVE WS-MSKR-REC-MASCARA  TO WS-MSK-MASCARA(WS-MSK-K)
              MOVE WS-MSKR-REC-TIPO     TO WS-MSK-TIPO(WS-MSK-K)
              MOVE WS-MSKR-REC-DESDE    TO WS-MSK-DESDE(WS-MSK-K)
              MOVE WS-MSKR-REC-LARGO    TO WS-MSK-LARGO(WS-MSK-K)
              MOVE WS-MSKR-REC-CONSERVA TO WS-MSK-CONSERVA(WS-MSK-K)
           ELSE
              ADD 1 TO WS-MSK-DESBORDES
           END-IF
           EXIT PARAGRAPH.

       1100-CARGAR-UNA-RECETA.

           READ KNOWN-ERR-FILE
                    ADD 1 TO WS-REC-TOTAL
                    MOVE WS-REC-TOTAL TO WS-I
                    MOVE WS-KNOWN-CLAVE   TO WS-REC-CLAVE(WS-I)
                    MOVE WS-KNOWN-CLAVE   TO WS-REC-CLAVE-MSK(WS-I)
                    PERFORM 1200-ENMASCARAR-PUNTO
                    MOVE WS-KNOWN-BENIGNO TO WS-REC-BENIGNO(WS-I)
                    MOVE ZEROS            TO WS-REC-HITS(WS-I)
                 ELSE
           EXIT PARAGRAPH.

      *****************************************************************
      *   APLICAR AL PUNTO DE LA RECETA WS-I LAS REGLAS QUE MATCHEAN  *
      *   SU PROGRAMA, EN ORDEN, UNA SOBRE OTRA (COMO 2900 DE         *
      *   PGMERROR). EL RESULTADO QUEDA EN WS-REC-PUNTO-MSK.          *
      *****************************************************************
       1200-ENMASCARAR-PUNTO.

           MOVE WS-REC-PUNTO(WS-I)    TO WS-MSK-VALOR
           MOVE WS-REC-PROGRAMA(WS-I) TO WS-MASCARA-OBJETO
           PERFORM VARYING WS-MSK-K FROM 1 BY 1
                   UNTIL WS-MSK-K > WS-MSK-TOTAL
              MOVE WS-MSK-MASCARA(WS-MSK-K) TO WS-MASCARA-PATRON
              PERFORM 1250-COMPARAR-MASCARA
              IF MASCARA-MATCH
                 PERFORM 1300-APLICAR-REGLA
              END-IF
           END-PERFORM
           MOVE WS-MSK-VALOR TO WS-REC-PUNTO-MSK(WS-I)
           EXIT PARAGRAPH.

       1250-COMPARAR-MASCARA.

           MOVE 'S' TO WS-MASCARA-MATCH
           MOVE 'N' TO WS-FIN-MASC
           PERFORM VARYING WS-IDX-MASC FROM 1 BY 1
                   UNTIL WS-IDX-MASC > 8 OR FIN-MASC
              EVALUATE TRUE
              WHEN WS-MASCARA-PATRON(WS-IDX-MASC:1) = '*'
                   MOVE 'S' TO WS-FIN-MASC
              WHEN WS-MASCARA-PATRON(WS-IDX-MASC:1)
                      NOT = WS-MASCARA-OBJETO(WS-IDX-MASC:1)
                   MOVE 'N' TO WS-MASCARA-MATCH
                   MOVE 'S' TO WS-FIN-MASC
              END-EVALUATE
           END-PERFORM
           EXIT PARAGRAPH.

       1300-APLICAR-REGLA.

           EVALUATE WS-MSK-TIPO(WS-MSK-K)
           WHEN 'T'
                MOVE 1 TO WS-MSK-INICIO
                MOVE WS-MSK-LON TO WS-MSK-HASTA
                PERFORM 1310-TAPAR-RANGO
           WHEN 'R'
                MOVE WS-MSK-DESDE(WS-MSK-K) TO WS-MSK-INICIO
                IF WS-MSK-LARGO(WS-MSK-K) = 0
                   MOVE WS-MSK-LON TO WS-MSK-HASTA
                ELSE
                   COMPUTE WS-MSK-HASTA = WS-MSK-DESDE(WS-MSK-K)
                                        + WS-MSK-LARGO(WS-MSK-K) - 1
                   END-COMPUTE
                   IF WS-MSK-HASTA > WS-MSK-LON
                      MOVE WS-MSK-LON TO WS-MSK-HASTA
                   END-IF
                END-IF
                PERFORM 1310-TAPAR-RANGO
           WHEN 'D'
                PERFORM 1320-TAPAR-DIGITOS
           END-EVALUATE
           EXIT PARAGRAPH.

       1310-TAPAR-RANGO.

           PERFORM VARYING WS-MSK-POS FROM WS-MSK-INICIO BY 1
                   UNTIL WS-MSK-POS > WS-MSK-HASTA
              IF WS-MSK-VALOR(WS-MSK-POS:1) NOT = SPACE
                 MOVE '*' TO WS-MSK-VALOR(WS-MSK-POS:1)
              END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       1320-TAPAR-DIGITOS.

           MOVE ZEROS TO WS-MSK-DIGITOS
           PERFORM VARYING WS-MSK-POS FROM 1 BY 1
                   UNTIL WS-MSK-POS > WS-MSK-LON
              IF WS-MSK-VALOR(WS-MSK-POS:1) IS NUMERIC
                 ADD 1 TO WS-MSK-DIGITOS
              END-IF
           END-PERFORM

           MOVE ZEROS TO WS-MSK-VISTOS
           PERFORM VARYING WS-MSK-POS FROM 1 BY 1
                   UNTIL WS-MSK-POS > WS-MSK-LON
              IF WS-MSK-VALOR(WS-MSK-POS:1) IS NUMERIC
                 ADD 1 TO WS-MSK-VISTOS
                 IF WS-MSK-VISTOS + WS-MSK-CONSERVA(WS-MSK-K)
                       NOT > WS-MSK-DIGITOS
                    MOVE '*' TO WS-MSK-VALOR(WS-MSK-POS:1)
                 END-IF
              END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *****************************************************************
      *   RECORRER EL HISTORICO (ANTES, VERIFICADO CONTRA SUS         *
      *   TOTALES DE CONTROL) Y ACUMULAR HITS / SIN-RECETA            *
      *****************************************************************
       2000-CRUZAR-HISTORICO.

           MOVE 'V' TO WS-VERP-ACCION
           MOVE 'H' TO WS-VERP-JUEGO
           CALL 'PGMERRVER' USING WS-VER-PARM
           IF NOT VERP-OK
              MOVE 'S' TO WS-SALIDA-INCOMPLETA
              DISPLAY 'PGMKNWRPT: HISTORICO INCOMPLETO - '
                      WS-VERP-MENSAJE
           END-IF

           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN INPUT ERR-LOG-FILE
           IF NOT LOGFILE-OK
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO
              NOT AT END
      *          LOS LATIDOS DE PRUEBA (SEVERIDAD 'T') NO SON ERRORES
                 IF WS-LOG-SEVERIDAD NOT = 'T'
                    ADD 1 TO WS-CONT-LEIDOS
                    PERFORM 2200-ARMAR-CLAVE
                    PERFORM 2300-BUSCAR-RECETA
                 END-IF
           END-READ
           EXIT PARAGRAPH.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-REC-TOTAL
                      OR WS-REC-CLAVE(WS-I) = WS-CLAVE-BUSCA
                      OR WS-REC-CLAVE-MSK(WS-I) = WS-CLAVE-BUSCA
              CONTINUE
           END-PERFORM

           DISPLAY WS-SEPARADOR
           DISPLAY 'EFECTIVIDAD DE ERRORES CONOCIDOS - PGMKNWRPT'
           DISPLAY WS-SEPARADOR
           IF SALIDA-INCOMPLETA
              DISPLAY '*** SALIDA INCOMPLETA *** RESULTADO '
                      WS-VERP-RESULTADO
              DISPLAY '  ' WS-VERP-MENSAJE
              DISPLAY WS-SEPARADOR-MIN
           END-IF
           DISPLAY 'OCURRENCIAS LEIDAS      : ' WS-CONT-LEIDOS
           DISPLAY 'CON RECETA (HITS)       : ' WS-CONT-CON-RECETA
           DISPLAY 'SIN RECETA              : ' WS-CONT-SIN-RECETA
           EXIT PARAGRAPH.

      *****************************************************************
      *   RC=8 SI EL CRUCE NO PUDO HACERSE, RC=4 SI SE HIZO SOBRE UN  *
      *   HISTORICO INCOMPLETO                                        *
      *****************************************************************
       9000-I-CIERRE.

           IF HUBO-ERROR
              MOVE 8 TO RETURN-CODE
           ELSE
              IF SALIDA-INCOMPLETA
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .
       9000-F-CIERRE.
