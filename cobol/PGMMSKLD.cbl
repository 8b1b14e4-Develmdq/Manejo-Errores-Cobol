      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMSKLD.

      *****************************************************************
      *   CARGA / REFRESCO DEL KSDS MSKVSAM DESDE MASKRUL            *
      *****************************************************************
      * AUTOR : MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************
      * FUNCION:                                                      *
      *   VUELCA LA TABLA DE REGLAS DE ENMASCARAMIENTO (DATASET       *
      *   SECUENCIAL MASKRUL, EL QUE CARGA PGMERROR EN BATCH) AL KSDS *
      *   MSKVSAM QUE LA REGION CICS RECORRE VIA FCT, PARA QUE LAS    *
      *   OCURRENCIAS DE ORIGEN CICS SALGAN ENMASCARADAS IGUAL QUE    *
      *   LAS BATCH (VER CPMSKVSM). MISMO ESQUEMA QUE PGMRTELD.       *
      *   LA CLAVE ES EL NUMERO DE SECUENCIA (ORDEN DE APLICACION DEL *
      *   DATASET). LA CLAVE EXISTENTE SE ACTUALIZA, LA NUEVA SE DA   *
      *   DE ALTA, Y AL FINAL SE BORRAN LAS ENTRADAS DEL CLUSTER MAS  *
      *   ALLA DE LA ULTIMA CARGADA (SOBRANTES DE UNA TABLA ANTERIOR  *
      *   MAS LARGA): EL JOB ES RE-EJECUTABLE TRAS CADA CAMBIO DE     *
      *   MASKRUL.                                                    *
      *                                                               *
      *   EL CLUSTER MSKVSAM DEBE ESTAR DEFINIDO POR IDCAMS ANTES DE  *
      *   CORRER (MISMO CRITERIO QUE RTEVSAM/DESCVSAM).               *
      *                                                               *
      *   VALIDACION: LA REGLA CON CAMPO O TIPO DESCONOCIDO, O TIPO   *
      *   'R' SIN POSICION DESDE, SE INFORMA Y NO SE CARGA (PGMERROR  *
      *   LA DESCARTARIA IGUAL AL CARGAR LA TABLA); EL PASO TERMINA   *
      *   CON RC=4 PARA QUE SE CORRIJA MASKRUL.                       *
      *                                                               *
      *   AUDITORIA: CADA ENTRADA SE LEE ANTES DE GRABARLA. LA QUE NO *
      *   CAMBIA NO SE REESCRIBE; CADA ALTA, CAMBIO O BAJA REAL DEJA  *
      *   SU REGISTRO CON IMAGENES ANTES/DESPUES EN EL HISTORICO DE   *
      *   CAMBIOS AUDHIST (VER CPAUDREG, MISMO ESQUEMA QUE PGMDSCLD). *
      *   SIN AUDHIST NO SE CARGA.                                    *
      *****************************************************************
      * RETURN CODE:                                                  *
      *   0  TABLA CARGADA                                            *
      *   4  CARGADA, PERO HUBO REGLAS INVALIDAS QUE NO SE CARGARON   *
      *   8  ERROR DE E/S, SIN MASKRUL O SIN AUDHIST. UNA CARGA       *
      *      CORTADA POR ERROR NO PURGA SOBRANTES                     *
      *****************************************************************
      * PARM (OPCIONAL):                                              *
      *   PARM='USR=XXXXXXXX' - QUIEN PIDIO LA CARGA (USUARIO O       *
      *     NUMERO DE CAMBIO), PARA LA AUDITORIA. SIN PARM QUEDA EL   *
      *     NOMBRE DEL PROGRAMA.                                      *
      *****************************************************************

      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASK-RUL-FILE ASSIGN TO 'MASKRUL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASKRUL-ST.

      *---------------------------------------------------------------*
      * ACCESS DYNAMIC: SE CARGA POR CLAVE (WRITE/REWRITE) Y LUEGO    *
      * SE RECORRE CON READ NEXT PARA PURGAR LAS ENTRADAS SOBRANTES   *
      *---------------------------------------------------------------*
           SELECT MSK-VSAM-FILE ASSIGN TO 'MSKVSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-MSKV-ORDEN
               FILE STATUS IS WS-MSKV-ST.

      *---------------------------------------------------------------*
      * HISTORICO PERMANENTE DE CAMBIOS DE CONFIGURACION              *
      *---------------------------------------------------------------*
           SELECT AUD-HIST-FILE ASSIGN TO 'AUDHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDH-ST.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
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

       FD  MSK-VSAM-FILE.
           COPY CPMSKVSM.

       FD  AUD-HIST-FILE
           RECORDING MODE IS F.
           COPY CPAUDREG.

       WORKING-STORAGE SECTION.
       77 FILLER               PIC X(26) VALUE '* INICIO WS *'.

       01 WS-SEPARADOR         PIC X(60) VALUE ALL '='.

       01 WS-MASKRUL-ST        PIC X(02) VALUE '00'.
          88 MASKRUL-OK                  VALUE '00'.
          88 MASKRUL-AT-END              VALUE '10'.

       01 WS-MSKV-ST           PIC X(02) VALUE '00'.
          88 MSKV-OK                     VALUE '00'.
          88 MSKV-AT-END                 VALUE '10'.

       01 WS-MSKV-ABIERTO      PIC X(01) VALUE 'N'.
          88 MSKV-ABIERTO                VALUE 'S'.

       01 WS-AUDH-ST           PIC X(02) VALUE '00'.
          88 AUDH-OK                     VALUE '00'.
          88 AUDH-NO-EXISTE              VALUE '35'.

       01 WS-AUDH-ABIERTO      PIC X(01) VALUE 'N'.
          88 AUDH-ABIERTO                VALUE 'S'.

       01 WS-HUBO-ERROR        PIC X(01) VALUE 'N'.
          88 HUBO-ERROR                  VALUE 'S'.

       01 WS-FIN-PURGA         PIC X(01) VALUE 'N'.
          88 FIN-PURGA                   VALUE 'S'.

       01 WS-ORDEN-CARGA       PIC 9(04) COMP VALUE ZEROS.
       01 WS-ULTIMO-ORDEN      PIC 9(04) VALUE ZEROS.
       01 WS-CONT-CARGADOS     PIC 9(05) COMP VALUE ZEROS.
       01 WS-CONT-PURGADOS     PIC 9(05) COMP VALUE ZEROS.
       01 WS-CONT-IGUALES      PIC 9(05) COMP VALUE ZEROS.
       01 WS-CONT-INVALIDAS    PIC 9(05) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * VALIDEZ DE LA REGLA LEIDA (MISMOS CRITERIOS QUE PGMERROR)     *
      *---------------------------------------------------------------*
       01 WS-REGLA-VALIDA      PIC X(01) VALUE 'S'.
          88 REGLA-VALIDA                VALUE 'S'.

      *---------------------------------------------------------------*
      * RESULTADO DE 2100-GRABAR-ENTRADA ('A' ALTA / 'U'              *
      * ACTUALIZACION / 'I' SIN CAMBIOS / 'E' ERROR) Y ENTRADA ARMADA *
      * DESDE MASKRUL, A SALVO DEL READ QUE TRAE LA IMAGEN ANTERIOR   *
      *---------------------------------------------------------------*
       01 WS-GRAB-RESULTADO    PIC X(01) VALUE SPACE.
          88 GRAB-FUE-ALTA               VALUE 'A'.
          88 GRAB-FUE-ACTUAL             VALUE 'U'.
          88 GRAB-SIN-CAMBIOS            VALUE 'I'.
          88 GRAB-FUE-BAJA               VALUE 'B'.

       01 WS-ENTRADA-NUEVA     PIC X(80) VALUE SPACES.

      *---------------------------------------------------------------*
      * QUIEN PIDIO LA CARGA (VER PARM) Y FECHA/HORA DE AUDITORIA     *
      *---------------------------------------------------------------*
       01 WS-USUARIO-CARGA     PIC X(08) VALUE 'PGMMSKLD'.

       01 WS-CURRENT-DATE.
          05 WS-CD-AAAA        PIC X(04).
          05 WS-CD-MM          PIC X(02).
          05 WS-CD-DD          PIC X(02).
          05 WS-CD-HH          PIC X(02).
          05 WS-CD-MIN         PIC X(02).
          05 WS-CD-SS          PIC X(02).
          05 FILLER            PIC X(07).

       01 WS-FECHA-ISO         PIC X(10) VALUE SPACES.
       01 WS-HORA-EDITADA      PIC X(08) VALUE SPACES.

       77 FILLER               PIC X(26) VALUE '* FINAL  WS *'.

      *---------------------------------------------------------------*
       LINKAGE SECTION.
      *---------------------------------------------------------------*
       01 WS-PARM.
          05 WS-PARM-LON       PIC S9(04) COMP.
          05 WS-PARM-TEXTO     PIC X(12).

      *****************************************************************
       PROCEDURE DIVISION USING WS-PARM.
      *****************************************************************

       PRINCIPAL.

           PERFORM 1000-I-INICIO THRU 1000-F-INICIO
           IF NOT HUBO-ERROR
              PERFORM 2000-CARGAR-TABLA
           END-IF
           IF NOT HUBO-ERROR
              PERFORM 3000-PURGAR-SOBRANTES
           END-IF
           PERFORM 8000-IMPRIMIR-RESUMEN
           PERFORM 9000-I-CIERRE THRU 9000-F-CIERRE
           .
       FIN-PRINCIPAL.
           GOBACK.

      *****************************************************************
      *   CAPTURAR FECHA/HORA DE AUDITORIA, INTERPRETAR EL PARM Y     *
      *   ABRIR EL CLUSTER Y EL HISTORICO DE CAMBIOS                  *
      *****************************************************************
       1000-I-INICIO.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-AAAA '-' WS-CD-MM '-' WS-CD-DD
              DELIMITED BY SIZE
              INTO WS-FECHA-ISO
           END-STRING
           STRING WS-CD-HH ':' WS-CD-MIN ':' WS-CD-SS
              DELIMITED BY SIZE
              INTO WS-HORA-EDITADA
           END-STRING

           IF WS-PARM-LON > 4
              AND WS-PARM-TEXTO(1:4) = 'USR='
              AND WS-PARM-TEXTO(5:8) NOT = SPACES
              MOVE WS-PARM-TEXTO(5:8) TO WS-USUARIO-CARGA
           END-IF

           OPEN I-O MSK-VSAM-FILE
           IF MSKV-OK
              MOVE 'S' TO WS-MSKV-ABIERTO
           ELSE
              DISPLAY 'PGMMSKLD: NO SE PUDO ABRIR MSKVSAM - STATUS '
                      WS-MSKV-ST
              MOVE 'S' TO WS-HUBO-ERROR
           END-IF

           OPEN EXTEND AUD-HIST-FILE
           IF AUDH-NO-EXISTE
              OPEN OUTPUT AUD-HIST-FILE
           END-IF
           IF AUDH-OK
              MOVE 'S' TO WS-AUDH-ABIERTO
           ELSE
              DISPLAY 'PGMMSKLD: NO SE PUDO ABRIR AUDHIST - STATUS '
                      WS-AUDH-ST ' - CARGA SIN AUDITORIA RECHAZADA'
              MOVE 'S' TO WS-HUBO-ERROR
           END-IF
           .
       1000-F-INICIO.
           EXIT.

      *****************************************************************
      *   VOLCAR MASKRUL AL CLUSTER, NUMERANDO LAS REGLAS VALIDAS EN  *
      *   EL ORDEN DEL DATASET (ESE ORDEN ES EL DE APLICACION). SI    *
      *   MASKRUL NO SE PUEDE LEER O FALLA UNA GRABACION LA CARGA SE  *
      *   CORTA CON ERROR Y NO SE PURGA: EL CLUSTER QUEDA CON LO QUE  *
      *   TENIA Y NO SE BORRAN REGLAS VIGENTES POR UNA CARGA PARCIAL. *
      *****************************************************************
       2000-CARGAR-TABLA.

           OPEN INPUT MASK-RUL-FILE
           IF MASKRUL-OK
              PERFORM UNTIL MASKRUL-AT-END OR HUBO-ERROR
                 READ MASK-RUL-FILE
                    AT END
                       CONTINUE
                    NOT AT END
                       PERFORM 2050-VALIDAR-REGLA
                       IF REGLA-VALIDA
                          ADD 1 TO WS-ORDEN-CARGA
                          PERFORM 2100-GRABAR-ENTRADA
                       END-IF
                 END-READ
                 IF NOT MASKRUL-OK AND NOT MASKRUL-AT-END
                    DISPLAY 'PGMMSKLD: FALLO READ MASKRUL - STATUS '
                            WS-MASKRUL-ST
                    MOVE 'S' TO WS-HUBO-ERROR
                 END-IF
              END-PERFORM
              CLOSE MASK-RUL-FILE
           ELSE
              DISPLAY 'PGMMSKLD: SIN MASKRUL LEGIBLE - STATUS '
                      WS-MASKRUL-ST
              MOVE 'S' TO WS-HUBO-ERROR
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   VALIDAR LA REGLA LEIDA: CAMPO C/P/U/S/*, TIPO T/D/R, Y EL   *
      *   TIPO R CON POSICION DESDE (LARGO 00 = HASTA EL FINAL)       *
      *****************************************************************
       2050-VALIDAR-REGLA.

           MOVE 'S' TO WS-REGLA-VALIDA
           IF WS-MSKR-REC-MASCARA = SPACES
              OR NOT (WS-MSKR-REC-CAMPO = 'C' OR 'P' OR 'U' OR 'S'
                                       OR '*')
              OR NOT (WS-MSKR-REC-TIPO = 'T' OR 'D' OR 'R')
              OR WS-MSKR-REC-DESDE IS NOT NUMERIC
              OR WS-MSKR-REC-LARGO IS NOT NUMERIC
              OR WS-MSKR-REC-CONSERVA IS NOT NUMERIC
              OR (WS-MSKR-REC-TIPO = 'R' AND WS-MSKR-REC-DESDE = 0)
              MOVE 'N' TO WS-REGLA-VALIDA
           END-IF

           IF NOT REGLA-VALIDA
              ADD 1 TO WS-CONT-INVALIDAS
              DISPLAY 'PGMMSKLD: REGLA INVALIDA NO CARGADA - '
                      WS-MASKRUL-REC(1:16)
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   ALTA DE LA ENTRADA; SI YA EXISTE Y CAMBIO SE ACTUALIZA      *
      *   (REWRITE); SI NO CAMBIO NO SE TOCA. EL REGISTRO SE ARMA     *
      *   SOBRE ESPACIOS PARA QUE LA COMPARACION NO VEA RESTOS DE LA  *
      *   LECTURA ANTERIOR EN EL FILLER. CADA ALTA O CAMBIO SE AUDITA.*
      *****************************************************************
       2100-GRABAR-ENTRADA.

           MOVE SPACES TO WS-MSKV-REC
           MOVE WS-ORDEN-CARGA      TO WS-MSKV-ORDEN
           MOVE WS-MSKR-REC-MASCARA TO WS-MSKV-MASCARA
           MOVE WS-MSKR-REC-CAMPO   TO WS-MSKV-CAMPO
           MOVE WS-MSKR-REC-TIPO    TO WS-MSKV-TIPO
           MOVE WS-MSKR-REC-DESDE   TO WS-MSKV-DESDE
           MOVE WS-MSKR-REC-LARGO   TO WS-MSKV-LARGO
           MOVE WS-MSKR-REC-CONSERVA TO WS-MSKV-CONSERVA

           MOVE WS-MSKV-REC TO WS-ENTRADA-NUEVA

           READ MSK-VSAM-FILE
              INVALID KEY
                 MOVE WS-ENTRADA-NUEVA TO WS-MSKV-REC
                 MOVE SPACES TO WS-AUD-ANTES
                 MOVE 'A' TO WS-GRAB-RESULTADO
                 WRITE WS-MSKV-REC
                    INVALID KEY
                       DISPLAY 'PGMMSKLD: FALLO WRITE MSKVSAM - '
                               'ORDEN ' WS-MSKV-ORDEN
                       MOVE 'E' TO WS-GRAB-RESULTADO
                       MOVE 'S' TO WS-HUBO-ERROR
                 END-WRITE
              NOT INVALID KEY
                 IF WS-MSKV-REC = WS-ENTRADA-NUEVA
                    MOVE 'I' TO WS-GRAB-RESULTADO
                    ADD 1 TO WS-CONT-IGUALES
                 ELSE
                    MOVE WS-MSKV-REC TO WS-AUD-ANTES
                    MOVE WS-ENTRADA-NUEVA TO WS-MSKV-REC
                    MOVE 'U' TO WS-GRAB-RESULTADO
                    REWRITE WS-MSKV-REC
                       INVALID KEY
                          DISPLAY 'PGMMSKLD: FALLO REWRITE MSKVSAM - '
                                  'ORDEN ' WS-MSKV-ORDEN
                          MOVE 'E' TO WS-GRAB-RESULTADO
                          MOVE 'S' TO WS-HUBO-ERROR
                    END-REWRITE
                 END-IF
           END-READ

           IF GRAB-FUE-ALTA OR GRAB-FUE-ACTUAL
              MOVE WS-MSKV-REC TO WS-AUD-DESPUES
              PERFORM 7000-AUDITAR
           END-IF
           IF NOT HUBO-ERROR
              ADD 1 TO WS-CONT-CARGADOS
              MOVE WS-MSKV-ORDEN TO WS-ULTIMO-ORDEN
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   BORRAR DEL CLUSTER LAS ENTRADAS CON ORDEN MAYOR AL ULTIMO   *
      *   CARGADO (RESTOS DE UNA TABLA ANTERIOR MAS LARGA)            *
      *****************************************************************
       3000-PURGAR-SOBRANTES.

           MOVE 'N' TO WS-FIN-PURGA
           COMPUTE WS-MSKV-ORDEN = WS-ULTIMO-ORDEN + 1
           END-COMPUTE
           START MSK-VSAM-FILE KEY NOT < WS-MSKV-ORDEN
              INVALID KEY
                 MOVE 'S' TO WS-FIN-PURGA
           END-START

           PERFORM 3100-BORRAR-SOBRANTE
                   UNTIL FIN-PURGA
           EXIT PARAGRAPH.

       3100-BORRAR-SOBRANTE.

           READ MSK-VSAM-FILE NEXT RECORD
              AT END
                 MOVE 'S' TO WS-FIN-PURGA
              NOT AT END
                 MOVE WS-MSKV-REC TO WS-AUD-ANTES
                 DELETE MSK-VSAM-FILE RECORD
                 IF MSKV-OK
                    ADD 1 TO WS-CONT-PURGADOS
                    MOVE 'B' TO WS-GRAB-RESULTADO
                    MOVE SPACES TO WS-AUD-DESPUES
                    PERFORM 7000-AUDITAR
                 ELSE
                    DISPLAY 'PGMMSKLD: FALLO DELETE MSKVSAM - '
                            'STATUS ' WS-MSKV-ST
                    MOVE 'S' TO WS-HUBO-ERROR
                    MOVE 'S' TO WS-FIN-PURGA
                 END-IF
           END-READ
           EXIT PARAGRAPH.

      *****************************************************************
      *   GRABAR EL CAMBIO EN EL HISTORICO DE CAMBIOS AUDHIST. LAS    *
      *   IMAGENES ANTES/DESPUES LAS DEJAN 2100 (ALTA/CAMBIO) Y 3100  *
      *   (BAJA DE SOBRANTES).                                        *
      *****************************************************************
       7000-AUDITAR.

           MOVE WS-FECHA-ISO     TO WS-AUD-FECHA
           MOVE WS-HORA-EDITADA  TO WS-AUD-HORA
           MOVE WS-USUARIO-CARGA TO WS-AUD-USUARIO
           MOVE 'PGMMSKLD'       TO WS-AUD-ORIGEN
           MOVE 'C'              TO WS-AUD-MEDIO
           MOVE 'MSKVSAM'        TO WS-AUD-TABLA
           EVALUATE TRUE
           WHEN GRAB-FUE-ALTA
                MOVE 'A'         TO WS-AUD-ACCION
           WHEN GRAB-FUE-BAJA
                MOVE 'B'         TO WS-AUD-ACCION
           WHEN OTHER
                MOVE 'M'         TO WS-AUD-ACCION
           END-EVALUATE
           MOVE WS-MSKV-ORDEN    TO WS-AUD-CLAVE
           WRITE WS-AUD-REC
           IF NOT AUDH-OK
              DISPLAY 'PGMMSKLD: FALLO WRITE AUDHIST - STATUS '
                      WS-AUDH-ST ' - ORDEN ' WS-MSKV-ORDEN
              MOVE 'S' TO WS-HUBO-ERROR
           END-IF
           EXIT PARAGRAPH.

       8000-IMPRIMIR-RESUMEN.

           DISPLAY WS-SEPARADOR
           DISPLAY 'CARGA DE MSKVSAM - PGMMSKLD'
           DISPLAY WS-SEPARADOR
           DISPLAY 'ENTRADAS CARGADAS : ' WS-CONT-CARGADOS
           DISPLAY 'SIN CAMBIOS       : ' WS-CONT-IGUALES
           DISPLAY 'SOBRANTES BORRADOS: ' WS-CONT-PURGADOS
           DISPLAY 'REGLAS INVALIDAS  : ' WS-CONT-INVALIDAS
           DISPLAY WS-SEPARADOR
           EXIT PARAGRAPH.

       9000-I-CIERRE.

           IF MSKV-ABIERTO
              CLOSE MSK-VSAM-FILE
           END-IF
           IF AUDH-ABIERTO
              CLOSE AUD-HIST-FILE
           END-IF
           IF HUBO-ERROR
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-CONT-INVALIDAS > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .
       9000-F-CIERRE.
           EXIT.
