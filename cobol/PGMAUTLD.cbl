      *                                                               *
      *   EL CLUSTER AUTVSAM DEBE ESTAR DEFINIDO POR IDCAMS ANTES DE  *
      *   CORRER (MISMO CRITERIO QUE DESCVSAM/KNOWNERR/RTEVSAM).      *
      *                                                               *
      *   AUDITORIA: CADA ENTRADA SE LEE ANTES DE GRABARLA. LA QUE NO *
      *   CAMBIA NO SE REESCRIBE; CADA ALTA, CAMBIO O BAJA REAL DEJA  *
      *   SU REGISTRO CON IMAGENES ANTES/DESPUES EN EL HISTORICO DE   *
      *   CAMBIOS AUDHIST (VER CPAUDREG, MISMO ESQUEMA QUE PGMDSCLD). *
      *   SIN AUDHIST NO SE CARGA.                                    *
      *****************************************************************
      * PARM (OPCIONAL):                                              *
      *   PARM='USR=XXXXXXXX' - QUIEN PIDIO LA CARGA (USUARIO O       *
      *     NUMERO DE CAMBIO), PARA LA AUDITORIA. SIN PARM QUEDA EL   *
      *     NOMBRE DEL PROGRAMA.                                      *
      *****************************************************************

      *****************************************************************
               RECORD KEY IS WS-AUTV-ORDEN
               FILE STATUS IS WS-AUTV-ST.

      *---------------------------------------------------------------*
      * HISTORICO PERMANENTE DE CAMBIOS DE CONFIGURACION              *
      *---------------------------------------------------------------*
           SELECT AUD-HIST-FILE ASSIGN TO 'AUDHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDH-ST.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FD  AUT-VSAM-FILE.
           COPY CPAUTVSM.

       FD  AUD-HIST-FILE
           RECORDING MODE IS F.
           COPY CPAUDREG.

       WORKING-STORAGE SECTION.
       77 FILLER               PIC X(26) VALUE '* INICIO WS *'.

       01 WS-AUTV-ABIERTO      PIC X(01) VALUE 'N'.
          88 AUTV-ABIERTO                VALUE 'S'.

       01 WS-AUDH-ST           PIC X(02) VALUE '00'.
          88 AUDH-OK                     VALUE '00'.
          88 AUDH-NO-EXISTE              VALUE '35'.

       01 WS-AUDH-ABIERTO      PIC X(01) VALUE 'N'.
          88 AUDH-ABIERTO                VALUE 'S'.

       01 WS-HUBO-ERROR        PIC X(01) VALUE 'N'.
          88 HUBO-ERROR                  VALUE 'S'.

       01 WS-ULTIMO-ORDEN      PIC 9(04) VALUE ZEROS.
       01 WS-CONT-CARGADOS     PIC 9(05) COMP VALUE ZEROS.
       01 WS-CONT-PURGADOS     PIC 9(05) COMP VALUE ZEROS.
       01 WS-CONT-IGUALES      PIC 9(05) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * RESULTADO DE 2100-GRABAR-ENTRADA ('A' ALTA / 'U'              *
      * ACTUALIZACION / 'I' SIN CAMBIOS / 'E' ERROR) Y ENTRADA ARMADA *
      * DESDE AUTSEQ, A SALVO DEL READ QUE TRAE LA IMAGEN ANTERIOR    *
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
       01 WS-USUARIO-CARGA     PIC X(08) VALUE 'PGMAUTLD'.

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

           OPEN I-O AUT-VSAM-FILE
           IF AUTV-OK
              MOVE 'S' TO WS-AUTV-ABIERTO
                      WS-AUTV-ST
              MOVE 'S' TO WS-HUBO-ERROR
           END-IF

           OPEN EXTEND AUD-HIST-FILE
           IF AUDH-NO-EXISTE
              OPEN OUTPUT AUD-HIST-FILE
           END-IF
           IF AUDH-OK
              MOVE 'S' TO WS-AUDH-ABIERTO
           ELSE
              DISPLAY 'PGMAUTLD: NO SE PUDO ABRIR AUDHIST - STATUS '
                      WS-AUDH-ST ' - CARGA SIN AUDITORIA RECHAZADA'
              MOVE 'S' TO WS-HUBO-ERROR
           END-IF
           .
       1000-F-INICIO.
           EXIT.
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   ALTA DE LA ENTRADA; SI YA EXISTE Y CAMBIO SE ACTUALIZA      *
      *   (REWRITE); SI NO CAMBIO NO SE TOCA. EL REGISTRO SE ARMA     *
      *   SOBRE ESPACIOS PARA QUE LA COMPARACION NO VEA RESTOS DE LA  *
      *   LECTURA ANTERIOR EN EL FILLER. CADA ALTA O CAMBIO SE AUDITA.*
      *****************************************************************
       2100-GRABAR-ENTRADA.

           MOVE SPACES TO WS-AUTV-REC
           MOVE WS-ORDEN-CARGA       TO WS-AUTV-ORDEN
           MOVE WS-ASEQ-REC-MASCARA  TO WS-AUTV-MASCARA
           MOVE WS-ASEQ-REC-TRANSID  TO WS-AUTV-TRANSID
           MOVE WS-ASEQ-REC-ACCIONES TO WS-AUTV-ACCIONES

           MOVE WS-AUTV-REC TO WS-ENTRADA-NUEVA

           READ AUT-VSAM-FILE
              INVALID KEY
                 MOVE WS-ENTRADA-NUEVA TO WS-AUTV-REC
                 MOVE SPACES TO WS-AUD-ANTES
                 MOVE 'A' TO WS-GRAB-RESULTADO
                 WRITE WS-AUTV-REC
                    INVALID KEY
                       DISPLAY 'PGMAUTLD: FALLO WRITE AUTVSAM - '
                               'ORDEN ' WS-AUTV-ORDEN
                       MOVE 'E' TO WS-GRAB-RESULTADO
                       MOVE 'S' TO WS-HUBO-ERROR
                 END-WRITE
              NOT INVALID KEY
                 IF WS-AUTV-REC = WS-ENTRADA-NUEVA
                    MOVE 'I' TO WS-GRAB-RESULTADO
                    ADD 1 TO WS-CONT-IGUALES
                 ELSE
                    MOVE WS-AUTV-REC TO WS-AUD-ANTES
                    MOVE WS-ENTRADA-NUEVA TO WS-AUTV-REC
                    MOVE 'U' TO WS-GRAB-RESULTADO
                    REWRITE WS-AUTV-REC
                       INVALID KEY
                          DISPLAY 'PGMAUTLD: FALLO REWRITE AUTVSAM - '
                                  'ORDEN ' WS-AUTV-ORDEN
                          MOVE 'E' TO WS-GRAB-RESULTADO
                          MOVE 'S' TO WS-HUBO-ERROR
                    END-REWRITE
                 END-IF
           END-READ

           IF GRAB-FUE-ALTA OR GRAB-FUE-ACTUAL
              MOVE WS-AUTV-REC TO WS-AUD-DESPUES
              PERFORM 7000-AUDITAR
           END-IF
           IF NOT HUBO-ERROR
              ADD 1 TO WS-CONT-CARGADOS
              MOVE WS-AUTV-ORDEN TO WS-ULTIMO-ORDEN
              AT END
                 MOVE 'S' TO WS-FIN-PURGA
              NOT AT END
                 MOVE WS-AUTV-REC TO WS-AUD-ANTES
                 DELETE AUT-VSAM-FILE RECORD
                 IF AUTV-OK
                    ADD 1 TO WS-CONT-PURGADOS
                    MOVE 'B' TO WS-GRAB-RESULTADO
                    MOVE SPACES TO WS-AUD-DESPUES
                    PERFORM 7000-AUDITAR
                 ELSE
                    DISPLAY 'PGMAUTLD: FALLO DELETE AUTVSAM - '
                            'STATUS ' WS-AUTV-ST
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
           MOVE 'PGMAUTLD'       TO WS-AUD-ORIGEN
           MOVE 'C'              TO WS-AUD-MEDIO
           MOVE 'AUTVSAM'        TO WS-AUD-TABLA
           EVALUATE TRUE
           WHEN GRAB-FUE-ALTA
                MOVE 'A'         TO WS-AUD-ACCION
           WHEN GRAB-FUE-BAJA
                MOVE 'B'         TO WS-AUD-ACCION
           WHEN OTHER
                MOVE 'M'         TO WS-AUD-ACCION
           END-EVALUATE
           MOVE WS-AUTV-ORDEN    TO WS-AUD-CLAVE
           WRITE WS-AUD-REC
           IF NOT AUDH-OK
              DISPLAY 'PGMAUTLD: FALLO WRITE AUDHIST - STATUS '
                      WS-AUDH-ST ' - ORDEN ' WS-AUTV-ORDEN
              MOVE 'S' TO WS-HUBO-ERROR
           END-IF
           EXIT PARAGRAPH.

       8000-IMPRIMIR-RESUMEN.

           DISPLAY WS-SEPARADOR
           DISPLAY 'CARGA DE AUTVSAM - PGMAUTLD'
           DISPLAY WS-SEPARADOR
           DISPLAY 'ENTRADAS CARGADAS : ' WS-CONT-CARGADOS
           DISPLAY 'SIN CAMBIOS       : ' WS-CONT-IGUALES
           DISPLAY 'SOBRANTES BORRADOS: ' WS-CONT-PURGADOS
           DISPLAY WS-SEPARADOR
           EXIT PARAGRAPH.
           IF AUTV-ABIERTO
              CLOSE AUT-VSAM-FILE
           END-IF
           IF AUDH-ABIERTO
              CLOSE AUD-HIST-FILE
           END-IF
           IF HUBO-ERROR
              MOVE 8 TO RETURN-CODE
           END-IF
