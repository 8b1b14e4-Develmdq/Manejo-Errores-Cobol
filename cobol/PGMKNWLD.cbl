      *                                                               *
      *   EL CLUSTER KNOWNERR DEBE ESTAR DEFINIDO POR IDCAMS ANTES    *
      *   DE CORRER (MISMO CRITERIO QUE ERRVSAM/DESCVSAM).            *
      *                                                               *
      *   AUDITORIA: CADA CLAVE SE LEE ANTES DE GRABARLA. LA QUE NO   *
      *   CAMBIA NO SE REESCRIBE; CADA ALTA O CAMBIO REAL DEJA SU     *
      *   REGISTRO CON IMAGENES ANTES/DESPUES EN EL HISTORICO DE      *
      *   CAMBIOS AUDHIST (VER CPAUDREG, MISMO ESQUEMA QUE PGMDSCLD). *
      *   SIN AUDHIST NO SE CARGA.                                    *
      *****************************************************************
      * PARM (OPCIONAL):                                              *
      *   PARM='USR=XXXXXXXX' - QUIEN PIDIO LA CARGA (USUARIO O       *
      *     NUMERO DE CAMBIO), PARA LA AUDITORIA. SIN PARM QUEDA EL   *
      *     NOMBRE DEL PROGRAMA.                                      *
      *****************************************************************

      *****************************************************************
               RECORD KEY IS WS-KNOWN-CLAVE
               FILE STATUS IS WS-KNOWN-ST.

      *---------------------------------------------------------------*
      * HISTORICO PERMANENTE DE CAMBIOS DE CONFIGURACION              *
      *---------------------------------------------------------------*
           SELECT AUD-HIST-FILE ASSIGN TO 'AUDHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDH-ST.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FD  KNOWN-ERR-FILE.
           COPY CPKNOWN.

       FD  AUD-HIST-FILE
           RECORDING MODE IS F.
           COPY CPAUDREG.

       WORKING-STORAGE SECTION.
       77 FILLER               PIC X(26) VALUE '* INICIO WS *'.

       01 WS-KNOWN-ABIERTO     PIC X(01) VALUE 'N'.
          88 KNOWN-ABIERTO               VALUE 'S'.

       01 WS-AUDH-ST           PIC X(02) VALUE '00'.
          88 AUDH-OK                     VALUE '00'.
          88 AUDH-NO-EXISTE              VALUE '35'.

       01 WS-AUDH-ABIERTO      PIC X(01) VALUE 'N'.
          88 AUDH-ABIERTO                VALUE 'S'.

       01 WS-HUBO-ERROR        PIC X(01) VALUE 'N'.
          88 HUBO-ERROR                  VALUE 'S'.

       01 WS-GRAB-RESULTADO    PIC X(01) VALUE SPACE.
          88 GRAB-FUE-ALTA               VALUE 'A'.
          88 GRAB-FUE-ACTUAL             VALUE 'U'.
          88 GRAB-SIN-CAMBIOS            VALUE 'I'.

      *---------------------------------------------------------------*
      * RECETA LEIDA DE KNOWNSEQ, A SALVO DEL READ QUE TRAE LA IMAGEN *
      * ANTERIOR DEL CLUSTER                                          *
      *---------------------------------------------------------------*
       01 WS-KNOWN-NUEVO       PIC X(120) VALUE SPACES.

       01 WS-CONT-ALTAS        PIC 9(05) COMP VALUE ZEROS.
       01 WS-CONT-ACTUAL       PIC 9(05) COMP VALUE ZEROS.
       01 WS-CONT-IGUALES      PIC 9(05) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * QUIEN PIDIO LA CARGA (VER PARM) Y FECHA/HORA DE AUDITORIA     *
      *---------------------------------------------------------------*
       01 WS-USUARIO-CARGA     PIC X(08) VALUE 'PGMKNWLD'.

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

           OPEN I-O KNOWN-ERR-FILE
           IF KNOWN-OK
              MOVE 'S' TO WS-KNOWN-ABIERTO
                      WS-KNOWN-ST
              MOVE 'S' TO WS-HUBO-ERROR
           END-IF

           OPEN EXTEND AUD-HIST-FILE
           IF AUDH-NO-EXISTE
              OPEN OUTPUT AUD-HIST-FILE
           END-IF
           IF AUDH-OK
              MOVE 'S' TO WS-AUDH-ABIERTO
           ELSE
              DISPLAY 'PGMKNWLD: NO SE PUDO ABRIR AUDHIST - STATUS '
                      WS-AUDH-ST ' - CARGA SIN AUDITORIA RECHAZADA'
              MOVE 'S' TO WS-HUBO-ERROR
           END-IF
           .
       1000-F-INICIO.
           EXIT.
                       IF GRAB-FUE-ACTUAL
                          ADD 1 TO WS-CONT-ACTUAL
                       END-IF
                       IF GRAB-SIN-CAMBIOS
                          ADD 1 TO WS-CONT-IGUALES
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE KNOWN-SEQ-FILE
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   ALTA DE LA RECETA; SI YA EXISTE Y CAMBIO SE ACTUALIZA       *
      *   (REWRITE); SI NO CAMBIO NO SE TOCA. CADA ALTA O CAMBIO SE   *
      *   AUDITA. EL RESULTADO QUEDA EN WS-GRAB-RESULTADO.            *
      *****************************************************************
       3000-GRABAR-CONOCIDO.

           MOVE WS-KNOWN-REC TO WS-KNOWN-NUEVO

           READ KNOWN-ERR-FILE
              INVALID KEY
                 MOVE WS-KNOWN-NUEVO TO WS-KNOWN-REC
                 MOVE SPACES TO WS-AUD-ANTES
                 MOVE 'A' TO WS-GRAB-RESULTADO
                 WRITE WS-KNOWN-REC
                    INVALID KEY
                       DISPLAY 'PGMKNWLD: FALLO WRITE KNOWNERR - '
                               'CLAVE ' WS-KNOWN-CLAVE(1:49)
                       MOVE 'E' TO WS-GRAB-RESULTADO
                       MOVE 'S' TO WS-HUBO-ERROR
                 END-WRITE
              NOT INVALID KEY
                 IF WS-KNOWN-REC = WS-KNOWN-NUEVO
                    MOVE 'I' TO WS-GRAB-RESULTADO
                 ELSE
                    MOVE WS-KNOWN-REC   TO WS-AUD-ANTES
                    MOVE WS-KNOWN-NUEVO TO WS-KNOWN-REC
                    MOVE 'U' TO WS-GRAB-RESULTADO
                    REWRITE WS-KNOWN-REC
                       INVALID KEY
                          DISPLAY 'PGMKNWLD: FALLO REWRITE KNOWNERR - '
                                  'CLAVE ' WS-KNOWN-CLAVE(1:49)
                          MOVE 'E' TO WS-GRAB-RESULTADO
                          MOVE 'S' TO WS-HUBO-ERROR
                    END-REWRITE
                 END-IF
           END-READ

           IF GRAB-FUE-ALTA OR GRAB-FUE-ACTUAL
              PERFORM 7000-AUDITAR
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   GRABAR EL CAMBIO EN EL HISTORICO DE CAMBIOS AUDHIST. LA     *
      *   IMAGEN ANTES LA DEJA 3000 (BLANCO EN EL ALTA).              *
      *****************************************************************
       7000-AUDITAR.

           MOVE WS-FECHA-ISO     TO WS-AUD-FECHA
           MOVE WS-HORA-EDITADA  TO WS-AUD-HORA
           MOVE WS-USUARIO-CARGA TO WS-AUD-USUARIO
           MOVE 'PGMKNWLD'       TO WS-AUD-ORIGEN
           MOVE 'C'              TO WS-AUD-MEDIO
           MOVE 'KNOWNERR'       TO WS-AUD-TABLA
           IF GRAB-FUE-ALTA
              MOVE 'A'           TO WS-AUD-ACCION
           ELSE
              MOVE 'M'           TO WS-AUD-ACCION
           END-IF
           MOVE WS-KNOWN-CLAVE   TO WS-AUD-CLAVE
           MOVE WS-KNOWN-REC     TO WS-AUD-DESPUES
           WRITE WS-AUD-REC
           IF NOT AUDH-OK
              DISPLAY 'PGMKNWLD: FALLO WRITE AUDHIST - STATUS '
                      WS-AUDH-ST ' - CLAVE ' WS-KNOWN-CLAVE(1:49)
              MOVE 'S' TO WS-HUBO-ERROR
           END-IF
           EXIT PARAGRAPH.

       8000-IMPRIMIR-RESUMEN.
           DISPLAY WS-SEPARADOR
           DISPLAY 'ALTAS        : ' WS-CONT-ALTAS
           DISPLAY 'ACTUALIZADOS : ' WS-CONT-ACTUAL
           DISPLAY 'SIN CAMBIOS  : ' WS-CONT-IGUALES
           DISPLAY WS-SEPARADOR
           EXIT PARAGRAPH.

           IF KNOWN-ABIERTO
              CLOSE KNOWN-ERR-FILE
           END-IF
           IF AUDH-ABIERTO
              CLOSE AUD-HIST-FILE
           END-IF
           IF HUBO-ERROR
              MOVE 8 TO RETURN-CODE
           END-IF
