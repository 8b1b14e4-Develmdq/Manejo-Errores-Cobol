      *                                                               *
      *   EL CLUSTER DESCVSAM DEBE ESTAR DEFINIDO POR IDCAMS ANTES DE *
      *   CORRER (MISMO CRITERIO QUE ERRVSAM EN PGMERROR).            *
      *                                                               *
      *   AUDITORIA: CADA CLAVE SE LEE ANTES DE GRABARLA. LA QUE NO   *
      *   CAMBIA NO SE REESCRIBE (CONSERVA EL ESTAMPADO DE QUIEN LA   *
      *   TOCO POR ULTIMA VEZ); CADA ALTA O CAMBIO REAL DEJA SU       *
      *   REGISTRO CON IMAGENES ANTES/DESPUES EN EL HISTORICO DE      *
      *   CAMBIOS AUDHIST (VER CPAUDREG). SIN AUDHIST NO SE CARGA.    *
      *****************************************************************
      * PARM (OPCIONAL):                                              *
      *   PARM='USR=XXXXXXXX' - QUIEN PIDIO LA CARGA (USUARIO O       *
      *     NUMERO DE CAMBIO), PARA EL ESTAMPADO Y LA AUDITORIA. SIN  *
      *     PARM QUEDA EL NOMBRE DEL PROGRAMA, COMO SIEMPRE.          *
      *****************************************************************

      *****************************************************************
               RECORD KEY IS WS-DESC-CLAVE
               FILE STATUS IS WS-DESCV-ST.

      *---------------------------------------------------------------*
      * HISTORICO PERMANENTE DE CAMBIOS DE CONFIGURACION              *
      *---------------------------------------------------------------*
           SELECT AUD-HIST-FILE ASSIGN TO 'AUDHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDH-ST.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FD  DESC-VSAM-FILE.
           COPY CPDESCVS.

       FD  AUD-HIST-FILE
           RECORDING MODE IS F.
           COPY CPAUDREG.

       WORKING-STORAGE SECTION.
       77 FILLER               PIC X(26) VALUE '* INICIO WS *'.

       01 WS-DESCV-ST          PIC X(02) VALUE '00'.
          88 DESCV-OK                    VALUE '00'.

       01 WS-AUDH-ST           PIC X(02) VALUE '00'.
          88 AUDH-OK                     VALUE '00'.
          88 AUDH-NO-EXISTE              VALUE '35'.

       01 WS-AUDH-ABIERTO      PIC X(01) VALUE 'N'.
          88 AUDH-ABIERTO                VALUE 'S'.

      *---------------------------------------------------------------*
      * EL CLUSTER QUEDO ABIERTO (PARA CERRARLO AL FINAL AUNQUE EL    *
      * ULTIMO WRITE/REWRITE HAYA DEJADO OTRO FILE STATUS)            *

      *---------------------------------------------------------------*
      * RESULTADO DE 4000-GRABAR-DESCRIPCION ('A' ALTA / 'U'          *
      * ACTUALIZACION / 'I' SIN CAMBIOS / 'E' ERROR): EL FILE STATUS  *
      * NO ALCANZA PARA DISTINGUIRLOS PORQUE UN REWRITE EXITOSO       *
      * TAMBIEN DEJA '00'.                                            *
      *---------------------------------------------------------------*
       01 WS-GRAB-RESULTADO    PIC X(01) VALUE SPACE.
          88 GRAB-FUE-ALTA               VALUE 'A'.
          88 GRAB-FUE-ACTUAL             VALUE 'U'.
          88 GRAB-SIN-CAMBIOS            VALUE 'I'.

      *---------------------------------------------------------------*
      * REGISTRO ARMADO DESDE LA ENTRADA, A SALVO DEL READ QUE TRAE   *
      * LA IMAGEN ANTERIOR DEL CLUSTER                                *
      *---------------------------------------------------------------*
       01 WS-DESC-NUEVO        PIC X(80) VALUE SPACES.

      *---------------------------------------------------------------*
      * QUIEN PIDIO LA CARGA (VER PARM)                               *
      *---------------------------------------------------------------*
       01 WS-USUARIO-CARGA     PIC X(08) VALUE 'PGMDSCLD'.

      *---------------------------------------------------------------*
      * VISTA ALFANUMERICA DEL CODIGO DE SQLDESC (LOS 10 BYTES DEL    *
       01 WS-CONT-SQL-ACTUAL   PIC 9(05) COMP VALUE ZEROS.
       01 WS-CONT-FS-ALTAS     PIC 9(05) COMP VALUE ZEROS.
       01 WS-CONT-FS-ACTUAL    PIC 9(05) COMP VALUE ZEROS.
       01 WS-CONT-SQL-IGUALES  PIC 9(05) COMP VALUE ZEROS.
       01 WS-CONT-FS-IGUALES   PIC 9(05) COMP VALUE ZEROS.

       01 WS-CURRENT-DATE.
          05 WS-CD-AAAA        PIC X(04).

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
           GOBACK.

      *****************************************************************
      *   CAPTURAR FECHA/HORA DE AUDITORIA, INTERPRETAR EL PARM Y     *
      *   ABRIR EL CLUSTER Y EL HISTORICO DE CAMBIOS                  *
      *****************************************************************
       1000-I-INICIO.

           IF WS-PARM-LON > 4
              AND WS-PARM-TEXTO(1:4) = 'USR='
              AND WS-PARM-TEXTO(5:8) NOT = SPACES
              MOVE WS-PARM-TEXTO(5:8) TO WS-USUARIO-CARGA
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-AAAA '-' WS-CD-MM '-' WS-CD-DD
              DELIMITED BY SIZE
                      WS-DESCV-ST
              MOVE 'S' TO WS-HUBO-ERROR
           END-IF

           OPEN EXTEND AUD-HIST-FILE
           IF AUDH-NO-EXISTE
              OPEN OUTPUT AUD-HIST-FILE
           END-IF
           IF AUDH-OK
              MOVE 'S' TO WS-AUDH-ABIERTO
           ELSE
              DISPLAY 'PGMDSCLD: NO SE PUDO ABRIR AUDHIST - STATUS '
                      WS-AUDH-ST ' - CARGA SIN AUDITORIA RECHAZADA'
              MOVE 'S' TO WS-HUBO-ERROR
           END-IF
           .
       1000-F-INICIO.
           EXIT.
                       IF GRAB-FUE-ACTUAL
                          ADD 1 TO WS-CONT-SQL-ACTUAL
                       END-IF
                       IF GRAB-SIN-CAMBIOS
                          ADD 1 TO WS-CONT-SQL-IGUALES
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SQLDESC-FILE
                       IF GRAB-FUE-ACTUAL
                          ADD 1 TO WS-CONT-FS-ACTUAL
                       END-IF
                       IF GRAB-SIN-CAMBIOS
                          ADD 1 TO WS-CONT-FS-IGUALES
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FSDESC-FILE
           EXIT PARAGRAPH.

      *****************************************************************
      *   ALTA DE LA CLAVE; SI YA EXISTE Y EL TEXTO CAMBIO SE         *
      *   ACTUALIZA (REWRITE); SI NO CAMBIO NO SE TOCA. CADA ALTA O   *
      *   CAMBIO SE AUDITA. EL RESULTADO QUEDA EN WS-GRAB-RESULTADO.  *
      *****************************************************************
       4000-GRABAR-DESCRIPCION.

           MOVE WS-USUARIO-CARGA TO WS-DESC-USUARIO
           MOVE WS-FECHA-ISO    TO WS-DESC-FECHA
           MOVE WS-HORA-EDITADA TO WS-DESC-HORA
           MOVE WS-DESC-REC     TO WS-DESC-NUEVO

           READ DESC-VSAM-FILE
              INVALID KEY
                 MOVE WS-DESC-NUEVO TO WS-DESC-REC
                 MOVE SPACES TO WS-AUD-ANTES
                 MOVE 'A' TO WS-GRAB-RESULTADO
                 WRITE WS-DESC-REC
                    INVALID KEY
                       DISPLAY 'PGMDSCLD: FALLO WRITE DESCVSAM - '
                               'CLAVE ' WS-DESC-CLAVE
                       MOVE 'E' TO WS-GRAB-RESULTADO
                       MOVE 'S' TO WS-HUBO-ERROR
                 END-WRITE
              NOT INVALID KEY
                 IF WS-DESC-TEXTO = WS-DESC-NUEVO(12:30)
                    MOVE 'I' TO WS-GRAB-RESULTADO
                 ELSE
                    MOVE WS-DESC-REC   TO WS-AUD-ANTES
                    MOVE WS-DESC-NUEVO TO WS-DESC-REC
                    MOVE 'U' TO WS-GRAB-RESULTADO
                    REWRITE WS-DESC-REC
                       INVALID KEY
                          DISPLAY 'PGMDSCLD: FALLO REWRITE DESCVSAM - '
                                  'CLAVE ' WS-DESC-CLAVE
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
      *   IMAGEN ANTES LA DEJA 4000 (BLANCO EN EL ALTA).              *
      *****************************************************************
       7000-AUDITAR.

           MOVE WS-FECHA-ISO     TO WS-AUD-FECHA
           MOVE WS-HORA-EDITADA  TO WS-AUD-HORA
           MOVE WS-USUARIO-CARGA TO WS-AUD-USUARIO
           MOVE 'PGMDSCLD'       TO WS-AUD-ORIGEN
           MOVE 'C'              TO WS-AUD-MEDIO
           MOVE 'DESCVSAM'       TO WS-AUD-TABLA
           IF GRAB-FUE-ALTA
              MOVE 'A'           TO WS-AUD-ACCION
           ELSE
              MOVE 'M'           TO WS-AUD-ACCION
           END-IF
           MOVE WS-DESC-CLAVE    TO WS-AUD-CLAVE
           MOVE WS-DESC-REC      TO WS-AUD-DESPUES
           WRITE WS-AUD-REC
           IF NOT AUDH-OK
              DISPLAY 'PGMDSCLD: FALLO WRITE AUDHIST - STATUS '
                      WS-AUDH-ST ' - CLAVE ' WS-DESC-CLAVE
              MOVE 'S' TO WS-HUBO-ERROR
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
           DISPLAY WS-SEPARADOR
           DISPLAY 'SQLCODE     - ALTAS: ' WS-CONT-SQL-ALTAS
                   ' ACTUALIZADOS: ' WS-CONT-SQL-ACTUAL
                   ' SIN CAMBIOS: ' WS-CONT-SQL-IGUALES
           DISPLAY 'FILE STATUS - ALTAS: ' WS-CONT-FS-ALTAS
                   ' ACTUALIZADOS: ' WS-CONT-FS-ACTUAL
                   ' SIN CAMBIOS: ' WS-CONT-FS-IGUALES
           DISPLAY WS-SEPARADOR
           EXIT PARAGRAPH.

           IF DESCV-ABIERTO
              CLOSE DESC-VSAM-FILE
           END-IF
           IF AUDH-ABIERTO
              CLOSE AUD-HIST-FILE
           END-IF
           IF HUBO-ERROR
              MOVE 8 TO RETURN-CODE
           END-IF
