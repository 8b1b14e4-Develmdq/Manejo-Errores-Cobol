      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMAUDCFG.

      *****************************************************************
      *   AUDITORIA DE LOS DATASETS DE CONFIGURACION EDITADOS A MANO  *
      *   (MNTCAL Y ERRPARM)                                          *
      *****************************************************************
      * AUTOR : MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************
      * FUNCION:                                                      *
      *   MNTCAL Y ERRPARM NO TIENEN CARGADOR NI TRANSACCION: SE      *
      *   EDITAN CON ISPF Y CAMBIAN EL COMPORTAMIENTO DE PGMERROR     *
      *   (VENTANAS DE SUPRESION, UMBRALES) SIN DEJAR RASTRO. ESTE    *
      *   PASO COMPARA CADA DATASET CONTRA LA COPIA TOMADA EN LA      *
      *   CORRIDA ANTERIOR Y GRABA EN AUDHIST (VER CPAUDREG) UN       *
      *   REGISTRO POR CADA ALTA, MODIFICACION O BAJA DETECTADA, CON  *
      *   LAS IMAGENES ANTES/DESPUES. AL FINAL DEJA LA COPIA NUEVA    *
      *   PARA LA PROXIMA CORRIDA.                                    *
      *                                                               *
      *   MNTCAL: UNA VENTANA SE IDENTIFICA POR CAMBIO + FECHA +      *
      *   AMBITO + MASCARA; SI CON ESA CLAVE CAMBIA EL HORARIO        *
      *   (DESDE/HASTA) ES UNA MODIFICACION; UNA CLAVE NUEVA ES UN    *
      *   ALTA Y UNA QUE DESAPARECE ES UNA BAJA. ERRPARM: REGISTRO    *
      *   UNICO, SE COMPARA ENTERO.                                   *
      *                                                               *
      *   CORRE COMO PRIMER PASO DE LA CADENA NOCTURNA (JUNTO A       *
      *   PGMERRCHK). LAS COPIAS SON GENERACIONES: MNTCALAN/ERRPANT   *
      *   SON LA (0) Y MNTCALNV/ERRPANV LA (+1). EN LA PRIMERA        *
      *   CORRIDA NO HAY COPIA ANTERIOR Y TODO EL CONTENIDO ACTUAL    *
      *   QUEDA REGISTRADO COMO ALTA (IMAGEN INICIAL).                *
      *                                                               *
      *   EL "CUANDO" ES LA CORRIDA QUE DETECTA EL CAMBIO (A LO SUMO  *
      *   UN DIA DESPUES DE LA EDICION); EL "QUIEN" LO INFORMA EL     *
      *   PARM. PARA MNTCAL, EL NUMERO DE CAMBIO DE LA VENTANA QUEDA  *
      *   ADEMAS EN LA CLAVE.                                         *
      *****************************************************************
      * PARM (OPCIONAL):                                              *
      *   PARM='USR=XXXXXXXX' - USUARIO O NUMERO DE CAMBIO A QUIEN SE *
      *     ATRIBUYEN LAS EDICIONES. SIN PARM QUEDA EL NOMBRE DEL     *
      *     PROGRAMA.                                                 *
      * RETURN CODE:                                                  *
      *   0 = SIN CAMBIOS                                             *
      *   4 = SE DETECTARON Y AUDITARON CAMBIOS                       *
      *   8 = ERROR (SIN AUDHIST, MNTCAL O ERRPARM ILEGIBLE, COPIA    *
      *       NO GRABADA, TABLA DESBORDADA)                           *
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
      * CALENDARIO DE MANTENIMIENTO: ACTUAL, COPIA ANTERIOR Y NUEVA   *
      *---------------------------------------------------------------*
           SELECT MNT-CAL-FILE ASSIGN TO 'MNTCAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MNTCAL-ST.

           SELECT MNT-ANT-FILE ASSIGN TO 'MNTCALAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MNTANT-ST.

           SELECT MNT-NUE-FILE ASSIGN TO 'MNTCALNV'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MNTNUE-ST.

      *---------------------------------------------------------------*
      * PARAMETROS DE PGMERROR: ACTUAL, COPIA ANTERIOR Y NUEVA        *
      *---------------------------------------------------------------*
           SELECT ERR-PRM-FILE ASSIGN TO 'ERRPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERRPRM-ST.

           SELECT PRM-ANT-FILE ASSIGN TO 'ERRPANT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRMANT-ST.

           SELECT PRM-NUE-FILE ASSIGN TO 'ERRPANV'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRMNUE-ST.

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
       FD  MNT-CAL-FILE
           RECORDING MODE IS F.
       01 WS-MNTCAL-FISICO.
          05 WS-MNT-FIS-FECHA        PIC X(10).
          05 WS-MNT-FIS-DESDE        PIC X(05).
          05 WS-MNT-FIS-HASTA        PIC X(05).
          05 WS-MNT-FIS-AMBITO       PIC X(01).
          05 WS-MNT-FIS-MASCARA      PIC X(08).
          05 WS-MNT-FIS-CAMBIO       PIC X(08).
          05 FILLER                  PIC X(43).

       FD  MNT-ANT-FILE
           RECORDING MODE IS F.
       01 WS-MNTANT-REC            PIC X(80).

       FD  MNT-NUE-FILE
           RECORDING MODE IS F.
       01 WS-MNTNUE-REC            PIC X(80).

       FD  ERR-PRM-FILE
           RECORDING MODE IS F.
       01 WS-ERRPRM-REC            PIC X(80).

       FD  PRM-ANT-FILE
           RECORDING MODE IS F.
       01 WS-PRMANT-REC            PIC X(80).

       FD  PRM-NUE-FILE
           RECORDING MODE IS F.
       01 WS-PRMNUE-REC            PIC X(80).

       FD  AUD-HIST-FILE
           RECORDING MODE IS F.
           COPY CPAUDREG.

       WORKING-STORAGE SECTION.
       77 FILLER               PIC X(26) VALUE '* INICIO WS *'.

       01 WS-SEPARADOR         PIC X(60) VALUE ALL '='.

       01 WS-MNTCAL-ST         PIC X(02) VALUE '00'.
          88 MNTCAL-OK                   VALUE '00'.
          88 MNTCAL-AT-END               VALUE '10'.
          88 MNTCAL-NO-EXISTE            VALUE '35'.

       01 WS-MNTANT-ST         PIC X(02) VALUE '00'.
          88 MNTANT-OK                   VALUE '00'.
          88 MNTANT-AT-END               VALUE '10'.
          88 MNTANT-NO-EXISTE            VALUE '35'.

       01 WS-MNTNUE-ST         PIC X(02) VALUE '00'.
          88 MNTNUE-OK                   VALUE '00'.

       01 WS-ERRPRM-ST         PIC X(02) VALUE '00'.
          88 ERRPRM-OK                   VALUE '00'.
          88 ERRPRM-AT-END               VALUE '10'.
          88 ERRPRM-NO-EXISTE            VALUE '35'.

       01 WS-PRMANT-ST         PIC X(02) VALUE '00'.
          88 PRMANT-OK                   VALUE '00'.
          88 PRMANT-AT-END               VALUE '10'.
          88 PRMANT-NO-EXISTE            VALUE '35'.

       01 WS-PRMNUE-ST         PIC X(02) VALUE '00'.
          88 PRMNUE-OK                   VALUE '00'.

       01 WS-AUDH-ST           PIC X(02) VALUE '00'.
          88 AUDH-OK                     VALUE '00'.
          88 AUDH-NO-EXISTE              VALUE '35'.

       01 WS-AUDH-ABIERTO      PIC X(01) VALUE 'N'.
          88 AUDH-ABIERTO                VALUE 'S'.

       01 WS-HUBO-ERROR        PIC X(01) VALUE 'N'.
          88 HUBO-ERROR                  VALUE 'S'.

      *---------------------------------------------------------------*
      * COPIA ANTERIOR DE MNTCAL EN MEMORIA. WS-ANT-VISTA MARCA LAS   *
      * VENTANAS QUE SIGUEN EN EL DATASET ACTUAL; LAS QUE QUEDAN SIN  *
      * MARCAR AL FINAL FUERON BORRADAS.                              *
      *---------------------------------------------------------------*
       01 WS-TAB-ANTERIOR.
          05 WS-ANT-TOTAL      PIC 9(04) COMP VALUE ZEROS.
          05 WS-ANT-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-ANT-IDX.
             07 WS-ANT-REC.
                09 WS-ANT-CLAVE   PIC X(27).
                09 WS-ANT-IMAGEN  PIC X(80).
             07 WS-ANT-VISTA      PIC X(01).
                88 ANT-VISTA                VALUE 'S'.

       01 WS-ANT-DESBORDE      PIC 9(05) COMP VALUE ZEROS.
       01 WS-ANT-ENCONTRADA    PIC X(01) VALUE 'N'.
          88 ANT-ENCONTRADA              VALUE 'S'.

      *---------------------------------------------------------------*
      * CLAVE DE LA VENTANA (CAMBIO + FECHA + AMBITO + MASCARA) ARMADA*
      * DESDE LA IMAGEN FISICA DE LA COPIA ANTERIOR                   *
      *---------------------------------------------------------------*
       01 WS-CLAVE-VENTANA.
          05 WS-CVE-CAMBIO     PIC X(08).
          05 WS-CVE-FECHA      PIC X(10).
          05 WS-CVE-AMBITO     PIC X(01).
          05 WS-CVE-MASCARA    PIC X(08).

       01 WS-IMAGEN-ANT.
          05 WS-IMA-FECHA      PIC X(10).
          05 WS-IMA-DESDE      PIC X(05).
          05 WS-IMA-HASTA      PIC X(05).
          05 WS-IMA-AMBITO     PIC X(01).
          05 WS-IMA-MASCARA    PIC X(08).
          05 WS-IMA-CAMBIO     PIC X(08).
          05 FILLER            PIC X(43).

       01 WS-PRM-ACTUAL        PIC X(80) VALUE SPACES.
       01 WS-PRM-ANTERIOR      PIC X(80) VALUE SPACES.
       01 WS-PRM-HAY-ACTUAL    PIC X(01) VALUE 'N'.
          88 PRM-HAY-ACTUAL              VALUE 'S'.
       01 WS-PRM-HAY-ANTERIOR  PIC X(01) VALUE 'N'.
          88 PRM-HAY-ANTERIOR            VALUE 'S'.

       01 WS-CONT-ALTAS        PIC 9(05) COMP VALUE ZEROS.
       01 WS-CONT-MODIF        PIC 9(05) COMP VALUE ZEROS.
       01 WS-CONT-BAJAS        PIC 9(05) COMP VALUE ZEROS.
       01 WS-CONT-MNT-LEIDOS   PIC 9(05) COMP VALUE ZEROS.
       01 WS-CONT-AUDITADOS    PIC 9(05) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * QUIEN (VER PARM) Y FECHA/HORA DE AUDITORIA                    *
      *---------------------------------------------------------------*
       01 WS-USUARIO-CARGA     PIC X(08) VALUE 'PGMAUDCF'.

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
              PERFORM 2000-CARGAR-MNT-ANTERIOR
              IF NOT HUBO-ERROR
                 PERFORM 3000-COMPARAR-MNTCAL
              END-IF
              IF NOT HUBO-ERROR
                 PERFORM 4000-DETECTAR-BAJAS-MNT
              END-IF
              PERFORM 5000-COMPARAR-ERRPARM
           END-IF
           PERFORM 8000-IMPRIMIR-RESUMEN
           PERFORM 9000-I-CIERRE THRU 9000-F-CIERRE
           .
       FIN-PRINCIPAL.
           GOBACK.

      *****************************************************************
      *   CAPTURAR FECHA/HORA DE AUDITORIA, INTERPRETAR EL PARM Y     *
      *   ABRIR EL HISTORICO DE CAMBIOS                               *
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

           OPEN EXTEND AUD-HIST-FILE
           IF AUDH-NO-EXISTE
              OPEN OUTPUT AUD-HIST-FILE
           END-IF
           IF AUDH-OK
              MOVE 'S' TO WS-AUDH-ABIERTO
           ELSE
              DISPLAY 'PGMAUDCFG: NO SE PUDO ABRIR AUDHIST - STATUS '
                      WS-AUDH-ST
              MOVE 'S' TO WS-HUBO-ERROR
           END-IF
           .
       1000-F-INICIO.
           EXIT.

      *****************************************************************
      *   CARGAR LA COPIA ANTERIOR DE MNTCAL. SIN COPIA (PRIMERA      *
      *   CORRIDA) LA TABLA QUEDA VACIA Y TODO EL ACTUAL ES ALTA.     *
      *****************************************************************
       2000-CARGAR-MNT-ANTERIOR.

           OPEN INPUT MNT-ANT-FILE
           IF MNTANT-OK
              PERFORM UNTIL MNTANT-AT-END
                 READ MNT-ANT-FILE
                    AT END
                       CONTINUE
                    NOT AT END
                       IF WS-ANT-TOTAL < 200
                          ADD 1 TO WS-ANT-TOTAL
                          SET WS-ANT-IDX TO WS-ANT-TOTAL
                          MOVE WS-MNTANT-REC TO WS-IMAGEN-ANT
                          MOVE WS-IMA-CAMBIO  TO WS-CVE-CAMBIO
                          MOVE WS-IMA-FECHA   TO WS-CVE-FECHA
                          MOVE WS-IMA-AMBITO  TO WS-CVE-AMBITO
                          MOVE WS-IMA-MASCARA TO WS-CVE-MASCARA
                          MOVE WS-CLAVE-VENTANA
                             TO WS-ANT-CLAVE(WS-ANT-IDX)
                          MOVE WS-MNTANT-REC
                             TO WS-ANT-IMAGEN(WS-ANT-IDX)
                          MOVE 'N' TO WS-ANT-VISTA(WS-ANT-IDX)
                       ELSE
                          ADD 1 TO WS-ANT-DESBORDE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MNT-ANT-FILE
           ELSE
              IF MNTANT-NO-EXISTE
                 DISPLAY 'PGMAUDCFG: SIN COPIA ANTERIOR DE MNTCAL - '
                         'SE REGISTRA LA IMAGEN INICIAL'
              ELSE
                 DISPLAY 'PGMAUDCFG: NO SE PUDO ABRIR MNTCALAN - '
                         'STATUS ' WS-MNTANT-ST
                 MOVE 'S' TO WS-HUBO-ERROR
              END-IF
           END-IF

           IF WS-ANT-DESBORDE > 0
              DISPLAY 'PGMAUDCFG: COPIA ANTERIOR DE MNTCAL EXCEDE '
                      'LA TABLA - VENTANAS NO COMPARADAS: '
                      WS-ANT-DESBORDE
              MOVE 'S' TO WS-HUBO-ERROR
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   RECORRER EL MNTCAL ACTUAL: CADA VENTANA SE BUSCA EN LA      *
      *   COPIA ANTERIOR POR CLAVE; SI NO ESTA ES ALTA, SI ESTA Y     *
      *   CAMBIO ES MODIFICACION. CADA REGISTRO SE COPIA A MNTCALNV.  *
      *   SOLO UN MNTCAL INEXISTENTE (STATUS 35) SIGNIFICA CALENDARIO *
      *   BORRADO; CUALQUIER OTRO FALLO DE OPEN ES ERROR: NO SE       *
      *   AUDITA NADA NI SE GENERA MNTCALNV, PARA NO DAR DE BAJA LAS  *
      *   VENTANAS POR UN PROBLEMA DE ACCESO.                         *
      *****************************************************************
       3000-COMPARAR-MNTCAL.

           OPEN INPUT MNT-CAL-FILE
           IF NOT MNTCAL-OK AND NOT MNTCAL-NO-EXISTE
              DISPLAY 'PGMAUDCFG: NO SE PUDO ABRIR MNTCAL - STATUS '
                      WS-MNTCAL-ST
              MOVE 'S' TO WS-HUBO-ERROR
           ELSE
              IF MNTCAL-NO-EXISTE
                 DISPLAY 'PGMAUDCFG: MNTCAL NO EXISTE - TODAS LAS '
                         'VENTANAS ANTERIORES QUEDAN COMO BAJA'
              END-IF
              OPEN OUTPUT MNT-NUE-FILE
              IF MNTNUE-OK
                 IF MNTCAL-OK
                    PERFORM 3050-RECORRER-MNTCAL
                 END-IF
                 CLOSE MNT-NUE-FILE
              ELSE
                 DISPLAY 'PGMAUDCFG: NO SE PUDO ABRIR MNTCALNV - '
                         'STATUS ' WS-MNTNUE-ST
                 MOVE 'S' TO WS-HUBO-ERROR
                 IF MNTCAL-OK
                    CLOSE MNT-CAL-FILE
                 END-IF
              END-IF
           END-IF
           EXIT PARAGRAPH.

       3050-RECORRER-MNTCAL.

           PERFORM UNTIL MNTCAL-AT-END
              READ MNT-CAL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-CONT-MNT-LEIDOS
                    PERFORM 3100-COMPARAR-VENTANA
                    WRITE WS-MNTNUE-REC FROM WS-MNTCAL-FISICO
                    IF NOT MNTNUE-OK
                       DISPLAY 'PGMAUDCFG: FALLO WRITE MNTCALNV - '
                               'STATUS ' WS-MNTNUE-ST
                       MOVE 'S' TO WS-HUBO-ERROR
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MNT-CAL-FILE
           EXIT PARAGRAPH.

       3100-COMPARAR-VENTANA.

           MOVE WS-MNT-FIS-CAMBIO  TO WS-CVE-CAMBIO
           MOVE WS-MNT-FIS-FECHA   TO WS-CVE-FECHA
           MOVE WS-MNT-FIS-AMBITO  TO WS-CVE-AMBITO
           MOVE WS-MNT-FIS-MASCARA TO WS-CVE-MASCARA

           MOVE 'N' TO WS-ANT-ENCONTRADA
           PERFORM VARYING WS-ANT-IDX FROM 1 BY 1
                   UNTIL WS-ANT-IDX > WS-ANT-TOTAL
                      OR ANT-ENCONTRADA
              IF WS-ANT-CLAVE(WS-ANT-IDX) = WS-CLAVE-VENTANA
                 AND NOT ANT-VISTA(WS-ANT-IDX)
                 MOVE 'S' TO WS-ANT-ENCONTRADA
                 MOVE 'S' TO WS-ANT-VISTA(WS-ANT-IDX)
                 IF WS-ANT-IMAGEN(WS-ANT-IDX) NOT = WS-MNTCAL-FISICO
                    MOVE WS-ANT-IMAGEN(WS-ANT-IDX) TO WS-AUD-ANTES
                    MOVE WS-MNTCAL-FISICO          TO WS-AUD-DESPUES
                    MOVE 'M' TO WS-AUD-ACCION
                    ADD 1 TO WS-CONT-MODIF
                    PERFORM 7100-AUDITAR-MNTCAL
                 END-IF
              END-IF
           END-PERFORM

           IF NOT ANT-ENCONTRADA
              MOVE SPACES           TO WS-AUD-ANTES
              MOVE WS-MNTCAL-FISICO TO WS-AUD-DESPUES
              MOVE 'A' TO WS-AUD-ACCION
              ADD 1 TO WS-CONT-ALTAS
              PERFORM 7100-AUDITAR-MNTCAL
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   LAS VENTANAS DE LA COPIA ANTERIOR QUE NO APARECIERON EN EL  *
      *   ACTUAL FUERON BORRADAS DEL CALENDARIO                       *
      *****************************************************************
       4000-DETECTAR-BAJAS-MNT.

           PERFORM VARYING WS-ANT-IDX FROM 1 BY 1
                   UNTIL WS-ANT-IDX > WS-ANT-TOTAL
              IF NOT ANT-VISTA(WS-ANT-IDX)
                 MOVE WS-ANT-CLAVE(WS-ANT-IDX)  TO WS-CLAVE-VENTANA
                 MOVE WS-ANT-IMAGEN(WS-ANT-IDX) TO WS-AUD-ANTES
                 MOVE SPACES TO WS-AUD-DESPUES
                 MOVE 'B' TO WS-AUD-ACCION
                 ADD 1 TO WS-CONT-BAJAS
                 PERFORM 7100-AUDITAR-MNTCAL
              END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *****************************************************************
      *   ERRPARM ES UN REGISTRO UNICO: SE COMPARA ENTERO CONTRA LA   *
      *   COPIA ANTERIOR Y SE DEJA LA COPIA NUEVA EN ERRPANV. COMO    *
      *   EN MNTCAL, SOLO EL STATUS 35 ES UN ERRPARM BORRADO.         *
      *****************************************************************
       5000-COMPARAR-ERRPARM.

           OPEN INPUT ERR-PRM-FILE
           IF ERRPRM-OK
              READ ERR-PRM-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE WS-ERRPRM-REC TO WS-PRM-ACTUAL
                    MOVE 'S' TO WS-PRM-HAY-ACTUAL
              END-READ
              CLOSE ERR-PRM-FILE
           ELSE
              IF NOT ERRPRM-NO-EXISTE
                 DISPLAY 'PGMAUDCFG: NO SE PUDO ABRIR ERRPARM - '
                         'STATUS ' WS-ERRPRM-ST
                 MOVE 'S' TO WS-HUBO-ERROR
              END-IF
           END-IF

           OPEN INPUT PRM-ANT-FILE
           IF PRMANT-OK
              READ PRM-ANT-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE WS-PRMANT-REC TO WS-PRM-ANTERIOR
                    MOVE 'S' TO WS-PRM-HAY-ANTERIOR
              END-READ
              CLOSE PRM-ANT-FILE
           ELSE
              IF NOT PRMANT-NO-EXISTE
                 DISPLAY 'PGMAUDCFG: NO SE PUDO ABRIR ERRPANT - '
                         'STATUS ' WS-PRMANT-ST
                 MOVE 'S' TO WS-HUBO-ERROR
              END-IF
           END-IF

           IF (ERRPRM-OK OR ERRPRM-NO-EXISTE)
              AND (PRMANT-OK OR PRMANT-NO-EXISTE)
              PERFORM 5100-AUDITAR-Y-COPIAR-PRM
           END-IF
           EXIT PARAGRAPH.

       5100-AUDITAR-Y-COPIAR-PRM.

           MOVE WS-PRM-ANTERIOR TO WS-AUD-ANTES
           MOVE WS-PRM-ACTUAL   TO WS-AUD-DESPUES
           EVALUATE TRUE
           WHEN PRM-HAY-ACTUAL AND NOT PRM-HAY-ANTERIOR
                MOVE 'A' TO WS-AUD-ACCION
                ADD 1 TO WS-CONT-ALTAS
                PERFORM 7200-AUDITAR-ERRPARM
           WHEN PRM-HAY-ANTERIOR AND NOT PRM-HAY-ACTUAL
                MOVE 'B' TO WS-AUD-ACCION
                ADD 1 TO WS-CONT-BAJAS
                PERFORM 7200-AUDITAR-ERRPARM
           WHEN WS-PRM-ACTUAL NOT = WS-PRM-ANTERIOR
                MOVE 'M' TO WS-AUD-ACCION
                ADD 1 TO WS-CONT-MODIF
                PERFORM 7200-AUDITAR-ERRPARM
           WHEN OTHER
                CONTINUE
           END-EVALUATE

           OPEN OUTPUT PRM-NUE-FILE
           IF PRMNUE-OK
              IF PRM-HAY-ACTUAL
                 WRITE WS-PRMNUE-REC FROM WS-PRM-ACTUAL
              END-IF
              CLOSE PRM-NUE-FILE
           END-IF
           IF NOT PRMNUE-OK
              DISPLAY 'PGMAUDCFG: FALLO AL GRABAR ERRPANV - STATUS '
                      WS-PRMNUE-ST
              MOVE 'S' TO WS-HUBO-ERROR
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   GRABAR EN AUDHIST UN CAMBIO DE MNTCAL (CLAVE EN             *
      *   WS-CLAVE-VENTANA; ACCION E IMAGENES LAS DEJA EL LLAMADOR)   *
      *****************************************************************
       7100-AUDITAR-MNTCAL.

           MOVE 'MNTCAL'         TO WS-AUD-TABLA
           MOVE WS-CLAVE-VENTANA TO WS-AUD-CLAVE
           PERFORM 7900-GRABAR-AUDITORIA
           EXIT PARAGRAPH.

       7200-AUDITAR-ERRPARM.

           MOVE 'ERRPARM'        TO WS-AUD-TABLA
           MOVE 'ERRPARM'        TO WS-AUD-CLAVE
           PERFORM 7900-GRABAR-AUDITORIA
           EXIT PARAGRAPH.

       7900-GRABAR-AUDITORIA.

           MOVE WS-FECHA-ISO     TO WS-AUD-FECHA
           MOVE WS-HORA-EDITADA  TO WS-AUD-HORA
           MOVE WS-USUARIO-CARGA TO WS-AUD-USUARIO
           MOVE 'PGMAUDCF'       TO WS-AUD-ORIGEN
           MOVE 'E'              TO WS-AUD-MEDIO
           WRITE WS-AUD-REC
           IF AUDH-OK
              ADD 1 TO WS-CONT-AUDITADOS
           ELSE
              DISPLAY 'PGMAUDCFG: FALLO WRITE AUDHIST - STATUS '
                      WS-AUDH-ST ' - TABLA ' WS-AUD-TABLA
              MOVE 'S' TO WS-HUBO-ERROR
           END-IF
           EXIT PARAGRAPH.

       8000-IMPRIMIR-RESUMEN.

           DISPLAY WS-SEPARADOR
           DISPLAY 'AUDITORIA DE MNTCAL / ERRPARM - PGMAUDCFG'
           DISPLAY WS-SEPARADOR
           DISPLAY 'VENTANAS MNTCAL LEIDAS: ' WS-CONT-MNT-LEIDOS
           DISPLAY 'VENTANAS ANTERIORES   : ' WS-ANT-TOTAL
           DISPLAY 'ALTAS DETECTADAS      : ' WS-CONT-ALTAS
           DISPLAY 'MODIFICACIONES        : ' WS-CONT-MODIF
           DISPLAY 'BAJAS DETECTADAS      : ' WS-CONT-BAJAS
           DISPLAY 'REGISTROS EN AUDHIST  : ' WS-CONT-AUDITADOS
           DISPLAY WS-SEPARADOR
           EXIT PARAGRAPH.

       9000-I-CIERRE.

           IF AUDH-ABIERTO
              CLOSE AUD-HIST-FILE
           END-IF
           EVALUATE TRUE
           WHEN HUBO-ERROR
                MOVE 8 TO RETURN-CODE
           WHEN WS-CONT-AUDITADOS > 0
                MOVE 4 TO RETURN-CODE
           WHEN OTHER
                MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .
       9000-F-CIERRE.
           EXIT.
