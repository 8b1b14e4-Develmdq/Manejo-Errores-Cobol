      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMERRCNS.

      *****************************************************************
      *   CONSOLIDACION CORPORATIVA DEL HISTORICO DE ERRORES          *
      *****************************************************************
      * AUTOR : MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************
      * FUNCION:                                                      *
      *   CADA SISTEMA (LPAR) GRABA SU PROPIO ERRHIST, CON LAS        *
      *   OCURRENCIAS BATCH DEL SISTEMA Y LAS DE SUS REGIONES CICS    *
      *   (DRENADAS POR PGMERRDRN). ESTE PASO AGREGA LAS GENERACIONES *
      *   DE UN SISTEMA A LA GENERACION CORPORATIVA ERRHENT (GDG      *
      *   ERR.HIST.ENT, MISMO LAYOUT CPERRLOG), DE MODO QUE LOS       *
      *   REPORTES, LA ERRI Y EL EXTRACTO DEL TABLERO PUEDAN LEER     *
      *   TODOS LOS SISTEMAS JUNTOS O FILTRAR POR UNO (PARM SIS=).    *
      *   EL JOB DE CONSOLIDACION CORRE UN PASO POR SISTEMA, TODOS    *
      *   SOBRE LA MISMA GENERACION NUEVA DE ERRHENT (DISP=MOD), Y    *
      *   TERMINA CON PGMHSTCTL PARM='SEL' APUNTANDO ERRHIST A ESA    *
      *   GENERACION Y ERRHCTL A SU GEMELA DE ERR.HIST.ENT.CTL: LA    *
      *   GENERACION CORPORATIVA QUEDA SELLADA COMO CUALQUIER OTRA Y  *
      *   LOS CONSUMIDORES LA VERIFICAN CON PGMERRVER SIN CAMBIOS.    *
      *   PARA CARGAR EL ERRVSAM CORPORATIVO (LA ERRI DE LA CONSOLA   *
      *   CENTRAL) SE CORRE PGMERRCON PARM='REINSERTAR' SOBRE ERRHENT *
      *   CONTRA UN CLUSTER VACIO: LA REINSERCION LLEVA SISTEMA Y     *
      *   APPLID.                                                     *
      *                                                               *
      *   LAS OCURRENCIAS SIN SISTEMA (GRABADAS SIN EL CAMPO EN       *
      *   ERRPARM, O CICS DRENADAS SIN ERRPARM) SE COMPLETAN CON EL   *
      *   SISTEMA DEL PARM. LAS QUE YA TRAEN OTRO SISTEMA NO SE       *
      *   TOCAN, PERO SE INFORMAN (UNA GENERACION AJENA EN LA         *
      *   CONCATENACION ES UN ERROR DE JCL) Y EL PASO TERMINA RC=4.   *
      *****************************************************************
      * ENTRADAS:                                                     *
      *   DD ERRHIST / ERRHCTL: LAS GENERACIONES DEL SISTEMA A        *
      *   CONSOLIDAR Y SUS TOTALES DE CONTROL (MISMO ORDEN). ANTES DE *
      *   LEER SE VERIFICAN (VER PGMERRVER): UN HISTORICO CORTADO O   *
      *   CON DIAS FALTANTES NO SE CONSOLIDA (RC=8), PORQUE LA        *
      *   GENERACION CORPORATIVA SE SELLA DESPUES Y QUEDARIA          *
      *   "COMPLETA" SOBRE DATOS INCOMPLETOS.                         *
      * SALIDA:                                                       *
      *   DD ERRHENT: GENERACION CORPORATIVA (SE AGREGA AL FINAL).    *
      * PARM:                                                         *
      *   PARM='SIS=XXXXXXXX' - NOMBRE DEL SISTEMA (OBLIGATORIO)      *
      * RETURN CODE:                                                  *
      *   0  CONSOLIDADO                                              *
      *   4  CONSOLIDADO, CON OCURRENCIAS DE OTRO SISTEMA             *
      *   8  PARM INVALIDO, HISTORICO INCOMPLETO O ERROR DE E/S       *
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
      * HISTORICO DEL SISTEMA (CONCATENACION VERIFICADA)              *
      *---------------------------------------------------------------*
           SELECT ERR-LOG-FILE ASSIGN TO 'ERRHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOGFILE-ST.

      *---------------------------------------------------------------*
      * GENERACION CORPORATIVA                                        *
      *---------------------------------------------------------------*
           SELECT ERR-ENT-FILE ASSIGN TO 'ERRHENT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENT-ST.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
       FD  ERR-LOG-FILE
           RECORDING MODE IS F.
           COPY CPERRLOG.

      *---------------------------------------------------------------*
      * SE GRABA "FROM" EL REGISTRO DE ERRHIST; ESTE 01 SOLO FIJA EL  *
      * LRECL Y DEBE MEDIR LO MISMO QUE CPERRLOG (162).               *
      *---------------------------------------------------------------*
       FD  ERR-ENT-FILE
           RECORDING MODE IS F.
       01 WS-ENT-REC           PIC X(162).

       WORKING-STORAGE SECTION.
       77 FILLER               PIC X(26) VALUE '* INICIO WS *'.

       01 WS-SEPARADOR         PIC X(60) VALUE ALL '='.
       01 WS-SEPARADOR-MIN     PIC X(60) VALUE ALL '-'.

       01 WS-LOGFILE-ST        PIC X(02) VALUE '00'.
          88 LOGFILE-OK                  VALUE '00'.
          88 LOGFILE-AT-END              VALUE '10'.

       01 WS-ENT-ST            PIC X(02) VALUE '00'.
          88 ENT-OK                      VALUE '00'.
          88 ENT-NO-EXISTE               VALUE '35'.

       01 WS-FIN-ARCHIVO       PIC X(01) VALUE 'S'.
          88 FIN-ARCHIVO                 VALUE 'S'.

       01 WS-HUBO-ERROR        PIC X(01) VALUE 'N'.
          88 HUBO-ERROR                  VALUE 'S'.

       01 WS-HIST-ABIERTO      PIC X(01) VALUE 'N'.
          88 HIST-ABIERTO                VALUE 'S'.
       01 WS-ENT-ABIERTO       PIC X(01) VALUE 'N'.
          88 ENT-ABIERTO                 VALUE 'S'.

      *---------------------------------------------------------------*
      * VERIFICACION DE TOTALES DE CONTROL DEL HISTORICO              *
      *---------------------------------------------------------------*
           COPY CPVERPRM.

      *---------------------------------------------------------------*
      * SISTEMA INFORMADO EN EL PARM                                  *
      *---------------------------------------------------------------*
       01 WS-SISTEMA           PIC X(08) VALUE SPACES.

      *---------------------------------------------------------------*
      * CONTEOS DE LA CONSOLIDACION                                   *
      *---------------------------------------------------------------*
       01 WS-CONT-LEIDOS       PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-GRABADOS     PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-COMPLETADOS  PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-AJENOS       PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-BATCH        PIC 9(09) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * OCURRENCIAS CICS POR APPLID (MISMO ESQUEMA DE TABLA EN        *
      * MEMORIA QUE LOS ACUMULADORES DE PGMERRRPT)                    *
      *---------------------------------------------------------------*
       01 WS-TAB-APPLID.
          05 WS-APD-TOTAL      PIC 9(04) COMP VALUE ZEROS.
          05 WS-APD-ENTRY OCCURS 50 TIMES
                           INDEXED BY WS-APD-IDX.
             07 WS-APD-APPLID  PIC X(08) VALUE SPACES.
             07 WS-APD-CONT    PIC 9(07) COMP VALUE ZEROS.
       01 WS-APD-DESBORDES     PIC 9(07) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * PRIMER SISTEMA AJENO ENCONTRADO (PARA EL REPORTE)             *
      *---------------------------------------------------------------*
       01 WS-PRIMER-AJENO      PIC X(08) VALUE SPACES.

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
           PERFORM 2000-I-PROCESO THRU 2000-F-PROCESO
                   UNTIL FIN-ARCHIVO
           IF NOT HUBO-ERROR
              PERFORM 2900-CUADRAR-GRABADOS
           END-IF
           PERFORM 8000-IMPRIMIR-REPORTE
           PERFORM 9000-I-CIERRE THRU 9000-F-CIERRE
           .
       FIN-PRINCIPAL.
           GOBACK.

      *****************************************************************
      *   INTERPRETAR EL PARM, VERIFICAR EL HISTORICO DEL SISTEMA Y   *
      *   ABRIR ENTRADA Y SALIDA                                      *
      *****************************************************************
       1000-I-INICIO.

           IF WS-PARM-LON > 4
              AND WS-PARM-TEXTO(1:4) = 'SIS='
              MOVE WS-PARM-TEXTO(5:8) TO WS-SISTEMA
           END-IF

           IF WS-SISTEMA = SPACES
              DISPLAY 'PGMERRCNS: PARM INVALIDO - USAR SIS=XXXXXXXX'
              MOVE 'S' TO WS-HUBO-ERROR
           ELSE
              MOVE 'V' TO WS-VERP-ACCION
              MOVE 'H' TO WS-VERP-JUEGO
              CALL 'PGMERRVER' USING WS-VER-PARM
              IF NOT VERP-OK
                 DISPLAY 'PGMERRCNS: HISTORICO INCOMPLETO, NO SE '
                         'CONSOLIDA - ' WS-VERP-MENSAJE
                 MOVE 'S' TO WS-HUBO-ERROR
              END-IF
           END-IF

           IF NOT HUBO-ERROR
              PERFORM 1100-ABRIR-ARCHIVOS
           END-IF

           IF NOT HUBO-ERROR
              MOVE 'N' TO WS-FIN-ARCHIVO
              PERFORM 1200-LEER-SIGUIENTE
           END-IF
           .
       1000-F-INICIO.
           EXIT.

       1100-ABRIR-ARCHIVOS.

           OPEN INPUT ERR-LOG-FILE
           IF LOGFILE-OK
              MOVE 'S' TO WS-HIST-ABIERTO
           ELSE
              DISPLAY 'PGMERRCNS: NO SE PUDO ABRIR ERRHIST - STATUS '
                      WS-LOGFILE-ST
              MOVE 'S' TO WS-HUBO-ERROR
           END-IF

           OPEN EXTEND ERR-ENT-FILE
           IF ENT-NO-EXISTE
              OPEN OUTPUT ERR-ENT-FILE
           END-IF
           IF ENT-OK
              MOVE 'S' TO WS-ENT-ABIERTO
           ELSE
              DISPLAY 'PGMERRCNS: NO SE PUDO ABRIR ERRHENT - STATUS '
                      WS-ENT-ST
              MOVE 'S' TO WS-HUBO-ERROR
           END-IF
           EXIT PARAGRAPH.

       1200-LEER-SIGUIENTE.

           READ ERR-LOG-FILE
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO
              NOT AT END
                 ADD 1 TO WS-CONT-LEIDOS
           END-READ
           EXIT PARAGRAPH.

      *****************************************************************
      *   COMPLETAR EL SISTEMA DE LA OCURRENCIA Y AGREGARLA A LA      *
      *   GENERACION CORPORATIVA                                      *
      *****************************************************************
       2000-I-PROCESO.

           EVALUATE TRUE
           WHEN WS-LOG-SISTEMA = SPACES
                MOVE WS-SISTEMA TO WS-LOG-SISTEMA
                ADD 1 TO WS-CONT-COMPLETADOS
           WHEN WS-LOG-SISTEMA NOT = WS-SISTEMA
                ADD 1 TO WS-CONT-AJENOS
                IF WS-PRIMER-AJENO = SPACES
                   MOVE WS-LOG-SISTEMA TO WS-PRIMER-AJENO
                END-IF
           END-EVALUATE

           PERFORM 2100-ACUM-APPLID

           WRITE WS-ENT-REC FROM WS-ERR-LOG-REC
           IF ENT-OK
              ADD 1 TO WS-CONT-GRABADOS
              PERFORM 1200-LEER-SIGUIENTE
           ELSE
              DISPLAY 'PGMERRCNS: FALLO WRITE ERRHENT - STATUS '
                      WS-ENT-ST
              MOVE 'S' TO WS-HUBO-ERROR
              MOVE 'S' TO WS-FIN-ARCHIVO
           END-IF
           .
       2000-F-PROCESO.
           EXIT.

      *****************************************************************
      *   LAS OCURRENCIAS SIN APPLID SON LAS BATCH DEL SISTEMA        *
      *****************************************************************
       2100-ACUM-APPLID.

           IF WS-LOG-APPLID = SPACES
              ADD 1 TO WS-CONT-BATCH
           ELSE
              SET WS-APD-IDX TO 1
              PERFORM UNTIL WS-APD-IDX > WS-APD-TOTAL
                         OR WS-APD-APPLID(WS-APD-IDX) = WS-LOG-APPLID
                 SET WS-APD-IDX UP BY 1
              END-PERFORM

              IF WS-APD-IDX > WS-APD-TOTAL
                 IF WS-APD-TOTAL < 50
                    ADD 1 TO WS-APD-TOTAL
                    SET WS-APD-IDX TO WS-APD-TOTAL
                    MOVE WS-LOG-APPLID TO WS-APD-APPLID(WS-APD-IDX)
                    MOVE 1 TO WS-APD-CONT(WS-APD-IDX)
                 ELSE
                    ADD 1 TO WS-APD-DESBORDES
                 END-IF
              ELSE
                 ADD 1 TO WS-APD-CONT(WS-APD-IDX)
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   LO AGREGADO DEBE SER TODO LO QUE TRAE EL HISTORICO          *
      *   VERIFICADO                                                  *
      *****************************************************************
       2900-CUADRAR-GRABADOS.

           IF WS-CONT-GRABADOS NOT = WS-VERP-REGISTROS
              DISPLAY 'PGMERRCNS: SE AGREGARON ' WS-CONT-GRABADOS
                      ' REGISTROS Y EL HISTORICO VERIFICADO TIENE '
                      WS-VERP-REGISTROS
              MOVE 'S' TO WS-HUBO-ERROR
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   IMPRIMIR EL RESULTADO DE LA CONSOLIDACION DEL SISTEMA       *
      *****************************************************************
       8000-IMPRIMIR-REPORTE.

           DISPLAY WS-SEPARADOR
           DISPLAY 'CONSOLIDACION CORPORATIVA DE ERRHIST - PGMERRCNS'
           DISPLAY WS-SEPARADOR
           DISPLAY 'SISTEMA                     : ' WS-SISTEMA
           IF NOT VERP-OK
              DISPLAY '*** NO SE CONSOLIDO *** HISTORICO INCOMPLETO, '
                      'RESULTADO ' WS-VERP-RESULTADO
              DISPLAY '  ' WS-VERP-MENSAJE
           ELSE
              DISPLAY 'GENERACIONES VERIFICADAS    : '
                      WS-VERP-GENERACIONES
              DISPLAY 'PERIODO                     : ' WS-VERP-DESDE
                      ' A ' WS-VERP-HASTA
           END-IF
           IF HUBO-ERROR
              DISPLAY '*** GENERACION CORPORATIVA INCOMPLETA *** NO '
                      'SELLAR HASTA RECORRER EL JOB'
           END-IF
           DISPLAY WS-SEPARADOR-MIN
           DISPLAY 'LEIDOS ERRHIST              : ' WS-CONT-LEIDOS
           DISPLAY 'AGREGADOS A ERRHENT         : ' WS-CONT-GRABADOS
           DISPLAY 'COMPLETADOS CON EL SISTEMA  : ' WS-CONT-COMPLETADOS
           DISPLAY 'DE OTRO SISTEMA (SIN TOCAR) : ' WS-CONT-AJENOS
           IF WS-CONT-AJENOS > 0
              DISPLAY '  PRIMERO ENCONTRADO        : ' WS-PRIMER-AJENO
           END-IF
           DISPLAY WS-SEPARADOR-MIN

           DISPLAY 'POR ORIGEN:'
           DISPLAY '  BATCH    : ' WS-CONT-BATCH
           PERFORM VARYING WS-APD-IDX FROM 1 BY 1
                   UNTIL WS-APD-IDX > WS-APD-TOTAL
              DISPLAY '  ' WS-APD-APPLID(WS-APD-IDX)
                      ' : ' WS-APD-CONT(WS-APD-IDX)
           END-PERFORM
           IF WS-APD-DESBORDES > 0
              DISPLAY '  (TABLA LLENA: ' WS-APD-DESBORDES
                      ' OCURRENCIAS CICS SIN DESGLOSE POR APPLID)'
           END-IF
           DISPLAY WS-SEPARADOR
           EXIT PARAGRAPH.

      *****************************************************************
      *   CERRAR Y FIJAR EL RETURN CODE                               *
      *****************************************************************
       9000-I-CIERRE.

           IF HIST-ABIERTO
              CLOSE ERR-LOG-FILE
           END-IF
           IF ENT-ABIERTO
              CLOSE ERR-ENT-FILE
           END-IF
           EVALUATE TRUE
           WHEN HUBO-ERROR
                MOVE 8 TO RETURN-CODE
           WHEN WS-CONT-AJENOS > 0
                MOVE 4 TO RETURN-CODE
           WHEN OTHER
                MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .
       9000-F-CIERRE.
           EXIT.
