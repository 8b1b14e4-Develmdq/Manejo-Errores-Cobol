      *   PARA UN ERROR CRITICO QUE ADEMAS DEBE AVISAR AL ON-CALL     *
      *   (VIA PGMALERT):                                             *
      *   MOVE 'C' TO WS-ERR-SEVERIDAD                                *
      *   LA SEVERIDAD 'T' (LATIDO DE PRUEBA DE LA RUTA DE ALERTAS)   *
      *   ES EXCLUSIVA DE PGMLATBT/PGMLATCS: SE REGISTRA, DISPARA     *
      *   SIEMPRE LA ALERTA Y DEVUELVE EL CONTROL SIN CANCELAR.       *
      *                                                               *
      *   PARA HABILITAR REINTENTO AUTOMATICO EN DEADLOCK/TIMEOUT DE  *
      *   DB2 (-911/-913), INFORMAR CUANTOS REINTENTOS SE PERMITEN    *
      *      *> REPETIR LA OPERACION QUE FALLO                       *
      *   END-IF                                                      *
      *                                                               *
      *   PARA NO CANCELAR UN PASO BATCH POR UN REGISTRO DE ENTRADA   *
      *   MALO, EL LLAMADOR PUEDE PEDIR EL MODO CUARENTENA: PGMERROR  *
      *   GRABA LA IMAGEN DEL REGISTRO EN ERRSUSP CON EL CONTEXTO DEL *
      *   ERROR Y DEVUELVE 'Q' (88 ERR-EN-CUARENTENA) SIN CANCELAR,   *
      *   HASTA EL LIMITE DE REGISTROS DEL PASO (VER WS-ERR-MODO EN   *
      *   CPERROR Y 2650-EVALUAR-CUARENTENA):                         *
      *   MOVE 'Q'               TO WS-ERR-MODO                       *
      *   MOVE REG-ENTRADA       TO WS-ERR-CUA-IMAGEN                 *
      *   CALL 'PGMERROR' USING WS-ERROR                              *
      *   IF ERR-EN-CUARENTENA                                        *
      *      *> SALTEAR EL REGISTRO Y LEER EL PROXIMO                 *
      *   END-IF                                                      *
      *                                                               *
      *   PGMERROR NO TIENE FORMA DE OBTENER EL JOBNAME/STEPNAME (NO  *
      *   HAY CEE3ABD DISPONIBLE EN ESTE ENTORNO); EL PROGRAMA TOP    *
      *   DEL STEP DEBE RECIBIRLOS POR PARM DEL JCL (O CEE3ABD SI EL  *
      *   SHOP LO TIENE) Y PROPAGARLOS ANTES DE LLAMAR:                *
      *   MOVE WS-PARM-JOBNAME   TO WS-ERR-JOBNAME                    *
      *   MOVE WS-PARM-STEPNAME  TO WS-ERR-STEPNAME                   *
      *   IDEM PARA EL USUARIO QUE CORRE EL JOB, QUE VIAJA EN LOS     *
      *   EVENTOS DE SEGURIDAD (BAJO CICS PGMERROR LO OBTIENE SOLO):  *
      *   MOVE WS-PARM-USUARIO   TO WS-ERR-USUARIO                    *
      *                                                               *
      *****************************************************************

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESTART-ST.

      *---------------------------------------------------------------*
      * DATASET DE CUARENTENA: REGISTROS DE ENTRADA SALTEADOS POR LOS *
      * PASOS EN MODO CUARENTENA, CON SU CONTEXTO DE ERROR (VER       *
      * CPSUSREC Y 2650-EVALUAR-CUARENTENA). MISMO ESQUEMA QUE        *
      * RESTART: COMPARTIDO POR TODOS LOS JOBS, OPEN EXTEND.          *
      *---------------------------------------------------------------*
           SELECT SUSP-FILE ASSIGN TO 'ERRSUSP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-ST.

      *---------------------------------------------------------------*
      * TABLA DE DESCRIPCIONES DE SQLCODE (MANTENIBLE SIN RECOMPILAR) *
      *---------------------------------------------------------------*
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MNTCAL-ST.

      *---------------------------------------------------------------*
      * REGLAS DE ENMASCARAMIENTO DE DATOS SENSIBLES POR MASCARA DE   *
      * PROGRAMA Y CAMPO (MANTENIBLE SIN RECOMPILAR, VER CPMSKVSM Y   *
      * 2900-ENMASCARAR-DATOS). BAJO CICS LA MISMA TABLA SE RECORRE   *
      * EN EL KSDS MSKVSAM (CARGADO POR PGMMSKLD DESDE MASKRUL).      *
      *---------------------------------------------------------------*
           SELECT MASK-RUL-FILE ASSIGN TO 'MASKRUL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASKRUL-ST.

      *---------------------------------------------------------------*
      * ALMACEN PROTEGIDO DE LOS VALORES SIN ENMASCARAR (VER          *
      * CPERRSNS Y 3580-GRABAR-DATOS-SENSIBLES)                       *
      *---------------------------------------------------------------*
           SELECT ERR-SENS-FILE ASSIGN TO 'ERRSENS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERRSENS-ST.

      *---------------------------------------------------------------*
      * EVENTOS DE SEGURIDAD PARA EL SIEM: CADA OCURRENCIA DE CLASE   *
      * 'S' (VER CPSECEVT Y 3570-GRABAR-EVENTO-SEGURIDAD). MISMO      *
      * ESQUEMA QUE ERRSENS: OPEN EXTEND EN BATCH, TD QUEUE SECQ EN   *
      * CICS DRENADA POR PGMERRDRN. LO CONSUME PGMERRSIE.             *
      *---------------------------------------------------------------*
           SELECT SEC-EVT-FILE ASSIGN TO 'SECEVT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECEVT-ST.

      *---------------------------------------------------------------*
      * INDICADOR DE RETENCION PARA EL SCHEDULER (CORTACORRIENTE DE   *
      * RELANZAMIENTOS REPETIDOS, VER 4170-EVALUAR-REPETICION)        *
           RECORDING MODE IS F.
           COPY CPRSTREC.

       FD  SUSP-FILE
           RECORDING MODE IS F.
           COPY CPSUSREC.

       FD  SQLDESC-FILE
           RECORDING MODE IS F.
       01 WS-SQLDESC-REC.
      * QUE CONFIGURAR LA REGION.                                     *
      *---------------------------------------------------------------*
          05 WS-EPRM-REC-REP-CICS PIC 9(03).
      *---------------------------------------------------------------*
      * NOMBRE DEL SISTEMA (LPAR) QUE SE GRABA EN CADA OCURRENCIA Y   *
      * DISPARO PARA LA CONSOLIDACION CORPORATIVA (VER PGMERRCNS).    *
      * CADA SISTEMA TIENE SU PROPIO ERRPARM. EN BLANCO, LAS          *
      * OCURRENCIAS SALEN SIN SISTEMA Y LO COMPLETA LA CONSOLIDACION. *
      *---------------------------------------------------------------*
          05 WS-EPRM-REC-SISTEMA  PIC X(08).
      *---------------------------------------------------------------*
      * LIMITE POR DEFECTO DE REGISTROS EN CUARENTENA POR PASO (VER   *
      * 2650-EVALUAR-CUARENTENA), PARA LOS PASOS QUE NO INFORMAN EL   *
      * SUYO EN WS-ERR-CUA-LIMITE                                     *
      *---------------------------------------------------------------*
          05 WS-EPRM-REC-CUA-LIM  PIC 9(05).
          05 FILLER               PIC X(55).

      *---------------------------------------------------------------*
      * REGISTRO DE RETENCION PARA EL SCHEDULER: EL HOOK QUE LEE     *
          05 WS-MNT-REC-CAMBIO    PIC X(08).
          05 FILLER               PIC X(43).

      *---------------------------------------------------------------*
      * REGLA DE ENMASCARAMIENTO (CAMPOS Y VALORES EN CPMSKVSM)       *
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

       FD  ERR-SENS-FILE
           RECORDING MODE IS F.
           COPY CPERRSNS.

       FD  SEC-EVT-FILE
           RECORDING MODE IS F.
           COPY CPSECEVT.

       FD  ERR-VSAM-FILE.
           COPY CPERRVSM.

          88 RESTART-AT-END              VALUE '10'.
          88 RESTART-NO-EXISTE           VALUE '35'.

      *---------------------------------------------------------------*
      * ESTADO DEL DATASET DE CUARENTENA                              *
      *---------------------------------------------------------------*
       01 WS-SUSP-ST           PIC X(02) VALUE '00'.
          88 SUSP-OK                     VALUE '00'.
          88 SUSP-NO-EXISTE              VALUE '35'.

      *---------------------------------------------------------------*
      * ESTADO DE LAS TABLAS DE DESCRIPCION DE CODIGOS DE ERROR       *
      *---------------------------------------------------------------*
             07 WS-MNT-CAMBIO     PIC X(08) VALUE SPACES.

      *---------------------------------------------------------------*
      * AUXILIARES DEL MATCH DE MASCARA DEL CALENDARIO Y DE LAS       *
      * REGLAS DE ENMASCARAMIENTO (MISMA REGLA QUE 1520-COMPARAR-     *
      * MASCARA DE PGMALERT: '*' MATCHEA EL RESTO)                    *
      *---------------------------------------------------------------*
       01 WS-MASCARA-PATRON    PIC X(08) VALUE SPACES.
       01 WS-MASCARA-OBJETO    PIC X(08) VALUE SPACES.
       01 WS-MASCARA-MATCH     PIC X(01) VALUE 'N'.
          88 MASCARA-MATCH              VALUE 'S'.
      * DE LA CUAL SE PIDE LA DESHABILITACION DE LA TRANSACCION       *
      *---------------------------------------------------------------*
       01 WS-PRM-REP-CICS      PIC 9(03) COMP VALUE 5.

      *---------------------------------------------------------------*
      * SISTEMA DE ORIGEN (ERRPARM, SOLO BATCH) Y APPLID DE LA REGION *
      * (EXEC CICS ASSIGN, SOLO CICS). SE OBTIENEN UNA VEZ POR RUN    *
      * UNIT Y SE ESTAMPAN EN CADA OCURRENCIA (VER 1095).             *
      *---------------------------------------------------------------*
       01 WS-PRM-SISTEMA       PIC X(08) VALUE SPACES.
       01 WS-PRM-APPLID        PIC X(08) VALUE SPACES.

      *---------------------------------------------------------------*
      * MODO CUARENTENA: LIMITE POR DEFECTO DE REGISTROS EN           *
      * CUARENTENA POR PASO (ERRPARM), LIMITE QUE RIGE EN ESTA        *
      * LLAMADA Y REGISTROS YA PUESTOS EN CUARENTENA EN LA CORRIDA    *
      * (EL STORAGE DE PGMERROR PERSISTE EN EL RUN UNIT = EL PASO)    *
      *---------------------------------------------------------------*
       01 WS-PRM-CUA-LIMITE    PIC 9(05) COMP VALUE 100.
       01 WS-CUA-LIMITE        PIC 9(05) COMP VALUE ZEROS.
       01 WS-CUA-CONTADOR      PIC 9(05) COMP VALUE ZEROS.
       01 WS-CUA-LIMITE-ED     PIC ZZZZ9.
       01 WS-CUA-CONTADOR-ED   PIC ZZZZ9.

      *---------------------------------------------------------------*
      * TABLA DE REGLAS DE ENMASCARAMIENTO (CARGADA DE MASKRUL EN     *
      * BATCH O DE MSKVSAM BAJO CICS, VER 1091/1092). LAS REGLAS QUE  *
      * NO ENTRAN O QUE VIENEN MAL FORMADAS SE CUENTAN Y SE AVISAN:   *
      * UNA REGLA PERDIDA ES UN DATO QUE SALE SIN ENMASCARAR.         *
      *---------------------------------------------------------------*
       01 WS-MASKRUL-ST        PIC X(02) VALUE '00'.
          88 MASKRUL-OK                  VALUE '00'.
          88 MASKRUL-AT-END              VALUE '10'.

       01 WS-TAB-MASCARAS.
          05 WS-MSK-TOTAL      PIC 9(04) COMP VALUE ZEROS.
          05 WS-MSK-ENTRY OCCURS 50 TIMES
                           INDEXED BY WS-MSK-IDX.
             07 WS-MSK-MASCARA    PIC X(08) VALUE SPACES.
             07 WS-MSK-CAMPO      PIC X(01) VALUE SPACE.
             07 WS-MSK-TIPO       PIC X(01) VALUE SPACE.
             07 WS-MSK-DESDE      PIC 9(02) VALUE ZEROS.
             07 WS-MSK-LARGO      PIC 9(02) VALUE ZEROS.
             07 WS-MSK-CONSERVA   PIC 9(02) VALUE ZEROS.
       01 WS-MSK-DESBORDES     PIC 9(05) COMP VALUE ZEROS.
       01 WS-MSK-INVALIDAS     PIC 9(05) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * REGISTRO DEL KSDS MSKVSAM (BROWSE VIA FCT BAJO CICS); EN      *
      * BATCH SIRVE DE AREA COMUN PARA VALIDAR Y AGREGAR LA REGLA     *
      *---------------------------------------------------------------*
           COPY CPMSKVSM.

      *---------------------------------------------------------------*
      * VALORES ORIGINALES DE LOS CAMPOS ENMASCARABLES: LA ESTRUCTURA *
      * DEL LLAMADOR SE ENMASCARA EN EL LUGAR PARA QUE TODA SALIDA    *
      * (SPOOL, HISTORICO, VSAM, RESTART, SCHDHOLD Y PGMALERT) VEA    *
      * LOS MISMOS VALORES, Y AL TERMINAR SE LE DEVUELVEN LOS         *
      * ORIGINALES (VER 2950-RESTAURAR-DATOS).                        *
      *---------------------------------------------------------------*
       01 WS-ORIGINALES.
          05 WS-ORIG-CHK-CLAVE    PIC X(20) VALUE SPACES.
          05 WS-ORIG-CHK-PRIMERA  PIC X(20) VALUE SPACES.
          05 WS-ORIG-PUNTO        PIC X(30) VALUE SPACES.
          05 WS-ORIG-SQLERRMC     PIC X(70) VALUE SPACES.

       01 WS-HUBO-MASCARA      PIC X(01) VALUE 'N'.
          88 HUBO-MASCARA                VALUE 'S'.

      *---------------------------------------------------------------*
      * AUXILIARES DE 2920-ENMASCARAR-VALOR: EL CAMPO EN TRATAMIENTO  *
      * (EL MAS LARGO ES SQLERRMC), SU LARGO REAL Y LOS CONTADORES    *
      * DE DIGITOS PARA EL TIPO 'D'                                   *
      *---------------------------------------------------------------*
       01 WS-MSK-VALOR         PIC X(70) VALUE SPACES.
       01 WS-MSK-LON           PIC 9(02) COMP VALUE ZEROS.
       01 WS-MSK-POS           PIC 9(02) COMP VALUE ZEROS.
       01 WS-MSK-INICIO        PIC 9(02) COMP VALUE ZEROS.
       01 WS-MSK-HASTA         PIC 9(03) COMP VALUE ZEROS.
       01 WS-MSK-DIGITOS       PIC 9(02) COMP VALUE ZEROS.
       01 WS-MSK-VISTOS        PIC 9(02) COMP VALUE ZEROS.

       01 WS-ERRSENS-ST        PIC X(02) VALUE '00'.
          88 ERRSENS-OK                  VALUE '00'.
          88 ERRSENS-NO-EXISTE           VALUE '35'.

       01 WS-SECEVT-ST         PIC X(02) VALUE '00'.
          88 SECEVT-OK                   VALUE '00'.
          88 SECEVT-NO-EXISTE            VALUE '35'.

      *---------------------------------------------------------------*
      * TOKENS DEL SQLERRMC ORIGINAL (DB2 LOS SEPARA CON X'FF'): EN   *
      * UN -551 SON AUTHID, OPERACION Y OBJETO; EN UN -922 EL TIPO DE *
      * AUTORIZACION Y EL CODIGO DE RAZON (VER 3570)                  *
      *---------------------------------------------------------------*
       01 WS-SEC-TOKENS.
          05 WS-SEC-TOK-1         PIC X(40) VALUE SPACES.
          05 WS-SEC-TOK-2         PIC X(40) VALUE SPACES.
          05 WS-SEC-TOK-3         PIC X(40) VALUE SPACES.
       01 WS-SEC-ERRMC         PIC X(70) VALUE SPACES.

       01 WS-REP-CICS-CONT     PIC 9(05) COMP VALUE ZEROS.
       01 WS-FIN-BROWSE        PIC X(01) VALUE 'N'.
          88 FIN-BROWSE                  VALUE 'S'.
             07 WS-TAB-FSDESC-CODIGO  PIC X(02) VALUE SPACES.
             07 WS-TAB-FSDESC-TEXTO   PIC X(30) VALUE SPACES.

      *---------------------------------------------------------------*
      * IMPACTO AGUAS ABAJO DEL PASO QUE CANCELA (VER PGMJOBIMP Y     *
      * 2980-ANALIZAR-IMPACTO): LA LISTA COMPLETA VA AL SPOOL; EN     *
      * CPERROR QUEDAN EL RESUMEN Y LOS PRIMEROS 10 PARA PGMALERT     *
      *---------------------------------------------------------------*
           COPY CPIMPPRM.

       01 WS-IMPACTO-ANALIZADO PIC X(01) VALUE 'N'.
          88 IMPACTO-ANALIZADO           VALUE 'S'.
       01 WS-IDX-IMP           PIC 9(02) COMP VALUE ZEROS.
       01 WS-IMP-CANT-ED       PIC ZZ9.
       01 WS-IMP-MARGEN-ED     PIC ZZZ9.

       01 WS-SEPARADOR         PIC X(60) VALUE ALL '='.
       01 WS-SEPARADOR-MIN     PIC X(60) VALUE ALL '-'.
       01 WS-TITULO-ERROR      PIC X(24) VALUE SPACES.
           PERFORM 1000-I-INICIO THRU 1000-F-INICIO
           PERFORM 2000-I-PROCESO THRU 2000-F-PROCESO
           PERFORM 2600-EVALUAR-REINTENTO
           PERFORM 2650-EVALUAR-CUARENTENA
           PERFORM 2700-CONTROLAR-WARNINGS
           PERFORM 2800-EVALUAR-MANTENIMIENTO
           PERFORM 2900-ENMASCARAR-DATOS
           PERFORM 2390-REBUSCAR-CONOCIDO
           PERFORM 2980-ANALIZAR-IMPACTO
           PERFORM 3000-MOSTRAR-ERROR
           PERFORM 3500-GRABAR-HISTORICO
           PERFORM 3550-GRABAR-VSAM
           PERFORM 3570-GRABAR-EVENTO-SEGURIDAD
           PERFORM 3580-GRABAR-DATOS-SENSIBLES
           PERFORM 3600-DISPARAR-ALERTA
           IF NOT ERR-REINTENTAR
              PERFORM 4000-CANCELAR
           IF WARN-ESCALADO-AVISO
              MOVE WS-SEVERIDAD-ENTRADA TO WS-ERR-SEVERIDAD
           END-IF
           PERFORM 2950-RESTAURAR-DATOS
           .
       FIN-PRINCIPAL.
           GOBACK.
                 PERFORM 1080-CARGAR-PARAMETROS
                 PERFORM 1085-CARGAR-CALENDARIO
                 PERFORM 1090-CARGAR-RCCLASS
                 PERFORM 1091-CARGAR-MASCARAS
              END-IF
              IF ERR-ES-CICS
                 PERFORM 1092-CARGAR-MASCARAS-CICS
                 PERFORM 1095-OBTENER-APPLID
              END-IF
              MOVE 'S' TO WS-TABLAS-DESC-CARGADAS
           END-IF
           MOVE WS-PRM-SISTEMA TO WS-ERR-SISTEMA
           MOVE WS-PRM-APPLID  TO WS-ERR-APPLID
           .
       1000-F-INICIO.
           EXIT.
                       MOVE WS-EPRM-REC-REP-CICS
                          TO WS-PRM-REP-CICS
                    END-IF
                    MOVE WS-EPRM-REC-SISTEMA TO WS-PRM-SISTEMA
                    IF WS-EPRM-REC-CUA-LIM IS NUMERIC
                       AND WS-EPRM-REC-CUA-LIM > 0
                       MOVE WS-EPRM-REC-CUA-LIM
                          TO WS-PRM-CUA-LIMITE
                    END-IF
              END-READ
              CLOSE ERR-PRM-FILE
           END-IF
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   CARGAR LAS REGLAS DE ENMASCARAMIENTO DESDE MASKRUL (UNA     *
      *   SOLA VEZ POR CORRIDA, SOLO EN BATCH). SIN DATASET NO HAY    *
      *   REGLAS Y LOS CAMPOS SALEN COMO LOS INFORMO EL LLAMADOR.     *
      *****************************************************************
       1091-CARGAR-MASCARAS.

           OPEN INPUT MASK-RUL-FILE
           IF MASKRUL-OK
              PERFORM UNTIL MASKRUL-AT-END
                 READ MASK-RUL-FILE
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE SPACES TO WS-MSKV-REC
                       MOVE WS-MSKR-REC-MASCARA  TO WS-MSKV-MASCARA
                       MOVE WS-MSKR-REC-CAMPO    TO WS-MSKV-CAMPO
                       MOVE WS-MSKR-REC-TIPO     TO WS-MSKV-TIPO
                       MOVE WS-MSKR-REC-DESDE    TO WS-MSKV-DESDE
                       MOVE WS-MSKR-REC-LARGO    TO WS-MSKV-LARGO
                       MOVE WS-MSKR-REC-CONSERVA TO WS-MSKV-CONSERVA
                       PERFORM 1093-AGREGAR-MASCARA
                 END-READ
              END-PERFORM
              CLOSE MASK-RUL-FILE
           END-IF
           PERFORM 1094-AVISAR-MASCARAS
           EXIT PARAGRAPH.

      *****************************************************************
      *   CARGAR LAS REGLAS BAJO CICS: BROWSE DEL KSDS MSKVSAM VIA    *
      *   FCT, UNA VEZ POR TAREA (MISMO ESQUEMA QUE EL RUTEO CICS DE  *
      *   PGMALERT SOBRE RTEVSAM). SI EL CLUSTER NO ESTA EN LA FCT,   *
      *   LA TABLA QUEDA VACIA, COMO EN BATCH SIN MASKRUL.            *
      *****************************************************************
       1092-CARGAR-MASCARAS-CICS.

           MOVE ZEROS TO WS-MSKV-ORDEN
           EXEC CICS STARTBR FILE('MSKVSAM')
                RIDFLD(WS-MSKV-ORDEN)
                GTEQ
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = 0
              PERFORM UNTIL WS-RESP NOT = 0
                 EXEC CICS READNEXT FILE('MSKVSAM')
                      INTO(WS-MSKV-REC)
                      RIDFLD(WS-MSKV-ORDEN)
                      RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = 0
                    PERFORM 1093-AGREGAR-MASCARA
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE('MSKVSAM') END-EXEC
           END-IF
           PERFORM 1094-AVISAR-MASCARAS
           EXIT PARAGRAPH.

      *****************************************************************
      *   VALIDAR LA REGLA LEIDA (EN WS-MSKV-REC) Y AGREGARLA A LA    *
      *   TABLA. UNA REGLA CON CAMPO, TIPO O POSICIONES INVALIDAS NO  *
      *   SE APLICA A MEDIAS: SE DESCARTA Y SE CUENTA.                *
      *****************************************************************
       1093-AGREGAR-MASCARA.

           IF WS-MSKV-MASCARA = SPACES
              OR NOT (WS-MSKV-CAMPO = 'C' OR 'P' OR 'U' OR 'S'
                                   OR '*')
              OR NOT (WS-MSKV-TIPO = 'T' OR 'D' OR 'R')
              OR WS-MSKV-DESDE IS NOT NUMERIC
              OR WS-MSKV-LARGO IS NOT NUMERIC
              OR WS-MSKV-CONSERVA IS NOT NUMERIC
              OR (WS-MSKV-TIPO = 'R' AND WS-MSKV-DESDE = 0)
              ADD 1 TO WS-MSK-INVALIDAS
           ELSE
              IF WS-MSK-TOTAL < 50
                 ADD 1 TO WS-MSK-TOTAL
                 SET WS-MSK-IDX TO WS-MSK-TOTAL
                 MOVE WS-MSKV-MASCARA  TO WS-MSK-MASCARA(WS-MSK-IDX)
                 MOVE WS-MSKV-CAMPO    TO WS-MSK-CAMPO(WS-MSK-IDX)
                 MOVE WS-MSKV-TIPO     TO WS-MSK-TIPO(WS-MSK-IDX)
                 MOVE WS-MSKV-DESDE    TO WS-MSK-DESDE(WS-MSK-IDX)
                 MOVE WS-MSKV-LARGO    TO WS-MSK-LARGO(WS-MSK-IDX)
                 MOVE WS-MSKV-CONSERVA TO WS-MSK-CONSERVA(WS-MSK-IDX)
              ELSE
                 ADD 1 TO WS-MSK-DESBORDES
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   AVISAR LAS REGLAS QUE NO SE CARGARON: CADA UNA ES UN DATO   *
      *   QUE PUEDE SALIR SIN ENMASCARAR, Y ESO DEBE QUEDAR VISIBLE   *
      *   (MISMO CRITERIO QUE 0180-AVISAR-RUTEO-LLENO DE PGMALERT)    *
      *****************************************************************
       1094-AVISAR-MASCARAS.

           IF WS-MSK-DESBORDES > 0
              DISPLAY 'PGMERROR: TABLA DE ENMASCARAMIENTO LLENA - '
                      WS-MSK-DESBORDES
                      ' REGLAS DESCARTADAS (ESOS CAMPOS SALEN SIN '
                      'ENMASCARAR)'
           END-IF
           IF WS-MSK-INVALIDAS > 0
              DISPLAY 'PGMERROR: ' WS-MSK-INVALIDAS
                      ' REGLAS DE ENMASCARAMIENTO INVALIDAS '
                      'DESCARTADAS - REVISAR MASKRUL'
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   OBTENER EL APPLID DE LA REGION (UNA SOLA VEZ POR RUN UNIT,  *
      *   SOLO EN CICS). SI EL ASSIGN FALLA LA OCURRENCIA SALE SIN    *
      *   APPLID: NO ES MOTIVO PARA NO REGISTRAR EL ERROR.            *
      *****************************************************************
       1095-OBTENER-APPLID.

           EXEC CICS ASSIGN
                APPLID(WS-PRM-APPLID)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = 0
              MOVE SPACES TO WS-PRM-APPLID
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *         RESOLVER DESCRIPCION DE CODIGOS DE ERROR              *
      *****************************************************************
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   MODO CUARENTENA: EL LLAMADOR PASA EL REGISTRO DE ENTRADA    *
      *   QUE NO PUDO PROCESAR Y, MIENTRAS EL PASO NO SUPERE SU       *
      *   LIMITE, SE GRABA EN ERRSUSP Y SE DEVUELVE 'Q' EN VEZ DE     *
      *   CANCELAR: UN REGISTRO MALO YA NO DETIENE A LOS BUENOS NI    *
      *   ALIMENTA EL CORTACORRIENTE DE 4170. LA OCURRENCIA SE        *
      *   REGISTRA EN ERRHIST/ERRVSAM COMO SIEMPRE. AL LLEGAR AL      *
      *   LIMITE (O SI ERRSUSP NO SE PUEDE GRABAR, O SI NO VINO LA    *
      *   IMAGEN) EL PASO CANCELA COMO SIEMPRE: UN INSUMO CON TANTOS  *
      *   ERRORES ES UN PROBLEMA DEL INSUMO, NO DE UN REGISTRO. LOS   *
      *   ERRORES QUE RCCLASS CLASIFICA DE ENTORNO O SEGURIDAD        *
      *   TAMPOCO VAN A CUARENTENA: NO SON DEL REGISTRO Y EL PROXIMO  *
      *   FALLARIA IGUAL. SOLO BATCH (EN LINEA NO HAY INSUMO QUE      *
      *   SALTEAR); LOS WARNINGS Y LOS REINTENTOS NO CANCELAN Y NO    *
      *   NECESITAN CUARENTENA.                                       *
      *****************************************************************
       2650-EVALUAR-CUARENTENA.

           IF ERR-MODO-CUARENTENA
              AND ERR-ES-BATCH
              AND NOT ERR-REINTENTAR
              AND NOT ERR-ES-WARNING
              AND NOT ERR-ES-PRUEBA
              IF WS-ERR-CUA-LIMITE > 0
                 MOVE WS-ERR-CUA-LIMITE TO WS-CUA-LIMITE
              ELSE
                 MOVE WS-PRM-CUA-LIMITE TO WS-CUA-LIMITE
              END-IF
              MOVE WS-CUA-LIMITE TO WS-CUA-LIMITE-ED

              PERFORM 4115-BUSCAR-CLASE

              EVALUATE TRUE
              WHEN WS-RC-CLASE = 'E' OR 'S'
                   DISPLAY 'PGMERROR: ERROR DE ENTORNO/SEGURIDAD, '
                           'NO DEL REGISTRO - NO VA A CUARENTENA, '
                           'SE CANCELA'
              WHEN WS-ERR-CUA-LON = 0
                   DISPLAY 'PGMERROR: MODO CUARENTENA SIN IMAGEN DEL '
                           'REGISTRO - SE CANCELA'
              WHEN WS-CUA-CONTADOR NOT < WS-CUA-LIMITE
                   DISPLAY 'PGMERROR: LIMITE DE CUARENTENA DEL PASO '
                           'ALCANZADO (' WS-CUA-LIMITE-ED
                           ' REGISTROS) - SE CANCELA'
              WHEN OTHER
                   PERFORM 2660-GRABAR-CUARENTENA
              END-EVALUATE
           END-IF
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * LOS CAMPOS TODAVIA NO PASARON POR 2900: ERRSUSP GUARDA LOS    *
      * VALORES REALES (OPERACIONES LOS NECESITA PARA CORREGIR EL     *
      * REGISTRO) Y TIENE LA PROTECCION DE ACCESO DE ERRSENS.         *
      *---------------------------------------------------------------*
       2660-GRABAR-CUARENTENA.

           OPEN EXTEND SUSP-FILE
           IF SUSP-NO-EXISTE
              OPEN OUTPUT SUSP-FILE
           END-IF
           IF NOT SUSP-OK
              DISPLAY 'PGMERROR: NO SE PUDO ABRIR ERRSUSP - STATUS '
                      WS-SUSP-ST ' - SE CANCELA'
           ELSE
              INITIALIZE WS-SUSP-REC
              MOVE WS-ERR-JOBNAME        TO WS-SUS-JOBNAME
              MOVE WS-ERR-STEPNAME       TO WS-SUS-STEPNAME
              MOVE WS-FECHA-ISO          TO WS-SUS-FECHA
              MOVE WS-HORA-EDITADA       TO WS-SUS-HORA
              COMPUTE WS-SUS-NUMERO = WS-CUA-CONTADOR + 1
              MOVE WS-ERR-PROGRAMA       TO WS-SUS-PROGRAMA
              MOVE WS-ERR-PUNTO          TO WS-SUS-PUNTO
              MOVE WS-ERR-SEVERIDAD      TO WS-SUS-SEVERIDAD
              MOVE WS-ERR-FILE-STATUS    TO WS-SUS-FILE-STATUS
              MOVE WS-ERR-SQLCODE        TO WS-SUS-SQLCODE
              IF ERR-SQL-OK
                 MOVE WS-FS-DESC         TO WS-SUS-DESCRIPCION
              ELSE
                 MOVE WS-SQL-DESC        TO WS-SUS-DESCRIPCION
              END-IF
              MOVE WS-ERR-SISTEMA        TO WS-SUS-SISTEMA
              MOVE WS-ERR-CHK-DDNAME     TO WS-SUS-DDNAME
              MOVE WS-ERR-CHK-CONTADOR   TO WS-SUS-REG-NUMERO
              MOVE WS-ERR-CHK-CLAVE      TO WS-SUS-REG-CLAVE
              MOVE 'P'                   TO WS-SUS-ESTADO
              IF WS-ERR-CUA-LON > 500
                 MOVE 500                TO WS-SUS-IMAGEN-LON
              ELSE
                 MOVE WS-ERR-CUA-LON     TO WS-SUS-IMAGEN-LON
              END-IF
              MOVE WS-ERR-CUA-IMAGEN     TO WS-SUS-IMAGEN

              WRITE WS-SUSP-REC
              IF SUSP-OK
                 ADD 1 TO WS-CUA-CONTADOR
                 MOVE 'Q' TO WS-ERR-RESULTADO
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              ELSE
                 DISPLAY 'PGMERROR: FALLO WRITE ERRSUSP - STATUS '
                         WS-SUSP-ST ' - SE CANCELA'
              END-IF
              CLOSE SUSP-FILE
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   CONTROL DE INUNDACION DE WARNINGS: UN JOB PUEDE REGISTRAR   *
      *   MILES DE WARNINGS Y TERMINAR CON RC 0 SIN QUE NADIE LO VEA. *
      *   PGMALERT) PORQUE EL REGISTRO DE ERRHIST DEBE SALIR YA       *
      *   MARCADO; PGMALERT HONRA EL INDICADOR ANTES DE SU AVISO A    *
      *   CONSOLA Y DE GRABAR EL DISPARO. EL DISPARO FORZADO DEL      *
      *   CORTACORRIENTE (4180) NO SE SUPRIME NUNCA, NI EL LATIDO DE  *
      *   PRUEBA: SU OBJETO ES JUSTAMENTE LLEGAR AL ON-CALL.          *
      *****************************************************************
       2800-EVALUAR-MANTENIMIENTO.

           SET WS-MNT-IDX TO 1
           PERFORM UNTIL WS-MNT-IDX > WS-MNT-TOTAL
                      OR ERR-EN-MANTENIMIENTO
                      OR ERR-ES-PRUEBA
              IF WS-MNT-FECHA(WS-MNT-IDX) = WS-FECHA-ISO
                 AND WS-HORA-EDITADA(1:5)
                    NOT < WS-MNT-DESDE(WS-MNT-IDX)
           ELSE
              MOVE WS-ERR-PROGRAMA TO WS-MASCARA-OBJETO
           END-IF
           MOVE WS-MNT-MASCARA(WS-MNT-IDX) TO WS-MASCARA-PATRON
           PERFORM 2850-COMPARAR-MASCARA
           EXIT PARAGRAPH.

      *****************************************************************
      *   COMPARAR WS-MASCARA-OBJETO CONTRA WS-MASCARA-PATRON (LA     *
      *   MASCARA DE LA VENTANA O DE LA REGLA DE ENMASCARAMIENTO;     *
      *   MISMA REGLA QUE 1520-COMPARAR-MASCARA DE PGMALERT)          *
      *****************************************************************
       2850-COMPARAR-MASCARA.

           PERFORM VARYING WS-IDX-MASC FROM 1 BY 1
                   UNTIL WS-IDX-MASC > 8 OR FIN-MASC
              EVALUATE TRUE
              WHEN WS-MASCARA-PATRON(WS-IDX-MASC:1) = '*'
                   MOVE 'S' TO WS-FIN-MASC
              WHEN WS-MASCARA-PATRON(WS-IDX-MASC:1)
                      NOT = WS-MASCARA-OBJETO(WS-IDX-MASC:1)
                   MOVE 'N' TO WS-MASCARA-MATCH
                   MOVE 'S' TO WS-FIN-MASC
           END-PERFORM
           EXIT PARAGRAPH.

      *****************************************************************
      *   ENMASCARAR LOS DATOS SENSIBLES DE LA OCURRENCIA (CLAVE Y    *
      *   PRIMER REGISTRO DEL CHECKPOINT, PUNTO Y SQLERRMC) SEGUN LAS *
      *   REGLAS DE MASKRUL/MSKVSAM QUE MATCHEAN EL PROGRAMA. SE HACE *
      *   DESPUES DEL MATCH DE ERRORES CONOCIDOS (2300 COMPARA EL     *
      *   PUNTO REAL; 2390 REINTENTA CON EL ENMASCARADO) Y ANTES DE   *
      *   CUALQUIER SALIDA: SPOOL, ERRHIST, ERRVSAM, RESTART,         *
      *   SCHDHOLD Y PGMALERT RECIBEN TODOS EL VALOR ENMASCARADO.     *
      *   LOS ORIGINALES QUEDAN EN WS-ORIGINALES PARA ERRSENS (3580)  *
      *   Y PARA DEVOLVERLOS AL LLAMADOR (2950).                      *
      *****************************************************************
       2900-ENMASCARAR-DATOS.

           MOVE WS-ERR-CHK-CLAVE   TO WS-ORIG-CHK-CLAVE
           MOVE WS-ERR-CHK-PRIMERA TO WS-ORIG-CHK-PRIMERA
           MOVE WS-ERR-PUNTO       TO WS-ORIG-PUNTO
           MOVE WS-ERR-SQLERRMC    TO WS-ORIG-SQLERRMC
           MOVE 'N' TO WS-HUBO-MASCARA

           MOVE WS-ERR-PROGRAMA TO WS-MASCARA-OBJETO
           SET WS-MSK-IDX TO 1
           PERFORM UNTIL WS-MSK-IDX > WS-MSK-TOTAL
              MOVE WS-MSK-MASCARA(WS-MSK-IDX) TO WS-MASCARA-PATRON
              PERFORM 2850-COMPARAR-MASCARA
              IF MASCARA-MATCH
                 PERFORM 2910-APLICAR-REGLA
              END-IF
              SET WS-MSK-IDX UP BY 1
           END-PERFORM

           IF WS-ERR-CHK-CLAVE NOT = WS-ORIG-CHK-CLAVE
              OR WS-ERR-CHK-PRIMERA NOT = WS-ORIG-CHK-PRIMERA
              OR WS-ERR-PUNTO NOT = WS-ORIG-PUNTO
              OR WS-ERR-SQLERRMC NOT = WS-ORIG-SQLERRMC
              MOVE 'S' TO WS-HUBO-MASCARA
           END-IF
           EXIT PARAGRAPH.

       2910-APLICAR-REGLA.

           IF WS-MSK-CAMPO(WS-MSK-IDX) = 'C' OR '*'
              MOVE WS-ERR-CHK-CLAVE TO WS-MSK-VALOR
              MOVE 20 TO WS-MSK-LON
              PERFORM 2920-ENMASCARAR-VALOR
              MOVE WS-MSK-VALOR(1:20) TO WS-ERR-CHK-CLAVE
           END-IF
           IF WS-MSK-CAMPO(WS-MSK-IDX) = 'P' OR '*'
              MOVE WS-ERR-CHK-PRIMERA TO WS-MSK-VALOR
              MOVE 20 TO WS-MSK-LON
              PERFORM 2920-ENMASCARAR-VALOR
              MOVE WS-MSK-VALOR(1:20) TO WS-ERR-CHK-PRIMERA
           END-IF
           IF WS-MSK-CAMPO(WS-MSK-IDX) = 'U' OR '*'
              MOVE WS-ERR-PUNTO TO WS-MSK-VALOR
              MOVE 30 TO WS-MSK-LON
              PERFORM 2920-ENMASCARAR-VALOR
              MOVE WS-MSK-VALOR(1:30) TO WS-ERR-PUNTO
           END-IF
           IF WS-MSK-CAMPO(WS-MSK-IDX) = 'S' OR '*'
              MOVE WS-ERR-SQLERRMC TO WS-MSK-VALOR
              MOVE 70 TO WS-MSK-LON
              PERFORM 2920-ENMASCARAR-VALOR
              MOVE WS-MSK-VALOR(1:70) TO WS-ERR-SQLERRMC
           END-IF
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * APLICAR LA REGLA ACTUAL SOBRE WS-MSK-VALOR(1:WS-MSK-LON). EL  *
      * RANGO DE UNA REGLA 'R' SE RECORTA AL LARGO DEL CAMPO: UNA     *
      * MISMA REGLA '*' SIRVE PARA CAMPOS DE LARGOS DISTINTOS.        *
      *---------------------------------------------------------------*
       2920-ENMASCARAR-VALOR.

           EVALUATE WS-MSK-TIPO(WS-MSK-IDX)
           WHEN 'T'
                MOVE 1 TO WS-MSK-INICIO
                MOVE WS-MSK-LON TO WS-MSK-HASTA
                PERFORM 2930-TAPAR-RANGO
           WHEN 'R'
                MOVE WS-MSK-DESDE(WS-MSK-IDX) TO WS-MSK-INICIO
                IF WS-MSK-LARGO(WS-MSK-IDX) = 0
                   MOVE WS-MSK-LON TO WS-MSK-HASTA
                ELSE
                   COMPUTE WS-MSK-HASTA = WS-MSK-DESDE(WS-MSK-IDX)
                                        + WS-MSK-LARGO(WS-MSK-IDX) - 1
                   END-COMPUTE
                   IF WS-MSK-HASTA > WS-MSK-LON
                      MOVE WS-MSK-LON TO WS-MSK-HASTA
                   END-IF
                END-IF
                PERFORM 2930-TAPAR-RANGO
           WHEN 'D'
                PERFORM 2940-TAPAR-DIGITOS
           END-EVALUATE
           EXIT PARAGRAPH.

       2930-TAPAR-RANGO.

           PERFORM VARYING WS-MSK-POS FROM WS-MSK-INICIO BY 1
                   UNTIL WS-MSK-POS > WS-MSK-HASTA
              IF WS-MSK-VALOR(WS-MSK-POS:1) NOT = SPACE
                 MOVE '*' TO WS-MSK-VALOR(WS-MSK-POS:1)
              END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * PRIMERA PASADA: CONTAR LOS DIGITOS DEL CAMPO; SEGUNDA: TAPAR  *
      * TODOS MENOS LOS ULTIMOS CONSERVA (P.EJ. LOS 4 FINALES DE UNA  *
      * CUENTA, PARA QUE SOPORTE PUEDA DISTINGUIR OCURRENCIAS).       *
      *---------------------------------------------------------------*
       2940-TAPAR-DIGITOS.

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
                 IF WS-MSK-VISTOS + WS-MSK-CONSERVA(WS-MSK-IDX)
                       NOT > WS-MSK-DIGITOS
                    MOVE '*' TO WS-MSK-VALOR(WS-MSK-POS:1)
                 END-IF
              END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *****************************************************************
      *   DEVOLVER AL LLAMADOR LOS VALORES QUE INFORMO: EL            *
      *   ENMASCARAMIENTO ES SOLO PARA LAS SALIDAS DE PGMERROR, Y UN  *
      *   LLAMADOR QUE SIGUE (WARNING O REINTENTO) NO DEBE ENCONTRAR  *
      *   SU CLAVE DE CHECKPOINT CAMBIADA.                            *
      *****************************************************************
       2950-RESTAURAR-DATOS.

           MOVE WS-ORIG-CHK-CLAVE   TO WS-ERR-CHK-CLAVE
           MOVE WS-ORIG-CHK-PRIMERA TO WS-ERR-CHK-PRIMERA
           MOVE WS-ORIG-PUNTO       TO WS-ERR-PUNTO
           MOVE WS-ORIG-SQLERRMC    TO WS-ERR-SQLERRMC
           EXIT PARAGRAPH.

      *****************************************************************
      *   IMPACTO AGUAS ABAJO: SI EL PASO VA A CANCELAR (BATCH, NI    *
      *   WARNING NI REINTENTO), LOS JOBS QUE DEPENDEN DE ESTE QUEDAN *
      *   TRABADOS. PGMJOBIMP LOS EXPANDE SEGUN JOBDEP Y DEVUELVE EL  *
      *   HORARIO LIMITE MAS URGENTE EN RIESGO, PARA QUE EL SPOOL Y   *
      *   EL DISPARO DE ALERTA (INCLUIDO EL PEDIDO DE HOLD DE 4180)   *
      *   DIGAN QUE SALIDA DE NEGOCIO PELIGRA Y NO SOLO QUE PASO      *
      *   FALLO. BAJO CICS NO HAY JOBS: LOS CAMPOS QUEDAN EN BLANCO.  *
      *****************************************************************
       2980-ANALIZAR-IMPACTO.

           MOVE 'N'    TO WS-IMPACTO-ANALIZADO
           MOVE ZEROS  TO WS-ERR-IMP-TOTAL
           MOVE SPACES TO WS-ERR-IMP-URG-JOB
           MOVE SPACES TO WS-ERR-IMP-URG-LIMITE
           MOVE SPACES TO WS-ERR-IMP-URG-SALIDA
           PERFORM VARYING WS-IDX-IMP FROM 1 BY 1
                   UNTIL WS-IDX-IMP > 10
              MOVE SPACES TO WS-ERR-IMP-ENTRY(WS-IDX-IMP)
           END-PERFORM

           IF ERR-REINTENTAR OR ERR-ES-WARNING OR WARN-ESCALADO-AVISO
              OR ERR-ES-CICS OR ERR-ES-PRUEBA OR ERR-EN-CUARENTENA
              CONTINUE
           ELSE
              MOVE WS-ERR-JOBNAME  TO WS-IMPP-JOBNAME
              MOVE WS-HORA-EDITADA TO WS-IMPP-HORA
              CALL 'PGMJOBIMP' USING WS-IMP-PARM
              MOVE 'S' TO WS-IMPACTO-ANALIZADO
              IF IMPP-OK
                 MOVE WS-IMPP-TOTAL       TO WS-ERR-IMP-TOTAL
                 MOVE WS-IMPP-URG-JOBNAME TO WS-ERR-IMP-URG-JOB
                 MOVE WS-IMPP-URG-LIMITE  TO WS-ERR-IMP-URG-LIMITE
                 MOVE WS-IMPP-URG-SALIDA  TO WS-ERR-IMP-URG-SALIDA
                 PERFORM VARYING WS-IDX-IMP FROM 1 BY 1
                         UNTIL WS-IDX-IMP > 10
                            OR WS-IDX-IMP > WS-IMPP-TOTAL
                    MOVE WS-IMPP-JOB(WS-IDX-IMP)
                       TO WS-ERR-IMP-JOB(WS-IDX-IMP)
                    MOVE WS-IMPP-LIMITE(WS-IDX-IMP)
                       TO WS-ERR-IMP-LIMITE(WS-IDX-IMP)
                 END-PERFORM
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   BUSCAR LA DESCRIPCION DEL SQLCODE EN LA TABLA CARGADA DE    *
      *   SQLDESC. SI NO SE ENCUENTRA (O EL DATASET NO EXISTE) SE    *
           MOVE 'N'    TO WS-ERR-BENIGNO
           MOVE SPACES TO WS-ERR-RESOLUCION

           PERFORM 2340-ARMAR-CLAVE-CONOCIDO
           PERFORM 2350-LEER-KNOWNERR
           EXIT PARAGRAPH.

       2340-ARMAR-CLAVE-CONOCIDO.

           MOVE WS-ERR-PROGRAMA TO WS-KNOWN-PROGRAMA
           MOVE WS-ERR-PUNTO    TO WS-KNOWN-PUNTO
           IF NOT ERR-SQL-OK
              MOVE SPACES TO WS-KNOWN-CODIGO
              MOVE WS-ERR-FILE-STATUS TO WS-KNOWN-CODIGO(1:2)
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   SEGUNDA BUSQUEDA CON EL PUNTO YA ENMASCARADO (DESPUES DE    *
      *   2900). LAS RECETAS CARGADAS A MANO EN KNOWNSEQ LLEVAN EL    *
      *   PUNTO REAL, PERO LAS QUE SE PROPONEN DESDE ERRU Y SE        *
      *   APRUEBAN EN KNWA SALEN DE ERRVSAM, QUE YA LO TIENE          *
      *   ENMASCARADO (VER CPKNWCAN). SOLO SE REPITE SI LA PRIMERA    *
      *   NO ENCONTRO NADA Y UNA REGLA DE MASKRUL CAMBIO EL PUNTO.    *
      *****************************************************************
       2390-REBUSCAR-CONOCIDO.

           IF NOT ERR-CONOCIDO
              AND WS-ERR-PUNTO NOT = WS-ORIG-PUNTO
              PERFORM 2340-ARMAR-CLAVE-CONOCIDO
              PERFORM 2350-LEER-KNOWNERR
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
                MOVE '>>> ERROR REINTENTO <<<' TO WS-TITULO-ERROR
           WHEN ERR-ES-WARNING
                MOVE '>>> ERROR WARNING <<<'   TO WS-TITULO-ERROR
           WHEN ERR-ES-PRUEBA
                MOVE '>>> LATIDO DE PRUEBA <<<' TO WS-TITULO-ERROR
           WHEN ERR-EN-CUARENTENA
                MOVE '>>> EN CUARENTENA <<<'   TO WS-TITULO-ERROR
           WHEN OTHER
                MOVE '>>> ERROR FATAL <<<'      TO WS-TITULO-ERROR
           END-EVALUATE
              DISPLAY 'REINTENTO    : ' WS-ERR-REINTENTOS
                      ' DE ' WS-ERR-MAX-REINTENTOS
           END-IF
           IF ERR-EN-CUARENTENA
              MOVE WS-CUA-CONTADOR TO WS-CUA-CONTADOR-ED
              DISPLAY WS-SEPARADOR-MIN
              DISPLAY 'REGISTRO EN CUARENTENA (ERRSUSP) - '
                      WS-CUA-CONTADOR-ED ' DE ' WS-CUA-LIMITE-ED
                      ' DEL PASO - EL PASO SIGUE'
              DISPLAY 'INSUMO       : ' WS-ERR-CHK-DDNAME
                      ' REGISTRO ' WS-ERR-CHK-CONTADOR
           END-IF
           IF ERR-EN-MANTENIMIENTO
              DISPLAY WS-SEPARADOR-MIN
              DISPLAY 'EN VENTANA DE MANTENIMIENTO - CAMBIO '
                      WS-ERR-MANTEN-CAMBIO
                      ' (NO SE PAGINA NI AVISA A CONSOLA)'
           END-IF
           IF HUBO-MASCARA
              DISPLAY WS-SEPARADOR-MIN
              DISPLAY 'DATOS SENSIBLES ENMASCARADOS - ORIGINALES EN '
                      'ERRSENS (ACCESO RESTRINGIDO)'
           END-IF
           IF IMPACTO-ANALIZADO
              PERFORM 3050-MOSTRAR-IMPACTO
           END-IF
           DISPLAY WS-SEPARADOR
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * LISTA COMPLETA DEL IMPACTO AGUAS ABAJO (LA QUE NO ENTRA EN EL *
      * DISPARO DE ALERTA), CON EL MARGEN EN MINUTOS DE CADA LIMITE   *
      *---------------------------------------------------------------*
       3050-MOSTRAR-IMPACTO.

           DISPLAY WS-SEPARADOR-MIN
           EVALUATE TRUE
           WHEN IMPP-SIN-TABLA
                DISPLAY 'IMPACTO AGUAS ABAJO: SIN TABLA JOBDEP'
           WHEN IMPP-JOB-DESCONOCIDO
                DISPLAY 'IMPACTO AGUAS ABAJO: JOB ' WS-ERR-JOBNAME
                        ' SIN ALTA EN JOBDEP'
           WHEN OTHER
                MOVE WS-IMPP-TOTAL TO WS-IMP-CANT-ED
                DISPLAY 'IMPACTO AGUAS ABAJO: ' WS-IMP-CANT-ED
                        ' JOBS DEPENDEN DE ' WS-ERR-JOBNAME
                IF WS-IMPP-URG-LIMITE NOT = SPACES
                   MOVE WS-IMPP-URG-MARGEN TO WS-IMP-MARGEN-ED
                   DISPLAY 'LIMITE URGENTE: ' WS-IMPP-URG-LIMITE
                           ' ' WS-IMPP-URG-SALIDA
                   DISPLAY '  JOB ' WS-IMPP-URG-JOBNAME
                           ' - MARGEN ' WS-IMP-MARGEN-ED ' MIN'
                END-IF
                PERFORM VARYING WS-IDX-IMP FROM 1 BY 1
                        UNTIL WS-IDX-IMP > 50
                           OR WS-IDX-IMP > WS-IMPP-TOTAL
                   DISPLAY '  NIVEL ' WS-IMPP-NIVEL(WS-IDX-IMP)
                           ' ' WS-IMPP-JOB(WS-IDX-IMP)
                           ' ' WS-IMPP-LIMITE(WS-IDX-IMP)
                           ' ' WS-IMPP-SALIDA(WS-IDX-IMP)
                END-PERFORM
                IF WS-IMPP-DESBORDES > 0
                   MOVE WS-IMPP-DESBORDES TO WS-IMP-CANT-ED
                   DISPLAY '  ... Y ' WS-IMP-CANT-ED ' JOBS MAS'
                END-IF
           END-EVALUATE
           EXIT PARAGRAPH.

      *****************************************************************
      *    GRABAR OCURRENCIA EN EL HISTORICO DE ERRORES (AUDITORIA).  *
      *    ERRHIST ES UN DATASET SECUENCIAL DE JCL: EN BATCH SE ABRE  *
           MOVE WS-ERR-TRANSID      TO WS-LOG-TRANSID
           MOVE WS-ERR-TERMID       TO WS-LOG-TERMID
           MOVE WS-ERR-TASKN        TO WS-LOG-TASKN
           MOVE WS-ERR-SISTEMA      TO WS-LOG-SISTEMA
           MOVE WS-ERR-APPLID       TO WS-LOG-APPLID
           MOVE WS-ERR-SEVERIDAD    TO WS-LOG-SEVERIDAD
           IF ERR-EN-MANTENIMIENTO
              MOVE 'M'              TO WS-LOG-MANTENIMIENTO
           MOVE WS-ERR-TRANSID      TO WS-VSAM-TRANSID
           MOVE WS-ERR-TERMID       TO WS-VSAM-TERMID
           MOVE WS-ERR-TASKN        TO WS-VSAM-TASKN
           MOVE WS-ERR-SISTEMA      TO WS-VSAM-SISTEMA
           MOVE WS-ERR-APPLID       TO WS-VSAM-APPLID

      *---------------------------------------------------------------*
      * TODA OCURRENCIA NACE 'N' (NUEVA) EN LA COLA DE TRABAJO DE     *
           END-EVALUATE
           EXIT PARAGRAPH.

      *****************************************************************
      *   EVENTO DE SEGURIDAD PARA EL SIEM: LAS OCURRENCIAS QUE       *
      *   RCCLASS CLASIFICA 'S' (SEGURIDAD-AUTORIZACION) SE GRABAN    *
      *   ADEMAS EN SECEVT CON USUARIO, TERMINAL, TRANSACCION, JOB,   *
      *   PROGRAMA Y OBJETO (VER CPSECEVT); PGMERRSIE LAS CONVIERTE   *
      *   AL FORMATO DEL SIEM. RCCLASS SOLO SE CARGA EN BATCH: BAJO   *
      *   CICS (O SIN RCCLASS) RIGEN LOS CODIGOS DE SEGURIDAD DE      *
      *   CPERROR (-551, -922 Y FILE STATUS 37), LOS MISMOS QUE       *
      *   RCCLASS TRAE CON CLASE 'S'. VA DESPUES DE 2900: SE GRABAN   *
      *   LOS VALORES ENMASCARADOS, SALVO USUARIO Y OBJETO DE UN      *
      *   -551/-922, QUE SE TOMAN DE SUS TOKENS EN EL SQLERRMC        *
      *   ORIGINAL (NUNCA EL TEXTO COMPLETO). EL LATIDO DE PRUEBA NO  *
      *   ES UN EVENTO. SI NO SE PUEDE GRABAR SE AVISA Y SE SIGUE.    *
      *****************************************************************
       3570-GRABAR-EVENTO-SEGURIDAD.

           IF NOT ERR-ES-PRUEBA
              IF WS-RCC-TOTAL > 0
                 PERFORM 4115-BUSCAR-CLASE
              ELSE
                 MOVE SPACE TO WS-RC-CLASE
                 IF ERR-SQL-SIN-PERMISO
                    OR ERR-SQL-SIN-AUTORIZACION
                    OR (ERR-SQL-OK AND ERR-FS-NO-PERMIT)
                    MOVE 'S' TO WS-RC-CLASE
                 END-IF
              END-IF
              IF WS-RC-CLASE = 'S'
                 MOVE SPACES              TO WS-SEC-REC
                 MOVE WS-FECHA-ISO        TO WS-SEC-FECHA
                 MOVE WS-HORA-EDITADA     TO WS-SEC-HORA
                 MOVE WS-ERR-SISTEMA      TO WS-SEC-SISTEMA
                 MOVE WS-ERR-APPLID       TO WS-SEC-APPLID
                 MOVE WS-ERR-ENTORNO      TO WS-SEC-ENTORNO
                 MOVE WS-ERR-USUARIO      TO WS-SEC-USUARIO
                 MOVE WS-ERR-TERMID       TO WS-SEC-TERMID
                 MOVE WS-ERR-TRANSID      TO WS-SEC-TRANSID
                 MOVE WS-ERR-TASKN        TO WS-SEC-TASKN
                 MOVE WS-ERR-JOBNAME      TO WS-SEC-JOBNAME
                 MOVE WS-ERR-STEPNAME     TO WS-SEC-STEPNAME
                 MOVE WS-ERR-PROGRAMA     TO WS-SEC-PROGRAMA
                 MOVE WS-ERR-PUNTO        TO WS-SEC-PUNTO
                 MOVE WS-ERR-SQLCODE      TO WS-SEC-SQLCODE
                 MOVE WS-ERR-FILE-STATUS  TO WS-SEC-FILE-STATUS
                 MOVE WS-ERR-SEVERIDAD    TO WS-SEC-SEVERIDAD
                 IF ERR-EN-MANTENIMIENTO
                    MOVE 'M'              TO WS-SEC-MANTENIMIENTO
                 END-IF
                 MOVE WS-ERR-SQLERRMC     TO WS-SEC-SQLERRMC

                 MOVE SPACES TO WS-SEC-TOKENS
                 IF ERR-SQL-SIN-PERMISO OR ERR-SQL-SIN-AUTORIZACION
                    UNSTRING WS-ORIG-SQLERRMC DELIMITED BY X'FF'
                       INTO WS-SEC-TOK-1 WS-SEC-TOK-2 WS-SEC-TOK-3
                    END-UNSTRING
                 END-IF
                 EVALUATE TRUE
                 WHEN ERR-SQL-SIN-PERMISO
                      MOVE WS-SEC-TOK-3 TO WS-SEC-OBJETO
                 WHEN ERR-SQL-SIN-AUTORIZACION
                      MOVE WS-SEC-TOK-1 TO WS-SEC-OBJETO
                 WHEN NOT ERR-SQL-OK
                      MOVE WS-ERR-SQLERRMC TO WS-SEC-ERRMC
                      INSPECT WS-SEC-ERRMC REPLACING ALL X'FF' BY '/'
                      MOVE WS-SEC-ERRMC TO WS-SEC-OBJETO
                 WHEN OTHER
                      MOVE WS-ERR-CHK-DDNAME TO WS-SEC-OBJETO
                 END-EVALUATE

                 IF WS-SEC-USUARIO = SPACES
                    IF ERR-ES-CICS
                       EXEC CICS ASSIGN
                            USERID(WS-SEC-USUARIO)
                            RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP NOT = 0
                          MOVE SPACES TO WS-SEC-USUARIO
                       END-IF
                    ELSE
                       IF ERR-SQL-SIN-PERMISO
                          MOVE WS-SEC-TOK-1 TO WS-SEC-USUARIO
                       END-IF
                    END-IF
                 END-IF

                 IF ERR-ES-CICS
                    PERFORM 3577-GRABAR-EVENTO-CICS
                 ELSE
                    PERFORM 3575-GRABAR-EVENTO-BATCH
                 END-IF
              END-IF
           END-IF
           EXIT PARAGRAPH.

       3575-GRABAR-EVENTO-BATCH.

           OPEN EXTEND SEC-EVT-FILE
           IF SECEVT-NO-EXISTE
              OPEN OUTPUT SEC-EVT-FILE
           END-IF
           IF SECEVT-OK
              WRITE WS-SEC-REC
              IF NOT SECEVT-OK
                 DISPLAY 'PGMERROR: FALLO WRITE SECEVT - STATUS '
                         WS-SECEVT-ST
              END-IF
              CLOSE SEC-EVT-FILE
           ELSE
              DISPLAY 'PGMERROR: NO SE PUDO ABRIR SECEVT - STATUS '
                      WS-SECEVT-ST ' - EVENTO DE SEGURIDAD PERDIDO'
           END-IF
           EXIT PARAGRAPH.

       3577-GRABAR-EVENTO-CICS.

           EXEC CICS WRITEQ TD
                QUEUE('SECQ')
                FROM(WS-SEC-REC)
                LENGTH(LENGTH OF WS-SEC-REC)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = 0
              DISPLAY 'PGMERROR: FALLO WRITEQ TD SECQ - RESP: '
                      WS-RESP ' - EVENTO DE SEGURIDAD PERDIDO'
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   GRABAR LOS VALORES SIN ENMASCARAR EN EL ALMACEN PROTEGIDO   *
      *   ERRSENS (VER CPERRSNS), SOLO SI ALGUNA REGLA CAMBIO ALGO.   *
      *   VA DESPUES DE 3550 PARA LLEVAR LA SECUENCIA CON LA QUE LA   *
      *   OCURRENCIA QUEDO EN ERRVSAM. EN CICS SE ENCOLA EN LA TD     *
      *   QUEUE SNSQ, QUE PGMERRDRN DRENA A ERRSENS (MISMO PATRON QUE *
      *   ERRQ). SI NO SE PUEDE GRABAR SE AVISA Y SE SIGUE: EL DATO   *
      *   SALE IGUAL ENMASCARADO, Y UN CHECKPOINT ENMASCARADO SIN SU  *
      *   ORIGINAL LO RECHAZA PGMERRRST EN VEZ DE REANUDAR MAL.       *
      *****************************************************************
       3580-GRABAR-DATOS-SENSIBLES.

           IF HUBO-MASCARA
              MOVE SPACES              TO WS-SNS-REC
              MOVE WS-ERR-PROGRAMA     TO WS-SNS-PROGRAMA
              MOVE WS-FECHA-EDITADA    TO WS-SNS-FECHA
              MOVE WS-HORA-EDITADA     TO WS-SNS-HORA
              MOVE WS-ERR-JOBNAME      TO WS-SNS-JOBNAME
              MOVE WS-ERR-STEPNAME     TO WS-SNS-STEPNAME
              MOVE WS-ERR-TRANSID      TO WS-SNS-TRANSID
              MOVE WS-ERR-TASKN        TO WS-SNS-TASKN
              MOVE WS-ERR-SISTEMA      TO WS-SNS-SISTEMA
              MOVE WS-ERR-APPLID       TO WS-SNS-APPLID
              MOVE WS-FECHA-ISO        TO WS-SNS-FECHA-ISO
              MOVE WS-VSAM-SECUENCIA   TO WS-SNS-SECUENCIA
              IF WS-ERR-CHK-CLAVE NOT = WS-ORIG-CHK-CLAVE
                 MOVE 'C'              TO WS-SNS-APL-CLAVE
              END-IF
              IF WS-ERR-CHK-PRIMERA NOT = WS-ORIG-CHK-PRIMERA
                 MOVE 'P'              TO WS-SNS-APL-PRIMERA
              END-IF
              IF WS-ERR-PUNTO NOT = WS-ORIG-PUNTO
                 MOVE 'U'              TO WS-SNS-APL-PUNTO
              END-IF
              IF WS-ERR-SQLERRMC NOT = WS-ORIG-SQLERRMC
                 MOVE 'S'              TO WS-SNS-APL-SQLERRMC
              END-IF
              MOVE WS-ORIG-CHK-CLAVE   TO WS-SNS-CHK-CLAVE
              MOVE WS-ORIG-CHK-PRIMERA TO WS-SNS-CHK-PRIMERA
              MOVE WS-ORIG-PUNTO       TO WS-SNS-PUNTO
              MOVE WS-ORIG-SQLERRMC    TO WS-SNS-SQLERRMC
              IF ERR-ES-CICS
                 PERFORM 3590-GRABAR-SENSIBLES-CICS
              ELSE
                 PERFORM 3585-GRABAR-SENSIBLES-BATCH
              END-IF
           END-IF
           EXIT PARAGRAPH.

       3585-GRABAR-SENSIBLES-BATCH.

           OPEN EXTEND ERR-SENS-FILE
           IF ERRSENS-NO-EXISTE
              OPEN OUTPUT ERR-SENS-FILE
           END-IF
           IF ERRSENS-OK
              WRITE WS-SNS-REC
              IF NOT ERRSENS-OK
                 DISPLAY 'PGMERROR: FALLO WRITE ERRSENS - STATUS '
                         WS-ERRSENS-ST
              END-IF
              CLOSE ERR-SENS-FILE
           ELSE
              DISPLAY 'PGMERROR: NO SE PUDO ABRIR ERRSENS - STATUS '
                      WS-ERRSENS-ST ' - ORIGINALES NO GUARDADOS'
           END-IF
           EXIT PARAGRAPH.

       3590-GRABAR-SENSIBLES-CICS.

           EXEC CICS WRITEQ TD
                QUEUE('SNSQ')
                FROM(WS-SNS-REC)
                LENGTH(LENGTH OF WS-SNS-REC)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = 0
              DISPLAY 'PGMERROR: FALLO WRITEQ TD SNSQ - RESP: '
                      WS-RESP ' - ORIGINALES NO GUARDADOS'
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   AVISAR A ON-CALL EN ERRORES CRITICOS O DEADLOCK/TIMEOUT     *
      *   YA SIN REINTENTOS PENDIENTES                                *
      * UN ERROR CONOCIDO MARCADO BENIGNO EN KNOWNERR NO AVISA A      *
      * ON-CALL: YA QUEDO EN EL HISTORICO Y EN EL SPOOL CON SU        *
      * RESOLUCION, Y PAGINAR POR EL ES EXACTAMENTE EL RUIDO QUE EL   *
      * ARCHIVO DE CONOCIDOS BUSCA ELIMINAR. EL LATIDO DE PRUEBA      *
      * DISPARA SIEMPRE: PRUEBA LA RUTA HASTA EL ON-CALL.             *
      *---------------------------------------------------------------*
           EVALUATE TRUE
           WHEN ERR-ES-PRUEBA
                CALL 'PGMALERT' USING WS-ERROR
           WHEN ERR-BENIGNO
                CONTINUE
           WHEN ERR-ES-CRITICAL
             OR ((ERR-SQL-DEADLOCK OR ERR-SQL-TIMEOUT)
                 AND NOT ERR-REINTENTAR)
                CALL 'PGMALERT' USING WS-ERROR
           END-EVALUATE
           EXIT PARAGRAPH.

      *****************************************************************
      *---------------------------------------------------------------*
      * UN WARNING ESCALADO A CRITICAL SOLO PARA AVISAR (W-FATAL='N'  *
      * EN ERRPARM) YA DISPARO EL PAGE EN 3600 PERO EL LLAMADOR DEBE  *
      * SEGUIR CORRIENDO, IGUAL QUE UN WARNING COMUN. EL LATIDO DE    *
      * PRUEBA TAMPOCO CANCELA, NI UN REGISTRO PUESTO EN CUARENTENA.  *
      *---------------------------------------------------------------*
           IF ERR-ES-WARNING OR WARN-ESCALADO-AVISO OR ERR-ES-PRUEBA
              OR ERR-EN-CUARENTENA
              CONTINUE
           ELSE
              EVALUATE TRUE
      *****************************************************************
       4120-CLASIFICAR-RC.

           PERFORM 4115-BUSCAR-CLASE

           EVALUATE WS-RC-CLASE
           WHEN 'D'
           END-EVALUATE
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * CLASE DE LA OCURRENCIA SEGUN RCCLASS (ESPACIO = SIN           *
      * CLASIFICAR). LA USAN 4120 Y EL MODO CUARENTENA (2650).        *
      *---------------------------------------------------------------*
       4115-BUSCAR-CLASE.

           MOVE SPACE TO WS-RC-CLASE
           SET WS-RCC-IDX TO 1
           PERFORM UNTIL WS-RCC-IDX > WS-RCC-TOTAL
              IF (NOT ERR-SQL-OK
                  AND WS-RCC-TIPO(WS-RCC-IDX) = 'S'
                  AND WS-RCC-SQLCODE(WS-RCC-IDX) = WS-ERR-SQLCODE)
                 OR (ERR-SQL-OK
                  AND WS-RCC-TIPO(WS-RCC-IDX) = 'F'
                  AND WS-RCC-FS(WS-RCC-IDX) = WS-ERR-FILE-STATUS)
                 MOVE WS-RCC-CLASE(WS-RCC-IDX) TO WS-RC-CLASE
                 SET WS-RCC-IDX TO WS-RCC-TOTAL
              END-IF
              SET WS-RCC-IDX UP BY 1
           END-PERFORM
           EXIT PARAGRAPH.

      *****************************************************************
      *   GRABAR CHECKPOINT DE REINICIO PARA REANUDAR DESDE EL FALLO  *
      *****************************************************************
      *---------------------------------------------------------------*
              MOVE WS-ERR-CHK-DDNAME     TO WS-RST-CHK-DDNAME
              MOVE WS-ERR-CHK-PRIMERA    TO WS-RST-CHK-PRIMERA
      *---------------------------------------------------------------*
      * CLAVE Y HUELLA VAN ENMASCARADAS SI UNA REGLA LAS ALCANZO      *
      * (2900): SE MARCA PARA QUE PGMERRRST TOME LOS ORIGINALES DE    *
      * ERRSENS.                                                      *
      *---------------------------------------------------------------*
              IF WS-ERR-CHK-CLAVE NOT = WS-ORIG-CHK-CLAVE
                 OR WS-ERR-CHK-PRIMERA NOT = WS-ORIG-CHK-PRIMERA
                 MOVE 'S'                TO WS-RST-ENMASCARADO
              ELSE
                 MOVE SPACE              TO WS-RST-ENMASCARADO
              END-IF

              WRITE WS-RESTART-REC

      *   TODOS LOS CHECKPOINTS DEL DATASET (CONSUMIDOS O NO): SON    *
      *   LA HISTORIA RECIENTE DE FALLOS EN ESA POSICION. SIN CLAVE   *
      *   DE CHECKPOINT INFORMADA NO HAY POSICION QUE COMPARAR Y EL   *
      *   CONTROL NO APLICA. LA COMPARACION ES ENTRE CLAVES YA        *
      *   ENMASCARADAS (ASI SE GRABAN EN RESTART): UNA REGLA QUE TAPA *
      *   TODA LA CLAVE HACE QUE CUALQUIER POSICION DEL MISMO         *
      *   PROGRAMA/JOB CUENTE COMO LA MISMA; POR ESO LAS REGLAS DE    *
      *   CLAVE CONVIENE QUE CONSERVEN LOS ULTIMOS DIGITOS.           *
      *****************************************************************
       4170-EVALUAR-REPETICION.

