      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPRBCOR.

      *****************************************************************
      *   CORRELACION DE OCURRENCIAS DE ERRVSAM EN REGISTROS DE      *
      *   PROBLEMA (PRBVSAM / PRBLINK)                               *
      *****************************************************************
      * AUTOR : MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************
      * FUNCION:                                                      *
      *   ANTE UNA CAIDA DE DB2 (-904) O UN ARCHIVO COMPARTIDO QUE    *
      *   FALTA, CUARENTA PROGRAMAS GRABAN CUARENTA OCURRENCIAS EN    *
      *   ERRVSAM Y SOPORTE LAS TOMABA Y CERRABA DE A UNA. ESTE JOB   *
      *   RECORRE LAS OCURRENCIAS ABIERTAS ('N' O 'A') QUE TODAVIA    *
      *   NO PERTENECEN A NINGUN PROBLEMA Y LAS AGRUPA EN REGISTROS   *
      *   DE PROBLEMA (VER CPPRBREG), CON UN VINCULO POR OCURRENCIA   *
      *   EN PRBLINK (VER CPPRBLNK). CRITERIOS, EN ESTE ORDEN DE      *
      *   PRIORIDAD:                                                  *
      *     'C' MISMO CODIGO (SQLCODE, O FILE STATUS SI NO HAY        *
      *         SQLCODE; UN FILE STATUS '00' SIN SQLCODE NO CUENTA)   *
      *     'J' MISMO JOB (SOLO BATCH: EL JOBNAME SALE DE ERRHIST,    *
      *         QUE ERRVSAM NO LO GUARDA)                             *
      *     'R' MISMO RECURSO (MISMO PUNTO DE ERROR EN PROGRAMAS      *
      *         DISTINTOS: EL PUNTO NOMBRA LA OPERACION Y EL ARCHIVO  *
      *         O TABLA)                                              *
      *   SIEMPRE DENTRO DE LA VENTANA DE TIEMPO: DOS OCURRENCIAS SE  *
      *   ENCADENAN SI ENTRE UNA Y LA SIGUIENTE DEL MISMO VALOR NO    *
      *   PASAN MAS DE N MINUTOS.                                     *
      *                                                               *
      *   PASO 1: UNA OCURRENCIA QUE ENCAJA EN UN PROBLEMA ABIERTO    *
      *   DEL MISMO CRITERIO Y VALOR (DENTRO DE LA VENTANA DE SU      *
      *   PRIMERA A SU ULTIMA OCURRENCIA) SE AGREGA A ESE PROBLEMA.   *
      *   PASO 2: CON LAS QUE QUEDAN SUELTAS SE ARMAN GRUPOS NUEVOS;  *
      *   UN GRUPO CON AL MENOS EL MINIMO DE OCURRENCIAS ABRE UN      *
      *   PROBLEMA NUEVO (ESTADO 'A', SIN DUENO).                     *
      *   LOS PROBLEMAS MANUALES ('M', ABIERTOS DESDE ERRU) NO SE     *
      *   EXTIENDEN SOLOS: ESO LO DECIDE SOPORTE CON 'L'.             *
      *                                                               *
      *   EL DUENO, LA CAUSA RAIZ Y LA RESOLUCION CONJUNTA SE         *
      *   MANEJAN EN LINEA CON LA TRANSACCION PRBU (PGMPRBUPD); EL    *
      *   TICKET DE LA MESA DE AYUDA LO EMITE PGMERRTKT, UNO POR      *
      *   PROBLEMA.                                                   *
      *****************************************************************
      * ENTRADAS / SALIDAS:                                           *
      *   DD ERRVSAM : COPIA VSAM DEL HISTORICO (SOLO LECTURA)        *
      *   DD ERRHIST : GENERACION(ES) DEL HISTORICO PARA EL JOBNAME   *
      *                (OPCIONAL; SIN DD NO HAY CRITERIO 'J')         *
      *   DD PRBVSAM : REGISTROS DE PROBLEMA (I-O)                    *
      *   DD PRBLINK : VINCULOS OCURRENCIA / PROBLEMA (I-O)           *
      *****************************************************************
      * PARM (OPCIONAL, POSICIONAL):                                  *
      *   PARM='MIN=NNNN,CNT=NN'                                      *
      *     MIN= VENTANA DE TIEMPO EN MINUTOS (DEFECTO 0030)          *
      *     CNT= MINIMO DE OCURRENCIAS PARA ABRIR UN PROBLEMA NUEVO   *
      *          (DEFECTO 03, NUNCA MENOS DE 02)                      *
      *****************************************************************
      * RETURN CODE:                                                  *
      *   0 - SIN PROBLEMAS NUEVOS                                    *
      *   4 - SE ABRIERON PROBLEMAS NUEVOS, O NO ENTRARON TODAS LAS   *
      *       OCURRENCIAS / PROBLEMAS EN LAS TABLAS                   *
      *   8 - NO SE PUDIERON ABRIR LOS CLUSTERS O FALLO UNA GRABACION *
      *****************************************************************

      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERR-VSAM-FILE ASSIGN TO 'ERRVSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-VSAM-FD-CLAVE
               FILE STATUS IS WS-VSAM-ST.

           SELECT ERR-LOG-FILE ASSIGN TO 'ERRHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-ST.

      *---------------------------------------------------------------*
      * PROBLEMAS Y VINCULOS: ACCESS DYNAMIC, SE RECORREN AL PRINCIPIO*
      * Y SE GRABAN / REGRABAN POR CLAVE AL FINAL                     *
      *---------------------------------------------------------------*
           SELECT PRB-VSAM-FILE ASSIGN TO 'PRBVSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-PRB-ID
               FILE STATUS IS WS-PRB-ST.

           SELECT PRB-LINK-FILE ASSIGN TO 'PRBLINK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-PLK-CLAVE
               FILE STATUS IS WS-PLK-ST.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *---------------------------------------------------------------*
      * EL CLUSTER SE LEE "INTO" EL REGISTRO DE CPERRVSM DE           *
      * WORKING-STORAGE (MISMO CRITERIO QUE PGMERRARC); ESTE 01 SOLO  *
      * FIJA CLAVE Y LRECL (185).                                     *
      *---------------------------------------------------------------*
       FD  ERR-VSAM-FILE.
       01 WS-VSAM-FD-REC.
          05 WS-VSAM-FD-CLAVE  PIC X(29).
          05 FILLER            PIC X(156).

       FD  ERR-LOG-FILE
           RECORDING MODE IS F.
           COPY CPERRLOG.

       FD  PRB-VSAM-FILE.
           COPY CPPRBREG.

       FD  PRB-LINK-FILE.
           COPY CPPRBLNK.

       WORKING-STORAGE SECTION.
       77 FILLER               PIC X(26) VALUE '* INICIO WS *'.

           COPY CPERRVSM.

       01 WS-SEPARADOR         PIC X(60) VALUE ALL '='.
       01 WS-SEPARADOR-MIN     PIC X(60) VALUE ALL '-'.

       01 WS-VSAM-ST           PIC X(02) VALUE '00'.
          88 VSAM-OK                     VALUE '00'.
          88 VSAM-AT-END                 VALUE '10'.

       01 WS-LOG-ST            PIC X(02) VALUE '00'.
          88 LOG-OK                      VALUE '00'.
          88 LOG-AT-END                  VALUE '10'.
          88 LOG-NO-EXISTE               VALUE '35'.

       01 WS-PRB-ST            PIC X(02) VALUE '00'.
          88 PRB-OK                      VALUE '00'.
          88 PRB-AT-END                  VALUE '10'.
          88 PRB-NO-ENCONTRADO           VALUE '23'.

       01 WS-PLK-ST            PIC X(02) VALUE '00'.
          88 PLK-OK                      VALUE '00'.
          88 PLK-AT-END                  VALUE '10'.
          88 PLK-DUPLICADO               VALUE '22'.

       01 WS-FIN-ARCHIVO       PIC X(01) VALUE 'N'.
          88 FIN-ARCHIVO                 VALUE 'S'.
       01 WS-FIN-VINCULOS      PIC X(01) VALUE 'N'.
          88 FIN-VINCULOS                VALUE 'S'.
       01 WS-FIN-CADENA        PIC X(01) VALUE 'N'.
          88 FIN-CADENA                  VALUE 'S'.
       01 WS-ENCAJA            PIC X(01) VALUE 'N'.
          88 ENCAJA                      VALUE 'S'.

       01 WS-HUBO-ERROR        PIC X(01) VALUE 'N'.
          88 HUBO-ERROR                  VALUE 'S'.

       01 WS-VSAM-ABIERTO      PIC X(01) VALUE 'N'.
          88 VSAM-ABIERTO                VALUE 'S'.
       01 WS-PRB-ABIERTO       PIC X(01) VALUE 'N'.
          88 PRB-ARCH-ABIERTO            VALUE 'S'.
       01 WS-PLK-ABIERTO       PIC X(01) VALUE 'N'.
          88 PLK-ARCH-ABIERTO            VALUE 'S'.

      *---------------------------------------------------------------*
      * PARAMETROS DE LA CORRELACION (VER PARM)                       *
      *---------------------------------------------------------------*
       01 WS-VENTANA-MIN       PIC 9(04) VALUE 30.
       01 WS-MINIMO-GRUPO      PIC 9(02) VALUE 3.
       01 WS-VENTANA-SEG       PIC 9(07) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * CLAVE DE OCURRENCIA DEL VINCULO 'O' EN CURSO (MERGE CON EL    *
      * CLUSTER: AMBOS VIENEN EN ORDEN DE CLAVE DE OCURRENCIA)        *
      *---------------------------------------------------------------*
       01 WS-VIN-ACTUAL        PIC X(29) VALUE SPACES.

      *---------------------------------------------------------------*
      * OCURRENCIAS CANDIDATAS: ABIERTAS, SIN PROBLEMA Y CON FECHA Y  *
      * HORA VALIDAS. CODIGO EN EL FORMATO DE LA CLAVE DE KNOWNERR    *
      * (TIPO + CODIGO). WS-CAN-PRB ES LA ENTRADA DE LA TABLA DE      *
      * PROBLEMAS ASIGNADA (0 = SUELTA); WS-CAN-TENT MARCA LOS        *
      * MIEMBROS DE UN GRUPO EN FORMACION.                            *
      *---------------------------------------------------------------*
       01 WS-TAB-CANDIDATAS.
          05 WS-CAN-TOTAL      PIC 9(04) COMP VALUE ZEROS.
          05 WS-CAN-ENTRY OCCURS 3000 TIMES.
             07 WS-CAN-CLAVE.
                09 WS-CAN-PROGRAMA   PIC X(08).
                09 WS-CAN-FECHA      PIC X(10).
                09 WS-CAN-HORA       PIC X(08).
                09 WS-CAN-SECUENCIA  PIC 9(03).
             07 WS-CAN-SEVERIDAD  PIC X(01).
             07 WS-CAN-PUNTO      PIC X(30).
             07 WS-CAN-CODIGO     PIC X(11).
             07 WS-CAN-JOBNAME    PIC X(08).
             07 WS-CAN-SEG        PIC 9(13) COMP.
             07 WS-CAN-PRB        PIC 9(04) COMP.
             07 WS-CAN-TENT       PIC 9(04) COMP.
       01 WS-CAN-DESBORDES     PIC 9(07) COMP VALUE ZEROS.
       01 WS-FECHA-MIN-CAN     PIC X(10) VALUE HIGH-VALUES.

      *---------------------------------------------------------------*
      * ORDEN CRONOLOGICO DE LAS CANDIDATAS (INDICES A LA TABLA)      *
      *---------------------------------------------------------------*
       01 WS-TAB-ORDEN.
          05 WS-ORD OCCURS 3000 TIMES PIC 9(04) COMP.
       01 WS-ORD-AUX           PIC 9(04) COMP VALUE ZEROS.
       01 WS-FIN-HUECO         PIC X(01) VALUE 'N'.
          88 FIN-HUECO                   VALUE 'S'.

      *---------------------------------------------------------------*
      * PROBLEMAS EN JUEGO: LOS ABIERTOS DE PRBVSAM (CRITERIOS C/J/R) *
      * Y LOS NUEVOS DE ESTA CORRIDA. SEGUNDOS CORRIDOS DE LA PRIMERA *
      * Y LA ULTIMA OCURRENCIA PARA LA VENTANA. AGREGADAS = CUANTAS   *
      * OCURRENCIAS SE LE VINCULAN EN ESTA CORRIDA.                   *
      *---------------------------------------------------------------*
       01 WS-TAB-PROBLEMAS.
          05 WS-TPR-TOTAL      PIC 9(04) COMP VALUE ZEROS.
          05 WS-TPR-ENTRY OCCURS 500 TIMES.
             07 WS-TPR-ID         PIC X(10).
             07 WS-TPR-NUEVO      PIC X(01).
             07 WS-TPR-CRITERIO   PIC X(01).
             07 WS-TPR-VALOR      PIC X(30).
             07 WS-TPR-SEG-INI    PIC 9(13) COMP.
             07 WS-TPR-SEG-ULT    PIC 9(13) COMP.
             07 WS-TPR-AGREGADAS  PIC 9(05) COMP.
       01 WS-TPR-DESBORDES     PIC 9(07) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * CRITERIOS EN ORDEN DE PRIORIDAD Y EL VALOR DE UNA CANDIDATA   *
      * PARA EL CRITERIO EN CURSO                                     *
      *---------------------------------------------------------------*
       01 WS-CRITERIOS         PIC X(03) VALUE 'CJR'.
       01 WS-IDX-CRIT          PIC 9(01) COMP VALUE ZEROS.
       01 WS-CRIT-ACTUAL       PIC X(01) VALUE SPACE.
       01 WS-VALOR-CAND        PIC X(30) VALUE SPACES.
       01 WS-VALOR-SEMILLA     PIC X(30) VALUE SPACES.

      *---------------------------------------------------------------*
      * SUBINDICES                                                    *
      *---------------------------------------------------------------*
       01 WS-I                 PIC 9(04) COMP VALUE ZEROS.
       01 WS-J                 PIC 9(04) COMP VALUE ZEROS.
       01 WS-K                 PIC 9(04) COMP VALUE ZEROS.
       01 WS-M                 PIC 9(04) COMP VALUE ZEROS.
       01 WS-P                 PIC 9(04) COMP VALUE ZEROS.
       01 WS-X                 PIC 9(04) COMP VALUE ZEROS.
       01 WS-M-FIN             PIC 9(04) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * GRUPO EN FORMACION                                            *
      *---------------------------------------------------------------*
       01 WS-GRP-CANTIDAD      PIC 9(05) COMP VALUE ZEROS.
       01 WS-GRP-SEG-ULT       PIC 9(13) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * ACUMULADOS DE LOS VINCULOS GRABADOS PARA UN PROBLEMA          *
      *---------------------------------------------------------------*
       01 WS-ACU-CANTIDAD      PIC 9(05) VALUE ZEROS.
       01 WS-ACU-SEVERIDAD     PIC X(01) VALUE SPACE.
       01 WS-ACU-REP-CLAVE     PIC X(29) VALUE SPACES.
       01 WS-ACU-ULT-FECHA     PIC X(10) VALUE SPACES.
       01 WS-ACU-ULT-HORA      PIC X(08) VALUE SPACES.

      *---------------------------------------------------------------*
      * COMPARACION DE SEVERIDADES: C > F (O BLANCO) > W              *
      *---------------------------------------------------------------*
       01 WS-SEV-NUEVA         PIC X(01) VALUE SPACE.
       01 WS-RANGO-ACT         PIC 9(01) VALUE ZERO.
       01 WS-RANGO-NUE         PIC 9(01) VALUE ZERO.

       01 WS-PRB-CTL-CLAVE     PIC X(10) VALUE 'PRB0000000'.
       01 WS-PRB-NUMERO        PIC 9(07) VALUE ZEROS.

      *---------------------------------------------------------------*
      * ARMADO DEL CODIGO DE LA OCURRENCIA (MISMO FORMATO QUE         *
      * 5100-PROPONER-RECETA DE PGMERRUPD)                            *
      *---------------------------------------------------------------*
       01 WS-SQL-SEP-G.
          05 WS-SQL-SEP        PIC S9(09) SIGN IS TRAILING SEPARATE.

      *---------------------------------------------------------------*
      * SECUENCIA DENTRO DEL SEGUNDO DEDUCIDA AL LEER ERRHIST: LAS    *
      * OCURRENCIAS DEL MISMO PROGRAMA EN EL MISMO SEGUNDO SE GRABAN  *
      * EN ORDEN (000, 001, ...), IGUAL QUE EN ERRVSAM. ERRHIST TRAE  *
      * LA FECHA DD-MM-AAAA Y ERRVSAM AAAA-MM-DD: WS-LOGA-FECHA LA    *
      * GUARDA YA PASADA A AAAA-MM-DD PARA COMPARAR CON LAS CANDIDATAS*
      *---------------------------------------------------------------*
       01 WS-LOG-ANTERIOR      PIC X(26) VALUE SPACES.
       01 WS-LOG-ACTUAL.
          05 WS-LOGA-PROGRAMA  PIC X(08).
          05 WS-LOGA-FECHA     PIC X(10).
          05 WS-LOGA-HORA      PIC X(08).
       01 WS-LOG-SECUENCIA     PIC 9(03) VALUE ZEROS.

      *---------------------------------------------------------------*
      * CALCULO DE SEGUNDOS CORRIDOS (MISMO CRITERIO QUE PGMERRSLA)   *
      *---------------------------------------------------------------*
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

       01 WS-CALC-FECHA        PIC X(10) VALUE SPACES.
       01 WS-CALC-HORA         PIC X(08) VALUE SPACES.
       01 WS-CALC-AAAAMMDD     PIC 9(08) VALUE ZEROS.
       01 WS-CALC-SEG          PIC 9(13) COMP VALUE ZEROS.
       01 WS-CALC-VALIDA       PIC X(01) VALUE 'N'.
          88 CALC-VALIDA                 VALUE 'S'.

      *---------------------------------------------------------------*
      * LINEA DEL REPORTE DE PROBLEMAS                                *
      *---------------------------------------------------------------*
       01 WS-LIN-PROBLEMA.
          05 WS-LPR-TIPO       PIC X(09).
          05 WS-LPR-ID         PIC X(10).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-LPR-CRITERIO   PIC X(01).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-LPR-VALOR      PIC X(30).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-LPR-AGREGADAS  PIC ZZZZ9.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-LPR-SEVERIDAD  PIC X(01).

      *---------------------------------------------------------------*
      * CONTEOS DE LA CORRIDA                                         *
      *---------------------------------------------------------------*
       01 WS-CONT-LEIDOS       PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-VINCULADAS   PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-RESUELTAS    PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-SIN-RELOJ    PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-LOG-LEIDOS   PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-CON-JOB      PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-PRB-ABIERTOS PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-AGREGADAS    PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-PRB-NUEVOS   PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-EN-NUEVOS    PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-YA-VINCULADA PIC 9(09) COMP VALUE ZEROS.

       77 FILLER               PIC X(26) VALUE '* FINAL  WS *'.

      *---------------------------------------------------------------*
       LINKAGE SECTION.
      *---------------------------------------------------------------*
       01 WS-PARM.
          05 WS-PARM-LON       PIC S9(04) COMP.
          05 WS-PARM-TEXTO     PIC X(15).

      *****************************************************************
       PROCEDURE DIVISION USING WS-PARM.
      *****************************************************************

       PRINCIPAL.

           PERFORM 1000-I-INICIO THRU 1000-F-INICIO
           IF NOT HUBO-ERROR
              PERFORM 2000-CARGAR-CANDIDATAS
              PERFORM 2500-CARGAR-JOBNAMES
              PERFORM 2700-ORDENAR-CANDIDATAS
              PERFORM 2800-CARGAR-PROBLEMAS
              PERFORM 3000-AGREGAR-A-ABIERTOS
              PERFORM 4000-FORMAR-GRUPOS
              PERFORM 5000-GRABAR-PROBLEMAS
           END-IF
           PERFORM 8000-IMPRIMIR-RESUMEN
           PERFORM 9000-I-CIERRE THRU 9000-F-CIERRE
           .
       FIN-PRINCIPAL.
           GOBACK.

      *****************************************************************
      *   INTERPRETAR EL PARM Y ABRIR LOS CLUSTERS                    *
      *****************************************************************
       1000-I-INICIO.

           IF WS-PARM-LON >= 8
              AND WS-PARM-TEXTO(1:4) = 'MIN='
              AND WS-PARM-TEXTO(5:4) IS NUMERIC
              MOVE WS-PARM-TEXTO(5:4) TO WS-VENTANA-MIN
           END-IF
           IF WS-PARM-LON >= 15
              AND WS-PARM-TEXTO(10:4) = 'CNT='
              AND WS-PARM-TEXTO(14:2) IS NUMERIC
              MOVE WS-PARM-TEXTO(14:2) TO WS-MINIMO-GRUPO
           END-IF
           IF WS-MINIMO-GRUPO < 2
              MOVE 2 TO WS-MINIMO-GRUPO
           END-IF
           COMPUTE WS-VENTANA-SEG = WS-VENTANA-MIN * 60

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-AAAA '-' WS-CD-MM '-' WS-CD-DD
              DELIMITED BY SIZE
              INTO WS-FECHA-ISO
           END-STRING
           STRING WS-CD-HH ':' WS-CD-MIN ':' WS-CD-SS
              DELIMITED BY SIZE
              INTO WS-HORA-EDITADA
           END-STRING

           OPEN INPUT ERR-VSAM-FILE
           IF VSAM-OK
              MOVE 'S' TO WS-VSAM-ABIERTO
           ELSE
              DISPLAY 'PGMPRBCOR: NO SE PUDO ABRIR ERRVSAM - STATUS '
                      WS-VSAM-ST
              MOVE 'S' TO WS-HUBO-ERROR
           END-IF

           IF NOT HUBO-ERROR
              OPEN I-O PRB-VSAM-FILE
              IF PRB-OK
                 MOVE 'S' TO WS-PRB-ABIERTO
              ELSE
                 DISPLAY 'PGMPRBCOR: NO SE PUDO ABRIR PRBVSAM - '
                         'STATUS ' WS-PRB-ST
                 MOVE 'S' TO WS-HUBO-ERROR
              END-IF
           END-IF

           IF NOT HUBO-ERROR
              OPEN I-O PRB-LINK-FILE
              IF PLK-OK
                 MOVE 'S' TO WS-PLK-ABIERTO
              ELSE
                 DISPLAY 'PGMPRBCOR: NO SE PUDO ABRIR PRBLINK - '
                         'STATUS ' WS-PLK-ST
                 MOVE 'S' TO WS-HUBO-ERROR
              END-IF
           END-IF
           .
       1000-F-INICIO.
           EXIT.

      *****************************************************************
      *   RECORRER ERRVSAM EN ORDEN DE CLAVE, APAREANDO CON LOS       *
      *   VINCULOS 'O' DE PRBLINK (MISMO ORDEN), Y GUARDAR LAS        *
      *   OCURRENCIAS ABIERTAS QUE NO PERTENECEN A NINGUN PROBLEMA    *
      *****************************************************************
       2000-CARGAR-CANDIDATAS.

           MOVE 'N' TO WS-FIN-VINCULOS
           MOVE LOW-VALUES TO WS-PLK-CLAVE
           MOVE 'O'        TO WS-PLK-TIPO
           START PRB-LINK-FILE KEY NOT < WS-PLK-CLAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIN-VINCULOS
           END-START
           IF NOT FIN-VINCULOS
              PERFORM 2050-LEER-VINCULO
           END-IF

           MOVE 'N' TO WS-FIN-ARCHIVO
           PERFORM 2100-LEER-OCURRENCIA
                   UNTIL FIN-ARCHIVO
           EXIT PARAGRAPH.

       2050-LEER-VINCULO.

           READ PRB-LINK-FILE NEXT RECORD
              AT END
                 MOVE 'S' TO WS-FIN-VINCULOS
              NOT AT END
                 IF PLK-POR-OCURRENCIA
                    MOVE WS-PLK-O-OCURRENCIA TO WS-VIN-ACTUAL
                 ELSE
                    MOVE 'S' TO WS-FIN-VINCULOS
                 END-IF
           END-READ
           EXIT PARAGRAPH.

       2100-LEER-OCURRENCIA.

           READ ERR-VSAM-FILE NEXT RECORD INTO WS-ERR-VSAM-REC
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO
              NOT AT END
                 ADD 1 TO WS-CONT-LEIDOS
                 PERFORM 2050-LEER-VINCULO
                         UNTIL FIN-VINCULOS
                            OR WS-VIN-ACTUAL >= WS-VSAM-CLAVE
                 PERFORM 2200-EVALUAR-OCURRENCIA
           END-READ
           EXIT PARAGRAPH.

       2200-EVALUAR-OCURRENCIA.

           MOVE WS-VSAM-FECHA TO WS-CALC-FECHA
           MOVE WS-VSAM-HORA  TO WS-CALC-HORA
           PERFORM 6000-CALCULAR-SEGUNDOS

      *    LOS LATIDOS DE PRUEBA DE LA RUTA DE ALERTAS (SEVERIDAD
      *    'T', VER CPERROR) NO SE AGRUPAN EN PROBLEMAS.
           EVALUATE TRUE
           WHEN WS-VSAM-SEVERIDAD = 'T'
                CONTINUE
           WHEN VSAM-EST-RESUELTO
                ADD 1 TO WS-CONT-RESUELTAS
           WHEN NOT FIN-VINCULOS
            AND WS-VIN-ACTUAL = WS-VSAM-CLAVE
                ADD 1 TO WS-CONT-VINCULADAS
           WHEN NOT CALC-VALIDA
                ADD 1 TO WS-CONT-SIN-RELOJ
           WHEN WS-CAN-TOTAL >= 3000
                ADD 1 TO WS-CAN-DESBORDES
           WHEN OTHER
                ADD 1 TO WS-CAN-TOTAL
                MOVE WS-CAN-TOTAL TO WS-I
                PERFORM 2300-GUARDAR-CANDIDATA
           END-EVALUATE
           EXIT PARAGRAPH.

       2300-GUARDAR-CANDIDATA.

           MOVE WS-VSAM-CLAVE      TO WS-CAN-CLAVE(WS-I)
           MOVE WS-VSAM-SEVERIDAD  TO WS-CAN-SEVERIDAD(WS-I)
           MOVE WS-VSAM-PUNTO      TO WS-CAN-PUNTO(WS-I)
           MOVE SPACES             TO WS-CAN-CODIGO(WS-I)
           EVALUATE TRUE
           WHEN WS-VSAM-SQLCODE NOT = 0
                MOVE WS-VSAM-SQLCODE TO WS-SQL-SEP
                STRING 'S' WS-SQL-SEP-G
                   DELIMITED BY SIZE
                   INTO WS-CAN-CODIGO(WS-I)
                END-STRING
           WHEN WS-VSAM-FILE-STATUS NOT = '00'
            AND WS-VSAM-FILE-STATUS NOT = SPACES
                STRING 'F' WS-VSAM-FILE-STATUS
                   DELIMITED BY SIZE
                   INTO WS-CAN-CODIGO(WS-I)
                END-STRING
           END-EVALUATE
           MOVE SPACES             TO WS-CAN-JOBNAME(WS-I)
           MOVE WS-CALC-SEG        TO WS-CAN-SEG(WS-I)
           MOVE ZEROS              TO WS-CAN-PRB(WS-I)
           MOVE ZEROS              TO WS-CAN-TENT(WS-I)
           MOVE WS-I               TO WS-ORD(WS-I)
           IF WS-VSAM-FECHA < WS-FECHA-MIN-CAN
              MOVE WS-VSAM-FECHA TO WS-FECHA-MIN-CAN
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   JOBNAME DE CADA CANDIDATA BATCH, DESDE ERRHIST (PROGRAMA +  *
      *   FECHA + HORA + SECUENCIA DEDUCIDA). SIN DD NO ES UN ERROR:  *
      *   SOLO QUEDA SIN EFECTO EL CRITERIO 'J'.                      *
      *****************************************************************
       2500-CARGAR-JOBNAMES.

           IF WS-CAN-TOTAL NOT = 0
              MOVE 'N' TO WS-FIN-ARCHIVO
              OPEN INPUT ERR-LOG-FILE
              IF NOT LOG-OK
                 DISPLAY 'PGMPRBCOR: SIN ERRHIST (STATUS ' WS-LOG-ST
                         ') - NO SE CORRELACIONA POR JOB'
                 MOVE 'S' TO WS-FIN-ARCHIVO
              ELSE
                 MOVE SPACES TO WS-LOG-ANTERIOR
                 PERFORM 2600-LEER-HISTORICO
                         UNTIL FIN-ARCHIVO
                 CLOSE ERR-LOG-FILE
              END-IF
           END-IF
           EXIT PARAGRAPH.

       2600-LEER-HISTORICO.

           READ ERR-LOG-FILE
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO
              NOT AT END
                 ADD 1 TO WS-CONT-LOG-LEIDOS
                 MOVE WS-LOG-PROGRAMA TO WS-LOGA-PROGRAMA
                 MOVE WS-LOG-FECHA(7:4) TO WS-LOGA-FECHA(1:4)
                 MOVE '-'               TO WS-LOGA-FECHA(5:1)
                 MOVE WS-LOG-FECHA(4:2) TO WS-LOGA-FECHA(6:2)
                 MOVE '-'               TO WS-LOGA-FECHA(8:1)
                 MOVE WS-LOG-FECHA(1:2) TO WS-LOGA-FECHA(9:2)
                 MOVE WS-LOG-HORA     TO WS-LOGA-HORA
                 IF WS-LOG-ACTUAL = WS-LOG-ANTERIOR
                    ADD 1 TO WS-LOG-SECUENCIA
                 ELSE
                    MOVE ZEROS TO WS-LOG-SECUENCIA
                    MOVE WS-LOG-ACTUAL TO WS-LOG-ANTERIOR
                 END-IF
                 IF WS-LOG-ENTORNO = 'BATCH'
                    AND WS-LOG-JOBNAME NOT = SPACES
                    AND WS-LOGA-FECHA >= WS-FECHA-MIN-CAN
                    PERFORM 2650-ESTAMPAR-JOBNAME
                 END-IF
           END-READ
           EXIT PARAGRAPH.

       2650-ESTAMPAR-JOBNAME.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CAN-TOTAL
              IF WS-CAN-PROGRAMA(WS-I) = WS-LOG-PROGRAMA
                 AND WS-CAN-FECHA(WS-I) = WS-LOGA-FECHA
                 AND WS-CAN-HORA(WS-I) = WS-LOG-HORA
                 AND WS-CAN-SECUENCIA(WS-I) = WS-LOG-SECUENCIA
                 AND WS-CAN-JOBNAME(WS-I) = SPACES
                 MOVE WS-LOG-JOBNAME TO WS-CAN-JOBNAME(WS-I)
                 ADD 1 TO WS-CONT-CON-JOB
                 MOVE WS-CAN-TOTAL TO WS-I
              END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *****************************************************************
      *   ORDENAR LOS INDICES DE LAS CANDIDATAS POR MOMENTO           *
      *   (INSERCION, MISMO ESQUEMA QUE 4500-ORDENAR-VALORES DE       *
      *   PGMERRSLA)                                                  *
      *****************************************************************
       2700-ORDENAR-CANDIDATAS.

           PERFORM VARYING WS-K FROM 2 BY 1
                   UNTIL WS-K > WS-CAN-TOTAL
              MOVE WS-ORD(WS-K) TO WS-ORD-AUX
              MOVE WS-K TO WS-M
              MOVE 'N' TO WS-FIN-HUECO
              PERFORM 2710-CORRER-HUECO
                      UNTIL FIN-HUECO
              MOVE WS-ORD-AUX TO WS-ORD(WS-M)
           END-PERFORM
           EXIT PARAGRAPH.

       2710-CORRER-HUECO.

           IF WS-M < 2
              MOVE 'S' TO WS-FIN-HUECO
           ELSE
              COMPUTE WS-X = WS-M - 1
              IF WS-CAN-SEG(WS-ORD(WS-X)) > WS-CAN-SEG(WS-ORD-AUX)
                 MOVE WS-ORD(WS-X) TO WS-ORD(WS-M)
                 MOVE WS-X TO WS-M
              ELSE
                 MOVE 'S' TO WS-FIN-HUECO
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   PROBLEMAS ABIERTOS DE CRITERIO AUTOMATICO (C/J/R) A LOS QUE *
      *   SE PUEDEN AGREGAR OCURRENCIAS. EL REGISTRO DE CONTROL Y LOS *
      *   MANUALES NO ENTRAN.                                         *
      *****************************************************************
       2800-CARGAR-PROBLEMAS.

           IF WS-CAN-TOTAL NOT = 0
              MOVE 'N' TO WS-FIN-ARCHIVO
              MOVE LOW-VALUES TO WS-PRB-ID
              START PRB-VSAM-FILE KEY NOT < WS-PRB-ID
                 INVALID KEY
                    MOVE 'S' TO WS-FIN-ARCHIVO
              END-START
              PERFORM 2810-LEER-PROBLEMA
                      UNTIL FIN-ARCHIVO
           END-IF
           EXIT PARAGRAPH.

       2810-LEER-PROBLEMA.

           READ PRB-VSAM-FILE NEXT RECORD
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO
              NOT AT END
                 IF WS-PRB-ID NOT = WS-PRB-CTL-CLAVE
                    AND PRB-ABIERTO
                    AND (PRB-POR-CODIGO OR PRB-POR-JOB
                         OR PRB-POR-RECURSO)
                    ADD 1 TO WS-CONT-PRB-ABIERTOS
                    PERFORM 2820-GUARDAR-PROBLEMA
                 END-IF
           END-READ
           EXIT PARAGRAPH.

       2820-GUARDAR-PROBLEMA.

           IF WS-TPR-TOTAL >= 500
              ADD 1 TO WS-TPR-DESBORDES
           ELSE
              ADD 1 TO WS-TPR-TOTAL
              MOVE WS-TPR-TOTAL      TO WS-P
              MOVE WS-PRB-ID         TO WS-TPR-ID(WS-P)
              MOVE 'N'               TO WS-TPR-NUEVO(WS-P)
              MOVE WS-PRB-CRITERIO   TO WS-TPR-CRITERIO(WS-P)
              MOVE WS-PRB-VALOR      TO WS-TPR-VALOR(WS-P)
              MOVE ZEROS             TO WS-TPR-AGREGADAS(WS-P)
              MOVE WS-PRB-REP-FECHA  TO WS-CALC-FECHA
              MOVE WS-PRB-REP-HORA   TO WS-CALC-HORA
              PERFORM 6000-CALCULAR-SEGUNDOS
              MOVE WS-CALC-SEG       TO WS-TPR-SEG-INI(WS-P)
              MOVE WS-PRB-ULT-FECHA  TO WS-CALC-FECHA
              MOVE WS-PRB-ULT-HORA   TO WS-CALC-HORA
              PERFORM 6000-CALCULAR-SEGUNDOS
              MOVE WS-CALC-SEG       TO WS-TPR-SEG-ULT(WS-P)
              IF WS-TPR-SEG-ULT(WS-P) < WS-TPR-SEG-INI(WS-P)
                 MOVE WS-TPR-SEG-INI(WS-P) TO WS-TPR-SEG-ULT(WS-P)
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   PASO 1: AGREGAR CADA CANDIDATA, EN ORDEN CRONOLOGICO, AL    *
      *   PRIMER PROBLEMA ABIERTO QUE ENCAJE (CRITERIOS EN ORDEN DE   *
      *   PRIORIDAD). CADA AGREGADO EXTIENDE LA VENTANA DEL PROBLEMA. *
      *****************************************************************
       3000-AGREGAR-A-ABIERTOS.

           IF WS-TPR-TOTAL NOT = 0
              PERFORM VARYING WS-K FROM 1 BY 1
                      UNTIL WS-K > WS-CAN-TOTAL
                 MOVE WS-ORD(WS-K) TO WS-X
                 PERFORM VARYING WS-IDX-CRIT FROM 1 BY 1
                         UNTIL WS-IDX-CRIT > 3
                            OR WS-CAN-PRB(WS-X) > 0
                    MOVE WS-CRITERIOS(WS-IDX-CRIT:1) TO WS-CRIT-ACTUAL
                    PERFORM 6200-VALOR-CANDIDATA
                    IF WS-VALOR-CAND NOT = SPACES
                       PERFORM 3100-BUSCAR-PROBLEMA
                    END-IF
                 END-PERFORM
              END-PERFORM
           END-IF
           EXIT PARAGRAPH.

       3100-BUSCAR-PROBLEMA.

           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-TPR-TOTAL
                      OR WS-CAN-PRB(WS-X) > 0
              IF WS-TPR-CRITERIO(WS-P) = WS-CRIT-ACTUAL
                 AND WS-TPR-VALOR(WS-P) = WS-VALOR-CAND
                 AND WS-CAN-SEG(WS-X) + WS-VENTANA-SEG
                        >= WS-TPR-SEG-INI(WS-P)
                 AND WS-CAN-SEG(WS-X)
                        <= WS-TPR-SEG-ULT(WS-P) + WS-VENTANA-SEG
                 MOVE WS-P TO WS-CAN-PRB(WS-X)
                 ADD 1 TO WS-TPR-AGREGADAS(WS-P)
                 IF WS-CAN-SEG(WS-X) > WS-TPR-SEG-ULT(WS-P)
                    MOVE WS-CAN-SEG(WS-X) TO WS-TPR-SEG-ULT(WS-P)
                 END-IF
              END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *****************************************************************
      *   PASO 2: CON LAS CANDIDATAS SUELTAS, POR CADA CRITERIO EN    *
      *   ORDEN DE PRIORIDAD, ENCADENAR DESDE CADA SEMILLA LAS        *
      *   SIGUIENTES DEL MISMO VALOR SEPARADAS POR NO MAS DE LA       *
      *   VENTANA. UNA CADENA CON EL MINIMO DE OCURRENCIAS ES UN      *
      *   PROBLEMA NUEVO.                                             *
      *****************************************************************
       4000-FORMAR-GRUPOS.

           PERFORM VARYING WS-IDX-CRIT FROM 1 BY 1
                   UNTIL WS-IDX-CRIT > 3
              MOVE WS-CRITERIOS(WS-IDX-CRIT:1) TO WS-CRIT-ACTUAL
              PERFORM VARYING WS-K FROM 1 BY 1
                      UNTIL WS-K > WS-CAN-TOTAL
                 MOVE WS-ORD(WS-K) TO WS-I
                 IF WS-CAN-PRB(WS-I) = 0
                    MOVE WS-I TO WS-X
                    PERFORM 6200-VALOR-CANDIDATA
                    IF WS-VALOR-CAND NOT = SPACES
                       PERFORM 4100-ARMAR-CADENA
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM
           EXIT PARAGRAPH.

      *****************************************************************
      *   MARCAR LA CADENA QUE EMPIEZA EN LA SEMILLA WS-I (POSICION   *
      *   WS-K DEL ORDEN). COMO EL ORDEN ES CRONOLOGICO, LA BUSQUEDA  *
      *   TERMINA EN LA PRIMERA CANDIDATA QUE YA QUEDA FUERA DE LA    *
      *   VENTANA DEL ULTIMO ESLABON, SEA CUAL SEA SU VALOR.          *
      *****************************************************************
       4100-ARMAR-CADENA.

           MOVE WS-VALOR-CAND      TO WS-VALOR-SEMILLA
           MOVE WS-I               TO WS-CAN-TENT(WS-I)
           MOVE 1                  TO WS-GRP-CANTIDAD
           MOVE WS-CAN-SEG(WS-I)   TO WS-GRP-SEG-ULT
           MOVE WS-K               TO WS-M-FIN
           MOVE 'N'                TO WS-FIN-CADENA
           PERFORM VARYING WS-M FROM WS-K BY 1
                   UNTIL WS-M >= WS-CAN-TOTAL OR FIN-CADENA
              COMPUTE WS-J = WS-M + 1
              MOVE WS-ORD(WS-J) TO WS-X
              IF WS-CAN-SEG(WS-X) > WS-GRP-SEG-ULT + WS-VENTANA-SEG
                 MOVE 'S' TO WS-FIN-CADENA
              ELSE
                 MOVE WS-J TO WS-M-FIN
                 IF WS-CAN-PRB(WS-X) = 0
                    PERFORM 6200-VALOR-CANDIDATA
                    IF WS-VALOR-CAND = WS-VALOR-SEMILLA
                       MOVE WS-I TO WS-CAN-TENT(WS-X)
                       ADD 1 TO WS-GRP-CANTIDAD
                       MOVE WS-CAN-SEG(WS-X) TO WS-GRP-SEG-ULT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF WS-GRP-CANTIDAD >= WS-MINIMO-GRUPO
              AND WS-TPR-TOTAL < 500
              PERFORM 4200-ABRIR-PROBLEMA
           END-IF
           IF WS-GRP-CANTIDAD >= WS-MINIMO-GRUPO
              AND WS-TPR-TOTAL >= 500
              AND WS-CAN-PRB(WS-I) = 0
              ADD 1 TO WS-TPR-DESBORDES
           END-IF
      *---------------------------------------------------------------*
      * LIMPIAR LAS MARCAS (ASIGNADA O NO, LA CADENA YA SE EVALUO)    *
      *---------------------------------------------------------------*
           PERFORM VARYING WS-M FROM WS-K BY 1
                   UNTIL WS-M > WS-M-FIN
              MOVE WS-ORD(WS-M) TO WS-X
              IF WS-CAN-TENT(WS-X) = WS-I
                 IF WS-CAN-PRB(WS-I) > 0
                    MOVE WS-CAN-PRB(WS-I) TO WS-CAN-PRB(WS-X)
                 END-IF
                 MOVE ZEROS TO WS-CAN-TENT(WS-X)
              END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *****************************************************************
      *   NUEVA ENTRADA DE PROBLEMA PARA LA CADENA (EL NUMERO SE TOMA *
      *   AL GRABAR). LA SEMILLA QUEDA ASIGNADA; EL RESTO DE LA       *
      *   CADENA LO ASIGNA LA LIMPIEZA DE MARCAS.                     *
      *****************************************************************
       4200-ABRIR-PROBLEMA.

           ADD 1 TO WS-TPR-TOTAL
           MOVE WS-TPR-TOTAL        TO WS-P
           MOVE SPACES              TO WS-TPR-ID(WS-P)
           MOVE 'S'                 TO WS-TPR-NUEVO(WS-P)
           MOVE WS-CRIT-ACTUAL      TO WS-TPR-CRITERIO(WS-P)
           MOVE WS-VALOR-SEMILLA    TO WS-TPR-VALOR(WS-P)
           MOVE WS-CAN-SEG(WS-I)    TO WS-TPR-SEG-INI(WS-P)
           MOVE WS-GRP-SEG-ULT      TO WS-TPR-SEG-ULT(WS-P)
           MOVE WS-GRP-CANTIDAD     TO WS-TPR-AGREGADAS(WS-P)
           MOVE WS-P                TO WS-CAN-PRB(WS-I)
           EXIT PARAGRAPH.

      *****************************************************************
      *   GRABAR: POR CADA PROBLEMA CON OCURRENCIAS NUEVAS, LOS       *
      *   VINCULOS Y DESPUES EL PROBLEMA (ALTA O ACTUALIZACION)       *
      *****************************************************************
       5000-GRABAR-PROBLEMAS.

           DISPLAY WS-SEPARADOR
           DISPLAY 'PROBLEMAS NUEVOS Y AMPLIADOS - PGMPRBCOR'
           DISPLAY WS-SEPARADOR
           DISPLAY 'TIPO     PROBLEMA   C VALOR                        '
                   '  OCUR S'
           DISPLAY WS-SEPARADOR-MIN
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-TPR-TOTAL OR HUBO-ERROR
              IF WS-TPR-AGREGADAS(WS-P) > 0
                 PERFORM 5100-GRABAR-UN-PROBLEMA
              END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       5100-GRABAR-UN-PROBLEMA.

           IF WS-TPR-NUEVO(WS-P) = 'S'
              PERFORM 5200-NUMERAR-PROBLEMA
           END-IF
           IF NOT HUBO-ERROR
              PERFORM 5300-GRABAR-VINCULOS
           END-IF
           IF NOT HUBO-ERROR
              AND WS-ACU-CANTIDAD > 0
              IF WS-TPR-NUEVO(WS-P) = 'S'
                 PERFORM 5500-ALTA-PROBLEMA
              ELSE
                 PERFORM 5600-ACTUALIZAR-PROBLEMA
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   TOMAR EL PROXIMO NUMERO DEL REGISTRO DE CONTROL (LO CREA SI *
      *   NO EXISTE). SE LEE Y REGRABA POR CADA PROBLEMA NUEVO: LA    *
      *   ERRU TAMBIEN NUMERA PROBLEMAS EN LINEA MIENTRAS CORRE ESTE  *
      *   JOB.                                                        *
      *****************************************************************
       5200-NUMERAR-PROBLEMA.

           MOVE WS-PRB-CTL-CLAVE TO WS-PRB-ID
           READ PRB-VSAM-FILE
              INVALID KEY
                 MOVE SPACES           TO WS-PRB-REC
                 MOVE WS-PRB-CTL-CLAVE TO WS-PRB-ID
                 MOVE 1                TO WS-PRB-CTL-ULTIMO
                 WRITE WS-PRB-REC
              NOT INVALID KEY
                 ADD 1 TO WS-PRB-CTL-ULTIMO
                 REWRITE WS-PRB-REC
           END-READ
           IF PRB-OK
              MOVE WS-PRB-CTL-ULTIMO TO WS-PRB-NUMERO
              STRING 'PRB' WS-PRB-NUMERO
                 DELIMITED BY SIZE
                 INTO WS-TPR-ID(WS-P)
              END-STRING
           ELSE
              DISPLAY 'PGMPRBCOR: FALLO LA NUMERACION EN PRBVSAM - '
                      'STATUS ' WS-PRB-ST
              MOVE 'S' TO WS-HUBO-ERROR
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   GRABAR LOS DOS VINCULOS ('O' Y 'P') DE CADA CANDIDATA DEL   *
      *   PROBLEMA, EN ORDEN CRONOLOGICO, Y ACUMULAR CANTIDAD,        *
      *   SEVERIDAD, PRIMERA Y ULTIMA. UNA OCURRENCIA QUE SOPORTE     *
      *   VINCULO DESDE ERRU MIENTRAS CORRIA EL JOB DA 'O' DUPLICADO: *
      *   SE CUENTA Y SE SALTEA.                                      *
      *****************************************************************
       5300-GRABAR-VINCULOS.

           MOVE ZEROS  TO WS-ACU-CANTIDAD
           MOVE 'W'    TO WS-ACU-SEVERIDAD
           MOVE SPACES TO WS-ACU-REP-CLAVE
           MOVE SPACES TO WS-ACU-ULT-FECHA
           MOVE SPACES TO WS-ACU-ULT-HORA
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-CAN-TOTAL OR HUBO-ERROR
              MOVE WS-ORD(WS-K) TO WS-X
              IF WS-CAN-PRB(WS-X) = WS-P
                 PERFORM 5400-GRABAR-UN-VINCULO
              END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       5400-GRABAR-UN-VINCULO.

           MOVE SPACES                TO WS-PLK-REC
           MOVE 'O'                   TO WS-PLK-TIPO
           MOVE WS-CAN-CLAVE(WS-X)    TO WS-PLK-O-OCURRENCIA
           MOVE WS-TPR-ID(WS-P)       TO WS-PLK-PROBLEMA
           MOVE 'C'                   TO WS-PLK-ORIGEN
           MOVE 'PGMPRBCO'            TO WS-PLK-USUARIO
           MOVE WS-FECHA-ISO          TO WS-PLK-FECHA
           MOVE WS-HORA-EDITADA       TO WS-PLK-HORA
           WRITE WS-PLK-REC
           EVALUATE TRUE
           WHEN PLK-DUPLICADO
                ADD 1 TO WS-CONT-YA-VINCULADA
           WHEN NOT PLK-OK
                DISPLAY 'PGMPRBCOR: FALLO WRITE PRBLINK - STATUS '
                        WS-PLK-ST
                MOVE 'S' TO WS-HUBO-ERROR
           WHEN OTHER
                MOVE SPACES             TO WS-PLK-CLAVE
                MOVE 'P'                TO WS-PLK-TIPO
                MOVE WS-TPR-ID(WS-P)    TO WS-PLK-P-PROBLEMA
                MOVE WS-CAN-CLAVE(WS-X) TO WS-PLK-P-OCURRENCIA
                WRITE WS-PLK-REC
                IF NOT PLK-OK
                   DISPLAY 'PGMPRBCOR: FALLO WRITE PRBLINK - STATUS '
                           WS-PLK-ST
                   MOVE 'S' TO WS-HUBO-ERROR
                END-IF
                ADD 1 TO WS-ACU-CANTIDAD
                IF WS-ACU-REP-CLAVE = SPACES
                   MOVE WS-CAN-CLAVE(WS-X) TO WS-ACU-REP-CLAVE
                END-IF
                MOVE WS-CAN-FECHA(WS-X) TO WS-ACU-ULT-FECHA
                MOVE WS-CAN-HORA(WS-X)  TO WS-ACU-ULT-HORA
                MOVE WS-CAN-SEVERIDAD(WS-X) TO WS-SEV-NUEVA
                PERFORM 6100-COMPARAR-SEVERIDAD
           END-EVALUATE
           EXIT PARAGRAPH.

      *****************************************************************
      *   ALTA DEL PROBLEMA NUEVO: ABIERTO, SIN DUENO NI CAUSA        *
      *****************************************************************
       5500-ALTA-PROBLEMA.

           MOVE SPACES                 TO WS-PRB-REC
           MOVE WS-TPR-ID(WS-P)        TO WS-PRB-ID
           MOVE 'A'                    TO WS-PRB-ESTADO
           MOVE WS-TPR-CRITERIO(WS-P)  TO WS-PRB-CRITERIO
           MOVE WS-TPR-VALOR(WS-P)     TO WS-PRB-VALOR
           MOVE WS-ACU-SEVERIDAD       TO WS-PRB-SEVERIDAD
           MOVE WS-ACU-CANTIDAD        TO WS-PRB-CANTIDAD
           MOVE WS-ACU-REP-CLAVE       TO WS-PRB-REP-CLAVE
           MOVE WS-ACU-ULT-FECHA       TO WS-PRB-ULT-FECHA
           MOVE WS-ACU-ULT-HORA        TO WS-PRB-ULT-HORA
           MOVE 'PGMPRBCO'             TO WS-PRB-ALTA-USUARIO
           MOVE WS-FECHA-ISO           TO WS-PRB-ALTA-FECHA
           MOVE WS-HORA-EDITADA        TO WS-PRB-ALTA-HORA
           MOVE 'PGMPRBCO'             TO WS-PRB-EST-USUARIO
           MOVE WS-FECHA-ISO           TO WS-PRB-EST-FECHA
           MOVE WS-HORA-EDITADA        TO WS-PRB-EST-HORA
           WRITE WS-PRB-REC
           IF PRB-OK
              ADD 1 TO WS-CONT-PRB-NUEVOS
              ADD WS-ACU-CANTIDAD TO WS-CONT-EN-NUEVOS
              MOVE 'NUEVO'     TO WS-LPR-TIPO
              PERFORM 5900-IMPRIMIR-PROBLEMA
           ELSE
              DISPLAY 'PGMPRBCOR: FALLO WRITE PRBVSAM ' WS-PRB-ID
                      ' - STATUS ' WS-PRB-ST
              MOVE 'S' TO WS-HUBO-ERROR
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   ACTUALIZAR UN PROBLEMA EXISTENTE: SE RELEE (LA ERRU PUDO    *
      *   VINCULARLE OCURRENCIAS MIENTRAS TANTO) Y SE SUMAN LAS DE    *
      *   ESTA CORRIDA                                                *
      *****************************************************************
       5600-ACTUALIZAR-PROBLEMA.

           MOVE WS-TPR-ID(WS-P) TO WS-PRB-ID
           READ PRB-VSAM-FILE
              INVALID KEY
                 DISPLAY 'PGMPRBCOR: PROBLEMA ' WS-PRB-ID
                         ' DESAPARECIO DE PRBVSAM'
                 MOVE 'S' TO WS-HUBO-ERROR
              NOT INVALID KEY
                 ADD WS-ACU-CANTIDAD TO WS-PRB-CANTIDAD
                 MOVE WS-PRB-SEVERIDAD TO WS-SEV-NUEVA
                 PERFORM 6100-COMPARAR-SEVERIDAD
                 MOVE WS-ACU-SEVERIDAD TO WS-PRB-SEVERIDAD
                 IF WS-ACU-ULT-FECHA > WS-PRB-ULT-FECHA
                    OR (WS-ACU-ULT-FECHA = WS-PRB-ULT-FECHA
                        AND WS-ACU-ULT-HORA > WS-PRB-ULT-HORA)
                    MOVE WS-ACU-ULT-FECHA TO WS-PRB-ULT-FECHA
                    MOVE WS-ACU-ULT-HORA  TO WS-PRB-ULT-HORA
                 END-IF
                 REWRITE WS-PRB-REC
                 IF PRB-OK
                    ADD WS-ACU-CANTIDAD TO WS-CONT-AGREGADAS
                    MOVE 'AMPLIADO'  TO WS-LPR-TIPO
                    PERFORM 5900-IMPRIMIR-PROBLEMA
                 ELSE
                    DISPLAY 'PGMPRBCOR: FALLO REWRITE PRBVSAM '
                            WS-PRB-ID ' - STATUS ' WS-PRB-ST
                    MOVE 'S' TO WS-HUBO-ERROR
                 END-IF
           END-READ
           EXIT PARAGRAPH.

       5900-IMPRIMIR-PROBLEMA.

           MOVE WS-PRB-ID           TO WS-LPR-ID
           MOVE WS-PRB-CRITERIO     TO WS-LPR-CRITERIO
           MOVE WS-PRB-VALOR        TO WS-LPR-VALOR
           MOVE WS-ACU-CANTIDAD     TO WS-LPR-AGREGADAS
           MOVE WS-PRB-SEVERIDAD    TO WS-LPR-SEVERIDAD
           DISPLAY WS-LIN-PROBLEMA
           EXIT PARAGRAPH.

      *****************************************************************
      *   SEGUNDOS CORRIDOS DE UNA FECHA AAAA-MM-DD Y HORA HH:MM:SS   *
      *   (MISMA RUTINA QUE PGMERRSLA)                                *
      *****************************************************************
       6000-CALCULAR-SEGUNDOS.

           MOVE 'N' TO WS-CALC-VALIDA
           MOVE ZEROS TO WS-CALC-SEG
           IF WS-CALC-FECHA(1:4) IS NUMERIC
              AND WS-CALC-FECHA(6:2) IS NUMERIC
              AND WS-CALC-FECHA(9:2) IS NUMERIC
              AND WS-CALC-HORA(1:2) IS NUMERIC
              AND WS-CALC-HORA(4:2) IS NUMERIC
              AND WS-CALC-HORA(7:2) IS NUMERIC
              AND WS-CALC-FECHA(6:2) >= '01'
              AND WS-CALC-FECHA(6:2) <= '12'
              AND WS-CALC-FECHA(9:2) >= '01'
              AND WS-CALC-FECHA(9:2) <= '31'
              AND WS-CALC-FECHA(1:4) >= '1601'
              MOVE WS-CALC-FECHA(1:4) TO WS-CALC-AAAAMMDD(1:4)
              MOVE WS-CALC-FECHA(6:2) TO WS-CALC-AAAAMMDD(5:2)
              MOVE WS-CALC-FECHA(9:2) TO WS-CALC-AAAAMMDD(7:2)
              COMPUTE WS-CALC-SEG
                 = FUNCTION INTEGER-OF-DATE(WS-CALC-AAAAMMDD) * 86400
                 + FUNCTION NUMVAL(WS-CALC-HORA(1:2)) * 3600
                 + FUNCTION NUMVAL(WS-CALC-HORA(4:2)) * 60
                 + FUNCTION NUMVAL(WS-CALC-HORA(7:2))
              END-COMPUTE
              MOVE 'S' TO WS-CALC-VALIDA
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   QUEDARSE EN WS-ACU-SEVERIDAD CON LA MAS ALTA ENTRE ELLA Y   *
      *   WS-SEV-NUEVA: C > F > W (BLANCO CUENTA COMO F, EL DEFECTO   *
      *   HISTORICO DE CPERROR)                                       *
      *****************************************************************
       6100-COMPARAR-SEVERIDAD.

           EVALUATE WS-ACU-SEVERIDAD
           WHEN 'C'   MOVE 3 TO WS-RANGO-ACT
           WHEN 'W'   MOVE 1 TO WS-RANGO-ACT
           WHEN OTHER MOVE 2 TO WS-RANGO-ACT
           END-EVALUATE
           EVALUATE WS-SEV-NUEVA
           WHEN 'C'   MOVE 3 TO WS-RANGO-NUE
           WHEN 'W'   MOVE 1 TO WS-RANGO-NUE
           WHEN OTHER MOVE 2 TO WS-RANGO-NUE
           END-EVALUATE
           IF WS-RANGO-NUE > WS-RANGO-ACT
              MOVE WS-SEV-NUEVA TO WS-ACU-SEVERIDAD
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   VALOR DE LA CANDIDATA WS-X PARA EL CRITERIO EN CURSO        *
      *****************************************************************
       6200-VALOR-CANDIDATA.

           EVALUATE WS-CRIT-ACTUAL
           WHEN 'C'
                MOVE WS-CAN-CODIGO(WS-X)  TO WS-VALOR-CAND
           WHEN 'J'
                MOVE WS-CAN-JOBNAME(WS-X) TO WS-VALOR-CAND
           WHEN OTHER
                MOVE WS-CAN-PUNTO(WS-X)   TO WS-VALOR-CAND
           END-EVALUATE
           EXIT PARAGRAPH.

      *****************************************************************
      *   RESUMEN DE LA CORRIDA                                       *
      *****************************************************************
       8000-IMPRIMIR-RESUMEN.

           DISPLAY WS-SEPARADOR
           DISPLAY 'RESUMEN - PGMPRBCOR'
           DISPLAY WS-SEPARADOR
           DISPLAY 'VENTANA (MINUTOS)       : ' WS-VENTANA-MIN
           DISPLAY 'MINIMO POR PROBLEMA     : ' WS-MINIMO-GRUPO
           DISPLAY WS-SEPARADOR-MIN
           DISPLAY 'LEIDAS DE ERRVSAM       : ' WS-CONT-LEIDOS
           DISPLAY 'YA RESUELTAS            : ' WS-CONT-RESUELTAS
           DISPLAY 'YA EN UN PROBLEMA       : ' WS-CONT-VINCULADAS
           DISPLAY 'SIN FECHA/HORA VALIDA   : ' WS-CONT-SIN-RELOJ
           DISPLAY 'CANDIDATAS              : ' WS-CAN-TOTAL
           DISPLAY 'CANDIDATAS CON JOBNAME  : ' WS-CONT-CON-JOB
           DISPLAY WS-SEPARADOR-MIN
           DISPLAY 'PROBLEMAS ABIERTOS (C/J/R): ' WS-CONT-PRB-ABIERTOS
           DISPLAY 'AGREGADAS A ABIERTOS    : ' WS-CONT-AGREGADAS
           DISPLAY 'PROBLEMAS NUEVOS        : ' WS-CONT-PRB-NUEVOS
           DISPLAY 'OCURRENCIAS EN NUEVOS   : ' WS-CONT-EN-NUEVOS
           DISPLAY 'VINCULADAS EN LINEA YA  : ' WS-CONT-YA-VINCULADA
           IF WS-CAN-DESBORDES > 0
              DISPLAY 'FUERA DE LA CORRELACION (TABLA LLENA): '
                      WS-CAN-DESBORDES
           END-IF
           IF WS-TPR-DESBORDES > 0
              DISPLAY 'PROBLEMAS SIN LUGAR EN TABLA: '
                      WS-TPR-DESBORDES
           END-IF
           DISPLAY WS-SEPARADOR
           EXIT PARAGRAPH.

      *****************************************************************
      *   CERRAR Y FIJAR EL RETURN CODE                               *
      *****************************************************************
       9000-I-CIERRE.

           IF VSAM-ABIERTO
              CLOSE ERR-VSAM-FILE
           END-IF
           IF PRB-ARCH-ABIERTO
              CLOSE PRB-VSAM-FILE
           END-IF
           IF PLK-ARCH-ABIERTO
              CLOSE PRB-LINK-FILE
           END-IF
           EVALUATE TRUE
           WHEN HUBO-ERROR
                MOVE 8 TO RETURN-CODE
           WHEN WS-CONT-PRB-NUEVOS > 0
             OR WS-CAN-DESBORDES > 0
             OR WS-TPR-DESBORDES > 0
                MOVE 4 TO RETURN-CODE
           WHEN OTHER
                MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .
       9000-F-CIERRE.
           EXIT.
