      *   USUARIO, FECHA, HORA Y NOTA, VER CPERRVSM Y PGMERRUPD),     *
      *   PERO LA MESA DE AYUDA CORPORATIVA NO LO VEIA: LOS TICKETS   *
      *   SE ABRIAN A MANO Y LA MITAD NUNCA SE CERRABA. ESTE JOB      *
      *   BARRE EL CLUSTER Y MANTIENE LA INTERFAZ EN TRES PASADAS:    *
      *                                                               *
      *   PASADA 1 - RESPUESTAS (DD TKTRSP): LA MESA DE AYUDA         *
      *   DEVUELVE, POR CADA APERTURA EMITIDA, LA CLAVE DE LA         *
      *   UNA RESUELTA CUYO TICKET TODAVIA NO VOLVIO ('P') ESPERA A   *
      *   LA PROXIMA CORRIDA: NO SE PUEDE CERRAR UN TICKET QUE NO SE  *
      *   CONOCE.                                                     *
      *                                                               *
      *   PROBLEMAS (PRBVSAM, VER CPPRBREG): UNA OCURRENCIA NUEVA QUE *
      *   YA PERTENECE A UN PROBLEMA (PRBLINK) NO ABRE TICKET PROPIO. *
      *   PASADA 3 - POR CADA PROBLEMA ABIERTO DENTRO DEL UMBRAL (SU  *
      *   SEVERIDAD MAS ALTA) Y SIN PEDIDO SE EMITE UNA SOLA APERTURA *
      *   CON LA CLAVE DE SU OCURRENCIA REPRESENTANTE Y EL NUMERO DE  *
      *   PROBLEMA; AL RESOLVERLO (PRBU) SE EMITE EL CIERRE CON LA    *
      *   CAUSA RAIZ (CAMPO PROPIO DEL REGISTRO DE INTERFAZ: LA NOTA  *
      *   NO ALCANZA PARA LOS 60 DE LA CAUSA). LA RESPUESTA DE LA     *
      *   MESA DE AYUDA DEVUELVE EL NUMERO DE PROBLEMA TAL COMO       *
      *   VIAJO: SI VIENE, EL TICKET SE ESTAMPA EN EL PROBLEMA Y NO   *
      *   EN LA OCURRENCIA.                                           *
      *   SIN PRBVSAM / PRBLINK EL JOB TRABAJA COMO ANTES, SOLO POR   *
      *   OCURRENCIA.                                                 *
      *****************************************************************
      * PARM:                                                         *
      *   PARM='SEV=X' - UMBRAL DE SEVERIDAD PARA ABRIR TICKET:       *
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SAL-ST.

      *---------------------------------------------------------------*
      * REGISTROS DE PROBLEMA (PASADA 3 Y RESPUESTAS DE PROBLEMA) Y   *
      * VINCULOS OCURRENCIA / PROBLEMA (PASADA 2, SOLO LOS 'O', EN    *
      * EL MISMO ORDEN QUE EL CLUSTER). AMBOS OPCIONALES.             *
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

      *---------------------------------------------------------------*
      * RESPUESTA DE LA MESA DE AYUDA: LA CLAVE DE LA OCURRENCIA TAL  *
      * COMO VIAJO EN LA APERTURA, MAS EL TICKET ASIGNADO Y EL NUMERO *
      * DE PROBLEMA DE LA APERTURA (BLANCO SI ERA DE UNA OCURRENCIA)  *
      *---------------------------------------------------------------*
       FD  TKT-RSP-FILE
           RECORDING MODE IS F.
          05 WS-RSP-HORA          PIC X(08).
          05 WS-RSP-SECUENCIA     PIC X(03).
          05 WS-RSP-TICKET        PIC X(10).
          05 WS-RSP-NRO-PROBLEMA  PIC X(07).
          05 FILLER               PIC X(34).

      *---------------------------------------------------------------*
      * REGISTRO DE INTERFAZ HACIA LA MESA DE AYUDA: TIPO 'A'         *
      * (APERTURA) O 'C' (CIERRE, CON EL TICKET Y LA NOTA DE          *
      * RESOLUCION). NRO-PROBLEMA: LOS 7 DIGITOS DEL PROBLEMA CUANDO  *
      * EL TICKET ES DE UN PROBLEMA, BLANCO SI ES DE UNA OCURRENCIA.  *
      * CAUSA: LA CAUSA RAIZ COMPLETA (60) EN EL CIERRE DE UN         *
      * PROBLEMA, QUE NO ENTRA EN LA NOTA; BLANCO EN LOS DEMAS.       *
      *---------------------------------------------------------------*
       FD  TKT-SAL-FILE
           RECORDING MODE IS F.
          05 WS-SAL-PUNTO         PIC X(30).
          05 WS-SAL-TICKET        PIC X(10).
          05 WS-SAL-NOTA          PIC X(40).
          05 WS-SAL-NRO-PROBLEMA  PIC X(07).
          05 WS-SAL-CAUSA         PIC X(60).

       FD  PRB-VSAM-FILE.
           COPY CPPRBREG.

       FD  PRB-LINK-FILE.
           COPY CPPRBLNK.

       WORKING-STORAGE SECTION.
       77 FILLER               PIC X(26) VALUE '* INICIO WS *'.
       01 WS-SAL-ST            PIC X(02) VALUE '00'.
          88 SAL-OK                      VALUE '00'.

       01 WS-PRB-ST            PIC X(02) VALUE '00'.
          88 PRB-OK                      VALUE '00'.
          88 PRB-NO-EXISTE               VALUE '35'.

       01 WS-PLK-ST            PIC X(02) VALUE '00'.
          88 PLK-OK                      VALUE '00'.
          88 PLK-NO-EXISTE               VALUE '35'.

       01 WS-FIN-ARCHIVO       PIC X(01) VALUE 'N'.
          88 FIN-ARCHIVO                 VALUE 'S'.

          88 VSAM-ABIERTO                VALUE 'S'.
       01 WS-SAL-ABIERTO       PIC X(01) VALUE 'N'.
          88 SAL-ABIERTO                 VALUE 'S'.
       01 WS-PRB-ABIERTO       PIC X(01) VALUE 'N'.
          88 PRB-ARCH-ABIERTO            VALUE 'S'.
       01 WS-PLK-ABIERTO       PIC X(01) VALUE 'N'.
          88 PLK-ARCH-ABIERTO            VALUE 'S'.

       01 WS-FIN-VINCULOS      PIC X(01) VALUE 'S'.
          88 FIN-VINCULOS                VALUE 'S'.
       01 WS-FIN-PROBLEMAS     PIC X(01) VALUE 'N'.
          88 FIN-PROBLEMAS               VALUE 'S'.

      *---------------------------------------------------------------*
      * CLAVE DE OCURRENCIA DEL VINCULO 'O' EN CURSO (MERGE CON LA    *
      * PASADA 2)                                                     *
      *---------------------------------------------------------------*
       01 WS-VIN-ACTUAL        PIC X(29) VALUE SPACES.

       01 WS-PRB-CTL-CLAVE     PIC X(10) VALUE 'PRB0000000'.

      *---------------------------------------------------------------*
      * CODIGO DEL PROBLEMA DE CRITERIO 'C' ('S' + SQLCODE CON SIGNO  *
      * SEPARADO, O 'F' + FILE STATUS) PASADO A LOS CAMPOS DE SALIDA  *
      *---------------------------------------------------------------*
       01 WS-SQL-SEP-G.
          05 WS-SQL-SEP        PIC S9(09) SIGN IS TRAILING SEPARATE.
       01 WS-CANTIDAD-ED       PIC ZZZZ9.

      *---------------------------------------------------------------*
      * UMBRAL DE SEVERIDAD PARA ABRIR TICKET (VER PARM). EL DEFECTO  *
      *---------------------------------------------------------------*
       01 WS-SEV-UMBRAL        PIC X(01) VALUE 'C'.

       01 WS-SEV-EVALUAR       PIC X(01) VALUE SPACE.
       01 WS-DENTRO-UMBRAL     PIC X(01) VALUE 'N'.
          88 DENTRO-UMBRAL               VALUE 'S'.

       01 WS-CONT-APERTURAS    PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-CIERRES      PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-ESPERAN-TKT  PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-EN-PROBLEMA  PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-RSP-PROBLEMA PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-PROBLEMAS    PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-PRB-APERTURA PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-PRB-CIERRE   PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-PRB-ESPERAN  PIC 9(09) COMP VALUE ZEROS.

       77 FILLER               PIC X(26) VALUE '* FINAL  WS *'.

              PERFORM 2000-APLICAR-RESPUESTAS
              PERFORM 3000-EMITIR-PEDIDOS
           END-IF
           IF NOT HUBO-ERROR
              AND PRB-ARCH-ABIERTO
              PERFORM 4000-EMITIR-PROBLEMAS
           END-IF
           PERFORM 8000-IMPRIMIR-RESUMEN
           PERFORM 9000-I-CIERRE THRU 9000-F-CIERRE
           .
                 MOVE 'S' TO WS-HUBO-ERROR
              END-IF
           END-IF

           IF NOT HUBO-ERROR
              OPEN I-O PRB-VSAM-FILE
              EVALUATE TRUE
              WHEN PRB-OK
                   MOVE 'S' TO WS-PRB-ABIERTO
              WHEN PRB-NO-EXISTE
                   DISPLAY 'PGMERRTKT: SIN DD PRBVSAM - SOLO TICKETS '
                           'POR OCURRENCIA'
              WHEN OTHER
                   DISPLAY 'PGMERRTKT: NO SE PUDO ABRIR PRBVSAM - '
                           'STATUS ' WS-PRB-ST
                   MOVE 'S' TO WS-HUBO-ERROR
              END-EVALUATE
           END-IF

           IF NOT HUBO-ERROR
              OPEN INPUT PRB-LINK-FILE
              EVALUATE TRUE
              WHEN PLK-OK
                   MOVE 'S' TO WS-PLK-ABIERTO
              WHEN PLK-NO-EXISTE
                   CONTINUE
              WHEN OTHER
                   DISPLAY 'PGMERRTKT: NO SE PUDO ABRIR PRBLINK - '
                           'STATUS ' WS-PLK-ST
                   MOVE 'S' TO WS-HUBO-ERROR
              END-EVALUATE
           END-IF
           .
       1000-F-INICIO.
           EXIT.
                 MOVE 'S' TO WS-FIN-ARCHIVO
              NOT AT END
                 ADD 1 TO WS-CONT-RSP-LEIDAS
                 IF WS-RSP-NRO-PROBLEMA = SPACES
                    PERFORM 2200-ESTAMPAR-TICKET
                 ELSE
                    PERFORM 2300-ESTAMPAR-PROBLEMA
                 END-IF
           END-READ
           EXIT PARAGRAPH.

           END-READ
           EXIT PARAGRAPH.

      *****************************************************************
      *   RESPUESTA A LA APERTURA DE UN PROBLEMA: EL TICKET VA AL     *
      *   REGISTRO DE PROBLEMA, NO A LA OCURRENCIA REPRESENTANTE      *
      *****************************************************************
       2300-ESTAMPAR-PROBLEMA.

           IF NOT PRB-ARCH-ABIERTO
              ADD 1 TO WS-CONT-RSP-SIN-OCU
           ELSE
              STRING 'PRB' WS-RSP-NRO-PROBLEMA
                 DELIMITED BY SIZE
                 INTO WS-PRB-ID
              END-STRING
              READ PRB-VSAM-FILE
                 INVALID KEY
                    ADD 1 TO WS-CONT-RSP-SIN-OCU
                 NOT INVALID KEY
                    MOVE WS-RSP-TICKET TO WS-PRB-TICKET
                    MOVE 'A'           TO WS-PRB-TKT-ESTADO
                    REWRITE WS-PRB-REC
                    IF PRB-OK
                       ADD 1 TO WS-CONT-RSP-PROBLEMA
                    ELSE
                       DISPLAY 'PGMERRTKT: FALLO REWRITE PRBVSAM - '
                               'STATUS ' WS-PRB-ST
                       MOVE 'S' TO WS-HUBO-ERROR
                       MOVE 'S' TO WS-FIN-ARCHIVO
                    END-IF
              END-READ
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   PASADA 2: BARRER EL CLUSTER Y EMITIR APERTURAS Y CIERRES    *
      *****************************************************************
                 MOVE 'S' TO WS-FIN-CLUSTER
           END-START

           MOVE 'S' TO WS-FIN-VINCULOS
           IF PLK-ARCH-ABIERTO
              MOVE 'N' TO WS-FIN-VINCULOS
              MOVE LOW-VALUES TO WS-PLK-CLAVE
              MOVE 'O'        TO WS-PLK-TIPO
              START PRB-LINK-FILE KEY NOT < WS-PLK-CLAVE
                 INVALID KEY
                    MOVE 'S' TO WS-FIN-VINCULOS
              END-START
              IF NOT FIN-VINCULOS
                 PERFORM 3050-LEER-VINCULO
              END-IF
           END-IF

           PERFORM 3100-EVALUAR-REGISTRO
                   UNTIL FIN-CLUSTER
           EXIT PARAGRAPH.
                 MOVE 'S' TO WS-FIN-CLUSTER
              NOT AT END
                 ADD 1 TO WS-CONT-REGISTROS
                 PERFORM 3050-LEER-VINCULO
                         UNTIL FIN-VINCULOS
                            OR WS-VIN-ACTUAL >= WS-VSAM-CLAVE
                 EVALUATE TRUE
      *---------------------------------------------------------------*
      * LATIDO DE PRUEBA DE LA RUTA DE ALERTAS (SEVERIDAD 'T', VER    *
      * CPERROR): NO ES UN ERROR, NUNCA ABRE TICKET                   *
      *---------------------------------------------------------------*
                 WHEN WS-VSAM-SEVERIDAD = 'T'
                      CONTINUE
                 WHEN VSAM-EST-NUEVO
                      AND VSAM-TKT-SIN-PEDIDO
                      AND NOT FIN-VINCULOS
                      AND WS-VIN-ACTUAL = WS-VSAM-CLAVE
      *---------------------------------------------------------------*
      * PERTENECE A UN PROBLEMA: EL TICKET ES EL DEL PROBLEMA         *
      *---------------------------------------------------------------*
                      ADD 1 TO WS-CONT-EN-PROBLEMA
                 WHEN VSAM-EST-NUEVO
                      AND VSAM-TKT-SIN-PEDIDO
                      MOVE WS-VSAM-SEVERIDAD TO WS-SEV-EVALUAR
                      PERFORM 3200-EVALUAR-UMBRAL
                      IF DENTRO-UMBRAL
                         PERFORM 3300-EMITIR-APERTURA
           END-READ
           EXIT PARAGRAPH.

       3050-LEER-VINCULO.

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

      *****************************************************************
      *   LA SEVERIDAD DE LA OCURRENCIA ALCANZA EL UMBRAL DEL PARM?   *
      *   'C' SOLO CRITICAS / 'F' FATALES Y CRITICAS / 'W' TODAS.     *
      *   UNA SEVERIDAD EN BLANCO (REGISTROS VIEJOS) CUENTA COMO      *
      *   FATAL, EL DEFECTO HISTORICO DE CPERROR. SE EVALUA LA        *
      *   SEVERIDAD CARGADA EN WS-SEV-EVALUAR (OCURRENCIA O PROBLEMA).*
      *****************************************************************
       3200-EVALUAR-UMBRAL.

           WHEN 'W'
                MOVE 'S' TO WS-DENTRO-UMBRAL
           WHEN 'F'
                IF WS-SEV-EVALUAR = 'F' OR 'C' OR SPACE
                   MOVE 'S' TO WS-DENTRO-UMBRAL
                END-IF
           WHEN OTHER
                IF WS-SEV-EVALUAR = 'C'
                   MOVE 'S' TO WS-DENTRO-UMBRAL
                END-IF
           END-EVALUATE
           MOVE WS-VSAM-FILE-STATUS TO WS-SAL-FILE-STATUS
           MOVE WS-VSAM-SQLCODE     TO WS-SAL-SQLCODE
           MOVE WS-VSAM-PUNTO       TO WS-SAL-PUNTO
           MOVE SPACES              TO WS-SAL-NRO-PROBLEMA
           MOVE SPACES              TO WS-SAL-CAUSA
           EXIT PARAGRAPH.

      *****************************************************************
      *   PASADA 3: UN TICKET POR PROBLEMA. APERTURA PARA LOS         *
      *   ABIERTOS SIN PEDIDO DENTRO DEL UMBRAL; CIERRE CON LA CAUSA  *
      *   RAIZ PARA LOS RESUELTOS CON TICKET ESTAMPADO.               *
      *****************************************************************
       4000-EMITIR-PROBLEMAS.

           MOVE 'N' TO WS-FIN-PROBLEMAS
           MOVE LOW-VALUES TO WS-PRB-ID
           START PRB-VSAM-FILE KEY NOT < WS-PRB-ID
              INVALID KEY
                 MOVE 'S' TO WS-FIN-PROBLEMAS
           END-START

           PERFORM 4100-EVALUAR-PROBLEMA
                   UNTIL FIN-PROBLEMAS
           EXIT PARAGRAPH.

       4100-EVALUAR-PROBLEMA.

           READ PRB-VSAM-FILE NEXT RECORD
              AT END
                 MOVE 'S' TO WS-FIN-PROBLEMAS
              NOT AT END
                 IF WS-PRB-ID NOT = WS-PRB-CTL-CLAVE
                    ADD 1 TO WS-CONT-PROBLEMAS
                    EVALUATE TRUE
                    WHEN PRB-ABIERTO
                         AND PRB-TKT-SIN-PEDIDO
                         MOVE WS-PRB-SEVERIDAD TO WS-SEV-EVALUAR
                         PERFORM 3200-EVALUAR-UMBRAL
                         IF DENTRO-UMBRAL
                            PERFORM 4200-APERTURA-PROBLEMA
                         END-IF
                    WHEN PRB-RESUELTO
                         AND PRB-TKT-ABIERTO
                         PERFORM 4300-CIERRE-PROBLEMA
                    WHEN PRB-RESUELTO
                         AND PRB-TKT-PEDIDO
                         ADD 1 TO WS-CONT-PRB-ESPERAN
                    WHEN OTHER
                         CONTINUE
                    END-EVALUATE
                 END-IF
           END-READ
           EXIT PARAGRAPH.

       4200-APERTURA-PROBLEMA.

           MOVE 'A'                 TO WS-SAL-TIPO
           PERFORM 4500-ARMAR-COMUNES-PRB
           MOVE SPACES              TO WS-SAL-TICKET
           MOVE WS-PRB-CANTIDAD     TO WS-CANTIDAD-ED
           MOVE SPACES              TO WS-SAL-NOTA
           STRING 'PROBLEMA ' WS-PRB-ID ' -' WS-CANTIDAD-ED
                  ' OCURRENCIAS'
              DELIMITED BY SIZE
              INTO WS-SAL-NOTA
           END-STRING
           WRITE WS-TKT-SAL-REC
           IF SAL-OK
              MOVE 'P' TO WS-PRB-TKT-ESTADO
              REWRITE WS-PRB-REC
              IF PRB-OK
                 ADD 1 TO WS-CONT-PRB-APERTURA
              ELSE
                 DISPLAY 'PGMERRTKT: FALLO REWRITE PRBVSAM - '
                         'STATUS ' WS-PRB-ST
                 MOVE 'S' TO WS-HUBO-ERROR
                 MOVE 'S' TO WS-FIN-PROBLEMAS
              END-IF
           ELSE
              DISPLAY 'PGMERRTKT: FALLO WRITE TKTOUT - STATUS '
                      WS-SAL-ST
              MOVE 'S' TO WS-HUBO-ERROR
              MOVE 'S' TO WS-FIN-PROBLEMAS
           END-IF
           EXIT PARAGRAPH.

       4300-CIERRE-PROBLEMA.

           MOVE 'C'                 TO WS-SAL-TIPO
           PERFORM 4500-ARMAR-COMUNES-PRB
           MOVE WS-PRB-TICKET       TO WS-SAL-TICKET
           MOVE SPACES              TO WS-SAL-NOTA
           STRING 'PROBLEMA ' WS-PRB-ID ' RESUELTO'
              DELIMITED BY SIZE
              INTO WS-SAL-NOTA
           END-STRING
           MOVE WS-PRB-CAUSA        TO WS-SAL-CAUSA
           WRITE WS-TKT-SAL-REC
           IF SAL-OK
              MOVE 'C' TO WS-PRB-TKT-ESTADO
              REWRITE WS-PRB-REC
              IF PRB-OK
                 ADD 1 TO WS-CONT-PRB-CIERRE
              ELSE
                 DISPLAY 'PGMERRTKT: FALLO REWRITE PRBVSAM - '
                         'STATUS ' WS-PRB-ST
                 MOVE 'S' TO WS-HUBO-ERROR
                 MOVE 'S' TO WS-FIN-PROBLEMAS
              END-IF
           ELSE
              DISPLAY 'PGMERRTKT: FALLO WRITE TKTOUT - STATUS '
                      WS-SAL-ST
              MOVE 'S' TO WS-HUBO-ERROR
              MOVE 'S' TO WS-FIN-PROBLEMAS
           END-IF
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * CLAVE DE LA OCURRENCIA REPRESENTANTE, SEVERIDAD MAS ALTA, EL  *
      * CODIGO SI EL PROBLEMA ES POR CODIGO, EL VALOR COMPARTIDO COMO *
      * PUNTO Y LOS 7 DIGITOS DEL PROBLEMA                            *
      *---------------------------------------------------------------*
       4500-ARMAR-COMUNES-PRB.

           MOVE WS-PRB-REP-PROGRAMA  TO WS-SAL-PROGRAMA
           MOVE WS-PRB-REP-FECHA     TO WS-SAL-FECHA
           MOVE WS-PRB-REP-HORA      TO WS-SAL-HORA
           MOVE WS-PRB-REP-SECUENCIA TO WS-SAL-SECUENCIA
           MOVE WS-PRB-SEVERIDAD     TO WS-SAL-SEVERIDAD
           MOVE '00'                 TO WS-SAL-FILE-STATUS
           MOVE ZEROS                TO WS-SAL-SQLCODE
           IF PRB-POR-CODIGO
              EVALUATE WS-PRB-VALOR(1:1)
              WHEN 'S'
                   MOVE WS-PRB-VALOR(2:10) TO WS-SQL-SEP-G
                   IF WS-SQL-SEP IS NUMERIC
                      MOVE WS-SQL-SEP TO WS-SAL-SQLCODE
                   END-IF
              WHEN 'F'
                   MOVE WS-PRB-VALOR(2:2) TO WS-SAL-FILE-STATUS
              END-EVALUATE
           END-IF
           MOVE WS-PRB-VALOR         TO WS-SAL-PUNTO
           MOVE WS-PRB-ID(4:7)       TO WS-SAL-NRO-PROBLEMA
           MOVE SPACES               TO WS-SAL-CAUSA
           EXIT PARAGRAPH.

      *****************************************************************
           DISPLAY 'APERTURAS EMITIDAS      : ' WS-CONT-APERTURAS
           DISPLAY 'CIERRES EMITIDOS        : ' WS-CONT-CIERRES
           DISPLAY 'RESUELTAS SIN TICKET AUN: ' WS-CONT-ESPERAN-TKT
           DISPLAY 'NUEVAS EN UN PROBLEMA   : ' WS-CONT-EN-PROBLEMA
           IF PRB-ARCH-ABIERTO
              DISPLAY WS-SEPARADOR-MIN
              DISPLAY 'TICKETS DE PROBLEMA EST.: ' WS-CONT-RSP-PROBLEMA
              DISPLAY 'PROBLEMAS RECORRIDOS    : ' WS-CONT-PROBLEMAS
              DISPLAY 'APERTURAS DE PROBLEMA   : ' WS-CONT-PRB-APERTURA
              DISPLAY 'CIERRES DE PROBLEMA     : ' WS-CONT-PRB-CIERRE
              DISPLAY 'RESUELTOS SIN TICKET AUN: ' WS-CONT-PRB-ESPERAN
           END-IF
           DISPLAY WS-SEPARADOR
           EXIT PARAGRAPH.

           IF SAL-ABIERTO
              CLOSE TKT-SAL-FILE
           END-IF
           IF PRB-ARCH-ABIERTO
              CLOSE PRB-VSAM-FILE
           END-IF
           IF PLK-ARCH-ABIERTO
              CLOSE PRB-LINK-FILE
           END-IF
           IF HUBO-ERROR
              MOVE 8 TO RETURN-CODE
           END-IF
