      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPRBUPD.

      *****************************************************************
      *   TRANSACCION CICS DE GESTION DE REGISTROS DE PROBLEMA       *
      *   (DUENO, CAUSA RAIZ Y RESOLUCION CONJUNTA DE OCURRENCIAS)   *
      *****************************************************************
      * AUTOR : MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************
      * FUNCION:                                                      *
      *   CUANDO DB2 CAE CON -904 O FALTA UN ARCHIVO COMPARTIDO,      *
      *   CADA PROGRAMA AFECTADO GRABA SU PROPIA OCURRENCIA EN        *
      *   ERRVSAM. PGMPRBCOR (O SOPORTE A MANO DESDE ERRU CON 'L')    *
      *   LAS AGRUPA EN UN REGISTRO DE PROBLEMA (KSDS PRBVSAM, VER    *
      *   CPPRBREG) VIA LOS VINCULOS DE PRBLINK (CPPRBLNK). CON ESTA  *
      *   PANTALLA (MAPSET PRBUMAPS, MAPA PRBUMAP) EL PROBLEMA SE     *
      *   TOMA UNA SOLA VEZ Y SE RESUELVE UNA SOLA VEZ: AL RESOLVERLO *
      *   SE RESUELVEN TODAS SUS OCURRENCIAS ABIERTAS CON LA CAUSA    *
      *   RAIZ COMO NOTA, IGUAL QUE SI SE HUBIERAN CERRADO UNA POR    *
      *   UNA EN ERRU.                                                *
      *   TRANSID SUGERIDA: PRBU.                                     *
      *                                                               *
      *   CAMPOS: PROBLEMA (PRBNNNNNNN), ACCION, DUENO, CAUSA RAIZ;   *
      *   VALOR E INFO SON SOLO DE SALIDA. ACCIONES:                  *
      *     'S' SIGUIENTE PROBLEMA ABIERTO (A PARTIR DEL NUMERO EN    *
      *         PANTALLA; VACIO, EL PRIMERO)                          *
      *     'C' CONSULTAR EL PROBLEMA                                 *
      *     'A' TOMAR/ASIGNAR - AL DUENO INGRESADO O, SI SE DEJA      *
      *         VACIO, AL PROPIO. SI SE INFORMA CAUSA, SE GUARDA      *
      *         (CAUSA PROVISORIA MIENTRAS SE INVESTIGA)              *
      *     'R' RESOLVER - REQUIERE LA CAUSA RAIZ. RESUELVE TODAS LAS *
      *         OCURRENCIAS VINCULADAS QUE SIGAN ABIERTAS; LAS YA     *
      *         RESUELTAS SE RESPETAN                                 *
      *   EL TICKET DE LA MESA DE AYUDA DEL PROBLEMA LO ABRE Y LO     *
      *   CIERRA PGMERRTKT (UNO POR PROBLEMA, NO POR OCURRENCIA).     *
      *                                                               *
      *   AUTORIZACION: 'A' Y 'R' SE VERIFICAN CONTRA AUTVSAM (VER    *
      *   CPAUTVSM) PARA LA TRANSACCION PRBU, MISMO ESQUEMA QUE       *
      *   PGMERRUPD. 'S' Y 'C' SON LIBRES. UNA DENEGACION SE          *
      *   REGISTRA COMO WARNING VIA PGMERROR.                         *
      *                                                               *
      *   AUDITORIA: CADA CAMBIO DEL PROBLEMA Y CADA OCURRENCIA       *
      *   RESUELTA POR ARRASTRE ENCOLAN EN AUDQ SU REGISTRO CON       *
      *   IMAGENES ANTES/DESPUES (VER CPAUDREG).                      *
      *****************************************************************

      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       WORKING-STORAGE SECTION.
       77 FILLER               PIC X(26) VALUE '* INICIO WS *'.

           COPY PRBUMAP.

      *---------------------------------------------------------------*
      * BYTES DE AID DE 3270 QUE NOS INTERESAN (SIN COPY DFHAID,      *
      * MISMO CRITERIO QUE PGMERRINQ)                                 *
      *---------------------------------------------------------------*
       01 WS-AID-ENTER         PIC X VALUE X'7D'.
       01 WS-AID-PF3           PIC X VALUE X'33'.

       01 WS-RESP              PIC S9(08) COMP.
      *---------------------------------------------------------------*
      * RESP PROPIO DE LA AUDITORIA: UN FALLO DE AUDQ NO DEBE PISAR   *
      * EL RESULTADO DEL REWRITE QUE SE ESTA AUDITANDO                *
      *---------------------------------------------------------------*
       01 WS-RESP-AUD          PIC S9(08) COMP.

      *---------------------------------------------------------------*
      * REGISTRO DE PROBLEMA (VER CPPRBREG), VINCULO (VER CPPRBLNK)   *
      * Y OCURRENCIA DE ERRVSAM (VER CPERRVSM)                        *
      *---------------------------------------------------------------*
           COPY CPPRBREG.

           COPY CPPRBLNK.

           COPY CPERRVSM.

       01 WS-PRB-CTL-CLAVE     PIC X(10) VALUE 'PRB0000000'.
       01 WS-PRB-PEDIDO        PIC X(10) VALUE SPACES.
       01 WS-PRB-ANTES         PIC X(250) VALUE SPACES.

       01 WS-DUENO-PEDIDO      PIC X(08) VALUE SPACES.
       01 WS-CAUSA-PEDIDA      PIC X(60) VALUE SPACES.

       01 WS-FIN-BUSQUEDA      PIC X(01) VALUE 'N'.
          88 FIN-BUSQUEDA                VALUE 'S'.
       01 WS-HALLADO           PIC X(01) VALUE 'N'.
          88 PROBLEMA-HALLADO            VALUE 'S'.

      *---------------------------------------------------------------*
      * CONTEOS DE LA RESOLUCION CONJUNTA                             *
      *---------------------------------------------------------------*
       01 WS-CONT-RESUELTAS    PIC 9(05) VALUE ZEROS.
       01 WS-CONT-YA-RESUELTAS PIC 9(05) VALUE ZEROS.
       01 WS-CONT-SIN-OCU      PIC 9(05) VALUE ZEROS.

      *---------------------------------------------------------------*
      * REGISTRO DE AUDITORIA PARA LA TD QUEUE AUDQ (VER CPAUDREG)    *
      *---------------------------------------------------------------*
           COPY CPAUDREG.

       01 WS-USUARIO           PIC X(08) VALUE SPACES.

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

       01 WS-ACCION            PIC X(01) VALUE SPACE.
          88 ACCION-SIGUIENTE            VALUE 'S'.
          88 ACCION-CONSULTA             VALUE 'C'.
          88 ACCION-ASIGNAR              VALUE 'A'.
          88 ACCION-RESOLVER             VALUE 'R'.
          88 ACCION-LIBRE                VALUE 'S' 'C'.
          88 ACCION-VALIDA               VALUE 'S' 'C' 'A' 'R'.

      *---------------------------------------------------------------*
      * REGISTRO DEL KSDS DE ROLES (VER CPAUTVSM) Y RESULTADO DE LA   *
      * VERIFICACION DE AUTORIZACION                                  *
      *---------------------------------------------------------------*
           COPY CPAUTVSM.

       01 WS-AUTORIZADO        PIC X(01) VALUE 'S'.
          88 AUTORIZADO                  VALUE 'S'.

       01 WS-AUT-RESUELTO      PIC X(01) VALUE 'N'.
          88 AUT-RESUELTO                VALUE 'S'.

      *---------------------------------------------------------------*
      * AUXILIARES DEL MATCH DE MASCARA DE USUARIO (MISMA REGLA QUE   *
      * 1520-COMPARAR-MASCARA DE PGMALERT) Y DEL BARRIDO DE LETRAS    *
      * DE ACCION PERMITIDAS                                          *
      *---------------------------------------------------------------*
       01 WS-MASCARA-MATCH     PIC X(01) VALUE 'N'.
          88 MASCARA-MATCH              VALUE 'S'.
       01 WS-IDX-MASC          PIC 9(02) COMP VALUE ZEROS.
       01 WS-FIN-MASC          PIC X(01) VALUE 'N'.
          88 FIN-MASC                   VALUE 'S'.
       01 WS-IDX-ACC           PIC 9(02) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * BLOQUE DE ERROR PARA REGISTRAR LA DENEGACION VIA PGMERROR     *
      *---------------------------------------------------------------*
           COPY CPERROR.

      *---------------------------------------------------------------*
      * COMMAREA MINIMA: SOLO MARCA QUE EL DIALOGO YA ARRANCO         *
      *---------------------------------------------------------------*
       01 WS-COMMAREA-INIT     PIC X(01) VALUE 'P'.

       77 FILLER               PIC X(26) VALUE '* FINAL  WS *'.

      *---------------------------------------------------------------*
       LINKAGE SECTION.
      *---------------------------------------------------------------*
       01 DFHCOMMAREA          PIC X(01).

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       PRINCIPAL.

           IF EIBCALEN = 0
              PERFORM 1000-PANTALLA-INICIAL
           ELSE
              EVALUATE EIBAID
              WHEN WS-AID-PF3
                   PERFORM 9000-TERMINAR
              WHEN WS-AID-ENTER
                   PERFORM 2000-PROCESAR-ACCION
              WHEN OTHER
                   MOVE 'TECLA NO VALIDA - USE ENTER O PF3' TO PMSGO
                   PERFORM 8000-ENVIAR-Y-RETORNAR
              END-EVALUATE
           END-IF
           .
       FIN-PRINCIPAL.
           GOBACK.

      *****************************************************************
      *              PRIMERA PANTALLA (SIN COMMAREA TODAVIA)          *
      *****************************************************************
       1000-PANTALLA-INICIAL.

           MOVE LOW-VALUES TO PRBUMAPO
           MOVE 'ACCION S (SIGUIENTE ABIERTO), C, A O R - ENTER'
              TO PMSGO

           EXEC CICS SEND MAP('PRBUMAP') MAPSET('PRBUMAPS')
                FROM(PRBUMAPO)
                ERASE
           END-EXEC

           EXEC CICS RETURN TRANSID('PRBU')
                COMMAREA(WS-COMMAREA-INIT)
                LENGTH(LENGTH OF WS-COMMAREA-INIT)
           END-EXEC
           .
       1000-FIN.
           EXIT.

      *****************************************************************
      *   LEER LA PANTALLA, VALIDAR Y DESPACHAR LA ACCION PEDIDA      *
      *****************************************************************
       2000-PROCESAR-ACCION.

           EXEC CICS RECEIVE MAP('PRBUMAP') MAPSET('PRBUMAPS')
                INTO(PRBUMAPI)
                RESP(WS-RESP)
           END-EXEC

           MOVE SPACES TO WS-PRB-PEDIDO
           IF PPROBL > 0
              MOVE PPROBI TO WS-PRB-PEDIDO
           END-IF
           MOVE SPACE TO WS-ACCION
           IF PACCIONL > 0
              MOVE PACCIONI TO WS-ACCION
           END-IF
           MOVE SPACES TO WS-DUENO-PEDIDO
           IF PUSERL > 0
              MOVE PUSERI TO WS-DUENO-PEDIDO
           END-IF
           MOVE SPACES TO WS-CAUSA-PEDIDA
           IF PCAUSAL > 0
              MOVE PCAUSAI TO WS-CAUSA-PEDIDA
           END-IF

           EVALUATE TRUE
           WHEN NOT ACCION-VALIDA
                MOVE 'ACCION INVALIDA - USE S, C, A O R' TO PMSGO
           WHEN ACCION-SIGUIENTE
                PERFORM 3500-SIGUIENTE-ABIERTO
           WHEN WS-PRB-PEDIDO = SPACES
             OR WS-PRB-PEDIDO = WS-PRB-CTL-CLAVE
                MOVE 'INFORMAR EL PROBLEMA (PRBNNNNNNN)' TO PMSGO
           WHEN OTHER
                MOVE WS-PRB-PEDIDO TO WS-PRB-ID
                PERFORM 2100-PREPARAR-ESTAMPA
                PERFORM 2500-VERIFICAR-AUTORIZACION
                IF AUTORIZADO
                   EVALUATE TRUE
                   WHEN ACCION-CONSULTA
                        PERFORM 3000-CONSULTAR
                   WHEN ACCION-ASIGNAR
                        PERFORM 4000-ASIGNAR
                   WHEN ACCION-RESOLVER
                        PERFORM 5000-RESOLVER
                   END-EVALUATE
                END-IF
           END-EVALUATE

           PERFORM 8000-ENVIAR-Y-RETORNAR
           .
       2000-FIN.
           EXIT.

      *****************************************************************
      *   USUARIO, FECHA Y HORA PARA ESTAMPAR EL CAMBIO DE ESTADO     *
      *****************************************************************
       2100-PREPARAR-ESTAMPA.

           EXEC CICS ASSIGN USERID(WS-USUARIO) END-EXEC
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-AAAA '-' WS-CD-MM '-' WS-CD-DD
              DELIMITED BY SIZE
              INTO WS-FECHA-ISO
           END-STRING
           STRING WS-CD-HH ':' WS-CD-MIN ':' WS-CD-SS
              DELIMITED BY SIZE
              INTO WS-HORA-EDITADA
           END-STRING
           EXIT PARAGRAPH.

      *****************************************************************
      *   VERIFICAR EN AUTVSAM QUE EL USUARIO PUEDE ASIGNAR O         *
      *   RESOLVER (MISMO ESQUEMA QUE PGMERRUPD: GANA LA PRIMERA      *
      *   ENTRADA DE LA TRANSACCION CUYA MASCARA MATCHEA EL USUARIO). *
      *   SIN CLUSTER DISPONIBLE NO HAY CONTROL. 'S' Y 'C' SON LIBRES.*
      *****************************************************************
       2500-VERIFICAR-AUTORIZACION.

           MOVE 'S' TO WS-AUTORIZADO
           IF ACCION-LIBRE
              CONTINUE
           ELSE
              PERFORM 2510-BUSCAR-ROL
              IF NOT AUTORIZADO
                 MOVE 'ACCION NO AUTORIZADA PARA SU USUARIO'
                    TO PMSGO
                 PERFORM 2600-REGISTRAR-VIOLACION
              END-IF
           END-IF
           EXIT PARAGRAPH.

       2510-BUSCAR-ROL.

           MOVE 'N' TO WS-AUT-RESUELTO
           MOVE ZEROS TO WS-AUTV-ORDEN
           EXEC CICS STARTBR FILE('AUTVSAM')
                RIDFLD(WS-AUTV-ORDEN)
                GTEQ
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = 0
      *---------------------------------------------------------------*
      * SIN CLUSTER DE ROLES NO HAY CONTROL (MISMA DEGRADACION QUE    *
      * DESC Y ERRU)                                                  *
      *---------------------------------------------------------------*
              CONTINUE
           ELSE
              PERFORM 2520-LEER-ROL
                      UNTIL AUT-RESUELTO
                         OR WS-RESP NOT = 0
              EXEC CICS ENDBR FILE('AUTVSAM') END-EXEC
              IF NOT AUT-RESUELTO
                 MOVE 'N' TO WS-AUTORIZADO
              END-IF
           END-IF
           EXIT PARAGRAPH.

       2520-LEER-ROL.

           EXEC CICS READNEXT FILE('AUTVSAM')
                INTO(WS-AUTV-REC)
                RIDFLD(WS-AUTV-ORDEN)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = 0
              AND WS-AUTV-TRANSID = 'PRBU'
              PERFORM 2530-COMPARAR-MASCARA
              IF MASCARA-MATCH
                 MOVE 'S' TO WS-AUT-RESUELTO
                 PERFORM 2540-VERIFICAR-ACCION
              END-IF
           END-IF
           EXIT PARAGRAPH.

       2530-COMPARAR-MASCARA.

           MOVE 'S' TO WS-MASCARA-MATCH
           MOVE 'N' TO WS-FIN-MASC
           PERFORM VARYING WS-IDX-MASC FROM 1 BY 1
                   UNTIL WS-IDX-MASC > 8 OR FIN-MASC
              EVALUATE TRUE
              WHEN WS-AUTV-MASCARA(WS-IDX-MASC:1) = '*'
                   MOVE 'S' TO WS-FIN-MASC
              WHEN WS-AUTV-MASCARA(WS-IDX-MASC:1)
                      NOT = WS-USUARIO(WS-IDX-MASC:1)
                   MOVE 'N' TO WS-MASCARA-MATCH
                   MOVE 'S' TO WS-FIN-MASC
              END-EVALUATE
           END-PERFORM
           EXIT PARAGRAPH.

       2540-VERIFICAR-ACCION.

           MOVE 'N' TO WS-AUTORIZADO
           PERFORM VARYING WS-IDX-ACC FROM 1 BY 1
                   UNTIL WS-IDX-ACC > 8
                      OR AUTORIZADO
              IF WS-AUTV-ACCIONES(WS-IDX-ACC:1) = WS-ACCION
                 MOVE 'S' TO WS-AUTORIZADO
              END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *****************************************************************
      *   REGISTRAR LA DENEGACION VIA PGMERROR COMO WARNING: QUEDA    *
      *   EN EL HISTORICO CON USUARIO, TRANSACCION Y ACCION, SIN      *
      *   CANCELAR LA TAREA                                           *
      *****************************************************************
       2600-REGISTRAR-VIOLACION.

           INITIALIZE WS-ERROR
           MOVE 'PGMPRBUPD'     TO WS-ERR-PROGRAMA
           MOVE SPACES          TO WS-ERR-PUNTO
      *---------------------------------------------------------------*
      * TEXTO CORTO A PROPOSITO: WS-ERR-PUNTO MIDE 30 Y LA LETRA DE   *
      * ACCION DENEGADA TIENE QUE ENTRAR (13 + 8 + 5 + 1 = 27)        *
      *---------------------------------------------------------------*
           STRING 'AUT DENEGADA ' WS-USUARIO
                  ' ACC ' WS-ACCION
              DELIMITED BY SIZE
              INTO WS-ERR-PUNTO
           END-STRING
           MOVE 'REVISAR AUTVSAM' TO WS-ERR-ACCION
           MOVE 'CICS '         TO WS-ERR-ENTORNO
           MOVE 'W'             TO WS-ERR-SEVERIDAD
           MOVE EIBTRNID        TO WS-ERR-TRANSID
           MOVE EIBTRMID        TO WS-ERR-TERMID
           MOVE EIBTASKN        TO WS-ERR-TASKN
           CALL 'PGMERROR' USING WS-ERROR
           EXIT PARAGRAPH.

      *****************************************************************
      *   'C': MOSTRAR EL PROBLEMA PEDIDO                             *
      *****************************************************************
       3000-CONSULTAR.

           EXEC CICS READ FILE('PRBVSAM')
                INTO(WS-PRB-REC)
                RIDFLD(WS-PRB-ID)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = 0
              PERFORM 3900-MOSTRAR-PROBLEMA
              MOVE 'PROBLEMA ENCONTRADO' TO PMSGO
           ELSE
              MOVE 'PROBLEMA NO ENCONTRADO' TO PMSGO
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   'S': RECORRER PRBVSAM DESDE EL NUMERO EN PANTALLA Y MOSTRAR *
      *   EL PRIMER PROBLEMA ABIERTO QUE NO SEA EL MISMO (ENTER       *
      *   SUCESIVOS CON 'S' VAN PASANDO LA COLA). EL REGISTRO DE      *
      *   CONTROL SE SALTEA.                                          *
      *****************************************************************
       3500-SIGUIENTE-ABIERTO.

           MOVE 'N' TO WS-HALLADO
           MOVE 'N' TO WS-FIN-BUSQUEDA
           MOVE WS-PRB-PEDIDO TO WS-PRB-ID
           IF WS-PRB-PEDIDO = SPACES
              MOVE LOW-VALUES TO WS-PRB-ID
           END-IF
           EXEC CICS STARTBR FILE('PRBVSAM')
                RIDFLD(WS-PRB-ID)
                GTEQ
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = 0
              MOVE 'S' TO WS-FIN-BUSQUEDA
           ELSE
              PERFORM 3510-LEER-PROBLEMA
                      UNTIL FIN-BUSQUEDA
              EXEC CICS ENDBR FILE('PRBVSAM') END-EXEC
           END-IF

           IF PROBLEMA-HALLADO
              PERFORM 3900-MOSTRAR-PROBLEMA
              MOVE 'PROBLEMA ABIERTO - A ASIGNA / R RESUELVE'
                 TO PMSGO
           ELSE
              MOVE 'NO HAY MAS PROBLEMAS ABIERTOS' TO PMSGO
           END-IF
           EXIT PARAGRAPH.

       3510-LEER-PROBLEMA.

           EXEC CICS READNEXT FILE('PRBVSAM')
                INTO(WS-PRB-REC)
                RIDFLD(WS-PRB-ID)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = 0
              MOVE 'S' TO WS-FIN-BUSQUEDA
           ELSE
              IF PRB-ABIERTO
                 AND WS-PRB-ID NOT = WS-PRB-CTL-CLAVE
                 AND WS-PRB-ID NOT = WS-PRB-PEDIDO
                 MOVE 'S' TO WS-HALLADO
                 MOVE 'S' TO WS-FIN-BUSQUEDA
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   VOLCAR EL PROBLEMA A LA PANTALLA                            *
      *****************************************************************
       3900-MOSTRAR-PROBLEMA.

           MOVE WS-PRB-ID          TO PPROBO
           MOVE WS-PRB-DUENO       TO PUSERO
           MOVE WS-PRB-CAUSA       TO PCAUSAO
           MOVE WS-PRB-VALOR       TO PVALORO
           MOVE SPACES             TO PINFOO
           STRING 'EST ' WS-PRB-ESTADO
                  ' CRIT ' WS-PRB-CRITERIO
                  ' SEV ' WS-PRB-SEVERIDAD
                  ' OCU ' WS-PRB-CANTIDAD
                  ' ULT ' WS-PRB-ULT-FECHA
                  ' TKT ' WS-PRB-TICKET
              DELIMITED BY SIZE
              INTO PINFOO
           END-STRING
           EXIT PARAGRAPH.

      *****************************************************************
      *   'A': TOMAR/ASIGNAR EL PROBLEMA. SE PERMITE REASIGNAR (PASE  *
      *   DE TURNO). UNA CAUSA INFORMADA QUEDA COMO PROVISORIA.       *
      *****************************************************************
       4000-ASIGNAR.

           EXEC CICS READ FILE('PRBVSAM')
                INTO(WS-PRB-REC)
                RIDFLD(WS-PRB-ID)
                UPDATE
                RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
           WHEN WS-RESP NOT = 0
                MOVE 'PROBLEMA NO ENCONTRADO' TO PMSGO
           WHEN PRB-RESUELTO
                EXEC CICS UNLOCK FILE('PRBVSAM') END-EXEC
                PERFORM 3900-MOSTRAR-PROBLEMA
                MOVE 'YA RESUELTO - NADA QUE ASIGNAR' TO PMSGO
           WHEN OTHER
                MOVE WS-PRB-REC TO WS-PRB-ANTES
                IF WS-DUENO-PEDIDO = SPACES
                   MOVE WS-USUARIO TO WS-DUENO-PEDIDO
                END-IF
                MOVE WS-DUENO-PEDIDO TO WS-PRB-DUENO
                IF WS-CAUSA-PEDIDA NOT = SPACES
                   MOVE WS-CAUSA-PEDIDA TO WS-PRB-CAUSA
                END-IF
                PERFORM 4900-ESTAMPAR-Y-REGRABAR
                IF WS-RESP = 0
                   PERFORM 3900-MOSTRAR-PROBLEMA
                   STRING 'ASIGNADO A ' WS-PRB-DUENO
                      DELIMITED BY SIZE
                      INTO PMSGO
                   END-STRING
                ELSE
                   MOVE 'FALLO EL REWRITE DE PRBVSAM' TO PMSGO
                END-IF
           END-EVALUATE
           EXIT PARAGRAPH.

      *****************************************************************
      *   ESTAMPAR QUIEN Y CUANDO CAMBIO EL PROBLEMA, REGRABARLO      *
      *   (LEIDO CON UPDATE POR EL LLAMADOR) Y AUDITARLO              *
      *****************************************************************
       4900-ESTAMPAR-Y-REGRABAR.

           MOVE WS-USUARIO      TO WS-PRB-EST-USUARIO
           MOVE WS-FECHA-ISO    TO WS-PRB-EST-FECHA
           MOVE WS-HORA-EDITADA TO WS-PRB-EST-HORA
           EXEC CICS REWRITE FILE('PRBVSAM')
                FROM(WS-PRB-REC)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = 0
              PERFORM 7000-AUDITAR-PROBLEMA
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   'R': RESOLVER EL PROBLEMA CON SU CAUSA RAIZ Y, DESPUES,     *
      *   TODAS LAS OCURRENCIAS VINCULADAS QUE SIGAN ABIERTAS         *
      *****************************************************************
       5000-RESOLVER.

           IF WS-CAUSA-PEDIDA = SPACES
              MOVE 'INFORMAR LA CAUSA RAIZ' TO PMSGO
           ELSE
              EXEC CICS READ FILE('PRBVSAM')
                   INTO(WS-PRB-REC)
                   RIDFLD(WS-PRB-ID)
                   UPDATE
                   RESP(WS-RESP)
              END-EXEC
              EVALUATE TRUE
              WHEN WS-RESP NOT = 0
                   MOVE 'PROBLEMA NO ENCONTRADO' TO PMSGO
              WHEN PRB-RESUELTO
                   EXEC CICS UNLOCK FILE('PRBVSAM') END-EXEC
                   PERFORM 3900-MOSTRAR-PROBLEMA
                   MOVE 'EL PROBLEMA YA ESTA RESUELTO' TO PMSGO
              WHEN OTHER
                   MOVE WS-PRB-REC      TO WS-PRB-ANTES
                   MOVE 'R'             TO WS-PRB-ESTADO
                   MOVE WS-CAUSA-PEDIDA TO WS-PRB-CAUSA
                   IF WS-PRB-DUENO = SPACES
                      MOVE WS-USUARIO TO WS-PRB-DUENO
                   END-IF
                   PERFORM 4900-ESTAMPAR-Y-REGRABAR
                   IF WS-RESP = 0
                      PERFORM 5100-RESOLVER-OCURRENCIAS
                      PERFORM 3900-MOSTRAR-PROBLEMA
                      STRING 'RESUELTO - ' WS-CONT-RESUELTAS
                             ' OCURRENCIAS CERRADAS, '
                             WS-CONT-YA-RESUELTAS ' YA LO ESTABAN'
                         DELIMITED BY SIZE
                         INTO PMSGO
                      END-STRING
                   ELSE
                      MOVE 'FALLO EL REWRITE DE PRBVSAM' TO PMSGO
                   END-IF
              END-EVALUATE
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   RECORRER LOS VINCULOS 'P' DEL PROBLEMA (CONTIGUOS EN        *
      *   PRBLINK) Y RESOLVER CADA OCURRENCIA                         *
      *****************************************************************
       5100-RESOLVER-OCURRENCIAS.

           MOVE ZEROS TO WS-CONT-RESUELTAS
           MOVE ZEROS TO WS-CONT-YA-RESUELTAS
           MOVE ZEROS TO WS-CONT-SIN-OCU
           MOVE 'N'   TO WS-FIN-BUSQUEDA
           MOVE LOW-VALUES TO WS-PLK-CLAVE
           MOVE 'P'        TO WS-PLK-TIPO
           MOVE WS-PRB-ID  TO WS-PLK-P-PROBLEMA
           EXEC CICS STARTBR FILE('PRBLINK')
                RIDFLD(WS-PLK-CLAVE)
                GTEQ
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = 0
              PERFORM 5200-LEER-VINCULO
                      UNTIL FIN-BUSQUEDA
              EXEC CICS ENDBR FILE('PRBLINK') END-EXEC
           END-IF
           EXIT PARAGRAPH.

       5200-LEER-VINCULO.

           EXEC CICS READNEXT FILE('PRBLINK')
                INTO(WS-PLK-REC)
                RIDFLD(WS-PLK-CLAVE)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = 0
              OR NOT PLK-POR-PROBLEMA
              OR WS-PLK-P-PROBLEMA NOT = WS-PRB-ID
              MOVE 'S' TO WS-FIN-BUSQUEDA
           ELSE
              PERFORM 5300-RESOLVER-OCURRENCIA
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   RESOLVER UNA OCURRENCIA VINCULADA: MISMO ESTAMPADO QUE 'R'  *
      *   EN ERRU, CON EL PROBLEMA Y EL COMIENZO DE LA CAUSA RAIZ     *
      *   COMO NOTA (LA NOTA MIDE 40). UNA OCURRENCIA YA DEPURADA POR *
      *   PGMERRPRG SE CUENTA Y SE SIGUE.                             *
      *****************************************************************
       5300-RESOLVER-OCURRENCIA.

           MOVE WS-PLK-P-OCURRENCIA TO WS-VSAM-CLAVE
           EXEC CICS READ FILE('ERRVSAM')
                INTO(WS-ERR-VSAM-REC)
                RIDFLD(WS-VSAM-CLAVE)
                UPDATE
                RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
           WHEN WS-RESP NOT = 0
                ADD 1 TO WS-CONT-SIN-OCU
           WHEN VSAM-EST-RESUELTO
                EXEC CICS UNLOCK FILE('ERRVSAM') END-EXEC
                ADD 1 TO WS-CONT-YA-RESUELTAS
           WHEN OTHER
                MOVE WS-ERR-VSAM-REC TO WS-AUD-ANTES
                MOVE 'R'             TO WS-VSAM-ESTADO
                MOVE WS-USUARIO      TO WS-VSAM-EST-USUARIO
                MOVE WS-FECHA-ISO    TO WS-VSAM-EST-FECHA
                MOVE WS-HORA-EDITADA TO WS-VSAM-EST-HORA
                MOVE SPACES          TO WS-VSAM-EST-NOTA
                STRING WS-PRB-ID ' ' WS-PRB-CAUSA
                   DELIMITED BY SIZE
                   INTO WS-VSAM-EST-NOTA
                END-STRING
                EXEC CICS REWRITE FILE('ERRVSAM')
                     FROM(WS-ERR-VSAM-REC)
                     RESP(WS-RESP)
                END-EXEC
                IF WS-RESP = 0
                   ADD 1 TO WS-CONT-RESUELTAS
                   PERFORM 7100-AUDITAR-OCURRENCIA
                ELSE
                   DISPLAY 'PGMPRBUPD: FALLO REWRITE ERRVSAM - RESP: '
                           WS-RESP
                END-IF
           END-EVALUATE
      *---------------------------------------------------------------*
      * EL RESP DE LA OCURRENCIA NO CORTA EL RECORRIDO DE VINCULOS    *
      *---------------------------------------------------------------*
           MOVE 0 TO WS-RESP
           EXIT PARAGRAPH.

      *****************************************************************
      *   ENCOLAR EL CAMBIO DEL PROBLEMA EN LA TD QUEUE AUDQ. LA      *
      *   IMAGEN ANTES LA DEJA LA ACCION AL LEER CON UPDATE. LAS      *
      *   IMAGENES DE AUDQ MIDEN 200: DEL REGISTRO DE 250 QUEDA       *
      *   AFUERA EL FINAL DE LA ULTIMA ESTAMPA.                       *
      *****************************************************************
       7000-AUDITAR-PROBLEMA.

           MOVE 'PRBVSAM'       TO WS-AUD-TABLA
           MOVE WS-PRB-ID       TO WS-AUD-CLAVE
           MOVE WS-PRB-ANTES    TO WS-AUD-ANTES
           MOVE WS-PRB-REC      TO WS-AUD-DESPUES
           PERFORM 7900-ENCOLAR-AUDITORIA
           EXIT PARAGRAPH.

      *****************************************************************
      *   ENCOLAR LA RESOLUCION POR ARRASTRE DE UNA OCURRENCIA (MISMO *
      *   REGISTRO QUE DEJA 7000-AUDITAR DE PGMERRUPD)                *
      *****************************************************************
       7100-AUDITAR-OCURRENCIA.

           MOVE 'ERRVSAM'       TO WS-AUD-TABLA
           MOVE WS-VSAM-CLAVE   TO WS-AUD-CLAVE
           MOVE WS-ERR-VSAM-REC TO WS-AUD-DESPUES
           PERFORM 7900-ENCOLAR-AUDITORIA
           EXIT PARAGRAPH.

       7900-ENCOLAR-AUDITORIA.

           MOVE WS-FECHA-ISO    TO WS-AUD-FECHA
           MOVE WS-HORA-EDITADA TO WS-AUD-HORA
           MOVE WS-USUARIO      TO WS-AUD-USUARIO
           MOVE 'PGMPRBUP'      TO WS-AUD-ORIGEN
           MOVE 'L'             TO WS-AUD-MEDIO
           MOVE 'M'             TO WS-AUD-ACCION

           EXEC CICS WRITEQ TD
                QUEUE('AUDQ')
                FROM(WS-AUD-REC)
                LENGTH(LENGTH OF WS-AUD-REC)
                RESP(WS-RESP-AUD)
           END-EXEC
           IF WS-RESP-AUD NOT = 0
              DISPLAY 'PGMPRBUPD: FALLO WRITEQ TD AUDQ - RESP: '
                      WS-RESP-AUD
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   REENVIAR LA PANTALLA Y RETORNAR PSEUDO-CONVERSACIONAL       *
      *****************************************************************
       8000-ENVIAR-Y-RETORNAR.

           EXEC CICS SEND MAP('PRBUMAP') MAPSET('PRBUMAPS')
                FROM(PRBUMAPO)
                DATAONLY
           END-EXEC
           EXEC CICS RETURN TRANSID('PRBU')
                COMMAREA(WS-COMMAREA-INIT)
                LENGTH(LENGTH OF WS-COMMAREA-INIT)
           END-EXEC
           .
       8000-FIN.
           EXIT.

      *****************************************************************
      *              PF3: TERMINAR LA TRANSACCION                     *
      *****************************************************************
       9000-TERMINAR.

           EXEC CICS SEND TEXT FROM('GESTION DE PROBLEMAS FINALIZADA')
                ERASE FREEKB
           END-EXEC
           EXEC CICS RETURN END-EXEC
           .
       9000-FIN.
           EXIT.
