      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMKNWAPR.

      *****************************************************************
      *   TRANSACCION CICS DE APROBACION DE RECETAS CANDIDATAS A     *
      *   ERROR CONOCIDO (KNWCAND -> KNOWNERR)                       *
      *****************************************************************
      * AUTOR : MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************
      * FUNCION:                                                      *
      *   AL RESOLVER UNA OCURRENCIA EN ERRU (PGMERRUPD), SOPORTE     *
      *   PUEDE PROPONER SU NOTA COMO RECETA PARA EL MISMO PROGRAMA + *
      *   PUNTO + SQLCODE/FILE STATUS; LA PROPUESTA QUEDA PENDIENTE   *
      *   EN EL KSDS KNWCAND (VER CPKNWCAN). CON ESTA PANTALLA        *
      *   (MAPSET KNWAMAPS, MAPA KNWAMAP) UN ADMINISTRADOR RECORRE    *
      *   LAS PENDIENTES Y LAS APRUEBA - TAL CUAL O CORRIGIENDO EL    *
      *   TEXTO (HASTA 60, LA NOTA DE ERRU TIENE 40) Y LA MARCA DE    *
      *   BENIGNO - O LAS RECHAZA. LA APROBADA SE GRABA EN EL ACTO EN *
      *   KNOWNERR Y PGMERROR LA OFRECE DESDE LA PROXIMA OCURRENCIA,  *
      *   SIN EDITAR KNOWNSEQ NI CORRER PGMKNWLD.                     *
      *   TRANSID SUGERIDA: KNWA.                                     *
      *                                                               *
      *   CAMPOS: CLAVE (PROGRAMA, PUNTO, TIPO 'S'/'F', CODIGO EN EL  *
      *   FORMATO DE LA CLAVE DE KNOWNERR), RECETA, BENIGNO (S/N) Y   *
      *   ACCION:                                                     *
      *     'S' SIGUIENTE PENDIENTE (A PARTIR DE LA CLAVE EN          *
      *         PANTALLA; CON LA CLAVE VACIA, LA PRIMERA)             *
      *     'C' CONSULTAR LA CANDIDATA DE LA CLAVE                    *
      *     'A' APROBAR - RECETA Y BENIGNO VACIOS = LOS PROPUESTOS    *
      *     'R' RECHAZAR                                              *
      *   SOLO SE DECIDE SOBRE CANDIDATAS PENDIENTES. UNA RECETA QUE  *
      *   YA EXISTIA EN KNOWNERR PARA LA CLAVE SE REEMPLAZA.          *
      *                                                               *
      *   EL PUNTO DE LA CLAVE ES EL DE ERRVSAM: SI EL PROGRAMA TIENE *
      *   UNA REGLA DE MASKRUL SOBRE EL PUNTO, LLEGA ENMASCARADO Y    *
      *   ASI SE GRABA EN KNOWNERR. PGMERROR BUSCA LA RECETA CON EL   *
      *   PUNTO REAL Y, SI NO LA ENCUENTRA Y LA MASCARA CAMBIO EL     *
      *   PUNTO, REPITE LA BUSQUEDA CON EL ENMASCARADO (VER 2390 EN   *
      *   PGMERROR), ASI QUE LA RECETA APROBADA MATCHEA IGUAL.        *
      *                                                               *
      *   AUTORIZACION: 'A' Y 'R' SE VERIFICAN CONTRA AUTVSAM (VER    *
      *   CPAUTVSM) PARA LA TRANSACCION KNWA: EL ROL DE               *
      *   ADMINISTRACION DE AUTSEQ LLEVA LAS LETRAS 'AR'. 'S' Y 'C'   *
      *   SON LIBRES. UNA DENEGACION SE REGISTRA COMO WARNING VIA     *
      *   PGMERROR (MISMO ESQUEMA QUE PGMDSCMT Y PGMERRUPD).          *
      *                                                               *
      *   AUDITORIA: CADA ALTA O CAMBIO EN KNOWNERR ENCOLA EN AUDQ    *
      *   SU REGISTRO CON IMAGENES ANTES/DESPUES (VER CPAUDREG); LA   *
      *   CANDIDATA QUEDA ESTAMPADA CON QUIEN LA DECIDIO Y CUANDO.    *
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

           COPY KNWAMAP.

      *---------------------------------------------------------------*
      * BYTES DE AID DE 3270 QUE NOS INTERESAN (SIN COPY DFHAID,      *
      * MISMO CRITERIO QUE PGMERRINQ)                                 *
      *---------------------------------------------------------------*
       01 WS-AID-ENTER         PIC X VALUE X'7D'.
       01 WS-AID-PF3           PIC X VALUE X'33'.

       01 WS-RESP              PIC S9(08) COMP.

      *---------------------------------------------------------------*
      * VALOR ESTANDAR DE DFHRESP(NOTFND) (MISMO CRITERIO QUE         *
      * WS-CICS-DUPREC EN PGMERROR: SIN DEPENDER DEL TRADUCTOR CICS)  *
      *---------------------------------------------------------------*
       01 WS-CICS-NOTFND       PIC S9(08) COMP VALUE 13.

      *---------------------------------------------------------------*
      * RECETA CANDIDATA (VER CPKNWCAN) Y RECETA DE KNOWNERR (VER     *
      * CPKNOWN)                                                      *
      *---------------------------------------------------------------*
           COPY CPKNWCAN.

           COPY CPKNOWN.

      *---------------------------------------------------------------*
      * CLAVE PEDIDA EN PANTALLA (PARA 'S': LA CANDIDATA MOSTRADA,    *
      * QUE SE SALTEA AL BUSCAR LA SIGUIENTE)                         *
      *---------------------------------------------------------------*
       01 WS-CLAVE-PEDIDA      PIC X(49) VALUE SPACES.

       01 WS-FIN-BUSQUEDA      PIC X(01) VALUE 'N'.
          88 FIN-BUSQUEDA                VALUE 'S'.
       01 WS-HALLADA           PIC X(01) VALUE 'N'.
          88 CANDIDATA-HALLADA           VALUE 'S'.

      *---------------------------------------------------------------*
      * RECETA Y BENIGNO FINALES DE LA APROBACION (LOS DE PANTALLA SI *
      * SE INFORMARON, SI NO LOS PROPUESTOS)                          *
      *---------------------------------------------------------------*
       01 WS-RESOL-FINAL       PIC X(60) VALUE SPACES.
       01 WS-BENIG-FINAL       PIC X(01) VALUE 'N'.
          88 BENIG-FINAL-VALIDO          VALUE 'S' 'N'.

       01 WS-GRABADA-KNOWN     PIC X(01) VALUE 'N'.
          88 GRABADA-KNOWN               VALUE 'S'.

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
          88 ACCION-APROBAR              VALUE 'A'.
          88 ACCION-RECHAZAR             VALUE 'R'.
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
       01 WS-COMMAREA-INIT     PIC X(01) VALUE 'K'.

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
                   MOVE 'TECLA NO VALIDA - USE ENTER O PF3' TO KMSGO
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

           MOVE LOW-VALUES TO KNWAMAPO
           MOVE 'ACCION S (SIGUIENTE PENDIENTE), C, A O R - ENTER'
              TO KMSGO

           EXEC CICS SEND MAP('KNWAMAP') MAPSET('KNWAMAPS')
                FROM(KNWAMAPO)
                ERASE
           END-EXEC

           EXEC CICS RETURN TRANSID('KNWA')
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

           EXEC CICS RECEIVE MAP('KNWAMAP') MAPSET('KNWAMAPS')
                INTO(KNWAMAPI)
                RESP(WS-RESP)
           END-EXEC

           MOVE SPACES TO WS-CAND-REC
           IF KPROGL > 0
              MOVE KPROGI TO WS-CAND-PROGRAMA
           END-IF
           IF KPUNTOL > 0
              MOVE KPUNTOI TO WS-CAND-PUNTO
           END-IF
           IF KTIPOL > 0
              MOVE KTIPOI TO WS-CAND-TIPO
           END-IF
           IF KCODIGOL > 0
              MOVE KCODIGOI TO WS-CAND-CODIGO
           END-IF
           MOVE WS-CAND-CLAVE TO WS-CLAVE-PEDIDA
           MOVE SPACE TO WS-ACCION
           IF KACCIONL > 0
              MOVE KACCIONI TO WS-ACCION
           END-IF

           EVALUATE TRUE
           WHEN NOT ACCION-VALIDA
                MOVE 'ACCION INVALIDA - USE S, C, A O R' TO KMSGO
           WHEN ACCION-SIGUIENTE
                PERFORM 3500-SIGUIENTE-PENDIENTE
           WHEN WS-CAND-PROGRAMA = SPACES
              OR (WS-CAND-TIPO NOT = 'S' AND WS-CAND-TIPO NOT = 'F')
              OR WS-CAND-CODIGO = SPACES
                MOVE 'INFORMAR PROGRAMA, TIPO (S/F) Y CODIGO' TO KMSGO
           WHEN OTHER
                PERFORM 2100-PREPARAR-AUDITORIA
                PERFORM 2500-VERIFICAR-AUTORIZACION
                IF AUTORIZADO
                   EVALUATE TRUE
                   WHEN ACCION-CONSULTA
                        PERFORM 3000-CONSULTAR
                   WHEN ACCION-APROBAR
                        PERFORM 4000-APROBAR
                   WHEN ACCION-RECHAZAR
                        PERFORM 5000-RECHAZAR
                   END-EVALUATE
                END-IF
           END-EVALUATE

           PERFORM 8000-ENVIAR-Y-RETORNAR
           .
       2000-FIN.
           EXIT.

      *****************************************************************
      *   USUARIO, FECHA Y HORA PARA LA AUDITORIA DE ESTA ACCION      *
      *****************************************************************
       2100-PREPARAR-AUDITORIA.

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
      *   VERIFICAR EN AUTVSAM QUE EL USUARIO PUEDE APROBAR O         *
      *   RECHAZAR (MISMO ESQUEMA QUE PGMDSCMT: GANA LA PRIMERA       *
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
                    TO KMSGO
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
              AND WS-AUTV-TRANSID = 'KNWA'
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
           MOVE 'PGMKNWAPR'     TO WS-ERR-PROGRAMA
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
      *   'C': MOSTRAR LA CANDIDATA DE LA CLAVE PEDIDA                *
      *****************************************************************
       3000-CONSULTAR.

           EXEC CICS READ FILE('KNWCAND')
                INTO(WS-CAND-REC)
                RIDFLD(WS-CAND-CLAVE)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = 0
              PERFORM 3900-MOSTRAR-CANDIDATA
              MOVE 'CANDIDATA ENCONTRADA' TO KMSGO
           ELSE
              MOVE 'NO HAY CANDIDATA PARA ESA CLAVE' TO KMSGO
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   'S': RECORRER KNWCAND DESDE LA CLAVE EN PANTALLA Y MOSTRAR  *
      *   LA PRIMERA CANDIDATA PENDIENTE QUE NO SEA LA MISMA CLAVE    *
      *   (ASI, ENTER SUCESIVOS CON 'S' VAN PASANDO LA COLA)          *
      *****************************************************************
       3500-SIGUIENTE-PENDIENTE.

           MOVE 'N' TO WS-HALLADA
           MOVE 'N' TO WS-FIN-BUSQUEDA
           IF WS-CLAVE-PEDIDA = SPACES
              MOVE LOW-VALUES TO WS-CAND-CLAVE
           END-IF
           EXEC CICS STARTBR FILE('KNWCAND')
                RIDFLD(WS-CAND-CLAVE)
                GTEQ
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = 0
              MOVE 'S' TO WS-FIN-BUSQUEDA
           ELSE
              PERFORM 3510-LEER-CANDIDATA
                      UNTIL FIN-BUSQUEDA
              EXEC CICS ENDBR FILE('KNWCAND') END-EXEC
           END-IF

           IF CANDIDATA-HALLADA
              PERFORM 3900-MOSTRAR-CANDIDATA
              MOVE 'CANDIDATA PENDIENTE - A APRUEBA / R RECHAZA'
                 TO KMSGO
           ELSE
              MOVE 'NO HAY MAS CANDIDATAS PENDIENTES' TO KMSGO
           END-IF
           EXIT PARAGRAPH.

       3510-LEER-CANDIDATA.

           EXEC CICS READNEXT FILE('KNWCAND')
                INTO(WS-CAND-REC)
                RIDFLD(WS-CAND-CLAVE)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = 0
              MOVE 'S' TO WS-FIN-BUSQUEDA
           ELSE
              IF CAND-PENDIENTE
                 AND WS-CAND-CLAVE NOT = WS-CLAVE-PEDIDA
                 MOVE 'S' TO WS-HALLADA
                 MOVE 'S' TO WS-FIN-BUSQUEDA
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   VOLCAR LA CANDIDATA A LA PANTALLA                           *
      *****************************************************************
       3900-MOSTRAR-CANDIDATA.

           MOVE WS-CAND-PROGRAMA   TO KPROGO
           MOVE WS-CAND-PUNTO      TO KPUNTOO
           MOVE WS-CAND-TIPO       TO KTIPOO
           MOVE WS-CAND-CODIGO     TO KCODIGOO
           MOVE WS-CAND-RESOLUCION TO KRESOLO
           MOVE WS-CAND-BENIGNO    TO KBENIGO
           MOVE SPACES             TO KINFOO
           STRING 'PROPUSO ' WS-CAND-PROP-USUARIO
                  ' ' WS-CAND-PROP-FECHA
                  ' ' WS-CAND-PROP-HORA
                  ' ESTADO ' WS-CAND-ESTADO
              DELIMITED BY SIZE
              INTO KINFOO
           END-STRING
           EXIT PARAGRAPH.

      *****************************************************************
      *   'A': APROBAR LA CANDIDATA PENDIENTE. LA RECETA Y EL BENIGNO *
      *   DE PANTALLA, SI SE INFORMARON, REEMPLAZAN A LOS PROPUESTOS. *
      *   SE GRABA KNOWNERR (ALTA, O CAMBIO SI LA CLAVE YA TENIA      *
      *   RECETA) Y RECIEN ENTONCES SE MARCA LA CANDIDATA APROBADA.   *
      *****************************************************************
       4000-APROBAR.

           EXEC CICS READ FILE('KNWCAND')
                INTO(WS-CAND-REC)
                RIDFLD(WS-CAND-CLAVE)
                UPDATE
                RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
           WHEN WS-RESP NOT = 0
                MOVE 'NO HAY CANDIDATA PARA ESA CLAVE' TO KMSGO
           WHEN NOT CAND-PENDIENTE
                EXEC CICS UNLOCK FILE('KNWCAND') END-EXEC
                PERFORM 3900-MOSTRAR-CANDIDATA
                MOVE 'LA CANDIDATA YA FUE DECIDIDA' TO KMSGO
           WHEN OTHER
                PERFORM 4100-TOMAR-VALORES-FINALES
                IF NOT BENIG-FINAL-VALIDO
                   EXEC CICS UNLOCK FILE('KNWCAND') END-EXEC
                   MOVE 'BENIGNO INVALIDO - USE S O N' TO KMSGO
                ELSE
                   PERFORM 4200-GRABAR-KNOWNERR
                   IF GRABADA-KNOWN
                      MOVE WS-RESOL-FINAL  TO WS-CAND-RESOLUCION
                      MOVE WS-BENIG-FINAL  TO WS-CAND-BENIGNO
                      MOVE 'A'             TO WS-CAND-ESTADO
                      PERFORM 4900-ESTAMPAR-Y-REGRABAR
                      PERFORM 3900-MOSTRAR-CANDIDATA
                      MOVE 'APROBADA - RECETA VIGENTE EN KNOWNERR'
                         TO KMSGO
                   ELSE
                      EXEC CICS UNLOCK FILE('KNWCAND') END-EXEC
                      MOVE 'FALLO LA GRABACION EN KNOWNERR' TO KMSGO
                   END-IF
                END-IF
           END-EVALUATE
           EXIT PARAGRAPH.

       4100-TOMAR-VALORES-FINALES.

           MOVE WS-CAND-RESOLUCION TO WS-RESOL-FINAL
           IF KRESOLL > 0 AND KRESOLI NOT = SPACES
              MOVE KRESOLI TO WS-RESOL-FINAL
           END-IF
           MOVE WS-CAND-BENIGNO TO WS-BENIG-FINAL
           IF KBENIGL > 0 AND KBENIGI NOT = SPACE
              MOVE KBENIGI TO WS-BENIG-FINAL
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   GRABAR LA RECETA EN KNOWNERR: SI LA CLAVE YA TIENE RECETA   *
      *   SE REEMPLAZA (IMAGEN ANTES = LA VIGENTE), SI NO SE DA DE    *
      *   ALTA. AUDITADO EN AUDQ.                                     *
      *****************************************************************
       4200-GRABAR-KNOWNERR.

           MOVE 'N' TO WS-GRABADA-KNOWN
           MOVE WS-CAND-CLAVE TO WS-KNOWN-CLAVE
           EXEC CICS READ FILE('KNOWNERR')
                INTO(WS-KNOWN-REC)
                RIDFLD(WS-KNOWN-CLAVE)
                UPDATE
                RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
           WHEN WS-RESP = 0
                MOVE WS-KNOWN-REC    TO WS-AUD-ANTES
                MOVE 'M'             TO WS-AUD-ACCION
                MOVE WS-RESOL-FINAL  TO WS-KNOWN-RESOLUCION
                MOVE WS-BENIG-FINAL  TO WS-KNOWN-BENIGNO
                EXEC CICS REWRITE FILE('KNOWNERR')
                     FROM(WS-KNOWN-REC)
                     RESP(WS-RESP)
                END-EXEC
           WHEN WS-RESP = WS-CICS-NOTFND
                MOVE SPACES          TO WS-AUD-ANTES
                MOVE 'A'             TO WS-AUD-ACCION
                MOVE SPACES          TO WS-KNOWN-REC
                MOVE WS-CAND-CLAVE   TO WS-KNOWN-CLAVE
                MOVE WS-RESOL-FINAL  TO WS-KNOWN-RESOLUCION
                MOVE WS-BENIG-FINAL  TO WS-KNOWN-BENIGNO
                EXEC CICS WRITE FILE('KNOWNERR')
                     FROM(WS-KNOWN-REC)
                     RIDFLD(WS-KNOWN-CLAVE)
                     RESP(WS-RESP)
                END-EXEC
           END-EVALUATE
           IF WS-RESP = 0
              MOVE 'S' TO WS-GRABADA-KNOWN
              PERFORM 7000-AUDITAR
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   ESTAMPAR QUIEN Y CUANDO DECIDIO Y REGRABAR LA CANDIDATA     *
      *   (LEIDA CON UPDATE POR EL LLAMADOR)                          *
      *****************************************************************
       4900-ESTAMPAR-Y-REGRABAR.

           MOVE WS-USUARIO      TO WS-CAND-REV-USUARIO
           MOVE WS-FECHA-ISO    TO WS-CAND-REV-FECHA
           MOVE WS-HORA-EDITADA TO WS-CAND-REV-HORA
           EXEC CICS REWRITE FILE('KNWCAND')
                FROM(WS-CAND-REC)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = 0
              DISPLAY 'PGMKNWAPR: FALLO REWRITE KNWCAND - RESP: '
                      WS-RESP
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   'R': RECHAZAR LA CANDIDATA PENDIENTE (KNOWNERR NO SE TOCA)  *
      *****************************************************************
       5000-RECHAZAR.

           EXEC CICS READ FILE('KNWCAND')
                INTO(WS-CAND-REC)
                RIDFLD(WS-CAND-CLAVE)
                UPDATE
                RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
           WHEN WS-RESP NOT = 0
                MOVE 'NO HAY CANDIDATA PARA ESA CLAVE' TO KMSGO
           WHEN NOT CAND-PENDIENTE
                EXEC CICS UNLOCK FILE('KNWCAND') END-EXEC
                PERFORM 3900-MOSTRAR-CANDIDATA
                MOVE 'LA CANDIDATA YA FUE DECIDIDA' TO KMSGO
           WHEN OTHER
                MOVE 'X' TO WS-CAND-ESTADO
                PERFORM 4900-ESTAMPAR-Y-REGRABAR
                PERFORM 3900-MOSTRAR-CANDIDATA
                MOVE 'CANDIDATA RECHAZADA' TO KMSGO
           END-EVALUATE
           EXIT PARAGRAPH.

      *****************************************************************
      *   ENCOLAR EL REGISTRO DE AUDITORIA DEL CAMBIO EN KNOWNERR EN  *
      *   LA TD QUEUE AUDQ. ACCION E IMAGEN ANTES LAS DEJA 4200.      *
      *****************************************************************
       7000-AUDITAR.

           MOVE WS-FECHA-ISO    TO WS-AUD-FECHA
           MOVE WS-HORA-EDITADA TO WS-AUD-HORA
           MOVE WS-USUARIO      TO WS-AUD-USUARIO
           MOVE 'PGMKNWAP'      TO WS-AUD-ORIGEN
           MOVE 'L'             TO WS-AUD-MEDIO
           MOVE 'KNOWNERR'      TO WS-AUD-TABLA
           MOVE WS-KNOWN-CLAVE  TO WS-AUD-CLAVE
           MOVE WS-KNOWN-REC    TO WS-AUD-DESPUES

           EXEC CICS WRITEQ TD
                QUEUE('AUDQ')
                FROM(WS-AUD-REC)
                LENGTH(LENGTH OF WS-AUD-REC)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = 0
              DISPLAY 'PGMKNWAPR: FALLO WRITEQ TD AUDQ - RESP: '
                      WS-RESP
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   REENVIAR LA PANTALLA Y RETORNAR PSEUDO-CONVERSACIONAL       *
      *****************************************************************
       8000-ENVIAR-Y-RETORNAR.

           EXEC CICS SEND MAP('KNWAMAP') MAPSET('KNWAMAPS')
                FROM(KNWAMAPO)
                DATAONLY
           END-EXEC
           EXEC CICS RETURN TRANSID('KNWA')
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

           EXEC CICS SEND TEXT FROM('REVISION DE RECETAS FINALIZADA')
                ERASE FREEKB
           END-EXEC
           EXEC CICS RETURN END-EXEC
           .
       9000-FIN.
           EXIT.
