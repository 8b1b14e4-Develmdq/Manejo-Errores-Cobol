      *     'A' TOMAR/ASIGNAR - AL USUARIO INGRESADO O, SI SE DEJA    *
      *         VACIO, AL PROPIO (ASSIGN USERID)                      *
      *     'R' RESOLVER - REQUIERE LA NOTA DE RESOLUCION             *
      *     'L' VINCULAR A UN PROBLEMA - AL INFORMADO EN PROBLEMA     *
      *         (QUE TIENE QUE ESTAR ABIERTO) O, SI SE DEJA VACIO, A  *
      *         UNO NUEVO ABIERTO A MANO A PARTIR DE LA OCURRENCIA,   *
      *         CON EL PROPIO USUARIO COMO DUENO                      *
      *                                                               *
      *   PROBLEMAS: VARIAS OCURRENCIAS CON UNA MISMA CAUSA RAIZ SE   *
      *   AGRUPAN EN UN REGISTRO DE PROBLEMA (KSDS PRBVSAM, VER       *
      *   CPPRBREG), VIA EL KSDS DE VINCULOS PRBLINK (CPPRBLNK). LOS  *
      *   ARMA EL JOB DE CORRELACION PGMPRBCOR Y SE COMPLETAN A MANO  *
      *   CON 'L'; UNA OCURRENCIA PERTENECE A UN SOLO PROBLEMA. LA    *
      *   CONSULTA MUESTRA EL PROBLEMA VINCULADO. EL PROBLEMA SE      *
      *   GESTIONA (DUENO, CAUSA RAIZ, RESOLUCION DE TODAS SUS        *
      *   OCURRENCIAS) CON LA TRANSACCION PRBU (PGMPRBUPD).           *
      *                                                               *
      *   PROPUESTA DE RECETA: AL RESOLVER, CON 'S' EN PROPONER, LA   *
      *   NOTA QUEDA COMO RECETA CANDIDATA PARA PROGRAMA + PUNTO +    *
      *   SQLCODE (O FILE STATUS) DE LA OCURRENCIA, CON LA MARCA DE   *
      *   BENIGNO INDICADA (S/N, VACIO = N), EN EL KSDS KNWCAND (VER  *
      *   CPKNWCAN). UN ADMINISTRADOR LA APRUEBA, EDITA O RECHAZA     *
      *   CON LA TRANSACCION KNWA (PGMKNWAPR); LA APROBADA LLEGA A    *
      *   KNOWNERR SIN EDITAR KNOWNSEQ NI RECARGAR. SI LA PROPUESTA   *
      *   FALLA, LA RESOLUCION QUEDA HECHA IGUAL Y SE AVISA.          *
      *                                                               *
      *   AUTORIZACION: 'A', 'R' Y 'L' SE VERIFICAN CONTRA EL KSDS    *
      *   DE ROLES AUTVSAM (VER CPAUTVSM Y PGMAUTLD) ANTES DE         *
      *   EJECUTARSE; LA CONSULTA ES LIBRE. ASI PRIMER NIVEL PUEDE    *
      *   MIRAR Y ASIGNAR SIN PODER CERRAR INCIDENTES. UNA            *
      *   DENEGACION SE REGISTRA COMO WARNING VIA PGMERROR. SI EL     *
      *   CLUSTER NO ESTA EN LA FCT, LA TRANSACCION SIGUE SIN         *
      *   CONTROL, COMO SIEMPRE.                                      *
      *                                                               *
      *   AUDITORIA: CADA ASIGNACION/RESOLUCION, ADEMAS DEL ESTAMPADO *
      *   EN EL REGISTRO (QUE SOLO GUARDA EL ULTIMO CAMBIO), ENCOLA   *
      *   UN REGISTRO CON LAS IMAGENES ANTES Y DESPUES EN LA TD QUEUE *
      *   AUDQ (VER CPAUDREG), QUE PGMERRDRN DRENA AL HISTORICO       *
      *   PERMANENTE DE CAMBIOS AUDHIST (MISMO ESQUEMA QUE PGMDSCMT). *
      *   CADA VINCULO Y CADA PROBLEMA ABIERTO O ACTUALIZADO DESDE    *
      *   ACA SE AUDITA IGUAL, CON SU TABLA (PRBLINK / PRBVSAM).      *
      *****************************************************************

      *****************************************************************
      *---------------------------------------------------------------*
           COPY CPALRACK.

      *---------------------------------------------------------------*
      * REGISTRO DE AUDITORIA PARA LA TD QUEUE AUDQ (VER CPAUDREG)    *
      *---------------------------------------------------------------*
           COPY CPAUDREG.

      *---------------------------------------------------------------*
      * RECETA CANDIDATA PARA EL KSDS KNWCAND (VER CPKNWCAN) Y        *
      * SQLCODE CON SIGNO SEPARADO PARA ARMAR SU CODIGO EN EL MISMO   *
      * FORMATO QUE LA CLAVE DE KNOWNERR (VER 2300-BUSCAR-CONOCIDO    *
      * DE PGMERROR)                                                  *
      *---------------------------------------------------------------*
           COPY CPKNWCAN.

       01 WS-CAND-NUEVA        PIC X(200) VALUE SPACES.

       01 WS-SQL-SEP-G.
          05 WS-SQL-SEP        PIC S9(09) SIGN IS TRAILING SEPARATE.

      *---------------------------------------------------------------*
      * VALOR ESTANDAR DE DFHRESP(DUPREC) (MISMO CRITERIO QUE         *
      * PGMERROR: SIN DEPENDER DEL TRADUCTOR CICS)                    *
      *---------------------------------------------------------------*
       01 WS-CICS-DUPREC       PIC S9(08) COMP VALUE 14.
       01 WS-CICS-NOTFND       PIC S9(08) COMP VALUE 13.

      *---------------------------------------------------------------*
      * REGISTRO DE PROBLEMA (VER CPPRBREG) Y VINCULO OCURRENCIA /    *
      * PROBLEMA (VER CPPRBLNK) PARA LA ACCION 'L' Y LA CONSULTA      *
      *---------------------------------------------------------------*
           COPY CPPRBREG.

           COPY CPPRBLNK.

       01 WS-PRB-CTL-CLAVE     PIC X(10) VALUE 'PRB0000000'.
       01 WS-PRB-NUMERO        PIC 9(07) VALUE ZEROS.

      *---------------------------------------------------------------*
      * REGISTRO DE CONTROL DE PRBVSAM (VISTA WS-PRB-CTL DE CPPRBREG) *
      * EN SU PROPIA AREA: QUEDA TOMADO CON UPDATE MIENTRAS SE GRABAN *
      * LOS VINCULOS DEL PROBLEMA NUEVO, SIN PISAR WS-PRB-REC         *
      *---------------------------------------------------------------*
       01 WS-PRB-CTL-REG.
          05 WS-PRB-CTL-REG-ID     PIC X(10).
          05 WS-PRB-CTL-REG-ULTIMO PIC 9(07).
          05 FILLER                PIC X(233).
       01 WS-PRB-PEDIDO        PIC X(10) VALUE SPACES.
       01 WS-PRB-ANTES         PIC X(250) VALUE SPACES.

       01 WS-PRB-NUEVO         PIC X(01) VALUE 'N'.
          88 PRB-NUEVO                   VALUE 'S'.
       01 WS-PRB-LISTO         PIC X(01) VALUE 'N'.
          88 PRB-LISTO                   VALUE 'S'.

       01 WS-PROPONER          PIC X(01) VALUE 'N'.
          88 PROPONER-RECETA             VALUE 'S'.
       01 WS-BENIGNO-PROP      PIC X(01) VALUE 'N'.
          88 BENIGNO-VALIDO              VALUE 'S' 'N'.

       01 WS-USUARIO           PIC X(08) VALUE SPACES.
       01 WS-ASIGNADO-A        PIC X(08) VALUE SPACES.

          88 ACCION-CONSULTA             VALUE 'C'.
          88 ACCION-ASIGNAR              VALUE 'A'.
          88 ACCION-RESOLVER             VALUE 'R'.
          88 ACCION-VINCULAR             VALUE 'L'.
          88 ACCION-VALIDA               VALUE 'C' 'A' 'R' 'L'.

      *---------------------------------------------------------------*
      * REGISTRO DEL KSDS DE ROLES (VER CPAUTVSM) Y RESULTADO DE LA   *
       1000-PANTALLA-INICIAL.

           MOVE LOW-VALUES TO ERRUMAPO
           MOVE 'PROGRAMA+FECHA+HORA Y ACCION (C/A/R/L) - ENTER'
              TO UMSGO

           EXEC CICS SEND MAP('ERRUMAP') MAPSET('ERRUMAPS')
           IF UUSERL > 0
              MOVE UUSERI TO WS-ASIGNADO-A
           END-IF
           MOVE SPACES TO WS-PRB-PEDIDO
           IF UPROBL > 0
              MOVE UPROBI TO WS-PRB-PEDIDO
           END-IF

           EVALUATE TRUE
           WHEN NOT ACCION-VALIDA
                MOVE 'ACCION INVALIDA - USE C, A, R O L' TO UMSGO
           WHEN WS-VSAM-PROGRAMA = SPACES
              OR WS-VSAM-FECHA = SPACES
              OR WS-VSAM-HORA = SPACES
                        PERFORM 4000-ASIGNAR
                   WHEN ACCION-RESOLVER
                        PERFORM 5000-RESOLVER
                   WHEN ACCION-VINCULAR
                        PERFORM 6000-VINCULAR
                   END-EVALUATE
                END-IF
           END-EVALUATE
           EXIT PARAGRAPH.

      *****************************************************************
      *   'C': MOSTRAR ESTADO, DUENO Y NOTA DE LA OCURRENCIA, Y EL    *
      *   PROBLEMA AL QUE ESTA VINCULADA (SI LO ESTA)                 *
      *****************************************************************
       3000-CONSULTAR.

                 DELIMITED BY SIZE
                 INTO UMSGO
              END-STRING
              PERFORM 6100-BUSCAR-VINCULO
              IF WS-RESP = 0
                 MOVE WS-PLK-PROBLEMA TO UPROBO
              ELSE
                 MOVE SPACES TO UPROBO
              END-IF
           ELSE
              MOVE 'OCURRENCIA NO ENCONTRADA' TO UMSGO
           END-IF
                 IF WS-ASIGNADO-A = SPACES
                    MOVE WS-USUARIO TO WS-ASIGNADO-A
                 END-IF
                 MOVE WS-ERR-VSAM-REC TO WS-AUD-ANTES
                 MOVE 'A'             TO WS-VSAM-ESTADO
                 MOVE WS-ASIGNADO-A   TO WS-VSAM-EST-USUARIO
                 MOVE WS-FECHA-ISO    TO WS-VSAM-EST-FECHA
                 END-EXEC
                 IF WS-RESP = 0
                    PERFORM 4100-ENCOLAR-RECONOCIMIENTO
                    PERFORM 7000-AUDITAR
                    STRING 'ASIGNADA A ' WS-ASIGNADO-A
                       DELIMITED BY SIZE
                       INTO UMSGO
      *****************************************************************
       5000-RESOLVER.

           MOVE 'N' TO WS-PROPONER
           IF UPROPL > 0 AND UPROPI = 'S'
              MOVE 'S' TO WS-PROPONER
           END-IF
           MOVE 'N' TO WS-BENIGNO-PROP
           IF UBENIGL > 0 AND UBENIGI NOT = SPACE
              MOVE UBENIGI TO WS-BENIGNO-PROP
           END-IF

           EVALUATE TRUE
           WHEN UNOTAL = 0 OR UNOTAI = SPACES
                MOVE 'INFORMAR LA NOTA DE RESOLUCION' TO UMSGO
           WHEN PROPONER-RECETA AND NOT BENIGNO-VALIDO
                MOVE 'BENIGNO INVALIDO - USE S O N' TO UMSGO
           WHEN OTHER
                EXEC CICS READ FILE('ERRVSAM')
                     INTO(WS-ERR-VSAM-REC)
                     RIDFLD(WS-VSAM-CLAVE)
                     UPDATE
                     RESP(WS-RESP)
                END-EXEC
                IF WS-RESP NOT = 0
                   MOVE 'OCURRENCIA NO ENCONTRADA' TO UMSGO
                ELSE
                   MOVE WS-ERR-VSAM-REC TO WS-AUD-ANTES
                   MOVE 'R'             TO WS-VSAM-ESTADO
                   MOVE WS-USUARIO      TO WS-VSAM-EST-USUARIO
                   MOVE WS-FECHA-ISO    TO WS-VSAM-EST-FECHA
                   MOVE WS-HORA-EDITADA TO WS-VSAM-EST-HORA
                   MOVE UNOTAI          TO WS-VSAM-EST-NOTA
                   EXEC CICS REWRITE FILE('ERRVSAM')
                        FROM(WS-ERR-VSAM-REC)
                        RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = 0
                      PERFORM 7000-AUDITAR
                      MOVE 'RESUELTA Y AUDITADA' TO UMSGO
                      IF PROPONER-RECETA
                         PERFORM 5100-PROPONER-RECETA
                      END-IF
                   ELSE
                      MOVE 'FALLO EL REWRITE DE ERRVSAM' TO UMSGO
                   END-IF
                END-IF
           END-EVALUATE
           EXIT PARAGRAPH.

      *****************************************************************
      *   DEJAR LA NOTA DE RESOLUCION COMO RECETA CANDIDATA EN        *
      *   KNWCAND, PENDIENTE DE APROBACION. SI LA CLAVE YA TIENE UNA  *
      *   CANDIDATA (PENDIENTE O YA DECIDIDA), LA PROPUESTA NUEVA LA  *
      *   REEMPLAZA Y VUELVE A QUEDAR PENDIENTE.                      *
      *****************************************************************
       5100-PROPONER-RECETA.

           MOVE SPACES            TO WS-CAND-REC
           MOVE WS-VSAM-PROGRAMA  TO WS-CAND-PROGRAMA
           MOVE WS-VSAM-PUNTO     TO WS-CAND-PUNTO
           IF WS-VSAM-SQLCODE NOT = 0
              MOVE 'S' TO WS-CAND-TIPO
              MOVE WS-VSAM-SQLCODE TO WS-SQL-SEP
              MOVE WS-SQL-SEP-G TO WS-CAND-CODIGO
           ELSE
              MOVE 'F' TO WS-CAND-TIPO
              MOVE WS-VSAM-FILE-STATUS TO WS-CAND-CODIGO(1:2)
           END-IF
           MOVE WS-VSAM-EST-NOTA  TO WS-CAND-RESOLUCION
           MOVE WS-BENIGNO-PROP   TO WS-CAND-BENIGNO
           MOVE 'P'               TO WS-CAND-ESTADO
           MOVE WS-USUARIO        TO WS-CAND-PROP-USUARIO
           MOVE WS-FECHA-ISO      TO WS-CAND-PROP-FECHA
           MOVE WS-HORA-EDITADA   TO WS-CAND-PROP-HORA
           MOVE WS-VSAM-CLAVE     TO WS-CAND-OCURRENCIA

           EXEC CICS WRITE FILE('KNWCAND')
                FROM(WS-CAND-REC)
                RIDFLD(WS-CAND-CLAVE)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = WS-CICS-DUPREC
              PERFORM 5110-REEMPLAZAR-CANDIDATA
           END-IF

           IF WS-RESP = 0
              MOVE 'RESUELTA Y AUDITADA - RECETA PROPUESTA' TO UMSGO
           ELSE
              MOVE 'RESUELTA - NO SE PUDO PROPONER LA RECETA'
                 TO UMSGO
           END-IF
           EXIT PARAGRAPH.

       5110-REEMPLAZAR-CANDIDATA.

           MOVE WS-CAND-REC TO WS-CAND-NUEVA
           EXEC CICS READ FILE('KNWCAND')
                INTO(WS-CAND-REC)
                RIDFLD(WS-CAND-CLAVE)
                UPDATE
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = 0
              MOVE WS-CAND-NUEVA TO WS-CAND-REC
              EXEC CICS REWRITE FILE('KNWCAND')
                   FROM(WS-CAND-REC)
                   RESP(WS-RESP)
              END-EXEC
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   'L': VINCULAR LA OCURRENCIA A UN PROBLEMA. UNA OCURRENCIA   *
      *   RESUELTA NO SE VINCULA (YA NO HAY NADA QUE RESOLVER EN      *
      *   CONJUNTO) Y UNA YA VINCULADA TAMPOCO: PRIMERO SE MIRA EL    *
      *   VINCULO 'O' PARA AVISAR A QUE PROBLEMA PERTENECE.           *
      *****************************************************************
       6000-VINCULAR.

           EXEC CICS READ FILE('ERRVSAM')
                INTO(WS-ERR-VSAM-REC)
                RIDFLD(WS-VSAM-CLAVE)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = 0
              MOVE 'OCURRENCIA NO ENCONTRADA' TO UMSGO
           ELSE
              IF VSAM-EST-RESUELTO
                 MOVE 'YA RESUELTA - NADA QUE VINCULAR' TO UMSGO
              ELSE
                 PERFORM 6100-BUSCAR-VINCULO
                 EVALUATE TRUE
                 WHEN WS-RESP = 0
                      MOVE WS-PLK-PROBLEMA TO UPROBO
                      STRING 'YA VINCULADA AL PROBLEMA '
                             WS-PLK-PROBLEMA
                         DELIMITED BY SIZE
                         INTO UMSGO
                      END-STRING
                 WHEN WS-RESP NOT = WS-CICS-NOTFND
                      MOVE 'PRBLINK NO DISPONIBLE' TO UMSGO
                 WHEN OTHER
                      PERFORM 6200-PREPARAR-PROBLEMA
                      IF PRB-LISTO
                         PERFORM 6400-GRABAR-VINCULO
                      END-IF
                 END-EVALUATE
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   LEER EL VINCULO 'O' DE LA OCURRENCIA (DEJA EL RESP)         *
      *****************************************************************
       6100-BUSCAR-VINCULO.

           MOVE SPACES            TO WS-PLK-CLAVE
           MOVE 'O'               TO WS-PLK-TIPO
           MOVE WS-VSAM-CLAVE     TO WS-PLK-O-OCURRENCIA
           EXEC CICS READ FILE('PRBLINK')
                INTO(WS-PLK-REC)
                RIDFLD(WS-PLK-CLAVE)
                RESP(WS-RESP)
           END-EXEC
           EXIT PARAGRAPH.

      *****************************************************************
      *   DEJAR EN WS-PRB-REC EL PROBLEMA DESTINO: EL INFORMADO,      *
      *   LEIDO CON UPDATE Y ABIERTO, O UNO NUEVO ARMADO A PARTIR DE  *
      *   LA OCURRENCIA (SE GRABA RECIEN EN 6400, CON SU VINCULO).    *
      *   EN LOS DOS CASOS QUEDA UN REGISTRO DE PRBVSAM TOMADO CON    *
      *   UPDATE: EL PROBLEMA INFORMADO O EL DE CONTROL.              *
      *****************************************************************
       6200-PREPARAR-PROBLEMA.

           MOVE 'N' TO WS-PRB-LISTO
           EVALUATE WS-PRB-PEDIDO
           WHEN SPACES
                MOVE 'S' TO WS-PRB-NUEVO
                PERFORM 6300-NUMERAR-PROBLEMA
                IF WS-RESP = 0
                   MOVE SPACES             TO WS-PRB-REC
                   STRING 'PRB' WS-PRB-NUMERO
                      DELIMITED BY SIZE
                      INTO WS-PRB-ID
                   END-STRING
                   MOVE 'A'                TO WS-PRB-ESTADO
                   MOVE 'M'                TO WS-PRB-CRITERIO
                   MOVE WS-VSAM-PUNTO      TO WS-PRB-VALOR
                   MOVE WS-VSAM-SEVERIDAD  TO WS-PRB-SEVERIDAD
                   MOVE ZEROS              TO WS-PRB-CANTIDAD
                   MOVE WS-VSAM-CLAVE      TO WS-PRB-REP-CLAVE
                   MOVE WS-VSAM-FECHA      TO WS-PRB-ULT-FECHA
                   MOVE WS-VSAM-HORA       TO WS-PRB-ULT-HORA
                   MOVE WS-USUARIO         TO WS-PRB-DUENO
                   MOVE WS-USUARIO         TO WS-PRB-ALTA-USUARIO
                   MOVE WS-FECHA-ISO       TO WS-PRB-ALTA-FECHA
                   MOVE WS-HORA-EDITADA    TO WS-PRB-ALTA-HORA
                   MOVE WS-USUARIO         TO WS-PRB-EST-USUARIO
                   MOVE WS-FECHA-ISO       TO WS-PRB-EST-FECHA
                   MOVE WS-HORA-EDITADA    TO WS-PRB-EST-HORA
                   MOVE SPACES             TO WS-PRB-ANTES
                   MOVE 'S'                TO WS-PRB-LISTO
                ELSE
                   MOVE 'NO SE PUDO NUMERAR EL PROBLEMA NUEVO'
                      TO UMSGO
                END-IF
           WHEN WS-PRB-CTL-CLAVE
                MOVE 'PROBLEMA NO ENCONTRADO' TO UMSGO
           WHEN OTHER
                MOVE 'N' TO WS-PRB-NUEVO
                MOVE WS-PRB-PEDIDO TO WS-PRB-ID
                EXEC CICS READ FILE('PRBVSAM')
                     INTO(WS-PRB-REC)
                     RIDFLD(WS-PRB-ID)
                     UPDATE
                     RESP(WS-RESP)
                END-EXEC
                EVALUATE TRUE
                WHEN WS-RESP NOT = 0
                     MOVE 'PROBLEMA NO ENCONTRADO' TO UMSGO
                WHEN PRB-RESUELTO
                     EXEC CICS UNLOCK FILE('PRBVSAM') END-EXEC
                     MOVE 'PROBLEMA YA RESUELTO - NO SE VINCULA'
                        TO UMSGO
                WHEN OTHER
                     MOVE WS-PRB-REC TO WS-PRB-ANTES
                     MOVE 'S' TO WS-PRB-LISTO
                END-EVALUATE
           END-EVALUATE
           EXIT PARAGRAPH.

      *****************************************************************
      *   RESERVAR EL PROXIMO NUMERO DE PROBLEMA DEL REGISTRO DE      *
      *   CONTROL 'PRB0000000' (EL PRIMERO QUE ABRE UN PROBLEMA LO    *
      *   CREA EN CERO). EL READ UPDATE SERIALIZA CONTRA PGMPRBCOR Y  *
      *   OTRAS TAREAS; EL NUMERO SE CONFIRMA EN 6450 RECIEN CON LOS  *
      *   VINCULOS GRABADOS, ASI UN ALTA FALLIDA NO LO CONSUME.       *
      *****************************************************************
       6300-NUMERAR-PROBLEMA.

           EXEC CICS READ FILE('PRBVSAM')
                INTO(WS-PRB-CTL-REG)
                RIDFLD(WS-PRB-CTL-CLAVE)
                UPDATE
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = WS-CICS-NOTFND
              MOVE SPACES            TO WS-PRB-CTL-REG
              MOVE WS-PRB-CTL-CLAVE  TO WS-PRB-CTL-REG-ID
              MOVE ZEROS             TO WS-PRB-CTL-REG-ULTIMO
              EXEC CICS WRITE FILE('PRBVSAM')
                   FROM(WS-PRB-CTL-REG)
                   RIDFLD(WS-PRB-CTL-CLAVE)
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = 0 OR WS-RESP = WS-CICS-DUPREC
                 EXEC CICS READ FILE('PRBVSAM')
                      INTO(WS-PRB-CTL-REG)
                      RIDFLD(WS-PRB-CTL-CLAVE)
                      UPDATE
                      RESP(WS-RESP)
                 END-EXEC
              END-IF
           END-IF
           IF WS-RESP = 0
              COMPUTE WS-PRB-NUMERO = WS-PRB-CTL-REG-ULTIMO + 1
              END-COMPUTE
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   GRABAR EL VINCULO EN SUS DOS CLAVES ('O' Y 'P') Y ACUMULAR  *
      *   LA OCURRENCIA EN EL PROBLEMA: CANTIDAD, SEVERIDAD MAS ALTA  *
      *   Y ULTIMA OCURRENCIA. EL 'O' VA PRIMERO: SI OTRA TAREA       *
      *   VINCULO LA OCURRENCIA MIENTRAS TANTO, DA DUPLICADA Y NO SE  *
      *   TOCA NADA MAS. SI FALLA EL 'P' SE BORRA EL 'O' RECIEN       *
      *   GRABADO (SIN 'P' PGMPRBUPD NO LA RESOLVERIA CON EL          *
      *   PROBLEMA). ANTE CUALQUIER FALLA SE LIBERA EL REGISTRO DE    *
      *   PRBVSAM TOMADO EN 6200, SIN CONSUMIR NUMERO.                *
      *****************************************************************
       6400-GRABAR-VINCULO.

           MOVE SPACES            TO WS-PLK-REC
           MOVE 'O'               TO WS-PLK-TIPO
           MOVE WS-VSAM-CLAVE     TO WS-PLK-O-OCURRENCIA
           MOVE WS-PRB-ID         TO WS-PLK-PROBLEMA
           MOVE 'M'               TO WS-PLK-ORIGEN
           MOVE WS-USUARIO        TO WS-PLK-USUARIO
           MOVE WS-FECHA-ISO      TO WS-PLK-FECHA
           MOVE WS-HORA-EDITADA   TO WS-PLK-HORA
           EXEC CICS WRITE FILE('PRBLINK')
                FROM(WS-PLK-REC)
                RIDFLD(WS-PLK-CLAVE)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = 0
              EXEC CICS UNLOCK FILE('PRBVSAM') END-EXEC
              MOVE 'NO SE PUDO GRABAR EL VINCULO' TO UMSGO
           ELSE
              MOVE SPACES            TO WS-PLK-CLAVE
              MOVE 'P'               TO WS-PLK-TIPO
              MOVE WS-PRB-ID         TO WS-PLK-P-PROBLEMA
              MOVE WS-VSAM-CLAVE     TO WS-PLK-P-OCURRENCIA
              EXEC CICS WRITE FILE('PRBLINK')
                   FROM(WS-PLK-REC)
                   RIDFLD(WS-PLK-CLAVE)
                   RESP(WS-RESP)
              END-EXEC
              MOVE SPACES            TO WS-PLK-CLAVE
              MOVE 'O'               TO WS-PLK-TIPO
              MOVE WS-VSAM-CLAVE     TO WS-PLK-O-OCURRENCIA
              IF WS-RESP NOT = 0
                 EXEC CICS DELETE FILE('PRBLINK')
                      RIDFLD(WS-PLK-CLAVE)
                      RESP(WS-RESP)
                 END-EXEC
                 EXEC CICS UNLOCK FILE('PRBVSAM') END-EXEC
                 MOVE 'NO SE PUDO GRABAR EL VINCULO' TO UMSGO
              ELSE
                 PERFORM 7100-AUDITAR-VINCULO
                 PERFORM 6450-GRABAR-PROBLEMA
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   CON LOS DOS VINCULOS GRABADOS: CONFIRMAR EL NUMERO DEL      *
      *   PROBLEMA NUEVO EN EL REGISTRO DE CONTROL Y GRABAR EL        *
      *   PROBLEMA CON LA OCURRENCIA ACUMULADA                        *
      *****************************************************************
       6450-GRABAR-PROBLEMA.

           PERFORM 6500-ACUMULAR-OCURRENCIA
           IF PRB-NUEVO
              MOVE WS-PRB-NUMERO TO WS-PRB-CTL-REG-ULTIMO
              EXEC CICS REWRITE FILE('PRBVSAM')
                   FROM(WS-PRB-CTL-REG)
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = 0
                 EXEC CICS WRITE FILE('PRBVSAM')
                      FROM(WS-PRB-REC)
                      RIDFLD(WS-PRB-ID)
                      RESP(WS-RESP)
                 END-EXEC
              END-IF
           ELSE
              EXEC CICS REWRITE FILE('PRBVSAM')
                   FROM(WS-PRB-REC)
                   RESP(WS-RESP)
              END-EXEC
           END-IF
           IF WS-RESP = 0
              PERFORM 7200-AUDITAR-PROBLEMA
              MOVE WS-PRB-ID TO UPROBO
              STRING 'VINCULADA AL PROBLEMA ' WS-PRB-ID
                     ' (' WS-PRB-CANTIDAD ' OCURRENCIAS)'
                 DELIMITED BY SIZE
                 INTO UMSGO
              END-STRING
           ELSE
              MOVE 'VINCULADA - FALLO LA GRABACION DE PRBVSAM'
                 TO UMSGO
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   SUMAR LA OCURRENCIA AL PROBLEMA. ORDEN DE SEVERIDAD:        *
      *   C > F > W (BLANCO CUENTA COMO F, EL DEFECTO DE CPERROR).    *
      *****************************************************************
       6500-ACUMULAR-OCURRENCIA.

           ADD 1 TO WS-PRB-CANTIDAD
           EVALUATE TRUE
           WHEN WS-PRB-SEVERIDAD = 'C'
                CONTINUE
           WHEN WS-VSAM-SEVERIDAD = 'C'
                MOVE 'C' TO WS-PRB-SEVERIDAD
           WHEN WS-PRB-SEVERIDAD = 'W'
            AND WS-VSAM-SEVERIDAD NOT = 'W'
                MOVE 'F' TO WS-PRB-SEVERIDAD
           END-EVALUATE
           IF WS-VSAM-FECHA > WS-PRB-ULT-FECHA
              OR (WS-VSAM-FECHA = WS-PRB-ULT-FECHA
                  AND WS-VSAM-HORA > WS-PRB-ULT-HORA)
              MOVE WS-VSAM-FECHA TO WS-PRB-ULT-FECHA
              MOVE WS-VSAM-HORA  TO WS-PRB-ULT-HORA
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   ENCOLAR EL REGISTRO DE AUDITORIA EN LA TD QUEUE AUDQ (MISMO *
      *   ESQUEMA QUE 7000-AUDITAR DE PGMDSCMT). LA IMAGEN ANTES LA   *
      *   DEJA LA ACCION AL LEER CON UPDATE; LA DESPUES ES LO GRABADO *
      *****************************************************************
       7000-AUDITAR.

           MOVE WS-FECHA-ISO       TO WS-AUD-FECHA
           MOVE WS-HORA-EDITADA    TO WS-AUD-HORA
           MOVE WS-USUARIO         TO WS-AUD-USUARIO
           MOVE 'PGMERRUP'         TO WS-AUD-ORIGEN
           MOVE 'L'                TO WS-AUD-MEDIO
           MOVE 'ERRVSAM'          TO WS-AUD-TABLA
           MOVE 'M'                TO WS-AUD-ACCION
           MOVE WS-VSAM-CLAVE      TO WS-AUD-CLAVE
           MOVE WS-ERR-VSAM-REC    TO WS-AUD-DESPUES
           PERFORM 7900-ENCOLAR-AUDITORIA
           EXIT PARAGRAPH.

      *****************************************************************
      *   ALTA DEL VINCULO 'O' (EL 'P' ES SU ESPEJO, NO SE AUDITA)    *
      *****************************************************************
       7100-AUDITAR-VINCULO.

           MOVE WS-FECHA-ISO       TO WS-AUD-FECHA
           MOVE WS-HORA-EDITADA    TO WS-AUD-HORA
           MOVE WS-USUARIO         TO WS-AUD-USUARIO
           MOVE 'PGMERRUP'         TO WS-AUD-ORIGEN
           MOVE 'L'                TO WS-AUD-MEDIO
           MOVE 'PRBLINK'          TO WS-AUD-TABLA
           MOVE 'A'                TO WS-AUD-ACCION
           MOVE WS-PLK-CLAVE       TO WS-AUD-CLAVE
           MOVE SPACES             TO WS-AUD-ANTES
           MOVE WS-PLK-REC         TO WS-AUD-DESPUES
           PERFORM 7900-ENCOLAR-AUDITORIA
           EXIT PARAGRAPH.

      *****************************************************************
      *   ALTA O MODIFICACION DEL PROBLEMA (LA IMAGEN ANTES LA DEJO   *
      *   6200-PREPARAR-PROBLEMA EN WS-PRB-ANTES). LAS IMAGENES DE    *
      *   AUDQ MIDEN 200: DEL REGISTRO DE 250 QUEDA AFUERA EL FINAL   *
      *   DE LA ULTIMA ESTAMPA.                                       *
      *****************************************************************
       7200-AUDITAR-PROBLEMA.

           MOVE WS-FECHA-ISO       TO WS-AUD-FECHA
           MOVE WS-HORA-EDITADA    TO WS-AUD-HORA
           MOVE WS-USUARIO         TO WS-AUD-USUARIO
           MOVE 'PGMERRUP'         TO WS-AUD-ORIGEN
           MOVE 'L'                TO WS-AUD-MEDIO
           MOVE 'PRBVSAM'          TO WS-AUD-TABLA
           IF PRB-NUEVO
              MOVE 'A'             TO WS-AUD-ACCION
           ELSE
              MOVE 'M'             TO WS-AUD-ACCION
           END-IF
           MOVE WS-PRB-ID          TO WS-AUD-CLAVE
           MOVE WS-PRB-ANTES       TO WS-AUD-ANTES
           MOVE WS-PRB-REC         TO WS-AUD-DESPUES
           PERFORM 7900-ENCOLAR-AUDITORIA
           EXIT PARAGRAPH.

       7900-ENCOLAR-AUDITORIA.

           EXEC CICS WRITEQ TD
                QUEUE('AUDQ')
                FROM(WS-AUD-REC)
                LENGTH(LENGTH OF WS-AUD-REC)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = 0
              DISPLAY 'PGMERRUPD: FALLO WRITEQ TD AUDQ - RESP: '
                      WS-RESP
           END-IF
           EXIT PARAGRAPH.

