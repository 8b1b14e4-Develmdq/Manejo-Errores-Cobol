      *   AUDITORIA: CADA ALTA/MODIFICACION/BAJA ESTAMPA USUARIO      *
      *   (ASSIGN USERID), FECHA Y HORA EN EL REGISTRO, Y ADEMAS      *
      *   ENCOLA UN REGISTRO DE AUDITORIA EN LA TD QUEUE AUDQ (QUIEN  *
      *   HIZO QUE SOBRE QUE CLAVE Y CUANDO, CON LAS IMAGENES ANTES Y *
      *   DESPUES DEL REGISTRO, VER CPAUDREG), QUE PGMERRDRN DRENA AL *
      *   HISTORICO PERMANENTE DE CAMBIOS AUDHIST JUNTO CON LAS DEMAS *
      *   COLAS DE LA REGION.                                         *
      *                                                               *
      *   AUTORIZACION: LAS ACCIONES 'A'/'M'/'B' SE VERIFICAN CONTRA  *
      *   EL KSDS DE ROLES AUTVSAM (VER CPAUTVSM Y PGMAUTLD) ANTES    *
           COPY CPDESCVS.

      *---------------------------------------------------------------*
      * REGISTRO DE AUDITORIA PARA LA TD QUEUE AUDQ (VER CPAUDREG)    *
      *---------------------------------------------------------------*
           COPY CPAUDREG.

       01 WS-USUARIO           PIC X(08) VALUE SPACES.

              MOVE WS-USUARIO      TO WS-DESC-USUARIO
              MOVE WS-FECHA-ISO    TO WS-DESC-FECHA
              MOVE WS-HORA-EDITADA TO WS-DESC-HORA
              MOVE SPACES          TO WS-AUD-ANTES
              EXEC CICS WRITE FILE('DESCVSAM')
                   FROM(WS-DESC-REC)
                   RIDFLD(WS-DESC-CLAVE)
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = 0
                 MOVE WS-DESC-REC     TO WS-AUD-ANTES
                 MOVE TEXTOI          TO WS-DESC-TEXTO
                 MOVE WS-USUARIO      TO WS-DESC-USUARIO
                 MOVE WS-FECHA-ISO    TO WS-DESC-FECHA
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = 0
              MOVE WS-DESC-REC TO WS-AUD-ANTES
              EXEC CICS DELETE FILE('DESCVSAM')
                   RESP(WS-RESP)
              END-EXEC
           EXIT PARAGRAPH.

      *****************************************************************
      *   ENCOLAR EL REGISTRO DE AUDITORIA EN LA TD QUEUE AUDQ. LA    *
      *   IMAGEN ANTES LA DEJA CADA ACCION (BLANCO EN EL ALTA); LA    *
      *   IMAGEN DESPUES ES EL REGISTRO GRABADO (BLANCO EN LA BAJA).  *
      *****************************************************************
       7000-AUDITAR.

           MOVE WS-FECHA-ISO    TO WS-AUD-FECHA
           MOVE WS-HORA-EDITADA TO WS-AUD-HORA
           MOVE WS-USUARIO      TO WS-AUD-USUARIO
           MOVE 'PGMDSCMT'      TO WS-AUD-ORIGEN
           MOVE 'L'             TO WS-AUD-MEDIO
           MOVE 'DESCVSAM'      TO WS-AUD-TABLA
           MOVE WS-ACCION       TO WS-AUD-ACCION
           MOVE WS-DESC-CLAVE   TO WS-AUD-CLAVE
           IF ACCION-BORRAR
              MOVE SPACES       TO WS-AUD-DESPUES
           ELSE
              MOVE WS-DESC-REC  TO WS-AUD-DESPUES
           END-IF

           EXEC CICS WRITEQ TD
                QUEUE('AUDQ')
                FROM(WS-AUD-REC)
                LENGTH(LENGTH OF WS-AUD-REC)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = 0
