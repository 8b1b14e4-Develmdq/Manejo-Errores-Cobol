      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMSUSRPR.

      *****************************************************************
      *   REPROCESO DE LOS REGISTROS CORREGIDOS EN CUARENTENA:        *
      *   DEVUELVE LAS IMAGENES CORREGIDAS A LA APLICACION DUENA      *
      *****************************************************************
      * AUTOR : MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************
      * FUNCION:                                                      *
      *   LEE ERRSUSP Y, PARA CADA REGISTRO CORREGIDO ('C', VER       *
      *   PGMSUSUPD) DEL PROGRAMA DEL PARM (Y DEL DD DEL INSUMO, SI   *
      *   SE INFORMA), GRABA LA IMAGEN CORREGIDA EN SUSOUT Y MARCA EL *
      *   REGISTRO REENVIADO ('E', DESENLACE FINAL) CON LA FECHA Y    *
      *   HORA DEL REPROCESO (REWRITE EN EL LUGAR). LA MARCA SE HACE  *
      *   EN UNA SEGUNDA PASADA, SOLO CON SUSOUT COMPLETO: SI SUSOUT  *
      *   FALLA NO SE MARCA NADA Y TODO SIGUE CORREGIDO PARA LA       *
      *   PROXIMA CORRIDA.                                            *
      *                                                               *
      *   SUSOUT ES DE LARGO FIJO 500 CON LA IMAGEN AJUSTADA A LA     *
      *   IZQUIERDA Y RELLENA CON BLANCOS. EL JCL DE REPROCESO DE     *
      *   CADA APLICACION LO LLEVA A SU LRECL CON UN PASO SORT        *
      *   (OUTREC FIELDS=(1,LRECL)) Y EJECUTA EL MISMO PROGRAMA DE LA *
      *   APLICACION CON ESE DATASET COMO INSUMO, CONDICIONADO A      *
      *   RC=0 DE ESTE PASO. SI EL REGISTRO VUELVE A FALLAR, EL PASO  *
      *   EN MODO CUARENTENA LO DEJA DE NUEVO EN ERRSUSP COMO         *
      *   PENDIENTE (UNA ENTRADA NUEVA, CON EL JOB/STEP DEL           *
      *   REPROCESO).                                                 *
      *                                                               *
      *   SUSOUT LLEVA DATOS SIN ENMASCARAR: VA A UN DATASET CON LA   *
      *   MISMA PROTECCION QUE ERRSUSP Y SE BORRA CON EL JOB.         *
      *****************************************************************
      * ENTRADA/SALIDA:                                               *
      *   DD ERRSUSP : REGISTROS EN CUARENTENA (CPSUSREC)             *
      * SALIDAS:                                                      *
      *   DD SUSOUT  : IMAGENES CORREGIDAS (LRECL 500)                *
      *****************************************************************
      * PARM:                                                         *
      *   PARM='PGM=XXXXXXXX,DD=XXXXXXXX'                             *
      *   PGM - PROGRAMA DUENO DE LOS REGISTROS (OBLIGATORIO: UN      *
      *         SUSOUT NUNCA MEZCLA INSUMOS DE DOS APLICACIONES)      *
      *   DD  - DD DEL INSUMO ORIGINAL (OPCIONAL, PARA PROGRAMAS QUE  *
      *         LEEN MAS DE UN INSUMO EN MODO CUARENTENA)             *
      *   LOS VALORES SON DE LARGO VARIABLE (HASTA 8) Y SE TOMAN POR  *
      *   SU PREFIJO; UN PARM QUE NO RESPETA ESTE FORMATO TERMINA     *
      *   CON RC 8 SIN REPROCESAR NADA.                               *
      *****************************************************************
      * RETURN CODE:                                                  *
      *   0 - SE REENVIARON REGISTROS CORREGIDOS                      *
      *   4 - NO HABIA CORREGIDOS PARA REENVIAR (EL PASO DE LA        *
      *       APLICACION SE SALTEA POR COND)                          *
      *   8 - PARM INVALIDO, ERRSUSP O SUSOUT CON ERROR               *
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
      * DATASET DE CUARENTENA (EL MISMO QUE GRABA PGMERROR). SE ABRE  *
      * INPUT PARA GRABAR SUSOUT E I-O PARA MARCAR REENVIADOS         *
      * (REWRITE SOBRE EL ULTIMO REGISTRO LEIDO).                     *
      *---------------------------------------------------------------*
           SELECT SUSP-FILE ASSIGN TO 'ERRSUSP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-ST.

           SELECT SUSOUT-FILE ASSIGN TO 'SUSOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSOUT-ST.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
       FD  SUSP-FILE
           RECORDING MODE IS F.
           COPY CPSUSREC.

       FD  SUSOUT-FILE
           RECORDING MODE IS F.
       01 WS-SUSOUT-REC        PIC X(500).

       WORKING-STORAGE SECTION.
       77 FILLER               PIC X(26) VALUE '* INICIO WS *'.

       01 WS-SEPARADOR         PIC X(60) VALUE ALL '='.

       01 WS-SUSP-ST           PIC X(02) VALUE '00'.
          88 SUSP-OK                     VALUE '00'.
          88 SUSP-AT-END                 VALUE '10'.

       01 WS-SUSOUT-ST         PIC X(02) VALUE '00'.
          88 SUSOUT-OK                   VALUE '00'.

       01 WS-FIN-ARCHIVO       PIC X(01) VALUE 'N'.
          88 FIN-ARCHIVO                 VALUE 'S'.

       01 WS-HUBO-ERROR        PIC X(01) VALUE 'N'.
          88 HUBO-ERROR                  VALUE 'S'.

      *---------------------------------------------------------------*
      * PARAMETROS (VER PARM)                                         *
      *---------------------------------------------------------------*
       01 WS-PGM-PEDIDO        PIC X(08) VALUE SPACES.
       01 WS-DD-PEDIDO         PIC X(08) VALUE SPACES.

       01 WS-TAB-PARM.
          05 WS-PARM-TOKEN     PIC X(24) OCCURS 3 TIMES.
       01 WS-PARM-CANT         PIC 9(04) COMP VALUE ZEROS.
       01 WS-PARM-I            PIC 9(04) COMP VALUE ZEROS.
       01 WS-PARM-INVALIDO     PIC X(01) VALUE 'N'.
          88 PARM-INVALIDO               VALUE 'S'.

      *---------------------------------------------------------------*
      * MOMENTO DEL REPROCESO (AAAA-MM-DD Y HH:MM:SS, COMO LAS        *
      * FECHAS DE CPSUSREC)                                           *
      *---------------------------------------------------------------*
       01 WS-CURRENT-DATE.
          05 WS-CD-AAAA        PIC X(04).
          05 WS-CD-MM          PIC X(02).
          05 WS-CD-DD          PIC X(02).
          05 WS-CD-HH          PIC X(02).
          05 WS-CD-MIN         PIC X(02).
          05 WS-CD-SS          PIC X(02).
          05 FILLER            PIC X(07).
       01 WS-FECHA-HOY         PIC X(10) VALUE SPACES.
       01 WS-HORA-HOY          PIC X(08) VALUE SPACES.

       01 WS-CONT-LEIDOS       PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-GRABADOS     PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-REENVIADOS   PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-OTROS-PGM    PIC 9(09) COMP VALUE ZEROS.

       77 FILLER               PIC X(26) VALUE '* FINAL  WS *'.

      *---------------------------------------------------------------*
       LINKAGE SECTION.
      *---------------------------------------------------------------*
       01 WS-PARM.
          05 WS-PARM-LON       PIC S9(04) COMP.
          05 WS-PARM-TEXTO     PIC X(24).

      *****************************************************************
       PROCEDURE DIVISION USING WS-PARM.
      *****************************************************************

       PRINCIPAL.

           PERFORM 1000-I-INICIO THRU 1000-F-INICIO
           IF NOT HUBO-ERROR
              PERFORM 2000-REENVIAR-CORREGIDOS
           END-IF
           PERFORM 8000-IMPRIMIR-RESUMEN
           EVALUATE TRUE
           WHEN HUBO-ERROR
                MOVE 8 TO RETURN-CODE
           WHEN WS-CONT-REENVIADOS = 0
                MOVE 4 TO RETURN-CODE
           WHEN OTHER
                MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .
       FIN-PRINCIPAL.
           GOBACK.

      *****************************************************************
      *   INTERPRETAR EL PARM Y CAPTURAR EL MOMENTO DEL REPROCESO     *
      *****************************************************************
       1000-I-INICIO.

           IF WS-PARM-LON < 1 OR WS-PARM-LON > 24
              MOVE 'S' TO WS-PARM-INVALIDO
           ELSE
              MOVE SPACES TO WS-TAB-PARM
              UNSTRING WS-PARM-TEXTO(1:WS-PARM-LON)
                 DELIMITED BY ','
                 INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
                      WS-PARM-TOKEN(3)
                 TALLYING IN WS-PARM-CANT
                 ON OVERFLOW
                    MOVE 'S' TO WS-PARM-INVALIDO
              END-UNSTRING
              PERFORM 1100-TOMAR-PARAMETRO
                      VARYING WS-PARM-I FROM 1 BY 1
                        UNTIL WS-PARM-I > WS-PARM-CANT
           END-IF
           EVALUATE TRUE
           WHEN PARM-INVALIDO
                DISPLAY 'PGMSUSRPR: PARM INVALIDO - SE ESPERA '
                        'PGM=XXXXXXXX[,DD=XXXXXXXX] - NO SE '
                        'REPROCESA NADA'
                MOVE 'S' TO WS-HUBO-ERROR
           WHEN WS-PGM-PEDIDO = SPACES
                DISPLAY 'PGMSUSRPR: FALTA PGM= EN EL PARM - NO SE '
                        'REPROCESA NADA'
                MOVE 'S' TO WS-HUBO-ERROR
           END-EVALUATE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-AAAA '-' WS-CD-MM '-' WS-CD-DD
              DELIMITED BY SIZE
              INTO WS-FECHA-HOY
           END-STRING
           STRING WS-CD-HH ':' WS-CD-MIN ':' WS-CD-SS
              DELIMITED BY SIZE
              INTO WS-HORA-HOY
           END-STRING
           .
       1000-F-INICIO.
           EXIT.

      *****************************************************************
      *   UN VALOR DEL PARM: 'PGM=' O 'DD=' SEGUIDO DE 1 A 8          *
      *   CARACTERES, CADA UNO UNA SOLA VEZ                           *
      *****************************************************************
       1100-TOMAR-PARAMETRO.

           EVALUATE TRUE
           WHEN WS-PARM-TOKEN(WS-PARM-I)(1:4) = 'PGM='
            AND WS-PGM-PEDIDO = SPACES
            AND WS-PARM-TOKEN(WS-PARM-I)(5:8) NOT = SPACES
            AND WS-PARM-TOKEN(WS-PARM-I)(13:12) = SPACES
                MOVE WS-PARM-TOKEN(WS-PARM-I)(5:8) TO WS-PGM-PEDIDO
           WHEN WS-PARM-TOKEN(WS-PARM-I)(1:3) = 'DD='
            AND WS-DD-PEDIDO = SPACES
            AND WS-PARM-TOKEN(WS-PARM-I)(4:8) NOT = SPACES
            AND WS-PARM-TOKEN(WS-PARM-I)(12:13) = SPACES
                MOVE WS-PARM-TOKEN(WS-PARM-I)(4:8) TO WS-DD-PEDIDO
           WHEN OTHER
                MOVE 'S' TO WS-PARM-INVALIDO
           END-EVALUATE
           EXIT PARAGRAPH.

      *****************************************************************
      *   PASADA 1: GRABAR EN SUSOUT LAS IMAGENES CORREGIDAS DEL      *
      *   PROGRAMA PEDIDO. ERRSUSP NO SE TOCA TODAVIA.                *
      *****************************************************************
       2000-REENVIAR-CORREGIDOS.

           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN INPUT SUSP-FILE
           IF NOT SUSP-OK
              DISPLAY 'PGMSUSRPR: ERRSUSP ILEGIBLE - STATUS '
                      WS-SUSP-ST
              MOVE 'S' TO WS-HUBO-ERROR
           ELSE
              OPEN OUTPUT SUSOUT-FILE
              IF NOT SUSOUT-OK
                 DISPLAY 'PGMSUSRPR: NO SE PUDO ABRIR SUSOUT - STATUS '
                         WS-SUSOUT-ST
                 MOVE 'S' TO WS-HUBO-ERROR
                 CLOSE SUSP-FILE
              ELSE
                 PERFORM 2100-LEER-REGISTRO
                         UNTIL FIN-ARCHIVO

                 CLOSE SUSP-FILE
                 CLOSE SUSOUT-FILE

                 IF NOT HUBO-ERROR AND WS-CONT-GRABADOS > 0
                    PERFORM 3000-MARCAR-REENVIADOS
                 END-IF
              END-IF
           END-IF
           EXIT PARAGRAPH.

       2100-LEER-REGISTRO.

           READ SUSP-FILE
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO
              NOT AT END
                 ADD 1 TO WS-CONT-LEIDOS
                 IF SUS-CORREGIDO
                    IF WS-SUS-PROGRAMA = WS-PGM-PEDIDO
                       AND (WS-DD-PEDIDO = SPACES
                            OR WS-SUS-DDNAME = WS-DD-PEDIDO)
                       PERFORM 2200-GRABAR-IMAGEN
                    ELSE
                       ADD 1 TO WS-CONT-OTROS-PGM
                    END-IF
                 END-IF
           END-READ
           IF NOT SUSP-OK AND NOT SUSP-AT-END
              DISPLAY 'PGMSUSRPR: FALLO READ ERRSUSP - STATUS '
                      WS-SUSP-ST
              MOVE 'S' TO WS-HUBO-ERROR
              MOVE 'S' TO WS-FIN-ARCHIVO
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   SOLO LOS PRIMEROS CORREG-LON BYTES, EL RESTO EN BLANCO      *
      *****************************************************************
       2200-GRABAR-IMAGEN.

           MOVE SPACES TO WS-SUSOUT-REC
           IF WS-SUS-CORREG-LON > 0
              AND WS-SUS-CORREG-LON NOT > 500
              MOVE WS-SUS-CORREGIDA(1:WS-SUS-CORREG-LON)
                 TO WS-SUSOUT-REC
           ELSE
              MOVE WS-SUS-CORREGIDA TO WS-SUSOUT-REC
           END-IF
           WRITE WS-SUSOUT-REC
           IF SUSOUT-OK
              ADD 1 TO WS-CONT-GRABADOS
           ELSE
              DISPLAY 'PGMSUSRPR: FALLO WRITE SUSOUT - STATUS '
                      WS-SUSOUT-ST ' - ' WS-SUS-ID
              MOVE 'S' TO WS-HUBO-ERROR
              MOVE 'S' TO WS-FIN-ARCHIVO
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   PASADA 2: CON SUSOUT COMPLETO, MARCAR REENVIADOS LOS MISMOS *
      *   REGISTROS (REWRITE EN EL LUGAR). SI SUSOUT FALLO NO SE      *
      *   MARCA NADA Y TODO SIGUE CORREGIDO PARA LA PROXIMA CORRIDA.  *
      *****************************************************************
       3000-MARCAR-REENVIADOS.

           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN I-O SUSP-FILE
           IF NOT SUSP-OK
              DISPLAY 'PGMSUSRPR: ERRSUSP NO SE PUDO ABRIR I-O - '
                      'STATUS ' WS-SUSP-ST
              MOVE 'S' TO WS-HUBO-ERROR
           ELSE
              PERFORM 3100-MARCAR-REGISTRO
                      UNTIL FIN-ARCHIVO

              CLOSE SUSP-FILE
           END-IF
           EXIT PARAGRAPH.

       3100-MARCAR-REGISTRO.

           READ SUSP-FILE
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO
              NOT AT END
                 IF SUS-CORREGIDO
                    AND WS-SUS-PROGRAMA = WS-PGM-PEDIDO
                    AND (WS-DD-PEDIDO = SPACES
                         OR WS-SUS-DDNAME = WS-DD-PEDIDO)
                    PERFORM 3200-MARCAR-REENVIADO
                 END-IF
           END-READ
           IF NOT SUSP-OK AND NOT SUSP-AT-END AND NOT FIN-ARCHIVO
              DISPLAY 'PGMSUSRPR: FALLO READ ERRSUSP - STATUS '
                      WS-SUSP-ST
              MOVE 'S' TO WS-HUBO-ERROR
              MOVE 'S' TO WS-FIN-ARCHIVO
           END-IF
           EXIT PARAGRAPH.

       3200-MARCAR-REENVIADO.

           MOVE 'E'          TO WS-SUS-ESTADO
           MOVE WS-FECHA-HOY TO WS-SUS-RPR-FECHA
           MOVE WS-HORA-HOY  TO WS-SUS-RPR-HORA
           REWRITE WS-SUSP-REC
           IF SUSP-OK
              ADD 1 TO WS-CONT-REENVIADOS
           ELSE
      *---------------------------------------------------------------*
      * SUSOUT YA ESTA COMPLETO PERO PARTE DE LOS REGISTROS QUEDO     *
      * CORREGIDO: CON RC=8 EL PASO DE LA APLICACION NO CORRE Y       *
      * OPERACIONES DEBE REVISAR ANTES DE RELANZAR (LOS YA MARCADOS   *
      * NO SALDRIAN DE NUEVO).                                        *
      *---------------------------------------------------------------*
              DISPLAY 'PGMSUSRPR: FALLO REWRITE ERRSUSP - STATUS '
                      WS-SUSP-ST ' - ' WS-SUS-ID
              DISPLAY 'PGMSUSRPR: SUSOUT COMPLETO PERO MARCA '
                      'INCOMPLETA - REVISAR ANTES DE RELANZAR'
              MOVE 'S' TO WS-HUBO-ERROR
              MOVE 'S' TO WS-FIN-ARCHIVO
           END-IF
           EXIT PARAGRAPH.

       8000-IMPRIMIR-RESUMEN.

           DISPLAY WS-SEPARADOR
           DISPLAY 'REPROCESO DE CUARENTENA - PGMSUSRPR'
           DISPLAY WS-SEPARADOR
           DISPLAY 'PROGRAMA                : ' WS-PGM-PEDIDO
           IF WS-DD-PEDIDO NOT = SPACES
              DISPLAY 'DD DEL INSUMO           : ' WS-DD-PEDIDO
           END-IF
           DISPLAY 'FECHA/HORA DEL REPROCESO: ' WS-FECHA-HOY ' '
                   WS-HORA-HOY
           DISPLAY 'REGISTROS ERRSUSP LEIDOS: ' WS-CONT-LEIDOS
           DISPLAY 'GRABADOS EN SUSOUT      : ' WS-CONT-GRABADOS
           DISPLAY 'MARCADOS REENVIADOS     : ' WS-CONT-REENVIADOS
           DISPLAY 'CORREGIDOS DE OTROS PGM : ' WS-CONT-OTROS-PGM
           DISPLAY WS-SEPARADOR
           EXIT PARAGRAPH.
