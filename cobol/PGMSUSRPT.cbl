      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMSUSRPT.

      *****************************************************************
      *   REVISION DE LOS REGISTROS EN CUARENTENA (ERRSUSP) Y HOJA    *
      *   DE DECISIONES PARA OPERACIONES                              *
      *****************************************************************
      * AUTOR : MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************
      * FUNCION:                                                      *
      *   LOS PASOS EN MODO CUARENTENA (VER WS-ERR-MODO EN CPERROR)   *
      *   NO CANCELAN POR UN REGISTRO MALO: PGMERROR LO DEJA EN       *
      *   ERRSUSP Y EL PASO SIGUE. ESTE PROGRAMA ES LA REVISION       *
      *   DIARIA DE ESE DATASET:                                      *
      *     - TOTALES POR ESTADO Y POR PROGRAMA (P PENDIENTE,         *
      *       C CORREGIDO, R RECHAZADO, E REENVIADO);                 *
      *     - DETALLE DE CADA REGISTRO ABIERTO (P O C) CON SU         *
      *       ANTIGUEDAD EN DIAS, MARCANDO LOS QUE SUPERAN EL PLAZO   *
      *       DEL PARM: UN REGISTRO QUE NADIE DECIDE ES UN DATO QUE   *
      *       LA APLICACION NUNCA PROCESO;                            *
      *     - HOJA DE DECISIONES (DD SUSWRK, LAYOUT CPSUSDEC) CON UNA *
      *       LINEA POR REGISTRO PENDIENTE, ACCION EN BLANCO Y LA     *
      *       IMAGEN ORIGINAL. OPERACIONES LA EDITA CON ISPF (ACCION, *
      *       USUARIO, MOTIVO E IMAGEN CORREGIDA) Y PGMSUSUPD LA      *
      *       APLICA. SI SUSWRK NO ESTA ASIGNADO SOLO SE EMITE EL     *
      *       REPORTE.                                                *
      *                                                               *
      *   LAS IMAGENES NO SE LISTAN EN EL REPORTE (SYSOUT NO TIENE LA *
      *   PROTECCION DE ERRSUSP); LA HOJA SUSWRK SI LAS LLEVA Y DEBE  *
      *   ASIGNARSE A UN DATASET CON LA MISMA PROTECCION QUE ERRSUSP. *
      *****************************************************************
      * ENTRADAS:                                                     *
      *   DD ERRSUSP : REGISTROS EN CUARENTENA (CPSUSREC)             *
      * SALIDAS:                                                      *
      *   DD SUSWRK  : HOJA DE DECISIONES (CPSUSDEC, OPCIONAL)        *
      *****************************************************************
      * PARM:                                                         *
      *   PARM='DIAS=NNN'                                             *
      *   DIAS - ANTIGUEDAD MAXIMA ACEPTABLE DE UN REGISTRO ABIERTO   *
      *          (DEFECTO 5)                                          *
      *****************************************************************
      * RETURN CODE:                                                  *
      *   0 - SIN REGISTROS ABIERTOS VENCIDOS                         *
      *   4 - HAY REGISTROS ABIERTOS MAS VIEJOS QUE EL PLAZO          *
      *   8 - ERRSUSP ILEGIBLE                                        *
      *****************************************************************

      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSP-FILE ASSIGN TO 'ERRSUSP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-ST.

           SELECT SUSWRK-FILE ASSIGN TO 'SUSWRK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSWRK-ST.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
       FD  SUSP-FILE
           RECORDING MODE IS F.
           COPY CPSUSREC.

       FD  SUSWRK-FILE
           RECORDING MODE IS F.
           COPY CPSUSDEC.

       WORKING-STORAGE SECTION.
       77 FILLER               PIC X(26) VALUE '* INICIO WS *'.

       01 WS-SEPARADOR         PIC X(80) VALUE ALL '='.
       01 WS-SEPARADOR-MIN     PIC X(80) VALUE ALL '-'.

       01 WS-SUSP-ST           PIC X(02) VALUE '00'.
          88 SUSP-OK                     VALUE '00'.
          88 SUSP-AT-END                 VALUE '10'.
          88 SUSP-NO-EXISTE              VALUE '35'.

       01 WS-SUSWRK-ST         PIC X(02) VALUE '00'.
          88 SUSWRK-OK                   VALUE '00'.

       01 WS-FIN-ARCHIVO       PIC X(01) VALUE 'N'.
          88 FIN-ARCHIVO                 VALUE 'S'.

       01 WS-HOJA-ABIERTA      PIC X(01) VALUE 'N'.
          88 HOJA-ABIERTA                VALUE 'S'.

       01 WS-HUBO-VENCIDO      PIC X(01) VALUE 'N'.
          88 HUBO-VENCIDO                VALUE 'S'.

       01 WS-SUSP-ILEGIBLE     PIC X(01) VALUE 'N'.
          88 SUSP-ILEGIBLE               VALUE 'S'.

      *---------------------------------------------------------------*
      * PARAMETROS (VER PARM)                                         *
      *---------------------------------------------------------------*
       01 WS-DIAS-PLAZO        PIC 9(03) COMP VALUE 5.
       01 WS-DIAS-PLAZO-ED     PIC ZZ9.

      *---------------------------------------------------------------*
      * TOTALES POR ESTADO                                            *
      *---------------------------------------------------------------*
       01 WS-CONT-LEIDOS       PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-PENDIENTES   PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-CORREGIDOS   PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-RECHAZADOS   PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-REENVIADOS   PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-OTROS        PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-VENCIDOS     PIC 9(09) COMP VALUE ZEROS.
       01 WS-CONT-HOJA         PIC 9(09) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * TOTALES POR PROGRAMA (LOS QUE NO ENTRAN EN LA TABLA SE        *
      * ACUMULAN EN LA ULTIMA ENTRADA, '*OTROS*')                     *
      *---------------------------------------------------------------*
       01 WS-TAB-PROGRAMAS.
          05 WS-PGM-ENTRY OCCURS 50 TIMES.
             07 WS-PGM-NOMBRE      PIC X(08).
             07 WS-PGM-PEND        PIC 9(07) COMP.
             07 WS-PGM-CORR        PIC 9(07) COMP.
             07 WS-PGM-RECH        PIC 9(07) COMP.
             07 WS-PGM-REEN        PIC 9(07) COMP.
       01 WS-PGM-CANT          PIC 9(02) COMP VALUE ZEROS.
       01 WS-PGM-MAX           PIC 9(02) COMP VALUE 50.
       01 WS-P                 PIC 9(02) COMP VALUE ZEROS.
       01 WS-PGM-HALLADO       PIC X(01) VALUE 'N'.
          88 PGM-HALLADO                 VALUE 'S'.

      *---------------------------------------------------------------*
      * ANTIGUEDAD DEL REGISTRO EN DIAS                               *
      *---------------------------------------------------------------*
       01 WS-CURRENT-DATE.
          05 WS-CD-AAAAMMDD    PIC 9(08).
          05 FILLER            PIC X(13).
       01 WS-HOY-ENTERO        PIC 9(08) COMP VALUE ZEROS.
       01 WS-REG-AAAAMMDD      PIC 9(08) VALUE ZEROS.
       01 WS-EDAD-DIAS         PIC 9(05) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * LINEA DE DETALLE DE UN REGISTRO ABIERTO                       *
      *---------------------------------------------------------------*
       01 WS-LIN-DETALLE.
          05 WS-LIN-JOBNAME    PIC X(08).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-LIN-STEPNAME   PIC X(08).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-LIN-FECHA      PIC X(10).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-LIN-HORA       PIC X(08).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-LIN-NUMERO     PIC ZZZZ9.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-LIN-PROGRAMA   PIC X(08).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-LIN-ESTADO     PIC X(01).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-LIN-EDAD       PIC ZZZZ9.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-LIN-VENCIDO    PIC X(09).
       01 WS-LIN-UBICACION.
          05 FILLER            PIC X(10) VALUE '   INSUMO '.
          05 WS-LIN-DDNAME     PIC X(08).
          05 FILLER            PIC X(06) VALUE ' REG. '.
          05 WS-LIN-REG-NUMERO PIC ZZZZZZZZ9.
          05 FILLER            PIC X(07) VALUE ' CLAVE '.
          05 WS-LIN-REG-CLAVE  PIC X(20).
       01 WS-LIN-ERROR.
          05 FILLER            PIC X(10) VALUE '   ERROR  '.
          05 WS-LIN-PUNTO      PIC X(30).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-LIN-DESCRIPCION PIC X(30).

       01 WS-LIN-PGM-TOTAL.
          05 WS-LPG-NOMBRE     PIC X(08).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-LPG-PEND       PIC ZZZZZZ9.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-LPG-CORR       PIC ZZZZZZ9.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-LPG-RECH       PIC ZZZZZZ9.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-LPG-REEN       PIC ZZZZZZ9.

       77 FILLER               PIC X(26) VALUE '* FINAL  WS *'.

      *---------------------------------------------------------------*
       LINKAGE SECTION.
      *---------------------------------------------------------------*
       01 WS-PARM.
          05 WS-PARM-LON       PIC S9(04) COMP.
          05 WS-PARM-TEXTO     PIC X(08).

      *****************************************************************
       PROCEDURE DIVISION USING WS-PARM.
      *****************************************************************

       PRINCIPAL.

           PERFORM 1000-I-INICIO THRU 1000-F-INICIO
           PERFORM 2000-LEER-CUARENTENA
           PERFORM 8000-IMPRIMIR-RESUMEN
           EVALUATE TRUE
           WHEN SUSP-ILEGIBLE
                MOVE 8 TO RETURN-CODE
           WHEN HUBO-VENCIDO
                MOVE 4 TO RETURN-CODE
           WHEN OTHER
                MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .
       FIN-PRINCIPAL.
           GOBACK.

      *****************************************************************
      *   INTERPRETAR EL PARM, CAPTURAR LA FECHA Y ABRIR LA HOJA DE   *
      *   DECISIONES (OPCIONAL)                                       *
      *****************************************************************
       1000-I-INICIO.

           IF WS-PARM-LON >= 8
              AND WS-PARM-TEXTO(1:5) = 'DIAS='
              AND WS-PARM-TEXTO(6:3) IS NUMERIC
              MOVE WS-PARM-TEXTO(6:3) TO WS-DIAS-PLAZO
           END-IF
           MOVE WS-DIAS-PLAZO TO WS-DIAS-PLAZO-ED
           INITIALIZE WS-TAB-PROGRAMAS

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-HOY-ENTERO
              = FUNCTION INTEGER-OF-DATE(WS-CD-AAAAMMDD)
           END-COMPUTE

           OPEN OUTPUT SUSWRK-FILE
           IF SUSWRK-OK
              MOVE 'S' TO WS-HOJA-ABIERTA
           ELSE
              DISPLAY 'PGMSUSRPT: SUSWRK NO DISPONIBLE - STATUS '
                      WS-SUSWRK-ST ' - NO SE GRABA LA HOJA DE '
                      'DECISIONES'
           END-IF
           .
       1000-F-INICIO.
           EXIT.

      *****************************************************************
      *   RECORRER ERRSUSP. SIN DATASET NO HAY NADA EN CUARENTENA: NO *
      *   ES UN ERROR (NINGUN PASO USO TODAVIA EL MODO).              *
      *****************************************************************
       2000-LEER-CUARENTENA.

           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN INPUT SUSP-FILE
           IF NOT SUSP-OK
              IF NOT SUSP-NO-EXISTE
                 DISPLAY 'PGMSUSRPT: ERRSUSP ILEGIBLE - STATUS '
                         WS-SUSP-ST
                 MOVE 'S' TO WS-SUSP-ILEGIBLE
              END-IF
              MOVE 'S' TO WS-FIN-ARCHIVO
           ELSE
              DISPLAY WS-SEPARADOR
              DISPLAY 'REGISTROS EN CUARENTENA ABIERTOS - PGMSUSRPT'
              DISPLAY WS-SEPARADOR
              DISPLAY 'JOB      STEP     FECHA      HORA     NUMER '
                      'PROGRAMA E  DIAS'
              DISPLAY WS-SEPARADOR-MIN
           END-IF

           PERFORM 2100-LEER-UN-REGISTRO
                   UNTIL FIN-ARCHIVO

           IF SUSP-OK OR SUSP-AT-END
              CLOSE SUSP-FILE
           END-IF
           IF HOJA-ABIERTA
              CLOSE SUSWRK-FILE
           END-IF
           EXIT PARAGRAPH.

       2100-LEER-UN-REGISTRO.

           READ SUSP-FILE
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO
              NOT AT END
                 ADD 1 TO WS-CONT-LEIDOS
                 PERFORM 2200-ACUMULAR-ESTADO
                 IF SUS-ABIERTO
                    PERFORM 2300-LISTAR-ABIERTO
                 END-IF
                 IF SUS-PENDIENTE AND HOJA-ABIERTA
                    PERFORM 2400-GRABAR-HOJA
                 END-IF
           END-READ
           EXIT PARAGRAPH.

       2200-ACUMULAR-ESTADO.

           PERFORM 2210-UBICAR-PROGRAMA
           EVALUATE TRUE
           WHEN SUS-PENDIENTE
                ADD 1 TO WS-CONT-PENDIENTES
                ADD 1 TO WS-PGM-PEND(WS-P)
           WHEN SUS-CORREGIDO
                ADD 1 TO WS-CONT-CORREGIDOS
                ADD 1 TO WS-PGM-CORR(WS-P)
           WHEN SUS-RECHAZADO
                ADD 1 TO WS-CONT-RECHAZADOS
                ADD 1 TO WS-PGM-RECH(WS-P)
           WHEN SUS-REENVIADO
                ADD 1 TO WS-CONT-REENVIADOS
                ADD 1 TO WS-PGM-REEN(WS-P)
           WHEN OTHER
                ADD 1 TO WS-CONT-OTROS
           END-EVALUATE
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * DEJA EN WS-P LA ENTRADA DEL PROGRAMA; SI LA TABLA SE LLENA,   *
      * LA ULTIMA ENTRADA ACUMULA A TODOS LOS QUE NO ENTRARON.        *
      *---------------------------------------------------------------*
       2210-UBICAR-PROGRAMA.

           MOVE 'N' TO WS-PGM-HALLADO
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PGM-CANT OR PGM-HALLADO
              IF WS-PGM-NOMBRE(WS-P) = WS-SUS-PROGRAMA
                 MOVE 'S' TO WS-PGM-HALLADO
              END-IF
           END-PERFORM
           IF PGM-HALLADO
              SUBTRACT 1 FROM WS-P
           ELSE
              IF WS-PGM-CANT < WS-PGM-MAX - 1
                 ADD 1 TO WS-PGM-CANT
                 MOVE WS-PGM-CANT TO WS-P
                 MOVE WS-SUS-PROGRAMA TO WS-PGM-NOMBRE(WS-P)
              ELSE
                 MOVE WS-PGM-MAX TO WS-P
                 MOVE WS-PGM-MAX TO WS-PGM-CANT
                 MOVE '*OTROS*' TO WS-PGM-NOMBRE(WS-P)
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   DETALLE DE UN REGISTRO ABIERTO CON SU ANTIGUEDAD. LA FECHA  *
      *   DEL REGISTRO VIAJA AAAA-MM-DD (VER CPSUSREC).               *
      *****************************************************************
       2300-LISTAR-ABIERTO.

           MOVE WS-SUS-FECHA(1:4) TO WS-REG-AAAAMMDD(1:4)
           MOVE WS-SUS-FECHA(6:2) TO WS-REG-AAAAMMDD(5:2)
           MOVE WS-SUS-FECHA(9:2) TO WS-REG-AAAAMMDD(7:2)
           MOVE ZEROS TO WS-EDAD-DIAS
           IF WS-REG-AAAAMMDD IS NUMERIC
              AND WS-REG-AAAAMMDD NOT > WS-CD-AAAAMMDD
              COMPUTE WS-EDAD-DIAS = WS-HOY-ENTERO
                 - FUNCTION INTEGER-OF-DATE(WS-REG-AAAAMMDD)
              END-COMPUTE
           END-IF

           MOVE WS-SUS-JOBNAME     TO WS-LIN-JOBNAME
           MOVE WS-SUS-STEPNAME    TO WS-LIN-STEPNAME
           MOVE WS-SUS-FECHA       TO WS-LIN-FECHA
           MOVE WS-SUS-HORA        TO WS-LIN-HORA
           MOVE WS-SUS-NUMERO      TO WS-LIN-NUMERO
           MOVE WS-SUS-PROGRAMA    TO WS-LIN-PROGRAMA
           MOVE WS-SUS-ESTADO      TO WS-LIN-ESTADO
           MOVE WS-EDAD-DIAS       TO WS-LIN-EDAD
           IF WS-EDAD-DIAS > WS-DIAS-PLAZO
              MOVE '*VENCIDO*' TO WS-LIN-VENCIDO
              MOVE 'S' TO WS-HUBO-VENCIDO
              ADD 1 TO WS-CONT-VENCIDOS
           ELSE
              MOVE SPACES TO WS-LIN-VENCIDO
           END-IF
           MOVE WS-SUS-DDNAME      TO WS-LIN-DDNAME
           MOVE WS-SUS-REG-NUMERO  TO WS-LIN-REG-NUMERO
           MOVE WS-SUS-REG-CLAVE   TO WS-LIN-REG-CLAVE
           MOVE WS-SUS-PUNTO       TO WS-LIN-PUNTO
           MOVE WS-SUS-DESCRIPCION TO WS-LIN-DESCRIPCION

           DISPLAY WS-LIN-DETALLE
           DISPLAY WS-LIN-UBICACION
           DISPLAY WS-LIN-ERROR
           IF SUS-CORREGIDO
              DISPLAY '   CORREGIDO POR ' WS-SUS-DEC-USUARIO
                      ' EL ' WS-SUS-DEC-FECHA ' ' WS-SUS-DEC-HORA
                      ' - ESPERA EL REPROCESO (PGMSUSRPR)'
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   LINEA DE LA HOJA DE DECISIONES: IDENTIFICADOR, ACCION EN    *
      *   BLANCO Y LA IMAGEN ORIGINAL COMO PUNTO DE PARTIDA DE LA     *
      *   CORRECCION                                                  *
      *****************************************************************
       2400-GRABAR-HOJA.

           INITIALIZE WS-SUSDEC-REC
           MOVE WS-SUS-ID          TO WS-SDEC-ID
           MOVE SPACE              TO WS-SDEC-ACCION
           MOVE WS-SUS-IMAGEN-LON  TO WS-SDEC-IMAGEN-LON
           MOVE WS-SUS-IMAGEN      TO WS-SDEC-IMAGEN
           WRITE WS-SUSDEC-REC
           IF SUSWRK-OK
              ADD 1 TO WS-CONT-HOJA
           ELSE
              DISPLAY 'PGMSUSRPT: FALLO WRITE SUSWRK - STATUS '
                      WS-SUSWRK-ST ' - HOJA INCOMPLETA'
              CLOSE SUSWRK-FILE
              MOVE 'N' TO WS-HOJA-ABIERTA
           END-IF
           EXIT PARAGRAPH.

       8000-IMPRIMIR-RESUMEN.

           DISPLAY WS-SEPARADOR
           DISPLAY 'RESUMEN DE CUARENTENA - PGMSUSRPT'
           DISPLAY WS-SEPARADOR
           DISPLAY 'PLAZO (DIAS)            : ' WS-DIAS-PLAZO-ED
           DISPLAY 'REGISTROS LEIDOS        : ' WS-CONT-LEIDOS
           DISPLAY 'PENDIENTES (P)          : ' WS-CONT-PENDIENTES
           DISPLAY 'CORREGIDOS (C)          : ' WS-CONT-CORREGIDOS
           DISPLAY 'RECHAZADOS (R)          : ' WS-CONT-RECHAZADOS
           DISPLAY 'REENVIADOS (E)          : ' WS-CONT-REENVIADOS
           IF WS-CONT-OTROS > 0
              DISPLAY 'ESTADO DESCONOCIDO      : ' WS-CONT-OTROS
           END-IF
           DISPLAY 'ABIERTOS VENCIDOS       : ' WS-CONT-VENCIDOS
           DISPLAY 'LINEAS EN HOJA SUSWRK   : ' WS-CONT-HOJA
           IF WS-PGM-CANT > 0
              DISPLAY WS-SEPARADOR-MIN
              DISPLAY 'PROGRAMA  PENDIEN  CORREGI  RECHAZA  REENVIA'
              PERFORM VARYING WS-P FROM 1 BY 1
                      UNTIL WS-P > WS-PGM-CANT
                 MOVE WS-PGM-NOMBRE(WS-P) TO WS-LPG-NOMBRE
                 MOVE WS-PGM-PEND(WS-P)   TO WS-LPG-PEND
                 MOVE WS-PGM-CORR(WS-P)   TO WS-LPG-CORR
                 MOVE WS-PGM-RECH(WS-P)   TO WS-LPG-RECH
                 MOVE WS-PGM-REEN(WS-P)   TO WS-LPG-REEN
                 DISPLAY WS-LIN-PGM-TOTAL
              END-PERFORM
           END-IF
           DISPLAY WS-SEPARADOR
           IF HUBO-VENCIDO
              DISPLAY '*** HAY REGISTROS EN CUARENTENA SIN DECIDIR '
                      'FUERA DE PLAZO ***'
              DISPLAY WS-SEPARADOR
           END-IF
           EXIT PARAGRAPH.
