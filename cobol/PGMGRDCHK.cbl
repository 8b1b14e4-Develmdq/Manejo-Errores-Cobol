      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMGRDCHK.

      *****************************************************************
      *   CONTROL ANTICIPADO DE HUECOS DEL ROL DE GUARDIAS            *
      *****************************************************************
      * AUTOR : MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************
      * FUNCION:                                                      *
      *   UN GRUPO SIN NADIE DE GUARDIA SE DESCUBRE HOY CUANDO LLEGA  *
      *   EL PAGE Y NO LO ATIENDE NADIE. ESTE JOB, CORRIDO A DIARIO,  *
      *   RECORRE LOS PROXIMOS DIAS Y AVISA CON ANTICIPACION CADA     *
      *   PERIODO EN QUE UN GRUPO QUEDA SIN CUBRIR SEGUN EL ROL DE    *
      *   GUARDIAS (VER CPGRDREC):                                    *
      *     SIN GUARDIA  : NI TITULAR NI SUPLENTE                     *
      *     SIN TITULAR  : SOLO SUPLENTE (EL PAGE VA AL SUPLENTE)     *
      *     SIN SUPLENTE : SOLO TITULAR (SI NO ATIENDE NO HAY A QUIEN *
      *                    ESCALAR DENTRO DEL GRUPO)                  *
      *   LOS GRUPOS CONTROLADOS SON LOS QUE PUEDEN RECIBIR UN        *
      *   DISPARO: TODOS LOS DE LA TABLA DE RUTEO ALRTRTE (CUALQUIER  *
      *   NIVEL), MAS 'ONCALL' (DESTINO POR DEFECTO DE PGMALERT) Y    *
      *   'TODOS' (NIVEL FINAL DE PGMALRESC). LA RESOLUCION Y LA      *
      *   BUSQUEDA DE HUECOS LAS HACE PGMGRDRES, LA MISMA QUE USAN    *
      *   LOS PROGRAMAS QUE ESTAMPAN LA GUARDIA EN LOS DISPAROS.      *
      *   DE CADA GRUPO SE MUESTRA TAMBIEN LA GUARDIA ACTUAL.         *
      *****************************************************************
      * ENTRADAS:                                                     *
      *   DD ALRTRTE : TABLA DE RUTEO Y ESCALAMIENTO                  *
      *   DD GUARDIAS: ROL DE GUARDIAS (LO LEE PGMGRDRES)             *
      * PARM:                                                         *
      *   PARM='DIAS=NNN' - DIAS HACIA ADELANTE A CONTROLAR DESDE     *
      *   AHORA. SIN PARM RIGE EL DEFECTO DE 14.                      *
      * RETURN CODE:                                                  *
      *   0 = TODOS LOS GRUPOS CUBIERTOS EN TODA LA VENTANA           *
      *   4 = HAY PERIODOS SIN CUBRIR, ENTRADAS DEL ROL DESCARTADAS   *
      *       O SIN ALRTRTE LEGIBLE (SOLO SE CONTROLAN LOS DEFECTOS)  *
      *   8 = SIN ROL DE GUARDIAS LEGIBLE                             *
      *****************************************************************

      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALRT-RTE-FILE ASSIGN TO 'ALRTRTE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTE-ST.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
       FD  ALRT-RTE-FILE
           RECORDING MODE IS F.
       01 WS-ALRTRTE-REC.
          05 WS-RTE-REC-MASCARA   PIC X(08).
          05 WS-RTE-REC-AMBITO    PIC X(01).
          05 WS-RTE-REC-SEVERIDAD PIC X(01).
          05 WS-RTE-REC-DESDE     PIC X(05).
          05 WS-RTE-REC-HASTA     PIC X(05).
          05 WS-RTE-REC-GRUPO     PIC X(08).
          05 WS-RTE-REC-NIVEL     PIC 9(01).
          05 FILLER               PIC X(51).

       WORKING-STORAGE SECTION.
       77 FILLER               PIC X(26) VALUE '* INICIO WS *'.

       01 WS-SEPARADOR         PIC X(60) VALUE ALL '='.
       01 WS-SEPARADOR-MIN     PIC X(60) VALUE ALL '-'.

       01 WS-RTE-ST            PIC X(02) VALUE '00'.
          88 RTE-OK                      VALUE '00'.
          88 RTE-AT-END                  VALUE '10'.

       01 WS-FIN-ARCHIVO       PIC X(01) VALUE 'N'.
          88 FIN-ARCHIVO                 VALUE 'S'.

       01 WS-SIN-RUTEO         PIC X(01) VALUE 'N'.
          88 SIN-RUTEO                   VALUE 'S'.
       01 WS-SIN-ROL           PIC X(01) VALUE 'N'.
          88 SIN-ROL                     VALUE 'S'.

      *---------------------------------------------------------------*
      * GUARDIA RESPONSABLE Y HUECOS DEL ROL (PGMGRDRES)              *
      *---------------------------------------------------------------*
           COPY CPGRDPRM.

      *---------------------------------------------------------------*
      * DIAS HACIA ADELANTE A CONTROLAR (VER PARM)                    *
      *---------------------------------------------------------------*
       01 WS-DIAS-VENTANA      PIC 9(03) VALUE 14.

      *---------------------------------------------------------------*
      * VENTANA: DESDE AHORA HASTA AHORA + DIAS (MISMA HORA)          *
      *---------------------------------------------------------------*
       01 WS-CURRENT-DATE.
          05 WS-CD-AAAAMMDD    PIC 9(08).
          05 WS-CD-HH          PIC 9(02).
          05 WS-CD-MIN         PIC 9(02).
          05 WS-CD-SS          PIC 9(02).
          05 FILLER            PIC X(07).
       01 WS-HASTA-AAAAMMDD    PIC 9(08) VALUE ZEROS.
       01 WS-HASTA-AAAAMMDD-X REDEFINES WS-HASTA-AAAAMMDD
                               PIC X(08).
       01 WS-VEN-DESDE-FECHA   PIC X(10) VALUE SPACES.
       01 WS-VEN-HASTA-FECHA   PIC X(10) VALUE SPACES.
       01 WS-VEN-HORA          PIC X(05) VALUE SPACES.

      *---------------------------------------------------------------*
      * GRUPOS A CONTROLAR, SIN REPETIDOS, EN ORDEN DE APARICION      *
      *---------------------------------------------------------------*
       01 WS-TAB-GRUPOS.
          05 WS-GRP-TOTAL      PIC 9(04) COMP VALUE ZEROS.
          05 WS-GRP-ENTRY OCCURS 60 TIMES.
             07 WS-GRP-NOMBRE  PIC X(08).
       01 WS-GRP-DESBORDES     PIC 9(05) COMP VALUE ZEROS.
       01 WS-GRP-I             PIC 9(04) COMP VALUE ZEROS.
       01 WS-GRP-NUEVO         PIC X(08) VALUE SPACES.
       01 WS-HUE-I             PIC 9(03) COMP VALUE ZEROS.
       01 WS-FALTA-TEXTO       PIC X(12) VALUE SPACES.

       01 WS-CONT-GRUPOS-HUECO PIC 9(05) COMP VALUE ZEROS.
       01 WS-CONT-HUECOS       PIC 9(05) COMP VALUE ZEROS.
       01 WS-CONT-ED           PIC ZZZZ9.

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
           PERFORM 2000-CARGAR-GRUPOS
           PERFORM 8000-IMPRIMIR-REPORTE
           PERFORM 9000-I-CIERRE THRU 9000-F-CIERRE
           .
       FIN-PRINCIPAL.
           GOBACK.

      *****************************************************************
      *   INTERPRETAR EL PARM Y ARMAR LA VENTANA A CONTROLAR          *
      *****************************************************************
       1000-I-INICIO.

           IF WS-PARM-LON >= 8
              AND WS-PARM-TEXTO(1:5) = 'DIAS='
              AND WS-PARM-TEXTO(6:3) IS NUMERIC
              AND WS-PARM-TEXTO(6:3) > '000'
              MOVE WS-PARM-TEXTO(6:3) TO WS-DIAS-VENTANA
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-AAAAMMDD(1:4) '-'
                  WS-CD-AAAAMMDD(5:2) '-'
                  WS-CD-AAAAMMDD(7:2)
              DELIMITED BY SIZE
              INTO WS-VEN-DESDE-FECHA
           END-STRING
           STRING WS-CD-HH ':' WS-CD-MIN
              DELIMITED BY SIZE
              INTO WS-VEN-HORA
           END-STRING
           COMPUTE WS-HASTA-AAAAMMDD
              = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CD-AAAAMMDD)
                   + WS-DIAS-VENTANA)
           END-COMPUTE
           STRING WS-HASTA-AAAAMMDD-X(1:4) '-'
                  WS-HASTA-AAAAMMDD-X(5:2) '-'
                  WS-HASTA-AAAAMMDD-X(7:2)
              DELIMITED BY SIZE
              INTO WS-VEN-HASTA-FECHA
           END-STRING
           .
       1000-F-INICIO.
           EXIT.

      *****************************************************************
      *   GRUPOS QUE PUEDEN RECIBIR UN DISPARO: LOS DOS DESTINOS      *
      *   FIJOS Y LOS DE ALRTRTE                                      *
      *****************************************************************
       2000-CARGAR-GRUPOS.

           MOVE 'ONCALL  ' TO WS-GRP-NUEVO
           PERFORM 2200-AGREGAR-GRUPO
           MOVE 'TODOS   ' TO WS-GRP-NUEVO
           PERFORM 2200-AGREGAR-GRUPO

           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN INPUT ALRT-RTE-FILE
           IF NOT RTE-OK
              DISPLAY 'PGMGRDCHK: SIN ALRTRTE LEGIBLE - STATUS '
                      WS-RTE-ST ' - SOLO SE CONTROLAN ONCALL Y TODOS'
              MOVE 'S' TO WS-SIN-RUTEO
              MOVE 'S' TO WS-FIN-ARCHIVO
           END-IF

           PERFORM 2100-LEER-RUTEO
                   UNTIL FIN-ARCHIVO

           IF RTE-OK OR RTE-AT-END
              CLOSE ALRT-RTE-FILE
           END-IF
           IF WS-GRP-DESBORDES > 0
              DISPLAY 'PGMGRDCHK: TABLA DE GRUPOS LLENA - '
                      WS-GRP-DESBORDES ' GRUPOS SIN CONTROLAR'
           END-IF
           EXIT PARAGRAPH.

       2100-LEER-RUTEO.

           READ ALRT-RTE-FILE
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO
              NOT AT END
                 IF WS-RTE-REC-GRUPO NOT = SPACES
                    MOVE WS-RTE-REC-GRUPO TO WS-GRP-NUEVO
                    PERFORM 2200-AGREGAR-GRUPO
                 END-IF
           END-READ
           EXIT PARAGRAPH.

       2200-AGREGAR-GRUPO.

           PERFORM VARYING WS-GRP-I FROM 1 BY 1
                   UNTIL WS-GRP-I > WS-GRP-TOTAL
                      OR WS-GRP-NOMBRE(WS-GRP-I) = WS-GRP-NUEVO
              CONTINUE
           END-PERFORM
           IF WS-GRP-I > WS-GRP-TOTAL
              IF WS-GRP-TOTAL < 60
                 ADD 1 TO WS-GRP-TOTAL
                 MOVE WS-GRP-NUEVO TO WS-GRP-NOMBRE(WS-GRP-TOTAL)
              ELSE
                 ADD 1 TO WS-GRP-DESBORDES
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   REPORTE: POR GRUPO, LA GUARDIA ACTUAL Y LOS PERIODOS SIN    *
      *   CUBRIR DE LA VENTANA                                        *
      *****************************************************************
       8000-IMPRIMIR-REPORTE.

           DISPLAY WS-SEPARADOR
           DISPLAY 'HUECOS DEL ROL DE GUARDIAS - PGMGRDCHK'
           DISPLAY WS-SEPARADOR
           DISPLAY 'VENTANA : ' WS-VEN-DESDE-FECHA ' ' WS-VEN-HORA
                   ' A ' WS-VEN-HASTA-FECHA ' ' WS-VEN-HORA
                   ' (' WS-DIAS-VENTANA ' DIAS)'

           PERFORM VARYING WS-GRP-I FROM 1 BY 1
                   UNTIL WS-GRP-I > WS-GRP-TOTAL
                      OR SIN-ROL
              PERFORM 8100-CONTROLAR-GRUPO
           END-PERFORM

           DISPLAY WS-SEPARADOR-MIN
           IF SIN-ROL
              DISPLAY '*** SIN ROL DE GUARDIAS LEGIBLE - NO SE '
                      'CONTROLO NADA ***'
           ELSE
              MOVE WS-GRP-TOTAL TO WS-CONT-ED
              DISPLAY 'GRUPOS CONTROLADOS      : ' WS-CONT-ED
              MOVE WS-CONT-GRUPOS-HUECO TO WS-CONT-ED
              DISPLAY 'GRUPOS CON HUECOS       : ' WS-CONT-ED
              MOVE WS-CONT-HUECOS TO WS-CONT-ED
              DISPLAY 'PERIODOS SIN CUBRIR     : ' WS-CONT-ED
              MOVE WS-GRDP-DESCARTADAS TO WS-CONT-ED
              DISPLAY 'ENTRADAS DESCARTADAS    : ' WS-CONT-ED
              IF WS-GRDP-DESCARTADAS > 0
                 DISPLAY '(UN HUECO PUEDE SER UNA ENTRADA DESCARTADA: '
                         'VER LOS AVISOS DE PGMGRDRES)'
              END-IF
           END-IF
           DISPLAY WS-SEPARADOR
           EXIT PARAGRAPH.

       8100-CONTROLAR-GRUPO.

           DISPLAY WS-SEPARADOR-MIN
           DISPLAY 'GRUPO ' WS-GRP-NOMBRE(WS-GRP-I)

           MOVE 'R'                     TO WS-GRDP-ACCION
           MOVE WS-GRP-NOMBRE(WS-GRP-I) TO WS-GRDP-GRUPO
           MOVE WS-VEN-DESDE-FECHA      TO WS-GRDP-FECHA
           MOVE WS-VEN-HORA             TO WS-GRDP-HORA
           CALL 'PGMGRDRES' USING WS-GRD-PARM
           IF GRDP-SIN-TABLA
              MOVE 'S' TO WS-SIN-ROL
           ELSE
              IF WS-GRDP-TITULAR NOT = SPACES
                 DISPLAY '  AHORA   : ' WS-GRDP-TIT-ID ' '
                         WS-GRDP-TIT-NOMBRE ' ' WS-GRDP-TIT-TELEFONO
              ELSE
                 DISPLAY '  AHORA   : *** SIN TITULAR ***'
              END-IF
              IF WS-GRDP-SUPLENTE NOT = SPACES
                 DISPLAY '  SUPLENTE: ' WS-GRDP-SUP-ID ' '
                         WS-GRDP-SUP-NOMBRE ' ' WS-GRDP-SUP-TELEFONO
              ELSE
                 DISPLAY '  SUPLENTE: *** SIN SUPLENTE ***'
              END-IF

              MOVE 'H'                     TO WS-GRDP-ACCION
              MOVE WS-VEN-HASTA-FECHA      TO WS-GRDP-HASTA-FECHA
              MOVE WS-VEN-HORA             TO WS-GRDP-HASTA-HORA
              CALL 'PGMGRDRES' USING WS-GRD-PARM
              IF WS-GRDP-HUE-TOTAL = 0
                 DISPLAY '  CUBIERTO EN TODA LA VENTANA'
              ELSE
                 ADD 1 TO WS-CONT-GRUPOS-HUECO
                 PERFORM VARYING WS-HUE-I FROM 1 BY 1
                         UNTIL WS-HUE-I > WS-GRDP-HUE-TOTAL
                    PERFORM 8200-IMPRIMIR-HUECO
                 END-PERFORM
                 ADD WS-GRDP-HUE-TOTAL TO WS-CONT-HUECOS
                 IF WS-GRDP-HUE-DESBORDES > 0
                    ADD WS-GRDP-HUE-DESBORDES TO WS-CONT-HUECOS
                    DISPLAY '  ... Y ' WS-GRDP-HUE-DESBORDES
                            ' PERIODOS MAS'
                 END-IF
              END-IF
           END-IF
           EXIT PARAGRAPH.

       8200-IMPRIMIR-HUECO.

           EVALUATE WS-GRDP-HUE-FALTA(WS-HUE-I)
           WHEN 'T'
                MOVE 'SIN GUARDIA ' TO WS-FALTA-TEXTO
           WHEN 'P'
                MOVE 'SIN TITULAR ' TO WS-FALTA-TEXTO
           WHEN OTHER
                MOVE 'SIN SUPLENTE' TO WS-FALTA-TEXTO
           END-EVALUATE
           DISPLAY '  << ' WS-FALTA-TEXTO ' DESDE '
                   WS-GRDP-HUE-DESDE-FECHA(WS-HUE-I) ' '
                   WS-GRDP-HUE-DESDE-HORA(WS-HUE-I) ' HASTA '
                   WS-GRDP-HUE-HASTA-FECHA(WS-HUE-I) ' '
                   WS-GRDP-HUE-HASTA-HORA(WS-HUE-I)
           EXIT PARAGRAPH.

      *****************************************************************
      *   RETURN CODE (VER ENCABEZADO)                                *
      *****************************************************************
       9000-I-CIERRE.

           EVALUATE TRUE
           WHEN SIN-ROL
                MOVE 8 TO RETURN-CODE
           WHEN WS-CONT-HUECOS > 0
             OR WS-GRDP-DESCARTADAS > 0
             OR SIN-RUTEO
             OR WS-GRP-DESBORDES > 0
                MOVE 4 TO RETURN-CODE
           END-EVALUATE
           .
       9000-F-CIERRE.
           EXIT.
