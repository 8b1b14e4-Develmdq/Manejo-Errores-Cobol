      *   DD ERRHIST : GENERACION(ES) DEL HISTORICO A REPORTAR        *
      *   DD ALERTTRG: DISPAROS DE ALERTA DEL MISMO PERIODO           *
      *   DD RESTART : DATASET DE CHECKPOINTS DE REINICIO             *
      *   DD ERRHCTL : TOTALES DE CONTROL DE LAS MISMAS GENERACIONES  *
      *                (ERR.HIST.CTL, MISMO ORDEN QUE ERRHIST). SI EL *
      *                HISTORICO NO CUADRA (VER PGMERRVER) EL PARTE   *
      *                SALE IGUAL, MARCADO COMO INCOMPLETO Y CON RC=4.*
      *   DD JOBDEP  : DEPENDENCIAS Y HORARIOS LIMITE (LO LEE         *
      *                PGMJOBIMP). CADA REINICIO PENDIENTE LLEVA LOS  *
      *                JOBS AGUAS ABAJO TRABADOS Y EL HORARIO LIMITE  *
      *                MAS URGENTE EN RIESGO, PARA PRIORIZAR EL PASE. *
      *   DD GUARDIAS: ROL DE GUARDIAS (LO LEE PGMGRDRES). AL FINAL   *
      *                DEL PARTE, POR CADA GRUPO DESTINO DE LOS       *
      *                DISPAROS, RESPONSABLE DE LAS APLICACIONES DEL  *
      *                PARTE O DESTINO POR DEFECTO ('ONCALL'): LA     *
      *                GUARDIA ACTUAL Y LOS PERIODOS SIN CUBRIR DE    *
      *                LOS PROXIMOS 3 DIAS (EL CONTROL COMPLETO LO    *
      *                HACE PGMGRDCHK).                               *
      * LOS REGISTROS DE ERRHIST ANTERIORES AL CAMPO SEVERIDAD        *
      * TRAEN ESPACIO Y SE CUENTAN COMO FATALES (VER CPERRLOG). LOS   *
      * LATIDOS DE PRUEBA DE LA RUTA DE ALERTAS (SEVERIDAD 'T', VER   *
      * PGMLATBT) NO SON ERRORES: NO SE CUENTAN NI COMO OCURRENCIA    *
      * NI COMO ALERTA.                                               *
      * DE CADA JOB/STEP SE MUESTRA EL ULTIMO CHECKPOINT GRABADO      *
      * (RESTART SE ESCRIBE EN EXTEND, EL ULTIMO ES EL MAS RECIENTE); *
      * SI EL MISMO PASO VOLVIO A CANCELAR VARIAS VECES SE INFORMA    *
      * CUANTOS CHECKPOINTS ACUMULA.                                  *
      *****************************************************************
      * PARM:                                                         *
      *   PARM='SIS=XXXXXXXX' - CON LA GENERACION CORPORATIVA Y LOS   *
      *   DISPAROS DE VARIOS SISTEMAS (VER PGMERRCNS), TOMA SOLO LAS  *
      *   OCURRENCIAS Y DISPAROS DE ESE SISTEMA. RESTART ES SIEMPRE   *
      *   EL DEL SISTEMA DONDE CORRE EL PARTE. SIN PARM, TODOS.       *
      *****************************************************************

      *****************************************************************
       ENVIRONMENT DIVISION.
          88 RESTART-OK                  VALUE '00'.
          88 RESTART-AT-END              VALUE '10'.

      *---------------------------------------------------------------*
      * VERIFICACION DE TOTALES DE CONTROL DEL HISTORICO              *
      *---------------------------------------------------------------*
           COPY CPVERPRM.

      *---------------------------------------------------------------*
      * IMPACTO AGUAS ABAJO DE CADA REINICIO PENDIENTE (PGMJOBIMP)    *
      *---------------------------------------------------------------*
           COPY CPIMPPRM.

       01 WS-SIN-JOBDEP        PIC X(01) VALUE 'N'.
          88 SIN-JOBDEP                  VALUE 'S'.
       01 WS-IMP-I             PIC 9(02) COMP VALUE ZEROS.
       01 WS-IMP-CANT-ED       PIC ZZ9.
       01 WS-IMP-MARGEN-ED     PIC ZZZ9.

       01 WS-SALIDA-INCOMPLETA PIC X(01) VALUE 'N'.
          88 SALIDA-INCOMPLETA           VALUE 'S'.

       01 WS-AREG-ST           PIC X(02) VALUE '00'.
          88 AREG-OK                     VALUE '00'.
          88 AREG-AT-END                 VALUE '10'.

       01 WS-JOBNAME-CORTE     PIC X(08) VALUE SPACES.

      *---------------------------------------------------------------*
      * FILTRO POR SISTEMA (PARM SIS=; EN BLANCO = TODOS)             *
      *---------------------------------------------------------------*
       01 WS-FILTRO-SISTEMA    PIC X(08) VALUE SPACES.
       01 WS-CONT-EXCLUIDOS    PIC 9(09) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
      * REGISTRO DE APLICACIONES EN MEMORIA Y LISTA DE APLICACIONES   *
      * PRESENTES EN EL PARTE (EN ORDEN DE APARICION), CON SU GRUPO   *
       01 WS-FIN-MASC          PIC X(01) VALUE 'N'.
          88 FIN-MASC                   VALUE 'S'.

      *---------------------------------------------------------------*
      * GUARDIAS DE LOS GRUPOS DEL PARTE (PGMGRDRES): GRUPOS SIN      *
      * REPETIDOS EN ORDEN DE APARICION, VENTANA DE AVISO DESDE AHORA *
      * Y AUXILIARES DE IMPRESION                                     *
      *---------------------------------------------------------------*
           COPY CPGRDPRM.

       01 WS-TAB-GRUPOS.
          05 WS-GRP-TOTAL      PIC 9(04) COMP VALUE ZEROS.
          05 WS-GRP-ENTRY OCCURS 60 TIMES.
             07 WS-GRP-NOMBRE  PIC X(08).
       01 WS-GRP-I             PIC 9(04) COMP VALUE ZEROS.
       01 WS-GRP-NUEVO         PIC X(08) VALUE SPACES.
       01 WS-GRP-CON-HUECO     PIC 9(04) COMP VALUE ZEROS.
       01 WS-HUE-I             PIC 9(03) COMP VALUE ZEROS.
       01 WS-FALTA-TEXTO       PIC X(12) VALUE SPACES.
       01 WS-SIN-ROL           PIC X(01) VALUE 'N'.
          88 SIN-ROL                     VALUE 'S'.

       01 WS-GRD-DIAS-AVISO    PIC 9(03) VALUE 3.
       01 WS-CURRENT-DATE.
          05 WS-CD-AAAAMMDD    PIC 9(08).
          05 WS-CD-HH          PIC 9(02).
          05 WS-CD-MIN         PIC 9(02).
          05 FILLER            PIC X(09).
       01 WS-AVISO-AAAAMMDD    PIC 9(08) VALUE ZEROS.
       01 WS-AVISO-AAAAMMDD-X REDEFINES WS-AVISO-AAAAMMDD
                               PIC X(08).
       01 WS-AVISO-DESDE-FECHA PIC X(10) VALUE SPACES.
       01 WS-AVISO-HASTA-FECHA PIC X(10) VALUE SPACES.
       01 WS-AVISO-HORA        PIC X(05) VALUE SPACES.

       77 FILLER               PIC X(26) VALUE '* FINAL  WS *'.

      *---------------------------------------------------------------*
       LINKAGE SECTION.
      *---------------------------------------------------------------*
       01 WS-PARM.
          05 WS-PARM-LON       PIC S9(04) COMP.
          05 WS-PARM-TEXTO     PIC X(12).

      *****************************************************************
       PROCEDURE DIVISION USING WS-PARM.
      *****************************************************************

       PRINCIPAL.

           IF WS-PARM-LON > 4
              AND WS-PARM-TEXTO(1:4) = 'SIS='
              MOVE WS-PARM-TEXTO(5:8) TO WS-FILTRO-SISTEMA
           END-IF
           MOVE 'ONCALL  ' TO WS-GRP-NUEVO
           PERFORM 3200-ANOTAR-GRUPO
           PERFORM 1000-CARGAR-REGISTRO
           PERFORM 2000-ACUMULAR-HISTORICO
           PERFORM 3000-ACUMULAR-ALERTAS

      *****************************************************************
      *   PASADA 1: OCURRENCIAS DEL HISTORICO, CONTADAS POR SEVERIDAD *
      *   (ANTES, VERIFICADO CONTRA SUS TOTALES DE CONTROL)           *
      *****************************************************************
       2000-ACUMULAR-HISTORICO.

           MOVE 'V' TO WS-VERP-ACCION
           MOVE 'H' TO WS-VERP-JUEGO
           CALL 'PGMERRVER' USING WS-VER-PARM
           IF NOT VERP-OK
              MOVE 'S' TO WS-SALIDA-INCOMPLETA
              DISPLAY 'PGMERRSHF: HISTORICO INCOMPLETO - '
                      WS-VERP-MENSAJE
           END-IF

           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN INPUT ERR-LOG-FILE
           IF NOT LOGFILE-OK
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO
              NOT AT END
                 EVALUATE TRUE
                 WHEN WS-LOG-SEVERIDAD = 'T'
                      CONTINUE
                 WHEN WS-FILTRO-SISTEMA NOT = SPACES
                      AND WS-LOG-SISTEMA NOT = WS-FILTRO-SISTEMA
                      ADD 1 TO WS-CONT-EXCLUIDOS
                 WHEN OTHER
                      PERFORM 2200-ACUMULAR-OCURRENCIA
                 END-EVALUATE
           END-READ
           EXIT PARAGRAPH.

       2200-ACUMULAR-OCURRENCIA.

           ADD 1 TO WS-CONT-HIST
           IF WS-LOG-MANTENIMIENTO = 'M'
              ADD 1 TO WS-CONT-MANTEN
           END-IF
           MOVE WS-LOG-JOBNAME  TO WS-CRU-B-JOBNAME
           MOVE WS-LOG-STEPNAME TO WS-CRU-B-STEPNAME
           MOVE WS-LOG-PROGRAMA TO WS-CRU-B-PROGRAMA
           PERFORM 5000-UBICAR-ENTRADA
           IF CRU-HALLADO
              EVALUATE WS-LOG-SEVERIDAD
              WHEN 'C'
                   ADD 1 TO WS-CRU-CRITICOS(WS-CRU-POS)
              WHEN 'W'
                   ADD 1 TO WS-CRU-WARNINGS(WS-CRU-POS)
              WHEN OTHER
                   ADD 1 TO WS-CRU-FATALES(WS-CRU-POS)
              END-EVALUATE
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   PASADA 2: DISPAROS DE ALERTA DE LA NOCHE                    *
      *****************************************************************
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO
              NOT AT END
                 EVALUATE TRUE
                 WHEN WS-ALERT-SEVERIDAD = 'T'
                      CONTINUE
                 WHEN WS-FILTRO-SISTEMA NOT = SPACES
                      AND WS-ALERT-SISTEMA NOT = WS-FILTRO-SISTEMA
                      ADD 1 TO WS-CONT-EXCLUIDOS
                 WHEN OTHER
                      ADD 1 TO WS-CONT-ALERTAS
                      MOVE WS-ALERT-JOBNAME  TO WS-CRU-B-JOBNAME
                      MOVE WS-ALERT-STEPNAME TO WS-CRU-B-STEPNAME
                      MOVE WS-ALERT-PROGRAMA TO WS-CRU-B-PROGRAMA
                      PERFORM 5000-UBICAR-ENTRADA
                      IF CRU-HALLADO
                         ADD 1 TO WS-CRU-ALERTAS(WS-CRU-POS)
                      END-IF
                      IF WS-ALERT-GRUPO NOT = SPACES
                         MOVE WS-ALERT-GRUPO TO WS-GRP-NUEVO
                         PERFORM 3200-ANOTAR-GRUPO
                      END-IF
                 END-EVALUATE
           END-READ
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * ANOTAR UN GRUPO PARA LA SECCION DE GUARDIAS (SIN REPETIDOS;   *
      * CON LA TABLA LLENA EL GRUPO NO SE INFORMA)                    *
      *---------------------------------------------------------------*
       3200-ANOTAR-GRUPO.

           PERFORM VARYING WS-GRP-I FROM 1 BY 1
                   UNTIL WS-GRP-I > WS-GRP-TOTAL
                      OR WS-GRP-NOMBRE(WS-GRP-I) = WS-GRP-NUEVO
              CONTINUE
           END-PERFORM
           IF WS-GRP-I > WS-GRP-TOTAL
              AND WS-GRP-TOTAL < 60
              ADD 1 TO WS-GRP-TOTAL
              MOVE WS-GRP-NUEVO TO WS-GRP-NOMBRE(WS-GRP-TOTAL)
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   PASADA 3: CHECKPOINTS DE REINICIO PENDIENTES. EL ULTIMO     *
      *   REGISTRO DE CADA JOB/STEP PISA AL ANTERIOR (ES EL MAS       *
              ADD 1 TO WS-APP-TOTAL
              MOVE WS-APP-RESUELTA TO WS-APP-NOMBRE(WS-APP-TOTAL)
              MOVE WS-GRP-RESUELTO TO WS-APP-GRUPO(WS-APP-TOTAL)
              IF WS-GRP-RESUELTO NOT = 'N/D     '
                 AND WS-GRP-RESUELTO NOT = SPACES
                 MOVE WS-GRP-RESUELTO TO WS-GRP-NUEVO
                 PERFORM 3200-ANOTAR-GRUPO
              END-IF
           END-IF
           EXIT PARAGRAPH.

           DISPLAY WS-SEPARADOR
           DISPLAY 'PARTE DE CAMBIO DE TURNO - PGMERRSHF'
           DISPLAY WS-SEPARADOR
           IF SALIDA-INCOMPLETA
              DISPLAY '*** SALIDA INCOMPLETA *** RESULTADO '
                      WS-VERP-RESULTADO
              DISPLAY '  ' WS-VERP-MENSAJE
              DISPLAY WS-SEPARADOR-MIN
           END-IF
           IF WS-FILTRO-SISTEMA NOT = SPACES
              DISPLAY 'SISTEMA            : ' WS-FILTRO-SISTEMA
              DISPLAY 'DE OTROS SISTEMAS  : ' WS-CONT-EXCLUIDOS
           END-IF
           DISPLAY 'OCURRENCIAS LEIDAS : ' WS-CONT-HIST
           DISPLAY 'DISPAROS DE ALERTA : ' WS-CONT-ALERTAS
           DISPLAY 'CHECKPOINTS        : ' WS-CONT-RESTART
              END-PERFORM
           END-PERFORM

           PERFORM 8500-IMPRIMIR-GUARDIAS

           IF SIN-JOBDEP
              DISPLAY WS-SEPARADOR-MIN
              DISPLAY '(SIN TABLA JOBDEP: LOS REINICIOS PENDIENTES '
                      'SALEN SIN IMPACTO AGUAS ABAJO)'
           END-IF
           IF WS-CRU-DESBORDES > 0
              DISPLAY WS-SEPARADOR-MIN
              DISPLAY '(TABLA LLENA: ' WS-CRU-DESBORDES
                      ' REGISTROS FUERA DEL PARTE)'
           END-IF
           DISPLAY WS-SEPARADOR
           IF SALIDA-INCOMPLETA
              MOVE 4 TO RETURN-CODE
           END-IF
           EXIT PARAGRAPH.

       8100-IMPRIMIR-ENTRADA.
                 DISPLAY '           CLAVE ['
                         WS-CRU-RST-CLAVE(WS-CRU-POS)
                         '] CONTADOR ' WS-CRU-RST-CONT(WS-CRU-POS)
                 PERFORM 8200-IMPRIMIR-IMPACTO
              ELSE
                 DISPLAY '           CHECKPOINT YA CONSUMIDO POR '
                         'CORRIDA POSTERIOR ('
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *---------------------------------------------------------------*
      * JOBS AGUAS ABAJO QUE ESPERAN ESTE REINICIO Y HORARIO LIMITE   *
      * MAS URGENTE, CON EL MARGEN MEDIDO DESDE EL CHECKPOINT         *
      *---------------------------------------------------------------*
       8200-IMPRIMIR-IMPACTO.

           MOVE WS-CRU-JOBNAME(WS-CRU-POS)  TO WS-IMPP-JOBNAME
           MOVE WS-CRU-RST-HORA(WS-CRU-POS) TO WS-IMPP-HORA
           CALL 'PGMJOBIMP' USING WS-IMP-PARM

           EVALUATE TRUE
           WHEN IMPP-SIN-TABLA
                MOVE 'S' TO WS-SIN-JOBDEP
           WHEN IMPP-JOB-DESCONOCIDO
                DISPLAY '           IMPACTO: JOB SIN ALTA EN JOBDEP'
           WHEN WS-IMPP-TOTAL = 0 AND WS-IMPP-URG-LIMITE = SPACES
                DISPLAY '           IMPACTO: SIN JOBS AGUAS ABAJO'
           WHEN OTHER
                MOVE WS-IMPP-TOTAL TO WS-IMP-CANT-ED
                DISPLAY '           IMPACTO: ' WS-IMP-CANT-ED
                        ' JOBS AGUAS ABAJO TRABADOS'
                IF WS-IMPP-URG-LIMITE NOT = SPACES
                   MOVE WS-IMPP-URG-MARGEN TO WS-IMP-MARGEN-ED
                   DISPLAY '           EN RIESGO: '
                           WS-IMPP-URG-LIMITE ' '
                           WS-IMPP-URG-SALIDA ' (JOB '
                           WS-IMPP-URG-JOBNAME ', MARGEN '
                           WS-IMP-MARGEN-ED ' MIN)'
                END-IF
                PERFORM VARYING WS-IMP-I FROM 1 BY 1
                        UNTIL WS-IMP-I > 50
                           OR WS-IMP-I > WS-IMPP-TOTAL
                   DISPLAY '             NIVEL '
                           WS-IMPP-NIVEL(WS-IMP-I) ' '
                           WS-IMPP-JOB(WS-IMP-I) ' '
                           WS-IMPP-LIMITE(WS-IMP-I) ' '
                           WS-IMPP-SALIDA(WS-IMP-I)
                END-PERFORM
                IF WS-IMPP-DESBORDES > 0
                   MOVE WS-IMPP-DESBORDES TO WS-IMP-CANT-ED
                   DISPLAY '             ... Y ' WS-IMP-CANT-ED
                           ' JOBS MAS'
                END-IF
           END-EVALUATE
           EXIT PARAGRAPH.

      *****************************************************************
      *   GUARDIAS: POR CADA GRUPO DEL PARTE, QUIEN ESTA DE GUARDIA   *
      *   AHORA Y LOS PERIODOS SIN CUBRIR DE LOS PROXIMOS DIAS, PARA  *
      *   QUE EL TURNO ENTRANTE LOS RESUELVA ANTES DE QUE LLEGUE UN   *
      *   PAGE QUE NADIE ATIENDA                                      *
      *****************************************************************
       8500-IMPRIMIR-GUARDIAS.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-AAAAMMDD(1:4) '-'
                  WS-CD-AAAAMMDD(5:2) '-'
                  WS-CD-AAAAMMDD(7:2)
              DELIMITED BY SIZE
              INTO WS-AVISO-DESDE-FECHA
           END-STRING
           STRING WS-CD-HH ':' WS-CD-MIN
              DELIMITED BY SIZE
              INTO WS-AVISO-HORA
           END-STRING
           COMPUTE WS-AVISO-AAAAMMDD
              = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CD-AAAAMMDD)
                   + WS-GRD-DIAS-AVISO)
           END-COMPUTE
           STRING WS-AVISO-AAAAMMDD-X(1:4) '-'
                  WS-AVISO-AAAAMMDD-X(5:2) '-'
                  WS-AVISO-AAAAMMDD-X(7:2)
              DELIMITED BY SIZE
              INTO WS-AVISO-HASTA-FECHA
           END-STRING

           DISPLAY WS-SEPARADOR-MIN
           DISPLAY 'GUARDIAS (HUECOS HASTA ' WS-AVISO-HASTA-FECHA ' '
                   WS-AVISO-HORA ')'
           PERFORM VARYING WS-GRP-I FROM 1 BY 1
                   UNTIL WS-GRP-I > WS-GRP-TOTAL
                      OR SIN-ROL
              PERFORM 8600-IMPRIMIR-GUARDIA-GRUPO
           END-PERFORM
           IF SIN-ROL
              DISPLAY '  (SIN ROL DE GUARDIAS LEGIBLE)'
           END-IF
           IF WS-GRP-CON-HUECO > 0
              DISPLAY '  *** ' WS-GRP-CON-HUECO ' GRUPOS CON PERIODOS '
                      'SIN CUBRIR - AVISAR A QUIEN MANTIENE EL ROL ***'
           END-IF
           EXIT PARAGRAPH.

       8600-IMPRIMIR-GUARDIA-GRUPO.

           MOVE 'R'                     TO WS-GRDP-ACCION
           MOVE WS-GRP-NOMBRE(WS-GRP-I) TO WS-GRDP-GRUPO
           MOVE WS-AVISO-DESDE-FECHA    TO WS-GRDP-FECHA
           MOVE WS-AVISO-HORA           TO WS-GRDP-HORA
           CALL 'PGMGRDRES' USING WS-GRD-PARM
           IF GRDP-SIN-TABLA
              MOVE 'S' TO WS-SIN-ROL
           ELSE
              IF WS-GRDP-TITULAR NOT = SPACES
                 DISPLAY ' ' WS-GRP-NOMBRE(WS-GRP-I) ' TITULAR  '
                         WS-GRDP-TIT-NOMBRE ' ' WS-GRDP-TIT-TELEFONO
              ELSE
                 DISPLAY ' ' WS-GRP-NOMBRE(WS-GRP-I) ' TITULAR  '
                         '*** SIN TITULAR ***'
              END-IF
              IF WS-GRDP-SUPLENTE NOT = SPACES
                 DISPLAY '          SUPLENTE '
                         WS-GRDP-SUP-NOMBRE ' ' WS-GRDP-SUP-TELEFONO
              ELSE
                 DISPLAY '          SUPLENTE *** SIN SUPLENTE ***'
              END-IF

              MOVE 'H'                     TO WS-GRDP-ACCION
              MOVE WS-AVISO-HASTA-FECHA    TO WS-GRDP-HASTA-FECHA
              MOVE WS-AVISO-HORA           TO WS-GRDP-HASTA-HORA
              CALL 'PGMGRDRES' USING WS-GRD-PARM
              IF WS-GRDP-HUE-TOTAL > 0
                 ADD 1 TO WS-GRP-CON-HUECO
                 PERFORM VARYING WS-HUE-I FROM 1 BY 1
                         UNTIL WS-HUE-I > WS-GRDP-HUE-TOTAL
                    EVALUATE WS-GRDP-HUE-FALTA(WS-HUE-I)
                    WHEN 'T'
                         MOVE 'SIN GUARDIA ' TO WS-FALTA-TEXTO
                    WHEN 'P'
                         MOVE 'SIN TITULAR ' TO WS-FALTA-TEXTO
                    WHEN OTHER
                         MOVE 'SIN SUPLENTE' TO WS-FALTA-TEXTO
                    END-EVALUATE
                    DISPLAY '          << ' WS-FALTA-TEXTO ' '
                            WS-GRDP-HUE-DESDE-FECHA(WS-HUE-I) ' '
                            WS-GRDP-HUE-DESDE-HORA(WS-HUE-I) ' A '
                            WS-GRDP-HUE-HASTA-FECHA(WS-HUE-I) ' '
                            WS-GRDP-HUE-HASTA-HORA(WS-HUE-I)
                 END-PERFORM
                 IF WS-GRDP-HUE-DESBORDES > 0
                    DISPLAY '          ... Y ' WS-GRDP-HUE-DESBORDES
                            ' PERIODOS MAS'
                 END-IF
              END-IF
           END-IF
           EXIT PARAGRAPH.
