      *   TAREA CICS EN LOOP (MISMA TAREA, MISMO STORAGE). TAREAS     *
      *   CICS DISTINTAS NO COMPARTEN ESTADO ENTRE SI.                *
      *****************************************************************
      * GUARDIA RESPONSABLE:                                          *
      *   ADEMAS DEL GRUPO, CADA DISPARO LLEVA LA PERSONA DE GUARDIA  *
      *   DEL GRUPO (TITULAR Y SUPLENTE, CON NOMBRE Y TELEFONO) SEGUN *
      *   EL ROL DE GUARDIAS (DD GUARDIAS, RESUELTO POR PGMGRDRES).   *
      *   SOLO EN BATCH: BAJO CICS EL ROL NO ES LEGIBLE Y LOS CAMPOS  *
      *   LOS COMPLETA PGMERRDRN AL DRENAR ALRQ.                      *
      *****************************************************************

      *****************************************************************
       ENVIRONMENT DIVISION.
      *---------------------------------------------------------------*
           COPY CPRTEVSM.

      *---------------------------------------------------------------*
      * GUARDIA RESPONSABLE DEL GRUPO DESTINO (PGMGRDRES)             *
      *---------------------------------------------------------------*
           COPY CPGRDPRM.

       01 WS-SEPARADOR         PIC X(60) VALUE ALL '*'.

      *---------------------------------------------------------------*
       01 WS-FRANJA-DENTRO     PIC X(01) VALUE 'N'.
          88 FRANJA-DENTRO              VALUE 'S'.

      *---------------------------------------------------------------*
      * IMPACTO AGUAS ABAJO: SUBINDICE DE COPIA AL DISPARO Y TOTAL    *
      * EDITADO PARA EL SPOOL                                         *
      *---------------------------------------------------------------*
       01 WS-IDX-IMP           PIC 9(02) COMP VALUE ZEROS.
       01 WS-IMP-TOTAL-ED      PIC ZZ9.

      *---------------------------------------------------------------*
      * MENSAJE DE CONSOLA DE OPERADOR (WTO) PARA QUE LA AUTOMACION   *
      * DE SISTEMA REACCIONE EN EL MOMENTO, SIN ESPERAR EL PROXIMO    *
      *---------------------------------------------------------------*
      * UN DISPARO FORZADO (VER WS-ERR-FORZAR-ALERTA EN CPERROR) NO   *
      * PASA POR LA EVALUACION DE SUPRESION NI TOCA LA TABLA DE       *
      * INCIDENTES: DEBE EMITIRSE SIEMPRE. LO MISMO EL LATIDO DE      *
      * PRUEBA (SEVERIDAD 'T'): UNA TORMENTA REAL NO PUEDE TAPARLO NI *
      * EL PUEDE SUPRIMIR UN DISPARO REAL.                            *
      *---------------------------------------------------------------*
           IF ERR-FORZAR-ALERTA OR ERR-ES-PRUEBA
              MOVE 'N' TO WS-SUPRIMIR
           ELSE
              PERFORM 0200-EVALUAR-SUPRESION
           END-IF
           PERFORM 1500-RESOLVER-DESTINO
           PERFORM 1600-RESOLVER-GUARDIA
           IF SUPRIMIR-DISPARO
              PERFORM 0300-RESUMEN-SUPRIMIDAS
           ELSE
                         WS-CONT-MANTENIMIENTO ' EN LA CORRIDA'
              ELSE
                 PERFORM 1000-AVISAR-SPOOL
      *---------------------------------------------------------------*
      * EL LATIDO NO VA A CONSOLA: LA AUTOMACION REACCIONARIA ANTE UN *
      * ERRA001E DE PRUEBA, Y LA CONSOLA ES LA VIA POR LA QUE AVISA   *
      * PGMLATCHK CUANDO EL LATIDO NO LLEGA.                          *
      *---------------------------------------------------------------*
                 IF NOT ERR-ES-PRUEBA
                    PERFORM 1100-AVISAR-CONSOLA
                 END-IF
                 PERFORM 2000-GRABAR-DISPARO
              END-IF
           END-IF
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   RESOLVER LA GUARDIA (TITULAR Y SUPLENTE) DEL GRUPO DESTINO  *
      *   EN ESTE MOMENTO. BAJO CICS QUEDA EN BLANCO (VER ENCABEZADO) *
      *****************************************************************
       1600-RESOLVER-GUARDIA.

           MOVE SPACES TO WS-GRDP-TITULAR
           MOVE SPACES TO WS-GRDP-SUPLENTE
           IF NOT ERR-ES-CICS
              MOVE 'R'           TO WS-GRDP-ACCION
              MOVE WS-DEST-GRUPO TO WS-GRDP-GRUPO
              MOVE WS-FECHA-ISO  TO WS-GRDP-FECHA
              MOVE WS-AHORA-HHMM TO WS-GRDP-HORA
              CALL 'PGMGRDRES' USING WS-GRD-PARM
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   DECIDIR SI ESTA OCURRENCIA ES UNA REPETICION A SUPRIMIR.    *
      *   CLAVE DEL INCIDENTE: PROGRAMA + SQLCODE + FILE STATUS.      *
       1000-AVISAR-SPOOL.

           DISPLAY WS-SEPARADOR
           IF ERR-ES-PRUEBA
              DISPLAY '>>> LATIDO DE PRUEBA - RECONOCER POR LA ERRU <<<'
           ELSE
              DISPLAY '>>> ALERTA CRITICA - SE NOTIFICA A ON-CALL <<<'
           END-IF
           DISPLAY 'PROGRAMA  : ' WS-ERR-PROGRAMA
           DISPLAY 'JOBNAME   : ' WS-ERR-JOBNAME
           DISPLAY 'STEPNAME  : ' WS-ERR-STEPNAME
           DISPLAY 'SQLCODE   : ' WS-ERR-SQLCODE
           DISPLAY 'DESTINO   : ' WS-DEST-GRUPO
                   ' (NIVEL ' WS-DEST-NIVEL ')'
           IF WS-GRDP-TITULAR NOT = SPACES
              DISPLAY 'GUARDIA   : ' WS-GRDP-TIT-NOMBRE ' '
                      WS-GRDP-TIT-TELEFONO
           END-IF
           IF WS-GRDP-SUPLENTE NOT = SPACES
              DISPLAY 'SUPLENTE  : ' WS-GRDP-SUP-NOMBRE ' '
                      WS-GRDP-SUP-TELEFONO
           END-IF
           IF NOT ERR-ES-CICS
              AND WS-GRDP-TITULAR = SPACES
              DISPLAY 'GUARDIA   : *** SIN TITULAR EN EL ROL ***'
           END-IF
           IF WS-ERR-IMP-TOTAL > 0
              MOVE WS-ERR-IMP-TOTAL TO WS-IMP-TOTAL-ED
              DISPLAY 'IMPACTO   : ' WS-IMP-TOTAL-ED
                      ' JOBS AGUAS ABAJO'
           END-IF
           IF WS-ERR-IMP-URG-LIMITE NOT = SPACES
              DISPLAY 'EN RIESGO : ' WS-ERR-IMP-URG-LIMITE ' '
                      WS-ERR-IMP-URG-SALIDA ' (' WS-ERR-IMP-URG-JOB
                      ')'
           END-IF
           DISPLAY WS-SEPARADOR
           EXIT PARAGRAPH.

           MOVE WS-ERR-RESOLUCION   TO WS-ALERT-RESOLUCION
           MOVE WS-FECHA-ISO        TO WS-ALERT-FECHA
           MOVE WS-HORA-ACTUAL      TO WS-ALERT-HORA
           MOVE WS-ERR-SISTEMA      TO WS-ALERT-SISTEMA
           MOVE WS-ERR-APPLID       TO WS-ALERT-APPLID
           MOVE WS-GRDP-TITULAR     TO WS-ALERT-TITULAR
           MOVE WS-GRDP-SUPLENTE    TO WS-ALERT-SUPLENTE
           PERFORM 2030-COPIAR-IMPACTO

           IF ERR-ES-CICS
              PERFORM 2020-GRABAR-DISPARO-CICS
           MOVE WS-ERR-RESOLUCION   TO WS-ALERT-RESOLUCION
           MOVE WS-FECHA-ISO        TO WS-ALERT-FECHA
           MOVE WS-HORA-ACTUAL      TO WS-ALERT-HORA
           MOVE WS-ERR-SISTEMA      TO WS-ALERT-SISTEMA
           MOVE WS-ERR-APPLID       TO WS-ALERT-APPLID
           MOVE WS-GRDP-TITULAR     TO WS-ALERT-TITULAR
           MOVE WS-GRDP-SUPLENTE    TO WS-ALERT-SUPLENTE
           PERFORM 2030-COPIAR-IMPACTO

           IF ERR-ES-CICS
              PERFORM 2020-GRABAR-DISPARO-CICS
           END-IF
           EXIT PARAGRAPH.

      *****************************************************************
      *   IMPACTO AGUAS ABAJO (LO ARMA PGMERROR CON PGMJOBIMP CUANDO  *
      *   EL PASO CANCELA O EL JOB QUEDA RETENIDO): VIAJA EN EL       *
      *   DISPARO PARA QUE ON-CALL VEA LA SALIDA DE NEGOCIO EN RIESGO *
      *****************************************************************
       2030-COPIAR-IMPACTO.

           MOVE WS-ERR-IMP-TOTAL      TO WS-ALERT-IMP-TOTAL
           MOVE WS-ERR-IMP-URG-JOB    TO WS-ALERT-IMP-URG-JOB
           MOVE WS-ERR-IMP-URG-LIMITE TO WS-ALERT-IMP-URG-LIMITE
           MOVE WS-ERR-IMP-URG-SALIDA TO WS-ALERT-IMP-URG-SALIDA
           PERFORM VARYING WS-IDX-IMP FROM 1 BY 1
                   UNTIL WS-IDX-IMP > 10
              MOVE WS-ERR-IMP-JOB(WS-IDX-IMP)
                 TO WS-ALERT-IMP-JOB(WS-IDX-IMP)
              MOVE WS-ERR-IMP-LIMITE(WS-IDX-IMP)
                 TO WS-ALERT-IMP-LIMITE(WS-IDX-IMP)
           END-PERFORM
           EXIT PARAGRAPH.

       2020-GRABAR-DISPARO-CICS.

           EXEC CICS WRITEQ TD
