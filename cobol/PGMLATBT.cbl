      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMLATBT.

      *****************************************************************
      *   LATIDO DE PRUEBA DE LA RUTA DE ALERTAS - LADO BATCH         *
      *****************************************************************
      * AUTOR : MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************
      * FUNCION:                                                      *
      *   HASTA AHORA LA RUTA DE PAGINADO SOLO SE PROBABA CUANDO UN   *
      *   CRITICO REAL QUEDABA SIN RESPUESTA (ALRQ LLENA, RTEVSAM     *
      *   VIEJO, PGMERRDRN QUE DEJO DE DRENAR, HOOK QUE DEJO DE LEER  *
      *   ALERTTRG). ESTE PASO, PROGRAMADO EN EL SCHEDULER, EMITE UNA *
      *   OCURRENCIA SINTETICA DE SEVERIDAD 'T' (LATIDO DE PRUEBA,    *
      *   VER CPERROR) POR EL CAMINO COMPLETO: PGMERROR LA REGISTRA   *
      *   EN ERRHIST/ERRVSAM, PGMALERT LA RUTEA POR ALRTRTE Y GRABA   *
      *   EL DISPARO EN ALERTTRG, Y EL HOOK LA PAGINA AL ON-CALL, QUE *
      *   LA RECONOCE POR LA ERRU COMO A CUALQUIER CRITICO (ALRTACK). *
      *   EL LATIDO NO SE SUPRIME NI CANCELA EL PASO, Y LOS REPORTES  *
      *   LO IGNORAN. SU HERMANO PGMLATCS HACE LO MISMO DESDE CICS    *
      *   (VIA ALRQ Y EL DRENAJE), Y PGMLATCHK VERIFICA QUE AMBOS     *
      *   HAYAN LLEGADO Y SIDO RECONOCIDOS.                           *
      *                                                               *
      *   EL RUTEO DEL LATIDO LO DECIDE ALRTRTE POR EL PROGRAMA       *
      *   PGMLATBT, IGUAL QUE UN DISPARO REAL (SIN ENTRADA, EL        *
      *   GRUPO ONCALL POR DEFECTO DE PGMALERT).                      *
      *****************************************************************
      * PARM (POSICIONES FIJAS, 16 BYTES, COMO PGMSTPDR):             *
      *   1-8   JOBNAME                                               *
      *   9-16  STEPNAME                                              *
      *   EJEMPLO JCL:                                                *
      *     //LATIDO EXEC PGM=PGMLATBT,PARM='ERRLAT01LATIDO  '        *
      *****************************************************************
      * RETURN CODE:                                                  *
      *   0 - LATIDO EMITIDO (LA LLEGADA LA VERIFICA PGMLATCHK)       *
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

           COPY CPERROR.

       77 FILLER               PIC X(26) VALUE '* FINAL  WS *'.

      *---------------------------------------------------------------*
       LINKAGE SECTION.
      *---------------------------------------------------------------*
       01 WS-PARM.
          05 WS-PARM-LON       PIC S9(04) COMP.
          05 WS-PARM-TEXTO.
             07 WS-PARM-JOBNAME  PIC X(08).
             07 WS-PARM-STEPNAME PIC X(08).

      *****************************************************************
       PROCEDURE DIVISION USING WS-PARM.
      *****************************************************************

       PRINCIPAL.

           PERFORM 1000-ARMAR-LATIDO
           PERFORM 2000-EMITIR-LATIDO
           .
       FIN-PRINCIPAL.
           GOBACK.

      *****************************************************************
      *   ARMAR LA OCURRENCIA DE PRUEBA. SIN PARM EL LATIDO SALE      *
      *   IGUAL (SIN CONTEXTO DE JOB): LO QUE SE PRUEBA ES LA RUTA.   *
      *****************************************************************
       1000-ARMAR-LATIDO.

           MOVE 'PGMLATBT'        TO WS-ERR-PROGRAMA
           MOVE 'LATIDO DE PRUEBA RUTA ALERTAS'
                                   TO WS-ERR-PUNTO
           MOVE 'RECONOCER POR ERRU'
                                   TO WS-ERR-ACCION
           MOVE 'BATCH'            TO WS-ERR-ENTORNO
           MOVE 'T'                TO WS-ERR-SEVERIDAD
           IF WS-PARM-LON >= 16
              MOVE WS-PARM-JOBNAME  TO WS-ERR-JOBNAME
              MOVE WS-PARM-STEPNAME TO WS-ERR-STEPNAME
           END-IF
           EXIT PARAGRAPH.

       2000-EMITIR-LATIDO.

           CALL 'PGMERROR' USING WS-ERROR
           DISPLAY 'PGMLATBT: LATIDO DE PRUEBA BATCH EMITIDO'
           MOVE 0 TO RETURN-CODE
           EXIT PARAGRAPH.
