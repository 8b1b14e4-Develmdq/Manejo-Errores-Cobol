      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMLATCS.

      *****************************************************************
      *   LATIDO DE PRUEBA DE LA RUTA DE ALERTAS - LADO CICS          *
      *****************************************************************
      * AUTOR : MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************
      * FUNCION:                                                      *
      *   HERMANO EN LINEA DE PGMLATBT: EMITE LA OCURRENCIA DE        *
      *   PRUEBA (SEVERIDAD 'T', VER CPERROR) DESDE LA REGION, ASI EL *
      *   LATIDO RECORRE LA RUTA CICS COMPLETA: PGMERROR LA ENCOLA EN *
      *   ERRQ, PGMALERT RUTEA CONTRA RTEVSAM Y ENCOLA EL DISPARO EN  *
      *   ALRQ, PGMERRDRN LOS DRENA A ERRHIST Y ALERTTRG, Y EL HOOK   *
      *   PAGINA AL ON-CALL, QUE LO RECONOCE POR LA ERRU. UNA ALRQ    *
      *   LLENA, UN RTEVSAM CAIDO O UN DRENAJE DETENIDO DEJAN AL      *
      *   LATIDO SIN LLEGAR Y PGMLATCHK LO DETECTA.                   *
      *                                                               *
      *   TRANSID SUGERIDA: EHBT, SIN TERMINAL. LA DISPARA EL         *
      *   SCHEDULER POR CONSOLA (F <REGION>,EHBT) A LA MISMA          *
      *   FRECUENCIA QUE EL LATIDO BATCH, UNA VEZ POR REGION.         *
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

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       PRINCIPAL.

           PERFORM 1000-ARMAR-LATIDO
           CALL 'PGMERROR' USING WS-ERROR
           EXEC CICS RETURN END-EXEC
           .
       FIN-PRINCIPAL.
           GOBACK.

      *****************************************************************
      *   ARMAR LA OCURRENCIA DE PRUEBA CON EL CONTEXTO DE LA TAREA   *
      *   (EL EIB NO ES VISIBLE DESDE PGMERROR, VER SU ENCABEZADO)    *
      *****************************************************************
       1000-ARMAR-LATIDO.

           INITIALIZE WS-ERROR
           MOVE 'PGMLATCS'     TO WS-ERR-PROGRAMA
           MOVE 'LATIDO DE PRUEBA RUTA ALERTAS'
                                TO WS-ERR-PUNTO
           MOVE 'RECONOCER POR ERRU'
                                TO WS-ERR-ACCION
           MOVE 'CICS '         TO WS-ERR-ENTORNO
           MOVE 'T'             TO WS-ERR-SEVERIDAD
           MOVE EIBTRNID        TO WS-ERR-TRANSID
           MOVE EIBTRMID        TO WS-ERR-TERMID
           MOVE EIBTASKN        TO WS-ERR-TASKN
           EXIT PARAGRAPH.
