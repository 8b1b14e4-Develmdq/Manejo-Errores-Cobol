      *****************************************************************
      * COPYBOOK: CPIMPPRM                                           *
      *****************************************************************
      * AREA DE PARAMETROS DE PGMJOBIMP (IMPACTO AGUAS ABAJO DE UN   *
      * JOB CANCELADO O RETENIDO, SEGUN LA TABLA DE DEPENDENCIAS Y   *
      * HORARIOS LIMITE JOBDEP).                                     *
      * USO: INCLUIR EN WS DEL PGM LLAMADOR Y EN LINKAGE DE          *
      * PGMJOBIMP (MISMO CRITERIO QUE CPVERPRM PARA PGMERRVER).      *
      *                                                               *
      *     COPY CPIMPPRM.                                           *
      *     MOVE JOBNAME      TO WS-IMPP-JOBNAME                     *
      *     MOVE HH:MM:SS     TO WS-IMPP-HORA                        *
      *     CALL 'PGMJOBIMP' USING WS-IMP-PARM                       *
      *     IF IMPP-OK AND WS-IMPP-TOTAL > 0                         *
      *        INFORMAR WS-IMPP-ENTRY(1..WS-IMPP-TOTAL)              *
      *     END-IF                                                   *
      *                                                               *
      * HORA ES EL MOMENTO DEL FALLO: EL MARGEN DE CADA HORARIO      *
      * LIMITE SE MIDE DESDE AHI, EN MINUTOS. LOS HORARIOS SON       *
      * DIARIOS: UN LIMITE YA PASADO A ESA HORA ES EL DEL DIA        *
      * SIGUIENTE (EL CICLO NOCTURNO CRUZA LA MEDIANOCHE).           *
      *****************************************************************
      * AUTOR: MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************

       01 WS-IMP-PARM.
          05 WS-IMPP-JOBNAME      PIC X(08) VALUE SPACES.
          05 WS-IMPP-HORA         PIC X(08) VALUE SPACES.
      *---------------------------------------------------------------*
      * RESPUESTA DE PGMJOBIMP AL LLAMADOR                            *
      *---------------------------------------------------------------*
          05 WS-IMPP-RESULTADO    PIC X(02) VALUE '00'.
             88 IMPP-OK                     VALUE '00'.
      *---------------------------------------------------------------*
      * '10': EL JOB NO FIGURA EN JOBDEP (OPERACIONES DEBE DARLO DE   *
      *       ALTA; SIN ESO NO HAY IMPACTO QUE INFORMAR).             *
      * '30': SIN TABLA JOBDEP LEGIBLE.                               *
      *---------------------------------------------------------------*
             88 IMPP-JOB-DESCONOCIDO        VALUE '10'.
             88 IMPP-SIN-TABLA              VALUE '30'.
      *---------------------------------------------------------------*
      * TOTAL = JOBS AGUAS ABAJO (SUCESORES DIRECTOS E INDIRECTOS,    *
      * SIN REPETIDOS); DESBORDES = LOS QUE NO ENTRARON EN LA LISTA.  *
      *---------------------------------------------------------------*
          05 WS-IMPP-TOTAL        PIC 9(03) COMP VALUE ZEROS.
          05 WS-IMPP-DESBORDES    PIC 9(03) COMP VALUE ZEROS.
      *---------------------------------------------------------------*
      * HORARIO LIMITE MAS URGENTE (MENOR MARGEN) ENTRE EL PROPIO JOB *
      * Y LOS DE AGUAS ABAJO: ES LA SALIDA DE NEGOCIO EN RIESGO POR   *
      * LA QUE ON-CALL DEBE PRIORIZAR. EN BLANCO SI NINGUNO TIENE     *
      * HORARIO LIMITE.                                               *
      *---------------------------------------------------------------*
          05 WS-IMPP-URGENTE.
             07 WS-IMPP-URG-JOBNAME PIC X(08) VALUE SPACES.
             07 WS-IMPP-URG-LIMITE  PIC X(05) VALUE SPACES.
             07 WS-IMPP-URG-SALIDA  PIC X(30) VALUE SPACES.
             07 WS-IMPP-URG-MARGEN  PIC 9(04) VALUE ZEROS.
      *---------------------------------------------------------------*
      * LISTA DE JOBS AFECTADOS EN ORDEN DE DISTANCIA (NIVEL 1 =      *
      * SUCESOR DIRECTO), CON SU SALIDA DE NEGOCIO Y HORARIO LIMITE   *
      *---------------------------------------------------------------*
          05 WS-IMPP-ENTRY OCCURS 50 TIMES.
             07 WS-IMPP-JOB         PIC X(08).
             07 WS-IMPP-NIVEL       PIC 9(02).
             07 WS-IMPP-LIMITE      PIC X(05).
             07 WS-IMPP-SALIDA      PIC X(30).
             07 WS-IMPP-MARGEN      PIC 9(04).
