      *---------------------------------------------------------------*
          05 WS-ALERT-FECHA       PIC X(10).
          05 WS-ALERT-HORA        PIC X(08).
      *---------------------------------------------------------------*
      * ORIGEN DEL DISPARO: SISTEMA (LPAR) Y APPLID DE LA REGION      *
      * CICS, CON EL MISMO CRITERIO QUE CPERRLOG (LOS DISPAROS CICS   *
      * RECIBEN EL SISTEMA AL DRENAR ALRQ EN PGMERRDRN). ESTOS CAMPOS *
      * AGRANDAN EL LRECL DE ALERTTRG/ALRQ DE 158 A 174.              *
      *---------------------------------------------------------------*
          05 WS-ALERT-SISTEMA     PIC X(08).
          05 WS-ALERT-APPLID      PIC X(08).
      *---------------------------------------------------------------*
      * IMPACTO AGUAS ABAJO DEL JOB CANCELADO O RETENIDO (PGMJOBIMP,  *
      * TABLA JOBDEP): CANTIDAD DE JOBS AFECTADOS, HORARIO LIMITE MAS *
      * URGENTE EN RIESGO CON SU JOB Y SALIDA DE NEGOCIO, Y LOS       *
      * PRIMEROS 10 JOBS AFECTADOS CON SU LIMITE, PARA QUE ON-CALL    *
      * PRIORICE POR LA SALIDA EN RIESGO Y NO SOLO POR LA SEVERIDAD.  *
      * CEROS/ESPACIOS EN DISPAROS CICS Y SIN CANCELACION. ESTOS      *
      * CAMPOS AGRANDAN EL LRECL DE ALERTTRG/ALRQ DE 174 A 350.       *
      *---------------------------------------------------------------*
          05 WS-ALERT-IMPACTO.
             07 WS-ALERT-IMP-TOTAL   PIC 9(03).
             07 WS-ALERT-IMP-URG-JOB PIC X(08).
             07 WS-ALERT-IMP-URG-LIMITE PIC X(05).
             07 WS-ALERT-IMP-URG-SALIDA PIC X(30).
             07 WS-ALERT-IMP-ENTRY OCCURS 10 TIMES.
                09 WS-ALERT-IMP-JOB  PIC X(08).
                09 WS-ALERT-IMP-LIMITE PIC X(05).
      *---------------------------------------------------------------*
      * GUARDIA RESPONSABLE DEL GRUPO DESTINO AL MOMENTO DEL DISPARO, *
      * SEGUN EL ROL DE GUARDIAS (PGMGRDRES, VER CPGRDREC): TITULAR Y *
      * SUPLENTE CON NOMBRE Y TELEFONO, PARA QUE EL PAGE LLEGUE A UNA *
      * PERSONA Y NO SOLO A UN GRUPO. LOS DISPAROS CICS LA RECIBEN AL *
      * DRENAR ALRQ EN PGMERRDRN. EN BLANCO SI EL ROL NO CUBRE ESE    *
      * MOMENTO. ESTOS CAMPOS AGRANDAN EL LRECL DE ALERTTRG/ALRQ DE   *
      * 350 A 446.                                                    *
      *---------------------------------------------------------------*
          05 WS-ALERT-TITULAR.
             07 WS-ALERT-TIT-ID   PIC X(08).
             07 WS-ALERT-TIT-NOMBRE PIC X(25).
             07 WS-ALERT-TIT-TELEFONO PIC X(15).
          05 WS-ALERT-SUPLENTE.
             07 WS-ALERT-SUP-ID   PIC X(08).
             07 WS-ALERT-SUP-NOMBRE PIC X(25).
             07 WS-ALERT-SUP-TELEFONO PIC X(15).
