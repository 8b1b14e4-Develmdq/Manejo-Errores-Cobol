              88 ERR-ES-FATAL               VALUE 'F'.
              88 ERR-ES-WARNING             VALUE 'W'.
              88 ERR-ES-CRITICAL            VALUE 'C'.
      *---------------------------------------------------------------*
      * 'T' = LATIDO DE PRUEBA DE LA RUTA DE ALERTAS (LO INFORMAN     *
      * SOLO PGMLATBT EN BATCH Y PGMLATCS EN CICS): SE REGISTRA Y     *
      * SIEMPRE DISPARA ALERTA (SIN SUPRESION NI CALENDARIO), NUNCA   *
      * CANCELA, Y LOS REPORTES LO IGNORAN. NO USAR EN APLICACIONES.  *
      *---------------------------------------------------------------*
              88 ERR-ES-PRUEBA              VALUE 'T'.

      *---------------------------------------------------------------*
      * CODIGOS DE ERROR POR AREA                                     *
           05 WS-ERR-RESULTADO      PIC X(01) VALUE 'X'.
              88 ERR-REINTENTAR               VALUE 'R'.
              88 ERR-CANCELADO                VALUE 'X'.
      *---------------------------------------------------------------*
      * 'Q' = EL REGISTRO QUEDO EN CUARENTENA (VER WS-ERR-MODO): EL   *
      * LLAMADOR LO SALTEA Y SIGUE CON EL PROXIMO.                    *
      *---------------------------------------------------------------*
              88 ERR-EN-CUARENTENA            VALUE 'Q'.

      *---------------------------------------------------------------*
      * CHECKPOINT DE REINICIO PARA CANCELACIONES EN BATCH            *
              07 WS-ERR-CHK-DDNAME   PIC X(08) VALUE SPACES.
              07 WS-ERR-CHK-PRIMERA  PIC X(20) VALUE SPACES.

      *---------------------------------------------------------------*
      * MODO CUARENTENA (SOLO BATCH): EN VEZ DE CANCELAR EL PASO POR  *
      * UN REGISTRO DE ENTRADA QUE NO SE PUEDE PROCESAR, PGMERROR     *
      * GRABA SU IMAGEN CON EL CONTEXTO DEL ERROR EN ERRSUSP (VER     *
      * CPSUSREC) Y DEVUELVE ERR-EN-CUARENTENA PARA QUE EL PASO SIGA. *
      * AL LLEGAR AL LIMITE DE REGISTROS EN CUARENTENA DEL PASO, EL   *
      * SIGUIENTE CANCELA COMO SIEMPRE. LIMITE EN CERO = EL DEFECTO   *
      * DE ERRPARM. DD, NUMERO Y CLAVE DEL REGISTRO VIAJAN EN         *
      * WS-ERR-CHK-DDNAME/CONTADOR/CLAVE.                             *
      *   MOVE 'Q'                  TO WS-ERR-MODO                   *
      *   MOVE PARM-LIMITE          TO WS-ERR-CUA-LIMITE             *
      *   MOVE LENGTH OF REG-ENTRADA TO WS-ERR-CUA-LON               *
      *   MOVE REG-ENTRADA          TO WS-ERR-CUA-IMAGEN             *
      *   CALL 'PGMERROR' USING WS-ERROR                             *
      *   IF ERR-EN-CUARENTENA                                       *
      *      LEER EL PROXIMO REGISTRO                                *
      *   END-IF                                                     *
      *---------------------------------------------------------------*
           05 WS-ERR-MODO           PIC X(01) VALUE SPACE.
              88 ERR-MODO-CUARENTENA          VALUE 'Q'.
           05 WS-ERR-CUA-LIMITE     PIC 9(05) COMP VALUE ZEROS.
           05 WS-ERR-CUA-LON        PIC 9(04) COMP VALUE ZEROS.
           05 WS-ERR-CUA-IMAGEN     PIC X(500) VALUE SPACES.

      *---------------------------------------------------------------*
      * RESULTADO DEL MATCH CONTRA EL ARCHIVO DE ERRORES CONOCIDOS    *
      * (KNOWNERR, VER 2300-BUSCAR-CONOCIDO EN PGMERROR): PGMERROR    *
           05 WS-ERR-MANTENIMIENTO  PIC X(01) VALUE 'N'.
              88 ERR-EN-MANTENIMIENTO         VALUE 'S'.
           05 WS-ERR-MANTEN-CAMBIO  PIC X(08) VALUE SPACES.

      *---------------------------------------------------------------*
      * USO INTERNO DE PGMERROR -> PGMALERT: SISTEMA DE ORIGEN Y      *
      * APPLID DE LA REGION CICS DE LA OCURRENCIA (CONSOLIDACION      *
      * CORPORATIVA, VER PGMERRCNS). EN BATCH EL SISTEMA SALE DE      *
      * ERRPARM Y EL APPLID VA EN BLANCO; EN CICS EL APPLID SALE DE   *
      * EXEC CICS ASSIGN Y EL SISTEMA LO COMPLETA PGMERRDRN AL        *
      * DRENAR ERRQ/ALRQ. EL PROGRAMA LLAMADOR NO DEBE INFORMARLOS.   *
      *---------------------------------------------------------------*
           05 WS-ERR-SISTEMA        PIC X(08) VALUE SPACES.
           05 WS-ERR-APPLID         PIC X(08) VALUE SPACES.

      *---------------------------------------------------------------*
      * USO INTERNO DE PGMERROR -> PGMALERT: IMPACTO AGUAS ABAJO DEL  *
      * JOB CANCELADO O RETENIDO (VER PGMJOBIMP Y LA TABLA JOBDEP):   *
      * CANTIDAD DE JOBS AFECTADOS, HORARIO LIMITE MAS URGENTE EN     *
      * RIESGO (JOB, HH:MM Y SALIDA DE NEGOCIO) Y LOS PRIMEROS 10     *
      * JOBS AFECTADOS. LA LISTA COMPLETA VA AL SPOOL DE PGMERROR.    *
      * SOLO BATCH (BAJO CICS NO HAY JOBS); EN BLANCO SI NO HAY       *
      * CANCELACION. EL PROGRAMA LLAMADOR NO DEBE INFORMARLOS.        *
      *---------------------------------------------------------------*
           05 WS-ERR-IMPACTO.
              07 WS-ERR-IMP-TOTAL      PIC 9(03) COMP VALUE ZEROS.
              07 WS-ERR-IMP-URG-JOB    PIC X(08) VALUE SPACES.
              07 WS-ERR-IMP-URG-LIMITE PIC X(05) VALUE SPACES.
              07 WS-ERR-IMP-URG-SALIDA PIC X(30) VALUE SPACES.
              07 WS-ERR-IMP-ENTRY OCCURS 10 TIMES.
                 09 WS-ERR-IMP-JOB     PIC X(08) VALUE SPACES.
                 09 WS-ERR-IMP-LIMITE  PIC X(05) VALUE SPACES.

      *---------------------------------------------------------------*
      * USUARIO QUE CORRE LA TAREA O EL JOB, PARA LOS EVENTOS DE      *
      * SEGURIDAD (VER 3570-GRABAR-EVENTO-SEGURIDAD DE PGMERROR Y     *
      * CPSECEVT). OPCIONAL: BAJO CICS, SI VA EN BLANCO, PGMERROR LO  *
      * TOMA CON EXEC CICS ASSIGN USERID. EN BATCH, IGUAL QUE EL      *
      * JOBNAME, SOLO LO CONOCE EL PROGRAMA TOP DEL STEP (POR PARM);  *
      * SI VA EN BLANCO, UN -551 LO TOMA DEL AUTHID QUE DEVUELVE DB2. *
      *---------------------------------------------------------------*
           05 WS-ERR-USUARIO        PIC X(08) VALUE SPACES.
