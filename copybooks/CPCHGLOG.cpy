      *****************************************************************
      * COPYBOOK: CPCHGLOG                                           *
      *****************************************************************
      * LAYOUT DEL REGISTRO DE CAMBIOS IMPLEMENTADOS EN PRODUCCION   *
      * (CHGLOG). EL EXTRACTO DE GESTION DE CAMBIOS (DD CHGEXP) SE   *
      * ENTREGA EN ESTE MISMO LAYOUT CON LA FECHA DE CARGA EN        *
      * BLANCO; PGMCHGLD LO VALIDA Y AGREGA AL LOG LAS ENTRADAS      *
      * NUEVAS, Y PGMCHGPIR LO USA PARA LA REVISION POST-            *
      * IMPLEMENTACION CONTRA ERRHIST. LRECL 80.                     *
      *                                                               *
      * UN CAMBIO QUE TOCA VARIOS COMPONENTES VIENE EN VARIAS LINEAS *
      * CON EL MISMO NUMERO DE CAMBIO, UNA POR MASCARA. AMBITO Y     *
      * MASCARA SIGUEN LA REGLA DE MNTCAL Y ALRTRTE: 'P' COMPARA     *
      * CONTRA EL PROGRAMA, 'J' CONTRA EL JOBNAME, '*' AL FINAL DE   *
      * LA MASCARA ES COMODIN. FECHA/HORA = MOMENTO EN QUE EL CAMBIO *
      * QUEDO IMPLEMENTADO (AAAA-MM-DD Y HH:MM).                     *
      *****************************************************************
      * AUTOR: MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************

       01 WS-CHGLOG-REC.
          05 WS-CHG-CAMBIO        PIC X(08).
          05 WS-CHG-AMBITO        PIC X(01).
             88 CHG-AMBITO-PROGRAMA        VALUE 'P'.
             88 CHG-AMBITO-JOB             VALUE 'J'.
          05 WS-CHG-MASCARA       PIC X(08).
          05 WS-CHG-FECHA         PIC X(10).
          05 WS-CHG-HORA          PIC X(05).
          05 WS-CHG-DESCRIPCION   PIC X(38).
      *---------------------------------------------------------------*
      * FECHA (AAAA-MM-DD) EN QUE PGMCHGLD AGREGO LA LINEA AL LOG     *
      *---------------------------------------------------------------*
          05 WS-CHG-CARGA-FECHA   PIC X(10).
