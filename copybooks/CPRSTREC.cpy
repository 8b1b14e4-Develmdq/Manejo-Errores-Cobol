      *---------------------------------------------------------------*
          05 WS-RST-CHK-DDNAME    PIC X(08).
          05 WS-RST-CHK-PRIMERA   PIC X(20).
      *---------------------------------------------------------------*
      * 'S': LA CLAVE Y/O EL PRIMER REGISTRO DE ESTE CHECKPOINT SE    *
      * GRABARON ENMASCARADOS (VER CPMSKVSM) Y LOS VALORES REALES     *
      * ESTAN EN ERRSENS (CPERRSNS): PGMERRRST LOS RECUPERA DE AHI    *
      * ANTES DE REANUDAR. OCUPA PARTE DEL FILLER, EL LRECL NO        *
      * CAMBIA.                                                       *
      *---------------------------------------------------------------*
          05 WS-RST-ENMASCARADO   PIC X(01).
             88 RST-ENMASCARADO             VALUE 'S'.
          05 FILLER               PIC X(03).
