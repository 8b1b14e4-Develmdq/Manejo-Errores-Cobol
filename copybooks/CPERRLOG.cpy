      * PARTE DEL FILLER ORIGINAL, ASI QUE EL LRECL NO CAMBIA; LOS    *
      * REGISTROS GRABADOS ANTES DE ESTE CAMPO TRAEN ESPACIO Y DEBEN  *
      * TRATARSE COMO FATALES (EL DEFECTO HISTORICO DE CPERROR).      *
      * 'T' ES UN LATIDO DE PRUEBA DE LA RUTA DE ALERTAS (PGMLATBT/   *
      * PGMLATCS): LOS REPORTES Y ANALISIS LO SALTEAN.                *
      *---------------------------------------------------------------*
          05 WS-LOG-SEVERIDAD     PIC X(01).
      *---------------------------------------------------------------*
      * TRAEN ESPACIO (FUERA DE VENTANA).                             *
      *---------------------------------------------------------------*
          05 WS-LOG-MANTENIMIENTO PIC X(01).
      *---------------------------------------------------------------*
      * ORIGEN DE LA OCURRENCIA, PARA CONSOLIDAR LOS HISTORICOS DE    *
      * VARIOS SISTEMAS Y REGIONES EN UNO SOLO (VER PGMERRCNS):       *
      * SISTEMA = NOMBRE DEL SISTEMA (LPAR) QUE LA GRABO, DE ERRPARM. *
      * EN BATCH LO ESTAMPA PGMERROR; LAS OCURRENCIAS CICS LLEGAN SIN *
      * SISTEMA Y LO ESTAMPA PGMERRDRN AL DRENAR ERRQ (EL DRENAJE     *
      * CORRE EN EL MISMO SISTEMA QUE LA REGION).                     *
      * APPLID = APPLID DE LA REGION CICS (ESPACIOS EN BATCH).        *
      * SISTEMA ABSORBE EL FILLER DE 8 BYTES; APPLID AGRANDA EL       *
      * LRECL DE ERRHIST/ERRQ DE 154 A 162. LOS REGISTROS GRABADOS    *
      * ANTES DE ESTOS CAMPOS TRAEN ESPACIOS (SISTEMA DESCONOCIDO).   *
      *---------------------------------------------------------------*
          05 WS-LOG-SISTEMA       PIC X(08).
          05 WS-LOG-APPLID        PIC X(08).
