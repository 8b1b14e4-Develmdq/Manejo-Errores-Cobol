      *****************************************************************
      * COPYBOOK: CPSUSDEC                                           *
      *****************************************************************
      * LAYOUT DE LA HOJA DE DECISIONES SOBRE REGISTROS EN           *
      * CUARENTENA (ERRSUSP, VER CPSUSREC). PGMSUSRPT LA GRABA (DD   *
      * SUSWRK) CON UNA LINEA POR REGISTRO ABIERTO, ACCION EN        *
      * BLANCO Y LA IMAGEN A CORREGIR; OPERACIONES LA EDITA CON ISPF *
      * Y PGMSUSUPD LA APLICA (DD SUSDEC). LRECL 600.                *
      *                                                               *
      * ACCION 'C' = CORREGIR: LA IMAGEN DE LA LINEA ES LA CORREGIDA *
      *              (LARGO EN CERO = EL DEL ORIGINAL).              *
      * ACCION 'R' = RECHAZAR: EL REGISTRO NO SE REPROCESA; MOTIVO   *
      *              OBLIGATORIO.                                    *
      * ACCION EN BLANCO = SIN DECISION TODAVIA (LA LINEA SE IGNORA).*
      * USUARIO ES OBLIGATORIO EN TODA DECISION.                     *
      *****************************************************************
      * AUTOR: MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************

       01 WS-SUSDEC-REC.
          05 WS-SDEC-ID.
             07 WS-SDEC-JOBNAME   PIC X(08).
             07 WS-SDEC-STEPNAME  PIC X(08).
             07 WS-SDEC-FECHA     PIC X(10).
             07 WS-SDEC-HORA      PIC X(08).
             07 WS-SDEC-NUMERO    PIC 9(05).
          05 WS-SDEC-ACCION       PIC X(01).
             88 SDEC-CORREGIR              VALUE 'C'.
             88 SDEC-RECHAZAR              VALUE 'R'.
             88 SDEC-SIN-DECISION          VALUE ' '.
          05 WS-SDEC-USUARIO      PIC X(08).
          05 WS-SDEC-MOTIVO       PIC X(40).
          05 WS-SDEC-IMAGEN-LON   PIC 9(04).
          05 WS-SDEC-IMAGEN       PIC X(500).
          05 FILLER               PIC X(08).
