      *****************************************************************
      * COPYBOOK: CPMSKVSM                                           *
      *****************************************************************
      * LAYOUT DEL REGISTRO DEL KSDS MSKVSAM: LA TABLA DE REGLAS DE  *
      * ENMASCARAMIENTO DE DATOS SENSIBLES (MISMOS CAMPOS QUE EL     *
      * DATASET SECUENCIAL MASKRUL, QUE PGMERROR CARGA EN BATCH) EN  *
      * UN ALMACEN INDEXADO QUE LA REGION CICS PUEDE RECORRER VIA    *
      * FCT (STARTBR/READNEXT), PARA QUE LAS OCURRENCIAS DE ORIGEN   *
      * CICS SALGAN ENMASCARADAS IGUAL QUE LAS BATCH (MISMO PATRON   *
      * QUE RTEVSAM PARA EL RUTEO DE ALERTAS).                       *
      *                                                               *
      * CADA REGLA DICE QUE CAMPO DE CPERROR ENMASCARAR PARA LOS     *
      * PROGRAMAS QUE MATCHEAN LA MASCARA ('*' MATCHEA EL RESTO,     *
      * MISMA REGLA QUE ALRTRTE/MNTCAL). SE APLICAN TODAS LAS REGLAS *
      * QUE MATCHEAN, EN ORDEN, UNA SOBRE OTRA.                      *
      *   CAMPO   : 'C' WS-ERR-CHK-CLAVE    'P' WS-ERR-CHK-PRIMERA   *
      *             'U' WS-ERR-PUNTO        'S' WS-ERR-SQLERRMC      *
      *             '*' LOS CUATRO                                   *
      *   TIPO    : 'T' TODO EL CAMPO (LOS BLANCOS QUEDAN)           *
      *             'D' SOLO LOS DIGITOS, DEJANDO VISIBLES LOS       *
      *                 ULTIMOS CONSERVA DIGITOS (00 = NINGUNO)      *
      *             'R' RANGO DE POSICIONES DESDE/LARGO (LARGO 00 =  *
      *                 HASTA EL FINAL DEL CAMPO)                    *
      * EL CARACTER DE MASCARA ES '*'.                               *
      *                                                               *
      * CLAVE: ORDEN - NUMERO DE SECUENCIA QUE PRESERVA EL ORDEN DEL *
      * DATASET MASKRUL. LO CARGA PGMMSKLD DESDE MASKRUL.            *
      *****************************************************************
      * AUTOR: MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************

       01 WS-MSKV-REC.
          05 WS-MSKV-ORDEN        PIC 9(04).
          05 WS-MSKV-MASCARA      PIC X(08).
          05 WS-MSKV-CAMPO        PIC X(01).
          05 WS-MSKV-TIPO         PIC X(01).
          05 WS-MSKV-DESDE        PIC 9(02).
          05 WS-MSKV-LARGO        PIC 9(02).
          05 WS-MSKV-CONSERVA     PIC 9(02).
          05 FILLER               PIC X(60).
