      *****************************************************************
      * COPYBOOK: CPKNWCAN                                           *
      *****************************************************************
      * LAYOUT DEL REGISTRO DEL KSDS KNWCAND: RECETAS CANDIDATAS A   *
      * ERROR CONOCIDO. AL RESOLVER UNA OCURRENCIA EN ERRU, SOPORTE  *
      * PUEDE PROPONER SU NOTA COMO RECETA PARA EL MISMO PROGRAMA +  *
      * PUNTO + CODIGO; LA PROPUESTA ESPERA ACA HASTA QUE UN USUARIO *
      * CON ROL DE ADMINISTRACION (AUTVSAM, TRANSACCION KNWA) LA     *
      * APRUEBA (CON O SIN EDITARLA) O LA RECHAZA. LA APROBADA SE    *
      * GRABA EN KNOWNERR EN EL MOMENTO, SIN PASAR POR KNOWNSEQ.     *
      *                                                               *
      * CLAVE: LA MISMA DE KNOWNERR (VER CPKNOWN): UNA SOLA          *
      * CANDIDATA POR CLAVE. UNA PROPUESTA NUEVA SOBRE UNA CLAVE YA  *
      * PROPUESTA REEMPLAZA A LA ANTERIOR Y VUELVE A QUEDAR          *
      * PENDIENTE. LAS APROBADAS Y RECHAZADAS QUEDAN COMO REGISTRO   *
      * DE LO DECIDIDO (QUIEN Y CUANDO).                             *
      *                                                               *
      * PUNTO: SE TOMA DE ERRVSAM, ES DECIR YA ENMASCARADO SI EL     *
      * PROGRAMA TIENE UNA REGLA DE MASKRUL SOBRE EL PUNTO; ASI LA   *
      * RECETA NO EXPONE EL VALOR REAL. PGMERROR BUSCA PRIMERO CON   *
      * EL PUNTO REAL (RECETAS DE KNOWNSEQ) Y, SI NO ENCUENTRA Y LA  *
      * MASCARA LO CAMBIO, DE NUEVO CON EL ENMASCARADO.              *
      *                                                               *
      * ESTADO: 'P' PENDIENTE / 'A' APROBADA / 'X' RECHAZADA.        *
      * OCURRENCIA: CLAVE DE ERRVSAM DE LA QUE SALIO LA PROPUESTA.   *
      *                                                               *
      * USO: WORKING-STORAGE DE PGMERRUPD (PROPONE) Y PGMKNWAPR      *
      * (APRUEBA/RECHAZA). LRECL 200, CLAVE 49 EN POSICION 0.        *
      *****************************************************************
      * AUTOR: MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************

       01 WS-CAND-REC.
          05 WS-CAND-CLAVE.
             07 WS-CAND-PROGRAMA     PIC X(08).
             07 WS-CAND-PUNTO        PIC X(30).
             07 WS-CAND-TIPO         PIC X(01).
                88 CAND-TIPO-SQL               VALUE 'S'.
                88 CAND-TIPO-FS                VALUE 'F'.
             07 WS-CAND-CODIGO       PIC X(10).
          05 WS-CAND-RESOLUCION      PIC X(60).
          05 WS-CAND-BENIGNO         PIC X(01).
             88 CAND-ES-BENIGNO               VALUE 'S'.
          05 WS-CAND-ESTADO          PIC X(01).
             88 CAND-PENDIENTE                VALUE 'P'.
             88 CAND-APROBADA                 VALUE 'A'.
             88 CAND-RECHAZADA                VALUE 'X'.
          05 WS-CAND-PROP-USUARIO    PIC X(08).
          05 WS-CAND-PROP-FECHA      PIC X(10).
          05 WS-CAND-PROP-HORA       PIC X(08).
          05 WS-CAND-OCURRENCIA      PIC X(29).
          05 WS-CAND-REV-USUARIO     PIC X(08).
          05 WS-CAND-REV-FECHA       PIC X(10).
          05 WS-CAND-REV-HORA        PIC X(08).
          05 FILLER                  PIC X(08).
