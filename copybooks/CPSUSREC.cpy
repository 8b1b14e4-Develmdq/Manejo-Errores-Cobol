      *****************************************************************
      * COPYBOOK: CPSUSREC                                           *
      *****************************************************************
      * LAYOUT DEL REGISTRO DEL DATASET DE CUARENTENA (ERRSUSP) QUE  *
      * GRABA PGMERROR CUANDO UN PASO EN MODO CUARENTENA (VER        *
      * WS-ERR-MODO EN CPERROR) LE PASA UN REGISTRO DE ENTRADA QUE   *
      * NO PUEDE PROCESAR: LA IMAGEN DEL REGISTRO CON EL CONTEXTO    *
      * COMPLETO DEL ERROR, PARA QUE OPERACIONES LO REVISE, CORRIJA  *
      * O RECHACE (PGMSUSRPT/PGMSUSUPD) Y PGMSUSRPR DEVUELVA LOS     *
      * CORREGIDOS A LA APLICACION DUENA. USO: FD DE PGMERROR        *
      * (GRABA) Y DE LOS PROGRAMAS DE CUARENTENA (MISMO CRITERIO QUE *
      * CPRSTREC PARA RESTART). LRECL 1300.                          *
      *                                                               *
      * LAS IMAGENES VAN SIN ENMASCARAR (OPERACIONES LAS NECESITA    *
      * COMPLETAS PARA CORREGIRLAS): ERRSUSP LLEVA LA MISMA          *
      * PROTECCION DE ACCESO QUE ERRSENS.                            *
      *****************************************************************
      * AUTOR: MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************

       01 WS-SUSP-REC.
      *---------------------------------------------------------------*
      * IDENTIFICADOR DEL REGISTRO EN CUARENTENA: PASO, MOMENTO Y     *
      * NUMERO CORRELATIVO DENTRO DE LA CORRIDA DEL PASO              *
      *---------------------------------------------------------------*
          05 WS-SUS-ID.
             07 WS-SUS-JOBNAME    PIC X(08).
             07 WS-SUS-STEPNAME   PIC X(08).
             07 WS-SUS-FECHA      PIC X(10).
             07 WS-SUS-HORA       PIC X(08).
             07 WS-SUS-NUMERO     PIC 9(05).
      *---------------------------------------------------------------*
      * CONTEXTO DEL ERROR (EL DE LA OCURRENCIA EN ERRHIST/ERRVSAM)   *
      *---------------------------------------------------------------*
          05 WS-SUS-PROGRAMA      PIC X(08).
          05 WS-SUS-PUNTO         PIC X(30).
          05 WS-SUS-SEVERIDAD     PIC X(01).
          05 WS-SUS-FILE-STATUS   PIC X(02).
          05 WS-SUS-SQLCODE       PIC S9(09).
          05 WS-SUS-DESCRIPCION   PIC X(30).
          05 WS-SUS-SISTEMA       PIC X(08).
      *---------------------------------------------------------------*
      * UBICACION DEL REGISTRO EN EL INSUMO: DD, NUMERO DE REGISTRO   *
      * Y CLAVE (LOS DE WS-ERR-CHECKPOINT DE CPERROR)                 *
      *---------------------------------------------------------------*
          05 WS-SUS-DDNAME        PIC X(08).
          05 WS-SUS-REG-NUMERO    PIC 9(09).
          05 WS-SUS-REG-CLAVE     PIC X(20).
      *---------------------------------------------------------------*
      * ESTADO: 'P' PENDIENTE DE REVISION, 'C' CORREGIDO (ESPERA EL   *
      * REPROCESO), 'R' RECHAZADO Y 'E' REENVIADO A LA APLICACION.    *
      * 'R' Y 'E' SON LOS DESENLACES FINALES.                         *
      *---------------------------------------------------------------*
          05 WS-SUS-ESTADO        PIC X(01).
             88 SUS-PENDIENTE              VALUE 'P'.
             88 SUS-CORREGIDO              VALUE 'C'.
             88 SUS-RECHAZADO              VALUE 'R'.
             88 SUS-REENVIADO              VALUE 'E'.
             88 SUS-ABIERTO                VALUE 'P' 'C'.
      *---------------------------------------------------------------*
      * ULTIMA DECISION DE OPERACIONES (PGMSUSUPD) Y REPROCESO        *
      * (PGMSUSRPR)                                                   *
      *---------------------------------------------------------------*
          05 WS-SUS-DEC-USUARIO   PIC X(08).
          05 WS-SUS-DEC-FECHA     PIC X(10).
          05 WS-SUS-DEC-HORA      PIC X(08).
          05 WS-SUS-DEC-MOTIVO    PIC X(40).
          05 WS-SUS-RPR-FECHA     PIC X(10).
          05 WS-SUS-RPR-HORA      PIC X(08).
      *---------------------------------------------------------------*
      * IMAGEN ORIGINAL (TAL COMO LA PASO EL LLAMADOR, NUNCA SE       *
      * MODIFICA) E IMAGEN CORREGIDA POR OPERACIONES                  *
      *---------------------------------------------------------------*
          05 WS-SUS-IMAGEN-LON    PIC 9(04).
          05 WS-SUS-IMAGEN        PIC X(500).
          05 WS-SUS-CORREG-LON    PIC 9(04).
          05 WS-SUS-CORREGIDA     PIC X(500).
          05 FILLER               PIC X(43).
