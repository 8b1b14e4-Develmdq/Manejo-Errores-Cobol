      *****************************************************************
      * COPYBOOK: CPAUDREG                                           *
      *****************************************************************
      * LAYOUT DEL REGISTRO DE AUDITORIA DE CAMBIOS DE CONFIGURACION *
      * (TD QUEUE AUDQ Y DATASET AUDHIST). CADA ALTA, MODIFICACION O *
      * BAJA SOBRE UNA TABLA DE LA SUITE DEJA UN REGISTRO CON QUIEN  *
      * (USUARIO), QUE (TABLA + CLAVE + IMAGENES ANTES/DESPUES),     *
      * CUANDO (FECHA/HORA) Y COMO (PROGRAMA DE ORIGEN Y MEDIO).     *
      *                                                               *
      * TABLAS CUBIERTAS: DESCVSAM (PGMDSCMT EN LINEA, PGMDSCLD),    *
      * ERRVSAM (PGMERRUPD EN LINEA), KNOWNERR (PGMKNWLD, Y         *
      * PGMKNWAPR EN LINEA AL APROBAR RECETAS), RTEVSAM              *
      * (PGMRTELD), AUTVSAM (PGMAUTLD), APPVSAM (PGMAPPLD), Y LOS    *
      * DATASETS EDITADOS A MANO MNTCAL Y ERRPARM (PGMAUDCFG, QUE    *
      * DETECTA LOS CAMBIOS COMPARANDO CONTRA LA COPIA ANTERIOR),    *
      * Y LOS PROBLEMAS PRBVSAM / PRBLINK (PGMERRUPD Y PGMPRBUPD EN  *
      * LINEA; LA CORRELACION BATCH PGMPRBCOR DEJA SU MARCA EN EL    *
      * PROPIO REGISTRO, ALTA-USUARIO / USUARIO 'PGMPRBCO').         *
      *                                                               *
      * MEDIO: 'L' EN LINEA (TRANSACCION CICS, VIA AUDQ Y            *
      * PGMERRDRN) / 'C' CARGA BATCH DESDE EL DATASET SECUENCIAL /   *
      * 'E' EDICION DEL DATASET DETECTADA POR COMPARACION.           *
      * ACCION: 'A' ALTA / 'M' MODIFICACION / 'B' BAJA. EN UN ALTA   *
      * LA IMAGEN ANTES VA EN BLANCO; EN UNA BAJA, LA IMAGEN         *
      * DESPUES. LAS IMAGENES SON EL REGISTRO COMPLETO DE LA TABLA   *
      * (ERRVSAM ENTRA CON HOLGURA; DE PRBVSAM, 250 BYTES, VAN LOS   *
      * PRIMEROS 200, QUE CUBREN ESTADO, DUENO Y CAUSA RAIZ).        *
      *                                                               *
      * FECHA EN FORMATO AAAA-MM-DD (ISO), COMO EL ESTAMPADO DE      *
      * DESCVSAM/ERRVSAM: EL HISTORICO ORDENA CRONOLOGICAMENTE.      *
      *                                                               *
      * USO: WORKING-STORAGE DE PGMDSCMT Y PGMERRUPD (ENCOLAN EN     *
      * AUDQ), FD DE PGMERRDRN (DRENA AUDQ A AUDHIST), DE LOS        *
      * CARGADORES Y PGMAUDCFG (GRABAN AUDHIST DIRECTO) Y DE         *
      * PGMAUDRPT (REPORTE). LRECL 500: LA COLA AUDQ SE DEFINE EN    *
      * LA DCT CON ESTE LARGO.                                       *
      *****************************************************************
      * AUTOR: MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************

       01 WS-AUD-REC.
          05 WS-AUD-FECHA         PIC X(10).
          05 WS-AUD-HORA          PIC X(08).
          05 WS-AUD-USUARIO       PIC X(08).
          05 WS-AUD-ORIGEN        PIC X(08).
          05 WS-AUD-MEDIO         PIC X(01).
             88 AUD-MEDIO-LINEA             VALUE 'L'.
             88 AUD-MEDIO-CARGA             VALUE 'C'.
             88 AUD-MEDIO-EDICION           VALUE 'E'.
          05 WS-AUD-TABLA         PIC X(08).
          05 WS-AUD-ACCION        PIC X(01).
             88 AUD-ACC-ALTA                VALUE 'A'.
             88 AUD-ACC-MODIF               VALUE 'M'.
             88 AUD-ACC-BAJA                VALUE 'B'.
          05 WS-AUD-CLAVE         PIC X(49).
          05 WS-AUD-ANTES         PIC X(200).
          05 WS-AUD-DESPUES       PIC X(200).
          05 FILLER               PIC X(07).
