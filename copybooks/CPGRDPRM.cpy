      *****************************************************************
      * COPYBOOK: CPGRDPRM                                           *
      *****************************************************************
      * AREA DE PARAMETROS DE PGMGRDRES (GUARDIA RESPONSABLE DE UN   *
      * GRUPO ON-CALL SEGUN EL ROL DE GUARDIAS, VER CPGRDREC).       *
      * USO: INCLUIR EN WS DEL PGM LLAMADOR Y EN LINKAGE DE          *
      * PGMGRDRES (MISMO CRITERIO QUE CPIMPPRM PARA PGMJOBIMP).      *
      *                                                               *
      *   ACCION 'R': QUIEN ATIENDE EL GRUPO EN UN MOMENTO           *
      *     MOVE 'R'          TO WS-GRDP-ACCION                      *
      *     MOVE GRUPO        TO WS-GRDP-GRUPO                       *
      *     MOVE AAAA-MM-DD   TO WS-GRDP-FECHA                       *
      *     MOVE HH:MM        TO WS-GRDP-HORA                        *
      *     CALL 'PGMGRDRES' USING WS-GRD-PARM                       *
      *     -> WS-GRDP-TITULAR / WS-GRDP-SUPLENTE                    *
      *                                                               *
      *   ACCION 'H': PERIODOS SIN CUBRIR DEL GRUPO EN UNA VENTANA   *
      *     MOVE 'H'          TO WS-GRDP-ACCION                      *
      *     GRUPO, FECHA/HORA (DESDE) Y HASTA-FECHA/HASTA-HORA       *
      *     CALL 'PGMGRDRES' USING WS-GRD-PARM                       *
      *     -> WS-GRDP-HUECO(1..WS-GRDP-HUE-TOTAL)                   *
      *****************************************************************
      * AUTOR: MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************

       01 WS-GRD-PARM.
          05 WS-GRDP-ACCION       PIC X(01) VALUE 'R'.
             88 GRDP-RESOLVER               VALUE 'R'.
             88 GRDP-HUECOS                 VALUE 'H'.
          05 WS-GRDP-GRUPO        PIC X(08) VALUE SPACES.
          05 WS-GRDP-FECHA        PIC X(10) VALUE SPACES.
          05 WS-GRDP-HORA         PIC X(05) VALUE SPACES.
          05 WS-GRDP-HASTA-FECHA  PIC X(10) VALUE SPACES.
          05 WS-GRDP-HASTA-HORA   PIC X(05) VALUE SPACES.
      *---------------------------------------------------------------*
      * RESPUESTA DE PGMGRDRES AL LLAMADOR                            *
      *---------------------------------------------------------------*
          05 WS-GRDP-RESULTADO    PIC X(02) VALUE '00'.
             88 GRDP-OK                     VALUE '00'.
      *---------------------------------------------------------------*
      * 'R' -> '10': NADIE DE GUARDIA (NI TITULAR NI SUPLENTE).       *
      *        '20': HAY TITULAR PERO NO SUPLENTE.                    *
      *        '15': HAY SUPLENTE PERO NO TITULAR (EL PAGE VA AL      *
      *              SUPLENTE).                                       *
      * 'H' -> '10': HAY AL MENOS UN PERIODO SIN CUBRIR.              *
      * AMBAS -> '30': SIN ROL DE GUARDIAS LEGIBLE.                   *
      *          '40': FECHA/HORA RECIBIDA INVALIDA.                  *
      *---------------------------------------------------------------*
             88 GRDP-SIN-GUARDIA            VALUE '10'.
             88 GRDP-SIN-TITULAR            VALUE '15'.
             88 GRDP-SIN-SUPLENTE           VALUE '20'.
             88 GRDP-SIN-TABLA              VALUE '30'.
             88 GRDP-FECHA-INVALIDA         VALUE '40'.
          05 WS-GRDP-TITULAR.
             07 WS-GRDP-TIT-ID       PIC X(08) VALUE SPACES.
             07 WS-GRDP-TIT-NOMBRE   PIC X(25) VALUE SPACES.
             07 WS-GRDP-TIT-TELEFONO PIC X(15) VALUE SPACES.
          05 WS-GRDP-SUPLENTE.
             07 WS-GRDP-SUP-ID       PIC X(08) VALUE SPACES.
             07 WS-GRDP-SUP-NOMBRE   PIC X(25) VALUE SPACES.
             07 WS-GRDP-SUP-TELEFONO PIC X(15) VALUE SPACES.
      *---------------------------------------------------------------*
      * TIPO DE LA ENTRADA DEL ROL QUE DIO EL TITULAR (T/F/C) Y SU    *
      * REFERENCIA (FERIADO O PEDIDO DE CAMBIO)                       *
      *---------------------------------------------------------------*
          05 WS-GRDP-TIPO         PIC X(01) VALUE SPACE.
          05 WS-GRDP-REFERENCIA   PIC X(10) VALUE SPACES.
      *---------------------------------------------------------------*
      * ENTRADAS DEL ROL DESCARTADAS AL CARGARLO (MAL FORMADAS O      *
      * TABLA LLENA): UN PERIODO SIN CUBRIR PUEDE SER UNA DE ELLAS.   *
      *---------------------------------------------------------------*
          05 WS-GRDP-DESCARTADAS  PIC 9(05) COMP VALUE ZEROS.
      *---------------------------------------------------------------*
      * PERIODOS SIN CUBRIR (ACCION 'H'), EN ORDEN CRONOLOGICO.       *
      * FALTA = 'T' SIN NADIE DE GUARDIA, 'S' SIN SUPLENTE, 'P' SIN   *
      * TITULAR (SOLO SUPLENTE). DESBORDES = LOS QUE NO ENTRARON.     *
      *---------------------------------------------------------------*
          05 WS-GRDP-HUE-TOTAL    PIC 9(03) COMP VALUE ZEROS.
          05 WS-GRDP-HUE-DESBORDES PIC 9(03) COMP VALUE ZEROS.
          05 WS-GRDP-HUECO OCCURS 20 TIMES.
             07 WS-GRDP-HUE-DESDE-FECHA PIC X(10).
             07 WS-GRDP-HUE-DESDE-HORA  PIC X(05).
             07 WS-GRDP-HUE-HASTA-FECHA PIC X(10).
             07 WS-GRDP-HUE-HASTA-HORA  PIC X(05).
             07 WS-GRDP-HUE-FALTA       PIC X(01).
