      *****************************************************************
      * COPYBOOK: CPVERPRM                                           *
      *****************************************************************
      * AREA DE PARAMETROS DE PGMERRVER (TOTALES DE CONTROL DE LAS   *
      * GENERACIONES DE ERRHIST, VER CPERRCTL).                      *
      * USO: INCLUIR EN WS DEL PGM LLAMADOR Y EN LINKAGE DE          *
      * PGMERRVER (MISMO CRITERIO QUE CPRSTPRM PARA PGMERRRST).      *
      *                                                               *
      * ACCION 'V' (VERIFICAR): LOS CONSUMIDORES DEL HISTORICO LO    *
      * LLAMAN ANTES DE ABRIR SU ERRHIST:                            *
      *     COPY CPVERPRM.                                           *
      *     MOVE 'V' TO WS-VERP-ACCION                               *
      *     MOVE 'H' TO WS-VERP-JUEGO                                *
      *     CALL 'PGMERRVER' USING WS-VER-PARM                       *
      *     IF NOT VERP-OK                                           *
      *        NO CORRER, O MARCAR LA SALIDA COMO INCOMPLETA         *
      *     END-IF                                                   *
      * JUEGO = PAR DE DD A VERIFICAR:                               *
      *   'H' ERRHIST + ERRHCTL (EL DE CASI TODOS)                   *
      *   'A' ERRHACT + ERRCACT (PERIODO ACTUAL DE PGMERRTRD)        *
      *   'C' ERRHANT + ERRCANT (PERIODO DE COMPARACION DE PGMERRTRD)*
      * ACCION 'S' (SELLAR): GRABA EN ERRHCTL LOS TOTALES DE LA      *
      * GENERACION APUNTADA POR ERRHIST (SOLO JUEGO 'H'). FECHA ES   *
      * EL DIA QUE CUBRE LA GENERACION (BLANCO = HOY). VIA PGMHSTCTL *
      * EN EL JCL.                                                   *
      *****************************************************************
      * AUTOR: MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************

       01 WS-VER-PARM.
          05 WS-VERP-ACCION       PIC X(01) VALUE 'V'.
             88 VERP-VERIFICAR              VALUE 'V'.
             88 VERP-SELLAR                 VALUE 'S'.
          05 WS-VERP-JUEGO        PIC X(01) VALUE 'H'.
             88 VERP-JUEGO-HIST             VALUE 'H'.
             88 VERP-JUEGO-ACTUAL           VALUE 'A'.
             88 VERP-JUEGO-ANTERIOR         VALUE 'C'.
          05 WS-VERP-FECHA        PIC X(10) VALUE SPACES.
      *---------------------------------------------------------------*
      * RESPUESTA DE PGMERRVER AL LLAMADOR                            *
      *---------------------------------------------------------------*
          05 WS-VERP-GENERACIONES PIC 9(05) COMP VALUE ZEROS.
          05 WS-VERP-REGISTROS    PIC 9(09) COMP VALUE ZEROS.
          05 WS-VERP-DESDE        PIC X(10) VALUE SPACES.
          05 WS-VERP-HASTA        PIC X(10) VALUE SPACES.
          05 WS-VERP-DIAS-FALTAN  PIC 9(05) COMP VALUE ZEROS.
          05 WS-VERP-PRIMER-HUECO PIC X(10) VALUE SPACES.
          05 WS-VERP-GEN-FALLIDA  PIC 9(05) COMP VALUE ZEROS.
          05 WS-VERP-RESULTADO    PIC X(02) VALUE '00'.
             88 VERP-OK                     VALUE '00'.
      *---------------------------------------------------------------*
      * '10': UNA GENERACION NO CUADRA CON SUS TOTALES (CORTADA,      *
      *       ALTERADA, O SIN SELLAR); GEN-FALLIDA DICE CUAL (ORDINAL *
      *       EN LA CONCATENACION). LAS SIGUIENTES NO SE PUEDEN       *
      *       VERIFICAR: SE PIERDE EL CORTE ENTRE GENERACIONES.       *
      * '20': LOS TOTALES CUADRAN PERO FALTAN DIAS ENTRE DESDE Y      *
      *       HASTA (UNA GENERACION FUERA DE LA CONCATENACION).       *
      * '30': SIN TOTALES DE CONTROL (DD DE CONTROL AUSENTE O VACIO). *
      * '90': ERROR DE E/S.                                           *
      *---------------------------------------------------------------*
             88 VERP-TOTALES-DIFIEREN       VALUE '10'.
             88 VERP-HUECO-FECHAS           VALUE '20'.
             88 VERP-SIN-TOTALES            VALUE '30'.
             88 VERP-ERROR-ES               VALUE '90'.
          05 WS-VERP-MENSAJE      PIC X(60) VALUE SPACES.
