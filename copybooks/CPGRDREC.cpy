      *****************************************************************
      * COPYBOOK: CPGRDREC                                           *
      *****************************************************************
      * LAYOUT DEL REGISTRO DEL ROL DE GUARDIAS (DD GUARDIAS): QUIEN *
      * ATIENDE CADA GRUPO ON-CALL, CON NOMBRE Y TELEFONO, TITULAR   *
      * Y SUPLENTE, DESDE UNA FECHA/HORA HASTA OTRA. LO MANTIENE     *
      * OPERACIONES (MISMO CRITERIO QUE JOBDEP Y ALRTRTE); LO LEE    *
      * PGMGRDRES PARA RESOLVER LA PERSONA RESPONSABLE DE CADA       *
      * DISPARO Y PARA BUSCAR PERIODOS SIN CUBRIR. LRECL 150.        *
      *                                                               *
      * EL PERIODO ES [DESDE, HASTA): DESDE INCLUIDO Y HASTA         *
      * EXCLUIDO, ASI UN TURNO QUE TERMINA A LAS 08:00 Y EL          *
      * SIGUIENTE QUE EMPIEZA A LAS 08:00 NO SE PISAN NI DEJAN       *
      * HUECO. FECHAS AAAA-MM-DD, HORAS HH:MM. UNA GUARDIA NOCTURNA  *
      * LLEVA EN HASTA LA FECHA DEL DIA SIGUIENTE.                   *
      *                                                               *
      * TIPO DE ENTRADA (PRIORIDAD DE MAYOR A MENOR):                *
      *   'C' CAMBIO DE GUARDIA ENTRE DOS PERSONAS (SWAP)            *
      *   'F' GUARDIA DE FERIADO (REEMPLAZA EL ROL REGULAR DEL DIA)  *
      *   'T' TURNO REGULAR DEL ROL                                  *
      * SI VARIAS ENTRADAS DEL GRUPO CUBREN EL MISMO MOMENTO MANDA   *
      * LA DE MAYOR PRIORIDAD Y, A IGUAL PRIORIDAD, LA ULTIMA DEL    *
      * DATASET. TITULAR Y SUPLENTE SE RESUELVEN POR SEPARADO: UN    *
      * CAMBIO QUE SOLO REEMPLAZA AL TITULAR DEJA EL SUPLENTE EN     *
      * BLANCO Y EL SUPLENTE SALE DE LA ENTRADA QUE SIGUE EN         *
      * PRIORIDAD.                                                   *
      *****************************************************************
      * AUTOR: MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************

       01 WS-GUARDIA-REC.
          05 WS-GRD-GRUPO         PIC X(08).
          05 WS-GRD-TIPO          PIC X(01).
             88 GRD-TIPO-TURNO             VALUE 'T'.
             88 GRD-TIPO-FERIADO           VALUE 'F'.
             88 GRD-TIPO-CAMBIO            VALUE 'C'.
          05 WS-GRD-DESDE-FECHA   PIC X(10).
          05 WS-GRD-DESDE-HORA    PIC X(05).
          05 WS-GRD-HASTA-FECHA   PIC X(10).
          05 WS-GRD-HASTA-HORA    PIC X(05).
          05 WS-GRD-TITULAR.
             07 WS-GRD-TIT-ID     PIC X(08).
             07 WS-GRD-TIT-NOMBRE PIC X(25).
             07 WS-GRD-TIT-TELEFONO PIC X(15).
          05 WS-GRD-SUPLENTE.
             07 WS-GRD-SUP-ID     PIC X(08).
             07 WS-GRD-SUP-NOMBRE PIC X(25).
             07 WS-GRD-SUP-TELEFONO PIC X(15).
      *---------------------------------------------------------------*
      * REFERENCIA LIBRE: NOMBRE DEL FERIADO O PEDIDO DEL CAMBIO      *
      *---------------------------------------------------------------*
          05 WS-GRD-REFERENCIA    PIC X(10).
          05 FILLER               PIC X(05).
