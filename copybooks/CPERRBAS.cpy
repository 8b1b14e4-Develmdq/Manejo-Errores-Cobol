      *****************************************************************
      * COPYBOOK: CPERRBAS                                           *
      *****************************************************************
      * LAYOUT DE LA LINEA BASE DE VOLUMEN DE OCURRENCIAS (ERRBASE). *
      * PGMERRBAS LA GRABA CADA SEMANA A PARTIR DE LAS ULTIMAS       *
      * SEMANAS DE ERRHIST Y PGMERRANO LA LEE EN EL DIA PARA         *
      * DETECTAR VOLUMENES ANORMALES. UNA LINEA POR CLAVE (PROGRAMA  *
      * O APLICACION DE APPREG), DIA DE LA SEMANA Y HORA DEL DIA;    *
      * SOLO SE GRABAN LAS CELDAS QUE TUVIERON OCURRENCIAS (LA QUE   *
      * NO ESTA SE ESPERA EN CERO). LRECL 80.                        *
      *                                                               *
      * DIA: 1 = LUNES ... 7 = DOMINGO.                              *
      * SEMANAS: CUANTOS DIAS DE ESE DIA DE LA SEMANA CUBRE EL       *
      *   PERIODO DESDE/HASTA (EL DIVISOR DEL PROMEDIO).             *
      * PROMEDIO: OCURRENCIAS POR HORA, CON DOS DECIMALES.           *
      * MAXIMO: LA PEOR HORA OBSERVADA EN UN SOLO DIA DEL PERIODO.   *
      *****************************************************************
      * AUTOR: MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************

       01 WS-ERRBAS-REC.
          05 WS-BAS-TIPO          PIC X(01).
             88 BAS-PROGRAMA               VALUE 'P'.
             88 BAS-APLICACION             VALUE 'A'.
          05 WS-BAS-CLAVE         PIC X(08).
          05 WS-BAS-DIA           PIC 9(01).
          05 WS-BAS-HORA          PIC 9(02).
          05 WS-BAS-SEMANAS       PIC 9(03).
          05 WS-BAS-TOTAL         PIC 9(07).
          05 WS-BAS-PROMEDIO      PIC 9(05)V99.
          05 WS-BAS-MAXIMO        PIC 9(05).
          05 WS-BAS-DESDE         PIC X(10).
          05 WS-BAS-HASTA         PIC X(10).
          05 WS-BAS-SISTEMA       PIC X(08).
          05 FILLER               PIC X(18).
