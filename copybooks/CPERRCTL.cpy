      *****************************************************************
      * COPYBOOK: CPERRCTL                                           *
      *****************************************************************
      * LAYOUT DEL REGISTRO DE TOTALES DE CONTROL DE UNA GENERACION  *
      * DE ERRHIST (DATASET ERRHCTL, GDG ERR.HIST.CTL). CADA         *
      * GENERACION DEL HISTORICO TIENE SU GENERACION DE CONTROL      *
      * GEMELA CON UN UNICO REGISTRO, GRABADO POR EL PASO DE SELLADO *
      * (PGMHSTCTL PARM='SEL', ULTIMO PASO DEL JOB QUE ABRE LA       *
      * GENERACION, CONDICIONADO A QUE LOS ANTERIORES TERMINARAN     *
      * BIEN). UN JOB QUE ABENDA NO SELLA: SU GENERACION QUEDA SIN   *
      * TOTALES Y NINGUN CONSUMIDOR LA ACEPTA.                       *
      *                                                               *
      * LOS CONSUMIDORES CONCATENAN ERRHCTL EN EL MISMO ORDEN QUE    *
      * ERRHIST (MISMOS NUMEROS RELATIVOS) Y PGMERRVER RECORRE AMBOS *
      * A LA PAR: LOS PRIMEROS CANTIDAD REGISTROS DEL HISTORICO SON  *
      * LA PRIMERA GENERACION, Y ASI SUCESIVAMENTE.                  *
      *                                                               *
      * FECHA-PROCESO: DIA QUE CUBRE LA GENERACION (UN DIA SIN       *
      * ERRORES TAMBIEN SE SELLA, CON CANTIDAD CERO, PARA QUE LA     *
      * VERIFICACION DE HUECOS NO LO CONFUNDA CON UN DIA FALTANTE).  *
      * SEVERIDAD EN BLANCO (REGISTROS VIEJOS) CUENTA COMO FATAL,    *
      * IGUAL QUE EN CPERRLOG. PRIMERA Y ULTIMA SON LAS DEL PRIMER Y *
      * EL ULTIMO REGISTRO EN ORDEN FISICO (EL ULTIMO DELATA UN      *
      * CORTE AL FINAL DE LA GENERACION).                            *
      *                                                               *
      * USO: FD DE PGMERRVER. LRECL 100.                             *
      *****************************************************************
      * AUTOR: MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************

       01 WS-CTL-REC.
          05 WS-CTL-FECHA-PROCESO PIC X(10).
          05 WS-CTL-CANTIDAD      PIC 9(09).
          05 WS-CTL-CANT-CRITICAS PIC 9(09).
          05 WS-CTL-CANT-FATALES  PIC 9(09).
          05 WS-CTL-CANT-WARNINGS PIC 9(09).
          05 WS-CTL-PRIMERA-FECHA PIC X(10).
          05 WS-CTL-PRIMERA-HORA  PIC X(08).
          05 WS-CTL-ULTIMA-FECHA  PIC X(10).
          05 WS-CTL-ULTIMA-HORA   PIC X(08).
          05 WS-CTL-SELLO-FECHA   PIC X(10).
          05 WS-CTL-SELLO-HORA    PIC X(08).
