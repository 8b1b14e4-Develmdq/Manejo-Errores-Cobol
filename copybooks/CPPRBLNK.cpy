      *****************************************************************
      * COPYBOOK: CPPRBLNK                                           *
      *****************************************************************
      * LAYOUT DEL REGISTRO DEL KSDS PRBLINK: VINCULOS ENTRE         *
      * OCURRENCIAS DE ERRVSAM Y REGISTROS DE PROBLEMA (CPPRBREG).   *
      *                                                               *
      * CADA VINCULO SE GRABA DOS VECES, CON DOS TIPOS DE CLAVE, ASI *
      * EL MISMO CLUSTER SE RECORRE EN LOS DOS SENTIDOS SIN INDICE   *
      * ALTERNATIVO:                                                 *
      *   'O' + CLAVE DE OCURRENCIA (29): A QUE PROBLEMA PERTENECE   *
      *       UNA OCURRENCIA. UNA OCURRENCIA PERTENECE A UN SOLO     *
      *       PROBLEMA: LA CLAVE DUPLICADA LO IMPIDE.                *
      *   'P' + PROBLEMA (10) + CLAVE DE OCURRENCIA (29): LAS        *
      *       OCURRENCIAS DE UN PROBLEMA, CONTIGUAS (STARTBR GENERICO*
      *       POR 'P' + PROBLEMA).                                   *
      * LOS 'O' QUEDAN TODOS ANTES QUE LOS 'P': UN BATCH QUE SOLO    *
      * NECESITA LA PERTENENCIA LEE DESDE EL PRINCIPIO HASTA EL      *
      * PRIMER 'P'.                                                  *
      *                                                               *
      * ORIGEN: 'C' CORRELACION (PGMPRBCOR) / 'M' MANUAL (ERRU).     *
      *                                                               *
      * USO: FD DE PGMPRBCOR Y PGMERRTKT; WORKING-STORAGE DE         *
      * PGMERRUPD Y PGMPRBUPD. LRECL 80, CLAVE 40 EN POSICION 0.     *
      *****************************************************************
      * AUTOR: MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************

       01 WS-PLK-REC.
          05 WS-PLK-CLAVE.
             07 WS-PLK-TIPO          PIC X(01).
                88 PLK-POR-OCURRENCIA          VALUE 'O'.
                88 PLK-POR-PROBLEMA            VALUE 'P'.
             07 WS-PLK-RESTO         PIC X(39).
          05 WS-PLK-CLAVE-O REDEFINES WS-PLK-CLAVE.
             07 FILLER               PIC X(01).
             07 WS-PLK-O-OCURRENCIA  PIC X(29).
             07 FILLER               PIC X(10).
          05 WS-PLK-CLAVE-P REDEFINES WS-PLK-CLAVE.
             07 FILLER               PIC X(01).
             07 WS-PLK-P-PROBLEMA    PIC X(10).
             07 WS-PLK-P-OCURRENCIA  PIC X(29).
          05 WS-PLK-PROBLEMA         PIC X(10).
          05 WS-PLK-ORIGEN           PIC X(01).
             88 PLK-CORRELACION               VALUE 'C'.
             88 PLK-MANUAL                    VALUE 'M'.
          05 WS-PLK-USUARIO          PIC X(08).
          05 WS-PLK-FECHA            PIC X(10).
          05 WS-PLK-HORA             PIC X(08).
          05 FILLER                  PIC X(03).
