      *****************************************************************
      * COPYBOOK: PRBUMAP                                            *
      *****************************************************************
      * LAYOUT GENERADO POR EL ENSAMBLADO BMS DEL MAPSET PRBUMAPS,   *
      * MAPA PRBUMAP, USADO POR PGMPRBUPD (TRANSACCION PRBU) PARA    *
      * CONSULTAR LOS REGISTROS DE PROBLEMA (PRBVSAM), ASIGNARLES    *
      * DUENO Y CAUSA RAIZ, Y RESOLVERLOS JUNTO CON TODAS SUS        *
      * OCURRENCIAS VINCULADAS.                                      *
      *                                                               *
      * MISMO CRITERIO QUE ERRMAP: PRBUMAPI LLEVA EL CUADRUPLO       *
      * L/F/A/I DE TODOS LOS CAMPOS Y PRBUMAPO LO REDEFINE CON LOS   *
      * CAMPOS DE SALIDA. PINFO ES SOLO DE SALIDA (ESTADO, CRITERIO, *
      * SEVERIDAD, CANTIDAD DE OCURRENCIAS, ULTIMA Y TICKET).        *
      *****************************************************************
      * AUTOR: MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************

       01  PRBUMAPI.
           05  FILLER               PIC X(12).
           05  PPROBL                PIC S9(4) COMP.
           05  PPROBF                PIC X.
           05  FILLER REDEFINES PPROBF.
               10  PPROBA            PIC X.
           05  PPROBI                PIC X(10).
           05  PACCIONL              PIC S9(4) COMP.
           05  PACCIONF              PIC X.
           05  FILLER REDEFINES PACCIONF.
               10  PACCIONA          PIC X.
           05  PACCIONI              PIC X(01).
           05  PUSERL                PIC S9(4) COMP.
           05  PUSERF                PIC X.
           05  FILLER REDEFINES PUSERF.
               10  PUSERA            PIC X.
           05  PUSERI                PIC X(08).
           05  PCAUSAL               PIC S9(4) COMP.
           05  PCAUSAF               PIC X.
           05  FILLER REDEFINES PCAUSAF.
               10  PCAUSAA           PIC X.
           05  PCAUSAI               PIC X(60).
           05  PVALORL               PIC S9(4) COMP.
           05  PVALORF               PIC X.
           05  FILLER REDEFINES PVALORF.
               10  PVALORA           PIC X.
           05  PVALORI               PIC X(30).
           05  PINFOL                PIC S9(4) COMP.
           05  PINFOF                PIC X.
           05  FILLER REDEFINES PINFOF.
               10  PINFOA            PIC X.
           05  PINFOI                PIC X(60).
           05  PMSGL                 PIC S9(4) COMP.
           05  PMSGF                 PIC X.
           05  FILLER REDEFINES PMSGF.
               10  PMSGA             PIC X.
           05  PMSGI                 PIC X(60).

       01  PRBUMAPO REDEFINES PRBUMAPI.
           05  FILLER               PIC X(12).
           05  FILLER               PIC X(03).
           05  PPROBO                PIC X(10).
           05  FILLER               PIC X(03).
           05  PACCIONO              PIC X(01).
           05  FILLER               PIC X(03).
           05  PUSERO                PIC X(08).
           05  FILLER               PIC X(03).
           05  PCAUSAO               PIC X(60).
           05  FILLER               PIC X(03).
           05  PVALORO               PIC X(30).
           05  FILLER               PIC X(03).
           05  PINFOO                PIC X(60).
           05  FILLER               PIC X(03).
           05  PMSGO                 PIC X(60).
