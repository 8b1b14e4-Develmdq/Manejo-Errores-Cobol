      *****************************************************************
      * COPYBOOK: KNWAMAP                                            *
      *****************************************************************
      * LAYOUT GENERADO POR EL ENSAMBLADO BMS DEL MAPSET KNWAMAPS,   *
      * MAPA KNWAMAP, USADO POR PGMKNWAPR (TRANSACCION KNWA) PARA    *
      * REVISAR LAS RECETAS CANDIDATAS DE KNWCAND Y APROBARLAS (CON  *
      * O SIN EDITAR) HACIA KNOWNERR, O RECHAZARLAS.                 *
      *                                                                *
      * MISMO CRITERIO QUE ERRMAP: KNWAMAPI LLEVA EL CUADRUPLO       *
      * L/F/A/I DE TODOS LOS CAMPOS Y KNWAMAPO LO REDEFINE CON LOS   *
      * CAMPOS DE SALIDA. KINFO ES SOLO DE SALIDA (QUIEN PROPUSO,    *
      * CUANDO, DESDE QUE OCURRENCIA Y ESTADO DE LA CANDIDATA).      *
      *****************************************************************
      * AUTOR: MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************

       01  KNWAMAPI.
           05  FILLER               PIC X(12).
           05  KPROGL                PIC S9(4) COMP.
           05  KPROGF                PIC X.
           05  FILLER REDEFINES KPROGF.
               10  KPROGA            PIC X.
           05  KPROGI                PIC X(08).
           05  KPUNTOL               PIC S9(4) COMP.
           05  KPUNTOF               PIC X.
           05  FILLER REDEFINES KPUNTOF.
               10  KPUNTOA           PIC X.
           05  KPUNTOI               PIC X(30).
           05  KTIPOL                PIC S9(4) COMP.
           05  KTIPOF                PIC X.
           05  FILLER REDEFINES KTIPOF.
               10  KTIPOA            PIC X.
           05  KTIPOI                PIC X(01).
           05  KCODIGOL              PIC S9(4) COMP.
           05  KCODIGOF              PIC X.
           05  FILLER REDEFINES KCODIGOF.
               10  KCODIGOA          PIC X.
           05  KCODIGOI              PIC X(10).
           05  KRESOLL               PIC S9(4) COMP.
           05  KRESOLF               PIC X.
           05  FILLER REDEFINES KRESOLF.
               10  KRESOLA           PIC X.
           05  KRESOLI               PIC X(60).
           05  KBENIGL               PIC S9(4) COMP.
           05  KBENIGF               PIC X.
           05  FILLER REDEFINES KBENIGF.
               10  KBENIGA           PIC X.
           05  KBENIGI               PIC X(01).
           05  KACCIONL              PIC S9(4) COMP.
           05  KACCIONF              PIC X.
           05  FILLER REDEFINES KACCIONF.
               10  KACCIONA          PIC X.
           05  KACCIONI              PIC X(01).
           05  KINFOL                PIC S9(4) COMP.
           05  KINFOF                PIC X.
           05  FILLER REDEFINES KINFOF.
               10  KINFOA            PIC X.
           05  KINFOI                PIC X(60).
           05  KMSGL                 PIC S9(4) COMP.
           05  KMSGF                 PIC X.
           05  FILLER REDEFINES KMSGF.
               10  KMSGA             PIC X.
           05  KMSGI                 PIC X(60).

       01  KNWAMAPO REDEFINES KNWAMAPI.
           05  FILLER               PIC X(12).
           05  FILLER               PIC X(03).
           05  KPROGO                PIC X(08).
           05  FILLER               PIC X(03).
           05  KPUNTOO               PIC X(30).
           05  FILLER               PIC X(03).
           05  KTIPOO                PIC X(01).
           05  FILLER               PIC X(03).
           05  KCODIGOO              PIC X(10).
           05  FILLER               PIC X(03).
           05  KRESOLO               PIC X(60).
           05  FILLER               PIC X(03).
           05  KBENIGO               PIC X(01).
           05  FILLER               PIC X(03).
           05  KACCIONO              PIC X(01).
           05  FILLER               PIC X(03).
           05  KINFOO                PIC X(60).
           05  FILLER               PIC X(03).
           05  KMSGO                 PIC X(60).
