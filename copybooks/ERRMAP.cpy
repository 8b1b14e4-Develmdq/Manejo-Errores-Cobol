           05  FILLER REDEFINES ESTADOF.
               10  ESTADOA           PIC X.
           05  ESTADOI               PIC X(01).
      *---------------------------------------------------------------*
      * FILTRO POR SISTEMA DE ORIGEN (VACIO = TODOS): EN LA CONSOLA   *
      * CORPORATIVA EL ERRVSAM TRAE VARIOS SISTEMAS (VER PGMERRCNS).  *
      *---------------------------------------------------------------*
           05  SISTEMAL              PIC S9(4) COMP.
           05  SISTEMAF              PIC X.
           05  FILLER REDEFINES SISTEMAF.
               10  SISTEMAA          PIC X.
           05  SISTEMAI              PIC X(08).
           05  MSGL                  PIC S9(4) COMP.
           05  MSGF                  PIC X.
           05  FILLER REDEFINES MSGF.
           05  FILLER REDEFINES LIN1F.
               10  LIN1A             PIC X.
           05  LIN1I                 PIC X(60).
      *---------------------------------------------------------------*
      * ORIGEN DE CADA RENGLON, A LA DERECHA DEL DETALLE: SISTEMA Y   *
      * APPLID DE LA REGION CICS (EN BLANCO PARA BATCH).              *
      *---------------------------------------------------------------*
           05  ORIG1L                PIC S9(4) COMP.
           05  ORIG1F                PIC X.
           05  FILLER REDEFINES ORIG1F.
               10  ORIG1A            PIC X.
           05  ORIG1I                PIC X(17).
           05  LIN2L                 PIC S9(4) COMP.
           05  LIN2F                 PIC X.
           05  FILLER REDEFINES LIN2F.
               10  LIN2A             PIC X.
           05  LIN2I                 PIC X(60).
           05  ORIG2L                PIC S9(4) COMP.
           05  ORIG2F                PIC X.
           05  FILLER REDEFINES ORIG2F.
               10  ORIG2A            PIC X.
           05  ORIG2I                PIC X(17).
           05  LIN3L                 PIC S9(4) COMP.
           05  LIN3F                 PIC X.
           05  FILLER REDEFINES LIN3F.
               10  LIN3A             PIC X.
           05  LIN3I                 PIC X(60).
           05  ORIG3L                PIC S9(4) COMP.
           05  ORIG3F                PIC X.
           05  FILLER REDEFINES ORIG3F.
               10  ORIG3A            PIC X.
           05  ORIG3I                PIC X(17).
           05  LIN4L                 PIC S9(4) COMP.
           05  LIN4F                 PIC X.
           05  FILLER REDEFINES LIN4F.
               10  LIN4A             PIC X.
           05  LIN4I                 PIC X(60).
           05  ORIG4L                PIC S9(4) COMP.
           05  ORIG4F                PIC X.
           05  FILLER REDEFINES ORIG4F.
               10  ORIG4A            PIC X.
           05  ORIG4I                PIC X(17).
           05  LIN5L                 PIC S9(4) COMP.
           05  LIN5F                 PIC X.
           05  FILLER REDEFINES LIN5F.
               10  LIN5A             PIC X.
           05  LIN5I                 PIC X(60).
           05  ORIG5L                PIC S9(4) COMP.
           05  ORIG5F                PIC X.
           05  FILLER REDEFINES ORIG5F.
               10  ORIG5A            PIC X.
           05  ORIG5I                PIC X(17).

       01  ERRMAPO REDEFINES ERRMAPI.
           05  FILLER               PIC X(12).
           05  FILLER               PIC X(03).
           05  ESTADOO               PIC X(01).
           05  FILLER               PIC X(03).
           05  SISTEMAO              PIC X(08).
           05  FILLER               PIC X(03).
           05  MSGO                  PIC X(60).
           05  FILLER               PIC X(03).
           05  LIN1O                 PIC X(60).
           05  FILLER               PIC X(03).
           05  ORIG1O                PIC X(17).
           05  FILLER               PIC X(03).
           05  LIN2O                 PIC X(60).
           05  FILLER               PIC X(03).
           05  ORIG2O                PIC X(17).
           05  FILLER               PIC X(03).
           05  LIN3O                 PIC X(60).
           05  FILLER               PIC X(03).
           05  ORIG3O                PIC X(17).
           05  FILLER               PIC X(03).
           05  LIN4O                 PIC X(60).
           05  FILLER               PIC X(03).
           05  ORIG4O                PIC X(17).
           05  FILLER               PIC X(03).
           05  LIN5O                 PIC X(60).
           05  FILLER               PIC X(03).
           05  ORIG5O                PIC X(17).
