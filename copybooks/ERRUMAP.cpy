      * LAYOUT GENERADO POR EL ENSAMBLADO BMS DEL MAPSET ERRUMAPS,   *
      * MAPA ERRUMAP, USADO POR PGMERRUPD (TRANSACCION ERRU) PARA    *
      * TOMAR, ASIGNAR Y RESOLVER OCURRENCIAS DEL HISTORICO DE       *
      * ERRORES EN LINEA (ERRVSAM) Y PROPONER LA NOTA DE RESOLUCION  *
      * COMO RECETA DE ERROR CONOCIDO, Y VINCULARLAS A UN REGISTRO   *
      * DE PROBLEMA (VER CPPRBREG).                                  *
      *                                                                *
      * MISMO CRITERIO QUE ERRMAP: EL MAPA DE ENTRADA LLEVA EL       *
      * CUADRUPLO L/F/A/I DE TODOS LOS CAMPOS Y EL DE SALIDA LO      *
           05  FILLER REDEFINES UNOTAF.
               10  UNOTAA            PIC X.
           05  UNOTAI                PIC X(40).
      *---------------------------------------------------------------*
      * PROPUESTA DE RECETA AL RESOLVER ('R'): UPROP 'S' PROPONE LA   *
      * NOTA COMO RECETA DE ERROR CONOCIDO PARA PROGRAMA + PUNTO +    *
      * CODIGO DE LA OCURRENCIA; UBENIG 'S'/'N' ES LA MARCA DE        *
      * BENIGNO PROPUESTA (VER CPKNWCAN Y PGMKNWAPR).                 *
      *---------------------------------------------------------------*
           05  UPROPL                PIC S9(4) COMP.
           05  UPROPF                PIC X.
           05  FILLER REDEFINES UPROPF.
               10  UPROPA            PIC X.
           05  UPROPI                PIC X(01).
           05  UBENIGL               PIC S9(4) COMP.
           05  UBENIGF               PIC X.
           05  FILLER REDEFINES UBENIGF.
               10  UBENIGA           PIC X.
           05  UBENIGI               PIC X(01).
      *---------------------------------------------------------------*
      * PROBLEMA PARA LA ACCION 'L' (VINCULAR): PRBNNNNNNN EXISTENTE  *
      * Y ABIERTO, O VACIO PARA ABRIR UN PROBLEMA NUEVO A PARTIR DE   *
      * LA OCURRENCIA. EN LA CONSULTA MUESTRA EL PROBLEMA VINCULADO.  *
      *---------------------------------------------------------------*
           05  UPROBL                PIC S9(4) COMP.
           05  UPROBF                PIC X.
           05  FILLER REDEFINES UPROBF.
               10  UPROBA            PIC X.
           05  UPROBI                PIC X(10).
           05  UMSGL                 PIC S9(4) COMP.
           05  UMSGF                 PIC X.
           05  FILLER REDEFINES UMSGF.
           05  FILLER               PIC X(03).
           05  UNOTAO                PIC X(40).
           05  FILLER               PIC X(03).
           05  UPROPO                PIC X(01).
           05  FILLER               PIC X(03).
           05  UBENIGO               PIC X(01).
           05  FILLER               PIC X(03).
           05  UPROBO                PIC X(10).
           05  FILLER               PIC X(03).
           05  UMSGO                 PIC X(60).
