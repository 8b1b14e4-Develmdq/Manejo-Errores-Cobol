      * BENIGNO = 'S': ERROR CONOCIDO E INOFENSIVO, NO SE AVISA A    *
      * ON-CALL (QUEDA REGISTRADO IGUAL EN EL HISTORICO).            *
      *                                                               *
      * USO: FD DE PGMKNWLD (CARGA) Y PGMERROR (CONSULTA);           *
      * WORKING-STORAGE DE PGMKNWAPR (APROBACION EN LINEA).          *
      * SE CARGA EN BATCH DESDE EL DATASET SECUENCIAL KNOWNSEQ CON   *
      * PGMKNWLD (MISMO PATRON QUE PGMDSCLD PARA DESCVSAM), Y EN     *
      * LINEA CON LAS RECETAS PROPUESTAS DESDE ERRU Y APROBADAS EN   *
      * KNWA (VER CPKNWCAN).                                         *
      *****************************************************************
      * AUTOR: MARCET EDUARDO                      FECHA: 2026       *
      *****************************************************************
