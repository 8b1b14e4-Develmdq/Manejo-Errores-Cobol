      * EL ARCHIVO SE LEE "INTO" EL REGISTRO DE CPERRVSM DE           *
      * WORKING-STORAGE (EN MODO SOLO-REPORTE EL CLUSTER NO SE ABRE   *
      * Y EL AREA DE SU FD NO DEBE TOCARSE); ESTE 01 SOLO FIJA EL     *
      * LRECL (185), IGUAL QUE EN PGMERRPRG.                          *
      *---------------------------------------------------------------*
       FD  ERR-ARCH-FILE
           RECORDING MODE IS F.
       01 WS-ERR-ARCH-REC      PIC X(185).

       FD  ARC-SEL-FILE
           RECORDING MODE IS F.

       FD  ARC-SAL-FILE
           RECORDING MODE IS F.
       01 WS-ARC-SAL-REC       PIC X(185).

      *---------------------------------------------------------------*
      * REGISTRO DEL CLUSTER: SOLO LA CLAVE EN SU POSICION (LOS 29    *
       FD  ERR-VSAM-FILE.
       01 WS-VSAM-FD-REC.
          05 WS-VSAM-FD-CLAVE  PIC X(29).
          05 FILLER            PIC X(156).

       WORKING-STORAGE SECTION.
       77 FILLER               PIC X(26) VALUE '* INICIO WS *'.
