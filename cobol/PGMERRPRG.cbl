       FD  ERR-ARCH-FILE
           RECORDING MODE IS F.
      *---------------------------------------------------------------*
      * MISMO LARGO QUE EL REGISTRO DE CPERRVSM (185)                 *
      *---------------------------------------------------------------*
       01 WS-ERR-ARCH-REC      PIC X(185).

       WORKING-STORAGE SECTION.
       77 FILLER               PIC X(26) VALUE '* INICIO WS *'.
