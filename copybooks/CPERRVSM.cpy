             88 VSAM-TKT-PEDIDO             VALUE 'P'.
             88 VSAM-TKT-ABIERTO            VALUE 'A'.
             88 VSAM-TKT-CERRADO            VALUE 'C'.
      *---------------------------------------------------------------*
      * ORIGEN DE LA OCURRENCIA (SISTEMA Y APPLID, VER CPERRLOG). EN  *
      * EL CLUSTER DE CADA SISTEMA LAS OCURRENCIAS CICS QUEDAN SIN    *
      * SISTEMA (LA REGION NO LO CONOCE) PERO CON SU APPLID; EN EL    *
      * CLUSTER CORPORATIVO, CARGADO DESDE EL HISTORICO CONSOLIDADO   *
      * (PGMERRCNS + PGMERRCON REINSERTAR), LLEGAN COMPLETOS. ESTOS   *
      * CAMPOS ABSORBEN EL FILLER DE 3 BYTES Y AGRANDAN EL LRECL DE   *
      * ERRVSAM/ERRARCH DE 172 A 185.                                 *
      *---------------------------------------------------------------*
          05 WS-VSAM-SISTEMA         PIC X(08).
          05 WS-VSAM-APPLID          PIC X(08).
