      * LIMPIO DESDE EL PRINCIPIO (WS-RSTP-ENCONTRADO VUELVE 'N').    *
      *---------------------------------------------------------------*
             88 RSTP-HUELLA-DIFIERE         VALUE '10'.
      *---------------------------------------------------------------*
      * '20': EL CHECKPOINT SE GRABO ENMASCARADO Y SUS VALORES REALES *
      * NO SE PUDIERON RECUPERAR DE ERRSENS (DD AUSENTE, SIN PERMISO  *
      * DE LECTURA O REGISTRO FALTANTE): IGUAL QUE CON '10', EL SALTO *
      * SE RECHAZO Y EL PASO DEBE CORRER LIMPIO DESDE EL PRINCIPIO.   *
      *---------------------------------------------------------------*
             88 RSTP-SIN-ORIGINAL           VALUE '20'.
             88 RSTP-ERROR-ES               VALUE '90'.
