      *   EXISTE YA OTRO DE LA MISMA CLAVE DE INCIDENTE CON NIVEL     *
      *   MAYOR (POR ESO EL JCL DEBE CONCATENAR BAJO EL DD ALERTTRG   *
      *   LAS SALIDAS ALRTESC DE LOS BARRIDOS ANTERIORES DEL DIA).    *
      *                                                               *
      *   EL DISPARO ESCALADO LLEVA LA GUARDIA (TITULAR Y SUPLENTE)   *
      *   DEL GRUPO DEL NIVEL SIGUIENTE AL MOMENTO DEL BARRIDO, QUE   *
      *   ES QUIEN RECIBE EL PAGE (ROL DE GUARDIAS, VER PGMGRDRES).   *
      *****************************************************************
      * ENTRADAS:                                                     *
      *   DD ALERTTRG: DISPAROS DEL PERIODO (MAS ALRTESC PREVIOS)     *
      *   DD ALRTACK : RECONOCIMIENTOS (DRENADOS POR PGMERRDRN)       *
      *   DD ALRTRTE : TABLA DE RUTEO Y ESCALAMIENTO                  *
      *   DD GUARDIAS: ROL DE GUARDIAS (LO LEE PGMGRDRES)             *
      * SALIDA:                                                       *
      *   DD ALRTESC : DISPAROS ESCALADOS (LAYOUT CPALRTRG), QUE EL   *
      *   SCHEDULER/HOOK CONSUME IGUAL QUE ALERTTRG                   *
      *---------------------------------------------------------------*
      * LOS DISPAROS SE LEEN "INTO" EL REGISTRO DE CPALRTRG DE        *
      * WORKING-STORAGE Y LOS ESCALADOS SE ESCRIBEN "FROM" EL MISMO   *
      * REGISTRO; ESTOS 01 SOLO FIJAN EL LRECL (446).                 *
      *---------------------------------------------------------------*
       FD  ALERT-TRG-FILE
           RECORDING MODE IS F.
       01 WS-TRG-ENT-REC       PIC X(446).

       FD  ESC-SAL-FILE
           RECORDING MODE IS F.
       01 WS-ESC-SAL-REC       PIC X(446).

       FD  ALR-ACK-FILE
           RECORDING MODE IS F.

           COPY CPALRTRG.

      *---------------------------------------------------------------*
      * GUARDIA RESPONSABLE DEL GRUPO ESCALADO (PGMGRDRES)            *
      *---------------------------------------------------------------*
           COPY CPGRDPRM.

       01 WS-SEPARADOR         PIC X(60) VALUE ALL '='.
       01 WS-SEPARADOR-MIN     PIC X(60) VALUE ALL '-'.

             07 WS-TRG-PUNTO       PIC X(30).
             07 WS-TRG-FECHA       PIC X(10).
             07 WS-TRG-HORA        PIC X(08).
             07 WS-TRG-SISTEMA     PIC X(08).
             07 WS-TRG-APPLID      PIC X(08).
             07 WS-TRG-IMPACTO     PIC X(176).
       01 WS-TRG-DESBORDES     PIC 9(07) COMP VALUE ZEROS.

      *---------------------------------------------------------------*
          05 WS-CD-SS          PIC 9(02).
          05 FILLER            PIC X(07).

      *---------------------------------------------------------------*
      * FECHA (AAAA-MM-DD) Y HH:MM DEL BARRIDO, PARA EL ROL DE        *
      * GUARDIAS                                                      *
      *---------------------------------------------------------------*
       01 WS-AHORA-FECHA-ISO   PIC X(10) VALUE SPACES.
       01 WS-AHORA-HHMM        PIC X(05) VALUE SPACES.

      *---------------------------------------------------------------*
      * RECORRIDO Y DECISION DEL DISPARO EN PROCESO                   *
      *---------------------------------------------------------------*
              = FUNCTION INTEGER-OF-DATE(WS-CD-AAAAMMDD) * 86400
              + WS-CD-HH * 3600 + WS-CD-MIN * 60 + WS-CD-SS
           END-COMPUTE
           STRING WS-CD-AAAAMMDD(1:4) '-'
                  WS-CD-AAAAMMDD(5:2) '-'
                  WS-CD-AAAAMMDD(7:2)
              DELIMITED BY SIZE
              INTO WS-AHORA-FECHA-ISO
           END-STRING
           STRING WS-CD-HH ':' WS-CD-MIN
              DELIMITED BY SIZE
              INTO WS-AHORA-HHMM
           END-STRING

           OPEN OUTPUT ESC-SAL-FILE
           IF ESC-OK
                       TO WS-TRG-FECHA(WS-I)
                    MOVE WS-ALERT-HORA
                       TO WS-TRG-HORA(WS-I)
                    MOVE WS-ALERT-SISTEMA
                       TO WS-TRG-SISTEMA(WS-I)
                    MOVE WS-ALERT-APPLID
                       TO WS-TRG-APPLID(WS-I)
                    MOVE WS-ALERT-IMPACTO
                       TO WS-TRG-IMPACTO(WS-I)
                 ELSE
                    ADD 1 TO WS-TRG-DESBORDES
                 END-IF
           MOVE SPACES                   TO WS-ALERT-RESOLUCION
           MOVE WS-TRG-FECHA(WS-I)       TO WS-ALERT-FECHA
           MOVE WS-TRG-HORA(WS-I)        TO WS-ALERT-HORA
           MOVE WS-TRG-SISTEMA(WS-I)     TO WS-ALERT-SISTEMA
           MOVE WS-TRG-APPLID(WS-I)      TO WS-ALERT-APPLID
           MOVE WS-TRG-IMPACTO(WS-I)     TO WS-ALERT-IMPACTO

           MOVE 'R'                      TO WS-GRDP-ACCION
           MOVE WS-GRUPO-SIGUIENTE       TO WS-GRDP-GRUPO
           MOVE WS-AHORA-FECHA-ISO       TO WS-GRDP-FECHA
           MOVE WS-AHORA-HHMM            TO WS-GRDP-HORA
           CALL 'PGMGRDRES' USING WS-GRD-PARM
           MOVE WS-GRDP-TITULAR          TO WS-ALERT-TITULAR
           MOVE WS-GRDP-SUPLENTE         TO WS-ALERT-SUPLENTE

           WRITE WS-ESC-SAL-REC FROM WS-ALERT-REC
           IF ESC-OK
              DISPLAY 'PGMALRESC: ESCALADO ' WS-ALERT-PROGRAMA
                      ' A NIVEL ' WS-ALERT-NIVEL
                      ' GRUPO ' WS-ALERT-GRUPO
                      ' GUARDIA ' WS-ALERT-TIT-ID
           ELSE
              DISPLAY 'PGMALRESC: FALLO WRITE ALRTESC - STATUS '
                      WS-ESC-ST
