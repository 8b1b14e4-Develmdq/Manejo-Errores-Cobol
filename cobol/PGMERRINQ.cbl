      *   SOPORTE DE PRIMER NIVEL CONSULTAR EL HISTORICO DE ERRORES   *
      *   POR PROGRAMA, ENTORNO Y/O RANGO DE FECHA (FECHADI/FECHAHI)  *
      *   SIN PEDIR EL SPOOL NI EL LOG BATCH.                         *
      *   CADA RENGLON MUESTRA SU ORIGEN (SISTEMA Y APPLID) Y SE      *
      *   PUEDE FILTRAR POR SISTEMA: EN LA CONSOLA CORPORATIVA EL     *
      *   ERRVSAM SE CARGA CON TODOS LOS SISTEMAS (VER PGMERRCNS).    *
      *   TRANSID SUGERIDA: ERRI.                                     *
      *   ES PSEUDO-CONVERSACIONAL: EL ESTADO DE LA BUSQUEDA (CRITERIO*
      *   Y ULTIMA CLAVE LEIDA, PARA PF8) VIAJA EN LA COMMAREA ENTRE  *

       01 WS-RENGLON            PIC 9(02) COMP.
       01 WS-LINEA-FMT           PIC X(60).
       01 WS-ORIGEN-FMT          PIC X(17).
       01 WS-SQLCODE-EDT         PIC -(10).

      *---------------------------------------------------------------*
          05 WS-COMMI-ESTADO       PIC X(01) VALUE SPACE.
          05 WS-COMMI-ULT-CLAVE    PIC X(29) VALUE SPACES.
          05 WS-COMMI-HAY-MAS      PIC X(01) VALUE 'N'.
          05 WS-COMMI-SISTEMA      PIC X(08) VALUE SPACES.

       77 FILLER               PIC X(26) VALUE '* FINAL  WS *'.

          05 WS-COMM-ULT-CLAVE     PIC X(29).
          05 WS-COMM-HAY-MAS       PIC X(01).
             88 COMM-HAY-MAS                VALUE 'S'.
          05 WS-COMM-SISTEMA       PIC X(08).

      *****************************************************************
       PROCEDURE DIVISION.
       1000-PANTALLA-INICIAL.

           MOVE LOW-VALUES TO ERRMAPO
           MOVE
              'PROG/ENTORNO/FECHA/ESTADO (N=SIN TOMAR)/SISTEMA - ENTER'
              TO MSGO

           EXEC CICS SEND MAP('ERRMAP') MAPSET('ERRMAPS')

           MOVE SPACES TO WS-COMM-PROGRAMA WS-COMM-ENTORNO
                          WS-COMM-FECHA-DESDE WS-COMM-FECHA-HASTA
                          WS-COMM-ESTADO WS-COMM-SISTEMA
           IF PROGRAMAL > 0
              MOVE PROGRAMAI TO WS-COMM-PROGRAMA
           END-IF
           IF FECHAHL > 0
              MOVE FECHAHI TO WS-COMM-FECHA-HASTA
           END-IF
           IF SISTEMAL > 0
              MOVE SISTEMAI TO WS-COMM-SISTEMA
           END-IF

           MOVE WS-COMM-PROGRAMA TO WS-VSAM-PROGRAMA
           MOVE LOW-VALUES       TO WS-VSAM-FECHA WS-VSAM-HORA
                        OR WS-VSAM-FECHA NOT > WS-COMM-FECHA-HASTA)
                    AND (WS-COMM-ESTADO = SPACES
                        OR WS-VSAM-ESTADO = WS-COMM-ESTADO)
                    AND (WS-COMM-SISTEMA = SPACES
                        OR WS-VSAM-SISTEMA = WS-COMM-SISTEMA)
                    ADD 1 TO WS-RENGLON
                    PERFORM 2200-CARGAR-RENGLON
                    MOVE WS-VSAM-CLAVE TO WS-COMM-ULT-CLAVE
              INTO WS-LINEA-FMT
           END-STRING

           MOVE SPACES TO WS-ORIGEN-FMT
           STRING WS-VSAM-SISTEMA   ' '
                  WS-VSAM-APPLID
              DELIMITED BY SIZE
              INTO WS-ORIGEN-FMT
           END-STRING

           EVALUATE WS-RENGLON
           WHEN 1 MOVE WS-LINEA-FMT  TO LIN1O
                  MOVE WS-ORIGEN-FMT TO ORIG1O
           WHEN 2 MOVE WS-LINEA-FMT  TO LIN2O
                  MOVE WS-ORIGEN-FMT TO ORIG2O
           WHEN 3 MOVE WS-LINEA-FMT  TO LIN3O
                  MOVE WS-ORIGEN-FMT TO ORIG3O
           WHEN 4 MOVE WS-LINEA-FMT  TO LIN4O
                  MOVE WS-ORIGEN-FMT TO ORIG4O
           WHEN 5 MOVE WS-LINEA-FMT  TO LIN5O
                  MOVE WS-ORIGEN-FMT TO ORIG5O
           END-EVALUATE
           EXIT PARAGRAPH.

       2900-LIMPIAR-RENGLONES.

           MOVE SPACES TO LIN1O LIN2O LIN3O LIN4O LIN5O
           MOVE SPACES TO ORIG1O ORIG2O ORIG3O ORIG4O ORIG5O
           EXIT PARAGRAPH.

      *****************************************************************
