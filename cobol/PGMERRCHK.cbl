          05 WS-EPRM-REC-REPETIC  PIC 9(02).
          05 WS-EPRM-REC-DB2      PIC X(01).
          05 WS-EPRM-REC-REP-CICS PIC 9(03).
          05 WS-EPRM-REC-SISTEMA  PIC X(08).
          05 WS-EPRM-REC-CUA-LIM  PIC 9(05).
          05 FILLER               PIC X(55).

       FD  ALRT-PRM-FILE
           RECORDING MODE IS F.
                       AND WS-EPRM-REC-REPETIC IS NUMERIC
                       AND (WS-EPRM-REC-DB2 = 'S' OR 'N')
                       AND WS-EPRM-REC-REP-CICS IS NUMERIC
                       AND WS-EPRM-REC-CUA-LIM IS NUMERIC
                       DISPLAY 'ERRPARM  : OK'
                       IF WS-EPRM-REC-SISTEMA = SPACES
                          DISPLAY 'ERRPARM  : SIN NOMBRE DE SISTEMA '
                                  '(LO COMPLETA PGMERRCNS)'
                       END-IF
                    ELSE
                       DISPLAY 'ERRPARM  : FORMATO INVALIDO - '
                               'PGMERROR IGNORARA LOS CAMPOS MALOS'
