       FILE SECTION.

       FD ENT-VIEJO.
       01 WS-ENT-LINEA                      PIC X(270).

       FD SAL-NUEVO.
       01 WS-SAL-LINEA                      PIC X(270).

       FD SAL-ARCHIVO.
       01 WS-SAL-ARCHIVO                    PIC X(270).

       FD SAL-CIERRE.
       01 WS-SAL-CIERRE                     PIC X(100).
          05 WS-DEF-FEC-MM                  PIC 9(02).
          05 FILLER                         PIC X(01).
          05 WS-DEF-FEC-AAAA                PIC 9(04).
          05 FILLER                         PIC X(260).

       01 WS-FECHA-HOY                      PIC 9(08) VALUE 0.
       01 WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
                          THRU 5210-CLASIFICAR-HISTORIA-FIN
                    END-IF
               WHEN 'AUDI'
                    MOVE WS-ENT-LINEA (1:270)
                                            TO WS-AUD-REGISTRO
                    IF WS-AUD-INI-AAAA NUMERIC
                       AND WS-AUD-INI-MM NUMERIC
                       END-IF
                    END-IF
               WHEN 'DEFI'
                    MOVE WS-ENT-LINEA (1:270)
                                            TO WS-LINEA-DEFINITIVO
                    IF WS-DEF-FEC-AAAA NUMERIC
                       AND WS-DEF-FEC-MM NUMERIC
