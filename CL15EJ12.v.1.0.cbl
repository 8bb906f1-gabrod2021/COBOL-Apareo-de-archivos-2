             10 FILLER                      PIC X(08)
                                                VALUE ' BAJA: '.
             10 WS-INF-IMG-FECHA-BAJA       PIC X(08).
             10 FILLER                      PIC X(06) VALUE ' SUP: '.
             10 WS-INF-IMG-SUPERVISOR       PIC X(08).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
              MOVE WS-CAM-ANT-ESTADO        TO WS-INF-IMG-ESTADO
              MOVE WS-CAM-ANT-FECHA-ALTA    TO WS-INF-IMG-FECHA-ALTA
              MOVE WS-CAM-ANT-FECHA-BAJA    TO WS-INF-IMG-FECHA-BAJA
              MOVE WS-CAM-ANT-ID-SUPERVISOR TO WS-INF-IMG-SUPERVISOR
              MOVE WS-INF-IMAGEN            TO WS-SAL-INFORME
              PERFORM 2900-ESCRIBIR-INFORME
                 THRU 2900-ESCRIBIR-INFORME-FIN
           MOVE WS-CAM-DES-ESTADO           TO WS-INF-IMG-ESTADO.
           MOVE WS-CAM-DES-FECHA-ALTA       TO WS-INF-IMG-FECHA-ALTA.
           MOVE WS-CAM-DES-FECHA-BAJA       TO WS-INF-IMG-FECHA-BAJA.
           MOVE WS-CAM-DES-ID-SUPERVISOR    TO WS-INF-IMG-SUPERVISOR.
           MOVE WS-INF-IMAGEN               TO WS-SAL-INFORME.
           PERFORM 2900-ESCRIBIR-INFORME
              THRU 2900-ESCRIBIR-INFORME-FIN.
