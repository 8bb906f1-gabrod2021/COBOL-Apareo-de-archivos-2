      * OPCION DE CAMBIO DE CL15EJ02.
          05 WS-MAE-FECHA-ALTA              PIC 9(08).
          05 WS-MAE-FECHA-BAJA              PIC 9(08).
      * TAMPOCO TRAIA SUPERVISOR: QUEDAN TODOS SIN SUPERVISOR HASTA QUE
      * SE ASIGNE CON CL15EJ02.
          05 WS-MAE-ID-SUPERVISOR           PIC 9(08).

       WORKING-STORAGE SECTION.

           MOVE WS-ENT-EMP-ESTADO           TO WS-MAE-ESTADO.
           MOVE ZEROES                      TO WS-MAE-FECHA-ALTA.
           MOVE ZEROES                      TO WS-MAE-FECHA-BAJA.
           MOVE ZEROES                      TO WS-MAE-ID-SUPERVISOR.

           WRITE WS-MAE-EMPLEADO.

