             10 WS-CAM-DES-ESTADO           PIC X(01).
             10 WS-CAM-DES-FECHA-ALTA       PIC 9(08).
             10 WS-CAM-DES-FECHA-BAJA       PIC 9(08).
      * SUPERVISOR ANTES/DESPUES: VA AL FINAL DEL REGISTRO PARA QUE LAS
      * IMAGENES NO SE CORRAN; LOS REGISTROS GRABADOS ANTES DE QUE EL
      * MAESTRO LLEVARA SUPERVISOR LO TRAEN EN BLANCO.
          05 WS-CAM-SUPERVISOR.
             10 WS-CAM-ANT-ID-SUPERVISOR    PIC X(08).
             10 WS-CAM-DES-ID-SUPERVISOR    PIC X(08).
