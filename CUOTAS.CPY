      *----------------------------------------------------------------*
      * FORMATO DEL ARCHIVO "CUOTAS.TXT": CUOTA MENSUAL DE VENTAS DE
      * CADA VENDEDOR FIJADA POR GERENCIA DE VENTAS, MANTENIDA CON
      * CL15EJ15. UN REGISTRO POR EMPLEADO Y PERIODO (AAAAMM), CON LA
      * SUCURSAL A LA QUE SE LE ASIGNA LA CUOTA (EL MAESTRO DE
      * EMPLEADOS NO LLEVA SUCURSAL) Y EL OBJETIVO EN NUMERICO PLANO
      * DE 12 DIGITOS (10 ENTEROS, 2 DECIMALES IMPLICITOS).
      * LO LEEN CL15EJ01, QUE PAGA EL PREMIO DE COMISION.TXT AL QUE
      * ALCANZA SU CUOTA, Y CL15EJ16, QUE ARMA EL INFORME DE
      * CUMPLIMIENTO POR SUCURSAL.
      *----------------------------------------------------------------*
       01 WS-REG-CUOTA.
          05 WS-CUO-ID-EMPLEADO             PIC 9(08).
          05 WS-CUO-PERIODO                 PIC 9(06).
          05 WS-CUO-SUCURSAL                PIC X(20).
          05 WS-CUO-OBJETIVO                PIC 9(10)V9(02).
