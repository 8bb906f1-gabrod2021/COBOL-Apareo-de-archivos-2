      * EXTRACCION DE LOS POS (Y CON LA CAPTURA MANUAL CL15EJ05).
      * CADA REGISTRO LLEVA SU TIPO EN LA PRIMERA POSICION:
      *   'H' HEADER : FECHA DE EXTRACCION Y SUCURSAL (PRIMERO).
      *                EN EL CONSOLIDADO DE CL15EJ07 LA SUCURSAL
      *                DICE 'CONSOLIDADO' O, SI ALGUNA SUCURSAL QUEDO
      *                AFUERA, 'CONSOLIDADO PARCIAL' (VER
      *                CONSOLID.TXT).
      *   'D' DETALLE: TICKET, EMPLEADO, SECTOR, IMPORTE, FECHA Y
      *                SUCURSAL DE LA VENTA, ASCENDENTE POR
      *                ID-EMPLEADO. LA SUCURSAL DEL DETALLE PUEDE
