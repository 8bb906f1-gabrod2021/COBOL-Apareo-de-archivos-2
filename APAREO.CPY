             10 WS-SAL-APA-REC-IMPORTE      PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(19) VALUE SPACES.

      * LINEA DEBAJO DEL DETALLE DE UN EMPLEADO QUE ALCANZO SU CUOTA
      * DEL PERIODO: EL PREMIO CAE EN LA MISMA POSICION (90-105) QUE
      * WS-SAL-APA-COMISION, PERO NO SE SUMA A LA COMISION DEL
      * EMPLEADO NI AL TOTAL GENERAL (VA APARTE A LIQCOM.TXT).
          05 WS-SAL-APA-PREMIO.
             10 FILLER                      PIC X(14) VALUE SPACES.
             10 FILLER                      PIC X(30) VALUE
                   'PREMIO POR CUOTA CUMPLIDA    :'.
             10 FILLER                      PIC X(45) VALUE SPACES.
             10 WS-SAL-APA-PRE-IMPORTE      PIC Z.ZZZ.ZZZ.ZZ9,99.

      * LINEA DE TOTALES GENERALES, GRABADA UNA UNICA VEZ AL FINAL DEL
      * ARCHIVO CON LA SUMA DE TODOS LOS EMPLEADOS APAREADOS.
          05 WS-SAL-APA-TOTAL-GENERAL.
      * APORTO VENTAS APAREADAS EN LA CORRIDA. EL IMPORTE CAE EN LA
      * MISMA POSICION (71-86) QUE WS-SAL-APA-IMPORTE, IGUAL QUE EN
      * WS-SAL-APA-SECTOR.
      * TOTAL DE PREMIOS POR CUOTA DE LA CORRIDA, DEBAJO DEL TOTAL
      * GENERAL Y EN LA COLUMNA DE LA COMISION (90-105).
          05 WS-SAL-APA-TOTAL-PREMIOS.
             10 FILLER                      PIC X(40)
                                       VALUE 'TOTAL PREMIOS POR CUOTA'.
             10 FILLER                      PIC X(49) VALUE SPACES.
             10 WS-SAL-APA-TOT-PREMIO       PIC Z.ZZZ.ZZZ.ZZ9,99.

          05 WS-SAL-APA-TIT-SUCURSALES     PIC X(18) VALUE
                'TOTAL POR SUCURSAL'.

