      *----------------------------------------------------------------*
      * FORMATO DEL ARCHIVO DE SALIDA "CERaaaa.TXT": LISTADO DE CONTROL
      * DE LOS CERTIFICADOS ANUALES DE COMISIONES QUE EMITE CL15EJ19,
      * PARA QUE CONTADURIA LO FIRME. UNA LINEA POR CERTIFICADO CON SUS
      * TOTALES ANUALES Y EL TOTAL DE LA EMPRESA, QUE ES LA SUMA DE
      * TODOS ELLOS. DESPUES, LA MISMA APERTURA POR MES A NIVEL EMPRESA
      * CON LO VENDIDO SEGUN LOS REGISTROS 'U' DE LA HISTORIA, Y EL
      * CONTROL DE QUE LAS VENTAS DE LOS CERTIFICADOS CUADREN CON ELLOS.
      *----------------------------------------------------------------*
       01 WS-SALIDA-CERCTL.

          05 WS-CTL-SEPARADOR               PIC X(159) VALUES ALL "-".

          05 WS-CTL-TITULO.
             10 FILLER                      PIC X(42) VALUE
                   'CONTROL DE CERTIFICADOS ANUALES DE COMISIO'.
             10 FILLER                      PIC X(11) VALUE
                   'NES - ANIO '.
             10 WS-CTL-TIT-ANIO             PIC 9(04).
             10 FILLER                      PIC X(14) VALUE
                   ' - EMITIDO EL '.
             10 WS-CTL-TIT-DD               PIC 9(02).
             10 FILLER                      PIC X(01) VALUE '/'.
             10 WS-CTL-TIT-MM               PIC 9(02).
             10 FILLER                      PIC X(01) VALUE '/'.
             10 WS-CTL-TIT-AAAA             PIC 9(04).

          05 WS-CTL-CABECERA.
             10 FILLER                      PIC X(08) VALUE 'LEGAJO'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(30)
                                            VALUE 'APELLIDO Y NOMBRE'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16) VALUE 'VENTAS'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16) VALUE 'COMISION'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16)
                                            VALUE 'PREMIO+SOBRECOM.'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16) VALUE 'RECUPEROS'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16)
                                            VALUE 'TOTAL DEVENGADO'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16)
                                            VALUE 'PAGADO S/RETORNO'.

          05 WS-CTL-DETALLE.
      * EL LEGAJO VA EN BLANCO EN LA LINEA DEL TOTAL DE LA EMPRESA.
             10 WS-CTL-DET-ID               PIC X(08).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CTL-DET-NOMBRE           PIC X(30).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CTL-DET-VENTAS           PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CTL-DET-COMISION         PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CTL-DET-OTROS            PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CTL-DET-RECUPEROS        PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CTL-DET-DEVENGADO        PIC -.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CTL-DET-PAGADO           PIC -.ZZZ.ZZZ.ZZ9,99.

      * APERTURA POR MES DE LA EMPRESA: LA ULTIMA COLUMNA ES LO
      * VENDIDO SEGUN LOS REGISTROS 'U' DE LA CORRIDA VIGENTE.
          05 WS-CTL-TIT-MESES               PIC X(43) VALUE
                'TOTALES DE LA EMPRESA POR MES (VER CONTROL)'.

          05 WS-CTL-CAB-MES.
             10 FILLER                      PIC X(03) VALUE 'MES'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(07) VALUE 'PERIODO'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(07) VALUE 'CORRIDA'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16) VALUE 'VENTAS'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16) VALUE 'COMISION'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16)
                                            VALUE 'PREMIO+SOBRECOM.'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16) VALUE 'RECUPEROS'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16)
                                            VALUE 'TOTAL DEVENGADO'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16)
                                            VALUE 'PAGADO S/RETORNO'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16)
                                            VALUE 'VENDIDO SUCURSAL'.

          05 WS-CTL-MES.
             10 WS-CTL-MES-NOMBRE           PIC X(03).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CTL-MES-PERIODO          PIC 9(06).
             10 FILLER                      PIC X(04) VALUE '  | '.
             10 WS-CTL-MES-CORRIDA          PIC 9(06).
             10 FILLER                      PIC X(04) VALUE '  | '.
             10 WS-CTL-MES-VENTAS           PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CTL-MES-COMISION         PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CTL-MES-OTROS            PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CTL-MES-RECUPEROS        PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CTL-MES-DEVENGADO        PIC -.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CTL-MES-PAGADO           PIC -.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CTL-MES-SUCURSALES       PIC Z.ZZZ.ZZZ.ZZ9,99.

      * LINEAS DEL CONTROL FINAL: UNA LEYENDA Y UN IMPORTE O CANTIDAD.
          05 WS-CTL-CONTROL.
             10 WS-CTL-CON-LEYENDA          PIC X(40).
             10 WS-CTL-CON-IMPORTE          PIC -.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE SPACES.
             10 WS-CTL-CON-NOTA             PIC X(40).

          05 WS-CTL-CANTIDAD.
             10 WS-CTL-CAN-LEYENDA          PIC X(40).
             10 FILLER                      PIC X(09) VALUE SPACES.
             10 WS-CTL-CAN-CANTIDAD         PIC ZZZ.ZZ9.

          05 WS-CTL-FIRMA.
             10 FILLER                      PIC X(40) VALUE
                   'CONFORME CONTADURIA (FIRMA Y ACLARACION)'.
             10 FILLER                      PIC X(31) VALUE
                   ': _____________________________'.

          05 WS-CTL-SIN-DATOS               PIC X(50) VALUE
                '  (NINGUN EMPLEADO TIENE COMISIONES EN EL ANIO)'.
