      *----------------------------------------------------------------*
      * FORMATO DEL ARCHIVO DE SALIDA "SALDOS.TXT": SALDOS ABIERTOS DE
      * LA CUENTA CORRIENTE DE COMISIONES DE TODA LA EMPRESA, ARMADO
      * POR CL15EJ18 SOBRE CUENTA.TXT. POR EMPLEADO, UNA LINEA POR
      * PERIODO DE ORIGEN CON SALDO DISTINTO DE CERO (DEVENGADO MENOS
      * PAGADO MAS AJUSTES), CON SU ANTIGUEDAD EN PERIODOS CONTRA EL
      * PERIODO DE REFERENCIA, Y EL TOTAL DEL EMPLEADO. LA MARCA '***'
      * SENALA LO QUE SE LE DEBE HACE MAS DE 2 PERIODOS. AL PIE, EL
      * TOTAL DE LA EMPRESA ABIERTO POR ANTIGUEDAD.
      *----------------------------------------------------------------*
       01 WS-SALIDA-SALDOS.

          05 WS-SDO-SEPARADOR               PIC X(113) VALUES ALL "-".

          05 WS-SDO-TITULO.
             10 FILLER                      PIC X(43) VALUE
                   'SALDOS ABIERTOS DE COMISIONES AL PERIODO: '.
             10 WS-SDO-TIT-PERIODO          PIC 9(06).
             10 FILLER                      PIC X(14) VALUE
                   ' - EMITIDO EL '.
             10 WS-SDO-TIT-DD               PIC 9(02).
             10 FILLER                      PIC X(01) VALUE '/'.
             10 WS-SDO-TIT-MM               PIC 9(02).
             10 FILLER                      PIC X(01) VALUE '/'.
             10 WS-SDO-TIT-AAAA             PIC 9(04).

          05 WS-SDO-SUBTITULO.
             10 FILLER                      PIC X(46) VALUE
                   'ANTIGUEDAD EN PERIODOS CONTRA EL DE REFERENCIA'.
             10 FILLER                      PIC X(42) VALUE
                   ' - *** = SE LE DEBE HACE MAS DE 2 PERIODOS'.

          05 WS-SDO-CABECERA.
             10 FILLER                      PIC X(11)
                                                VALUE 'ID-EMPLEADO'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(25) VALUE 'NOMBRE'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(25) VALUE 'APELLIDO'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(07) VALUE 'PERIODO'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(06) VALUE 'ANTIG.'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16) VALUE 'SALDO'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(05) VALUE 'MARCA'.

          05 WS-SDO-DETALLE.
             10 WS-SDO-DET-ID               PIC 9(08).
             10 FILLER                      PIC X(06) VALUE '    | '.
             10 WS-SDO-DET-NOMBRE           PIC X(25).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-SDO-DET-APELLIDO         PIC X(25).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-SDO-DET-PERIODO          PIC 9(06).
             10 FILLER                      PIC X(04) VALUE '  | '.
             10 WS-SDO-DET-ANTIGUEDAD       PIC ZZZZZ9.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-SDO-DET-SALDO            PIC -.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-SDO-DET-MARCA            PIC X(05).

      * TOTAL DE UN EMPLEADO, ALINEADO CON LA COLUMNA DEL SALDO.
          05 WS-SDO-TOT-EMPLEADO.
             10 FILLER                      PIC X(14) VALUE SPACES.
             10 FILLER                      PIC X(25) VALUE
                   'TOTAL DEL EMPLEADO'.
             10 FILLER                      PIC X(50) VALUE SPACES.
             10 WS-SDO-TEM-SALDO            PIC -.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-SDO-TEM-MARCA            PIC X(05).

      * TOTALES DE LA EMPRESA: UNA LINEA POR CONCEPTO.
          05 WS-SDO-TOTAL.
             10 WS-SDO-TOT-LEYENDA          PIC X(40).
             10 WS-SDO-TOT-IMPORTE          PIC -.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' - '.
             10 WS-SDO-TOT-CANTIDAD         PIC ZZZ.ZZ9.
             10 FILLER                      PIC X(10)
                                                VALUE ' EMPLEADOS'.

          05 WS-SDO-SIN-DATOS               PIC X(50) VALUE
                '  (NO HAY SALDOS ABIERTOS EN LA CUENTA CORRIENTE)'.
