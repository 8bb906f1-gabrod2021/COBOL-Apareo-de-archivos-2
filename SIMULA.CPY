      *----------------------------------------------------------------*
      * FORMATO DEL ARCHIVO DE SALIDA "SIMULA.TXT": INFORME DE UNA
      * CORRIDA DE SIMULACION DE CL15EJ01. VALORIZA EL APAREO DEL
      * PERIODO DOS VECES, CON LAS REGLAS VIGENTES DE COMISION.TXT Y
      * CON UN ARCHIVO DE REGLAS PROPUESTAS, Y COMPARA: POR EMPLEADO
      * (COMISION MAS PREMIO POR CUOTA), LA DIFERENCIA POR SECTOR Y
      * POR SUCURSAL Y EL TOTAL DE LA EMPRESA. LOS DESGLOSES POR
      * SECTOR Y SUCURSAL REPARTEN LO DE CADA EMPLEADO EN PROPORCION A
      * LO QUE VENDIO EN CADA UNO, ASI QUE SU SUMA PUEDE DIFERIR EN
      * CENTAVOS DEL TOTAL. LA SIMULACION NO TOCA NINGUN ARCHIVO DEL
      * CIRCUITO REAL DE LIQUIDACION.
      *----------------------------------------------------------------*
       01 WS-SALIDA-SIMULA.

          05 WS-SIM-SEPARADOR               PIC X(143) VALUES ALL "-".

          05 WS-SIM-TITULO.
             10 FILLER                      PIC X(45) VALUE
                   'SIMULACION DE REGLAS DE COMISION - PERIODO: '.
             10 WS-SIM-TIT-PERIODO          PIC 9(06).
             10 FILLER                      PIC X(22) VALUE
                   ' - REGLAS PROPUESTAS: '.
             10 WS-SIM-TIT-ARCHIVO          PIC X(40).

          05 WS-SIM-SUBTITULO.
             10 FILLER                      PIC X(44) VALUE
                   'SIN EFECTO SOBRE LA LIQUIDACION: NO CONSUME '.
             10 FILLER                      PIC X(46) VALUE
                   'NUMERO DE CORRIDA NI GRABA HISTORIA, LIQCOM NI'.
             10 FILLER                      PIC X(10) VALUE
                   ' AUDITORIA'.

      * REGLAS CON QUE SE VALORIZA CADA COLUMNA (UNA LINEA PARA LAS
      * VIGENTES Y OTRA PARA LAS PROPUESTAS).
          05 WS-SIM-REGLAS.
             10 WS-SIM-REG-LEYENDA          PIC X(20).
             10 WS-SIM-REG-TASAS            PIC Z9.
             10 FILLER                      PIC X(18) VALUE
                   ' TASAS DE SECTOR, '.
             10 WS-SIM-REG-TRAMOS           PIC Z9.
             10 FILLER                      PIC X(16) VALUE
                   ' TRAMOS, PREMIO '.
             10 WS-SIM-REG-PREMIO           PIC Z9,99.
             10 FILLER                      PIC X(18) VALUE
                   ' %, SOBRECOMISION '.
             10 WS-SIM-REG-SOBRECOM         PIC Z9,99.
             10 FILLER                      PIC X(16) VALUE
                   ' % (NO SIMULADA)'.

          05 WS-SIM-CABECERA.
             10 FILLER                      PIC X(11)
                                                VALUE 'ID-EMPLEADO'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(25) VALUE 'NOMBRE'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(25) VALUE 'APELLIDO'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16) VALUE 'VENDIDO'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16)
                                                VALUE 'COMISION ACTUAL'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16)
                                                VALUE 'PROPUESTA'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16)
                                                VALUE 'DIFERENCIA'.

          05 WS-SIM-DETALLE.
             10 WS-SIM-DET-ID               PIC 9(08).
             10 FILLER                      PIC X(06) VALUE '    | '.
             10 WS-SIM-DET-NOMBRE           PIC X(25).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-SIM-DET-APELLIDO         PIC X(25).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-SIM-DET-VENDIDO          PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-SIM-DET-ACTUAL           PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-SIM-DET-PROPUESTA        PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-SIM-DET-DIFERENCIA       PIC -.ZZZ.ZZZ.ZZ9,99.

      * DESGLOSE POR SECTOR O POR SUCURSAL: TITULO DE LA SECCION,
      * CABECERA (CON EL ROTULO DE LA PRIMERA COLUMNA) Y UNA LINEA
      * POR SECTOR O SUCURSAL.
          05 WS-SIM-TIT-SECCION             PIC X(40).

          05 WS-SIM-CAB-DESGLOSE.
             10 WS-SIM-CAB-DES-ROTULO       PIC X(20).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16) VALUE 'VENDIDO'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16)
                                                VALUE 'COMISION ACTUAL'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16)
                                                VALUE 'PROPUESTA'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16)
                                                VALUE 'DIFERENCIA'.

          05 WS-SIM-DESGLOSE.
             10 WS-SIM-DES-NOMBRE           PIC X(20).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-SIM-DES-VENDIDO          PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-SIM-DES-ACTUAL           PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-SIM-DES-PROPUESTA        PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-SIM-DES-DIFERENCIA       PIC -.ZZZ.ZZZ.ZZ9,99.

      * TOTAL DE LA EMPRESA: MISMAS COLUMNAS QUE EL DETALLE.
          05 WS-SIM-TOTAL.
             10 FILLER                      PIC X(16) VALUE
                   'TOTAL EMPRESA : '.
             10 WS-SIM-TOT-CANTIDAD         PIC ZZZ.ZZ9.
             10 FILLER                      PIC X(10)
                                                VALUE ' EMPLEADOS'.
             10 FILLER                      PIC X(34) VALUE SPACES.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-SIM-TOT-VENDIDO          PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-SIM-TOT-ACTUAL           PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-SIM-TOT-PROPUESTA        PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-SIM-TOT-DIFERENCIA       PIC -.ZZZ.ZZZ.ZZ9,99.

          05 WS-SIM-SIN-DATOS               PIC X(50) VALUE
                '  (SIN VENTAS APAREADAS EN EL PERIODO)'.

          05 WS-SIM-NOTA.
             10 FILLER                      PIC X(48) VALUE
                   'LOS DESGLOSES SE PRORRATEAN SEGUN LO VENDIDO Y '.
             10 FILLER                      PIC X(42) VALUE
                   'PUEDEN DIFERIR EN CENTAVOS DEL TOTAL'.
