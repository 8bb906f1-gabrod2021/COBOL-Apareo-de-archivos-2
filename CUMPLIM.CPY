      *----------------------------------------------------------------*
      * FORMATO DEL ARCHIVO DE SALIDA "CUMPLIM.TXT": INFORME DE
      * CUMPLIMIENTO DE CUOTAS DE UN PERIODO ARMADO POR CL15EJ16 SOBRE
      * LOS REGISTROS 'E' Y 'P' DE LA CORRIDA VIGENTE EN HISTORIA.TXT
      * Y LAS CUOTAS DE CUOTAS.TXT. POR EMPLEADO, AGRUPADO POR LA
      * SUCURSAL DE SU CUOTA: CUOTA, VENDIDO, PORCENTAJE DE
      * CUMPLIMIENTO, DIFERENCIA CONTRA LA CUOTA (NEGATIVA = LO QUE
      * FALTO) Y PREMIO COBRADO. SUBTOTAL POR SUCURSAL Y TOTAL DE LA
      * EMPRESA AL PIE. LOS VENDEDORES SIN CUOTA VAN AL FINAL, EN EL
      * GRUPO "SIN CUOTA ASIGNADA".
      *----------------------------------------------------------------*
       01 WS-SALIDA-CUMPLIM.

          05 WS-CUM-SEPARADOR               PIC X(150) VALUES ALL "-".

          05 WS-CUM-TITULO.
             10 FILLER                      PIC X(36) VALUE
                   'CUMPLIMIENTO DE CUOTAS DEL PERIODO: '.
             10 WS-CUM-TIT-PERIODO          PIC 9(06).
             10 FILLER                      PIC X(12) VALUE
                   ' - CORRIDA: '.
             10 WS-CUM-TIT-CORRIDA          PIC 9(06).

          05 WS-CUM-TIT-SUCURSAL.
             10 FILLER                      PIC X(10) VALUE
                   'SUCURSAL: '.
             10 WS-CUM-TIT-SUC-NOMBRE       PIC X(20).

          05 WS-CUM-CABECERA.
             10 FILLER                      PIC X(11)
                                                VALUE 'ID-EMPLEADO'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(25) VALUE 'NOMBRE'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16) VALUE 'CUOTA'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16) VALUE 'VENDIDO'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(08) VALUE 'CUMPL %'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16)
                                                VALUE 'DIFERENCIA'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16) VALUE 'PREMIO'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(10) VALUE 'ESTADO'.

          05 WS-CUM-DETALLE.
             10 WS-CUM-DET-ID               PIC 9(08).
             10 FILLER                      PIC X(06) VALUE '    | '.
             10 WS-CUM-DET-NOMBRE           PIC X(25).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CUM-DET-CUOTA            PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CUM-DET-VENDIDO          PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CUM-DET-PCT              PIC ZZZ9,99.
             10 FILLER                      PIC X(01) VALUE '%'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CUM-DET-DIFERENCIA       PIC -.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CUM-DET-PREMIO           PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CUM-DET-ESTADO           PIC X(10).

      * SUBTOTAL DE SUCURSAL Y TOTAL DE LA EMPRESA: MISMAS COLUMNAS
      * QUE EL DETALLE, CON LA LEYENDA EN LUGAR DE LEGAJO Y NOMBRE.
          05 WS-CUM-TOTAL.
             10 WS-CUM-TOT-LEYENDA          PIC X(39).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CUM-TOT-CUOTA            PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CUM-TOT-VENDIDO          PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CUM-TOT-PCT              PIC ZZZ9,99.
             10 FILLER                      PIC X(01) VALUE '%'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CUM-TOT-DIFERENCIA       PIC -.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CUM-TOT-PREMIO           PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CUM-TOT-CANTIDAD         PIC ZZZ.ZZ9.
             10 FILLER                      PIC X(04) VALUE ' EMP'.

          05 WS-CUM-SIN-DATOS               PIC X(50) VALUE
                'SIN VENTAS NI CUOTAS PARA EL PERIODO INFORMADO'.
