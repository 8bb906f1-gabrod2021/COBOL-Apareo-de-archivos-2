      *----------------------------------------------------------------*
      * FORMATO DEL ARCHIVO DE SALIDA "CTAnnnnnnnn.TXT" (nnnnnnnn =
      * LEGAJO): EXTRACTO DE LA CUENTA CORRIENTE DE COMISIONES DE UN
      * EMPLEADO ARMADO POR CL15EJ18 SOBRE CUENTA.TXT. UNA LINEA POR
      * MOVIMIENTO, EN EL ORDEN EN QUE SE ASENTARON, CON EL IMPORTE
      * DEL MOVIMIENTO, SU EFECTO SOBRE EL SALDO Y EL SALDO QUE VA
      * QUEDANDO (POSITIVO = LO QUE LA EMPRESA LE DEBE AL EMPLEADO).
      * LOS ENVIADOS Y RECHAZADOS NO MUEVEN EL SALDO, Y UN DEVENGADO
      * DE UNA CORRIDA REEMPLAZADA POR UN REPROCESO DEL PERIODO FIGURA
      * COMO SUPERADO Y TAMPOCO LO MUEVE. AL PIE, LOS TOTALES POR TIPO
      * DE MOVIMIENTO Y EL SALDO FINAL.
      *----------------------------------------------------------------*
       01 WS-SALIDA-CTACTE.

          05 WS-CTC-SEPARADOR               PIC X(159) VALUES ALL "-".

          05 WS-CTC-TITULO.
             10 FILLER                      PIC X(44) VALUE
                   'CUENTA CORRIENTE DE COMISIONES - EMPLEADO: '.
             10 WS-CTC-TIT-ID               PIC 9(08).
             10 FILLER                      PIC X(01) VALUE SPACE.
             10 WS-CTC-TIT-NOMBRE           PIC X(25).
             10 FILLER                      PIC X(01) VALUE SPACE.
             10 WS-CTC-TIT-APELLIDO         PIC X(25).

          05 WS-CTC-SUBTITULO.
             10 FILLER                      PIC X(11) VALUE
                   'EMITIDO EL '.
             10 WS-CTC-SUB-DD               PIC 9(02).
             10 FILLER                      PIC X(01) VALUE '/'.
             10 WS-CTC-SUB-MM               PIC 9(02).
             10 FILLER                      PIC X(01) VALUE '/'.
             10 WS-CTC-SUB-AAAA             PIC 9(04).
             10 FILLER                      PIC X(41) VALUE
                   ' - SALDO POSITIVO: SE LE DEBE AL EMPLEADO'.

          05 WS-CTC-CABECERA.
             10 FILLER                      PIC X(10) VALUE 'FECHA'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(07) VALUE 'PERIODO'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(07) VALUE 'CORRIDA'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(10)
                                                VALUE 'MOVIMIENTO'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(13) VALUE 'CONCEPTO'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16) VALUE 'IMPORTE'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16) VALUE 'EFECTO'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16) VALUE 'SALDO'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(40) VALUE
                                                'OBSERVACION'.

          05 WS-CTC-DETALLE.
             10 WS-CTC-DET-DD               PIC 9(02).
             10 FILLER                      PIC X(01) VALUE '/'.
             10 WS-CTC-DET-MM               PIC 9(02).
             10 FILLER                      PIC X(01) VALUE '/'.
             10 WS-CTC-DET-AAAA             PIC 9(04).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CTC-DET-PERIODO          PIC 9(06).
             10 FILLER                      PIC X(04) VALUE '  | '.
             10 WS-CTC-DET-CORRIDA          PIC 9(06).
             10 FILLER                      PIC X(04) VALUE '  | '.
             10 WS-CTC-DET-MOVIMIENTO       PIC X(10).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CTC-DET-CONCEPTO         PIC X(13).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CTC-DET-IMPORTE          PIC -.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CTC-DET-EFECTO           PIC -.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CTC-DET-SALDO            PIC -.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CTC-DET-OBSERVACION      PIC X(40).

      * TOTALES AL PIE: UNA LINEA POR TIPO DE MOVIMIENTO Y EL SALDO.
          05 WS-CTC-TOTAL.
             10 WS-CTC-TOT-LEYENDA          PIC X(30).
             10 WS-CTC-TOT-IMPORTE          PIC -.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE SPACES.
             10 WS-CTC-TOT-NOTA             PIC X(40).

          05 WS-CTC-SIN-DATOS               PIC X(50) VALUE
                '  (EL EMPLEADO NO TIENE MOVIMIENTOS EN LA CUENTA)'.
