      *----------------------------------------------------------------*
      * FORMATO DEL ARCHIVO DE SALIDA "RECUPERO.TXT": INFORME DE
      * RECUPEROS DE COMISION DE LA CORRIDA. UNA LINEA POR CADA
      * CANCELACION TARDIA (NOTA DE CREDITO DE UN TICKET LIQUIDADO EN
      * UNA CORRIDA ANTERIOR) QUE SE DESCONTO EN LIQCOM.TXT, CON EL
      * TICKET ORIGINAL, SU SECTOR Y SUCURSAL, EL PERIODO Y LA CORRIDA
      * EN QUE SE PAGO, EL IMPORTE CANCELADO, LA TASA CON QUE SE
      * COMISIONO Y LA COMISION RECUPERADA, PARA QUE PERSONAL PUEDA
      * EXPLICARLE EL DESCUENTO AL VENDEDOR. CIERRA CON EL TOTAL. SE
      * GENERA COMPLETO AL FINAL DE CADA CORRIDA.
      *----------------------------------------------------------------*
       01 WS-SALIDA-RECUPERO.

          05 WS-REC-SEPARADOR               PIC X(141) VALUES ALL "-".

          05 WS-REC-TITULO.
             10 FILLER                      PIC X(32) VALUE
                   'RECUPEROS DE COMISION - CORRIDA '.
             10 WS-REC-NRO-CORRIDA          PIC 9(06).
             10 FILLER                      PIC X(11)
                                                VALUE '  PERIODO: '.
             10 WS-REC-PERIODO              PIC 9(06).

          05 WS-REC-CABECERA.
             10 FILLER                      PIC X(11)
                                                VALUE 'ID-EMPLEADO'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(15) VALUE 'TICKET'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(20) VALUE 'SECTOR'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(20) VALUE 'SUCURSAL'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(07) VALUE 'PER.ORI'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(07) VALUE 'COR.ORI'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16)
                                                VALUE 'IMP. CANCELADO'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(05) VALUE 'TASA'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16)
                                                VALUE 'COM. RECUPERADA'.

          05 WS-REC-DETALLE.
             10 WS-REC-ID-EMPLEADO          PIC 9(08).
             10 FILLER                      PIC X(06) VALUE '    | '.
             10 WS-REC-ID-TICKET            PIC 9(15).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-REC-SECTOR               PIC X(20).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-REC-SUCURSAL             PIC X(20).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-REC-PERIODO-ORIGEN       PIC 9(06).
             10 FILLER                      PIC X(04) VALUE '  | '.
             10 WS-REC-CORRIDA-ORIGEN       PIC 9(06).
             10 FILLER                      PIC X(04) VALUE '  | '.
             10 WS-REC-IMPORTE              PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-REC-TASA                 PIC Z9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-REC-COMISION             PIC Z.ZZZ.ZZZ.ZZ9,99.

          05 WS-REC-SIN-RECUPEROS           PIC X(43) VALUE
                '  (SIN RECUPEROS DE COMISION EN LA CORRIDA)'.

          05 WS-REC-TOTAL.
             10 FILLER                      PIC X(20) VALUE
                   'TOTAL RECUPERADO  : '.
             10 WS-REC-TOT-CANTIDAD         PIC ZZZ.ZZ9.
             10 FILLER                      PIC X(14) VALUE
                   ' RECUPEROS  | '.
             10 WS-REC-TOT-IMPORTE          PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-REC-TOT-COMISION         PIC Z.ZZZ.ZZZ.ZZ9,99.
