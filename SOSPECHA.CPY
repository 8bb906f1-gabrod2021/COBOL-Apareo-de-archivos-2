      *----------------------------------------------------------------*
      * FORMATO DEL ARCHIVO DE SALIDA "SOSPaaaamm.TXT": INFORME DE
      * ACTIVIDAD DE VENTAS SOSPECHOSA DEL PERIODO PARA AUDITORIA
      * INTERNA (CL15EJ20). PRIMERO LOS UMBRALES CON QUE SE CORRIO Y
      * DE DONDE SALIO CADA UNO; DESPUES, POR SUCURSAL (EN ORDEN
      * ALFABETICO), CADA VENDEDOR CON CASOS, SU PUNTAJE TOTAL Y UNA
      * LINEA POR CASO CON LA REGLA, EL TICKET (O LA RACHA DE
      * TICKETS), EL IMPORTE OBSERVADO Y SU REFERENCIA, LA MEDIDA
      * CONTRA EL UMBRAL Y LOS PUNTOS. UN VENDEDOR QUE VENDIO EN MAS
      * DE UNA SUCURSAL VA EN LA QUE MAS LE VENDIO. AL FINAL, LAS
      * CANTIDADES DE CASOS POR REGLA.
      * LA MEDIDA Y EL UMBRAL SON VECES EN 'T' Y 'S', PORCENTAJE EN
      * 'C' Y 'B' Y CANTIDAD DE TICKETS EN 'N'. LA REFERENCIA ES EL
      * TICKET PROMEDIO DE LOS DEMAS ('T'), LO VENDIDO EN EL PERIODO
      * ('C' Y 'B') O EL PROMEDIO DE LOS PERIODOS ANTERIORES ('S').
      *----------------------------------------------------------------*
       01 WS-SALIDA-SOSPECHA.

          05 WS-SOS-SEPARADOR               PIC X(143) VALUES ALL "-".

          05 WS-SOS-TITULO.
             10 FILLER                      PIC X(40) VALUE
                   'ACTIVIDAD DE VENTAS SOSPECHOSA - PERIODO'.
             10 FILLER                      PIC X(01) VALUE SPACE.
             10 WS-SOS-TIT-PERIODO          PIC 9(06).
             10 FILLER                      PIC X(14) VALUE
                   ' - EMITIDO EL '.
             10 WS-SOS-TIT-DD               PIC 9(02).
             10 FILLER                      PIC X(01) VALUE '/'.
             10 WS-SOS-TIT-MM               PIC 9(02).
             10 FILLER                      PIC X(01) VALUE '/'.
             10 WS-SOS-TIT-AAAA             PIC 9(04).

          05 WS-SOS-ORIGEN.
             10 FILLER                      PIC X(21) VALUE
                   'UMBRALES TOMADOS DE: '.
             10 WS-SOS-ORI-TEXTO            PIC X(60).

          05 WS-SOS-PARAMETRO.
             10 FILLER                      PIC X(02) VALUE SPACES.
             10 WS-SOS-PAR-REGLA            PIC X(22).
             10 FILLER                      PIC X(09) VALUE ' UMBRAL: '.
             10 WS-SOS-PAR-VALOR            PIC ZZ.ZZ9,99.
             10 FILLER                      PIC X(09) VALUE ' MINIMO: '.
             10 WS-SOS-PAR-MINIMO           PIC ZZZ9.
             10 FILLER                      PIC X(07) VALUE ' PESO: '.
             10 WS-SOS-PAR-PESO             PIC ZZ9.
             10 FILLER                      PIC X(01) VALUE SPACE.
             10 WS-SOS-PAR-ORIGEN           PIC X(12).
             10 FILLER                      PIC X(01) VALUE SPACE.
             10 WS-SOS-PAR-LEYENDA          PIC X(50).

          05 WS-SOS-SUCURSAL.
             10 FILLER                      PIC X(10) VALUE
                   'SUCURSAL: '.
             10 WS-SOS-SUC-NOMBRE           PIC X(20).
             10 FILLER                      PIC X(24) VALUE
                   ' - VENDEDORES MARCADOS: '.
             10 WS-SOS-SUC-VENDEDORES       PIC ZZZ9.
             10 FILLER                      PIC X(12) VALUE
                   ' - PUNTAJE: '.
             10 WS-SOS-SUC-PUNTAJE          PIC Z.ZZZ.ZZ9.

          05 WS-SOS-VENDEDOR.
             10 FILLER                      PIC X(09) VALUE
                   '  LEGAJO '.
             10 WS-SOS-VEN-ID               PIC 9(08).
             10 FILLER                      PIC X(01) VALUE SPACE.
             10 WS-SOS-VEN-APELLIDO         PIC X(25).
             10 FILLER                      PIC X(01) VALUE SPACE.
             10 WS-SOS-VEN-NOMBRE           PIC X(25).
             10 FILLER                      PIC X(09) VALUE
                   ' VENTAS: '.
             10 WS-SOS-VEN-VENTAS           PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(08) VALUE
                   ' CASOS: '.
             10 WS-SOS-VEN-CASOS            PIC Z.ZZ9.
             10 FILLER                      PIC X(10) VALUE
                   ' PUNTAJE: '.
             10 WS-SOS-VEN-PUNTAJE          PIC ZZZ.ZZ9.
             10 FILLER                      PIC X(01) VALUE SPACE.
             10 WS-SOS-VEN-ALERTA           PIC X(13).

          05 WS-SOS-CABECERA.
             10 FILLER                      PIC X(03) VALUE SPACES.
             10 FILLER                      PIC X(22) VALUE 'REGLA'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(15) VALUE 'TICKET'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(15)
                                            VALUE 'HASTA TICKET'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(10) VALUE 'FECHA'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16) VALUE 'IMPORTE'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16)
                                            VALUE 'REFERENCIA'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(09) VALUE 'MEDIDA'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(09) VALUE 'UMBRAL'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(04) VALUE 'PTS'.

          05 WS-SOS-DETALLE.
             10 FILLER                      PIC X(03) VALUE SPACES.
             10 WS-SOS-DET-REGLA            PIC X(22).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-SOS-DET-TICKET           PIC X(15).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-SOS-DET-HASTA            PIC X(15).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-SOS-DET-FECHA            PIC X(10).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-SOS-DET-IMPORTE          PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-SOS-DET-REFERENCIA       PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-SOS-DET-MEDIDA           PIC ZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-SOS-DET-UMBRAL           PIC ZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-SOS-DET-PUNTOS           PIC ZZZ9.

          05 WS-SOS-SIN-CASOS               PIC X(37) VALUE
                'SIN CASOS PARA INFORMAR EN EL PERIODO'.

          05 WS-SOS-CANTIDAD.
             10 WS-SOS-CAN-LEYENDA          PIC X(40).
             10 FILLER                      PIC X(02) VALUE ': '.
             10 WS-SOS-CAN-CANTIDAD         PIC ZZZ.ZZ9.

      * SI LA TABLA DE CASOS SE LLENA EL INFORME QUEDA INCOMPLETO Y SE
      * DICE ACA (LA CORRIDA TERMINA CON RETURN-CODE 4).
          05 WS-SOS-INCOMPLETO.
             10 FILLER                      PIC X(42) VALUE
                   '*** INFORME INCOMPLETO: SE ALCANZO EL TOPE'.
             10 FILLER                      PIC X(37) VALUE
                   ' DE CASOS Y LOS QUE SIGUEN NO FIGURAN'.
