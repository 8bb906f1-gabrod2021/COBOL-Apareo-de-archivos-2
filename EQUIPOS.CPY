      *----------------------------------------------------------------*
      * FORMATO DEL ARCHIVO DE SALIDA "EQUIPOS.TXT": INFORME DE
      * EQUIPOS DE VENTA DE LA CORRIDA. POR CADA SUPERVISOR DEL
      * MAESTRO (EN ORDEN DE LEGAJO), SUS VENDEDORES DIRECTOS CON LO
      * VENDIDO Y LA COMISION DEL PERIODO, EL TOTAL DEL EQUIPO Y LA
      * SOBRECOMISION QUE COBRA, O EL MOTIVO POR EL QUE NO SE LE PAGA
      * (SUPERVISOR INACTIVO O QUE YA NO ESTA EN EL MAESTRO). CIERRA
      * CON EL TOTAL DE LA EMPRESA. SE GENERA COMPLETO AL FINAL DE
      * CADA CORRIDA, JUNTO CON LIQCOM.TXT.
      *----------------------------------------------------------------*
       01 WS-SALIDA-EQUIPOS.

          05 WS-EQU-SEPARADOR               PIC X(155) VALUES ALL "-".

          05 WS-EQU-TITULO.
             10 FILLER                      PIC X(42) VALUE
                   'EQUIPOS Y SOBRECOMISION DE SUPERVISORES - '.
             10 FILLER                      PIC X(09) VALUE 'CORRIDA: '.
             10 WS-EQU-TIT-CORRIDA          PIC 9(06).
             10 FILLER                      PIC X(11)
                                                VALUE '  PERIODO: '.
             10 WS-EQU-TIT-PERIODO          PIC 9(06).
             10 FILLER                      PIC X(08)
                                                VALUE '  TASA: '.
             10 WS-EQU-TIT-TASA             PIC Z9,99.
             10 FILLER                      PIC X(02) VALUE ' %'.

          05 WS-EQU-SUPERVISOR.
             10 FILLER                      PIC X(12)
                                                VALUE 'SUPERVISOR: '.
             10 WS-EQU-SUP-ID               PIC 9(08).
             10 FILLER                      PIC X(03) VALUE ' - '.
             10 WS-EQU-SUP-NOMBRE           PIC X(25).
             10 FILLER                      PIC X(01) VALUE SPACE.
             10 WS-EQU-SUP-APELLIDO         PIC X(25).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-EQU-SUP-ESTADO           PIC X(20).

          05 WS-EQU-CABECERA.
             10 FILLER                      PIC X(11)
                                                VALUE 'ID-EMPLEADO'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(25) VALUE 'NOMBRE'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(25) VALUE 'APELLIDO'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(06) VALUE 'ESTADO'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16) VALUE 'VENDIDO'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16) VALUE 'COMISION'.

          05 WS-EQU-DETALLE.
             10 WS-EQU-DET-ID               PIC 9(08).
             10 FILLER                      PIC X(06) VALUE '    | '.
             10 WS-EQU-DET-NOMBRE           PIC X(25).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-EQU-DET-APELLIDO         PIC X(25).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-EQU-DET-ESTADO           PIC X(01).
             10 FILLER                      PIC X(08) VALUE '      | '.
             10 WS-EQU-DET-IMPORTE          PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-EQU-DET-COMISION         PIC Z.ZZZ.ZZZ.ZZ9,99.

      * TOTAL DEL EQUIPO: VENDIDO EN LA COLUMNA DEL DETALLE Y, A LA
      * DERECHA, LA SOBRECOMISION O EL MOTIVO POR EL QUE NO SE PAGA.
          05 WS-EQU-TOTAL-EQUIPO.
             10 FILLER                      PIC X(16) VALUE
                   'TOTAL EQUIPO  : '.
             10 WS-EQU-TEQ-CANTIDAD         PIC ZZZ9.
             10 FILLER                      PIC X(11)
                                                VALUE ' VENDEDORES'.
             10 FILLER                      PIC X(48) VALUE SPACES.
             10 WS-EQU-TEQ-IMPORTE          PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-EQU-TEQ-SOBRECOM         PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(01) VALUE SPACE.
             10 WS-EQU-TEQ-OBSERVACION      PIC X(40).

          05 WS-EQU-SIN-EQUIPOS             PIC X(53) VALUE
                '  (NINGUN EMPLEADO TIENE SUPERVISOR EN EL MAESTRO)'.

          05 WS-EQU-TOTAL.
             10 FILLER                      PIC X(16) VALUE
                   'TOTAL EMPRESA : '.
             10 WS-EQU-TOT-EQUIPOS          PIC ZZZ9.
             10 FILLER                      PIC X(08)
                                                VALUE ' EQUIPOS'.
             10 FILLER                      PIC X(10)
                                                VALUE ' - PAGAN: '.
             10 WS-EQU-TOT-PAGADOS          PIC ZZZ9.
             10 FILLER                      PIC X(37) VALUE SPACES.
             10 WS-EQU-TOT-IMPORTE          PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-EQU-TOT-SOBRECOM         PIC Z.ZZZ.ZZZ.ZZ9,99.
