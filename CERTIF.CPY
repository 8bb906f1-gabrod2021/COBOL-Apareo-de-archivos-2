      *----------------------------------------------------------------*
      * FORMATO DEL ARCHIVO DE SALIDA "CERaaaa-nnnnnnnn.TXT" (aaaa =
      * ANIO, nnnnnnnn = LEGAJO): CERTIFICADO ANUAL DE COMISIONES DE UN
      * EMPLEADO ARMADO POR CL15EJ19 A PARTIR DEL ANUAL HISTaaaa.TXT Y
      * DE HISTORIA.TXT (CORRIDA VIGENTE DE CADA PERIODO), DE LOS
      * RECUPEROS DE TICKETS.TXT Y DE LO PAGADO SEGUN CUENTA.TXT. UNA
      * LINEA POR MES DEL ANIO Y EL TOTAL ANUAL. EL TOTAL DEVENGADO ES
      * LA COMISION MAS PREMIOS Y SOBRECOMISIONES MENOS LOS RECUPEROS
      * POR VENTAS DEL MES CANCELADAS DESPUES; LO PAGADO ES LO QUE
      * SUELDOS ACUSO EN SU RETORNO CONTRA ESE MES.
      *----------------------------------------------------------------*
       01 WS-SALIDA-CERTIFICADO.

          05 WS-CER-SEPARADOR               PIC X(140) VALUES ALL "-".

          05 WS-CER-TITULO.
             10 FILLER                      PIC X(39) VALUE
                   'CERTIFICADO ANUAL DE COMISIONES - ANIO '.
             10 WS-CER-TIT-ANIO             PIC 9(04).

          05 WS-CER-EMPLEADO.
             10 FILLER                      PIC X(08)
                                            VALUE 'LEGAJO: '.
             10 WS-CER-EMP-ID               PIC 9(08).
             10 FILLER                      PIC X(02) VALUE '  '.
             10 WS-CER-EMP-NOMBRE           PIC X(25).
             10 FILLER                      PIC X(01) VALUE SPACE.
             10 WS-CER-EMP-APELLIDO         PIC X(25).

          05 WS-CER-EMITIDO.
             10 FILLER                      PIC X(11) VALUE
                   'EMITIDO EL '.
             10 WS-CER-EMI-DD               PIC 9(02).
             10 FILLER                      PIC X(01) VALUE '/'.
             10 WS-CER-EMI-MM               PIC 9(02).
             10 FILLER                      PIC X(01) VALUE '/'.
             10 WS-CER-EMI-AAAA             PIC 9(04).

          05 WS-CER-CABECERA.
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

      * LINEA DE UN MES. LA CORRIDA ES LA VIGENTE DEL PERIODO EN LA
      * HISTORIA (CERO SI EL PERIODO NO SE LIQUIDO).
          05 WS-CER-DETALLE.
             10 WS-CER-DET-MES              PIC X(03).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CER-DET-PERIODO          PIC 9(06).
             10 FILLER                      PIC X(04) VALUE '  | '.
             10 WS-CER-DET-CORRIDA          PIC 9(06).
             10 FILLER                      PIC X(04) VALUE '  | '.
             10 WS-CER-DET-VENTAS           PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CER-DET-COMISION         PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CER-DET-OTROS            PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CER-DET-RECUPEROS        PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CER-DET-DEVENGADO        PIC -.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CER-DET-PAGADO           PIC -.ZZZ.ZZZ.ZZ9,99.

      * TOTAL ANUAL, ALINEADO CON LAS COLUMNAS DE IMPORTES.
          05 WS-CER-TOTAL.
             10 FILLER                      PIC X(26) VALUE
                   'TOTAL ANUAL'.
             10 WS-CER-TOT-VENTAS           PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CER-TOT-COMISION         PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CER-TOT-OTROS            PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CER-TOT-RECUPEROS        PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CER-TOT-DEVENGADO        PIC -.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-CER-TOT-PAGADO           PIC -.ZZZ.ZZZ.ZZ9,99.

      * ACLARACIONES AL PIE DEL CERTIFICADO.
          05 WS-CER-NOTA-1.
             10 FILLER                      PIC X(35) VALUE
                   'TOTAL DEVENGADO = COMISION + PREMIO'.
             10 FILLER                      PIC X(28) VALUE
                   ' Y SOBRECOMISION - RECUPEROS'.

          05 WS-CER-NOTA-2.
             10 FILLER                      PIC X(42) VALUE
                   'RECUPEROS = COMISION DESCONTADA POR VENTAS'.
             10 FILLER                      PIC X(32) VALUE
                   ' DEL MES CANCELADAS MAS ADELANTE'.

          05 WS-CER-NOTA-3.
             10 FILLER                      PIC X(44) VALUE
                   'PAGADO S/RETORNO = LO QUE SUELDOS ACUSO COMO'.
             10 FILLER                      PIC X(23) VALUE
                   ' ABONADO CONTRA ESE MES'.
