      * POR SUCURSAL (MISMO PORCENTAJE, PARA QUE GERENCIA VEA QUE
      * SUCURSAL VENDIO QUE) Y EL RANKING DE LOS N VENDEDORES QUE MAS
      * VENDIERON, CON NOMBRE, APELLIDO, IMPORTE Y COMISION. SE
      * GENERA COMPLETO AL FINAL DE CADA CORRIDA. SI VENTAS.TXT ES
      * UN CONSOLIDADO PARCIAL, ABRE CON EL AVISO DE PERIODO
      * INCOMPLETO Y LAS SUCURSALES QUE FALTAN.
      *----------------------------------------------------------------*
       01 WS-SALIDA-RESUMEN.

             10 WS-RES-RANK-IMPORTE         PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-RES-RANK-COMISION        PIC Z.ZZZ.ZZZ.ZZ9,99.

      * AVISO DE PERIODO INCOMPLETO: SOLO CUANDO VENTAS.TXT ES UN
      * CONSOLIDADO PARCIAL DE CL15EJ07. VA ANTES DE LOS TOTALES, CON
      * UNA LINEA POR SUCURSAL QUE QUEDO AFUERA SEGUN CONSOLID.TXT.
          05 WS-RES-TIT-INCOMPLETO.
             10 FILLER                      PIC X(40) VALUE
                   '*** PERIODO INCOMPLETO: VENTAS.TXT ES UN'.
             10 FILLER                      PIC X(25) VALUE
                   ' CONSOLIDADO PARCIAL DEL '.
             10 WS-RES-INC-DD               PIC 9(02).
             10 FILLER                      PIC X(01) VALUE '/'.
             10 WS-RES-INC-MM               PIC 9(02).
             10 FILLER                      PIC X(01) VALUE '/'.
             10 WS-RES-INC-AAAA             PIC 9(04).
             10 FILLER                      PIC X(04) VALUE ' ***'.

          05 WS-RES-INC-AVISO.
             10 FILLER                      PIC X(40) VALUE
                   'LOS TOTALES DE ESTE RESUMEN NO INCLUYEN '.
             10 FILLER                      PIC X(31) VALUE
                   'LAS VENTAS DE ESTAS SUCURSALES:'.

          05 WS-RES-FALTANTE-DET.
             10 FILLER                      PIC X(02) VALUE SPACES.
             10 WS-RES-FAL-ARCHIVO          PIC X(12).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-RES-FAL-SUCURSAL         PIC X(20).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-RES-FAL-ESTADO           PIC X(10).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-RES-FAL-MOTIVO           PIC X(40).

          05 WS-RES-INC-SIN-DETALLE.
             10 FILLER                      PIC X(40) VALUE
                   '  (SIN DETALLE: CONSOLID.TXT NO EXISTE O'.
             10 FILLER                      PIC X(34) VALUE
                   ' ES DE OTRA FECHA, VER JOBLOG.TXT)'.

          05 WS-RES-INC-PIE.
             10 FILLER                      PIC X(40) VALUE
                   'ENTRAN CON EL RECUPERO DE CL15EJ07 (MODO'.
             10 FILLER                      PIC X(37) VALUE
                   ' R); DESPUES SE REVIERTE ESTA CORRIDA'.
             10 FILLER                      PIC X(28) VALUE
                   ' CON CL15EJ17 Y SE RELIQUIDA'.
