      * GENERAL DE APAREO.TXT. LOS IMPORTES VAN EN NUMERICO PLANO DE
      * 12 DIGITOS (10 ENTEROS, 2 DECIMALES IMPLICITOS), SIN EDITAR,
      * PORQUE EL ARCHIVO LO CONSUME UN PROGRAMA Y NO UNA PERSONA.
      * DETRAS DE LOS DETALLES VAN LOS AJUSTES 'A': UNO POR CADA
      * RECUPERO DE COMISION POR CANCELACION TARDIA DE UN TICKET YA
      * LIQUIDADO (LEGAJO, PERIODO DE LA VENTA ORIGINAL, IMPORTE
      * CANCELADO Y COMISION A DESCONTAR, CON SIGNO NEGATIVO
      * SEPARADO ADELANTE). LOS AJUSTES NO ENTRAN EN LA CANTIDAD NI EN
      * LA SUMA DE DETALLES DEL TRAILER: TIENEN SU PROPIA CANTIDAD Y
      * SUMA DE CONTROL A CONTINUACION.
      * AL FINAL VAN LOS PREMIOS 'B' POR CUMPLIMIENTO DE CUOTA: UNO
      * POR EMPLEADO QUE ALCANZO SU CUOTA DEL PERIODO (LEGAJO,
      * PERIODO, VENDIDO Y PREMIO). SON UN IMPORTE APARTE DE LA
      * COMISION: TAMPOCO ENTRAN EN LA CANTIDAD NI EN LA SUMA DE
      * DETALLES Y TIENEN SU PROPIA CANTIDAD Y SUMA EN EL TRAILER.
      * DETRAS, LAS SOBRECOMISIONES 'O' DE LOS SUPERVISORES: UNA POR
      * SUPERVISOR ACTIVO CON EQUIPO QUE VENDIO EN EL PERIODO (LEGAJO
      * DEL SUPERVISOR, PERIODO, VENDIDO POR EL EQUIPO Y
      * SOBRECOMISION), TAMBIEN CON CANTIDAD Y SUMA PROPIAS.
      *----------------------------------------------------------------*
       01 WS-SALIDA-LIQCOM.

             10 WS-LIQ-D-IMPORTE            PIC 9(10)V9(02).
             10 WS-LIQ-D-COMISION           PIC 9(10)V9(02).

          05 WS-LIQ-AJUSTE.
             10 FILLER                      PIC X(01) VALUE 'A'.
             10 WS-LIQ-A-ID-EMPLEADO        PIC 9(08).
             10 WS-LIQ-A-PERIODO            PIC 9(06).
             10 WS-LIQ-A-IMPORTE            PIC 9(10)V9(02).
             10 WS-LIQ-A-COMISION           PIC S9(09)V9(02)
                                            SIGN IS LEADING SEPARATE.

          05 WS-LIQ-BONIFICACION.
             10 FILLER                      PIC X(01) VALUE 'B'.
             10 WS-LIQ-B-ID-EMPLEADO        PIC 9(08).
             10 WS-LIQ-B-PERIODO            PIC 9(06).
             10 WS-LIQ-B-IMPORTE            PIC 9(10)V9(02).
             10 WS-LIQ-B-PREMIO             PIC 9(10)V9(02).

          05 WS-LIQ-SOBRECOMISION.
             10 FILLER                      PIC X(01) VALUE 'O'.
             10 WS-LIQ-O-ID-EMPLEADO        PIC 9(08).
             10 WS-LIQ-O-PERIODO            PIC 9(06).
             10 WS-LIQ-O-IMPORTE            PIC 9(10)V9(02).
             10 WS-LIQ-O-SOBRECOMISION      PIC 9(10)V9(02).

          05 WS-LIQ-TRAILER.
             10 FILLER                      PIC X(01) VALUE 'T'.
             10 WS-LIQ-T-CANTIDAD           PIC 9(06).
             10 WS-LIQ-T-COMISION           PIC 9(10)V9(02).
             10 WS-LIQ-T-CANT-AJUSTES       PIC 9(06).
             10 WS-LIQ-T-AJUSTES            PIC S9(09)V9(02)
                                            SIGN IS LEADING SEPARATE.
             10 WS-LIQ-T-CANT-PREMIOS       PIC 9(06).
             10 WS-LIQ-T-PREMIOS            PIC 9(10)V9(02).
             10 WS-LIQ-T-CANT-SOBRECOM      PIC 9(06).
             10 WS-LIQ-T-SOBRECOM           PIC 9(10)V9(02).
