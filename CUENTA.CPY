      *----------------------------------------------------------------*
      * FORMATO DEL ARCHIVO "CUENTA.TXT": CUENTA CORRIENTE PERMANENTE
      * DE COMISIONES POR EMPLEADO. ES SOLO-APENDE, COMO LA HISTORIA,
      * Y NO SE ARCHIVA EN LOS CIERRES: UN MOVIMIENTO POR CADA COSA
      * QUE LE PASA A LO QUE SE LE DEBE AL EMPLEADO, IMPUTADO AL
      * PERIODO EN QUE SE DEVENGO.
      *   D = DEVENGADO  (CL15EJ01, POR CADA IMPORTE DEL PERIODO QUE
      *                   VA AL LIQCOM.TXT: COMISION, PREMIO,
      *                   SOBRECOMISION Y RECUPERO, ESTE NEGATIVO)
      *   E = ENVIADO    (CL15EJ01, TODO LO QUE VA AL LIQCOM.TXT,
      *                   INCLUIDO LO ARRASTRADO DE PENDIENTE.TXT)
      *   P = PAGADO     (CL15EJ09, LO QUE SUELDOS ACUSA ABONADO; LOS
      *                   PREMIOS, SOBRECOMISIONES Y RECUPEROS, QUE
      *                   SUELDOS NO ACUSA, SE DAN POR ABONADOS AL
      *                   CONCILIAR EL RETORNO DE ESA CORRIDA)
      *   R = RECHAZADO  (CL15EJ09, LO QUE SUELDOS RECHAZO Y QUEDA EN
      *                   PENDIENTE.TXT PARA LA CORRIDA SIGUIENTE)
      *   M = AJUSTE     (CL15EJ18, MANUAL, CON OPERADOR Y MOTIVO)
      * EL SALDO (LO QUE LA EMPRESA LE DEBE AL EMPLEADO) SUMA LOS
      * DEVENGADOS, RESTA LOS PAGADOS Y SUMA O RESTA LOS AJUSTES; LOS
      * ENVIADOS Y RECHAZADOS SON INFORMATIVOS. DE UN PERIODO
      * REPROCESADO CUENTA SOLO EL DEVENGADO DE LA CORRIDA MAS ALTA,
      * LA MISMA REGLA QUE CL15EJ06 APLICA A LA HISTORIA. LA CORRIDA
      * VA EN CERO EN LOS AJUSTES MANUALES.
      *----------------------------------------------------------------*
       01 WS-REG-CUENTA.
          05 WS-CTA-ID-EMPLEADO             PIC 9(08).
          05 WS-CTA-PERIODO                 PIC 9(06).
          05 WS-CTA-CORRIDA                 PIC 9(06).
          05 WS-CTA-FECHA                   PIC 9(08).
          05 WS-CTA-MOVIMIENTO              PIC X(01).
             88 WS-CTA-ES-DEVENGADO             VALUE 'D'.
             88 WS-CTA-ES-ENVIADO               VALUE 'E'.
             88 WS-CTA-ES-PAGADO                VALUE 'P'.
             88 WS-CTA-ES-RECHAZADO             VALUE 'R'.
             88 WS-CTA-ES-AJUSTE                VALUE 'M'.
          05 WS-CTA-CONCEPTO                PIC X(01).
             88 WS-CTA-CON-COMISION             VALUE 'C'.
             88 WS-CTA-CON-PREMIO               VALUE 'B'.
             88 WS-CTA-CON-SOBRECOMISION        VALUE 'O'.
             88 WS-CTA-CON-RECUPERO             VALUE 'A'.
             88 WS-CTA-CON-MANUAL               VALUE 'M'.
          05 WS-CTA-IMPORTE                 PIC S9(10)V9(02)
                                            SIGN IS LEADING SEPARATE.
      * MOTIVO DE SUELDOS EN LOS RECHAZOS (EMB, BAJ, BCO, OTR).
          05 WS-CTA-MOTIVO                  PIC X(03).
      * OPERADOR Y MOTIVO ESCRITO DE LOS AJUSTES MANUALES.
          05 WS-CTA-OPERADOR                PIC X(08).
          05 WS-CTA-DETALLE                 PIC X(40).
