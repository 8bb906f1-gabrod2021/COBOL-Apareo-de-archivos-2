      *----------------------------------------------------------------*
      * FORMATO DEL ARCHIVO "TICKETS.TXT": REGISTRO PERMANENTE DE
      * TICKETS LIQUIDADOS, SOLO-APENDE Y SIN CORTE POR PERIODO, PARA
      * QUE UNA CANCELACION QUE LLEGA EN UN PERIODO POSTERIOR AL DE LA
      * VENTA PUEDA ENCONTRAR SU TICKET ORIGINAL Y RECUPERAR LA
      * COMISION QUE YA SE MANDO A SUELDOS.
      *   TIPO 'V': VENTA ACEPTADA Y COMISIONADA. CL15EJ01 GRABA UNO
      *             POR TICKET AL CERRAR CADA EMPLEADO, CON EL IMPORTE
      *             NETO DE LAS CANCELACIONES DE LA MISMA CORRIDA, LA
      *             TASA EFECTIVA APLICADA (LA DEL SECTOR MAS LA DEL
      *             TRAMO ALCANZADO) Y LA COMISION RESULTANTE.
      *   TIPO 'R': RECUPERO DE COMISION POR CANCELACION TARDIA DEL
      *             TICKET. CL15EJ01 LO GRABA AL CIERRE DE LA CORRIDA
      *             QUE LO DESCONTO EN LIQCOM.TXT, CON EL IMPORTE
      *             CANCELADO, EL PERIODO Y LA CORRIDA QUE LO
      *             APLICARON, LA TASA DEL TICKET ORIGINAL Y LA
      *             COMISION RECUPERADA. EL PERIODO Y LA CORRIDA DE LA
      *             VENTA ORIGINAL VIAJAN EN WS-TCK-R-PERIODO-ORIGEN /
      *             WS-TCK-R-CORRIDA-ORIGEN.
      * COMO EL ARCHIVO ES SOLO-APENDE, UN EMPLEADO REPROCESADO EN UN
      * REINICIO O UN PERIODO REPROCESADO DEJAN EL MISMO TICKET DOS
      * VECES: LOS CONSUMIDORES SE QUEDAN CON EL ULTIMO 'V' DE CADA
      * TICKET Y LE DESCUENTAN TODOS SUS 'R'.
      *----------------------------------------------------------------*
       01 WS-REG-TICKET.
          05 WS-TCK-TIPO                    PIC X(01).
             88 WS-TCK-ES-VENTA                 VALUE 'V'.
             88 WS-TCK-ES-RECUPERO              VALUE 'R'.
          05 WS-TCK-ID-TICKET               PIC 9(15).
          05 WS-TCK-ID-EMPLEADO             PIC 9(08).
          05 WS-TCK-SECTOR                  PIC X(20).
          05 WS-TCK-SUCURSAL                PIC X(20).
          05 WS-TCK-IMPORTE                 PIC 9(08)V9(02).
          05 WS-TCK-PERIODO                 PIC 9(06).
          05 WS-TCK-CORRIDA                 PIC 9(06).
          05 WS-TCK-TASA                    PIC 9(02)V9(02).
          05 WS-TCK-COMISION                PIC 9(08)V9(02).
          05 WS-TCK-DATOS-R.
             10 WS-TCK-R-PERIODO-ORIGEN     PIC 9(06).
             10 WS-TCK-R-CORRIDA-ORIGEN     PIC 9(06).
