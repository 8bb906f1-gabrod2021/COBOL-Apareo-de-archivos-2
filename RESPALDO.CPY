      *----------------------------------------------------------------*
      * FORMATO DEL INDICE DE RESPALDO "RESPALDO.Rnnnnnn" (nnnnnn =
      * NUMERO DE CORRIDA). CL15EJ01 LO GRABA AL ARRANCAR UNA CORRIDA
      * NUEVA, ANTES DE TOCAR NINGUN ARCHIVO: UN REGISTRO POR CADA
      * ARCHIVO QUE LA CORRIDA VA A PISAR O CONSUMIR, CON 'C' SI LO
      * COPIO A <ARCHIVO>.Rnnnnnn (Y CUANTOS REGISTROS TENIA) O 'N' SI
      * TODAVIA NO EXISTIA. ES LO QUE USA CL15EJ17 PARA REVERTIR LA
      * CORRIDA: LOS 'C' SE RESTAURAN DESDE LA COPIA Y LOS 'N' SE
      * BORRAN, PORQUE ANTES DE LA CORRIDA NO ESTABAN.
      *----------------------------------------------------------------*
       01 WS-REG-RESPALDO.
          05 WS-RSP-CORRIDA                 PIC 9(06).
          05 WS-RSP-ARCHIVO                 PIC X(14).
          05 WS-RSP-ESTADO                  PIC X(01).
             88 WS-RSP-COPIADO                  VALUE 'C'.
             88 WS-RSP-NO-EXISTIA               VALUE 'N'.
          05 WS-RSP-REGISTROS               PIC 9(06).
