      *----------------------------------------------------------------*
      * FORMATO DEL ARCHIVO DE SALIDA "RECHAZnn.TXT": DEVOLUCION A LA
      * SUCURSAL nn DE SU ARCHIVO VENTASnn.TXT CUANDO NO PASA LOS
      * CONTROLES DE LA CONSOLIDACION (CL15EJ07). UNA LINEA POR
      * CONTROL QUE FALLO, CON EL NUMERO DEL REGISTRO DEL ARCHIVO QUE
      * LO PROVOCO (CERO = EL ARCHIVO ENTERO), LO ESPERADO Y LO
      * ENCONTRADO (CANTIDADES, IMPORTES, TIPOS DE REGISTRO O
      * ID-EMPLEADO SEGUN EL CONTROL), PARA QUE LA SUCURSAL SEPA QUE
      * CORREGIR ANTES DE VOLVER A ENVIARLO.
      *----------------------------------------------------------------*
       01 WS-SALIDA-RECHAZO.

          05 WS-RCH-SEPARADOR               PIC X(90) VALUES ALL "-".

          05 WS-RCH-TITULO.
             10 FILLER                      PIC X(40) VALUE
                   'DEVOLUCION DE ARCHIVO DE SUCURSAL NO CON'.
             10 FILLER                      PIC X(09) VALUE
                   'SOLIDADO '.
             10 WS-RCH-TIT-ARCHIVO          PIC X(12).
             10 FILLER                      PIC X(04) VALUE ' EL '.
             10 WS-RCH-TIT-DD               PIC 9(02).
             10 FILLER                      PIC X(01) VALUE '/'.
             10 WS-RCH-TIT-MM               PIC 9(02).
             10 FILLER                      PIC X(01) VALUE '/'.
             10 WS-RCH-TIT-AAAA             PIC 9(04).

          05 WS-RCH-SUCURSAL.
             10 FILLER                      PIC X(24) VALUE
                   'SUCURSAL SEGUN HEADER : '.
             10 WS-RCH-SUC-NOMBRE           PIC X(20).

          05 WS-RCH-DESTINO.
             10 FILLER                      PIC X(24) VALUE
                   'DESTINO DEL ARCHIVO   : '.
             10 WS-RCH-DES-TEXTO            PIC X(60).

          05 WS-RCH-LEIDO.
             10 FILLER                      PIC X(24) VALUE
                   'LEIDO DEL ARCHIVO     : '.
             10 WS-RCH-LEI-REGISTROS        PIC ZZZ.ZZ9.
             10 FILLER                      PIC X(13) VALUE
                   ' REGISTROS - '.
             10 WS-RCH-LEI-DETALLES         PIC ZZZ.ZZ9.
             10 FILLER                      PIC X(13) VALUE
                   ' DETALLES -  '.
             10 WS-RCH-LEI-IMPORTE          PIC Z.ZZZ.ZZZ.ZZ9,99.

          05 WS-RCH-CABECERA.
             10 FILLER                      PIC X(08) VALUE 'REGISTRO'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(40)
                                            VALUE 'CONTROL QUE FALLO'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16) VALUE 'ESPERADO'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16)
                                            VALUE 'ENCONTRADO'.

          05 WS-RCH-DETALLE.
             10 FILLER                      PIC X(01) VALUE SPACE.
             10 WS-RCH-DET-REGISTRO         PIC ZZZ.ZZ9.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-RCH-DET-CONTROL          PIC X(40).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-RCH-DET-ESPERADO         PIC X(16).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-RCH-DET-ENCONTRADO       PIC X(16).

      * SI EL ARCHIVO TRAE MAS ANOMALIAS DE LAS QUE SE DETALLAN, SE
      * INFORMA CUANTAS QUEDARON SIN LISTAR.
          05 WS-RCH-MAS.
             10 FILLER                      PIC X(08) VALUE
                   '  ... Y '.
             10 WS-RCH-MAS-CANTIDAD         PIC ZZZ.ZZ9.
             10 FILLER                      PIC X(27) VALUE
                   ' ANOMALIAS MAS SIN DETALLAR'.

      * EN MODO TODO O NADA NO SE CONSOLIDO NINGUNA SUCURSAL Y LA
      * CONSOLIDACION SE VUELVE A CORRER ENTERA; EN LOS OTROS MODOS LA
      * SUCURSAL QUEDO AFUERA Y ENTRA CON UNA CORRIDA DE RECUPERO.
          05 WS-RCH-PIE.
             10 FILLER                      PIC X(41) VALUE
                   'CORREGIR Y VOLVER A ENVIAR COMPLETO COMO '.
             10 WS-RCH-PIE-ARCHIVO          PIC X(12).
             10 WS-RCH-PIE-ACCION           PIC X(35) VALUE
                   ': ENTRA CON LA CORRIDA DE RECUPERO.'.
                88 WS-RCH-PIE-RECUPERO          VALUE
                   ': ENTRA CON LA CORRIDA DE RECUPERO.'.
                88 WS-RCH-PIE-REPROCESO         VALUE
                   ': SE REPITE TODA LA CONSOLIDACION.'.
