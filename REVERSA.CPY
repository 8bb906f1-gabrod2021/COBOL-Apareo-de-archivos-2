      *----------------------------------------------------------------*
      * FORMATO DEL ARCHIVO DE SALIDA "REVERSA.TXT": INFORME DE UNA
      * REVERSION DE CORRIDA HECHA POR CL15EJ17. ENCABEZADO CON LA
      * CORRIDA, SU PERIODO Y LOS DATOS CON QUE HABIA QUEDADO EN
      * AUDITORIA.TXT; DESPUES, SI LA REVERSION SE HIZO, UNA LINEA POR
      * CADA COSA DESHECHA (ARCHIVO, QUE SE HIZO, CANTIDAD DE
      * REGISTROS E IMPORTE INVOLUCRADO) Y, SI SE RECHAZO, LOS MOTIVOS
      * POR LOS QUE NO SE TOCO NINGUN ARCHIVO. CIERRA CON EL RESULTADO.
      *----------------------------------------------------------------*
       01 WS-SALIDA-REVERSA.

          05 WS-REV-SEPARADOR               PIC X(112) VALUES ALL "-".

          05 WS-REV-TITULO.
             10 FILLER                      PIC X(22) VALUE
                   'REVERSION DE CORRIDA: '.
             10 WS-REV-TIT-CORRIDA          PIC 9(06).
             10 FILLER                      PIC X(12) VALUE
                   ' - PERIODO: '.
             10 WS-REV-TIT-PERIODO          PIC 9(06).
             10 FILLER                      PIC X(10) VALUE
                   ' - FECHA: '.
             10 WS-REV-TIT-DD               PIC 9(02).
             10 FILLER                      PIC X(01) VALUE '/'.
             10 WS-REV-TIT-MM               PIC 9(02).
             10 FILLER                      PIC X(01) VALUE '/'.
             10 WS-REV-TIT-AAAA             PIC 9(04).

      * COMO HABIA QUEDADO LA CORRIDA EN AUDITORIA.TXT (LA PRIMERA
      * LINEA DE SU NUMERO, QUE ES LA DEL ARRANQUE EN FRIO).
          05 WS-REV-ORIGEN.
             10 FILLER                      PIC X(25) VALUE
                   'CORRIDA ORIGINAL: INICIO '.
             10 WS-REV-ORI-DD               PIC 9(02).
             10 FILLER                      PIC X(01) VALUE '/'.
             10 WS-REV-ORI-MM               PIC 9(02).
             10 FILLER                      PIC X(01) VALUE '/'.
             10 WS-REV-ORI-AAAA             PIC 9(04).
             10 FILLER                      PIC X(01) VALUE SPACE.
             10 WS-REV-ORI-HORA             PIC X(08).
             10 FILLER                      PIC X(13) VALUE
                   ' - ARRANQUE: '.
             10 WS-REV-ORI-ARRANQUE         PIC X(08).
             10 FILLER                      PIC X(14) VALUE
                   ' - VEREDICTO: '.
             10 WS-REV-ORI-VEREDICTO        PIC X(10).
             10 FILLER                      PIC X(11) VALUE
                   ' - LINEAS: '.
             10 WS-REV-ORI-LINEAS           PIC ZZ9.

          05 WS-REV-CABECERA.
             10 FILLER                      PIC X(14) VALUE 'ARCHIVO'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(50) VALUE 'ACCION'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(09) VALUE 'REGISTROS'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(16) VALUE 'IMPORTE'.

          05 WS-REV-DETALLE.
             10 WS-REV-DET-ARCHIVO          PIC X(14).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-REV-DET-ACCION           PIC X(50).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-REV-DET-REGISTROS        PIC Z.ZZZ.ZZ9.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-REV-DET-IMPORTE          PIC Z.ZZZ.ZZZ.ZZ9,99.

      * REVERSION RECHAZADA: LEYENDA Y UNA LINEA POR MOTIVO.
          05 WS-REV-RECHAZO.
             10 FILLER                      PIC X(43) VALUE
                   'REVERSION RECHAZADA, NO SE MODIFICO NINGUN '.
             10 FILLER                      PIC X(07) VALUE
                   'ARCHIVO'.

          05 WS-REV-MOTIVO.
             10 FILLER                      PIC X(10) VALUE
                   'MOTIVO  : '.
             10 WS-REV-MOT-TEXTO            PIC X(90).

          05 WS-REV-RESULTADO.
             10 FILLER                      PIC X(12) VALUE
                   'RESULTADO : '.
             10 WS-REV-RES-TEXTO            PIC X(90).
