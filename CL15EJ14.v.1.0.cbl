      *          DEFINIT.TXT, Y GRABA UNA PAGINA IMPRIMIBLE POR
      *          LEGAJO EN SU PROPIO ARCHIVO EXTnnnnnnnn.TXT: LO
      *          VENDIDO POR SECTOR, LA COMISION, LO LIQUIDADO Y LO
      *          QUE NO SE PAGO Y POR QUE, Y LOS RECUPEROS DE COMISION
      *          POR CANCELACIONES TARDIAS QUE ESA CORRIDA DESCONTO
      *          (REGISTROS 'R' DE TICKETS.TXT). ES LA RESPUESTA A LAS
      *          DISPUTAS MENSUALES QUE HOY SE CONTESTAN RECORTANDO
      *          EL APAREO.TXT DE TODA LA EMPRESA.
      * Tectonics: cobc
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEFINITIVOS.

       SELECT OPTIONAL ENT-TICKETS
           ASSIGN DYNAMIC WS-PATH-TICKETS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TICKETS.

       SELECT SAL-EXTRACTO
           ASSIGN DYNAMIC WS-PATH-EXTRACTO
           ORGANIZATION IS LINE SEQUENTIAL
          COPY HISTORIA.

       FD ENT-LIQCOM.
       01 WS-ENT-LIQCOM                     PIC X(73).
      * VISTA ALTERNATIVA DE LA MISMA LINEA PARA DISTINGUIR HEADER,
      * DETALLES Y TRAILER POR LA PRIMERA POSICION.
       01 WS-ENT-LIQCOM-R.
          05 WS-ENT-LIQ-TIPO                PIC X(01).
          05 FILLER                         PIC X(72).

       FD ENT-SUSPENSO.
      * FORMATO DEL ARCHIVO DE ENTRADA OPCIONAL "SUSPENSO.TXT"
       FD ENT-DEFINITIVOS.
       01 WS-ENT-DEFINITIVO                 PIC X(100).

       FD ENT-TICKETS.
      * FORMATO DEL ARCHIVO DE ENTRADA OPCIONAL "TICKETS.TXT"
          COPY TICKETS.

       FD SAL-EXTRACTO.
       01 WS-SAL-EXTRACTO                   PIC X(100).

          05 FS-DEFINITIVOS                 PIC X(2).
             88 FS-DEFINITIVOS-OK               VALUE '00' '05'.
             88 FS-DEFINITIVOS-EOF              VALUE '10'.
          05 FS-TICKETS                     PIC X(2).
             88 FS-TICKETS-OK                   VALUE '00' '05'.
             88 FS-TICKETS-EOF                  VALUE '10'.
          05 FS-EXTRACTO                    PIC X(2).
             88 FS-EXTRACTO-OK                  VALUE '00'.

          05 WS-PATH-LIQCOM                  PIC X(80).
          05 WS-PATH-SUSPENSO                PIC X(80).
          05 WS-PATH-DEFINITIVOS             PIC X(80).
          05 WS-PATH-TICKETS                 PIC X(80).
          05 WS-PATH-EXTRACTO                PIC X(80).

      * NOMBRE DEL ARCHIVO DE EXTRACTO DEL EMPLEADO EN CURSO
          05 WS-DEF-LIN-ID-EMPLEADO         PIC X(08).
          05 FILLER                         PIC X(79).

      * RECUPEROS DE COMISION ('R' DE TICKETS.TXT) QUE DESCONTO LA
      * CORRIDA VIGENTE DEL PERIODO, CON EL PERIODO DE LA VENTA
      * ORIGINAL, PARA EXPLICARLE AL VENDEDOR EL DESCUENTO.
       01 WS-TABLA-RECUPEROS.
          05 WS-REC-CANT                    PIC 9(05) VALUE 0.
          05 WS-REC-TABLA OCCURS 5000 TIMES
                          INDEXED BY WS-REC-IDX.
             10 WS-REC-T-ID-EMPLEADO        PIC 9(08).
             10 WS-REC-T-ID-TICKET          PIC 9(15).
             10 WS-REC-T-PERIODO-ORIGEN     PIC 9(06).
             10 WS-REC-T-IMPORTE            PIC 9(08)V9(02).
             10 WS-REC-T-TASA               PIC 9(02)V9(02).
             10 WS-REC-T-COMISION           PIC 9(08)V9(02).

       01 WS-CONTADORES.
          05 WS-CONT-EXTRACTOS              PIC 9(06) VALUE 0.
          05 WS-CONT-LINEAS-SECCION         PIC 9(05) VALUE 0.

       77 WS-FORMAT-IMPORTE                 PIC ZZZ.ZZ9.
       77 WS-TOT-RECUPERO-EMP               PIC 9(10)V9(02) VALUE 0.

      * FORMATO DE LAS LINEAS DEL EXTRACTO
       01 WS-SALIDA-EXTRACTO.
                                                VALUE ' | CICLOS: '.
             10 WS-EXT-SUS-CICLOS           PIC 9(02).

          05 WS-EXT-TIT-RECUPERO.
             10 FILLER                      PIC X(43) VALUE
                   'RECUPEROS DE COMISION (CANCELACIONES DE VEN'.
             10 FILLER                      PIC X(27) VALUE
                   'TAS DE PERIODOS ANTERIORES)'.

          05 WS-EXT-RECUPERO.
             10 FILLER                      PIC X(02) VALUE SPACES.
             10 WS-EXT-REC-TICKET           PIC 9(15).
             10 FILLER                      PIC X(07)
                                                VALUE ' | PER '.
             10 WS-EXT-REC-PERIODO          PIC 9(06).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-EXT-REC-IMPORTE          PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-EXT-REC-TASA             PIC Z9,99.
             10 FILLER                      PIC X(04) VALUE '% | '.
             10 WS-EXT-REC-COMISION         PIC Z.ZZZ.ZZZ.ZZ9,99.

          05 WS-EXT-TOT-RECUPERO.
             10 FILLER                      PIC X(31) VALUE
                   'COMISION RECUPERADA (DESCUENTO)'.
             10 FILLER                      PIC X(02) VALUE ': '.
             10 WS-EXT-TOT-REC-COMISION     PIC Z.ZZZ.ZZZ.ZZ9,99.

          05 WS-EXT-TIT-DEFINIT.
             10 FILLER                      PIC X(45) VALUE
                   'RECHAZOS DEFINITIVOS (SE RESUELVEN FUERA DEL'.
                 PERFORM 2500-CARGAR-DEFINITIVOS
                    THRU 2500-CARGAR-DEFINITIVOS-FIN

                 PERFORM 2600-CARGAR-RECUPEROS
                    THRU 2600-CARGAR-RECUPEROS-FIN

                 IF RETURN-CODE EQUAL ZEROES
                    PERFORM 3000-GRABAR-EXTRACTO
                       THRU 3000-GRABAR-EXTRACTO-FIN
             INTO WS-PATH-DEFINITIVOS
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/TICKETS.TXT'             DELIMITED BY SIZE
             INTO WS-PATH-TICKETS
           END-STRING.

       1005-DEFINIR-PATHS-FIN.
           EXIT.
      *----------------------------------------------------------------*

       2510-LEER-DEFINITIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2600-CARGAR-RECUPEROS.

      *---- Sin TICKETS.TXT (todavia no hubo corridas que lo dejaran)
      *---- los extractos salen sin recuperos, como siempre.

           OPEN INPUT ENT-TICKETS.

           IF FS-TICKETS-OK
              PERFORM 2610-LEER-TICKET
                 THRU 2610-LEER-TICKET-FIN
                UNTIL FS-TICKETS-EOF
              CLOSE ENT-TICKETS
           ELSE
              DISPLAY 'ERROR AL ABRIR TICKETS.TXT: ' FS-TICKETS
           END-IF.

       2600-CARGAR-RECUPEROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2610-LEER-TICKET.

           READ ENT-TICKETS.

           EVALUATE TRUE
               WHEN FS-TICKETS = '00'
                    IF WS-TCK-ES-RECUPERO
                       AND WS-TCK-PERIODO = WS-PERIODO
                       AND WS-TCK-CORRIDA = WS-CORRIDA-VIGENTE
                       PERFORM 2620-CARGAR-RECUPERO
                          THRU 2620-CARGAR-RECUPERO-FIN
                    END-IF
               WHEN FS-TICKETS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER TICKETS.TXT: ' FS-TICKETS
                    MOVE '10'               TO FS-TICKETS
           END-EVALUATE.

       2610-LEER-TICKET-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2620-CARGAR-RECUPERO.

           IF WS-REC-CANT >= 5000
              DISPLAY 'TABLA DE RECUPEROS LLENA, LOS EXTRACTOS '
                      'PUEDEN SALIR INCOMPLETOS'
              MOVE '10'                     TO FS-TICKETS
              GO TO 2620-CARGAR-RECUPERO-FIN
           END-IF.

           ADD 1                            TO WS-REC-CANT.
           SET WS-REC-IDX                   TO WS-REC-CANT.
           MOVE WS-TCK-ID-EMPLEADO
                TO WS-REC-T-ID-EMPLEADO (WS-REC-IDX).
           MOVE WS-TCK-ID-TICKET
                TO WS-REC-T-ID-TICKET (WS-REC-IDX).
           MOVE WS-TCK-R-PERIODO-ORIGEN
                TO WS-REC-T-PERIODO-ORIGEN (WS-REC-IDX).
           MOVE WS-TCK-IMPORTE
                TO WS-REC-T-IMPORTE (WS-REC-IDX).
           MOVE WS-TCK-TASA
                TO WS-REC-T-TASA (WS-REC-IDX).
           MOVE WS-TCK-COMISION
                TO WS-REC-T-COMISION (WS-REC-IDX).

      *---- Un vendedor sin ventas en el periodo pero con un recupero
      *---- tambien recibe su extracto: se lo agrega con el resultado
      *---- en cero y sin nombre (la historia del periodo no lo
      *---- trae).
           PERFORM 2230-BUSCAR-EN-TABLA
              THRU 2230-BUSCAR-EN-TABLA-FIN
              VARYING WS-EMP-IDX FROM 1 BY 1
                UNTIL WS-EMP-IDX > WS-EMP-CANT
                   OR WS-EMP-ID (WS-EMP-IDX) = WS-TCK-ID-EMPLEADO.

           IF WS-EMP-IDX > WS-EMP-CANT
              AND WS-EMP-CANT < 30000
              ADD 1                         TO WS-EMP-CANT
              SET WS-EMP-IDX                TO WS-EMP-CANT
              MOVE WS-TCK-ID-EMPLEADO       TO WS-EMP-ID (WS-EMP-IDX)
              MOVE SPACES                   TO WS-EMP-NOMBRE
                                                (WS-EMP-IDX)
              MOVE SPACES                   TO WS-EMP-APELLIDO
                                                (WS-EMP-IDX)
              MOVE ZEROES                   TO WS-EMP-IMPORTE
                                                (WS-EMP-IDX)
              MOVE ZEROES                   TO WS-EMP-COMISION
                                                (WS-EMP-IDX)
              MOVE ZEROES                   TO WS-EMP-LIQUIDADO
                                                (WS-EMP-IDX)
              MOVE 'N'                      TO WS-EMP-SW-LIQ
                                                (WS-EMP-IDX)
           END-IF.

       2620-CARGAR-RECUPERO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-GRABAR-EXTRACTO.

           PERFORM 3900-ESCRIBIR-EXTRACTO
              THRU 3900-ESCRIBIR-EXTRACTO-FIN.

           MOVE SPACES                      TO WS-SAL-EXTRACTO.
           PERFORM 3900-ESCRIBIR-EXTRACTO
              THRU 3900-ESCRIBIR-EXTRACTO-FIN.
           MOVE WS-EXT-TIT-RECUPERO         TO WS-SAL-EXTRACTO.
           PERFORM 3900-ESCRIBIR-EXTRACTO
              THRU 3900-ESCRIBIR-EXTRACTO-FIN.

           MOVE ZEROES                      TO WS-CONT-LINEAS-SECCION.
           MOVE ZEROES                      TO WS-TOT-RECUPERO-EMP.
           PERFORM 3400-GRABAR-EXT-RECUPERO
              THRU 3400-GRABAR-EXT-RECUPERO-FIN
              VARYING WS-REC-IDX FROM 1 BY 1
                UNTIL WS-REC-IDX > WS-REC-CANT.

           IF WS-CONT-LINEAS-SECCION EQUAL ZEROES
              MOVE '  (SIN RECUPEROS DE COMISION)'
                                            TO WS-SAL-EXTRACTO
           ELSE
              MOVE WS-TOT-RECUPERO-EMP      TO WS-EXT-TOT-REC-COMISION
              MOVE WS-EXT-TOT-RECUPERO      TO WS-SAL-EXTRACTO
           END-IF.
           PERFORM 3900-ESCRIBIR-EXTRACTO
              THRU 3900-ESCRIBIR-EXTRACTO-FIN.

           MOVE SPACES                      TO WS-SAL-EXTRACTO.
           PERFORM 3900-ESCRIBIR-EXTRACTO
              THRU 3900-ESCRIBIR-EXTRACTO-FIN.

       3300-GRABAR-EXT-DEFINIT-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3400-GRABAR-EXT-RECUPERO.

           IF WS-REC-T-ID-EMPLEADO (WS-REC-IDX)
              = WS-EMP-ID (WS-EMP-IDX)
              ADD 1                         TO WS-CONT-LINEAS-SECCION
              ADD WS-REC-T-COMISION (WS-REC-IDX)
                                            TO WS-TOT-RECUPERO-EMP
              MOVE WS-REC-T-ID-TICKET (WS-REC-IDX)
                                            TO WS-EXT-REC-TICKET
              MOVE WS-REC-T-PERIODO-ORIGEN (WS-REC-IDX)
                                            TO WS-EXT-REC-PERIODO
              MOVE WS-REC-T-IMPORTE (WS-REC-IDX)
                                            TO WS-EXT-REC-IMPORTE
              MOVE WS-REC-T-TASA (WS-REC-IDX)
                                            TO WS-EXT-REC-TASA
              MOVE WS-REC-T-COMISION (WS-REC-IDX)
                                            TO WS-EXT-REC-COMISION
              MOVE WS-EXT-RECUPERO          TO WS-SAL-EXTRACTO
              PERFORM 3900-ESCRIBIR-EXTRACTO
                 THRU 3900-ESCRIBIR-EXTRACTO-FIN
           END-IF.

       3400-GRABAR-EXT-RECUPERO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3900-ESCRIBIR-EXTRACTO.

