           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PENDIENTE.

      * CUENTA CORRIENTE DE COMISIONES POR EMPLEADO, SIEMPRE EN
      * EXTEND: LA CONCILIACION ASIENTA LO PAGADO Y LO RECHAZADO (VER
      * 2700-ASENTAR-CUENTA).
       SELECT OPTIONAL SAL-CUENTA
           ASSIGN DYNAMIC WS-PATH-CUENTA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CUENTA.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-LIQCOM.
       01 WS-ENT-LIQCOM                     PIC X(73).
      * VISTA ALTERNATIVA DE LA MISMA LINEA PARA DISTINGUIR HEADER,
      * DETALLES Y TRAILER POR LA PRIMERA POSICION.
       01 WS-ENT-LIQCOM-R.
          05 WS-ENT-LIQ-TIPO                PIC X(01).
          05 FILLER                         PIC X(72).

       FD ENT-RETORNO.
      * FORMATO DEL ARCHIVO DE ENTRADA "RETORNO.TXT"
      * FORMATO DEL ARCHIVO DE SALIDA "PENDIENTE.TXT"
          COPY PENDIENTE.

       FD SAL-CUENTA.
       01 WS-SAL-CUENTA                     PIC X(94).

       WORKING-STORAGE SECTION.

      * FORMATO DE LIQCOM.TXT: SE USAN WS-LIQ-HEADER / WS-LIQ-DETALLE
      * DOS PROGRAMAS NO PUEDEN DESALINEARSE).
          COPY LIQCOM.

      * FORMATO DEL ARCHIVO "CUENTA.TXT"
          COPY CUENTA.

       01 FS-STATUS.
          05 FS-LIQCOM                      PIC X(2).
             88 FS-LIQCOM-OK                    VALUE '00'.
             88 FS-CONCILIA-OK                  VALUE '00'.
          05 FS-PENDIENTE                   PIC X(2).
             88 FS-PENDIENTE-OK                 VALUE '00'.
      * EL '05' ES EL OPEN EXITOSO DE UN ARCHIVO OPTIONAL QUE TODAVIA
      * NO EXISTIA (NINGUNA CORRIDA ASENTO TODAVIA EN LA CUENTA).
          05 FS-CUENTA                      PIC X(2).
             88 FS-CUENTA-OK                    VALUE '00' '05'.
             88 FS-CUENTA-EOF                   VALUE '10'.

      * DIRECTORIO DONDE SE ENCUENTRAN/SE GRABAN LOS ARCHIVOS. SE
      * ARMA A PARTIR DE WS-PATH-DIRECTORIO EN 1005-DEFINIR-PATHS.
          05 WS-PATH-RETORNO                 PIC X(80).
          05 WS-PATH-CONCILIA                PIC X(80).
          05 WS-PATH-PENDIENTE               PIC X(80).
          05 WS-PATH-CUENTA                  PIC X(80).

       01 WS-SWITCHES.
      * 'S' CUANDO LIQCOM.TXT O RETORNO.TXT NO SE PUEDEN USAR
             88 WS-SW-RET-HEADER-SI             VALUE 'S'.
          05 WS-SW-RET-TRAILER              PIC X(01) VALUE 'N'.
             88 WS-SW-RET-TRAILER-SI            VALUE 'S'.
      * 'S' CUANDO CUENTA.TXT YA TIENE LO PAGADO O RECHAZADO DE ESTA
      * CORRIDA (EL RETORNO YA SE HABIA CONCILIADO): NO SE ASIENTA
      * DE NUEVO.
          05 WS-SW-CUENTA-YA                PIC X(01) VALUE 'N'.
             88 WS-SW-CUENTA-YA-SI              VALUE 'S'.

      * DETALLES DEL LIQCOM.TXT DE LA CORRIDA, CARGADOS EN MEMORIA
      * PARA COTEJARLOS CONTRA EL RETORNO. LA MARCA 'S' EN COMPARADO
      * DISTINGUE AL FINAL LOS LEGAJOS QUE SUELDOS NUNCA RESPONDIO.
      * ESTADO, ABONADO Y MOTIVO GUARDAN LA RESPUESTA DE SUELDOS PARA
      * ASENTARLA DESPUES EN LA CUENTA CORRIENTE.
       01 WS-TABLA-LIQ.
          05 WS-TAB-CANT                    PIC 9(06) VALUE 0.
          05 WS-TAB-TABLA OCCURS 30000 TIMES
             10 WS-TAB-IMPORTE              PIC 9(10)V9(02).
             10 WS-TAB-COMISION             PIC 9(10)V9(02).
             10 WS-TAB-COMPARADO            PIC X(01).
             10 WS-TAB-ESTADO               PIC X(01).
             10 WS-TAB-ABONADO              PIC 9(10)V9(02).
             10 WS-TAB-MOTIVO               PIC X(03).

      * AJUSTES, PREMIOS Y SOBRECOMISIONES DEL LIQCOM.TXT: SUELDOS NO
      * LOS DEVUELVE EN EL RETORNO, ASI QUE SE DAN POR ABONADOS EN LA
      * CUENTA CORRIENTE AL CONCILIAR LA CORRIDA.
       01 WS-TABLA-OTROS.
          05 WS-OTR-CANT                    PIC 9(06) VALUE 0.
          05 WS-OTR-TABLA OCCURS 30000 TIMES
                          INDEXED BY WS-OTR-IDX.
             10 WS-OTR-TIPO                 PIC X(01).
             10 WS-OTR-ID-EMPLEADO          PIC 9(08).
             10 WS-OTR-PERIODO              PIC 9(06).
             10 WS-OTR-IMPORTE              PIC S9(10)V9(02).

       01 WS-CONTADORES.
          05 WS-CONT-DET-LIQCOM             PIC 9(06) VALUE 0.
          05 WS-CONT-DIFERENCIAS            PIC 9(06) VALUE 0.
          05 WS-CONT-SIN-RESPUESTA          PIC 9(06) VALUE 0.
          05 WS-CONT-SIN-DETALLE            PIC 9(06) VALUE 0.
          05 WS-CONT-AJU-LIQCOM             PIC 9(06) VALUE 0.
          05 WS-CONT-PRE-LIQCOM             PIC 9(06) VALUE 0.
          05 WS-CONT-SOB-LIQCOM             PIC 9(06) VALUE 0.

      * DATOS DE CONTROL DEL LIQCOM CARGADO Y DEL RETORNO LEIDO, PARA
      * VERIFICAR QUE LOS DOS ARCHIVOS HABLAN DE LA MISMA CORRIDA.
       01 WS-CONTROL.
          05 WS-LIQ-PERIODO-CARGADO         PIC 9(06) VALUE 0.
          05 WS-LIQ-CORRIDA-CARGADA         PIC 9(06) VALUE 0.
          05 WS-LIQ-TRL-CANTIDAD            PIC 9(06) VALUE 0.
          05 WS-LIQ-TRL-COMISION            PIC 9(10)V9(02) VALUE 0.
          05 WS-LIQ-SUMA-COMISION           PIC 9(10)V9(02) VALUE 0.
      * AJUSTES 'A' (RECUPEROS DE COMISION): NO SE COTEJAN CONTRA EL
      * RETORNO, PERO EL ARCHIVO TIENE QUE CERRAR TAMBIEN CONTRA SU
      * PROPIA CANTIDAD Y SUMA DE CONTROL DEL TRAILER.
          05 WS-LIQ-TRL-CANT-AJUSTES        PIC 9(06) VALUE 0.
          05 WS-LIQ-TRL-AJUSTES             PIC S9(10)V9(02) VALUE 0.
          05 WS-LIQ-SUMA-AJUSTES            PIC S9(10)V9(02) VALUE 0.
      * PREMIOS 'B' POR CUMPLIMIENTO DE CUOTA: IGUAL QUE LOS AJUSTES,
      * SOLO SE COTEJAN CONTRA SU CANTIDAD Y SUMA DEL TRAILER.
          05 WS-LIQ-TRL-CANT-PREMIOS        PIC 9(06) VALUE 0.
          05 WS-LIQ-TRL-PREMIOS             PIC 9(10)V9(02) VALUE 0.
          05 WS-LIQ-SUMA-PREMIOS            PIC 9(10)V9(02) VALUE 0.
      * SOBRECOMISIONES 'O' DE SUPERVISORES: MISMO CRITERIO.
          05 WS-LIQ-TRL-CANT-SOBRECOM       PIC 9(06) VALUE 0.
          05 WS-LIQ-TRL-SOBRECOM            PIC 9(10)V9(02) VALUE 0.
          05 WS-LIQ-SUMA-SOBRECOM           PIC 9(10)V9(02) VALUE 0.
          05 WS-RET-PERIODO                 PIC 9(06) VALUE 0.
          05 WS-RET-TRL-CANTIDAD            PIC 9(06) VALUE 0.

       77 WS-TOT-PENDIENTE                  PIC 9(10)V9(02) VALUE 0.
       77 WS-FECHA-HOY                      PIC 9(08) VALUE 0.
       77 WS-CTA-CONT-ASIENTOS              PIC 9(06) VALUE 0.
       77 WS-FORMAT-IMPORTE                 PIC ZZZ.ZZ9.
       77 WS-FORMAT-TOTAL                   PIC Z.ZZZ.ZZZ.ZZ9,99.

                    THRU 2600-MARCAR-SIN-RESPUESTA-FIN
                    VARYING WS-TAB-IDX FROM 1 BY 1
                      UNTIL WS-TAB-IDX > WS-TAB-CANT

                 PERFORM 2700-ASENTAR-CUENTA
                    THRU 2700-ASENTAR-CUENTA-FIN
              END-IF

           END-IF.
             INTO WS-PATH-PENDIENTE
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/CUENTA.TXT'              DELIMITED BY SIZE
             INTO WS-PATH-CUENTA
           END-STRING.

       1005-DEFINIR-PATHS-FIN.
           EXIT.
      *----------------------------------------------------------------*
           IF NOT WS-SW-ABORTAR-SI
              IF WS-LIQ-TRL-CANTIDAD NOT EQUAL WS-TAB-CANT
                 OR WS-LIQ-TRL-COMISION NOT EQUAL WS-LIQ-SUMA-COMISION
                 OR WS-LIQ-TRL-CANT-AJUSTES
                     NOT EQUAL WS-CONT-AJU-LIQCOM
                 OR WS-LIQ-TRL-AJUSTES NOT EQUAL WS-LIQ-SUMA-AJUSTES
                 OR WS-LIQ-TRL-CANT-PREMIOS
                     NOT EQUAL WS-CONT-PRE-LIQCOM
                 OR WS-LIQ-TRL-PREMIOS NOT EQUAL WS-LIQ-SUMA-PREMIOS
                 OR WS-LIQ-TRL-CANT-SOBRECOM
                     NOT EQUAL WS-CONT-SOB-LIQCOM
                 OR WS-LIQ-TRL-SOBRECOM
                     NOT EQUAL WS-LIQ-SUMA-SOBRECOM
                 DISPLAY '*** LIQCOM.TXT NO COINCIDE CON SU '
                         'TRAILER, NO SE CONCILIA ***'
                 SET WS-SW-ABORTAR-SI       TO TRUE
               WHEN FS-LIQCOM-OK AND WS-ENT-LIQ-TIPO EQUAL 'H'
                    MOVE WS-ENT-LIQCOM      TO WS-LIQ-HEADER
                    MOVE WS-LIQ-H-PERIODO   TO WS-LIQ-PERIODO-CARGADO
                    MOVE WS-LIQ-H-CORRIDA   TO WS-LIQ-CORRIDA-CARGADA
               WHEN FS-LIQCOM-OK AND WS-ENT-LIQ-TIPO EQUAL 'D'
                    MOVE WS-ENT-LIQCOM      TO WS-LIQ-DETALLE
                    IF WS-TAB-CANT < 30000
                       MOVE WS-LIQ-D-COMISION
                                 TO WS-TAB-COMISION (WS-TAB-IDX)
                       MOVE 'N'  TO WS-TAB-COMPARADO (WS-TAB-IDX)
                       MOVE SPACE TO WS-TAB-ESTADO (WS-TAB-IDX)
                       MOVE ZEROES TO WS-TAB-ABONADO (WS-TAB-IDX)
                       MOVE SPACES TO WS-TAB-MOTIVO (WS-TAB-IDX)
                       ADD WS-LIQ-D-COMISION
                                 TO WS-LIQ-SUMA-COMISION
                    ELSE
                       MOVE 8               TO RETURN-CODE
                       MOVE '10'            TO FS-LIQCOM
                    END-IF
      *---- Los ajustes por recupero de comision solo se cuentan y se
      *---- suman para el control del trailer: sueldos los descuenta
      *---- y no los devuelve en el retorno.
               WHEN FS-LIQCOM-OK AND WS-ENT-LIQ-TIPO EQUAL 'A'
                    MOVE WS-ENT-LIQCOM      TO WS-LIQ-AJUSTE
                    ADD 1                   TO WS-CONT-AJU-LIQCOM
                    ADD WS-LIQ-A-COMISION   TO WS-LIQ-SUMA-AJUSTES
                    MOVE WS-LIQ-A-ID-EMPLEADO
                                            TO WS-CTA-ID-EMPLEADO
                    MOVE WS-LIQ-A-PERIODO   TO WS-CTA-PERIODO
                    MOVE WS-LIQ-A-COMISION  TO WS-CTA-IMPORTE
                    PERFORM 1120-GUARDAR-OTRO
                       THRU 1120-GUARDAR-OTRO-FIN
               WHEN FS-LIQCOM-OK AND WS-ENT-LIQ-TIPO EQUAL 'B'
                    MOVE WS-ENT-LIQCOM      TO WS-LIQ-BONIFICACION
                    ADD 1                   TO WS-CONT-PRE-LIQCOM
                    ADD WS-LIQ-B-PREMIO     TO WS-LIQ-SUMA-PREMIOS
                    MOVE WS-LIQ-B-ID-EMPLEADO
                                            TO WS-CTA-ID-EMPLEADO
                    MOVE WS-LIQ-B-PERIODO   TO WS-CTA-PERIODO
                    MOVE WS-LIQ-B-PREMIO    TO WS-CTA-IMPORTE
                    PERFORM 1120-GUARDAR-OTRO
                       THRU 1120-GUARDAR-OTRO-FIN
               WHEN FS-LIQCOM-OK AND WS-ENT-LIQ-TIPO EQUAL 'O'
                    MOVE WS-ENT-LIQCOM      TO WS-LIQ-SOBRECOMISION
                    ADD 1                   TO WS-CONT-SOB-LIQCOM
                    ADD WS-LIQ-O-SOBRECOMISION
                                            TO WS-LIQ-SUMA-SOBRECOM
                    MOVE WS-LIQ-O-ID-EMPLEADO
                                            TO WS-CTA-ID-EMPLEADO
                    MOVE WS-LIQ-O-PERIODO   TO WS-CTA-PERIODO
                    MOVE WS-LIQ-O-SOBRECOMISION
                                            TO WS-CTA-IMPORTE
                    PERFORM 1120-GUARDAR-OTRO
                       THRU 1120-GUARDAR-OTRO-FIN
               WHEN FS-LIQCOM-OK AND WS-ENT-LIQ-TIPO EQUAL 'T'
                    MOVE WS-ENT-LIQCOM      TO WS-LIQ-TRAILER
                    MOVE WS-LIQ-T-CANTIDAD  TO WS-LIQ-TRL-CANTIDAD
                    MOVE WS-LIQ-T-COMISION  TO WS-LIQ-TRL-COMISION
      *---- Un LIQCOM.TXT anterior a los ajustes trae el trailer sin
      *---- esos campos: vale como cero ajustes.
                    IF WS-LIQ-T-CANT-AJUSTES IS NUMERIC
                       AND WS-LIQ-T-AJUSTES IS NUMERIC
                       MOVE WS-LIQ-T-CANT-AJUSTES
                                 TO WS-LIQ-TRL-CANT-AJUSTES
                       MOVE WS-LIQ-T-AJUSTES
                                 TO WS-LIQ-TRL-AJUSTES
                    ELSE
                       MOVE ZEROES  TO WS-LIQ-TRL-CANT-AJUSTES
                       MOVE ZEROES  TO WS-LIQ-TRL-AJUSTES
                    END-IF
      *---- Lo mismo con los premios por cuota en uno anterior a ellos.
                    IF WS-LIQ-T-CANT-PREMIOS IS NUMERIC
                       AND WS-LIQ-T-PREMIOS IS NUMERIC
                       MOVE WS-LIQ-T-CANT-PREMIOS
                                 TO WS-LIQ-TRL-CANT-PREMIOS
                       MOVE WS-LIQ-T-PREMIOS
                                 TO WS-LIQ-TRL-PREMIOS
                    ELSE
                       MOVE ZEROES  TO WS-LIQ-TRL-CANT-PREMIOS
                       MOVE ZEROES  TO WS-LIQ-TRL-PREMIOS
                    END-IF
      *---- Y con las sobrecomisiones de supervisor.
                    IF WS-LIQ-T-CANT-SOBRECOM IS NUMERIC
                       AND WS-LIQ-T-SOBRECOM IS NUMERIC
                       MOVE WS-LIQ-T-CANT-SOBRECOM
                                 TO WS-LIQ-TRL-CANT-SOBRECOM
                       MOVE WS-LIQ-T-SOBRECOM
                                 TO WS-LIQ-TRL-SOBRECOM
                    ELSE
                       MOVE ZEROES  TO WS-LIQ-TRL-CANT-SOBRECOM
                       MOVE ZEROES  TO WS-LIQ-TRL-SOBRECOM
                    END-IF
               WHEN FS-LIQCOM-OK
                    DISPLAY 'LIQCOM.TXT: TIPO DE REGISTRO '
                            'DESCONOCIDO, SE DESCARTA: '

       1110-CARGAR-LINEA-LIQCOM-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1120-GUARDAR-OTRO.

      *---- Guarda un ajuste, premio o sobrecomision (legajo, periodo
      *---- e importe vienen en WS-REG-CUENTA) para darlo por abonado
      *---- en la cuenta corriente. Con la tabla llena la conciliacion
      *---- sigue, pero la cuenta no se asienta para no dejarla a
      *---- medias.

           IF WS-OTR-CANT >= 30000
              DISPLAY 'TABLA DE AJUSTES Y PREMIOS LLENA, NO SE '
                      'ASENTARA LA CUENTA CORRIENTE'
              SET WS-SW-CUENTA-YA-SI        TO TRUE
              GO TO 1120-GUARDAR-OTRO-FIN
           END-IF.

           ADD 1                            TO WS-OTR-CANT.
           SET WS-OTR-IDX                   TO WS-OTR-CANT.
           MOVE WS-ENT-LIQ-TIPO             TO WS-OTR-TIPO (WS-OTR-IDX).
           MOVE WS-CTA-ID-EMPLEADO
                                 TO WS-OTR-ID-EMPLEADO (WS-OTR-IDX).
           MOVE WS-CTA-PERIODO   TO WS-OTR-PERIODO (WS-OTR-IDX).
           MOVE WS-CTA-IMPORTE   TO WS-OTR-IMPORTE (WS-OTR-IDX).

       1120-GUARDAR-OTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1200-ABRIR-RETORNO.


           MOVE 'S'                         TO WS-TAB-COMPARADO
                                                (WS-TAB-IDX).
           MOVE WS-RET-D-ESTADO             TO WS-TAB-ESTADO
                                                (WS-TAB-IDX).
           MOVE WS-RET-D-IMP-ABONADO        TO WS-TAB-ABONADO
                                                (WS-TAB-IDX).
           MOVE WS-RET-D-MOTIVO             TO WS-TAB-MOTIVO
                                                (WS-TAB-IDX).

           EVALUATE TRUE
               WHEN WS-RET-D-RECHAZADO

       2600-MARCAR-SIN-RESPUESTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2700-ASENTAR-CUENTA.

      *---- Con el retorno conciliado sin errores, la respuesta de
      *---- sueldos pasa a la cuenta corriente de cada empleado: lo
      *---- aceptado como pagado (por lo que sueldos dice que abono),
      *---- lo rechazado como rechazado con su motivo, y los ajustes,
      *---- premios y sobrecomisiones de la corrida como pagados. Un
      *---- legajo sin respuesta no se asienta: sigue debiendose. Si
      *---- la cuenta ya tiene lo de esta corrida (el retorno se
      *---- concilia dos veces) no se asienta de nuevo.

           IF RETURN-CODE NOT EQUAL ZEROES
              DISPLAY 'CONCILIACION CON ERRORES, NO SE ASIENTA LA '
                      'CUENTA CORRIENTE'
              GO TO 2700-ASENTAR-CUENTA-FIN
           END-IF.

           IF WS-SW-CUENTA-YA-SI
              GO TO 2700-ASENTAR-CUENTA-FIN
           END-IF.

           OPEN INPUT SAL-CUENTA.

           IF NOT FS-CUENTA-OK
              DISPLAY 'ERROR AL ABRIR CUENTA.TXT: ' FS-CUENTA
              MOVE 8                        TO RETURN-CODE
              GO TO 2700-ASENTAR-CUENTA-FIN
           END-IF.

           PERFORM 2710-LEER-CUENTA
              THRU 2710-LEER-CUENTA-FIN
             UNTIL FS-CUENTA-EOF
                OR WS-SW-CUENTA-YA-SI.

           CLOSE SAL-CUENTA.

           IF WS-SW-CUENTA-YA-SI
              DISPLAY 'CUENTA.TXT YA TIENE LO CONCILIADO DE LA '
                      'CORRIDA ' WS-LIQ-CORRIDA-CARGADA
                      ', NO SE ASIENTA DE NUEVO'
              GO TO 2700-ASENTAR-CUENTA-FIN
           END-IF.

           OPEN EXTEND SAL-CUENTA.

           IF NOT FS-CUENTA-OK
              DISPLAY 'ERROR AL ABRIR CUENTA.TXT: ' FS-CUENTA
              MOVE 8                        TO RETURN-CODE
              GO TO 2700-ASENTAR-CUENTA-FIN
           END-IF.

           ACCEPT WS-FECHA-HOY              FROM DATE YYYYMMDD.

           PERFORM 2720-ASENTAR-RESPUESTA
              THRU 2720-ASENTAR-RESPUESTA-FIN
              VARYING WS-TAB-IDX FROM 1 BY 1
                UNTIL WS-TAB-IDX > WS-TAB-CANT.

           PERFORM 2730-ASENTAR-OTRO
              THRU 2730-ASENTAR-OTRO-FIN
              VARYING WS-OTR-IDX FROM 1 BY 1
                UNTIL WS-OTR-IDX > WS-OTR-CANT.

           CLOSE SAL-CUENTA.

       2700-ASENTAR-CUENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2710-LEER-CUENTA.

           READ SAL-CUENTA.

           EVALUATE TRUE
               WHEN FS-CUENTA = '00'
                    MOVE WS-SAL-CUENTA      TO WS-REG-CUENTA
                    IF WS-CTA-CORRIDA EQUAL WS-LIQ-CORRIDA-CARGADA
                       AND (WS-CTA-ES-PAGADO OR WS-CTA-ES-RECHAZADO)
                       SET WS-SW-CUENTA-YA-SI
                                            TO TRUE
                    END-IF
               WHEN FS-CUENTA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CUENTA.TXT: ' FS-CUENTA
                    SET WS-SW-CUENTA-YA-SI  TO TRUE
                    MOVE 8                  TO RETURN-CODE
                    MOVE '10'               TO FS-CUENTA
           END-EVALUATE.

       2710-LEER-CUENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2720-ASENTAR-RESPUESTA.

           MOVE WS-TAB-ID-EMPLEADO (WS-TAB-IDX)
                                            TO WS-CTA-ID-EMPLEADO.
           MOVE WS-TAB-PERIODO (WS-TAB-IDX) TO WS-CTA-PERIODO.
           MOVE 'C'                         TO WS-CTA-CONCEPTO.

           EVALUATE WS-TAB-ESTADO (WS-TAB-IDX)
               WHEN 'A'
                    MOVE 'P'                TO WS-CTA-MOVIMIENTO
                    MOVE WS-TAB-ABONADO (WS-TAB-IDX)
                                            TO WS-CTA-IMPORTE
               WHEN 'R'
                    MOVE 'R'                TO WS-CTA-MOVIMIENTO
                    MOVE WS-TAB-COMISION (WS-TAB-IDX)
                                            TO WS-CTA-IMPORTE
               WHEN OTHER
                    GO TO 2720-ASENTAR-RESPUESTA-FIN
           END-EVALUATE.

           MOVE WS-TAB-MOTIVO (WS-TAB-IDX)  TO WS-CTA-MOTIVO.

           PERFORM 2790-ESCRIBIR-CUENTA
              THRU 2790-ESCRIBIR-CUENTA-FIN.

       2720-ASENTAR-RESPUESTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2730-ASENTAR-OTRO.

           MOVE WS-OTR-ID-EMPLEADO (WS-OTR-IDX)
                                            TO WS-CTA-ID-EMPLEADO.
           MOVE WS-OTR-PERIODO (WS-OTR-IDX) TO WS-CTA-PERIODO.
           MOVE WS-OTR-TIPO (WS-OTR-IDX)    TO WS-CTA-CONCEPTO.
           MOVE 'P'                         TO WS-CTA-MOVIMIENTO.
           MOVE WS-OTR-IMPORTE (WS-OTR-IDX) TO WS-CTA-IMPORTE.
           MOVE SPACES                      TO WS-CTA-MOTIVO.

           PERFORM 2790-ESCRIBIR-CUENTA
              THRU 2790-ESCRIBIR-CUENTA-FIN.

       2730-ASENTAR-OTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2790-ESCRIBIR-CUENTA.

           MOVE WS-LIQ-CORRIDA-CARGADA      TO WS-CTA-CORRIDA.
           MOVE WS-FECHA-HOY                TO WS-CTA-FECHA.
           MOVE SPACES                      TO WS-CTA-OPERADOR.
           MOVE SPACES                      TO WS-CTA-DETALLE.
           MOVE WS-REG-CUENTA               TO WS-SAL-CUENTA.

           WRITE WS-SAL-CUENTA.

           IF FS-CUENTA = '00'
              ADD 1                         TO WS-CTA-CONT-ASIENTOS
           ELSE
              DISPLAY 'ERROR AL GRABAR CUENTA.TXT: ' FS-CUENTA
              MOVE 8                        TO RETURN-CODE
           END-IF.

       2790-ESCRIBIR-CUENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-ESCRIBIR-INFORME.

           DISPLAY 'DETALLES EN LIQCOM.TXT            : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-AJU-LIQCOM          TO WS-FORMAT-IMPORTE.
           DISPLAY 'AJUSTES POR RECUPERO EN LIQCOM    : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-PRE-LIQCOM          TO WS-FORMAT-IMPORTE.
           DISPLAY 'PREMIOS POR CUOTA EN LIQCOM       : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-SOB-LIQCOM          TO WS-FORMAT-IMPORTE.
           DISPLAY 'SOBRECOMISIONES EN LIQCOM         : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-DET-RETORNO         TO WS-FORMAT-IMPORTE.
           DISPLAY 'DETALLES EN RETORNO.TXT           : '
                   WS-FORMAT-IMPORTE.
           DISPLAY 'COMISION ARRASTRADA A PENDIENTE   : '
                   WS-FORMAT-TOTAL.

           MOVE WS-CTA-CONT-ASIENTOS        TO WS-FORMAT-IMPORTE.
           DISPLAY 'MOVIMIENTOS ASENTADOS EN CUENTA   : '
                   WS-FORMAT-IMPORTE.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
