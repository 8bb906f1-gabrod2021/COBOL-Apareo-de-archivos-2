      ******************************************************************
      * Author: GABRIELA C RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: INFORME DE CUMPLIMIENTO DE CUOTAS DE UN PERIODO: TOMA
      *          DE HISTORIA.TXT LOS REGISTROS 'E' (LO VENDIDO) Y 'P'
      *          (EL PREMIO COBRADO) DE LA CORRIDA VIGENTE DEL
      *          PERIODO, LOS CRUZA CON LAS CUOTAS DE CUOTAS.TXT Y
      *          GRABA EN CUMPLIM.TXT, AGRUPADO POR SUCURSAL, LA
      *          CUOTA, LO VENDIDO, EL PORCENTAJE DE CUMPLIMIENTO, LA
      *          DIFERENCIA Y EL PREMIO DE CADA VENDEDOR, CON
      *          SUBTOTALES POR SUCURSAL Y EL TOTAL DE LA EMPRESA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL15EJ16.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *---- Los ASSIGN TO apuntan a variables en vez de a un literal
      *---- para que el directorio de los archivos pueda venir por
      *---- consola en lugar de quedar fijo en el fuente (ver
      *---- 1005-DEFINIR-PATHS).
       SELECT ENT-HISTORIA
           ASSIGN DYNAMIC WS-PATH-HISTORIA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORIA.

      * SIN CUOTAS.TXT EL INFORME SALE IGUAL, CON TODOS LOS
      * VENDEDORES EN EL GRUPO "SIN CUOTA ASIGNADA".
       SELECT OPTIONAL ENT-CUOTAS
           ASSIGN DYNAMIC WS-PATH-CUOTAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CUOTAS.

       SELECT SAL-CUMPLIM
           ASSIGN DYNAMIC WS-PATH-CUMPLIM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CUMPLIM.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-HISTORIA.
      * FORMATO DEL ARCHIVO DE ENTRADA "HISTORIA.TXT"
          COPY HISTORIA.

       FD ENT-CUOTAS.
      * FORMATO DEL ARCHIVO DE ENTRADA OPCIONAL "CUOTAS.TXT"
          COPY CUOTAS.

       FD SAL-CUMPLIM.
       01 WS-SAL-CUMPLIM                    PIC X(150).

       WORKING-STORAGE SECTION.

      * FORMATO DEL ARCHIVO DE SALIDA "CUMPLIM.TXT"
          COPY CUMPLIM.

       01 FS-STATUS.
          05 FS-HISTORIA                    PIC X(2).
             88 FS-HISTORIA-OK                  VALUE '00'.
             88 FS-HISTORIA-EOF                 VALUE '10'.
             88 FS-HISTORIA-NFD                 VALUE '35'.
      * EL '05' ES EL OPEN EXITOSO DE UN ARCHIVO OPTIONAL QUE NO
      * EXISTE.
          05 FS-CUOTAS                      PIC X(2).
             88 FS-CUOTAS-OK                    VALUE '00' '05'.
             88 FS-CUOTAS-EOF                   VALUE '10'.
          05 FS-CUMPLIM                     PIC X(2).
             88 FS-CUMPLIM-OK                   VALUE '00'.

      * DIRECTORIO DONDE SE ENCUENTRAN/SE GRABAN LOS ARCHIVOS. SE
      * ARMA A PARTIR DE WS-PATH-DIRECTORIO EN 1005-DEFINIR-PATHS.
       01 WS-PATHS.
          05 WS-PATH-DIRECTORIO              PIC X(60) VALUE '..'.
          05 WS-PATH-HISTORIA                PIC X(80).
          05 WS-PATH-CUOTAS                  PIC X(80).
          05 WS-PATH-CUMPLIM                 PIC X(80).

      * PERIODO A INFORMAR (AAAAMM) Y CORRIDA VIGENTE DEL PERIODO EN
      * LA HISTORIA (LA MAS ALTA: UN PERIODO REPROCESADO FIGURA CON
      * TODAS SUS CORRIDAS, PERO VALE LA ULTIMA, COMO EN CL15EJ06).
       01 WS-PERIODO                        PIC 9(06) VALUE 0.
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
          05 WS-PER-AAAA                    PIC 9(04).
          05 WS-PER-MM                      PIC 9(02).
       77 WS-CORRIDA-VIGENTE                PIC 9(06) VALUE 0.

      * VENDEDORES DE LA CORRIDA VIGENTE: LO VENDIDO SALE DEL 'E' Y EL
      * PREMIO DEL 'P' QUE LO SIGUE. UN EMPLEADO REPETIDO (COLA
      * DUPLICADA DE UN REINICIO) SE PISA CON LA ULTIMA APARICION, Y
      * EL 'E' PONE EL PREMIO EN CERO PARA NO CONTARLO DOS VECES.
       01 WS-TABLA-VENDEDORES.
          05 WS-VEN-CANT                    PIC 9(06) VALUE 0.
          05 WS-VEN-TABLA OCCURS 30000 TIMES
                          INDEXED BY WS-VEN-IDX.
             10 WS-VEN-ID-EMPLEADO          PIC 9(08).
             10 WS-VEN-NOMBRE               PIC X(25).
             10 WS-VEN-IMPORTE              PIC 9(10)V9(02).
             10 WS-VEN-PREMIO               PIC 9(10)V9(02).
             10 WS-VEN-CON-CUOTA            PIC X(01).

      * CUOTAS DEL PERIODO. UNA CUOTA REPETIDA PARA EL MISMO LEGAJO
      * SE PISA CON LA ULTIMA, IGUAL QUE EN CL15EJ01.
       01 WS-TABLA-CUOTAS.
          05 WS-CUOTA-CANT                  PIC 9(05) VALUE 0.
          05 WS-CUOTA-TABLA OCCURS 5000 TIMES
                            INDEXED BY WS-CUOTA-IDX.
             10 WS-CUOTA-ID-EMPLEADO        PIC 9(08).
             10 WS-CUOTA-SUCURSAL           PIC X(20).
             10 WS-CUOTA-OBJETIVO           PIC 9(10)V9(02).

      * SUCURSALES A INFORMAR, EN EL ORDEN EN QUE APARECEN EN
      * CUOTAS.TXT. LOS SUBTOTALES SE ACUMULAN AL GRABAR CADA UNA.
       01 WS-TABLA-SUCURSALES.
          05 WS-SUC-CANT                    PIC 9(03) VALUE 0.
          05 WS-SUC-TABLA OCCURS 200 TIMES
                          INDEXED BY WS-SUC-IDX.
             10 WS-SUC-NOMBRE               PIC X(20).

       01 WS-ACUMULADOS.
          05 WS-ACU-CUOTA                   PIC 9(12)V9(02) VALUE 0.
          05 WS-ACU-VENDIDO                 PIC 9(12)V9(02) VALUE 0.
          05 WS-ACU-PREMIO                  PIC 9(12)V9(02) VALUE 0.
          05 WS-ACU-CANTIDAD                PIC 9(06) VALUE 0.
          05 WS-TOT-CUOTA                   PIC 9(12)V9(02) VALUE 0.
          05 WS-TOT-VENDIDO                 PIC 9(12)V9(02) VALUE 0.
          05 WS-TOT-PREMIO                  PIC 9(12)V9(02) VALUE 0.
          05 WS-TOT-CANTIDAD                PIC 9(06) VALUE 0.

       77 WS-IMP-CUOTA                      PIC 9(12)V9(02) VALUE 0.
       77 WS-IMP-VENDIDO                    PIC 9(12)V9(02) VALUE 0.
       77 WS-IMP-PREMIO                     PIC 9(12)V9(02) VALUE 0.
       77 WS-DIFERENCIA                     PIC S9(12)V9(02) VALUE 0.
       77 WS-PORCENTAJE                     PIC 9(04)V9(02) VALUE 0.
       77 WS-FORMAT-IMPORTE                 PIC ZZZ.ZZ9.

       77 WS-SUC-SIN-CUOTA                  PIC X(20)
                                            VALUE 'SIN CUOTA ASIGNADA'.

      * 'S' CUANDO NO SE PUEDE ARMAR EL INFORME (PERIODO INVALIDO,
      * HISTORIA AUSENTE O TABLAS DESBORDADAS): SE TERMINA CON
      * RETURN-CODE DISTINTO DE CERO SIN GRABAR UN INFORME A MEDIAS.
       01 WS-SW-ABORTAR                     PIC X(01) VALUE 'N'.
          88 WS-SW-ABORTAR-SI                   VALUE 'S'.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF NOT WS-SW-ABORTAR-SI

              PERFORM 2000-BUSCAR-CORRIDA
                 THRU 2000-BUSCAR-CORRIDA-FIN
                UNTIL FS-HISTORIA-EOF

              PERFORM 2100-REABRIR-HISTORIA
                 THRU 2100-REABRIR-HISTORIA-FIN

              IF NOT WS-SW-ABORTAR-SI
                 PERFORM 2200-CARGAR-HISTORIA
                    THRU 2200-CARGAR-HISTORIA-FIN
                   UNTIL FS-HISTORIA-EOF
              END-IF

              IF NOT WS-SW-ABORTAR-SI
                 PERFORM 2300-CARGAR-CUOTAS
                    THRU 2300-CARGAR-CUOTAS-FIN
              END-IF

      *---- Con una carga incompleta no se genera el informe: un
      *---- cumplimiento a medias que parece completo es peor que
      *---- ninguno.
              IF NOT WS-SW-ABORTAR-SI
                 PERFORM 2400-ARMAR-SUCURSALES
                    THRU 2400-ARMAR-SUCURSALES-FIN

                 PERFORM 2500-GRABAR-INFORME
                    THRU 2500-GRABAR-INFORME-FIN
              ELSE
                 DISPLAY 'CUMPLIM.TXT NO SE GENERA'
              END-IF

           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           PERFORM 1005-DEFINIR-PATHS
              THRU 1005-DEFINIR-PATHS-FIN.

           PERFORM 1010-SOLICITAR-PERIODO
              THRU 1010-SOLICITAR-PERIODO-FIN.

           IF WS-SW-ABORTAR-SI
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           OPEN INPUT ENT-HISTORIA.

           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                    CONTINUE
               WHEN FS-HISTORIA-NFD
                    DISPLAY 'NO SE ENCUENTRA HISTORIA.TXT (TODAVIA '
                            'NO HAY CORRIDAS CON HISTORIA?)'
                    SET WS-SW-ABORTAR-SI    TO TRUE
                    MOVE 8                  TO RETURN-CODE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR HISTORIA.TXT'
                    DISPLAY 'FILE STATUS: ' FS-HISTORIA
                    SET WS-SW-ABORTAR-SI    TO TRUE
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1005-DEFINIR-PATHS.

      *---- Dejando la respuesta en blanco se usa el directorio de
      *---- siempre, igual que en los demas programas del circuito.

           DISPLAY 'DIRECTORIO DE LOS ARCHIVOS (ENTER = ..): '.
           ACCEPT WS-PATH-DIRECTORIO.

           IF WS-PATH-DIRECTORIO EQUAL SPACES
              MOVE '..'                     TO WS-PATH-DIRECTORIO
           END-IF.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/HISTORIA.TXT'            DELIMITED BY SIZE
             INTO WS-PATH-HISTORIA
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/CUOTAS.TXT'              DELIMITED BY SIZE
             INTO WS-PATH-CUOTAS
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/CUMPLIM.TXT'             DELIMITED BY SIZE
             INTO WS-PATH-CUMPLIM
           END-STRING.

       1005-DEFINIR-PATHS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1010-SOLICITAR-PERIODO.

           DISPLAY 'PERIODO A INFORMAR (AAAAMM, EJ: 202608): '.
           ACCEPT WS-PERIODO.

           IF WS-PERIODO NOT NUMERIC
              OR WS-PER-MM < 01
              OR WS-PER-MM > 12
              DISPLAY 'PERIODO INVALIDO: ' WS-PERIODO-R
              SET WS-SW-ABORTAR-SI          TO TRUE
              MOVE 8                        TO RETURN-CODE
           END-IF.

       1010-SOLICITAR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-BUSCAR-CORRIDA.

      *---- Pasada 1: ubica la corrida mas alta que dejo registros del
      *---- periodo; esa es la vigente.

           READ ENT-HISTORIA.

           EVALUATE TRUE
               WHEN FS-HISTORIA = '00'
                    IF WS-HIS-PERIODO = WS-PERIODO
                       AND WS-HIS-CORRIDA > WS-CORRIDA-VIGENTE
                       MOVE WS-HIS-CORRIDA  TO WS-CORRIDA-VIGENTE
                    END-IF
               WHEN FS-HISTORIA-EOF
                    CONTINUE
               WHEN OTHER
      *---- Un error de lectura que no es fin de archivo dejaria el
      *---- UNTIL girando para siempre: se informa y se corta.
                    DISPLAY 'ERROR AL LEER HISTORIA.TXT'
                    DISPLAY 'FILE STATUS: ' FS-HISTORIA
                    SET WS-SW-ABORTAR-SI    TO TRUE
                    MOVE 8                  TO RETURN-CODE
                    MOVE '10'               TO FS-HISTORIA
           END-EVALUATE.

       2000-BUSCAR-CORRIDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-REABRIR-HISTORIA.

           CLOSE ENT-HISTORIA.

           IF WS-SW-ABORTAR-SI
              MOVE '35'                     TO FS-HISTORIA
              GO TO 2100-REABRIR-HISTORIA-FIN
           END-IF.

           IF WS-CORRIDA-VIGENTE EQUAL ZEROES
              DISPLAY 'ATENCION: EL PERIODO ' WS-PERIODO-R
                      ' NO TIENE CORRIDAS EN HISTORIA.TXT; SE '
                      'INFORMAN SOLO LAS CUOTAS'
           ELSE
              DISPLAY 'CORRIDA VIGENTE DEL PERIODO: '
                      WS-CORRIDA-VIGENTE
           END-IF.

           OPEN INPUT ENT-HISTORIA.

           IF NOT FS-HISTORIA-OK
              DISPLAY 'ERROR AL REABRIR HISTORIA.TXT'
              DISPLAY 'FILE STATUS: ' FS-HISTORIA
              SET WS-SW-ABORTAR-SI          TO TRUE
              MOVE 8                        TO RETURN-CODE
           END-IF.

       2100-REABRIR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-CARGAR-HISTORIA.

      *---- Pasada 2: carga los vendedores de la corrida vigente.

           READ ENT-HISTORIA.

           EVALUATE TRUE
               WHEN FS-HISTORIA = '00'
                    IF WS-HIS-PERIODO = WS-PERIODO
                       AND WS-HIS-CORRIDA = WS-CORRIDA-VIGENTE
                       PERFORM 2210-CARGAR-REGISTRO
                          THRU 2210-CARGAR-REGISTRO-FIN
                    END-IF
               WHEN FS-HISTORIA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER HISTORIA.TXT'
                    DISPLAY 'FILE STATUS: ' FS-HISTORIA
                    SET WS-SW-ABORTAR-SI    TO TRUE
                    MOVE 8                  TO RETURN-CODE
                    MOVE '10'               TO FS-HISTORIA
           END-EVALUATE.

       2200-CARGAR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-CARGAR-REGISTRO.

           EVALUATE TRUE
               WHEN WS-HIS-ES-EMPLEADO
                    PERFORM 2220-BUSCAR-VENDEDOR
                       THRU 2220-BUSCAR-VENDEDOR-FIN
                       VARYING WS-VEN-IDX FROM 1 BY 1
                         UNTIL WS-VEN-IDX > WS-VEN-CANT
                            OR WS-VEN-ID-EMPLEADO (WS-VEN-IDX)
                                = WS-HIS-ID-EMPLEADO
      *---- Con la tabla llena no hay donde poner al empleado: se
      *---- aborta la carga en vez de informar de menos.
                    IF WS-VEN-IDX > WS-VEN-CANT
                       AND WS-VEN-CANT >= 30000
                       DISPLAY 'TABLA DE VENDEDORES LLENA'
                       SET WS-SW-ABORTAR-SI TO TRUE
                       MOVE 8               TO RETURN-CODE
                       MOVE '10'            TO FS-HISTORIA
                    ELSE
                       IF WS-VEN-IDX > WS-VEN-CANT
                          ADD 1             TO WS-VEN-CANT
                          SET WS-VEN-IDX    TO WS-VEN-CANT
                       END-IF
                       MOVE WS-HIS-ID-EMPLEADO
                                   TO WS-VEN-ID-EMPLEADO (WS-VEN-IDX)
                       MOVE WS-HIS-E-NOMBRE
                                   TO WS-VEN-NOMBRE (WS-VEN-IDX)
                       MOVE WS-HIS-E-IMPORTE
                                   TO WS-VEN-IMPORTE (WS-VEN-IDX)
                       MOVE ZEROES TO WS-VEN-PREMIO (WS-VEN-IDX)
                       MOVE 'N'    TO WS-VEN-CON-CUOTA (WS-VEN-IDX)
                    END-IF
               WHEN WS-HIS-ES-PREMIO
      *---- El 'P' viene siempre detras del 'E' de su empleado.
                    PERFORM 2220-BUSCAR-VENDEDOR
                       THRU 2220-BUSCAR-VENDEDOR-FIN
                       VARYING WS-VEN-IDX FROM 1 BY 1
                         UNTIL WS-VEN-IDX > WS-VEN-CANT
                            OR WS-VEN-ID-EMPLEADO (WS-VEN-IDX)
                                = WS-HIS-ID-EMPLEADO
                    IF WS-VEN-IDX NOT > WS-VEN-CANT
                       MOVE WS-HIS-P-PREMIO
                                   TO WS-VEN-PREMIO (WS-VEN-IDX)
                    END-IF
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       2210-CARGAR-REGISTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2220-BUSCAR-VENDEDOR.
      *---- Solo avanza el indice; la condicion de corte (encontrado
      *---- o fin de tabla) se resuelve en el UNTIL del PERFORM.
           CONTINUE.

       2220-BUSCAR-VENDEDOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2300-CARGAR-CUOTAS.

           OPEN INPUT ENT-CUOTAS.

           IF FS-CUOTAS-OK
              PERFORM 2310-LEER-CUOTA
                 THRU 2310-LEER-CUOTA-FIN
                UNTIL FS-CUOTAS-EOF
              CLOSE ENT-CUOTAS
           ELSE
              DISPLAY 'ERROR AL ABRIR CUOTAS.TXT: ' FS-CUOTAS
              SET WS-SW-ABORTAR-SI          TO TRUE
              MOVE 8                        TO RETURN-CODE
           END-IF.

           IF WS-CUOTA-CANT EQUAL ZEROES
              DISPLAY 'ATENCION: NO HAY CUOTAS CARGADAS PARA EL '
                      'PERIODO ' WS-PERIODO-R
           END-IF.

       2300-CARGAR-CUOTAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2310-LEER-CUOTA.

           READ ENT-CUOTAS.

           EVALUATE TRUE
               WHEN FS-CUOTAS = '00'
                    IF WS-CUO-PERIODO EQUAL WS-PERIODO
                       PERFORM 2320-GUARDAR-CUOTA
                          THRU 2320-GUARDAR-CUOTA-FIN
                    END-IF
               WHEN FS-CUOTAS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CUOTAS.TXT: ' FS-CUOTAS
                    SET WS-SW-ABORTAR-SI    TO TRUE
                    MOVE 8                  TO RETURN-CODE
                    MOVE '10'               TO FS-CUOTAS
           END-EVALUATE.

       2310-LEER-CUOTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2320-GUARDAR-CUOTA.

           PERFORM 2220-BUSCAR-VENDEDOR
              THRU 2220-BUSCAR-VENDEDOR-FIN
              VARYING WS-CUOTA-IDX FROM 1 BY 1
                UNTIL WS-CUOTA-IDX > WS-CUOTA-CANT
                   OR WS-CUOTA-ID-EMPLEADO (WS-CUOTA-IDX)
                       = WS-CUO-ID-EMPLEADO.

           IF WS-CUOTA-IDX > WS-CUOTA-CANT
              IF WS-CUOTA-CANT >= 5000
                 DISPLAY 'TABLA DE CUOTAS LLENA'
                 SET WS-SW-ABORTAR-SI       TO TRUE
                 MOVE 8                     TO RETURN-CODE
                 MOVE '10'                  TO FS-CUOTAS
                 GO TO 2320-GUARDAR-CUOTA-FIN
              END-IF
              ADD 1                         TO WS-CUOTA-CANT
              SET WS-CUOTA-IDX              TO WS-CUOTA-CANT
           END-IF.

           MOVE WS-CUO-ID-EMPLEADO
                             TO WS-CUOTA-ID-EMPLEADO (WS-CUOTA-IDX).
           MOVE WS-CUO-SUCURSAL
                             TO WS-CUOTA-SUCURSAL (WS-CUOTA-IDX).
           MOVE WS-CUO-OBJETIVO
                             TO WS-CUOTA-OBJETIVO (WS-CUOTA-IDX).

       2320-GUARDAR-CUOTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2400-ARMAR-SUCURSALES.

      *---- Las sucursales salen de las cuotas, en el orden en que
      *---- aparecen; al final se agrega el grupo de los vendedores
      *---- que vendieron en el periodo sin tener cuota.

           PERFORM 2410-AGREGAR-SUCURSAL
              THRU 2410-AGREGAR-SUCURSAL-FIN
              VARYING WS-CUOTA-IDX FROM 1 BY 1
                UNTIL WS-CUOTA-IDX > WS-CUOTA-CANT.

       2400-ARMAR-SUCURSALES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2410-AGREGAR-SUCURSAL.

           PERFORM 2220-BUSCAR-VENDEDOR
              THRU 2220-BUSCAR-VENDEDOR-FIN
              VARYING WS-SUC-IDX FROM 1 BY 1
                UNTIL WS-SUC-IDX > WS-SUC-CANT
                   OR WS-SUC-NOMBRE (WS-SUC-IDX)
                       = WS-CUOTA-SUCURSAL (WS-CUOTA-IDX).

           IF WS-SUC-IDX > WS-SUC-CANT
              IF WS-SUC-CANT < 200
                 ADD 1                      TO WS-SUC-CANT
                 SET WS-SUC-IDX             TO WS-SUC-CANT
                 MOVE WS-CUOTA-SUCURSAL (WS-CUOTA-IDX)
                                   TO WS-SUC-NOMBRE (WS-SUC-IDX)
              ELSE
                 DISPLAY 'TABLA DE SUCURSALES LLENA, SE DESCARTA '
                         WS-CUOTA-SUCURSAL (WS-CUOTA-IDX)
              END-IF
           END-IF.

       2410-AGREGAR-SUCURSAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2500-GRABAR-INFORME.

           OPEN OUTPUT SAL-CUMPLIM.

           IF NOT FS-CUMPLIM-OK
              DISPLAY 'ERROR AL ABRIR CUMPLIM.TXT'
              DISPLAY 'FILE STATUS: ' FS-CUMPLIM
              MOVE 8                        TO RETURN-CODE
              GO TO 2500-GRABAR-INFORME-FIN
           END-IF.

           MOVE WS-PERIODO                  TO WS-CUM-TIT-PERIODO.
           MOVE WS-CORRIDA-VIGENTE          TO WS-CUM-TIT-CORRIDA.

           MOVE WS-CUM-SEPARADOR            TO WS-SAL-CUMPLIM.
           PERFORM 2510-ESCRIBIR-CUMPLIM
              THRU 2510-ESCRIBIR-CUMPLIM-FIN.
           MOVE WS-CUM-TITULO               TO WS-SAL-CUMPLIM.
           PERFORM 2510-ESCRIBIR-CUMPLIM
              THRU 2510-ESCRIBIR-CUMPLIM-FIN.
           MOVE WS-CUM-SEPARADOR            TO WS-SAL-CUMPLIM.
           PERFORM 2510-ESCRIBIR-CUMPLIM
              THRU 2510-ESCRIBIR-CUMPLIM-FIN.

           IF WS-CUOTA-CANT EQUAL ZEROES
              AND WS-VEN-CANT EQUAL ZEROES
              MOVE WS-CUM-SIN-DATOS         TO WS-SAL-CUMPLIM
              PERFORM 2510-ESCRIBIR-CUMPLIM
                 THRU 2510-ESCRIBIR-CUMPLIM-FIN
           END-IF.

           PERFORM 2520-GRABAR-SUCURSAL
              THRU 2520-GRABAR-SUCURSAL-FIN
              VARYING WS-SUC-IDX FROM 1 BY 1
                UNTIL WS-SUC-IDX > WS-SUC-CANT.

           PERFORM 2560-GRABAR-SIN-CUOTA
              THRU 2560-GRABAR-SIN-CUOTA-FIN.

      *---- Total de la empresa: lo vendido tiene que coincidir con
      *---- el total apareado de la corrida vigente.
           IF WS-CUOTA-CANT > ZEROES
              OR WS-VEN-CANT > ZEROES
              MOVE WS-CUM-SEPARADOR         TO WS-SAL-CUMPLIM
              PERFORM 2510-ESCRIBIR-CUMPLIM
                 THRU 2510-ESCRIBIR-CUMPLIM-FIN

              MOVE 'TOTAL EMPRESA'          TO WS-CUM-TOT-LEYENDA
              MOVE WS-TOT-CUOTA             TO WS-IMP-CUOTA
              MOVE WS-TOT-VENDIDO           TO WS-IMP-VENDIDO
              MOVE WS-TOT-PREMIO            TO WS-IMP-PREMIO
              MOVE WS-TOT-CANTIDAD          TO WS-CUM-TOT-CANTIDAD
              PERFORM 2580-GRABAR-TOTAL
                 THRU 2580-GRABAR-TOTAL-FIN
           END-IF.

           CLOSE SAL-CUMPLIM.

           DISPLAY 'CUMPLIM.TXT GENERADO'.

       2500-GRABAR-INFORME-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2510-ESCRIBIR-CUMPLIM.

           WRITE WS-SAL-CUMPLIM.

           IF NOT FS-CUMPLIM-OK
              DISPLAY 'ERROR AL ESCRIBIR CUMPLIM.TXT: ' FS-CUMPLIM
           END-IF.

       2510-ESCRIBIR-CUMPLIM-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2520-GRABAR-SUCURSAL.

           INITIALIZE WS-ACU-CUOTA
                      WS-ACU-VENDIDO
                      WS-ACU-PREMIO
                      WS-ACU-CANTIDAD.

           MOVE SPACES                      TO WS-SAL-CUMPLIM.
           PERFORM 2510-ESCRIBIR-CUMPLIM
              THRU 2510-ESCRIBIR-CUMPLIM-FIN.
           MOVE WS-SUC-NOMBRE (WS-SUC-IDX)  TO WS-CUM-TIT-SUC-NOMBRE.
           MOVE WS-CUM-TIT-SUCURSAL         TO WS-SAL-CUMPLIM.
           PERFORM 2510-ESCRIBIR-CUMPLIM
              THRU 2510-ESCRIBIR-CUMPLIM-FIN.
           MOVE WS-CUM-CABECERA             TO WS-SAL-CUMPLIM.
           PERFORM 2510-ESCRIBIR-CUMPLIM
              THRU 2510-ESCRIBIR-CUMPLIM-FIN.

           PERFORM 2530-GRABAR-CUOTA
              THRU 2530-GRABAR-CUOTA-FIN
              VARYING WS-CUOTA-IDX FROM 1 BY 1
                UNTIL WS-CUOTA-IDX > WS-CUOTA-CANT.

           PERFORM 2570-GRABAR-SUBTOTAL
              THRU 2570-GRABAR-SUBTOTAL-FIN.

       2520-GRABAR-SUCURSAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2530-GRABAR-CUOTA.

      *---- Una linea por cada cuota de la sucursal en curso, con lo
      *---- vendido por ese empleado en la corrida vigente (cero si
      *---- no vendio nada en el periodo).

           IF WS-CUOTA-SUCURSAL (WS-CUOTA-IDX)
              NOT EQUAL WS-SUC-NOMBRE (WS-SUC-IDX)
              GO TO 2530-GRABAR-CUOTA-FIN
           END-IF.

           PERFORM 2220-BUSCAR-VENDEDOR
              THRU 2220-BUSCAR-VENDEDOR-FIN
              VARYING WS-VEN-IDX FROM 1 BY 1
                UNTIL WS-VEN-IDX > WS-VEN-CANT
                   OR WS-VEN-ID-EMPLEADO (WS-VEN-IDX)
                       = WS-CUOTA-ID-EMPLEADO (WS-CUOTA-IDX).

           MOVE WS-CUOTA-ID-EMPLEADO (WS-CUOTA-IDX)
                                            TO WS-CUM-DET-ID.
           MOVE WS-CUOTA-OBJETIVO (WS-CUOTA-IDX)
                                            TO WS-IMP-CUOTA.

           IF WS-VEN-IDX > WS-VEN-CANT
              MOVE '(SIN VENTAS EN EL PERIODO)'
                                            TO WS-CUM-DET-NOMBRE
              MOVE ZEROES                   TO WS-IMP-VENDIDO
              MOVE ZEROES                   TO WS-IMP-PREMIO
           ELSE
              MOVE 'S'          TO WS-VEN-CON-CUOTA (WS-VEN-IDX)
              MOVE WS-VEN-NOMBRE (WS-VEN-IDX)
                                            TO WS-CUM-DET-NOMBRE
              MOVE WS-VEN-IMPORTE (WS-VEN-IDX)
                                            TO WS-IMP-VENDIDO
              MOVE WS-VEN-PREMIO (WS-VEN-IDX)
                                            TO WS-IMP-PREMIO
           END-IF.

           PERFORM 2550-GRABAR-DETALLE
              THRU 2550-GRABAR-DETALLE-FIN.

       2530-GRABAR-CUOTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2540-GRABAR-VENDEDOR-SIN-CUOTA.

           IF WS-VEN-CON-CUOTA (WS-VEN-IDX) EQUAL 'S'
              GO TO 2540-GRABAR-VENDEDOR-SIN-CUOTA-FIN
           END-IF.

           MOVE WS-VEN-ID-EMPLEADO (WS-VEN-IDX)
                                            TO WS-CUM-DET-ID.
           MOVE WS-VEN-NOMBRE (WS-VEN-IDX)  TO WS-CUM-DET-NOMBRE.
           MOVE ZEROES                      TO WS-IMP-CUOTA.
           MOVE WS-VEN-IMPORTE (WS-VEN-IDX) TO WS-IMP-VENDIDO.
           MOVE WS-VEN-PREMIO (WS-VEN-IDX)  TO WS-IMP-PREMIO.

           PERFORM 2550-GRABAR-DETALLE
              THRU 2550-GRABAR-DETALLE-FIN.

       2540-GRABAR-VENDEDOR-SIN-CUOTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2550-GRABAR-DETALLE.

      *---- Porcentaje de cumplimiento y diferencia contra la cuota;
      *---- sin cuota no hay base y el porcentaje queda en cero. Un
      *---- cumplimiento que no entra en la columna se informa en el
      *---- tope.

           COMPUTE WS-DIFERENCIA = WS-IMP-VENDIDO - WS-IMP-CUOTA.

           IF WS-IMP-CUOTA > ZEROES
              COMPUTE WS-PORCENTAJE ROUNDED =
                      WS-IMP-VENDIDO * 100 / WS-IMP-CUOTA
                 ON SIZE ERROR
                    MOVE 9999,99            TO WS-PORCENTAJE
              END-COMPUTE
              IF WS-IMP-VENDIDO >= WS-IMP-CUOTA
                 MOVE 'CUMPLIO'             TO WS-CUM-DET-ESTADO
              ELSE
                 MOVE 'NO CUMPLIO'          TO WS-CUM-DET-ESTADO
              END-IF
           ELSE
              MOVE ZEROES                   TO WS-PORCENTAJE
              MOVE 'SIN CUOTA'              TO WS-CUM-DET-ESTADO
           END-IF.

           MOVE WS-IMP-CUOTA                TO WS-CUM-DET-CUOTA.
           MOVE WS-IMP-VENDIDO              TO WS-CUM-DET-VENDIDO.
           MOVE WS-PORCENTAJE               TO WS-CUM-DET-PCT.
           MOVE WS-DIFERENCIA               TO WS-CUM-DET-DIFERENCIA.
           MOVE WS-IMP-PREMIO               TO WS-CUM-DET-PREMIO.

           MOVE WS-CUM-DETALLE              TO WS-SAL-CUMPLIM.
           PERFORM 2510-ESCRIBIR-CUMPLIM
              THRU 2510-ESCRIBIR-CUMPLIM-FIN.

           ADD WS-IMP-CUOTA                 TO WS-ACU-CUOTA.
           ADD WS-IMP-VENDIDO               TO WS-ACU-VENDIDO.
           ADD WS-IMP-PREMIO                TO WS-ACU-PREMIO.
           ADD 1                            TO WS-ACU-CANTIDAD.

       2550-GRABAR-DETALLE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2560-GRABAR-SIN-CUOTA.

      *---- Vendedores con ventas en el periodo que no tienen cuota:
      *---- van en un grupo propio al final, para que el total de la
      *---- empresa reproduzca todo lo vendido.

           INITIALIZE WS-ACU-CUOTA
                      WS-ACU-VENDIDO
                      WS-ACU-PREMIO
                      WS-ACU-CANTIDAD.

           PERFORM 2220-BUSCAR-VENDEDOR
              THRU 2220-BUSCAR-VENDEDOR-FIN
              VARYING WS-VEN-IDX FROM 1 BY 1
                UNTIL WS-VEN-IDX > WS-VEN-CANT
                   OR WS-VEN-CON-CUOTA (WS-VEN-IDX) EQUAL 'N'.

           IF WS-VEN-IDX > WS-VEN-CANT
              GO TO 2560-GRABAR-SIN-CUOTA-FIN
           END-IF.

           MOVE SPACES                      TO WS-SAL-CUMPLIM.
           PERFORM 2510-ESCRIBIR-CUMPLIM
              THRU 2510-ESCRIBIR-CUMPLIM-FIN.
           MOVE WS-SUC-SIN-CUOTA            TO WS-CUM-TIT-SUC-NOMBRE.
           MOVE WS-CUM-TIT-SUCURSAL         TO WS-SAL-CUMPLIM.
           PERFORM 2510-ESCRIBIR-CUMPLIM
              THRU 2510-ESCRIBIR-CUMPLIM-FIN.
           MOVE WS-CUM-CABECERA             TO WS-SAL-CUMPLIM.
           PERFORM 2510-ESCRIBIR-CUMPLIM
              THRU 2510-ESCRIBIR-CUMPLIM-FIN.

           PERFORM 2540-GRABAR-VENDEDOR-SIN-CUOTA
              THRU 2540-GRABAR-VENDEDOR-SIN-CUOTA-FIN
              VARYING WS-VEN-IDX FROM 1 BY 1
                UNTIL WS-VEN-IDX > WS-VEN-CANT.

           PERFORM 2570-GRABAR-SUBTOTAL
              THRU 2570-GRABAR-SUBTOTAL-FIN.

       2560-GRABAR-SIN-CUOTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2570-GRABAR-SUBTOTAL.

           MOVE 'SUBTOTAL SUCURSAL'         TO WS-CUM-TOT-LEYENDA.
           MOVE WS-ACU-CUOTA                TO WS-IMP-CUOTA.
           MOVE WS-ACU-VENDIDO              TO WS-IMP-VENDIDO.
           MOVE WS-ACU-PREMIO               TO WS-IMP-PREMIO.
           MOVE WS-ACU-CANTIDAD             TO WS-CUM-TOT-CANTIDAD.

           PERFORM 2580-GRABAR-TOTAL
              THRU 2580-GRABAR-TOTAL-FIN.

           ADD WS-ACU-CUOTA                 TO WS-TOT-CUOTA.
           ADD WS-ACU-VENDIDO               TO WS-TOT-VENDIDO.
           ADD WS-ACU-PREMIO                TO WS-TOT-PREMIO.
           ADD WS-ACU-CANTIDAD              TO WS-TOT-CANTIDAD.

       2570-GRABAR-SUBTOTAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2580-GRABAR-TOTAL.

      *---- El porcentaje del subtotal se calcula sobre la cuota del
      *---- grupo; en el grupo sin cuota queda en cero.

           COMPUTE WS-DIFERENCIA = WS-IMP-VENDIDO - WS-IMP-CUOTA.

           IF WS-IMP-CUOTA > ZEROES
              COMPUTE WS-PORCENTAJE ROUNDED =
                      WS-IMP-VENDIDO * 100 / WS-IMP-CUOTA
                 ON SIZE ERROR
                    MOVE 9999,99            TO WS-PORCENTAJE
              END-COMPUTE
           ELSE
              MOVE ZEROES                   TO WS-PORCENTAJE
           END-IF.

           MOVE WS-IMP-CUOTA                TO WS-CUM-TOT-CUOTA.
           MOVE WS-IMP-VENDIDO              TO WS-CUM-TOT-VENDIDO.
           MOVE WS-PORCENTAJE               TO WS-CUM-TOT-PCT.
           MOVE WS-DIFERENCIA               TO WS-CUM-TOT-DIFERENCIA.
           MOVE WS-IMP-PREMIO               TO WS-CUM-TOT-PREMIO.

           MOVE WS-CUM-TOTAL                TO WS-SAL-CUMPLIM.
           PERFORM 2510-ESCRIBIR-CUMPLIM
              THRU 2510-ESCRIBIR-CUMPLIM-FIN.

       2580-GRABAR-TOTAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF FS-HISTORIA-EOF OR FS-HISTORIA = '00'
              CLOSE ENT-HISTORIA
           END-IF.

           MOVE WS-VEN-CANT                 TO WS-FORMAT-IMPORTE.
           DISPLAY 'VENDEDORES DEL PERIODO        : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CUOTA-CANT               TO WS-FORMAT-IMPORTE.
           DISPLAY 'CUOTAS DEL PERIODO            : '
                   WS-FORMAT-IMPORTE.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL15EJ16.
