      ******************************************************************
      * Author: GABRIELA C RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: MANTENIMIENTO INTERACTIVO DE LAS CUOTAS MENSUALES DE
      *          VENTAS POR EMPLEADO EN CUOTAS.TXT (LEGAJO, PERIODO,
      *          SUCURSAL Y OBJETIVO), EL EQUIVALENTE DE CL15EJ08 PARA
      *          LAS CUOTAS QUE CL15EJ01 USA PARA PAGAR EL PREMIO POR
      *          CUMPLIMIENTO Y CL15EJ16 PARA EL INFORME DE
      *          CUMPLIMIENTO. EL LEGAJO SE VALIDA CONTRA EL MAESTRO
      *          INDEXADO EMPLEADOS.DAT COMO EN CL15EJ05. LA TABLA SE
      *          CARGA ENTERA EN MEMORIA AL INICIO Y SE REGRABA
      *          COMPLETA AL SALIR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL15EJ15.
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
       SELECT ENT-CUOTAS
           ASSIGN DYNAMIC WS-PATH-CUOTAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CUOTAS.

       SELECT ENT-EMPLEADOS
           ASSIGN DYNAMIC WS-PATH-EMPLEADOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-ENT-EMP-ID-EMPLEADO
           FILE STATUS IS FS-EMPLEADOS.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-CUOTAS.
      * FORMATO DEL ARCHIVO "CUOTAS.TXT" (CUOTA POR EMPLEADO Y PERIODO)
          COPY CUOTAS.

       FD ENT-EMPLEADOS.
      * FORMATO DEL MAESTRO DE EMPLEADOS "EMPLEADOS.DAT"
          COPY EMPLEADOS.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-CUOTAS                      PIC X(2).
             88 FS-CUOTAS-OK                    VALUE '00'.
             88 FS-CUOTAS-EOF                   VALUE '10'.
             88 FS-CUOTAS-NFD                   VALUE '35'.
          05 FS-EMPLEADOS                   PIC X(2).
             88 FS-EMPLEADOS-OK                 VALUE '00'.
             88 FS-EMPLEADOS-NOKEY              VALUE '23'.
             88 FS-EMPLEADOS-NFD                VALUE '35'.

      * DIRECTORIO DONDE SE ENCUENTRAN LOS ARCHIVOS. SE ARMA A PARTIR
      * DE WS-PATH-DIRECTORIO EN 1005-DEFINIR-PATHS.
       01 WS-PATHS.
          05 WS-PATH-DIRECTORIO              PIC X(60) VALUE '..'.
          05 WS-PATH-CUOTAS                  PIC X(80).
          05 WS-PATH-EMPLEADOS               PIC X(80).

       01 WS-SWITCHES.
          05 WS-SW-FIN                      PIC X(01) VALUE 'N'.
             88 WS-SW-FIN-SI                    VALUE 'S'.
      * 'S' CUANDO CUOTAS.TXT TRAE MAS REGISTROS DE LOS QUE ENTRAN EN
      * LA TABLA O NO SE PUDO LEER ENTERO: NO SE REGRABA, PORQUE EL
      * ARCHIVO SALDRIA TRUNCADO.
          05 WS-SW-DESBORDE                 PIC X(01) VALUE 'N'.
             88 WS-SW-DESBORDE-SI               VALUE 'S'.
          05 WS-SW-EMPLEADO                 PIC X(01) VALUE 'N'.
             88 WS-SW-EMPLEADO-OK               VALUE 'S'.

      * CUOTAS CARGADAS EN MEMORIA, DE TODOS LOS PERIODOS.
       01 WS-TABLA-CUOTAS.
          05 WS-CUO-CANT                    PIC 9(05) VALUE 0.
          05 WS-CUO-TABLA OCCURS 5000 TIMES
                          INDEXED BY WS-CUO-IDX.
             10 WS-CUO-T-ID-EMPLEADO        PIC 9(08).
             10 WS-CUO-T-PERIODO            PIC 9(06).
             10 WS-CUO-T-SUCURSAL           PIC X(20).
             10 WS-CUO-T-OBJETIVO           PIC 9(10)V9(02).

       77 WS-OPCION                         PIC X(01).
       77 WS-CUO-AUX                        PIC 9(05) VALUE 0.
       77 WS-CONT-LISTADO                   PIC 9(05) VALUE 0.
       77 WS-TOT-LISTADO                    PIC 9(12)V9(02) VALUE 0.
       77 WS-FORMAT-CANT                    PIC ZZ.ZZ9.
       77 WS-FORMAT-OBJETIVO                PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-FORMAT-TOTAL                   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-DATOS-INGRESADOS.
          05 WS-IN-ID-EMPLEADO              PIC 9(08).
          05 WS-IN-PERIODO                  PIC 9(06).
          05 WS-IN-SUCURSAL                 PIC X(20).
      * EL OBJETIVO SE PIDE EN CENTAVOS, PORQUE EL ACCEPT DE CONSOLA
      * NO RESPETA EL PUNTO DECIMAL IMPLICITO DE UN CAMPO CON V, IGUAL
      * QUE EL UMBRAL DE LOS TRAMOS EN CL15EJ08.
          05 WS-IN-OBJETIVO                 PIC 9(12).
          05 WS-OBJETIVO-V                  PIC 9(10)V9(02).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF NOT WS-SW-FIN-SI
              PERFORM 2000-PROCESAR-MENU
                 THRU 2000-PROCESAR-MENU-FIN
                UNTIL WS-SW-FIN-SI
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           PERFORM 1005-DEFINIR-PATHS
              THRU 1005-DEFINIR-PATHS-FIN.

      *---- El maestro es obligatorio: sin el no se puede validar el
      *---- legajo de ninguna cuota.
           OPEN INPUT ENT-EMPLEADOS.

           IF NOT FS-EMPLEADOS-OK
              DISPLAY 'NO SE PUEDE ABRIR EL MAESTRO EMPLEADOS.DAT'
              DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
              MOVE 8                        TO RETURN-CODE
              SET WS-SW-DESBORDE-SI         TO TRUE
              SET WS-SW-FIN-SI              TO TRUE
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           OPEN INPUT ENT-CUOTAS.

           EVALUATE TRUE
               WHEN FS-CUOTAS-OK
                    PERFORM 1100-CARGAR-CUOTA
                       THRU 1100-CARGAR-CUOTA-FIN
                      UNTIL FS-CUOTAS-EOF
                    CLOSE ENT-CUOTAS
                    MOVE WS-CUO-CANT        TO WS-FORMAT-CANT
                    DISPLAY 'CUOTAS CARGADAS : ' WS-FORMAT-CANT
               WHEN FS-CUOTAS-NFD
                    DISPLAY 'NO EXISTE CUOTAS.TXT, SE CREARA UNO '
                            'NUEVO AL GRABAR'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR CUOTAS.TXT'
                    DISPLAY 'FILE STATUS: ' FS-CUOTAS
                    MOVE 8                  TO RETURN-CODE
                    SET WS-SW-DESBORDE-SI   TO TRUE
                    SET WS-SW-FIN-SI        TO TRUE
           END-EVALUATE.

           IF WS-SW-DESBORDE-SI AND NOT WS-SW-FIN-SI
              DISPLAY 'CUOTAS.TXT NO SE PUDO CARGAR COMPLETO; NO SE '
                      'MODIFICA NI SE GRABA NADA'
              MOVE 8                        TO RETURN-CODE
              SET WS-SW-FIN-SI              TO TRUE
           END-IF.

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
                  '/CUOTAS.TXT'              DELIMITED BY SIZE
             INTO WS-PATH-CUOTAS
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/EMPLEADOS.DAT'           DELIMITED BY SIZE
             INTO WS-PATH-EMPLEADOS
           END-STRING.

       1005-DEFINIR-PATHS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-CUOTA.

           READ ENT-CUOTAS.

           EVALUATE TRUE
               WHEN FS-CUOTAS-OK
                    IF WS-CUO-CANT < 5000
                       ADD 1                TO WS-CUO-CANT
                       SET WS-CUO-IDX       TO WS-CUO-CANT
                       MOVE WS-REG-CUOTA    TO WS-CUO-TABLA
                                                (WS-CUO-IDX)
                    ELSE
                       DISPLAY 'TABLA DE CUOTAS LLENA, NO SE PUEDEN '
                               'CARGAR MAS REGISTROS'
                       SET WS-SW-DESBORDE-SI
                                            TO TRUE
                       MOVE '10'            TO FS-CUOTAS
                    END-IF
               WHEN FS-CUOTAS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CUOTAS.TXT'
                    DISPLAY 'FILE STATUS: ' FS-CUOTAS
                    MOVE 8                  TO RETURN-CODE
                    SET WS-SW-DESBORDE-SI   TO TRUE
                    MOVE '10'               TO FS-CUOTAS
           END-EVALUATE.

       1100-CARGAR-CUOTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR-MENU.

           DISPLAY ' '.
           DISPLAY '====== MANTENIMIENTO DE CUOTAS DE VENTAS ======'.
           DISPLAY 'C - CARGAR/MODIFICAR CUOTA DE UN EMPLEADO'.
           DISPLAY 'X - ELIMINAR CUOTA DE UN EMPLEADO'.
           DISPLAY 'L - LISTADO DE CUOTAS DE UN PERIODO'.
           DISPLAY 'F - FIN Y GRABAR'.
           DISPLAY 'OPCION: '.
           ACCEPT WS-OPCION.

           INSPECT WS-OPCION CONVERTING
              'abcdefghijklmnopqrstuvwxyz' TO
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           EVALUATE WS-OPCION
               WHEN 'C'
                    PERFORM 2100-CARGAR-CUOTA
                       THRU 2100-CARGAR-CUOTA-FIN
               WHEN 'X'
                    PERFORM 2200-ELIMINAR-CUOTA
                       THRU 2200-ELIMINAR-CUOTA-FIN
               WHEN 'L'
                    PERFORM 2300-LISTAR-CUOTAS
                       THRU 2300-LISTAR-CUOTAS-FIN
               WHEN 'F'
                    SET WS-SW-FIN-SI          TO TRUE
               WHEN OTHER
                    DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

       2000-PROCESAR-MENU-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-CARGAR-CUOTA.

           PERFORM 2150-PEDIR-CLAVE
              THRU 2150-PEDIR-CLAVE-FIN.

           IF NOT WS-SW-EMPLEADO-OK
              GO TO 2100-CARGAR-CUOTA-FIN
           END-IF.

           DISPLAY 'SUCURSAL: '.
           ACCEPT WS-IN-SUCURSAL.

           IF WS-IN-SUCURSAL EQUAL SPACES
              DISPLAY 'SUCURSAL INVALIDA'
              GO TO 2100-CARGAR-CUOTA-FIN
           END-IF.

           DISPLAY 'OBJETIVO DEL MES EN CENTAVOS '
                   '(EJ: 000001500000 = 15.000,00): '.
           ACCEPT WS-IN-OBJETIVO.

           IF WS-IN-OBJETIVO NOT NUMERIC
              OR WS-IN-OBJETIVO EQUAL ZEROES
              DISPLAY 'OBJETIVO INVALIDO'
              GO TO 2100-CARGAR-CUOTA-FIN
           END-IF.

           COMPUTE WS-OBJETIVO-V = WS-IN-OBJETIVO / 100.

           PERFORM 2110-BUSCAR-CUOTA
              THRU 2110-BUSCAR-CUOTA-FIN
              VARYING WS-CUO-IDX FROM 1 BY 1
                UNTIL WS-CUO-IDX > WS-CUO-CANT
                   OR (WS-CUO-T-ID-EMPLEADO (WS-CUO-IDX) =
                       WS-IN-ID-EMPLEADO
                   AND WS-CUO-T-PERIODO (WS-CUO-IDX) = WS-IN-PERIODO).

           IF WS-CUO-IDX > WS-CUO-CANT
              IF WS-CUO-CANT < 5000
                 ADD 1                      TO WS-CUO-CANT
                 SET WS-CUO-IDX             TO WS-CUO-CANT
                 MOVE WS-IN-ID-EMPLEADO     TO WS-CUO-T-ID-EMPLEADO
                                                (WS-CUO-IDX)
                 MOVE WS-IN-PERIODO         TO WS-CUO-T-PERIODO
                                                (WS-CUO-IDX)
                 MOVE WS-IN-SUCURSAL        TO WS-CUO-T-SUCURSAL
                                                (WS-CUO-IDX)
                 MOVE WS-OBJETIVO-V         TO WS-CUO-T-OBJETIVO
                                                (WS-CUO-IDX)
                 DISPLAY 'CUOTA AGREGADA'
              ELSE
                 DISPLAY 'TABLA DE CUOTAS LLENA, NO SE AGREGA'
              END-IF
           ELSE
              MOVE WS-IN-SUCURSAL           TO WS-CUO-T-SUCURSAL
                                                (WS-CUO-IDX)
              MOVE WS-OBJETIVO-V            TO WS-CUO-T-OBJETIVO
                                                (WS-CUO-IDX)
              DISPLAY 'CUOTA ACTUALIZADA'
           END-IF.

       2100-CARGAR-CUOTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-BUSCAR-CUOTA.
      *---- Solo avanza el indice; la condicion de corte (encontrado
      *---- o fin de tabla) se resuelve en el UNTIL del PERFORM.
           CONTINUE.

       2110-BUSCAR-CUOTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2150-PEDIR-CLAVE.

      *---- Legajo y periodo de la cuota. El legajo tiene que existir
      *---- en el maestro; un empleado inactivo se acepta con aviso,
      *---- porque la cuota puede corresponder a un mes en que todavia
      *---- estaba activo.

           MOVE 'N'                         TO WS-SW-EMPLEADO.

           DISPLAY 'ID-EMPLEADO: '.
           ACCEPT WS-IN-ID-EMPLEADO.

           IF WS-IN-ID-EMPLEADO NOT NUMERIC
              OR WS-IN-ID-EMPLEADO EQUAL ZEROES
              DISPLAY 'ID-EMPLEADO INVALIDO'
              GO TO 2150-PEDIR-CLAVE-FIN
           END-IF.

           DISPLAY 'PERIODO (AAAAMM): '.
           ACCEPT WS-IN-PERIODO.

           IF WS-IN-PERIODO NOT NUMERIC
              OR WS-IN-PERIODO (5:2) < '01'
              OR WS-IN-PERIODO (5:2) > '12'
              DISPLAY 'PERIODO INVALIDO'
              GO TO 2150-PEDIR-CLAVE-FIN
           END-IF.

           MOVE WS-IN-ID-EMPLEADO           TO WS-ENT-EMP-ID-EMPLEADO.

           READ ENT-EMPLEADOS.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-OK AND WS-ENT-EMP-ESTADO EQUAL 'A'
                    DISPLAY 'EMPLEADO: ' WS-ENT-EMP-NOMBRE ' '
                            WS-ENT-EMP-APELLIDO
                    SET WS-SW-EMPLEADO-OK   TO TRUE
               WHEN FS-EMPLEADOS-OK
                    DISPLAY 'ATENCION: EL EMPLEADO '
                            WS-IN-ID-EMPLEADO ' ESTA INACTIVO'
                    SET WS-SW-EMPLEADO-OK   TO TRUE
               WHEN FS-EMPLEADOS-NOKEY
                    DISPLAY 'ATENCION: NO EXISTE EL EMPLEADO '
                            WS-IN-ID-EMPLEADO
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL MAESTRO DE EMPLEADOS'
                    DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
           END-EVALUATE.

       2150-PEDIR-CLAVE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-ELIMINAR-CUOTA.

      *---- Se corre el resto de la tabla un lugar hacia atras para no
      *---- dejar agujeros al regrabar. El legajo no se valida contra
      *---- el maestro: se tiene que poder borrar la cuota de un
      *---- empleado que ya no existe.

           DISPLAY 'ID-EMPLEADO: '.
           ACCEPT WS-IN-ID-EMPLEADO.
           DISPLAY 'PERIODO (AAAAMM): '.
           ACCEPT WS-IN-PERIODO.

           PERFORM 2110-BUSCAR-CUOTA
              THRU 2110-BUSCAR-CUOTA-FIN
              VARYING WS-CUO-IDX FROM 1 BY 1
                UNTIL WS-CUO-IDX > WS-CUO-CANT
                   OR (WS-CUO-T-ID-EMPLEADO (WS-CUO-IDX) =
                       WS-IN-ID-EMPLEADO
                   AND WS-CUO-T-PERIODO (WS-CUO-IDX) = WS-IN-PERIODO).

           IF WS-CUO-IDX > WS-CUO-CANT
              DISPLAY 'NO HAY UNA CUOTA PARA ESE EMPLEADO Y PERIODO'
           ELSE
              SET WS-CUO-AUX                TO WS-CUO-IDX
              PERFORM 2210-CORRER-CUOTA
                 THRU 2210-CORRER-CUOTA-FIN
                UNTIL WS-CUO-AUX >= WS-CUO-CANT
              SUBTRACT 1                    FROM WS-CUO-CANT
              DISPLAY 'CUOTA ELIMINADA'
           END-IF.

       2200-ELIMINAR-CUOTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-CORRER-CUOTA.

           MOVE WS-CUO-TABLA (WS-CUO-AUX + 1)
                                            TO WS-CUO-TABLA
                                                (WS-CUO-AUX).
           ADD 1                            TO WS-CUO-AUX.

       2210-CORRER-CUOTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2300-LISTAR-CUOTAS.

           DISPLAY 'PERIODO A LISTAR (AAAAMM): '.
           ACCEPT WS-IN-PERIODO.

           IF WS-IN-PERIODO NOT NUMERIC
              DISPLAY 'PERIODO INVALIDO'
              GO TO 2300-LISTAR-CUOTAS-FIN
           END-IF.

           MOVE ZEROES                      TO WS-CONT-LISTADO
                                               WS-TOT-LISTADO.

           DISPLAY 'CUOTAS DEL PERIODO ' WS-IN-PERIODO ':'.
           PERFORM 2310-LISTAR-CUOTA
              THRU 2310-LISTAR-CUOTA-FIN
              VARYING WS-CUO-IDX FROM 1 BY 1
                UNTIL WS-CUO-IDX > WS-CUO-CANT.

           IF WS-CONT-LISTADO EQUAL ZEROES
              DISPLAY '  (SIN CUOTAS CARGADAS PARA EL PERIODO)'
           ELSE
              MOVE WS-CONT-LISTADO          TO WS-FORMAT-CANT
              MOVE WS-TOT-LISTADO           TO WS-FORMAT-TOTAL
              DISPLAY '  TOTAL: ' WS-FORMAT-CANT ' CUOTAS POR '
                      WS-FORMAT-TOTAL
           END-IF.

       2300-LISTAR-CUOTAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2310-LISTAR-CUOTA.

           IF WS-CUO-T-PERIODO (WS-CUO-IDX) NOT EQUAL WS-IN-PERIODO
              GO TO 2310-LISTAR-CUOTA-FIN
           END-IF.

           ADD 1                            TO WS-CONT-LISTADO.
           ADD WS-CUO-T-OBJETIVO (WS-CUO-IDX)
                                            TO WS-TOT-LISTADO.
           MOVE WS-CUO-T-OBJETIVO (WS-CUO-IDX)
                                            TO WS-FORMAT-OBJETIVO.
           DISPLAY '  ' WS-CUO-T-ID-EMPLEADO (WS-CUO-IDX) ' '
                   WS-CUO-T-SUCURSAL (WS-CUO-IDX) ' '
                   WS-FORMAT-OBJETIVO.

       2310-LISTAR-CUOTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF FS-EMPLEADOS-OK OR FS-EMPLEADOS-NOKEY
              CLOSE ENT-EMPLEADOS
           END-IF.

      *---- Con la carga desbordada o cortada por error de lectura no
      *---- se regraba nada: CUOTAS.TXT queda intacto en el disco.
           IF NOT WS-SW-FIN-SI OR WS-SW-DESBORDE-SI
              GO TO 3000-FINALIZAR-PROGRAMA-FIN
           END-IF.

           OPEN OUTPUT ENT-CUOTAS.

           IF NOT FS-CUOTAS-OK
              DISPLAY 'ERROR AL GRABAR CUOTAS.TXT'
              DISPLAY 'FILE STATUS: ' FS-CUOTAS
              MOVE 8                        TO RETURN-CODE
              GO TO 3000-FINALIZAR-PROGRAMA-FIN
           END-IF.

           PERFORM 3100-GRABAR-CUOTA
              THRU 3100-GRABAR-CUOTA-FIN
              VARYING WS-CUO-IDX FROM 1 BY 1
                UNTIL WS-CUO-IDX > WS-CUO-CANT.

           CLOSE ENT-CUOTAS.

           MOVE WS-CUO-CANT                 TO WS-FORMAT-CANT.
           DISPLAY 'CUOTAS.TXT GRABADO: ' WS-FORMAT-CANT ' CUOTAS'.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3100-GRABAR-CUOTA.

           MOVE WS-CUO-TABLA (WS-CUO-IDX)   TO WS-REG-CUOTA.

           WRITE WS-REG-CUOTA.

           IF NOT FS-CUOTAS-OK
              DISPLAY 'ERROR AL ESCRIBIR CUOTAS.TXT: ' FS-CUOTAS
              MOVE 8                        TO RETURN-CODE
           END-IF.

       3100-GRABAR-CUOTA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL15EJ15.
