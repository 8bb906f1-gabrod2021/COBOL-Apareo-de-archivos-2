      ******************************************************************
      * Author: GABRIELA C RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: CUENTA CORRIENTE DE COMISIONES POR EMPLEADO SOBRE
      *          CUENTA.TXT, DONDE CL15EJ01 ASIENTA LO DEVENGADO Y LO
      *          ENVIADO A SUELDOS Y CL15EJ09 LO PAGADO Y LO RECHAZADO.
      *          DESDE UN MENU PERMITE: CONSULTAR LA CUENTA DE UN
      *          EMPLEADO (EXTRACTO CON SALDO CORRIENTE EN
      *          CTAnnnnnnnn.TXT Y RESUMEN EN PANTALLA), ASENTAR UN
      *          AJUSTE MANUAL CON OPERADOR Y MOTIVO, Y LISTAR EN
      *          SALDOS.TXT LOS SALDOS ABIERTOS DE TODA LA EMPRESA POR
      *          PERIODO DE ORIGEN, CON SU ANTIGUEDAD Y MARCANDO LO
      *          QUE SE DEBE HACE MAS DE 2 PERIODOS. EL LEGAJO SE
      *          VALIDA CONTRA EL MAESTRO INDEXADO EMPLEADOS.DAT COMO
      *          EN CL15EJ15.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL15EJ18.
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

      * LA CUENTA ES SOLO-APENDE: SE LEE ENTERA PARA CONSULTAR Y
      * LISTAR, Y LOS AJUSTES SE AGREGAN AL FINAL EN EXTEND. SIN
      * ARCHIVO (NINGUNA CORRIDA ASENTO TODAVIA) VALE COMO CUENTA
      * VACIA.
       SELECT OPTIONAL ENT-CUENTA
           ASSIGN DYNAMIC WS-PATH-CUENTA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CUENTA.

       SELECT ENT-EMPLEADOS
           ASSIGN DYNAMIC WS-PATH-EMPLEADOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-ENT-EMP-ID-EMPLEADO
           FILE STATUS IS FS-EMPLEADOS.

       SELECT SAL-CTACTE
           ASSIGN DYNAMIC WS-PATH-CTACTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTACTE.

       SELECT SAL-SALDOS
           ASSIGN DYNAMIC WS-PATH-SALDOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SALDOS.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-CUENTA.
       01 WS-ENT-CUENTA                     PIC X(94).

       FD ENT-EMPLEADOS.
      * FORMATO DEL MAESTRO DE EMPLEADOS "EMPLEADOS.DAT"
          COPY EMPLEADOS.

       FD SAL-CTACTE.
       01 WS-SAL-CTACTE                     PIC X(159).

       FD SAL-SALDOS.
       01 WS-SAL-SALDOS                     PIC X(113).

       WORKING-STORAGE SECTION.

      * FORMATO DEL ARCHIVO "CUENTA.TXT"
          COPY CUENTA.

      * FORMATO DEL ARCHIVO DE SALIDA "CTAnnnnnnnn.TXT"
          COPY CTACTE.

      * FORMATO DEL ARCHIVO DE SALIDA "SALDOS.TXT"
          COPY SALDOS.

       01 FS-STATUS.
      * EL '05' ES EL OPEN EXITOSO DE UN ARCHIVO OPTIONAL QUE NO
      * EXISTE.
          05 FS-CUENTA                      PIC X(2).
             88 FS-CUENTA-OK                    VALUE '00' '05'.
             88 FS-CUENTA-EOF                   VALUE '10'.
          05 FS-EMPLEADOS                   PIC X(2).
             88 FS-EMPLEADOS-OK                 VALUE '00'.
             88 FS-EMPLEADOS-NOKEY              VALUE '23'.
             88 FS-EMPLEADOS-NFD                VALUE '35'.
          05 FS-CTACTE                      PIC X(2).
             88 FS-CTACTE-OK                    VALUE '00'.
          05 FS-SALDOS                      PIC X(2).
             88 FS-SALDOS-OK                    VALUE '00'.

      * DIRECTORIO DONDE SE ENCUENTRAN/SE GRABAN LOS ARCHIVOS. SE
      * ARMA A PARTIR DE WS-PATH-DIRECTORIO EN 1005-DEFINIR-PATHS; EL
      * DEL EXTRACTO SE ARMA EN CADA CONSULTA CON EL LEGAJO.
       01 WS-PATHS.
          05 WS-PATH-DIRECTORIO              PIC X(60) VALUE '..'.
          05 WS-PATH-CUENTA                  PIC X(80).
          05 WS-PATH-EMPLEADOS               PIC X(80).
          05 WS-PATH-CTACTE                  PIC X(80).
          05 WS-PATH-SALDOS                  PIC X(80).

       01 WS-SWITCHES.
          05 WS-SW-FIN                      PIC X(01) VALUE 'N'.
             88 WS-SW-FIN-SI                    VALUE 'S'.
          05 WS-SW-EMPLEADO                 PIC X(01) VALUE 'N'.
             88 WS-SW-EMPLEADO-OK               VALUE 'S'.
      * 'S' CUANDO CUENTA.TXT NO SE PUDO LEER ENTERA O UNA TABLA SE
      * DESBORDO: LA CONSULTA O EL LISTADO EN CURSO NO SE EMITE,
      * PORQUE UN SALDO A MEDIAS PARECE VERDADERO Y NO LO ES.
          05 WS-SW-ERROR                    PIC X(01) VALUE 'N'.
             88 WS-SW-ERROR-SI                  VALUE 'S'.
          05 WS-SW-CONFIRMA                 PIC X(01) VALUE 'N'.
             88 WS-SW-CONFIRMA-SI               VALUE 'S'.
      * 'S' CUANDO EL DEVENGADO EN CURSO ES DE UNA CORRIDA QUE UN
      * REPROCESO DEL PERIODO DEJO SIN EFECTO.
          05 WS-SW-SUPERADO                 PIC X(01) VALUE 'N'.
             88 WS-SW-SUPERADO-SI               VALUE 'S'.
      * 'S' DESDE QUE SE ABRIO EL MAESTRO: LA ULTIMA LECTURA PUEDE
      * DEJAR CUALQUIER FILE STATUS (UN LEGAJO INEXISTENTE ES '23').
          05 WS-SW-MAESTRO                  PIC X(01) VALUE 'N'.
             88 WS-SW-MAESTRO-ABIERTO           VALUE 'S'.

      * OPERADOR QUE USA EL PROGRAMA: QUEDA EN CADA AJUSTE MANUAL.
       77 WS-OPERADOR                       PIC X(08) VALUE SPACES.
       77 WS-OPCION                         PIC X(01).

      * CORRIDA VIGENTE DE CADA PERIODO EN LA CUENTA: LA MAS ALTA QUE
      * ASENTO DEVENGADOS DE COMISION, PREMIO O SOBRECOMISION DEL
      * PERIODO (LA MISMA REGLA QUE CL15EJ06 APLICA A LA HISTORIA).
      * LOS DEVENGADOS DE LAS CORRIDAS ANTERIORES DEL PERIODO QUEDAN
      * SUPERADOS.
       01 WS-TABLA-PERIODOS.
          05 WS-PER-CANT                    PIC 9(04) VALUE 0.
          05 WS-PER-TABLA OCCURS 600 TIMES
                          INDEXED BY WS-PER-IDX.
             10 WS-PER-T-PERIODO            PIC 9(06).
             10 WS-PER-T-CORRIDA            PIC 9(06).

      * PERIODO QUE LIQUIDO CADA CORRIDA. LOS RECUPEROS SE IMPUTAN AL
      * PERIODO DE LA VENTA CANCELADA, PERO LOS ASIENTA LA CORRIDA DE
      * OTRO PERIODO: SU VIGENCIA SE MIDE CONTRA ESE OTRO PERIODO.
       01 WS-TABLA-CORRIDAS.
          05 WS-CRR-CANT                    PIC 9(04) VALUE 0.
          05 WS-CRR-TABLA OCCURS 2000 TIMES
                          INDEXED BY WS-CRR-IDX.
             10 WS-CRR-T-CORRIDA            PIC 9(06).
             10 WS-CRR-T-PERIODO            PIC 9(06).
       77 WS-PERIODO-CORRIDA                PIC 9(06) VALUE 0.
       77 WS-PERIODO-MAXIMO                 PIC 9(06) VALUE 0.

      * SALDO ABIERTO POR EMPLEADO Y PERIODO DE ORIGEN, ORDENADO POR
      * LEGAJO Y PERIODO A MEDIDA QUE SE CARGA (CADA ENTRADA NUEVA SE
      * INSERTA EN SU LUGAR CORRIENDO LAS SIGUIENTES), ASI EL LISTADO
      * SALE AGRUPADO POR EMPLEADO SIN ORDENAR APARTE.
       01 WS-TABLA-SALDOS.
          05 WS-SAL-CANT                    PIC 9(05) VALUE 0.
          05 WS-SAL-TABLA OCCURS 50000 TIMES
                          INDEXED BY WS-SAL-IDX.
             10 WS-SAL-T-ID-EMPLEADO        PIC 9(08).
             10 WS-SAL-T-PERIODO            PIC 9(06).
             10 WS-SAL-T-SALDO              PIC S9(12)V9(02).
       77 WS-SAL-POS                        PIC 9(05) VALUE 0.
       77 WS-SAL-AUX                        PIC 9(05) VALUE 0.
       77 WS-SAL-SIG                        PIC 9(05) VALUE 0.

      * PERIODO DE REFERENCIA DEL LISTADO DE SALDOS Y DE ORIGEN DEL
      * SALDO EN CURSO, CON SU VISTA POR ANIO Y MES PARA CALCULAR LA
      * ANTIGUEDAD EN PERIODOS.
       01 WS-PERIODO-REFERENCIA             PIC 9(06) VALUE 0.
       01 WS-PERIODO-REFERENCIA-R REDEFINES WS-PERIODO-REFERENCIA.
          05 WS-REF-AAAA                    PIC 9(04).
          05 WS-REF-MM                      PIC 9(02).
       01 WS-PERIODO-ORIGEN                 PIC 9(06) VALUE 0.
       01 WS-PERIODO-ORIGEN-R REDEFINES WS-PERIODO-ORIGEN.
          05 WS-ORI-AAAA                    PIC 9(04).
          05 WS-ORI-MM                      PIC 9(02).
       77 WS-ANTIGUEDAD                     PIC S9(05) VALUE 0.
       77 WS-PERIODOS-LIMITE                PIC 9(02) VALUE 2.

      * FECHA DEL DIA Y FECHA DE UN MOVIMIENTO, CON SU VISTA PARA
      * IMPRIMIRLAS COMO DD/MM/AAAA.
       01 WS-FECHA-HOY                      PIC 9(08) VALUE 0.
       01 WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
          05 WS-HOY-AAAA                    PIC 9(04).
          05 WS-HOY-MM                      PIC 9(02).
          05 WS-HOY-DD                      PIC 9(02).
       01 WS-FECHA-MOV                      PIC 9(08) VALUE 0.
       01 WS-FECHA-MOV-R REDEFINES WS-FECHA-MOV.
          05 WS-MOV-AAAA                    PIC 9(04).
          05 WS-MOV-MM                      PIC 9(02).
          05 WS-MOV-DD                      PIC 9(02).

      * EFECTO DEL MOVIMIENTO EN CURSO SOBRE EL SALDO Y ACUMULADOS DE
      * LA CONSULTA DE UN EMPLEADO.
       01 WS-ACUMULADOS.
          05 WS-EFECTO                      PIC S9(12)V9(02) VALUE 0.
          05 WS-SALDO                       PIC S9(12)V9(02) VALUE 0.
          05 WS-ACU-DEVENGADO               PIC S9(12)V9(02) VALUE 0.
          05 WS-ACU-SUPERADO                PIC S9(12)V9(02) VALUE 0.
          05 WS-ACU-ENVIADO                 PIC S9(12)V9(02) VALUE 0.
          05 WS-ACU-PAGADO                  PIC S9(12)V9(02) VALUE 0.
          05 WS-ACU-RECHAZADO               PIC S9(12)V9(02) VALUE 0.
          05 WS-ACU-AJUSTE                  PIC S9(12)V9(02) VALUE 0.
          05 WS-CONT-MOVIMIENTOS            PIC 9(06) VALUE 0.

      * ACUMULADOS DEL LISTADO DE SALDOS: POR EMPLEADO (CON CORTE AL
      * CAMBIAR EL LEGAJO) Y DE LA EMPRESA, ABIERTO POR ANTIGUEDAD.
       01 WS-ACUMULADOS-SALDOS.
          05 WS-EMP-ID-ANTERIOR             PIC 9(08) VALUE 0.
          05 WS-EMP-SALDO                   PIC S9(12)V9(02) VALUE 0.
          05 WS-EMP-VENCIDO                 PIC X(01) VALUE 'N'.
             88 WS-EMP-VENCIDO-SI               VALUE 'S'.
          05 WS-TOT-SALDO                   PIC S9(12)V9(02) VALUE 0.
          05 WS-TOT-AL-DIA                  PIC S9(12)V9(02) VALUE 0.
          05 WS-TOT-VENCIDO                 PIC S9(12)V9(02) VALUE 0.
          05 WS-TOT-EMPLEADOS               PIC 9(06) VALUE 0.
          05 WS-TOT-EMP-VENCIDOS            PIC 9(06) VALUE 0.
          05 WS-TOT-EMP-AL-DIA              PIC 9(06) VALUE 0.

       77 WS-FORMAT-CANT                    PIC ZZZ.ZZ9.
       77 WS-FORMAT-SALDO                   PIC -.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-DATOS-INGRESADOS.
          05 WS-IN-ID-EMPLEADO              PIC 9(08).
          05 WS-IN-PERIODO                  PIC 9(06).
          05 WS-IN-SIGNO                    PIC X(01).
      * EL IMPORTE SE PIDE EN CENTAVOS, PORQUE EL ACCEPT DE CONSOLA
      * NO RESPETA EL PUNTO DECIMAL IMPLICITO DE UN CAMPO CON V, IGUAL
      * QUE EL OBJETIVO DE LAS CUOTAS EN CL15EJ15.
          05 WS-IN-IMPORTE                  PIC 9(12).
          05 WS-IMPORTE-V                   PIC S9(10)V9(02).
          05 WS-IN-MOTIVO                   PIC X(40).
          05 WS-IN-REFERENCIA               PIC X(06).

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

           ACCEPT WS-FECHA-HOY              FROM DATE YYYYMMDD.

      *---- Todo ajuste lleva quien lo hizo, como los cambios del
      *---- maestro en CL15EJ02: sin operador no se entra.
           DISPLAY 'OPERADOR (INICIALES): '.
           ACCEPT WS-OPERADOR.

           IF WS-OPERADOR EQUAL SPACES
              DISPLAY 'OPERADOR OBLIGATORIO, EL PROGRAMA TERMINA'
              MOVE 8                        TO RETURN-CODE
              SET WS-SW-FIN-SI              TO TRUE
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

      *---- El maestro es obligatorio: sin el no se puede validar el
      *---- legajo de ningun ajuste ni poner nombre a los saldos.
           OPEN INPUT ENT-EMPLEADOS.

           IF NOT FS-EMPLEADOS-OK
              DISPLAY 'NO SE PUEDE ABRIR EL MAESTRO EMPLEADOS.DAT'
              DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
              MOVE 8                        TO RETURN-CODE
              SET WS-SW-FIN-SI              TO TRUE
           ELSE
              SET WS-SW-MAESTRO-ABIERTO     TO TRUE
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
                  '/CUENTA.TXT'              DELIMITED BY SIZE
             INTO WS-PATH-CUENTA
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/EMPLEADOS.DAT'           DELIMITED BY SIZE
             INTO WS-PATH-EMPLEADOS
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/SALDOS.TXT'              DELIMITED BY SIZE
             INTO WS-PATH-SALDOS
           END-STRING.

       1005-DEFINIR-PATHS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR-MENU.

           DISPLAY ' '.
           DISPLAY '==== CUENTA CORRIENTE DE COMISIONES ===='.
           DISPLAY 'C - CONSULTAR LA CUENTA DE UN EMPLEADO'.
           DISPLAY 'A - AJUSTE MANUAL'.
           DISPLAY 'S - SALDOS ABIERTOS DE LA EMPRESA'.
           DISPLAY 'F - FIN'.
           DISPLAY 'OPCION: '.
           ACCEPT WS-OPCION.

           INSPECT WS-OPCION CONVERTING
              'abcdefghijklmnopqrstuvwxyz' TO
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           EVALUATE WS-OPCION
               WHEN 'C'
                    PERFORM 2100-CONSULTAR-CUENTA
                       THRU 2100-CONSULTAR-CUENTA-FIN
               WHEN 'A'
                    PERFORM 2200-AJUSTAR-CUENTA
                       THRU 2200-AJUSTAR-CUENTA-FIN
               WHEN 'S'
                    PERFORM 2300-LISTAR-SALDOS
                       THRU 2300-LISTAR-SALDOS-FIN
               WHEN 'F'
                    SET WS-SW-FIN-SI          TO TRUE
               WHEN OTHER
                    DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

       2000-PROCESAR-MENU-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-CONSULTAR-CUENTA.

      *---- Extracto de un empleado: todos sus movimientos en el orden
      *---- en que se asentaron, con el saldo que va quedando. Se
      *---- puede consultar un legajo que ya no esta en el maestro:
      *---- su cuenta sigue existiendo.

           PERFORM 2150-PEDIR-EMPLEADO
              THRU 2150-PEDIR-EMPLEADO-FIN.

           IF WS-IN-ID-EMPLEADO NOT NUMERIC
              OR WS-IN-ID-EMPLEADO EQUAL ZEROES
              GO TO 2100-CONSULTAR-CUENTA-FIN
           END-IF.

           PERFORM 2900-CARGAR-PERIODOS
              THRU 2900-CARGAR-PERIODOS-FIN.

           IF WS-SW-ERROR-SI
              DISPLAY 'NO SE EMITE LA CONSULTA'
              GO TO 2100-CONSULTAR-CUENTA-FIN
           END-IF.

           MOVE SPACES                      TO WS-PATH-CTACTE.
           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/CTA'                     DELIMITED BY SIZE
                  WS-IN-ID-EMPLEADO          DELIMITED BY SIZE
                  '.TXT'                     DELIMITED BY SIZE
             INTO WS-PATH-CTACTE
           END-STRING.

           OPEN OUTPUT SAL-CTACTE.

           IF NOT FS-CTACTE-OK
              DISPLAY 'ERROR AL ABRIR ' WS-PATH-CTACTE
              DISPLAY 'FILE STATUS: ' FS-CTACTE
              GO TO 2100-CONSULTAR-CUENTA-FIN
           END-IF.

           OPEN INPUT ENT-CUENTA.

           IF NOT FS-CUENTA-OK
              DISPLAY 'ERROR AL ABRIR CUENTA.TXT: ' FS-CUENTA
              CLOSE SAL-CTACTE
              GO TO 2100-CONSULTAR-CUENTA-FIN
           END-IF.

           INITIALIZE WS-ACUMULADOS.

           MOVE WS-IN-ID-EMPLEADO           TO WS-CTC-TIT-ID.
           IF WS-SW-EMPLEADO-OK
              MOVE WS-ENT-EMP-NOMBRE        TO WS-CTC-TIT-NOMBRE
              MOVE WS-ENT-EMP-APELLIDO      TO WS-CTC-TIT-APELLIDO
           ELSE
              MOVE '(NO EXISTE EN EL MAESTRO)'
                                            TO WS-CTC-TIT-NOMBRE
              MOVE SPACES                   TO WS-CTC-TIT-APELLIDO
           END-IF.
           MOVE WS-HOY-DD                   TO WS-CTC-SUB-DD.
           MOVE WS-HOY-MM                   TO WS-CTC-SUB-MM.
           MOVE WS-HOY-AAAA                 TO WS-CTC-SUB-AAAA.

           MOVE WS-CTC-SEPARADOR            TO WS-SAL-CTACTE.
           PERFORM 2800-ESCRIBIR-CTACTE
              THRU 2800-ESCRIBIR-CTACTE-FIN.
           MOVE WS-CTC-TITULO               TO WS-SAL-CTACTE.
           PERFORM 2800-ESCRIBIR-CTACTE
              THRU 2800-ESCRIBIR-CTACTE-FIN.
           MOVE WS-CTC-SUBTITULO            TO WS-SAL-CTACTE.
           PERFORM 2800-ESCRIBIR-CTACTE
              THRU 2800-ESCRIBIR-CTACTE-FIN.
           MOVE WS-CTC-SEPARADOR            TO WS-SAL-CTACTE.
           PERFORM 2800-ESCRIBIR-CTACTE
              THRU 2800-ESCRIBIR-CTACTE-FIN.
           MOVE WS-CTC-CABECERA             TO WS-SAL-CTACTE.
           PERFORM 2800-ESCRIBIR-CTACTE
              THRU 2800-ESCRIBIR-CTACTE-FIN.
           MOVE WS-CTC-SEPARADOR            TO WS-SAL-CTACTE.
           PERFORM 2800-ESCRIBIR-CTACTE
              THRU 2800-ESCRIBIR-CTACTE-FIN.

           PERFORM 2110-LEER-MOVIMIENTO
              THRU 2110-LEER-MOVIMIENTO-FIN
             UNTIL FS-CUENTA-EOF.

           CLOSE ENT-CUENTA.

           IF WS-CONT-MOVIMIENTOS EQUAL ZEROES
              MOVE WS-CTC-SIN-DATOS         TO WS-SAL-CTACTE
              PERFORM 2800-ESCRIBIR-CTACTE
                 THRU 2800-ESCRIBIR-CTACTE-FIN
           END-IF.

           PERFORM 2130-GRABAR-TOTALES
              THRU 2130-GRABAR-TOTALES-FIN.

           CLOSE SAL-CTACTE.

           MOVE WS-CONT-MOVIMIENTOS         TO WS-FORMAT-CANT.
           DISPLAY 'MOVIMIENTOS DEL EMPLEADO : ' WS-FORMAT-CANT.
           MOVE WS-ACU-DEVENGADO            TO WS-FORMAT-SALDO.
           DISPLAY 'DEVENGADO                : ' WS-FORMAT-SALDO.
           MOVE WS-ACU-PAGADO               TO WS-FORMAT-SALDO.
           DISPLAY 'PAGADO                   : ' WS-FORMAT-SALDO.
           MOVE WS-ACU-AJUSTE               TO WS-FORMAT-SALDO.
           DISPLAY 'AJUSTES                  : ' WS-FORMAT-SALDO.
           MOVE WS-SALDO                    TO WS-FORMAT-SALDO.
           DISPLAY 'SALDO A FAVOR            : ' WS-FORMAT-SALDO.
           DISPLAY 'DETALLE EN ' WS-PATH-CTACTE.

       2100-CONSULTAR-CUENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-LEER-MOVIMIENTO.

           READ ENT-CUENTA.

           EVALUATE TRUE
               WHEN FS-CUENTA = '00'
                    MOVE WS-ENT-CUENTA      TO WS-REG-CUENTA
                    IF WS-CTA-ID-EMPLEADO EQUAL WS-IN-ID-EMPLEADO
                       PERFORM 2120-GRABAR-MOVIMIENTO
                          THRU 2120-GRABAR-MOVIMIENTO-FIN
                    END-IF
               WHEN FS-CUENTA-EOF
                    CONTINUE
               WHEN OTHER
      *---- La primera pasada ya leyo el archivo entero; si ahora
      *---- falla, el extracto queda cortado y se avisa en el pie.
                    DISPLAY 'ERROR AL LEER CUENTA.TXT: ' FS-CUENTA
                    SET WS-SW-ERROR-SI      TO TRUE
                    MOVE '10'               TO FS-CUENTA
           END-EVALUATE.

       2110-LEER-MOVIMIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2120-GRABAR-MOVIMIENTO.

           PERFORM 2950-EVALUAR-MOVIMIENTO
              THRU 2950-EVALUAR-MOVIMIENTO-FIN.

           ADD 1                            TO WS-CONT-MOVIMIENTOS.
           ADD WS-EFECTO                    TO WS-SALDO.

           MOVE WS-CTA-FECHA                TO WS-FECHA-MOV.
           MOVE WS-MOV-DD                   TO WS-CTC-DET-DD.
           MOVE WS-MOV-MM                   TO WS-CTC-DET-MM.
           MOVE WS-MOV-AAAA                 TO WS-CTC-DET-AAAA.
           MOVE WS-CTA-PERIODO              TO WS-CTC-DET-PERIODO.
           MOVE WS-CTA-CORRIDA              TO WS-CTC-DET-CORRIDA.
           MOVE WS-CTA-IMPORTE              TO WS-CTC-DET-IMPORTE.
           MOVE WS-EFECTO                   TO WS-CTC-DET-EFECTO.
           MOVE WS-SALDO                    TO WS-CTC-DET-SALDO.
           MOVE SPACES                      TO WS-CTC-DET-OBSERVACION.

           EVALUATE TRUE
               WHEN WS-CTA-ES-DEVENGADO
                    MOVE 'DEVENGADO'        TO WS-CTC-DET-MOVIMIENTO
                    IF WS-SW-SUPERADO-SI
                       ADD WS-CTA-IMPORTE   TO WS-ACU-SUPERADO
                       MOVE 'SUPERADO POR UN REPROCESO DEL PERIODO'
                                            TO WS-CTC-DET-OBSERVACION
                    ELSE
                       ADD WS-CTA-IMPORTE   TO WS-ACU-DEVENGADO
                    END-IF
               WHEN WS-CTA-ES-ENVIADO
                    MOVE 'ENVIADO'          TO WS-CTC-DET-MOVIMIENTO
                    ADD WS-CTA-IMPORTE      TO WS-ACU-ENVIADO
                    IF WS-CTA-MOTIVO NOT EQUAL SPACES
                       STRING 'REENVIO DE UN RECHAZO (MOTIVO '
                                            DELIMITED BY SIZE
                              WS-CTA-MOTIVO DELIMITED BY SIZE
                              ')'           DELIMITED BY SIZE
                         INTO WS-CTC-DET-OBSERVACION
                       END-STRING
                    END-IF
               WHEN WS-CTA-ES-PAGADO
                    MOVE 'PAGADO'           TO WS-CTC-DET-MOVIMIENTO
                    ADD WS-CTA-IMPORTE      TO WS-ACU-PAGADO
               WHEN WS-CTA-ES-RECHAZADO
                    MOVE 'RECHAZADO'        TO WS-CTC-DET-MOVIMIENTO
                    ADD WS-CTA-IMPORTE      TO WS-ACU-RECHAZADO
                    STRING 'MOTIVO DE SUELDOS: '
                                            DELIMITED BY SIZE
                           WS-CTA-MOTIVO    DELIMITED BY SIZE
                      INTO WS-CTC-DET-OBSERVACION
                    END-STRING
               WHEN WS-CTA-ES-AJUSTE
                    MOVE 'AJUSTE'           TO WS-CTC-DET-MOVIMIENTO
                    ADD WS-CTA-IMPORTE      TO WS-ACU-AJUSTE
                    MOVE WS-CTA-DETALLE     TO WS-CTC-DET-OBSERVACION
               WHEN OTHER
                    MOVE WS-CTA-MOVIMIENTO  TO WS-CTC-DET-MOVIMIENTO
                    MOVE 'MOVIMIENTO DESCONOCIDO, SIN EFECTO'
                                            TO WS-CTC-DET-OBSERVACION
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-CTA-CON-COMISION
                    MOVE 'COMISION'         TO WS-CTC-DET-CONCEPTO
               WHEN WS-CTA-CON-PREMIO
                    MOVE 'PREMIO CUOTA'     TO WS-CTC-DET-CONCEPTO
               WHEN WS-CTA-CON-SOBRECOMISION
                    MOVE 'SOBRECOMISION'    TO WS-CTC-DET-CONCEPTO
               WHEN WS-CTA-CON-RECUPERO
                    MOVE 'RECUPERO'         TO WS-CTC-DET-CONCEPTO
               WHEN WS-CTA-CON-MANUAL
                    STRING 'OPER.'          DELIMITED BY SIZE
                           WS-CTA-OPERADOR  DELIMITED BY SIZE
                      INTO WS-CTC-DET-CONCEPTO
                    END-STRING
               WHEN OTHER
                    MOVE WS-CTA-CONCEPTO    TO WS-CTC-DET-CONCEPTO
           END-EVALUATE.

           MOVE WS-CTC-DETALLE              TO WS-SAL-CTACTE.
           PERFORM 2800-ESCRIBIR-CTACTE
              THRU 2800-ESCRIBIR-CTACTE-FIN.

       2120-GRABAR-MOVIMIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2130-GRABAR-TOTALES.

           MOVE WS-CTC-SEPARADOR            TO WS-SAL-CTACTE.
           PERFORM 2800-ESCRIBIR-CTACTE
              THRU 2800-ESCRIBIR-CTACTE-FIN.

           MOVE 'DEVENGADO                   :' TO WS-CTC-TOT-LEYENDA.
           MOVE WS-ACU-DEVENGADO            TO WS-CTC-TOT-IMPORTE.
           MOVE '(SUMA AL SALDO)'           TO WS-CTC-TOT-NOTA.
           MOVE WS-CTC-TOTAL                TO WS-SAL-CTACTE.
           PERFORM 2800-ESCRIBIR-CTACTE
              THRU 2800-ESCRIBIR-CTACTE-FIN.

           MOVE 'PAGADO                      :' TO WS-CTC-TOT-LEYENDA.
           MOVE WS-ACU-PAGADO               TO WS-CTC-TOT-IMPORTE.
           MOVE '(RESTA DEL SALDO)'         TO WS-CTC-TOT-NOTA.
           MOVE WS-CTC-TOTAL                TO WS-SAL-CTACTE.
           PERFORM 2800-ESCRIBIR-CTACTE
              THRU 2800-ESCRIBIR-CTACTE-FIN.

           MOVE 'AJUSTES MANUALES            :' TO WS-CTC-TOT-LEYENDA.
           MOVE WS-ACU-AJUSTE               TO WS-CTC-TOT-IMPORTE.
           MOVE '(SUMAN O RESTAN SEGUN SU SIGNO)'
                                            TO WS-CTC-TOT-NOTA.
           MOVE WS-CTC-TOTAL                TO WS-SAL-CTACTE.
           PERFORM 2800-ESCRIBIR-CTACTE
              THRU 2800-ESCRIBIR-CTACTE-FIN.

           MOVE 'ENVIADO A SUELDOS           :' TO WS-CTC-TOT-LEYENDA.
           MOVE WS-ACU-ENVIADO              TO WS-CTC-TOT-IMPORTE.
           MOVE '(INFORMATIVO)'             TO WS-CTC-TOT-NOTA.
           MOVE WS-CTC-TOTAL                TO WS-SAL-CTACTE.
           PERFORM 2800-ESCRIBIR-CTACTE
              THRU 2800-ESCRIBIR-CTACTE-FIN.

           MOVE 'RECHAZADO POR SUELDOS       :' TO WS-CTC-TOT-LEYENDA.
           MOVE WS-ACU-RECHAZADO            TO WS-CTC-TOT-IMPORTE.
           MOVE '(INFORMATIVO, SE REENVIA)' TO WS-CTC-TOT-NOTA.
           MOVE WS-CTC-TOTAL                TO WS-SAL-CTACTE.
           PERFORM 2800-ESCRIBIR-CTACTE
              THRU 2800-ESCRIBIR-CTACTE-FIN.

           MOVE 'DEVENGADO SUPERADO          :' TO WS-CTC-TOT-LEYENDA.
           MOVE WS-ACU-SUPERADO             TO WS-CTC-TOT-IMPORTE.
           MOVE '(SIN EFECTO POR REPROCESO)' TO WS-CTC-TOT-NOTA.
           MOVE WS-CTC-TOTAL                TO WS-SAL-CTACTE.
           PERFORM 2800-ESCRIBIR-CTACTE
              THRU 2800-ESCRIBIR-CTACTE-FIN.

           MOVE 'SALDO A FAVOR DEL EMPLEADO  :' TO WS-CTC-TOT-LEYENDA.
           MOVE WS-SALDO                    TO WS-CTC-TOT-IMPORTE.
           IF WS-SW-ERROR-SI
              MOVE '*** INCOMPLETO: ERROR AL LEER LA CUENTA'
                                            TO WS-CTC-TOT-NOTA
           ELSE
              MOVE SPACES                   TO WS-CTC-TOT-NOTA
           END-IF.
           MOVE WS-CTC-TOTAL                TO WS-SAL-CTACTE.
           PERFORM 2800-ESCRIBIR-CTACTE
              THRU 2800-ESCRIBIR-CTACTE-FIN.

       2130-GRABAR-TOTALES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2150-PEDIR-EMPLEADO.

      *---- Pide el legajo y lo busca en el maestro. Un legajo que no
      *---- esta en el maestro deja el switch en 'N': la consulta lo
      *---- acepta igual, el ajuste no.

           MOVE 'N'                         TO WS-SW-EMPLEADO.

           DISPLAY 'ID-EMPLEADO: '.
           ACCEPT WS-IN-ID-EMPLEADO.

           IF WS-IN-ID-EMPLEADO NOT NUMERIC
              OR WS-IN-ID-EMPLEADO EQUAL ZEROES
              DISPLAY 'ID-EMPLEADO INVALIDO'
              GO TO 2150-PEDIR-EMPLEADO-FIN
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

       2150-PEDIR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-AJUSTAR-CUENTA.

      *---- Ajuste manual: se agrega al final de la cuenta con el
      *---- operador, la fecha y el motivo escrito. No corrige ni
      *---- borra ningun movimiento anterior: si el ajuste estaba
      *---- mal, se hace otro de signo contrario.

           PERFORM 2150-PEDIR-EMPLEADO
              THRU 2150-PEDIR-EMPLEADO-FIN.

           IF NOT WS-SW-EMPLEADO-OK
              DISPLAY 'AJUSTE NO REGISTRADO'
              GO TO 2200-AJUSTAR-CUENTA-FIN
           END-IF.

           DISPLAY 'PERIODO AL QUE SE IMPUTA (AAAAMM): '.
           ACCEPT WS-IN-PERIODO.

           IF WS-IN-PERIODO NOT NUMERIC
              OR WS-IN-PERIODO (5:2) < '01'
              OR WS-IN-PERIODO (5:2) > '12'
              DISPLAY 'PERIODO INVALIDO'
              GO TO 2200-AJUSTAR-CUENTA-FIN
           END-IF.

           DISPLAY 'SIGNO (+ = A FAVOR DEL EMPLEADO, '
                   '- = A DESCONTAR): '.
           ACCEPT WS-IN-SIGNO.

           IF WS-IN-SIGNO NOT EQUAL '+'
              AND WS-IN-SIGNO NOT EQUAL '-'
              DISPLAY 'SIGNO INVALIDO'
              GO TO 2200-AJUSTAR-CUENTA-FIN
           END-IF.

           DISPLAY 'IMPORTE EN CENTAVOS '
                   '(EJ: 000000150000 = 1.500,00): '.
           ACCEPT WS-IN-IMPORTE.

           IF WS-IN-IMPORTE NOT NUMERIC
              OR WS-IN-IMPORTE EQUAL ZEROES
              DISPLAY 'IMPORTE INVALIDO'
              GO TO 2200-AJUSTAR-CUENTA-FIN
           END-IF.

           IF WS-IN-SIGNO EQUAL '+'
              COMPUTE WS-IMPORTE-V = WS-IN-IMPORTE / 100
           ELSE
              COMPUTE WS-IMPORTE-V = 0 - WS-IN-IMPORTE / 100
           END-IF.

           DISPLAY 'MOTIVO DEL AJUSTE: '.
           ACCEPT WS-IN-MOTIVO.

           IF WS-IN-MOTIVO EQUAL SPACES
              DISPLAY 'EL MOTIVO ES OBLIGATORIO'
              GO TO 2200-AJUSTAR-CUENTA-FIN
           END-IF.

           MOVE WS-IMPORTE-V                TO WS-FORMAT-SALDO.
           DISPLAY 'AJUSTE DE ' WS-FORMAT-SALDO ' AL PERIODO '
                   WS-IN-PERIODO.
           DISPLAY 'CONFIRMA EL AJUSTE? (S/N): '.
           ACCEPT WS-SW-CONFIRMA.

           INSPECT WS-SW-CONFIRMA CONVERTING 'sn' TO 'SN'.

           IF NOT WS-SW-CONFIRMA-SI
              DISPLAY 'AJUSTE NO REGISTRADO'
              GO TO 2200-AJUSTAR-CUENTA-FIN
           END-IF.

           OPEN EXTEND ENT-CUENTA.

           IF NOT FS-CUENTA-OK
              DISPLAY 'ERROR AL ABRIR CUENTA.TXT: ' FS-CUENTA
              DISPLAY 'AJUSTE NO REGISTRADO'
              GO TO 2200-AJUSTAR-CUENTA-FIN
           END-IF.

           MOVE WS-IN-ID-EMPLEADO           TO WS-CTA-ID-EMPLEADO.
           MOVE WS-IN-PERIODO               TO WS-CTA-PERIODO.
           MOVE ZEROES                      TO WS-CTA-CORRIDA.
           MOVE WS-FECHA-HOY                TO WS-CTA-FECHA.
           MOVE 'M'                         TO WS-CTA-MOVIMIENTO.
           MOVE 'M'                         TO WS-CTA-CONCEPTO.
           MOVE WS-IMPORTE-V                TO WS-CTA-IMPORTE.
           MOVE SPACES                      TO WS-CTA-MOTIVO.
           MOVE WS-OPERADOR                 TO WS-CTA-OPERADOR.
           MOVE WS-IN-MOTIVO                TO WS-CTA-DETALLE.
           MOVE WS-REG-CUENTA               TO WS-ENT-CUENTA.

           WRITE WS-ENT-CUENTA.

           IF FS-CUENTA = '00'
              DISPLAY 'AJUSTE REGISTRADO'
           ELSE
              DISPLAY 'ERROR AL GRABAR CUENTA.TXT: ' FS-CUENTA
              MOVE 8                        TO RETURN-CODE
           END-IF.

           CLOSE ENT-CUENTA.

       2200-AJUSTAR-CUENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2300-LISTAR-SALDOS.

      *---- Saldos abiertos de toda la empresa por empleado y periodo
      *---- de origen. El periodo de referencia fija desde cuando se
      *---- cuenta la antiguedad; los periodos posteriores a el no
      *---- entran en el listado.

           PERFORM 2900-CARGAR-PERIODOS
              THRU 2900-CARGAR-PERIODOS-FIN.

           IF WS-SW-ERROR-SI
              DISPLAY 'SALDOS.TXT NO SE GENERA'
              GO TO 2300-LISTAR-SALDOS-FIN
           END-IF.

           DISPLAY 'PERIODO DE REFERENCIA (AAAAMM, ENTER = '
                   WS-PERIODO-MAXIMO '): '.
           ACCEPT WS-IN-REFERENCIA.

           IF WS-IN-REFERENCIA EQUAL SPACES
              MOVE WS-PERIODO-MAXIMO        TO WS-PERIODO-REFERENCIA
           ELSE
              IF WS-IN-REFERENCIA NOT NUMERIC
                 OR WS-IN-REFERENCIA (5:2) < '01'
                 OR WS-IN-REFERENCIA (5:2) > '12'
                 DISPLAY 'PERIODO INVALIDO'
                 GO TO 2300-LISTAR-SALDOS-FIN
              END-IF
              MOVE WS-IN-REFERENCIA         TO WS-PERIODO-REFERENCIA
           END-IF.

           MOVE ZEROES                      TO WS-SAL-CANT.

           OPEN INPUT ENT-CUENTA.

           IF NOT FS-CUENTA-OK
              DISPLAY 'ERROR AL ABRIR CUENTA.TXT: ' FS-CUENTA
              DISPLAY 'SALDOS.TXT NO SE GENERA'
              GO TO 2300-LISTAR-SALDOS-FIN
           END-IF.

           PERFORM 2310-ACUMULAR-SALDO
              THRU 2310-ACUMULAR-SALDO-FIN
             UNTIL FS-CUENTA-EOF.

           CLOSE ENT-CUENTA.

           IF WS-SW-ERROR-SI
              DISPLAY 'SALDOS.TXT NO SE GENERA'
              GO TO 2300-LISTAR-SALDOS-FIN
           END-IF.

           PERFORM 2400-GRABAR-SALDOS
              THRU 2400-GRABAR-SALDOS-FIN.

       2300-LISTAR-SALDOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2310-ACUMULAR-SALDO.

           READ ENT-CUENTA.

           EVALUATE TRUE
               WHEN FS-CUENTA = '00'
                    MOVE WS-ENT-CUENTA      TO WS-REG-CUENTA
                    IF WS-CTA-PERIODO NOT > WS-PERIODO-REFERENCIA
                       PERFORM 2950-EVALUAR-MOVIMIENTO
                          THRU 2950-EVALUAR-MOVIMIENTO-FIN
                       IF WS-EFECTO NOT EQUAL ZEROES
                          PERFORM 2320-UBICAR-SALDO
                             THRU 2320-UBICAR-SALDO-FIN
                       END-IF
                    END-IF
               WHEN FS-CUENTA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CUENTA.TXT: ' FS-CUENTA
                    SET WS-SW-ERROR-SI      TO TRUE
                    MOVE '10'               TO FS-CUENTA
           END-EVALUATE.

       2310-ACUMULAR-SALDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2320-UBICAR-SALDO.

      *---- Busca la entrada del empleado y periodo, o el lugar donde
      *---- le toca ir para que la tabla siga ordenada.

           PERFORM 2330-BUSCAR-SALDO
              THRU 2330-BUSCAR-SALDO-FIN
              VARYING WS-SAL-IDX FROM 1 BY 1
                UNTIL WS-SAL-IDX > WS-SAL-CANT
                   OR WS-SAL-T-ID-EMPLEADO (WS-SAL-IDX)
                       > WS-CTA-ID-EMPLEADO
                   OR (WS-SAL-T-ID-EMPLEADO (WS-SAL-IDX)
                       = WS-CTA-ID-EMPLEADO
                   AND WS-SAL-T-PERIODO (WS-SAL-IDX)
                       NOT < WS-CTA-PERIODO).

           IF WS-SAL-IDX NOT > WS-SAL-CANT
              AND WS-SAL-T-ID-EMPLEADO (WS-SAL-IDX)
                  = WS-CTA-ID-EMPLEADO
              AND WS-SAL-T-PERIODO (WS-SAL-IDX) = WS-CTA-PERIODO
              ADD WS-EFECTO         TO WS-SAL-T-SALDO (WS-SAL-IDX)
              GO TO 2320-UBICAR-SALDO-FIN
           END-IF.

           IF WS-SAL-CANT >= 50000
              DISPLAY 'TABLA DE SALDOS LLENA'
              SET WS-SW-ERROR-SI            TO TRUE
              MOVE '10'                     TO FS-CUENTA
              GO TO 2320-UBICAR-SALDO-FIN
           END-IF.

           SET WS-SAL-POS                   TO WS-SAL-IDX.

           PERFORM 2340-CORRER-SALDO
              THRU 2340-CORRER-SALDO-FIN
              VARYING WS-SAL-AUX FROM WS-SAL-CANT BY -1
                UNTIL WS-SAL-AUX < WS-SAL-POS.

           ADD 1                            TO WS-SAL-CANT.
           MOVE WS-CTA-ID-EMPLEADO TO WS-SAL-T-ID-EMPLEADO (WS-SAL-POS).
           MOVE WS-CTA-PERIODO     TO WS-SAL-T-PERIODO (WS-SAL-POS).
           MOVE WS-EFECTO          TO WS-SAL-T-SALDO (WS-SAL-POS).

       2320-UBICAR-SALDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2330-BUSCAR-SALDO.
      *---- Solo avanza el indice; la condicion de corte (encontrado
      *---- o fin de tabla) se resuelve en el UNTIL del PERFORM.
           CONTINUE.

       2330-BUSCAR-SALDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2340-CORRER-SALDO.

      *---- Corre una entrada un lugar hacia adelante para abrir el
      *---- hueco de la nueva.
           COMPUTE WS-SAL-SIG = WS-SAL-AUX + 1.
           MOVE WS-SAL-TABLA (WS-SAL-AUX)
                                 TO WS-SAL-TABLA (WS-SAL-SIG).

       2340-CORRER-SALDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2400-GRABAR-SALDOS.

           OPEN OUTPUT SAL-SALDOS.

           IF NOT FS-SALDOS-OK
              DISPLAY 'ERROR AL ABRIR SALDOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-SALDOS
              MOVE 8                        TO RETURN-CODE
              GO TO 2400-GRABAR-SALDOS-FIN
           END-IF.

           INITIALIZE WS-ACUMULADOS-SALDOS.

           MOVE WS-PERIODO-REFERENCIA       TO WS-SDO-TIT-PERIODO.
           MOVE WS-HOY-DD                   TO WS-SDO-TIT-DD.
           MOVE WS-HOY-MM                   TO WS-SDO-TIT-MM.
           MOVE WS-HOY-AAAA                 TO WS-SDO-TIT-AAAA.

           MOVE WS-SDO-SEPARADOR            TO WS-SAL-SALDOS.
           PERFORM 2810-ESCRIBIR-SALDOS
              THRU 2810-ESCRIBIR-SALDOS-FIN.
           MOVE WS-SDO-TITULO               TO WS-SAL-SALDOS.
           PERFORM 2810-ESCRIBIR-SALDOS
              THRU 2810-ESCRIBIR-SALDOS-FIN.
           MOVE WS-SDO-SUBTITULO            TO WS-SAL-SALDOS.
           PERFORM 2810-ESCRIBIR-SALDOS
              THRU 2810-ESCRIBIR-SALDOS-FIN.
           MOVE WS-SDO-SEPARADOR            TO WS-SAL-SALDOS.
           PERFORM 2810-ESCRIBIR-SALDOS
              THRU 2810-ESCRIBIR-SALDOS-FIN.
           MOVE WS-SDO-CABECERA             TO WS-SAL-SALDOS.
           PERFORM 2810-ESCRIBIR-SALDOS
              THRU 2810-ESCRIBIR-SALDOS-FIN.
           MOVE WS-SDO-SEPARADOR            TO WS-SAL-SALDOS.
           PERFORM 2810-ESCRIBIR-SALDOS
              THRU 2810-ESCRIBIR-SALDOS-FIN.

           PERFORM 2410-GRABAR-SALDO
              THRU 2410-GRABAR-SALDO-FIN
              VARYING WS-SAL-IDX FROM 1 BY 1
                UNTIL WS-SAL-IDX > WS-SAL-CANT.

           IF WS-EMP-ID-ANTERIOR NOT EQUAL ZEROES
              PERFORM 2430-CERRAR-EMPLEADO
                 THRU 2430-CERRAR-EMPLEADO-FIN
           END-IF.

           IF WS-TOT-EMPLEADOS EQUAL ZEROES
              MOVE WS-SDO-SIN-DATOS         TO WS-SAL-SALDOS
              PERFORM 2810-ESCRIBIR-SALDOS
                 THRU 2810-ESCRIBIR-SALDOS-FIN
           END-IF.

           PERFORM 2440-GRABAR-TOTALES
              THRU 2440-GRABAR-TOTALES-FIN.

           CLOSE SAL-SALDOS.

           MOVE WS-TOT-EMPLEADOS            TO WS-FORMAT-CANT.
           DISPLAY 'EMPLEADOS CON SALDO ABIERTO     : ' WS-FORMAT-CANT.
           MOVE WS-TOT-EMP-VENCIDOS         TO WS-FORMAT-CANT.
           DISPLAY 'CON DEUDA DE MAS DE 2 PERIODOS  : ' WS-FORMAT-CANT.
           MOVE WS-TOT-SALDO                TO WS-FORMAT-SALDO.
           DISPLAY 'SALDO TOTAL DE LA EMPRESA       : ' WS-FORMAT-SALDO.
           DISPLAY 'SALDOS.TXT GENERADO'.

       2400-GRABAR-SALDOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2410-GRABAR-SALDO.

      *---- Un periodo que quedo saldado (lo devengado se pago entero)
      *---- no se lista.
           IF WS-SAL-T-SALDO (WS-SAL-IDX) EQUAL ZEROES
              GO TO 2410-GRABAR-SALDO-FIN
           END-IF.

           IF WS-SAL-T-ID-EMPLEADO (WS-SAL-IDX)
              NOT EQUAL WS-EMP-ID-ANTERIOR
              IF WS-EMP-ID-ANTERIOR NOT EQUAL ZEROES
                 PERFORM 2430-CERRAR-EMPLEADO
                    THRU 2430-CERRAR-EMPLEADO-FIN
              END-IF
              PERFORM 2420-ABRIR-EMPLEADO
                 THRU 2420-ABRIR-EMPLEADO-FIN
           END-IF.

           MOVE WS-SAL-T-PERIODO (WS-SAL-IDX)
                                            TO WS-PERIODO-ORIGEN.
           COMPUTE WS-ANTIGUEDAD =
                   (WS-REF-AAAA * 12 + WS-REF-MM)
                 - (WS-ORI-AAAA * 12 + WS-ORI-MM).

           MOVE WS-SAL-T-ID-EMPLEADO (WS-SAL-IDX)
                                            TO WS-SDO-DET-ID.
           MOVE WS-SAL-T-PERIODO (WS-SAL-IDX)
                                            TO WS-SDO-DET-PERIODO.
           MOVE WS-ANTIGUEDAD               TO WS-SDO-DET-ANTIGUEDAD.
           MOVE WS-SAL-T-SALDO (WS-SAL-IDX) TO WS-SDO-DET-SALDO.

      *---- Solo se marca lo que se le debe al empleado; un saldo
      *---- negativo (se le pago de mas) no envejece como deuda.
           IF WS-ANTIGUEDAD > WS-PERIODOS-LIMITE
              AND WS-SAL-T-SALDO (WS-SAL-IDX) > ZEROES
              MOVE '***'                    TO WS-SDO-DET-MARCA
              SET WS-EMP-VENCIDO-SI         TO TRUE
              ADD WS-SAL-T-SALDO (WS-SAL-IDX)
                                            TO WS-TOT-VENCIDO
           ELSE
              MOVE SPACES                   TO WS-SDO-DET-MARCA
              ADD WS-SAL-T-SALDO (WS-SAL-IDX)
                                            TO WS-TOT-AL-DIA
           END-IF.

           ADD WS-SAL-T-SALDO (WS-SAL-IDX)  TO WS-EMP-SALDO.
           ADD WS-SAL-T-SALDO (WS-SAL-IDX)  TO WS-TOT-SALDO.

           MOVE WS-SDO-DETALLE              TO WS-SAL-SALDOS.
           PERFORM 2810-ESCRIBIR-SALDOS
              THRU 2810-ESCRIBIR-SALDOS-FIN.

      *---- El nombre va solo en la primera linea del empleado.
           MOVE SPACES                      TO WS-SDO-DET-NOMBRE.
           MOVE SPACES                      TO WS-SDO-DET-APELLIDO.

       2410-GRABAR-SALDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2420-ABRIR-EMPLEADO.

           MOVE WS-SAL-T-ID-EMPLEADO (WS-SAL-IDX)
                                            TO WS-EMP-ID-ANTERIOR.
           MOVE ZEROES                      TO WS-EMP-SALDO.
           MOVE 'N'                         TO WS-EMP-VENCIDO.
           ADD 1                            TO WS-TOT-EMPLEADOS.

           MOVE WS-EMP-ID-ANTERIOR          TO WS-ENT-EMP-ID-EMPLEADO.

           READ ENT-EMPLEADOS.

           IF FS-EMPLEADOS-OK
              MOVE WS-ENT-EMP-NOMBRE        TO WS-SDO-DET-NOMBRE
              MOVE WS-ENT-EMP-APELLIDO      TO WS-SDO-DET-APELLIDO
           ELSE
              MOVE '(NO EXISTE EN EL MAESTRO)'
                                            TO WS-SDO-DET-NOMBRE
              MOVE SPACES                   TO WS-SDO-DET-APELLIDO
           END-IF.

       2420-ABRIR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2430-CERRAR-EMPLEADO.

           MOVE WS-EMP-SALDO                TO WS-SDO-TEM-SALDO.

           IF WS-EMP-VENCIDO-SI
              MOVE '***'                    TO WS-SDO-TEM-MARCA
              ADD 1                         TO WS-TOT-EMP-VENCIDOS
           ELSE
              MOVE SPACES                   TO WS-SDO-TEM-MARCA
              ADD 1                         TO WS-TOT-EMP-AL-DIA
           END-IF.

           MOVE WS-SDO-TOT-EMPLEADO         TO WS-SAL-SALDOS.
           PERFORM 2810-ESCRIBIR-SALDOS
              THRU 2810-ESCRIBIR-SALDOS-FIN.

           MOVE SPACES                      TO WS-SAL-SALDOS.
           PERFORM 2810-ESCRIBIR-SALDOS
              THRU 2810-ESCRIBIR-SALDOS-FIN.

       2430-CERRAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2440-GRABAR-TOTALES.

           MOVE WS-SDO-SEPARADOR            TO WS-SAL-SALDOS.
           PERFORM 2810-ESCRIBIR-SALDOS
              THRU 2810-ESCRIBIR-SALDOS-FIN.

           MOVE 'TOTAL EMPRESA                          '
                                            TO WS-SDO-TOT-LEYENDA.
           MOVE WS-TOT-SALDO                TO WS-SDO-TOT-IMPORTE.
           MOVE WS-TOT-EMPLEADOS            TO WS-SDO-TOT-CANTIDAD.
           MOVE WS-SDO-TOTAL                TO WS-SAL-SALDOS.
           PERFORM 2810-ESCRIBIR-SALDOS
              THRU 2810-ESCRIBIR-SALDOS-FIN.

           MOVE 'HASTA 2 PERIODOS (O A FAVOR EMPRESA)   '
                                            TO WS-SDO-TOT-LEYENDA.
           MOVE WS-TOT-AL-DIA               TO WS-SDO-TOT-IMPORTE.
           MOVE WS-TOT-EMP-AL-DIA           TO WS-SDO-TOT-CANTIDAD.
           MOVE WS-SDO-TOTAL                TO WS-SAL-SALDOS.
           PERFORM 2810-ESCRIBIR-SALDOS
              THRU 2810-ESCRIBIR-SALDOS-FIN.

           MOVE '*** ADEUDADO HACE MAS DE 2 PERIODOS    '
                                            TO WS-SDO-TOT-LEYENDA.
           MOVE WS-TOT-VENCIDO              TO WS-SDO-TOT-IMPORTE.
           MOVE WS-TOT-EMP-VENCIDOS         TO WS-SDO-TOT-CANTIDAD.
           MOVE WS-SDO-TOTAL                TO WS-SAL-SALDOS.
           PERFORM 2810-ESCRIBIR-SALDOS
              THRU 2810-ESCRIBIR-SALDOS-FIN.

       2440-GRABAR-TOTALES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2800-ESCRIBIR-CTACTE.

           WRITE WS-SAL-CTACTE.

           IF NOT FS-CTACTE-OK
              DISPLAY 'ERROR AL ESCRIBIR ' WS-PATH-CTACTE ': '
                      FS-CTACTE
           END-IF.

       2800-ESCRIBIR-CTACTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2810-ESCRIBIR-SALDOS.

           WRITE WS-SAL-SALDOS.

           IF NOT FS-SALDOS-OK
              DISPLAY 'ERROR AL ESCRIBIR SALDOS.TXT: ' FS-SALDOS
              MOVE 8                        TO RETURN-CODE
           END-IF.

       2810-ESCRIBIR-SALDOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-CARGAR-PERIODOS.

      *---- Primera pasada sobre la cuenta: la corrida vigente de cada
      *---- periodo y el ultimo periodo con movimientos.

           MOVE 'N'                         TO WS-SW-ERROR.
           MOVE ZEROES                      TO WS-PER-CANT.
           MOVE ZEROES                      TO WS-CRR-CANT.
           MOVE ZEROES                      TO WS-PERIODO-MAXIMO.

           OPEN INPUT ENT-CUENTA.

           IF NOT FS-CUENTA-OK
              DISPLAY 'ERROR AL ABRIR CUENTA.TXT: ' FS-CUENTA
              SET WS-SW-ERROR-SI            TO TRUE
              GO TO 2900-CARGAR-PERIODOS-FIN
           END-IF.

           PERFORM 2910-LEER-PERIODO
              THRU 2910-LEER-PERIODO-FIN
             UNTIL FS-CUENTA-EOF.

           CLOSE ENT-CUENTA.

       2900-CARGAR-PERIODOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2910-LEER-PERIODO.

           READ ENT-CUENTA.

           EVALUATE TRUE
               WHEN FS-CUENTA = '00'
                    MOVE WS-ENT-CUENTA      TO WS-REG-CUENTA
                    IF WS-CTA-PERIODO > WS-PERIODO-MAXIMO
                       MOVE WS-CTA-PERIODO  TO WS-PERIODO-MAXIMO
                    END-IF
                    IF WS-CTA-ES-DEVENGADO
                       AND NOT WS-CTA-CON-RECUPERO
                       PERFORM 2920-ANOTAR-CORRIDA
                          THRU 2920-ANOTAR-CORRIDA-FIN
                    END-IF
               WHEN FS-CUENTA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CUENTA.TXT: ' FS-CUENTA
                    SET WS-SW-ERROR-SI      TO TRUE
                    MOVE '10'               TO FS-CUENTA
           END-EVALUATE.

       2910-LEER-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2920-ANOTAR-CORRIDA.

           PERFORM 2930-BUSCAR-PERIODO
              THRU 2930-BUSCAR-PERIODO-FIN
              VARYING WS-PER-IDX FROM 1 BY 1
                UNTIL WS-PER-IDX > WS-PER-CANT
                   OR WS-PER-T-PERIODO (WS-PER-IDX) = WS-CTA-PERIODO.

           IF WS-PER-IDX > WS-PER-CANT
              IF WS-PER-CANT >= 600
                 DISPLAY 'TABLA DE PERIODOS LLENA'
                 SET WS-SW-ERROR-SI         TO TRUE
                 MOVE '10'                  TO FS-CUENTA
                 GO TO 2920-ANOTAR-CORRIDA-FIN
              END-IF
              ADD 1                         TO WS-PER-CANT
              SET WS-PER-IDX                TO WS-PER-CANT
              MOVE WS-CTA-PERIODO  TO WS-PER-T-PERIODO (WS-PER-IDX)
              MOVE WS-CTA-CORRIDA  TO WS-PER-T-CORRIDA (WS-PER-IDX)
           END-IF.

           IF WS-CTA-CORRIDA > WS-PER-T-CORRIDA (WS-PER-IDX)
              MOVE WS-CTA-CORRIDA  TO WS-PER-T-CORRIDA (WS-PER-IDX)
           END-IF.

           PERFORM 2930-BUSCAR-PERIODO
              THRU 2930-BUSCAR-PERIODO-FIN
              VARYING WS-CRR-IDX FROM 1 BY 1
                UNTIL WS-CRR-IDX > WS-CRR-CANT
                   OR WS-CRR-T-CORRIDA (WS-CRR-IDX) = WS-CTA-CORRIDA.

           IF WS-CRR-IDX > WS-CRR-CANT
              IF WS-CRR-CANT >= 2000
                 DISPLAY 'TABLA DE CORRIDAS LLENA'
                 SET WS-SW-ERROR-SI         TO TRUE
                 MOVE '10'                  TO FS-CUENTA
                 GO TO 2920-ANOTAR-CORRIDA-FIN
              END-IF
              ADD 1                         TO WS-CRR-CANT
              SET WS-CRR-IDX                TO WS-CRR-CANT
              MOVE WS-CTA-CORRIDA  TO WS-CRR-T-CORRIDA (WS-CRR-IDX)
              MOVE WS-CTA-PERIODO  TO WS-CRR-T-PERIODO (WS-CRR-IDX)
           END-IF.

       2920-ANOTAR-CORRIDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2930-BUSCAR-PERIODO.
      *---- Solo avanza el indice; la condicion de corte (encontrado
      *---- o fin de tabla) se resuelve en el UNTIL del PERFORM.
           CONTINUE.

       2930-BUSCAR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2950-EVALUAR-MOVIMIENTO.

      *---- Efecto del movimiento en WS-REG-CUENTA sobre el saldo: el
      *---- devengado suma (salvo que su corrida haya sido superada
      *---- por un reproceso del periodo que liquido), el pagado resta
      *---- y el ajuste va con su signo. Enviado y rechazado no mueven
      *---- el saldo: lo rechazado se sigue debiendo hasta que se
      *---- pague.

           MOVE ZEROES                      TO WS-EFECTO.
           MOVE 'N'                         TO WS-SW-SUPERADO.
           MOVE WS-CTA-PERIODO              TO WS-PERIODO-CORRIDA.

      *---- Un recupero se mide contra el periodo que liquido su
      *---- corrida; si la corrida no dejo otros devengados no hay
      *---- con que compararla y cuenta.
           IF WS-CTA-ES-DEVENGADO AND WS-CTA-CON-RECUPERO
              MOVE ZEROES                   TO WS-PERIODO-CORRIDA
              PERFORM 2930-BUSCAR-PERIODO
                 THRU 2930-BUSCAR-PERIODO-FIN
                 VARYING WS-CRR-IDX FROM 1 BY 1
                   UNTIL WS-CRR-IDX > WS-CRR-CANT
                      OR WS-CRR-T-CORRIDA (WS-CRR-IDX)
                          = WS-CTA-CORRIDA
              IF WS-CRR-IDX NOT > WS-CRR-CANT
                 MOVE WS-CRR-T-PERIODO (WS-CRR-IDX)
                                            TO WS-PERIODO-CORRIDA
              END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-CTA-ES-DEVENGADO
                    PERFORM 2930-BUSCAR-PERIODO
                       THRU 2930-BUSCAR-PERIODO-FIN
                       VARYING WS-PER-IDX FROM 1 BY 1
                         UNTIL WS-PER-IDX > WS-PER-CANT
                            OR WS-PER-T-PERIODO (WS-PER-IDX)
                                = WS-PERIODO-CORRIDA
                    IF WS-PER-IDX NOT > WS-PER-CANT
                       AND WS-CTA-CORRIDA
                           < WS-PER-T-CORRIDA (WS-PER-IDX)
                       SET WS-SW-SUPERADO-SI
                                            TO TRUE
                    ELSE
                       MOVE WS-CTA-IMPORTE  TO WS-EFECTO
                    END-IF
               WHEN WS-CTA-ES-PAGADO
                    COMPUTE WS-EFECTO = 0 - WS-CTA-IMPORTE
               WHEN WS-CTA-ES-AJUSTE
                    MOVE WS-CTA-IMPORTE     TO WS-EFECTO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       2950-EVALUAR-MOVIMIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-SW-MAESTRO-ABIERTO
              CLOSE ENT-EMPLEADOS
           END-IF.

           DISPLAY 'FIN DEL PROGRAMA'.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL15EJ18.
