      ******************************************************************
      * Author: GABRIELA C RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: CERTIFICADO ANUAL DE COMISIONES POR EMPLEADO. AL
      *          CIERRE DEL ANIO TOMA EL ANUAL HISTaaaa.TXT (LOS
      *          PERIODOS YA CERRADOS POR CL15EJ10) Y HISTORIA.TXT
      *          (LOS QUE TODAVIA NO SE ARCHIVARON), Y DE CADA
      *          PERIODO DEL ANIO SE QUEDA SOLO CON LA CORRIDA MAS
      *          ALTA, LA MISMA REGLA QUE CL15EJ06. LE SUMA LOS
      *          RECUPEROS POR CANCELACIONES TARDIAS ('R' DE
      *          TICKETS.TXT, IMPUTADOS AL MES DE LA VENTA ORIGINAL)
      *          Y LO QUE SUELDOS ACUSO PAGADO EN SU RETORNO ('P' DE
      *          CUENTA.TXT). GRABA UN CERTIFICADO POR LEGAJO EN SU
      *          PROPIO ARCHIVO CERaaaa-nnnnnnnn.TXT, MES POR MES CON
      *          LO VENDIDO, LA COMISION DEVENGADA Y LA EFECTIVAMENTE
      *          PAGADA, Y EL TOTAL ANUAL; Y EL LISTADO DE CONTROL
      *          CERaaaa.TXT, QUE SUMA TODOS LOS CERTIFICADOS AL TOTAL
      *          DE LA EMPRESA Y LO CUADRA CONTRA LO VENDIDO POR LAS
      *          SUCURSALES, PARA LA FIRMA DE CONTADURIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL15EJ19.
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
      *---- 1005-DEFINIR-PATHS). EL SELECT DE LA HISTORIA ES GENERICO:
      *---- SE RECORRE PRIMERO CON EL ANUAL HISTaaaa.TXT Y DESPUES
      *---- CON HISTORIA.TXT. EL DEL CERTIFICADO SE REABRE UNA VEZ POR
      *---- EMPLEADO CAMBIANDO EL PATH (CERaaaa-nnnnnnnn.TXT).
       SELECT OPTIONAL ENT-HISTORIA
           ASSIGN DYNAMIC WS-PATH-HISTORIA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORIA.

       SELECT OPTIONAL ENT-TICKETS
           ASSIGN DYNAMIC WS-PATH-TICKETS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TICKETS.

       SELECT OPTIONAL ENT-CUENTA
           ASSIGN DYNAMIC WS-PATH-CUENTA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CUENTA.

       SELECT SAL-CERTIFICADO
           ASSIGN DYNAMIC WS-PATH-CERTIFICADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CERTIFICADO.

       SELECT SAL-CONTROL
           ASSIGN DYNAMIC WS-PATH-CONTROL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-HISTORIA.
      * FORMATO DE "HISTORIA.TXT" Y DE SUS ANUALES "HISTaaaa.TXT"
          COPY HISTORIA.

       FD ENT-TICKETS.
      * FORMATO DEL ARCHIVO DE ENTRADA OPCIONAL "TICKETS.TXT"
          COPY TICKETS.

       FD ENT-CUENTA.
      * FORMATO DEL ARCHIVO DE ENTRADA OPCIONAL "CUENTA.TXT"
          COPY CUENTA.

       FD SAL-CERTIFICADO.
       01 WS-SAL-CERTIFICADO                PIC X(140).

       FD SAL-CONTROL.
       01 WS-SAL-CONTROL                    PIC X(159).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-HISTORIA                    PIC X(2).
             88 FS-HISTORIA-OK                  VALUE '00'.
             88 FS-HISTORIA-EOF                 VALUE '10'.
             88 FS-HISTORIA-NFD                 VALUE '05'.
          05 FS-TICKETS                     PIC X(2).
             88 FS-TICKETS-OK                   VALUE '00' '05'.
             88 FS-TICKETS-EOF                  VALUE '10'.
          05 FS-CUENTA                      PIC X(2).
             88 FS-CUENTA-OK                    VALUE '00' '05'.
             88 FS-CUENTA-EOF                   VALUE '10'.
          05 FS-CERTIFICADO                 PIC X(2).
             88 FS-CERTIFICADO-OK               VALUE '00'.
          05 FS-CONTROL                     PIC X(2).
             88 FS-CONTROL-OK                   VALUE '00'.

      * DIRECTORIO DONDE SE ENCUENTRAN/SE GRABAN LOS ARCHIVOS. SE
      * ARMA A PARTIR DE WS-PATH-DIRECTORIO EN 1005-DEFINIR-PATHS.
       01 WS-PATHS.
          05 WS-PATH-DIRECTORIO              PIC X(60) VALUE '..'.
          05 WS-PATH-HISTORIA                PIC X(80).
          05 WS-PATH-HIS-ANUAL               PIC X(80).
          05 WS-PATH-HIS-ACTUAL              PIC X(80).
          05 WS-PATH-TICKETS                 PIC X(80).
          05 WS-PATH-CUENTA                  PIC X(80).
          05 WS-PATH-CERTIFICADO             PIC X(80).
          05 WS-PATH-CONTROL                 PIC X(80).

      * NOMBRES DE LOS ARCHIVOS QUE DEPENDEN DEL ANIO Y DEL LEGAJO
       01 WS-NOMBRE-HIS-ANUAL.
          05 FILLER                         PIC X(04) VALUE 'HIST'.
          05 WS-HAN-ANIO                    PIC 9(04).
          05 FILLER                         PIC X(04) VALUE '.TXT'.

       01 WS-NOMBRE-HISTORIA                PIC X(12).

       01 WS-NOMBRE-CERTIFICADO.
          05 FILLER                         PIC X(03) VALUE 'CER'.
          05 WS-NCE-ANIO                    PIC 9(04).
          05 FILLER                         PIC X(01) VALUE '-'.
          05 WS-NCE-LEGAJO                  PIC 9(08).
          05 FILLER                         PIC X(04) VALUE '.TXT'.

       01 WS-NOMBRE-CONTROL.
          05 FILLER                         PIC X(03) VALUE 'CER'.
          05 WS-NCO-ANIO                    PIC 9(04).
          05 FILLER                         PIC X(04) VALUE '.TXT'.

      * ANIO A CERTIFICAR Y VISTA AAAAMM DE LOS PERIODOS LEIDOS
       01 WS-ANIO                           PIC 9(04) VALUE 0.
       01 WS-PERIODO-AUX                    PIC 9(06) VALUE 0.
       01 WS-PERIODO-AUX-R REDEFINES WS-PERIODO-AUX.
          05 WS-PAU-AAAA                    PIC 9(04).
          05 WS-PAU-MM                      PIC 9(02).

       01 WS-FECHA-HOY                      PIC 9(08) VALUE 0.
       01 WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
          05 WS-HOY-AAAA                    PIC 9(04).
          05 WS-HOY-MM                      PIC 9(02).
          05 WS-HOY-DD                      PIC 9(02).

      * NOMBRE ABREVIADO DE CADA MES PARA LAS LINEAS DEL CERTIFICADO
       01 WS-NOMBRES-MESES                  PIC X(36) VALUE
             'ENEFEBMARABRMAYJUNJULAGOSEPOCTNOVDIC'.
       01 WS-NOMBRES-MESES-R REDEFINES WS-NOMBRES-MESES.
          05 WS-NOMBRE-MES                  PIC X(03) OCCURS 12 TIMES.

       01 WS-SW-ABORTAR                     PIC X(01) VALUE 'N'.
          88 WS-SW-ABORTAR-SI                   VALUE 'S'.

      * PASADA EN CURSO SOBRE LA HISTORIA: EN LA PRIMERA SE RELEVA LA
      * CORRIDA VIGENTE DE CADA PERIODO, EN LA SEGUNDA SE CARGAN LOS
      * REGISTROS DEL ANIO QUE PERTENECEN A ELLA.
       01 WS-SW-PASADA                      PIC X(01) VALUE '1'.
          88 WS-SW-PASADA-CORRIDAS              VALUE '1'.
          88 WS-SW-PASADA-CARGA                 VALUE '2'.

      * CORRIDA VIGENTE (LA MAS ALTA) DE CADA PERIODO QUE APARECE EN
      * LA HISTORIA, DE CUALQUIER ANIO: UN RECUPERO DE UNA VENTA DEL
      * ANIO PUEDE HABERLO APLICADO UNA CORRIDA DEL ANIO SIGUIENTE.
       01 WS-TABLA-PERIODOS.
          05 WS-PER-CANT                    PIC 9(04) VALUE 0.
          05 WS-PER-TABLA OCCURS 600 TIMES
                          INDEXED BY WS-PER-IDX.
             10 WS-PER-T-PERIODO            PIC 9(06).
             10 WS-PER-T-CORRIDA            PIC 9(06).

      * RESULTADO DEL ANIO POR EMPLEADO, MES POR MES. LOS REGISTROS
      * 'E', 'P' Y 'O' DE LA CORRIDA VIGENTE PISAN (UN REPETIDO DE LA
      * COLA DE UN REINICIO NO SE SUMA DOS VECES, COMO EN CL15EJ06);
      * LOS RECUPEROS Y LO PAGADO SE ACUMULAN.
       01 WS-TABLA-EMPLEADOS.
          05 WS-EMP-CANT                    PIC 9(05) VALUE 0.
          05 WS-EMP-TABLA OCCURS 10000 TIMES
                          INDEXED BY WS-EMP-IDX.
             10 WS-EMP-ID                   PIC 9(08).
             10 WS-EMP-NOMBRE               PIC X(25).
             10 WS-EMP-APELLIDO             PIC X(25).
             10 WS-EMP-MES OCCURS 12 TIMES.
                15 WS-EMP-VENTAS            PIC 9(10)V9(02).
                15 WS-EMP-COMISION          PIC 9(10)V9(02).
                15 WS-EMP-PREMIO            PIC 9(10)V9(02).
                15 WS-EMP-SOBRECOMISION     PIC 9(10)V9(02).
                15 WS-EMP-RECUPERO          PIC 9(10)V9(02).
                15 WS-EMP-PAGADO            PIC S9(10)V9(02).

      * LO VENDIDO POR CADA SUCURSAL EN CADA MES SEGUN LOS REGISTROS
      * 'U' DE LA CORRIDA VIGENTE (CLAVE MES+SUCURSAL, PISANDO
      * REPETIDOS). ES LA CONTRAPARTIDA DEL CONTROL DE LAS VENTAS.
       01 WS-TABLA-SUCURSALES.
          05 WS-SUC-CANT                    PIC 9(04) VALUE 0.
          05 WS-SUC-TABLA OCCURS 3000 TIMES
                          INDEXED BY WS-SUC-IDX.
             10 WS-SUC-MES                  PIC 9(02).
             10 WS-SUC-NOMBRE               PIC X(20).
             10 WS-SUC-IMPORTE              PIC 9(10)V9(02).

      * TOTALES DE LA EMPRESA POR MES, SUMA DE LOS CERTIFICADOS, Y
      * CORRIDA VIGENTE DEL PERIODO DE CADA MES.
       01 WS-TABLA-MESES.
          05 WS-MES-TABLA OCCURS 12 TIMES.
             10 WS-MES-CORRIDA              PIC 9(06).
             10 WS-MES-VENTAS               PIC S9(12)V9(02).
             10 WS-MES-COMISION             PIC S9(12)V9(02).
             10 WS-MES-OTROS                PIC S9(12)V9(02).
             10 WS-MES-RECUPERO             PIC S9(12)V9(02).
             10 WS-MES-DEVENGADO            PIC S9(12)V9(02).
             10 WS-MES-PAGADO               PIC S9(12)V9(02).
             10 WS-MES-SUCURSALES           PIC S9(12)V9(02).

      * SUBINDICE DEL MES (01 A 12) EN LAS TABLAS ANTERIORES
       77 WS-MES                            PIC 9(02) VALUE 0.
       77 WS-FORMAT-CANTIDAD                PIC ZZZ.ZZ9.

      * LEGAJO QUE BUSCA 2500-UBICAR-EMPLEADO. SE LO PASA EN
      * WORKING-STORAGE PORQUE LOS RECUPEROS Y LOS PAGOS SE CARGAN CON
      * LA HISTORIA YA CERRADA (SU REGISTRO DEL FD NO ESTA DISPONIBLE).
       77 WS-ID-BUSCADO                     PIC 9(08) VALUE 0.

      * IMPORTES DE UNA LINEA DEL CERTIFICADO Y TOTALES DEL EMPLEADO
       01 WS-IMPORTES-LINEA.
          05 WS-LIN-OTROS                   PIC S9(12)V9(02) VALUE 0.
          05 WS-LIN-DEVENGADO               PIC S9(12)V9(02) VALUE 0.

       01 WS-TOTALES-EMPLEADO.
          05 WS-TEM-VENTAS                  PIC S9(12)V9(02) VALUE 0.
          05 WS-TEM-COMISION                PIC S9(12)V9(02) VALUE 0.
          05 WS-TEM-OTROS                   PIC S9(12)V9(02) VALUE 0.
          05 WS-TEM-RECUPERO                PIC S9(12)V9(02) VALUE 0.
          05 WS-TEM-DEVENGADO               PIC S9(12)V9(02) VALUE 0.
          05 WS-TEM-PAGADO                  PIC S9(12)V9(02) VALUE 0.

       01 WS-TOTALES-EMPRESA.
          05 WS-TOT-VENTAS                  PIC S9(12)V9(02) VALUE 0.
          05 WS-TOT-COMISION                PIC S9(12)V9(02) VALUE 0.
          05 WS-TOT-OTROS                   PIC S9(12)V9(02) VALUE 0.
          05 WS-TOT-RECUPERO                PIC S9(12)V9(02) VALUE 0.
          05 WS-TOT-DEVENGADO               PIC S9(12)V9(02) VALUE 0.
          05 WS-TOT-PAGADO                  PIC S9(12)V9(02) VALUE 0.
          05 WS-TOT-SUCURSALES              PIC S9(12)V9(02) VALUE 0.
          05 WS-TOT-DIFERENCIA              PIC S9(12)V9(02) VALUE 0.

       01 WS-CONTADORES.
          05 WS-CONT-REG-ANIO               PIC 9(08) VALUE 0.
          05 WS-CONT-CERTIFICADOS           PIC 9(06) VALUE 0.
          05 WS-CONT-RECUPEROS              PIC 9(06) VALUE 0.
          05 WS-CONT-PAGADOS                PIC 9(06) VALUE 0.

      * FORMATO DE LAS LINEAS DEL CERTIFICADO Y DEL LISTADO DE CONTROL
          COPY CERTIF.

          COPY CERCTL.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF NOT WS-SW-ABORTAR-SI

              SET WS-SW-PASADA-CORRIDAS     TO TRUE
              PERFORM 2000-RECORRER-HISTORIAS
                 THRU 2000-RECORRER-HISTORIAS-FIN

              IF RETURN-CODE EQUAL ZEROES
                 AND WS-CONT-REG-ANIO EQUAL ZEROES
                 DISPLAY 'NI ' WS-NOMBRE-HIS-ANUAL ' NI HISTORIA.TXT '
                         'TIENEN PERIODOS DEL ANIO ' WS-ANIO
                 SET WS-SW-ABORTAR-SI       TO TRUE
                 MOVE 8                     TO RETURN-CODE
              END-IF
           END-IF.

           IF NOT WS-SW-ABORTAR-SI
              AND RETURN-CODE EQUAL ZEROES

              SET WS-SW-PASADA-CARGA        TO TRUE
              PERFORM 2000-RECORRER-HISTORIAS
                 THRU 2000-RECORRER-HISTORIAS-FIN

              PERFORM 2300-CARGAR-RECUPEROS
                 THRU 2300-CARGAR-RECUPEROS-FIN

              PERFORM 2400-CARGAR-PAGADOS
                 THRU 2400-CARGAR-PAGADOS-FIN

              IF RETURN-CODE EQUAL ZEROES
                 PERFORM 3000-ABRIR-CONTROL
                    THRU 3000-ABRIR-CONTROL-FIN
              END-IF

              IF RETURN-CODE EQUAL ZEROES
                 PERFORM 3100-GRABAR-CERTIFICADO
                    THRU 3100-GRABAR-CERTIFICADO-FIN
                    VARYING WS-EMP-IDX FROM 1 BY 1
                      UNTIL WS-EMP-IDX > WS-EMP-CANT

                 PERFORM 3300-CERRAR-CONTROL
                    THRU 3300-CERRAR-CONTROL-FIN
              ELSE
                 DISPLAY 'LOS CERTIFICADOS NO SE GENERAN'
              END-IF
           END-IF.

           PERFORM 9000-FINALIZAR-PROGRAMA
              THRU 9000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           ACCEPT WS-FECHA-HOY              FROM DATE YYYYMMDD.

           INITIALIZE WS-TABLA-MESES.

           DISPLAY 'DIRECTORIO DE LOS ARCHIVOS (ENTER = ..): '.
           ACCEPT WS-PATH-DIRECTORIO.

           IF WS-PATH-DIRECTORIO EQUAL SPACES
              MOVE '..'                     TO WS-PATH-DIRECTORIO
           END-IF.

           DISPLAY 'ANIO A CERTIFICAR (AAAA, EJ: 2026): '.
           ACCEPT WS-ANIO.

           IF WS-ANIO NOT NUMERIC
              OR WS-ANIO < 1900
              DISPLAY 'ANIO INVALIDO: ' WS-ANIO
              SET WS-SW-ABORTAR-SI          TO TRUE
              MOVE 8                        TO RETURN-CODE
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1005-DEFINIR-PATHS
              THRU 1005-DEFINIR-PATHS-FIN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1005-DEFINIR-PATHS.

      *---- El directorio se pide en 1000 junto con el anio, porque
      *---- los nombres del anual y de los certificados dependen de el.

           MOVE WS-ANIO                     TO WS-HAN-ANIO.
           MOVE WS-ANIO                     TO WS-NCE-ANIO.
           MOVE WS-ANIO                     TO WS-NCO-ANIO.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/'                        DELIMITED BY SIZE
                  WS-NOMBRE-HIS-ANUAL        DELIMITED BY SIZE
             INTO WS-PATH-HIS-ANUAL
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/HISTORIA.TXT'            DELIMITED BY SIZE
             INTO WS-PATH-HIS-ACTUAL
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/TICKETS.TXT'             DELIMITED BY SIZE
             INTO WS-PATH-TICKETS
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/CUENTA.TXT'              DELIMITED BY SIZE
             INTO WS-PATH-CUENTA
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/'                        DELIMITED BY SIZE
                  WS-NOMBRE-CONTROL          DELIMITED BY SIZE
             INTO WS-PATH-CONTROL
           END-STRING.

       1005-DEFINIR-PATHS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-RECORRER-HISTORIAS.

      *---- Cada pasada recorre el anual del anio y despues la
      *---- historia en curso: CL15EJ10 mueve los periodos cerrados
      *---- al anual, asi que un mismo periodo esta en uno solo.

           MOVE WS-PATH-HIS-ANUAL           TO WS-PATH-HISTORIA.
           MOVE WS-NOMBRE-HIS-ANUAL         TO WS-NOMBRE-HISTORIA.
           PERFORM 2010-RECORRER-ARCHIVO
              THRU 2010-RECORRER-ARCHIVO-FIN.

           IF RETURN-CODE NOT EQUAL ZEROES
              GO TO 2000-RECORRER-HISTORIAS-FIN
           END-IF.

           MOVE WS-PATH-HIS-ACTUAL          TO WS-PATH-HISTORIA.
           MOVE 'HISTORIA.TXT'              TO WS-NOMBRE-HISTORIA.
           PERFORM 2010-RECORRER-ARCHIVO
              THRU 2010-RECORRER-ARCHIVO-FIN.

       2000-RECORRER-HISTORIAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2010-RECORRER-ARCHIVO.

           OPEN INPUT ENT-HISTORIA.

           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                    CONTINUE
               WHEN FS-HISTORIA-NFD
      *---- Falta uno de los dos: el anual si el anio todavia no se
      *---- cerro, o la historia en curso si ya se archivo todo.
                    IF WS-SW-PASADA-CORRIDAS
                       DISPLAY 'NO SE ENCUENTRA ' WS-NOMBRE-HISTORIA
                               ', SE SIGUE SIN EL'
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR ' WS-NOMBRE-HISTORIA
                    DISPLAY 'FILE STATUS: ' FS-HISTORIA
                    MOVE 8                  TO RETURN-CODE
                    GO TO 2010-RECORRER-ARCHIVO-FIN
           END-EVALUATE.

           PERFORM 2020-LEER-HISTORIA
              THRU 2020-LEER-HISTORIA-FIN
             UNTIL FS-HISTORIA-EOF.

           CLOSE ENT-HISTORIA.

       2010-RECORRER-ARCHIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2020-LEER-HISTORIA.

           READ ENT-HISTORIA.

           EVALUATE TRUE
               WHEN FS-HISTORIA = '00'
                    MOVE WS-HIS-PERIODO     TO WS-PERIODO-AUX
                    IF WS-SW-PASADA-CORRIDAS
                       IF WS-PAU-AAAA = WS-ANIO
                          ADD 1             TO WS-CONT-REG-ANIO
                       END-IF
                       PERFORM 2100-REGISTRAR-CORRIDA
                          THRU 2100-REGISTRAR-CORRIDA-FIN
                    ELSE
                       IF WS-PAU-AAAA = WS-ANIO
                          AND WS-PAU-MM > ZEROES
                          AND WS-PAU-MM < 13
                          PERFORM 2200-CARGAR-REGISTRO
                             THRU 2200-CARGAR-REGISTRO-FIN
                       END-IF
                    END-IF
               WHEN FS-HISTORIA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER ' WS-NOMBRE-HISTORIA
                    DISPLAY 'FILE STATUS: ' FS-HISTORIA
                    MOVE 8                  TO RETURN-CODE
                    MOVE '10'               TO FS-HISTORIA
           END-EVALUATE.

       2020-LEER-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-REGISTRAR-CORRIDA.

      *---- Pasada 1: la corrida mas alta que dejo registros de cada
      *---- periodo es la vigente (misma regla que CL15EJ06).

           MOVE WS-HIS-PERIODO              TO WS-PERIODO-AUX.
           PERFORM 2290-BUSCAR-PERIODO
              THRU 2290-BUSCAR-PERIODO-FIN.

           IF WS-PER-IDX > WS-PER-CANT
              AND WS-PER-CANT >= 600
              DISPLAY 'TABLA DE PERIODOS LLENA'
              MOVE 8                        TO RETURN-CODE
              MOVE '10'                     TO FS-HISTORIA
              GO TO 2100-REGISTRAR-CORRIDA-FIN
           END-IF.

           IF WS-PER-IDX > WS-PER-CANT
              ADD 1                         TO WS-PER-CANT
              SET WS-PER-IDX                TO WS-PER-CANT
              MOVE WS-HIS-PERIODO           TO WS-PER-T-PERIODO
                                                (WS-PER-IDX)
              MOVE ZEROES                   TO WS-PER-T-CORRIDA
                                                (WS-PER-IDX)
           END-IF.

           IF WS-HIS-CORRIDA > WS-PER-T-CORRIDA (WS-PER-IDX)
              MOVE WS-HIS-CORRIDA           TO WS-PER-T-CORRIDA
                                                (WS-PER-IDX)
           END-IF.

       2100-REGISTRAR-CORRIDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-CARGAR-REGISTRO.

      *---- Pasada 2: solo los registros de la corrida vigente de su
      *---- periodo; los de corridas superadas se ignoran.

           PERFORM 2290-BUSCAR-PERIODO
              THRU 2290-BUSCAR-PERIODO-FIN.

           IF WS-PER-IDX > WS-PER-CANT
              GO TO 2200-CARGAR-REGISTRO-FIN
           END-IF.

           IF WS-HIS-CORRIDA NOT = WS-PER-T-CORRIDA (WS-PER-IDX)
              GO TO 2200-CARGAR-REGISTRO-FIN
           END-IF.

           MOVE WS-PAU-MM                   TO WS-MES.
           MOVE WS-HIS-CORRIDA              TO WS-MES-CORRIDA (WS-MES).

           EVALUATE TRUE
               WHEN WS-HIS-ES-EMPLEADO
                    PERFORM 2210-CARGAR-EMPLEADO
                       THRU 2210-CARGAR-EMPLEADO-FIN
               WHEN WS-HIS-ES-PREMIO
                    MOVE WS-HIS-ID-EMPLEADO TO WS-ID-BUSCADO
                    PERFORM 2500-UBICAR-EMPLEADO
                       THRU 2500-UBICAR-EMPLEADO-FIN
                    IF WS-EMP-IDX NOT > WS-EMP-CANT
                       MOVE WS-HIS-P-PREMIO TO WS-EMP-PREMIO
                                                (WS-EMP-IDX WS-MES)
                    END-IF
               WHEN WS-HIS-ES-SOBRECOMISION
                    MOVE WS-HIS-ID-EMPLEADO TO WS-ID-BUSCADO
                    PERFORM 2500-UBICAR-EMPLEADO
                       THRU 2500-UBICAR-EMPLEADO-FIN
                    IF WS-EMP-IDX NOT > WS-EMP-CANT
                       MOVE WS-HIS-O-SOBRECOMISION
                            TO WS-EMP-SOBRECOMISION (WS-EMP-IDX WS-MES)
                    END-IF
               WHEN WS-HIS-ES-SUCURSAL
                    PERFORM 2220-CARGAR-SUCURSAL
                       THRU 2220-CARGAR-SUCURSAL-FIN
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       2200-CARGAR-REGISTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-CARGAR-EMPLEADO.

           MOVE WS-HIS-ID-EMPLEADO          TO WS-ID-BUSCADO.
           PERFORM 2500-UBICAR-EMPLEADO
              THRU 2500-UBICAR-EMPLEADO-FIN.

           IF WS-EMP-IDX > WS-EMP-CANT
              GO TO 2210-CARGAR-EMPLEADO-FIN
           END-IF.

      *---- El nombre que queda es el del ultimo mes liquidado.
           MOVE WS-HIS-E-NOMBRE             TO WS-EMP-NOMBRE
                                                (WS-EMP-IDX).
           MOVE WS-HIS-E-APELLIDO           TO WS-EMP-APELLIDO
                                                (WS-EMP-IDX).
           MOVE WS-HIS-E-IMPORTE            TO WS-EMP-VENTAS
                                                (WS-EMP-IDX WS-MES).
           MOVE WS-HIS-E-COMISION           TO WS-EMP-COMISION
                                                (WS-EMP-IDX WS-MES).

       2210-CARGAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2220-CARGAR-SUCURSAL.

           PERFORM 2230-BUSCAR-EN-TABLA
              THRU 2230-BUSCAR-EN-TABLA-FIN
              VARYING WS-SUC-IDX FROM 1 BY 1
                UNTIL WS-SUC-IDX > WS-SUC-CANT
                   OR (WS-SUC-MES (WS-SUC-IDX) = WS-MES
                       AND WS-SUC-NOMBRE (WS-SUC-IDX)
                            = WS-HIS-U-SUCURSAL).

           IF WS-SUC-IDX > WS-SUC-CANT
              AND WS-SUC-CANT >= 3000
              DISPLAY 'TABLA DE SUCURSALES LLENA'
              MOVE 8                        TO RETURN-CODE
              MOVE '10'                     TO FS-HISTORIA
              GO TO 2220-CARGAR-SUCURSAL-FIN
           END-IF.

           IF WS-SUC-IDX > WS-SUC-CANT
              ADD 1                         TO WS-SUC-CANT
              SET WS-SUC-IDX                TO WS-SUC-CANT
           END-IF.

           MOVE WS-MES                      TO WS-SUC-MES (WS-SUC-IDX).
           MOVE WS-HIS-U-SUCURSAL           TO WS-SUC-NOMBRE
                                                (WS-SUC-IDX).
           MOVE WS-HIS-U-IMPORTE            TO WS-SUC-IMPORTE
                                                (WS-SUC-IDX).

       2220-CARGAR-SUCURSAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2230-BUSCAR-EN-TABLA.
      *---- Solo avanza el indice; la condicion de corte (encontrado
      *---- o fin de tabla) se resuelve en el UNTIL del PERFORM.
           CONTINUE.

       2230-BUSCAR-EN-TABLA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2290-BUSCAR-PERIODO.

      *---- Deja WS-PER-IDX en el periodo de WS-PERIODO-AUX, o pasado
      *---- el fin de la tabla si no figura en la historia.

           PERFORM 2230-BUSCAR-EN-TABLA
              THRU 2230-BUSCAR-EN-TABLA-FIN
              VARYING WS-PER-IDX FROM 1 BY 1
                UNTIL WS-PER-IDX > WS-PER-CANT
                   OR WS-PER-T-PERIODO (WS-PER-IDX) = WS-PERIODO-AUX.

       2290-BUSCAR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2300-CARGAR-RECUPEROS.

      *---- Sin TICKETS.TXT (todavia no hubo corridas que lo dejaran)
      *---- los certificados salen sin recuperos.

           OPEN INPUT ENT-TICKETS.

           IF FS-TICKETS-OK
              PERFORM 2310-LEER-TICKET
                 THRU 2310-LEER-TICKET-FIN
                UNTIL FS-TICKETS-EOF
              CLOSE ENT-TICKETS
           ELSE
              DISPLAY 'ERROR AL ABRIR TICKETS.TXT: ' FS-TICKETS
              MOVE 8                        TO RETURN-CODE
           END-IF.

       2300-CARGAR-RECUPEROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2310-LEER-TICKET.

           READ ENT-TICKETS.

           EVALUATE TRUE
               WHEN FS-TICKETS = '00'
                    MOVE WS-TCK-R-PERIODO-ORIGEN
                                            TO WS-PERIODO-AUX
                    IF WS-TCK-ES-RECUPERO
                       AND WS-PAU-AAAA = WS-ANIO
                       AND WS-PAU-MM > ZEROES
                       AND WS-PAU-MM < 13
                       PERFORM 2320-CARGAR-RECUPERO
                          THRU 2320-CARGAR-RECUPERO-FIN
                    END-IF
               WHEN FS-TICKETS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER TICKETS.TXT: ' FS-TICKETS
                    MOVE 8                  TO RETURN-CODE
                    MOVE '10'               TO FS-TICKETS
           END-EVALUATE.

       2310-LEER-TICKET-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2320-CARGAR-RECUPERO.

      *---- El recupero lo aplico la corrida WS-TCK-CORRIDA del periodo
      *---- WS-TCK-PERIODO. Si ese periodo se reproceso, solo vale el
      *---- de la corrida vigente; si el periodo ya no figura en la
      *---- historia que se leyo (se archivo en el anual de otro
      *---- anio) se lo toma tal cual. Se imputa al mes de la venta.

           MOVE WS-TCK-PERIODO              TO WS-PERIODO-AUX.
           PERFORM 2290-BUSCAR-PERIODO
              THRU 2290-BUSCAR-PERIODO-FIN.

           IF WS-PER-IDX NOT > WS-PER-CANT
              AND WS-TCK-CORRIDA NOT = WS-PER-T-CORRIDA (WS-PER-IDX)
              GO TO 2320-CARGAR-RECUPERO-FIN
           END-IF.

           MOVE WS-TCK-R-PERIODO-ORIGEN     TO WS-PERIODO-AUX.
           MOVE WS-PAU-MM                   TO WS-MES.
           MOVE WS-TCK-ID-EMPLEADO          TO WS-ID-BUSCADO.

           PERFORM 2500-UBICAR-EMPLEADO
              THRU 2500-UBICAR-EMPLEADO-FIN.

           IF WS-EMP-IDX NOT > WS-EMP-CANT
              ADD WS-TCK-COMISION           TO WS-EMP-RECUPERO
                                                (WS-EMP-IDX WS-MES)
              ADD 1                         TO WS-CONT-RECUPEROS
           ELSE
              MOVE '10'                     TO FS-TICKETS
           END-IF.

       2320-CARGAR-RECUPERO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2400-CARGAR-PAGADOS.

      *---- Sin CUENTA.TXT (anios anteriores a la cuenta corriente) los
      *---- certificados salen con lo pagado en cero.

           OPEN INPUT ENT-CUENTA.

           IF FS-CUENTA-OK
              PERFORM 2410-LEER-CUENTA
                 THRU 2410-LEER-CUENTA-FIN
                UNTIL FS-CUENTA-EOF
              CLOSE ENT-CUENTA
           ELSE
              DISPLAY 'ERROR AL ABRIR CUENTA.TXT: ' FS-CUENTA
              MOVE 8                        TO RETURN-CODE
           END-IF.

       2400-CARGAR-PAGADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2410-LEER-CUENTA.

      *---- Lo pagado es lo que CL15EJ09 asento al conciliar el
      *---- retorno de sueldos, imputado al periodo en que se devengo
      *---- (el de la venta original en los recuperos, que restan).

           READ ENT-CUENTA.

           EVALUATE TRUE
               WHEN FS-CUENTA = '00'
                    MOVE WS-CTA-PERIODO     TO WS-PERIODO-AUX
                    IF WS-CTA-ES-PAGADO
                       AND WS-PAU-AAAA = WS-ANIO
                       AND WS-PAU-MM > ZEROES
                       AND WS-PAU-MM < 13
                       MOVE WS-PAU-MM       TO WS-MES
                       MOVE WS-CTA-ID-EMPLEADO
                                            TO WS-ID-BUSCADO
                       PERFORM 2500-UBICAR-EMPLEADO
                          THRU 2500-UBICAR-EMPLEADO-FIN
                       IF WS-EMP-IDX NOT > WS-EMP-CANT
                          ADD WS-CTA-IMPORTE
                                 TO WS-EMP-PAGADO (WS-EMP-IDX WS-MES)
                          ADD 1             TO WS-CONT-PAGADOS
                       ELSE
                          MOVE '10'         TO FS-CUENTA
                       END-IF
                    END-IF
               WHEN FS-CUENTA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CUENTA.TXT: ' FS-CUENTA
                    MOVE 8                  TO RETURN-CODE
                    MOVE '10'               TO FS-CUENTA
           END-EVALUATE.

       2410-LEER-CUENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2500-UBICAR-EMPLEADO.

      *---- Deja WS-EMP-IDX en el legajo de WS-ID-BUSCADO. Un
      *---- legajo que no esta se agrega en cero y sin nombre: puede
      *---- tener recuperos o pagos en el anio sin ventas en el. Con
      *---- la tabla llena el indice queda pasado el fin y la corrida
      *---- termina con error.

           PERFORM 2230-BUSCAR-EN-TABLA
              THRU 2230-BUSCAR-EN-TABLA-FIN
              VARYING WS-EMP-IDX FROM 1 BY 1
                UNTIL WS-EMP-IDX > WS-EMP-CANT
                   OR WS-EMP-ID (WS-EMP-IDX) = WS-ID-BUSCADO.

           IF WS-EMP-IDX NOT > WS-EMP-CANT
              GO TO 2500-UBICAR-EMPLEADO-FIN
           END-IF.

           IF WS-EMP-CANT >= 10000
              DISPLAY 'TABLA DE EMPLEADOS LLENA'
              MOVE 8                        TO RETURN-CODE
              MOVE '10'                     TO FS-HISTORIA
              GO TO 2500-UBICAR-EMPLEADO-FIN
           END-IF.

           ADD 1                            TO WS-EMP-CANT.
           SET WS-EMP-IDX                   TO WS-EMP-CANT.
           INITIALIZE WS-EMP-TABLA (WS-EMP-IDX).
           MOVE WS-ID-BUSCADO               TO WS-EMP-ID (WS-EMP-IDX).

       2500-UBICAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-ABRIR-CONTROL.

           OPEN OUTPUT SAL-CONTROL.

           IF NOT FS-CONTROL-OK
              DISPLAY 'ERROR AL ABRIR ' WS-NOMBRE-CONTROL ': '
                      FS-CONTROL
              MOVE 8                        TO RETURN-CODE
              GO TO 3000-ABRIR-CONTROL-FIN
           END-IF.

           MOVE WS-ANIO                     TO WS-CTL-TIT-ANIO.
           MOVE WS-HOY-DD                   TO WS-CTL-TIT-DD.
           MOVE WS-HOY-MM                   TO WS-CTL-TIT-MM.
           MOVE WS-HOY-AAAA                 TO WS-CTL-TIT-AAAA.

           MOVE WS-CTL-SEPARADOR            TO WS-SAL-CONTROL.
           PERFORM 3910-ESCRIBIR-CONTROL
              THRU 3910-ESCRIBIR-CONTROL-FIN.
           MOVE WS-CTL-TITULO               TO WS-SAL-CONTROL.
           PERFORM 3910-ESCRIBIR-CONTROL
              THRU 3910-ESCRIBIR-CONTROL-FIN.
           MOVE WS-CTL-SEPARADOR            TO WS-SAL-CONTROL.
           PERFORM 3910-ESCRIBIR-CONTROL
              THRU 3910-ESCRIBIR-CONTROL-FIN.
           MOVE WS-CTL-CABECERA             TO WS-SAL-CONTROL.
           PERFORM 3910-ESCRIBIR-CONTROL
              THRU 3910-ESCRIBIR-CONTROL-FIN.
           MOVE WS-CTL-SEPARADOR            TO WS-SAL-CONTROL.
           PERFORM 3910-ESCRIBIR-CONTROL
              THRU 3910-ESCRIBIR-CONTROL-FIN.

       3000-ABRIR-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3100-GRABAR-CERTIFICADO.

      *---- Un certificado por legajo, en su propio archivo
      *---- CERaaaa-nnnnnnnn.TXT, para entregarlo al empleado tal cual.

           MOVE WS-EMP-ID (WS-EMP-IDX)      TO WS-NCE-LEGAJO.

           MOVE SPACES                      TO WS-PATH-CERTIFICADO.
           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/'                        DELIMITED BY SIZE
                  WS-NOMBRE-CERTIFICADO      DELIMITED BY SIZE
             INTO WS-PATH-CERTIFICADO
           END-STRING.

           OPEN OUTPUT SAL-CERTIFICADO.

           IF NOT FS-CERTIFICADO-OK
              DISPLAY 'ERROR AL ABRIR ' WS-NOMBRE-CERTIFICADO ': '
                      FS-CERTIFICADO
              MOVE 8                        TO RETURN-CODE
              GO TO 3100-GRABAR-CERTIFICADO-FIN
           END-IF.

           MOVE WS-ANIO                     TO WS-CER-TIT-ANIO.
           MOVE WS-HOY-DD                   TO WS-CER-EMI-DD.
           MOVE WS-HOY-MM                   TO WS-CER-EMI-MM.
           MOVE WS-HOY-AAAA                 TO WS-CER-EMI-AAAA.

           MOVE WS-CER-SEPARADOR            TO WS-SAL-CERTIFICADO.
           PERFORM 3900-ESCRIBIR-CERTIFICADO
              THRU 3900-ESCRIBIR-CERTIFICADO-FIN.
           MOVE WS-CER-TITULO               TO WS-SAL-CERTIFICADO.
           PERFORM 3900-ESCRIBIR-CERTIFICADO
              THRU 3900-ESCRIBIR-CERTIFICADO-FIN.

           MOVE WS-EMP-ID (WS-EMP-IDX)      TO WS-CER-EMP-ID.
           MOVE WS-EMP-NOMBRE (WS-EMP-IDX)  TO WS-CER-EMP-NOMBRE.
           MOVE WS-EMP-APELLIDO (WS-EMP-IDX)
                                            TO WS-CER-EMP-APELLIDO.
           MOVE WS-CER-EMPLEADO             TO WS-SAL-CERTIFICADO.
           PERFORM 3900-ESCRIBIR-CERTIFICADO
              THRU 3900-ESCRIBIR-CERTIFICADO-FIN.
           MOVE WS-CER-EMITIDO              TO WS-SAL-CERTIFICADO.
           PERFORM 3900-ESCRIBIR-CERTIFICADO
              THRU 3900-ESCRIBIR-CERTIFICADO-FIN.
           MOVE WS-CER-SEPARADOR            TO WS-SAL-CERTIFICADO.
           PERFORM 3900-ESCRIBIR-CERTIFICADO
              THRU 3900-ESCRIBIR-CERTIFICADO-FIN.
           MOVE WS-CER-CABECERA             TO WS-SAL-CERTIFICADO.
           PERFORM 3900-ESCRIBIR-CERTIFICADO
              THRU 3900-ESCRIBIR-CERTIFICADO-FIN.
           MOVE WS-CER-SEPARADOR            TO WS-SAL-CERTIFICADO.
           PERFORM 3900-ESCRIBIR-CERTIFICADO
              THRU 3900-ESCRIBIR-CERTIFICADO-FIN.

           INITIALIZE WS-TOTALES-EMPLEADO.

           PERFORM 3110-GRABAR-MES
              THRU 3110-GRABAR-MES-FIN
              VARYING WS-MES FROM 1 BY 1
                UNTIL WS-MES > 12.

           MOVE WS-CER-SEPARADOR            TO WS-SAL-CERTIFICADO.
           PERFORM 3900-ESCRIBIR-CERTIFICADO
              THRU 3900-ESCRIBIR-CERTIFICADO-FIN.

           MOVE WS-TEM-VENTAS               TO WS-CER-TOT-VENTAS.
           MOVE WS-TEM-COMISION             TO WS-CER-TOT-COMISION.
           MOVE WS-TEM-OTROS                TO WS-CER-TOT-OTROS.
           MOVE WS-TEM-RECUPERO             TO WS-CER-TOT-RECUPEROS.
           MOVE WS-TEM-DEVENGADO            TO WS-CER-TOT-DEVENGADO.
           MOVE WS-TEM-PAGADO               TO WS-CER-TOT-PAGADO.
           MOVE WS-CER-TOTAL                TO WS-SAL-CERTIFICADO.
           PERFORM 3900-ESCRIBIR-CERTIFICADO
              THRU 3900-ESCRIBIR-CERTIFICADO-FIN.
           MOVE WS-CER-SEPARADOR            TO WS-SAL-CERTIFICADO.
           PERFORM 3900-ESCRIBIR-CERTIFICADO
              THRU 3900-ESCRIBIR-CERTIFICADO-FIN.

           MOVE WS-CER-NOTA-1               TO WS-SAL-CERTIFICADO.
           PERFORM 3900-ESCRIBIR-CERTIFICADO
              THRU 3900-ESCRIBIR-CERTIFICADO-FIN.
           MOVE WS-CER-NOTA-2               TO WS-SAL-CERTIFICADO.
           PERFORM 3900-ESCRIBIR-CERTIFICADO
              THRU 3900-ESCRIBIR-CERTIFICADO-FIN.
           MOVE WS-CER-NOTA-3               TO WS-SAL-CERTIFICADO.
           PERFORM 3900-ESCRIBIR-CERTIFICADO
              THRU 3900-ESCRIBIR-CERTIFICADO-FIN.

           CLOSE SAL-CERTIFICADO.

           ADD 1                            TO WS-CONT-CERTIFICADOS.

           PERFORM 3200-GRABAR-LINEA-CONTROL
              THRU 3200-GRABAR-LINEA-CONTROL-FIN.

       3100-GRABAR-CERTIFICADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3110-GRABAR-MES.

           COMPUTE WS-LIN-OTROS = WS-EMP-PREMIO (WS-EMP-IDX WS-MES)
                                + WS-EMP-SOBRECOMISION
                                      (WS-EMP-IDX WS-MES).
           COMPUTE WS-LIN-DEVENGADO = WS-EMP-COMISION
                                          (WS-EMP-IDX WS-MES)
                                    + WS-LIN-OTROS
                                    - WS-EMP-RECUPERO
                                          (WS-EMP-IDX WS-MES).

           MOVE WS-NOMBRE-MES (WS-MES)      TO WS-CER-DET-MES.
           COMPUTE WS-CER-DET-PERIODO = WS-ANIO * 100 + WS-MES.
           MOVE WS-MES-CORRIDA (WS-MES)     TO WS-CER-DET-CORRIDA.
           MOVE WS-EMP-VENTAS (WS-EMP-IDX WS-MES)
                                            TO WS-CER-DET-VENTAS.
           MOVE WS-EMP-COMISION (WS-EMP-IDX WS-MES)
                                            TO WS-CER-DET-COMISION.
           MOVE WS-LIN-OTROS                TO WS-CER-DET-OTROS.
           MOVE WS-EMP-RECUPERO (WS-EMP-IDX WS-MES)
                                            TO WS-CER-DET-RECUPEROS.
           MOVE WS-LIN-DEVENGADO            TO WS-CER-DET-DEVENGADO.
           MOVE WS-EMP-PAGADO (WS-EMP-IDX WS-MES)
                                            TO WS-CER-DET-PAGADO.
           MOVE WS-CER-DETALLE              TO WS-SAL-CERTIFICADO.
           PERFORM 3900-ESCRIBIR-CERTIFICADO
              THRU 3900-ESCRIBIR-CERTIFICADO-FIN.

      *---- Totales del empleado y de la empresa por mes.
           ADD WS-EMP-VENTAS (WS-EMP-IDX WS-MES)
                                            TO WS-TEM-VENTAS
                                               WS-MES-VENTAS (WS-MES).
           ADD WS-EMP-COMISION (WS-EMP-IDX WS-MES)
                                            TO WS-TEM-COMISION
                                               WS-MES-COMISION (WS-MES).
           ADD WS-LIN-OTROS                 TO WS-TEM-OTROS
                                               WS-MES-OTROS (WS-MES).
           ADD WS-EMP-RECUPERO (WS-EMP-IDX WS-MES)
                                            TO WS-TEM-RECUPERO
                                               WS-MES-RECUPERO (WS-MES).
           ADD WS-LIN-DEVENGADO             TO WS-TEM-DEVENGADO
                                               WS-MES-DEVENGADO
                                                   (WS-MES).
           ADD WS-EMP-PAGADO (WS-EMP-IDX WS-MES)
                                            TO WS-TEM-PAGADO
                                               WS-MES-PAGADO (WS-MES).

       3110-GRABAR-MES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3200-GRABAR-LINEA-CONTROL.

           MOVE WS-EMP-ID (WS-EMP-IDX)      TO WS-CTL-DET-ID.

           MOVE SPACES                      TO WS-CTL-DET-NOMBRE.
           IF WS-EMP-APELLIDO (WS-EMP-IDX) EQUAL SPACES
              MOVE '(SIN DATOS EN LA HISTORIA)'
                                            TO WS-CTL-DET-NOMBRE
           ELSE
              STRING WS-EMP-APELLIDO (WS-EMP-IDX)
                                            DELIMITED BY '  '
                     ', '                   DELIMITED BY SIZE
                     WS-EMP-NOMBRE (WS-EMP-IDX)
                                            DELIMITED BY '  '
                INTO WS-CTL-DET-NOMBRE
              END-STRING
           END-IF.

           MOVE WS-TEM-VENTAS               TO WS-CTL-DET-VENTAS.
           MOVE WS-TEM-COMISION             TO WS-CTL-DET-COMISION.
           MOVE WS-TEM-OTROS                TO WS-CTL-DET-OTROS.
           MOVE WS-TEM-RECUPERO             TO WS-CTL-DET-RECUPEROS.
           MOVE WS-TEM-DEVENGADO            TO WS-CTL-DET-DEVENGADO.
           MOVE WS-TEM-PAGADO               TO WS-CTL-DET-PAGADO.
           MOVE WS-CTL-DETALLE              TO WS-SAL-CONTROL.
           PERFORM 3910-ESCRIBIR-CONTROL
              THRU 3910-ESCRIBIR-CONTROL-FIN.

           ADD WS-TEM-VENTAS                TO WS-TOT-VENTAS.
           ADD WS-TEM-COMISION              TO WS-TOT-COMISION.
           ADD WS-TEM-OTROS                 TO WS-TOT-OTROS.
           ADD WS-TEM-RECUPERO              TO WS-TOT-RECUPERO.
           ADD WS-TEM-DEVENGADO             TO WS-TOT-DEVENGADO.
           ADD WS-TEM-PAGADO                TO WS-TOT-PAGADO.

       3200-GRABAR-LINEA-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3300-CERRAR-CONTROL.

      *---- Total de la empresa (suma de los certificados), apertura
      *---- por mes con lo vendido por las sucursales, y el control.

           IF WS-CONT-CERTIFICADOS EQUAL ZEROES
              MOVE WS-CTL-SIN-DATOS         TO WS-SAL-CONTROL
              PERFORM 3910-ESCRIBIR-CONTROL
                 THRU 3910-ESCRIBIR-CONTROL-FIN
           END-IF.

           MOVE WS-CTL-SEPARADOR            TO WS-SAL-CONTROL.
           PERFORM 3910-ESCRIBIR-CONTROL
              THRU 3910-ESCRIBIR-CONTROL-FIN.

           MOVE SPACES                      TO WS-CTL-DET-ID.
           MOVE 'TOTAL EMPRESA'             TO WS-CTL-DET-NOMBRE.
           MOVE WS-TOT-VENTAS               TO WS-CTL-DET-VENTAS.
           MOVE WS-TOT-COMISION             TO WS-CTL-DET-COMISION.
           MOVE WS-TOT-OTROS                TO WS-CTL-DET-OTROS.
           MOVE WS-TOT-RECUPERO             TO WS-CTL-DET-RECUPEROS.
           MOVE WS-TOT-DEVENGADO            TO WS-CTL-DET-DEVENGADO.
           MOVE WS-TOT-PAGADO               TO WS-CTL-DET-PAGADO.
           MOVE WS-CTL-DETALLE              TO WS-SAL-CONTROL.
           PERFORM 3910-ESCRIBIR-CONTROL
              THRU 3910-ESCRIBIR-CONTROL-FIN.
           MOVE WS-CTL-SEPARADOR            TO WS-SAL-CONTROL.
           PERFORM 3910-ESCRIBIR-CONTROL
              THRU 3910-ESCRIBIR-CONTROL-FIN.

           PERFORM 3310-SUMAR-SUCURSAL
              THRU 3310-SUMAR-SUCURSAL-FIN
              VARYING WS-SUC-IDX FROM 1 BY 1
                UNTIL WS-SUC-IDX > WS-SUC-CANT.

           MOVE SPACES                      TO WS-SAL-CONTROL.
           PERFORM 3910-ESCRIBIR-CONTROL
              THRU 3910-ESCRIBIR-CONTROL-FIN.
           MOVE WS-CTL-TIT-MESES            TO WS-SAL-CONTROL.
           PERFORM 3910-ESCRIBIR-CONTROL
              THRU 3910-ESCRIBIR-CONTROL-FIN.
           MOVE WS-CTL-SEPARADOR            TO WS-SAL-CONTROL.
           PERFORM 3910-ESCRIBIR-CONTROL
              THRU 3910-ESCRIBIR-CONTROL-FIN.
           MOVE WS-CTL-CAB-MES              TO WS-SAL-CONTROL.
           PERFORM 3910-ESCRIBIR-CONTROL
              THRU 3910-ESCRIBIR-CONTROL-FIN.
           MOVE WS-CTL-SEPARADOR            TO WS-SAL-CONTROL.
           PERFORM 3910-ESCRIBIR-CONTROL
              THRU 3910-ESCRIBIR-CONTROL-FIN.

           PERFORM 3320-GRABAR-MES-CONTROL
              THRU 3320-GRABAR-MES-CONTROL-FIN
              VARYING WS-MES FROM 1 BY 1
                UNTIL WS-MES > 12.

           MOVE WS-CTL-SEPARADOR            TO WS-SAL-CONTROL.
           PERFORM 3910-ESCRIBIR-CONTROL
              THRU 3910-ESCRIBIR-CONTROL-FIN.

      *---- Control: lo vendido segun los certificados tiene que ser
      *---- lo que vendieron las sucursales en las mismas corridas.
           COMPUTE WS-TOT-DIFERENCIA = WS-TOT-VENTAS
                                     - WS-TOT-SUCURSALES.

           MOVE 'VENTAS SEGUN LOS CERTIFICADOS'
                                            TO WS-CTL-CON-LEYENDA.
           MOVE WS-TOT-VENTAS               TO WS-CTL-CON-IMPORTE.
           MOVE SPACES                      TO WS-CTL-CON-NOTA.
           MOVE WS-CTL-CONTROL              TO WS-SAL-CONTROL.
           PERFORM 3910-ESCRIBIR-CONTROL
              THRU 3910-ESCRIBIR-CONTROL-FIN.

           MOVE 'VENTAS SEGUN LAS SUCURSALES'
                                            TO WS-CTL-CON-LEYENDA.
           MOVE WS-TOT-SUCURSALES           TO WS-CTL-CON-IMPORTE.
           MOVE WS-CTL-CONTROL              TO WS-SAL-CONTROL.
           PERFORM 3910-ESCRIBIR-CONTROL
              THRU 3910-ESCRIBIR-CONTROL-FIN.

           MOVE 'DIFERENCIA'                TO WS-CTL-CON-LEYENDA.
           MOVE WS-TOT-DIFERENCIA           TO WS-CTL-CON-IMPORTE.
           IF WS-TOT-DIFERENCIA EQUAL ZEROES
              MOVE 'CUADRA'                 TO WS-CTL-CON-NOTA
           ELSE
              MOVE '*** NO CUADRA'          TO WS-CTL-CON-NOTA
              DISPLAY 'LAS VENTAS DE LOS CERTIFICADOS NO CUADRAN '
                      'CON LAS DE LAS SUCURSALES (VER '
                      WS-NOMBRE-CONTROL ')'
           END-IF.
           MOVE WS-CTL-CONTROL              TO WS-SAL-CONTROL.
           PERFORM 3910-ESCRIBIR-CONTROL
              THRU 3910-ESCRIBIR-CONTROL-FIN.

           MOVE 'DEVENGADO PENDIENTE DE PAGO'
                                            TO WS-CTL-CON-LEYENDA.
           COMPUTE WS-CTL-CON-IMPORTE = WS-TOT-DEVENGADO
                                      - WS-TOT-PAGADO.
           MOVE 'DEVENGADO MENOS PAGADO S/RETORNO'
                                            TO WS-CTL-CON-NOTA.
           MOVE WS-CTL-CONTROL              TO WS-SAL-CONTROL.
           PERFORM 3910-ESCRIBIR-CONTROL
              THRU 3910-ESCRIBIR-CONTROL-FIN.

           MOVE 'CERTIFICADOS EMITIDOS'     TO WS-CTL-CAN-LEYENDA.
           MOVE WS-CONT-CERTIFICADOS        TO WS-CTL-CAN-CANTIDAD.
           MOVE WS-CTL-CANTIDAD             TO WS-SAL-CONTROL.
           PERFORM 3910-ESCRIBIR-CONTROL
              THRU 3910-ESCRIBIR-CONTROL-FIN.

           MOVE 'RECUPEROS IMPUTADOS'       TO WS-CTL-CAN-LEYENDA.
           MOVE WS-CONT-RECUPEROS           TO WS-CTL-CAN-CANTIDAD.
           MOVE WS-CTL-CANTIDAD             TO WS-SAL-CONTROL.
           PERFORM 3910-ESCRIBIR-CONTROL
              THRU 3910-ESCRIBIR-CONTROL-FIN.

           MOVE 'PAGOS ACUSADOS POR SUELDOS'
                                            TO WS-CTL-CAN-LEYENDA.
           MOVE WS-CONT-PAGADOS             TO WS-CTL-CAN-CANTIDAD.
           MOVE WS-CTL-CANTIDAD             TO WS-SAL-CONTROL.
           PERFORM 3910-ESCRIBIR-CONTROL
              THRU 3910-ESCRIBIR-CONTROL-FIN.

           MOVE SPACES                      TO WS-SAL-CONTROL.
           PERFORM 3910-ESCRIBIR-CONTROL
              THRU 3910-ESCRIBIR-CONTROL-FIN.
           MOVE WS-CTL-FIRMA                TO WS-SAL-CONTROL.
           PERFORM 3910-ESCRIBIR-CONTROL
              THRU 3910-ESCRIBIR-CONTROL-FIN.

           CLOSE SAL-CONTROL.

       3300-CERRAR-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3310-SUMAR-SUCURSAL.

           MOVE WS-SUC-MES (WS-SUC-IDX)     TO WS-MES.
           ADD WS-SUC-IMPORTE (WS-SUC-IDX)  TO WS-MES-SUCURSALES
                                                (WS-MES)
                                               WS-TOT-SUCURSALES.

       3310-SUMAR-SUCURSAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3320-GRABAR-MES-CONTROL.

           MOVE WS-NOMBRE-MES (WS-MES)      TO WS-CTL-MES-NOMBRE.
           COMPUTE WS-CTL-MES-PERIODO = WS-ANIO * 100 + WS-MES.
           MOVE WS-MES-CORRIDA (WS-MES)     TO WS-CTL-MES-CORRIDA.
           MOVE WS-MES-VENTAS (WS-MES)      TO WS-CTL-MES-VENTAS.
           MOVE WS-MES-COMISION (WS-MES)    TO WS-CTL-MES-COMISION.
           MOVE WS-MES-OTROS (WS-MES)       TO WS-CTL-MES-OTROS.
           MOVE WS-MES-RECUPERO (WS-MES)    TO WS-CTL-MES-RECUPEROS.
           MOVE WS-MES-DEVENGADO (WS-MES)   TO WS-CTL-MES-DEVENGADO.
           MOVE WS-MES-PAGADO (WS-MES)      TO WS-CTL-MES-PAGADO.
           MOVE WS-MES-SUCURSALES (WS-MES)  TO WS-CTL-MES-SUCURSALES.
           MOVE WS-CTL-MES                  TO WS-SAL-CONTROL.
           PERFORM 3910-ESCRIBIR-CONTROL
              THRU 3910-ESCRIBIR-CONTROL-FIN.

       3320-GRABAR-MES-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3900-ESCRIBIR-CERTIFICADO.

           WRITE WS-SAL-CERTIFICADO.

           IF NOT FS-CERTIFICADO-OK
              DISPLAY 'ERROR AL GRABAR ' WS-NOMBRE-CERTIFICADO ': '
                      FS-CERTIFICADO
              MOVE 8                        TO RETURN-CODE
           END-IF.

       3900-ESCRIBIR-CERTIFICADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3910-ESCRIBIR-CONTROL.

           WRITE WS-SAL-CONTROL.

           IF NOT FS-CONTROL-OK
              DISPLAY 'ERROR AL GRABAR ' WS-NOMBRE-CONTROL ': '
                      FS-CONTROL
              MOVE 8                        TO RETURN-CODE
           END-IF.

       3910-ESCRIBIR-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       9000-FINALIZAR-PROGRAMA.

           MOVE WS-EMP-CANT                 TO WS-FORMAT-CANTIDAD.
           DISPLAY 'EMPLEADOS DEL ANIO                : '
                   WS-FORMAT-CANTIDAD.

           MOVE WS-CONT-CERTIFICADOS        TO WS-FORMAT-CANTIDAD.
           DISPLAY 'CERTIFICADOS GENERADOS            : '
                   WS-FORMAT-CANTIDAD.

           IF WS-CONT-CERTIFICADOS > ZEROES
              DISPLAY 'LISTADO DE CONTROL                : '
                      WS-NOMBRE-CONTROL
           END-IF.

       9000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
