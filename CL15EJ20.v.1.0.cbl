      ******************************************************************
      * Author: GABRIELA C RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: INFORME DE ACTIVIDAD DE VENTAS SOSPECHOSA PARA
      *          AUDITORIA INTERNA. RECORRE EL VENTAS.TXT DEL PERIODO
      *          (ORDENADO POR ID-EMPLEADO) Y, POR VENDEDOR, BUSCA:
      *          TICKETS MUY POR ENCIMA DE SU TICKET PROMEDIO ('T'),
      *          MUCHAS CANCELACIONES 'C' CONTRA SUS VENTAS ('C'),
      *          VENTAS AMONTONADAS EN LOS ULTIMOS DIAS ANTES DE SU
      *          FECHA DE BAJA DEL MAESTRO EMPLEADOS.DAT ('B'), UN
      *          SALTO BRUSCO CONTRA SUS PERIODOS ANTERIORES SEGUN
      *          HISTORIA.TXT ('S') Y RACHAS DE NUMEROS DE TICKET
      *          CONSECUTIVOS ('N'). CADA CASO SUMA PUNTOS SEGUN
      *          CUANTO SUPERA EL UMBRAL; LOS UMBRALES Y LOS PESOS LOS
      *          FIJA AUDITORIA EN UMBRALES.TXT (SIN EL, LOS VALORES
      *          POR DEFECTO). GRABA SOSPaaaamm.TXT AGRUPADO POR
      *          SUCURSAL Y VENDEDOR. NO MODIFICA NINGUN ARCHIVO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL15EJ20.
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
       SELECT ENT-VENTAS
           ASSIGN DYNAMIC WS-PATH-VENTAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VENTAS.

       SELECT ENT-EMPLEADOS
           ASSIGN DYNAMIC WS-PATH-EMPLEADOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-ENT-EMP-ID-EMPLEADO
           FILE STATUS IS FS-EMPLEADOS.

      * SIN HISTORIA.TXT NO SE EVALUA EL SALTO DE VENTAS; SIN
      * UMBRALES.TXT SE CORRE CON LOS VALORES POR DEFECTO.
       SELECT OPTIONAL ENT-HISTORIA
           ASSIGN DYNAMIC WS-PATH-HISTORIA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORIA.

       SELECT OPTIONAL ENT-UMBRALES
           ASSIGN DYNAMIC WS-PATH-UMBRALES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-UMBRALES.

       SELECT SAL-SOSPECHA
           ASSIGN DYNAMIC WS-PATH-SOSPECHA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SOSPECHA.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-VENTAS.
      * FORMATO DEL ARCHIVO "VENTAS.TXT" (HEADER, DETALLES, TRAILER)
          COPY VENTAS.

       FD ENT-EMPLEADOS.
      * FORMATO DEL MAESTRO INDEXADO "EMPLEADOS.DAT"
          COPY EMPLEADOS.

       FD ENT-HISTORIA.
      * FORMATO DEL ARCHIVO DE ENTRADA OPCIONAL "HISTORIA.TXT"
          COPY HISTORIA.

       FD ENT-UMBRALES.
      * FORMATO DEL ARCHIVO DE ENTRADA OPCIONAL "UMBRALES.TXT"
          COPY UMBRALES.

       FD SAL-SOSPECHA.
       01 WS-SAL-SOSPECHA                   PIC X(143).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-VENTAS                      PIC X(2).
             88 FS-VENTAS-OK                    VALUE '00'.
             88 FS-VENTAS-EOF                   VALUE '10'.
          05 FS-EMPLEADOS                   PIC X(2).
             88 FS-EMPLEADOS-OK                 VALUE '00'.
             88 FS-EMPLEADOS-NOKEY              VALUE '23'.
             88 FS-EMPLEADOS-NFD                VALUE '35'.
          05 FS-HISTORIA                    PIC X(2).
             88 FS-HISTORIA-OK                  VALUE '00'.
             88 FS-HISTORIA-EOF                 VALUE '10'.
             88 FS-HISTORIA-NFD                 VALUE '05'.
          05 FS-UMBRALES                    PIC X(2).
             88 FS-UMBRALES-OK                  VALUE '00'.
             88 FS-UMBRALES-EOF                 VALUE '10'.
             88 FS-UMBRALES-NFD                 VALUE '05'.
          05 FS-SOSPECHA                    PIC X(2).
             88 FS-SOSPECHA-OK                  VALUE '00'.

      * DIRECTORIO DONDE SE ENCUENTRAN/SE GRABAN LOS ARCHIVOS. SE
      * ARMA A PARTIR DE WS-PATH-DIRECTORIO EN 1005-DEFINIR-PATHS.
       01 WS-PATHS.
          05 WS-PATH-DIRECTORIO              PIC X(60) VALUE '..'.
          05 WS-PATH-VENTAS                  PIC X(80).
          05 WS-PATH-EMPLEADOS               PIC X(80).
          05 WS-PATH-HISTORIA                PIC X(80).
          05 WS-PATH-UMBRALES                PIC X(80).
          05 WS-PATH-SOSPECHA                PIC X(80).

       01 WS-NOMBRE-SOSPECHA.
          05 FILLER                         PIC X(04) VALUE 'SOSP'.
          05 WS-NSO-PERIODO                 PIC 9(06).
          05 FILLER                         PIC X(04) VALUE '.TXT'.

      * PERIODO A REVISAR (AAAAMM)
       01 WS-PERIODO                        PIC 9(06) VALUE 0.
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
          05 WS-PRD-AAAA                    PIC 9(04).
          05 WS-PRD-MM                      PIC 9(02).

       01 WS-FECHA-HOY                      PIC 9(08) VALUE 0.
       01 WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
          05 WS-HOY-AAAA                    PIC 9(04).
          05 WS-HOY-MM                      PIC 9(02).
          05 WS-HOY-DD                      PIC 9(02).

      * FECHA DE TRABAJO PARA CONTAR DIAS (8000-CALCULAR-DIAS) Y PARA
      * EDITARLA EN EL INFORME; LA VISTA AAAAMM SIRVE PARA COMPARAR LA
      * FECHA DEL HEADER CON EL PERIODO PEDIDO.
       01 WS-FECHA-CALCULO                  PIC 9(08) VALUE 0.
       01 WS-FECHA-CALCULO-R REDEFINES WS-FECHA-CALCULO.
          05 WS-FCA-AAAA                    PIC 9(04).
          05 WS-FCA-MM                      PIC 9(02).
          05 WS-FCA-DD                      PIC 9(02).
       01 WS-FECHA-CALCULO-P REDEFINES WS-FECHA-CALCULO.
          05 WS-FCA-PERIODO                 PIC 9(06).
          05 FILLER                         PIC 9(02).

       01 WS-FECHA-EDICION.
          05 WS-FED-DD                      PIC 9(02).
          05 FILLER                         PIC X(01) VALUE '/'.
          05 WS-FED-MM                      PIC 9(02).
          05 FILLER                         PIC X(01) VALUE '/'.
          05 WS-FED-AAAA                    PIC 9(04).

      * DIAS ACUMULADOS AL PRINCIPIO DE CADA MES EN UN ANIO COMUN
       01 WS-DIAS-MESES                     PIC X(36) VALUE
             '000031059090120151181212243273304334'.
       01 WS-DIAS-MESES-R REDEFINES WS-DIAS-MESES.
          05 WS-DIAS-MES                    PIC 9(03) OCCURS 12 TIMES.

       01 WS-CALCULO-DIAS.
          05 WS-DIAS-CALCULO                PIC 9(07) VALUE 0.
          05 WS-ANIO-ANTERIOR               PIC 9(04) VALUE 0.
          05 WS-COCIENTE                    PIC 9(04) VALUE 0.
          05 WS-DIV-4                       PIC 9(04) VALUE 0.
          05 WS-DIV-100                     PIC 9(04) VALUE 0.
          05 WS-DIV-400                     PIC 9(04) VALUE 0.
          05 WS-RESTO-4                     PIC 9(04) VALUE 0.
          05 WS-RESTO-100                   PIC 9(04) VALUE 0.
          05 WS-RESTO-400                   PIC 9(04) VALUE 0.

       01 WS-SW-ABORTAR                     PIC X(01) VALUE 'N'.
          88 WS-SW-ABORTAR-SI                   VALUE 'S'.

       01 WS-SW-MAESTRO                     PIC X(01) VALUE 'N'.
          88 WS-SW-MAESTRO-ABIERTO              VALUE 'S'.

       01 WS-SW-UMBRALES                    PIC X(01) VALUE 'N'.
          88 WS-SW-UMBRALES-ARCHIVO             VALUE 'S'.

      * PASADA EN CURSO SOBRE LA HISTORIA: EN LA PRIMERA SE RELEVA LA
      * CORRIDA VIGENTE DE CADA PERIODO, EN LA SEGUNDA SE CARGAN LOS
      * REGISTROS 'E' DE LOS PERIODOS ELEGIDOS QUE PERTENECEN A ELLA.
       01 WS-SW-PASADA                      PIC X(01) VALUE '1'.
          88 WS-SW-PASADA-CORRIDAS              VALUE '1'.
          88 WS-SW-PASADA-CARGA                 VALUE '2'.

       01 WS-SW-HEADER                      PIC X(01) VALUE 'N'.
          88 WS-SW-HEADER-SI                    VALUE 'S'.

       01 WS-SW-TRAILER                     PIC X(01) VALUE 'N'.
          88 WS-SW-TRAILER-SI                   VALUE 'S'.

       01 WS-SW-VENDEDOR                    PIC X(01) VALUE 'N'.
          88 WS-SW-VENDEDOR-ABIERTO             VALUE 'S'.

       01 WS-SW-TICKETS                     PIC X(01) VALUE 'N'.
          88 WS-SW-TICKETS-LLENA                VALUE 'S'.

      * SE LLENO ALGUNA TABLA DEL INFORME (CASOS, VENDEDORES MARCADOS
      * O SUCURSALES): EL INFORME SALE IGUAL, PERO INCOMPLETO.
       01 WS-SW-DESBORDE                    PIC X(01) VALUE 'N'.
          88 WS-SW-DESBORDE-SI                  VALUE 'S'.

       01 WS-SW-UBICADO                     PIC X(01) VALUE 'N'.
          88 WS-SW-UBICADO-SI                   VALUE 'S'.

       01 WS-SW-FECHA                       PIC X(01) VALUE 'N'.
          88 WS-SW-FECHA-VALIDA                 VALUE 'S'.

       01 WS-SW-INFORME                     PIC X(01) VALUE 'N'.
          88 WS-SW-INFORME-GRABADO              VALUE 'S'.

      * REGLAS DEL INFORME CON SUS UMBRALES POR DEFECTO. EL ORDEN ES
      * FIJO Y LOS PARRAFOS LAS REFIEREN POR POSICION: 1 = 'T' TICKET
      * ATIPICO, 2 = 'C' CANCELACIONES, 3 = 'B' VENTAS ANTES DE LA
      * BAJA, 4 = 'S' SALTO DE VENTAS, 5 = 'N' TICKETS CORRELATIVOS,
      * 6 = 'A' PUNTAJE DE ALERTA. UMBRALES.TXT PISA LAS QUE TRAE (EL
      * SIGNIFICADO DE CADA VALOR ESTA EN UMBRALES.CPY).
       01 WS-REGLAS-DEFECTO.
          05 FILLER                         PIC X(01) VALUE 'T'.
          05 FILLER                         PIC X(22) VALUE
                'TICKET ATIPICO'.
          05 FILLER                         PIC 9(04)V9(02) VALUE 3.
          05 FILLER                         PIC 9(04) VALUE 5.
          05 FILLER                         PIC 9(03) VALUE 20.
          05 FILLER                         PIC X(12) VALUE
                'POR DEFECTO'.
          05 FILLER                         PIC 9(06) VALUE 0.
          05 FILLER                         PIC X(01) VALUE 'C'.
          05 FILLER                         PIC X(22) VALUE
                'CANCELACIONES'.
          05 FILLER                         PIC 9(04)V9(02) VALUE 20.
          05 FILLER                         PIC 9(04) VALUE 10.
          05 FILLER                         PIC 9(03) VALUE 25.
          05 FILLER                         PIC X(12) VALUE
                'POR DEFECTO'.
          05 FILLER                         PIC 9(06) VALUE 0.
          05 FILLER                         PIC X(01) VALUE 'B'.
          05 FILLER                         PIC X(22) VALUE
                'VENTAS ANTES DE BAJA'.
          05 FILLER                         PIC 9(04)V9(02) VALUE 50.
          05 FILLER                         PIC 9(04) VALUE 5.
          05 FILLER                         PIC 9(03) VALUE 30.
          05 FILLER                         PIC X(12) VALUE
                'POR DEFECTO'.
          05 FILLER                         PIC 9(06) VALUE 0.
          05 FILLER                         PIC X(01) VALUE 'S'.
          05 FILLER                         PIC X(22) VALUE
                'SALTO DE VENTAS'.
          05 FILLER                         PIC 9(04)V9(02) VALUE 2.
          05 FILLER                         PIC 9(04) VALUE 3.
          05 FILLER                         PIC 9(03) VALUE 20.
          05 FILLER                         PIC X(12) VALUE
                'POR DEFECTO'.
          05 FILLER                         PIC 9(06) VALUE 0.
          05 FILLER                         PIC X(01) VALUE 'N'.
          05 FILLER                         PIC X(22) VALUE
                'TICKETS CORRELATIVOS'.
          05 FILLER                         PIC 9(04)V9(02) VALUE 0.
          05 FILLER                         PIC 9(04) VALUE 5.
          05 FILLER                         PIC 9(03) VALUE 15.
          05 FILLER                         PIC X(12) VALUE
                'POR DEFECTO'.
          05 FILLER                         PIC 9(06) VALUE 0.
          05 FILLER                         PIC X(01) VALUE 'A'.
          05 FILLER                         PIC X(22) VALUE
                'PUNTAJE DE ALERTA'.
          05 FILLER                         PIC 9(04)V9(02) VALUE 0.
          05 FILLER                         PIC 9(04) VALUE 50.
          05 FILLER                         PIC 9(03) VALUE 0.
          05 FILLER                         PIC X(12) VALUE
                'POR DEFECTO'.
          05 FILLER                         PIC 9(06) VALUE 0.
       01 WS-REGLAS REDEFINES WS-REGLAS-DEFECTO.
          05 WS-REG-TABLA OCCURS 6 TIMES
                          INDEXED BY WS-REG-IDX.
             10 WS-REG-TIPO                 PIC X(01).
             10 WS-REG-NOMBRE               PIC X(22).
             10 WS-REG-VALOR                PIC 9(04)V9(02).
             10 WS-REG-MINIMO               PIC 9(04).
             10 WS-REG-PESO                 PIC 9(03).
             10 WS-REG-ORIGEN               PIC X(12).
             10 WS-REG-CASOS                PIC 9(06).

      * CORRIDA VIGENTE (LA MAS ALTA) DE CADA PERIODO ANTERIOR AL
      * REVISADO QUE APARECE EN LA HISTORIA. ORDEN = 1 PARA EL MAS
      * RECIENTE DE LOS ELEGIDOS PARA EL SALTO DE VENTAS, 2 PARA EL
      * ANTERIOR, ETC.; CERO SI NO SE USA.
       01 WS-TABLA-PERIODOS.
          05 WS-PER-CANT                    PIC 9(04) VALUE 0.
          05 WS-PER-TABLA OCCURS 600 TIMES
                          INDEXED BY WS-PER-IDX.
             10 WS-PER-T-PERIODO            PIC 9(06).
             10 WS-PER-T-CORRIDA            PIC 9(06).
             10 WS-PER-T-ORDEN              PIC 9(02).

       77 WS-PERIODOS-ELEGIDOS              PIC 9(02) VALUE 0.

      * LO VENDIDO (NETO DE CANCELACIONES, COMO LO GRABA CL15EJ01) POR
      * CADA VENDEDOR EN LOS PERIODOS ELEGIDOS, UNA COLUMNA POR ORDEN.
      * LOS REGISTROS DE LA CORRIDA VIGENTE PISAN (UN REPETIDO DE LA
      * COLA DE UN REINICIO NO SE SUMA DOS VECES, COMO EN CL15EJ06).
       01 WS-TABLA-HISTORIA.
          05 WS-HST-CANT                    PIC 9(05) VALUE 0.
          05 WS-HST-TABLA OCCURS 10000 TIMES
                          INDEXED BY WS-HST-IDX.
             10 WS-HST-ID                   PIC 9(08).
             10 WS-HST-PERIODO OCCURS 12 TIMES.
                15 WS-HST-PRESENTE          PIC X(01).
                15 WS-HST-IMPORTE           PIC 9(10)V9(02).

      * CONTROL DE VENTAS.TXT CONTRA SU TRAILER
       01 WS-CONTROL-VENTAS.
          05 WS-CTV-CANTIDAD                PIC 9(06) VALUE 0.
          05 WS-CTV-IMPORTE                 PIC 9(10)V9(02) VALUE 0.
          05 WS-CTV-T-CANTIDAD              PIC 9(06) VALUE 0.
          05 WS-CTV-T-IMPORTE               PIC 9(10)V9(02) VALUE 0.
          05 WS-CTV-H-SUCURSAL              PIC X(20) VALUE SPACES.

       77 WS-SUCURSAL-VENTA                 PIC X(20) VALUE SPACES.

      * VENDEDOR EN CURSO (CORTE DE CONTROL POR ID-EMPLEADO)
       01 WS-VENDEDOR-ACTUAL.
          05 WS-VEN-ID                      PIC 9(08).
          05 WS-VEN-NOMBRE                  PIC X(25).
          05 WS-VEN-APELLIDO                PIC X(25).
          05 WS-VEN-FECHA-BAJA              PIC 9(08).
          05 WS-VEN-SUCURSAL                PIC X(20).
          05 WS-VEN-CANT-D                  PIC 9(06).
          05 WS-VEN-IMPORTE-D               PIC 9(10)V9(02).
          05 WS-VEN-CANT-C                  PIC 9(06).
          05 WS-VEN-IMPORTE-C               PIC 9(10)V9(02).
          05 WS-VEN-PRIMER-CASO             PIC 9(05).
          05 WS-VEN-CANT-CASOS              PIC 9(04).
          05 WS-VEN-PUNTAJE                 PIC 9(06).

      * LO QUE VENDIO EN CADA SUCURSAL: VA AL INFORME EN LA QUE MAS
      * LE VENDIO. MAS ALLA DE 20 SUCURSALES LAS DEMAS NO COMPITEN.
       01 WS-SUCURSALES-VENDEDOR.
          05 WS-VSU-CANT                    PIC 9(02) VALUE 0.
          05 WS-VSU-TABLA OCCURS 20 TIMES
                          INDEXED BY WS-VSU-IDX.
             10 WS-VSU-NOMBRE               PIC X(20).
             10 WS-VSU-IMPORTE              PIC 9(10)V9(02).

       77 WS-VSU-MAYOR                      PIC 9(10)V9(02) VALUE 0.

      * SUS VENTAS 'D' DEL PERIODO. LAS REGLAS 'T', 'B' Y 'N' MIRAN
      * SOLO LOS PRIMEROS 5000 TICKETS (SE AVISA POR CONSOLA).
       01 WS-TABLA-TICKETS.
          05 WS-TIC-CANT                    PIC 9(05) VALUE 0.
          05 WS-TIC-TABLA OCCURS 5000 TIMES
                          INDEXED BY WS-TIC-IDX.
             10 WS-TIC-NUMERO               PIC 9(15).
             10 WS-TIC-IMPORTE              PIC 9(08)V9(02).
             10 WS-TIC-FECHA                PIC 9(08).

      * LOS MISMOS TICKETS ORDENADOS POR NUMERO PARA BUSCAR RACHAS
       01 WS-TABLA-ORDEN.
          05 WS-ORD-TABLA OCCURS 5000 TIMES.
             10 WS-ORD-NUMERO               PIC 9(15).
             10 WS-ORD-IMPORTE              PIC 9(08)V9(02).

       01 WS-ORD-AUX.
          05 WS-OAU-NUMERO                  PIC 9(15).
          05 WS-OAU-IMPORTE                 PIC 9(08)V9(02).

      * RACHA DE TICKETS CONSECUTIVOS EN CURSO
       01 WS-RACHA.
          05 WS-RAC-DESDE                   PIC 9(15) VALUE 0.
          05 WS-RAC-HASTA                   PIC 9(15) VALUE 0.
          05 WS-RAC-LARGO                   PIC 9(05) VALUE 0.
          05 WS-RAC-IMPORTE                 PIC 9(10)V9(02) VALUE 0.

      * SUBINDICES DE TRABAJO (ORDENAMIENTOS Y RECORRIDAS)
       77 WS-I                              PIC 9(05) VALUE 0.
       77 WS-J                              PIC 9(05) VALUE 0.

      * IMPORTES Y MEDIDAS INTERMEDIOS DE LAS REGLAS
       01 WS-CALCULOS.
          05 WS-CAL-OTROS                   PIC 9(06) VALUE 0.
          05 WS-CAL-PROMEDIO                PIC 9(10)V9(02) VALUE 0.
          05 WS-CAL-MEDIDA                  PIC 9(05)V9(02) VALUE 0.
          05 WS-CAL-VENTANA                 PIC 9(10)V9(02) VALUE 0.
          05 WS-CAL-NETO                    PIC 9(10)V9(02) VALUE 0.
          05 WS-CAL-SUMA-HIST               PIC 9(12)V9(02) VALUE 0.
          05 WS-CAL-CANT-HIST               PIC 9(02) VALUE 0.
          05 WS-CAL-DIAS-BAJA               PIC 9(07) VALUE 0.
          05 WS-CAL-DIFERENCIA              PIC S9(07) VALUE 0.
          05 WS-CAL-PUNTOS                  PIC 9(05) VALUE 0.
          05 WS-CAL-TOPE                    PIC 9(05) VALUE 0.

      * CASO A AGREGAR (MISMO FORMATO QUE UNA FILA DE LA TABLA DE
      * CASOS). TICKET, HASTA Y FECHA EN CERO SALEN EN BLANCO.
       01 WS-CASO-NUEVO.
          05 WS-NUE-REGLA                   PIC 9(01).
          05 WS-NUE-TICKET                  PIC 9(15).
          05 WS-NUE-HASTA                   PIC 9(15).
          05 WS-NUE-FECHA                   PIC 9(08).
          05 WS-NUE-IMPORTE                 PIC 9(10)V9(02).
          05 WS-NUE-REFERENCIA              PIC 9(10)V9(02).
          05 WS-NUE-MEDIDA                  PIC 9(05)V9(02).
          05 WS-NUE-UMBRAL                  PIC 9(05)V9(02).
          05 WS-NUE-PUNTOS                  PIC 9(04).

      * CASOS DE TODOS LOS VENDEDORES, CONTIGUOS POR VENDEDOR
       01 WS-TABLA-CASOS.
          05 WS-CAS-CANT                    PIC 9(05) VALUE 0.
          05 WS-CAS-TABLA OCCURS 5000 TIMES
                          INDEXED BY WS-CAS-IDX.
             10 WS-CAS-REGLA                PIC 9(01).
             10 WS-CAS-TICKET               PIC 9(15).
             10 WS-CAS-HASTA                PIC 9(15).
             10 WS-CAS-FECHA                PIC 9(08).
             10 WS-CAS-IMPORTE              PIC 9(10)V9(02).
             10 WS-CAS-REFERENCIA           PIC 9(10)V9(02).
             10 WS-CAS-MEDIDA               PIC 9(05)V9(02).
             10 WS-CAS-UMBRAL               PIC 9(05)V9(02).
             10 WS-CAS-PUNTOS               PIC 9(04).

       77 WS-CAS-FIN                        PIC 9(05) VALUE 0.

      * VENDEDORES CON AL MENOS UN CASO, EN ORDEN DE ID-EMPLEADO
       01 WS-TABLA-MARCADOS.
          05 WS-MAR-CANT                    PIC 9(04) VALUE 0.
          05 WS-MAR-TABLA OCCURS 2000 TIMES
                          INDEXED BY WS-MAR-IDX.
             10 WS-MAR-ID                   PIC 9(08).
             10 WS-MAR-NOMBRE               PIC X(25).
             10 WS-MAR-APELLIDO             PIC X(25).
             10 WS-MAR-SUCURSAL             PIC X(20).
             10 WS-MAR-VENTAS               PIC 9(10)V9(02).
             10 WS-MAR-PRIMER-CASO          PIC 9(05).
             10 WS-MAR-CANT-CASOS           PIC 9(04).
             10 WS-MAR-PUNTAJE              PIC 9(06).

      * SUCURSALES CON VENDEDORES MARCADOS, EN ORDEN ALFABETICO
       01 WS-TABLA-SUCURSALES.
          05 WS-SUC-CANT                    PIC 9(03) VALUE 0.
          05 WS-SUC-TABLA OCCURS 200 TIMES
                          INDEXED BY WS-SUC-IDX.
             10 WS-SUC-NOMBRE               PIC X(20).
             10 WS-SUC-VENDEDORES           PIC 9(04).
             10 WS-SUC-PUNTAJE              PIC 9(07).

       01 WS-CONTADORES.
          05 WS-CONT-VENDEDORES             PIC 9(06) VALUE 0.
          05 WS-CONT-ALERTAS                PIC 9(06) VALUE 0.

       77 WS-FORMAT-CANTIDAD                PIC ZZZ.ZZ9.
       77 WS-FORMAT-IMPORTE                 PIC Z.ZZZ.ZZZ.ZZ9,99.

      * FORMATO DE LAS LINEAS DEL INFORME
          COPY SOSPECHA.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF NOT WS-SW-ABORTAR-SI
              PERFORM 1100-CARGAR-UMBRALES
                 THRU 1100-CARGAR-UMBRALES-FIN
           END-IF.

           IF NOT WS-SW-ABORTAR-SI
              AND WS-REG-PESO (4) > ZEROES
              PERFORM 1200-CARGAR-HISTORIA
                 THRU 1200-CARGAR-HISTORIA-FIN
           END-IF.

           IF NOT WS-SW-ABORTAR-SI
              PERFORM 2000-PROCESAR-VENTAS
                 THRU 2000-PROCESAR-VENTAS-FIN
           END-IF.

           IF NOT WS-SW-ABORTAR-SI
              PERFORM 3000-GRABAR-INFORME
                 THRU 3000-GRABAR-INFORME-FIN
           ELSE
              DISPLAY 'EL INFORME NO SE GENERA'
           END-IF.

           PERFORM 9000-FINALIZAR-PROGRAMA
              THRU 9000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           ACCEPT WS-FECHA-HOY              FROM DATE YYYYMMDD.

           DISPLAY 'DIRECTORIO DE LOS ARCHIVOS (ENTER = ..): '.
           ACCEPT WS-PATH-DIRECTORIO.

           IF WS-PATH-DIRECTORIO EQUAL SPACES
              MOVE '..'                     TO WS-PATH-DIRECTORIO
           END-IF.

           DISPLAY 'PERIODO A REVISAR (AAAAMM, EJ: 202609): '.
           ACCEPT WS-PERIODO.

           IF WS-PERIODO NOT NUMERIC
              OR WS-PRD-AAAA < 1900
              OR WS-PRD-MM < 1
              OR WS-PRD-MM > 12
              DISPLAY 'PERIODO INVALIDO: ' WS-PERIODO
              SET WS-SW-ABORTAR-SI          TO TRUE
              MOVE 8                        TO RETURN-CODE
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1005-DEFINIR-PATHS
              THRU 1005-DEFINIR-PATHS-FIN.

      *---- El maestro es obligatorio: de el salen el nombre del
      *---- vendedor y su fecha de baja.
           OPEN INPUT ENT-EMPLEADOS.

           IF NOT FS-EMPLEADOS-OK
              DISPLAY 'NO SE PUEDE ABRIR EL MAESTRO EMPLEADOS.DAT'
              DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
              SET WS-SW-ABORTAR-SI          TO TRUE
              MOVE 8                        TO RETURN-CODE
           ELSE
              SET WS-SW-MAESTRO-ABIERTO     TO TRUE
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1005-DEFINIR-PATHS.

      *---- El directorio se pide en 1000 junto con el periodo, porque
      *---- el nombre del informe depende de el.

           MOVE WS-PERIODO                  TO WS-NSO-PERIODO.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/VENTAS.TXT'              DELIMITED BY SIZE
             INTO WS-PATH-VENTAS
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/EMPLEADOS.DAT'           DELIMITED BY SIZE
             INTO WS-PATH-EMPLEADOS
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/HISTORIA.TXT'            DELIMITED BY SIZE
             INTO WS-PATH-HISTORIA
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/UMBRALES.TXT'            DELIMITED BY SIZE
             INTO WS-PATH-UMBRALES
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/'                        DELIMITED BY SIZE
                  WS-NOMBRE-SOSPECHA         DELIMITED BY SIZE
             INTO WS-PATH-SOSPECHA
           END-STRING.

       1005-DEFINIR-PATHS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-UMBRALES.

      *---- Sin UMBRALES.TXT se corre con los valores por defecto; el
      *---- informe dice de donde salio cada umbral.

           OPEN INPUT ENT-UMBRALES.

           EVALUATE TRUE
               WHEN FS-UMBRALES-OK
                    SET WS-SW-UMBRALES-ARCHIVO TO TRUE
               WHEN FS-UMBRALES-NFD
                    DISPLAY 'NO SE ENCUENTRA UMBRALES.TXT, SE USAN '
                            'LOS UMBRALES POR DEFECTO'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR UMBRALES.TXT'
                    DISPLAY 'FILE STATUS: ' FS-UMBRALES
                    SET WS-SW-ABORTAR-SI    TO TRUE
                    MOVE 8                  TO RETURN-CODE
                    GO TO 1100-CARGAR-UMBRALES-FIN
           END-EVALUATE.

           PERFORM 1110-LEER-UMBRAL
              THRU 1110-LEER-UMBRAL-FIN
             UNTIL FS-UMBRALES-EOF.

           CLOSE ENT-UMBRALES.

       1100-CARGAR-UMBRALES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-LEER-UMBRAL.

           READ ENT-UMBRALES.

           EVALUATE TRUE
               WHEN FS-UMBRALES = '00'
                    IF WS-REG-UMBRAL NOT EQUAL SPACES
                       PERFORM 1120-APLICAR-UMBRAL
                          THRU 1120-APLICAR-UMBRAL-FIN
                    END-IF
               WHEN FS-UMBRALES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER UMBRALES.TXT'
                    DISPLAY 'FILE STATUS: ' FS-UMBRALES
                    SET WS-SW-ABORTAR-SI    TO TRUE
                    MOVE 8                  TO RETURN-CODE
                    MOVE '10'               TO FS-UMBRALES
           END-EVALUATE.

       1110-LEER-UMBRAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1120-APLICAR-UMBRAL.

      *---- Un tipo desconocido se avisa y se descarta; un umbral mal
      *---- cargado no se reemplaza por el de defecto en silencio:
      *---- la corrida se cancela para que auditoria lo corrija.

           PERFORM 1290-BUSCAR-EN-TABLA
              THRU 1290-BUSCAR-EN-TABLA-FIN
              VARYING WS-REG-IDX FROM 1 BY 1
                UNTIL WS-REG-IDX > 6
                   OR WS-REG-TIPO (WS-REG-IDX) = WS-UMB-TIPO.

           IF WS-REG-IDX > 6
              DISPLAY 'UMBRALES.TXT: TIPO DE REGLA DESCONOCIDO "'
                      WS-UMB-TIPO '", SE IGNORA LA LINEA'
              GO TO 1120-APLICAR-UMBRAL-FIN
           END-IF.

           IF WS-UMB-VALOR NOT NUMERIC
              OR WS-UMB-MINIMO NOT NUMERIC
              OR WS-UMB-PESO NOT NUMERIC
              DISPLAY 'UMBRALES.TXT: VALORES NO NUMERICOS EN LA '
                      'REGLA ' WS-UMB-TIPO
              SET WS-SW-ABORTAR-SI          TO TRUE
              MOVE 8                        TO RETURN-CODE
              MOVE '10'                     TO FS-UMBRALES
              GO TO 1120-APLICAR-UMBRAL-FIN
           END-IF.

           IF (WS-UMB-PESO > ZEROES
               AND WS-UMB-VALOR = ZEROES
               AND (WS-UMB-ES-TICKET OR WS-UMB-ES-CANCELACION
                    OR WS-UMB-ES-BAJA OR WS-UMB-ES-SALTO))
              OR (WS-UMB-PESO > ZEROES
                  AND WS-UMB-MINIMO = ZEROES
                  AND (WS-UMB-ES-BAJA OR WS-UMB-ES-SALTO))
              OR (WS-UMB-PESO > ZEROES
                  AND WS-UMB-ES-CORRELATIVO
                  AND WS-UMB-MINIMO < 2)
              OR (WS-UMB-ES-SALTO AND WS-UMB-MINIMO > 12)
              OR (WS-UMB-ES-ALERTA AND WS-UMB-MINIMO = ZEROES)
              DISPLAY 'UMBRALES.TXT: UMBRAL INVALIDO EN LA REGLA '
                      WS-UMB-TIPO ' (' WS-REG-NOMBRE (WS-REG-IDX) ')'
              SET WS-SW-ABORTAR-SI          TO TRUE
              MOVE 8                        TO RETURN-CODE
              MOVE '10'                     TO FS-UMBRALES
              GO TO 1120-APLICAR-UMBRAL-FIN
           END-IF.

           MOVE WS-UMB-VALOR                TO WS-REG-VALOR
                                                (WS-REG-IDX).
           MOVE WS-UMB-MINIMO               TO WS-REG-MINIMO
                                                (WS-REG-IDX).
           MOVE WS-UMB-PESO                 TO WS-REG-PESO
                                                (WS-REG-IDX).
           MOVE 'UMBRALES.TXT'              TO WS-REG-ORIGEN
                                                (WS-REG-IDX).

       1120-APLICAR-UMBRAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1200-CARGAR-HISTORIA.

      *---- Pasada 1: corrida vigente de cada periodo anterior al
      *---- revisado. Se eligen los N mas recientes (N = minimo de la
      *---- regla 'S') y en la pasada 2 se carga lo que vendio cada
      *---- empleado en ellos.

           SET WS-SW-PASADA-CORRIDAS        TO TRUE.
           PERFORM 1210-RECORRER-HISTORIA
              THRU 1210-RECORRER-HISTORIA-FIN.

           IF WS-SW-ABORTAR-SI
              GO TO 1200-CARGAR-HISTORIA-FIN
           END-IF.

           PERFORM 1250-ELEGIR-PERIODO
              THRU 1250-ELEGIR-PERIODO-FIN
              VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-REG-MINIMO (4).

           IF WS-PERIODOS-ELEGIDOS EQUAL ZEROES
              DISPLAY 'HISTORIA.TXT NO TIENE PERIODOS ANTERIORES AL '
                      WS-PERIODO ': NO SE EVALUA EL SALTO DE VENTAS'
              GO TO 1200-CARGAR-HISTORIA-FIN
           END-IF.

           SET WS-SW-PASADA-CARGA           TO TRUE.
           PERFORM 1210-RECORRER-HISTORIA
              THRU 1210-RECORRER-HISTORIA-FIN.

       1200-CARGAR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1210-RECORRER-HISTORIA.

           OPEN INPUT ENT-HISTORIA.

           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                    CONTINUE
               WHEN FS-HISTORIA-NFD
                    IF WS-SW-PASADA-CORRIDAS
                       DISPLAY 'NO SE ENCUENTRA HISTORIA.TXT, SE '
                               'SIGUE SIN EL'
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR HISTORIA.TXT'
                    DISPLAY 'FILE STATUS: ' FS-HISTORIA
                    SET WS-SW-ABORTAR-SI    TO TRUE
                    MOVE 8                  TO RETURN-CODE
                    GO TO 1210-RECORRER-HISTORIA-FIN
           END-EVALUATE.

           PERFORM 1220-LEER-HISTORIA
              THRU 1220-LEER-HISTORIA-FIN
             UNTIL FS-HISTORIA-EOF.

           CLOSE ENT-HISTORIA.

       1210-RECORRER-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1220-LEER-HISTORIA.

           READ ENT-HISTORIA.

           EVALUATE TRUE
               WHEN FS-HISTORIA = '00'
                    IF WS-HIS-PERIODO < WS-PERIODO
                       IF WS-SW-PASADA-CORRIDAS
                          PERFORM 1230-REGISTRAR-CORRIDA
                             THRU 1230-REGISTRAR-CORRIDA-FIN
                       ELSE
                          IF WS-HIS-ES-EMPLEADO
                             PERFORM 1240-CARGAR-EMPLEADO
                                THRU 1240-CARGAR-EMPLEADO-FIN
                          END-IF
                       END-IF
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

       1220-LEER-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1230-REGISTRAR-CORRIDA.

      *---- La corrida mas alta que dejo registros de cada periodo es
      *---- la vigente (misma regla que CL15EJ06).

           PERFORM 1290-BUSCAR-EN-TABLA
              THRU 1290-BUSCAR-EN-TABLA-FIN
              VARYING WS-PER-IDX FROM 1 BY 1
                UNTIL WS-PER-IDX > WS-PER-CANT
                   OR WS-PER-T-PERIODO (WS-PER-IDX) = WS-HIS-PERIODO.

           IF WS-PER-IDX > WS-PER-CANT
              AND WS-PER-CANT >= 600
              DISPLAY 'TABLA DE PERIODOS LLENA'
              SET WS-SW-ABORTAR-SI          TO TRUE
              MOVE 8                        TO RETURN-CODE
              MOVE '10'                     TO FS-HISTORIA
              GO TO 1230-REGISTRAR-CORRIDA-FIN
           END-IF.

           IF WS-PER-IDX > WS-PER-CANT
              ADD 1                         TO WS-PER-CANT
              SET WS-PER-IDX                TO WS-PER-CANT
              MOVE WS-HIS-PERIODO           TO WS-PER-T-PERIODO
                                                (WS-PER-IDX)
              MOVE ZEROES                   TO WS-PER-T-CORRIDA
                                                (WS-PER-IDX)
              MOVE ZEROES                   TO WS-PER-T-ORDEN
                                                (WS-PER-IDX)
           END-IF.

           IF WS-HIS-CORRIDA > WS-PER-T-CORRIDA (WS-PER-IDX)
              MOVE WS-HIS-CORRIDA           TO WS-PER-T-CORRIDA
                                                (WS-PER-IDX)
           END-IF.

       1230-REGISTRAR-CORRIDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1240-CARGAR-EMPLEADO.

      *---- Solo los periodos elegidos y la corrida vigente de cada
      *---- uno; los de corridas superadas se ignoran.

           PERFORM 1290-BUSCAR-EN-TABLA
              THRU 1290-BUSCAR-EN-TABLA-FIN
              VARYING WS-PER-IDX FROM 1 BY 1
                UNTIL WS-PER-IDX > WS-PER-CANT
                   OR WS-PER-T-PERIODO (WS-PER-IDX) = WS-HIS-PERIODO.

           IF WS-PER-IDX > WS-PER-CANT
              GO TO 1240-CARGAR-EMPLEADO-FIN
           END-IF.

           IF WS-PER-T-ORDEN (WS-PER-IDX) EQUAL ZEROES
              OR WS-HIS-CORRIDA NOT = WS-PER-T-CORRIDA (WS-PER-IDX)
              GO TO 1240-CARGAR-EMPLEADO-FIN
           END-IF.

           PERFORM 1290-BUSCAR-EN-TABLA
              THRU 1290-BUSCAR-EN-TABLA-FIN
              VARYING WS-HST-IDX FROM 1 BY 1
                UNTIL WS-HST-IDX > WS-HST-CANT
                   OR WS-HST-ID (WS-HST-IDX) = WS-HIS-ID-EMPLEADO.

           IF WS-HST-IDX > WS-HST-CANT
              IF WS-HST-CANT >= 10000
                 DISPLAY 'TABLA DE EMPLEADOS DE LA HISTORIA LLENA'
                 SET WS-SW-ABORTAR-SI       TO TRUE
                 MOVE 8                     TO RETURN-CODE
                 MOVE '10'                  TO FS-HISTORIA
                 GO TO 1240-CARGAR-EMPLEADO-FIN
              END-IF
              ADD 1                         TO WS-HST-CANT
              SET WS-HST-IDX                TO WS-HST-CANT
              INITIALIZE WS-HST-TABLA (WS-HST-IDX)
              MOVE WS-HIS-ID-EMPLEADO       TO WS-HST-ID (WS-HST-IDX)
           END-IF.

           MOVE WS-PER-T-ORDEN (WS-PER-IDX) TO WS-I.
           MOVE 'S'                         TO WS-HST-PRESENTE
                                                (WS-HST-IDX WS-I).
           MOVE WS-HIS-E-IMPORTE            TO WS-HST-IMPORTE
                                                (WS-HST-IDX WS-I).

       1240-CARGAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1250-ELEGIR-PERIODO.

      *---- Cada vuelta marca el periodo mas reciente todavia no
      *---- elegido; si ya no quedan, no marca nada.

           MOVE ZEROES                      TO WS-J.

           PERFORM 1260-COMPARAR-PERIODO
              THRU 1260-COMPARAR-PERIODO-FIN
              VARYING WS-PER-IDX FROM 1 BY 1
                UNTIL WS-PER-IDX > WS-PER-CANT.

           IF WS-J > ZEROES
              ADD 1                         TO WS-PERIODOS-ELEGIDOS
              MOVE WS-PERIODOS-ELEGIDOS     TO WS-PER-T-ORDEN (WS-J)
           END-IF.

       1250-ELEGIR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1260-COMPARAR-PERIODO.

           IF WS-PER-T-ORDEN (WS-PER-IDX) EQUAL ZEROES
              IF WS-J EQUAL ZEROES
                 SET WS-J                   TO WS-PER-IDX
              ELSE
                 IF WS-PER-T-PERIODO (WS-PER-IDX)
                    > WS-PER-T-PERIODO (WS-J)
                    SET WS-J                TO WS-PER-IDX
                 END-IF
              END-IF
           END-IF.

       1260-COMPARAR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1290-BUSCAR-EN-TABLA.
      *---- Solo avanza el indice; la condicion de corte (encontrado
      *---- o fin de tabla) se resuelve en el UNTIL del PERFORM.
           CONTINUE.

       1290-BUSCAR-EN-TABLA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR-VENTAS.

           OPEN INPUT ENT-VENTAS.

           IF NOT FS-VENTAS-OK
              DISPLAY 'NO SE PUEDE ABRIR VENTAS.TXT'
              DISPLAY 'FILE STATUS: ' FS-VENTAS
              SET WS-SW-ABORTAR-SI          TO TRUE
              MOVE 8                        TO RETURN-CODE
              GO TO 2000-PROCESAR-VENTAS-FIN
           END-IF.

           PERFORM 2010-LEER-VENTA
              THRU 2010-LEER-VENTA-FIN
             UNTIL FS-VENTAS-EOF.

           CLOSE ENT-VENTAS.

           IF WS-SW-ABORTAR-SI
              GO TO 2000-PROCESAR-VENTAS-FIN
           END-IF.

           IF WS-SW-VENDEDOR-ABIERTO
              PERFORM 2100-CERRAR-VENDEDOR
                 THRU 2100-CERRAR-VENDEDOR-FIN
           END-IF.

      *---- Un archivo que no cuadra con su trailer no se informa: los
      *---- casos saldrian de ventas incompletas.
           IF NOT WS-SW-TRAILER-SI
              DISPLAY 'VENTAS.TXT NO TIENE TRAILER'
              SET WS-SW-ABORTAR-SI          TO TRUE
              MOVE 8                        TO RETURN-CODE
              GO TO 2000-PROCESAR-VENTAS-FIN
           END-IF.

           IF WS-CTV-CANTIDAD NOT = WS-CTV-T-CANTIDAD
              OR WS-CTV-IMPORTE NOT = WS-CTV-T-IMPORTE
              DISPLAY 'VENTAS.TXT NO CUADRA CON SU TRAILER'
              MOVE WS-CTV-T-CANTIDAD        TO WS-FORMAT-CANTIDAD
              MOVE WS-CTV-T-IMPORTE         TO WS-FORMAT-IMPORTE
              DISPLAY '  TRAILER: ' WS-FORMAT-CANTIDAD ' REGISTROS '
                      WS-FORMAT-IMPORTE
              MOVE WS-CTV-CANTIDAD          TO WS-FORMAT-CANTIDAD
              MOVE WS-CTV-IMPORTE           TO WS-FORMAT-IMPORTE
              DISPLAY '  LEIDO  : ' WS-FORMAT-CANTIDAD ' REGISTROS '
                      WS-FORMAT-IMPORTE
              SET WS-SW-ABORTAR-SI          TO TRUE
              MOVE 8                        TO RETURN-CODE
           END-IF.

       2000-PROCESAR-VENTAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2010-LEER-VENTA.

           READ ENT-VENTAS.

           EVALUATE TRUE
               WHEN FS-VENTAS = '00'
                    PERFORM 2020-TRATAR-REGISTRO
                       THRU 2020-TRATAR-REGISTRO-FIN
               WHEN FS-VENTAS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER VENTAS.TXT'
                    DISPLAY 'FILE STATUS: ' FS-VENTAS
                    SET WS-SW-ABORTAR-SI    TO TRUE
                    MOVE 8                  TO RETURN-CODE
                    MOVE '10'               TO FS-VENTAS
           END-EVALUATE.

       2010-LEER-VENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2020-TRATAR-REGISTRO.

           EVALUATE TRUE
               WHEN WS-VTA-ES-HEADER
                    SET WS-SW-HEADER-SI     TO TRUE
                    MOVE WS-VTA-H-SUCURSAL  TO WS-CTV-H-SUCURSAL
                    MOVE WS-VTA-H-FECHA     TO WS-FECHA-CALCULO
                    IF WS-FCA-PERIODO NOT = WS-PERIODO
                       DISPLAY 'ATENCION: EL HEADER DE VENTAS.TXT ES '
                               'DEL ' WS-VTA-H-FECHA ' Y SE PIDIO EL '
                               'PERIODO ' WS-PERIODO
                    END-IF
               WHEN WS-VTA-ES-DETALLE
                 OR WS-VTA-ES-CANCELACION
                    PERFORM 2030-TRATAR-VENTA
                       THRU 2030-TRATAR-VENTA-FIN
               WHEN WS-VTA-ES-TRAILER
                    SET WS-SW-TRAILER-SI    TO TRUE
                    MOVE WS-VTA-T-CANTIDAD  TO WS-CTV-T-CANTIDAD
                    MOVE WS-VTA-T-IMPORTE   TO WS-CTV-T-IMPORTE
               WHEN OTHER
                    DISPLAY 'VENTAS.TXT: TIPO DE REGISTRO DESCONOCIDO "'
                            WS-VTA-TIPO-REG '", SE IGNORA'
           END-EVALUATE.

       2020-TRATAR-REGISTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2030-TRATAR-VENTA.

           ADD 1                            TO WS-CTV-CANTIDAD.
           ADD WS-VTA-D-IMP-VENTA           TO WS-CTV-IMPORTE.

      *---- El corte de control necesita el archivo ordenado por
      *---- ID-EMPLEADO, como lo deja CL15EJ07.
           IF WS-SW-VENDEDOR-ABIERTO
              AND WS-VTA-D-ID-EMPLEADO < WS-VEN-ID
              DISPLAY 'VENTAS.TXT NO ESTA ORDENADO POR ID-EMPLEADO '
                      '(TICKET ' WS-VTA-D-ID-TICKET ')'
              SET WS-SW-ABORTAR-SI          TO TRUE
              MOVE 8                        TO RETURN-CODE
              MOVE '10'                     TO FS-VENTAS
              GO TO 2030-TRATAR-VENTA-FIN
           END-IF.

           IF WS-SW-VENDEDOR-ABIERTO
              AND WS-VTA-D-ID-EMPLEADO NOT = WS-VEN-ID
              PERFORM 2100-CERRAR-VENDEDOR
                 THRU 2100-CERRAR-VENDEDOR-FIN
           END-IF.

           IF WS-SW-ABORTAR-SI
              MOVE '10'                     TO FS-VENTAS
              GO TO 2030-TRATAR-VENTA-FIN
           END-IF.

           IF NOT WS-SW-VENDEDOR-ABIERTO
              INITIALIZE WS-VENDEDOR-ACTUAL
              MOVE WS-VTA-D-ID-EMPLEADO     TO WS-VEN-ID
              MOVE ZEROES                   TO WS-VSU-CANT
              MOVE ZEROES                   TO WS-TIC-CANT
              MOVE 'N'                      TO WS-SW-TICKETS
              SET WS-SW-VENDEDOR-ABIERTO    TO TRUE
           END-IF.

      *---- La sucursal del detalle; si viene vacia (archivo de una
      *---- sola sucursal), la del header.
           MOVE WS-VTA-D-SUCURSAL           TO WS-SUCURSAL-VENTA.
           IF WS-SUCURSAL-VENTA EQUAL SPACES
              MOVE WS-CTV-H-SUCURSAL        TO WS-SUCURSAL-VENTA
           END-IF.
           IF WS-SUCURSAL-VENTA EQUAL SPACES
              MOVE '(SIN SUCURSAL)'         TO WS-SUCURSAL-VENTA
           END-IF.

           IF WS-VTA-ES-CANCELACION
              ADD 1                         TO WS-VEN-CANT-C
              ADD WS-VTA-D-IMP-VENTA        TO WS-VEN-IMPORTE-C
              GO TO 2030-TRATAR-VENTA-FIN
           END-IF.

           ADD 1                            TO WS-VEN-CANT-D.
           ADD WS-VTA-D-IMP-VENTA           TO WS-VEN-IMPORTE-D.

           PERFORM 2040-SUMAR-SUCURSAL
              THRU 2040-SUMAR-SUCURSAL-FIN.

           IF WS-TIC-CANT >= 5000
              SET WS-SW-TICKETS-LLENA       TO TRUE
              GO TO 2030-TRATAR-VENTA-FIN
           END-IF.

           ADD 1                            TO WS-TIC-CANT.
           SET WS-TIC-IDX                   TO WS-TIC-CANT.
           MOVE WS-VTA-D-ID-TICKET          TO WS-TIC-NUMERO
                                                (WS-TIC-IDX).
           MOVE WS-VTA-D-IMP-VENTA          TO WS-TIC-IMPORTE
                                                (WS-TIC-IDX).
           MOVE WS-VTA-D-FECHA              TO WS-TIC-FECHA
                                                (WS-TIC-IDX).

       2030-TRATAR-VENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2040-SUMAR-SUCURSAL.

           PERFORM 1290-BUSCAR-EN-TABLA
              THRU 1290-BUSCAR-EN-TABLA-FIN
              VARYING WS-VSU-IDX FROM 1 BY 1
                UNTIL WS-VSU-IDX > WS-VSU-CANT
                   OR WS-VSU-NOMBRE (WS-VSU-IDX) = WS-SUCURSAL-VENTA.

           IF WS-VSU-IDX > WS-VSU-CANT
              IF WS-VSU-CANT >= 20
                 GO TO 2040-SUMAR-SUCURSAL-FIN
              END-IF
              ADD 1                         TO WS-VSU-CANT
              SET WS-VSU-IDX                TO WS-VSU-CANT
              MOVE WS-SUCURSAL-VENTA        TO WS-VSU-NOMBRE
                                                (WS-VSU-IDX)
              MOVE ZEROES                   TO WS-VSU-IMPORTE
                                                (WS-VSU-IDX)
           END-IF.

           ADD WS-VTA-D-IMP-VENTA           TO WS-VSU-IMPORTE
                                                (WS-VSU-IDX).

       2040-SUMAR-SUCURSAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-CERRAR-VENDEDOR.

      *---- Fin de las ventas de un vendedor: se le aplican las reglas
      *---- activas (peso mayor que cero) y, si tuvo casos, se lo
      *---- anota para el informe.

           MOVE 'N'                         TO WS-SW-VENDEDOR.
           ADD 1                            TO WS-CONT-VENDEDORES.

           IF WS-MAR-CANT >= 2000
              IF NOT WS-SW-DESBORDE-SI
                 DISPLAY 'TABLA DE VENDEDORES MARCADOS LLENA: EL '
                         'INFORME QUEDA INCOMPLETO'
                 SET WS-SW-DESBORDE-SI      TO TRUE
              END-IF
              GO TO 2100-CERRAR-VENDEDOR-FIN
           END-IF.

           IF WS-SW-TICKETS-LLENA
              DISPLAY 'ATENCION: EL VENDEDOR ' WS-VEN-ID ' TIENE MAS '
                      'DE 5000 VENTAS; LAS REGLAS T, B Y N MIRAN SOLO '
                      'LAS PRIMERAS'
           END-IF.

           PERFORM 2110-ELEGIR-SUCURSAL
              THRU 2110-ELEGIR-SUCURSAL-FIN.

           PERFORM 2120-LEER-MAESTRO
              THRU 2120-LEER-MAESTRO-FIN.

           IF WS-SW-ABORTAR-SI
              GO TO 2100-CERRAR-VENDEDOR-FIN
           END-IF.

           COMPUTE WS-VEN-PRIMER-CASO = WS-CAS-CANT + 1.

           IF WS-REG-PESO (1) > ZEROES
              PERFORM 2200-REVISAR-TICKETS
                 THRU 2200-REVISAR-TICKETS-FIN
           END-IF.

           IF WS-REG-PESO (2) > ZEROES
              PERFORM 2300-REVISAR-CANCELACIONES
                 THRU 2300-REVISAR-CANCELACIONES-FIN
           END-IF.

           IF WS-REG-PESO (3) > ZEROES
              PERFORM 2400-REVISAR-BAJA
                 THRU 2400-REVISAR-BAJA-FIN
           END-IF.

           IF WS-REG-PESO (4) > ZEROES
              PERFORM 2500-REVISAR-SALTO
                 THRU 2500-REVISAR-SALTO-FIN
           END-IF.

           IF WS-REG-PESO (5) > ZEROES
              PERFORM 2600-REVISAR-CORRELATIVOS
                 THRU 2600-REVISAR-CORRELATIVOS-FIN
           END-IF.

           IF WS-VEN-CANT-CASOS > ZEROES
              PERFORM 2700-MARCAR-VENDEDOR
                 THRU 2700-MARCAR-VENDEDOR-FIN
           END-IF.

       2100-CERRAR-VENDEDOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-ELEGIR-SUCURSAL.

      *---- Un vendedor que solo tiene cancelaciones queda en la
      *---- sucursal de la ultima.

           MOVE WS-SUCURSAL-VENTA           TO WS-VEN-SUCURSAL.
           MOVE ZEROES                      TO WS-VSU-MAYOR.

           PERFORM 2115-COMPARAR-SUCURSAL
              THRU 2115-COMPARAR-SUCURSAL-FIN
              VARYING WS-VSU-IDX FROM 1 BY 1
                UNTIL WS-VSU-IDX > WS-VSU-CANT.

       2110-ELEGIR-SUCURSAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2115-COMPARAR-SUCURSAL.

           IF WS-VSU-IMPORTE (WS-VSU-IDX) > WS-VSU-MAYOR
              OR WS-VSU-IDX = 1
              MOVE WS-VSU-IMPORTE (WS-VSU-IDX)
                                            TO WS-VSU-MAYOR
              MOVE WS-VSU-NOMBRE (WS-VSU-IDX)
                                            TO WS-VEN-SUCURSAL
           END-IF.

       2115-COMPARAR-SUCURSAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2120-LEER-MAESTRO.

      *---- Lectura directa por clave en el maestro indexado. Un
      *---- legajo que no esta se informa igual, sin nombre ni baja.

           MOVE WS-VEN-ID                   TO WS-ENT-EMP-ID-EMPLEADO.

           READ ENT-EMPLEADOS.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-OK
                    MOVE WS-ENT-EMP-NOMBRE  TO WS-VEN-NOMBRE
                    MOVE WS-ENT-EMP-APELLIDO
                                            TO WS-VEN-APELLIDO
                    MOVE WS-ENT-EMP-FECHA-BAJA
                                            TO WS-VEN-FECHA-BAJA
               WHEN FS-EMPLEADOS-NOKEY
                    MOVE SPACES             TO WS-VEN-NOMBRE
                    MOVE '(NO ESTA EN EL MAESTRO)'
                                            TO WS-VEN-APELLIDO
                    MOVE ZEROES             TO WS-VEN-FECHA-BAJA
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL MAESTRO DE EMPLEADOS'
                    DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
                    SET WS-SW-ABORTAR-SI    TO TRUE
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       2120-LEER-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-REVISAR-TICKETS.

      *---- Regla 'T': cada ticket contra el promedio de los demas
      *---- tickets del vendedor en el periodo, siempre que tenga
      *---- suficientes otros tickets para que el promedio valga.

           IF WS-VEN-CANT-D < 2
              GO TO 2200-REVISAR-TICKETS-FIN
           END-IF.

           COMPUTE WS-CAL-OTROS = WS-VEN-CANT-D - 1.

           IF WS-CAL-OTROS < WS-REG-MINIMO (1)
              GO TO 2200-REVISAR-TICKETS-FIN
           END-IF.

           PERFORM 2210-REVISAR-TICKET
              THRU 2210-REVISAR-TICKET-FIN
              VARYING WS-TIC-IDX FROM 1 BY 1
                UNTIL WS-TIC-IDX > WS-TIC-CANT.

       2200-REVISAR-TICKETS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-REVISAR-TICKET.

           COMPUTE WS-CAL-PROMEDIO ROUNDED =
                   (WS-VEN-IMPORTE-D - WS-TIC-IMPORTE (WS-TIC-IDX))
                   / WS-CAL-OTROS.

           IF WS-CAL-PROMEDIO EQUAL ZEROES
              GO TO 2210-REVISAR-TICKET-FIN
           END-IF.

           COMPUTE WS-CAL-MEDIDA ROUNDED =
                   WS-TIC-IMPORTE (WS-TIC-IDX) / WS-CAL-PROMEDIO
              ON SIZE ERROR
                   MOVE 99999,99            TO WS-CAL-MEDIDA
           END-COMPUTE.

           IF WS-CAL-MEDIDA < WS-REG-VALOR (1)
              GO TO 2210-REVISAR-TICKET-FIN
           END-IF.

           INITIALIZE WS-CASO-NUEVO.
           MOVE 1                           TO WS-NUE-REGLA.
           MOVE WS-TIC-NUMERO (WS-TIC-IDX)  TO WS-NUE-TICKET.
           MOVE WS-TIC-FECHA (WS-TIC-IDX)   TO WS-NUE-FECHA.
           MOVE WS-TIC-IMPORTE (WS-TIC-IDX) TO WS-NUE-IMPORTE.
           MOVE WS-CAL-PROMEDIO             TO WS-NUE-REFERENCIA.
           MOVE WS-CAL-MEDIDA               TO WS-NUE-MEDIDA.
           MOVE WS-REG-VALOR (1)            TO WS-NUE-UMBRAL.

           PERFORM 2800-AGREGAR-CASO
              THRU 2800-AGREGAR-CASO-FIN.

       2210-REVISAR-TICKET-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2300-REVISAR-CANCELACIONES.

      *---- Regla 'C': cancelaciones sobre ventas, por cantidad.

           IF WS-VEN-CANT-C EQUAL ZEROES
              OR WS-VEN-CANT-D EQUAL ZEROES
              OR WS-VEN-CANT-D < WS-REG-MINIMO (2)
              GO TO 2300-REVISAR-CANCELACIONES-FIN
           END-IF.

           COMPUTE WS-CAL-MEDIDA ROUNDED =
                   WS-VEN-CANT-C * 100 / WS-VEN-CANT-D
              ON SIZE ERROR
                   MOVE 99999,99            TO WS-CAL-MEDIDA
           END-COMPUTE.

           IF WS-CAL-MEDIDA < WS-REG-VALOR (2)
              GO TO 2300-REVISAR-CANCELACIONES-FIN
           END-IF.

           INITIALIZE WS-CASO-NUEVO.
           MOVE 2                           TO WS-NUE-REGLA.
           MOVE WS-VEN-IMPORTE-C            TO WS-NUE-IMPORTE.
           MOVE WS-VEN-IMPORTE-D            TO WS-NUE-REFERENCIA.
           MOVE WS-CAL-MEDIDA               TO WS-NUE-MEDIDA.
           MOVE WS-REG-VALOR (2)            TO WS-NUE-UMBRAL.

           PERFORM 2800-AGREGAR-CASO
              THRU 2800-AGREGAR-CASO-FIN.

       2300-REVISAR-CANCELACIONES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2400-REVISAR-BAJA.

      *---- Regla 'B': parte de lo vendido en el periodo que cae en
      *---- los ultimos N dias hasta la fecha de baja inclusive.

           IF WS-VEN-FECHA-BAJA EQUAL ZEROES
              OR WS-VEN-IMPORTE-D EQUAL ZEROES
              GO TO 2400-REVISAR-BAJA-FIN
           END-IF.

           MOVE WS-VEN-FECHA-BAJA           TO WS-FECHA-CALCULO.
           PERFORM 8000-CALCULAR-DIAS
              THRU 8000-CALCULAR-DIAS-FIN.

           IF NOT WS-SW-FECHA-VALIDA
              GO TO 2400-REVISAR-BAJA-FIN
           END-IF.

           MOVE WS-DIAS-CALCULO             TO WS-CAL-DIAS-BAJA.
           MOVE ZEROES                      TO WS-CAL-VENTANA.

           PERFORM 2410-SUMAR-VENTANA
              THRU 2410-SUMAR-VENTANA-FIN
              VARYING WS-TIC-IDX FROM 1 BY 1
                UNTIL WS-TIC-IDX > WS-TIC-CANT.

           IF WS-CAL-VENTANA EQUAL ZEROES
              GO TO 2400-REVISAR-BAJA-FIN
           END-IF.

           COMPUTE WS-CAL-MEDIDA ROUNDED =
                   WS-CAL-VENTANA * 100 / WS-VEN-IMPORTE-D.

           IF WS-CAL-MEDIDA < WS-REG-VALOR (3)
              GO TO 2400-REVISAR-BAJA-FIN
           END-IF.

           INITIALIZE WS-CASO-NUEVO.
           MOVE 3                           TO WS-NUE-REGLA.
           MOVE WS-VEN-FECHA-BAJA           TO WS-NUE-FECHA.
           MOVE WS-CAL-VENTANA              TO WS-NUE-IMPORTE.
           MOVE WS-VEN-IMPORTE-D            TO WS-NUE-REFERENCIA.
           MOVE WS-CAL-MEDIDA               TO WS-NUE-MEDIDA.
           MOVE WS-REG-VALOR (3)            TO WS-NUE-UMBRAL.

           PERFORM 2800-AGREGAR-CASO
              THRU 2800-AGREGAR-CASO-FIN.

       2400-REVISAR-BAJA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2410-SUMAR-VENTANA.

           MOVE WS-TIC-FECHA (WS-TIC-IDX)   TO WS-FECHA-CALCULO.
           PERFORM 8000-CALCULAR-DIAS
              THRU 8000-CALCULAR-DIAS-FIN.

           IF NOT WS-SW-FECHA-VALIDA
              GO TO 2410-SUMAR-VENTANA-FIN
           END-IF.

           COMPUTE WS-CAL-DIFERENCIA =
                   WS-CAL-DIAS-BAJA - WS-DIAS-CALCULO.

           IF WS-CAL-DIFERENCIA >= ZEROES
              AND WS-CAL-DIFERENCIA < WS-REG-MINIMO (3)
              ADD WS-TIC-IMPORTE (WS-TIC-IDX)
                                            TO WS-CAL-VENTANA
           END-IF.

       2410-SUMAR-VENTANA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2500-REVISAR-SALTO.

      *---- Regla 'S': lo vendido en el periodo (neto de
      *---- cancelaciones) contra su promedio de los periodos
      *---- anteriores elegidos en que tuvo ventas.

           IF WS-PERIODOS-ELEGIDOS EQUAL ZEROES
              GO TO 2500-REVISAR-SALTO-FIN
           END-IF.

           PERFORM 1290-BUSCAR-EN-TABLA
              THRU 1290-BUSCAR-EN-TABLA-FIN
              VARYING WS-HST-IDX FROM 1 BY 1
                UNTIL WS-HST-IDX > WS-HST-CANT
                   OR WS-HST-ID (WS-HST-IDX) = WS-VEN-ID.

           IF WS-HST-IDX > WS-HST-CANT
              GO TO 2500-REVISAR-SALTO-FIN
           END-IF.

           MOVE ZEROES                      TO WS-CAL-SUMA-HIST.
           MOVE ZEROES                      TO WS-CAL-CANT-HIST.

           PERFORM 2510-SUMAR-PERIODO
              THRU 2510-SUMAR-PERIODO-FIN
              VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-PERIODOS-ELEGIDOS.

           IF WS-CAL-CANT-HIST EQUAL ZEROES
              GO TO 2500-REVISAR-SALTO-FIN
           END-IF.

           COMPUTE WS-CAL-PROMEDIO ROUNDED =
                   WS-CAL-SUMA-HIST / WS-CAL-CANT-HIST.

           IF WS-CAL-PROMEDIO EQUAL ZEROES
              GO TO 2500-REVISAR-SALTO-FIN
           END-IF.

           IF WS-VEN-IMPORTE-D > WS-VEN-IMPORTE-C
              COMPUTE WS-CAL-NETO = WS-VEN-IMPORTE-D
                                  - WS-VEN-IMPORTE-C
           ELSE
              MOVE ZEROES                   TO WS-CAL-NETO
           END-IF.

           COMPUTE WS-CAL-MEDIDA ROUNDED =
                   WS-CAL-NETO / WS-CAL-PROMEDIO
              ON SIZE ERROR
                   MOVE 99999,99            TO WS-CAL-MEDIDA
           END-COMPUTE.

           IF WS-CAL-MEDIDA < WS-REG-VALOR (4)
              GO TO 2500-REVISAR-SALTO-FIN
           END-IF.

           INITIALIZE WS-CASO-NUEVO.
           MOVE 4                           TO WS-NUE-REGLA.
           MOVE WS-CAL-NETO                 TO WS-NUE-IMPORTE.
           MOVE WS-CAL-PROMEDIO             TO WS-NUE-REFERENCIA.
           MOVE WS-CAL-MEDIDA               TO WS-NUE-MEDIDA.
           MOVE WS-REG-VALOR (4)            TO WS-NUE-UMBRAL.

           PERFORM 2800-AGREGAR-CASO
              THRU 2800-AGREGAR-CASO-FIN.

       2500-REVISAR-SALTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2510-SUMAR-PERIODO.

           IF WS-HST-PRESENTE (WS-HST-IDX WS-I) EQUAL 'S'
              ADD 1                         TO WS-CAL-CANT-HIST
              ADD WS-HST-IMPORTE (WS-HST-IDX WS-I)
                                            TO WS-CAL-SUMA-HIST
           END-IF.

       2510-SUMAR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2600-REVISAR-CORRELATIVOS.

      *---- Regla 'N': se ordenan sus tickets por numero y se buscan
      *---- rachas de numeros consecutivos de al menos N tickets.

           IF WS-TIC-CANT < 2
              OR WS-TIC-CANT < WS-REG-MINIMO (5)
              GO TO 2600-REVISAR-CORRELATIVOS-FIN
           END-IF.

           PERFORM 2610-COPIAR-TICKET
              THRU 2610-COPIAR-TICKET-FIN
              VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-TIC-CANT.

           PERFORM 2620-ORDENAR-TICKET
              THRU 2620-ORDENAR-TICKET-FIN
              VARYING WS-I FROM 2 BY 1
                UNTIL WS-I > WS-TIC-CANT.

           MOVE WS-ORD-NUMERO (1)           TO WS-RAC-DESDE.
           MOVE WS-ORD-NUMERO (1)           TO WS-RAC-HASTA.
           MOVE 1                           TO WS-RAC-LARGO.
           MOVE WS-ORD-IMPORTE (1)          TO WS-RAC-IMPORTE.

           PERFORM 2640-RECORRER-ORDEN
              THRU 2640-RECORRER-ORDEN-FIN
              VARYING WS-I FROM 2 BY 1
                UNTIL WS-I > WS-TIC-CANT.

           PERFORM 2650-CERRAR-RACHA
              THRU 2650-CERRAR-RACHA-FIN.

       2600-REVISAR-CORRELATIVOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2610-COPIAR-TICKET.

           MOVE WS-TIC-NUMERO (WS-I)        TO WS-ORD-NUMERO (WS-I).
           MOVE WS-TIC-IMPORTE (WS-I)       TO WS-ORD-IMPORTE (WS-I).

       2610-COPIAR-TICKET-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2620-ORDENAR-TICKET.

      *---- Insercion: el ticket WS-I se corre hacia atras hasta
      *---- quedar detras de uno de numero menor o igual.

           MOVE WS-ORD-TABLA (WS-I)         TO WS-ORD-AUX.
           COMPUTE WS-J = WS-I - 1.
           MOVE 'N'                         TO WS-SW-UBICADO.

           PERFORM 2630-CORRER-TICKET
              THRU 2630-CORRER-TICKET-FIN
             UNTIL WS-SW-UBICADO-SI.

           MOVE WS-ORD-AUX                  TO WS-ORD-TABLA (WS-J + 1).

       2620-ORDENAR-TICKET-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2630-CORRER-TICKET.

           IF WS-J EQUAL ZEROES
              SET WS-SW-UBICADO-SI          TO TRUE
              GO TO 2630-CORRER-TICKET-FIN
           END-IF.

           IF WS-ORD-NUMERO (WS-J) NOT > WS-OAU-NUMERO
              SET WS-SW-UBICADO-SI          TO TRUE
              GO TO 2630-CORRER-TICKET-FIN
           END-IF.

           MOVE WS-ORD-TABLA (WS-J)         TO WS-ORD-TABLA (WS-J + 1).
           SUBTRACT 1                       FROM WS-J.

       2630-CORRER-TICKET-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2640-RECORRER-ORDEN.

           IF WS-ORD-NUMERO (WS-I) = WS-RAC-HASTA + 1
              ADD 1                         TO WS-RAC-LARGO
              MOVE WS-ORD-NUMERO (WS-I)     TO WS-RAC-HASTA
              ADD WS-ORD-IMPORTE (WS-I)     TO WS-RAC-IMPORTE
              GO TO 2640-RECORRER-ORDEN-FIN
           END-IF.

           PERFORM 2650-CERRAR-RACHA
              THRU 2650-CERRAR-RACHA-FIN.

           MOVE WS-ORD-NUMERO (WS-I)        TO WS-RAC-DESDE.
           MOVE WS-ORD-NUMERO (WS-I)        TO WS-RAC-HASTA.
           MOVE 1                           TO WS-RAC-LARGO.
           MOVE WS-ORD-IMPORTE (WS-I)       TO WS-RAC-IMPORTE.

       2640-RECORRER-ORDEN-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2650-CERRAR-RACHA.

           IF WS-RAC-LARGO < WS-REG-MINIMO (5)
              GO TO 2650-CERRAR-RACHA-FIN
           END-IF.

           INITIALIZE WS-CASO-NUEVO.
           MOVE 5                           TO WS-NUE-REGLA.
           MOVE WS-RAC-DESDE                TO WS-NUE-TICKET.
           MOVE WS-RAC-HASTA                TO WS-NUE-HASTA.
           MOVE WS-RAC-IMPORTE              TO WS-NUE-IMPORTE.
           MOVE WS-VEN-IMPORTE-D            TO WS-NUE-REFERENCIA.
           MOVE WS-RAC-LARGO                TO WS-NUE-MEDIDA.
           MOVE WS-REG-MINIMO (5)           TO WS-NUE-UMBRAL.

           PERFORM 2800-AGREGAR-CASO
              THRU 2800-AGREGAR-CASO-FIN.

       2650-CERRAR-RACHA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2700-MARCAR-VENDEDOR.

           ADD 1                            TO WS-MAR-CANT.
           SET WS-MAR-IDX                   TO WS-MAR-CANT.
           MOVE WS-VEN-ID                   TO WS-MAR-ID (WS-MAR-IDX).
           MOVE WS-VEN-NOMBRE               TO WS-MAR-NOMBRE
                                                (WS-MAR-IDX).
           MOVE WS-VEN-APELLIDO             TO WS-MAR-APELLIDO
                                                (WS-MAR-IDX).
           MOVE WS-VEN-SUCURSAL             TO WS-MAR-SUCURSAL
                                                (WS-MAR-IDX).
           MOVE WS-VEN-IMPORTE-D            TO WS-MAR-VENTAS
                                                (WS-MAR-IDX).
           MOVE WS-VEN-PRIMER-CASO          TO WS-MAR-PRIMER-CASO
                                                (WS-MAR-IDX).
           MOVE WS-VEN-CANT-CASOS           TO WS-MAR-CANT-CASOS
                                                (WS-MAR-IDX).
           MOVE WS-VEN-PUNTAJE              TO WS-MAR-PUNTAJE
                                                (WS-MAR-IDX).

           IF WS-VEN-PUNTAJE >= WS-REG-MINIMO (6)
              ADD 1                         TO WS-CONT-ALERTAS
           END-IF.

           PERFORM 2710-UBICAR-SUCURSAL
              THRU 2710-UBICAR-SUCURSAL-FIN.

           IF WS-SW-UBICADO-SI
              ADD 1                         TO WS-SUC-VENDEDORES
                                                (WS-SUC-IDX)
              ADD WS-VEN-PUNTAJE            TO WS-SUC-PUNTAJE
                                                (WS-SUC-IDX)
           END-IF.

       2700-MARCAR-VENDEDOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2710-UBICAR-SUCURSAL.

      *---- Deja WS-SUC-IDX en la sucursal del vendedor; si no estaba
      *---- la inserta en su lugar alfabetico corriendo las demas.

           MOVE 'N'                         TO WS-SW-UBICADO.

           PERFORM 1290-BUSCAR-EN-TABLA
              THRU 1290-BUSCAR-EN-TABLA-FIN
              VARYING WS-SUC-IDX FROM 1 BY 1
                UNTIL WS-SUC-IDX > WS-SUC-CANT
                   OR WS-SUC-NOMBRE (WS-SUC-IDX)
                      NOT < WS-VEN-SUCURSAL.

           IF WS-SUC-IDX NOT > WS-SUC-CANT
              AND WS-SUC-NOMBRE (WS-SUC-IDX) = WS-VEN-SUCURSAL
              SET WS-SW-UBICADO-SI          TO TRUE
              GO TO 2710-UBICAR-SUCURSAL-FIN
           END-IF.

           IF WS-SUC-CANT >= 200
              IF NOT WS-SW-DESBORDE-SI
                 DISPLAY 'TABLA DE SUCURSALES LLENA: EL INFORME '
                         'QUEDA INCOMPLETO'
                 SET WS-SW-DESBORDE-SI      TO TRUE
              END-IF
              GO TO 2710-UBICAR-SUCURSAL-FIN
           END-IF.

           SET WS-J                         TO WS-SUC-IDX.

           PERFORM 2720-CORRER-SUCURSAL
              THRU 2720-CORRER-SUCURSAL-FIN
              VARYING WS-I FROM WS-SUC-CANT BY -1
                UNTIL WS-I < WS-J.

           ADD 1                            TO WS-SUC-CANT.
           SET WS-SUC-IDX                   TO WS-J.
           MOVE WS-VEN-SUCURSAL             TO WS-SUC-NOMBRE
                                                (WS-SUC-IDX).
           MOVE ZEROES                      TO WS-SUC-VENDEDORES
                                                (WS-SUC-IDX).
           MOVE ZEROES                      TO WS-SUC-PUNTAJE
                                                (WS-SUC-IDX).
           SET WS-SW-UBICADO-SI             TO TRUE.

       2710-UBICAR-SUCURSAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2720-CORRER-SUCURSAL.

           MOVE WS-SUC-TABLA (WS-I)         TO WS-SUC-TABLA (WS-I + 1).

       2720-CORRER-SUCURSAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2800-AGREGAR-CASO.

      *---- Los casos de un vendedor quedan contiguos en la tabla a
      *---- partir de WS-VEN-PRIMER-CASO.

           IF WS-CAS-CANT >= 5000
              IF NOT WS-SW-DESBORDE-SI
                 DISPLAY 'TABLA DE CASOS LLENA: EL INFORME QUEDA '
                         'INCOMPLETO'
                 SET WS-SW-DESBORDE-SI      TO TRUE
              END-IF
              GO TO 2800-AGREGAR-CASO-FIN
           END-IF.

           PERFORM 2900-PUNTUAR-CASO
              THRU 2900-PUNTUAR-CASO-FIN.

           ADD 1                            TO WS-CAS-CANT.
           SET WS-CAS-IDX                   TO WS-CAS-CANT.
           MOVE WS-CASO-NUEVO               TO WS-CAS-TABLA
                                                (WS-CAS-IDX).

           ADD 1                            TO WS-VEN-CANT-CASOS.
           ADD WS-NUE-PUNTOS                TO WS-VEN-PUNTAJE.
           ADD 1                            TO WS-REG-CASOS
                                                (WS-NUE-REGLA).

       2800-AGREGAR-CASO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-PUNTUAR-CASO.

      *---- Un caso justo en el umbral vale el peso de su regla; vale
      *---- mas en proporcion a cuanto lo supera, hasta el triple.

           COMPUTE WS-CAL-TOPE = WS-REG-PESO (WS-NUE-REGLA) * 3.

           IF WS-NUE-UMBRAL EQUAL ZEROES
              MOVE WS-CAL-TOPE              TO WS-CAL-PUNTOS
           ELSE
              COMPUTE WS-CAL-PUNTOS ROUNDED =
                      WS-REG-PESO (WS-NUE-REGLA) * WS-NUE-MEDIDA
                      / WS-NUE-UMBRAL
                 ON SIZE ERROR
                      MOVE WS-CAL-TOPE      TO WS-CAL-PUNTOS
              END-COMPUTE
           END-IF.

           IF WS-CAL-PUNTOS > WS-CAL-TOPE
              MOVE WS-CAL-TOPE              TO WS-CAL-PUNTOS
           END-IF.

           IF WS-CAL-PUNTOS < WS-REG-PESO (WS-NUE-REGLA)
              MOVE WS-REG-PESO (WS-NUE-REGLA)
                                            TO WS-CAL-PUNTOS
           END-IF.

           MOVE WS-CAL-PUNTOS               TO WS-NUE-PUNTOS.

       2900-PUNTUAR-CASO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-GRABAR-INFORME.

           OPEN OUTPUT SAL-SOSPECHA.

           IF NOT FS-SOSPECHA-OK
              DISPLAY 'ERROR AL ABRIR ' WS-NOMBRE-SOSPECHA ': '
                      FS-SOSPECHA
              MOVE 8                        TO RETURN-CODE
              GO TO 3000-GRABAR-INFORME-FIN
           END-IF.

           SET WS-SW-INFORME-GRABADO        TO TRUE.

           MOVE WS-PERIODO                  TO WS-SOS-TIT-PERIODO.
           MOVE WS-HOY-DD                   TO WS-SOS-TIT-DD.
           MOVE WS-HOY-MM                   TO WS-SOS-TIT-MM.
           MOVE WS-HOY-AAAA                 TO WS-SOS-TIT-AAAA.

           MOVE SPACES                      TO WS-SOS-ORI-TEXTO.

           IF WS-SW-UMBRALES-ARCHIVO
              STRING 'UMBRALES.TXT (LAS REGLAS QUE NO FIGURAN, '
                                             DELIMITED BY SIZE
                     'POR DEFECTO)'          DELIMITED BY SIZE
                INTO WS-SOS-ORI-TEXTO
              END-STRING
           ELSE
              MOVE 'VALORES POR DEFECTO (NO HAY UMBRALES.TXT)'
                                            TO WS-SOS-ORI-TEXTO
           END-IF.

           MOVE WS-SOS-SEPARADOR            TO WS-SAL-SOSPECHA.
           PERFORM 3900-ESCRIBIR-SOSPECHA
              THRU 3900-ESCRIBIR-SOSPECHA-FIN.
           MOVE WS-SOS-TITULO               TO WS-SAL-SOSPECHA.
           PERFORM 3900-ESCRIBIR-SOSPECHA
              THRU 3900-ESCRIBIR-SOSPECHA-FIN.
           MOVE WS-SOS-SEPARADOR            TO WS-SAL-SOSPECHA.
           PERFORM 3900-ESCRIBIR-SOSPECHA
              THRU 3900-ESCRIBIR-SOSPECHA-FIN.
           MOVE WS-SOS-ORIGEN               TO WS-SAL-SOSPECHA.
           PERFORM 3900-ESCRIBIR-SOSPECHA
              THRU 3900-ESCRIBIR-SOSPECHA-FIN.

           PERFORM 3010-GRABAR-PARAMETRO
              THRU 3010-GRABAR-PARAMETRO-FIN
              VARYING WS-REG-IDX FROM 1 BY 1
                UNTIL WS-REG-IDX > 6.

           MOVE WS-SOS-SEPARADOR            TO WS-SAL-SOSPECHA.
           PERFORM 3900-ESCRIBIR-SOSPECHA
              THRU 3900-ESCRIBIR-SOSPECHA-FIN.

           IF WS-MAR-CANT EQUAL ZEROES
              MOVE WS-SOS-SIN-CASOS         TO WS-SAL-SOSPECHA
              PERFORM 3900-ESCRIBIR-SOSPECHA
                 THRU 3900-ESCRIBIR-SOSPECHA-FIN
           ELSE
              PERFORM 3100-GRABAR-SUCURSAL
                 THRU 3100-GRABAR-SUCURSAL-FIN
                 VARYING WS-SUC-IDX FROM 1 BY 1
                   UNTIL WS-SUC-IDX > WS-SUC-CANT
           END-IF.

           PERFORM 3200-GRABAR-TOTALES
              THRU 3200-GRABAR-TOTALES-FIN.

           CLOSE SAL-SOSPECHA.

       3000-GRABAR-INFORME-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3010-GRABAR-PARAMETRO.

           MOVE WS-REG-NOMBRE (WS-REG-IDX)  TO WS-SOS-PAR-REGLA.
           MOVE WS-REG-VALOR (WS-REG-IDX)   TO WS-SOS-PAR-VALOR.
           MOVE WS-REG-MINIMO (WS-REG-IDX)  TO WS-SOS-PAR-MINIMO.
           MOVE WS-REG-PESO (WS-REG-IDX)    TO WS-SOS-PAR-PESO.
           MOVE WS-REG-ORIGEN (WS-REG-IDX)  TO WS-SOS-PAR-ORIGEN.

           EVALUATE WS-REG-TIPO (WS-REG-IDX)
               WHEN 'T'
                    MOVE 'VECES SU TICKET PROMEDIO; MINIMO = TICKETS'
                                            TO WS-SOS-PAR-LEYENDA
               WHEN 'C'
                    MOVE '% CANCELACIONES S/VENTAS; MINIMO = VENTAS'
                                            TO WS-SOS-PAR-LEYENDA
               WHEN 'B'
                    MOVE '% VENDIDO ANTES DE LA BAJA; MINIMO = DIAS'
                                            TO WS-SOS-PAR-LEYENDA
               WHEN 'S'
                    MOVE 'VECES SU PROMEDIO ANTERIOR; MINIMO = MESES'
                                            TO WS-SOS-PAR-LEYENDA
               WHEN 'N'
                    MOVE 'MINIMO = LARGO DE LA RACHA DE TICKETS'
                                            TO WS-SOS-PAR-LEYENDA
               WHEN OTHER
                    MOVE 'MINIMO = PUNTAJE DEL VENDEDOR PARA REVISAR'
                                            TO WS-SOS-PAR-LEYENDA
           END-EVALUATE.

           IF WS-REG-PESO (WS-REG-IDX) EQUAL ZEROES
              AND WS-REG-TIPO (WS-REG-IDX) NOT = 'A'
              MOVE 'REGLA DESACTIVADA (PESO 0)'
                                            TO WS-SOS-PAR-LEYENDA
           END-IF.

           MOVE WS-SOS-PARAMETRO            TO WS-SAL-SOSPECHA.
           PERFORM 3900-ESCRIBIR-SOSPECHA
              THRU 3900-ESCRIBIR-SOSPECHA-FIN.

       3010-GRABAR-PARAMETRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3100-GRABAR-SUCURSAL.

           MOVE SPACES                      TO WS-SAL-SOSPECHA.
           PERFORM 3900-ESCRIBIR-SOSPECHA
              THRU 3900-ESCRIBIR-SOSPECHA-FIN.

           MOVE WS-SUC-NOMBRE (WS-SUC-IDX)  TO WS-SOS-SUC-NOMBRE.
           MOVE WS-SUC-VENDEDORES (WS-SUC-IDX)
                                            TO WS-SOS-SUC-VENDEDORES.
           MOVE WS-SUC-PUNTAJE (WS-SUC-IDX) TO WS-SOS-SUC-PUNTAJE.
           MOVE WS-SOS-SUCURSAL             TO WS-SAL-SOSPECHA.
           PERFORM 3900-ESCRIBIR-SOSPECHA
              THRU 3900-ESCRIBIR-SOSPECHA-FIN.

           PERFORM 3110-GRABAR-VENDEDOR
              THRU 3110-GRABAR-VENDEDOR-FIN
              VARYING WS-MAR-IDX FROM 1 BY 1
                UNTIL WS-MAR-IDX > WS-MAR-CANT.

       3100-GRABAR-SUCURSAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3110-GRABAR-VENDEDOR.

           IF WS-MAR-SUCURSAL (WS-MAR-IDX)
              NOT = WS-SUC-NOMBRE (WS-SUC-IDX)
              GO TO 3110-GRABAR-VENDEDOR-FIN
           END-IF.

           MOVE SPACES                      TO WS-SAL-SOSPECHA.
           PERFORM 3900-ESCRIBIR-SOSPECHA
              THRU 3900-ESCRIBIR-SOSPECHA-FIN.

           MOVE WS-MAR-ID (WS-MAR-IDX)      TO WS-SOS-VEN-ID.
           MOVE WS-MAR-APELLIDO (WS-MAR-IDX)
                                            TO WS-SOS-VEN-APELLIDO.
           MOVE WS-MAR-NOMBRE (WS-MAR-IDX)  TO WS-SOS-VEN-NOMBRE.
           MOVE WS-MAR-VENTAS (WS-MAR-IDX)  TO WS-SOS-VEN-VENTAS.
           MOVE WS-MAR-CANT-CASOS (WS-MAR-IDX)
                                            TO WS-SOS-VEN-CASOS.
           MOVE WS-MAR-PUNTAJE (WS-MAR-IDX) TO WS-SOS-VEN-PUNTAJE.

           IF WS-MAR-PUNTAJE (WS-MAR-IDX) >= WS-REG-MINIMO (6)
              MOVE '*** REVISAR'            TO WS-SOS-VEN-ALERTA
           ELSE
              MOVE SPACES                   TO WS-SOS-VEN-ALERTA
           END-IF.

           MOVE WS-SOS-VENDEDOR             TO WS-SAL-SOSPECHA.
           PERFORM 3900-ESCRIBIR-SOSPECHA
              THRU 3900-ESCRIBIR-SOSPECHA-FIN.
           MOVE WS-SOS-CABECERA             TO WS-SAL-SOSPECHA.
           PERFORM 3900-ESCRIBIR-SOSPECHA
              THRU 3900-ESCRIBIR-SOSPECHA-FIN.

           COMPUTE WS-CAS-FIN = WS-MAR-PRIMER-CASO (WS-MAR-IDX)
                              + WS-MAR-CANT-CASOS (WS-MAR-IDX).

           PERFORM 3120-GRABAR-CASO
              THRU 3120-GRABAR-CASO-FIN
              VARYING WS-CAS-IDX FROM WS-MAR-PRIMER-CASO (WS-MAR-IDX)
                   BY 1
                UNTIL WS-CAS-IDX NOT < WS-CAS-FIN.

       3110-GRABAR-VENDEDOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3120-GRABAR-CASO.

           MOVE WS-REG-NOMBRE (WS-CAS-REGLA (WS-CAS-IDX))
                                            TO WS-SOS-DET-REGLA.

           IF WS-CAS-TICKET (WS-CAS-IDX) EQUAL ZEROES
              MOVE SPACES                   TO WS-SOS-DET-TICKET
           ELSE
              MOVE WS-CAS-TICKET (WS-CAS-IDX)
                                            TO WS-SOS-DET-TICKET
           END-IF.

           IF WS-CAS-HASTA (WS-CAS-IDX) EQUAL ZEROES
              MOVE SPACES                   TO WS-SOS-DET-HASTA
           ELSE
              MOVE WS-CAS-HASTA (WS-CAS-IDX)
                                            TO WS-SOS-DET-HASTA
           END-IF.

           IF WS-CAS-FECHA (WS-CAS-IDX) EQUAL ZEROES
              MOVE SPACES                   TO WS-SOS-DET-FECHA
           ELSE
              MOVE WS-CAS-FECHA (WS-CAS-IDX)
                                            TO WS-FECHA-CALCULO
              MOVE WS-FCA-DD                TO WS-FED-DD
              MOVE WS-FCA-MM                TO WS-FED-MM
              MOVE WS-FCA-AAAA              TO WS-FED-AAAA
              MOVE WS-FECHA-EDICION         TO WS-SOS-DET-FECHA
           END-IF.

           MOVE WS-CAS-IMPORTE (WS-CAS-IDX) TO WS-SOS-DET-IMPORTE.
           MOVE WS-CAS-REFERENCIA (WS-CAS-IDX)
                                            TO WS-SOS-DET-REFERENCIA.
           MOVE WS-CAS-MEDIDA (WS-CAS-IDX)  TO WS-SOS-DET-MEDIDA.
           MOVE WS-CAS-UMBRAL (WS-CAS-IDX)  TO WS-SOS-DET-UMBRAL.
           MOVE WS-CAS-PUNTOS (WS-CAS-IDX)  TO WS-SOS-DET-PUNTOS.

           MOVE WS-SOS-DETALLE              TO WS-SAL-SOSPECHA.
           PERFORM 3900-ESCRIBIR-SOSPECHA
              THRU 3900-ESCRIBIR-SOSPECHA-FIN.

       3120-GRABAR-CASO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3200-GRABAR-TOTALES.

           MOVE SPACES                      TO WS-SAL-SOSPECHA.
           PERFORM 3900-ESCRIBIR-SOSPECHA
              THRU 3900-ESCRIBIR-SOSPECHA-FIN.
           MOVE WS-SOS-SEPARADOR            TO WS-SAL-SOSPECHA.
           PERFORM 3900-ESCRIBIR-SOSPECHA
              THRU 3900-ESCRIBIR-SOSPECHA-FIN.

           MOVE 'VENDEDORES REVISADOS'      TO WS-SOS-CAN-LEYENDA.
           MOVE WS-CONT-VENDEDORES          TO WS-SOS-CAN-CANTIDAD.
           MOVE WS-SOS-CANTIDAD             TO WS-SAL-SOSPECHA.
           PERFORM 3900-ESCRIBIR-SOSPECHA
              THRU 3900-ESCRIBIR-SOSPECHA-FIN.

           PERFORM 3210-GRABAR-CASOS-REGLA
              THRU 3210-GRABAR-CASOS-REGLA-FIN
              VARYING WS-REG-IDX FROM 1 BY 1
                UNTIL WS-REG-IDX > 5.

           MOVE 'VENDEDORES CON CASOS'      TO WS-SOS-CAN-LEYENDA.
           MOVE WS-MAR-CANT                 TO WS-SOS-CAN-CANTIDAD.
           MOVE WS-SOS-CANTIDAD             TO WS-SAL-SOSPECHA.
           PERFORM 3900-ESCRIBIR-SOSPECHA
              THRU 3900-ESCRIBIR-SOSPECHA-FIN.

           MOVE 'VENDEDORES PARA REVISAR (*** REVISAR)'
                                            TO WS-SOS-CAN-LEYENDA.
           MOVE WS-CONT-ALERTAS             TO WS-SOS-CAN-CANTIDAD.
           MOVE WS-SOS-CANTIDAD             TO WS-SAL-SOSPECHA.
           PERFORM 3900-ESCRIBIR-SOSPECHA
              THRU 3900-ESCRIBIR-SOSPECHA-FIN.

           IF WS-SW-DESBORDE-SI
              MOVE WS-SOS-INCOMPLETO        TO WS-SAL-SOSPECHA
              PERFORM 3900-ESCRIBIR-SOSPECHA
                 THRU 3900-ESCRIBIR-SOSPECHA-FIN
           END-IF.

       3200-GRABAR-TOTALES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3210-GRABAR-CASOS-REGLA.

           MOVE SPACES                      TO WS-SOS-CAN-LEYENDA.
           STRING 'CASOS DE '                DELIMITED BY SIZE
                  WS-REG-NOMBRE (WS-REG-IDX) DELIMITED BY SIZE
             INTO WS-SOS-CAN-LEYENDA
           END-STRING.
           MOVE WS-REG-CASOS (WS-REG-IDX)   TO WS-SOS-CAN-CANTIDAD.
           MOVE WS-SOS-CANTIDAD             TO WS-SAL-SOSPECHA.
           PERFORM 3900-ESCRIBIR-SOSPECHA
              THRU 3900-ESCRIBIR-SOSPECHA-FIN.

       3210-GRABAR-CASOS-REGLA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3900-ESCRIBIR-SOSPECHA.

           WRITE WS-SAL-SOSPECHA.

           IF NOT FS-SOSPECHA-OK
              DISPLAY 'ERROR AL GRABAR ' WS-NOMBRE-SOSPECHA ': '
                      FS-SOSPECHA
              MOVE 8                        TO RETURN-CODE
           END-IF.

       3900-ESCRIBIR-SOSPECHA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       8000-CALCULAR-DIAS.

      *---- Numero de dia corrido de WS-FECHA-CALCULO (AAAAMMDD),
      *---- contando desde el 01/01 del anio 1, para restar fechas.
      *---- Una fecha imposible deja WS-SW-FECHA en 'N'.

           MOVE 'N'                         TO WS-SW-FECHA.
           MOVE ZEROES                      TO WS-DIAS-CALCULO.

           IF WS-FECHA-CALCULO NOT NUMERIC
              OR WS-FCA-AAAA < 1
              OR WS-FCA-MM < 1
              OR WS-FCA-MM > 12
              OR WS-FCA-DD < 1
              OR WS-FCA-DD > 31
              GO TO 8000-CALCULAR-DIAS-FIN
           END-IF.

           COMPUTE WS-ANIO-ANTERIOR = WS-FCA-AAAA - 1.
           DIVIDE WS-ANIO-ANTERIOR BY 4     GIVING WS-DIV-4.
           DIVIDE WS-ANIO-ANTERIOR BY 100   GIVING WS-DIV-100.
           DIVIDE WS-ANIO-ANTERIOR BY 400   GIVING WS-DIV-400.

           COMPUTE WS-DIAS-CALCULO = WS-ANIO-ANTERIOR * 365
                                   + WS-DIV-4 - WS-DIV-100
                                   + WS-DIV-400
                                   + WS-DIAS-MES (WS-FCA-MM)
                                   + WS-FCA-DD.

      *---- Anio bisiesto: un dia mas a partir de marzo.
           DIVIDE WS-FCA-AAAA BY 4   GIVING WS-COCIENTE
                                     REMAINDER WS-RESTO-4.
           DIVIDE WS-FCA-AAAA BY 100 GIVING WS-COCIENTE
                                     REMAINDER WS-RESTO-100.
           DIVIDE WS-FCA-AAAA BY 400 GIVING WS-COCIENTE
                                     REMAINDER WS-RESTO-400.

           IF WS-FCA-MM > 2
              AND WS-RESTO-4 = ZEROES
              AND (WS-RESTO-100 NOT = ZEROES
                   OR WS-RESTO-400 = ZEROES)
              ADD 1                         TO WS-DIAS-CALCULO
           END-IF.

           SET WS-SW-FECHA-VALIDA           TO TRUE.

       8000-CALCULAR-DIAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       9000-FINALIZAR-PROGRAMA.

           IF WS-SW-MAESTRO-ABIERTO
              CLOSE ENT-EMPLEADOS
           END-IF.

           IF WS-SW-DESBORDE-SI
              AND RETURN-CODE EQUAL ZEROES
              MOVE 4                        TO RETURN-CODE
           END-IF.

           MOVE WS-CONT-VENDEDORES          TO WS-FORMAT-CANTIDAD.
           DISPLAY 'VENDEDORES REVISADOS              : '
                   WS-FORMAT-CANTIDAD.

           MOVE WS-CAS-CANT                 TO WS-FORMAT-CANTIDAD.
           DISPLAY 'CASOS DETECTADOS                  : '
                   WS-FORMAT-CANTIDAD.

           MOVE WS-MAR-CANT                 TO WS-FORMAT-CANTIDAD.
           DISPLAY 'VENDEDORES CON CASOS              : '
                   WS-FORMAT-CANTIDAD.

           MOVE WS-CONT-ALERTAS             TO WS-FORMAT-CANTIDAD.
           DISPLAY 'VENDEDORES PARA REVISAR           : '
                   WS-FORMAT-CANTIDAD.

           IF WS-SW-INFORME-GRABADO
              DISPLAY 'INFORME                           : '
                      WS-NOMBRE-SOSPECHA
           END-IF.

       9000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
