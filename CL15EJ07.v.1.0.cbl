      *          SUMADO, DETALLES ASCENDENTES POR ID-EMPLEADO) Y
      *          GENERA UN UNICO VENTAS.TXT MEZCLADO POR ID-EMPLEADO,
      *          CON LA SUCURSAL DE ORIGEN CARGADA EN CADA DETALLE,
      *          LISTO PARA EL APAREO DE CL15EJ01. TRES MODOS:
      *          TODO O NADA (EL DE SIEMPRE): SI ALGUN ARCHIVO NO
      *          CUMPLE SU CONTRATO, NO SE GENERA NADA.
      *          PARCIAL: SE CONSOLIDAN LAS SUCURSALES QUE PASAN, LAS
      *          QUE NO PASAN SE MUEVEN A VENTASnn.TXT.CUARENTENA Y
      *          EL HEADER DE VENTAS.TXT DICE 'CONSOLIDADO PARCIAL'.
      *          RECUPERO: SUMA AL VENTAS.TXT PARCIAL LAS SUCURSALES
      *          QUE QUEDARON AFUERA Y YA MANDARON SU ARCHIVO
      *          CORREGIDO. TODA SUCURSAL RECHAZADA RECIBE SU
      *          RECHAZnn.TXT CON CADA CONTROL QUE FALLO, Y EL ESTADO
      *          DE LA CONSOLIDACION QUEDA EN CONSOLID.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *---- consola en lugar de quedar fijo en el fuente (ver
      *---- 1005-DEFINIR-PATHS). EL MISMO SELECT DE ENTRADA SE REABRE
      *---- UNA VEZ POR SUCURSAL CAMBIANDO EL PATH (VENTAS01.TXT,
      *---- VENTAS02.TXT, ...); EN EL RECUPERO TAMBIEN LEE EL
      *---- VENTAS.TXT PARCIAL, QUE CUMPLE EL MISMO CONTRATO.
       SELECT ENT-SUCURSAL
           ASSIGN DYNAMIC WS-PATH-SUCURSAL
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VENTAS.

      * COPIA DEL ARCHIVO DE UNA SUCURSAL QUE NO PASO SUS CONTROLES
      * (VENTASnn.TXT.CUARENTENA); EL ORIGINAL SE BORRA DESPUES DE
      * COPIARLO, PARA QUE LA SUCURSAL MANDE EL CORREGIDO CON EL
      * MISMO NOMBRE.
       SELECT SAL-CUARENTENA
           ASSIGN DYNAMIC WS-PATH-CUARENTENA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CUARENTENA.

       SELECT SAL-RECHAZO
           ASSIGN DYNAMIC WS-PATH-RECHAZO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECHAZO.

      * ESTADO DE LA CONSOLIDACION: SE GRABA JUNTO CON VENTAS.TXT Y
      * SE LEE EN EL RECUPERO.
       SELECT ARC-CONSOLID
           ASSIGN DYNAMIC WS-PATH-CONSOLID
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONSOLID.

      * PARAMS.TXT ES OPCIONAL: SI EXISTE EN EL DIRECTORIO DESDE
      * DONDE SE LANZA EL PROGRAMA, LA CORRIDA ES DESATENDIDA Y TOMA
      * EL DIRECTORIO (LINEA 1) Y LA CANTIDAD DE ARCHIVOS DE
      * SUCURSAL (LINEA 13; BLANCO O CEROS = NO HAY NADA QUE
      * CONSOLIDAR Y SE TERMINA SIN TOCAR VENTAS.TXT) DEL ARCHIVO,
      * SIN PREGUNTAR NADA POR CONSOLA; ES EL MISMO ARCHIVO QUE USA
      * EL RESTO DE LA CADENA NOCTURNA (VER CL15EJ11). LA LINEA 14
      * (MODO DE CONSOLIDACION) PUEDE FALTAR: UN PARAMS.TXT DE 13
      * LINEAS SIGUE CONSOLIDANDO TODO O NADA. SI NO EXISTE, SE
      * PREGUNTA COMO SIEMPRE.
       SELECT ENT-PARAMETROS
           ASSIGN DYNAMIC WS-PATH-PARAMETROS
           ORGANIZATION IS LINE SEQUENTIAL
       FD SAL-VENTAS.
       01 WS-SAL-VENTA                      PIC X(82).

       FD SAL-CUARENTENA.
       01 WS-SAL-CUARENTENA                 PIC X(82).

       FD SAL-RECHAZO.
       01 WS-SAL-RECHAZO                    PIC X(90).

       FD ARC-CONSOLID.
       01 WS-ARC-CONSOLID                   PIC X(109).

       FD ENT-PARAMETROS.
       01 WS-ENT-PARAMETROS                 PIC X(80).

             88 FS-SUCURSAL-NFD                 VALUE '35'.
          05 FS-VENTAS                      PIC X(2).
             88 FS-VENTAS-OK                    VALUE '00'.
          05 FS-CUARENTENA                  PIC X(2).
             88 FS-CUARENTENA-OK                VALUE '00'.
          05 FS-RECHAZO                     PIC X(2).
             88 FS-RECHAZO-OK                   VALUE '00'.
          05 FS-CONSOLID                    PIC X(2).
             88 FS-CONSOLID-OK                  VALUE '00'.
             88 FS-CONSOLID-EOF                 VALUE '10'.
             88 FS-CONSOLID-NFD                 VALUE '35'.
          05 FS-PARAMETROS                  PIC X(2).
             88 FS-PARAMETROS-OK                VALUE '00'.
             88 FS-PARAMETROS-EOF               VALUE '10'.
          05 WS-PATH-DIRECTORIO              PIC X(60) VALUE '..'.
          05 WS-PATH-SUCURSAL                PIC X(80).
          05 WS-PATH-VENTAS                  PIC X(80).
          05 WS-PATH-CUARENTENA              PIC X(92).
          05 WS-PATH-RECHAZO                 PIC X(80).
          05 WS-PATH-CONSOLID                PIC X(80).
      * EL ARCHIVO DE PARAMETROS SE BUSCA EN EL DIRECTORIO DESDE
      * DONDE SE LANZA EL PROGRAMA, IGUAL QUE EN CL15EJ01.
          05 WS-PATH-PARAMETROS              PIC X(80)

      * RESPUESTAS TOMADAS DE PARAMS.TXT EN UNA CORRIDA DESATENDIDA
      * (LINEA 1: DIRECTORIO; LINEA 13: CANTIDAD DE ARCHIVOS DE
      * SUCURSAL; LINEA 14, OPCIONAL: MODO DE CONSOLIDACION).
       01 WS-PARAMETROS.
          05 WS-PAR-DIRECTORIO               PIC X(60).
          05 WS-PAR-CANTIDAD-X               PIC X(02).
          05 WS-PAR-CANTIDAD-9 REDEFINES
             WS-PAR-CANTIDAD-X               PIC 9(02).
          05 WS-PAR-MODO                     PIC X(01) VALUE SPACES.

      * NOMBRE DEL ARCHIVO DE LA SUCURSAL EN CURSO (VENTASnn.TXT)
       01 WS-NOMBRE-SUCURSAL.
          05 WS-NOM-SUC-NRO                 PIC 9(02).
          05 FILLER                         PIC X(04) VALUE '.TXT'.

      * NOMBRE DE LA DEVOLUCION A LA SUCURSAL EN CURSO (RECHAZnn.TXT)
       01 WS-NOMBRE-RECHAZO.
          05 FILLER                         PIC X(06) VALUE 'RECHAZ'.
          05 WS-NOM-RCH-NRO                 PIC 9(02).
          05 FILLER                         PIC X(04) VALUE '.TXT'.

      * NOMBRE DEL ARCHIVO QUE SE ESTA VERIFICANDO, PARA LOS
      * MENSAJES: EL DE LA SUCURSAL, O VENTAS.TXT EN EL RECUPERO.
       77 WS-NOMBRE-ARCHIVO                 PIC X(12) VALUE SPACES.

      * MODO DE CONSOLIDACION (VER EL PROPOSITO DEL PROGRAMA).
       77 WS-MODO                           PIC X(01) VALUE 'T'.
          88 WS-MODO-TODO-O-NADA                VALUE 'T'.
          88 WS-MODO-PARCIAL                    VALUE 'P'.
          88 WS-MODO-RECUPERO                   VALUE 'R'.
          88 WS-MODO-VALIDO                     VALUE 'T' 'P' 'R'.

       01 WS-CONTADORES.
          05 WS-CONT-ARCHIVOS               PIC 9(02) VALUE 0.
          05 WS-CONT-DETALLES               PIC 9(06) VALUE 0.
          05 WS-CONT-GRABADOS               PIC 9(06) VALUE 0.
      * SUCURSALES QUE ENTRARON, QUE QUEDARON AFUERA (CUARENTENA O
      * FALTANTE) Y QUE ENTRARON EN ESTE RECUPERO.
          05 WS-CONT-SUC-INCLUIDAS          PIC 9(02) VALUE 0.
          05 WS-CONT-SUC-AFUERA             PIC 9(02) VALUE 0.
          05 WS-CONT-SUC-RECUPERADAS        PIC 9(02) VALUE 0.
          05 WS-CONT-RECHAZOS               PIC 9(02) VALUE 0.

       01 WS-SWITCHES.
      * 'S' CUANDO LA CONSOLIDACION NO PUEDE SEGUIR (PARAMETROS
      * INVALIDOS, TABLA LLENA, CONSOLID.TXT O VENTAS.TXT ILEGIBLES
      * EN EL RECUPERO): SE TERMINA SIN GENERAR VENTAS.TXT Y CON
      * RETURN-CODE 8 PARA QUE EL PLANIFICADOR LO VEA. UNA SUCURSAL
      * QUE NO PASA SUS CONTROLES NO PRENDE ESTE SWITCH: QUEDA
      * CONTADA EN WS-CONT-SUC-AFUERA Y 3000 DECIDE SEGUN EL MODO.
          05 WS-SW-RECHAZAR                 PIC X(01) VALUE 'N'.
             88 WS-SW-RECHAZAR-SI               VALUE 'S'.
      * 'S' CUANDO UNA CORRIDA DESATENDIDA VIENE CON CERO SUCURSALES
      * EN PARAMS.TXT: NO ES UN ERROR, ESA NOCHE NO HAY NADA QUE
      * CONSOLIDAR Y VENTAS.TXT QUEDA COMO ESTA. TAMBIEN UN RECUPERO
      * SIN SUCURSALES PENDIENTES.
          05 WS-SW-SALTEAR                  PIC X(01) VALUE 'N'.
             88 WS-SW-SALTEAR-SI                VALUE 'S'.
          05 WS-SW-BATCH                    PIC X(01) VALUE 'N'.
             88 WS-SW-BATCH-SI                  VALUE 'S'.
          05 WS-SW-VENTAS-GRABADO           PIC X(01) VALUE 'N'.
             88 WS-SW-VENTAS-GRABADO-SI         VALUE 'S'.
          05 WS-SW-COPIA                    PIC X(01) VALUE 'N'.
             88 WS-SW-COPIA-OK                  VALUE 'S'.

      * RESULTADO DE LA VERIFICACION DE LOS REGISTROS DE CONTROL DEL
      * ARCHIVO DE SUCURSAL EN CURSO (SE REINICIA POR ARCHIVO): MISMO
          05 WS-VER-TRL-CANTIDAD            PIC 9(06) VALUE 0.
          05 WS-VER-TRL-IMPORTE             PIC 9(10)V9(02) VALUE 0.
          05 WS-VER-SUCURSAL                PIC X(20) VALUE SPACES.
          05 WS-VER-FECHA                   PIC 9(08) VALUE 0.
          05 WS-CONT-VER-ANOMALIAS          PIC 9(04) VALUE 0.
          05 WS-SEC-ANT-ID-EMPLEADO         PIC 9(08) VALUE 0.
          05 WS-CONT-ERR-SECUENCIA          PIC 9(06) VALUE 0.
      * NUMERO DE REGISTRO LEIDO (EL QUE SE INFORMA A LA SUCURSAL EN
      * SU DEVOLUCION), EL DEL TRAILER Y EL TIPO DEL PRIMERO.
          05 WS-VER-NRO-REGISTRO            PIC 9(06) VALUE 0.
          05 WS-VER-REG-TRAILER             PIC 9(06) VALUE 0.
          05 WS-VER-TIPO-PRIMERO            PIC X(01) VALUE SPACES.
          05 WS-SW-VER-HEADER               PIC X(01) VALUE 'N'.
             88 WS-SW-VER-HEADER-SI             VALUE 'S'.
          05 WS-SW-VER-TRAILER              PIC X(01) VALUE 'N'.
             88 WS-SW-VER-TRAILER-SI            VALUE 'S'.
      * 'S' CUANDO EL ARCHIVO NO PASO ALGUN CONTROL, Y ADEMAS EN
      * WS-SW-SUC-FALTA CUANDO NI SIQUIERA SE PUDO ABRIR.
          05 WS-SW-SUC-FALLA                PIC X(01) VALUE 'N'.
             88 WS-SW-SUC-FALLA-SI              VALUE 'S'.
          05 WS-SW-SUC-FALTA                PIC X(01) VALUE 'N'.
             88 WS-SW-SUC-FALTA-SI              VALUE 'S'.

      * ANOMALIAS DEL ARCHIVO EN CURSO, EN EL ORDEN EN QUE SE
      * DETECTAN, PARA LA DEVOLUCION A LA SUCURSAL. SI HAY MAS DE LAS
      * QUE ENTRAN SE CUENTAN APARTE.
       01 WS-TABLA-ANOMALIAS.
          05 WS-ANO-CANT                    PIC 9(04) VALUE 0.
          05 WS-ANO-SIN-DETALLE             PIC 9(06) VALUE 0.
          05 WS-ANO-TABLA OCCURS 50 TIMES
                          INDEXED BY WS-ANO-IDX.
             10 WS-ANO-REGISTRO             PIC 9(06).
             10 WS-ANO-CONTROL              PIC X(40).
             10 WS-ANO-ESPERADO             PIC X(16).
             10 WS-ANO-ENCONTRADO           PIC X(16).

      * ANOMALIA A REGISTRAR (VER 2180-REGISTRAR-ANOMALIA).
       01 WS-ANOMALIA-NUEVA.
          05 WS-NUE-REGISTRO                PIC 9(06) VALUE 0.
          05 WS-NUE-CONTROL                 PIC X(40) VALUE SPACES.
          05 WS-NUE-ESPERADO                PIC X(16) VALUE SPACES.
          05 WS-NUE-ENCONTRADO              PIC X(16) VALUE SPACES.

      * TEXTOS ARMADOS PARA LAS COLUMNAS ESPERADO/ENCONTRADO.
       01 WS-TEXTO-TIPO.
          05 FILLER                         PIC X(05) VALUE 'TIPO '.
          05 WS-TXT-TIPO                    PIC X(01).
       01 WS-TEXTO-STATUS.
          05 FILLER                         PIC X(12)
                                                VALUE 'FILE STATUS '.
          05 WS-TXT-STATUS                  PIC X(02).
       01 WS-TEXTO-SECUENCIA.
          05 FILLER                         PIC X(03) VALUE '>= '.
          05 WS-TXT-SEC-ID                  PIC 9(08).

      * DESTINO DEL ARCHIVO RECHAZADO, PARA SU DEVOLUCION.
       77 WS-DESTINO                        PIC X(60) VALUE SPACES.

      * TABLA CON TODOS LOS DETALLES DE TODAS LAS SUCURSALES. CADA
      * DETALLE SE INSERTA EN SU LUGAR PARA CONSERVAR EL ORDEN
      * MISMO EMPLEADO QUEDA PRIMERO LO DE LAS SUCURSALES DE NUMERO
      * MAS BAJO, QUE ES EL ORDEN DE LECTURA). SI LAS SUCURSALES
      * TRAEN MAS DETALLES QUE LOS QUE ENTRAN, LA CONSOLIDACION SE
      * RECHAZA EN VEZ DE GENERAR UN VENTAS.TXT INCOMPLETO. CADA
      * DETALLE RECUERDA DE QUE SUCURSAL VINO (CERO = DEL VENTAS.TXT
      * PARCIAL, EN EL RECUPERO) PARA PODER SACAR LOS DE UNA
      * SUCURSAL QUE AL FINAL NO PASA SUS CONTROLES.
       01 WS-TABLA-CONSOLIDADO.
          05 WS-CON-CANT                    PIC 9(06) VALUE 0.
          05 WS-CON-TABLA OCCURS 30000 TIMES
                          INDEXED BY WS-CON-IDX.
             10 WS-CON-ID-EMPLEADO          PIC 9(08).
             10 WS-CON-SUCURSAL             PIC 9(02).
             10 WS-CON-TIPO                 PIC X(01).
             10 WS-CON-DATOS                PIC X(81).

      * ESTADO DE CADA SUCURSAL PEDIDA, CON EL FORMATO DE
      * CONSOLID.TXT; LA POSICION ES EL NUMERO DE SUCURSAL.
       01 WS-TABLA-ESTADO.
          05 WS-EST-REGISTRO                PIC X(109)
                          OCCURS 99 TIMES.

      * FORMATO DE "CONSOLID.TXT"
          COPY CONSOLID.

      * FORMATO DEL ARCHIVO DE SALIDA "RECHAZnn.TXT"
          COPY RECHAZO.

       77 WS-CANT-SUCURSALES                PIC 9(02) VALUE 0.
       77 WS-NRO-LINEA                      PIC 9(02) VALUE 0.
       77 WS-SUC-ACTUAL                     PIC 9(02) VALUE 0.
       77 WS-TOT-CONSOLIDADO                PIC 9(10)V9(02) VALUE 0.
       77 WS-FORMAT-IMPORTE                 PIC ZZZ.ZZ9.
       77 WS-FORMAT-TOTAL                   PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-FORMAT-CANTIDAD                PIC ZZZZ.ZZZ.ZZZ.ZZ9.
       77 WS-DELETE-STATUS                  PIC S9(08) COMP-5 VALUE 0.

       01 WS-FECHA-HOY                      PIC 9(08) VALUE 0.
       01 WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
          05 WS-FECHA-HOY-AAAA              PIC 9(04).
          05 WS-FECHA-HOY-MM                PIC 9(02).
          05 WS-FECHA-HOY-DD                PIC 9(02).

      * FECHA DEL HEADER DEL VENTAS.TXT QUE SE GRABA: HOY, SALVO EN
      * EL RECUPERO, QUE CONSERVA LA DE LA CONSOLIDACION ORIGINAL.
       01 WS-FECHA-CONSOLIDADO              PIC 9(08) VALUE 0.

      * VISTA DE DETALLE SOBRE LOS DATOS GUARDADOS EN LA TABLA, PARA
      * COMPLETAR LA SUCURSAL DE ORIGEN SIN DESARMAR EL REGISTRO.
           IF NOT WS-SW-RECHAZAR-SI
              AND NOT WS-SW-SALTEAR-SI

              IF WS-MODO-RECUPERO
                 PERFORM 2500-RECUPERAR-SUCURSALES
                    THRU 2500-RECUPERAR-SUCURSALES-FIN
              ELSE
                 PERFORM 2000-PROCESAR-SUCURSAL
                    THRU 2000-PROCESAR-SUCURSAL-FIN
                    VARYING WS-SUC-ACTUAL FROM 1 BY 1
                      UNTIL WS-SUC-ACTUAL > WS-CANT-SUCURSALES
                         OR WS-SW-RECHAZAR-SI
              END-IF

           END-IF.

       1000-INICIAR-PROGRAMA.

           ACCEPT WS-FECHA-HOY              FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY                TO WS-FECHA-CONSOLIDADO.

           PERFORM 1001-LEER-PARAMETROS
              THRU 1001-LEER-PARAMETROS-FIN.
           PERFORM 1005-DEFINIR-PATHS
              THRU 1005-DEFINIR-PATHS-FIN.

           PERFORM 1008-SOLICITAR-MODO
              THRU 1008-SOLICITAR-MODO-FIN.

      *---- En el recupero las sucursales salen de CONSOLID.TXT, no
      *---- se pregunta cuantas son.
           IF NOT WS-SW-RECHAZAR-SI
              AND NOT WS-MODO-RECUPERO
              PERFORM 1010-SOLICITAR-CANTIDAD
                 THRU 1010-SOLICITAR-CANTIDAD-FIN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
                       VARYING WS-NRO-LINEA FROM 1 BY 1
                         UNTIL WS-NRO-LINEA > 13
                            OR WS-SW-RECHAZAR-SI
                    IF NOT WS-SW-RECHAZAR-SI
                       PERFORM 1003-LEER-LINEA-MODO
                          THRU 1003-LEER-LINEA-MODO-FIN
                    END-IF
                    CLOSE ENT-PARAMETROS
               WHEN FS-PARAMETROS-NFD
                    CONTINUE

       1002-LEER-LINEA-PARAMETRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1003-LEER-LINEA-MODO.

      *---- La linea 14 es opcional: si el archivo termina en la 13
      *---- el modo queda en blanco, que es el todo o nada de
      *---- siempre.

           MOVE SPACES                      TO WS-ENT-PARAMETROS.

           READ ENT-PARAMETROS.

           IF FS-PARAMETROS-OK
              MOVE WS-ENT-PARAMETROS        TO WS-PAR-MODO
           END-IF.

       1003-LEER-LINEA-MODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1005-DEFINIR-PATHS.

             INTO WS-PATH-VENTAS
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/CONSOLID.TXT'            DELIMITED BY SIZE
             INTO WS-PATH-CONSOLID
           END-STRING.

       1005-DEFINIR-PATHS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1008-SOLICITAR-MODO.

      *---- El recupero se lanza a mano cuando llega el archivo
      *---- corregido: desde PARAMS.TXT solo se elige entre todo o
      *---- nada y parcial, que es lo que decide la cadena nocturna.

           IF WS-SW-BATCH-SI
              MOVE WS-PAR-MODO              TO WS-MODO
              IF WS-MODO EQUAL SPACES
                 MOVE 'T'                   TO WS-MODO
              END-IF
              IF NOT WS-MODO-TODO-O-NADA
                 AND NOT WS-MODO-PARCIAL
                 DISPLAY 'PARAMS.TXT: MODO DE CONSOLIDACION '
                         'INVALIDO (T/P): ' WS-PAR-MODO
                 SET WS-SW-RECHAZAR-SI      TO TRUE
                 MOVE 8                     TO RETURN-CODE
              END-IF
           ELSE
              DISPLAY 'MODO DE CONSOLIDACION:'
              DISPLAY '  T = TODO O NADA: UNA SUCURSAL CON ERROR '
                      'RECHAZA TODO (ENTER)'
              DISPLAY '  P = PARCIAL: CONSOLIDA LAS QUE PASAN, LAS '
                      'DEMAS A CUARENTENA'
              DISPLAY '  R = RECUPERO: SUMA AL CONSOLIDADO PARCIAL '
                      'LAS SUCURSALES CORREGIDAS'
              ACCEPT WS-MODO
              IF WS-MODO EQUAL SPACES
                 MOVE 'T'                   TO WS-MODO
              END-IF
              IF NOT WS-MODO-VALIDO
                 DISPLAY 'MODO DE CONSOLIDACION INVALIDO, NO SE '
                         'CONSOLIDA NADA'
                 SET WS-SW-RECHAZAR-SI      TO TRUE
                 MOVE 8                     TO RETURN-CODE
              END-IF
           END-IF.

       1008-SOLICITAR-MODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1010-SOLICITAR-CANTIDAD.

              MOVE WS-PAR-CANTIDAD-9        TO WS-CANT-SUCURSALES
              DISPLAY 'SUCURSALES A CONSOLIDAR (SEGUN '
                      'PARAMS.TXT): ' WS-CANT-SUCURSALES
                      ' MODO: ' WS-MODO
      *---- Cero sucursales en una corrida desatendida no es un
      *---- error: esa noche no hay nada que consolidar.
              IF WS-CANT-SUCURSALES EQUAL ZEROES

      *---- Procesa el archivo VENTASnn.TXT de una sucursal: arma su
      *---- path, lo verifica contra su propio header/trailer y va
      *---- cargando los detalles en la tabla consolidada. Si no
      *---- pasa sus controles recibe su devolucion; en el modo
      *---- parcial ademas se le sacan los detalles de la tabla y el
      *---- archivo va a cuarentena, y en el todo o nada 3000 rechaza
      *---- la consolidacion entera. Se verifican todas las
      *---- sucursales igual, para que cada una sepa si tiene algo
      *---- que corregir.

           MOVE WS-SUC-ACTUAL               TO WS-NOM-SUC-NRO.
           MOVE WS-NOMBRE-SUCURSAL          TO WS-NOMBRE-ARCHIVO.

           MOVE SPACES                      TO WS-PATH-SUCURSAL.
           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
             INTO WS-PATH-SUCURSAL
           END-STRING.

           PERFORM 2050-VERIFICAR-ARCHIVO
              THRU 2050-VERIFICAR-ARCHIVO-FIN.

           IF WS-SW-RECHAZAR-SI
              GO TO 2000-PROCESAR-SUCURSAL-FIN
           END-IF.

           INITIALIZE WS-REG-CONSOLID.
           MOVE WS-SUC-ACTUAL               TO WS-CSL-NRO-SUCURSAL.
           MOVE WS-NOMBRE-SUCURSAL          TO WS-CSL-ARCHIVO.
           MOVE WS-VER-SUCURSAL             TO WS-CSL-SUCURSAL.
           MOVE WS-FECHA-HOY                TO WS-CSL-FECHA-ESTADO.

           IF WS-SW-SUC-FALLA-SI
              ADD 1                         TO WS-CONT-SUC-AFUERA
              PERFORM 2060-EXCLUIR-SUCURSAL
                 THRU 2060-EXCLUIR-SUCURSAL-FIN
           ELSE
              ADD 1                         TO WS-CONT-SUC-INCLUIDAS
              MOVE 'I'                      TO WS-CSL-ESTADO
              MOVE WS-VER-CANT-DETALLES     TO WS-CSL-CANT-DETALLES
              MOVE WS-VER-TOT-IMPORTE       TO WS-CSL-IMPORTE
           END-IF.

           MOVE WS-REG-CONSOLID             TO WS-EST-REGISTRO
                                                (WS-SUC-ACTUAL).

       2000-PROCESAR-SUCURSAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2050-VERIFICAR-ARCHIVO.

      *---- Lee de punta a punta el archivo de WS-PATH-SUCURSAL,
      *---- cargando sus detalles en la tabla con la marca de
      *---- WS-SUC-ACTUAL, y lo verifica contra su header/trailer.
      *---- Lo que falle queda en la tabla de anomalias y prende
      *---- WS-SW-SUC-FALLA; solo la tabla llena aborta todo.

           INITIALIZE WS-CONTROL-ARCHIVO.
           MOVE ZEROES                      TO WS-ANO-CANT
                                               WS-ANO-SIN-DETALLE.

           OPEN INPUT ENT-SUCURSAL.

           EVALUATE TRUE
               WHEN FS-SUCURSAL-OK
                    IF WS-SUC-ACTUAL > ZEROES
                       ADD 1                TO WS-CONT-ARCHIVOS
                    END-IF

                    PERFORM 2100-LEER-REGISTRO
                       THRU 2100-LEER-REGISTRO-FIN
                    END-IF
               WHEN FS-SUCURSAL-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO '
                            WS-NOMBRE-ARCHIVO
                    SET WS-SW-SUC-FALLA-SI  TO TRUE
                    SET WS-SW-SUC-FALTA-SI  TO TRUE
                    MOVE 'ARCHIVO NO RECIBIDO'
                                            TO WS-NUE-CONTROL
                    MOVE WS-NOMBRE-ARCHIVO  TO WS-NUE-ESPERADO
                    MOVE 'NO EXISTE'        TO WS-NUE-ENCONTRADO
                    PERFORM 2180-REGISTRAR-ANOMALIA
                       THRU 2180-REGISTRAR-ANOMALIA-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO '
                            WS-NOMBRE-ARCHIVO
                    DISPLAY 'FILE STATUS: ' FS-SUCURSAL
                    SET WS-SW-SUC-FALLA-SI  TO TRUE
                    SET WS-SW-SUC-FALTA-SI  TO TRUE
                    MOVE 'EL ARCHIVO NO SE PUEDE ABRIR'
                                            TO WS-NUE-CONTROL
                    MOVE '00'               TO WS-TXT-STATUS
                    MOVE WS-TEXTO-STATUS    TO WS-NUE-ESPERADO
                    MOVE FS-SUCURSAL        TO WS-TXT-STATUS
                    MOVE WS-TEXTO-STATUS    TO WS-NUE-ENCONTRADO
                    PERFORM 2180-REGISTRAR-ANOMALIA
                       THRU 2180-REGISTRAR-ANOMALIA-FIN
           END-EVALUATE.

       2050-VERIFICAR-ARCHIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2060-EXCLUIR-SUCURSAL.

      *---- La sucursal en curso no paso sus controles: queda afuera
      *---- con el primer control que fallo como motivo. En el todo
      *---- o nada no se toca nada (no se va a consolidar ninguna);
      *---- en el parcial y en el recupero sus detalles salen de la
      *---- tabla y el archivo, si llego, va a cuarentena.

           IF WS-SW-SUC-FALTA-SI
              MOVE 'F'                      TO WS-CSL-ESTADO
           ELSE
              MOVE 'Q'                      TO WS-CSL-ESTADO
           END-IF.

           MOVE WS-ANO-CONTROL (1)          TO WS-CSL-MOTIVO.

           IF WS-MODO-TODO-O-NADA
              MOVE 'SIN MOVER: NO SE CONSOLIDO NINGUNA SUCURSAL '
                                            TO WS-DESTINO
           ELSE
              PERFORM 2300-QUITAR-SUCURSAL
                 THRU 2300-QUITAR-SUCURSAL-FIN
              IF WS-SW-SUC-FALTA-SI
                 MOVE 'NINGUNO: LA SUCURSAL QUEDA FUERA DEL PERIODO'
                                            TO WS-DESTINO
              ELSE
                 PERFORM 2400-PONER-EN-CUARENTENA
                    THRU 2400-PONER-EN-CUARENTENA-FIN
              END-IF
           END-IF.

           PERFORM 2600-GRABAR-RECHAZO
              THRU 2600-GRABAR-RECHAZO-FIN.

       2060-EXCLUIR-SUCURSAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-LEER-REGISTRO.

           READ ENT-SUCURSAL.

           IF FS-SUCURSAL-OK
              ADD 1                         TO WS-VER-NRO-REGISTRO
              IF WS-VER-NRO-REGISTRO EQUAL 1
                 MOVE WS-VTA-TIPO-REG       TO WS-VER-TIPO-PRIMERO
              END-IF
           END-IF.

           EVALUATE TRUE
               WHEN FS-SUCURSAL-OK AND WS-VTA-ES-HEADER
                    IF WS-SW-VER-HEADER-SI
                       ADD 1                TO WS-CONT-VER-ANOMALIAS
                       DISPLAY WS-NOMBRE-ARCHIVO
                               ': HEADER DUPLICADO'
                       MOVE 'HEADER DUPLICADO'
                                             TO WS-NUE-CONTROL
                       MOVE 'UN SOLO HEADER'
                                             TO WS-NUE-ESPERADO
                       MOVE 'OTRO HEADER'    TO WS-NUE-ENCONTRADO
                       PERFORM 2180-REGISTRAR-ANOMALIA
                          THRU 2180-REGISTRAR-ANOMALIA-FIN
                    ELSE
                       SET WS-SW-VER-HEADER-SI
                                             TO TRUE
                       MOVE WS-VTA-H-SUCURSAL
                                             TO WS-VER-SUCURSAL
                       MOVE WS-VTA-H-FECHA   TO WS-VER-FECHA
                    END-IF
               WHEN FS-SUCURSAL-OK
                AND (WS-VTA-ES-DETALLE OR WS-VTA-ES-CANCELACION)
                    IF WS-SW-VER-TRAILER-SI
                       ADD 1                TO WS-CONT-VER-ANOMALIAS
                       DISPLAY WS-NOMBRE-ARCHIVO
                               ': DETALLE DESPUES DEL TRAILER'
                       MOVE 'DETALLE DESPUES DEL TRAILER'
                                             TO WS-NUE-CONTROL
                       MOVE 'FIN DE ARCHIVO' TO WS-NUE-ESPERADO
                       MOVE WS-VTA-TIPO-REG  TO WS-TXT-TIPO
                       MOVE WS-TEXTO-TIPO    TO WS-NUE-ENCONTRADO
                       PERFORM 2180-REGISTRAR-ANOMALIA
                          THRU 2180-REGISTRAR-ANOMALIA-FIN
                    END-IF
                    ADD 1                   TO WS-VER-CANT-DETALLES
                    ADD WS-VTA-D-IMP-VENTA  TO WS-VER-TOT-IMPORTE
                    IF WS-VTA-D-ID-EMPLEADO < WS-SEC-ANT-ID-EMPLEADO
                       ADD 1                TO WS-CONT-ERR-SECUENCIA
                       MOVE 'DETALLE FUERA DE SECUENCIA (ID-EMPLEADO)'
                                             TO WS-NUE-CONTROL
                       MOVE WS-SEC-ANT-ID-EMPLEADO
                                             TO WS-TXT-SEC-ID
                       MOVE WS-TEXTO-SECUENCIA
                                             TO WS-NUE-ESPERADO
                       MOVE WS-VTA-D-ID-EMPLEADO
                                             TO WS-NUE-ENCONTRADO
                       PERFORM 2180-REGISTRAR-ANOMALIA
                          THRU 2180-REGISTRAR-ANOMALIA-FIN
                    ELSE
                       MOVE WS-VTA-D-ID-EMPLEADO
                                             TO WS-SEC-ANT-ID-EMPLEADO
               WHEN FS-SUCURSAL-OK AND WS-VTA-ES-TRAILER
                    IF WS-SW-VER-TRAILER-SI
                       ADD 1                TO WS-CONT-VER-ANOMALIAS
                       DISPLAY WS-NOMBRE-ARCHIVO
                               ': TRAILER DUPLICADO'
                       MOVE 'TRAILER DUPLICADO'
                                             TO WS-NUE-CONTROL
                       MOVE 'UN SOLO TRAILER'
                                             TO WS-NUE-ESPERADO
                       MOVE 'OTRO TRAILER'   TO WS-NUE-ENCONTRADO
                       PERFORM 2180-REGISTRAR-ANOMALIA
                          THRU 2180-REGISTRAR-ANOMALIA-FIN
                    ELSE
                       SET WS-SW-VER-TRAILER-SI
                                             TO TRUE
                       MOVE WS-VTA-T-CANTIDAD
                                             TO WS-VER-TRL-CANTIDAD
                       MOVE WS-VTA-T-IMPORTE TO WS-VER-TRL-IMPORTE
                       MOVE WS-VER-NRO-REGISTRO
                                             TO WS-VER-REG-TRAILER
                    END-IF
               WHEN FS-SUCURSAL-OK
                    ADD 1                   TO WS-CONT-VER-ANOMALIAS
                    DISPLAY WS-NOMBRE-ARCHIVO
                            ': TIPO DE REGISTRO DESCONOCIDO: '
                            WS-VTA-TIPO-REG
                    MOVE 'TIPO DE REGISTRO DESCONOCIDO'
                                            TO WS-NUE-CONTROL
                    MOVE 'TIPO H/D/C/T'     TO WS-NUE-ESPERADO
                    MOVE WS-VTA-TIPO-REG    TO WS-TXT-TIPO
                    MOVE WS-TEXTO-TIPO      TO WS-NUE-ENCONTRADO
                    PERFORM 2180-REGISTRAR-ANOMALIA
                       THRU 2180-REGISTRAR-ANOMALIA-FIN
               WHEN FS-SUCURSAL-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO '
                            WS-NOMBRE-ARCHIVO
                    DISPLAY 'FILE STATUS: ' FS-SUCURSAL
                    ADD 1                   TO WS-CONT-VER-ANOMALIAS
                    COMPUTE WS-NUE-REGISTRO =
                            WS-VER-NRO-REGISTRO + 1
                    MOVE 'ERROR DE LECTURA DEL ARCHIVO'
                                            TO WS-NUE-CONTROL
                    MOVE '00'               TO WS-TXT-STATUS
                    MOVE WS-TEXTO-STATUS    TO WS-NUE-ESPERADO
                    MOVE FS-SUCURSAL        TO WS-TXT-STATUS
                    MOVE WS-TEXTO-STATUS    TO WS-NUE-ENCONTRADO
                    PERFORM 2180-REGISTRAR-ANOMALIA
                       THRU 2180-REGISTRAR-ANOMALIA-FIN
                    MOVE '10'               TO FS-SUCURSAL
           END-EVALUATE.


           MOVE WS-VTA-D-ID-EMPLEADO        TO WS-CON-ID-EMPLEADO
                                                (WS-POS-INSERCION).
           MOVE WS-SUC-ACTUAL               TO WS-CON-SUCURSAL
                                                (WS-POS-INSERCION).
           MOVE WS-VTA-TIPO-REG             TO WS-CON-TIPO
                                                (WS-POS-INSERCION).


       2152-CORRER-DETALLE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2180-REGISTRAR-ANOMALIA.

      *---- Guarda la anomalia armada en WS-ANOMALIA-NUEVA para la
      *---- devolucion a la sucursal. Si no se cargo otro numero de
      *---- registro, vale el ultimo leido.

           IF WS-NUE-REGISTRO EQUAL ZEROES
              MOVE WS-VER-NRO-REGISTRO      TO WS-NUE-REGISTRO
           END-IF.

           IF WS-ANO-CANT < 50
              ADD 1                         TO WS-ANO-CANT
              SET WS-ANO-IDX                TO WS-ANO-CANT
              MOVE WS-NUE-REGISTRO          TO WS-ANO-REGISTRO
                                                (WS-ANO-IDX)
              MOVE WS-NUE-CONTROL           TO WS-ANO-CONTROL
                                                (WS-ANO-IDX)
              MOVE WS-NUE-ESPERADO          TO WS-ANO-ESPERADO
                                                (WS-ANO-IDX)
              MOVE WS-NUE-ENCONTRADO        TO WS-ANO-ENCONTRADO
                                                (WS-ANO-IDX)
           ELSE
              ADD 1                         TO WS-ANO-SIN-DETALLE
           END-IF.

           INITIALIZE WS-ANOMALIA-NUEVA.

       2180-REGISTRAR-ANOMALIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-VERIFICAR-CONTROL.

      *---- Mismo contrato que CL15EJ01 exige sobre VENTAS.TXT: un
      *---- archivo de sucursal que llego truncado o desordenado no
      *---- entra en la consolidacion.

           IF NOT WS-SW-VER-HEADER-SI
              DISPLAY '*** ' WS-NOMBRE-ARCHIVO
                      ' SIN REGISTRO HEADER ***'
              ADD 1                         TO WS-CONT-VER-ANOMALIAS
              MOVE 1                        TO WS-NUE-REGISTRO
              MOVE 'FALTA EL REGISTRO HEADER'
                                            TO WS-NUE-CONTROL
              MOVE 'TIPO H'                 TO WS-NUE-ESPERADO
              IF WS-VER-NRO-REGISTRO EQUAL ZEROES
                 MOVE 'ARCHIVO VACIO'       TO WS-NUE-ENCONTRADO
              ELSE
                 MOVE WS-VER-TIPO-PRIMERO   TO WS-TXT-TIPO
                 MOVE WS-TEXTO-TIPO         TO WS-NUE-ENCONTRADO
              END-IF
              PERFORM 2180-REGISTRAR-ANOMALIA
                 THRU 2180-REGISTRAR-ANOMALIA-FIN
           END-IF.

           IF NOT WS-SW-VER-TRAILER-SI
              DISPLAY '*** ' WS-NOMBRE-ARCHIVO
                      ' SIN REGISTRO TRAILER (ARCHIVO TRUNCADO?) ***'
              ADD 1                         TO WS-CONT-VER-ANOMALIAS
              COMPUTE WS-NUE-REGISTRO = WS-VER-NRO-REGISTRO + 1
              MOVE 'FALTA EL REGISTRO TRAILER (TRUNCADO?)'
                                            TO WS-NUE-CONTROL
              MOVE 'TIPO T'                 TO WS-NUE-ESPERADO
              MOVE 'FIN DE ARCHIVO'         TO WS-NUE-ENCONTRADO
              PERFORM 2180-REGISTRAR-ANOMALIA
                 THRU 2180-REGISTRAR-ANOMALIA-FIN
           ELSE
              IF WS-VER-TRL-CANTIDAD NOT EQUAL WS-VER-CANT-DETALLES
                 OR WS-VER-TRL-IMPORTE NOT EQUAL WS-VER-TOT-IMPORTE
                 DISPLAY '*** ' WS-NOMBRE-ARCHIVO
                         ' NO COINCIDE CON SU TRAILER ***'
                 MOVE WS-VER-TRL-CANTIDAD   TO WS-FORMAT-IMPORTE
                 DISPLAY 'DETALLES SEGUN TRAILER : '
                         WS-FORMAT-TOTAL
                 ADD 1                      TO WS-CONT-VER-ANOMALIAS
              END-IF
              IF WS-VER-TRL-CANTIDAD NOT EQUAL WS-VER-CANT-DETALLES
                 MOVE WS-VER-REG-TRAILER    TO WS-NUE-REGISTRO
                 MOVE 'CANTIDAD DE DETALLES DISTINTA AL TRAILER'
                                            TO WS-NUE-CONTROL
                 MOVE WS-VER-TRL-CANTIDAD   TO WS-FORMAT-CANTIDAD
                 MOVE WS-FORMAT-CANTIDAD    TO WS-NUE-ESPERADO
                 MOVE WS-VER-CANT-DETALLES  TO WS-FORMAT-CANTIDAD
                 MOVE WS-FORMAT-CANTIDAD    TO WS-NUE-ENCONTRADO
                 PERFORM 2180-REGISTRAR-ANOMALIA
                    THRU 2180-REGISTRAR-ANOMALIA-FIN
              END-IF
              IF WS-VER-TRL-IMPORTE NOT EQUAL WS-VER-TOT-IMPORTE
                 MOVE WS-VER-REG-TRAILER    TO WS-NUE-REGISTRO
                 MOVE 'IMPORTE TOTAL DISTINTO AL TRAILER'
                                            TO WS-NUE-CONTROL
                 MOVE WS-VER-TRL-IMPORTE    TO WS-FORMAT-TOTAL
                 MOVE WS-FORMAT-TOTAL       TO WS-NUE-ESPERADO
                 MOVE WS-VER-TOT-IMPORTE    TO WS-FORMAT-TOTAL
                 MOVE WS-FORMAT-TOTAL       TO WS-NUE-ENCONTRADO
                 PERFORM 2180-REGISTRAR-ANOMALIA
                    THRU 2180-REGISTRAR-ANOMALIA-FIN
              END-IF
           END-IF.

      *---- Cada detalle fuera de secuencia ya quedo registrado con
      *---- su numero de registro en 2100.
           IF WS-CONT-ERR-SECUENCIA > ZEROES
              DISPLAY '*** ' WS-NOMBRE-ARCHIVO
                      ' CON DETALLES FUERA DE SECUENCIA ***'
              ADD 1                         TO WS-CONT-VER-ANOMALIAS
           END-IF.

           IF WS-CONT-VER-ANOMALIAS > ZEROES
              SET WS-SW-SUC-FALLA-SI        TO TRUE
           ELSE
              MOVE WS-VER-CANT-DETALLES     TO WS-FORMAT-IMPORTE
              DISPLAY WS-NOMBRE-ARCHIVO ' VERIFICADO: SUCURSAL '
                      WS-VER-SUCURSAL ' DETALLES ' WS-FORMAT-IMPORTE
           END-IF.

       2200-VERIFICAR-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2300-QUITAR-SUCURSAL.

      *---- Saca de la tabla los detalles cargados de la sucursal en
      *---- curso, corriendo hacia atras los que quedan (el orden
      *---- por ID-EMPLEADO se conserva).

           MOVE ZEROES                      TO WS-CON-AUX.

           PERFORM 2310-COMPACTAR-DETALLE
              THRU 2310-COMPACTAR-DETALLE-FIN
              VARYING WS-CON-IDX FROM 1 BY 1
                UNTIL WS-CON-IDX > WS-CON-CANT.

           COMPUTE WS-CONT-DETALLES = WS-CONT-DETALLES
                                    - (WS-CON-CANT - WS-CON-AUX).
           MOVE WS-CON-AUX                  TO WS-CON-CANT.

       2300-QUITAR-SUCURSAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2310-COMPACTAR-DETALLE.

           IF WS-CON-SUCURSAL (WS-CON-IDX) NOT EQUAL WS-SUC-ACTUAL
              ADD 1                         TO WS-CON-AUX
              IF WS-CON-AUX NOT EQUAL WS-CON-IDX
                 MOVE WS-CON-TABLA (WS-CON-IDX)
                                            TO WS-CON-TABLA
                                                (WS-CON-AUX)
              END-IF
           END-IF.

       2310-COMPACTAR-DETALLE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2400-PONER-EN-CUARENTENA.

      *---- Copia el archivo rechazado a VENTASnn.TXT.CUARENTENA y
      *---- borra el original, para que la sucursal mande el
      *---- corregido con el mismo nombre y el recupero lo tome. Si
      *---- la copia falla el original queda donde estaba (igual
      *---- queda fuera del periodo).

           MOVE SPACES                      TO WS-PATH-CUARENTENA.
           STRING WS-PATH-SUCURSAL              DELIMITED BY SPACE
                  '.CUARENTENA'              DELIMITED BY SIZE
             INTO WS-PATH-CUARENTENA
           END-STRING.

           MOVE 'N'                         TO WS-SW-COPIA.

           OPEN INPUT ENT-SUCURSAL.

           IF FS-SUCURSAL-OK
              OPEN OUTPUT SAL-CUARENTENA
              IF FS-CUARENTENA-OK
                 SET WS-SW-COPIA-OK         TO TRUE
                 PERFORM 2410-COPIAR-REGISTRO
                    THRU 2410-COPIAR-REGISTRO-FIN
                   UNTIL FS-SUCURSAL-EOF
                 CLOSE SAL-CUARENTENA
              ELSE
                 DISPLAY 'ERROR AL ABRIR ' WS-PATH-CUARENTENA
                 DISPLAY 'FILE STATUS: ' FS-CUARENTENA
              END-IF
              CLOSE ENT-SUCURSAL
           ELSE
              DISPLAY 'ERROR AL REABRIR ' WS-NOMBRE-ARCHIVO
                      ' PARA LA CUARENTENA: ' FS-SUCURSAL
           END-IF.

           IF WS-SW-COPIA-OK
              CALL 'CBL_DELETE_FILE' USING WS-PATH-SUCURSAL
                 RETURNING WS-DELETE-STATUS
              DISPLAY WS-NOMBRE-ARCHIVO ' MOVIDO A CUARENTENA: '
                      WS-PATH-CUARENTENA
              MOVE SPACES                   TO WS-DESTINO
              STRING 'MOVIDO A '                DELIMITED BY SIZE
                     WS-NOMBRE-ARCHIVO          DELIMITED BY SPACE
                     '.CUARENTENA, FUERA DEL PERIODO'
                                                DELIMITED BY SIZE
                INTO WS-DESTINO
              END-STRING
           ELSE
              DISPLAY WS-NOMBRE-ARCHIVO ' NO SE PUDO MOVER A '
                      'CUARENTENA, QUEDA DONDE ESTA'
              MOVE 'SIN MOVER (FALLO LA CUARENTENA): FUERA DEL PERIODO'
                                            TO WS-DESTINO
           END-IF.

       2400-PONER-EN-CUARENTENA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2410-COPIAR-REGISTRO.

           READ ENT-SUCURSAL.

           EVALUATE TRUE
               WHEN FS-SUCURSAL-OK
                    MOVE WS-REG-VTA         TO WS-SAL-CUARENTENA
                    WRITE WS-SAL-CUARENTENA
                    IF NOT FS-CUARENTENA-OK
                       DISPLAY 'ERROR AL ESCRIBIR '
                               WS-PATH-CUARENTENA
                       DISPLAY 'FILE STATUS: ' FS-CUARENTENA
                       MOVE 'N'             TO WS-SW-COPIA
                       MOVE '10'            TO FS-SUCURSAL
                    END-IF
               WHEN FS-SUCURSAL-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE 'N'                TO WS-SW-COPIA
                    MOVE '10'               TO FS-SUCURSAL
           END-EVALUATE.

       2410-COPIAR-REGISTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2500-RECUPERAR-SUCURSALES.

      *---- Recupero: parte del estado de la ultima consolidacion
      *---- (CONSOLID.TXT) y del VENTAS.TXT parcial que genero, y le
      *---- suma las sucursales en cuarentena o faltantes que ya
      *---- mandaron su archivo corregido. El VENTAS.TXT parcial se
      *---- verifica con el mismo contrato y tiene que ser el que
      *---- describe CONSOLID.TXT (misma fecha, rotulo parcial): si
      *---- despues se consolido otra cosa encima, no se mezcla.

           PERFORM 2510-LEER-ESTADO
              THRU 2510-LEER-ESTADO-FIN.

           IF WS-SW-RECHAZAR-SI
              OR WS-SW-SALTEAR-SI
              GO TO 2500-RECUPERAR-SUCURSALES-FIN
           END-IF.

           MOVE ZEROES                      TO WS-SUC-ACTUAL.
           MOVE 'VENTAS.TXT'                TO WS-NOMBRE-ARCHIVO.
           MOVE WS-PATH-VENTAS              TO WS-PATH-SUCURSAL.

           PERFORM 2050-VERIFICAR-ARCHIVO
              THRU 2050-VERIFICAR-ARCHIVO-FIN.

           IF WS-SW-RECHAZAR-SI
              GO TO 2500-RECUPERAR-SUCURSALES-FIN
           END-IF.

           IF WS-SW-SUC-FALLA-SI
              OR WS-VER-FECHA NOT EQUAL WS-FECHA-CONSOLIDADO
              OR WS-VER-SUCURSAL NOT EQUAL 'CONSOLIDADO PARCIAL'
              DISPLAY 'VENTAS.TXT NO ES EL CONSOLIDADO PARCIAL QUE '
                      'DESCRIBE CONSOLID.TXT'
              DISPLAY 'HEADER DE VENTAS.TXT : ' WS-VER-FECHA ' '
                      WS-VER-SUCURSAL
              DISPLAY 'FECHA EN CONSOLID.TXT: ' WS-FECHA-CONSOLIDADO
              DISPLAY 'EL RECUPERO NO SE HACE'
              SET WS-SW-RECHAZAR-SI         TO TRUE
              MOVE 8                        TO RETURN-CODE
              GO TO 2500-RECUPERAR-SUCURSALES-FIN
           END-IF.

           MOVE WS-VER-CANT-DETALLES        TO WS-FORMAT-IMPORTE.
           DISPLAY 'CONSOLIDADO PARCIAL DEL ' WS-FECHA-CONSOLIDADO
                   ' CARGADO, DETALLES ' WS-FORMAT-IMPORTE.

           PERFORM 2520-RECUPERAR-SUCURSAL
              THRU 2520-RECUPERAR-SUCURSAL-FIN
              VARYING WS-SUC-ACTUAL FROM 1 BY 1
                UNTIL WS-SUC-ACTUAL > WS-CANT-SUCURSALES
                   OR WS-SW-RECHAZAR-SI.

       2500-RECUPERAR-SUCURSALES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2510-LEER-ESTADO.

      *---- Carga CONSOLID.TXT en la tabla de estados (posicion =
      *---- numero de sucursal) y cuenta las sucursales que quedaron
      *---- afuera. Sin ninguna pendiente no hay nada que recuperar.

           OPEN INPUT ARC-CONSOLID.

           EVALUATE TRUE
               WHEN FS-CONSOLID-OK
                    PERFORM 2511-LEER-REGISTRO-ESTADO
                       THRU 2511-LEER-REGISTRO-ESTADO-FIN
                      UNTIL FS-CONSOLID-EOF
                         OR WS-SW-RECHAZAR-SI
                    CLOSE ARC-CONSOLID
               WHEN FS-CONSOLID-NFD
                    DISPLAY 'NO SE ENCUENTRA CONSOLID.TXT: NO HAY '
                            'CONSOLIDACION PARA RECUPERAR'
                    SET WS-SW-RECHAZAR-SI   TO TRUE
                    MOVE 8                  TO RETURN-CODE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR CONSOLID.TXT'
                    DISPLAY 'FILE STATUS: ' FS-CONSOLID
                    SET WS-SW-RECHAZAR-SI   TO TRUE
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

           IF WS-SW-RECHAZAR-SI
              GO TO 2510-LEER-ESTADO-FIN
           END-IF.

           IF WS-CANT-SUCURSALES EQUAL ZEROES
              DISPLAY 'CONSOLID.TXT VACIO: NO HAY CONSOLIDACION '
                      'PARA RECUPERAR'
              SET WS-SW-RECHAZAR-SI         TO TRUE
              MOVE 8                        TO RETURN-CODE
              GO TO 2510-LEER-ESTADO-FIN
           END-IF.

           IF WS-CONT-SUC-AFUERA EQUAL ZEROES
              DISPLAY 'LA CONSOLIDACION DEL ' WS-FECHA-CONSOLIDADO
                      ' ESTA COMPLETA: NO HAY SUCURSALES PARA '
                      'RECUPERAR'
              SET WS-SW-SALTEAR-SI          TO TRUE
           ELSE
              MOVE WS-CONT-SUC-AFUERA       TO WS-FORMAT-IMPORTE
              DISPLAY 'CONSOLIDACION DEL ' WS-FECHA-CONSOLIDADO
                      ', SUCURSALES AFUERA: ' WS-FORMAT-IMPORTE
      *---- Se vuelven a contar a medida que se procesan: quedan
      *---- afuera solo las que sigan sin entrar.
              MOVE ZEROES                   TO WS-CONT-SUC-AFUERA
           END-IF.

       2510-LEER-ESTADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2511-LEER-REGISTRO-ESTADO.

           READ ARC-CONSOLID.

           EVALUATE TRUE
               WHEN FS-CONSOLID-OK
                    MOVE WS-ARC-CONSOLID    TO WS-REG-CONSOLID
                    IF WS-CSL-NRO-SUCURSAL NOT NUMERIC
                       OR WS-CSL-NRO-SUCURSAL EQUAL ZEROES
                       DISPLAY 'CONSOLID.TXT: NUMERO DE SUCURSAL '
                               'INVALIDO: ' WS-CSL-NRO-SUCURSAL
                       SET WS-SW-RECHAZAR-SI
                                            TO TRUE
                       MOVE 8               TO RETURN-CODE
                    ELSE
                       MOVE WS-REG-CONSOLID TO WS-EST-REGISTRO
                                                (WS-CSL-NRO-SUCURSAL)
                       MOVE WS-CSL-FECHA    TO WS-FECHA-CONSOLIDADO
                       IF WS-CSL-NRO-SUCURSAL > WS-CANT-SUCURSALES
                          MOVE WS-CSL-NRO-SUCURSAL
                                            TO WS-CANT-SUCURSALES
                       END-IF
                       IF WS-CSL-ES-AUSENTE
                          ADD 1             TO WS-CONT-SUC-AFUERA
                       END-IF
                    END-IF
               WHEN FS-CONSOLID-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CONSOLID.TXT: ' FS-CONSOLID
                    SET WS-SW-RECHAZAR-SI   TO TRUE
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       2511-LEER-REGISTRO-ESTADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2520-RECUPERAR-SUCURSAL.

      *---- Una sucursal que habia quedado afuera: si su archivo
      *---- todavia no llego sigue igual (no se le manda otra
      *---- devolucion); si llego y pasa sus controles entra como
      *---- recuperada; si llego y vuelve a fallar, otra vez a
      *---- cuarentena con su devolucion nueva.

           MOVE WS-EST-REGISTRO (WS-SUC-ACTUAL)
                                            TO WS-REG-CONSOLID.

           IF NOT WS-CSL-ES-AUSENTE
              ADD 1                         TO WS-CONT-SUC-INCLUIDAS
              GO TO 2520-RECUPERAR-SUCURSAL-FIN
           END-IF.

           MOVE WS-SUC-ACTUAL               TO WS-NOM-SUC-NRO.
           MOVE WS-NOMBRE-SUCURSAL          TO WS-NOMBRE-ARCHIVO.

           MOVE SPACES                      TO WS-PATH-SUCURSAL.
           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/'                        DELIMITED BY SIZE
                  WS-NOMBRE-SUCURSAL         DELIMITED BY SIZE
             INTO WS-PATH-SUCURSAL
           END-STRING.

           PERFORM 2050-VERIFICAR-ARCHIVO
              THRU 2050-VERIFICAR-ARCHIVO-FIN.

           IF WS-SW-RECHAZAR-SI
              GO TO 2520-RECUPERAR-SUCURSAL-FIN
           END-IF.

           IF WS-SW-SUC-FALTA-SI
              DISPLAY WS-NOMBRE-ARCHIVO ': TODAVIA NO HAY ARCHIVO '
                      'CORREGIDO, SIGUE AFUERA'
              ADD 1                         TO WS-CONT-SUC-AFUERA
              GO TO 2520-RECUPERAR-SUCURSAL-FIN
           END-IF.

           MOVE WS-FECHA-HOY                TO WS-CSL-FECHA-ESTADO.

           IF WS-SW-SUC-FALLA-SI
              ADD 1                         TO WS-CONT-SUC-AFUERA
              PERFORM 2060-EXCLUIR-SUCURSAL
                 THRU 2060-EXCLUIR-SUCURSAL-FIN
           ELSE
              ADD 1                         TO WS-CONT-SUC-RECUPERADAS
              ADD 1                         TO WS-CONT-SUC-INCLUIDAS
              MOVE 'R'                      TO WS-CSL-ESTADO
              MOVE WS-VER-SUCURSAL          TO WS-CSL-SUCURSAL
              MOVE WS-VER-CANT-DETALLES     TO WS-CSL-CANT-DETALLES
              MOVE WS-VER-TOT-IMPORTE       TO WS-CSL-IMPORTE
              MOVE SPACES                   TO WS-CSL-MOTIVO
              DISPLAY WS-NOMBRE-ARCHIVO ' RECUPERADO: ENTRA EN EL '
                      'CONSOLIDADO'
           END-IF.

           MOVE WS-REG-CONSOLID             TO WS-EST-REGISTRO
                                                (WS-SUC-ACTUAL).

       2520-RECUPERAR-SUCURSAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2600-GRABAR-RECHAZO.

      *---- Devolucion a la sucursal en curso (RECHAZnn.TXT): cada
      *---- control que fallo con su numero de registro, lo esperado
      *---- y lo encontrado, y lo que se hizo con el archivo.

           MOVE WS-SUC-ACTUAL               TO WS-NOM-RCH-NRO.

           MOVE SPACES                      TO WS-PATH-RECHAZO.
           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/'                        DELIMITED BY SIZE
                  WS-NOMBRE-RECHAZO          DELIMITED BY SIZE
             INTO WS-PATH-RECHAZO
           END-STRING.

           OPEN OUTPUT SAL-RECHAZO.

           IF NOT FS-RECHAZO-OK
              DISPLAY 'ERROR AL ABRIR ' WS-NOMBRE-RECHAZO
              DISPLAY 'FILE STATUS: ' FS-RECHAZO
              MOVE 8                        TO RETURN-CODE
              GO TO 2600-GRABAR-RECHAZO-FIN
           END-IF.

           MOVE WS-NOMBRE-ARCHIVO           TO WS-RCH-TIT-ARCHIVO
                                               WS-RCH-PIE-ARCHIVO.
           IF WS-MODO-TODO-O-NADA
              SET WS-RCH-PIE-REPROCESO      TO TRUE
           ELSE
              SET WS-RCH-PIE-RECUPERO       TO TRUE
           END-IF.
           MOVE WS-FECHA-HOY-DD             TO WS-RCH-TIT-DD.
           MOVE WS-FECHA-HOY-MM             TO WS-RCH-TIT-MM.
           MOVE WS-FECHA-HOY-AAAA           TO WS-RCH-TIT-AAAA.
           MOVE WS-VER-SUCURSAL             TO WS-RCH-SUC-NOMBRE.
           MOVE WS-DESTINO                  TO WS-RCH-DES-TEXTO.
           MOVE WS-VER-NRO-REGISTRO         TO WS-RCH-LEI-REGISTROS.
           MOVE WS-VER-CANT-DETALLES        TO WS-RCH-LEI-DETALLES.
           MOVE WS-VER-TOT-IMPORTE          TO WS-RCH-LEI-IMPORTE.

           MOVE WS-RCH-SEPARADOR            TO WS-SAL-RECHAZO.
           PERFORM 2690-ESCRIBIR-RECHAZO
              THRU 2690-ESCRIBIR-RECHAZO-FIN.
           MOVE WS-RCH-TITULO               TO WS-SAL-RECHAZO.
           PERFORM 2690-ESCRIBIR-RECHAZO
              THRU 2690-ESCRIBIR-RECHAZO-FIN.
           MOVE WS-RCH-SEPARADOR            TO WS-SAL-RECHAZO.
           PERFORM 2690-ESCRIBIR-RECHAZO
              THRU 2690-ESCRIBIR-RECHAZO-FIN.
           MOVE WS-RCH-SUCURSAL             TO WS-SAL-RECHAZO.
           PERFORM 2690-ESCRIBIR-RECHAZO
              THRU 2690-ESCRIBIR-RECHAZO-FIN.
           MOVE WS-RCH-DESTINO              TO WS-SAL-RECHAZO.
           PERFORM 2690-ESCRIBIR-RECHAZO
              THRU 2690-ESCRIBIR-RECHAZO-FIN.
           MOVE WS-RCH-LEIDO                TO WS-SAL-RECHAZO.
           PERFORM 2690-ESCRIBIR-RECHAZO
              THRU 2690-ESCRIBIR-RECHAZO-FIN.
           MOVE SPACES                      TO WS-SAL-RECHAZO.
           PERFORM 2690-ESCRIBIR-RECHAZO
              THRU 2690-ESCRIBIR-RECHAZO-FIN.
           MOVE WS-RCH-CABECERA             TO WS-SAL-RECHAZO.
           PERFORM 2690-ESCRIBIR-RECHAZO
              THRU 2690-ESCRIBIR-RECHAZO-FIN.
           MOVE WS-RCH-SEPARADOR            TO WS-SAL-RECHAZO.
           PERFORM 2690-ESCRIBIR-RECHAZO
              THRU 2690-ESCRIBIR-RECHAZO-FIN.

           PERFORM 2610-GRABAR-RECHAZO-DET
              THRU 2610-GRABAR-RECHAZO-DET-FIN
              VARYING WS-ANO-IDX FROM 1 BY 1
                UNTIL WS-ANO-IDX > WS-ANO-CANT.

           IF WS-ANO-SIN-DETALLE > ZEROES
              MOVE WS-ANO-SIN-DETALLE       TO WS-RCH-MAS-CANTIDAD
              MOVE WS-RCH-MAS               TO WS-SAL-RECHAZO
              PERFORM 2690-ESCRIBIR-RECHAZO
                 THRU 2690-ESCRIBIR-RECHAZO-FIN
           END-IF.

           MOVE WS-RCH-SEPARADOR            TO WS-SAL-RECHAZO.
           PERFORM 2690-ESCRIBIR-RECHAZO
              THRU 2690-ESCRIBIR-RECHAZO-FIN.
           MOVE WS-RCH-PIE                  TO WS-SAL-RECHAZO.
           PERFORM 2690-ESCRIBIR-RECHAZO
              THRU 2690-ESCRIBIR-RECHAZO-FIN.

           CLOSE SAL-RECHAZO.

           ADD 1                            TO WS-CONT-RECHAZOS.
           DISPLAY 'DEVOLUCION A LA SUCURSAL GRABADA EN '
                   WS-NOMBRE-RECHAZO.

       2600-GRABAR-RECHAZO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2610-GRABAR-RECHAZO-DET.

           MOVE WS-ANO-REGISTRO (WS-ANO-IDX)
                                            TO WS-RCH-DET-REGISTRO.
           MOVE WS-ANO-CONTROL (WS-ANO-IDX) TO WS-RCH-DET-CONTROL.
           MOVE WS-ANO-ESPERADO (WS-ANO-IDX)
                                            TO WS-RCH-DET-ESPERADO.
           MOVE WS-ANO-ENCONTRADO (WS-ANO-IDX)
                                            TO WS-RCH-DET-ENCONTRADO.

           MOVE WS-RCH-DETALLE              TO WS-SAL-RECHAZO.
           PERFORM 2690-ESCRIBIR-RECHAZO
              THRU 2690-ESCRIBIR-RECHAZO-FIN.

       2610-GRABAR-RECHAZO-DET-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2690-ESCRIBIR-RECHAZO.

           WRITE WS-SAL-RECHAZO.

           IF NOT FS-RECHAZO-OK
              DISPLAY 'ERROR AL ESCRIBIR ' WS-NOMBRE-RECHAZO ': '
                      FS-RECHAZO
              MOVE 8                        TO RETURN-CODE
           END-IF.

       2690-ESCRIBIR-RECHAZO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

      *---- Todo o nada con alguna sucursal afuera: no se genera
      *---- nada, como siempre. Parcial: se genera con las que
      *---- pasaron (si paso alguna). Recupero: se regraba solo si
      *---- entro alguna sucursal. Un periodo que queda incompleto
      *---- termina con RETURN-CODE 4: no es un error que deba
      *---- detener la cadena, pero el planificador tiene que verlo.

           EVALUATE TRUE
               WHEN WS-SW-SALTEAR-SI
                    CONTINUE
               WHEN WS-SW-RECHAZAR-SI
                    DISPLAY 'EL PROGRAMA FINALIZA SIN GENERAR '
                            'VENTAS.TXT'
               WHEN WS-MODO-TODO-O-NADA
                AND WS-CONT-SUC-AFUERA > ZEROES
                    DISPLAY 'ALGUNA SUCURSAL NO PASO SUS CONTROLES: '
                            'CONSOLIDACION RECHAZADA (TODO O NADA)'
                    DISPLAY 'EL PROGRAMA FINALIZA SIN GENERAR '
                            'VENTAS.TXT'
                    MOVE 8                  TO RETURN-CODE
               WHEN WS-MODO-PARCIAL
                AND WS-CONT-SUC-INCLUIDAS EQUAL ZEROES
                    DISPLAY 'NINGUNA SUCURSAL PASO SUS CONTROLES'
                    DISPLAY 'EL PROGRAMA FINALIZA SIN GENERAR '
                            'VENTAS.TXT'
                    MOVE 8                  TO RETURN-CODE
               WHEN WS-MODO-RECUPERO
                AND WS-CONT-SUC-RECUPERADAS EQUAL ZEROES
                    DISPLAY 'NO SE RECUPERO NINGUNA SUCURSAL, '
                            'VENTAS.TXT QUEDA COMO ESTA'
               WHEN OTHER
                    PERFORM 3100-GRABAR-CONSOLIDADO
                       THRU 3100-GRABAR-CONSOLIDADO-FIN
                    IF WS-SW-VENTAS-GRABADO-SI
                       PERFORM 3200-GRABAR-ESTADO
                          THRU 3200-GRABAR-ESTADO-FIN
                    END-IF
           END-EVALUATE.

           IF NOT WS-SW-SALTEAR-SI
              AND NOT WS-SW-RECHAZAR-SI
              AND NOT WS-MODO-TODO-O-NADA
              AND WS-CONT-SUC-AFUERA > ZEROES
              AND WS-CONT-SUC-INCLUIDAS > ZEROES
              PERFORM 3300-INFORMAR-INCOMPLETO
                 THRU 3300-INFORMAR-INCOMPLETO-FIN
              IF RETURN-CODE EQUAL ZEROES
                 MOVE 4                     TO RETURN-CODE
              END-IF
           END-IF.

           IF WS-MODO-RECUPERO
              AND WS-CONT-SUC-RECUPERADAS > ZEROES
              AND WS-SW-VENTAS-GRABADO-SI
              DISPLAY 'PARA LIQUIDAR LAS SUCURSALES RECUPERADAS: '
                      'REVERTIR LA CORRIDA DEL PERIODO CON '
                      'CL15EJ17 Y VOLVER A CORRER CL15EJ01'
           END-IF.

           MOVE WS-CONT-ARCHIVOS            TO WS-FORMAT-IMPORTE.
           DISPLAY 'ARCHIVOS DE SUCURSAL LEIDOS       : '
                   WS-FORMAT-IMPORTE.
           DISPLAY 'REGISTROS GRABADOS EN VENTAS.TXT  : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-SUC-INCLUIDAS       TO WS-FORMAT-IMPORTE.
           DISPLAY 'SUCURSALES INCLUIDAS              : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-SUC-RECUPERADAS     TO WS-FORMAT-IMPORTE.
           DISPLAY 'SUCURSALES RECUPERADAS            : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-SUC-AFUERA          TO WS-FORMAT-IMPORTE.
           DISPLAY 'SUCURSALES AFUERA                 : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-RECHAZOS            TO WS-FORMAT-IMPORTE.
           DISPLAY 'DEVOLUCIONES A SUCURSALES         : '
                   WS-FORMAT-IMPORTE.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3100-GRABAR-CONSOLIDADO.

      *---- Graba el VENTAS.TXT unico: header con la fecha de la
      *---- consolidacion y el rotulo de consolidado (la sucursal
      *---- real de cada venta viaja en su detalle; 'CONSOLIDADO
      *---- PARCIAL' si alguna sucursal quedo afuera), los detalles
      *---- mezclados y el trailer regenerado con lo que realmente
      *---- se grabo, para que el control de CL15EJ01 tenga contra
      *---- que verificar.

           OPEN OUTPUT SAL-VENTAS.


           MOVE SPACES                      TO WS-REG-VTA.
           MOVE 'H'                         TO WS-VTA-TIPO-REG.
           MOVE WS-FECHA-CONSOLIDADO        TO WS-VTA-H-FECHA.
           IF WS-CONT-SUC-AFUERA > ZEROES
              MOVE 'CONSOLIDADO PARCIAL'    TO WS-VTA-H-SUCURSAL
           ELSE
              MOVE 'CONSOLIDADO'            TO WS-VTA-H-SUCURSAL
           END-IF.
           MOVE WS-REG-VTA                  TO WS-SAL-VENTA.
           PERFORM 3150-ESCRIBIR-VENTA
              THRU 3150-ESCRIBIR-VENTA-FIN.

           CLOSE SAL-VENTAS.

           SET WS-SW-VENTAS-GRABADO-SI      TO TRUE.

           MOVE WS-TOT-CONSOLIDADO          TO WS-FORMAT-TOTAL.
           DISPLAY 'IMPORTE TOTAL CONSOLIDADO         : '
                   WS-FORMAT-TOTAL.
           IF WS-CONT-SUC-AFUERA > ZEROES
              DISPLAY 'VENTAS.TXT CONSOLIDADO PARCIAL GENERADO'
           ELSE
              DISPLAY 'VENTAS.TXT CONSOLIDADO GENERADO'
           END-IF.

       3100-GRABAR-CONSOLIDADO-FIN.
           EXIT.
       3150-ESCRIBIR-VENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3200-GRABAR-ESTADO.

      *---- CONSOLID.TXT acompana siempre al VENTAS.TXT recien
      *---- grabado, con la fecha de su header: una sucursal por
      *---- registro y su estado.

           OPEN OUTPUT ARC-CONSOLID.

           IF NOT FS-CONSOLID-OK
              DISPLAY 'ERROR AL ABRIR CONSOLID.TXT'
              DISPLAY 'FILE STATUS: ' FS-CONSOLID
              MOVE 8                        TO RETURN-CODE
              GO TO 3200-GRABAR-ESTADO-FIN
           END-IF.

           PERFORM 3210-GRABAR-REGISTRO-ESTADO
              THRU 3210-GRABAR-REGISTRO-ESTADO-FIN
              VARYING WS-SUC-ACTUAL FROM 1 BY 1
                UNTIL WS-SUC-ACTUAL > WS-CANT-SUCURSALES.

           CLOSE ARC-CONSOLID.

       3200-GRABAR-ESTADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3210-GRABAR-REGISTRO-ESTADO.

           MOVE WS-EST-REGISTRO (WS-SUC-ACTUAL)
                                            TO WS-REG-CONSOLID.

      *---- Un numero que no figuraba en un CONSOLID.TXT editado a
      *---- mano no se inventa.
           IF WS-CSL-NRO-SUCURSAL NOT EQUAL WS-SUC-ACTUAL
              GO TO 3210-GRABAR-REGISTRO-ESTADO-FIN
           END-IF.

           MOVE WS-FECHA-CONSOLIDADO        TO WS-CSL-FECHA.
           MOVE WS-REG-CONSOLID             TO WS-ARC-CONSOLID.

           WRITE WS-ARC-CONSOLID.

           IF NOT FS-CONSOLID-OK
              DISPLAY 'ERROR AL ESCRIBIR CONSOLID.TXT: ' FS-CONSOLID
              MOVE 8                        TO RETURN-CODE
           END-IF.

       3210-GRABAR-REGISTRO-ESTADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3300-INFORMAR-INCOMPLETO.

      *---- El periodo queda incompleto: se deja bien a la vista que
      *---- sucursales faltan y por que.

           DISPLAY '*** PERIODO INCOMPLETO: VENTAS.TXT ES UN '
                   'CONSOLIDADO PARCIAL ***'.

           PERFORM 3310-INFORMAR-SUCURSAL
              THRU 3310-INFORMAR-SUCURSAL-FIN
              VARYING WS-SUC-ACTUAL FROM 1 BY 1
                UNTIL WS-SUC-ACTUAL > WS-CANT-SUCURSALES.

           DISPLAY 'CUANDO LLEGUEN LOS ARCHIVOS CORREGIDOS: CL15EJ07 '
                   'EN MODO R (RECUPERO)'.

       3300-INFORMAR-INCOMPLETO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3310-INFORMAR-SUCURSAL.

           MOVE WS-EST-REGISTRO (WS-SUC-ACTUAL)
                                            TO WS-REG-CONSOLID.

           IF WS-CSL-NRO-SUCURSAL EQUAL WS-SUC-ACTUAL
              AND WS-CSL-ES-AUSENTE
              IF WS-CSL-ES-CUARENTENA
                 DISPLAY 'FALTA ' WS-CSL-ARCHIVO ' '
                         WS-CSL-SUCURSAL ' CUARENTENA: '
                         WS-CSL-MOTIVO
              ELSE
                 DISPLAY 'FALTA ' WS-CSL-ARCHIVO ' '
                         WS-CSL-SUCURSAL ' FALTANTE  : '
                         WS-CSL-MOTIVO
              END-IF
           END-IF.

       3310-INFORMAR-SUCURSAL-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL15EJ07.
