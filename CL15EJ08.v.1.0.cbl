      * Author: GABRIELA C RODRIGUEZ
      * Date: 01/09/2026
      * Purpose: MANTENIMIENTO INTERACTIVO DE LA TABLA DE REGLAS DE
      *          COMISION COMISION.TXT (TASA POR SECTOR, TRAMOS
      *          ADICIONALES POR VOLUMEN MENSUAL, PREMIO POR
      *          CUMPLIMIENTO DE CUOTA Y SOBRECOMISION DE
      *          SUPERVISOR), EL EQUIVALENTE DE
      *          CL15EJ02 PARA LAS REGLAS QUE CL15EJ01 APLICA AL
      *          VALORIZAR CADA EMPLEADO. NINGUN CAMBIO VA DIRECTO A
      *          LA TABLA: SE CARGA COMO PROPUESTA PENDIENTE
      *          (PROPUESTAS.TXT, CON OPERADOR, FECHA Y MOTIVO) Y
      *          OTRO OPERADOR LA APRUEBA O LA RECHAZA. LAS APROBADAS
      *          SE APLICAN A LA TABLA, QUE SUBE DE VERSION, Y QUEDAN
      *          EN CAMBREGLAS.TXT CON SU VALOR ANTES Y DESPUES. LA
      *          TABLA SE CARGA ENTERA EN MEMORIA AL INICIO Y SE
      *          REGRABA COMPLETA AL SALIR, COMO HACE CL15EJ05 CON
      *          VENTAS.TXT, SOLO SI SE APROBO ALGO EN LA SESION.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COMISION.

      * TABLA NUEVA QUE SE ARMA AL SALIR (COMISION.TXT.NEW). RECIEN
      * CUANDO QUEDO GRABADA ENTERA, Y CON LA PISTA YA ASENTADA,
      * REEMPLAZA A COMISION.TXT (VER 3080-REEMPLAZAR-REGLAS).
       SELECT SAL-COMISION-NUEVA
           ASSIGN DYNAMIC WS-PATH-COMISION-NUEVA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COMISION-NUEVA.

      * PROPUESTAS DE CAMBIO A LAS REGLAS, PENDIENTES Y RESUELTAS: SE
      * CARGA ENTERO AL INICIO Y SE REGRABA AL SALIR, COMO LA TABLA.
       SELECT ENT-PROPUESTAS
           ASSIGN DYNAMIC WS-PATH-PROPUESTAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PROPUESTAS.

      * PISTA DE CAMBIOS DE LAS REGLAS, SIEMPRE EN EXTEND: UN REGISTRO
      * POR PROPUESTA APROBADA Y APLICADA (VER 3500-GRABAR-PISTA).
       SELECT OPTIONAL SAL-CAMBREGLAS
           ASSIGN DYNAMIC WS-PATH-CAMBREGLAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CAMBREGLAS.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-COMISION.
       01 WS-ENT-COMISION                   PIC X(25).

       FD SAL-COMISION-NUEVA.
       01 WS-SAL-COMISION-NUEVA             PIC X(25).

       FD ENT-PROPUESTAS.
       01 WS-ENT-PROPUESTAS                 PIC X(173).

       FD SAL-CAMBREGLAS.
      * FORMATO DEL ARCHIVO DE SALIDA "CAMBREGLAS.TXT"
          COPY CAMBREGLAS.

       WORKING-STORAGE SECTION.

      * FORMATO DEL ARCHIVO "COMISION.TXT" (TASAS POR SECTOR Y TRAMOS)
          COPY COMISION.

      * FORMATO DEL ARCHIVO "PROPUESTAS.TXT"
          COPY PROPUESTA.

       01 FS-STATUS.
          05 FS-COMISION                    PIC X(2).
             88 FS-COMISION-OK                  VALUE '00'.
             88 FS-COMISION-EOF                 VALUE '10'.
             88 FS-COMISION-NFD                 VALUE '35'.
          05 FS-COMISION-NUEVA              PIC X(2).
             88 FS-COMISION-NUEVA-OK            VALUE '00'.
          05 FS-PROPUESTAS                  PIC X(2).
             88 FS-PROPUESTAS-OK                VALUE '00'.
             88 FS-PROPUESTAS-EOF               VALUE '10'.
             88 FS-PROPUESTAS-NFD               VALUE '35'.
      * EL '05' ES EL OPEN EXTEND EXITOSO DE UNA PISTA QUE TODAVIA NO
      * EXISTIA (LA PRIMERA APROBACION).
          05 FS-CAMBREGLAS                  PIC X(2).
             88 FS-CAMBREGLAS-OK                VALUE '00' '05'.

      * DIRECTORIO DONDE SE ENCUENTRA COMISION.TXT. SE ARMA A PARTIR
      * DE WS-PATH-DIRECTORIO EN 1005-DEFINIR-PATH.
       01 WS-PATHS.
          05 WS-PATH-DIRECTORIO              PIC X(60) VALUE '..'.
          05 WS-PATH-COMISION                PIC X(80).
          05 WS-PATH-COMISION-NUEVA          PIC X(80).
          05 WS-PATH-PROPUESTAS              PIC X(80).
          05 WS-PATH-CAMBREGLAS              PIC X(80).

       01 WS-SWITCHES.
          05 WS-SW-FIN                      PIC X(01) VALUE 'N'.
             88 WS-SW-FIN-SI                    VALUE 'S'.
      * UN ERROR AL CARGAR LA TABLA O LAS PROPUESTAS TERMINA EL
      * PROGRAMA SIN GRABAR NADA: REGRABAR UNA TABLA CARGADA A MEDIAS
      * BORRARIA REGLAS APROBADAS.
          05 WS-SW-ABORTAR                  PIC X(01) VALUE 'N'.
             88 WS-SW-ABORTAR-SI                VALUE 'S'.
          05 WS-SW-REGLAS-CAMBIADAS         PIC X(01) VALUE 'N'.
             88 WS-SW-REGLAS-CAMBIADAS-SI       VALUE 'S'.
          05 WS-SW-PROPUESTAS-CAMBIADAS     PIC X(01) VALUE 'N'.
             88 WS-SW-PROPUESTAS-CAMBIADAS-SI   VALUE 'S'.
          05 WS-SW-PENDIENTE-REPETIDA       PIC X(01) VALUE 'N'.
             88 WS-SW-PENDIENTE-REPETIDA-SI     VALUE 'S'.
          05 WS-SW-ERROR-GRABACION          PIC X(01) VALUE 'N'.
             88 WS-SW-ERROR-GRABACION-SI        VALUE 'S'.

      * TASAS POR SECTOR Y TRAMOS POR VOLUMEN CARGADOS EN MEMORIA.
      * LOS TOPES SON LOS MISMOS QUE USA CL15EJ01 AL APLICAR LA
             10 WS-TRAMO-UMBRAL             PIC 9(10)V9(02).
             10 WS-TRAMO-PCT                PIC 9(02)V9(02).

      * PROPUESTAS LEIDAS DE PROPUESTAS.TXT MAS LAS CARGADAS EN LA
      * SESION. LA MARCA DE SESION SENALA LAS APROBADAS AHORA, QUE SON
      * LAS QUE VAN A CAMBREGLAS.TXT AL GRABAR.
       01 WS-TABLA-PROPUESTAS.
          05 WS-PROP-CANT                   PIC 9(03) VALUE 0.
          05 WS-PROP-TABLA OCCURS 999 TIMES
                           INDEXED BY WS-PROP-IDX.
             10 WS-PROP-REGISTRO.
                15 WS-PROP-NUMERO           PIC 9(06).
                15 WS-PROP-ESTADO           PIC X(01).
                   88 WS-PROP-ES-PENDIENTE      VALUE 'P'.
                15 FILLER                   PIC X(166).
             10 WS-PROP-SESION              PIC X(01).
                88 WS-PROP-APROBADA-SESION      VALUE 'S'.

      * PORCENTAJE DE PREMIO POR CUMPLIMIENTO DE CUOTA (REGISTRO 'P').
      * EN CERO NO SE PAGA PREMIO Y NO SE GRABA EL REGISTRO.
       77 WS-PREMIO-PCT                     PIC 9(02)V9(02) VALUE 0.
      * PORCENTAJE DE SOBRECOMISION DE SUPERVISOR (REGISTRO 'O'), CON
      * EL MISMO CRITERIO: EN CERO NO SE PAGA Y NO SE GRABA.
       77 WS-SOBRECOM-PCT                   PIC 9(02)V9(02) VALUE 0.
      * VERSION VIGENTE DE LA TABLA (REGISTRO 'V') Y LA QUE TOMA SI EN
      * LA SESION SE APRUEBA ALGUNA PROPUESTA.
       77 WS-VERSION-REGLAS                 PIC 9(06) VALUE 0.
       77 WS-VERSION-FECHA                  PIC 9(08) VALUE 0.
       77 WS-VERSION-APROBADOR              PIC X(08) VALUE SPACES.
       77 WS-VERSION-NUEVA                  PIC 9(06) VALUE 0.
      * ULTIMO NUMERO DE PROPUESTA USADO.
       77 WS-ULTIMA-PROPUESTA               PIC 9(06) VALUE 0.
       77 WS-CONT-PENDIENTES                PIC 9(03) VALUE 0.
       77 WS-CONT-APROBADAS                 PIC 9(03) VALUE 0.
       77 WS-CONT-RECHAZADAS                PIC 9(03) VALUE 0.
       77 WS-OPCION                         PIC X(01).
       77 WS-TASA-AUX                       PIC 9(02) VALUE 0.
       77 WS-TRAMO-AUX                      PIC 9(02) VALUE 0.
       77 WS-CONT-LISTADO                   PIC 9(02) VALUE 0.
       77 WS-FORMAT-PCT                     PIC Z9,99.
       77 WS-FORMAT-UMBRAL                  PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-FORMAT-PCT-NUEVA               PIC Z9,99.
       77 WS-TEXTO-ANTERIOR                 PIC X(08) VALUE SPACES.
      * REGISTROS DE LA SESION YA ASENTADOS EN CAMBREGLAS.TXT, PARA
      * AVISAR SI DESPUES LA TABLA NO SE LLEGA A REEMPLAZAR.
       77 WS-CONT-PISTA                     PIC 9(03) VALUE 0.
       77 WS-DELETE-STATUS                  PIC S9(08) COMP-5 VALUE 0.
       77 WS-RENAME-STATUS                  PIC S9(08) COMP-5 VALUE 0.

      * PROPUESTA QUE SE ESTA CARGANDO Y CLAVE DE SU REGLA, MIENTRAS
      * SE BUSCA OTRA PENDIENTE SOBRE LA MISMA (VER 2610). LA FAMILIA
      * ES LA OPCION CON LAS BAJAS LLEVADAS A SU ALTA ('X' A 'S' Y
      * 'U' A 'T').
       01 WS-PROPUESTA-NUEVA                PIC X(173).
       01 WS-CLAVE-BUSQUEDA.
          05 WS-BUS-FAMILIA                 PIC X(01).
          05 WS-BUS-SECTOR                  PIC X(20).
          05 WS-BUS-UMBRAL                  PIC 9(10)V9(02).
          05 WS-CMP-FAMILIA                 PIC X(01).

      * QUIEN ESTA AL TECLADO EN ESTA SESION: QUEDA COMO PROPONENTE DE
      * LO QUE CARGA Y COMO REVISOR DE LO QUE APRUEBA O RECHAZA.
       77 WS-OPERADOR                       PIC X(08) VALUE SPACES.

       01 WS-FECHA-HOY                      PIC 9(08) VALUE 0.
       01 WS-HORA-AHORA                     PIC 9(08) VALUE 0.
       01 WS-HORA-AHORA-R REDEFINES WS-HORA-AHORA.
          05 WS-HORA-HHMMSS                 PIC 9(06).
          05 FILLER                         PIC 9(02).

      * REGLA VIGENTE QUE TOCA UNA PROPUESTA (VER 2820-BUSCAR-VIGENTE):
      * SI EXISTE, SU TASA Y SU POSICION EN LA TABLA.
       01 WS-VIGENTE.
          05 WS-VIG-EXISTE                  PIC X(01).
             88 WS-VIG-EXISTE-SI                VALUE 'S'.
          05 WS-VIG-TASA                    PIC 9(02)V9(02).

       01 WS-DATOS-INGRESADOS.
          05 WS-IN-SECTOR                   PIC X(20).
          05 WS-IN-TASA                     PIC 9(04).
          05 WS-IN-UMBRAL                   PIC 9(12).
          05 WS-UMBRAL-V                    PIC 9(10)V9(02).
          05 WS-IN-NUMERO                   PIC 9(06).
          05 WS-IN-MOTIVO                   PIC X(40).
          05 WS-IN-DECISION                 PIC X(01).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF NOT WS-SW-ABORTAR-SI
              PERFORM 2000-PROCESAR-MENU
                 THRU 2000-PROCESAR-MENU-FIN
                UNTIL WS-SW-FIN-SI
           PERFORM 1005-DEFINIR-PATH
              THRU 1005-DEFINIR-PATH-FIN.

           PERFORM 1010-PEDIR-OPERADOR
              THRU 1010-PEDIR-OPERADOR-FIN.

           IF WS-SW-ABORTAR-SI
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           OPEN INPUT ENT-COMISION.

           EVALUATE TRUE
                       THRU 1100-CARGAR-REGLA-FIN
                      UNTIL FS-COMISION-EOF
                    CLOSE ENT-COMISION
                    DISPLAY 'VERSION DE LAS REGLAS    : '
                            WS-VERSION-REGLAS
                    DISPLAY 'TASAS DE SECTOR CARGADAS : '
                            WS-TASA-CANT
                    DISPLAY 'TRAMOS POR VOLUMEN       : '
                            WS-TRAMO-CANT
                    MOVE WS-PREMIO-PCT      TO WS-FORMAT-PCT
                    DISPLAY 'PREMIO POR CUOTA         : '
                            WS-FORMAT-PCT ' %'
                    MOVE WS-SOBRECOM-PCT    TO WS-FORMAT-PCT
                    DISPLAY 'SOBRECOMISION SUPERVISOR : '
                            WS-FORMAT-PCT ' %'
               WHEN FS-COMISION-NFD
                    DISPLAY 'NO EXISTE COMISION.TXT, SE CREARA UNO '
                            'NUEVO CUANDO SE APRUEBE LA PRIMERA '
                            'PROPUESTA'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR COMISION.TXT'
                    DISPLAY 'FILE STATUS: ' FS-COMISION
                    MOVE 8                  TO RETURN-CODE
                    SET WS-SW-ABORTAR-SI    TO TRUE
           END-EVALUATE.

           IF NOT WS-SW-ABORTAR-SI
              PERFORM 1200-CARGAR-PROPUESTAS
                 THRU 1200-CARGAR-PROPUESTAS-FIN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
             INTO WS-PATH-COMISION
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/COMISION.TXT.NEW'        DELIMITED BY SIZE
             INTO WS-PATH-COMISION-NUEVA
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/PROPUESTAS.TXT'          DELIMITED BY SIZE
             INTO WS-PATH-PROPUESTAS
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/CAMBREGLAS.TXT'          DELIMITED BY SIZE
             INTO WS-PATH-CAMBREGLAS
           END-STRING.

       1005-DEFINIR-PATH-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1010-PEDIR-OPERADOR.

      *---- Sin operador no se opera: es lo que distingue a quien
      *---- propone un cambio de quien lo aprueba. Se pasa a
      *---- mayusculas para que las mismas iniciales escritas de otra
      *---- forma no pasen por otro operador.

           DISPLAY 'OPERADOR (INICIALES): '.
           ACCEPT WS-OPERADOR.

           INSPECT WS-OPERADOR CONVERTING
              'abcdefghijklmnopqrstuvwxyz' TO
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           IF WS-OPERADOR EQUAL SPACES
              DISPLAY 'OPERADOR OBLIGATORIO, EL PROGRAMA TERMINA'
              MOVE 8                        TO RETURN-CODE
              SET WS-SW-ABORTAR-SI          TO TRUE
           END-IF.

       1010-PEDIR-OPERADOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-REGLA.

           READ ENT-COMISION.

           IF FS-COMISION-OK
              MOVE WS-ENT-COMISION          TO WS-REG-COMISION
           END-IF.

           EVALUATE TRUE
               WHEN FS-COMISION-OK AND WS-COM-ES-SECTOR
                    IF WS-TASA-CANT < 50
                       DISPLAY 'TABLA DE TRAMOS LLENA, SE DESCARTA '
                               'EL TRAMO LEIDO'
                    END-IF
               WHEN FS-COMISION-OK AND WS-COM-ES-PREMIO
                    MOVE WS-COM-P-TASA      TO WS-PREMIO-PCT
               WHEN FS-COMISION-OK AND WS-COM-ES-SOBRECOMISION
                    MOVE WS-COM-O-TASA      TO WS-SOBRECOM-PCT
               WHEN FS-COMISION-OK AND WS-COM-ES-VERSION
                    MOVE WS-COM-V-VERSION   TO WS-VERSION-REGLAS
                    MOVE WS-COM-V-FECHA     TO WS-VERSION-FECHA
                    MOVE WS-COM-V-APROBADOR TO WS-VERSION-APROBADOR
               WHEN FS-COMISION-OK
                    DISPLAY 'COMISION.TXT: TIPO DE REGISTRO '
                            'DESCONOCIDO, SE DESCARTA: ' WS-COM-TIPO
                    DISPLAY 'ERROR AL LEER COMISION.TXT'
                    DISPLAY 'FILE STATUS: ' FS-COMISION
                    MOVE 8                  TO RETURN-CODE
                    SET WS-SW-ABORTAR-SI    TO TRUE
                    MOVE '10'               TO FS-COMISION
           END-EVALUATE.

       1100-CARGAR-REGLA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1200-CARGAR-PROPUESTAS.

      *---- Todavia sin PROPUESTAS.TXT (nunca se propuso nada) se
      *---- arranca con la tabla vacia; se crea al grabar la primera.

           OPEN INPUT ENT-PROPUESTAS.

           EVALUATE TRUE
               WHEN FS-PROPUESTAS-OK
                    PERFORM 1210-LEER-PROPUESTA
                       THRU 1210-LEER-PROPUESTA-FIN
                      UNTIL FS-PROPUESTAS-EOF
                    CLOSE ENT-PROPUESTAS
               WHEN FS-PROPUESTAS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR PROPUESTAS.TXT'
                    DISPLAY 'FILE STATUS: ' FS-PROPUESTAS
                    MOVE 8                  TO RETURN-CODE
                    SET WS-SW-ABORTAR-SI    TO TRUE
           END-EVALUATE.

           DISPLAY 'PROPUESTAS PENDIENTES    : ' WS-CONT-PENDIENTES.

       1200-CARGAR-PROPUESTAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1210-LEER-PROPUESTA.

           READ ENT-PROPUESTAS.

           EVALUATE TRUE
               WHEN FS-PROPUESTAS-OK
      *---- Las resueltas tambien se guardan: el archivo se regraba
      *---- entero y son la constancia de quien aprobo o rechazo que.
      *---- Una tabla llena aborta por el mismo motivo.
                    IF WS-PROP-CANT < 999
                       ADD 1                TO WS-PROP-CANT
                       SET WS-PROP-IDX      TO WS-PROP-CANT
                       MOVE WS-ENT-PROPUESTAS
                                   TO WS-PROP-REGISTRO (WS-PROP-IDX)
                       MOVE 'N'             TO WS-PROP-SESION
                                                (WS-PROP-IDX)
                       IF WS-PROP-NUMERO (WS-PROP-IDX)
                          > WS-ULTIMA-PROPUESTA
                          MOVE WS-PROP-NUMERO (WS-PROP-IDX)
                                            TO WS-ULTIMA-PROPUESTA
                       END-IF
                       IF WS-PROP-ES-PENDIENTE (WS-PROP-IDX)
                          ADD 1             TO WS-CONT-PENDIENTES
                       END-IF
                    ELSE
                       DISPLAY 'PROPUESTAS.TXT SUPERA LAS 999 '
                               'PROPUESTAS, EL PROGRAMA TERMINA'
                       MOVE 8               TO RETURN-CODE
                       SET WS-SW-ABORTAR-SI TO TRUE
                       MOVE '10'            TO FS-PROPUESTAS
                    END-IF
               WHEN FS-PROPUESTAS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER PROPUESTAS.TXT'
                    DISPLAY 'FILE STATUS: ' FS-PROPUESTAS
                    MOVE 8                  TO RETURN-CODE
                    SET WS-SW-ABORTAR-SI    TO TRUE
                    MOVE '10'               TO FS-PROPUESTAS
           END-EVALUATE.

       1210-LEER-PROPUESTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR-MENU.

           DISPLAY ' '.
           DISPLAY '====== MANTENIMIENTO DE REGLAS DE COMISION ======'.
           DISPLAY 'S - PROPONER TASA DE UN SECTOR'.
           DISPLAY 'X - PROPONER ELIMINAR TASA DE UN SECTOR'.
           DISPLAY 'T - PROPONER TRAMO POR VOLUMEN'.
           DISPLAY 'U - PROPONER ELIMINAR TRAMO POR VOLUMEN'.
           DISPLAY 'P - PROPONER PREMIO POR CUMPLIMIENTO DE CUOTA'.
           DISPLAY 'O - PROPONER SOBRECOMISION DE SUPERVISOR'.
           DISPLAY 'V - VER PROPUESTAS PENDIENTES'.
           DISPLAY 'A - APROBAR/RECHAZAR UNA PROPUESTA'.
           DISPLAY 'L - LISTADO DE REGLAS VIGENTES'.
           DISPLAY 'F - FIN Y GRABAR'.
           DISPLAY 'OPCION: '.
           ACCEPT WS-OPCION.

           EVALUATE WS-OPCION
               WHEN 'S'
                    PERFORM 2100-PROPONER-TASA
                       THRU 2100-PROPONER-TASA-FIN
               WHEN 'X'
                    PERFORM 2200-PROPONER-BAJA-TASA
                       THRU 2200-PROPONER-BAJA-TASA-FIN
               WHEN 'T'
                    PERFORM 2300-PROPONER-TRAMO
                       THRU 2300-PROPONER-TRAMO-FIN
               WHEN 'U'
                    PERFORM 2400-PROPONER-BAJA-TRAMO
                       THRU 2400-PROPONER-BAJA-TRAMO-FIN
               WHEN 'P'
                    PERFORM 2450-PROPONER-PREMIO
                       THRU 2450-PROPONER-PREMIO-FIN
               WHEN 'O'
                    PERFORM 2460-PROPONER-SOBRECOMISION
                       THRU 2460-PROPONER-SOBRECOMISION-FIN
               WHEN 'V'
                    PERFORM 2700-LISTAR-PENDIENTES
                       THRU 2700-LISTAR-PENDIENTES-FIN
               WHEN 'A'
                    PERFORM 2800-RESOLVER-PROPUESTA
                       THRU 2800-RESOLVER-PROPUESTA-FIN
               WHEN 'L'
                    PERFORM 2500-LISTAR-REGLAS
                       THRU 2500-LISTAR-REGLAS-FIN
       2000-PROCESAR-MENU-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-PROPONER-TASA.

           DISPLAY 'SECTOR: '.
           ACCEPT WS-IN-SECTOR.

           IF WS-IN-SECTOR EQUAL SPACES
              DISPLAY 'SECTOR INVALIDO'
              GO TO 2100-PROPONER-TASA-FIN
           END-IF.

           DISPLAY 'TASA DE COMISION (EJ: 0500 = 5,00%): '.

           IF WS-IN-TASA NOT NUMERIC
              DISPLAY 'TASA INVALIDA'
              GO TO 2100-PROPONER-TASA-FIN
           END-IF.

           INITIALIZE WS-REG-PROPUESTA.
           MOVE 'S'                         TO WS-PRP-OPCION.
           MOVE WS-IN-SECTOR                TO WS-PRP-SECTOR.
           COMPUTE WS-PRP-TASA-NUEVA = WS-IN-TASA / 100.

           PERFORM 2600-REGISTRAR-PROPUESTA
              THRU 2600-REGISTRAR-PROPUESTA-FIN.

       2100-PROPONER-TASA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-BUSCAR-EN-TABLA.
      *---- Solo avanza el indice; la condicion de corte (encontrado
      *---- o fin de tabla) se resuelve en el UNTIL del PERFORM.
           CONTINUE.

       2110-BUSCAR-EN-TABLA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-PROPONER-BAJA-TASA.

      *---- El sector eliminado vuelve a cobrar el porcentaje por
      *---- defecto de la corrida. Solo se puede proponer la baja de
      *---- un sector que hoy tiene tasa.

           DISPLAY 'SECTOR A ELIMINAR: '.
           ACCEPT WS-IN-SECTOR.

           INITIALIZE WS-REG-PROPUESTA.
           MOVE 'X'                         TO WS-PRP-OPCION.
           MOVE WS-IN-SECTOR                TO WS-PRP-SECTOR.

           PERFORM 2820-BUSCAR-VIGENTE
              THRU 2820-BUSCAR-VIGENTE-FIN.

           IF NOT WS-VIG-EXISTE-SI
              DISPLAY 'NO HAY UNA TASA CARGADA PARA ESE SECTOR'
              GO TO 2200-PROPONER-BAJA-TASA-FIN
           END-IF.

           PERFORM 2600-REGISTRAR-PROPUESTA
              THRU 2600-REGISTRAR-PROPUESTA-FIN.

       2200-PROPONER-BAJA-TASA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-CORRER-TASA.
       2210-CORRER-TASA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2300-PROPONER-TRAMO.

           DISPLAY 'UMBRAL DEL TRAMO EN CENTAVOS '
                   '(EJ: 000050000000 = 500.000,00): '.
           IF WS-IN-UMBRAL NOT NUMERIC
              OR WS-IN-UMBRAL EQUAL ZEROES
              DISPLAY 'UMBRAL INVALIDO'
              GO TO 2300-PROPONER-TRAMO-FIN
           END-IF.

           DISPLAY 'TASA ADICIONAL DEL TRAMO (EJ: 0100 = 1,00%): '.

           IF WS-IN-TASA NOT NUMERIC
              DISPLAY 'TASA INVALIDA'
              GO TO 2300-PROPONER-TRAMO-FIN
           END-IF.

           INITIALIZE WS-REG-PROPUESTA.
           MOVE 'T'                         TO WS-PRP-OPCION.
           COMPUTE WS-PRP-UMBRAL = WS-IN-UMBRAL / 100.
           COMPUTE WS-PRP-TASA-NUEVA = WS-IN-TASA / 100.

           PERFORM 2600-REGISTRAR-PROPUESTA
              THRU 2600-REGISTRAR-PROPUESTA-FIN.

       2300-PROPONER-TRAMO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2400-PROPONER-BAJA-TRAMO.

           DISPLAY 'UMBRAL DEL TRAMO A ELIMINAR EN CENTAVOS: '.
           ACCEPT WS-IN-UMBRAL.

           IF WS-IN-UMBRAL NOT NUMERIC
              DISPLAY 'UMBRAL INVALIDO'
              GO TO 2400-PROPONER-BAJA-TRAMO-FIN
           END-IF.

           INITIALIZE WS-REG-PROPUESTA.
           MOVE 'U'                         TO WS-PRP-OPCION.
           COMPUTE WS-PRP-UMBRAL = WS-IN-UMBRAL / 100.

           PERFORM 2820-BUSCAR-VIGENTE
              THRU 2820-BUSCAR-VIGENTE-FIN.

           IF NOT WS-VIG-EXISTE-SI
              DISPLAY 'NO HAY UN TRAMO CON ESE UMBRAL'
              GO TO 2400-PROPONER-BAJA-TRAMO-FIN
           END-IF.

           PERFORM 2600-REGISTRAR-PROPUESTA
              THRU 2600-REGISTRAR-PROPUESTA-FIN.

       2400-PROPONER-BAJA-TRAMO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2410-CORRER-TRAMO.

       2410-CORRER-TRAMO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2450-PROPONER-PREMIO.

      *---- Un unico porcentaje para toda la empresa; cargarlo en cero
      *---- deja de pagar el premio sin tocar las cuotas de CUOTAS.TXT.

           DISPLAY 'TASA DE PREMIO POR CUOTA CUMPLIDA '
                   '(EJ: 0050 = 0,50%, 0000 = SIN PREMIO): '.
           ACCEPT WS-IN-TASA.

           IF WS-IN-TASA NOT NUMERIC
              DISPLAY 'TASA INVALIDA'
              GO TO 2450-PROPONER-PREMIO-FIN
           END-IF.

           INITIALIZE WS-REG-PROPUESTA.
           MOVE 'P'                         TO WS-PRP-OPCION.
           COMPUTE WS-PRP-TASA-NUEVA = WS-IN-TASA / 100.

           PERFORM 2600-REGISTRAR-PROPUESTA
              THRU 2600-REGISTRAR-PROPUESTA-FIN.

       2450-PROPONER-PREMIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2460-PROPONER-SOBRECOMISION.

      *---- Tambien un unico porcentaje para toda la empresa, sobre lo
      *---- que vende el equipo de cada supervisor en el maestro.

           DISPLAY 'TASA DE SOBRECOMISION DE SUPERVISOR '
                   '(EJ: 0050 = 0,50%, 0000 = SIN SOBRECOMISION): '.
           ACCEPT WS-IN-TASA.

           IF WS-IN-TASA NOT NUMERIC
              DISPLAY 'TASA INVALIDA'
              GO TO 2460-PROPONER-SOBRECOMISION-FIN
           END-IF.

           INITIALIZE WS-REG-PROPUESTA.
           MOVE 'O'                         TO WS-PRP-OPCION.
           COMPUTE WS-PRP-TASA-NUEVA = WS-IN-TASA / 100.

           PERFORM 2600-REGISTRAR-PROPUESTA
              THRU 2600-REGISTRAR-PROPUESTA-FIN.

       2460-PROPONER-SOBRECOMISION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2500-LISTAR-REGLAS.

           IF WS-VERSION-REGLAS EQUAL ZEROES
              DISPLAY 'VERSION DE LAS REGLAS: 000000 (SIN APROBACIONES '
                      'REGISTRADAS)'
           ELSE
              DISPLAY 'VERSION DE LAS REGLAS: ' WS-VERSION-REGLAS
                      ' APROBADA EL ' WS-VERSION-FECHA
                      ' POR ' WS-VERSION-APROBADOR
           END-IF.

           DISPLAY 'TASAS POR SECTOR:'.
           MOVE ZEROES                      TO WS-CONT-LISTADO.
           PERFORM 2510-LISTAR-TASA
              DISPLAY '  (SIN TRAMOS CARGADOS)'
           END-IF.

           DISPLAY 'PREMIO POR CUMPLIMIENTO DE CUOTA:'.
           IF WS-PREMIO-PCT EQUAL ZEROES
              DISPLAY '  (SIN PREMIO)'
           ELSE
              MOVE WS-PREMIO-PCT            TO WS-FORMAT-PCT
              DISPLAY '  ' WS-FORMAT-PCT ' % SOBRE EL TOTAL DEL MES'
           END-IF.

           DISPLAY 'SOBRECOMISION DE SUPERVISOR:'.
           IF WS-SOBRECOM-PCT EQUAL ZEROES
              DISPLAY '  (SIN SOBRECOMISION)'
           ELSE
              MOVE WS-SOBRECOM-PCT          TO WS-FORMAT-PCT
              DISPLAY '  ' WS-FORMAT-PCT ' % SOBRE EL TOTAL DEL '
                      'EQUIPO'
           END-IF.

           IF WS-SW-REGLAS-CAMBIADAS-SI
              DISPLAY '(INCLUYE LO APROBADO EN ESTA SESION, QUE SE '
                      'GRABA COMO VERSION ' WS-VERSION-NUEVA
                      ' AL SALIR)'
           END-IF.

       2500-LISTAR-REGLAS-FIN.
           EXIT.
      *----------------------------------------------------------------*

       2520-LISTAR-TRAMO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2600-REGISTRAR-PROPUESTA.

      *---- WS-REG-PROPUESTA ya trae la opcion, la regla y el valor
      *---- propuesto. Se completa con la regla vigente, el operador,
      *---- la fecha y el motivo, y queda pendiente en la tabla. No
      *---- se aceptan dos propuestas pendientes sobre la misma regla:
      *---- el revisor no sabria cual de las dos quiso gerencia.

           PERFORM 2610-BUSCAR-PENDIENTE
              THRU 2610-BUSCAR-PENDIENTE-FIN.

           IF WS-SW-PENDIENTE-REPETIDA-SI
              DISPLAY 'YA HAY UNA PROPUESTA PENDIENTE SOBRE ESA '
                      'REGLA, SE DEBE RESOLVER ANTES DE PROPONER '
                      'OTRA'
              GO TO 2600-REGISTRAR-PROPUESTA-FIN
           END-IF.

           IF WS-PROP-CANT NOT < 999
              DISPLAY 'TABLA DE PROPUESTAS LLENA, NO SE AGREGA'
              GO TO 2600-REGISTRAR-PROPUESTA-FIN
           END-IF.

           DISPLAY 'MOTIVO DEL CAMBIO (OBLIGATORIO): '.
           ACCEPT WS-IN-MOTIVO.

           IF WS-IN-MOTIVO EQUAL SPACES
              DISPLAY 'SIN MOTIVO NO SE REGISTRA LA PROPUESTA'
              GO TO 2600-REGISTRAR-PROPUESTA-FIN
           END-IF.

           PERFORM 2820-BUSCAR-VIGENTE
              THRU 2820-BUSCAR-VIGENTE-FIN.

           ACCEPT WS-FECHA-HOY              FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AHORA             FROM TIME.

           ADD 1                            TO WS-ULTIMA-PROPUESTA.
           MOVE WS-ULTIMA-PROPUESTA         TO WS-PRP-NUMERO.
           SET WS-PRP-ES-PENDIENTE          TO TRUE.
           MOVE WS-VIG-EXISTE               TO WS-PRP-EXISTIA.
           MOVE WS-VIG-TASA                 TO WS-PRP-TASA-ANTERIOR.
           MOVE WS-OPERADOR                 TO WS-PRP-OPERADOR.
           MOVE WS-FECHA-HOY                TO WS-PRP-FECHA.
           MOVE WS-HORA-HHMMSS              TO WS-PRP-HORA.
           MOVE WS-IN-MOTIVO                TO WS-PRP-MOTIVO.
           MOVE SPACES                      TO WS-PRP-REVISOR.
           MOVE ZEROES                      TO WS-PRP-FECHA-REVISION.
           MOVE SPACES                      TO WS-PRP-MOTIVO-REVISION.
           MOVE ZEROES                      TO WS-PRP-VERSION.

           ADD 1                            TO WS-PROP-CANT.
           SET WS-PROP-IDX                  TO WS-PROP-CANT.
           MOVE WS-REG-PROPUESTA            TO WS-PROP-REGISTRO
                                                (WS-PROP-IDX).
           MOVE 'N'                         TO WS-PROP-SESION
                                                (WS-PROP-IDX).
           ADD 1                            TO WS-CONT-PENDIENTES.
           SET WS-SW-PROPUESTAS-CAMBIADAS-SI
                                            TO TRUE.

           DISPLAY 'PROPUESTA ' WS-PRP-NUMERO ' REGISTRADA, PENDIENTE '
                   'DE APROBACION POR OTRO OPERADOR'.

       2600-REGISTRAR-PROPUESTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2610-BUSCAR-PENDIENTE.

      *---- La propuesta nueva se guarda aparte mientras se recorre la
      *---- tabla, porque cada pendiente se mira en el mismo layout.
      *---- La baja de una regla es la misma familia que su alta.

           MOVE 'N'                         TO WS-SW-PENDIENTE-REPETIDA.
           MOVE WS-REG-PROPUESTA            TO WS-PROPUESTA-NUEVA.
           MOVE WS-PRP-OPCION               TO WS-BUS-FAMILIA.
           INSPECT WS-BUS-FAMILIA CONVERTING 'XU' TO 'ST'.
           MOVE WS-PRP-SECTOR               TO WS-BUS-SECTOR.
           MOVE WS-PRP-UMBRAL               TO WS-BUS-UMBRAL.

           PERFORM 2620-COMPARAR-PENDIENTE
              THRU 2620-COMPARAR-PENDIENTE-FIN
              VARYING WS-PROP-IDX FROM 1 BY 1
                UNTIL WS-PROP-IDX > WS-PROP-CANT
                   OR WS-SW-PENDIENTE-REPETIDA-SI.

           MOVE WS-PROPUESTA-NUEVA          TO WS-REG-PROPUESTA.

       2610-BUSCAR-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2620-COMPARAR-PENDIENTE.

           IF NOT WS-PROP-ES-PENDIENTE (WS-PROP-IDX)
              GO TO 2620-COMPARAR-PENDIENTE-FIN
           END-IF.

           MOVE WS-PROP-REGISTRO (WS-PROP-IDX)
                                            TO WS-REG-PROPUESTA.
           MOVE WS-PRP-OPCION               TO WS-CMP-FAMILIA.
           INSPECT WS-CMP-FAMILIA CONVERTING 'XU' TO 'ST'.

           IF WS-CMP-FAMILIA NOT EQUAL WS-BUS-FAMILIA
              GO TO 2620-COMPARAR-PENDIENTE-FIN
           END-IF.

           EVALUATE WS-CMP-FAMILIA
               WHEN 'S'
                    IF WS-PRP-SECTOR EQUAL WS-BUS-SECTOR
                       SET WS-SW-PENDIENTE-REPETIDA-SI
                                            TO TRUE
                    END-IF
               WHEN 'T'
                    IF WS-PRP-UMBRAL EQUAL WS-BUS-UMBRAL
                       SET WS-SW-PENDIENTE-REPETIDA-SI
                                            TO TRUE
                    END-IF
               WHEN OTHER
                    SET WS-SW-PENDIENTE-REPETIDA-SI
                                            TO TRUE
           END-EVALUATE.

           IF WS-SW-PENDIENTE-REPETIDA-SI
              DISPLAY 'PROPUESTA PENDIENTE NRO ' WS-PRP-NUMERO
                      ' CARGADA POR ' WS-PRP-OPERADOR
           END-IF.

       2620-COMPARAR-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2700-LISTAR-PENDIENTES.

           DISPLAY 'PROPUESTAS PENDIENTES DE APROBACION:'.

           PERFORM 2710-LISTAR-PENDIENTE
              THRU 2710-LISTAR-PENDIENTE-FIN
              VARYING WS-PROP-IDX FROM 1 BY 1
                UNTIL WS-PROP-IDX > WS-PROP-CANT.

           IF WS-CONT-PENDIENTES EQUAL ZEROES
              DISPLAY '  (NO HAY PROPUESTAS PENDIENTES)'
           END-IF.

       2700-LISTAR-PENDIENTES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2710-LISTAR-PENDIENTE.

           IF WS-PROP-ES-PENDIENTE (WS-PROP-IDX)
              MOVE WS-PROP-REGISTRO (WS-PROP-IDX)
                                            TO WS-REG-PROPUESTA
              PERFORM 2720-MOSTRAR-PROPUESTA
                 THRU 2720-MOSTRAR-PROPUESTA-FIN
           END-IF.

       2710-LISTAR-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2720-MOSTRAR-PROPUESTA.

      *---- Muestra la propuesta de WS-REG-PROPUESTA: quien, cuando y
      *---- por que, y la regla con su valor vigente al proponerla y
      *---- el propuesto.

           DISPLAY '  NRO ' WS-PRP-NUMERO ' CARGADA POR '
                   WS-PRP-OPERADOR ' EL ' WS-PRP-FECHA
                   ' ' WS-PRP-HORA.

           MOVE WS-PRP-TASA-ANTERIOR        TO WS-FORMAT-PCT.
           MOVE WS-PRP-TASA-NUEVA           TO WS-FORMAT-PCT-NUEVA.
           MOVE WS-PRP-UMBRAL               TO WS-FORMAT-UMBRAL.

           IF WS-PRP-EXISTIA EQUAL 'S'
              MOVE SPACES                   TO WS-TEXTO-ANTERIOR
              STRING WS-FORMAT-PCT              DELIMITED BY SIZE
                     ' %'                       DELIMITED BY SIZE
                INTO WS-TEXTO-ANTERIOR
              END-STRING
           ELSE
              MOVE 'NO TIENE'               TO WS-TEXTO-ANTERIOR
           END-IF.

           EVALUATE TRUE
               WHEN WS-PRP-ES-TASA
                    DISPLAY '    TASA DEL SECTOR ' WS-PRP-SECTOR
                            ': ' WS-TEXTO-ANTERIOR ' -> '
                            WS-FORMAT-PCT-NUEVA ' %'
               WHEN WS-PRP-ES-BAJA-TASA
                    DISPLAY '    ELIMINAR LA TASA DEL SECTOR '
                            WS-PRP-SECTOR ' (' WS-TEXTO-ANTERIOR
                            ')'
               WHEN WS-PRP-ES-TRAMO
                    DISPLAY '    TRAMO DESDE ' WS-FORMAT-UMBRAL
                            ': ' WS-TEXTO-ANTERIOR ' -> '
                            WS-FORMAT-PCT-NUEVA ' %'
               WHEN WS-PRP-ES-BAJA-TRAMO
                    DISPLAY '    ELIMINAR EL TRAMO DESDE '
                            WS-FORMAT-UMBRAL ' (' WS-TEXTO-ANTERIOR
                            ')'
               WHEN WS-PRP-ES-PREMIO
                    DISPLAY '    PREMIO POR CUOTA: ' WS-TEXTO-ANTERIOR
                            ' -> ' WS-FORMAT-PCT-NUEVA ' %'
               WHEN WS-PRP-ES-SOBRECOMISION
                    DISPLAY '    SOBRECOMISION DE SUPERVISOR: '
                            WS-TEXTO-ANTERIOR ' -> '
                            WS-FORMAT-PCT-NUEVA ' %'
           END-EVALUATE.

           DISPLAY '    MOTIVO: ' WS-PRP-MOTIVO.

       2720-MOSTRAR-PROPUESTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2800-RESOLVER-PROPUESTA.

      *---- Aprueba o rechaza una propuesta pendiente. Nunca la puede
      *---- resolver el mismo operador que la cargo: es el control de
      *---- segunda persona sobre lo que cobra la fuerza de ventas.

           DISPLAY 'NUMERO DE PROPUESTA: '.
           ACCEPT WS-IN-NUMERO.

           IF WS-IN-NUMERO NOT NUMERIC
              DISPLAY 'NUMERO INVALIDO'
              GO TO 2800-RESOLVER-PROPUESTA-FIN
           END-IF.

           PERFORM 2110-BUSCAR-EN-TABLA
              THRU 2110-BUSCAR-EN-TABLA-FIN
              VARYING WS-PROP-IDX FROM 1 BY 1
                UNTIL WS-PROP-IDX > WS-PROP-CANT
                   OR WS-PROP-NUMERO (WS-PROP-IDX) = WS-IN-NUMERO.

           IF WS-PROP-IDX > WS-PROP-CANT
              DISPLAY 'NO EXISTE LA PROPUESTA ' WS-IN-NUMERO
              GO TO 2800-RESOLVER-PROPUESTA-FIN
           END-IF.

           MOVE WS-PROP-REGISTRO (WS-PROP-IDX)
                                            TO WS-REG-PROPUESTA.

           IF NOT WS-PRP-ES-PENDIENTE
              DISPLAY 'LA PROPUESTA ' WS-PRP-NUMERO ' YA FUE '
                      'RESUELTA POR ' WS-PRP-REVISOR ' EL '
                      WS-PRP-FECHA-REVISION
              GO TO 2800-RESOLVER-PROPUESTA-FIN
           END-IF.

           IF WS-PRP-OPERADOR EQUAL WS-OPERADOR
              DISPLAY 'LA PROPUESTA LA CARGO ' WS-PRP-OPERADOR
                      ': LA TIENE QUE APROBAR O RECHAZAR OTRO '
                      'OPERADOR'
              GO TO 2800-RESOLVER-PROPUESTA-FIN
           END-IF.

           PERFORM 2720-MOSTRAR-PROPUESTA
              THRU 2720-MOSTRAR-PROPUESTA-FIN.

      *---- Si desde que se propuso otra aprobacion toco la misma
      *---- regla, el revisor tiene que saberlo antes de decidir.
           PERFORM 2820-BUSCAR-VIGENTE
              THRU 2820-BUSCAR-VIGENTE-FIN.

           IF WS-VIG-EXISTE NOT EQUAL WS-PRP-EXISTIA
              OR WS-VIG-TASA NOT EQUAL WS-PRP-TASA-ANTERIOR
              IF WS-VIG-EXISTE-SI
                 MOVE WS-VIG-TASA           TO WS-FORMAT-PCT
                 DISPLAY 'ATENCION: LA REGLA CAMBIO DESDE QUE SE '
                         'PROPUSO, HOY ES ' WS-FORMAT-PCT ' %'
              ELSE
                 DISPLAY 'ATENCION: LA REGLA CAMBIO DESDE QUE SE '
                         'PROPUSO, HOY NO EXISTE'
              END-IF
           END-IF.

           DISPLAY 'A = APROBAR, R = RECHAZAR, ENTER = VOLVER SIN '
                   'RESOLVER: '.
           ACCEPT WS-IN-DECISION.

           INSPECT WS-IN-DECISION CONVERTING
              'abcdefghijklmnopqrstuvwxyz' TO
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           EVALUATE WS-IN-DECISION
               WHEN 'A'
                    PERFORM 2830-APROBAR-PROPUESTA
                       THRU 2830-APROBAR-PROPUESTA-FIN
               WHEN 'R'
                    PERFORM 2840-RECHAZAR-PROPUESTA
                       THRU 2840-RECHAZAR-PROPUESTA-FIN
               WHEN OTHER
                    DISPLAY 'LA PROPUESTA SIGUE PENDIENTE'
           END-EVALUATE.

       2800-RESOLVER-PROPUESTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2820-BUSCAR-VIGENTE.

      *---- Busca en la tabla vigente la regla que toca la propuesta
      *---- de WS-REG-PROPUESTA y deja si existe y su tasa. Para las
      *---- tasas de sector y los tramos deja ademas WS-TASA-IDX /
      *---- WS-TRAMO-IDX en su posicion (o uno mas alla del final).

           MOVE 'N'                         TO WS-VIG-EXISTE.
           MOVE ZEROES                      TO WS-VIG-TASA.

           EVALUATE TRUE
               WHEN WS-PRP-ES-TASA OR WS-PRP-ES-BAJA-TASA
                    PERFORM 2110-BUSCAR-EN-TABLA
                       THRU 2110-BUSCAR-EN-TABLA-FIN
                       VARYING WS-TASA-IDX FROM 1 BY 1
                         UNTIL WS-TASA-IDX > WS-TASA-CANT
                            OR WS-TASA-SECTOR (WS-TASA-IDX)
                               = WS-PRP-SECTOR
                    IF WS-TASA-IDX NOT > WS-TASA-CANT
                       MOVE 'S'             TO WS-VIG-EXISTE
                       MOVE WS-TASA-PCT (WS-TASA-IDX)
                                            TO WS-VIG-TASA
                    END-IF
               WHEN WS-PRP-ES-TRAMO OR WS-PRP-ES-BAJA-TRAMO
                    PERFORM 2110-BUSCAR-EN-TABLA
                       THRU 2110-BUSCAR-EN-TABLA-FIN
                       VARYING WS-TRAMO-IDX FROM 1 BY 1
                         UNTIL WS-TRAMO-IDX > WS-TRAMO-CANT
                            OR WS-TRAMO-UMBRAL (WS-TRAMO-IDX)
                               = WS-PRP-UMBRAL
                    IF WS-TRAMO-IDX NOT > WS-TRAMO-CANT
                       MOVE 'S'             TO WS-VIG-EXISTE
                       MOVE WS-TRAMO-PCT (WS-TRAMO-IDX)
                                            TO WS-VIG-TASA
                    END-IF
               WHEN WS-PRP-ES-PREMIO
                    IF WS-PREMIO-PCT > ZEROES
                       MOVE 'S'             TO WS-VIG-EXISTE
                       MOVE WS-PREMIO-PCT   TO WS-VIG-TASA
                    END-IF
               WHEN WS-PRP-ES-SOBRECOMISION
                    IF WS-SOBRECOM-PCT > ZEROES
                       MOVE 'S'             TO WS-VIG-EXISTE
                       MOVE WS-SOBRECOM-PCT TO WS-VIG-TASA
                    END-IF
           END-EVALUATE.

       2820-BUSCAR-VIGENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2830-APROBAR-PROPUESTA.

      *---- Una baja de una regla que ya no existe, o un alta con la
      *---- tabla llena, no se puede aplicar: solo queda rechazarla.

           IF (WS-PRP-ES-BAJA-TASA OR WS-PRP-ES-BAJA-TRAMO)
              AND NOT WS-VIG-EXISTE-SI
              DISPLAY 'LA REGLA YA NO EXISTE: LA PROPUESTA SOLO SE '
                      'PUEDE RECHAZAR'
              GO TO 2830-APROBAR-PROPUESTA-FIN
           END-IF.

           IF WS-PRP-ES-TASA AND NOT WS-VIG-EXISTE-SI
              AND WS-TASA-CANT NOT < 50
              DISPLAY 'TABLA DE TASAS LLENA, NO SE PUEDE APLICAR'
              GO TO 2830-APROBAR-PROPUESTA-FIN
           END-IF.

           IF WS-PRP-ES-TRAMO AND NOT WS-VIG-EXISTE-SI
              AND WS-TRAMO-CANT NOT < 10
              DISPLAY 'TABLA DE TRAMOS LLENA, NO SE PUEDE APLICAR'
              GO TO 2830-APROBAR-PROPUESTA-FIN
           END-IF.

           DISPLAY 'COMENTARIO DE LA APROBACION (OPCIONAL): '.
           ACCEPT WS-IN-MOTIVO.

      *---- Todo lo que se aprueba en la sesion entra en una misma
      *---- version nueva de la tabla.
           IF NOT WS-SW-REGLAS-CAMBIADAS-SI
              COMPUTE WS-VERSION-NUEVA = WS-VERSION-REGLAS + 1
              SET WS-SW-REGLAS-CAMBIADAS-SI TO TRUE
           END-IF.

           PERFORM 2850-APLICAR-PROPUESTA
              THRU 2850-APLICAR-PROPUESTA-FIN.

      *---- El valor anterior que queda es el que se acaba de pisar,
      *---- que es el que tiene que figurar en la pista de cambios.
           ACCEPT WS-FECHA-HOY              FROM DATE YYYYMMDD.

           MOVE WS-VIG-EXISTE               TO WS-PRP-EXISTIA.
           MOVE WS-VIG-TASA                 TO WS-PRP-TASA-ANTERIOR.
           SET WS-PRP-ES-APROBADA           TO TRUE.
           MOVE WS-OPERADOR                 TO WS-PRP-REVISOR.
           MOVE WS-FECHA-HOY                TO WS-PRP-FECHA-REVISION.
           MOVE WS-IN-MOTIVO                TO WS-PRP-MOTIVO-REVISION.
           MOVE WS-VERSION-NUEVA            TO WS-PRP-VERSION.

           MOVE WS-REG-PROPUESTA            TO WS-PROP-REGISTRO
                                                (WS-PROP-IDX).
           MOVE 'S'                         TO WS-PROP-SESION
                                                (WS-PROP-IDX).
           SUBTRACT 1                       FROM WS-CONT-PENDIENTES.
           ADD 1                            TO WS-CONT-APROBADAS.
           SET WS-SW-PROPUESTAS-CAMBIADAS-SI
                                            TO TRUE.

           DISPLAY 'PROPUESTA ' WS-PRP-NUMERO ' APROBADA: ENTRA EN '
                   'LA VERSION ' WS-VERSION-NUEVA ' DE LAS REGLAS '
                   'AL GRABAR'.

       2830-APROBAR-PROPUESTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2840-RECHAZAR-PROPUESTA.

           DISPLAY 'MOTIVO DEL RECHAZO (OBLIGATORIO): '.
           ACCEPT WS-IN-MOTIVO.

           IF WS-IN-MOTIVO EQUAL SPACES
              DISPLAY 'SIN MOTIVO NO SE RECHAZA, LA PROPUESTA SIGUE '
                      'PENDIENTE'
              GO TO 2840-RECHAZAR-PROPUESTA-FIN
           END-IF.

           ACCEPT WS-FECHA-HOY              FROM DATE YYYYMMDD.

           SET WS-PRP-ES-RECHAZADA          TO TRUE.
           MOVE WS-OPERADOR                 TO WS-PRP-REVISOR.
           MOVE WS-FECHA-HOY                TO WS-PRP-FECHA-REVISION.
           MOVE WS-IN-MOTIVO                TO WS-PRP-MOTIVO-REVISION.

           MOVE WS-REG-PROPUESTA            TO WS-PROP-REGISTRO
                                                (WS-PROP-IDX).
           SUBTRACT 1                       FROM WS-CONT-PENDIENTES.
           ADD 1                            TO WS-CONT-RECHAZADAS.
           SET WS-SW-PROPUESTAS-CAMBIADAS-SI
                                            TO TRUE.

           DISPLAY 'PROPUESTA ' WS-PRP-NUMERO ' RECHAZADA'.

       2840-RECHAZAR-PROPUESTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2850-APLICAR-PROPUESTA.

      *---- Aplica a la tabla en memoria la propuesta aprobada. La
      *---- posicion de la regla la dejo 2820-BUSCAR-VIGENTE; una baja
      *---- corre el resto de la tabla un lugar hacia atras para no
      *---- dejar agujeros al regrabar.

           EVALUATE TRUE
               WHEN WS-PRP-ES-TASA
                    IF NOT WS-VIG-EXISTE-SI
                       ADD 1                TO WS-TASA-CANT
                       SET WS-TASA-IDX      TO WS-TASA-CANT
                       MOVE WS-PRP-SECTOR   TO WS-TASA-SECTOR
                                                (WS-TASA-IDX)
                    END-IF
                    MOVE WS-PRP-TASA-NUEVA  TO WS-TASA-PCT
                                                (WS-TASA-IDX)
               WHEN WS-PRP-ES-BAJA-TASA
                    SET WS-TASA-AUX         TO WS-TASA-IDX
                    PERFORM 2210-CORRER-TASA
                       THRU 2210-CORRER-TASA-FIN
                      UNTIL WS-TASA-AUX >= WS-TASA-CANT
                    SUBTRACT 1              FROM WS-TASA-CANT
               WHEN WS-PRP-ES-TRAMO
                    IF NOT WS-VIG-EXISTE-SI
                       ADD 1                TO WS-TRAMO-CANT
                       SET WS-TRAMO-IDX     TO WS-TRAMO-CANT
                       MOVE WS-PRP-UMBRAL   TO WS-TRAMO-UMBRAL
                                                (WS-TRAMO-IDX)
                    END-IF
                    MOVE WS-PRP-TASA-NUEVA  TO WS-TRAMO-PCT
                                                (WS-TRAMO-IDX)
               WHEN WS-PRP-ES-BAJA-TRAMO
                    SET WS-TRAMO-AUX        TO WS-TRAMO-IDX
                    PERFORM 2410-CORRER-TRAMO
                       THRU 2410-CORRER-TRAMO-FIN
                      UNTIL WS-TRAMO-AUX >= WS-TRAMO-CANT
                    SUBTRACT 1              FROM WS-TRAMO-CANT
               WHEN WS-PRP-ES-PREMIO
                    MOVE WS-PRP-TASA-NUEVA  TO WS-PREMIO-PCT
               WHEN WS-PRP-ES-SOBRECOMISION
                    MOVE WS-PRP-TASA-NUEVA  TO WS-SOBRECOM-PCT
           END-EVALUATE.

       2850-APLICAR-PROPUESTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

      *---- Si en la sesion se aprobo algo, la tabla se graba
      *---- completa con su version nueva en COMISION.TXT.NEW, cada
      *---- cambio aplicado va a CAMBREGLAS.TXT y recien entonces la
      *---- tabla nueva reemplaza a COMISION.TXT. Sin pista, o si
      *---- falla la tabla nueva o la pista, COMISION.TXT queda como
      *---- estaba, se borra la tabla nueva y las aprobaciones vuelven
      *---- a quedar pendientes. Despues se regraban las propuestas.

           IF WS-SW-ABORTAR-SI
              GO TO 3000-FINALIZAR-PROGRAMA-FIN
           END-IF.

           IF WS-SW-REGLAS-CAMBIADAS-SI
              OPEN EXTEND SAL-CAMBREGLAS
              IF FS-CAMBREGLAS-OK
                 PERFORM 3050-GRABAR-REGLAS
                    THRU 3050-GRABAR-REGLAS-FIN
                 IF NOT WS-SW-ERROR-GRABACION-SI
                    PERFORM 3500-GRABAR-PISTA
                       THRU 3500-GRABAR-PISTA-FIN
                 END-IF
                 CLOSE SAL-CAMBREGLAS
                 IF NOT FS-CAMBREGLAS-OK
                    DISPLAY 'ERROR AL CERRAR CAMBREGLAS.TXT: '
                            FS-CAMBREGLAS
                    MOVE 8                  TO RETURN-CODE
                    SET WS-SW-ERROR-GRABACION-SI TO TRUE
                 END-IF
                 IF NOT WS-SW-ERROR-GRABACION-SI
                    PERFORM 3080-REEMPLAZAR-REGLAS
                       THRU 3080-REEMPLAZAR-REGLAS-FIN
                 END-IF
                 IF WS-SW-ERROR-GRABACION-SI
                    PERFORM 3090-DESCARTAR-REGLAS
                       THRU 3090-DESCARTAR-REGLAS-FIN
                 END-IF
              ELSE
                 DISPLAY 'ERROR AL ABRIR CAMBREGLAS.TXT: '
                         FS-CAMBREGLAS
                 MOVE 8                     TO RETURN-CODE
                 PERFORM 3700-REVERTIR-APROBACIONES
                    THRU 3700-REVERTIR-APROBACIONES-FIN
              END-IF
           END-IF.

           IF WS-SW-PROPUESTAS-CAMBIADAS-SI
              PERFORM 3600-GRABAR-PROPUESTAS
                 THRU 3600-GRABAR-PROPUESTAS-FIN
           END-IF.

           DISPLAY 'PROPUESTAS APROBADAS EN LA SESION : '
                   WS-CONT-APROBADAS.
           DISPLAY 'PROPUESTAS RECHAZADAS EN LA SESION: '
                   WS-CONT-RECHAZADAS.
           DISPLAY 'PROPUESTAS QUE QUEDAN PENDIENTES  : '
                   WS-CONT-PENDIENTES.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3050-GRABAR-REGLAS.

      *---- La tabla se graba completa en COMISION.TXT.NEW: primero
      *---- la version, despues las tasas por sector, los tramos y al
      *---- final el premio por cuota y la sobrecomision, que es el
      *---- orden en que CL15EJ01 y este mismo programa la releen.

           OPEN OUTPUT SAL-COMISION-NUEVA.

           IF NOT FS-COMISION-NUEVA-OK
              DISPLAY 'ERROR AL GRABAR COMISION.TXT.NEW'
              DISPLAY 'FILE STATUS: ' FS-COMISION-NUEVA
              MOVE 8                        TO RETURN-CODE
              SET WS-SW-ERROR-GRABACION-SI  TO TRUE
              GO TO 3050-GRABAR-REGLAS-FIN
           END-IF.

           ACCEPT WS-FECHA-HOY              FROM DATE YYYYMMDD.
           MOVE WS-VERSION-NUEVA            TO WS-VERSION-REGLAS.
           MOVE WS-FECHA-HOY                TO WS-VERSION-FECHA.
           MOVE WS-OPERADOR                 TO WS-VERSION-APROBADOR.

           PERFORM 3060-GRABAR-VERSION
              THRU 3060-GRABAR-VERSION-FIN.

           PERFORM 3100-GRABAR-TASA
              THRU 3100-GRABAR-TASA-FIN
              VARYING WS-TASA-IDX FROM 1 BY 1
              VARYING WS-TRAMO-IDX FROM 1 BY 1
                UNTIL WS-TRAMO-IDX > WS-TRAMO-CANT.

           IF WS-PREMIO-PCT > ZEROES
              PERFORM 3300-GRABAR-PREMIO
                 THRU 3300-GRABAR-PREMIO-FIN
           END-IF.

           IF WS-SOBRECOM-PCT > ZEROES
              PERFORM 3400-GRABAR-SOBRECOMISION
                 THRU 3400-GRABAR-SOBRECOMISION-FIN
           END-IF.

           CLOSE SAL-COMISION-NUEVA.

           IF NOT FS-COMISION-NUEVA-OK
              DISPLAY 'ERROR AL CERRAR COMISION.TXT.NEW: '
                      FS-COMISION-NUEVA
              MOVE 8                        TO RETURN-CODE
              SET WS-SW-ERROR-GRABACION-SI  TO TRUE
           END-IF.

       3050-GRABAR-REGLAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3060-GRABAR-VERSION.

           MOVE SPACES                      TO WS-REG-COMISION.
           MOVE 'V'                         TO WS-COM-TIPO.
           MOVE WS-VERSION-REGLAS           TO WS-COM-V-VERSION.
           MOVE WS-VERSION-FECHA            TO WS-COM-V-FECHA.
           MOVE WS-VERSION-APROBADOR        TO WS-COM-V-APROBADOR.

           MOVE WS-REG-COMISION             TO WS-SAL-COMISION-NUEVA.
           WRITE WS-SAL-COMISION-NUEVA.

           IF NOT FS-COMISION-NUEVA-OK
              DISPLAY 'ERROR AL ESCRIBIR COMISION.TXT.NEW: '
                      FS-COMISION-NUEVA
              MOVE 8                        TO RETURN-CODE
              SET WS-SW-ERROR-GRABACION-SI  TO TRUE
           END-IF.

       3060-GRABAR-VERSION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3080-REEMPLAZAR-REGLAS.

      *---- La tabla nueva y su pista ya estan grabadas: se borra
      *---- COMISION.TXT y la nueva toma su nombre. El borrado falla
      *---- tambien cuando todavia no habia tabla (la primera
      *---- aprobacion); si entonces no se puede renombrar, la tabla
      *---- vieja sigue en su lugar y se descarta la nueva. Si la
      *---- vieja ya se borro, la nueva queda en COMISION.TXT.NEW
      *---- para renombrar a mano y las aprobaciones no se revierten.

           CALL 'CBL_DELETE_FILE' USING WS-PATH-COMISION
              RETURNING WS-DELETE-STATUS.

           CALL 'CBL_RENAME_FILE' USING WS-PATH-COMISION-NUEVA
                                        WS-PATH-COMISION
              RETURNING WS-RENAME-STATUS.

           IF WS-RENAME-STATUS EQUAL ZEROES
              DISPLAY 'COMISION.TXT GRABADO: VERSION '
                      WS-VERSION-REGLAS ', ' WS-TASA-CANT
                      ' TASAS Y ' WS-TRAMO-CANT ' TRAMOS'
              GO TO 3080-REEMPLAZAR-REGLAS-FIN
           END-IF.

           DISPLAY 'ERROR AL RENOMBRAR COMISION.TXT.NEW A '
                   'COMISION.TXT: ' WS-RENAME-STATUS.
           MOVE 8                           TO RETURN-CODE.

           IF WS-DELETE-STATUS EQUAL ZEROES
              DISPLAY 'LA VERSION ' WS-VERSION-REGLAS ' QUEDO EN '
                      'COMISION.TXT.NEW: RENOMBRARLA A MANO A '
                      'COMISION.TXT ANTES DE LIQUIDAR'
           ELSE
              SET WS-SW-ERROR-GRABACION-SI  TO TRUE
           END-IF.

       3080-REEMPLAZAR-REGLAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3090-DESCARTAR-REGLAS.

      *---- COMISION.TXT no se toco. Lo que ya se hubiera asentado en
      *---- la pista (CAMBREGLAS.TXT es solo-apende) se avisa, porque
      *---- esa version no llego a aplicarse.

           CALL 'CBL_DELETE_FILE' USING WS-PATH-COMISION-NUEVA
              RETURNING WS-DELETE-STATUS.

           IF WS-CONT-PISTA > ZEROES
              DISPLAY 'ATENCION: CAMBREGLAS.TXT QUEDO CON '
                      WS-CONT-PISTA ' REGISTRO(S) DE LA VERSION '
                      WS-VERSION-NUEVA ', QUE NO SE APLICO'
           END-IF.

           PERFORM 3700-REVERTIR-APROBACIONES
              THRU 3700-REVERTIR-APROBACIONES-FIN.

       3090-DESCARTAR-REGLAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3100-GRABAR-TASA.
                                            TO WS-COM-S-SECTOR.
           MOVE WS-TASA-PCT (WS-TASA-IDX)   TO WS-COM-S-TASA.

           MOVE WS-REG-COMISION             TO WS-SAL-COMISION-NUEVA.
           WRITE WS-SAL-COMISION-NUEVA.

           IF NOT FS-COMISION-NUEVA-OK
              DISPLAY 'ERROR AL ESCRIBIR COMISION.TXT.NEW: '
                      FS-COMISION-NUEVA
              MOVE 8                        TO RETURN-CODE
              SET WS-SW-ERROR-GRABACION-SI  TO TRUE
           END-IF.

       3100-GRABAR-TASA-FIN.
                                            TO WS-COM-T-UMBRAL.
           MOVE WS-TRAMO-PCT (WS-TRAMO-IDX) TO WS-COM-T-TASA.

           MOVE WS-REG-COMISION             TO WS-SAL-COMISION-NUEVA.
           WRITE WS-SAL-COMISION-NUEVA.

           IF NOT FS-COMISION-NUEVA-OK
              DISPLAY 'ERROR AL ESCRIBIR COMISION.TXT.NEW: '
                      FS-COMISION-NUEVA
              MOVE 8                        TO RETURN-CODE
              SET WS-SW-ERROR-GRABACION-SI  TO TRUE
           END-IF.

       3200-GRABAR-TRAMO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3300-GRABAR-PREMIO.

           MOVE SPACES                      TO WS-REG-COMISION.
           MOVE 'P'                         TO WS-COM-TIPO.
           MOVE WS-PREMIO-PCT               TO WS-COM-P-TASA.

           MOVE WS-REG-COMISION             TO WS-SAL-COMISION-NUEVA.
           WRITE WS-SAL-COMISION-NUEVA.

           IF NOT FS-COMISION-NUEVA-OK
              DISPLAY 'ERROR AL ESCRIBIR COMISION.TXT.NEW: '
                      FS-COMISION-NUEVA
              MOVE 8                        TO RETURN-CODE
              SET WS-SW-ERROR-GRABACION-SI  TO TRUE
           END-IF.

       3300-GRABAR-PREMIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3400-GRABAR-SOBRECOMISION.

           MOVE SPACES                      TO WS-REG-COMISION.
           MOVE 'O'                         TO WS-COM-TIPO.
           MOVE WS-SOBRECOM-PCT             TO WS-COM-O-TASA.

           MOVE WS-REG-COMISION             TO WS-SAL-COMISION-NUEVA.
           WRITE WS-SAL-COMISION-NUEVA.

           IF NOT FS-COMISION-NUEVA-OK
              DISPLAY 'ERROR AL ESCRIBIR COMISION.TXT.NEW: '
                      FS-COMISION-NUEVA
              MOVE 8                        TO RETURN-CODE
              SET WS-SW-ERROR-GRABACION-SI  TO TRUE
           END-IF.

       3400-GRABAR-SOBRECOMISION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3500-GRABAR-PISTA.

           PERFORM 3510-GRABAR-CAMBIO-REGLA
              THRU 3510-GRABAR-CAMBIO-REGLA-FIN
              VARYING WS-PROP-IDX FROM 1 BY 1
                UNTIL WS-PROP-IDX > WS-PROP-CANT.

       3500-GRABAR-PISTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3510-GRABAR-CAMBIO-REGLA.

      *---- Un registro por propuesta aprobada en la sesion, con la
      *---- regla antes (la que piso, ver 2830) y despues.

           IF NOT WS-PROP-APROBADA-SESION (WS-PROP-IDX)
              GO TO 3510-GRABAR-CAMBIO-REGLA-FIN
           END-IF.

           MOVE WS-PROP-REGISTRO (WS-PROP-IDX)
                                            TO WS-REG-PROPUESTA.

           ACCEPT WS-HORA-AHORA             FROM TIME.

           MOVE WS-VERSION-FECHA            TO WS-CRG-FECHA.
           MOVE WS-HORA-HHMMSS              TO WS-CRG-HORA.
           COMPUTE WS-CRG-VERSION-ANTERIOR = WS-PRP-VERSION - 1.
           MOVE WS-PRP-VERSION              TO WS-CRG-VERSION.
           MOVE WS-PRP-NUMERO               TO WS-CRG-NRO-PROPUESTA.
           MOVE WS-PRP-OPCION               TO WS-CRG-OPCION.
           MOVE WS-PRP-SECTOR               TO WS-CRG-SECTOR.
           MOVE WS-PRP-UMBRAL               TO WS-CRG-UMBRAL.
           MOVE WS-PRP-EXISTIA              TO WS-CRG-ANT-EXISTE.
           MOVE WS-PRP-TASA-ANTERIOR        TO WS-CRG-ANT-TASA.

      *---- Despues: una baja deja la regla sin existir; el premio y
      *---- la sobrecomision en cero equivalen a no tenerlos.
           EVALUATE TRUE
               WHEN WS-PRP-ES-BAJA-TASA OR WS-PRP-ES-BAJA-TRAMO
                    MOVE 'N'                TO WS-CRG-DES-EXISTE
                    MOVE ZEROES             TO WS-CRG-DES-TASA
               WHEN (WS-PRP-ES-PREMIO OR WS-PRP-ES-SOBRECOMISION)
                    AND WS-PRP-TASA-NUEVA EQUAL ZEROES
                    MOVE 'N'                TO WS-CRG-DES-EXISTE
                    MOVE ZEROES             TO WS-CRG-DES-TASA
               WHEN OTHER
                    MOVE 'S'                TO WS-CRG-DES-EXISTE
                    MOVE WS-PRP-TASA-NUEVA  TO WS-CRG-DES-TASA
           END-EVALUATE.

           MOVE WS-PRP-OPERADOR             TO WS-CRG-PROPONENTE.
           MOVE WS-PRP-FECHA                TO WS-CRG-FECHA-PROPUESTA.
           MOVE WS-PRP-MOTIVO               TO WS-CRG-MOTIVO.
           MOVE WS-PRP-REVISOR              TO WS-CRG-APROBADOR.

           WRITE WS-REG-CAMBREGLA.

           IF FS-CAMBREGLAS-OK
              ADD 1                         TO WS-CONT-PISTA
           ELSE
              DISPLAY 'ERROR AL ESCRIBIR CAMBREGLAS.TXT: '
                      FS-CAMBREGLAS
              MOVE 8                        TO RETURN-CODE
              SET WS-SW-ERROR-GRABACION-SI  TO TRUE
           END-IF.

       3510-GRABAR-CAMBIO-REGLA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3600-GRABAR-PROPUESTAS.

           OPEN OUTPUT ENT-PROPUESTAS.

           IF NOT FS-PROPUESTAS-OK
              DISPLAY 'ERROR AL GRABAR PROPUESTAS.TXT'
              DISPLAY 'FILE STATUS: ' FS-PROPUESTAS
              MOVE 8                        TO RETURN-CODE
              GO TO 3600-GRABAR-PROPUESTAS-FIN
           END-IF.

           PERFORM 3610-GRABAR-PROPUESTA
              THRU 3610-GRABAR-PROPUESTA-FIN
              VARYING WS-PROP-IDX FROM 1 BY 1
                UNTIL WS-PROP-IDX > WS-PROP-CANT.

           CLOSE ENT-PROPUESTAS.

       3600-GRABAR-PROPUESTAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3610-GRABAR-PROPUESTA.

           MOVE WS-PROP-REGISTRO (WS-PROP-IDX)
                                            TO WS-ENT-PROPUESTAS.

           WRITE WS-ENT-PROPUESTAS.

           IF NOT FS-PROPUESTAS-OK
              DISPLAY 'ERROR AL ESCRIBIR PROPUESTAS.TXT: '
                      FS-PROPUESTAS
              MOVE 8                        TO RETURN-CODE
           END-IF.

       3610-GRABAR-PROPUESTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3700-REVERTIR-APROBACIONES.

      *---- COMISION.TXT no se pudo reemplazar (o no habia pista donde
      *---- dejar los cambios): lo aprobado en la sesion vuelve a
      *---- quedar pendiente para que se apruebe de nuevo.

           DISPLAY 'LAS APROBACIONES DE LA SESION NO SE APLICARON: '
                   'LAS PROPUESTAS SIGUEN PENDIENTES'.

           PERFORM 3710-REVERTIR-APROBACION
              THRU 3710-REVERTIR-APROBACION-FIN
              VARYING WS-PROP-IDX FROM 1 BY 1
                UNTIL WS-PROP-IDX > WS-PROP-CANT.

       3700-REVERTIR-APROBACIONES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3710-REVERTIR-APROBACION.

           IF NOT WS-PROP-APROBADA-SESION (WS-PROP-IDX)
              GO TO 3710-REVERTIR-APROBACION-FIN
           END-IF.

           MOVE WS-PROP-REGISTRO (WS-PROP-IDX)
                                            TO WS-REG-PROPUESTA.
           SET WS-PRP-ES-PENDIENTE          TO TRUE.
           MOVE SPACES                      TO WS-PRP-REVISOR.
           MOVE ZEROES                      TO WS-PRP-FECHA-REVISION.
           MOVE SPACES                      TO WS-PRP-MOTIVO-REVISION.
           MOVE ZEROES                      TO WS-PRP-VERSION.
           MOVE WS-REG-PROPUESTA            TO WS-PROP-REGISTRO
                                                (WS-PROP-IDX).
           MOVE 'N'                         TO WS-PROP-SESION
                                                (WS-PROP-IDX).
           SUBTRACT 1                       FROM WS-CONT-APROBADAS.
           ADD 1                            TO WS-CONT-PENDIENTES.

       3710-REVERTIR-APROBACION-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL15EJ08.
