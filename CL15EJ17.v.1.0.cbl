      ******************************************************************
      * Author: GABRIELA C RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: REVERSION DE UNA CORRIDA COMPLETA DE CL15EJ01 POR SU
      *          NUMERO (EL DE NROCORR.TXT / AUDITORIA.TXT). DEJA
      *          TODO COMO ESTABA ANTES DE ESA CORRIDA: QUITA SUS
      *          REGISTROS DE HISTORIA.TXT Y TICKETS.TXT, RESTAURA
      *          DESDE EL RESPALDO QUE TOMO CL15EJ01 AL ARRANCAR
      *          (RESPALDO.Rnnnnnn) LOS ARCHIVOS QUE PISO O CONSUMIO
      *          (SUSPENSO, PENDIENTE, DEFINIT, APAREO, ERROR,
      *          LIQCOM, RESUMEN, RECUPERO, EQUIPOS), QUITA DE
      *          CUENTA.TXT LO QUE ASENTO COMO DEVENGADO Y ENVIADO Y
      *          MARCA LA
      *          CORRIDA COMO REVERTIDA EN AUDITORIA.TXT, SIN
      *          BORRARLA. SE NIEGA SI ALGO POSTERIOR YA DEPENDE DE
      *          LA CORRIDA (OTRA CORRIDA, UN CIERRE DE PERIODO O UN
      *          RETORNO.TXT DE SUELDOS) Y DEJA EN REVERSA.TXT EL
      *          DETALLE DE LO QUE DESHIZO O DE POR QUE NO LO HIZO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL15EJ17.
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
      *---- 1005-DEFINIR-PATHS). LOS SELECT DE TRABAJO SON GENERICOS,
      *---- COMO EN CL15EJ10: LOS MISMOS DOS SE REABREN CON DISTINTO
      *---- PATH PARA CADA ARCHIVO A DEPURAR, MARCAR O RESTAURAR (EL
      *---- LINE SEQUENTIAL RELLENA CON BLANCOS AL LEER UN REGISTRO MAS
      *---- CORTO QUE EL AREA Y DESCARTA LOS BLANCOS FINALES AL GRABAR,
      *---- ASI QUE UN AREA DEL ANCHO DEL REGISTRO MAS LARGO SIRVE PARA
      *---- TODOS).
       SELECT ENT-ORIGEN
           ASSIGN DYNAMIC WS-PATH-ORIGEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ORIGEN.

       SELECT SAL-DESTINO
           ASSIGN DYNAMIC WS-PATH-DESTINO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DESTINO.

      * INDICE DEL RESPALDO QUE DEJO CL15EJ01 AL ARRANCAR LA CORRIDA.
       SELECT ENT-INDICE
           ASSIGN DYNAMIC WS-PATH-INDICE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INDICE.

       SELECT ENT-NROCORR
           ASSIGN DYNAMIC WS-PATH-NROCORR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NROCORR.

      * RETORNO.TXT Y CIERRE.TXT SON OPCIONALES: SI NO EXISTEN, NADA
      * POSTERIOR DEPENDE DE LA CORRIDA POR ESE LADO.
       SELECT OPTIONAL ENT-RETORNO
           ASSIGN DYNAMIC WS-PATH-RETORNO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETORNO.

       SELECT OPTIONAL ENT-CIERRE
           ASSIGN DYNAMIC WS-PATH-CIERRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CIERRE.

       SELECT SAL-INFORME
           ASSIGN DYNAMIC WS-PATH-INFORME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INFORME.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-ORIGEN.
       01 WS-ENT-LINEA                      PIC X(270).

       FD SAL-DESTINO.
       01 WS-SAL-LINEA                      PIC X(270).

       FD ENT-INDICE.
      * FORMATO DEL INDICE DE RESPALDO "RESPALDO.Rnnnnnn"
          COPY RESPALDO.

       FD ENT-NROCORR.
       01 WS-REG-NROCORR                    PIC 9(06).

       FD ENT-RETORNO.
      * FORMATO DEL ARCHIVO DE ENTRADA OPCIONAL "RETORNO.TXT"
          COPY RETORNO.

       FD ENT-CIERRE.
       01 WS-ENT-CIERRE                     PIC X(100).

       FD SAL-INFORME.
       01 WS-SAL-INFORME                    PIC X(112).

       WORKING-STORAGE SECTION.

      * FORMATO DE HISTORIA.TXT, TICKETS.TXT Y AUDITORIA.TXT, PARA
      * DESARMAR CADA LINEA LEIDA (MISMOS COPY CON QUE CL15EJ01 LAS
      * GRABA).
          COPY HISTORIA.

          COPY TICKETS.

          COPY AUDITORIA.

      * FORMATO DE CUENTA.TXT, PARA QUITAR LO QUE ASENTO LA CORRIDA.
          COPY CUENTA.

      * FORMATO DE LIQCOM.TXT, PARA TOMAR EL PERIODO DEL HEADER SI LA
      * CORRIDA NO DEJO HISTORIA.
          COPY LIQCOM.

      * FORMATO DEL INFORME "REVERSA.TXT"
          COPY REVERSA.

       01 FS-STATUS.
          05 FS-ORIGEN                      PIC X(2).
             88 FS-ORIGEN-OK                    VALUE '00'.
             88 FS-ORIGEN-EOF                   VALUE '10'.
             88 FS-ORIGEN-NFD                   VALUE '35'.
          05 FS-DESTINO                     PIC X(2).
             88 FS-DESTINO-OK                   VALUE '00'.
          05 FS-INDICE                      PIC X(2).
             88 FS-INDICE-OK                    VALUE '00'.
             88 FS-INDICE-EOF                   VALUE '10'.
             88 FS-INDICE-NFD                   VALUE '35'.
          05 FS-NROCORR                     PIC X(2).
             88 FS-NROCORR-OK                   VALUE '00'.
             88 FS-NROCORR-NFD                  VALUE '35'.
      * EL '05' ES EL OPEN EXITOSO DE UN ARCHIVO OPTIONAL QUE NO
      * EXISTE.
          05 FS-RETORNO                     PIC X(2).
             88 FS-RETORNO-OK                   VALUE '00' '05'.
          05 FS-CIERRE                      PIC X(2).
             88 FS-CIERRE-OK                    VALUE '00' '05'.
             88 FS-CIERRE-EOF                   VALUE '10'.
          05 FS-INFORME                     PIC X(2).
             88 FS-INFORME-OK                   VALUE '00'.

      * DIRECTORIO DONDE SE ENCUENTRAN LOS ARCHIVOS. SE ARMA A PARTIR
      * DE WS-PATH-DIRECTORIO EN 1005-DEFINIR-PATHS. LOS ARCHIVOS DE
      * TRABAJO (F.NEW) GUARDAN LO QUE QUEDA DE HISTORIA, TICKETS Y
      * AUDITORIA HASTA QUE SE PISA EL ORIGINAL.
       01 WS-PATHS.
          05 WS-PATH-DIRECTORIO              PIC X(60) VALUE '..'.
          05 WS-PATH-ORIGEN                  PIC X(80).
          05 WS-PATH-DESTINO                 PIC X(80).
          05 WS-PATH-INDICE                  PIC X(80).
          05 WS-PATH-NROCORR                 PIC X(80).
          05 WS-PATH-RETORNO                 PIC X(80).
          05 WS-PATH-CIERRE                  PIC X(80).
          05 WS-PATH-INFORME                 PIC X(80).
          05 WS-PATH-HISTORIA                PIC X(80).
          05 WS-PATH-HIS-NUEVO               PIC X(80).
          05 WS-PATH-TICKETS                 PIC X(80).
          05 WS-PATH-TCK-NUEVO               PIC X(80).
          05 WS-PATH-AUDITORIA               PIC X(80).
          05 WS-PATH-AUD-NUEVO               PIC X(80).
          05 WS-PATH-LIQCOM                  PIC X(80).
          05 WS-PATH-CUENTA                  PIC X(80).
          05 WS-PATH-CTA-NUEVO               PIC X(80).

      * CORRIDA A REVERTIR Y LO QUE SE SABE DE ELLA: LA ULTIMA
      * NUMERADA SEGUN NROCORR.TXT, LOS DATOS DE SU PRIMERA LINEA EN
      * AUDITORIA.TXT (UN REINICIO DEJA UNA SEGUNDA LINEA CON EL MISMO
      * NUMERO) Y EL PERIODO QUE LIQUIDO.
       01 WS-CORRIDA-REVERTIR               PIC 9(06) VALUE 0.
       01 WS-ULTIMA-CORRIDA                 PIC 9(06) VALUE 0.
       01 WS-CORRIDA-POSTERIOR              PIC 9(06) VALUE 0.

       01 WS-DATOS-CORRIDA.
          05 WS-COR-LINEAS                  PIC 9(03) VALUE 0.
          05 WS-COR-PERIODO                 PIC 9(06) VALUE 0.
          05 WS-COR-FECHA-INICIO            PIC 9(08) VALUE 0.
          05 WS-COR-FECHA-INICIO-R REDEFINES WS-COR-FECHA-INICIO.
             10 WS-COR-INI-AAAA             PIC 9(04).
             10 WS-COR-INI-MM               PIC 9(02).
             10 WS-COR-INI-DD               PIC 9(02).
          05 WS-COR-HORA-INICIO.
             10 WS-COR-INI-HH               PIC 9(02).
             10 FILLER                      PIC X(01) VALUE ':'.
             10 WS-COR-INI-MI               PIC 9(02).
             10 FILLER                      PIC X(01) VALUE ':'.
             10 WS-COR-INI-SS               PIC 9(02).
          05 WS-COR-ARRANQUE                PIC X(08) VALUE SPACES.
          05 WS-COR-VEREDICTO               PIC X(10) VALUE SPACES.

      * FECHA (AAAAMMDD) DE UN CIERRE DE PERIODO LEIDO DE CIERRE.TXT,
      * ARMADA A PARTIR DE LA VISTA DE SU LINEA (MISMO FORMATO CON
      * QUE LA GRABA CL15EJ10: LA FECHA VA ADELANTE).
       01 WS-LINEA-CIERRE.
          05 WS-CIE-FEC-DD                  PIC 9(02).
          05 FILLER                         PIC X(01).
          05 WS-CIE-FEC-MM                  PIC 9(02).
          05 FILLER                         PIC X(01).
          05 WS-CIE-FEC-AAAA                PIC 9(04).
          05 FILLER                         PIC X(90).

       01 WS-FECHA-CIERRE                   PIC 9(08) VALUE 0.
       01 WS-FECHA-CIERRE-R REDEFINES WS-FECHA-CIERRE.
          05 WS-FEC-CIE-AAAA                PIC 9(04).
          05 WS-FEC-CIE-MM                  PIC 9(02).
          05 WS-FEC-CIE-DD                  PIC 9(02).

       01 WS-FECHA-HOY                      PIC 9(08) VALUE 0.
       01 WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
          05 WS-FECHA-HOY-AAAA              PIC 9(04).
          05 WS-FECHA-HOY-MM                PIC 9(02).
          05 WS-FECHA-HOY-DD                PIC 9(02).

       01 WS-SWITCHES.
          05 WS-SW-ABORTAR                  PIC X(01) VALUE 'N'.
             88 WS-SW-ABORTAR-SI                VALUE 'S'.
      * 'S' CUANDO ALGO YA DEPENDE DE LA CORRIDA O NO HAY CON QUE
      * REVERTIRLA: NO SE TOCA NINGUN ARCHIVO.
          05 WS-SW-RECHAZO                  PIC X(01) VALUE 'N'.
             88 WS-SW-RECHAZO-SI                VALUE 'S'.
      * 'S' CUANDO FALLO UNA LECTURA O GRABACION: LO QUE FALTA NO SE
      * APLICA Y EL RESPALDO Y LOS F.NEW QUEDAN PARA VOLVER A CORRER.
          05 WS-SW-FALLA                    PIC X(01) VALUE 'N'.
             88 WS-SW-FALLA-SI                  VALUE 'S'.
          05 WS-SW-CONFIRMA                 PIC X(01) VALUE 'N'.
             88 WS-SW-CONFIRMA-SI               VALUE 'S'.
          05 WS-SW-ULTIMA-AUDITADA          PIC X(01) VALUE 'N'.
             88 WS-SW-ULTIMA-AUDITADA-SI        VALUE 'S'.
          05 WS-SW-YA-REVERTIDA             PIC X(01) VALUE 'N'.
             88 WS-SW-YA-REVERTIDA-SI           VALUE 'S'.
          05 WS-SW-CIERRE-POSTERIOR         PIC X(01) VALUE 'N'.
             88 WS-SW-CIERRE-POSTERIOR-SI       VALUE 'S'.
      * 'S' CUANDO EL ARCHIVO DE ORIGEN DE LA ULTIMA COPIA NO EXISTIA.
          05 WS-SW-SIN-ORIGEN               PIC X(01) VALUE 'N'.
             88 WS-SW-SIN-ORIGEN-SI             VALUE 'S'.
      * ARCHIVOS DE TRABAJO YA ARMADOS, PENDIENTES DE PISAR EL ORIGINAL.
          05 WS-SW-HIS-PREPARADA            PIC X(01) VALUE 'N'.
             88 WS-SW-HIS-PREPARADA-SI          VALUE 'S'.
          05 WS-SW-TCK-PREPARADO            PIC X(01) VALUE 'N'.
             88 WS-SW-TCK-PREPARADO-SI          VALUE 'S'.
          05 WS-SW-CTA-PREPARADA            PIC X(01) VALUE 'N'.
             88 WS-SW-CTA-PREPARADA-SI          VALUE 'S'.
          05 WS-SW-AUD-PREPARADA            PIC X(01) VALUE 'N'.
             88 WS-SW-AUD-PREPARADA-SI          VALUE 'S'.
      * QUE HACE LA COPIA CON CADA REGISTRO: H=QUITA LOS DE LA
      * CORRIDA DE HISTORIA, T=IDEM DE TICKETS, A=MARCA LOS DE LA
      * CORRIDA EN AUDITORIA, C=QUITA LOS DEVENGADOS Y ENVIADOS DE
      * LA CORRIDA DE LA CUENTA, BLANCO=COPIA TAL CUAL.
          05 WS-FILTRO                      PIC X(01) VALUE SPACE.
             88 WS-FILTRO-HISTORIA              VALUE 'H'.
             88 WS-FILTRO-TICKETS               VALUE 'T'.
             88 WS-FILTRO-CUENTA                VALUE 'C'.
             88 WS-FILTRO-AUDITORIA             VALUE 'A'.
             88 WS-FILTRO-NINGUNO               VALUE SPACE.
          05 WS-DESTINO                     PIC X(01) VALUE 'C'.
             88 WS-DESTINO-CONSERVAR            VALUE 'C'.
             88 WS-DESTINO-QUITAR               VALUE 'Q'.

      * ARCHIVO EN PROCESO Y CONTADORES DE LA ULTIMA COPIA.
       77 WS-ARC-NOMBRE                     PIC X(14) VALUE SPACES.
       77 WS-CONT-LEIDOS                    PIC 9(06) VALUE 0.
       77 WS-CONT-COPIADOS                  PIC 9(06) VALUE 0.
       77 WS-CONT-QUITADOS                  PIC 9(06) VALUE 0.

      * LO QUE LA CORRIDA DEJO EN LOS ARCHIVOS SOLO-APENDE, POR TIPO
      * DE REGISTRO: CANTIDAD E IMPORTE (COMISION, PREMIO, VENDIDO O
      * SOBRECOMISION SEGUN EL TIPO).
       01 WS-CONTADORES-CORRIDA.
          05 WS-CONT-HIS-E                  PIC 9(06) VALUE 0.
          05 WS-IMP-HIS-E                   PIC 9(10)V9(02) VALUE 0.
          05 WS-CONT-HIS-S                  PIC 9(06) VALUE 0.
          05 WS-IMP-HIS-S                   PIC 9(10)V9(02) VALUE 0.
          05 WS-CONT-HIS-U                  PIC 9(06) VALUE 0.
          05 WS-IMP-HIS-U                   PIC 9(10)V9(02) VALUE 0.
          05 WS-CONT-HIS-P                  PIC 9(06) VALUE 0.
          05 WS-IMP-HIS-P                   PIC 9(10)V9(02) VALUE 0.
          05 WS-CONT-HIS-O                  PIC 9(06) VALUE 0.
          05 WS-IMP-HIS-O                   PIC 9(10)V9(02) VALUE 0.
          05 WS-CONT-TCK-V                  PIC 9(06) VALUE 0.
          05 WS-IMP-TCK-V                   PIC 9(10)V9(02) VALUE 0.
          05 WS-CONT-TCK-R                  PIC 9(06) VALUE 0.
          05 WS-IMP-TCK-R                   PIC 9(10)V9(02) VALUE 0.
          05 WS-CONT-AUD-MARCADAS           PIC 9(06) VALUE 0.
          05 WS-CONT-CTA-D                  PIC 9(06) VALUE 0.
          05 WS-IMP-CTA-D                   PIC S9(10)V9(02) VALUE 0.
          05 WS-CONT-CTA-E                  PIC 9(06) VALUE 0.
          05 WS-IMP-CTA-E                   PIC S9(10)V9(02) VALUE 0.
      * PAGOS Y RECHAZOS QUE CL15EJ09 YA ASENTO CONTRA LA CORRIDA.
          05 WS-CONT-CTA-RESPUESTA          PIC 9(06) VALUE 0.

      * CONTENIDO DEL INDICE DE RESPALDO DE LA CORRIDA.
       01 WS-TABLA-RESPALDO.
          05 WS-BKP-CANT                    PIC 9(02) VALUE 0.
          05 WS-BKP-TABLA OCCURS 20 TIMES
                          INDEXED BY WS-BKP-IDX.
             10 WS-BKP-ARCHIVO              PIC X(14).
             10 WS-BKP-ESTADO               PIC X(01).
                88 WS-BKP-COPIADO               VALUE 'C'.
                88 WS-BKP-NO-EXISTIA            VALUE 'N'.
             10 WS-BKP-REGISTROS            PIC 9(06).

      * MOTIVOS DE RECHAZO Y ACCIONES HECHAS, PARA EL INFORME.
       01 WS-TABLA-MOTIVOS.
          05 WS-MOT-CANT                    PIC 9(02) VALUE 0.
          05 WS-MOT-TABLA OCCURS 10 TIMES
                          INDEXED BY WS-MOT-IDX.
             10 WS-MOT-TEXTO                PIC X(90).

       01 WS-TABLA-ACCIONES.
          05 WS-ACC-CANT                    PIC 9(02) VALUE 0.
          05 WS-ACC-TABLA OCCURS 40 TIMES
                          INDEXED BY WS-ACC-IDX.
             10 WS-ACC-ARCHIVO              PIC X(14).
             10 WS-ACC-ACCION               PIC X(50).
             10 WS-ACC-REGISTROS            PIC 9(06).
             10 WS-ACC-IMPORTE              PIC 9(10)V9(02).

      * AREAS DE ARMADO DE UN MOTIVO O UNA ACCION ANTES DE ANOTARLOS.
       77 WS-MOTIVO                         PIC X(90) VALUE SPACES.
       01 WS-ACCION-NUEVA.
          05 WS-NUE-ARCHIVO                 PIC X(14).
          05 WS-NUE-ACCION                  PIC X(50).
          05 WS-NUE-REGISTROS               PIC 9(06).
          05 WS-NUE-IMPORTE                 PIC 9(10)V9(02).

       77 WS-DELETE-STATUS                  PIC S9(08) COMP-5 VALUE 0.
       77 WS-FORMAT-REGISTROS               PIC ZZZ.ZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF NOT WS-SW-ABORTAR-SI

              PERFORM 2000-VERIFICAR-CORRIDA
                 THRU 2000-VERIFICAR-CORRIDA-FIN

              IF WS-SW-RECHAZO-SI OR WS-SW-FALLA-SI
                 PERFORM 6000-BORRAR-TRABAJO
                    THRU 6000-BORRAR-TRABAJO-FIN
              ELSE
                 PERFORM 3000-APLICAR-REVERSION
                    THRU 3000-APLICAR-REVERSION-FIN
              END-IF

              PERFORM 8000-GRABAR-INFORME
                 THRU 8000-GRABAR-INFORME-FIN

           END-IF.

           PERFORM 9000-FINALIZAR-PROGRAMA
              THRU 9000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           ACCEPT WS-FECHA-HOY              FROM DATE YYYYMMDD.

           PERFORM 1005-DEFINIR-PATHS
              THRU 1005-DEFINIR-PATHS-FIN.

           DISPLAY 'NUMERO DE CORRIDA A REVERTIR: '.
           ACCEPT WS-CORRIDA-REVERTIR.

           IF WS-CORRIDA-REVERTIR NOT NUMERIC
              OR WS-CORRIDA-REVERTIR EQUAL ZEROES
              DISPLAY 'NUMERO DE CORRIDA INVALIDO: '
                      WS-CORRIDA-REVERTIR
              SET WS-SW-ABORTAR-SI          TO TRUE
              MOVE 8                        TO RETURN-CODE
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

      *---- La reversion pisa archivos del circuito: se pide
      *---- confirmacion explicita antes de tocar nada.
           DISPLAY 'CONFIRMA LA REVERSION DE LA CORRIDA '
                   WS-CORRIDA-REVERTIR '? (S/N): '.
           ACCEPT WS-SW-CONFIRMA.

           IF NOT WS-SW-CONFIRMA-SI
              DISPLAY 'REVERSION CANCELADA, NO SE MODIFICO NINGUN '
                      'ARCHIVO'
              SET WS-SW-ABORTAR-SI          TO TRUE
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1010-DEFINIR-PATHS-CORRIDA
              THRU 1010-DEFINIR-PATHS-CORRIDA-FIN.

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
                  '/NROCORR.TXT'             DELIMITED BY SIZE
             INTO WS-PATH-NROCORR
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/RETORNO.TXT'             DELIMITED BY SIZE
             INTO WS-PATH-RETORNO
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/CIERRE.TXT'              DELIMITED BY SIZE
             INTO WS-PATH-CIERRE
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/REVERSA.TXT'             DELIMITED BY SIZE
             INTO WS-PATH-INFORME
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/HISTORIA.TXT'            DELIMITED BY SIZE
             INTO WS-PATH-HISTORIA
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/HISTORIA.TXT.NEW'        DELIMITED BY SIZE
             INTO WS-PATH-HIS-NUEVO
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/TICKETS.TXT'             DELIMITED BY SIZE
             INTO WS-PATH-TICKETS
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/TICKETS.TXT.NEW'         DELIMITED BY SIZE
             INTO WS-PATH-TCK-NUEVO
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/AUDITORIA.TXT'           DELIMITED BY SIZE
             INTO WS-PATH-AUDITORIA
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/AUDITORIA.TXT.NEW'       DELIMITED BY SIZE
             INTO WS-PATH-AUD-NUEVO
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/LIQCOM.TXT'              DELIMITED BY SIZE
             INTO WS-PATH-LIQCOM
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/CUENTA.TXT'              DELIMITED BY SIZE
             INTO WS-PATH-CUENTA
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/CUENTA.TXT.NEW'          DELIMITED BY SIZE
             INTO WS-PATH-CTA-NUEVO
           END-STRING.

       1005-DEFINIR-PATHS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1010-DEFINIR-PATHS-CORRIDA.

      *---- El indice del respaldo lleva el numero de la corrida, que
      *---- recien se conoce despues de preguntarlo.

           MOVE SPACES                      TO WS-PATH-INDICE.
           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/RESPALDO.R'              DELIMITED BY SIZE
                  WS-CORRIDA-REVERTIR        DELIMITED BY SIZE
             INTO WS-PATH-INDICE
           END-STRING.

       1010-DEFINIR-PATHS-CORRIDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-VERIFICAR-CORRIDA.

      *---- Primero todo lo que puede impedir la reversion; los
      *---- archivos de trabajo de historia, tickets y auditoria se
      *---- arman recien si no hubo ningun motivo de rechazo, y
      *---- ninguno pisa todavia al original.

           PERFORM 2100-LEER-NROCORR
              THRU 2100-LEER-NROCORR-FIN.

           PERFORM 2200-REVISAR-AUDITORIA
              THRU 2200-REVISAR-AUDITORIA-FIN.

           PERFORM 2300-CARGAR-RESPALDO
              THRU 2300-CARGAR-RESPALDO-FIN.

           PERFORM 2400-REVISAR-CIERRES
              THRU 2400-REVISAR-CIERRES-FIN.

           IF WS-SW-RECHAZO-SI OR WS-SW-FALLA-SI
              GO TO 2000-VERIFICAR-CORRIDA-FIN
           END-IF.

           PERFORM 2500-PREPARAR-HISTORIA
              THRU 2500-PREPARAR-HISTORIA-FIN.

           PERFORM 2600-PREPARAR-TICKETS
              THRU 2600-PREPARAR-TICKETS-FIN.

           PERFORM 2650-PREPARAR-CUENTA
              THRU 2650-PREPARAR-CUENTA-FIN.

           PERFORM 2700-REVISAR-RETORNO
              THRU 2700-REVISAR-RETORNO-FIN.

           IF WS-SW-RECHAZO-SI OR WS-SW-FALLA-SI
              GO TO 2000-VERIFICAR-CORRIDA-FIN
           END-IF.

           PERFORM 2800-PREPARAR-AUDITORIA
              THRU 2800-PREPARAR-AUDITORIA-FIN.

       2000-VERIFICAR-CORRIDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-LEER-NROCORR.

           OPEN INPUT ENT-NROCORR.

           EVALUATE TRUE
               WHEN FS-NROCORR-OK
                    READ ENT-NROCORR
                    IF FS-NROCORR-OK AND WS-REG-NROCORR NUMERIC
                       MOVE WS-REG-NROCORR  TO WS-ULTIMA-CORRIDA
                    END-IF
                    CLOSE ENT-NROCORR
               WHEN FS-NROCORR-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR NROCORR.TXT: ' FS-NROCORR
                    SET WS-SW-FALLA-SI      TO TRUE
                    MOVE 8                  TO RETURN-CODE
                    GO TO 2100-LEER-NROCORR-FIN
           END-EVALUATE.

           IF WS-ULTIMA-CORRIDA < WS-CORRIDA-REVERTIR
              MOVE SPACES                   TO WS-MOTIVO
              STRING 'LA CORRIDA '           DELIMITED BY SIZE
                     WS-CORRIDA-REVERTIR     DELIMITED BY SIZE
                     ' NUNCA SE EJECUTO: NROCORR.TXT VA POR LA '
                                             DELIMITED BY SIZE
                     WS-ULTIMA-CORRIDA       DELIMITED BY SIZE
                INTO WS-MOTIVO
              END-STRING
              PERFORM 2900-ANOTAR-MOTIVO
                 THRU 2900-ANOTAR-MOTIVO-FIN
           END-IF.

       2100-LEER-NROCORR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-REVISAR-AUDITORIA.

      *---- Ubica las lineas de la corrida y verifica que ninguna
      *---- corrida posterior siga en pie: solo se puede revertir la
      *---- ultima vigente (las posteriores se revierten antes, de la
      *---- mas nueva a la mas vieja).

           MOVE WS-PATH-AUDITORIA           TO WS-PATH-ORIGEN.
           MOVE 'AUDITORIA.TXT'             TO WS-ARC-NOMBRE.

           OPEN INPUT ENT-ORIGEN.

           EVALUATE TRUE
               WHEN FS-ORIGEN-OK
                    PERFORM 2210-LEER-AUDITORIA
                       THRU 2210-LEER-AUDITORIA-FIN
                      UNTIL FS-ORIGEN-EOF
                    CLOSE ENT-ORIGEN
               WHEN FS-ORIGEN-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR AUDITORIA.TXT: ' FS-ORIGEN
                    SET WS-SW-FALLA-SI      TO TRUE
                    MOVE 8                  TO RETURN-CODE
                    GO TO 2200-REVISAR-AUDITORIA-FIN
           END-EVALUATE.

           IF WS-COR-LINEAS EQUAL ZEROES
              MOVE SPACES                   TO WS-MOTIVO
              STRING 'LA CORRIDA '           DELIMITED BY SIZE
                     WS-CORRIDA-REVERTIR     DELIMITED BY SIZE
                     ' NO FIGURA EN AUDITORIA.TXT (NO TERMINO O '
                                             DELIMITED BY SIZE
                     'YA SE ARCHIVO EN UN CIERRE)'
                                             DELIMITED BY SIZE
                INTO WS-MOTIVO
              END-STRING
              PERFORM 2900-ANOTAR-MOTIVO
                 THRU 2900-ANOTAR-MOTIVO-FIN
           END-IF.

           IF WS-SW-YA-REVERTIDA-SI
              MOVE SPACES                   TO WS-MOTIVO
              STRING 'LA CORRIDA '           DELIMITED BY SIZE
                     WS-CORRIDA-REVERTIR     DELIMITED BY SIZE
                     ' YA ESTA REVERTIDA'    DELIMITED BY SIZE
                INTO WS-MOTIVO
              END-STRING
              PERFORM 2900-ANOTAR-MOTIVO
                 THRU 2900-ANOTAR-MOTIVO-FIN
           END-IF.

           IF WS-CORRIDA-POSTERIOR > ZEROES
              MOVE SPACES                   TO WS-MOTIVO
              STRING 'LA CORRIDA '           DELIMITED BY SIZE
                     WS-CORRIDA-POSTERIOR    DELIMITED BY SIZE
                     ' ES POSTERIOR Y NO ESTA REVERTIDA: HAY QUE '
                                             DELIMITED BY SIZE
                     'REVERTIRLA PRIMERO'    DELIMITED BY SIZE
                INTO WS-MOTIVO
              END-STRING
              PERFORM 2900-ANOTAR-MOTIVO
                 THRU 2900-ANOTAR-MOTIVO-FIN
           END-IF.

      *---- Una corrida posterior numerada que nunca llego a
      *---- AUDITORIA.TXT (se corto y espera un reinicio) igual pudo
      *---- haber tocado los archivos.
           IF WS-ULTIMA-CORRIDA > WS-CORRIDA-REVERTIR
              AND NOT WS-SW-ULTIMA-AUDITADA-SI
              MOVE SPACES                   TO WS-MOTIVO
              STRING 'LA CORRIDA '           DELIMITED BY SIZE
                     WS-ULTIMA-CORRIDA       DELIMITED BY SIZE
                     ' (ULTIMA DE NROCORR.TXT) NO TERMINO: NO '
                                             DELIMITED BY SIZE
                     'FIGURA EN AUDITORIA.TXT'
                                             DELIMITED BY SIZE
                INTO WS-MOTIVO
              END-STRING
              PERFORM 2900-ANOTAR-MOTIVO
                 THRU 2900-ANOTAR-MOTIVO-FIN
           END-IF.

       2200-REVISAR-AUDITORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-LEER-AUDITORIA.

           READ ENT-ORIGEN.

           EVALUATE TRUE
               WHEN FS-ORIGEN-OK
                    MOVE WS-ENT-LINEA (1:270)
                                            TO WS-AUD-REGISTRO
                    IF WS-AUD-NRO-CORRIDA NUMERIC
                       PERFORM 2220-ANALIZAR-AUDITORIA
                          THRU 2220-ANALIZAR-AUDITORIA-FIN
                    END-IF
               WHEN FS-ORIGEN-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER AUDITORIA.TXT: ' FS-ORIGEN
                    SET WS-SW-FALLA-SI      TO TRUE
                    MOVE 8                  TO RETURN-CODE
                    MOVE '10'               TO FS-ORIGEN
           END-EVALUATE.

       2210-LEER-AUDITORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2220-ANALIZAR-AUDITORIA.

           IF WS-AUD-NRO-CORRIDA EQUAL WS-ULTIMA-CORRIDA
              SET WS-SW-ULTIMA-AUDITADA-SI  TO TRUE
           END-IF.

           IF WS-AUD-NRO-CORRIDA EQUAL WS-CORRIDA-REVERTIR
              ADD 1                         TO WS-COR-LINEAS
              IF WS-AUD-VEREDICTO EQUAL 'REVERTIDA'
                 SET WS-SW-YA-REVERTIDA-SI  TO TRUE
              END-IF
      *---- De la primera linea (la del arranque en frio) salen la
      *---- fecha de inicio y el veredicto que se informan.
              IF WS-COR-LINEAS EQUAL 1
                 MOVE WS-AUD-INI-AAAA       TO WS-COR-INI-AAAA
                 MOVE WS-AUD-INI-MM         TO WS-COR-INI-MM
                 MOVE WS-AUD-INI-DD         TO WS-COR-INI-DD
                 MOVE WS-AUD-INI-HH         TO WS-COR-INI-HH
                 MOVE WS-AUD-INI-MI         TO WS-COR-INI-MI
                 MOVE WS-AUD-INI-SS         TO WS-COR-INI-SS
                 MOVE WS-AUD-ARRANQUE       TO WS-COR-ARRANQUE
                 MOVE WS-AUD-VEREDICTO      TO WS-COR-VEREDICTO
              END-IF
           END-IF.

           IF WS-AUD-NRO-CORRIDA > WS-CORRIDA-REVERTIR
              AND WS-AUD-VEREDICTO NOT EQUAL 'REVERTIDA'
              AND WS-CORRIDA-POSTERIOR EQUAL ZEROES
              MOVE WS-AUD-NRO-CORRIDA       TO WS-CORRIDA-POSTERIOR
           END-IF.

       2220-ANALIZAR-AUDITORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2300-CARGAR-RESPALDO.

      *---- Sin el indice del respaldo no hay forma de saber como
      *---- estaban los archivos antes de la corrida (corrida anterior
      *---- a que CL15EJ01 respaldara, o respaldo borrado a mano).

           OPEN INPUT ENT-INDICE.

           EVALUATE TRUE
               WHEN FS-INDICE-OK
                    PERFORM 2310-LEER-INDICE
                       THRU 2310-LEER-INDICE-FIN
                      UNTIL FS-INDICE-EOF
                    CLOSE ENT-INDICE
               WHEN FS-INDICE-NFD
                    MOVE SPACES             TO WS-MOTIVO
                    STRING 'NO HAY RESPALDO DE LA CORRIDA (FALTA '
                                             DELIMITED BY SIZE
                           'RESPALDO.R'      DELIMITED BY SIZE
                           WS-CORRIDA-REVERTIR
                                             DELIMITED BY SIZE
                           ')'               DELIMITED BY SIZE
                      INTO WS-MOTIVO
                    END-STRING
                    PERFORM 2900-ANOTAR-MOTIVO
                       THRU 2900-ANOTAR-MOTIVO-FIN
                    GO TO 2300-CARGAR-RESPALDO-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL INDICE DE RESPALDO: '
                            FS-INDICE
                    SET WS-SW-FALLA-SI      TO TRUE
                    MOVE 8                  TO RETURN-CODE
                    GO TO 2300-CARGAR-RESPALDO-FIN
           END-EVALUATE.

      *---- Cada copia anotada en el indice tiene que seguir estando.
           PERFORM 2320-VERIFICAR-COPIA
              THRU 2320-VERIFICAR-COPIA-FIN
              VARYING WS-BKP-IDX FROM 1 BY 1
                UNTIL WS-BKP-IDX > WS-BKP-CANT.

       2300-CARGAR-RESPALDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2310-LEER-INDICE.

           READ ENT-INDICE.

           EVALUATE TRUE
               WHEN FS-INDICE-OK
                    IF WS-BKP-CANT < 20
                       ADD 1                TO WS-BKP-CANT
                       SET WS-BKP-IDX       TO WS-BKP-CANT
                       MOVE WS-RSP-ARCHIVO  TO WS-BKP-ARCHIVO
                                                (WS-BKP-IDX)
                       MOVE WS-RSP-ESTADO   TO WS-BKP-ESTADO
                                                (WS-BKP-IDX)
                       MOVE WS-RSP-REGISTROS
                                            TO WS-BKP-REGISTROS
                                                (WS-BKP-IDX)
                    ELSE
                       DISPLAY 'INDICE DE RESPALDO CON MAS ARCHIVOS '
                               'QUE LUGARES EN LA TABLA'
                       SET WS-SW-FALLA-SI   TO TRUE
                       MOVE 8               TO RETURN-CODE
                       MOVE '10'            TO FS-INDICE
                    END-IF
               WHEN FS-INDICE-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL INDICE DE RESPALDO: '
                            FS-INDICE
                    SET WS-SW-FALLA-SI      TO TRUE
                    MOVE 8                  TO RETURN-CODE
                    MOVE '10'               TO FS-INDICE
           END-EVALUATE.

       2310-LEER-INDICE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2320-VERIFICAR-COPIA.

           IF NOT WS-BKP-COPIADO (WS-BKP-IDX)
              GO TO 2320-VERIFICAR-COPIA-FIN
           END-IF.

           PERFORM 5900-ARMAR-PATH-COPIA
              THRU 5900-ARMAR-PATH-COPIA-FIN.

           OPEN INPUT ENT-ORIGEN.

           EVALUATE TRUE
               WHEN FS-ORIGEN-OK
                    CLOSE ENT-ORIGEN
               WHEN FS-ORIGEN-NFD
                    MOVE SPACES             TO WS-MOTIVO
                    STRING 'FALTA LA COPIA DE RESPALDO '
                                             DELIMITED BY SIZE
                           WS-PATH-ORIGEN    DELIMITED BY SPACE
                      INTO WS-MOTIVO
                    END-STRING
                    PERFORM 2900-ANOTAR-MOTIVO
                       THRU 2900-ANOTAR-MOTIVO-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR LA COPIA DE RESPALDO '
                            WS-PATH-ORIGEN
                    DISPLAY 'FILE STATUS: ' FS-ORIGEN
                    SET WS-SW-FALLA-SI      TO TRUE
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

       2320-VERIFICAR-COPIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2400-REVISAR-CIERRES.

      *---- Un cierre de periodo (CL15EJ10) posterior al arranque de
      *---- la corrida ya archivo o depuro historia y auditoria con la
      *---- corrida adentro: despues de eso no se puede deshacer.

           OPEN INPUT ENT-CIERRE.

           IF NOT FS-CIERRE-OK
              DISPLAY 'ERROR AL ABRIR CIERRE.TXT: ' FS-CIERRE
              SET WS-SW-FALLA-SI            TO TRUE
              MOVE 8                        TO RETURN-CODE
              GO TO 2400-REVISAR-CIERRES-FIN
           END-IF.

           PERFORM 2410-LEER-CIERRE
              THRU 2410-LEER-CIERRE-FIN
             UNTIL FS-CIERRE-EOF
                OR WS-SW-CIERRE-POSTERIOR-SI.

           CLOSE ENT-CIERRE.

           IF WS-SW-CIERRE-POSTERIOR-SI
              MOVE SPACES                   TO WS-MOTIVO
              STRING 'HUBO UN CIERRE DE PERIODO EL '
                                             DELIMITED BY SIZE
                     WS-CIE-FEC-DD           DELIMITED BY SIZE
                     '/'                     DELIMITED BY SIZE
                     WS-CIE-FEC-MM           DELIMITED BY SIZE
                     '/'                     DELIMITED BY SIZE
                     WS-CIE-FEC-AAAA         DELIMITED BY SIZE
                     ', NO ANTERIOR A LA CORRIDA (CIERRE.TXT)'
                                             DELIMITED BY SIZE
                INTO WS-MOTIVO
              END-STRING
              PERFORM 2900-ANOTAR-MOTIVO
                 THRU 2900-ANOTAR-MOTIVO-FIN
           END-IF.

       2400-REVISAR-CIERRES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2410-LEER-CIERRE.

           READ ENT-CIERRE.

           EVALUATE TRUE
               WHEN FS-CIERRE-OK
                    MOVE WS-ENT-CIERRE      TO WS-LINEA-CIERRE
      *---- El mismo dia de la corrida cuenta como posterior: sin la
      *---- hora del cierre no se puede saber cual fue primero.
                    IF WS-CIE-FEC-AAAA NUMERIC
                       AND WS-CIE-FEC-MM NUMERIC
                       AND WS-CIE-FEC-DD NUMERIC
                       MOVE WS-CIE-FEC-AAAA TO WS-FEC-CIE-AAAA
                       MOVE WS-CIE-FEC-MM   TO WS-FEC-CIE-MM
                       MOVE WS-CIE-FEC-DD   TO WS-FEC-CIE-DD
                       IF WS-FECHA-CIERRE >= WS-COR-FECHA-INICIO
                          SET WS-SW-CIERRE-POSTERIOR-SI
                                            TO TRUE
                       END-IF
                    END-IF
               WHEN FS-CIERRE-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CIERRE.TXT: ' FS-CIERRE
                    SET WS-SW-FALLA-SI      TO TRUE
                    MOVE 8                  TO RETURN-CODE
                    MOVE '10'               TO FS-CIERRE
           END-EVALUATE.

       2410-LEER-CIERRE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2500-PREPARAR-HISTORIA.

      *---- Arma HISTORIA.TXT.NEW sin los registros de la corrida. Un
      *---- registro de una corrida posterior (que no tendria que
      *---- haber, si todas las posteriores estan revertidas) rechaza
      *---- la reversion.

           MOVE 'HISTORIA.TXT'              TO WS-ARC-NOMBRE.
           MOVE WS-PATH-HISTORIA            TO WS-PATH-ORIGEN.
           MOVE WS-PATH-HIS-NUEVO           TO WS-PATH-DESTINO.
           SET WS-FILTRO-HISTORIA           TO TRUE.
           MOVE ZEROES                      TO WS-CORRIDA-POSTERIOR.

           PERFORM 5000-COPIAR-ARCHIVO
              THRU 5000-COPIAR-ARCHIVO-FIN.

           IF NOT WS-SW-SIN-ORIGEN-SI AND NOT WS-SW-FALLA-SI
              SET WS-SW-HIS-PREPARADA-SI    TO TRUE
           END-IF.

           IF WS-CORRIDA-POSTERIOR > ZEROES
              MOVE SPACES                   TO WS-MOTIVO
              STRING 'HISTORIA.TXT TIENE REGISTROS DE LA CORRIDA '
                                             DELIMITED BY SIZE
                     WS-CORRIDA-POSTERIOR    DELIMITED BY SIZE
                     ', POSTERIOR'           DELIMITED BY SIZE
                INTO WS-MOTIVO
              END-STRING
              PERFORM 2900-ANOTAR-MOTIVO
                 THRU 2900-ANOTAR-MOTIVO-FIN
           END-IF.

       2500-PREPARAR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2600-PREPARAR-TICKETS.

           MOVE 'TICKETS.TXT'               TO WS-ARC-NOMBRE.
           MOVE WS-PATH-TICKETS             TO WS-PATH-ORIGEN.
           MOVE WS-PATH-TCK-NUEVO           TO WS-PATH-DESTINO.
           SET WS-FILTRO-TICKETS            TO TRUE.
           MOVE ZEROES                      TO WS-CORRIDA-POSTERIOR.

           PERFORM 5000-COPIAR-ARCHIVO
              THRU 5000-COPIAR-ARCHIVO-FIN.

           IF NOT WS-SW-SIN-ORIGEN-SI AND NOT WS-SW-FALLA-SI
              SET WS-SW-TCK-PREPARADO-SI    TO TRUE
           END-IF.

           IF WS-CORRIDA-POSTERIOR > ZEROES
              MOVE SPACES                   TO WS-MOTIVO
              STRING 'TICKETS.TXT TIENE REGISTROS DE LA CORRIDA '
                                             DELIMITED BY SIZE
                     WS-CORRIDA-POSTERIOR    DELIMITED BY SIZE
                     ', POSTERIOR'           DELIMITED BY SIZE
                INTO WS-MOTIVO
              END-STRING
              PERFORM 2900-ANOTAR-MOTIVO
                 THRU 2900-ANOTAR-MOTIVO-FIN
           END-IF.

       2600-PREPARAR-TICKETS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2650-PREPARAR-CUENTA.

      *---- Arma CUENTA.TXT.NEW sin lo que la corrida asento como
      *---- devengado y enviado. Si sueldos ya le contesto (CL15EJ09
      *---- asento pagos o rechazos de la corrida) lo pagado no se
      *---- deshace y la reversion se rechaza. Los ajustes manuales
      *---- van con corrida cero y no se tocan.

           MOVE 'CUENTA.TXT'                TO WS-ARC-NOMBRE.
           MOVE WS-PATH-CUENTA              TO WS-PATH-ORIGEN.
           MOVE WS-PATH-CTA-NUEVO           TO WS-PATH-DESTINO.
           SET WS-FILTRO-CUENTA             TO TRUE.
           MOVE ZEROES                      TO WS-CORRIDA-POSTERIOR.

           PERFORM 5000-COPIAR-ARCHIVO
              THRU 5000-COPIAR-ARCHIVO-FIN.

           IF NOT WS-SW-SIN-ORIGEN-SI AND NOT WS-SW-FALLA-SI
              SET WS-SW-CTA-PREPARADA-SI    TO TRUE
           END-IF.

           IF WS-CORRIDA-POSTERIOR > ZEROES
              MOVE SPACES                   TO WS-MOTIVO
              STRING 'CUENTA.TXT TIENE MOVIMIENTOS DE LA CORRIDA '
                                             DELIMITED BY SIZE
                     WS-CORRIDA-POSTERIOR    DELIMITED BY SIZE
                     ', POSTERIOR'           DELIMITED BY SIZE
                INTO WS-MOTIVO
              END-STRING
              PERFORM 2900-ANOTAR-MOTIVO
                 THRU 2900-ANOTAR-MOTIVO-FIN
           END-IF.

           IF WS-CONT-CTA-RESPUESTA > ZEROES
              MOVE WS-CONT-CTA-RESPUESTA    TO WS-FORMAT-REGISTROS
              MOVE SPACES                   TO WS-MOTIVO
              STRING 'CUENTA.TXT TIENE'      DELIMITED BY SIZE
                     WS-FORMAT-REGISTROS     DELIMITED BY SIZE
                     ' PAGOS/RECHAZOS DE SUELDOS CONTRA LA CORRIDA'
                                             DELIMITED BY SIZE
                INTO WS-MOTIVO
              END-STRING
              PERFORM 2900-ANOTAR-MOTIVO
                 THRU 2900-ANOTAR-MOTIVO-FIN
           END-IF.

       2650-PREPARAR-CUENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2700-REVISAR-RETORNO.

      *---- Si la corrida no dejo historia (por ejemplo, abortada), el
      *---- periodo sale del header de LIQCOM.TXT cuando ese LIQCOM es
      *---- el de la corrida.
           IF WS-COR-PERIODO EQUAL ZEROES
              PERFORM 2710-LEER-PERIODO-LIQCOM
                 THRU 2710-LEER-PERIODO-LIQCOM-FIN
           END-IF.

      *---- Un RETORNO.TXT de sueldos generado desde el dia de la
      *---- corrida en adelante, del mismo periodo (o de cualquiera, si
      *---- el periodo no se pudo saber), es la respuesta al LIQCOM de
      *---- esta corrida: lo pagado no se deshace con un reproceso.
           OPEN INPUT ENT-RETORNO.

           IF NOT FS-RETORNO-OK
              DISPLAY 'ERROR AL ABRIR RETORNO.TXT: ' FS-RETORNO
              SET WS-SW-FALLA-SI            TO TRUE
              MOVE 8                        TO RETURN-CODE
              GO TO 2700-REVISAR-RETORNO-FIN
           END-IF.

           READ ENT-RETORNO.

           IF FS-RETORNO-OK
              AND WS-RET-ES-HEADER
              AND WS-RET-H-FECHA NUMERIC
              AND WS-RET-H-FECHA >= WS-COR-FECHA-INICIO
              AND (WS-COR-PERIODO EQUAL ZEROES
                   OR WS-RET-H-PERIODO EQUAL WS-COR-PERIODO)
              MOVE SPACES                   TO WS-MOTIVO
              STRING 'SUELDOS YA DEVOLVIO RETORNO.TXT DEL PERIODO '
                                             DELIMITED BY SIZE
                     WS-RET-H-PERIODO        DELIMITED BY SIZE
                     ' (GENERADO EL '        DELIMITED BY SIZE
                     WS-RET-H-FECHA          DELIMITED BY SIZE
                     ')'                     DELIMITED BY SIZE
                INTO WS-MOTIVO
              END-STRING
              PERFORM 2900-ANOTAR-MOTIVO
                 THRU 2900-ANOTAR-MOTIVO-FIN
           END-IF.

           CLOSE ENT-RETORNO.

       2700-REVISAR-RETORNO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2710-LEER-PERIODO-LIQCOM.

           MOVE WS-PATH-LIQCOM              TO WS-PATH-ORIGEN.

           OPEN INPUT ENT-ORIGEN.

           IF NOT FS-ORIGEN-OK
              GO TO 2710-LEER-PERIODO-LIQCOM-FIN
           END-IF.

           READ ENT-ORIGEN.

           IF FS-ORIGEN-OK
              MOVE WS-ENT-LINEA (1:21)      TO WS-LIQ-HEADER
              IF WS-LIQ-HEADER (1:1) EQUAL 'H'
                 AND WS-LIQ-H-CORRIDA NUMERIC
                 AND WS-LIQ-H-CORRIDA EQUAL WS-CORRIDA-REVERTIR
                 MOVE WS-LIQ-H-PERIODO      TO WS-COR-PERIODO
              END-IF
           END-IF.

           CLOSE ENT-ORIGEN.

       2710-LEER-PERIODO-LIQCOM-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2800-PREPARAR-AUDITORIA.

      *---- Arma AUDITORIA.TXT.NEW con las lineas de la corrida
      *---- marcadas como revertidas; las demas pasan tal cual.

           MOVE 'AUDITORIA.TXT'             TO WS-ARC-NOMBRE.
           MOVE WS-PATH-AUDITORIA           TO WS-PATH-ORIGEN.
           MOVE WS-PATH-AUD-NUEVO           TO WS-PATH-DESTINO.
           SET WS-FILTRO-AUDITORIA          TO TRUE.

           PERFORM 5000-COPIAR-ARCHIVO
              THRU 5000-COPIAR-ARCHIVO-FIN.

           IF NOT WS-SW-SIN-ORIGEN-SI AND NOT WS-SW-FALLA-SI
              SET WS-SW-AUD-PREPARADA-SI    TO TRUE
           END-IF.

       2800-PREPARAR-AUDITORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-ANOTAR-MOTIVO.

           SET WS-SW-RECHAZO-SI             TO TRUE.
           MOVE 8                           TO RETURN-CODE.

           IF WS-MOT-CANT < 10
              ADD 1                         TO WS-MOT-CANT
              SET WS-MOT-IDX                TO WS-MOT-CANT
              MOVE WS-MOTIVO                TO WS-MOT-TEXTO (WS-MOT-IDX)
           END-IF.

           DISPLAY 'NO SE PUEDE REVERTIR: ' WS-MOTIVO.

       2900-ANOTAR-MOTIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-APLICAR-REVERSION.

      *---- Se pisan los originales en este orden; la marca en
      *---- AUDITORIA.TXT va al final, asi una reversion cortada a
      *---- mitad de camino se puede volver a correr entera (los F.NEW
      *---- y el respaldo se borran recien cuando todo salio bien).

           IF WS-SW-HIS-PREPARADA-SI
              MOVE 'HISTORIA.TXT'           TO WS-ARC-NOMBRE
              MOVE WS-PATH-HIS-NUEVO        TO WS-PATH-ORIGEN
              MOVE WS-PATH-HISTORIA         TO WS-PATH-DESTINO
              PERFORM 3100-PISAR-ORIGINAL
                 THRU 3100-PISAR-ORIGINAL-FIN
              IF WS-SW-FALLA-SI
                 GO TO 3000-APLICAR-REVERSION-FIN
              END-IF
              PERFORM 3110-ANOTAR-HISTORIA
                 THRU 3110-ANOTAR-HISTORIA-FIN
           END-IF.

           IF WS-SW-TCK-PREPARADO-SI
              MOVE 'TICKETS.TXT'            TO WS-ARC-NOMBRE
              MOVE WS-PATH-TCK-NUEVO        TO WS-PATH-ORIGEN
              MOVE WS-PATH-TICKETS          TO WS-PATH-DESTINO
              PERFORM 3100-PISAR-ORIGINAL
                 THRU 3100-PISAR-ORIGINAL-FIN
              IF WS-SW-FALLA-SI
                 GO TO 3000-APLICAR-REVERSION-FIN
              END-IF
              PERFORM 3120-ANOTAR-TICKETS
                 THRU 3120-ANOTAR-TICKETS-FIN
           END-IF.

           IF WS-SW-CTA-PREPARADA-SI
              MOVE 'CUENTA.TXT'             TO WS-ARC-NOMBRE
              MOVE WS-PATH-CTA-NUEVO        TO WS-PATH-ORIGEN
              MOVE WS-PATH-CUENTA           TO WS-PATH-DESTINO
              PERFORM 3100-PISAR-ORIGINAL
                 THRU 3100-PISAR-ORIGINAL-FIN
              IF WS-SW-FALLA-SI
                 GO TO 3000-APLICAR-REVERSION-FIN
              END-IF
              PERFORM 3130-ANOTAR-CUENTA
                 THRU 3130-ANOTAR-CUENTA-FIN
           END-IF.

           PERFORM 3300-RESTAURAR-ARCHIVO
              THRU 3300-RESTAURAR-ARCHIVO-FIN
              VARYING WS-BKP-IDX FROM 1 BY 1
                UNTIL WS-BKP-IDX > WS-BKP-CANT
                   OR WS-SW-FALLA-SI.

           IF WS-SW-FALLA-SI
              GO TO 3000-APLICAR-REVERSION-FIN
           END-IF.

           IF WS-SW-AUD-PREPARADA-SI
              MOVE 'AUDITORIA.TXT'          TO WS-ARC-NOMBRE
              MOVE WS-PATH-AUD-NUEVO        TO WS-PATH-ORIGEN
              MOVE WS-PATH-AUDITORIA        TO WS-PATH-DESTINO
              PERFORM 3100-PISAR-ORIGINAL
                 THRU 3100-PISAR-ORIGINAL-FIN
              IF WS-SW-FALLA-SI
                 GO TO 3000-APLICAR-REVERSION-FIN
              END-IF
              MOVE 'AUDITORIA.TXT'          TO WS-NUE-ARCHIVO
              MOVE 'CORRIDA MARCADA COMO REVERTIDA'
                                            TO WS-NUE-ACCION
              MOVE WS-CONT-AUD-MARCADAS     TO WS-NUE-REGISTROS
              MOVE ZEROES                   TO WS-NUE-IMPORTE
              PERFORM 4000-ANOTAR-ACCION
                 THRU 4000-ANOTAR-ACCION-FIN
           END-IF.

           PERFORM 3500-BORRAR-RESPALDO
              THRU 3500-BORRAR-RESPALDO-FIN.

       3000-APLICAR-REVERSION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3100-PISAR-ORIGINAL.

      *---- Vuelca el archivo de trabajo sobre el original y lo borra.
      *---- Si la copia falla a mitad de camino, el de trabajo (F.NEW)
      *---- queda en el directorio para recuperar a mano, y por eso se
      *---- borra recien al final.

           SET WS-FILTRO-NINGUNO            TO TRUE.

           PERFORM 5000-COPIAR-ARCHIVO
              THRU 5000-COPIAR-ARCHIVO-FIN.

           IF WS-SW-SIN-ORIGEN-SI
              DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE TRABAJO DE '
                      WS-ARC-NOMBRE
              SET WS-SW-FALLA-SI            TO TRUE
              MOVE 8                        TO RETURN-CODE
           END-IF.

           IF NOT WS-SW-FALLA-SI
              CALL 'CBL_DELETE_FILE' USING WS-PATH-ORIGEN
                 RETURNING WS-DELETE-STATUS
           END-IF.

       3100-PISAR-ORIGINAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3110-ANOTAR-HISTORIA.

      *---- Una linea por tipo de registro quitado, con el importe que
      *---- representa cada tipo.

           MOVE 'HISTORIA.TXT'              TO WS-NUE-ARCHIVO.

           MOVE 'QUITADOS REGISTROS E (COMISION POR EMPLEADO)'
                                            TO WS-NUE-ACCION.
           MOVE WS-CONT-HIS-E               TO WS-NUE-REGISTROS.
           MOVE WS-IMP-HIS-E                TO WS-NUE-IMPORTE.
           PERFORM 4000-ANOTAR-ACCION
              THRU 4000-ANOTAR-ACCION-FIN.

           MOVE 'QUITADOS REGISTROS S (VENDIDO POR SECTOR)'
                                            TO WS-NUE-ACCION.
           MOVE WS-CONT-HIS-S               TO WS-NUE-REGISTROS.
           MOVE WS-IMP-HIS-S                TO WS-NUE-IMPORTE.
           PERFORM 4000-ANOTAR-ACCION
              THRU 4000-ANOTAR-ACCION-FIN.

           MOVE 'QUITADOS REGISTROS U (VENDIDO POR SUCURSAL)'
                                            TO WS-NUE-ACCION.
           MOVE WS-CONT-HIS-U               TO WS-NUE-REGISTROS.
           MOVE WS-IMP-HIS-U                TO WS-NUE-IMPORTE.
           PERFORM 4000-ANOTAR-ACCION
              THRU 4000-ANOTAR-ACCION-FIN.

           MOVE 'QUITADOS REGISTROS P (PREMIO POR CUOTA)'
                                            TO WS-NUE-ACCION.
           MOVE WS-CONT-HIS-P               TO WS-NUE-REGISTROS.
           MOVE WS-IMP-HIS-P                TO WS-NUE-IMPORTE.
           PERFORM 4000-ANOTAR-ACCION
              THRU 4000-ANOTAR-ACCION-FIN.

           MOVE 'QUITADOS REGISTROS O (SOBRECOMISION)'
                                            TO WS-NUE-ACCION.
           MOVE WS-CONT-HIS-O               TO WS-NUE-REGISTROS.
           MOVE WS-IMP-HIS-O                TO WS-NUE-IMPORTE.
           PERFORM 4000-ANOTAR-ACCION
              THRU 4000-ANOTAR-ACCION-FIN.

       3110-ANOTAR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3120-ANOTAR-TICKETS.

           MOVE 'TICKETS.TXT'               TO WS-NUE-ARCHIVO.

           MOVE 'QUITADOS REGISTROS V (TICKET COMISIONADO)'
                                            TO WS-NUE-ACCION.
           MOVE WS-CONT-TCK-V               TO WS-NUE-REGISTROS.
           MOVE WS-IMP-TCK-V                TO WS-NUE-IMPORTE.
           PERFORM 4000-ANOTAR-ACCION
              THRU 4000-ANOTAR-ACCION-FIN.

           MOVE 'QUITADOS REGISTROS R (RECUPERO DE COMISION)'
                                            TO WS-NUE-ACCION.
           MOVE WS-CONT-TCK-R               TO WS-NUE-REGISTROS.
           MOVE WS-IMP-TCK-R                TO WS-NUE-IMPORTE.
           PERFORM 4000-ANOTAR-ACCION
              THRU 4000-ANOTAR-ACCION-FIN.

       3120-ANOTAR-TICKETS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3130-ANOTAR-CUENTA.

           MOVE 'CUENTA.TXT'                TO WS-NUE-ARCHIVO.

           MOVE 'QUITADOS MOVIMIENTOS D (DEVENGADO)'
                                            TO WS-NUE-ACCION.
           MOVE WS-CONT-CTA-D               TO WS-NUE-REGISTROS.
           MOVE WS-IMP-CTA-D                TO WS-NUE-IMPORTE.
           PERFORM 4000-ANOTAR-ACCION
              THRU 4000-ANOTAR-ACCION-FIN.

           MOVE 'QUITADOS MOVIMIENTOS E (ENVIADO A SUELDOS)'
                                            TO WS-NUE-ACCION.
           MOVE WS-CONT-CTA-E               TO WS-NUE-REGISTROS.
           MOVE WS-IMP-CTA-E                TO WS-NUE-IMPORTE.
           PERFORM 4000-ANOTAR-ACCION
              THRU 4000-ANOTAR-ACCION-FIN.

       3130-ANOTAR-CUENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3300-RESTAURAR-ARCHIVO.

      *---- Lo que existia antes de la corrida vuelve a su contenido
      *---- de entonces; lo que no existia se borra.

           MOVE WS-BKP-ARCHIVO (WS-BKP-IDX) TO WS-NUE-ARCHIVO.
           MOVE ZEROES                      TO WS-NUE-IMPORTE.

           IF WS-BKP-COPIADO (WS-BKP-IDX)
              MOVE WS-BKP-ARCHIVO (WS-BKP-IDX)
                                            TO WS-ARC-NOMBRE
              PERFORM 5900-ARMAR-PATH-COPIA
                 THRU 5900-ARMAR-PATH-COPIA-FIN
              SET WS-FILTRO-NINGUNO         TO TRUE
              PERFORM 5000-COPIAR-ARCHIVO
                 THRU 5000-COPIAR-ARCHIVO-FIN
              IF WS-SW-SIN-ORIGEN-SI
                 DISPLAY 'NO SE ENCUENTRA LA COPIA DE RESPALDO '
                         WS-PATH-ORIGEN
                 SET WS-SW-FALLA-SI         TO TRUE
                 MOVE 8                     TO RETURN-CODE
              END-IF
              IF WS-SW-FALLA-SI
                 GO TO 3300-RESTAURAR-ARCHIVO-FIN
              END-IF
              MOVE 'RESTAURADO DESDE EL RESPALDO DE LA CORRIDA'
                                            TO WS-NUE-ACCION
              MOVE WS-CONT-COPIADOS         TO WS-NUE-REGISTROS
           ELSE
              PERFORM 5900-ARMAR-PATH-COPIA
                 THRU 5900-ARMAR-PATH-COPIA-FIN
              CALL 'CBL_DELETE_FILE' USING WS-PATH-DESTINO
                 RETURNING WS-DELETE-STATUS
              IF WS-DELETE-STATUS EQUAL ZEROES
                 MOVE 'BORRADO: NO EXISTIA ANTES DE LA CORRIDA'
                                            TO WS-NUE-ACCION
              ELSE
                 MOVE 'SIN CAMBIOS: NO EXISTIA ANTES NI DESPUES'
                                            TO WS-NUE-ACCION
              END-IF
              MOVE ZEROES                   TO WS-NUE-REGISTROS
           END-IF.

           PERFORM 4000-ANOTAR-ACCION
              THRU 4000-ANOTAR-ACCION-FIN.

       3300-RESTAURAR-ARCHIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3500-BORRAR-RESPALDO.

      *---- La corrida ya no existe: su respaldo no sirve mas. Primero
      *---- las copias y al final el indice, asi un indice que queda
      *---- siempre apunta a copias que estan.

           PERFORM 3510-BORRAR-COPIA
              THRU 3510-BORRAR-COPIA-FIN
              VARYING WS-BKP-IDX FROM 1 BY 1
                UNTIL WS-BKP-IDX > WS-BKP-CANT.

           CALL 'CBL_DELETE_FILE' USING WS-PATH-INDICE
              RETURNING WS-DELETE-STATUS.

           MOVE 'RESPALDO'                  TO WS-NUE-ARCHIVO.
           MOVE SPACES                      TO WS-NUE-ACCION.
           STRING 'BORRADOS EL INDICE RESPALDO.R'
                                             DELIMITED BY SIZE
                  WS-CORRIDA-REVERTIR        DELIMITED BY SIZE
                  ' Y SUS COPIAS'            DELIMITED BY SIZE
             INTO WS-NUE-ACCION
           END-STRING.
           MOVE WS-BKP-CANT                 TO WS-NUE-REGISTROS.
           MOVE ZEROES                      TO WS-NUE-IMPORTE.
           PERFORM 4000-ANOTAR-ACCION
              THRU 4000-ANOTAR-ACCION-FIN.

       3500-BORRAR-RESPALDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3510-BORRAR-COPIA.

           IF WS-BKP-COPIADO (WS-BKP-IDX)
              PERFORM 5900-ARMAR-PATH-COPIA
                 THRU 5900-ARMAR-PATH-COPIA-FIN
              CALL 'CBL_DELETE_FILE' USING WS-PATH-ORIGEN
                 RETURNING WS-DELETE-STATUS
           END-IF.

       3510-BORRAR-COPIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       4000-ANOTAR-ACCION.

           IF WS-ACC-CANT < 40
              ADD 1                         TO WS-ACC-CANT
              SET WS-ACC-IDX                TO WS-ACC-CANT
              MOVE WS-NUE-ARCHIVO           TO WS-ACC-ARCHIVO
                                                (WS-ACC-IDX)
              MOVE WS-NUE-ACCION            TO WS-ACC-ACCION
                                                (WS-ACC-IDX)
              MOVE WS-NUE-REGISTROS         TO WS-ACC-REGISTROS
                                                (WS-ACC-IDX)
              MOVE WS-NUE-IMPORTE           TO WS-ACC-IMPORTE
                                                (WS-ACC-IDX)
           END-IF.

           MOVE WS-NUE-REGISTROS            TO WS-FORMAT-REGISTROS.
           DISPLAY WS-NUE-ARCHIVO ' ' WS-NUE-ACCION ' '
                   WS-FORMAT-REGISTROS.

       4000-ANOTAR-ACCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       5000-COPIAR-ARCHIVO.

      *---- Motor comun de copia: de WS-PATH-ORIGEN a WS-PATH-DESTINO,
      *---- registro por registro, aplicando el filtro indicado
      *---- (quitar los de la corrida, marcarlos o ninguno). Si el
      *---- origen no existe no se crea el destino y se avisa con
      *---- WS-SW-SIN-ORIGEN.

           MOVE ZEROES                      TO WS-CONT-LEIDOS
                                               WS-CONT-COPIADOS
                                               WS-CONT-QUITADOS.
           MOVE 'N'                         TO WS-SW-SIN-ORIGEN.

           OPEN INPUT ENT-ORIGEN.

           EVALUATE TRUE
               WHEN FS-ORIGEN-OK
                    CONTINUE
               WHEN FS-ORIGEN-NFD
                    SET WS-SW-SIN-ORIGEN-SI TO TRUE
                    GO TO 5000-COPIAR-ARCHIVO-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR ' WS-PATH-ORIGEN
                    DISPLAY 'FILE STATUS: ' FS-ORIGEN
                    SET WS-SW-FALLA-SI      TO TRUE
                    MOVE 8                  TO RETURN-CODE
                    GO TO 5000-COPIAR-ARCHIVO-FIN
           END-EVALUATE.

           OPEN OUTPUT SAL-DESTINO.

           IF NOT FS-DESTINO-OK
              DISPLAY 'ERROR AL ABRIR ' WS-PATH-DESTINO
              DISPLAY 'FILE STATUS: ' FS-DESTINO
              CLOSE ENT-ORIGEN
              SET WS-SW-FALLA-SI            TO TRUE
              MOVE 8                        TO RETURN-CODE
              GO TO 5000-COPIAR-ARCHIVO-FIN
           END-IF.

           PERFORM 5100-COPIAR-REGISTRO
              THRU 5100-COPIAR-REGISTRO-FIN
             UNTIL FS-ORIGEN-EOF.

           CLOSE ENT-ORIGEN.
           CLOSE SAL-DESTINO.

       5000-COPIAR-ARCHIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       5100-COPIAR-REGISTRO.

           READ ENT-ORIGEN.

           EVALUATE TRUE
               WHEN FS-ORIGEN-OK
                    ADD 1                   TO WS-CONT-LEIDOS
                    MOVE WS-ENT-LINEA       TO WS-SAL-LINEA
                    SET WS-DESTINO-CONSERVAR
                                            TO TRUE
                    EVALUATE TRUE
                        WHEN WS-FILTRO-HISTORIA
                             PERFORM 5200-FILTRAR-HISTORIA
                                THRU 5200-FILTRAR-HISTORIA-FIN
                        WHEN WS-FILTRO-TICKETS
                             PERFORM 5300-FILTRAR-TICKETS
                                THRU 5300-FILTRAR-TICKETS-FIN
                        WHEN WS-FILTRO-CUENTA
                             PERFORM 5350-FILTRAR-CUENTA
                                THRU 5350-FILTRAR-CUENTA-FIN
                        WHEN WS-FILTRO-AUDITORIA
                             PERFORM 5400-MARCAR-AUDITORIA
                                THRU 5400-MARCAR-AUDITORIA-FIN
                    END-EVALUATE
                    IF WS-DESTINO-QUITAR
                       ADD 1                TO WS-CONT-QUITADOS
                    ELSE
                       PERFORM 5500-GRABAR-DESTINO
                          THRU 5500-GRABAR-DESTINO-FIN
                    END-IF
               WHEN FS-ORIGEN-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER ' WS-PATH-ORIGEN
                    DISPLAY 'FILE STATUS: ' FS-ORIGEN
                    SET WS-SW-FALLA-SI      TO TRUE
                    MOVE 8                  TO RETURN-CODE
                    MOVE '10'               TO FS-ORIGEN
           END-EVALUATE.

       5100-COPIAR-REGISTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       5200-FILTRAR-HISTORIA.

      *---- Un registro que no se deja interpretar se conserva: ante
      *---- la duda, nada se tira.

           MOVE WS-ENT-LINEA (1:95)         TO WS-REG-HISTORIA.

           IF WS-HIS-CORRIDA NOT NUMERIC
              GO TO 5200-FILTRAR-HISTORIA-FIN
           END-IF.

           IF WS-HIS-CORRIDA > WS-CORRIDA-REVERTIR
              AND WS-CORRIDA-POSTERIOR EQUAL ZEROES
              MOVE WS-HIS-CORRIDA           TO WS-CORRIDA-POSTERIOR
           END-IF.

           IF WS-HIS-CORRIDA NOT EQUAL WS-CORRIDA-REVERTIR
              GO TO 5200-FILTRAR-HISTORIA-FIN
           END-IF.

           SET WS-DESTINO-QUITAR            TO TRUE.

           IF WS-COR-PERIODO EQUAL ZEROES
              AND WS-HIS-PERIODO NUMERIC
              MOVE WS-HIS-PERIODO           TO WS-COR-PERIODO
           END-IF.

           EVALUATE TRUE
               WHEN WS-HIS-ES-EMPLEADO
                    ADD 1                   TO WS-CONT-HIS-E
                    IF WS-HIS-E-COMISION NUMERIC
                       ADD WS-HIS-E-COMISION
                                            TO WS-IMP-HIS-E
                    END-IF
               WHEN WS-HIS-ES-SECTOR
                    ADD 1                   TO WS-CONT-HIS-S
                    IF WS-HIS-S-IMPORTE NUMERIC
                       ADD WS-HIS-S-IMPORTE TO WS-IMP-HIS-S
                    END-IF
               WHEN WS-HIS-ES-SUCURSAL
                    ADD 1                   TO WS-CONT-HIS-U
                    IF WS-HIS-U-IMPORTE NUMERIC
                       ADD WS-HIS-U-IMPORTE TO WS-IMP-HIS-U
                    END-IF
               WHEN WS-HIS-ES-PREMIO
                    ADD 1                   TO WS-CONT-HIS-P
                    IF WS-HIS-P-PREMIO NUMERIC
                       ADD WS-HIS-P-PREMIO  TO WS-IMP-HIS-P
                    END-IF
               WHEN WS-HIS-ES-SOBRECOMISION
                    ADD 1                   TO WS-CONT-HIS-O
                    IF WS-HIS-O-SOBRECOMISION NUMERIC
                       ADD WS-HIS-O-SOBRECOMISION
                                            TO WS-IMP-HIS-O
                    END-IF
           END-EVALUATE.

       5200-FILTRAR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       5300-FILTRAR-TICKETS.

           MOVE WS-ENT-LINEA (1:112)        TO WS-REG-TICKET.

           IF WS-TCK-CORRIDA NOT NUMERIC
              GO TO 5300-FILTRAR-TICKETS-FIN
           END-IF.

           IF WS-TCK-CORRIDA > WS-CORRIDA-REVERTIR
              AND WS-CORRIDA-POSTERIOR EQUAL ZEROES
              MOVE WS-TCK-CORRIDA           TO WS-CORRIDA-POSTERIOR
           END-IF.

           IF WS-TCK-CORRIDA NOT EQUAL WS-CORRIDA-REVERTIR
              GO TO 5300-FILTRAR-TICKETS-FIN
           END-IF.

           SET WS-DESTINO-QUITAR            TO TRUE.

           EVALUATE TRUE
               WHEN WS-TCK-ES-VENTA
                    ADD 1                   TO WS-CONT-TCK-V
                    IF WS-TCK-COMISION NUMERIC
                       ADD WS-TCK-COMISION  TO WS-IMP-TCK-V
                    END-IF
               WHEN WS-TCK-ES-RECUPERO
                    ADD 1                   TO WS-CONT-TCK-R
                    IF WS-TCK-COMISION NUMERIC
                       ADD WS-TCK-COMISION  TO WS-IMP-TCK-R
                    END-IF
           END-EVALUATE.

       5300-FILTRAR-TICKETS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       5350-FILTRAR-CUENTA.

           MOVE WS-ENT-LINEA (1:94)         TO WS-REG-CUENTA.

           IF WS-CTA-CORRIDA NOT NUMERIC
              GO TO 5350-FILTRAR-CUENTA-FIN
           END-IF.

           IF WS-CTA-CORRIDA > WS-CORRIDA-REVERTIR
              AND WS-CORRIDA-POSTERIOR EQUAL ZEROES
              MOVE WS-CTA-CORRIDA           TO WS-CORRIDA-POSTERIOR
           END-IF.

           IF WS-CTA-CORRIDA NOT EQUAL WS-CORRIDA-REVERTIR
              GO TO 5350-FILTRAR-CUENTA-FIN
           END-IF.

           EVALUATE TRUE
               WHEN WS-CTA-ES-DEVENGADO
                    SET WS-DESTINO-QUITAR   TO TRUE
                    ADD 1                   TO WS-CONT-CTA-D
                    IF WS-CTA-IMPORTE NUMERIC
                       ADD WS-CTA-IMPORTE   TO WS-IMP-CTA-D
                    END-IF
               WHEN WS-CTA-ES-ENVIADO
                    SET WS-DESTINO-QUITAR   TO TRUE
                    ADD 1                   TO WS-CONT-CTA-E
                    IF WS-CTA-IMPORTE NUMERIC
                       ADD WS-CTA-IMPORTE   TO WS-IMP-CTA-E
                    END-IF
               WHEN WS-CTA-ES-PAGADO OR WS-CTA-ES-RECHAZADO
                    ADD 1                   TO WS-CONT-CTA-RESPUESTA
           END-EVALUATE.

       5350-FILTRAR-CUENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       5400-MARCAR-AUDITORIA.

      *---- La linea no se borra: cambia el veredicto por REVERTIDA y
      *---- el que tenia queda a continuacion.

           MOVE WS-ENT-LINEA (1:270)        TO WS-AUD-REGISTRO.

           IF WS-AUD-NRO-CORRIDA NUMERIC
              AND WS-AUD-NRO-CORRIDA EQUAL WS-CORRIDA-REVERTIR
              MOVE WS-AUD-VEREDICTO         TO WS-AUD-VEREDICTO-ORIGINAL
              MOVE 'REVERTIDA'              TO WS-AUD-VEREDICTO
              MOVE WS-AUD-REGISTRO          TO WS-SAL-LINEA
              ADD 1                         TO WS-CONT-AUD-MARCADAS
           END-IF.

       5400-MARCAR-AUDITORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       5500-GRABAR-DESTINO.

           WRITE WS-SAL-LINEA.

           IF FS-DESTINO-OK
              ADD 1                         TO WS-CONT-COPIADOS
           ELSE
              DISPLAY 'ERROR AL ESCRIBIR ' WS-PATH-DESTINO
              DISPLAY 'FILE STATUS: ' FS-DESTINO
              SET WS-SW-FALLA-SI            TO TRUE
              MOVE 8                        TO RETURN-CODE
              MOVE '10'                     TO FS-ORIGEN
           END-IF.

       5500-GRABAR-DESTINO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       5900-ARMAR-PATH-COPIA.

      *---- Para la entrada del indice en proceso: el archivo del
      *---- circuito queda en WS-PATH-DESTINO y su copia de respaldo
      *---- (<archivo>.Rnnnnnn) en WS-PATH-ORIGEN.

           MOVE SPACES                      TO WS-PATH-DESTINO.
           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/'                        DELIMITED BY SIZE
                  WS-BKP-ARCHIVO (WS-BKP-IDX)
                                             DELIMITED BY SPACE
             INTO WS-PATH-DESTINO
           END-STRING.

           MOVE SPACES                      TO WS-PATH-ORIGEN.
           STRING WS-PATH-DESTINO               DELIMITED BY SPACE
                  '.R'                       DELIMITED BY SIZE
                  WS-CORRIDA-REVERTIR        DELIMITED BY SIZE
             INTO WS-PATH-ORIGEN
           END-STRING.

       5900-ARMAR-PATH-COPIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       6000-BORRAR-TRABAJO.

      *---- Reversion rechazada: los archivos de trabajo que se hayan
      *---- llegado a armar no sirven y los originales no se tocaron.

           IF WS-SW-HIS-PREPARADA-SI
              CALL 'CBL_DELETE_FILE' USING WS-PATH-HIS-NUEVO
                 RETURNING WS-DELETE-STATUS
           END-IF.

           IF WS-SW-TCK-PREPARADO-SI
              CALL 'CBL_DELETE_FILE' USING WS-PATH-TCK-NUEVO
                 RETURNING WS-DELETE-STATUS
           END-IF.

           IF WS-SW-CTA-PREPARADA-SI
              CALL 'CBL_DELETE_FILE' USING WS-PATH-CTA-NUEVO
                 RETURNING WS-DELETE-STATUS
           END-IF.

           IF WS-SW-AUD-PREPARADA-SI
              CALL 'CBL_DELETE_FILE' USING WS-PATH-AUD-NUEVO
                 RETURNING WS-DELETE-STATUS
           END-IF.

       6000-BORRAR-TRABAJO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       8000-GRABAR-INFORME.

           OPEN OUTPUT SAL-INFORME.

           IF NOT FS-INFORME-OK
              DISPLAY 'ERROR AL ABRIR REVERSA.TXT: ' FS-INFORME
              MOVE 8                        TO RETURN-CODE
              GO TO 8000-GRABAR-INFORME-FIN
           END-IF.

           MOVE WS-CORRIDA-REVERTIR         TO WS-REV-TIT-CORRIDA.
           MOVE WS-COR-PERIODO              TO WS-REV-TIT-PERIODO.
           MOVE WS-FECHA-HOY-DD             TO WS-REV-TIT-DD.
           MOVE WS-FECHA-HOY-MM             TO WS-REV-TIT-MM.
           MOVE WS-FECHA-HOY-AAAA           TO WS-REV-TIT-AAAA.
           MOVE WS-REV-TITULO               TO WS-SAL-INFORME.
           PERFORM 8100-ESCRIBIR-INFORME
              THRU 8100-ESCRIBIR-INFORME-FIN.

           IF WS-COR-LINEAS > ZEROES
              MOVE WS-COR-INI-DD            TO WS-REV-ORI-DD
              MOVE WS-COR-INI-MM            TO WS-REV-ORI-MM
              MOVE WS-COR-INI-AAAA          TO WS-REV-ORI-AAAA
              MOVE WS-COR-HORA-INICIO       TO WS-REV-ORI-HORA
              MOVE WS-COR-ARRANQUE          TO WS-REV-ORI-ARRANQUE
              MOVE WS-COR-VEREDICTO         TO WS-REV-ORI-VEREDICTO
              MOVE WS-COR-LINEAS            TO WS-REV-ORI-LINEAS
              MOVE WS-REV-ORIGEN            TO WS-SAL-INFORME
              PERFORM 8100-ESCRIBIR-INFORME
                 THRU 8100-ESCRIBIR-INFORME-FIN
           END-IF.

           MOVE WS-REV-SEPARADOR            TO WS-SAL-INFORME.
           PERFORM 8100-ESCRIBIR-INFORME
              THRU 8100-ESCRIBIR-INFORME-FIN.

           IF WS-SW-RECHAZO-SI
              MOVE WS-REV-RECHAZO           TO WS-SAL-INFORME
              PERFORM 8100-ESCRIBIR-INFORME
                 THRU 8100-ESCRIBIR-INFORME-FIN
              PERFORM 8200-GRABAR-MOTIVO
                 THRU 8200-GRABAR-MOTIVO-FIN
                 VARYING WS-MOT-IDX FROM 1 BY 1
                   UNTIL WS-MOT-IDX > WS-MOT-CANT
           ELSE
              MOVE WS-REV-CABECERA          TO WS-SAL-INFORME
              PERFORM 8100-ESCRIBIR-INFORME
                 THRU 8100-ESCRIBIR-INFORME-FIN
              MOVE WS-REV-SEPARADOR         TO WS-SAL-INFORME
              PERFORM 8100-ESCRIBIR-INFORME
                 THRU 8100-ESCRIBIR-INFORME-FIN
              PERFORM 8300-GRABAR-ACCION
                 THRU 8300-GRABAR-ACCION-FIN
                 VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-CANT
           END-IF.

           MOVE WS-REV-SEPARADOR            TO WS-SAL-INFORME.
           PERFORM 8100-ESCRIBIR-INFORME
              THRU 8100-ESCRIBIR-INFORME-FIN.

           EVALUATE TRUE
               WHEN WS-SW-RECHAZO-SI
                    MOVE 'CORRIDA NO REVERTIDA'
                                            TO WS-REV-RES-TEXTO
               WHEN WS-SW-FALLA-SI
                    MOVE 'INCOMPLETA: REVISAR EL LOG Y REPETIR'
                                            TO WS-REV-RES-TEXTO
               WHEN OTHER
                    MOVE 'CORRIDA REVERTIDA: REPROCESAR EL PERIODO'
                                            TO WS-REV-RES-TEXTO
           END-EVALUATE.

           MOVE WS-REV-RESULTADO            TO WS-SAL-INFORME.
           PERFORM 8100-ESCRIBIR-INFORME
              THRU 8100-ESCRIBIR-INFORME-FIN.

           CLOSE SAL-INFORME.

       8000-GRABAR-INFORME-FIN.
           EXIT.
      *----------------------------------------------------------------*
       8100-ESCRIBIR-INFORME.

           WRITE WS-SAL-INFORME.

           IF NOT FS-INFORME-OK
              DISPLAY 'ERROR AL ESCRIBIR REVERSA.TXT: ' FS-INFORME
           END-IF.

       8100-ESCRIBIR-INFORME-FIN.
           EXIT.
      *----------------------------------------------------------------*
       8200-GRABAR-MOTIVO.

           MOVE WS-MOT-TEXTO (WS-MOT-IDX)   TO WS-REV-MOT-TEXTO.
           MOVE WS-REV-MOTIVO               TO WS-SAL-INFORME.
           PERFORM 8100-ESCRIBIR-INFORME
              THRU 8100-ESCRIBIR-INFORME-FIN.

       8200-GRABAR-MOTIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       8300-GRABAR-ACCION.

           MOVE WS-ACC-ARCHIVO (WS-ACC-IDX) TO WS-REV-DET-ARCHIVO.
           MOVE WS-ACC-ACCION (WS-ACC-IDX)  TO WS-REV-DET-ACCION.
           MOVE WS-ACC-REGISTROS (WS-ACC-IDX)
                                            TO WS-REV-DET-REGISTROS.
           MOVE WS-ACC-IMPORTE (WS-ACC-IDX) TO WS-REV-DET-IMPORTE.
           MOVE WS-REV-DETALLE              TO WS-SAL-INFORME.
           PERFORM 8100-ESCRIBIR-INFORME
              THRU 8100-ESCRIBIR-INFORME-FIN.

       8300-GRABAR-ACCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       9000-FINALIZAR-PROGRAMA.

           IF RETURN-CODE EQUAL ZEROES
              DISPLAY 'REVERSION DE CORRIDA TERMINADA'
           ELSE
              DISPLAY 'REVERSION DE CORRIDA TERMINADA CON ERRORES, '
                      'REVISAR EL LOG Y REVERSA.TXT'
           END-IF.

       9000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL15EJ17.
