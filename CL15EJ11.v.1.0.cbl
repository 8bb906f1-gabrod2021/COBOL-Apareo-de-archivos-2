      *          (RECICLAJE DE ERROR.TXT A SUSPENSO.TXT), CL15EJ01
      *          (APAREO) Y CL15EJ06 (COMPARATIVO), TODOS
      *          DESATENDIDOS CON EL MISMO PARAMS.TXT. SI UN PASO
      *          TERMINA CON RETURN-CODE 8 O MAS LA CADENA SE DETIENE
      *          AHI (UN VENTAS.TXT RECHAZADO NO PUEDE TERMINAR EN UN
      *          COMPARATIVO ARMADO SOBRE DATOS VIEJOS); CON 4 (UNA
      *          CONSOLIDACION PARCIAL) SIGUE, DEJANDO EN EL LOG QUE
      *          EL PERIODO ESTA INCOMPLETO Y QUE SUCURSALES FALTAN.
      *          TODO QUEDA EN UN UNICO LOG JOBLOG.TXT: QUE PASOS
      *          CORRIERON, CON QUE PARAMETROS Y COMO TERMINO CADA
      *          UNO. EL OPERADOR LANZA UNA SOLA COSA A LA NOCHE Y LEE
      *          UN SOLO LOG A LA MANANA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JOBLOG.

      * ESTADO DE LA CONSOLIDACION QUE DEJA CL15EJ07, PARA INFORMAR
      * EN EL LOG QUE SUCURSALES FALTAN CUANDO EL PERIODO QUEDA
      * INCOMPLETO.
       SELECT ENT-CONSOLID
           ASSIGN DYNAMIC WS-PATH-CONSOLID
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONSOLID.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FD SAL-JOBLOG.
       01 WS-SAL-JOBLOG                     PIC X(132).

       FD ENT-CONSOLID.
       01 WS-ENT-CONSOLID                   PIC X(109).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
             88 FS-PARAMETROS-NFD               VALUE '35'.
          05 FS-JOBLOG                      PIC X(2).
             88 FS-JOBLOG-OK                    VALUE '00' '05'.
          05 FS-CONSOLID                    PIC X(2).
             88 FS-CONSOLID-OK                  VALUE '00'.
             88 FS-CONSOLID-EOF                 VALUE '10'.

       01 WS-PATHS.
          05 WS-PATH-DIRECTORIO              PIC X(60) VALUE '..'.
          05 WS-PATH-PARAMETROS              PIC X(80)
                                                 VALUE 'PARAMS.TXT'.
          05 WS-PATH-JOBLOG                  PIC X(80).
          05 WS-PATH-CONSOLID                PIC X(80).

      * COPIA DE LAS 13 LINEAS DE PARAMS.TXT, PARA PODER DEJAR EN EL
      * LOG CON QUE PARAMETROS CORRIO CADA PASO (EL CONTRATO DE LAS
                          OCCURS 13 TIMES
                          INDEXED BY WS-PAR-IDX.

      * LINEA 14, OPCIONAL: MODO DE CONSOLIDACION DE CL15EJ07 (T/P;
      * BLANCO = T). SOLO SE LEE PARA DEJARLA EN EL LOG.
       01 WS-PAR-MODO                       PIC X(01) VALUE SPACES.

       01 WS-PAR-SUCURSALES.
          05 WS-PAR-SUCURSALES-X            PIC X(02) VALUE SPACES.
          05 WS-PAR-SUCURSALES-9 REDEFINES
      * SIGUIENTES YA NO DEBEN CORRER.
          05 WS-SW-DETENER                  PIC X(01) VALUE 'N'.
             88 WS-SW-DETENER-SI                VALUE 'S'.
      * 'S' CUANDO LA CONSOLIDACION QUEDO PARCIAL: LA CADENA SIGUE,
      * PERO EL CIERRE DEL LOG LO VUELVE A DECIR.
          05 WS-SW-INCOMPLETO               PIC X(01) VALUE 'N'.
             88 WS-SW-INCOMPLETO-SI             VALUE 'S'.

       77 WS-NRO-LINEA                      PIC 9(02) VALUE 0.
       77 WS-PASO-NOMBRE                    PIC X(08) VALUE SPACES.
       77 WS-PASO-RC                        PIC 9(04) VALUE 0.
       77 WS-PEOR-RC                        PIC 9(04) VALUE 0.
       77 WS-CONT-PASOS                     PIC 9(02) VALUE 0.
       77 WS-CONT-FALTANTES                 PIC 9(02) VALUE 0.

       01 WS-FECHA-HOY                      PIC 9(08) VALUE 0.
       01 WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
          05 FILLER                         PIC X(02) VALUE '  '.
          05 WS-TXT-PASO-PARAMETROS         PIC X(60).

      * FORMATO DE "CONSOLID.TXT"
          COPY CONSOLID.

       01 WS-TEXTO-FALTANTE.
          05 FILLER                         PIC X(06) VALUE 'FALTA '.
          05 WS-TXT-FAL-ARCHIVO             PIC X(12).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-TXT-FAL-SUCURSAL            PIC X(20).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-TXT-FAL-ESTADO              PIC X(12).
          05 WS-TXT-FAL-MOTIVO              PIC X(40).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

             INTO WS-PATH-JOBLOG
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/CONSOLID.TXT'            DELIMITED BY SIZE
             INTO WS-PATH-CONSOLID
           END-STRING.

      *---- Linea 13: en blanco o ceros = esa noche no se consolida
      *---- (CL15EJ07 no corre); no numerica = PARAMS.TXT mal armado
      *---- y la cadena ni arranca, igual que validan CL15EJ03 y
                       VARYING WS-NRO-LINEA FROM 1 BY 1
                         UNTIL WS-NRO-LINEA > 13
                            OR WS-SW-DETENER-SI
                    IF NOT WS-SW-DETENER-SI
                       PERFORM 1030-LEER-LINEA-MODO
                          THRU 1030-LEER-LINEA-MODO-FIN
                    END-IF
                    CLOSE ENT-PARAMETROS
               WHEN FS-PARAMETROS-NFD
                    DISPLAY 'NO SE ENCUENTRA PARAMS.TXT: LA CADENA '

       1020-LEER-LINEA-PARAMETRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1030-LEER-LINEA-MODO.

      *---- La linea 14 puede faltar (PARAMS.TXT de 13 lineas): el
      *---- modo queda en blanco, que para CL15EJ07 es todo o nada.

           MOVE SPACES                      TO WS-ENT-PARAMETROS.

           READ ENT-PARAMETROS.

           IF FS-PARAMETROS-OK
              MOVE WS-ENT-PARAMETROS        TO WS-PAR-MODO
           END-IF.

       1030-LEER-LINEA-MODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-EJECUTAR-CADENA.

      *---- Los pasos corren en el orden del circuito nocturno; el
      *---- primero que termina con RETURN-CODE 8 o mas detiene la
      *---- cadena (2100 prende el switch). La consolidacion solo
      *---- corre si la linea 13 pide sucursales.

           IF WS-PAR-SUCURSALES-9 > ZEROES
              MOVE 'CL15EJ07'               TO WS-PASO-NOMBRE
              MOVE SPACES                   TO WS-PASO-PARAMETROS
              STRING 'SUCURSALES: '             DELIMITED BY SIZE
                     WS-PAR-SUCURSALES-X        DELIMITED BY SIZE
                     ' MODO: '                  DELIMITED BY SIZE
                     WS-PAR-MODO                DELIMITED BY SIZE
                INTO WS-PASO-PARAMETROS
              END-STRING
              PERFORM 2100-EJECUTAR-PASO
           PERFORM 2900-ESCRIBIR-LOG
              THRU 2900-ESCRIBIR-LOG-FIN.

      *---- RETURN-CODE 4 es una advertencia: hoy solo lo devuelve
      *---- CL15EJ07 cuando consolido en forma parcial. La cadena
      *---- sigue con las sucursales que entraron, pero el log dice
      *---- cuales faltan.
           IF WS-PASO-RC EQUAL 4
              MOVE SPACES                   TO WS-LOG-TEXTO
              STRING 'ADVERTENCIA: '            DELIMITED BY SIZE
                     WS-PASO-NOMBRE             DELIMITED BY SIZE
                     ' TERMINO CON RC 4, LA CADENA SIGUE'
                                                DELIMITED BY SIZE
                INTO WS-LOG-TEXTO
              END-STRING
              PERFORM 2900-ESCRIBIR-LOG
                 THRU 2900-ESCRIBIR-LOG-FIN
              IF WS-PASO-NOMBRE EQUAL 'CL15EJ07'
                 PERFORM 2200-INFORMAR-INCOMPLETO
                    THRU 2200-INFORMAR-INCOMPLETO-FIN
              END-IF
           END-IF.

           IF WS-PASO-RC > 4
              SET WS-SW-DETENER-SI          TO TRUE
              MOVE SPACES                   TO WS-LOG-TEXTO
              STRING 'CADENA DETENIDA: '        DELIMITED BY SIZE

       2100-EJECUTAR-PASO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-INFORMAR-INCOMPLETO.

      *---- La consolidacion quedo parcial: se deja en el log una
      *---- linea por sucursal que falta, tomada de CONSOLID.TXT, con
      *---- su estado y el primer control que fallo.

           SET WS-SW-INCOMPLETO-SI          TO TRUE.

           MOVE ZEROES                      TO WS-CONT-FALTANTES.

           MOVE SPACES                      TO WS-LOG-TEXTO.
           STRING 'PERIODO INCOMPLETO: VENTAS.TXT ES UN CONSOLIDADO '
                                                DELIMITED BY SIZE
                  'PARCIAL, FALTAN ESTAS SUCURSALES:'
                                                DELIMITED BY SIZE
             INTO WS-LOG-TEXTO
           END-STRING.
           PERFORM 2900-ESCRIBIR-LOG
              THRU 2900-ESCRIBIR-LOG-FIN.

           OPEN INPUT ENT-CONSOLID.

           IF NOT FS-CONSOLID-OK
              MOVE SPACES                   TO WS-LOG-TEXTO
              STRING '(NO SE PUDO LEER CONSOLID.TXT, FILE STATUS '
                                                DELIMITED BY SIZE
                     FS-CONSOLID                DELIMITED BY SIZE
                     ')'                        DELIMITED BY SIZE
                INTO WS-LOG-TEXTO
              END-STRING
              PERFORM 2900-ESCRIBIR-LOG
                 THRU 2900-ESCRIBIR-LOG-FIN
              GO TO 2200-INFORMAR-INCOMPLETO-FIN
           END-IF.

           PERFORM 2210-LEER-CONSOLID
              THRU 2210-LEER-CONSOLID-FIN
             UNTIL NOT FS-CONSOLID-OK.

           CLOSE ENT-CONSOLID.

       2200-INFORMAR-INCOMPLETO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-LEER-CONSOLID.

           READ ENT-CONSOLID.

           IF FS-CONSOLID-OK
              MOVE WS-ENT-CONSOLID          TO WS-REG-CONSOLID
              IF WS-CSL-ES-AUSENTE
                 ADD 1                      TO WS-CONT-FALTANTES
                 MOVE WS-CSL-ARCHIVO        TO WS-TXT-FAL-ARCHIVO
                 MOVE WS-CSL-SUCURSAL       TO WS-TXT-FAL-SUCURSAL
                 IF WS-CSL-ES-CUARENTENA
                    MOVE 'CUARENTENA: '     TO WS-TXT-FAL-ESTADO
                 ELSE
                    MOVE 'FALTANTE  : '     TO WS-TXT-FAL-ESTADO
                 END-IF
                 MOVE WS-CSL-MOTIVO         TO WS-TXT-FAL-MOTIVO
                 MOVE WS-TEXTO-FALTANTE     TO WS-LOG-TEXTO
                 PERFORM 2900-ESCRIBIR-LOG
                    THRU 2900-ESCRIBIR-LOG-FIN
              END-IF
           END-IF.

       2210-LEER-CONSOLID-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-ESCRIBIR-LOG.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF FS-JOBLOG-OK
              AND WS-SW-INCOMPLETO-SI
              MOVE SPACES                   TO WS-LOG-TEXTO
              STRING 'PERIODO INCOMPLETO, SUCURSALES FALTANTES: '
                                                DELIMITED BY SIZE
                     WS-CONT-FALTANTES          DELIMITED BY SIZE
                     ' (VER CONSOLID.TXT; RECUPERO CON CL15EJ07 '
                                                DELIMITED BY SIZE
                     'MODO R)'                  DELIMITED BY SIZE
                INTO WS-LOG-TEXTO
              END-STRING
              PERFORM 2900-ESCRIBIR-LOG
                 THRU 2900-ESCRIBIR-LOG-FIN
           END-IF.

           IF FS-JOBLOG-OK
              MOVE SPACES                   TO WS-LOG-TEXTO
              STRING 'FIN DE CADENA, PASOS EJECUTADOS: '
           DISPLAY 'CADENA NOCTURNA TERMINADA, PASOS EJECUTADOS: '
                   WS-CONT-PASOS ' PEOR RC: ' WS-PEOR-RC.

           IF WS-SW-INCOMPLETO-SI
              DISPLAY '*** PERIODO INCOMPLETO: FALTAN '
                      WS-CONT-FALTANTES ' SUCURSALES (VER JOBLOG.TXT)'
           END-IF.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
