          05 WS-IMA-FECHA-ALTA              PIC X(08).
          05 WS-IMA-FECHA-BAJA              PIC X(08).

      * EL SUPERVISOR ANTERIOR VA APARTE DE LA IMAGEN PORQUE EN
      * CAMBIOS.TXT QUEDA AL FINAL DEL REGISTRO.
       77 WS-IMA-ID-SUPERVISOR              PIC X(08) VALUE SPACES.

       01 WS-SW-FECHA                       PIC X(01) VALUE 'N'.
          88 WS-SW-FECHA-OK                     VALUE 'S'.

      * SUPERVISOR: SE ACEPTA COMO TEXTO POR LA MISMA RAZON QUE LAS
      * FECHAS (ENTER = SIN SUPERVISOR EN EL ALTA, NO CAMBIAR EN EL
      * CAMBIO) Y SE VALIDA EN 2160-VALIDAR-SUPERVISOR.
       01 WS-ENTRADA-SUPERVISOR.
          05 WS-IN-SUPERVISOR-X             PIC X(08).
          05 WS-IN-SUPERVISOR-9 REDEFINES
             WS-IN-SUPERVISOR-X             PIC 9(08).

      * RECORRIDO DE LA CADENA DE SUPERVISORES: EL EMPLEADO QUE SE
      * ESTA EDITANDO, EL SUPERVISOR PROPUESTO, EL ESLABON ACTUAL Y
      * CUANTOS NIVELES SE SUBIERON (TOPE DE SEGURIDAD
      * WS-SUP-MAX-NIVEL). EL REGISTRO EN EDICION SE GUARDA EN
      * WS-EMP-EN-EDICION MIENTRAS LAS LECTURAS PISAN EL AREA DEL FD.
       77 WS-SUP-EMPLEADO                   PIC 9(08) VALUE 0.
       77 WS-SUP-CANDIDATO                  PIC 9(08) VALUE 0.
       77 WS-SUP-ACTUAL                     PIC 9(08) VALUE 0.
       77 WS-SUP-NIVEL                      PIC 9(03) VALUE 0.
       77 WS-SUP-MAX-NIVEL                  PIC 9(03) VALUE 100.
       01 WS-EMP-EN-EDICION                 PIC X(83).

       01 WS-SW-SUPERVISOR                  PIC X(01) VALUE 'N'.
          88 WS-SW-SUPERVISOR-OK                VALUE 'S'.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           DISPLAY ' '.
           DISPLAY '========== MANTENIMIENTO DE EMPLEADOS =========='.
           DISPLAY 'A - ALTA DE EMPLEADO'.
           DISPLAY 'C - CAMBIO DE DATOS / SUPERVISOR'.
           DISPLAY 'B - BAJA (INACTIVAR) DE EMPLEADO'.
           DISPLAY 'R - REACTIVAR EMPLEADO'.
           DISPLAY 'L - LISTADO DE EMPLEADOS'.
           MOVE 'A'                         TO WS-ENT-EMP-ESTADO.
           MOVE WS-FECHA-AUX                TO WS-ENT-EMP-FECHA-ALTA.
           MOVE ZEROES                      TO WS-ENT-EMP-FECHA-BAJA.
           MOVE ZEROES                      TO WS-ENT-EMP-ID-SUPERVISOR.

           DISPLAY 'SUPERVISOR (ID, ENTER = SIN SUPERVISOR): '.
           ACCEPT WS-IN-SUPERVISOR-X.

           IF WS-IN-SUPERVISOR-X NOT = SPACES
              IF WS-IN-SUPERVISOR-X NOT NUMERIC
                 DISPLAY 'SUPERVISOR INVALIDO, EL ALTA NO SE GRABA'
                 GO TO 2100-ALTA-EMPLEADO-FIN
              END-IF
              IF WS-IN-SUPERVISOR-9 > ZEROES
                 MOVE WS-IN-SUPERVISOR-9    TO WS-SUP-CANDIDATO
                 PERFORM 2160-VALIDAR-SUPERVISOR
                    THRU 2160-VALIDAR-SUPERVISOR-FIN
                 IF NOT WS-SW-SUPERVISOR-OK
                    DISPLAY 'EL ALTA NO SE GRABA'
                    GO TO 2100-ALTA-EMPLEADO-FIN
                 END-IF
                 MOVE WS-SUP-CANDIDATO      TO WS-ENT-EMP-ID-SUPERVISOR
              END-IF
           END-IF.

           WRITE WS-ENT-EMPLEADOS.

               WHEN FS-EMPLEADOS-OK
                    DISPLAY 'EMPLEADO AGREGADO'
                    MOVE SPACES             TO WS-IMAGEN-ANTES
                    MOVE SPACES             TO WS-IMA-ID-SUPERVISOR
                    MOVE 'ALTA'             TO WS-OPERACION
                    PERFORM 2500-GRABAR-CAMBIO
                       THRU 2500-GRABAR-CAMBIO-FIN
              MOVE WS-ENT-EMP-ESTADO        TO WS-IMA-ESTADO
              MOVE WS-ENT-EMP-FECHA-ALTA    TO WS-IMA-FECHA-ALTA
              MOVE WS-ENT-EMP-FECHA-BAJA    TO WS-IMA-FECHA-BAJA
              MOVE WS-ENT-EMP-ID-SUPERVISOR TO WS-IMA-ID-SUPERVISOR
           END-IF.

       2110-LEER-EMPLEADO-FIN.

       2150-VALIDAR-FECHA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2160-VALIDAR-SUPERVISOR.

      *---- Valida WS-SUP-CANDIDATO como supervisor del empleado que
      *---- esta en el area del FD. Las lecturas del control pisan esa
      *---- area, asi que el registro en edicion se guarda antes y se
      *---- repone al terminar, quede o no aceptado el supervisor.

           MOVE 'N'                         TO WS-SW-SUPERVISOR.
           MOVE WS-ENT-EMPLEADOS            TO WS-EMP-EN-EDICION.
           MOVE WS-ENT-EMP-ID-EMPLEADO      TO WS-SUP-EMPLEADO.

           PERFORM 2161-CONTROLAR-SUPERVISOR
              THRU 2161-CONTROLAR-SUPERVISOR-FIN.

           MOVE WS-EMP-EN-EDICION           TO WS-ENT-EMPLEADOS.

       2160-VALIDAR-SUPERVISOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2161-CONTROLAR-SUPERVISOR.

           IF WS-SUP-CANDIDATO EQUAL WS-SUP-EMPLEADO
              DISPLAY 'UN EMPLEADO NO PUEDE SER SU PROPIO SUPERVISOR'
              GO TO 2161-CONTROLAR-SUPERVISOR-FIN
           END-IF.

           MOVE WS-SUP-CANDIDATO            TO WS-ENT-EMP-ID-EMPLEADO.

           READ ENT-EMPLEADOS.

           IF NOT FS-EMPLEADOS-OK
              DISPLAY 'NO EXISTE EL SUPERVISOR ' WS-SUP-CANDIDATO
              GO TO 2161-CONTROLAR-SUPERVISOR-FIN
           END-IF.

           IF WS-ENT-EMP-ESTADO NOT EQUAL 'A'
              DISPLAY 'EL SUPERVISOR ' WS-SUP-CANDIDATO
                      ' NO ESTA ACTIVO'
              GO TO 2161-CONTROLAR-SUPERVISOR-FIN
           END-IF.

      *---- Se sube por los supervisores del candidato: si en algun
      *---- nivel aparece el propio empleado, asignarlo cerraria un
      *---- circulo (el empleado terminaria reportandose a si mismo).
           MOVE WS-ENT-EMP-ID-SUPERVISOR    TO WS-SUP-ACTUAL.
           MOVE 1                           TO WS-SUP-NIVEL.

           PERFORM 2162-SUBIR-CADENA
              THRU 2162-SUBIR-CADENA-FIN
             UNTIL WS-SUP-ACTUAL EQUAL ZEROES
                OR WS-SUP-ACTUAL EQUAL WS-SUP-EMPLEADO
                OR WS-SUP-NIVEL > WS-SUP-MAX-NIVEL.

           IF WS-SUP-ACTUAL EQUAL WS-SUP-EMPLEADO
              AND WS-SUP-ACTUAL > ZEROES
              DISPLAY 'EL SUPERVISOR ' WS-SUP-CANDIDATO
                      ' YA DEPENDE DEL EMPLEADO ' WS-SUP-EMPLEADO
                      ': LA CADENA DE SUPERVISORES QUEDARIA CIRCULAR'
              GO TO 2161-CONTROLAR-SUPERVISOR-FIN
           END-IF.

           IF WS-SUP-NIVEL > WS-SUP-MAX-NIVEL
              DISPLAY 'LA CADENA DE SUPERVISORES DE ' WS-SUP-CANDIDATO
                      ' SUPERA LOS ' WS-SUP-MAX-NIVEL ' NIVELES'
              GO TO 2161-CONTROLAR-SUPERVISOR-FIN
           END-IF.

           MOVE 'S'                         TO WS-SW-SUPERVISOR.

       2161-CONTROLAR-SUPERVISOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2162-SUBIR-CADENA.

      *---- Un eslabon que ya no existe en el maestro corta la cadena
      *---- ahi: no puede llevar de vuelta al empleado.

           MOVE WS-SUP-ACTUAL               TO WS-ENT-EMP-ID-EMPLEADO.

           READ ENT-EMPLEADOS.

           IF FS-EMPLEADOS-OK
              MOVE WS-ENT-EMP-ID-SUPERVISOR TO WS-SUP-ACTUAL
           ELSE
              MOVE ZEROES                   TO WS-SUP-ACTUAL
           END-IF.

           ADD 1                            TO WS-SUP-NIVEL.

       2162-SUBIR-CADENA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-CAMBIO-EMPLEADO.

                 END-IF
              END-IF

              DISPLAY 'NUEVO SUPERVISOR (ID, 0 PARA QUITARLO, ENTER '
                      'PARA NO CAMBIAR): '
              ACCEPT WS-IN-SUPERVISOR-X

              IF WS-IN-SUPERVISOR-X NOT = SPACES
                 IF WS-IN-SUPERVISOR-X NOT NUMERIC
                    DISPLAY 'SUPERVISOR INVALIDO, NO SE CAMBIA'
                 ELSE
                    IF WS-IN-SUPERVISOR-9 EQUAL ZEROES
                       MOVE ZEROES       TO WS-ENT-EMP-ID-SUPERVISOR
                    ELSE
                       MOVE WS-IN-SUPERVISOR-9
                                            TO WS-SUP-CANDIDATO
                       PERFORM 2160-VALIDAR-SUPERVISOR
                          THRU 2160-VALIDAR-SUPERVISOR-FIN
                       IF WS-SW-SUPERVISOR-OK
                          MOVE WS-SUP-CANDIDATO
                                         TO WS-ENT-EMP-ID-SUPERVISOR
                       ELSE
                          DISPLAY 'EL SUPERVISOR NO SE CAMBIA'
                       END-IF
                    END-IF
                 END-IF
              END-IF

              REWRITE WS-ENT-EMPLEADOS

              IF FS-EMPLEADOS-OK
           MOVE WS-ENT-EMP-ESTADO           TO WS-CAM-DES-ESTADO.
           MOVE WS-ENT-EMP-FECHA-ALTA       TO WS-CAM-DES-FECHA-ALTA.
           MOVE WS-ENT-EMP-FECHA-BAJA       TO WS-CAM-DES-FECHA-BAJA.
           MOVE WS-IMA-ID-SUPERVISOR        TO WS-CAM-ANT-ID-SUPERVISOR.
           MOVE WS-ENT-EMP-ID-SUPERVISOR    TO WS-CAM-DES-ID-SUPERVISOR.

           WRITE WS-REG-CAMBIO.

           IF FS-EMPLEADOS-OK
              DISPLAY 'ID-EMPLEADO  NOMBRE                    '
                      'APELLIDO                  ESTADO '
                      'F-ALTA   F-BAJA   SUPERV.'
              PERFORM 2410-LISTAR-UNO
                 THRU 2410-LISTAR-UNO-FIN
                UNTIL NOT FS-EMPLEADOS-OK
                      WS-ENT-EMP-APELLIDO ' '
                      WS-ENT-EMP-ESTADO '      '
                      WS-ENT-EMP-FECHA-ALTA ' '
                      WS-ENT-EMP-FECHA-BAJA ' '
                      WS-ENT-EMP-ID-SUPERVISOR
           END-IF.

       2410-LISTAR-UNO-FIN.
