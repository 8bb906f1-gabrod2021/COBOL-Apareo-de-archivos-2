      *       UN EMPLEADO ALCANZA EL UMBRAL, SE LE SUMA EL PORCENTAJE
      *       ADICIONAL DEL TRAMO MAS ALTO ALCANZADO, APLICADO SOBRE
      *       TODO SU TOTAL DEL MES.
      *   'P' PREMIO POR CUMPLIMIENTO DE CUOTA: PORCENTAJE EXTRA QUE
      *       COBRA EL EMPLEADO CUYO TOTAL APAREADO DEL MES ALCANZA O
      *       SUPERA SU CUOTA DEL PERIODO EN CUOTAS.TXT, APLICADO SOBRE
      *       TODO SU TOTAL DEL MES. VA A LIQCOM.TXT COMO UN IMPORTE
      *       APARTE ('B'), NO SE SUMA A LA COMISION DE SECTOR/TRAMO.
      *       HAY UN UNICO REGISTRO 'P'; SIN EL NO SE PAGA PREMIO.
      *   'O' SOBRECOMISION DE SUPERVISOR: PORCENTAJE QUE COBRA CADA
      *       SUPERVISOR SOBRE EL TOTAL APAREADO DEL MES DE LOS
      *       VENDEDORES QUE LE REPORTAN DIRECTAMENTE EN EL MAESTRO DE
      *       EMPLEADOS. VA A LIQCOM.TXT COMO UN IMPORTE APARTE ('O').
      *       HAY UN UNICO REGISTRO 'O'; SIN EL NO SE PAGA
      *       SOBRECOMISION.
      *   'V' VERSION DE LA TABLA: NUMERO DE VERSION, FECHA EN QUE
      *       SE APROBO Y OPERADOR QUE LA APROBO. CL15EJ08 LA SUBE EN
      *       CADA SESION QUE APLICA PROPUESTAS APROBADAS (VER
      *       PROPUESTAS.TXT Y CAMBREGLAS.TXT) Y CL15EJ01 LA DEJA EN
      *       AUDITORIA.TXT. UNA TABLA SIN REGISTRO 'V' ES LA VERSION
      *       CERO (ANTERIOR A LA APROBACION POR SEGUNDA PERSONA).
      * LOS PORCENTAJES VAN COMO LOS DE SIEMPRE (9(02)V9(02), EJ:
      * 0500 = 5,00%) Y EL UMBRAL EN NUMERICO PLANO DE 12 DIGITOS
      * (10 ENTEROS, 2 DECIMALES IMPLICITOS).
          05 WS-COM-TIPO                    PIC X(01).
             88 WS-COM-ES-SECTOR                VALUE 'S'.
             88 WS-COM-ES-TRAMO                 VALUE 'T'.
             88 WS-COM-ES-PREMIO                VALUE 'P'.
             88 WS-COM-ES-SOBRECOMISION         VALUE 'O'.
             88 WS-COM-ES-VERSION               VALUE 'V'.
          05 WS-COM-DATOS                   PIC X(24).
          05 WS-COM-DATOS-S REDEFINES WS-COM-DATOS.
             10 WS-COM-S-SECTOR             PIC X(20).
             10 WS-COM-T-UMBRAL             PIC 9(10)V9(02).
             10 WS-COM-T-TASA               PIC 9(02)V9(02).
             10 FILLER                      PIC X(08).
          05 WS-COM-DATOS-P REDEFINES WS-COM-DATOS.
             10 WS-COM-P-TASA               PIC 9(02)V9(02).
             10 FILLER                      PIC X(20).
          05 WS-COM-DATOS-O REDEFINES WS-COM-DATOS.
             10 WS-COM-O-TASA               PIC 9(02)V9(02).
             10 FILLER                      PIC X(20).
          05 WS-COM-DATOS-V REDEFINES WS-COM-DATOS.
             10 WS-COM-V-VERSION            PIC 9(06).
             10 WS-COM-V-FECHA              PIC 9(08).
             10 WS-COM-V-APROBADOR          PIC X(08).
             10 FILLER                      PIC X(02).
