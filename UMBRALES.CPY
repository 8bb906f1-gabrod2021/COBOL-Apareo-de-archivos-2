      *----------------------------------------------------------------*
      * FORMATO DEL ARCHIVO "UMBRALES.TXT": UMBRALES DEL INFORME DE
      * ACTIVIDAD DE VENTAS SOSPECHOSA (CL15EJ20). LO MANTIENE
      * AUDITORIA INTERNA CON UN EDITOR; VA EN EL DIRECTORIO DE LOS
      * ARCHIVOS DE LA CORRIDA. UN REGISTRO POR REGLA, CON SU TIPO EN
      * LA PRIMERA POSICION; UNA REGLA QUE NO FIGURA (O EL ARCHIVO
      * ENTERO SI NO EXISTE) TOMA LOS VALORES POR DEFECTO DEL PROGRAMA,
      * Y EL INFORME DICE CON CUALES SE CORRIO:
      *   'T' TICKET ATIPICO: VALOR = CUANTAS VECES EL TICKET PROMEDIO
      *       DE LOS DEMAS TICKETS DEL VENDEDOR EN EL PERIODO (EJ:
      *       000300 = 3,00 VECES); MINIMO = CANTIDAD DE OTROS TICKETS
      *       QUE DEBE TENER PARA QUE SU PROMEDIO SIRVA DE REFERENCIA.
      *   'C' CANCELACIONES: VALOR = PORCENTAJE DE CANCELACIONES 'C'
      *       SOBRE SUS VENTAS 'D' (EJ: 002000 = 20,00%); MINIMO =
      *       CANTIDAD DE VENTAS 'D' PARA EVALUARLO.
      *   'B' VENTAS ANTES DE LA BAJA: VALOR = PORCENTAJE DE LO QUE
      *       VENDIO EN EL PERIODO CONCENTRADO EN LOS ULTIMOS DIAS
      *       HASTA SU FECHA DE BAJA INCLUSIVE; MINIMO = ESA CANTIDAD
      *       DE DIAS.
      *   'S' SALTO DE VENTAS: VALOR = CUANTAS VECES SU PROMEDIO DE
      *       LOS PERIODOS ANTERIORES SEGUN HISTORIA.TXT; MINIMO =
      *       CUANTOS PERIODOS ANTERIORES SE PROMEDIAN (TOPE 12).
      *   'N' TICKETS CORRELATIVOS: MINIMO = LARGO DE LA RACHA DE
      *       NUMEROS DE TICKET CONSECUTIVOS DE UN MISMO VENDEDOR A
      *       PARTIR DEL CUAL SE INFORMA (VALOR NO SE USA).
      *   'A' ALERTA: MINIMO = PUNTAJE TOTAL DEL VENDEDOR A PARTIR DEL
      *       CUAL SE LO MARCA PARA REVISAR (VALOR Y PESO NO SE USAN).
      * EL PESO SON LOS PUNTOS QUE VALE UN CASO JUSTO EN EL UMBRAL;
      * CUANTO MAS LO SUPERA MAS PUNTOS SUMA, HASTA EL TRIPLE. PESO
      * 000 DESACTIVA LA REGLA. EL COMENTARIO ES LIBRE Y SE IGNORA.
      *----------------------------------------------------------------*
       01 WS-REG-UMBRAL.
          05 WS-UMB-TIPO                    PIC X(01).
             88 WS-UMB-ES-TICKET                VALUE 'T'.
             88 WS-UMB-ES-CANCELACION           VALUE 'C'.
             88 WS-UMB-ES-BAJA                  VALUE 'B'.
             88 WS-UMB-ES-SALTO                 VALUE 'S'.
             88 WS-UMB-ES-CORRELATIVO           VALUE 'N'.
             88 WS-UMB-ES-ALERTA                VALUE 'A'.
          05 WS-UMB-VALOR                   PIC 9(04)V9(02).
          05 WS-UMB-MINIMO                  PIC 9(04).
          05 WS-UMB-PESO                    PIC 9(03).
          05 WS-UMB-COMENTARIO              PIC X(40).
