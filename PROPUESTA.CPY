      *----------------------------------------------------------------*
      * FORMATO DEL ARCHIVO "PROPUESTAS.TXT": PROPUESTAS DE CAMBIO A
      * LAS REGLAS DE COMISION CARGADAS CON CL15EJ08. UNA PROPUESTA NO
      * TOCA COMISION.TXT: QUEDA PENDIENTE HASTA QUE OTRO OPERADOR
      * (NUNCA EL MISMO QUE LA CARGO) LA APRUEBA, Y RECIEN AHI SE
      * APLICA A LA TABLA VIGENTE Y SE ASIENTA EN CAMBREGLAS.TXT, O LA
      * RECHAZA CON SU MOTIVO. LAS RESUELTAS QUEDAN EN EL ARCHIVO COMO
      * CONSTANCIA. OPCION = LA DEL MENU QUE LA ORIGINO:
      *   'S' TASA DE SECTOR (ALTA O MODIFICACION)
      *   'X' BAJA DE LA TASA DE UN SECTOR
      *   'T' TRAMO POR VOLUMEN (ALTA O MODIFICACION)
      *   'U' BAJA DE UN TRAMO POR VOLUMEN
      *   'P' PREMIO POR CUMPLIMIENTO DE CUOTA (CERO = SIN PREMIO)
      *   'O' SOBRECOMISION DE SUPERVISOR (CERO = SIN SOBRECOMISION)
      * LA REGLA QUEDA IDENTIFICADA POR EL SECTOR ('S'/'X') O EL UMBRAL
      * ('T'/'U'). EXISTIA/TASA-ANTERIOR ES LA REGLA VIGENTE CUANDO SE
      * PROPUSO; AL APROBARSE SE REEMPLAZA POR LA QUE ESTABA VIGENTE AL
      * MOMENTO DE APLICARLA, QUE ES LA QUE QUEDA EN CAMBREGLAS.TXT.
      *----------------------------------------------------------------*
       01 WS-REG-PROPUESTA.
          05 WS-PRP-NUMERO                  PIC 9(06).
          05 WS-PRP-ESTADO                  PIC X(01).
             88 WS-PRP-ES-PENDIENTE             VALUE 'P'.
             88 WS-PRP-ES-APROBADA              VALUE 'A'.
             88 WS-PRP-ES-RECHAZADA             VALUE 'R'.
          05 WS-PRP-OPCION                  PIC X(01).
             88 WS-PRP-ES-TASA                  VALUE 'S'.
             88 WS-PRP-ES-BAJA-TASA             VALUE 'X'.
             88 WS-PRP-ES-TRAMO                 VALUE 'T'.
             88 WS-PRP-ES-BAJA-TRAMO            VALUE 'U'.
             88 WS-PRP-ES-PREMIO                VALUE 'P'.
             88 WS-PRP-ES-SOBRECOMISION         VALUE 'O'.
          05 WS-PRP-SECTOR                  PIC X(20).
          05 WS-PRP-UMBRAL                  PIC 9(10)V9(02).
          05 WS-PRP-EXISTIA                 PIC X(01).
          05 WS-PRP-TASA-ANTERIOR           PIC 9(02)V9(02).
          05 WS-PRP-TASA-NUEVA              PIC 9(02)V9(02).
      * QUIEN LA CARGO, CUANDO Y POR QUE.
          05 WS-PRP-OPERADOR                PIC X(08).
          05 WS-PRP-FECHA                   PIC 9(08).
          05 WS-PRP-HORA                    PIC 9(06).
          05 WS-PRP-MOTIVO                  PIC X(40).
      * QUIEN LA APROBO O RECHAZO, CUANDO, CON QUE MOTIVO (OBLIGATORIO
      * AL RECHAZAR) Y LA VERSION DE COMISION.TXT EN QUE ENTRO.
          05 WS-PRP-REVISOR                 PIC X(08).
          05 WS-PRP-FECHA-REVISION          PIC 9(08).
          05 WS-PRP-MOTIVO-REVISION         PIC X(40).
          05 WS-PRP-VERSION                 PIC 9(06).
