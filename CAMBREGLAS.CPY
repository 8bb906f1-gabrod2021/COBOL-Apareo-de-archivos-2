      *----------------------------------------------------------------*
      * FORMATO DEL ARCHIVO "CAMBREGLAS.TXT": PISTA DE CAMBIOS DE LAS
      * REGLAS DE COMISION. CL15EJ08 LE APENDEA UN REGISTRO POR CADA
      * PROPUESTA APROBADA Y APLICADA A COMISION.TXT, CON LA VERSION
      * DE LA TABLA ANTES Y DESPUES, LA REGLA TOCADA (OPCION, SECTOR O
      * UMBRAL, CON EL MISMO CRITERIO QUE PROPUESTAS.TXT) Y SU VALOR
      * ANTES Y DESPUES (EXISTE = 'S'/'N'; UNA REGLA QUE NO EXISTE
      * LLEVA TASA CERO), QUIEN LA PROPUSO, CUANDO Y POR QUE, Y QUIEN
      * LA APROBO. TODOS LOS CAMBIOS APROBADOS EN UNA MISMA SESION
      * ENTRAN EN LA MISMA VERSION, QUE ES LA QUE CL15EJ01 DEJA EN
      * AUDITORIA.TXT PARA CADA CORRIDA.
      *----------------------------------------------------------------*
       01 WS-REG-CAMBREGLA.
          05 WS-CRG-FECHA                   PIC 9(08).
          05 WS-CRG-HORA                    PIC 9(06).
          05 WS-CRG-VERSION-ANTERIOR        PIC 9(06).
          05 WS-CRG-VERSION                 PIC 9(06).
          05 WS-CRG-NRO-PROPUESTA           PIC 9(06).
          05 WS-CRG-OPCION                  PIC X(01).
          05 WS-CRG-SECTOR                  PIC X(20).
          05 WS-CRG-UMBRAL                  PIC 9(10)V9(02).
          05 WS-CRG-ANTES.
             10 WS-CRG-ANT-EXISTE           PIC X(01).
             10 WS-CRG-ANT-TASA             PIC 9(02)V9(02).
          05 WS-CRG-DESPUES.
             10 WS-CRG-DES-EXISTE           PIC X(01).
             10 WS-CRG-DES-TASA             PIC 9(02)V9(02).
          05 WS-CRG-PROPONENTE              PIC X(08).
          05 WS-CRG-FECHA-PROPUESTA         PIC 9(08).
          05 WS-CRG-MOTIVO                  PIC X(40).
          05 WS-CRG-APROBADOR               PIC X(08).
