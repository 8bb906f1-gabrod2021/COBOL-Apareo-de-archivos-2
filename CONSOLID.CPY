      *----------------------------------------------------------------*
      * FORMATO DEL ARCHIVO "CONSOLID.TXT": ESTADO DE LA ULTIMA
      * CONSOLIDACION DE SUCURSALES QUE GENERO VENTAS.TXT (CL15EJ07).
      * UN REGISTRO POR ARCHIVO VENTASnn.TXT PEDIDO, CON LA FECHA DEL
      * HEADER DE ESE VENTAS.TXT PARA QUE NADIE LO CONFUNDA CON EL DE
      * OTRA CONSOLIDACION. ESTADOS:
      *   'I' INCLUIDA   : PASO SUS CONTROLES Y ESTA EN VENTAS.TXT.
      *   'R' RECUPERADA : QUEDO AFUERA Y ENTRO DESPUES, EN UNA
      *                    CORRIDA DE RECUPERO CON EL ARCHIVO
      *                    CORREGIDO (FECHA-ESTADO = CUANDO ENTRO).
      *   'Q' CUARENTENA : NO PASO SUS CONTROLES; EL ARCHIVO SE MOVIO
      *                    A VENTASnn.TXT.CUARENTENA Y LA SUCURSAL
      *                    RECIBIO SU RECHAZnn.TXT.
      *   'F' FALTANTE   : EL ARCHIVO NO LLEGO O NO SE PUDO ABRIR.
      * CON ALGUNA SUCURSAL EN 'Q' O 'F' EL PERIODO ESTA INCOMPLETO Y
      * EL HEADER DE VENTAS.TXT DICE 'CONSOLIDADO PARCIAL': CL15EJ11 LO
      * DEJA EN JOBLOG.TXT Y CL15EJ01 EN RESUMEN.TXT.
      *----------------------------------------------------------------*
       01 WS-REG-CONSOLID.
          05 WS-CSL-FECHA                   PIC 9(08).
          05 WS-CSL-NRO-SUCURSAL            PIC 9(02).
          05 WS-CSL-ARCHIVO                 PIC X(12).
          05 WS-CSL-SUCURSAL                PIC X(20).
          05 WS-CSL-ESTADO                  PIC X(01).
             88 WS-CSL-ES-INCLUIDA              VALUE 'I'.
             88 WS-CSL-ES-RECUPERADA            VALUE 'R'.
             88 WS-CSL-ES-CUARENTENA            VALUE 'Q'.
             88 WS-CSL-ES-FALTANTE              VALUE 'F'.
             88 WS-CSL-ES-AUSENTE               VALUE 'Q' 'F'.
          05 WS-CSL-CANT-DETALLES           PIC 9(06).
          05 WS-CSL-IMPORTE                 PIC 9(10)V9(02).
          05 WS-CSL-FECHA-ESTADO            PIC 9(08).
      * PRIMER CONTROL QUE FALLO (EL DETALLE COMPLETO ESTA EN EL
      * RECHAZnn.TXT DE LA SUCURSAL); EN BLANCO SI ENTRO.
          05 WS-CSL-MOTIVO                  PIC X(40).
