      * AUNQUE EL ESTADO DE HOY SEA 'A'. FECHA DE ALTA EN CERO =
      * REGISTRO CONVERTIDO DEL MAESTRO VIEJO, SIN LIMITE INFERIOR;
      * FECHA DE BAJA EN CERO = EMPLEADO SIN BAJA REGISTRADA.
      * EL SUPERVISOR ES EL LEGAJO DEL EMPLEADO AL QUE REPORTA (CERO =
      * SIN SUPERVISOR); CL15EJ02 EXIGE QUE EXISTA, QUE ESTE ACTIVO Y
      * QUE LA CADENA DE SUPERVISORES NO VUELVA SOBRE EL MISMO
      * EMPLEADO. CL15EJ01 LE PAGA AL SUPERVISOR UNA SOBRECOMISION
      * SOBRE LO QUE VENDE SU EQUIPO.
      *----------------------------------------------------------------*
       01 WS-ENT-EMPLEADOS.
          05 WS-ENT-EMP-ID-EMPLEADO         PIC 9(08).
          05 WS-ENT-EMP-ESTADO              PIC X(01).
          05 WS-ENT-EMP-FECHA-ALTA          PIC 9(08).
          05 WS-ENT-EMP-FECHA-BAJA          PIC 9(08).
          05 WS-ENT-EMP-ID-SUPERVISOR       PIC 9(08).
