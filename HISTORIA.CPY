      * REGISTRO 'S' POR CADA SECTOR EN QUE ESE EMPLEADO VENDIO Y, AL
      * CIERRE DE LA CORRIDA, UN REGISTRO 'U' POR CADA SUCURSAL CON
      * SU TOTAL APAREADO A NIVEL EMPRESA (ID-EMPLEADO EN CERO), TODOS
      * CON EL PERIODO Y EL NUMERO DE CORRIDA QUE LOS GENERO. EL
      * EMPLEADO QUE ALCANZA SU CUOTA DEL PERIODO (CUOTAS.TXT) DEJA
      * ADEMAS, DETRAS DE SU 'E', UN REGISTRO 'P' CON LA CUOTA, LO
      * VENDIDO, LA TASA DE PREMIO Y EL PREMIO GANADO. AL CIERRE DE
      * LA CORRIDA, CADA SUPERVISOR QUE COBRA SOBRECOMISION DEJA UN
      * REGISTRO 'O' CON LA CANTIDAD DE VENDEDORES Y EL TOTAL DE SU
      * EQUIPO, LA TASA Y LA SOBRECOMISION. COMO EL ARCHIVO ES
      * SOLO-APENDE, UN PERIODO REPROCESADO QUEDA DOS VECES:
      * LOS CONSUMIDORES (CL15EJ06) DEBEN QUEDARSE CON LOS REGISTROS DE
      * LA CORRIDA MAS ALTA DE CADA PERIODO, QUE ES LA VIGENTE.
      *----------------------------------------------------------------*
             88 WS-HIS-ES-EMPLEADO              VALUE 'E'.
             88 WS-HIS-ES-SECTOR                VALUE 'S'.
             88 WS-HIS-ES-SUCURSAL              VALUE 'U'.
             88 WS-HIS-ES-PREMIO                VALUE 'P'.
             88 WS-HIS-ES-SOBRECOMISION         VALUE 'O'.
          05 WS-HIS-PERIODO                 PIC 9(06).
          05 WS-HIS-CORRIDA                 PIC 9(06).
          05 WS-HIS-ID-EMPLEADO             PIC 9(08).
             10 WS-HIS-U-SUCURSAL           PIC X(20).
             10 WS-HIS-U-IMPORTE            PIC 9(10)V9(02).
             10 FILLER                      PIC X(42).
          05 WS-HIS-DATOS-P REDEFINES WS-HIS-DATOS.
             10 WS-HIS-P-OBJETIVO           PIC 9(10)V9(02).
             10 WS-HIS-P-IMPORTE            PIC 9(10)V9(02).
             10 WS-HIS-P-TASA               PIC 9(02)V9(02).
             10 WS-HIS-P-PREMIO             PIC 9(10)V9(02).
             10 FILLER                      PIC X(34).
          05 WS-HIS-DATOS-O REDEFINES WS-HIS-DATOS.
             10 WS-HIS-O-CANT-VENDEDORES    PIC 9(04).
             10 WS-HIS-O-IMPORTE            PIC 9(10)V9(02).
             10 WS-HIS-O-TASA               PIC 9(02)V9(02).
             10 WS-HIS-O-SOBRECOMISION      PIC 9(10)V9(02).
             10 FILLER                      PIC X(42).
