           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COMISION.

      * CUOTAS MENSUALES DE VENTAS POR EMPLEADO (LAS MANTIENE
      * CL15EJ15): ES OPCIONAL. SE CARGAN SOLO LAS DEL PERIODO QUE SE
      * LIQUIDA Y EL EMPLEADO QUE ALCANZA LA SUYA COBRA EL PREMIO DE
      * COMISION.TXT COMO UN IMPORTE APARTE (VER 1078-CARGAR-CUOTAS Y
      * 2245-CALCULAR-PREMIO). SIN ARCHIVO NO SE PAGA PREMIO.
       SELECT OPTIONAL ENT-CUOTAS
           ASSIGN DYNAMIC WS-PATH-CUOTAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CUOTAS.

      * NUMERO CORRELATIVO DE CORRIDA: NROCORR.TXT GUARDA EL ULTIMO
      * NUMERO USADO; CADA CORRIDA NUEVA LO LEE, LE SUMA UNO Y LO
      * REGRABA (VER 1047-ASIGNAR-CORRIDA).
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NROCORR.

      * REGISTRO PERMANENTE DE TICKETS LIQUIDADOS, SIEMPRE EN EXTEND
      * COMO LA HISTORIA: CADA EMPLEADO APAREADO DEJA UN REGISTRO 'V'
      * POR TICKET (VER 2217-GRABAR-TICKET) Y CADA RECUPERO APLICADO
      * UN REGISTRO 'R' (VER 3250-GRABAR-RECUPEROS). AL CIERRE SE
      * RELEE UNA VEZ PARA BUSCAR EL TICKET ORIGINAL DE LAS
      * CANCELACIONES TARDIAS (VER 3240-RESOLVER-RECUPEROS).
       SELECT OPTIONAL SAL-TICKETS
           ASSIGN DYNAMIC WS-PATH-TICKETS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TICKETS.

      * INFORME DE RECUPEROS DE COMISION DE LA CORRIDA (VER
      * 3250-GRABAR-RECUPEROS).
       SELECT SAL-RECUPERO
           ASSIGN DYNAMIC WS-PATH-RECUPERO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECUPERO.

      * INFORME DE EQUIPOS DE VENTA Y SOBRECOMISION DE SUPERVISORES
      * DE LA CORRIDA (VER 3270-GRABAR-EQUIPOS).
       SELECT SAL-EQUIPOS
           ASSIGN DYNAMIC WS-PATH-EQUIPOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EQUIPOS.

      * INFORME DE UNA CORRIDA DE SIMULACION DE REGLAS PROPUESTAS (VER
      * 1048-SOLICITAR-SIMULACION): ES LA UNICA SALIDA QUE GRABA UNA
      * SIMULACION.
       SELECT SAL-SIMULA
           ASSIGN DYNAMIC WS-PATH-SIMULA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SIMULA.

      * RESPALDO DE LOS ARCHIVOS QUE PISA O CONSUME UNA CORRIDA NUEVA
      * (VER 1080-RESPALDAR-ARCHIVOS): EL ORIGINAL, SU COPIA
      * <ARCHIVO>.Rnnnnnn Y EL INDICE RESPALDO.Rnnnnnn CON LO QUE SE
      * COPIO. LOS DOS PRIMEROS SON GENERICOS: SE REABREN CON DISTINTO
      * PATH PARA CADA ARCHIVO (EL LINE SEQUENTIAL RELLENA CON BLANCOS
      * AL LEER Y DESCARTA LOS BLANCOS FINALES AL GRABAR, ASI QUE UN
      * AREA DEL ANCHO DEL REGISTRO MAS LARGO SIRVE PARA TODOS).
       SELECT ENT-RSP-ORIGEN
           ASSIGN DYNAMIC WS-PATH-RSP-ORIGEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RSP-ORIGEN.

       SELECT SAL-RSP-COPIA
           ASSIGN DYNAMIC WS-PATH-RSP-COPIA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RSP-COPIA.

       SELECT SAL-RSP-INDICE
           ASSIGN DYNAMIC WS-PATH-RSP-INDICE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RSP-INDICE.

      * CUENTA CORRIENTE DE COMISIONES POR EMPLEADO, SIEMPRE EN
      * EXTEND: CADA CORRIDA ASIENTA LO DEVENGADO Y LO ENVIADO A
      * SUELDOS EN EL MISMO MOMENTO EN QUE ARMA LIQCOM.TXT (VER
      * 3280-ABRIR-CUENTA).
       SELECT OPTIONAL SAL-CUENTA
           ASSIGN DYNAMIC WS-PATH-CUENTA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CUENTA.

      * ESTADO DE LA CONSOLIDACION DE SUCURSALES QUE ARMO VENTAS.TXT
      * (CL15EJ07). SOLO SE LEE CUANDO EL HEADER DE VENTAS.TXT DICE
      * 'CONSOLIDADO PARCIAL', PARA LISTAR EN RESUMEN.TXT LAS
      * SUCURSALES QUE FALTAN (VER 3155-GRABAR-RES-INCOMPLETO).
       SELECT OPTIONAL ENT-CONSOLID
           ASSIGN DYNAMIC WS-PATH-CONSOLID
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONSOLID.

      *----------------------------------------------------------------*
       DATA DIVISION.

      * REGISTRO 'R' POR CADA PUESTO DEL RANKING, UN REGISTRO 'B'
      * POR CADA SUCURSAL ACUMULADA Y UN REGISTRO 'K'/'M' POR CADA
      * TASA DE SECTOR Y TRAMO DE LA TABLA DE COMISIONES CON QUE SE
      * VENIA VALORIZANDO, UN REGISTRO 'P' CON EL PREMIO POR CUOTA Y
      * UN 'Q' POR CADA CUOTA DEL PERIODO, PARA QUE EL RESUMEN
      * GERENCIAL DE UNA CORRIDA REINICIADA TAMBIEN CUBRA LOS
      * EMPLEADOS PROCESADOS ANTES DE LA CAIDA.
       FD SAL-CHECKPOINT.
          05 WS-CHK-TRAMO-UMBRAL            PIC 9(10)V9(02).
          05 WS-CHK-TRAMO-PCT               PIC 9(02)V9(02).

      * PREMIO POR CUOTA CON QUE SE VENIA LIQUIDANDO Y LO YA PAGADO
      * HASTA LA CAIDA, Y LAS CUOTAS DEL PERIODO: SE REPONEN DE ACA EN
      * UN REINICIO, IGUAL QUE LAS TASAS Y LOS TRAMOS. EL MISMO
      * REGISTRO LLEVA LA TASA DE SOBRECOMISION DE SUPERVISOR Y LA
      * VERSION DE LAS REGLAS (UN CHECKPOINT ANTERIOR A ESE DATO LA
      * TRAE EN BLANCO: SE REPONE COMO VERSION CERO).
       01 WS-CHK-PREMIO-REG.
          05 WS-CHK-PRE-TIPO                PIC X(01).
          05 WS-CHK-PRE-PCT                 PIC 9(02)V9(02).
          05 WS-CHK-PRE-TOTAL               PIC 9(10)V9(02).
          05 WS-CHK-PRE-CANTIDAD            PIC 9(06).
          05 WS-CHK-PRE-SOBRE-PCT           PIC 9(02)V9(02).
          05 WS-CHK-PRE-VERSION             PIC 9(06).

       01 WS-CHK-CUOTA-REG.
          05 WS-CHK-CUO-TIPO                PIC X(01).
          05 WS-CHK-CUO-ID-EMPLEADO         PIC 9(08).
          05 WS-CHK-CUO-OBJETIVO            PIC 9(10)V9(02).

      * CANCELACIONES TARDIAS QUE LA CORRIDA INTERRUMPIDA YA HABIA
      * DEJADO PENDIENTES DE BUSCAR EN EL REGISTRO DE TICKETS (VER
      * WS-TABLA-RECUPEROS): SIN ELLAS, LAS DE LOS EMPLEADOS ANTERIORES
      * A LA CAIDA SE PERDERIAN SIN DEJAR RASTRO.
       01 WS-CHK-RECUPERO-REG.
          05 WS-CHK-REC-TIPO                PIC X(01).
          05 WS-CHK-REC-ID-TICKET           PIC 9(15).
          05 WS-CHK-REC-ID-EMPLEADO         PIC 9(08).
          05 WS-CHK-REC-SECTOR              PIC X(20).
          05 WS-CHK-REC-SUCURSAL            PIC X(20).
          05 WS-CHK-REC-IMPORTE             PIC 9(08)V9(02).
          05 WS-CHK-REC-FECHA               PIC 9(08).
          05 WS-CHK-REC-CICLOS              PIC 9(02).

       FD SAL-CSV.
       01 WS-SAL-CSV                        PIC X(115).

       01 WS-ENT-PARAMETROS                 PIC X(80).

       FD SAL-LIQCOM.
       01 WS-SAL-LIQCOM                     PIC X(73).

       FD SAL-RESUMEN.
       01 WS-SAL-RESUMEN                    PIC X(110).
       01 WS-SAL-HISTORIA                   PIC X(95).

       FD SAL-AUDITORIA.
       01 WS-SAL-AUDITORIA                  PIC X(270).

       FD ENT-NROCORR.
       01 WS-REG-NROCORR                    PIC 9(06).

       FD SAL-TICKETS.
       01 WS-SAL-TICKETS                    PIC X(112).

       FD SAL-RECUPERO.
       01 WS-SAL-RECUPERO                   PIC X(141).

       FD SAL-EQUIPOS.
       01 WS-SAL-EQUIPOS                    PIC X(155).

       FD SAL-SIMULA.
       01 WS-SAL-SIMULA                     PIC X(143).

       FD ENT-RSP-ORIGEN.
       01 WS-ENT-RSP-LINEA                  PIC X(260).

       FD SAL-RSP-COPIA.
       01 WS-SAL-RSP-LINEA                  PIC X(260).

       FD SAL-CUENTA.
       01 WS-SAL-CUENTA                     PIC X(94).

       FD SAL-RSP-INDICE.
      * FORMATO DEL INDICE DE RESPALDO "RESPALDO.Rnnnnnn"
          COPY RESPALDO.

       FD ENT-COMISION.
      * FORMATO DEL ARCHIVO DE ENTRADA OPCIONAL "COMISION.TXT"
          COPY COMISION.

       FD ENT-CUOTAS.
      * FORMATO DEL ARCHIVO DE ENTRADA OPCIONAL "CUOTAS.TXT"
          COPY CUOTAS.

       FD ENT-PENDIENTE.
      * FORMATO DEL ARCHIVO DE ENTRADA OPCIONAL "PENDIENTE.TXT"
          COPY PENDIENTE.
      * FORMATO DEL ARCHIVO DE ENTRADA OPCIONAL "SECTORES.TXT"
          COPY SECTORES.

       FD ENT-CONSOLID.
      * FORMATO DEL ARCHIVO DE ENTRADA OPCIONAL "CONSOLID.TXT"
          COPY CONSOLID.

       WORKING-STORAGE SECTION.

      * FORMATO DEL ARCHIVO DE SALIDA "APAREO.TXT"
      * FORMATO DEL ARCHIVO DE SALIDA "HISTORIA.TXT"
          COPY HISTORIA.

      * FORMATO DEL ARCHIVO "TICKETS.TXT"
          COPY TICKETS.

      * FORMATO DEL ARCHIVO DE SALIDA "RECUPERO.TXT"
          COPY RECUPERO.

      * FORMATO DEL ARCHIVO DE SALIDA "EQUIPOS.TXT"
          COPY EQUIPOS.

      * FORMATO DEL ARCHIVO DE SALIDA "SIMULA.TXT"
          COPY SIMULA.

      * FORMATO DEL ARCHIVO "CUENTA.TXT"
          COPY CUENTA.

       01 FS-STATUS.
          05 FS-EMPLEADOS                   PIC X(2).
             88 FS-EMPLEADOS-OK                 VALUE '00'.
          05 FS-SECTORES                    PIC X(2).
             88 FS-SECTORES-OK                  VALUE '00' '05'.
             88 FS-SECTORES-EOF                 VALUE '10'.
      * EL '05' ES EL OPEN EXITOSO DE UN ARCHIVO OPTIONAL QUE TODAVIA
      * NO EXISTIA (LA PRIMERA CORRIDA QUE DEJA TICKETS LIQUIDADOS).
          05 FS-TICKETS                     PIC X(2).
             88 FS-TICKETS-OK                   VALUE '00' '05'.
             88 FS-TICKETS-EOF                  VALUE '10'.
          05 FS-RECUPERO                    PIC X(2).
             88 FS-RECUPERO-OK                  VALUE '00'.
          05 FS-EQUIPOS                     PIC X(2).
             88 FS-EQUIPOS-OK                   VALUE '00'.
          05 FS-SIMULA                      PIC X(2).
             88 FS-SIMULA-OK                    VALUE '00'.
          05 FS-RSP-ORIGEN                  PIC X(2).
             88 FS-RSP-ORIGEN-OK                VALUE '00'.
             88 FS-RSP-ORIGEN-EOF               VALUE '10'.
             88 FS-RSP-ORIGEN-NFD               VALUE '35'.
          05 FS-RSP-COPIA                   PIC X(2).
             88 FS-RSP-COPIA-OK                 VALUE '00'.
          05 FS-RSP-INDICE                  PIC X(2).
             88 FS-RSP-INDICE-OK                VALUE '00'.
      * EL '05' ES EL OPEN EXITOSO DE UN ARCHIVO OPTIONAL QUE TODAVIA
      * NO EXISTIA (LA PRIMERA CORRIDA QUE ASIENTA EN LA CUENTA).
          05 FS-CUENTA                      PIC X(2).
             88 FS-CUENTA-OK                    VALUE '00' '05'.
             88 FS-CUENTA-EOF                   VALUE '10'.
      * EL '05' ES EL OPEN EXITOSO DE UN ARCHIVO OPTIONAL QUE NO
      * EXISTE (CORRIDA SIN CUOTAS: NO SE PAGA PREMIO).
          05 FS-CUOTAS                      PIC X(2).
             88 FS-CUOTAS-OK                    VALUE '00' '05'.
             88 FS-CUOTAS-EOF                   VALUE '10'.
          05 FS-CONSOLID                    PIC X(2).
             88 FS-CONSOLID-OK                  VALUE '00' '05'.
             88 FS-CONSOLID-EOF                 VALUE '10'.

      * DIRECTORIO DONDE SE ENCUENTRAN/SE GRABAN LOS ARCHIVOS DE LA
      * CORRIDA. SE ARMA A PARTIR DE WS-PATH-DIRECTORIO EN
          05 WS-PATH-COMISION                PIC X(80).
          05 WS-PATH-PENDIENTE               PIC X(80).
          05 WS-PATH-SECTORES                PIC X(80).
          05 WS-PATH-TICKETS                 PIC X(80).
          05 WS-PATH-RECUPERO                PIC X(80).
          05 WS-PATH-CUOTAS                  PIC X(80).
          05 WS-PATH-EQUIPOS                 PIC X(80).
          05 WS-PATH-SIMULA                  PIC X(80).
          05 WS-PATH-SIM-REGLAS              PIC X(80).
          05 WS-PATH-RSP-ORIGEN              PIC X(80).
          05 WS-PATH-RSP-COPIA               PIC X(80).
          05 WS-PATH-RSP-INDICE              PIC X(80).
          05 WS-PATH-CUENTA                  PIC X(80).
          05 WS-PATH-CONSOLID                PIC X(80).
      * EL ARCHIVO DE PARAMETROS SE BUSCA EN EL DIRECTORIO DESDE DONDE
      * SE LANZA EL PROGRAMA (NO EN WS-PATH-DIRECTORIO, PORQUE EL
      * DIRECTORIO DE LA CORRIDA ES JUSTAMENTE UNO DE LOS PARAMETROS).
      *             BLANCO O CEROS = MES ANTERIOR)
      *   LINEA 13: CANTIDAD DE ARCHIVOS DE SUCURSAL A CONSOLIDAR
      *             (CL15EJ07; BLANCO O CEROS = NO CONSOLIDAR)
      *   LINEA 14: MODO DE CONSOLIDACION (CL15EJ07; OPCIONAL): T =
      *             TODAS O NINGUNA, P = PARCIAL CON LAS QUE PASAN
      *             (BLANCO = T)
       01 WS-PARAMETROS.
          05 WS-PAR-DIRECTORIO               PIC X(60).
          05 WS-PAR-RESTART                  PIC X(01).
          05 WS-CHK-RESTART-HASTA           PIC 9(08) VALUE 0.
       77 WS-CHECKPOINT-DELETE-STATUS       PIC S9(08) COMP-5 VALUE 0.

      * ARCHIVO EN PROCESO DEL RESPALDO DE ARRANQUE (VER
      * 1080-RESPALDAR-ARCHIVOS) Y REGISTROS COPIADOS DE EL.
       77 WS-RSP-NOMBRE                     PIC X(14) VALUE SPACES.
       77 WS-RSP-CONT-COPIADOS              PIC 9(06) VALUE 0.

      * ASIENTOS DE LA CORRIDA EN CUENTA.TXT (VER 3280-ABRIR-CUENTA).
      * SI LA CUENTA YA TIENE MOVIMIENTOS DE ESTE NUMERO DE CORRIDA
      * (UN REINICIO QUE VUELVE A ARMAR LIQCOM.TXT) NO SE ASIENTA DE
      * NUEVO, PARA NO DUPLICAR LO DEVENGADO.
       01 WS-SWITCHES-CUENTA.
          05 WS-SW-CUENTA                   PIC X(01) VALUE 'N'.
             88 WS-SW-CUENTA-SI                 VALUE 'S'.
          05 WS-SW-CUENTA-YA                PIC X(01) VALUE 'N'.
             88 WS-SW-CUENTA-YA-SI              VALUE 'S'.
       77 WS-CTA-CONT-ASIENTOS              PIC 9(06) VALUE 0.

      * LIQCOM.TXT GRABADO Y CERRADO SIN ERROR (VER 3230-GRABAR-
      * LIQCOM Y 2222-ESCRIBIR-LIQCOM): DESDE AHI LOS RECUPEROS Y LAS
      * SOBRECOMISIONES YA SALEN A SUELDOS, Y SUS ASIENTOS E INFORMES
      * SE GRABAN AUNQUE DESPUES FALLE OTRA COSA. SI LA HISTORIA YA
      * TIENE LOS 'O' DE ESTE NUMERO DE CORRIDA (UN REINICIO) NO SE
      * VUELVEN A AGREGAR.
       01 WS-SWITCHES-LIQCOM.
          05 WS-SW-LIQCOM                   PIC X(01) VALUE 'N'.
             88 WS-SW-LIQCOM-GENERADO           VALUE 'S'.
             88 WS-SW-LIQCOM-ERROR              VALUE 'E'.
          05 WS-SW-HIST-SOBRECOM-YA         PIC X(01) VALUE 'N'.
             88 WS-SW-HIST-SOBRECOM-YA-SI       VALUE 'S'.

      * REGISTRO DE TICKETS ABIERTO (VER 1340-ABRIR-TICKETS Y
      * 3240-RESOLVER-RECUPEROS, QUE LO CIERRA PARA RELEERLO).
       01 WS-SWITCHES-TICKETS.
          05 WS-SW-TICKETS                  PIC X(01) VALUE 'N'.
             88 WS-SW-TICKETS-ABIERTO           VALUE 'S'.

      * SUCURSALES QUE FALTAN EN UN CONSOLIDADO PARCIAL, LISTADAS EN
      * RESUMEN.TXT (VER 3155-GRABAR-RES-INCOMPLETO).
       77 WS-RES-CANT-FALTANTES             PIC 9(03) VALUE 0.

      * ULTIMO ID LEIDO DE CADA ARCHIVO DE ENTRADA, USADO POR LA
      * VALIDACION DE SECUENCIA ASCENDENTE
       01 WS-SECUENCIA-ANTERIOR.
          05 WS-VER-TRL-IMPORTE             PIC 9(10)V9(02) VALUE 0.
          05 WS-VER-SUCURSAL                PIC X(20) VALUE SPACES.
          05 WS-VER-FECHA-EXTRACCION        PIC 9(08) VALUE 0.
          05 WS-VER-FECHA-EXTRACCION-R
             REDEFINES WS-VER-FECHA-EXTRACCION.
             10 WS-VER-FEX-AAAA             PIC 9(04).
             10 WS-VER-FEX-MM               PIC 9(02).
             10 WS-VER-FEX-DD               PIC 9(02).
          05 WS-CONT-VER-ANOMALIAS          PIC 9(04) VALUE 0.
          05 WS-SW-VER-HEADER               PIC X(01) VALUE 'N'.
             88 WS-SW-VER-HEADER-SI             VALUE 'S'.
             10 WS-TRAMO-UMBRAL             PIC 9(10)V9(02).
             10 WS-TRAMO-PCT                PIC 9(02)V9(02).

      * PREMIO POR CUMPLIMIENTO DE CUOTA (REGISTRO 'P' DE
      * COMISION.TXT; EN CERO NO SE PAGA) Y CUOTAS DEL PERIODO QUE SE
      * LIQUIDA, CARGADAS DESDE CUOTAS.TXT (VER 1078-CARGAR-CUOTAS).
      * EL EMPLEADO CUYO TOTAL DEL MES ALCANZA SU CUOTA COBRA EL
      * PREMIO SOBRE TODO ESE TOTAL, APARTE DE SU COMISION.
       77 WS-PREMIO-PCT                     PIC 9(02)V9(02) VALUE 0.

      * SOBRECOMISION DE SUPERVISOR (REGISTRO 'O' DE COMISION.TXT; EN
      * CERO NO SE PAGA): PORCENTAJE SOBRE LO QUE VENDIO EN EL PERIODO
      * EL EQUIPO DE CADA SUPERVISOR, ES DECIR LOS EMPLEADOS QUE EN EL
      * MAESTRO LO TIENEN COMO SUPERVISOR DIRECTO (VER
      * 3260-ARMAR-EQUIPOS).
       77 WS-SOBRECOM-PCT                   PIC 9(02)V9(02) VALUE 0.

      * VERSION DE LAS REGLAS (REGISTRO 'V' DE COMISION.TXT, QUE SUBE
      * CL15EJ08 CADA VEZ QUE APLICA CAMBIOS APROBADOS). UNA TABLA SIN
      * REGISTRO 'V' ES LA VERSION CERO. VA A AUDITORIA.TXT PARA QUE
      * CADA CORRIDA QUEDE ATADA A LAS REGLAS CON QUE SE VALORIZO.
       77 WS-VERSION-REGLAS                 PIC 9(06) VALUE 0.

      * CORRIDA DE SIMULACION (VER 1048-SOLICITAR-SIMULACION): EN VEZ
      * DE LIQUIDAR, VALORIZA EL APAREO DEL PERIODO CON LAS REGLAS
      * VIGENTES Y CON UN ARCHIVO DE REGLAS PROPUESTAS Y SOLO GRABA LA
      * COMPARACION EN SIMULA.TXT. NO TOMA NUMERO DE CORRIDA NI GRABA
      * NADA DEL CIRCUITO REAL (APAREO, ERROR, HISTORIA, TICKETS,
      * LIQCOM, CHECKPOINT, AUDITORIA) NI BORRA EL SUSPENSO.
       01 WS-SWITCHES-SIMULACION.
          05 WS-SW-SIMULACION               PIC X(01) VALUE 'N'.
             88 WS-SW-SIMULACION-SI             VALUE 'S'.
       77 WS-SIM-ARCHIVO                    PIC X(40) VALUE SPACES.
       77 WS-SIM-PATH-VIGENTE               PIC X(80) VALUE SPACES.

      * LAS REGLAS VIGENTES Y LAS PROPUESTAS SE GUARDAN APARTE CON LA
      * MISMA FORMA QUE WS-TABLA-TASAS Y WS-TABLA-TRAMOS: POR CADA
      * EMPLEADO SE COPIAN SOBRE LAS TABLAS DE TRABAJO PARA VALORIZAR
      * CON 2240-CALCULAR-COMISION Y 2245-CALCULAR-PREMIO TAL CUAL.
       01 WS-SIM-TASAS-VIG.
          05 WS-SIM-TASA-VIG-CANT           PIC 9(02) VALUE 0.
          05 WS-SIM-TASA-VIG-TABLA OCCURS 50 TIMES.
             10 WS-SIM-TASA-VIG-SECTOR      PIC X(20).
             10 WS-SIM-TASA-VIG-PCT         PIC 9(02)V9(02).

       01 WS-SIM-TRAMOS-VIG.
          05 WS-SIM-TRAMO-VIG-CANT          PIC 9(02) VALUE 0.
          05 WS-SIM-TRAMO-VIG-TABLA OCCURS 10 TIMES.
             10 WS-SIM-TRAMO-VIG-UMBRAL     PIC 9(10)V9(02).
             10 WS-SIM-TRAMO-VIG-PCT        PIC 9(02)V9(02).

       01 WS-SIM-TASAS-PRO.
          05 WS-SIM-TASA-PRO-CANT           PIC 9(02) VALUE 0.
          05 WS-SIM-TASA-PRO-TABLA OCCURS 50 TIMES.
             10 WS-SIM-TASA-PRO-SECTOR      PIC X(20).
             10 WS-SIM-TASA-PRO-PCT         PIC 9(02)V9(02).

       01 WS-SIM-TRAMOS-PRO.
          05 WS-SIM-TRAMO-PRO-CANT          PIC 9(02) VALUE 0.
          05 WS-SIM-TRAMO-PRO-TABLA OCCURS 10 TIMES.
             10 WS-SIM-TRAMO-PRO-UMBRAL     PIC 9(10)V9(02).
             10 WS-SIM-TRAMO-PRO-PCT        PIC 9(02)V9(02).

       77 WS-SIM-PREMIO-VIG                 PIC 9(02)V9(02) VALUE 0.
       77 WS-SIM-PREMIO-PRO                 PIC 9(02)V9(02) VALUE 0.
       77 WS-SIM-SOBRECOM-VIG               PIC 9(02)V9(02) VALUE 0.
       77 WS-SIM-SOBRECOM-PRO               PIC 9(02)V9(02) VALUE 0.
       77 WS-SIM-VERSION-VIG                PIC 9(06) VALUE 0.

      * RESULTADO DEL EMPLEADO EN CURSO (COMISION MAS PREMIO) CON
      * CADA JUEGO DE REGLAS, LO QUE LE TOCA DE ESO A UN SECTOR O
      * SUCURSAL AL PRORRATEAR, Y TOTALES DE LA EMPRESA.
       77 WS-SIM-COM-ACTUAL                 PIC 9(10)V9(02) VALUE 0.
       77 WS-SIM-COM-PROPUESTA              PIC 9(10)V9(02) VALUE 0.
       77 WS-SIM-DIFERENCIA                 PIC S9(10)V9(02) VALUE 0.
       77 WS-SIM-PRO-ACTUAL                 PIC 9(10)V9(02) VALUE 0.
       77 WS-SIM-PRO-PROPUESTA              PIC 9(10)V9(02) VALUE 0.
       77 WS-SIM-CONT-EMPLEADOS             PIC 9(06) VALUE 0.
       77 WS-SIM-ACUM-VENDIDO               PIC 9(10)V9(02) VALUE 0.
       77 WS-SIM-ACUM-ACTUAL                PIC 9(10)V9(02) VALUE 0.
       77 WS-SIM-ACUM-PROPUESTA             PIC 9(10)V9(02) VALUE 0.

      * DESGLOSE DE LA SIMULACION POR SECTOR Y POR SUCURSAL A NIVEL
      * EMPRESA. LA SUCURSAL SALE DE CADA TICKET DEL EMPLEADO (VER
      * WS-TABLA-TICKETS), NETO DE LO CANCELADO EN LA CORRIDA.
       01 WS-SIM-TABLA-SECTORES.
          05 WS-SIM-SEC-CANT                PIC 9(03) VALUE 0.
          05 WS-SIM-SEC-TABLA OCCURS 100 TIMES
                              INDEXED BY WS-SIM-SEC-IDX.
             10 WS-SIM-SEC-NOMBRE           PIC X(20).
             10 WS-SIM-SEC-VENDIDO          PIC 9(10)V9(02).
             10 WS-SIM-SEC-ACTUAL           PIC 9(10)V9(02).
             10 WS-SIM-SEC-PROPUESTA        PIC 9(10)V9(02).

       01 WS-SIM-TABLA-SUCURSALES.
          05 WS-SIM-SUC-CANT                PIC 9(02) VALUE 0.
          05 WS-SIM-SUC-TABLA OCCURS 50 TIMES
                              INDEXED BY WS-SIM-SUC-IDX.
             10 WS-SIM-SUC-NOMBRE           PIC X(20).
             10 WS-SIM-SUC-VENDIDO          PIC 9(10)V9(02).
             10 WS-SIM-SUC-ACTUAL           PIC 9(10)V9(02).
             10 WS-SIM-SUC-PROPUESTA        PIC 9(10)V9(02).

       01 WS-TABLA-CUOTAS.
          05 WS-CUOTA-CANT                  PIC 9(05) VALUE 0.
          05 WS-CUOTA-TABLA OCCURS 5000 TIMES
                            INDEXED BY WS-CUOTA-IDX.
             10 WS-CUOTA-ID-EMPLEADO        PIC 9(08).
             10 WS-CUOTA-OBJETIVO           PIC 9(10)V9(02).

      * TABLA DE REFERENCIA DE SECTORES CARGADA DESDE SECTORES.TXT
      * (VER 1075-CARGAR-SECTORES). SI QUEDA VACIA, LA VALIDACION DE
      * SECTOR NO APLICA Y LA CORRIDA ES COMO SIEMPRE.
       77 WS-TRAMO-MEJOR-UMBRAL             PIC 9(10)V9(02) VALUE 0.
       77 WS-TRAMO-MEJOR-PCT                PIC 9(02)V9(02) VALUE 0.

      * CUOTA Y PREMIO DEL EMPLEADO EN CURSO (VER 2245-CALCULAR-
      * PREMIO) Y TOTALES DE PREMIOS DE LA CORRIDA, QUE VIAJAN EN EL
      * CHECKPOINT (REGISTRO 'P') Y SE COTEJAN CONTRA LOS 'B' DE
      * LIQCOM.TXT.
       77 WS-CUOTA-EMPLEADO                 PIC 9(10)V9(02) VALUE 0.
       77 WS-IMP-PREMIO                     PIC 9(10)V9(02) VALUE 0.
       77 WS-TOT-PREMIO-GENERAL             PIC 9(10)V9(02) VALUE 0.
       77 WS-CONT-PREMIOS                   PIC 9(06) VALUE 0.

      * PERIODO QUE SE ESTA LIQUIDANDO (AAAAMM), INGRESADO AL INICIO
      * DE LA CORRIDA IGUAL QUE LA COMISION; VIAJA EN EL HEADER Y EN
      * CADA DETALLE DE LIQCOM.TXT PARA QUE SUELDOS IMPUTE LAS
      * GARANTIZARSE PARA ESE EMPLEADO; ESE CASO SE TRATA COMO UN ERROR
      * DE LA VENTA (VER 2441-GRABAR-ERROR-LIMITE-TICKETS) EN VEZ DE
      * DEJARLA PASAR CALLADAMENTE COMO SI FUERA UNA VENTA NORMAL.
      * ADEMAS DEL NUMERO, CADA TICKET ACEPTADO GUARDA SU SECTOR,
      * SUCURSAL E IMPORTE (NETO DE LAS CANCELACIONES DE LA MISMA
      * CORRIDA) PARA GRABARLO EN EL REGISTRO DE TICKETS LIQUIDADOS AL
      * CERRAR EL EMPLEADO; UN TICKET RECHAZADO DESPUES DE ANOTARSE
      * (LIMITE DE SECTORES) QUEDA CON IMPORTE CERO Y NO SE REGISTRA.
       01 WS-TABLA-TICKETS.
          05 WS-TICKET-CANT                 PIC 9(04) VALUE 0.
          05 WS-TICKET-TABLA OCCURS 2000 TIMES
                              INDEXED BY WS-TICKET-IDX.
             10 WS-TICKET-NUMERO            PIC 9(15).
             10 WS-TICKET-SECTOR            PIC X(20).
             10 WS-TICKET-SUCURSAL          PIC X(20).
             10 WS-TICKET-IMPORTE           PIC 9(08)V9(02).

      * CANCELACIONES TARDIAS DE LA CORRIDA: UNA 'C' CUYO TICKET NO
      * PASO POR ESTA CORRIDA PARA ESE EMPLEADO PUEDE SER LA
      * DEVOLUCION DE UNA VENTA YA LIQUIDADA EN UN PERIODO ANTERIOR.
      * SE ANOTA ACA (VER 2251-ANOTAR-RECUPERO) Y AL CIERRE SE BUSCA
      * SU TICKET ORIGINAL EN UNA SOLA PASADA POR TICKETS.TXT (VER
      * 3240-RESOLVER-RECUPEROS): SI APARECE Y ALCANZA LO LIQUIDADO,
      * LA COMISION QUE SE PAGO POR ESE IMPORTE SE DESCUENTA COMO
      * AJUSTE 'A' EN LIQCOM.TXT; SI NO, LA CANCELACION VA A
      * ERROR.TXT COMO TIPO 9, IGUAL QUE ANTES. VIAJA EN EL
      * CHECKPOINT (REGISTROS 'A') PARA QUE UN REINICIO NO LA PIERDA.
      * ESTADO: 'P' PENDIENTE DE RESOLVER, 'S' RECUPERO APLICADO,
      * 'N' RECHAZADA A ERROR.TXT.
       01 WS-TABLA-RECUPEROS.
          05 WS-RCP-CANT                    PIC 9(04) VALUE 0.
          05 WS-RCP-TABLA OCCURS 2000 TIMES
                          INDEXED BY WS-RCP-IDX WS-RCP-IDX2.
             10 WS-RCP-ID-TICKET            PIC 9(15).
             10 WS-RCP-ID-EMPLEADO          PIC 9(08).
             10 WS-RCP-SECTOR               PIC X(20).
             10 WS-RCP-SUCURSAL             PIC X(20).
             10 WS-RCP-IMPORTE              PIC 9(08)V9(02).
             10 WS-RCP-FECHA                PIC 9(08).
             10 WS-RCP-CICLOS               PIC 9(02).
             10 WS-RCP-ESTADO               PIC X(01).
                88 WS-RCP-PENDIENTE             VALUE 'P'.
                88 WS-RCP-APLICADO              VALUE 'S'.
                88 WS-RCP-RECHAZADO             VALUE 'N'.
      * DATOS DEL ULTIMO 'V' DEL TICKET EN EL REGISTRO Y SUMA DE LO
      * YA RECUPERADO ANTES SOBRE ESE MISMO TICKET.
             10 WS-RCP-SW-ORIGEN            PIC X(01).
                88 WS-RCP-CON-ORIGEN            VALUE 'S'.
             10 WS-RCP-ORI-SECTOR           PIC X(20).
             10 WS-RCP-ORI-SUCURSAL         PIC X(20).
             10 WS-RCP-ORI-IMPORTE          PIC 9(08)V9(02).
             10 WS-RCP-ORI-PERIODO          PIC 9(06).
             10 WS-RCP-ORI-CORRIDA          PIC 9(06).
             10 WS-RCP-ORI-TASA             PIC 9(02)V9(02).
             10 WS-RCP-YA-RECUPERADO        PIC 9(10)V9(02).
             10 WS-RCP-COMISION             PIC 9(08)V9(02).

      * TOTALES DE LOS RECUPEROS APLICADOS EN LA CORRIDA (AJUSTES 'A'
      * DE LIQCOM.TXT Y TOTAL DE RECUPERO.TXT).
       77 WS-CONT-RECUPEROS                 PIC 9(06) VALUE 0.
       77 WS-TOT-RECUPERO-IMPORTE           PIC 9(10)V9(02) VALUE 0.
       77 WS-TOT-RECUPERO-COMISION          PIC 9(10)V9(02) VALUE 0.
       77 WS-RCP-DISPONIBLE                 PIC S9(10)V9(02) VALUE 0.

      * DATOS DE CONTROL DE LA PISTA DE AUDITORIA: NUMERO CORRELATIVO
      * DE CORRIDA (VER 1047-ASIGNAR-CORRIDA), FECHAS/HORAS DE INICIO
             10 WS-LIQ-ID-EMPLEADO          PIC 9(08).
             10 WS-LIQ-IMPORTE              PIC 9(10)V9(02).
             10 WS-LIQ-COMISION             PIC 9(10)V9(02).
             10 WS-LIQ-PREMIO               PIC 9(10)V9(02).

       77 WS-TOP-RANKING                    PIC 9(03) VALUE 10.
       77 WS-RANK-POS                       PIC 9(03) VALUE 0.
      * LIQUIDADO EN ESTE PERIODO CONTRA EL TOTAL GENERAL.
       77 WS-TOT-LIQ-ARRASTRE               PIC 9(10)V9(02) VALUE 0.
       77 WS-CONT-REG-ARRASTRE              PIC 9(06) VALUE 0.
      * PREMIOS POR CUOTA GRABADOS COMO 'B' EN LIQCOM.TXT.
       77 WS-TOT-LIQ-PREMIO                 PIC 9(10)V9(02) VALUE 0.
       77 WS-CONT-REG-PREMIO                PIC 9(06) VALUE 0.
      * SOBRECOMISIONES DE SUPERVISOR GRABADAS COMO 'O' EN LIQCOM.TXT.
       77 WS-TOT-LIQ-SOBRECOM               PIC 9(10)V9(02) VALUE 0.
       77 WS-CONT-REG-SOBRECOM              PIC 9(06) VALUE 0.

      * PLANTEL COMPLETO DEL MAESTRO, RELEIDO AL CIERRE PARA ARMAR LOS
      * EQUIPOS DE VENTA (VER 3260-ARMAR-EQUIPOS). LIQ-POS ES LA
      * POSICION DEL EMPLEADO EN WS-TABLA-LIQ (CERO = NO VENDIO EN
      * ESTA CORRIDA); SOLO SE BUSCA PARA LOS QUE TIENEN SUPERVISOR.
       01 WS-TABLA-PLANTEL.
          05 WS-PLA-CANT                    PIC 9(05) VALUE 0.
          05 WS-PLA-TABLA OCCURS 30000 TIMES
                          INDEXED BY WS-PLA-IDX WS-PLA-IDX2.
             10 WS-PLA-ID-EMPLEADO          PIC 9(08).
             10 WS-PLA-NOMBRE               PIC X(25).
             10 WS-PLA-APELLIDO             PIC X(25).
             10 WS-PLA-ESTADO               PIC X(01).
             10 WS-PLA-ID-SUPERVISOR        PIC 9(08).
             10 WS-PLA-LIQ-POS              PIC 9(05).

      * UN EQUIPO POR SUPERVISOR QUE APARECE EN EL MAESTRO: CANTIDAD
      * DE VENDEDORES DIRECTOS, LO QUE VENDIERON EN LA CORRIDA Y LA
      * SOBRECOMISION QUE LE CORRESPONDE, O EL MOTIVO POR EL QUE NO
      * SE LE PAGA. PLA-POS ES LA POSICION DEL SUPERVISOR EN
      * WS-TABLA-PLANTEL (CERO = YA NO ESTA EN EL MAESTRO).
       01 WS-TABLA-EQUIPOS.
          05 WS-EQP-CANT                    PIC 9(05) VALUE 0.
          05 WS-EQP-TABLA OCCURS 5000 TIMES
                          INDEXED BY WS-EQP-IDX.
             10 WS-EQP-ID-SUPERVISOR        PIC 9(08).
             10 WS-EQP-PLA-POS              PIC 9(05).
             10 WS-EQP-CANT-VENDEDORES      PIC 9(04).
             10 WS-EQP-IMPORTE              PIC 9(10)V9(02).
             10 WS-EQP-SOBRECOMISION        PIC 9(10)V9(02).
             10 WS-EQP-ESTADO               PIC X(01).
                88 WS-EQP-PAGA                  VALUE 'P'.
                88 WS-EQP-SUP-INACTIVO          VALUE 'I'.
                88 WS-EQP-SUP-INEXISTENTE       VALUE 'N'.
                88 WS-EQP-SIN-TASA              VALUE 'S'.
                88 WS-EQP-SIN-VENTAS            VALUE 'V'.
             10 WS-EQP-IMPRESO              PIC X(01).
                88 WS-EQP-YA-IMPRESO            VALUE 'S'.

       77 WS-TOT-SOBRECOM-GENERAL           PIC 9(10)V9(02) VALUE 0.
       77 WS-CONT-SOBRECOM                  PIC 9(06) VALUE 0.
       77 WS-TOT-EQUIPOS-IMPORTE            PIC 9(10)V9(02) VALUE 0.
       77 WS-RES-PCT                        PIC 9(03)V9(02) VALUE 0.
       77 WS-RES-POS                        PIC 9(03) VALUE 0.


      *---- Para ventas alcanza con que el OPEN haya andado (OK o EOF
      *---- inmediato): un VENTAS.TXT vacio con suspenso pendiente de
      *---- reciclar sigue siendo una corrida valida. Una simulacion
      *---- no abre APAREO.TXT ni ERROR.TXT: le alcanza con SIMULA.TXT.
           IF FS-EMPLEADOS-OK
              AND (FS-VENTAS-OK OR FS-VENTAS-EOF)
              AND ((FS-APAREO-OK AND FS-ERROR-OK)
                   OR (WS-SW-SIMULACION-SI AND FS-SIMULA-OK))

              PERFORM 2000-PROCESAR-PROGRAMA
                 THRU 2000-PROCESAR-PROGRAMA-FIN
              PERFORM 1045-DEFINIR-PATHS
                 THRU 1045-DEFINIR-PATHS-FIN

              PERFORM 1048-SOLICITAR-SIMULACION
                 THRU 1048-SOLICITAR-SIMULACION-FIN

      *---- El restart se pregunta antes de validar la secuencia para
      *---- que el numero de corrida quede asignado (nuevo o el del
      *---- checkpoint) aunque la corrida termine abortando, y la
      *---- ejecucion abortada quede igual en AUDITORIA.TXT con su
      *---- numero. Una simulacion no reinicia ni consume numero.
              IF NOT WS-SW-SIMULACION-SI
                 PERFORM 1060-VERIFICAR-RESTART
                    THRU 1060-VERIFICAR-RESTART-FIN

                 PERFORM 1047-ASIGNAR-CORRIDA
                    THRU 1047-ASIGNAR-CORRIDA-FIN

      *---- Una corrida nueva respalda lo que va a pisar antes de
      *---- tocar nada; un reinicio no, porque el respaldo que vale
      *---- es el que tomo la corrida al arrancar en frio.
                 IF NOT WS-SW-RESTART-SI
                    PERFORM 1080-RESPALDAR-ARCHIVOS
                       THRU 1080-RESPALDAR-ARCHIVOS-FIN
                 END-IF
              END-IF

              IF NOT WS-SW-ABORTAR-SI
                 PERFORM 1050-VALIDAR-SECUENCIA
                    THRU 1050-VALIDAR-SECUENCIA-FIN
              END-IF

           END-IF.

              PERFORM 1070-CARGAR-COMISION
                 THRU 1070-CARGAR-COMISION-FIN

              IF WS-SW-SIMULACION-SI AND NOT WS-SW-ABORTAR-SI
                 PERFORM 1072-CARGAR-REGLAS-PROPUESTAS
                    THRU 1072-CARGAR-REGLAS-PROPUESTAS-FIN
              END-IF

              PERFORM 1075-CARGAR-SECTORES
                 THRU 1075-CARGAR-SECTORES-FIN

      *---- CSV, checkpoint y ranking son de salidas que una
      *---- simulacion no graba: no se preguntan.
              IF NOT WS-SW-SIMULACION-SI
                 PERFORM 1046-SOLICITAR-CSV
                    THRU 1046-SOLICITAR-CSV-FIN

                 PERFORM 1066-SOLICITAR-CHECKPOINT-CADA
                    THRU 1066-SOLICITAR-CHECKPOINT-CADA-FIN

                 PERFORM 1068-SOLICITAR-TOP-RANKING
                    THRU 1068-SOLICITAR-TOP-RANKING-FIN
              END-IF

              PERFORM 1067-SOLICITAR-PERIODO
                 THRU 1067-SOLICITAR-PERIODO-FIN

              PERFORM 1069-SOLICITAR-FECHAS
                 THRU 1069-SOLICITAR-FECHAS-FIN

              PERFORM 1078-CARGAR-CUOTAS
                 THRU 1078-CARGAR-CUOTAS-FIN
           END-IF.

           IF WS-SW-SECUENCIA-OK AND NOT WS-SW-ABORTAR-SI
                    THRU 1090-AVANZAR-A-CHECKPOINT-FIN
              END-IF

           END-IF.

           IF WS-SW-SECUENCIA-OK AND NOT WS-SW-ABORTAR-SI
              AND WS-SW-SIMULACION-SI

              PERFORM 1350-ABRIR-SIMULA
                 THRU 1350-ABRIR-SIMULA-FIN

           END-IF.

           IF WS-SW-SECUENCIA-OK AND NOT WS-SW-ABORTAR-SI
              AND NOT WS-SW-SIMULACION-SI

              PERFORM 1300-ABRIR-APAREO
                 THRU 1300-ABRIR-APAREO-FIN

              PERFORM 1330-ABRIR-HISTORIA
                 THRU 1330-ABRIR-HISTORIA-FIN

              PERFORM 1340-ABRIR-TICKETS
                 THRU 1340-ABRIR-TICKETS-FIN

              PERFORM 1400-ABRIR-ERROR
                 THRU 1400-ABRIR-ERROR-FIN

             INTO WS-PATH-RESUMEN
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/CONSOLID.TXT'            DELIMITED BY SIZE
             INTO WS-PATH-CONSOLID
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/HISTORIA.TXT'            DELIMITED BY SIZE
             INTO WS-PATH-HISTORIA
             INTO WS-PATH-PENDIENTE
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/CUENTA.TXT'              DELIMITED BY SIZE
             INTO WS-PATH-CUENTA
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/SECTORES.TXT'            DELIMITED BY SIZE
             INTO WS-PATH-SECTORES
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/TICKETS.TXT'             DELIMITED BY SIZE
             INTO WS-PATH-TICKETS
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/RECUPERO.TXT'            DELIMITED BY SIZE
             INTO WS-PATH-RECUPERO
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/CUOTAS.TXT'              DELIMITED BY SIZE
             INTO WS-PATH-CUOTAS
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/EQUIPOS.TXT'             DELIMITED BY SIZE
             INTO WS-PATH-EQUIPOS
           END-STRING.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/SIMULA.TXT'              DELIMITED BY SIZE
             INTO WS-PATH-SIMULA
           END-STRING.

       1045-DEFINIR-PATHS-FIN.
           EXIT.
      *----------------------------------------------------------------*

       1047-ASIGNAR-CORRIDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1048-SOLICITAR-SIMULACION.

      *---- Antes de cambiar COMISION.TXT en CL15EJ08, gerencia quiere
      *---- saber cuanto costaria el cambio. La corrida puede ser una
      *---- simulacion: valoriza el periodo con las reglas vigentes y
      *---- con un archivo de reglas propuestas (mismo formato que
      *---- COMISION.TXT, en el directorio de la corrida) y solo graba
      *---- la comparacion en SIMULA.TXT. Se ofrece solo por consola:
      *---- una corrida desatendida de la cadena nocturna es siempre
      *---- la liquidacion real.

           IF WS-SW-BATCH-SI
              GO TO 1048-SOLICITAR-SIMULACION-FIN
           END-IF.

           DISPLAY 'REGLAS PROPUESTAS A SIMULAR (ARCHIVO, ENTER = '
                   'LIQUIDACION REAL): '.
           ACCEPT WS-SIM-ARCHIVO.

           IF WS-SIM-ARCHIVO EQUAL SPACES
              GO TO 1048-SOLICITAR-SIMULACION-FIN
           END-IF.

           SET WS-SW-SIMULACION-SI          TO TRUE.

           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/'                        DELIMITED BY SIZE
                  WS-SIM-ARCHIVO             DELIMITED BY SPACE
             INTO WS-PATH-SIM-REGLAS
           END-STRING.

           DISPLAY '*** CORRIDA DE SIMULACION: NO SE LIQUIDA NI SE '
                   'GRABA NADA DEL CIRCUITO REAL ***'.
           DISPLAY 'REGLAS PROPUESTAS: ' WS-PATH-SIM-REGLAS.

       1048-SOLICITAR-SIMULACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1050-VALIDAR-SECUENCIA.

                          MOVE WS-CHK-RANK-COMISION
                               TO WS-RANK-COMISION (WS-RANK-IDX)
                       END-IF
                  WHEN WS-CHK-PRE-TIPO EQUAL 'P'
                       MOVE WS-CHK-PRE-PCT  TO WS-PREMIO-PCT
                       MOVE WS-CHK-PRE-TOTAL
                                            TO WS-TOT-PREMIO-GENERAL
                       MOVE WS-CHK-PRE-CANTIDAD
                                            TO WS-CONT-PREMIOS
                       MOVE WS-CHK-PRE-SOBRE-PCT
                                            TO WS-SOBRECOM-PCT
                       IF WS-CHK-PRE-VERSION NUMERIC
                          MOVE WS-CHK-PRE-VERSION
                                            TO WS-VERSION-REGLAS
                       END-IF
                  WHEN WS-CHK-CUO-TIPO EQUAL 'Q'
                       IF WS-CUOTA-CANT < 5000
                          ADD 1             TO WS-CUOTA-CANT
                          SET WS-CUOTA-IDX  TO WS-CUOTA-CANT
                          MOVE WS-CHK-CUO-ID-EMPLEADO
                               TO WS-CUOTA-ID-EMPLEADO (WS-CUOTA-IDX)
                          MOVE WS-CHK-CUO-OBJETIVO
                               TO WS-CUOTA-OBJETIVO (WS-CUOTA-IDX)
                       END-IF
                  WHEN WS-CHK-REC-TIPO EQUAL 'A'
                       IF WS-RCP-CANT < 2000
                          ADD 1             TO WS-RCP-CANT
                          SET WS-RCP-IDX    TO WS-RCP-CANT
                          MOVE WS-CHK-REC-ID-TICKET
                               TO WS-RCP-ID-TICKET (WS-RCP-IDX)
                          MOVE WS-CHK-REC-ID-EMPLEADO
                               TO WS-RCP-ID-EMPLEADO (WS-RCP-IDX)
                          MOVE WS-CHK-REC-SECTOR
                               TO WS-RCP-SECTOR (WS-RCP-IDX)
                          MOVE WS-CHK-REC-SUCURSAL
                               TO WS-RCP-SUCURSAL (WS-RCP-IDX)
                          MOVE WS-CHK-REC-IMPORTE
                               TO WS-RCP-IMPORTE (WS-RCP-IDX)
                          MOVE WS-CHK-REC-FECHA
                               TO WS-RCP-FECHA (WS-RCP-IDX)
                          MOVE WS-CHK-REC-CICLOS
                               TO WS-RCP-CICLOS (WS-RCP-IDX)
                          PERFORM 2252-LIMPIAR-RECUPERO
                             THRU 2252-LIMPIAR-RECUPERO-FIN
                       END-IF
                  WHEN OTHER
                       DISPLAY 'REGISTRO DE CHECKPOINT DESCONOCIDO, '
                               'SE IGNORA'
              DISPLAY 'REGLAS DE COMISION (SEGUN CHECKPOINT): '
                      WS-TASA-CANT ' TASAS DE SECTOR Y '
                      WS-TRAMO-CANT ' TRAMOS'
              DISPLAY 'PREMIO POR CUOTA (SEGUN CHECKPOINT): '
                      WS-PREMIO-PCT
              DISPLAY 'SOBRECOMISION DE SUPERVISOR (SEGUN '
                      'CHECKPOINT): ' WS-SOBRECOM-PCT
              DISPLAY 'VERSION DE LAS REGLAS (SEGUN CHECKPOINT): '
                      WS-VERSION-REGLAS
              GO TO 1070-CARGAR-COMISION-FIN
           END-IF.

                      ' TASAS DE SECTOR Y ' WS-TRAMO-CANT ' TRAMOS'
           END-IF.

           IF WS-PREMIO-PCT > ZEROES
              DISPLAY 'PREMIO POR CUOTA CUMPLIDA: ' WS-PREMIO-PCT
           END-IF.

           IF WS-SOBRECOM-PCT > ZEROES
              DISPLAY 'SOBRECOMISION DE SUPERVISOR: ' WS-SOBRECOM-PCT
           END-IF.

           DISPLAY 'VERSION DE LAS REGLAS: ' WS-VERSION-REGLAS.

       1070-CARGAR-COMISION-FIN.
           EXIT.
      *----------------------------------------------------------------*
                       DISPLAY 'TABLA DE TRAMOS LLENA, SE DESCARTA '
                               'EL TRAMO LEIDO'
                    END-IF
               WHEN FS-COMISION = '00' AND WS-COM-ES-PREMIO
                    MOVE WS-COM-P-TASA      TO WS-PREMIO-PCT
               WHEN FS-COMISION = '00' AND WS-COM-ES-SOBRECOMISION
                    MOVE WS-COM-O-TASA      TO WS-SOBRECOM-PCT
               WHEN FS-COMISION = '00' AND WS-COM-ES-VERSION
                    MOVE WS-COM-V-VERSION   TO WS-VERSION-REGLAS
               WHEN FS-COMISION = '00'
                    DISPLAY 'COMISION.TXT: TIPO DE REGISTRO '
                            'DESCONOCIDO, SE DESCARTA: ' WS-COM-TIPO

       1071-LEER-REGLA-COMISION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1072-CARGAR-REGLAS-PROPUESTAS.

      *---- Las reglas vigentes ya quedaron en las tablas de trabajo
      *---- (1070): se guardan aparte, se vacian las tablas y se
      *---- cargan las propuestas con la misma lectura de
      *---- COMISION.TXT (1071), apuntando ENT-COMISION al archivo
      *---- propuesto. Al terminar cada juego queda en su area y las
      *---- tablas de trabajo vuelven a tener las reglas vigentes.
      *---- ENT-COMISION es OPTIONAL, pero aca un archivo propuesto
      *---- que no existe ('05') aborta: simular contra tablas vacias
      *---- compararia contra el porcentaje por defecto sin avisar.

           MOVE WS-TABLA-TASAS              TO WS-SIM-TASAS-VIG.
           MOVE WS-TABLA-TRAMOS             TO WS-SIM-TRAMOS-VIG.
           MOVE WS-PREMIO-PCT               TO WS-SIM-PREMIO-VIG.
           MOVE WS-SOBRECOM-PCT             TO WS-SIM-SOBRECOM-VIG.
           MOVE WS-VERSION-REGLAS           TO WS-SIM-VERSION-VIG.

           INITIALIZE WS-TABLA-TASAS.
           INITIALIZE WS-TABLA-TRAMOS.
           MOVE ZEROES                      TO WS-PREMIO-PCT.
           MOVE ZEROES                      TO WS-SOBRECOM-PCT.

           MOVE WS-PATH-COMISION            TO WS-SIM-PATH-VIGENTE.
           MOVE WS-PATH-SIM-REGLAS          TO WS-PATH-COMISION.

           OPEN INPUT ENT-COMISION.

           IF FS-COMISION EQUAL '00'
              PERFORM 1071-LEER-REGLA-COMISION
                 THRU 1071-LEER-REGLA-COMISION-FIN
                UNTIL FS-COMISION-EOF
              CLOSE ENT-COMISION
           ELSE
              DISPLAY 'NO SE PUEDE ABRIR EL ARCHIVO DE REGLAS '
                      'PROPUESTAS: ' WS-PATH-SIM-REGLAS
              DISPLAY 'FILE STATUS: ' FS-COMISION
              IF FS-COMISION-OK
                 CLOSE ENT-COMISION
              END-IF
              SET WS-SW-ABORTAR-SI          TO TRUE
              MOVE 8                        TO RETURN-CODE
           END-IF.

           MOVE WS-SIM-PATH-VIGENTE         TO WS-PATH-COMISION.

           MOVE WS-TABLA-TASAS              TO WS-SIM-TASAS-PRO.
           MOVE WS-TABLA-TRAMOS             TO WS-SIM-TRAMOS-PRO.
           MOVE WS-PREMIO-PCT               TO WS-SIM-PREMIO-PRO.
           MOVE WS-SOBRECOM-PCT             TO WS-SIM-SOBRECOM-PRO.

           MOVE WS-SIM-TASAS-VIG            TO WS-TABLA-TASAS.
           MOVE WS-SIM-TRAMOS-VIG           TO WS-TABLA-TRAMOS.
           MOVE WS-SIM-PREMIO-VIG           TO WS-PREMIO-PCT.
           MOVE WS-SIM-SOBRECOM-VIG         TO WS-SOBRECOM-PCT.
           MOVE WS-SIM-VERSION-VIG          TO WS-VERSION-REGLAS.

           IF NOT WS-SW-ABORTAR-SI
              DISPLAY 'REGLAS PROPUESTAS CARGADAS: '
                      WS-SIM-TASA-PRO-CANT ' TASAS DE SECTOR Y '
                      WS-SIM-TRAMO-PRO-CANT ' TRAMOS'
              DISPLAY 'PREMIO POR CUOTA PROPUESTO: '
                      WS-SIM-PREMIO-PRO
           END-IF.

       1072-CARGAR-REGLAS-PROPUESTAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1075-CARGAR-SECTORES.


       1076-LEER-SECTOR-REF-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1078-CARGAR-CUOTAS.

      *---- Carga las cuotas del periodo que se liquida desde
      *---- CUOTAS.TXT (lo mantiene CL15EJ15); las de otros periodos
      *---- se ignoran. El archivo es OPTIONAL: sin cuotas nadie
      *---- cobra premio y la corrida es como siempre.

      *---- En un reinicio no se relee: las cuotas vinieron del
      *---- checkpoint (registros 'Q'), por el mismo motivo que las
      *---- reglas de comision en 1070.
           IF WS-SW-RESTART-SI
              DISPLAY 'CUOTAS DEL PERIODO (SEGUN CHECKPOINT): '
                      WS-CUOTA-CANT
              GO TO 1078-CARGAR-CUOTAS-FIN
           END-IF.

           IF WS-SW-ABORTAR-SI
              GO TO 1078-CARGAR-CUOTAS-FIN
           END-IF.

           OPEN INPUT ENT-CUOTAS.

           IF FS-CUOTAS-OK
              PERFORM 1079-LEER-CUOTA
                 THRU 1079-LEER-CUOTA-FIN
                UNTIL FS-CUOTAS-EOF
              CLOSE ENT-CUOTAS
           ELSE
              DISPLAY 'ERROR AL ABRIR CUOTAS.TXT: ' FS-CUOTAS
              SET WS-SW-ABORTAR-SI          TO TRUE
              MOVE 8                        TO RETURN-CODE
           END-IF.

           IF WS-CUOTA-CANT EQUAL ZEROES
              DISPLAY 'SIN CUOTAS PARA EL PERIODO: NO SE PAGA '
                      'PREMIO POR CUOTA'
           ELSE
              DISPLAY 'CUOTAS DEL PERIODO CARGADAS: ' WS-CUOTA-CANT
              IF WS-PREMIO-PCT EQUAL ZEROES
                 DISPLAY 'ATENCION: HAY CUOTAS PERO COMISION.TXT NO '
                         'TIENE PREMIO POR CUOTA'
              END-IF
           END-IF.

       1078-CARGAR-CUOTAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1079-LEER-CUOTA.

           READ ENT-CUOTAS.

           EVALUATE TRUE
               WHEN FS-CUOTAS = '00'
                    IF WS-CUO-PERIODO EQUAL WS-PERIODO
                       IF WS-CUOTA-CANT < 5000
                          ADD 1             TO WS-CUOTA-CANT
                          SET WS-CUOTA-IDX  TO WS-CUOTA-CANT
                          MOVE WS-CUO-ID-EMPLEADO
                               TO WS-CUOTA-ID-EMPLEADO (WS-CUOTA-IDX)
                          MOVE WS-CUO-OBJETIVO
                               TO WS-CUOTA-OBJETIVO (WS-CUOTA-IDX)
                       ELSE
                          DISPLAY 'TABLA DE CUOTAS LLENA, SE DESCARTA '
                                  'LA CUOTA DEL EMPLEADO '
                                  WS-CUO-ID-EMPLEADO
                       END-IF
                    END-IF
               WHEN FS-CUOTAS-EOF
                    CONTINUE
               WHEN OTHER
      *---- Un archivo de cuotas ilegible aborta, como el de reglas:
      *---- dejaria sin premio a quien lo gano sin ningun aviso.
                    DISPLAY 'ERROR AL LEER CUOTAS.TXT: ' FS-CUOTAS
                    SET WS-SW-ABORTAR-SI    TO TRUE
                    MOVE 8                  TO RETURN-CODE
                    MOVE '10'               TO FS-CUOTAS
           END-EVALUATE.

       1079-LEER-CUOTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1066-SOLICITAR-CHECKPOINT-CADA.


       1069-SOLICITAR-FECHAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1080-RESPALDAR-ARCHIVOS.

      *---- Copia cada archivo que la corrida va a pisar (salidas que
      *---- se abren en OUTPUT o se borran y se regeneran) o a
      *---- consumir (SUSPENSO.TXT y PENDIENTE.TXT se borran al
      *---- cerrar) a <archivo>.Rnnnnnn, y deja en RESPALDO.Rnnnnnn
      *---- que se copio y que no existia. DEFINIT.TXT no lo toca esta
      *---- corrida pero se respalda igual: lo que CL15EJ03 le agregue
      *---- despues sale del ERROR.TXT de esta corrida. Con esto
      *---- CL15EJ17 puede devolver todo al estado previo. Los
      *---- archivos solo-apende (HISTORIA, TICKETS, AUDITORIA) no se
      *---- copian: sus registros llevan el numero de corrida. Sin
      *---- respaldo completo la corrida no se ejecuta.

           MOVE SPACES                      TO WS-PATH-RSP-INDICE.
           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/RESPALDO.R'              DELIMITED BY SIZE
                  WS-NRO-CORRIDA             DELIMITED BY SIZE
             INTO WS-PATH-RSP-INDICE
           END-STRING.

           OPEN OUTPUT SAL-RSP-INDICE.

           IF NOT FS-RSP-INDICE-OK
              DISPLAY 'ERROR AL ABRIR EL INDICE DE RESPALDO: '
                      FS-RSP-INDICE
              SET WS-SW-ABORTAR-SI          TO TRUE
              MOVE 8                        TO RETURN-CODE
              GO TO 1080-RESPALDAR-ARCHIVOS-FIN
           END-IF.

           MOVE 'SUSPENSO.TXT'              TO WS-RSP-NOMBRE.
           PERFORM 1081-RESPALDAR-ARCHIVO
              THRU 1081-RESPALDAR-ARCHIVO-FIN.

           MOVE 'PENDIENTE.TXT'             TO WS-RSP-NOMBRE.
           PERFORM 1081-RESPALDAR-ARCHIVO
              THRU 1081-RESPALDAR-ARCHIVO-FIN.

           MOVE 'DEFINIT.TXT'               TO WS-RSP-NOMBRE.
           PERFORM 1081-RESPALDAR-ARCHIVO
              THRU 1081-RESPALDAR-ARCHIVO-FIN.

           MOVE 'APAREO.TXT'                TO WS-RSP-NOMBRE.
           PERFORM 1081-RESPALDAR-ARCHIVO
              THRU 1081-RESPALDAR-ARCHIVO-FIN.

           MOVE 'APAREO.CSV'                TO WS-RSP-NOMBRE.
           PERFORM 1081-RESPALDAR-ARCHIVO
              THRU 1081-RESPALDAR-ARCHIVO-FIN.

           MOVE 'ERROR.TXT'                 TO WS-RSP-NOMBRE.
           PERFORM 1081-RESPALDAR-ARCHIVO
              THRU 1081-RESPALDAR-ARCHIVO-FIN.

           MOVE 'LIQCOM.TXT'                TO WS-RSP-NOMBRE.
           PERFORM 1081-RESPALDAR-ARCHIVO
              THRU 1081-RESPALDAR-ARCHIVO-FIN.

           MOVE 'RESUMEN.TXT'               TO WS-RSP-NOMBRE.
           PERFORM 1081-RESPALDAR-ARCHIVO
              THRU 1081-RESPALDAR-ARCHIVO-FIN.

           MOVE 'RECUPERO.TXT'              TO WS-RSP-NOMBRE.
           PERFORM 1081-RESPALDAR-ARCHIVO
              THRU 1081-RESPALDAR-ARCHIVO-FIN.

           MOVE 'EQUIPOS.TXT'               TO WS-RSP-NOMBRE.
           PERFORM 1081-RESPALDAR-ARCHIVO
              THRU 1081-RESPALDAR-ARCHIVO-FIN.

           CLOSE SAL-RSP-INDICE.

           IF WS-SW-ABORTAR-SI
              DISPLAY 'SIN RESPALDO COMPLETO LA CORRIDA NO SE EJECUTA'
           ELSE
              DISPLAY 'RESPALDO DE ARRANQUE: ' WS-PATH-RSP-INDICE
           END-IF.

       1080-RESPALDAR-ARCHIVOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1081-RESPALDAR-ARCHIVO.

      *---- Despues de una falla no se sigue copiando: la corrida ya
      *---- no se va a ejecutar.
           IF WS-SW-ABORTAR-SI
              GO TO 1081-RESPALDAR-ARCHIVO-FIN
           END-IF.

           MOVE ZEROES                      TO WS-RSP-CONT-COPIADOS.

           MOVE SPACES                      TO WS-PATH-RSP-ORIGEN.
           STRING WS-PATH-DIRECTORIO            DELIMITED BY SPACE
                  '/'                        DELIMITED BY SIZE
                  WS-RSP-NOMBRE              DELIMITED BY SPACE
             INTO WS-PATH-RSP-ORIGEN
           END-STRING.

           MOVE SPACES                      TO WS-PATH-RSP-COPIA.
           STRING WS-PATH-RSP-ORIGEN            DELIMITED BY SPACE
                  '.R'                       DELIMITED BY SIZE
                  WS-NRO-CORRIDA             DELIMITED BY SIZE
             INTO WS-PATH-RSP-COPIA
           END-STRING.

           MOVE WS-NRO-CORRIDA              TO WS-RSP-CORRIDA.
           MOVE WS-RSP-NOMBRE               TO WS-RSP-ARCHIVO.

           OPEN INPUT ENT-RSP-ORIGEN.

           EVALUATE TRUE
               WHEN FS-RSP-ORIGEN-OK
                    CONTINUE
               WHEN FS-RSP-ORIGEN-NFD
                    SET WS-RSP-NO-EXISTIA   TO TRUE
                    PERFORM 1083-GRABAR-INDICE-RESPALDO
                       THRU 1083-GRABAR-INDICE-RESPALDO-FIN
                    GO TO 1081-RESPALDAR-ARCHIVO-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR ' WS-RSP-NOMBRE
                            ' PARA RESPALDAR: ' FS-RSP-ORIGEN
                    SET WS-SW-ABORTAR-SI    TO TRUE
                    MOVE 8                  TO RETURN-CODE
                    GO TO 1081-RESPALDAR-ARCHIVO-FIN
           END-EVALUATE.

           OPEN OUTPUT SAL-RSP-COPIA.

           IF NOT FS-RSP-COPIA-OK
              DISPLAY 'ERROR AL ABRIR EL RESPALDO DE ' WS-RSP-NOMBRE
                      ': ' FS-RSP-COPIA
              CLOSE ENT-RSP-ORIGEN
              SET WS-SW-ABORTAR-SI          TO TRUE
              MOVE 8                        TO RETURN-CODE
              GO TO 1081-RESPALDAR-ARCHIVO-FIN
           END-IF.

           PERFORM 1082-COPIAR-REGISTRO-RESPALDO
              THRU 1082-COPIAR-REGISTRO-RESPALDO-FIN
             UNTIL FS-RSP-ORIGEN-EOF.

           CLOSE ENT-RSP-ORIGEN.
           CLOSE SAL-RSP-COPIA.

           IF NOT WS-SW-ABORTAR-SI
              SET WS-RSP-COPIADO            TO TRUE
              PERFORM 1083-GRABAR-INDICE-RESPALDO
                 THRU 1083-GRABAR-INDICE-RESPALDO-FIN
           END-IF.

       1081-RESPALDAR-ARCHIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1082-COPIAR-REGISTRO-RESPALDO.

           READ ENT-RSP-ORIGEN.

           EVALUATE TRUE
               WHEN FS-RSP-ORIGEN-OK
                    MOVE WS-ENT-RSP-LINEA   TO WS-SAL-RSP-LINEA
                    WRITE WS-SAL-RSP-LINEA
                    IF FS-RSP-COPIA-OK
                       ADD 1                TO WS-RSP-CONT-COPIADOS
                    ELSE
                       DISPLAY 'ERROR AL ESCRIBIR EL RESPALDO DE '
                               WS-RSP-NOMBRE ': ' FS-RSP-COPIA
                       SET WS-SW-ABORTAR-SI TO TRUE
                       MOVE 8               TO RETURN-CODE
                       MOVE '10'            TO FS-RSP-ORIGEN
                    END-IF
               WHEN FS-RSP-ORIGEN-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER ' WS-RSP-NOMBRE
                            ' PARA RESPALDAR: ' FS-RSP-ORIGEN
                    SET WS-SW-ABORTAR-SI    TO TRUE
                    MOVE 8                  TO RETURN-CODE
                    MOVE '10'               TO FS-RSP-ORIGEN
           END-EVALUATE.

       1082-COPIAR-REGISTRO-RESPALDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1083-GRABAR-INDICE-RESPALDO.

           MOVE WS-RSP-CONT-COPIADOS        TO WS-RSP-REGISTROS.
           WRITE WS-REG-RESPALDO.

           IF NOT FS-RSP-INDICE-OK
              DISPLAY 'ERROR AL ESCRIBIR EL INDICE DE RESPALDO: '
                      FS-RSP-INDICE
              SET WS-SW-ABORTAR-SI          TO TRUE
              MOVE 8                        TO RETURN-CODE
           END-IF.

       1083-GRABAR-INDICE-RESPALDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1090-AVANZAR-A-CHECKPOINT.


       1330-ABRIR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1340-ABRIR-TICKETS.

      *---- Mismo criterio que la historia: siempre en EXTEND, y el
      *---- OPTIONAL crea el archivo en la primera corrida. Un reinicio
      *---- puede volver a dejar los tickets de los empleados
      *---- posteriores al checkpoint; quien lo lee se queda con el
      *---- ultimo 'V' de cada ticket.

           OPEN EXTEND SAL-TICKETS.

           IF NOT FS-TICKETS-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO TICKETS.TXT'
              DISPLAY 'FILE STATUS: ' FS-TICKETS
              MOVE 8                        TO RETURN-CODE
           ELSE
              SET WS-SW-TICKETS-ABIERTO     TO TRUE
           END-IF.

       1340-ABRIR-TICKETS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1350-ABRIR-SIMULA.

      *---- SIMULA.TXT se pisa en cada simulacion, como APAREO.TXT en
      *---- cada corrida real. Lleva al principio con que reglas se
      *---- valorizo cada columna.

           OPEN OUTPUT SAL-SIMULA.

           IF NOT FS-SIMULA-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO SIMULA.TXT'
              DISPLAY 'FILE STATUS: ' FS-SIMULA
              MOVE 8                        TO RETURN-CODE
              GO TO 1350-ABRIR-SIMULA-FIN
           END-IF.

           MOVE WS-PERIODO                  TO WS-SIM-TIT-PERIODO.
           MOVE WS-SIM-ARCHIVO              TO WS-SIM-TIT-ARCHIVO.
           MOVE WS-SIM-TITULO               TO WS-SAL-SIMULA.
           PERFORM 2225-ESCRIBIR-SIMULA
              THRU 2225-ESCRIBIR-SIMULA-FIN.

           MOVE WS-SIM-SUBTITULO            TO WS-SAL-SIMULA.
           PERFORM 2225-ESCRIBIR-SIMULA
              THRU 2225-ESCRIBIR-SIMULA-FIN.

           MOVE WS-SIM-SEPARADOR            TO WS-SAL-SIMULA.
           PERFORM 2225-ESCRIBIR-SIMULA
              THRU 2225-ESCRIBIR-SIMULA-FIN.

           MOVE 'REGLAS VIGENTES   : '      TO WS-SIM-REG-LEYENDA.
           MOVE WS-SIM-TASA-VIG-CANT        TO WS-SIM-REG-TASAS.
           MOVE WS-SIM-TRAMO-VIG-CANT       TO WS-SIM-REG-TRAMOS.
           MOVE WS-SIM-PREMIO-VIG           TO WS-SIM-REG-PREMIO.
           MOVE WS-SIM-SOBRECOM-VIG         TO WS-SIM-REG-SOBRECOM.
           MOVE WS-SIM-REGLAS               TO WS-SAL-SIMULA.
           PERFORM 2225-ESCRIBIR-SIMULA
              THRU 2225-ESCRIBIR-SIMULA-FIN.

           MOVE 'REGLAS PROPUESTAS : '      TO WS-SIM-REG-LEYENDA.
           MOVE WS-SIM-TASA-PRO-CANT        TO WS-SIM-REG-TASAS.
           MOVE WS-SIM-TRAMO-PRO-CANT       TO WS-SIM-REG-TRAMOS.
           MOVE WS-SIM-PREMIO-PRO           TO WS-SIM-REG-PREMIO.
           MOVE WS-SIM-SOBRECOM-PRO         TO WS-SIM-REG-SOBRECOM.
           MOVE WS-SIM-REGLAS               TO WS-SAL-SIMULA.
           PERFORM 2225-ESCRIBIR-SIMULA
              THRU 2225-ESCRIBIR-SIMULA-FIN.

           MOVE WS-SIM-SEPARADOR            TO WS-SAL-SIMULA.
           PERFORM 2225-ESCRIBIR-SIMULA
              THRU 2225-ESCRIBIR-SIMULA-FIN.

           MOVE WS-SIM-CABECERA             TO WS-SAL-SIMULA.
           PERFORM 2225-ESCRIBIR-SIMULA
              THRU 2225-ESCRIBIR-SIMULA-FIN.

           MOVE WS-SIM-SEPARADOR            TO WS-SAL-SIMULA.
           PERFORM 2225-ESCRIBIR-SIMULA
              THRU 2225-ESCRIBIR-SIMULA-FIN.

       1350-ABRIR-SIMULA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1400-ABRIR-ERROR.

                       END-IF
                       PERFORM 2218-ACUMULAR-SUCURSAL
                          THRU 2218-ACUMULAR-SUCURSAL-FIN
      *---- WS-TICKET-IDX sigue apuntando al ticket que 2213 acaba
      *---- de anotar; se completa para el registro de liquidados.
                       MOVE WS-ENT-VEN-SECTOR
                            TO WS-TICKET-SECTOR (WS-TICKET-IDX)
                       MOVE WS-ENT-VEN-SUCURSAL
                            TO WS-TICKET-SUCURSAL (WS-TICKET-IDX)
                       MOVE WS-ENT-VEN-IMP-VENTA
                            TO WS-TICKET-IMPORTE (WS-TICKET-IDX)
                    END-IF
                 END-IF
              END-IF
      *---- neteo que los dejara negativos seria un error de datos.
      *---- La cancelacion aplicada suma a WS-TOT-CANCELADO, que la
      *---- conciliacion descuenta de lo leido.
      *---- Si el ticket no paso por esta corrida puede ser la
      *---- devolucion de una venta ya liquidada en un periodo
      *---- anterior: queda anotada para buscarla en el registro de
      *---- tickets al cierre (ver 2251-ANOTAR-RECUPERO).

           PERFORM 2214-BUSCAR-TICKET
              THRU 2214-BUSCAR-TICKET-FIN
                       = WS-ENT-VEN-ID-TICKET.

           IF WS-TICKET-IDX > WS-TICKET-CANT
              PERFORM 2251-ANOTAR-RECUPERO
                 THRU 2251-ANOTAR-RECUPERO-FIN
              GO TO 2250-APLICAR-CANCELACION-FIN
           END-IF.

               FROM WS-SECTOR-IMPORTE (WS-SECTOR-IDX).
           ADD WS-ENT-VEN-IMP-VENTA         TO WS-TOT-CANCELADO.

      *---- Al registro de liquidados va el ticket neto de lo que se
      *---- cancelo en la misma corrida.
           IF WS-TICKET-IMPORTE (WS-TICKET-IDX)
               > WS-ENT-VEN-IMP-VENTA
              SUBTRACT WS-ENT-VEN-IMP-VENTA
                  FROM WS-TICKET-IMPORTE (WS-TICKET-IDX)
           ELSE
              MOVE ZEROES
                   TO WS-TICKET-IMPORTE (WS-TICKET-IDX)
           END-IF.

      *---- El desglose por sucursal tambien se netea, contra la
      *---- sucursal de origen de la cancelacion (que es la del
      *---- ticket original si la extraccion viene bien armada).
           PERFORM 2219-BUSCAR-SUCURSAL
              THRU 2219-BUSCAR-SUCURSAL-FIN

       2250-APLICAR-CANCELACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2251-ANOTAR-RECUPERO.

      *---- Cancelacion tardia: no toca ningun acumulador del empleado
      *---- ni de la conciliacion (su venta ya se concilio y se pago
      *---- en la corrida que la liquido). Si la tabla esta llena se
      *---- rechaza como antes, con un motivo que lo distinga.

           IF WS-RCP-CANT < 2000
              ADD 1                         TO WS-RCP-CANT
              SET WS-RCP-IDX                TO WS-RCP-CANT
              MOVE WS-ENT-VEN-ID-TICKET
                   TO WS-RCP-ID-TICKET (WS-RCP-IDX)
              MOVE WS-ENT-VEN-ID-EMPLEADO
                   TO WS-RCP-ID-EMPLEADO (WS-RCP-IDX)
              MOVE WS-ENT-VEN-SECTOR
                   TO WS-RCP-SECTOR (WS-RCP-IDX)
              MOVE WS-ENT-VEN-SUCURSAL
                   TO WS-RCP-SUCURSAL (WS-RCP-IDX)
              MOVE WS-ENT-VEN-IMP-VENTA
                   TO WS-RCP-IMPORTE (WS-RCP-IDX)
              MOVE WS-ENT-VEN-FECHA
                   TO WS-RCP-FECHA (WS-RCP-IDX)
              MOVE WS-VENTA-CICLOS
                   TO WS-RCP-CICLOS (WS-RCP-IDX)
              PERFORM 2252-LIMPIAR-RECUPERO
                 THRU 2252-LIMPIAR-RECUPERO-FIN
           ELSE
              MOVE 'LIMITE DE RECUPEROS EXCEDIDO'
                                            TO WS-CANC-MOTIVO
              PERFORM 2445-GRABAR-ERROR-CANCELACION
                 THRU 2445-GRABAR-ERROR-CANCELACION-FIN
           END-IF.

       2251-ANOTAR-RECUPERO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2252-LIMPIAR-RECUPERO.

      *---- Deja la entrada WS-RCP-IDX pendiente y sin datos de
      *---- origen (tambien la usa el reinicio al reponerla).

           MOVE 'P'                         TO WS-RCP-ESTADO
                                                (WS-RCP-IDX).
           MOVE 'N'                         TO WS-RCP-SW-ORIGEN
                                                (WS-RCP-IDX).
           MOVE SPACES                      TO WS-RCP-ORI-SECTOR
                                                (WS-RCP-IDX).
           MOVE SPACES                      TO WS-RCP-ORI-SUCURSAL
                                                (WS-RCP-IDX).
           MOVE ZEROES                      TO WS-RCP-ORI-IMPORTE
                                                (WS-RCP-IDX).
           MOVE ZEROES                      TO WS-RCP-ORI-PERIODO
                                                (WS-RCP-IDX).
           MOVE ZEROES                      TO WS-RCP-ORI-CORRIDA
                                                (WS-RCP-IDX).
           MOVE ZEROES                      TO WS-RCP-ORI-TASA
                                                (WS-RCP-IDX).
           MOVE ZEROES                      TO WS-RCP-YA-RECUPERADO
                                                (WS-RCP-IDX).
           MOVE ZEROES                      TO WS-RCP-COMISION
                                                (WS-RCP-IDX).

       2252-LIMPIAR-RECUPERO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2240-CALCULAR-COMISION.


       2243-EVALUAR-TRAMO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2245-CALCULAR-PREMIO.

      *---- Premio por cumplimiento de cuota: si el empleado tiene
      *---- cuota en el periodo y su total del mes la alcanza, cobra
      *---- la tasa de premio de COMISION.TXT sobre todo ese total.
      *---- Es un importe aparte: no se suma a WS-IMP-COMISION.

           MOVE ZEROES                      TO WS-CUOTA-EMPLEADO.
           MOVE ZEROES                      TO WS-IMP-PREMIO.

           IF WS-PREMIO-PCT EQUAL ZEROES
              OR WS-CUOTA-CANT EQUAL ZEROES
              GO TO 2245-CALCULAR-PREMIO-FIN
           END-IF.

           PERFORM 2246-BUSCAR-CUOTA
              THRU 2246-BUSCAR-CUOTA-FIN
              VARYING WS-CUOTA-IDX FROM 1 BY 1
                UNTIL WS-CUOTA-IDX > WS-CUOTA-CANT
                   OR WS-CUOTA-ID-EMPLEADO (WS-CUOTA-IDX)
                       = WS-ENT-EMP-ID-EMPLEADO.

           IF WS-CUOTA-IDX > WS-CUOTA-CANT
              GO TO 2245-CALCULAR-PREMIO-FIN
           END-IF.

           MOVE WS-CUOTA-OBJETIVO (WS-CUOTA-IDX)
                                            TO WS-CUOTA-EMPLEADO.

           IF WS-CUOTA-EMPLEADO > ZEROES
              AND WS-IMP-ACUM >= WS-CUOTA-EMPLEADO
              COMPUTE WS-IMP-PREMIO =
                      WS-IMP-ACUM * WS-PREMIO-PCT / 100
           END-IF.

       2245-CALCULAR-PREMIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2246-BUSCAR-CUOTA.
      *---- Solo avanza el indice; la condicion de corte (encontrado
      *---- o fin de tabla) se resuelve en el UNTIL del PERFORM.
           CONTINUE.

       2246-BUSCAR-CUOTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2270-SIMULAR-EMPLEADO.

      *---- Valoriza al empleado en curso dos veces con los mismos
      *---- 2240-CALCULAR-COMISION y 2245-CALCULAR-PREMIO de la
      *---- corrida real: con las reglas vigentes (las que estan en
      *---- las tablas de trabajo) y con las propuestas, copiadas
      *---- encima y despues repuestas. Lo que se compara es comision
      *---- mas premio por cuota.

           PERFORM 2240-CALCULAR-COMISION
              THRU 2240-CALCULAR-COMISION-FIN.
           PERFORM 2245-CALCULAR-PREMIO
              THRU 2245-CALCULAR-PREMIO-FIN.
           COMPUTE WS-SIM-COM-ACTUAL =
                   WS-IMP-COMISION + WS-IMP-PREMIO.

           MOVE WS-SIM-TASAS-PRO            TO WS-TABLA-TASAS.
           MOVE WS-SIM-TRAMOS-PRO           TO WS-TABLA-TRAMOS.
           MOVE WS-SIM-PREMIO-PRO           TO WS-PREMIO-PCT.

           PERFORM 2240-CALCULAR-COMISION
              THRU 2240-CALCULAR-COMISION-FIN.
           PERFORM 2245-CALCULAR-PREMIO
              THRU 2245-CALCULAR-PREMIO-FIN.
           COMPUTE WS-SIM-COM-PROPUESTA =
                   WS-IMP-COMISION + WS-IMP-PREMIO.

           MOVE WS-SIM-TASAS-VIG            TO WS-TABLA-TASAS.
           MOVE WS-SIM-TRAMOS-VIG           TO WS-TABLA-TRAMOS.
           MOVE WS-SIM-PREMIO-VIG           TO WS-PREMIO-PCT.

           COMPUTE WS-SIM-DIFERENCIA =
                   WS-SIM-COM-PROPUESTA - WS-SIM-COM-ACTUAL.

           ADD 1                            TO WS-SIM-CONT-EMPLEADOS.
           ADD WS-IMP-ACUM                  TO WS-SIM-ACUM-VENDIDO.
           ADD WS-SIM-COM-ACTUAL            TO WS-SIM-ACUM-ACTUAL.
           ADD WS-SIM-COM-PROPUESTA         TO WS-SIM-ACUM-PROPUESTA.

           MOVE WS-ENT-EMP-ID-EMPLEADO      TO WS-SIM-DET-ID.
           MOVE WS-ENT-EMP-NOMBRE           TO WS-SIM-DET-NOMBRE.
           MOVE WS-ENT-EMP-APELLIDO         TO WS-SIM-DET-APELLIDO.
           MOVE WS-IMP-ACUM                 TO WS-SIM-DET-VENDIDO.
           MOVE WS-SIM-COM-ACTUAL           TO WS-SIM-DET-ACTUAL.
           MOVE WS-SIM-COM-PROPUESTA        TO WS-SIM-DET-PROPUESTA.
           MOVE WS-SIM-DIFERENCIA           TO WS-SIM-DET-DIFERENCIA.
           MOVE WS-SIM-DETALLE              TO WS-SAL-SIMULA.
           PERFORM 2225-ESCRIBIR-SIMULA
              THRU 2225-ESCRIBIR-SIMULA-FIN.

      *---- Un empleado al que las cancelaciones dejaron en cero no
      *---- tiene nada que repartir (y dividiria por cero).
           IF WS-IMP-ACUM EQUAL ZEROES
              GO TO 2270-SIMULAR-EMPLEADO-FIN
           END-IF.

           PERFORM 2271-PRORRATEAR-SECTOR
              THRU 2271-PRORRATEAR-SECTOR-FIN
              VARYING WS-SECTOR-IDX FROM 1 BY 1
                UNTIL WS-SECTOR-IDX > WS-SECTOR-CANT.

           PERFORM 2273-PRORRATEAR-SUCURSAL
              THRU 2273-PRORRATEAR-SUCURSAL-FIN
              VARYING WS-TICKET-IDX FROM 1 BY 1
                UNTIL WS-TICKET-IDX > WS-TICKET-CANT.

       2270-SIMULAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2271-PRORRATEAR-SECTOR.

      *---- Le toca al sector la parte de la comision del empleado
      *---- (con cada juego de reglas) proporcional a lo que vendio
      *---- en el.

           IF WS-SECTOR-IMPORTE (WS-SECTOR-IDX) EQUAL ZEROES
              GO TO 2271-PRORRATEAR-SECTOR-FIN
           END-IF.

           PERFORM 2272-BUSCAR-SIM-SECTOR
              THRU 2272-BUSCAR-SIM-SECTOR-FIN
              VARYING WS-SIM-SEC-IDX FROM 1 BY 1
                UNTIL WS-SIM-SEC-IDX > WS-SIM-SEC-CANT
                   OR WS-SIM-SEC-NOMBRE (WS-SIM-SEC-IDX)
                       = WS-SECTOR-NOMBRE (WS-SECTOR-IDX).

           IF WS-SIM-SEC-IDX > WS-SIM-SEC-CANT
              IF WS-SIM-SEC-CANT < 100
                 ADD 1                      TO WS-SIM-SEC-CANT
                 SET WS-SIM-SEC-IDX         TO WS-SIM-SEC-CANT
                 MOVE WS-SECTOR-NOMBRE (WS-SECTOR-IDX)
                      TO WS-SIM-SEC-NOMBRE (WS-SIM-SEC-IDX)
                 MOVE ZEROES
                      TO WS-SIM-SEC-VENDIDO (WS-SIM-SEC-IDX)
                 MOVE ZEROES
                      TO WS-SIM-SEC-ACTUAL (WS-SIM-SEC-IDX)
                 MOVE ZEROES
                      TO WS-SIM-SEC-PROPUESTA (WS-SIM-SEC-IDX)
              ELSE
                 DISPLAY 'ATENCION: TABLA DE SECTORES DE LA '
                         'SIMULACION LLENA, EL DESGLOSE NO INCLUYE '
                         'AL SECTOR ' WS-SECTOR-NOMBRE (WS-SECTOR-IDX)
                 GO TO 2271-PRORRATEAR-SECTOR-FIN
              END-IF
           END-IF.

           COMPUTE WS-SIM-PRO-ACTUAL ROUNDED =
                   WS-SIM-COM-ACTUAL
                 * WS-SECTOR-IMPORTE (WS-SECTOR-IDX) / WS-IMP-ACUM.
           COMPUTE WS-SIM-PRO-PROPUESTA ROUNDED =
                   WS-SIM-COM-PROPUESTA
                 * WS-SECTOR-IMPORTE (WS-SECTOR-IDX) / WS-IMP-ACUM.

           ADD WS-SECTOR-IMPORTE (WS-SECTOR-IDX)
                               TO WS-SIM-SEC-VENDIDO (WS-SIM-SEC-IDX).
           ADD WS-SIM-PRO-ACTUAL
                               TO WS-SIM-SEC-ACTUAL (WS-SIM-SEC-IDX).
           ADD WS-SIM-PRO-PROPUESTA
                               TO WS-SIM-SEC-PROPUESTA (WS-SIM-SEC-IDX).

       2271-PRORRATEAR-SECTOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2272-BUSCAR-SIM-SECTOR.
      *---- Solo avanza el indice; la condicion de corte (encontrado
      *---- o fin de tabla) se resuelve en el UNTIL del PERFORM.
           CONTINUE.

       2272-BUSCAR-SIM-SECTOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2273-PRORRATEAR-SUCURSAL.

      *---- Mismo reparto por sucursal, ticket por ticket (un mismo
      *---- empleado puede vender en varias). Los tickets rechazados
      *---- o cancelados del todo quedaron con importe cero.

           IF WS-TICKET-IMPORTE (WS-TICKET-IDX) EQUAL ZEROES
              GO TO 2273-PRORRATEAR-SUCURSAL-FIN
           END-IF.

           PERFORM 2274-BUSCAR-SIM-SUCURSAL
              THRU 2274-BUSCAR-SIM-SUCURSAL-FIN
              VARYING WS-SIM-SUC-IDX FROM 1 BY 1
                UNTIL WS-SIM-SUC-IDX > WS-SIM-SUC-CANT
                   OR WS-SIM-SUC-NOMBRE (WS-SIM-SUC-IDX)
                       = WS-TICKET-SUCURSAL (WS-TICKET-IDX).

           IF WS-SIM-SUC-IDX > WS-SIM-SUC-CANT
              IF WS-SIM-SUC-CANT < 50
                 ADD 1                      TO WS-SIM-SUC-CANT
                 SET WS-SIM-SUC-IDX         TO WS-SIM-SUC-CANT
                 MOVE WS-TICKET-SUCURSAL (WS-TICKET-IDX)
                      TO WS-SIM-SUC-NOMBRE (WS-SIM-SUC-IDX)
                 MOVE ZEROES
                      TO WS-SIM-SUC-VENDIDO (WS-SIM-SUC-IDX)
                 MOVE ZEROES
                      TO WS-SIM-SUC-ACTUAL (WS-SIM-SUC-IDX)
                 MOVE ZEROES
                      TO WS-SIM-SUC-PROPUESTA (WS-SIM-SUC-IDX)
              ELSE
                 DISPLAY 'ATENCION: TABLA DE SUCURSALES DE LA '
                         'SIMULACION LLENA, EL DESGLOSE NO INCLUYE '
                         'A LA SUCURSAL '
                         WS-TICKET-SUCURSAL (WS-TICKET-IDX)
                 GO TO 2273-PRORRATEAR-SUCURSAL-FIN
              END-IF
           END-IF.

           COMPUTE WS-SIM-PRO-ACTUAL ROUNDED =
                   WS-SIM-COM-ACTUAL
                 * WS-TICKET-IMPORTE (WS-TICKET-IDX) / WS-IMP-ACUM.
           COMPUTE WS-SIM-PRO-PROPUESTA ROUNDED =
                   WS-SIM-COM-PROPUESTA
                 * WS-TICKET-IMPORTE (WS-TICKET-IDX) / WS-IMP-ACUM.

           ADD WS-TICKET-IMPORTE (WS-TICKET-IDX)
                               TO WS-SIM-SUC-VENDIDO (WS-SIM-SUC-IDX).
           ADD WS-SIM-PRO-ACTUAL
                               TO WS-SIM-SUC-ACTUAL (WS-SIM-SUC-IDX).
           ADD WS-SIM-PRO-PROPUESTA
                               TO WS-SIM-SUC-PROPUESTA (WS-SIM-SUC-IDX).

       2273-PRORRATEAR-SUCURSAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2274-BUSCAR-SIM-SUCURSAL.
      *---- Solo avanza el indice; la condicion de corte (encontrado
      *---- o fin de tabla) se resuelve en el UNTIL del PERFORM.
           CONTINUE.

       2274-BUSCAR-SIM-SUCURSAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2215-GRABAR-DATOS.

      *---- En una simulacion el empleado solo se valoriza con los dos
      *---- juegos de reglas; no se graba nada del circuito real (ni
      *---- checkpoint, que tampoco haria falta para reiniciarla).
           IF WS-SW-SIMULACION-SI
              PERFORM 2270-SIMULAR-EMPLEADO
                 THRU 2270-SIMULAR-EMPLEADO-FIN
              GO TO 2215-GRABAR-DATOS-FIN
           END-IF.

           PERFORM 2240-CALCULAR-COMISION
              THRU 2240-CALCULAR-COMISION-FIN.

           PERFORM 2245-CALCULAR-PREMIO
              THRU 2245-CALCULAR-PREMIO-FIN.

           MOVE WS-ENT-EMP-ID-EMPLEADO      TO WS-SAL-APA-ID-EMPLEADO.
           MOVE WS-ENT-EMP-NOMBRE           TO WS-SAL-APA-NOMBRE.
           MOVE WS-ENT-EMP-APELLIDO         TO WS-SAL-APA-APELLIDO.
                 THRU 2220-ESCRIBIR-APAREO-FIN
           END-IF.

      *---- Y si alcanzo su cuota, el premio en una linea aparte.
           IF WS-IMP-PREMIO > ZEROES
              ADD WS-IMP-PREMIO             TO WS-TOT-PREMIO-GENERAL
              ADD 1                         TO WS-CONT-PREMIOS
              MOVE WS-IMP-PREMIO            TO WS-SAL-APA-PRE-IMPORTE
              MOVE WS-SAL-APA-PREMIO        TO WS-SAL-APAREO
              PERFORM 2220-ESCRIBIR-APAREO
                 THRU 2220-ESCRIBIR-APAREO-FIN
           END-IF.

           IF WS-SW-CSV-SI
              MOVE WS-ENT-EMP-ID-EMPLEADO   TO WS-CSV-ID-EMPLEADO
              MOVE WS-ENT-EMP-NOMBRE        TO WS-CSV-NOMBRE
           PERFORM 2223-ESCRIBIR-HISTORIA
              THRU 2223-ESCRIBIR-HISTORIA-FIN.

      *---- El premio queda en la historia detras del 'E', que es de
      *---- donde lo toma 3230-GRABAR-LIQCOM para mandarlo a sueldos.
           IF WS-IMP-PREMIO > ZEROES
              MOVE 'P'                      TO WS-HIS-TIPO
              MOVE SPACES                   TO WS-HIS-DATOS
              MOVE WS-CUOTA-EMPLEADO        TO WS-HIS-P-OBJETIVO
              MOVE WS-IMP-ACUM              TO WS-HIS-P-IMPORTE
              MOVE WS-PREMIO-PCT            TO WS-HIS-P-TASA
              MOVE WS-IMP-PREMIO            TO WS-HIS-P-PREMIO
              PERFORM 2223-ESCRIBIR-HISTORIA
                 THRU 2223-ESCRIBIR-HISTORIA-FIN
           END-IF.

      *---- Y cada ticket que comisiono queda en el registro
      *---- permanente de liquidados, para que una cancelacion de un
      *---- periodo posterior lo pueda encontrar.
           PERFORM 2217-GRABAR-TICKET
              THRU 2217-GRABAR-TICKET-FIN
              VARYING WS-TICKET-IDX FROM 1 BY 1
                UNTIL WS-TICKET-IDX > WS-TICKET-CANT.

           PERFORM 2230-ACUMULAR-RESUMEN
              THRU 2230-ACUMULAR-RESUMEN-FIN.


       2215-GRABAR-DATOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2217-GRABAR-TICKET.

      *---- La tasa efectiva del ticket es la de su sector (o el
      *---- porcentaje por defecto) mas la del tramo que alcanzo el
      *---- empleado, que 2240 ya dejo en WS-TRAMO-MEJOR-PCT: es la
      *---- que habra que aplicar para recuperar la comision si el
      *---- ticket se cancela mas adelante.

           IF WS-TICKET-IMPORTE (WS-TICKET-IDX) EQUAL ZEROES
              GO TO 2217-GRABAR-TICKET-FIN
           END-IF.

           PERFORM 2242-BUSCAR-TASA
              THRU 2242-BUSCAR-TASA-FIN
              VARYING WS-TASA-IDX FROM 1 BY 1
                UNTIL WS-TASA-IDX > WS-TASA-CANT
                   OR WS-TASA-SECTOR (WS-TASA-IDX)
                       = WS-TICKET-SECTOR (WS-TICKET-IDX).

           IF WS-TASA-IDX > WS-TASA-CANT
              MOVE WS-COMISION-PORCENTAJE   TO WS-TASA-APLICADA
           ELSE
              MOVE WS-TASA-PCT (WS-TASA-IDX)
                                            TO WS-TASA-APLICADA
           END-IF.

           MOVE 'V'                         TO WS-TCK-TIPO.
           MOVE WS-TICKET-NUMERO (WS-TICKET-IDX)
                                            TO WS-TCK-ID-TICKET.
           MOVE WS-ENT-EMP-ID-EMPLEADO      TO WS-TCK-ID-EMPLEADO.
           MOVE WS-TICKET-SECTOR (WS-TICKET-IDX)
                                            TO WS-TCK-SECTOR.
           MOVE WS-TICKET-SUCURSAL (WS-TICKET-IDX)
                                            TO WS-TCK-SUCURSAL.
           MOVE WS-TICKET-IMPORTE (WS-TICKET-IDX)
                                            TO WS-TCK-IMPORTE.
           MOVE WS-PERIODO                  TO WS-TCK-PERIODO.
           MOVE WS-NRO-CORRIDA              TO WS-TCK-CORRIDA.
           COMPUTE WS-TCK-TASA =
                   WS-TASA-APLICADA + WS-TRAMO-MEJOR-PCT.
           COMPUTE WS-TCK-COMISION =
                   WS-TCK-IMPORTE * WS-TCK-TASA / 100.
           MOVE ZEROES                      TO WS-TCK-DATOS-R.

           PERFORM 2224-ESCRIBIR-TICKET
              THRU 2224-ESCRIBIR-TICKET-FIN.

       2217-GRABAR-TICKET-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2216-GRABAR-SECTORES.


           IF NOT FS-LIQCOM-OK
              DISPLAY 'ERROR AL ESCRIBIR LIQCOM.TXT: ' FS-LIQCOM
              SET WS-SW-LIQCOM-ERROR        TO TRUE
           END-IF.

       2222-ESCRIBIR-LIQCOM-FIN.

       2223-ESCRIBIR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2224-ESCRIBIR-TICKET.

           MOVE WS-REG-TICKET               TO WS-SAL-TICKETS.

           WRITE WS-SAL-TICKETS.

           IF NOT FS-TICKETS-OK
              DISPLAY 'ERROR AL ESCRIBIR TICKETS.TXT: ' FS-TICKETS
           END-IF.

       2224-ESCRIBIR-TICKET-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2225-ESCRIBIR-SIMULA.

           WRITE WS-SAL-SIMULA.

           IF NOT FS-SIMULA-OK
              DISPLAY 'ERROR AL ESCRIBIR SIMULA.TXT: ' FS-SIMULA
           END-IF.

       2225-ESCRIBIR-SIMULA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2400-GRABAR-ERROR-EN-VENTA.

      *----------------------------------------------------------------*
       2420-ESCRIBIR-ERROR.

      *---- Una simulacion no abre ERROR.TXT (el de la ultima corrida
      *---- real lo usa CL15EJ03): el rechazo solo se cuenta.
           IF WS-SW-SIMULACION-SI
              ADD 1                         TO  WS-CONT-REG-ERROR
              GO TO 2420-ESCRIBIR-ERROR-FIN
           END-IF.

           WRITE WS-SAL-ERROR.

           IF FS-ERROR-OK
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

      *---- Las cancelaciones tardias se resuelven antes de informar
      *---- los contadores: las que no encuentran su ticket original
      *---- todavia van a parar a ERROR.TXT. Una simulacion no
      *---- recupera nada (no liquida).
           IF WS-SW-SECUENCIA-OK AND NOT WS-SW-ABORTAR-SI
              AND RETURN-CODE EQUAL ZEROES
              AND NOT WS-SW-SIMULACION-SI
              PERFORM 3240-RESOLVER-RECUPEROS
                 THRU 3240-RESOLVER-RECUPEROS-FIN
           END-IF.

           MOVE WS-CONT-REG-EMPLEADOS       TO WS-FORMAT-IMPORTE.
           DISPLAY 'CANTIDAD DE REGISTROS EMPLEADOS   : '
                   WS-FORMAT-IMPORTE.
           DISPLAY 'CANTIDAD DE REGISTROS CON ERROR   : '
                   WS-FORMAT-IMPORTE.

      *---- Una simulacion termina aca: cierra su informe y no pasa
      *---- por ningun cierre del circuito real (APAREO, LIQCOM,
      *---- borrado de checkpoint y suspenso, AUDITORIA).
           IF WS-SW-SIMULACION-SI
              PERFORM 3400-FINALIZAR-SIMULACION
                 THRU 3400-FINALIZAR-SIMULACION-FIN
              GO TO 3000-FINALIZAR-PROGRAMA-FIN
           END-IF.

      *---- Ademas de la secuencia, la corrida tiene que haber llegado
      *---- hasta aca sin ningun RETURN-CODE de error: si algun OPEN
      *---- fallo (por ejemplo el maestro indexado todavia no existe)
                 THRU 3200-CERRAR-ARCHIVOS-FIN
              PERFORM 3230-GRABAR-LIQCOM
                 THRU 3230-GRABAR-LIQCOM-FIN
              PERFORM 3250-GRABAR-RECUPEROS
                 THRU 3250-GRABAR-RECUPEROS-FIN
              PERFORM 3270-GRABAR-EQUIPOS
                 THRU 3270-GRABAR-EQUIPOS-FIN
              PERFORM 3210-BORRAR-CHECKPOINT
                 THRU 3210-BORRAR-CHECKPOINT-FIN
              PERFORM 3220-BORRAR-SUSPENSO
           PERFORM 2220-ESCRIBIR-APAREO
              THRU 2220-ESCRIBIR-APAREO-FIN.

           IF WS-TOT-PREMIO-GENERAL > ZEROES
              MOVE WS-TOT-PREMIO-GENERAL    TO WS-SAL-APA-TOT-PREMIO
              MOVE WS-SAL-APA-TOTAL-PREMIOS TO WS-SAL-APAREO
              PERFORM 2220-ESCRIBIR-APAREO
                 THRU 2220-ESCRIBIR-APAREO-FIN
           END-IF.

           IF WS-SW-CSV-SI
              MOVE WS-TOT-APAREO-GRABADO    TO WS-CSV-TOT-IMPORTE
              MOVE WS-TOT-COMISION-GENERAL  TO WS-CSV-TOT-COMISION
              PERFORM 3153-ESCRIBIR-RESUMEN
                 THRU 3153-ESCRIBIR-RESUMEN-FIN

      *---- Un consolidado parcial se avisa antes que cualquier total:
      *---- quien lea el resumen tiene que saber que faltan ventas.
              IF WS-VER-SUCURSAL EQUAL 'CONSOLIDADO PARCIAL'
                 PERFORM 3155-GRABAR-RES-INCOMPLETO
                    THRU 3155-GRABAR-RES-INCOMPLETO-FIN
              END-IF

              MOVE WS-RES-TIT-SECTORES      TO WS-SAL-RESUMEN
              PERFORM 3153-ESCRIBIR-RESUMEN
                 THRU 3153-ESCRIBIR-RESUMEN-FIN

       3152-GRABAR-RES-RANKING-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3155-GRABAR-RES-INCOMPLETO.

      *---- VENTAS.TXT es un consolidado parcial de CL15EJ07: se
      *---- listan las sucursales que quedaron afuera segun
      *---- CONSOLID.TXT, si es el de la misma consolidacion (misma
      *---- fecha que el header). Sin ese archivo el aviso sale igual.

           MOVE WS-VER-FEX-DD               TO WS-RES-INC-DD.
           MOVE WS-VER-FEX-MM               TO WS-RES-INC-MM.
           MOVE WS-VER-FEX-AAAA             TO WS-RES-INC-AAAA.
           MOVE ZEROES                      TO WS-RES-CANT-FALTANTES.

           MOVE WS-RES-TIT-INCOMPLETO       TO WS-SAL-RESUMEN.
           PERFORM 3153-ESCRIBIR-RESUMEN
              THRU 3153-ESCRIBIR-RESUMEN-FIN.
           MOVE WS-RES-INC-AVISO            TO WS-SAL-RESUMEN.
           PERFORM 3153-ESCRIBIR-RESUMEN
              THRU 3153-ESCRIBIR-RESUMEN-FIN.

           OPEN INPUT ENT-CONSOLID.

           IF FS-CONSOLID-OK
              PERFORM 3156-LEER-CONSOLID
                 THRU 3156-LEER-CONSOLID-FIN
                UNTIL NOT FS-CONSOLID-OK
              CLOSE ENT-CONSOLID
           ELSE
              DISPLAY 'NO SE PUDO ABRIR CONSOLID.TXT: ' FS-CONSOLID
           END-IF.

           IF WS-RES-CANT-FALTANTES EQUAL ZEROES
              MOVE WS-RES-INC-SIN-DETALLE   TO WS-SAL-RESUMEN
              PERFORM 3153-ESCRIBIR-RESUMEN
                 THRU 3153-ESCRIBIR-RESUMEN-FIN
           END-IF.

           MOVE WS-RES-INC-PIE              TO WS-SAL-RESUMEN.
           PERFORM 3153-ESCRIBIR-RESUMEN
              THRU 3153-ESCRIBIR-RESUMEN-FIN.
           MOVE WS-RES-SEPARADOR            TO WS-SAL-RESUMEN.
           PERFORM 3153-ESCRIBIR-RESUMEN
              THRU 3153-ESCRIBIR-RESUMEN-FIN.

           DISPLAY 'ATENCION: PERIODO INCOMPLETO, VENTAS.TXT ES UN '
                   'CONSOLIDADO PARCIAL (FALTAN '
                   WS-RES-CANT-FALTANTES ' SUCURSALES SEGUN '
                   'CONSOLID.TXT, VER RESUMEN.TXT)'.

       3155-GRABAR-RES-INCOMPLETO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3156-LEER-CONSOLID.

           READ ENT-CONSOLID.

           IF FS-CONSOLID-OK
              IF WS-CSL-FECHA EQUAL WS-VER-FECHA-EXTRACCION
                 AND WS-CSL-ES-AUSENTE
                 ADD 1                      TO WS-RES-CANT-FALTANTES
                 MOVE WS-CSL-ARCHIVO        TO WS-RES-FAL-ARCHIVO
                 MOVE WS-CSL-SUCURSAL       TO WS-RES-FAL-SUCURSAL
                 IF WS-CSL-ES-CUARENTENA
                    MOVE 'CUARENTENA'       TO WS-RES-FAL-ESTADO
                 ELSE
                    MOVE 'FALTANTE'         TO WS-RES-FAL-ESTADO
                 END-IF
                 MOVE WS-CSL-MOTIVO         TO WS-RES-FAL-MOTIVO
                 MOVE WS-RES-FALTANTE-DET   TO WS-SAL-RESUMEN
                 PERFORM 3153-ESCRIBIR-RESUMEN
                    THRU 3153-ESCRIBIR-RESUMEN-FIN
              END-IF
           ELSE
              IF NOT FS-CONSOLID-EOF
                 DISPLAY 'ERROR AL LEER CONSOLID.TXT: ' FS-CONSOLID
              END-IF
           END-IF.

       3156-LEER-CONSOLID-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3153-ESCRIBIR-RESUMEN.

              END-IF
           END-IF.

      *---- Con cancelaciones tardias, 3240-RESOLVER-RECUPEROS ya
      *---- cerro el registro de tickets para releerlo.
           IF WS-SW-TICKETS-ABIERTO
              CLOSE SAL-TICKETS
              MOVE 'N'                      TO WS-SW-TICKETS
              IF NOT FS-TICKETS-OK
                 DISPLAY 'ERROR AL CERRAR ARCHIVO TICKETS: ' FS-TICKETS
              END-IF
           END-IF.

       3200-CERRAR-ARCHIVOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
                 VARYING WS-TRAMO-IDX FROM 1 BY 1
                   UNTIL WS-TRAMO-IDX > WS-TRAMO-CANT

              PERFORM 8160-GRABAR-CHK-RECUPERO
                 THRU 8160-GRABAR-CHK-RECUPERO-FIN
                 VARYING WS-RCP-IDX FROM 1 BY 1
                   UNTIL WS-RCP-IDX > WS-RCP-CANT

              MOVE 'P'                      TO WS-CHK-PRE-TIPO
              MOVE WS-PREMIO-PCT            TO WS-CHK-PRE-PCT
              MOVE WS-TOT-PREMIO-GENERAL    TO WS-CHK-PRE-TOTAL
              MOVE WS-CONT-PREMIOS          TO WS-CHK-PRE-CANTIDAD
              MOVE WS-SOBRECOM-PCT          TO WS-CHK-PRE-SOBRE-PCT
              MOVE WS-VERSION-REGLAS        TO WS-CHK-PRE-VERSION
              WRITE WS-CHK-PREMIO-REG

              PERFORM 8170-GRABAR-CHK-CUOTA
                 THRU 8170-GRABAR-CHK-CUOTA-FIN
                 VARYING WS-CUOTA-IDX FROM 1 BY 1
                   UNTIL WS-CUOTA-IDX > WS-CUOTA-CANT

              CLOSE SAL-CHECKPOINT
           ELSE
              DISPLAY 'ERROR AL GRABAR EL CHECKPOINT: ' FS-CHECKPOINT

       8150-GRABAR-CHK-TRAMO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       8160-GRABAR-CHK-RECUPERO.

           MOVE 'A'                          TO WS-CHK-REC-TIPO.
           MOVE WS-RCP-ID-TICKET (WS-RCP-IDX)
                                             TO WS-CHK-REC-ID-TICKET.
           MOVE WS-RCP-ID-EMPLEADO (WS-RCP-IDX)
                                             TO WS-CHK-REC-ID-EMPLEADO.
           MOVE WS-RCP-SECTOR (WS-RCP-IDX)   TO WS-CHK-REC-SECTOR.
           MOVE WS-RCP-SUCURSAL (WS-RCP-IDX) TO WS-CHK-REC-SUCURSAL.
           MOVE WS-RCP-IMPORTE (WS-RCP-IDX)  TO WS-CHK-REC-IMPORTE.
           MOVE WS-RCP-FECHA (WS-RCP-IDX)    TO WS-CHK-REC-FECHA.
           MOVE WS-RCP-CICLOS (WS-RCP-IDX)   TO WS-CHK-REC-CICLOS.

           WRITE WS-CHK-RECUPERO-REG.

       8160-GRABAR-CHK-RECUPERO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       8170-GRABAR-CHK-CUOTA.

           MOVE 'Q'                          TO WS-CHK-CUO-TIPO.
           MOVE WS-CUOTA-ID-EMPLEADO (WS-CUOTA-IDX)
                                             TO WS-CHK-CUO-ID-EMPLEADO.
           MOVE WS-CUOTA-OBJETIVO (WS-CUOTA-IDX)
                                             TO WS-CHK-CUO-OBJETIVO.

           WRITE WS-CHK-CUOTA-REG.

       8170-GRABAR-CHK-CUOTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3210-BORRAR-CHECKPOINT.


           CLOSE SAL-HISTORIA.

      *---- Con lo liquidado a cada empleado ya en la tabla se arman
      *---- los equipos de los supervisores y su sobrecomision, que
      *---- viajan en el mismo LIQCOM.TXT.
           IF RETURN-CODE EQUAL ZEROES
              PERFORM 3260-ARMAR-EQUIPOS
                 THRU 3260-ARMAR-EQUIPOS-FIN
           END-IF.

      *---- Con la corrida en error (por ejemplo descuadre) no se le
      *---- manda nada a sueldos; se borra ademas el LIQCOM.TXT de la
      *---- corrida anterior para que nadie transmita por error un
              GO TO 3230-GRABAR-LIQCOM-FIN
           END-IF.

      *---- Lo que sale a sueldos se asienta a la vez en la cuenta
      *---- corriente de cada empleado.
           PERFORM 3280-ABRIR-CUENTA
              THRU 3280-ABRIR-CUENTA-FIN.

           MOVE WS-FECHA-INICIO             TO WS-LIQ-H-FECHA.
           MOVE WS-PERIODO                  TO WS-LIQ-H-PERIODO.
           MOVE WS-NRO-CORRIDA              TO WS-LIQ-H-CORRIDA.
           PERFORM 3234-ARRASTRAR-PENDIENTES
              THRU 3234-ARRASTRAR-PENDIENTES-FIN.

      *---- Al final, los recuperos de comision por cancelaciones
      *---- tardias, como ajustes 'A' negativos imputados al periodo
      *---- de la venta original. Tienen cantidad y suma de control
      *---- propias en el trailer: no son detalles a pagar.
           PERFORM 3236-GRABAR-LIQ-AJUSTE
              THRU 3236-GRABAR-LIQ-AJUSTE-FIN
              VARYING WS-RCP-IDX FROM 1 BY 1
                UNTIL WS-RCP-IDX > WS-RCP-CANT.

      *---- Y los premios por cumplimiento de cuota, como registros
      *---- 'B' con su propia cantidad y suma de control: sueldos los
      *---- paga aparte de la comision.
           MOVE ZEROES                      TO WS-TOT-LIQ-PREMIO.
           MOVE ZEROES                      TO WS-CONT-REG-PREMIO.
           PERFORM 3237-GRABAR-LIQ-PREMIO
              THRU 3237-GRABAR-LIQ-PREMIO-FIN
              VARYING WS-LIQ-IDX FROM 1 BY 1
                UNTIL WS-LIQ-IDX > WS-LIQ-CANT.

           IF WS-TOT-LIQ-PREMIO NOT EQUAL WS-TOT-PREMIO-GENERAL
              DISPLAY '*** ATENCION: LOS PREMIOS DE LIQCOM.TXT NO '
                      'REPRODUCEN EL TOTAL DE PREMIOS POR CUOTA ***'
           END-IF.

      *---- Por ultimo las sobrecomisiones de los supervisores, como
      *---- registros 'O' con su propia cantidad y suma de control.
           MOVE ZEROES                      TO WS-TOT-LIQ-SOBRECOM.
           MOVE ZEROES                      TO WS-CONT-REG-SOBRECOM.
           PERFORM 3238-GRABAR-LIQ-SOBRECOM
              THRU 3238-GRABAR-LIQ-SOBRECOM-FIN
              VARYING WS-EQP-IDX FROM 1 BY 1
                UNTIL WS-EQP-IDX > WS-EQP-CANT.

           IF WS-TOT-LIQ-SOBRECOM NOT EQUAL WS-TOT-SOBRECOM-GENERAL
              DISPLAY '*** ATENCION: LAS SOBRECOMISIONES DE LIQCOM.TXT '
                      'NO REPRODUCEN EL TOTAL DE LOS EQUIPOS ***'
           END-IF.

           MOVE WS-CONT-REG-LIQ             TO WS-LIQ-T-CANTIDAD.
           COMPUTE WS-LIQ-T-COMISION =
                   WS-TOT-LIQ-COMISION + WS-TOT-LIQ-ARRASTRE.
           MOVE WS-CONT-RECUPEROS           TO WS-LIQ-T-CANT-AJUSTES.
           COMPUTE WS-LIQ-T-AJUSTES = 0 - WS-TOT-RECUPERO-COMISION.
           MOVE WS-CONT-REG-PREMIO          TO WS-LIQ-T-CANT-PREMIOS.
           MOVE WS-TOT-LIQ-PREMIO           TO WS-LIQ-T-PREMIOS.
           MOVE WS-CONT-REG-SOBRECOM        TO WS-LIQ-T-CANT-SOBRECOM.
           MOVE WS-TOT-LIQ-SOBRECOM         TO WS-LIQ-T-SOBRECOM.
           MOVE WS-LIQ-TRAILER              TO WS-SAL-LIQCOM.
           PERFORM 2222-ESCRIBIR-LIQCOM
              THRU 2222-ESCRIBIR-LIQCOM-FIN.

           CLOSE SAL-LIQCOM.

           IF NOT FS-LIQCOM-OK
              DISPLAY 'ERROR AL CERRAR LIQCOM.TXT: ' FS-LIQCOM
              SET WS-SW-LIQCOM-ERROR        TO TRUE
           END-IF.

           IF WS-SW-LIQCOM-ERROR
              MOVE 8                        TO RETURN-CODE
           ELSE
              SET WS-SW-LIQCOM-GENERADO     TO TRUE
           END-IF.

           IF WS-SW-CUENTA-SI
              CLOSE SAL-CUENTA
              MOVE WS-CTA-CONT-ASIENTOS     TO WS-FORMAT-IMPORTE
              DISPLAY 'MOVIMIENTOS ASENTADOS EN CUENTA   : '
                      WS-FORMAT-IMPORTE
           END-IF.

      *---- La sobrecomision que se mando a sueldos queda tambien en
      *---- la historia, un 'O' por supervisor, igual que el premio.
      *---- Un reinicio que vuelve a armar LIQCOM.TXT encuentra los
      *---- 'O' de su corrida ya grabados (3231) y no los repite.
           IF WS-CONT-REG-SOBRECOM > ZEROES
              AND WS-SW-LIQCOM-GENERADO
              AND NOT WS-SW-HIST-SOBRECOM-YA-SI
              OPEN EXTEND SAL-HISTORIA
              IF FS-HISTORIA-OK
                 PERFORM 3239-GRABAR-HIST-SOBRECOM
                    THRU 3239-GRABAR-HIST-SOBRECOM-FIN
                    VARYING WS-EQP-IDX FROM 1 BY 1
                      UNTIL WS-EQP-IDX > WS-EQP-CANT
                 CLOSE SAL-HISTORIA
              ELSE
                 DISPLAY 'ERROR AL ABRIR HISTORIA.TXT PARA '
                         'SOBRECOMISIONES: ' FS-HISTORIA
                 MOVE 8                     TO RETURN-CODE
              END-IF
           END-IF.

           IF WS-CONT-REG-PREMIO > ZEROES
              MOVE WS-CONT-REG-PREMIO       TO WS-FORMAT-IMPORTE
              DISPLAY 'PREMIOS POR CUOTA LIQUIDADOS      : '
                      WS-FORMAT-IMPORTE
           END-IF.

           IF WS-CONT-REG-SOBRECOM > ZEROES
              MOVE WS-CONT-REG-SOBRECOM     TO WS-FORMAT-IMPORTE
              DISPLAY 'SOBRECOMISIONES DE SUPERVISOR     : '
                      WS-FORMAT-IMPORTE
           END-IF.

      *---- El pendiente ya quedo adentro de la interfaz: se borra
      *---- para que la proxima corrida no vuelva a pagarlo (el error
      *---- de CBL_DELETE_FILE se ignora si no existia, igual que con
                    ADD 1                   TO WS-CONT-REG-LIQ
                    ADD 1                   TO WS-CONT-REG-ARRASTRE
                    ADD WS-PEN-COMISION     TO WS-TOT-LIQ-ARRASTRE
      *---- Ya se devengo en su periodo: vuelve a la cuenta solo como
      *---- enviado.
                    MOVE WS-PEN-ID-EMPLEADO TO WS-CTA-ID-EMPLEADO
                    MOVE WS-PEN-PERIODO     TO WS-CTA-PERIODO
                    MOVE 'E'                TO WS-CTA-MOVIMIENTO
                    MOVE 'C'                TO WS-CTA-CONCEPTO
                    MOVE WS-PEN-COMISION    TO WS-CTA-IMPORTE
                    MOVE WS-PEN-MOTIVO      TO WS-CTA-MOTIVO
                    PERFORM 3283-ESCRIBIR-CUENTA
                       THRU 3283-ESCRIBIR-CUENTA-FIN
               WHEN FS-PENDIENTE-EOF
                    CONTINUE
               WHEN OTHER
       3235-LEER-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3236-GRABAR-LIQ-AJUSTE.

           IF NOT WS-RCP-APLICADO (WS-RCP-IDX)
              GO TO 3236-GRABAR-LIQ-AJUSTE-FIN
           END-IF.

           MOVE WS-RCP-ID-EMPLEADO (WS-RCP-IDX)
                                            TO WS-LIQ-A-ID-EMPLEADO.
           MOVE WS-RCP-ORI-PERIODO (WS-RCP-IDX)
                                            TO WS-LIQ-A-PERIODO.
           MOVE WS-RCP-IMPORTE (WS-RCP-IDX) TO WS-LIQ-A-IMPORTE.
           COMPUTE WS-LIQ-A-COMISION =
                   0 - WS-RCP-COMISION (WS-RCP-IDX).

           MOVE WS-LIQ-AJUSTE               TO WS-SAL-LIQCOM.
           PERFORM 2222-ESCRIBIR-LIQCOM
              THRU 2222-ESCRIBIR-LIQCOM-FIN.

           MOVE WS-RCP-ID-EMPLEADO (WS-RCP-IDX)
                                            TO WS-CTA-ID-EMPLEADO.
           MOVE WS-RCP-ORI-PERIODO (WS-RCP-IDX)
                                            TO WS-CTA-PERIODO.
           MOVE 'A'                         TO WS-CTA-CONCEPTO.
           MOVE WS-LIQ-A-COMISION           TO WS-CTA-IMPORTE.
           PERFORM 3282-ASENTAR-DEVENGADO
              THRU 3282-ASENTAR-DEVENGADO-FIN.

       3236-GRABAR-LIQ-AJUSTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3237-GRABAR-LIQ-PREMIO.

           IF WS-LIQ-PREMIO (WS-LIQ-IDX) EQUAL ZEROES
              GO TO 3237-GRABAR-LIQ-PREMIO-FIN
           END-IF.

           MOVE WS-LIQ-ID-EMPLEADO (WS-LIQ-IDX)
                                            TO WS-LIQ-B-ID-EMPLEADO.
           MOVE WS-PERIODO                  TO WS-LIQ-B-PERIODO.
           MOVE WS-LIQ-IMPORTE (WS-LIQ-IDX) TO WS-LIQ-B-IMPORTE.
           MOVE WS-LIQ-PREMIO (WS-LIQ-IDX)  TO WS-LIQ-B-PREMIO.
           ADD WS-LIQ-PREMIO (WS-LIQ-IDX)   TO WS-TOT-LIQ-PREMIO.

           MOVE WS-LIQ-BONIFICACION         TO WS-SAL-LIQCOM.
           PERFORM 2222-ESCRIBIR-LIQCOM
              THRU 2222-ESCRIBIR-LIQCOM-FIN.
           ADD 1                            TO WS-CONT-REG-PREMIO.

           MOVE WS-LIQ-ID-EMPLEADO (WS-LIQ-IDX)
                                            TO WS-CTA-ID-EMPLEADO.
           MOVE WS-PERIODO                  TO WS-CTA-PERIODO.
           MOVE 'B'                         TO WS-CTA-CONCEPTO.
           MOVE WS-LIQ-PREMIO (WS-LIQ-IDX)  TO WS-CTA-IMPORTE.
           PERFORM 3282-ASENTAR-DEVENGADO
              THRU 3282-ASENTAR-DEVENGADO-FIN.

       3237-GRABAR-LIQ-PREMIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3238-GRABAR-LIQ-SOBRECOM.

           IF NOT WS-EQP-PAGA (WS-EQP-IDX)
              GO TO 3238-GRABAR-LIQ-SOBRECOM-FIN
           END-IF.

           MOVE WS-EQP-ID-SUPERVISOR (WS-EQP-IDX)
                                            TO WS-LIQ-O-ID-EMPLEADO.
           MOVE WS-PERIODO                  TO WS-LIQ-O-PERIODO.
           MOVE WS-EQP-IMPORTE (WS-EQP-IDX) TO WS-LIQ-O-IMPORTE.
           MOVE WS-EQP-SOBRECOMISION (WS-EQP-IDX)
                                            TO WS-LIQ-O-SOBRECOMISION.
           ADD WS-EQP-SOBRECOMISION (WS-EQP-IDX)
                                            TO WS-TOT-LIQ-SOBRECOM.

           MOVE WS-LIQ-SOBRECOMISION        TO WS-SAL-LIQCOM.
           PERFORM 2222-ESCRIBIR-LIQCOM
              THRU 2222-ESCRIBIR-LIQCOM-FIN.
           ADD 1                            TO WS-CONT-REG-SOBRECOM.

           MOVE WS-EQP-ID-SUPERVISOR (WS-EQP-IDX)
                                            TO WS-CTA-ID-EMPLEADO.
           MOVE WS-PERIODO                  TO WS-CTA-PERIODO.
           MOVE 'O'                         TO WS-CTA-CONCEPTO.
           MOVE WS-EQP-SOBRECOMISION (WS-EQP-IDX)
                                            TO WS-CTA-IMPORTE.
           PERFORM 3282-ASENTAR-DEVENGADO
              THRU 3282-ASENTAR-DEVENGADO-FIN.

       3238-GRABAR-LIQ-SOBRECOM-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3239-GRABAR-HIST-SOBRECOM.

           IF NOT WS-EQP-PAGA (WS-EQP-IDX)
              GO TO 3239-GRABAR-HIST-SOBRECOM-FIN
           END-IF.

           MOVE 'O'                         TO WS-HIS-TIPO.
           MOVE WS-PERIODO                  TO WS-HIS-PERIODO.
           MOVE WS-NRO-CORRIDA              TO WS-HIS-CORRIDA.
           MOVE WS-EQP-ID-SUPERVISOR (WS-EQP-IDX)
                                            TO WS-HIS-ID-EMPLEADO.
           MOVE SPACES                      TO WS-HIS-DATOS.
           MOVE WS-EQP-CANT-VENDEDORES (WS-EQP-IDX)
                                            TO WS-HIS-O-CANT-VENDEDORES.
           MOVE WS-EQP-IMPORTE (WS-EQP-IDX) TO WS-HIS-O-IMPORTE.
           MOVE WS-SOBRECOM-PCT             TO WS-HIS-O-TASA.
           MOVE WS-EQP-SOBRECOMISION (WS-EQP-IDX)
                                            TO WS-HIS-O-SOBRECOMISION.
           PERFORM 2223-ESCRIBIR-HISTORIA
              THRU 2223-ESCRIBIR-HISTORIA-FIN.

       3239-GRABAR-HIST-SOBRECOM-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3231-CARGAR-LIQ-HISTORIA.

      *---- Carga en WS-TABLA-LIQ los registros 'E' de este periodo y
      *---- esta corrida; un empleado repetido (cola duplicada de un
      *---- reinicio) se pisa con la ultima aparicion. El 'P' de un
      *---- premio por cuota viene siempre detras del 'E' de su
      *---- empleado, asi que lo encuentra ya cargado; el 'E' pone el
      *---- premio en cero para que una cola duplicada no lo cuente
      *---- dos veces.

           READ SAL-HISTORIA.

           EVALUATE TRUE
               WHEN FS-HISTORIA = '00'
      *---- El registro leido se desarma en el area de WORKING-
      *---- STORAGE del copy (el FD de historia es un area plana).
                    MOVE WS-SAL-HISTORIA    TO WS-REG-HISTORIA
                    IF WS-HIS-ES-EMPLEADO
                       AND WS-HIS-PERIODO EQUAL WS-PERIODO
                       AND WS-HIS-CORRIDA EQUAL WS-NRO-CORRIDA

                       PERFORM 3233-BUSCAR-LIQ-EMPLEADO
                          THRU 3233-BUSCAR-LIQ-EMPLEADO-FIN
                          VARYING WS-LIQ-IDX FROM 1 BY 1
                            UNTIL WS-LIQ-IDX > WS-LIQ-CANT
                               OR WS-LIQ-ID-EMPLEADO (WS-LIQ-IDX)
                                   = WS-HIS-ID-EMPLEADO

                       IF WS-LIQ-IDX > WS-LIQ-CANT
                          AND WS-LIQ-CANT >= 30000
                          DISPLAY 'TABLA DE LIQUIDACION LLENA, '
                                  'LIQCOM.TXT QUEDARIA INCOMPLETO'
                          MOVE 8            TO RETURN-CODE
                          MOVE '10'         TO FS-HISTORIA
                       ELSE
                          IF WS-LIQ-IDX > WS-LIQ-CANT
                             ADD 1          TO WS-LIQ-CANT
                             SET WS-LIQ-IDX TO WS-LIQ-CANT
                          END-IF
                          MOVE WS-HIS-ID-EMPLEADO
                               TO WS-LIQ-ID-EMPLEADO (WS-LIQ-IDX)
                          MOVE WS-HIS-E-IMPORTE
                               TO WS-LIQ-IMPORTE (WS-LIQ-IDX)
                          MOVE WS-HIS-E-COMISION
                               TO WS-LIQ-COMISION (WS-LIQ-IDX)
                          MOVE ZEROES
                               TO WS-LIQ-PREMIO (WS-LIQ-IDX)
                       END-IF
                    END-IF
                    IF WS-HIS-ES-SOBRECOMISION
                       AND WS-HIS-PERIODO EQUAL WS-PERIODO
                       AND WS-HIS-CORRIDA EQUAL WS-NRO-CORRIDA
                       SET WS-SW-HIST-SOBRECOM-YA-SI TO TRUE
                    END-IF
                    IF WS-HIS-ES-PREMIO
                       AND WS-HIS-PERIODO EQUAL WS-PERIODO
                       AND WS-HIS-CORRIDA EQUAL WS-NRO-CORRIDA
                       PERFORM 3233-BUSCAR-LIQ-EMPLEADO
                          THRU 3233-BUSCAR-LIQ-EMPLEADO-FIN
                          VARYING WS-LIQ-IDX FROM 1 BY 1
                            UNTIL WS-LIQ-IDX > WS-LIQ-CANT
                               OR WS-LIQ-ID-EMPLEADO (WS-LIQ-IDX)
                                   = WS-HIS-ID-EMPLEADO
                       IF WS-LIQ-IDX NOT > WS-LIQ-CANT
                          MOVE WS-HIS-P-PREMIO
                               TO WS-LIQ-PREMIO (WS-LIQ-IDX)
                       END-IF
                    END-IF
               WHEN FS-HISTORIA-EOF
              THRU 2222-ESCRIBIR-LIQCOM-FIN.
           ADD 1                            TO WS-CONT-REG-LIQ.

           MOVE WS-LIQ-ID-EMPLEADO (WS-LIQ-IDX)
                                            TO WS-CTA-ID-EMPLEADO.
           MOVE WS-PERIODO                  TO WS-CTA-PERIODO.
           MOVE 'C'                         TO WS-CTA-CONCEPTO.
           MOVE WS-LIQ-COMISION (WS-LIQ-IDX)
                                            TO WS-CTA-IMPORTE.
           PERFORM 3282-ASENTAR-DEVENGADO
              THRU 3282-ASENTAR-DEVENGADO-FIN.

       3232-GRABAR-LIQ-DETALLE-FIN.
           EXIT.
      *----------------------------------------------------------------*

       3233-BUSCAR-LIQ-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3260-ARMAR-EQUIPOS.

      *---- Relee el maestro entero y arma un equipo por cada
      *---- supervisor: sus vendedores son los empleados que lo tienen
      *---- como supervisor directo (los niveles de mas arriba no
      *---- suman) y lo que vendieron es lo que quedo liquidado en
      *---- WS-TABLA-LIQ. Lo que vende el propio supervisor cobra su
      *---- comision como cualquiera, pero no entra en su equipo.

           MOVE ZEROES                      TO WS-PLA-CANT.
           MOVE ZEROES                      TO WS-EQP-CANT.
           MOVE ZEROES                      TO WS-TOT-SOBRECOM-GENERAL.
           MOVE ZEROES                      TO WS-CONT-SOBRECOM.

           OPEN INPUT ENT-EMPLEADOS.

           IF NOT FS-EMPLEADOS-OK
              DISPLAY 'ERROR AL RELEER EMPLEADOS.DAT PARA LOS '
                      'EQUIPOS: ' FS-EMPLEADOS
              MOVE 8                        TO RETURN-CODE
              GO TO 3260-ARMAR-EQUIPOS-FIN
           END-IF.

           PERFORM 3261-CARGAR-PLANTEL
              THRU 3261-CARGAR-PLANTEL-FIN
             UNTIL NOT FS-EMPLEADOS-OK.

           CLOSE ENT-EMPLEADOS.

           IF RETURN-CODE NOT EQUAL ZEROES
              GO TO 3260-ARMAR-EQUIPOS-FIN
           END-IF.

           PERFORM 3262-ASIGNAR-EQUIPO
              THRU 3262-ASIGNAR-EQUIPO-FIN
              VARYING WS-PLA-IDX FROM 1 BY 1
                UNTIL WS-PLA-IDX > WS-PLA-CANT
                   OR RETURN-CODE NOT EQUAL ZEROES.

           IF RETURN-CODE NOT EQUAL ZEROES
              GO TO 3260-ARMAR-EQUIPOS-FIN
           END-IF.

           PERFORM 3264-LIQUIDAR-EQUIPO
              THRU 3264-LIQUIDAR-EQUIPO-FIN
              VARYING WS-EQP-IDX FROM 1 BY 1
                UNTIL WS-EQP-IDX > WS-EQP-CANT.

       3260-ARMAR-EQUIPOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3261-CARGAR-PLANTEL.

           READ ENT-EMPLEADOS.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-OK
                    IF WS-PLA-CANT >= 30000
                       DISPLAY 'TABLA DE PLANTEL LLENA, NO SE PUEDEN '
                               'ARMAR LOS EQUIPOS'
                       MOVE 8               TO RETURN-CODE
                       MOVE '10'            TO FS-EMPLEADOS
                    ELSE
                       ADD 1                TO WS-PLA-CANT
                       SET WS-PLA-IDX       TO WS-PLA-CANT
                       MOVE WS-ENT-EMP-ID-EMPLEADO
                            TO WS-PLA-ID-EMPLEADO (WS-PLA-IDX)
                       MOVE WS-ENT-EMP-NOMBRE
                            TO WS-PLA-NOMBRE (WS-PLA-IDX)
                       MOVE WS-ENT-EMP-APELLIDO
                            TO WS-PLA-APELLIDO (WS-PLA-IDX)
                       MOVE WS-ENT-EMP-ESTADO
                            TO WS-PLA-ESTADO (WS-PLA-IDX)
                       MOVE WS-ENT-EMP-ID-SUPERVISOR
                            TO WS-PLA-ID-SUPERVISOR (WS-PLA-IDX)
                       MOVE ZEROES
                            TO WS-PLA-LIQ-POS (WS-PLA-IDX)
                    END-IF
               WHEN FS-EMPLEADOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL RELEER EMPLEADOS.DAT: '
                            FS-EMPLEADOS
                    MOVE 8                  TO RETURN-CODE
                    MOVE '10'               TO FS-EMPLEADOS
           END-EVALUATE.

       3261-CARGAR-PLANTEL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3262-ASIGNAR-EQUIPO.

           IF WS-PLA-ID-SUPERVISOR (WS-PLA-IDX) EQUAL ZEROES
              GO TO 3262-ASIGNAR-EQUIPO-FIN
           END-IF.

           PERFORM 3263-BUSCAR-EQUIPO
              THRU 3263-BUSCAR-EQUIPO-FIN
              VARYING WS-EQP-IDX FROM 1 BY 1
                UNTIL WS-EQP-IDX > WS-EQP-CANT
                   OR WS-EQP-ID-SUPERVISOR (WS-EQP-IDX)
                       = WS-PLA-ID-SUPERVISOR (WS-PLA-IDX).

           IF WS-EQP-IDX > WS-EQP-CANT
              IF WS-EQP-CANT >= 5000
                 DISPLAY 'TABLA DE EQUIPOS LLENA, LIQCOM.TXT '
                         'QUEDARIA INCOMPLETO'
                 MOVE 8                     TO RETURN-CODE
                 GO TO 3262-ASIGNAR-EQUIPO-FIN
              END-IF
              ADD 1                         TO WS-EQP-CANT
              SET WS-EQP-IDX                TO WS-EQP-CANT
              MOVE WS-PLA-ID-SUPERVISOR (WS-PLA-IDX)
                   TO WS-EQP-ID-SUPERVISOR (WS-EQP-IDX)
              MOVE ZEROES TO WS-EQP-PLA-POS (WS-EQP-IDX)
              MOVE ZEROES TO WS-EQP-CANT-VENDEDORES (WS-EQP-IDX)
              MOVE ZEROES TO WS-EQP-IMPORTE (WS-EQP-IDX)
              MOVE ZEROES TO WS-EQP-SOBRECOMISION (WS-EQP-IDX)
              MOVE SPACES TO WS-EQP-ESTADO (WS-EQP-IDX)
              MOVE 'N'    TO WS-EQP-IMPRESO (WS-EQP-IDX)
           END-IF.

           ADD 1 TO WS-EQP-CANT-VENDEDORES (WS-EQP-IDX).

      *---- Un vendedor que no aparece en la liquidacion no vendio en
      *---- esta corrida: cuenta en el equipo pero no suma importe.
           PERFORM 3233-BUSCAR-LIQ-EMPLEADO
              THRU 3233-BUSCAR-LIQ-EMPLEADO-FIN
              VARYING WS-LIQ-IDX FROM 1 BY 1
                UNTIL WS-LIQ-IDX > WS-LIQ-CANT
                   OR WS-LIQ-ID-EMPLEADO (WS-LIQ-IDX)
                       = WS-PLA-ID-EMPLEADO (WS-PLA-IDX).

           IF WS-LIQ-IDX NOT > WS-LIQ-CANT
              SET WS-PLA-LIQ-POS (WS-PLA-IDX) TO WS-LIQ-IDX
              ADD WS-LIQ-IMPORTE (WS-LIQ-IDX)
                TO WS-EQP-IMPORTE (WS-EQP-IDX)
           END-IF.

       3262-ASIGNAR-EQUIPO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3263-BUSCAR-EQUIPO.
      *---- Solo avanza el indice; la condicion de corte (encontrado
      *---- o fin de tabla) se resuelve en el UNTIL del PERFORM.
           CONTINUE.

       3263-BUSCAR-EQUIPO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3264-LIQUIDAR-EQUIPO.

      *---- Solo cobra el supervisor que sigue en el maestro y activo:
      *---- un equipo que quedo colgado de un supervisor dado de baja
      *---- no genera sobrecomision y sale marcado en EQUIPOS.TXT,
      *---- para que se le reasigne supervisor con CL15EJ02.

           PERFORM 3265-BUSCAR-PLANTEL
              THRU 3265-BUSCAR-PLANTEL-FIN
              VARYING WS-PLA-IDX FROM 1 BY 1
                UNTIL WS-PLA-IDX > WS-PLA-CANT
                   OR WS-PLA-ID-EMPLEADO (WS-PLA-IDX)
                       = WS-EQP-ID-SUPERVISOR (WS-EQP-IDX).

           IF WS-PLA-IDX > WS-PLA-CANT
              SET WS-EQP-SUP-INEXISTENTE (WS-EQP-IDX) TO TRUE
              GO TO 3264-LIQUIDAR-EQUIPO-FIN
           END-IF.

           SET WS-EQP-PLA-POS (WS-EQP-IDX)  TO WS-PLA-IDX.

           EVALUATE TRUE
               WHEN WS-PLA-ESTADO (WS-PLA-IDX) NOT EQUAL 'A'
                    SET WS-EQP-SUP-INACTIVO (WS-EQP-IDX) TO TRUE
               WHEN WS-SOBRECOM-PCT EQUAL ZEROES
                    SET WS-EQP-SIN-TASA (WS-EQP-IDX) TO TRUE
               WHEN OTHER
                    COMPUTE WS-EQP-SOBRECOMISION (WS-EQP-IDX) =
                            WS-EQP-IMPORTE (WS-EQP-IDX)
                          * WS-SOBRECOM-PCT / 100
                    IF WS-EQP-SOBRECOMISION (WS-EQP-IDX) > ZEROES
                       SET WS-EQP-PAGA (WS-EQP-IDX) TO TRUE
                       ADD WS-EQP-SOBRECOMISION (WS-EQP-IDX)
                                            TO WS-TOT-SOBRECOM-GENERAL
                       ADD 1                TO WS-CONT-SOBRECOM
                    ELSE
                       SET WS-EQP-SIN-VENTAS (WS-EQP-IDX) TO TRUE
                    END-IF
           END-EVALUATE.

       3264-LIQUIDAR-EQUIPO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3265-BUSCAR-PLANTEL.
      *---- Solo avanza el indice; la condicion de corte (encontrado
      *---- o fin de tabla) se resuelve en el UNTIL del PERFORM.
           CONTINUE.

       3265-BUSCAR-PLANTEL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3270-GRABAR-EQUIPOS.

      *---- Informe de equipos para gerencia de ventas: primero los
      *---- supervisores que estan en el maestro, en orden de legajo,
      *---- y al final los equipos cuyo supervisor ya no esta. Si
      *---- LIQCOM.TXT no se genero, no se pago ninguna sobrecomision:
      *---- se borra el informe de la corrida anterior, igual que
      *---- RECUPERO.TXT.

           IF NOT WS-SW-LIQCOM-GENERADO
              CALL 'CBL_DELETE_FILE' USING WS-PATH-EQUIPOS
                 RETURNING WS-CHECKPOINT-DELETE-STATUS
              GO TO 3270-GRABAR-EQUIPOS-FIN
           END-IF.

           OPEN OUTPUT SAL-EQUIPOS.

           IF NOT FS-EQUIPOS-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO EQUIPOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-EQUIPOS
              GO TO 3270-GRABAR-EQUIPOS-FIN
           END-IF.

           MOVE ZEROES                      TO WS-TOT-EQUIPOS-IMPORTE.
           MOVE WS-NRO-CORRIDA              TO WS-EQU-TIT-CORRIDA.
           MOVE WS-PERIODO                  TO WS-EQU-TIT-PERIODO.
           MOVE WS-SOBRECOM-PCT             TO WS-EQU-TIT-TASA.
           MOVE WS-EQU-TITULO               TO WS-SAL-EQUIPOS.
           PERFORM 3279-ESCRIBIR-EQUIPOS
              THRU 3279-ESCRIBIR-EQUIPOS-FIN.

           IF WS-EQP-CANT EQUAL ZEROES
              MOVE WS-EQU-SEPARADOR         TO WS-SAL-EQUIPOS
              PERFORM 3279-ESCRIBIR-EQUIPOS
                 THRU 3279-ESCRIBIR-EQUIPOS-FIN
              MOVE WS-EQU-SIN-EQUIPOS       TO WS-SAL-EQUIPOS
              PERFORM 3279-ESCRIBIR-EQUIPOS
                 THRU 3279-ESCRIBIR-EQUIPOS-FIN
           ELSE
              PERFORM 3271-INFORMAR-SUPERVISOR
                 THRU 3271-INFORMAR-SUPERVISOR-FIN
                 VARYING WS-PLA-IDX FROM 1 BY 1
                   UNTIL WS-PLA-IDX > WS-PLA-CANT
              PERFORM 3272-INFORMAR-SIN-SUPERVISOR
                 THRU 3272-INFORMAR-SIN-SUPERVISOR-FIN
                 VARYING WS-EQP-IDX FROM 1 BY 1
                   UNTIL WS-EQP-IDX > WS-EQP-CANT
           END-IF.

           MOVE WS-EQU-SEPARADOR            TO WS-SAL-EQUIPOS.
           PERFORM 3279-ESCRIBIR-EQUIPOS
              THRU 3279-ESCRIBIR-EQUIPOS-FIN.
           MOVE WS-EQP-CANT                 TO WS-EQU-TOT-EQUIPOS.
           MOVE WS-CONT-SOBRECOM            TO WS-EQU-TOT-PAGADOS.
           MOVE WS-TOT-EQUIPOS-IMPORTE      TO WS-EQU-TOT-IMPORTE.
           MOVE WS-TOT-SOBRECOM-GENERAL     TO WS-EQU-TOT-SOBRECOM.
           MOVE WS-EQU-TOTAL                TO WS-SAL-EQUIPOS.
           PERFORM 3279-ESCRIBIR-EQUIPOS
              THRU 3279-ESCRIBIR-EQUIPOS-FIN.

           CLOSE SAL-EQUIPOS.

       3270-GRABAR-EQUIPOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3271-INFORMAR-SUPERVISOR.

           PERFORM 3263-BUSCAR-EQUIPO
              THRU 3263-BUSCAR-EQUIPO-FIN
              VARYING WS-EQP-IDX FROM 1 BY 1
                UNTIL WS-EQP-IDX > WS-EQP-CANT
                   OR WS-EQP-ID-SUPERVISOR (WS-EQP-IDX)
                       = WS-PLA-ID-EMPLEADO (WS-PLA-IDX).

           IF WS-EQP-IDX > WS-EQP-CANT
              GO TO 3271-INFORMAR-SUPERVISOR-FIN
           END-IF.

           MOVE WS-PLA-ID-EMPLEADO (WS-PLA-IDX)
                                            TO WS-EQU-SUP-ID.
           MOVE WS-PLA-NOMBRE (WS-PLA-IDX)  TO WS-EQU-SUP-NOMBRE.
           MOVE WS-PLA-APELLIDO (WS-PLA-IDX)
                                            TO WS-EQU-SUP-APELLIDO.

           PERFORM 3273-INFORMAR-EQUIPO
              THRU 3273-INFORMAR-EQUIPO-FIN.

       3271-INFORMAR-SUPERVISOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3272-INFORMAR-SIN-SUPERVISOR.

      *---- Equipos que no salieron en la pasada por el maestro: su
      *---- supervisor ya no existe como empleado.

           IF WS-EQP-YA-IMPRESO (WS-EQP-IDX)
              GO TO 3272-INFORMAR-SIN-SUPERVISOR-FIN
           END-IF.

           MOVE WS-EQP-ID-SUPERVISOR (WS-EQP-IDX)
                                            TO WS-EQU-SUP-ID.
           MOVE '(NO ESTA EN EL MAESTRO)'   TO WS-EQU-SUP-NOMBRE.
           MOVE SPACES                      TO WS-EQU-SUP-APELLIDO.

           PERFORM 3273-INFORMAR-EQUIPO
              THRU 3273-INFORMAR-EQUIPO-FIN.

       3272-INFORMAR-SIN-SUPERVISOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3273-INFORMAR-EQUIPO.

           EVALUATE TRUE
               WHEN WS-EQP-SUP-INEXISTENTE (WS-EQP-IDX)
                    MOVE 'NO ESTA EN EL MAESTRO' TO WS-EQU-SUP-ESTADO
               WHEN WS-EQP-SUP-INACTIVO (WS-EQP-IDX)
                    MOVE 'INACTIVO'         TO WS-EQU-SUP-ESTADO
               WHEN OTHER
                    MOVE 'ACTIVO'           TO WS-EQU-SUP-ESTADO
           END-EVALUATE.

           MOVE WS-EQU-SEPARADOR            TO WS-SAL-EQUIPOS.
           PERFORM 3279-ESCRIBIR-EQUIPOS
              THRU 3279-ESCRIBIR-EQUIPOS-FIN.
           MOVE WS-EQU-SUPERVISOR           TO WS-SAL-EQUIPOS.
           PERFORM 3279-ESCRIBIR-EQUIPOS
              THRU 3279-ESCRIBIR-EQUIPOS-FIN.
           MOVE WS-EQU-CABECERA             TO WS-SAL-EQUIPOS.
           PERFORM 3279-ESCRIBIR-EQUIPOS
              THRU 3279-ESCRIBIR-EQUIPOS-FIN.

           PERFORM 3274-INFORMAR-VENDEDOR
              THRU 3274-INFORMAR-VENDEDOR-FIN
              VARYING WS-PLA-IDX2 FROM 1 BY 1
                UNTIL WS-PLA-IDX2 > WS-PLA-CANT.

           MOVE WS-EQP-CANT-VENDEDORES (WS-EQP-IDX)
                                            TO WS-EQU-TEQ-CANTIDAD.
           MOVE WS-EQP-IMPORTE (WS-EQP-IDX) TO WS-EQU-TEQ-IMPORTE.
           MOVE WS-EQP-SOBRECOMISION (WS-EQP-IDX)
                                            TO WS-EQU-TEQ-SOBRECOM.

           EVALUATE TRUE
               WHEN WS-EQP-PAGA (WS-EQP-IDX)
                    MOVE 'SOBRECOMISION A PAGAR'
                                            TO WS-EQU-TEQ-OBSERVACION
               WHEN WS-EQP-SUP-INACTIVO (WS-EQP-IDX)
                    MOVE 'NO SE PAGA: SUPERVISOR INACTIVO'
                                            TO WS-EQU-TEQ-OBSERVACION
               WHEN WS-EQP-SUP-INEXISTENTE (WS-EQP-IDX)
                    MOVE 'NO SE PAGA: SUPERVISOR INEXISTENTE'
                                            TO WS-EQU-TEQ-OBSERVACION
               WHEN WS-EQP-SIN-TASA (WS-EQP-IDX)
                    MOVE 'SIN TASA DE SOBRECOMISION VIGENTE'
                                            TO WS-EQU-TEQ-OBSERVACION
               WHEN OTHER
                    MOVE 'EL EQUIPO NO VENDIO EN EL PERIODO'
                                            TO WS-EQU-TEQ-OBSERVACION
           END-EVALUATE.

           MOVE WS-EQU-TOTAL-EQUIPO         TO WS-SAL-EQUIPOS.
           PERFORM 3279-ESCRIBIR-EQUIPOS
              THRU 3279-ESCRIBIR-EQUIPOS-FIN.

           ADD WS-EQP-IMPORTE (WS-EQP-IDX)  TO WS-TOT-EQUIPOS-IMPORTE.
           MOVE 'S'                         TO WS-EQP-IMPRESO
                                                (WS-EQP-IDX).

       3273-INFORMAR-EQUIPO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3274-INFORMAR-VENDEDOR.

           IF WS-PLA-ID-SUPERVISOR (WS-PLA-IDX2)
              NOT EQUAL WS-EQP-ID-SUPERVISOR (WS-EQP-IDX)
              GO TO 3274-INFORMAR-VENDEDOR-FIN
           END-IF.

           MOVE WS-PLA-ID-EMPLEADO (WS-PLA-IDX2)
                                            TO WS-EQU-DET-ID.
           MOVE WS-PLA-NOMBRE (WS-PLA-IDX2) TO WS-EQU-DET-NOMBRE.
           MOVE WS-PLA-APELLIDO (WS-PLA-IDX2)
                                            TO WS-EQU-DET-APELLIDO.
           MOVE WS-PLA-ESTADO (WS-PLA-IDX2) TO WS-EQU-DET-ESTADO.

           IF WS-PLA-LIQ-POS (WS-PLA-IDX2) EQUAL ZEROES
              MOVE ZEROES                   TO WS-EQU-DET-IMPORTE
              MOVE ZEROES                   TO WS-EQU-DET-COMISION
           ELSE
              SET WS-LIQ-IDX                TO WS-PLA-LIQ-POS
                                                (WS-PLA-IDX2)
              MOVE WS-LIQ-IMPORTE (WS-LIQ-IDX)
                                            TO WS-EQU-DET-IMPORTE
              MOVE WS-LIQ-COMISION (WS-LIQ-IDX)
                                            TO WS-EQU-DET-COMISION
           END-IF.

           MOVE WS-EQU-DETALLE              TO WS-SAL-EQUIPOS.
           PERFORM 3279-ESCRIBIR-EQUIPOS
              THRU 3279-ESCRIBIR-EQUIPOS-FIN.

       3274-INFORMAR-VENDEDOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3279-ESCRIBIR-EQUIPOS.

           WRITE WS-SAL-EQUIPOS.

           IF NOT FS-EQUIPOS-OK
              DISPLAY 'ERROR AL ESCRIBIR EQUIPOS.TXT: ' FS-EQUIPOS
           END-IF.

       3279-ESCRIBIR-EQUIPOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3280-ABRIR-CUENTA.

      *---- Antes de asentar se recorre la cuenta buscando movimientos
      *---- de este numero de corrida: si ya estan (reinicio de una
      *---- corrida que llego a armar LIQCOM.TXT) no se asienta de
      *---- nuevo. Un error de la cuenta no frena la liquidacion: se
      *---- avisa y LIQCOM.TXT sale igual.

           MOVE 'N'                         TO WS-SW-CUENTA.
           MOVE 'N'                         TO WS-SW-CUENTA-YA.
           MOVE ZEROES                      TO WS-CTA-CONT-ASIENTOS.

           OPEN INPUT SAL-CUENTA.

           IF NOT FS-CUENTA-OK
              DISPLAY 'ERROR AL ABRIR CUENTA.TXT: ' FS-CUENTA
              DISPLAY '*** ATENCION: LA CORRIDA NO SE ASIENTA EN LA '
                      'CUENTA CORRIENTE ***'
              GO TO 3280-ABRIR-CUENTA-FIN
           END-IF.

           PERFORM 3281-LEER-CUENTA
              THRU 3281-LEER-CUENTA-FIN
             UNTIL FS-CUENTA-EOF
                OR WS-SW-CUENTA-YA-SI.

           CLOSE SAL-CUENTA.

           IF WS-SW-CUENTA-YA-SI
              DISPLAY 'CUENTA.TXT YA TIENE LOS MOVIMIENTOS DE LA '
                      'CORRIDA ' WS-NRO-CORRIDA ', NO SE ASIENTAN'
              GO TO 3280-ABRIR-CUENTA-FIN
           END-IF.

           OPEN EXTEND SAL-CUENTA.

           IF NOT FS-CUENTA-OK
              DISPLAY 'ERROR AL ABRIR CUENTA.TXT: ' FS-CUENTA
              DISPLAY '*** ATENCION: LA CORRIDA NO SE ASIENTA EN LA '
                      'CUENTA CORRIENTE ***'
              GO TO 3280-ABRIR-CUENTA-FIN
           END-IF.

           MOVE 'S'                         TO WS-SW-CUENTA.

       3280-ABRIR-CUENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3281-LEER-CUENTA.

           READ SAL-CUENTA.

           EVALUATE TRUE
               WHEN FS-CUENTA = '00'
                    MOVE WS-SAL-CUENTA      TO WS-REG-CUENTA
                    IF WS-CTA-CORRIDA EQUAL WS-NRO-CORRIDA
                       AND (WS-CTA-ES-DEVENGADO OR WS-CTA-ES-ENVIADO)
                       MOVE 'S'             TO WS-SW-CUENTA-YA
                    END-IF
               WHEN FS-CUENTA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CUENTA.TXT: ' FS-CUENTA
                    MOVE '10'               TO FS-CUENTA
           END-EVALUATE.

       3281-LEER-CUENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3282-ASENTAR-DEVENGADO.

      *---- Un importe del periodo que va a sueldos: se devenga y se
      *---- envia en la misma corrida. Legajo, periodo, concepto e
      *---- importe vienen cargados del parrafo que lo graba en
      *---- LIQCOM.TXT.
           MOVE SPACES                      TO WS-CTA-MOTIVO.
           MOVE 'D'                         TO WS-CTA-MOVIMIENTO.
           PERFORM 3283-ESCRIBIR-CUENTA
              THRU 3283-ESCRIBIR-CUENTA-FIN.

           MOVE 'E'                         TO WS-CTA-MOVIMIENTO.
           PERFORM 3283-ESCRIBIR-CUENTA
              THRU 3283-ESCRIBIR-CUENTA-FIN.

       3282-ASENTAR-DEVENGADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3283-ESCRIBIR-CUENTA.

           IF NOT WS-SW-CUENTA-SI
              GO TO 3283-ESCRIBIR-CUENTA-FIN
           END-IF.

           MOVE WS-NRO-CORRIDA              TO WS-CTA-CORRIDA.
           MOVE WS-FECHA-INICIO             TO WS-CTA-FECHA.
           MOVE SPACES                      TO WS-CTA-OPERADOR.
           MOVE SPACES                      TO WS-CTA-DETALLE.
           MOVE WS-REG-CUENTA               TO WS-SAL-CUENTA.

           WRITE WS-SAL-CUENTA.

           IF FS-CUENTA = '00'
              ADD 1                         TO WS-CTA-CONT-ASIENTOS
           ELSE
              DISPLAY 'ERROR AL GRABAR CUENTA.TXT: ' FS-CUENTA
              MOVE 8                        TO RETURN-CODE
           END-IF.

       3283-ESCRIBIR-CUENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3240-RESOLVER-RECUPEROS.

      *---- Busca en una sola pasada por TICKETS.TXT el ticket
      *---- original de cada cancelacion tardia anotada (ultimo 'V' del
      *---- mismo ticket y empleado liquidado por otra corrida) y lo
      *---- que ya se le recupero antes (sus 'R'), y despues decide
      *---- una por una: sin origen o por encima de lo que queda sin
      *---- recuperar va a ERROR.TXT como tipo 9; si no, se recupera
      *---- la comision del importe cancelado a la tasa con que se
      *---- pago.

           IF WS-RCP-CANT EQUAL ZEROES
              GO TO 3240-RESOLVER-RECUPEROS-FIN
           END-IF.

           CLOSE SAL-TICKETS.
           MOVE 'N'                         TO WS-SW-TICKETS.
           OPEN INPUT SAL-TICKETS.

           IF NOT FS-TICKETS-OK
              DISPLAY 'ERROR AL RELEER TICKETS.TXT PARA RECUPEROS: '
                      FS-TICKETS
              MOVE 8                        TO RETURN-CODE
              GO TO 3240-RESOLVER-RECUPEROS-FIN
           END-IF.

           PERFORM 3241-LEER-REG-TICKET
              THRU 3241-LEER-REG-TICKET-FIN
             UNTIL FS-TICKETS-EOF.

           CLOSE SAL-TICKETS.

           IF RETURN-CODE NOT EQUAL ZEROES
              GO TO 3240-RESOLVER-RECUPEROS-FIN
           END-IF.

           PERFORM 3243-DECIDIR-RECUPERO
              THRU 3243-DECIDIR-RECUPERO-FIN
              VARYING WS-RCP-IDX FROM 1 BY 1
                UNTIL WS-RCP-IDX > WS-RCP-CANT.

           MOVE WS-CONT-RECUPEROS           TO WS-FORMAT-IMPORTE.
           DISPLAY 'CANTIDAD DE RECUPEROS DE COMISION : '
                   WS-FORMAT-IMPORTE.

       3240-RESOLVER-RECUPEROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3241-LEER-REG-TICKET.

           READ SAL-TICKETS.

           EVALUATE TRUE
               WHEN FS-TICKETS = '00'
                    MOVE WS-SAL-TICKETS     TO WS-REG-TICKET
                    PERFORM 3242-CRUZAR-REG-TICKET
                       THRU 3242-CRUZAR-REG-TICKET-FIN
                       VARYING WS-RCP-IDX FROM 1 BY 1
                         UNTIL WS-RCP-IDX > WS-RCP-CANT
               WHEN FS-TICKETS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER TICKETS.TXT: ' FS-TICKETS
                    MOVE 8                  TO RETURN-CODE
                    MOVE '10'               TO FS-TICKETS
           END-EVALUATE.

       3241-LEER-REG-TICKET-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3242-CRUZAR-REG-TICKET.

      *---- Los 'V' de esta misma corrida no cuentan: son ventas del
      *---- periodo en curso, no liquidadas todavia.

           IF WS-TCK-ID-TICKET NOT EQUAL
              WS-RCP-ID-TICKET (WS-RCP-IDX)
              GO TO 3242-CRUZAR-REG-TICKET-FIN
           END-IF.

           EVALUATE TRUE
               WHEN WS-TCK-ES-VENTA
                    AND WS-TCK-ID-EMPLEADO
                        = WS-RCP-ID-EMPLEADO (WS-RCP-IDX)
                    AND WS-TCK-CORRIDA NOT EQUAL WS-NRO-CORRIDA
                    MOVE 'S'        TO WS-RCP-SW-ORIGEN (WS-RCP-IDX)
                    MOVE WS-TCK-SECTOR
                         TO WS-RCP-ORI-SECTOR (WS-RCP-IDX)
                    MOVE WS-TCK-SUCURSAL
                         TO WS-RCP-ORI-SUCURSAL (WS-RCP-IDX)
                    MOVE WS-TCK-IMPORTE
                         TO WS-RCP-ORI-IMPORTE (WS-RCP-IDX)
                    MOVE WS-TCK-PERIODO
                         TO WS-RCP-ORI-PERIODO (WS-RCP-IDX)
                    MOVE WS-TCK-CORRIDA
                         TO WS-RCP-ORI-CORRIDA (WS-RCP-IDX)
                    MOVE WS-TCK-TASA
                         TO WS-RCP-ORI-TASA (WS-RCP-IDX)
               WHEN WS-TCK-ES-RECUPERO
                    AND WS-TCK-ID-EMPLEADO
                        = WS-RCP-ID-EMPLEADO (WS-RCP-IDX)
                    ADD WS-TCK-IMPORTE
                         TO WS-RCP-YA-RECUPERADO (WS-RCP-IDX)
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       3242-CRUZAR-REG-TICKET-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3243-DECIDIR-RECUPERO.

      *---- El rechazo reutiliza 2445: se repone la cancelacion en el
      *---- area de la venta, que a esta altura ya no se usa.

           MOVE 'C'                         TO WS-ENT-VEN-TIPO.
           MOVE WS-RCP-ID-TICKET (WS-RCP-IDX)
                                            TO WS-ENT-VEN-ID-TICKET.
           MOVE WS-RCP-ID-EMPLEADO (WS-RCP-IDX)
                                            TO WS-ENT-VEN-ID-EMPLEADO.
           MOVE WS-RCP-SECTOR (WS-RCP-IDX)  TO WS-ENT-VEN-SECTOR.
           MOVE WS-RCP-IMPORTE (WS-RCP-IDX) TO WS-ENT-VEN-IMP-VENTA.
           MOVE WS-RCP-FECHA (WS-RCP-IDX)   TO WS-ENT-VEN-FECHA.
           MOVE WS-RCP-SUCURSAL (WS-RCP-IDX)
                                            TO WS-ENT-VEN-SUCURSAL.
           MOVE WS-RCP-CICLOS (WS-RCP-IDX)  TO WS-VENTA-CICLOS.

           IF NOT WS-RCP-CON-ORIGEN (WS-RCP-IDX)
              MOVE 'N'                      TO WS-RCP-ESTADO
                                                (WS-RCP-IDX)
              MOVE 'CANCELACION SIN TICKET ORIGEN'
                                            TO WS-CANC-MOTIVO
              PERFORM 2445-GRABAR-ERROR-CANCELACION
                 THRU 2445-GRABAR-ERROR-CANCELACION-FIN
              GO TO 3243-DECIDIR-RECUPERO-FIN
           END-IF.

           COMPUTE WS-RCP-DISPONIBLE =
                   WS-RCP-ORI-IMPORTE (WS-RCP-IDX)
                 - WS-RCP-YA-RECUPERADO (WS-RCP-IDX).

           IF WS-RCP-IMPORTE (WS-RCP-IDX) > WS-RCP-DISPONIBLE
              MOVE 'N'                      TO WS-RCP-ESTADO
                                                (WS-RCP-IDX)
              MOVE 'CANCELACION SUPERA LO LIQUIDADO'
                                            TO WS-CANC-MOTIVO
              PERFORM 2445-GRABAR-ERROR-CANCELACION
                 THRU 2445-GRABAR-ERROR-CANCELACION-FIN
              GO TO 3243-DECIDIR-RECUPERO-FIN
           END-IF.

           MOVE 'S'                         TO WS-RCP-ESTADO
                                                (WS-RCP-IDX).
           COMPUTE WS-RCP-COMISION (WS-RCP-IDX) =
                   WS-RCP-IMPORTE (WS-RCP-IDX)
                 * WS-RCP-ORI-TASA (WS-RCP-IDX) / 100.
           ADD 1                            TO WS-CONT-RECUPEROS.
           ADD WS-RCP-IMPORTE (WS-RCP-IDX)  TO WS-TOT-RECUPERO-IMPORTE.
           ADD WS-RCP-COMISION (WS-RCP-IDX)
                                            TO WS-TOT-RECUPERO-COMISION.

      *---- Lo recuperado aca tambien achica lo que queda del ticket
      *---- para otra cancelacion del mismo ticket en esta corrida.
           PERFORM 3244-DESCONTAR-RECUPERO
              THRU 3244-DESCONTAR-RECUPERO-FIN
              VARYING WS-RCP-IDX2 FROM WS-RCP-IDX BY 1
                UNTIL WS-RCP-IDX2 > WS-RCP-CANT.

       3243-DECIDIR-RECUPERO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3244-DESCONTAR-RECUPERO.

           IF WS-RCP-IDX2 NOT EQUAL WS-RCP-IDX
              AND WS-RCP-ID-TICKET (WS-RCP-IDX2)
                  = WS-RCP-ID-TICKET (WS-RCP-IDX)
              AND WS-RCP-ID-EMPLEADO (WS-RCP-IDX2)
                  = WS-RCP-ID-EMPLEADO (WS-RCP-IDX)
              ADD WS-RCP-IMPORTE (WS-RCP-IDX)
                   TO WS-RCP-YA-RECUPERADO (WS-RCP-IDX2)
           END-IF.

       3244-DESCONTAR-RECUPERO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3250-GRABAR-RECUPEROS.

      *---- Con LIQCOM.TXT generado, los recuperos que descuenta
      *---- quedan asentados en el registro de tickets ('R') y en su
      *---- informe. Si LIQCOM.TXT no se genero, no se descontaron:
      *---- no se asientan y se borra el informe de la corrida
      *---- anterior, igual que LIQCOM.TXT.

           IF NOT WS-SW-LIQCOM-GENERADO
              CALL 'CBL_DELETE_FILE' USING WS-PATH-RECUPERO
                 RETURNING WS-CHECKPOINT-DELETE-STATUS
              GO TO 3250-GRABAR-RECUPEROS-FIN
           END-IF.

           IF WS-CONT-RECUPEROS > ZEROES
              OPEN EXTEND SAL-TICKETS
              IF FS-TICKETS-OK
                 PERFORM 3251-GRABAR-REG-RECUPERO
                    THRU 3251-GRABAR-REG-RECUPERO-FIN
                    VARYING WS-RCP-IDX FROM 1 BY 1
                      UNTIL WS-RCP-IDX > WS-RCP-CANT
                 CLOSE SAL-TICKETS
              ELSE
                 DISPLAY 'ERROR AL ABRIR TICKETS.TXT PARA RECUPEROS: '
                         FS-TICKETS
                 MOVE 8                     TO RETURN-CODE
              END-IF
           END-IF.

           OPEN OUTPUT SAL-RECUPERO.

           IF NOT FS-RECUPERO-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO RECUPERO.TXT'
              DISPLAY 'FILE STATUS: ' FS-RECUPERO
              GO TO 3250-GRABAR-RECUPEROS-FIN
           END-IF.

           MOVE WS-NRO-CORRIDA              TO WS-REC-NRO-CORRIDA.
           MOVE WS-PERIODO                  TO WS-REC-PERIODO.
           MOVE WS-REC-TITULO               TO WS-SAL-RECUPERO.
           PERFORM 3253-ESCRIBIR-RECUPERO
              THRU 3253-ESCRIBIR-RECUPERO-FIN.
           MOVE WS-REC-SEPARADOR            TO WS-SAL-RECUPERO.
           PERFORM 3253-ESCRIBIR-RECUPERO
              THRU 3253-ESCRIBIR-RECUPERO-FIN.
           MOVE WS-REC-CABECERA             TO WS-SAL-RECUPERO.
           PERFORM 3253-ESCRIBIR-RECUPERO
              THRU 3253-ESCRIBIR-RECUPERO-FIN.
           MOVE WS-REC-SEPARADOR            TO WS-SAL-RECUPERO.
           PERFORM 3253-ESCRIBIR-RECUPERO
              THRU 3253-ESCRIBIR-RECUPERO-FIN.

           IF WS-CONT-RECUPEROS EQUAL ZEROES
              MOVE WS-REC-SIN-RECUPEROS     TO WS-SAL-RECUPERO
              PERFORM 3253-ESCRIBIR-RECUPERO
                 THRU 3253-ESCRIBIR-RECUPERO-FIN
           ELSE
              PERFORM 3252-GRABAR-REC-DETALLE
                 THRU 3252-GRABAR-REC-DETALLE-FIN
                 VARYING WS-RCP-IDX FROM 1 BY 1
                   UNTIL WS-RCP-IDX > WS-RCP-CANT
           END-IF.

           MOVE WS-REC-SEPARADOR            TO WS-SAL-RECUPERO.
           PERFORM 3253-ESCRIBIR-RECUPERO
              THRU 3253-ESCRIBIR-RECUPERO-FIN.
           MOVE WS-CONT-RECUPEROS           TO WS-REC-TOT-CANTIDAD.
           MOVE WS-TOT-RECUPERO-IMPORTE     TO WS-REC-TOT-IMPORTE.
           MOVE WS-TOT-RECUPERO-COMISION    TO WS-REC-TOT-COMISION.
           MOVE WS-REC-TOTAL                TO WS-SAL-RECUPERO.
           PERFORM 3253-ESCRIBIR-RECUPERO
              THRU 3253-ESCRIBIR-RECUPERO-FIN.

           CLOSE SAL-RECUPERO.

       3250-GRABAR-RECUPEROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3251-GRABAR-REG-RECUPERO.

           IF NOT WS-RCP-APLICADO (WS-RCP-IDX)
              GO TO 3251-GRABAR-REG-RECUPERO-FIN
           END-IF.

           MOVE 'R'                         TO WS-TCK-TIPO.
           MOVE WS-RCP-ID-TICKET (WS-RCP-IDX)
                                            TO WS-TCK-ID-TICKET.
           MOVE WS-RCP-ID-EMPLEADO (WS-RCP-IDX)
                                            TO WS-TCK-ID-EMPLEADO.
           MOVE WS-RCP-ORI-SECTOR (WS-RCP-IDX)
                                            TO WS-TCK-SECTOR.
           MOVE WS-RCP-ORI-SUCURSAL (WS-RCP-IDX)
                                            TO WS-TCK-SUCURSAL.
           MOVE WS-RCP-IMPORTE (WS-RCP-IDX) TO WS-TCK-IMPORTE.
           MOVE WS-PERIODO                  TO WS-TCK-PERIODO.
           MOVE WS-NRO-CORRIDA              TO WS-TCK-CORRIDA.
           MOVE WS-RCP-ORI-TASA (WS-RCP-IDX)
                                            TO WS-TCK-TASA.
           MOVE WS-RCP-COMISION (WS-RCP-IDX)
                                            TO WS-TCK-COMISION.
           MOVE WS-RCP-ORI-PERIODO (WS-RCP-IDX)
                                            TO WS-TCK-R-PERIODO-ORIGEN.
           MOVE WS-RCP-ORI-CORRIDA (WS-RCP-IDX)
                                            TO WS-TCK-R-CORRIDA-ORIGEN.

           PERFORM 2224-ESCRIBIR-TICKET
              THRU 2224-ESCRIBIR-TICKET-FIN.

       3251-GRABAR-REG-RECUPERO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3252-GRABAR-REC-DETALLE.

           IF NOT WS-RCP-APLICADO (WS-RCP-IDX)
              GO TO 3252-GRABAR-REC-DETALLE-FIN
           END-IF.

           MOVE WS-RCP-ID-EMPLEADO (WS-RCP-IDX)
                                            TO WS-REC-ID-EMPLEADO.
           MOVE WS-RCP-ID-TICKET (WS-RCP-IDX)
                                            TO WS-REC-ID-TICKET.
           MOVE WS-RCP-ORI-SECTOR (WS-RCP-IDX)
                                            TO WS-REC-SECTOR.
           MOVE WS-RCP-ORI-SUCURSAL (WS-RCP-IDX)
                                            TO WS-REC-SUCURSAL.
           MOVE WS-RCP-ORI-PERIODO (WS-RCP-IDX)
                                            TO WS-REC-PERIODO-ORIGEN.
           MOVE WS-RCP-ORI-CORRIDA (WS-RCP-IDX)
                                            TO WS-REC-CORRIDA-ORIGEN.
           MOVE WS-RCP-IMPORTE (WS-RCP-IDX) TO WS-REC-IMPORTE.
           MOVE WS-RCP-ORI-TASA (WS-RCP-IDX)
                                            TO WS-REC-TASA.
           MOVE WS-RCP-COMISION (WS-RCP-IDX)
                                            TO WS-REC-COMISION.

           MOVE WS-REC-DETALLE              TO WS-SAL-RECUPERO.
           PERFORM 3253-ESCRIBIR-RECUPERO
              THRU 3253-ESCRIBIR-RECUPERO-FIN.

       3252-GRABAR-REC-DETALLE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3253-ESCRIBIR-RECUPERO.

           WRITE WS-SAL-RECUPERO.

           IF NOT FS-RECUPERO-OK
              DISPLAY 'ERROR AL ESCRIBIR RECUPERO.TXT: ' FS-RECUPERO
           END-IF.

       3253-ESCRIBIR-RECUPERO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3300-GRABAR-AUDITORIA.

           MOVE WS-TOT-APAREO-GRABADO       TO WS-AUD-TOT-APAREADO.
           MOVE WS-TOT-ERROR-VENTAS         TO WS-AUD-TOT-RECHAZO.
           MOVE WS-VEREDICTO                TO WS-AUD-VEREDICTO.
           MOVE SPACES
                                     TO WS-AUD-VEREDICTO-ORIGINAL.
           MOVE WS-VERSION-REGLAS           TO WS-AUD-VERSION-REGLAS.

           OPEN EXTEND SAL-AUDITORIA.

       3300-GRABAR-AUDITORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3400-FINALIZAR-SIMULACION.

      *---- Completa SIMULA.TXT con el desglose por sector, por
      *---- sucursal y el total de la empresa, y cierra solo los
      *---- archivos que abre una simulacion. Si la simulacion no
      *---- llego a correr entera no se deja un informe a medias.

           IF WS-SW-SECUENCIA-OK AND NOT WS-SW-ABORTAR-SI
              AND RETURN-CODE EQUAL ZEROES
              PERFORM 3410-GRABAR-TOTALES-SIMULA
                 THRU 3410-GRABAR-TOTALES-SIMULA-FIN
           END-IF.

           CLOSE ENT-EMPLEADOS
                 ENT-VENTAS
                 ENT-SUSPENSO
                 SAL-SIMULA.

           IF RETURN-CODE NOT EQUAL ZEROES
              CALL 'CBL_DELETE_FILE' USING WS-PATH-SIMULA
                 RETURNING WS-CHECKPOINT-DELETE-STATUS
              DISPLAY 'SIMULACION INCOMPLETA: NO SE GENERA SIMULA.TXT'
              GO TO 3400-FINALIZAR-SIMULACION-FIN
           END-IF.

           MOVE WS-SIM-CONT-EMPLEADOS       TO WS-FORMAT-IMPORTE.
           DISPLAY 'EMPLEADOS VALORIZADOS EN LA SIMULACION: '
                   WS-FORMAT-IMPORTE.
           MOVE WS-SIM-ACUM-ACTUAL          TO WS-FORMAT-TOTAL.
           DISPLAY 'COMISION CON LAS REGLAS VIGENTES  : '
                   WS-FORMAT-TOTAL.
           MOVE WS-SIM-ACUM-PROPUESTA       TO WS-FORMAT-TOTAL.
           DISPLAY 'COMISION CON LAS REGLAS PROPUESTAS: '
                   WS-FORMAT-TOTAL.
           DISPLAY 'SIMULACION TERMINADA: VER SIMULA.TXT'.

       3400-FINALIZAR-SIMULACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3410-GRABAR-TOTALES-SIMULA.

           IF WS-SIM-CONT-EMPLEADOS EQUAL ZEROES
              MOVE WS-SIM-SIN-DATOS         TO WS-SAL-SIMULA
              PERFORM 2225-ESCRIBIR-SIMULA
                 THRU 2225-ESCRIBIR-SIMULA-FIN
           END-IF.

           MOVE WS-SIM-SEPARADOR            TO WS-SAL-SIMULA.
           PERFORM 2225-ESCRIBIR-SIMULA
              THRU 2225-ESCRIBIR-SIMULA-FIN.

           MOVE 'DIFERENCIA POR SECTOR'     TO WS-SIM-TIT-SECCION.
           MOVE 'SECTOR'                    TO WS-SIM-CAB-DES-ROTULO.
           PERFORM 3411-GRABAR-CAB-DESGLOSE
              THRU 3411-GRABAR-CAB-DESGLOSE-FIN.

           PERFORM 3412-GRABAR-SIM-SECTOR
              THRU 3412-GRABAR-SIM-SECTOR-FIN
              VARYING WS-SIM-SEC-IDX FROM 1 BY 1
                UNTIL WS-SIM-SEC-IDX > WS-SIM-SEC-CANT.

           MOVE WS-SIM-SEPARADOR            TO WS-SAL-SIMULA.
           PERFORM 2225-ESCRIBIR-SIMULA
              THRU 2225-ESCRIBIR-SIMULA-FIN.

           MOVE 'DIFERENCIA POR SUCURSAL'   TO WS-SIM-TIT-SECCION.
           MOVE 'SUCURSAL'                  TO WS-SIM-CAB-DES-ROTULO.
           PERFORM 3411-GRABAR-CAB-DESGLOSE
              THRU 3411-GRABAR-CAB-DESGLOSE-FIN.

           PERFORM 3413-GRABAR-SIM-SUCURSAL
              THRU 3413-GRABAR-SIM-SUCURSAL-FIN
              VARYING WS-SIM-SUC-IDX FROM 1 BY 1
                UNTIL WS-SIM-SUC-IDX > WS-SIM-SUC-CANT.

           MOVE WS-SIM-SEPARADOR            TO WS-SAL-SIMULA.
           PERFORM 2225-ESCRIBIR-SIMULA
              THRU 2225-ESCRIBIR-SIMULA-FIN.

           COMPUTE WS-SIM-DIFERENCIA =
                   WS-SIM-ACUM-PROPUESTA - WS-SIM-ACUM-ACTUAL.
           MOVE WS-SIM-CONT-EMPLEADOS       TO WS-SIM-TOT-CANTIDAD.
           MOVE WS-SIM-ACUM-VENDIDO         TO WS-SIM-TOT-VENDIDO.
           MOVE WS-SIM-ACUM-ACTUAL          TO WS-SIM-TOT-ACTUAL.
           MOVE WS-SIM-ACUM-PROPUESTA       TO WS-SIM-TOT-PROPUESTA.
           MOVE WS-SIM-DIFERENCIA           TO WS-SIM-TOT-DIFERENCIA.
           MOVE WS-SIM-TOTAL                TO WS-SAL-SIMULA.
           PERFORM 2225-ESCRIBIR-SIMULA
              THRU 2225-ESCRIBIR-SIMULA-FIN.

           MOVE WS-SIM-NOTA                 TO WS-SAL-SIMULA.
           PERFORM 2225-ESCRIBIR-SIMULA
              THRU 2225-ESCRIBIR-SIMULA-FIN.

       3410-GRABAR-TOTALES-SIMULA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3411-GRABAR-CAB-DESGLOSE.

           MOVE WS-SIM-TIT-SECCION          TO WS-SAL-SIMULA.
           PERFORM 2225-ESCRIBIR-SIMULA
              THRU 2225-ESCRIBIR-SIMULA-FIN.

           MOVE WS-SIM-CAB-DESGLOSE         TO WS-SAL-SIMULA.
           PERFORM 2225-ESCRIBIR-SIMULA
              THRU 2225-ESCRIBIR-SIMULA-FIN.

           MOVE WS-SIM-SEPARADOR            TO WS-SAL-SIMULA.
           PERFORM 2225-ESCRIBIR-SIMULA
              THRU 2225-ESCRIBIR-SIMULA-FIN.

       3411-GRABAR-CAB-DESGLOSE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3412-GRABAR-SIM-SECTOR.

           COMPUTE WS-SIM-DIFERENCIA =
                   WS-SIM-SEC-PROPUESTA (WS-SIM-SEC-IDX)
                 - WS-SIM-SEC-ACTUAL (WS-SIM-SEC-IDX).

           MOVE WS-SIM-SEC-NOMBRE (WS-SIM-SEC-IDX)
                                            TO WS-SIM-DES-NOMBRE.
           MOVE WS-SIM-SEC-VENDIDO (WS-SIM-SEC-IDX)
                                            TO WS-SIM-DES-VENDIDO.
           MOVE WS-SIM-SEC-ACTUAL (WS-SIM-SEC-IDX)
                                            TO WS-SIM-DES-ACTUAL.
           MOVE WS-SIM-SEC-PROPUESTA (WS-SIM-SEC-IDX)
                                            TO WS-SIM-DES-PROPUESTA.
           MOVE WS-SIM-DIFERENCIA           TO WS-SIM-DES-DIFERENCIA.
           MOVE WS-SIM-DESGLOSE             TO WS-SAL-SIMULA.
           PERFORM 2225-ESCRIBIR-SIMULA
              THRU 2225-ESCRIBIR-SIMULA-FIN.

       3412-GRABAR-SIM-SECTOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3413-GRABAR-SIM-SUCURSAL.

           COMPUTE WS-SIM-DIFERENCIA =
                   WS-SIM-SUC-PROPUESTA (WS-SIM-SUC-IDX)
                 - WS-SIM-SUC-ACTUAL (WS-SIM-SUC-IDX).

           MOVE WS-SIM-SUC-NOMBRE (WS-SIM-SUC-IDX)
                                            TO WS-SIM-DES-NOMBRE.
           MOVE WS-SIM-SUC-VENDIDO (WS-SIM-SUC-IDX)
                                            TO WS-SIM-DES-VENDIDO.
           MOVE WS-SIM-SUC-ACTUAL (WS-SIM-SUC-IDX)
                                            TO WS-SIM-DES-ACTUAL.
           MOVE WS-SIM-SUC-PROPUESTA (WS-SIM-SUC-IDX)
                                            TO WS-SIM-DES-PROPUESTA.
           MOVE WS-SIM-DIFERENCIA           TO WS-SIM-DES-DIFERENCIA.
           MOVE WS-SIM-DESGLOSE             TO WS-SAL-SIMULA.
           PERFORM 2225-ESCRIBIR-SIMULA
              THRU 2225-ESCRIBIR-SIMULA-FIN.

       3413-GRABAR-SIM-SUCURSAL-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL15EJ01.
