      * EL ARCHIVO SE ABRE SIEMPRE EN EXTEND, ASI LAS EJECUCIONES SE
      * VAN ACUMULANDO Y CUALQUIER APAREO.TXT PUEDE RASTREARSE HASTA
      * LA CORRIDA EXACTA QUE LO GENERO POR SU NUMERO DE CORRIDA.
      * UNA CORRIDA REVERTIDA CON CL15EJ17 NO SE BORRA: QUEDA CON
      * VEREDICTO 'REVERTIDA' Y, A CONTINUACION, EL VEREDICTO CON QUE
      * HABIA TERMINADO. AL FINAL VA LA VERSION DE LAS REGLAS DE
      * COMISION.TXT CON QUE SE VALORIZO LA CORRIDA (VER CL15EJ08 Y
      * CAMBREGLAS.TXT); LAS LINEAS ANTERIORES A ESE DATO LA TIENEN
      * EN BLANCO Y UNA TABLA SIN VERSION GRABADA FIGURA COMO 000000.
      *----------------------------------------------------------------*
       01 WS-SALIDA-AUDITORIA.

             10 WS-AUD-TOT-RECHAZO          PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(01) VALUE SPACE.
             10 WS-AUD-VEREDICTO            PIC X(10).
             10 FILLER                      PIC X(01) VALUE SPACE.
             10 WS-AUD-VEREDICTO-ORIGINAL   PIC X(10).
             10 FILLER                      PIC X(09)
                                                VALUE ' REGLAS: '.
             10 WS-AUD-VERSION-REGLAS       PIC 9(06).
