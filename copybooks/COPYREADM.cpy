      *****************************************************************
      *               COPY COPYREADM                                  *
      *               LAYOUT DE LAS READMISIONES                      *
      *               (FICHERO.READMISIONES, 60 POSICIONES): UNA      *
      *               ENTRADA POR CADA VEZ QUE UN ANTIGUO EMPLEADO    *
      *               VUELVE, CON EL CODIGO DEL NUEVO PERIODO, EL     *
      *               CODIGO DEL PERIODO ANTERIOR (PUEDE SER EL       *
      *               MISMO), LAS FECHAS DE ALTA Y BAJA ANTERIORES Y  *
      *               LA FECHA DE ANTIGUEDAD RECONOCIDA. LO GRABA     *
      *               COBOL360 (OPCION READMISION) Y SOLO SE AMPLIA.  *
      *               LOS CALCULOS DE ANTIGUEDAD USAN LA FECHA        *
      *               RECONOCIDA DEL PERIODO CUYA FECHA DE            *
      *               READMISION COINCIDE CON WS-EMPLE-FEC-ALTA; SIN  *
      *               ENTRADA, LA ANTIGUEDAD CUENTA DESDE EL ALTA     *
      *****************************************************************
       01  WS-REG-READMISION.
      *CODIGO DEL NUEVO PERIODO
           05  WRA-CODIGO                      PIC X(6).
           05  WRA-CODIGO-ANTERIOR             PIC X(6).
      *FECHA DESDE LA QUE SE CUENTA LA ANTIGUEDAD
           05  WRA-FEC-ANTIGUEDAD              PIC 9(8).
      *FECHA DE ALTA DEL NUEVO PERIODO (WS-EMPLE-FEC-ALTA)
           05  WRA-FEC-READMISION              PIC 9(8).
           05  WRA-FEC-ALTA-ANTERIOR           PIC 9(8).
           05  WRA-FEC-BAJA-ANTERIOR           PIC 9(8).
      *FECHA EN QUE SE GRABO LA READMISION Y OPERADOR QUE LA GRABO
           05  WRA-FECHA                       PIC 9(8).
           05  WRA-OPERADOR                    PIC X(4).
           05  FILLER                          PIC X(4).
