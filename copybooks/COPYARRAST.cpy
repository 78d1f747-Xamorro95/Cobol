      *****************************************************************
      *               COPY COPYARRAST                                 *
      *               LAYOUT DEL ARRASTRE DE VACACIONES               *
      *               (FICHERO.VACACIONES.ARRASTRE, 30 POSICIONES):   *
      *               LOS DIAS NO DISFRUTADOS QUE EL CIERRE DE ANIO   *
      *               (COBOL676) PASA AL ANIO SIGUIENTE, HASTA EL     *
      *               TOPE DE SU FICHA DE PARAMETROS, CON SU FECHA    *
      *               DE CADUCIDAD Y LOS DIAS QUE SE PERDIERON POR    *
      *               ENCIMA DEL TOPE. COBOL675 SUMA LOS DIAS         *
      *               ARRASTRADOS AL DERECHO DEL ANIO WVA-ANIO; A     *
      *               PARTIR DE WVA-CADUCIDAD SOLO CUENTAN LOS QUE SE *
      *               TOMARON HASTA ESE DIA                           *
      *****************************************************************
       01  WS-REG-ARRASTRE.
           05  WVA-CODIGO                      PIC X(6).
           05  WVA-DEPT                        PIC X(3).
      *ANIO EN QUE SE PUEDEN DISFRUTAR LOS DIAS ARRASTRADOS
           05  WVA-ANIO                        PIC 9(4).
           05  WVA-DIAS                        PIC 9(3).
           05  WVA-CADUCIDAD                   PIC 9(8).
      *DIAS DEL SALDO POR ENCIMA DEL TOPE, PERDIDOS EN EL CIERRE
           05  WVA-PERDIDOS                    PIC 9(3).
           05  FILLER                          PIC X(3).
