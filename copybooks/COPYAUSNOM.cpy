      *****************************************************************
      *               COPY COPYAUSNOM                                 *
      *               LAYOUT DEL REGISTRO DE FICHERO.NOMINA.AUSENCIAS:*
      *               UNO POR CADA AJUSTE DE NOMINA POR AUSENCIA QUE  *
      *               CALCULA COBOL700 (PERMISO NO RETRIBUIDO "P" O   *
      *               TRAMO DE BAJA POR ENFERMEDAD "E"), CON SU TEXTO,*
      *               SUS DIAS, EL PORCENTAJE PAGADO Y EL IMPORTE     *
      *               QUE SE DESCUENTA DEL BRUTO (NEGATIVO). SE       *
      *               REHACE CON CADA NOMINA Y LO IMPRIME COBOL710    *
      *               EN LA NOMINA INDIVIDUAL                         *
      *****************************************************************
       01  WS-REG-AUSENCIA-NOMINA.
           05  WAU-CODIGO                      PIC X(6).
      *MES DE LA NOMINA (AAAAMM)
           05  WAU-PERIODO                     PIC 9(6).
           05  WAU-TIPO                        PIC X(1).
                88  WAU-ENFERMEDAD             VALUE "E".
                88  WAU-PERMISO                VALUE "P".
           05  WAU-TEXTO                       PIC X(28).
           05  WAU-DIAS                        PIC 9(3).
           05  WAU-PORCENTAJE                  PIC 9(3)V99.
           05  WAU-IMPORTE                     PIC S9(9)V99.
