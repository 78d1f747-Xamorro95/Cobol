      *****************************************************************
      *               COPY COPYPRESTA                                 *
      *               LAYOUT DEL REGISTRO DEL MAESTRO DE PRESTAMOS Y  *
      *               ANTICIPOS (FICHERO.PRESTAMOS): UNO POR PRESTAMO *
      *               CON EL CODIGO DE EMPLEADO, SU NUMERO DE ORDEN   *
      *               DENTRO DEL EMPLEADO, TIPO (A=ANTICIPO DE        *
      *               NOMINA, P=PRESTAMO), PRINCIPAL CONCEDIDO, CUOTA *
      *               MENSUAL, MES DE LA PRIMERA CUOTA (AAAAMM) Y     *
      *               SALDO PENDIENTE. LO MANTIENE COBOL776, COBOL700 *
      *               DESCUENTA LA CUOTA EN NOMINA Y SOLO COBOL720,   *
      *               AL DAR LA NOMINA POR PAGADA, REBAJA EL SALDO Y  *
      *               ANOTA EL ULTIMO MES AMORTIZADO, QUE IMPIDE      *
      *               AMORTIZAR DOS VECES EL MISMO MES                *
      *****************************************************************
       01  WS-REG-PRESTAMO.
           05  WPR-CODIGO                      PIC X(6).
           05  WPR-NUMERO                      PIC 9(2).
           05  WPR-TIPO                        PIC X(1).
                88  WPR-ANTICIPO               VALUE "A".
                88  WPR-PRESTAMO               VALUE "P".
           05  WPR-PRINCIPAL                   PIC 9(7)V99.
           05  WPR-CUOTA                       PIC 9(7)V99.
      *MES DE LA PRIMERA CUOTA (AAAAMM)
           05  WPR-MES-INICIO                  PIC 9(6).
           05  WPR-SALDO                       PIC 9(7)V99.
           05  WPR-FEC-CONCESION               PIC 9(8).
      *ULTIMO MES (AAAAMM) CUYA CUOTA YA SE RESTO DEL SALDO EN
      *COBOL720; CERO MIENTRAS NO SE HAYA PAGADO NINGUNA
           05  WPR-ULTIMO-PERIODO              PIC 9(6).
