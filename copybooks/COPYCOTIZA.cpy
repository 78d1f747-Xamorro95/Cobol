      *****************************************************************
      *               COPY COPYCOTIZA                                 *
      *               LAYOUT DEL REGISTRO DE FICHERO.NOMINA.          *
      *               COTIZACIONES: UNO POR EMPLEADO PAGADO EN LA     *
      *               NOMINA DEL MES, CON LA CUOTA EMPRESARIAL A LA   *
      *               SEGURIDAD SOCIAL DESGLOSADA POR CONCEPTO (BASE  *
      *               ACOTADA, PORCENTAJE E IMPORTE) Y EL COSTE TOTAL *
      *               PARA LA EMPRESA (BRUTO MAS CUOTA). LO GRABA     *
      *               COBOL700 A LA VEZ QUE EL REGISTRO DE NOMINA,    *
      *               LO CONTABILIZA COBOL760 Y ES EL FICHERO QUE SE  *
      *               PRESENTA CADA MES A LA SEGURIDAD SOCIAL         *
      *               (CADA EMPRESA DEL GRUPO LA SUYA: WW-EMPRESA,    *
      *               EN BLANCO LA PRINCIPAL)                         *
      *****************************************************************
       01  WS-REG-COTIZACION.
           05  WW-CODIGO                       PIC X(6).
           05  WW-DEPT                         PIC X(3).
      *MES DE LA NOMINA (AAAAMM) Y DIAS COTIZADOS EN EL MES
           05  WW-PERIODO                      PIC 9(6).
           05  WW-DIAS                         PIC 9(2).
           05  WW-BRUTO-MES                    PIC S9(9)V99.
           05  WW-CUOTA-EMPRESA                PIC S9(9)V99.
           05  WW-COSTE-TOTAL                  PIC S9(9)V99.
           05  WW-NUM-CONCEPTOS                PIC 9(2).
           05  WW-CONCEPTO OCCURS 10 TIMES.
               10  WW-CON-CODIGO               PIC X(4).
               10  WW-CON-BASE                 PIC S9(7)V99.
               10  WW-CON-PORCENTAJE           PIC 9(2)V99.
               10  WW-CON-IMPORTE              PIC S9(7)V99.
      *EMPRESA DEL GRUPO A LA QUE PERTENECE EL EMPLEADO
           05  WW-EMPRESA                      PIC X(3).
