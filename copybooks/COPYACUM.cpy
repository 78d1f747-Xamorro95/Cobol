      *               COPY COPYACUM                                   *
      *               LAYOUT DEL REGISTRO DEL ACUMULADO ANUAL DE      *
      *               NOMINA (FICHERO.NOMINA.ACUMULADO): UN REGISTRO  *
      *               POR EMPLEADO Y EMPRESA (QUIEN CAMBIA DE EMPRESA *
      *               EN EL ANIO TIENE UNO POR CADA UNA) CON EL       *
      *               BRUTO, LA RETENCION Y EL NETO ACUMULADOS DEL    *
      *               ANIO EN CURSO Y EL NUMERO DE MESES PAGADOS. LO  *
      *               ACTUALIZA COBOL765 TRAS CADA NOMINA DE COBOL700 *
      *               (CON VUELCO A CERO EN ENERO) Y LO CONSUME       *
      *               COBOL770 PARA LOS CERTIFICADOS ANUALES DE       *
      *               RETENCIONES                                     *
      *****************************************************************
       01  WS-REG-ACUMULADO.
           05  WY-CODIGO                       PIC X(6).
           05  WY-BRUTO-ACUM                   PIC 9(11)V99.
           05  WY-DEDUCCION-ACUM               PIC 9(11)V99.
           05  WY-NETO-ACUM                    PIC 9(11)V99.
      *EMPRESA DEL EMPLEADO, TOMADA DEL REGISTRO DE NOMINA. AMPLIA EL
      *REGISTRO DE 83 A 86 BYTES
           05  WY-EMPRESA                      PIC X(3).
