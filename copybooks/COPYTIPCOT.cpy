      *****************************************************************
      *               COPY COPYTIPCOT                                 *
      *               LAYOUT DEL REGISTRO DE FICHERO.COTIZACIONES     *
      *               (TIPOS DE COTIZACION A LA SEGURIDAD SOCIAL A    *
      *               CARGO DE LA EMPRESA, MANTENIDA POR COBOL752):   *
      *               UN CONCEPTO POR REGISTRO CON SU PORCENTAJE Y    *
      *               LAS BASES MINIMA Y MAXIMA MENSUALES ENTRE LAS   *
      *               QUE SE ACOTA EL BRUTO DEL MES. LA CONSUME       *
      *               COBOL700 EN EL CALCULO DE LA NOMINA             *
      *               CONCEPTO(4) + DESCRIPCION(20) + PORCENTAJE(4)   *
      *               + BASE MINIMA(9) + BASE MAXIMA(9)               *
      *****************************************************************
       01  WS-REG-TIPO-COTIZACION.
           05  WS-TCO-CONCEPTO                 PIC X(4).
           05  WS-TCO-DESCRIPCION              PIC X(20).
           05  WS-TCO-PORCENTAJE               PIC 9(2)V99.
           05  WS-TCO-BASE-MINIMA              PIC 9(7)V99.
           05  WS-TCO-BASE-MAXIMA              PIC 9(7)V99.
