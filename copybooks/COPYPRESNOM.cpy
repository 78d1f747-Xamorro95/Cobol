      *****************************************************************
      *               COPY COPYPRESNOM                                *
      *               LAYOUT DEL REGISTRO DE FICHERO.NOMINA.PRESTAMOS:*
      *               UNO POR CADA CUOTA DE PRESTAMO O ANTICIPO QUE   *
      *               COBOL700 HA DESCONTADO EN LA NOMINA DEL MES,    *
      *               CON EL IMPORTE REALMENTE DESCONTADO (QUE PUEDE  *
      *               SER MENOR QUE LA CUOTA SI EL NETO NO DA PARA    *
      *               MAS). SE REHACE CON CADA NOMINA, LO IMPRIME     *
      *               COBOL710 EN LA NOMINA INDIVIDUAL Y LO CONSUME   *
      *               COBOL720 PARA REBAJAR LOS SALDOS UNA VEZ PAGADA *
      *****************************************************************
       01  WS-REG-PRESTAMO-NOMINA.
           05  WPN-CODIGO                      PIC X(6).
           05  WPN-NUMERO                      PIC 9(2).
      *MES DE LA NOMINA (AAAAMM)
           05  WPN-PERIODO                     PIC 9(6).
           05  WPN-IMPORTE                     PIC 9(7)V99.
           05  WPN-CUOTA                       PIC 9(7)V99.
