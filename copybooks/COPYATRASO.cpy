      *****************************************************************
      *               COPY COPYATRASO                                 *
      *               LAYOUT DEL REGISTRO DE ATRASOS                  *
      *               (FICHERO.NOMINA.ATRASOS): UNO POR EMPLEADO Y    *
      *               MES YA PAGADO QUE COBOL708 HA RECALCULADO CON   *
      *               UN CAMBIO DE SALARIO O COMISION CON EFECTO      *
      *               ATRASADO, CON LA DIFERENCIA DE BRUTO Y DE       *
      *               RETENCION DE ESE MES. COBOL700 LOS SUMA EN LA   *
      *               SIGUIENTE NOMINA COMO LINEAS DE ATRASOS Y       *
      *               ESTAMPA EL PERIODO EN QUE LOS PAGA; UNA         *
      *               REPETICION DE ESA NOMINA LOS VUELVE A TOMAR,    *
      *               PERO NINGUNA NOMINA POSTERIOR                   *
      *****************************************************************
       01  WS-REG-ATRASO.
           05  WI-CODIGO                       PIC X(6).
      *MES RECALCULADO (AAAAMM) Y FECHA DE EFECTO DEL CAMBIO
           05  WI-PERIODO                      PIC 9(6).
           05  WI-FEC-EFECTO                   PIC 9(8).
           05  WI-BRUTO-PAGADO                 PIC S9(9)V99.
           05  WI-DIF-BRUTO                    PIC S9(9)V99.
           05  WI-DIF-DEDUCCION                PIC S9(9)V99.
      *PERIODO (AAAAMM) DE LA NOMINA QUE LOS PAGA; CERO MIENTRAS
      *ESTAN PENDIENTES
           05  WI-PERIODO-PAGO                 PIC 9(6).
                88  WI-ATRASO-PENDIENTE        VALUE 0.
