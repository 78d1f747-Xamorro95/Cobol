      *****************************************************************
      *               COPY COPYCONTR                                  *
      *               LAYOUT DEL MAESTRO DE CONTRATOS                 *
      *               (FICHERO.CONTRATOS, 40 POSICIONES): EL CONTRATO *
      *               EN VIGOR DE CADA EMPLEADO, CON SU TIPO, FECHAS  *
      *               DE INICIO Y FIN Y PORCENTAJE DE JORNADA. LO     *
      *               MANTIENE COBOL779; COBOL678 AVISA DE LOS QUE    *
      *               VENCEN, COBOL700 REBAJA EL SALARIO Y COBOL660   *
      *               LOS DIAS DE VACACIONES SEGUN LA JORNADA. UNA    *
      *               RENOVACION SE GRABA COMO MODIFICACION DEL MISMO *
      *               REGISTRO (EL CONTRATO ANTERIOR QUEDA EN LA      *
      *               HISTORIA DE COBOL779). UN EMPLEADO SIN REGISTRO *
      *               SE TRATA COMO INDEFINIDO A JORNADA COMPLETA     *
      *****************************************************************
       01  WS-REG-CONTRATO.
           05  WCT-CODIGO                      PIC X(6).
           05  WCT-TIPO                        PIC X(1).
                88  WCT-INDEFINIDO             VALUE "I".
                88  WCT-TEMPORAL               VALUE "T".
                88  WCT-PRACTICAS              VALUE "P".
           05  WCT-FEC-INICIO                  PIC 9(8).
      *FECHA DE FIN: CERO EN LOS INDEFINIDOS, OBLIGATORIA EN LOS
      *TEMPORALES Y EN PRACTICAS
           05  WCT-FEC-FIN                     PIC 9(8).
      *PORCENTAJE DE JORNADA (100 = COMPLETA; MENOS ES TIEMPO
      *PARCIAL, SEA CUAL SEA EL TIPO DE CONTRATO)
           05  WCT-JORNADA                     PIC 9(3).
           05  FILLER                          PIC X(14).
