      *****************************************************************
      *               COPY COPYFICHA                                  *
      *               LAYOUT DEL REGISTRO DE FICHERO.FICHAJES: UN     *
      *               MARCAJE DEL RELOJ DE PRESENCIA POR REGISTRO,    *
      *               CON CODIGO DE EMPLEADO, FECHA (AAAAMMDD), HORA  *
      *               (HHMM), TIPO (E=ENTRADA, S=SALIDA), MODALIDAD   *
      *               (N O BLANCO=JORNADA NORMAL, G=GUARDIA) Y EL     *
      *               TERMINAL QUE LO HA CAPTURADO. LO DESCARGAN LOS  *
      *               TERMINALES CADA DIA Y LO CONSUME COBOL668 PARA  *
      *               EMPAREJAR ENTRADAS Y SALIDAS                    *
      *****************************************************************
       01  WS-REG-FICHAJE.
           05  WFC-CODIGO                      PIC X(6).
           05  WFC-FECHA                       PIC 9(8).
           05  WFC-HORA                        PIC 9(4).
           05  WFC-HORA-R REDEFINES WFC-HORA.
               10  WFC-HH                      PIC 9(2).
               10  WFC-MM                      PIC 9(2).
           05  WFC-TIPO                        PIC X(1).
                88  WFC-ENTRADA                VALUE "E".
                88  WFC-SALIDA                 VALUE "S".
           05  WFC-MODALIDAD                   PIC X(1).
                88  WFC-NORMAL                 VALUE "N", " ".
                88  WFC-GUARDIA                VALUE "G".
           05  WFC-TERMINAL                    PIC X(4).
