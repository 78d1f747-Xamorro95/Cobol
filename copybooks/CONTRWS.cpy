      *****************************************************************
      *               COPY CONTRWS                                    *
      *               VARIABLES DEL MAESTRO DE CONTRATOS. EL PROGRAMA *
      *               COPIA TAMBIEN COPYCONTR (EL REGISTRO DE         *
      *               TRABAJO). LA TABLA SE CARGA UNA VEZ CON         *
      *               9350-CARGA-CONTRATOS; 9360-BUSCA-CONTRATO       *
      *               DEJA EN WS-REG-CONTRATO EL CONTRATO DEL         *
      *               EMPLEADO WCT-BUSCA-CODIGO Y SU JORNADA EN       *
      *               WCT-JORNADA-EMPLEADO; SIN CONTRATO DEVUELVE     *
      *               CON-NO-ENCONTRADO Y JORNADA 100 (VER COPY       *
      *               CONTRPR)                                        *
      *****************************************************************
       01  WT-TABLA-CONTRATOS.
           05  WCT-NUM-CONTRATOS                PIC 9(4) VALUE 0.
           05  WCT-REG-TABLA OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WCT-NUM-CONTRATOS
                  INDEXED BY ICT                PIC X(40).
      *
       01  WS-CONTRATO-CONTROL.
           05  WS-FILE-STATUS-CON               PIC XX.
      *DATO DE ENTRADA: LA LLAMADORA LO DEJA AQUI ANTES DE 9360
           05  WCT-BUSCA-CODIGO                 PIC X(6).
      *RESULTADO
           05  WCT-JORNADA-EMPLEADO             PIC 9(3).
      *CAMPOS DE TRABAJO
           05  WCT-DESCARTADOS                  PIC 9(4) VALUE 0.
           05  SW-CON-FIN                       PIC X VALUE "N".
                88  FIN-CONTRATOS               VALUE "S".
                88  NO-FIN-CONTRATOS            VALUE "N".
           05  SW-CON-ENCONTRADO                PIC X VALUE "N".
                88  CON-ENCONTRADO              VALUE "S".
                88  CON-NO-ENCONTRADO           VALUE "N".
           05  SW-CON-CARGA                     PIC X VALUE "S".
                88  CON-CARGA-OK                VALUE "S".
                88  CON-CARGA-ERROR             VALUE "N".
