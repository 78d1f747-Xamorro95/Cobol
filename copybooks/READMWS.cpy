      *****************************************************************
      *               COPY READMWS                                    *
      *               VARIABLES DE LAS READMISIONES. EL PROGRAMA      *
      *               COPIA TAMBIEN COPYREADM (EL REGISTRO DE         *
      *               TRABAJO). LA TABLA SE CARGA UNA VEZ CON         *
      *               9370-CARGA-READMISIONES; 9380-BUSCA-ANTIGUEDAD  *
      *               DEVUELVE EN WRA-FEC-ANTIG-EMPLEADO LA FECHA DE  *
      *               ANTIGUEDAD RECONOCIDA DEL EMPLEADO              *
      *               WRA-BUSCA-CODIGO CON ALTA WRA-BUSCA-FEC-ALTA;   *
      *               SIN READMISION DEVUELVE LA PROPIA FECHA DE ALTA *
      *               Y REA-NO-ENCONTRADO (VER COPY READMPR)          *
      *****************************************************************
       01  WT-TABLA-READMISIONES.
           05  WRA-NUM-READMISIONES             PIC 9(4) VALUE 0.
           05  WRA-REG-TABLA OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WRA-NUM-READMISIONES
                  INDEXED BY IRA                PIC X(60).
      *
       01  WS-READMISION-CONTROL.
           05  WS-FILE-STATUS-REA               PIC XX.
      *DATOS DE ENTRADA: LA LLAMADORA LOS DEJA AQUI ANTES DE 9380
           05  WRA-BUSCA-CODIGO                 PIC X(6).
           05  WRA-BUSCA-FEC-ALTA               PIC 9(8).
      *RESULTADO
           05  WRA-FEC-ANTIG-EMPLEADO           PIC 9(8).
      *CAMPOS DE TRABAJO
           05  SW-REA-FIN                       PIC X VALUE "N".
                88  FIN-READMISIONES            VALUE "S".
                88  NO-FIN-READMISIONES         VALUE "N".
           05  SW-REA-ENCONTRADO                PIC X VALUE "N".
                88  REA-ENCONTRADO              VALUE "S".
                88  REA-NO-ENCONTRADO           VALUE "N".
           05  SW-REA-CARGA                     PIC X VALUE "S".
                88  REA-CARGA-OK                VALUE "S".
                88  REA-CARGA-ERROR             VALUE "N".
