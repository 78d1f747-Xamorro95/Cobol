      *****************************************************************
      *               COPY JERARWS                                    *
      *               VARIABLES DE LAS LINEAS DE DEPENDENCIA. EL      *
      *               PROGRAMA COPIA TAMBIEN COPYJERAR (EL REGISTRO   *
      *               DE TRABAJO). LA TABLA SE CARGA UNA VEZ CON      *
      *               9420-CARGA-JERARQUIA; 9430-BUSCA-RESPONSABLE    *
      *               DEVUELVE EN WJE-RESP-EMPLEADO EL RESPONSABLE    *
      *               DIRECTO DE WJE-BUSCA-CODIGO (EN BLANCO SI NO    *
      *               TIENE), Y 9440-SIGUIENTE-A-CARGO RECORRE UNO A  *
      *               UNO LOS QUE DEPENDEN DIRECTAMENTE DE            *
      *               WJE-BUSCA-CODIGO: LA LLAMADORA PONE             *
      *               WJE-POSICION A CERO ANTES DE LA PRIMERA LLAMADA *
      *               Y CADA LLAMADA DEJA EN WJE-POSICION LA ENTRADA  *
      *               ENCONTRADA, HASTA JER-NO-ENCONTRADO (VER COPY   *
      *               JERARPR)                                        *
      *****************************************************************
       01  WT-TABLA-JERARQUIA.
           05  WJE-NUM-JERARQUIA                PIC 9(4) VALUE 0.
           05  WJE-REG-TABLA OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WJE-NUM-JERARQUIA
                  INDEXED BY IJE                PIC X(30).
      *
       01  WS-JERARQUIA-CONTROL.
           05  WS-FILE-STATUS-JER               PIC XX.
      *DATOS DE ENTRADA: LA LLAMADORA LOS DEJA AQUI ANTES DE 9430/9440
           05  WJE-BUSCA-CODIGO                 PIC X(6).
           05  WJE-POSICION                     PIC 9(4).
      *RESULTADO
           05  WJE-RESP-EMPLEADO                PIC X(6).
      *CAMPOS DE TRABAJO
           05  WJE-DESDE                        PIC 9(4).
           05  SW-JER-FIN                       PIC X VALUE "N".
                88  FIN-JERARQUIA               VALUE "S".
                88  NO-FIN-JERARQUIA            VALUE "N".
           05  SW-JER-ENCONTRADO                PIC X VALUE "N".
                88  JER-ENCONTRADO              VALUE "S".
                88  JER-NO-ENCONTRADO           VALUE "N".
           05  SW-JER-CARGA                     PIC X VALUE "S".
                88  JER-CARGA-OK                VALUE "S".
                88  JER-CARGA-ERROR             VALUE "N".
