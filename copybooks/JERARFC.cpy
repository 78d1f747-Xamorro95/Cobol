      *****************************************************************
      *               COPY JERARFC                                    *
      *               SELECT DE LAS LINEAS DE DEPENDENCIA             *
      *               (FICHERO.JERARQUIA, COPY COPYJERAR): LO         *
      *               MANTIENE COBOL358 Y LO CONSUMEN COBOL359,       *
      *               COBOL270 Y COBOL360 A TRAVES DE LOS PARRAFOS DE *
      *               JERARPR (VER COPY JERARWS)                      *
      *****************************************************************
           SELECT FICJERARQUIA
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.jerarquia"
             FILE STATUS IS WS-FILE-STATUS-JER.
