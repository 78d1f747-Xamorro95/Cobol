      *****************************************************************
      *               COPY READMFC                                    *
      *               SELECT DE LAS READMISIONES                      *
      *               (FICHERO.READMISIONES, COPY COPYREADM): LO      *
      *               AMPLIA COBOL360 Y LO CONSUMEN RUTEMPLE,         *
      *               COBOL400, COBOL650, COBOL670 Y COBOL367 A       *
      *               TRAVES DE LOS PARRAFOS DE READMPR (VER COPY     *
      *               READMWS)                                        *
      *****************************************************************
           SELECT FICREADMISION
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.readmisiones"
             FILE STATUS IS WS-FILE-STATUS-REA.
