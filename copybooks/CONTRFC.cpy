      *****************************************************************
      *               COPY CONTRFC                                    *
      *               SELECT DEL MAESTRO DE CONTRATOS                 *
      *               (FICHERO.CONTRATOS, COPY COPYCONTR): LO         *
      *               MANTIENE COBOL779 Y LO CONSUMEN COBOL678,       *
      *               COBOL700 Y COBOL660 A TRAVES DE LOS PARRAFOS    *
      *               DE CONTRPR (VER COPY CONTRWS)                   *
      *****************************************************************
           SELECT FICCONTRATO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.contratos"
             FILE STATUS IS WS-FILE-STATUS-CON.
