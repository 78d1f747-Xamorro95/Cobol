      *****************************************************************
      *               COPY REPARTFC                                   *
      *               SELECT DEL REPARTO DE COSTE POR DEPARTAMENTOS   *
      *               (FICHERO.REPARTO.COSTES, COPY COPYREPART): LO   *
      *               MANTIENE COBOL357 Y LO CONSUMEN COBOL760,       *
      *               COBOL680 Y COBOL685 A TRAVES DE LOS PARRAFOS    *
      *               DE REPARTPR (VER COPY REPARTWS)                 *
      *****************************************************************
           SELECT FICREPARTO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.reparto.costes"
             FILE STATUS IS WS-FILE-STATUS-REP.
