      *****************************************************************
      *               COPY ACCLOGFC                                   *
      *               SELECT DE LA BITACORA DE CONSULTAS DE DATOS     *
      *               SENSIBLES (VER COPY ACCLOGWS, ACCLOGFD Y        *
      *               ACCLOGPR)                                       *
      *****************************************************************
           SELECT ACCESOS
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.accesos.consulta"
             FILE STATUS IS WS-FILE-STATUS-ACC.
