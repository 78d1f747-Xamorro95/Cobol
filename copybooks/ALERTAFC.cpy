      *****************************************************************
      *               COPY ALERTAFC                                   *
      *               SELECT DEL FICHERO COMUN DE ALERTAS DE          *
      *               OPERACION (VER COPY ALERTAWS, ALERTAFD Y        *
      *               ALERTAPR)                                       *
      *****************************************************************
           SELECT ALERTAS
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.alertas"
             FILE STATUS IS WS-FILE-STATUS-ALE.
