      *****************************************************************
      *               COPY EMPREFC                                    *
      *               SELECT DEL MAESTRO DE EMPRESAS                  *
      *               (FICHERO.EMPRESAS, COPY COPYEMPRESA): LO        *
      *               CONSUMEN LA NOMINA Y SUS INTERFACES A TRAVES DE *
      *               LOS PARRAFOS DE EMPREPR (VER COPY EMPREWS)      *
      *****************************************************************
           SELECT FICEMPRESA
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.empresas"
             FILE STATUS IS WS-FILE-STATUS-EMR.
