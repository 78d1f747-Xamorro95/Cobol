      *****************************************************************
      *               COPY SEPAFC                                     *
      *               SELECT DEL MENSAJE SEPA DE TRANSFERENCIAS       *
      *               (ISO 20022 PAIN.001.001.03) Y DEL FICHERO DE    *
      *               FORMATO FIJO DEL QUE SE OBTIENE. LAS DOS RUTAS  *
      *               LAS FIJA EL PROGRAMA ANFITRION EN TIEMPO DE     *
      *               EJECUCION: COBOL720 CONVIERTE EL FICHERO DE     *
      *               TRANSFERENCIAS Y COBOL780 EL DE REEMISION (VER  *
      *               COPY SEPAWS Y SEPAPR)                           *
      *****************************************************************
           SELECT SEPA-ORIGEN
           ASSIGN TO WS-ASSIGN-SEPA-ORIGEN
             FILE STATUS IS WS-FILE-STATUS-SPO.
      *
      *EL MENSAJE ES UN DOCUMENTO XML: SE GRABA COMO TEXTO CON SALTO
      *DE LINEA POR ETIQUETA, NO COMO SECUENCIAL DE REGISTROS FIJOS
           SELECT SEPA-XML
           ASSIGN TO WS-ASSIGN-SEPA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FILE-STATUS-SPX.
