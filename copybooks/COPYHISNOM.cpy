      *****************************************************************
      *               COPY COPYHISNOM                                 *
      *               LAYOUT DEL REGISTRO DEL HISTORICO DE NOMINA     *
      *               (FICHERO.NOMINA.HISTORICO): CADA MES COBOL705   *
      *               ANADE UNA COPIA DEL REGISTRO DE NOMINA DE       *
      *               COBOL700 PRECEDIDA DEL PERIODO (AAAAMM) AL QUE  *
      *               PERTENECE, DE MODO QUE EL REGISTRO DE NOMINA DE *
      *               CADA MES SOBREVIVE A LA SIGUIENTE PASADA. LA    *
      *               IMAGEN SE MUEVE A WS-REG-NOMINA (COPY           *
      *               COPYNOMINA) PARA TRATAR SUS CAMPOS              *
      *****************************************************************
       01  WS-REG-HISTORICO.
           05  WH-PERIODO                      PIC 9(6).
           05  WH-IMAGEN-NOMINA                PIC X(108).
