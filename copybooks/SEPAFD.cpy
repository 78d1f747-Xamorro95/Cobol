      *****************************************************************
      *               COPY SEPAFD                                     *
      *               FD DEL FICHERO DE FORMATO FIJO DE ORIGEN Y DEL  *
      *               MENSAJE SEPA PAIN.001 (VER COPY SEPAWS Y SEPAPR)*
      *****************************************************************
       FD  SEPA-ORIGEN.
       01  REG-SEPA-ORIGEN                      PIC X(80).
      *
       FD  SEPA-XML.
       01  REG-SEPA-XML                         PIC X(132).
