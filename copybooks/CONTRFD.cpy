      *****************************************************************
      *               COPY CONTRFD                                    *
      *               FD DEL MAESTRO DE CONTRATOS (VER COPY CONTRFC)  *
      *****************************************************************
       FD FICCONTRATO.
       01  REG-CONTRATO                           PIC X(40).
