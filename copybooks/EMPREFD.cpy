      *****************************************************************
      *               COPY EMPREFD                                    *
      *               FD DEL MAESTRO DE EMPRESAS (VER COPY EMPREFC)   *
      *****************************************************************
       FD FICEMPRESA.
       01  REG-EMPRESA                            PIC X(100).
