       01  REG-EXTRACTO                           PIC X(200).
      *
       FD CONVERTIDO.
       01  REG-CONVERTIDO                         PIC X(80).
      *
       FD RECHAZOS.
       01  REG-RECHAZO                            PIC X(157).
