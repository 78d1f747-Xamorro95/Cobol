       DATA DIVISION.
       FILE SECTION.
       FD FICHERO.
       01  REG-EMPLE                              PIC X(80).
      *
       FD VALIDADO.
       01  REG-VALIDADO                           PIC X(80).
      *
       FD RECHAZOS.
       01  REG-RECHAZO                            PIC X(82).
      *
       COPY ERRAUDFD.
      *
      *TAL CUAL LLEGO
       01  WS-REG-RECHAZO.
           05  WS-RECHAZO-MOTIVO               PIC X(2).
           05  WS-RECHAZO-REGISTRO             PIC X(80).
      *
      *****************************************************************
      *               AUDITORIA COMUN DE ERRORES                      *
