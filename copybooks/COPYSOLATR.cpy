      *****************************************************************
      *               COPY COPYSOLATR                                 *
      *               LAYOUT DE LA SOLICITUD DE CALCULO DE ATRASOS    *
      *               (FICHERO.ATRASOS.SOLICITUDES): COBOL865 GRABA   *
      *               UNA AL APROBAR UN CAMBIO DE SALARIO O DE        *
      *               COMISION CUYA FECHA DE EFECTO ES ANTERIOR A LA  *
      *               APROBACION, CON LOS IMPORTES ANTES Y DESPUES.   *
      *               COBOL708 RECALCULA CON ELLA LOS MESES YA        *
      *               PAGADOS Y LA MARCA COMO CALCULADA               *
      *****************************************************************
       01  WS-REG-SOLICITUD-ATRASO.
           05  WG-CODIGO                       PIC X(6).
           05  WG-FEC-EFECTO                   PIC 9(8).
           05  WG-SALARIO-ANTES                PIC S9(9)V99.
           05  WG-SALARIO-DESPUES              PIC S9(9)V99.
           05  WG-COMISION-ANTES               PIC S9(9)V99.
           05  WG-COMISION-DESPUES             PIC S9(9)V99.
           05  WG-AUTOR                        PIC X(4).
           05  WG-APROBADOR                    PIC X(4).
           05  WG-FEC-APROBACION               PIC 9(8).
           05  WG-ESTADO                       PIC X(1).
                88  WG-PENDIENTE               VALUE "P".
                88  WG-CALCULADA               VALUE "C".
