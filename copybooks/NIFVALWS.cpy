      *****************************************************************
      *               COPY NIFVALWS                                   *
      *               VARIABLES DE LA VALIDACION DEL NIF/NIE (VER     *
      *               COPY NIFVALPR). EL ANFITRION DEJA EL DOCUMENTO  *
      *               EN WS-NIF-VALIDAR Y CONSULTA NIF-VALIDO O       *
      *               NIF-INVALIDO A LA VUELTA                        *
      *****************************************************************
       01  WS-NIF-CONTROL.
           05  WS-NIF-VALIDAR                   PIC X(9).
           05  WS-NIF-CIFRAS                    PIC X(8).
           05  WS-NIF-NUMERO REDEFINES WS-NIF-CIFRAS
                                                PIC 9(8).
           05  WS-NIF-COCIENTE                  PIC 9(8).
           05  WS-NIF-RESTO                     PIC 9(2).
           05  SW-NIF                           PIC X(1).
                88  NIF-VALIDO                  VALUE "S".
                88  NIF-INVALIDO                VALUE "N".
      *LETRA DE CONTROL SEGUN EL RESTO DE LA DIVISION ENTRE 23
       01  LT-NIF-LETRAS                        PIC X(23)
                    VALUE "TRWAGMYFPDXBNJZSQVHLCKE".
