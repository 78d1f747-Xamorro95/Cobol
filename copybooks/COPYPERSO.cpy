      *****************************************************************
      *               COPY COPYPERSO                                  *
      *               LAYOUT DEL REGISTRO DEL MAESTRO DE DATOS        *
      *               PERSONALES (FICHERO.DATOS.PERSONALES, 120       *
      *               POSICIONES): UN REGISTRO POR EMPLEADO, CON LA   *
      *               MISMA CLAVE QUE WS-EMPLE-CODIGO, CON SU NIF O   *
      *               NIE (LETRA DE CONTROL VALIDADA A LA ENTRADA,    *
      *               VER COPY NIFVALPR), FECHA DE NACIMIENTO, GENERO *
      *               Y DOMICILIO POSTAL. LO MANTIENE COBOL778 Y LO   *
      *               CONSUMEN RUTEMPLE (GENERO) Y COBOL770 (NIF Y    *
      *               DOMICILIO DEL CERTIFICADO DE RETENCIONES)       *
      *****************************************************************
       01  WS-REG-PERSONAL.
           05  WU-PER-CODIGO                   PIC X(6).
           05  WU-PER-NIF                      PIC X(9).
           05  WU-PER-FEC-NACIMIENTO           PIC 9(8).
           05  WU-PER-GENERO                   PIC X(1).
                88  WU-PER-HOMBRE              VALUE "M".
                88  WU-PER-MUJER               VALUE "F".
           05  WU-PER-DOMICILIO                PIC X(40).
           05  WU-PER-COD-POSTAL               PIC X(5).
           05  WU-PER-MUNICIPIO                PIC X(30).
           05  WU-PER-PROVINCIA                PIC X(20).
           05  FILLER                          PIC X(1).
