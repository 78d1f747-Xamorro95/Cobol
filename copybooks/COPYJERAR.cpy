      *****************************************************************
      *               COPY COPYJERAR                                  *
      *               LAYOUT DE LAS LINEAS DE DEPENDENCIA             *
      *               (FICHERO.JERARQUIA, 30 POSICIONES): PARA CADA   *
      *               EMPLEADO, EL CODIGO DE SU RESPONSABLE DIRECTO Y *
      *               LA FECHA DESDE LA QUE DEPENDE DE EL. LO         *
      *               MANTIENE COBOL358, QUE NO DEJA GRABAR UN        *
      *               RESPONSABLE INEXISTENTE, DE BAJA O QUE CIERRE   *
      *               UN BUCLE; COBOL359 SACA DE AQUI EL ORGANIGRAMA  *
      *               Y EL INFORME DE AMPLITUD DE MANDO, Y COBOL270 Y *
      *               COBOL360 AVISAN DE QUIEN SE QUEDA SIN           *
      *               RESPONSABLE CUANDO ESTE CAUSA BAJA. UN EMPLEADO *
      *               SIN REGISTRO, O CON EL RESPONSABLE EN BLANCO,   *
      *               ES CABEZA DE LA ORGANIZACION                    *
      *****************************************************************
       01  WS-REG-JERARQUIA.
           05  WJE-CODIGO                      PIC X(6).
           05  WJE-RESPONSABLE                 PIC X(6).
           05  WJE-FEC-DESDE                   PIC 9(8).
           05  FILLER                          PIC X(10).
