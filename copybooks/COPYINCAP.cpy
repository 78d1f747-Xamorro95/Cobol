      *****************************************************************
      *               COPY COPYINCAP                                  *
      *               LAYOUT DEL REGISTRO DE FICHERO.INCAPACIDAD      *
      *               (PORCENTAJE DEL SALARIO QUE SE PAGA EN LOS DIAS *
      *               DE BAJA POR ENFERMEDAD SEGUN EL DIA DE LA BAJA, *
      *               MANTENIDA POR COBOL753): UN TRAMO DE DIAS POR   *
      *               REGISTRO. LA CONSUME COBOL700 PARA LAS          *
      *               AUSENCIAS "E" DE FICHERO.AUSENCIAS              *
      *               DIA DESDE(3) + DIA HASTA(3) + PORCENTAJE(5)     *
      *               + DESCRIPCION(20)                               *
      *****************************************************************
       01  WS-REG-INCAPACIDAD.
           05  WS-INC-DIA-DESDE                PIC 9(3).
           05  WS-INC-DIA-HASTA                PIC 9(3).
           05  WS-INC-PORCENTAJE               PIC 9(3)V99.
           05  WS-INC-DESCRIPCION              PIC X(20).
