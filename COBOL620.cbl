       DATA DIVISION.
       FILE SECTION.
       FD FICHERO-ENTRADA.
       01  REG-EMPLE-ENTRADA                      PIC X(80).
      *
       FD FICHERO-SALARIO.
       01  REG-EMPLE-SALARIO                      PIC X(80).
      *
       FD FICHERO-DEPTO.
       01  REG-EMPLE-DEPTO                        PIC X(80).
      *
       FD BANDAS.
       01  REG-BANDA                              PIC X(37).
           05  SD-CODIGO                          PIC X(6).
           05  FILLER                             PIC X(31).
           05  SD-SALARIO                         PIC S9(9)V99.
           05  FILLER                             PIC X(32).
       01  SD-REG-EMPLE-R REDEFINES SD-REG-EMPLE.
           05  FILLER                             PIC X(34).
           05  SD-DEPT                            PIC X(3).
           05  FILLER                             PIC X(43).
      *
       FD FICASIG.
       01  REG-ASIG                               PIC X(10).
      *
       FD FICHERO-CATEG.
       01  REG-EMPLE-CATEG                        PIC X(84).
      *
      *REGISTRO DE EMPLEADO PRECEDIDO DE SU CATEGORIA ASIGNADA, PARA
      *PODER ORDENAR POR UNA CLAVE QUE NO VIVE EN EL PROPIO REGISTRO
           05  SD-CAT-CLAVE                       PIC X(4).
           05  FILLER                             PIC X(37).
           05  SD-CAT-SALARIO                     PIC S9(9)V99.
           05  FILLER                             PIC X(32).
      *
       COPY ERRAUDFD.
      *
      *****************************************************************
       01  WS-REG-EMPLE-CATEG.
           05  WS-CAT-CLAVE                      PIC X(4).
           05  WS-CAT-EMPLEADO                   PIC X(80).
      *
      *****************************************************************
      *               LINEAS DE CABECERA                              *
                     ADD 1 TO WC-SIN-CATEGORIA
                END-IF
                MOVE WS-CATEGORIA TO SD-CAT-CLAVE
                MOVE WS-REG-EMPLEADO TO SD-REG-CATEG(5:80)
                RELEASE SD-REG-CATEG
           END-IF.
       1041-SUELTA-CATEG-EXIT.
