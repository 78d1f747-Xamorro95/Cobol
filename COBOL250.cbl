      *  Y LOS FUTUROS PROGRAMAS TENGAN ACCESO DIRECTO SIN RECORRER   *
      *  EL FICHERO DE PUNTA A PUNTA                                  *
      *                                                               *
      *  CADA REGISTRO LLEVA DETRAS DE LA IMAGEN DEL EMPLEADO SU      *
      *  APELLIDO Y SU NOMBRE, QUE FORMAN LA CLAVE ALTERNATIVA (CON   *
      *  DUPLICADOS) DE LA BUSQUEDA POR APELLIDO DE COBOL260; LOS     *
      *  PROGRAMAS QUE REPLICAN CAMBIOS EN EL INDEXADO LA MANTIENEN   *
      *  AL GRABAR                                                    *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL250.
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS MI-CODIGO
             ALTERNATE RECORD KEY IS MI-CLAVE-APELLIDO
                WITH DUPLICATES
             FILE STATUS IS WS-FILE-STATUS-IDX.
      *
           SELECT SD-FICHERO
       DATA DIVISION.
       FILE SECTION.
       FD FICHERO-ENTRADA.
       01  REG-EMPLE-ENTRADA                      PIC X(80).
      *
       FD FICHERO.
       01  REG-EMPLE                              PIC X(80).
      *
       FD MAESTRO-IDX.
       01  REG-MAESTRO-IDX.
           05  MI-CODIGO                          PIC X(6).
           05  FILLER                             PIC X(74).
      *CLAVE ALTERNATIVA DE LA BUSQUEDA POR APELLIDO DE COBOL260:
      *APELLIDO Y NOMBRE DEL EMPLEADO, REPETIDOS DETRAS DE LA IMAGEN
      *PORQUE EN COPYEMPLE NO ESTAN SEGUIDOS
           05  MI-CLAVE-APELLIDO.
               10  MI-APELLIDO                    PIC X(15).
               10  MI-NOMBRE                      PIC X(12).
      *
       SD SD-FICHERO.
       01  SD-REG-EMPLE.
           05  SD-CODIGO                          PIC X(6).
           05  FILLER                             PIC X(74).
      *
       COPY ERRAUDFD.
      *
      *STATUS 21/22 ES UNA CLAVE DUPLICADA (EL CHKDUP DE LA CADENA YA
      *LAS VIENE AVISANDO): SE CUENTA Y SE SIGUE, PREVALECE LA PRIMERA
      *APARICION DEL CODIGO
           MOVE WS-REG-EMPLEADO TO REG-MAESTRO-IDX.
           MOVE WS-EMPLE-APELLIDO TO MI-APELLIDO.
           MOVE WS-EMPLE-NOMBRE TO MI-NOMBRE.
           WRITE REG-MAESTRO-IDX.
           EVALUATE WS-FILE-STATUS-IDX
                WHEN 00
                     ADD 1 TO WC-CONTADOR-CARGADOS
