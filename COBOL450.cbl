      *  DE DEPARTAMENTOS (FICHERO.DEPARTAMENTO), AVISANDO DE LOS     *
      *  CODIGOS QUE NO TIENEN DEPARTAMENTO ASOCIADO                  *
      *                                                               *
      *  CADA CODIGO SE CONSULTA EN EL MAESTRO INDEXADO DE            *
      *  DEPARTAMENTOS A TRAVES DE LA RUTINA COMUN RUTDEPAR (COPY     *
      *  RUTDEPPR), QUE NO TIENE LIMITE DE DEPARTAMENTOS Y DA LA      *
      *  MISMA RESPUESTA QUE EL RESTO DE PROGRAMAS; EL MAESTRO SE     *
      *  TIENE ABIERTO, CON SU CERROJO COMPARTIDO, DURANTE TODA LA    *
      *  EJECUCION                                                    *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL450.
           SELECT FICHERO
           ASSIGN TO WS-ASSIGN-FICHERO
             FILE STATUS IS WS-FILE-STATUS.
      *
      *FICHERO COMUN DE CONTROL DE EJECUCIONES (VER COPY RUNCTLPR)
           COPY RUNCTLFC.
      *FICHERO DE FECHA DE PROCESO DE LA CADENA (VER COPY FECPROPR)
           COPY FECPROFC.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD FICHERO.
       01  REG-EMPLE                              PIC X(80).
      *
       COPY RUNCTLFD.
      *
       COPY FECPROFD.
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
       COPY FECPROWS.
      *
      *****************************************************************
      *               CONSULTA DEL MAESTRO DE DEPARTAMENTOS           *
      *****************************************************************
       COPY RUTDEPT1.
      *
      *****************************************************************
      *               SWITCHES                                        *
           05  SW-ERRORES                        PIC 9 VALUE 0.
                88 SI-ERROR                      VALUE 1.
                88 NO-ERROR                      VALUE 0.
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                           *
           05  LT-FICHERO1          PIC X(20) VALUE "FICHERO.EMPLEADO".
           05  LT-FICHERO1-DEFECTO  PIC X(60) VALUE
               "/home/forma2/cobol/ficheros/fichero.empleado".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL450".
           05  LT-RUTINA-DEPART     PIC X(15) VALUE "RUTDEPAR".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
      *****************************************************************
       01  WS-VARIABLES.
           05  WS-FILE-STATUS                       PIC XX.
           05  WS-FILE-STATUS-ERROR                  PIC XX.
           05  WS-FICHERO-ERROR                     PIC X(20).
           05  WS-PARRAFO-ERROR                     PIC X(20).
      *****************************************************************
       01  WS-CONTADORES.
           05 WC-CONTADOR                        PIC 9(4).
           05 WC-CONTADOR-SIN-DEPART             PIC 9(4).
      *
      *****************************************************************
           PERFORM 9700-REGISTRA-INICIO
              THRU 9700-REGISTRA-INICIO-EXIT.
      *
      *ABRIMOS EL MAESTRO DE DEPARTAMENTOS (SI UN MANTENIMIENTO LO
      *TIENE EN EXCLUSIVA, 9850 INFORMA Y DETIENE EL PROGRAMA)
           PERFORM 9850-ABRE-DEPARTAMENTOS
              THRU 9850-ABRE-DEPARTAMENTOS-EXIT.
      *
      *RESOLVEMOS LA RUTA DEL FICHERO DE ENTRADA (VARIABLE DE ENTORNO
      *O, EN SU DEFECTO, LA RUTA POR DEFECTO)
       EXIT.
      *
      *****************************************************************
      *             PROCESO                                           *
      *****************************************************************
       3000-PROCESO.
      *
      *BUSCAMOS EL DEPARTAMENTO DEL EMPLEADO EN EL MAESTRO
           MOVE WS-EMPLE-DEPT TO CP300I-CODIGO.
           PERFORM 9860-BUSCA-DEPARTAMENTO
              THRU 9860-BUSCA-DEPARTAMENTO-EXIT.
      *
           IF CP300-NO-EXISTE
                ADD 1 TO WC-CONTADOR-SIN-DEPART
                DISPLAY CP300O-NOMBRE " - EMPLEADO: "
                     WS-EMPLE-CODIGO " DEPT: " WS-EMPLE-DEPT
           END-IF.
      *
           DISPLAY "FICHERO CERRADO"
           END-DISPLAY.
      *
      *CERRAMOS EL MAESTRO DE DEPARTAMENTOS Y SOLTAMOS SU CERROJO
           PERFORM 9855-CIERRA-DEPARTAMENTOS
              THRU 9855-CIERRA-DEPARTAMENTOS-EXIT.
      *
      *DEVOLVEMOS EL CODIGO DE RETORNO AL SISTEMA OPERATIVO PARA QUE
      *UN JOB/SCRIPT QUE ENCADENE VARIOS PROGRAMAS PUEDA DETECTAR EL
       COPY FECPROPR.
      *
      *****************************************************************
      *          CONSULTA DEL MAESTRO DE DEPARTAMENTOS                *
      *****************************************************************
       COPY RUTDEPPR.
