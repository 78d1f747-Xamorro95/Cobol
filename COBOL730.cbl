      *  IMPORTES CON SIGNO Y PUNTO DECIMAL EXPLICITOS Y LA FECHA DE  *
      *  ALTA EN FORMATO AAAA-MM-DD                                   *
      *                                                               *
      *  EL NOMBRE DEL DEPARTAMENTO SE OBTIENE DEL MAESTRO INDEXADO   *
      *  DE DEPARTAMENTOS A TRAVES DE LA RUTINA COMUN RUTDEPAR (COPY  *
      *  RUTDEPPR); UN CODIGO QUE NO EXISTE SE EXPORTA COMO           *
      *  "DEPARTAMENTO NO VALIDO", IGUAL QUE EN EL RESTO DE PROGRAMAS *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL730.
           SELECT FICHERO
           ASSIGN TO WS-ASSIGN-FICHERO
             FILE STATUS IS WS-FILE-STATUS.
      *
      *EL FICHERO VA A HERRAMIENTAS DE OFICINA: SE GRABA COMO TEXTO
      *CON SALTO DE LINEA POR REGISTRO, NO COMO SECUENCIAL DE
      *FICHERO COMUN DE AUDITORIA DE ERRORES (VER COPY ERRAUDPR)
           COPY ERRAUDFC.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD FICHERO.
       01  REG-EMPLE                              PIC X(80).
      *
       FD EXPORTACION.
       01  REG-EXPORTACION                        PIC X(130).
      *
       COPY ERRAUDFD.
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
       COPY COPYEMPLE.
      *
      *****************************************************************
      *               AUDITORIA COMUN DE ERRORES                      *
      *****************************************************************
       COPY ERRAUDWS.
      *
      *****************************************************************
      *               CONSULTA DEL MAESTRO DE DEPARTAMENTOS           *
      *****************************************************************
       COPY RUTDEPT1.
      *
      *****************************************************************
      *               SWITCHES                                        *
           05  LT-FICHERO1          PIC X(16) VALUE "FICHERO.EMPLEADO".
           05  LT-FICHERO1-DEFECTO  PIC X(60) VALUE
               "/home/forma2/cobol/ficheros/fichero.empleado".
           05  LT-FICHERO3          PIC X(16) VALUE "EXPORTACION".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL730".
           05  LT-RUTINA-DEPART     PIC X(15) VALUE "RUTDEPAR".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
      *****************************************************************
       01  WS-VARIABLES.
           05  WS-FILE-STATUS                       PIC XX.
           05  WS-FILE-STATUS-EXP                   PIC XX.
           05  WS-FILE-STATUS-ERROR                 PIC XX.
           05  WS-FICHERO-ERROR                     PIC X(20).
       01  WS-CONTADORES.
           05 WC-CONTADOR                        PIC 9(7).
           05 WC-CONTADOR-EXPORTADOS             PIC 9(7).
      *
      *****************************************************************
      *               PROCEDURE  DIVISION.                            *
      *AUDITORIA NO SE PUEDE ABRIR NO QUEREMOS DETENER EL PROCESO
           OPEN EXTEND AUDITORIA.
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
      *RESOLVEMOS EL NOMBRE DEL DEPARTAMENTO DEL EMPLEADO (SI EL
      *CODIGO NO EXISTE LA RUTINA DEVUELVE "DEPARTAMENTO NO VALIDO")
           MOVE WS-EMPLE-DEPT TO CP300I-CODIGO.
           PERFORM 9860-BUSCA-DEPARTAMENTO
              THRU 9860-BUSCA-DEPARTAMENTO-EXIT.
           MOVE CP300O-NOMBRE TO WS-NOMBRE-DEPART.
      *
      *FORMATEAMOS LOS IMPORTES Y LAS FECHAS (LA FECHA DE BAJA SOLO
      *SE INFORMA CUANDO EL EMPLEADO ESTA DE BAJA)
      *             FIN                                               *
      *****************************************************************
       8000-FIN.
      *CERRAMOS EL MAESTRO DE DEPARTAMENTOS Y SOLTAMOS SU CERROJO
           PERFORM 9855-CIERRA-DEPARTAMENTOS
              THRU 9855-CIERRA-DEPARTAMENTOS-EXIT.
      *SI NO SE PRODUCEN ERRORES DURANTE EL PROGRAMA MOSTRAMOS LAS
      *ESTADISTICAS DEL MISMO
           IF NO-ERROR
       COPY ERRAUDPR.
      *
      *****************************************************************
      *          CONSULTA DEL MAESTRO DE DEPARTAMENTOS                *
      *****************************************************************
       COPY RUTDEPPR.
