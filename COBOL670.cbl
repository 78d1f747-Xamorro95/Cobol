      *  PROCESO. AJUSTES (TIPO "A") Y BAJAS (ESTADO "B") QUEDAN      *
      *  FUERA                                                        *
      *                                                               *
      *  EN UN EMPLEADO READMITIDO LOS ANIVERSARIOS DE SERVICIO SE    *
      *  CUENTAN DESDE LA FECHA DE ANTIGUEDAD RECONOCIDA DE           *
      *  FICHERO.READMISIONES (COPY COPYREADM); EL FIN DEL PERIODO DE *
      *  PRUEBA SE SIGUE CONTANDO DESDE WS-EMPLE-FEC-ALTA, LA FECHA   *
      *  DE LA READMISION, PORQUE CADA NUEVO PERIODO TIENE SU PROPIA  *
      *  PRUEBA                                                       *
      *                                                               *
      *  EL NOMBRE DEL DEPARTAMENTO SE OBTIENE DEL MAESTRO INDEXADO   *
      *  DE DEPARTAMENTOS A TRAVES DE LA RUTINA COMUN RUTDEPAR (COPY  *
      *  RUTDEPPR); UN CODIGO QUE NO EXISTE SE LISTA COMO             *
      *  "DEPARTAMENTO NO VALIDO", IGUAL QUE EN EL RESTO DE PROGRAMAS *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL670.
           SELECT FICHERO-ENTRADA
           ASSIGN TO WS-ASSIGN-FICHERO
             FILE STATUS IS WS-FILE-STATUS-ENT.
      *
           SELECT LISTADO
           ASSIGN TO
      *FICHERO COMUN DE AUDITORIA DE ERRORES (VER COPY ERRAUDPR)
           COPY ERRAUDFC.
      *
      *READMISIONES CON SU ANTIGUEDAD RECONOCIDA (VER COPY READMPR)
           COPY READMFC.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
       DATA DIVISION.
       FILE SECTION.
       FD FICHERO-ENTRADA.
       01  REG-EMPLE-ENTRADA                      PIC X(80).
      *
       FD LISTADO.
       01  REG-LISTADO                            PIC X(132).
      *
       COPY ERRAUDFD.
      *
       COPY READMFD.
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
       COPY COPYEMPLE.
      *
      *****************************************************************
      *               TABLA DE DIAS POR MES                           *
      *****************************************************************
       01  LT-DIAS-POR-MES.
       COPY ERRAUDWS.
      *
      *****************************************************************
      *               CONSULTA DEL MAESTRO DE DEPARTAMENTOS           *
      *****************************************************************
       COPY RUTDEPT1.
      *
      *****************************************************************
      *               READMISIONES                                    *
      *****************************************************************
       COPY COPYREADM.
       COPY READMWS.
      *
      *****************************************************************
      *               SWITCHES                                        *
           05  LT-FICHERO1          PIC X(20) VALUE "FICHERO.EMPLEADO".
           05  LT-FICHERO1-DEFECTO  PIC X(60) VALUE
               "/home/forma2/cobol/ficheros/fichero.empleado".
           05  LT-FICHERO3          PIC X(16) VALUE "LISTADO".
           05  LT-FICHERO4          PIC X(16) VALUE "READMISIONES".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL670".
           05  LT-RUTINA-DEPART     PIC X(15) VALUE "RUTDEPAR".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
      *****************************************************************
       01  WS-VARIABLES.
           05  WS-FILE-STATUS-ENT                   PIC XX.
           05  WS-FILE-STATUS-LISTADO               PIC XX.
           05  WS-FILE-STATUS-ERROR                 PIC XX.
           05  WS-FICHERO-ERROR                     PIC X(20).
           05  WS-MESES-SUMAR                       PIC 9(3).
           05  WS-ANIOS-SUMAR                       PIC 9(2).
           05  WS-NOMBRE-DEPART                     PIC X(22).
      *FECHA DESDE LA QUE SE CUENTAN LOS ANIVERSARIOS (VER 3000)
           05  WS-FEC-ANTIGUEDAD                    PIC 9(8).
      *
      *****************************************************************
      *               CONTADORES                                      *
           05 WC-CONTADOR-HITOS                  PIC 9(7).
           05 WC-CONTADOR-PRUEBA                 PIC 9(7).
           05 WC-CONTADOR-ANIV                   PIC 9(7).
           05 WC-LINEA-PAGINA                    PIC 9(2).
           05 WC-PAGINA                          PIC 9(4).
      *
           PERFORM 1005-SELECCION-FICHERO
              THRU 1005-SELECCION-FICHERO-EXIT.
      *
      *ABRIMOS EL MAESTRO DE DEPARTAMENTOS (SI UN MANTENIMIENTO LO
      *TIENE EN EXCLUSIVA, 9850 INFORMA Y DETIENE EL PROGRAMA)
           PERFORM 9850-ABRE-DEPARTAMENTOS
              THRU 9850-ABRE-DEPARTAMENTOS-EXIT.
      *
      *CARGAMOS LAS READMISIONES PARA LOS ANIVERSARIOS
           PERFORM 9370-CARGA-READMISIONES
              THRU 9370-CARGA-READMISIONES-EXIT.
           IF REA-CARGA-ERROR
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-REA TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *BUSCAMOS LA FICHA DE PARAMETROS DEL PROGRAMA; SI EXISTE, EL
      *PERIODO SALE DE ELLA SIN DIALOGO
       EXIT.
      *
      *****************************************************************
      *          PERIODO DEL INFORME (DESDE/HASTA, AAAAMMDD)          *
      *****************************************************************
       1020-OBTIENE-PERIODO.
                GO TO 3000-PROCESO-LEE
           END-IF.
      *
      *FIN DEL PERIODO DE PRUEBA: ALTA + 6 MESES (EN UN READMITIDO,
      *LA FECHA DE LA READMISION)
           MOVE WS-EMPLE-FEC-ALTA TO WS-FECHA-TRABAJO.
           MOVE 6 TO WS-MESES-SUMAR.
           PERFORM 5200-SUMA-MESES
                   THRU 3100-LISTA-HITO-EXIT
           END-IF.
      *
      *LOS ANIVERSARIOS SE CUENTAN DESDE LA ANTIGUEDAD RECONOCIDA,
      *QUE SOLO DIFIERE DEL ALTA EN LOS READMITIDOS
           MOVE WS-EMPLE-CODIGO   TO WRA-BUSCA-CODIGO.
           MOVE WS-EMPLE-FEC-ALTA TO WRA-BUSCA-FEC-ALTA.
           PERFORM 9380-BUSCA-ANTIGUEDAD
              THRU 9380-BUSCA-ANTIGUEDAD-EXIT.
           MOVE WRA-FEC-ANTIG-EMPLEADO TO WS-FEC-ANTIGUEDAD.
      *
      *ANIVERSARIO DE 10 ANIOS DE SERVICIO
           MOVE WS-FEC-ANTIGUEDAD TO WS-FECHA-TRABAJO.
           MOVE 10 TO WS-ANIOS-SUMAR.
           PERFORM 5300-SUMA-ANIOS
              THRU 5300-SUMA-ANIOS-EXIT.
           END-IF.
      *
      *ANIVERSARIO DE 25 ANIOS DE SERVICIO
           MOVE WS-FEC-ANTIGUEDAD TO WS-FECHA-TRABAJO.
           MOVE 25 TO WS-ANIOS-SUMAR.
           PERFORM 5300-SUMA-ANIOS
              THRU 5300-SUMA-ANIOS-EXIT.
      *       EN WS-FECHA-TRABAJO)                                    *
      *****************************************************************
       3100-LISTA-HITO.
           MOVE WS-EMPLE-DEPT TO CP300I-CODIGO.
           PERFORM 9860-BUSCA-DEPARTAMENTO
              THRU 9860-BUSCA-DEPARTAMENTO-EXIT.
           MOVE CP300O-NOMBRE TO WS-NOMBRE-DEPART.
      *
           IF WC-LINEA-PAGINA >= LT-MAX-LINEAS-PAGINA
                PERFORM 2000-IMPRIME-CABECERA
      *             FIN                                               *
      *****************************************************************
       8000-FIN.
      *CERRAMOS EL MAESTRO DE DEPARTAMENTOS Y SOLTAMOS SU CERROJO
           PERFORM 9855-CIERRA-DEPARTAMENTOS
              THRU 9855-CIERRA-DEPARTAMENTOS-EXIT.
           IF NO-ERROR
                 DISPLAY "******************************************"
                 DISPLAY "      HITOS DE PLANTILLA"
       COPY ERRAUDPR.
      *
      *****************************************************************
      *          CONSULTA DEL MAESTRO DE DEPARTAMENTOS                *
      *****************************************************************
       COPY RUTDEPPR.
      *
      *****************************************************************
      *               READMISIONES                                    *
      *****************************************************************
       COPY READMPR.
