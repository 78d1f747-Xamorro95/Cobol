      *****************************************************************
      *           PROGRAMA DE MIGUEL ANTONIO CHAMORRO MARTINEZ        *
      *                                                               *
      *  EXTRACTO DE DATOS PERSONALES DE UN EMPLEADO O EX EMPLEADO    *
      *  PARA ATENDER EL DERECHO DE ACCESO DE PROTECCION DE DATOS.    *
      *  RECORRE UNO A UNO LOS FICHEROS QUE GUARDAN DATOS DE LA       *
      *  PERSONA Y LOS REUNE EN UN SOLO DOCUMENTO LEGIBLE Y PAGINADO, *
      *  UNA SECCION POR FICHERO:                                     *
      *    - MAESTRO DE EMPLEADOS (REGISTRO NORMAL Y AJUSTES)         *
      *    - DATOS PERSONALES (NIF, NACIMIENTO, DOMICILIO)            *
      *    - HISTORIA DE CAMBIOS DEL MAESTRO                          *
      *    - REGISTRO DE NOMINA DEL MES E HISTORICO DE NOMINAS        *
      *    - ACUMULADO ANUAL DE NOMINA                                *
      *    - CUENTA BANCARIA (EL IBAN SALE ENMASCARADO SALVO SUS      *
      *      ULTIMAS CUATRO POSICIONES)                               *
      *    - AUSENCIAS, DERECHO DE VACACIONES Y CATEGORIA ASIGNADA    *
      *    - CAMBIOS PENDIENTES DE APROBACION                         *
      *  UN FICHERO QUE NO EXISTE SE SENALA EN SU SECCION Y NO        *
      *  DETIENE EL EXTRACTO. EL DOCUMENTO SE GRABA EN                *
      *  FICHERO.ACCESO.CCCCCC.AAAAMMDD (CODIGO DEL EMPLEADO Y FECHA  *
      *  DE PROCESO) Y CADA EXTRACTO QUEDA ANOTADO EN                 *
      *  FICHERO.ACCESO.LOG CON FECHA, HORA, OPERADOR, EMPLEADO,      *
      *  PAGINAS Y REGISTROS ENCONTRADOS, PARA PODER ACREDITAR CUANDO *
      *  Y QUIEN ATENDIO CADA SOLICITUD                               *
      *                                                               *
      *  ENTRADA POR SYSIN: CODIGO DE OPERADOR (EL EXTRACTO CONTIENE  *
      *  SALARIOS Y DATOS BANCARIOS) Y CODIGO DE EMPLEADO             *
      *                                                               *
      *  ADEMAS DE SU PROPIO LOG, CADA EXTRACTO SE ANOTA EN LA        *
      *  BITACORA COMUN DE CONSULTAS DE DATOS SENSIBLES (COPY         *
      *  ACCLOGPR) QUE LISTA COBOL784                                 *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL782.
      *
      *****************************************************************
      *                  ENVIROMENT DIVISION                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICEMPLE
           ASSIGN TO "/home/forma2/cobol/ficheros/fichero.empleado"
             FILE STATUS IS WS-FILE-STATUS-SAT.
      *
           SELECT PERSONALES
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.datos.personales"
             FILE STATUS IS WS-FILE-STATUS-SAT.
      *
           SELECT HISTORIA
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.empleado.historia"
             FILE STATUS IS WS-FILE-STATUS-SAT.
      *
           SELECT NOMINA
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.nomina.registro"
             FILE STATUS IS WS-FILE-STATUS-SAT.
      *
           SELECT HISNOMINA
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.nomina.historico"
             FILE STATUS IS WS-FILE-STATUS-SAT.
      *
           SELECT ACUMULADO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.nomina.acumulado"
             FILE STATUS IS WS-FILE-STATUS-SAT.
      *
           SELECT CUENTAS
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.cuentas.bancarias"
             FILE STATUS IS WS-FILE-STATUS-SAT.
      *
           SELECT AUSENCIAS
           ASSIGN TO "/home/forma2/cobol/ficheros/fichero.ausencias"
             FILE STATUS IS WS-FILE-STATUS-SAT.
      *
           SELECT DERECHOS
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.vacaciones"
             FILE STATUS IS WS-FILE-STATUS-SAT.
      *
           SELECT ASIGNACION
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.empleado.categoria"
             FILE STATUS IS WS-FILE-STATUS-SAT.
      *
           SELECT PENDIENTES
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.cambios.pendientes"
             FILE STATUS IS WS-FILE-STATUS-SAT.
      *
      *DOCUMENTO DEL EXTRACTO: EL NOMBRE SE CONSTRUYE EN TIEMPO DE
      *EJECUCION CON EL CODIGO DEL EMPLEADO Y LA FECHA DE PROCESO
           SELECT EXTRACTO
           ASSIGN TO WS-ASSIGN-EXTRACTO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FILE-STATUS-EXT.
      *
      *BITACORA DE EXTRACTOS (SE ABRE EN EXTEND PARA CONSERVAR LOS
      *ANTERIORES)
           SELECT ACCESO-LOG
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.acceso.log"
             FILE STATUS IS WS-FILE-STATUS-LOG.
      *
      *MAESTRO DE OPERADORES AUTORIZADOS (VER COPY OPERPR)
           COPY OPERFC.
      *
      *BITACORA DE CONSULTAS DE DATOS SENSIBLES (VER COPY ACCLOGPR)
           COPY ACCLOGFC.
      *
      *FICHERO COMUN DE AUDITORIA DE ERRORES (VER COPY ERRAUDPR)
           COPY ERRAUDFC.
      *
      *FICHERO DE FECHA DE PROCESO DE LA CADENA (VER COPY FECPROPR)
           COPY FECPROFC.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD FICEMPLE.
       01  REG-EMPLE                              PIC X(80).
      *
       FD PERSONALES.
       01  REG-PERSONAL                           PIC X(120).
      *
       FD HISTORIA.
       01  REG-HISTORIA                           PIC X(185).
      *
       FD NOMINA.
       01  REG-NOMINA                             PIC X(108).
      *
       FD HISNOMINA.
       01  REG-HISNOMINA                          PIC X(114).
      *
       FD ACUMULADO.
       01  REG-ACUMULADO                          PIC X(86).
      *
       FD CUENTAS.
       01  REG-CUENTA                             PIC X(30).
      *
       FD AUSENCIAS.
       01  REG-AUSENCIA                           PIC X(26).
      *
       FD DERECHOS.
       01  REG-DERECHO                            PIC X(13).
      *
       FD ASIGNACION.
       01  REG-ASIG                               PIC X(10).
      *
       FD PENDIENTES.
       01  REG-PENDIENTE                          PIC X(196).
      *
       FD EXTRACTO.
       01  REG-EXTRACTO                           PIC X(132).
      *
       FD ACCESO-LOG.
       01  REG-ACCESO-LOG                         PIC X(50).
      *
       COPY OPERFD.
      *
       COPY ACCLOGFD.
      *
       COPY ERRAUDFD.
      *
       COPY FECPROFD.
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
      *****************************************************************
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *               REGISTROS DE LOS FICHEROS CONSULTADOS           *
      *****************************************************************
       COPY COPYEMPLE.
      *
       COPY COPYPERSO.
      *
       COPY COPYNOMINA.
      *
       COPY COPYHISNOM.
      *
       COPY COPYACUM.
      *
       COPY COPYCUENTA.
      *
      *EL MISMO TRAZADO QUE GRABA COBOL360
       01  WS-REG-HISTORIA.
           05  WH-TIPO                  PIC X(1).
           05  WH-FECHA                 PIC 9(8).
           05  WH-HORA                  PIC 9(8).
           05  WH-OPERADOR              PIC X(4).
           05  WH-IMAGEN-ANTES          PIC X(80).
           05  WH-IMAGEN-DESPUES        PIC X(80).
           05  WH-APROBADOR             PIC X(4).
      *
      *EL MISMO TRAZADO QUE MANTIENE COBOL665
       01  WS-REG-AUSENCIA.
           05  WZ-CODIGO                PIC X(6).
           05  WZ-TIPO                  PIC X(1).
           05  WZ-FEC-DESDE             PIC 9(8).
           05  WZ-FEC-HASTA             PIC 9(8).
           05  WZ-DIAS                  PIC 9(3).
      *
      *EL MISMO TRAZADO QUE GRABA COBOL660
       01  WS-REG-DERECHO.
           05  WD-CODIGO                PIC X(6).
           05  WD-DEPT                  PIC X(3).
           05  WD-BANDA                 PIC 9(1).
           05  WD-DIAS                  PIC 9(3).
      *
      *EL MISMO TRAZADO QUE MANTIENE COBOL345
       01  WS-REG-ASIG.
           05  WG-ASIG-EMPLEADO         PIC X(6).
           05  WG-ASIG-CATEGORIA        PIC X(4).
      *
      *EL MISMO TRAZADO QUE GRABAN COBOL360 Y COBOL350
       01  WS-REG-PENDIENTE.
           05  WQ-MAESTRO               PIC X(1).
                88  WQ-MAESTRO-EMPLEADO VALUE "E".
           05  WQ-TIPO                  PIC X(1).
           05  WQ-FECHA                 PIC 9(8).
           05  WQ-HORA                  PIC 9(8).
           05  WQ-AUTOR                 PIC X(4).
           05  WQ-CLAVE                 PIC X(6).
           05  WQ-IMAGEN-ANTES          PIC X(80).
           05  WQ-IMAGEN-DESPUES        PIC X(80).
           05  WQ-FEC-EFECTO            PIC 9(8).
      *
      *****************************************************************
      *               REGISTRO DE LA BITACORA DE EXTRACTOS            *
      *****************************************************************
       01  WS-REG-ACCESO-LOG.
           05  WX-FECHA                 PIC 9(8).
           05  WX-HORA                  PIC 9(8).
           05  WX-OPERADOR              PIC X(4).
           05  WX-EMPLEADO              PIC X(6).
           05  WX-PAGINAS               PIC 9(4).
           05  WX-REGISTROS             PIC 9(7).
           05  FILLER                   PIC X(13).
      *
      *****************************************************************
      *               IDENTIFICACION DE OPERADOR                      *
      *****************************************************************
       COPY OPERWS.
      *
      *****************************************************************
      *               BITACORA DE CONSULTAS DE DATOS SENSIBLES        *
      *****************************************************************
       COPY ACCLOGWS.
      *
      *****************************************************************
      *               AUDITORIA COMUN DE ERRORES                      *
      *****************************************************************
       COPY ERRAUDWS.
      *
      *****************************************************************
      *               FECHA DE PROCESO                                *
      *****************************************************************
       COPY FECPROWS.
      *
      *****************************************************************
      *               SWITCHES                                        *
      *****************************************************************
       01  SW-SWITCHES.
           05  SW-FIN-FICHERO                    PIC 9 VALUE 0.
                88 FIN-FICHERO                   VALUE 1.
                88 NO-FIN-FICHERO                VALUE 0.
           05  SW-ERRORES                        PIC 9 VALUE 0.
                88 SI-ERROR                      VALUE 1.
                88 NO-ERROR                      VALUE 0.
           05  SW-FICHERO-AUSENTE                PIC X VALUE "N".
                88 FICHERO-AUSENTE               VALUE "S".
                88 FICHERO-PRESENTE              VALUE "N".
           05  SW-EXTRACTO-ABIERTO               PIC X VALUE "N".
                88 EXTRACTO-ABIERTO              VALUE "S".
                88 EXTRACTO-CERRADO              VALUE "N".
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
      *****************************************************************
       01  LT-LITERALES.
           05  LT-FICHERO3          PIC X(20) VALUE "ACCESO.EXTRACTO".
           05  LT-FICHERO4          PIC X(20) VALUE "ACCESO.LOG".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL782".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
           05  LT-MAX-LINEAS-PAGINA PIC 9(2) VALUE 60.
           05  LT-RAIZ-EXTRACTO     PIC X(50) VALUE
               "/home/forma2/cobol/ficheros/fichero.acceso.".
           05  LT-IBAN-OCULTO       PIC X(20) VALUE
               "********************".
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
      *****************************************************************
       01  WS-VARIABLES.
           05  WS-FILE-STATUS-SAT                   PIC XX.
           05  WS-FILE-STATUS-EXT                   PIC XX.
           05  WS-FILE-STATUS-LOG                   PIC XX.
           05  WS-FILE-STATUS-ERROR                 PIC XX.
           05  WS-FICHERO-ERROR                     PIC X(20).
           05  WS-PARRAFO-ERROR                     PIC X(20).
           05  WS-OPERACION-ERROR                   PIC X(10).
           05  WS-ASSIGN-EXTRACTO                   PIC X(70).
           05  WS-SYSIN-CODIGO                      PIC X(6).
      *FICHERO DE LA SECCION EN CURSO (PARA LOS MENSAJES DE ERROR)
           05  WS-FICHERO-SECCION                   PIC X(20).
           05  WS-TITULO-SECCION                    PIC X(60).
      *CAMPOS EDITADOS DEL DOCUMENTO
           05  WS-FECHA-EDIT                        PIC 9999/99/99.
           05  WS-FECHA-EDIT-2                      PIC 9999/99/99.
           05  WS-IMPORTE-EDIT                      PIC -ZZZZZZZZZZ9.99.
           05  WS-IMPORTE-EDIT-2                    PIC -ZZZZZZZZZZ9.99.
           05  WS-IMPORTE-EDIT-3                    PIC -ZZZZZZZZZZ9.99.
           05  WS-DIAS-EDIT                         PIC ZZ9.
           05  WS-PERIODO-EDIT                      PIC 9999/99.
           05  WS-IBAN-MASCARA                      PIC X(24).
           05  WS-RESUMEN-IMAGEN                    PIC X(98).
      *
      *****************************************************************
      *               CONTADORES                                      *
      *****************************************************************
       01  WS-CONTADORES.
           05 WC-REG-SECCION                     PIC 9(7).
           05 WC-REG-TOTAL                       PIC 9(7).
           05 WC-SECCIONES-DATOS                 PIC 9(2).
           05 WC-LINEA-PAGINA                    PIC 9(2).
           05 WC-PAGINA                          PIC 9(4).
      *
      *****************************************************************
      *               LINEA GENERICA DE IMPRESION                     *
      *****************************************************************
       01  WS-LINEA-IMPRIMIR                     PIC X(132).
      *
      *****************************************************************
      *               LINEAS DE CABECERA                              *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(48)  VALUE
               "EXTRACTO DE DATOS PERSONALES (DERECHO DE ACCESO)".
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE "EMPLEADO: ".
           05  WT-EMPLEADO            PIC X(6).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  FILLER                 PIC X(7)  VALUE "FECHA: ".
           05  WT-FECHA               PIC 9999/99/99.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  FILLER                 PIC X(7)  VALUE "PAGINA ".
           05  WT-PAGINA              PIC ZZZ9.
      *
      *****************************************************************
      *               LINEA DE DATO (ETIQUETA Y VALOR)                *
      *****************************************************************
       01  WS-LINEA-DATO.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  WL-ETIQUETA            PIC X(28).
           05  FILLER                 PIC X(2)  VALUE ": ".
           05  WL-VALOR               PIC X(98).
      *
      *****************************************************************
      *               PROCEDURE  DIVISION.                            *
      *****************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT.
      *
      *UNA SECCION POR CADA FICHERO CON DATOS DE LA PERSONA
           PERFORM 3100-SECCION-MAESTRO
              THRU 3100-SECCION-MAESTRO-EXIT.
      *
           PERFORM 3200-SECCION-PERSONALES
              THRU 3200-SECCION-PERSONALES-EXIT.
      *
           PERFORM 3300-SECCION-HISTORIA
              THRU 3300-SECCION-HISTORIA-EXIT.
      *
           PERFORM 3400-SECCION-NOMINA
              THRU 3400-SECCION-NOMINA-EXIT.
      *
           PERFORM 3500-SECCION-HISNOMINA
              THRU 3500-SECCION-HISNOMINA-EXIT.
      *
           PERFORM 3600-SECCION-ACUMULADO
              THRU 3600-SECCION-ACUMULADO-EXIT.
      *
           PERFORM 3700-SECCION-CUENTA
              THRU 3700-SECCION-CUENTA-EXIT.
      *
           PERFORM 3800-SECCION-AUSENCIAS
              THRU 3800-SECCION-AUSENCIAS-EXIT.
      *
           PERFORM 3900-SECCION-VACACIONES
              THRU 3900-SECCION-VACACIONES-EXIT.
      *
           PERFORM 4100-SECCION-CATEGORIA
              THRU 4100-SECCION-CATEGORIA-EXIT.
      *
           PERFORM 4200-SECCION-PENDIENTES
              THRU 4200-SECCION-PENDIENTES-EXIT.
      *
           PERFORM 5000-CIERRA-EXTRACTO
              THRU 5000-CIERRA-EXTRACTO-EXIT.
      *
           PERFORM 8000-FIN
              THRU 8000-FIN-EXIT.
      *
      *****************************************************************
      *               INICIO                                          *
      *****************************************************************
       1000-INICIO.
           INITIALIZE WS-CONTADORES.
      *
      *IDENTIFICAMOS AL OPERADOR: EL EXTRACTO LLEVA SALARIOS Y DATOS
      *BANCARIOS Y QUEDA A SU NOMBRE EN LA BITACORA
           PERFORM 9600-IDENTIFICA-OPERADOR
              THRU 9600-IDENTIFICA-OPERADOR-EXIT.
           IF OPER-DESCONOCIDO
                DISPLAY "OPERADOR NO AUTORIZADO: " WS-OPER-SYSIN
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE WS-OPER-CODIGO TO WA-OPERADOR.
      *
      *SIN BITACORA DE ACCESOS NO SE HACE EL EXTRACTO
           PERFORM 9960-ABRE-ACCESOS
              THRU 9960-ABRE-ACCESOS-EXIT.
           IF BITACORA-CERRADA
                DISPLAY "SIN BITACORA DE ACCESOS NO SE PUEDE CONSULTAR"
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
      *ABRIMOS EL FICHERO COMUN DE AUDITORIA DE ERRORES ANTES QUE
      *NINGUN OTRO. NO SE COMPRUEBA EL FILE STATUS: SI LA PROPIA
      *AUDITORIA NO SE PUEDE ABRIR NO QUEREMOS DETENER EL PROCESO
           OPEN EXTEND AUDITORIA.
      *
           DISPLAY "CODIGO DE EMPLEADO: ".
           ACCEPT WS-SYSIN-CODIGO FROM SYSIN.
           IF WS-SYSIN-CODIGO = SPACES
              OR WS-SYSIN-CODIGO = LOW-VALUES
                DISPLAY "HAY QUE INDICAR EL CODIGO DEL EMPLEADO"
                CLOSE AUDITORIA
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
      *TOMAMOS LA FECHA DE PROCESO DE LA CADENA (O LA DEL SISTEMA
      *SI NO HAY FICHERO DE FECHA)
           PERFORM 9900-OBTEN-FECHA-PROCESO
              THRU 9900-OBTEN-FECHA-PROCESO-EXIT.
      *
           MOVE SPACES TO WS-ASSIGN-EXTRACTO.
           STRING LT-RAIZ-EXTRACTO  DELIMITED BY SPACE
                  WS-SYSIN-CODIGO   DELIMITED BY SIZE
                  "."               DELIMITED BY SIZE
                  WS-FECHA-PROCESO  DELIMITED BY SIZE
                  INTO WS-ASSIGN-EXTRACTO.
      *
           OPEN OUTPUT EXTRACTO.
           IF WS-FILE-STATUS-EXT NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-EXT TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           SET EXTRACTO-ABIERTO TO TRUE.
      *
           OPEN EXTEND ACCESO-LOG.
           IF WS-FILE-STATUS-LOG = 35
                OPEN OUTPUT ACCESO-LOG
           END-IF.
           IF WS-FILE-STATUS-LOG NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LOG TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 2000-IMPRIME-CABECERA
              THRU 2000-IMPRIME-CABECERA-EXIT.
      *
       1000-INICIO-EXIT.
       EXIT.
      *
      *****************************************************************
      *             IMPRESION DE CABECERA                             *
      *****************************************************************
       2000-IMPRIME-CABECERA.
           ADD 1 TO WC-PAGINA.
           MOVE 0 TO WC-LINEA-PAGINA.
      *
           MOVE WS-SYSIN-CODIGO TO WT-EMPLEADO.
           MOVE WS-FECHA-PROCESO TO WT-FECHA.
           MOVE WC-PAGINA TO WT-PAGINA.
           MOVE WS-LINEA-TITULO TO WS-LINEA-IMPRIMIR.
           IF WC-PAGINA = 1
                WRITE REG-EXTRACTO FROM WS-LINEA-IMPRIMIR
           ELSE
                WRITE REG-EXTRACTO FROM WS-LINEA-IMPRIMIR
                   AFTER ADVANCING PAGE
           END-IF.
           IF WS-FILE-STATUS-EXT NOT = 00
                MOVE "2000-CABECERA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-EXT TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           MOVE ALL "=" TO WS-LINEA-IMPRIMIR.
           WRITE REG-EXTRACTO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
      *
           ADD 2 TO WC-LINEA-PAGINA.
      *
       2000-IMPRIME-CABECERA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       COMPRUEBA LA APERTURA DEL FICHERO DE LA SECCION         *
      *****************************************************************
      *UN FICHERO QUE NO EXISTE NO DETIENE EL EXTRACTO: SE SENALA EN
      *SU SECCION Y SE SIGUE CON EL SIGUIENTE
       3010-COMPRUEBA-APERTURA.
           SET NO-FIN-FICHERO TO TRUE.
           SET FICHERO-PRESENTE TO TRUE.
           IF WS-FILE-STATUS-SAT = 35
                SET FICHERO-AUSENTE TO TRUE
                SET FIN-FICHERO TO TRUE
                GO TO 3010-COMPRUEBA-APERTURA-EXIT
           END-IF.
           IF WS-FILE-STATUS-SAT NOT = 00
                MOVE "3010-APERTURA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FICHERO-SECCION TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-SAT TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
       3010-COMPRUEBA-APERTURA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       COMPRUEBA LA LECTURA DEL FICHERO DE LA SECCION          *
      *****************************************************************
       3020-COMPRUEBA-LECTURA.
           IF WS-FILE-STATUS-SAT = 00
                GO TO 3020-COMPRUEBA-LECTURA-EXIT
           END-IF.
           IF WS-FILE-STATUS-SAT NOT = 10
                MOVE "3020-LECTURA" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE WS-FICHERO-SECCION TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-SAT TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           SET FIN-FICHERO TO TRUE.
       3020-COMPRUEBA-LECTURA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       SECCION: MAESTRO DE EMPLEADOS                           *
      *****************************************************************
       3100-SECCION-MAESTRO.
           MOVE "FICHERO.EMPLEADO" TO WS-FICHERO-SECCION.
           MOVE "DATOS DEL MAESTRO DE EMPLEADOS (FICHERO.EMPLEADO)"
             TO WS-TITULO-SECCION.
           PERFORM 7200-ABRE-SECCION
              THRU 7200-ABRE-SECCION-EXIT.
      *
           OPEN INPUT FICEMPLE.
           PERFORM 3010-COMPRUEBA-APERTURA
              THRU 3010-COMPRUEBA-APERTURA-EXIT.
           PERFORM 3110-LEE-MAESTRO
              THRU 3110-LEE-MAESTRO-EXIT
              UNTIL FIN-FICHERO.
           IF FICHERO-PRESENTE
                CLOSE FICEMPLE
           END-IF.
      *
           PERFORM 7300-CIERRA-SECCION
              THRU 7300-CIERRA-SECCION-EXIT.
       3100-SECCION-MAESTRO-EXIT.
       EXIT.
      *
       3110-LEE-MAESTRO.
           READ FICEMPLE INTO WS-REG-EMPLEADO
              AT END SET FIN-FICHERO TO TRUE.
           PERFORM 3020-COMPRUEBA-LECTURA
              THRU 3020-COMPRUEBA-LECTURA-EXIT.
           IF FIN-FICHERO
              OR WS-EMPLE-CODIGO NOT = WS-SYSIN-CODIGO
                GO TO 3110-LEE-MAESTRO-EXIT
           END-IF.
           ADD 1 TO WC-REG-SECCION.
      *
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           PERFORM 7000-IMPRIME-LINEA
              THRU 7000-IMPRIME-LINEA-EXIT.
           MOVE "TIPO DE REGISTRO" TO WL-ETIQUETA.
           IF WS-EMPLE-REG-AJUSTE
                MOVE "AJUSTE" TO WL-VALOR
           ELSE
                MOVE "NORMAL" TO WL-VALOR
           END-IF.
           PERFORM 7100-IMPRIME-DATO
              THRU 7100-IMPRIME-DATO-EXIT.
      *
           MOVE "NOMBRE Y APELLIDO" TO WL-ETIQUETA.
           STRING WS-EMPLE-NOMBRE DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WS-EMPLE-INICIAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EMPLE-APELLIDO DELIMITED BY "  "
                  INTO WL-VALOR.
           PERFORM 7100-IMPRIME-DATO
              THRU 7100-IMPRIME-DATO-EXIT.
      *
           MOVE "DEPARTAMENTO" TO WL-ETIQUETA.
           MOVE WS-EMPLE-DEPT TO WL-VALOR.
           PERFORM 7100-IMPRIME-DATO
              THRU 7100-IMPRIME-DATO-EXIT.
      *
           MOVE "SALARIO ANUAL" TO WL-ETIQUETA.
           MOVE WS-EMPLE-SALARIO TO WS-IMPORTE-EDIT.
           MOVE WS-IMPORTE-EDIT TO WL-VALOR.
           PERFORM 7100-IMPRIME-DATO
              THRU 7100-IMPRIME-DATO-EXIT.
      *
           MOVE "COMISION" TO WL-ETIQUETA.
           MOVE WS-EMPLE-COMISION TO WS-IMPORTE-EDIT.
           MOVE WS-IMPORTE-EDIT TO WL-VALOR.
           PERFORM 7100-IMPRIME-DATO
              THRU 7100-IMPRIME-DATO-EXIT.
      *
           MOVE "SITUACION" TO WL-ETIQUETA.
           IF WS-EMPLE-EST-BAJA
                MOVE "BAJA" TO WL-VALOR
           ELSE
                MOVE "ALTA" TO WL-VALOR
           END-IF.
           PERFORM 7100-IMPRIME-DATO
              THRU 7100-IMPRIME-DATO-EXIT.
      *
           MOVE "FECHA DE ALTA" TO WL-ETIQUETA.
           MOVE WS-EMPLE-FEC-ALTA TO WS-FECHA-EDIT.
           MOVE WS-FECHA-EDIT TO WL-VALOR.
           PERFORM 7100-IMPRIME-DATO
              THRU 7100-IMPRIME-DATO-EXIT.
      *
           IF WS-EMPLE-FEC-BAJA NUMERIC
              AND WS-EMPLE-FEC-BAJA > 0
                MOVE "FECHA DE BAJA" TO WL-ETIQUETA
                MOVE WS-EMPLE-FEC-BAJA TO WS-FECHA-EDIT
                MOVE WS-FECHA-EDIT TO WL-VALOR
                PERFORM 7100-IMPRIME-DATO
                   THRU 7100-IMPRIME-DATO-EXIT
           END-IF.
      *
       3110-LEE-MAESTRO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       SECCION: DATOS PERSONALES                               *
      *****************************************************************
       3200-SECCION-PERSONALES.
           MOVE "DATOS.PERSONALES" TO WS-FICHERO-SECCION.
           MOVE "DATOS PERSONALES (FICHERO.DATOS.PERSONALES)"
             TO WS-TITULO-SECCION.
           PERFORM 7200-ABRE-SECCION
              THRU 7200-ABRE-SECCION-EXIT.
      *
           OPEN INPUT PERSONALES.
           PERFORM 3010-COMPRUEBA-APERTURA
              THRU 3010-COMPRUEBA-APERTURA-EXIT.
           PERFORM 3210-LEE-PERSONAL
              THRU 3210-LEE-PERSONAL-EXIT
              UNTIL FIN-FICHERO.
           IF FICHERO-PRESENTE
                CLOSE PERSONALES
           END-IF.
      *
           PERFORM 7300-CIERRA-SECCION
              THRU 7300-CIERRA-SECCION-EXIT.
       3200-SECCION-PERSONALES-EXIT.
       EXIT.
      *
       3210-LEE-PERSONAL.
           READ PERSONALES INTO WS-REG-PERSONAL
              AT END SET FIN-FICHERO TO TRUE.
           PERFORM 3020-COMPRUEBA-LECTURA
              THRU 3020-COMPRUEBA-LECTURA-EXIT.
           IF FIN-FICHERO
              OR WU-PER-CODIGO NOT = WS-SYSIN-CODIGO
                GO TO 3210-LEE-PERSONAL-EXIT
           END-IF.
           ADD 1 TO WC-REG-SECCION.
      *
           MOVE "NIF / NIE" TO WL-ETIQUETA.
           MOVE WU-PER-NIF TO WL-VALOR.
           PERFORM 7100-IMPRIME-DATO
              THRU 7100-IMPRIME-DATO-EXIT.
      *
           MOVE "FECHA DE NACIMIENTO" TO WL-ETIQUETA.
           MOVE WU-PER-FEC-NACIMIENTO TO WS-FECHA-EDIT.
           MOVE WS-FECHA-EDIT TO WL-VALOR.
           PERFORM 7100-IMPRIME-DATO
              THRU 7100-IMPRIME-DATO-EXIT.
      *
           MOVE "GENERO" TO WL-ETIQUETA.
           EVALUATE TRUE
                WHEN WU-PER-HOMBRE
                     MOVE "HOMBRE" TO WL-VALOR
                WHEN WU-PER-MUJER
                     MOVE "MUJER" TO WL-VALOR
                WHEN OTHER
                     MOVE "NO CONSTA" TO WL-VALOR
           END-EVALUATE.
           PERFORM 7100-IMPRIME-DATO
              THRU 7100-IMPRIME-DATO-EXIT.
      *
           MOVE "DOMICILIO" TO WL-ETIQUETA.
           MOVE WU-PER-DOMICILIO TO WL-VALOR.
           PERFORM 7100-IMPRIME-DATO
              THRU 7100-IMPRIME-DATO-EXIT.
      *
           MOVE "CODIGO POSTAL Y MUNICIPIO" TO WL-ETIQUETA.
           STRING WU-PER-COD-POSTAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WU-PER-MUNICIPIO DELIMITED BY SIZE
                  INTO WL-VALOR.
           PERFORM 7100-IMPRIME-DATO
              THRU 7100-IMPRIME-DATO-EXIT.
      *
           MOVE "PROVINCIA" TO WL-ETIQUETA.
           MOVE WU-PER-PROVINCIA TO WL-VALOR.
           PERFORM 7100-IMPRIME-DATO
              THRU 7100-IMPRIME-DATO-EXIT.
      *
       3210-LEE-PERSONAL-EXIT.
       EXIT.
      *
      *****************************************************************
      *       SECCION: HISTORIA DE CAMBIOS DEL MAESTRO                *
      *****************************************************************
       3300-SECCION-HISTORIA.
           MOVE "EMPLEADO.HISTORIA" TO WS-FICHERO-SECCION.
           MOVE "HISTORIA DE CAMBIOS (FICHERO.EMPLEADO.HISTORIA)"
             TO WS-TITULO-SECCION.
           PERFORM 7200-ABRE-SECCION
              THRU 7200-ABRE-SECCION-EXIT.
      *
           OPEN INPUT HISTORIA.
           PERFORM 3010-COMPRUEBA-APERTURA
              THRU 3010-COMPRUEBA-APERTURA-EXIT.
           PERFORM 3310-LEE-HISTORIA
              THRU 3310-LEE-HISTORIA-EXIT
              UNTIL FIN-FICHERO.
           IF FICHERO-PRESENTE
                CLOSE HISTORIA
           END-IF.
      *
           PERFORM 7300-CIERRA-SECCION
              THRU 7300-CIERRA-SECCION-EXIT.
       3300-SECCION-HISTORIA-EXIT.
       EXIT.
      *
       3310-LEE-HISTORIA.
           READ HISTORIA INTO WS-REG-HISTORIA
              AT END SET FIN-FICHERO TO TRUE.
           PERFORM 3020-COMPRUEBA-LECTURA
              THRU 3020-COMPRUEBA-LECTURA-EXIT.
           IF FIN-FICHERO
                GO TO 3310-LEE-HISTORIA-EXIT
           END-IF.
      *UN ALTA SOLO TIENE IMAGEN POSTERIOR Y UNA BAJA FISICA SOLO
      *ANTERIOR: EL CAMBIO ES DE LA PERSONA SI LO ES CUALQUIERA
           IF WH-IMAGEN-ANTES(1:6) NOT = WS-SYSIN-CODIGO
              AND WH-IMAGEN-DESPUES(1:6) NOT = WS-SYSIN-CODIGO
                GO TO 3310-LEE-HISTORIA-EXIT
           END-IF.
           ADD 1 TO WC-REG-SECCION.
      *
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           PERFORM 7000-IMPRIME-LINEA
              THRU 7000-IMPRIME-LINEA-EXIT.
           MOVE WH-FECHA TO WS-FECHA-EDIT.
           MOVE SPACES TO WL-ETIQUETA.
           EVALUATE WH-TIPO
                WHEN "A"
                     MOVE "ALTA" TO WL-ETIQUETA
                WHEN "B"
                     MOVE "BAJA" TO WL-ETIQUETA
                WHEN "I"
                     MOVE "READMISION" TO WL-ETIQUETA
                WHEN "R"
                     MOVE "RECHAZADO (NO APLICADO)" TO WL-ETIQUETA
                WHEN OTHER
                     MOVE "MODIFICACION" TO WL-ETIQUETA
           END-EVALUATE.
           STRING WS-FECHA-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WH-HORA(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WH-HORA(3:2) DELIMITED BY SIZE
                  "  OPERADOR " DELIMITED BY SIZE
                  WH-OPERADOR DELIMITED BY SIZE
                  "  APROBADOR " DELIMITED BY SIZE
                  WH-APROBADOR DELIMITED BY SIZE
                  INTO WL-VALOR.
           PERFORM 7100-IMPRIME-DATO
              THRU 7100-IMPRIME-DATO-EXIT.
      *
           IF WH-IMAGEN-ANTES NOT = SPACES
                MOVE WH-IMAGEN-ANTES TO WS-REG-EMPLEADO
                PERFORM 7400-RESUME-IMAGEN
                   THRU 7400-RESUME-IMAGEN-EXIT
                MOVE "  DATOS ANTERIORES" TO WL-ETIQUETA
                MOVE WS-RESUMEN-IMAGEN TO WL-VALOR
                PERFORM 7100-IMPRIME-DATO
                   THRU 7100-IMPRIME-DATO-EXIT
           END-IF.
           IF WH-IMAGEN-DESPUES NOT = SPACES
                MOVE WH-IMAGEN-DESPUES TO WS-REG-EMPLEADO
                PERFORM 7400-RESUME-IMAGEN
                   THRU 7400-RESUME-IMAGEN-EXIT
                MOVE "  DATOS POSTERIORES" TO WL-ETIQUETA
                MOVE WS-RESUMEN-IMAGEN TO WL-VALOR
                PERFORM 7100-IMPRIME-DATO
                   THRU 7100-IMPRIME-DATO-EXIT
           END-IF.
      *
       3310-LEE-HISTORIA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       SECCION: REGISTRO DE NOMINA DEL MES                     *
      *****************************************************************
       3400-SECCION-NOMINA.
           MOVE "NOMINA.REGISTRO" TO WS-FICHERO-SECCION.
           MOVE "NOMINA DEL MES EN CURSO (FICHERO.NOMINA.REGISTRO)"
             TO WS-TITULO-SECCION.
           PERFORM 7200-ABRE-SECCION
              THRU 7200-ABRE-SECCION-EXIT.
      *
           OPEN INPUT NOMINA.
           PERFORM 3010-COMPRUEBA-APERTURA
              THRU 3010-COMPRUEBA-APERTURA-EXIT.
           PERFORM 3410-LEE-NOMINA
              THRU 3410-LEE-NOMINA-EXIT
              UNTIL FIN-FICHERO.
           IF FICHERO-PRESENTE
                CLOSE NOMINA
           END-IF.
      *
           PERFORM 7300-CIERRA-SECCION
              THRU 7300-CIERRA-SECCION-EXIT.
       3400-SECCION-NOMINA-EXIT.
       EXIT.
      *
       3410-LEE-NOMINA.
           READ NOMINA INTO WS-REG-NOMINA
              AT END SET FIN-FICHERO TO TRUE.
           PERFORM 3020-COMPRUEBA-LECTURA
              THRU 3020-COMPRUEBA-LECTURA-EXIT.
           IF FIN-FICHERO
              OR WN-CODIGO NOT = WS-SYSIN-CODIGO
                GO TO 3410-LEE-NOMINA-EXIT
           END-IF.
           ADD 1 TO WC-REG-SECCION.
      *
           PERFORM 7500-DETALLE-NOMINA
              THRU 7500-DETALLE-NOMINA-EXIT.
      *
       3410-LEE-NOMINA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       SECCION: HISTORICO DE NOMINAS                           *
      *****************************************************************
       3500-SECCION-HISNOMINA.
           MOVE "NOMINA.HISTORICO" TO WS-FICHERO-SECCION.
           MOVE "NOMINAS DE MESES ANTERIORES (FICHERO.NOMINA.HISTORICO)"
             TO WS-TITULO-SECCION.
           PERFORM 7200-ABRE-SECCION
              THRU 7200-ABRE-SECCION-EXIT.
      *
           OPEN INPUT HISNOMINA.
           PERFORM 3010-COMPRUEBA-APERTURA
              THRU 3010-COMPRUEBA-APERTURA-EXIT.
           PERFORM 3510-LEE-HISNOMINA
              THRU 3510-LEE-HISNOMINA-EXIT
              UNTIL FIN-FICHERO.
           IF FICHERO-PRESENTE
                CLOSE HISNOMINA
           END-IF.
      *
           PERFORM 7300-CIERRA-SECCION
              THRU 7300-CIERRA-SECCION-EXIT.
       3500-SECCION-HISNOMINA-EXIT.
       EXIT.
      *
       3510-LEE-HISNOMINA.
           READ HISNOMINA INTO WS-REG-HISTORICO
              AT END SET FIN-FICHERO TO TRUE.
           PERFORM 3020-COMPRUEBA-LECTURA
              THRU 3020-COMPRUEBA-LECTURA-EXIT.
           IF FIN-FICHERO
                GO TO 3510-LEE-HISNOMINA-EXIT
           END-IF.
           MOVE WH-IMAGEN-NOMINA TO WS-REG-NOMINA.
           IF WN-CODIGO NOT = WS-SYSIN-CODIGO
                GO TO 3510-LEE-HISNOMINA-EXIT
           END-IF.
           ADD 1 TO WC-REG-SECCION.
      *
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           PERFORM 7000-IMPRIME-LINEA
              THRU 7000-IMPRIME-LINEA-EXIT.
           MOVE "PERIODO" TO WL-ETIQUETA.
           MOVE WH-PERIODO TO WS-PERIODO-EDIT.
           MOVE WS-PERIODO-EDIT TO WL-VALOR.
           PERFORM 7100-IMPRIME-DATO
              THRU 7100-IMPRIME-DATO-EXIT.
      *
           PERFORM 7500-DETALLE-NOMINA
              THRU 7500-DETALLE-NOMINA-EXIT.
      *
       3510-LEE-HISNOMINA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       SECCION: ACUMULADO ANUAL DE NOMINA                      *
      *****************************************************************
       3600-SECCION-ACUMULADO.
           MOVE "NOMINA.ACUMULADO" TO WS-FICHERO-SECCION.
           MOVE "ACUMULADO ANUAL DE NOMINA (FICHERO.NOMINA.ACUMULADO)"
             TO WS-TITULO-SECCION.
           PERFORM 7200-ABRE-SECCION
              THRU 7200-ABRE-SECCION-EXIT.
      *
           OPEN INPUT ACUMULADO.
           PERFORM 3010-COMPRUEBA-APERTURA
              THRU 3010-COMPRUEBA-APERTURA-EXIT.
           PERFORM 3610-LEE-ACUMULADO
              THRU 3610-LEE-ACUMULADO-EXIT
              UNTIL FIN-FICHERO.
           IF FICHERO-PRESENTE
                CLOSE ACUMULADO
           END-IF.
      *
           PERFORM 7300-CIERRA-SECCION
              THRU 7300-CIERRA-SECCION-EXIT.
       3600-SECCION-ACUMULADO-EXIT.
       EXIT.
      *
       3610-LEE-ACUMULADO.
           READ ACUMULADO INTO WS-REG-ACUMULADO
              AT END SET FIN-FICHERO TO TRUE.
           PERFORM 3020-COMPRUEBA-LECTURA
              THRU 3020-COMPRUEBA-LECTURA-EXIT.
           IF FIN-FICHERO
              OR WY-CODIGO NOT = WS-SYSIN-CODIGO
                GO TO 3610-LEE-ACUMULADO-EXIT
           END-IF.
           ADD 1 TO WC-REG-SECCION.
      *
           MOVE "EJERCICIO" TO WL-ETIQUETA.
           STRING WY-ANIO DELIMITED BY SIZE
                  "  (HASTA EL MES " DELIMITED BY SIZE
                  WY-ULT-MES DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  WY-MESES DELIMITED BY SIZE
                  " MESES PAGADOS)" DELIMITED BY SIZE
                  INTO WL-VALOR.
           PERFORM 7100-IMPRIME-DATO
              THRU 7100-IMPRIME-DATO-EXIT.
      *
           MOVE "BRUTO ACUMULADO" TO WL-ETIQUETA.
           MOVE WY-BRUTO-ACUM TO WS-IMPORTE-EDIT.
           MOVE WS-IMPORTE-EDIT TO WL-VALOR.
           PERFORM 7100-IMPRIME-DATO
              THRU 7100-IMPRIME-DATO-EXIT.
      *
           MOVE "DEDUCCIONES ACUMULADAS" TO WL-ETIQUETA.
           MOVE WY-DEDUCCION-ACUM TO WS-IMPORTE-EDIT.
           MOVE WS-IMPORTE-EDIT TO WL-VALOR.
           PERFORM 7100-IMPRIME-DATO
              THRU 7100-IMPRIME-DATO-EXIT.
      *
           MOVE "NETO ACUMULADO" TO WL-ETIQUETA.
           MOVE WY-NETO-ACUM TO WS-IMPORTE-EDIT.
           MOVE WS-IMPORTE-EDIT TO WL-VALOR.
           PERFORM 7100-IMPRIME-DATO
              THRU 7100-IMPRIME-DATO-EXIT.
      *
       3610-LEE-ACUMULADO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       SECCION: CUENTA BANCARIA                                *
      *****************************************************************
       3700-SECCION-CUENTA.
           MOVE "CUENTAS.BANCARIAS" TO WS-FICHERO-SECCION.
           MOVE "CUENTA BANCARIA (FICHERO.CUENTAS.BANCARIAS)"
             TO WS-TITULO-SECCION.
           PERFORM 7200-ABRE-SECCION
              THRU 7200-ABRE-SECCION-EXIT.
      *
           OPEN INPUT CUENTAS.
           PERFORM 3010-COMPRUEBA-APERTURA
              THRU 3010-COMPRUEBA-APERTURA-EXIT.
           PERFORM 3710-LEE-CUENTA
              THRU 3710-LEE-CUENTA-EXIT
              UNTIL FIN-FICHERO.
           IF FICHERO-PRESENTE
                CLOSE CUENTAS
           END-IF.
      *
           PERFORM 7300-CIERRA-SECCION
              THRU 7300-CIERRA-SECCION-EXIT.
       3700-SECCION-CUENTA-EXIT.
       EXIT.
      *
       3710-LEE-CUENTA.
           READ CUENTAS INTO WS-REG-CUENTA
              AT END SET FIN-FICHERO TO TRUE.
           PERFORM 3020-COMPRUEBA-LECTURA
              THRU 3020-COMPRUEBA-LECTURA-EXIT.
           IF FIN-FICHERO
              OR WU-CTA-CODIGO NOT = WS-SYSIN-CODIGO
                GO TO 3710-LEE-CUENTA-EXIT
           END-IF.
           ADD 1 TO WC-REG-SECCION.
      *
      *EL DOCUMENTO SALE DE LA EMPRESA: DEL IBAN SOLO SE MUESTRAN
      *LAS CUATRO ULTIMAS POSICIONES, SUFICIENTES PARA QUE LA
      *PERSONA RECONOZCA SU CUENTA
           MOVE LT-IBAN-OCULTO TO WS-IBAN-MASCARA(1:20).
           MOVE WU-CTA-IBAN(21:4) TO WS-IBAN-MASCARA(21:4).
           MOVE "IBAN" TO WL-ETIQUETA.
           MOVE WS-IBAN-MASCARA TO WL-VALOR.
           PERFORM 7100-IMPRIME-DATO
              THRU 7100-IMPRIME-DATO-EXIT.
      *
       3710-LEE-CUENTA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       SECCION: AUSENCIAS                                      *
      *****************************************************************
       3800-SECCION-AUSENCIAS.
           MOVE "AUSENCIAS" TO WS-FICHERO-SECCION.
           MOVE "AUSENCIAS (FICHERO.AUSENCIAS)" TO WS-TITULO-SECCION.
           PERFORM 7200-ABRE-SECCION
              THRU 7200-ABRE-SECCION-EXIT.
      *
           OPEN INPUT AUSENCIAS.
           PERFORM 3010-COMPRUEBA-APERTURA
              THRU 3010-COMPRUEBA-APERTURA-EXIT.
           PERFORM 3810-LEE-AUSENCIA
              THRU 3810-LEE-AUSENCIA-EXIT
              UNTIL FIN-FICHERO.
           IF FICHERO-PRESENTE
                CLOSE AUSENCIAS
           END-IF.
      *
           PERFORM 7300-CIERRA-SECCION
              THRU 7300-CIERRA-SECCION-EXIT.
       3800-SECCION-AUSENCIAS-EXIT.
       EXIT.
      *
       3810-LEE-AUSENCIA.
           READ AUSENCIAS INTO WS-REG-AUSENCIA
              AT END SET FIN-FICHERO TO TRUE.
           PERFORM 3020-COMPRUEBA-LECTURA
              THRU 3020-COMPRUEBA-LECTURA-EXIT.
           IF FIN-FICHERO
              OR WZ-CODIGO NOT = WS-SYSIN-CODIGO
                GO TO 3810-LEE-AUSENCIA-EXIT
           END-IF.
           ADD 1 TO WC-REG-SECCION.
      *
           MOVE "AUSENCIA TIPO" TO WL-ETIQUETA.
           MOVE WZ-TIPO TO WL-ETIQUETA(15:1).
           MOVE WZ-FEC-DESDE TO WS-FECHA-EDIT.
           MOVE WZ-FEC-HASTA TO WS-FECHA-EDIT-2.
           MOVE WZ-DIAS TO WS-DIAS-EDIT.
           STRING "DEL " DELIMITED BY SIZE
                  WS-FECHA-EDIT DELIMITED BY SIZE
                  " AL " DELIMITED BY SIZE
                  WS-FECHA-EDIT-2 DELIMITED BY SIZE
                  "  (" DELIMITED BY SIZE
                  WS-DIAS-EDIT DELIMITED BY SIZE
                  " DIAS)" DELIMITED BY SIZE
                  INTO WL-VALOR.
           PERFORM 7100-IMPRIME-DATO
              THRU 7100-IMPRIME-DATO-EXIT.
      *
       3810-LEE-AUSENCIA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       SECCION: DERECHO DE VACACIONES                          *
      *****************************************************************
       3900-SECCION-VACACIONES.
           MOVE "VACACIONES" TO WS-FICHERO-SECCION.
           MOVE "DERECHO DE VACACIONES (FICHERO.VACACIONES)"
             TO WS-TITULO-SECCION.
           PERFORM 7200-ABRE-SECCION
              THRU 7200-ABRE-SECCION-EXIT.
      *
           OPEN INPUT DERECHOS.
           PERFORM 3010-COMPRUEBA-APERTURA
              THRU 3010-COMPRUEBA-APERTURA-EXIT.
           PERFORM 3910-LEE-DERECHO
              THRU 3910-LEE-DERECHO-EXIT
              UNTIL FIN-FICHERO.
           IF FICHERO-PRESENTE
                CLOSE DERECHOS
           END-IF.
      *
           PERFORM 7300-CIERRA-SECCION
              THRU 7300-CIERRA-SECCION-EXIT.
       3900-SECCION-VACACIONES-EXIT.
       EXIT.
      *
       3910-LEE-DERECHO.
           READ DERECHOS INTO WS-REG-DERECHO
              AT END SET FIN-FICHERO TO TRUE.
           PERFORM 3020-COMPRUEBA-LECTURA
              THRU 3020-COMPRUEBA-LECTURA-EXIT.
           IF FIN-FICHERO
              OR WD-CODIGO NOT = WS-SYSIN-CODIGO
                GO TO 3910-LEE-DERECHO-EXIT
           END-IF.
           ADD 1 TO WC-REG-SECCION.
      *
           MOVE "DIAS DE VACACIONES" TO WL-ETIQUETA.
           MOVE WD-DIAS TO WS-DIAS-EDIT.
           STRING WS-DIAS-EDIT DELIMITED BY SIZE
                  "  (DEPARTAMENTO " DELIMITED BY SIZE
                  WD-DEPT DELIMITED BY SIZE
                  ", BANDA DE ANTIGUEDAD " DELIMITED BY SIZE
                  WD-BANDA DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WL-VALOR.
           PERFORM 7100-IMPRIME-DATO
              THRU 7100-IMPRIME-DATO-EXIT.
      *
       3910-LEE-DERECHO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       SECCION: CATEGORIA ASIGNADA                             *
      *****************************************************************
       4100-SECCION-CATEGORIA.
           MOVE "EMPLEADO.CATEGORIA" TO WS-FICHERO-SECCION.
           MOVE "CATEGORIA PROFESIONAL (FICHERO.EMPLEADO.CATEGORIA)"
             TO WS-TITULO-SECCION.
           PERFORM 7200-ABRE-SECCION
              THRU 7200-ABRE-SECCION-EXIT.
      *
           OPEN INPUT ASIGNACION.
           PERFORM 3010-COMPRUEBA-APERTURA
              THRU 3010-COMPRUEBA-APERTURA-EXIT.
           PERFORM 4110-LEE-ASIGNACION
              THRU 4110-LEE-ASIGNACION-EXIT
              UNTIL FIN-FICHERO.
           IF FICHERO-PRESENTE
                CLOSE ASIGNACION
           END-IF.
      *
           PERFORM 7300-CIERRA-SECCION
              THRU 7300-CIERRA-SECCION-EXIT.
       4100-SECCION-CATEGORIA-EXIT.
       EXIT.
      *
       4110-LEE-ASIGNACION.
           READ ASIGNACION INTO WS-REG-ASIG
              AT END SET FIN-FICHERO TO TRUE.
           PERFORM 3020-COMPRUEBA-LECTURA
              THRU 3020-COMPRUEBA-LECTURA-EXIT.
           IF FIN-FICHERO
              OR WG-ASIG-EMPLEADO NOT = WS-SYSIN-CODIGO
                GO TO 4110-LEE-ASIGNACION-EXIT
           END-IF.
           ADD 1 TO WC-REG-SECCION.
      *
           MOVE "CATEGORIA" TO WL-ETIQUETA.
           MOVE WG-ASIG-CATEGORIA TO WL-VALOR.
           PERFORM 7100-IMPRIME-DATO
              THRU 7100-IMPRIME-DATO-EXIT.
      *
       4110-LEE-ASIGNACION-EXIT.
       EXIT.
      *
      *****************************************************************
      *       SECCION: CAMBIOS PENDIENTES DE APROBACION               *
      *****************************************************************
       4200-SECCION-PENDIENTES.
           MOVE "CAMBIOS.PENDIENTES" TO WS-FICHERO-SECCION.
           MOVE "CAMBIOS PENDIENTES (FICHERO.CAMBIOS.PENDIENTES)"
             TO WS-TITULO-SECCION.
           PERFORM 7200-ABRE-SECCION
              THRU 7200-ABRE-SECCION-EXIT.
      *
           OPEN INPUT PENDIENTES.
           PERFORM 3010-COMPRUEBA-APERTURA
              THRU 3010-COMPRUEBA-APERTURA-EXIT.
           PERFORM 4210-LEE-PENDIENTE
              THRU 4210-LEE-PENDIENTE-EXIT
              UNTIL FIN-FICHERO.
           IF FICHERO-PRESENTE
                CLOSE PENDIENTES
           END-IF.
      *
           PERFORM 7300-CIERRA-SECCION
              THRU 7300-CIERRA-SECCION-EXIT.
       4200-SECCION-PENDIENTES-EXIT.
       EXIT.
      *
       4210-LEE-PENDIENTE.
           READ PENDIENTES INTO WS-REG-PENDIENTE
              AT END SET FIN-FICHERO TO TRUE.
           PERFORM 3020-COMPRUEBA-LECTURA
              THRU 3020-COMPRUEBA-LECTURA-EXIT.
           IF FIN-FICHERO
                GO TO 4210-LEE-PENDIENTE-EXIT
           END-IF.
      *LOS CAMBIOS DEL MAESTRO DE DEPARTAMENTOS NO SON DE NADIE
           IF NOT WQ-MAESTRO-EMPLEADO
              OR WQ-CLAVE NOT = WS-SYSIN-CODIGO
                GO TO 4210-LEE-PENDIENTE-EXIT
           END-IF.
           ADD 1 TO WC-REG-SECCION.
      *
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           PERFORM 7000-IMPRIME-LINEA
              THRU 7000-IMPRIME-LINEA-EXIT.
           MOVE "PROPUESTO EL" TO WL-ETIQUETA.
           MOVE WQ-FECHA TO WS-FECHA-EDIT.
           STRING WS-FECHA-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WQ-HORA(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WQ-HORA(3:2) DELIMITED BY SIZE
                  "  POR EL OPERADOR " DELIMITED BY SIZE
                  WQ-AUTOR DELIMITED BY SIZE
                  INTO WL-VALOR.
           PERFORM 7100-IMPRIME-DATO
              THRU 7100-IMPRIME-DATO-EXIT.
      *
           IF WQ-FEC-EFECTO NUMERIC
              AND WQ-FEC-EFECTO > 0
                MOVE "  CON EFECTO EL" TO WL-ETIQUETA
                MOVE WQ-FEC-EFECTO TO WS-FECHA-EDIT
                MOVE WS-FECHA-EDIT TO WL-VALOR
                PERFORM 7100-IMPRIME-DATO
                   THRU 7100-IMPRIME-DATO-EXIT
           END-IF.
           IF WQ-IMAGEN-ANTES NOT = SPACES
                MOVE WQ-IMAGEN-ANTES TO WS-REG-EMPLEADO
                PERFORM 7400-RESUME-IMAGEN
                   THRU 7400-RESUME-IMAGEN-EXIT
                MOVE "  DATOS ACTUALES" TO WL-ETIQUETA
                MOVE WS-RESUMEN-IMAGEN TO WL-VALOR
                PERFORM 7100-IMPRIME-DATO
                   THRU 7100-IMPRIME-DATO-EXIT
           END-IF.
           IF WQ-IMAGEN-DESPUES NOT = SPACES
                MOVE WQ-IMAGEN-DESPUES TO WS-REG-EMPLEADO
                PERFORM 7400-RESUME-IMAGEN
                   THRU 7400-RESUME-IMAGEN-EXIT
                MOVE "  DATOS PROPUESTOS" TO WL-ETIQUETA
                MOVE WS-RESUMEN-IMAGEN TO WL-VALOR
                PERFORM 7100-IMPRIME-DATO
                   THRU 7100-IMPRIME-DATO-EXIT
           END-IF.
      *
       4210-LEE-PENDIENTE-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CIERRE DEL DOCUMENTO Y ANOTACION EN LA BITACORA         *
      *****************************************************************
       5000-CIERRA-EXTRACTO.
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           PERFORM 7000-IMPRIME-LINEA
              THRU 7000-IMPRIME-LINEA-EXIT.
           MOVE ALL "=" TO WS-LINEA-IMPRIMIR.
           PERFORM 7000-IMPRIME-LINEA
              THRU 7000-IMPRIME-LINEA-EXIT.
           MOVE "TOTAL DE REGISTROS" TO WL-ETIQUETA.
           MOVE SPACES TO WL-VALOR.
           STRING WC-REG-TOTAL DELIMITED BY SIZE
                  " EN " DELIMITED BY SIZE
                  WC-SECCIONES-DATOS DELIMITED BY SIZE
                  " FICHEROS" DELIMITED BY SIZE
                  INTO WL-VALOR.
           PERFORM 7100-IMPRIME-DATO
              THRU 7100-IMPRIME-DATO-EXIT.
           MOVE "FIN DEL EXTRACTO" TO WS-LINEA-IMPRIMIR.
           PERFORM 7000-IMPRIME-LINEA
              THRU 7000-IMPRIME-LINEA-EXIT.
      *
           CLOSE EXTRACTO.
           SET EXTRACTO-CERRADO TO TRUE.
      *
      *ANOTAMOS EL EXTRACTO EN LA BITACORA
           MOVE WS-FECHA-PROCESO TO WX-FECHA.
           ACCEPT WX-HORA FROM TIME.
           MOVE WS-OPER-CODIGO TO WX-OPERADOR.
           MOVE WS-SYSIN-CODIGO TO WX-EMPLEADO.
           MOVE WC-PAGINA TO WX-PAGINAS.
           MOVE WC-REG-TOTAL TO WX-REGISTROS.
           WRITE REG-ACCESO-LOG FROM WS-REG-ACCESO-LOG.
           IF WS-FILE-STATUS-LOG NOT = 00
                MOVE "5000-CIERRA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LOG TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *Y EN LA BITACORA COMUN DE CONSULTAS DE DATOS SENSIBLES
           MOVE WS-SYSIN-CODIGO TO WAC-EMPLEADO.
           SET WAC-DATO-EXTRACTO TO TRUE.
           PERFORM 9965-GRABA-ACCESO
              THRU 9965-GRABA-ACCESO-EXIT.
      *
       5000-CIERRA-EXTRACTO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       IMPRIME WS-LINEA-IMPRIMIR CON SALTO DE PAGINA           *
      *****************************************************************
       7000-IMPRIME-LINEA.
           IF WC-LINEA-PAGINA >= LT-MAX-LINEAS-PAGINA
                PERFORM 2000-IMPRIME-CABECERA
                   THRU 2000-IMPRIME-CABECERA-EXIT
           END-IF.
           WRITE REG-EXTRACTO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           IF WS-FILE-STATUS-EXT NOT = 00
                MOVE "7000-IMPRIME" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-EXT TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-LINEA-PAGINA.
       7000-IMPRIME-LINEA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       IMPRIME UNA LINEA DE ETIQUETA Y VALOR                   *
      *****************************************************************
       7100-IMPRIME-DATO.
           MOVE WS-LINEA-DATO TO WS-LINEA-IMPRIMIR.
           PERFORM 7000-IMPRIME-LINEA
              THRU 7000-IMPRIME-LINEA-EXIT.
           MOVE SPACES TO WL-ETIQUETA
                          WL-VALOR.
       7100-IMPRIME-DATO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       TITULO DE UNA SECCION                                   *
      *****************************************************************
       7200-ABRE-SECCION.
           MOVE 0 TO WC-REG-SECCION.
           MOVE SPACES TO WL-ETIQUETA
                          WL-VALOR.
      *UNA SECCION NO EMPIEZA EN LAS ULTIMAS LINEAS DE LA PAGINA
           IF WC-LINEA-PAGINA > LT-MAX-LINEAS-PAGINA - 6
                PERFORM 2000-IMPRIME-CABECERA
                   THRU 2000-IMPRIME-CABECERA-EXIT
           END-IF.
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           PERFORM 7000-IMPRIME-LINEA
              THRU 7000-IMPRIME-LINEA-EXIT.
           MOVE WS-TITULO-SECCION TO WS-LINEA-IMPRIMIR(3:60).
           PERFORM 7000-IMPRIME-LINEA
              THRU 7000-IMPRIME-LINEA-EXIT.
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           MOVE ALL "-" TO WS-LINEA-IMPRIMIR(3:60).
           PERFORM 7000-IMPRIME-LINEA
              THRU 7000-IMPRIME-LINEA-EXIT.
       7200-ABRE-SECCION-EXIT.
       EXIT.
      *
      *****************************************************************
      *       PIE DE UNA SECCION                                      *
      *****************************************************************
       7300-CIERRA-SECCION.
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           EVALUATE TRUE
                WHEN FICHERO-AUSENTE
                     MOVE "  (FICHERO NO DISPONIBLE)"
                       TO WS-LINEA-IMPRIMIR
                WHEN WC-REG-SECCION = 0
                     MOVE "  (SIN DATOS DE ESTA PERSONA)"
                       TO WS-LINEA-IMPRIMIR
                WHEN OTHER
                     STRING "  (" DELIMITED BY SIZE
                            WC-REG-SECCION DELIMITED BY SIZE
                            " REGISTROS)" DELIMITED BY SIZE
                            INTO WS-LINEA-IMPRIMIR
                     ADD WC-REG-SECCION TO WC-REG-TOTAL
                     ADD 1 TO WC-SECCIONES-DATOS
           END-EVALUATE.
           PERFORM 7000-IMPRIME-LINEA
              THRU 7000-IMPRIME-LINEA-EXIT.
       7300-CIERRA-SECCION-EXIT.
       EXIT.
      *
      *****************************************************************
      *       RESUMEN EN UNA LINEA DE UNA IMAGEN DEL MAESTRO          *
      *****************************************************************
      *LA LLAMADORA DEJA LA IMAGEN EN WS-REG-EMPLEADO
       7400-RESUME-IMAGEN.
           MOVE SPACES TO WS-RESUMEN-IMAGEN.
           MOVE WS-EMPLE-SALARIO TO WS-IMPORTE-EDIT.
           MOVE WS-EMPLE-COMISION TO WS-IMPORTE-EDIT-2.
           STRING WS-EMPLE-NOMBRE DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WS-EMPLE-APELLIDO DELIMITED BY "  "
                  "  DEPT " DELIMITED BY SIZE
                  WS-EMPLE-DEPT DELIMITED BY SIZE
                  "  SALARIO" DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
                  "  COMISION" DELIMITED BY SIZE
                  WS-IMPORTE-EDIT-2 DELIMITED BY SIZE
                  "  ESTADO " DELIMITED BY SIZE
                  WS-EMPLE-ESTADO DELIMITED BY SIZE
                  INTO WS-RESUMEN-IMAGEN.
       7400-RESUME-IMAGEN-EXIT.
       EXIT.
      *
      *****************************************************************
      *       DETALLE DE UN REGISTRO DE NOMINA (EN WS-REG-NOMINA)     *
      *****************************************************************
       7500-DETALLE-NOMINA.
           MOVE "FECHA DE LA NOMINA" TO WL-ETIQUETA.
           MOVE WN-FECHA TO WS-FECHA-EDIT.
           STRING WS-FECHA-EDIT DELIMITED BY SIZE
                  "  DEPT " DELIMITED BY SIZE
                  WN-DEPT DELIMITED BY SIZE
                  INTO WL-VALOR.
           IF WN-PAGADA
                MOVE "  (PAGADA)" TO WL-VALOR(21:10)
           END-IF.
           PERFORM 7100-IMPRIME-DATO
              THRU 7100-IMPRIME-DATO-EXIT.
      *
           MOVE "SALARIO ANUAL Y COMISION" TO WL-ETIQUETA.
           MOVE WN-SALARIO-ANUAL TO WS-IMPORTE-EDIT.
           MOVE WN-COMISION TO WS-IMPORTE-EDIT-2.
           STRING WS-IMPORTE-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT-2 DELIMITED BY SIZE
                  INTO WL-VALOR.
           PERFORM 7100-IMPRIME-DATO
              THRU 7100-IMPRIME-DATO-EXIT.
      *
           MOVE "BRUTO, RETENCION Y NETO" TO WL-ETIQUETA.
           MOVE WN-BRUTO-MES TO WS-IMPORTE-EDIT.
           MOVE WN-DEDUCCION TO WS-IMPORTE-EDIT-2.
           MOVE WN-NETO-MES TO WS-IMPORTE-EDIT-3.
           STRING WS-IMPORTE-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT-2 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT-3 DELIMITED BY SIZE
                  "  (" DELIMITED BY SIZE
                  WN-PORCENTAJE DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WL-VALOR.
           PERFORM 7100-IMPRIME-DATO
              THRU 7100-IMPRIME-DATO-EXIT.
       7500-DETALLE-NOMINA-EXIT.
       EXIT.
      *
      *****************************************************************
      *             FIN                                               *
      *****************************************************************
       8000-FIN.
           IF NO-ERROR
                 DISPLAY "******************************************"
                 DISPLAY "   EXTRACTO DE DATOS PERSONALES"
                 DISPLAY "******************************************"
                 DISPLAY "**EMPLEADO:                " WS-SYSIN-CODIGO
                 DISPLAY "**REGISTROS ENCONTRADOS:   " WC-REG-TOTAL
                 DISPLAY "**FICHEROS CON DATOS:      "
                      WC-SECCIONES-DATOS
                 DISPLAY "**PAGINAS:                 " WC-PAGINA
                 DISPLAY "**DOCUMENTO: " WS-ASSIGN-EXTRACTO
                 DISPLAY "******************************************"
                 IF WC-REG-TOTAL = 0
                      DISPLAY "NO HAY NINGUN DATO DEL EMPLEADO "
                              WS-SYSIN-CODIGO
                 END-IF
           END-IF.
      *
           IF EXTRACTO-ABIERTO
                CLOSE EXTRACTO
           END-IF.
           CLOSE ACCESO-LOG.
           CLOSE ACCESOS.
           CLOSE AUDITORIA.
           DISPLAY "FICHEROS CERRADOS".
      *
      *DEVOLVEMOS EL CODIGO DE RETORNO AL SISTEMA OPERATIVO: 4 SI NO
      *HAY NINGUN DATO DE LA PERSONA (EL EXTRACTO SE GRABA IGUAL, PARA
      *PODER RESPONDER QUE NO SE GUARDA NADA SUYO)
           IF SI-ERROR
                MOVE 8 TO RETURN-CODE
           ELSE
                IF WC-REG-TOTAL = 0
                     MOVE 4 TO RETURN-CODE
                ELSE
                     MOVE 0 TO RETURN-CODE
                END-IF
           END-IF.
           STOP RUN.
      *
       8000-FIN-EXIT.
       EXIT.
      *****************************************************************
      *                COMPROBACION DE ERRORES                        *
      *****************************************************************
       9100-ERRORES.
           SET SI-ERROR TO TRUE.
      *
      *DEJAMOS CONSTANCIA DEL ERROR EN EL HISTORICO COMUN DE AUDITORIA
           PERFORM 9150-GRABA-AUDITORIA
              THRU 9150-GRABA-AUDITORIA-EXIT.
      *
           DISPLAY "************************************".
           DISPLAY "          E R R O R       ".
           DISPLAY "************************************".
      *
           EVALUATE WS-FILE-STATUS-ERROR
                WHEN 04
                      DISPLAY "SE HA PRODUCIDO UN DESBORDAMIENTO"
                WHEN 10
                     DISPLAY "EL FICHERO ESTA VACIO"
                WHEN 35
                     DISPLAY "NO SE ENCUENTRA EL FICHERO"
                WHEN OTHER
                     DISPLAY "SE HA PRODUCIDO UN ERROR"
           END-EVALUATE.
      *
           DISPLAY "*********************************".
           DISPLAY "ANALISIS DE ERROR: ".
           DISPLAY "****FILE STATUS: " WS-FILE-STATUS-ERROR.
           DISPLAY "****FICHERO:     " WS-FICHERO-ERROR.
           DISPLAY "****PARRAFO:     " WS-PARRAFO-ERROR.
           DISPLAY "****OPERACION:   " WS-OPERACION-ERROR.
           DISPLAY "*********************************".
      *
      *LLAMAMOS AL PERFORM QUE CIERRA EL PROGRAMA
           PERFORM 8000-FIN
              THRU 8000-FIN-EXIT.
      *
       9100-ERRORES-EXIT.
       EXIT.
      *
      *****************************************************************
      *                AUDITORIA COMUN DE ERRORES                     *
      *****************************************************************
       COPY ERRAUDPR.
      *
      *****************************************************************
      *                IDENTIFICACION DE OPERADOR                     *
      *****************************************************************
       COPY OPERPR.
      *
      *****************************************************************
      *                OBTENCION DE LA FECHA DE PROCESO               *
      *****************************************************************
       COPY FECPROPR.
      *
      *****************************************************************
      *                BITACORA DE CONSULTAS DE DATOS SENSIBLES       *
      *****************************************************************
       COPY ACCLOGPR.
