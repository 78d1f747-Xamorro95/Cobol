      *****************************************************************
      *           PROGRAMA DE MIGUEL ANTONIO CHAMORRO MARTINEZ        *
      *                                                               *
      *  DECLARACION ANUAL DE RETENCIONES (RESUMEN ANUAL DEL MODELO   *
      *  190): LEE EL ACUMULADO CERRADO DEL ANIO                      *
      *  (FICHERO.NOMINA.ACUMULADO, EL MISMO QUE CERTIFICA COBOL770)  *
      *  Y GRABA EL FICHERO DE PRESENTACION ELECTRONICA EN FORMATO    *
      *  FIJO DE 250 POSICIONES (FICHERO.MODELO190): UN REGISTRO DE   *
      *  DECLARANTE (TIPO 1) CON LOS DATOS DE LA EMPRESA, EL NUMERO   *
      *  DE PERCEPTORES Y LOS TOTALES, Y UN REGISTRO DE PERCEPTOR     *
      *  (TIPO 2) POR EMPLEADO CON SU NIF, APELLIDOS Y NOMBRE,        *
      *  PROVINCIA, CLAVE DE PERCEPCION "A" (TRABAJO POR CUENTA       *
      *  AJENA), PERCEPCION INTEGRA Y RETENCION. EL NIF SE TOMA DEL   *
      *  MAESTRO DE DATOS PERSONALES (COPYPERSO) Y SE COMPRUEBA CON   *
      *  LA COPY NIFVALPR; EL EMPLEADO SIN DATOS PERSONALES, SIN NIF  *
      *  O CON NIF NO VALIDO NO SE PUEDE DECLARAR Y SALE EN EL        *
      *  LISTADO (FICHERO.MODELO190.LISTADO) CON SU MOTIVO. COMO EL   *
      *  REGISTRO DE DECLARANTE LLEVA LOS TOTALES Y VA EL PRIMERO,    *
      *  LOS PERCEPTORES SE GRABAN ANTES EN UN FICHERO DE TRABAJO Y   *
      *  SE COPIAN DETRAS DE EL AL TERMINAR. AL FINAL EL LISTADO      *
      *  CUADRA LO DECLARADO MAS LO EXCLUIDO CONTRA LAS CIFRAS DE LA  *
      *  PAGINA DE RESUMEN DE COBOL770 (FICHERO.CERTIFICADOS.RESUMEN, *
      *  COPYRESCER). SI HAY EXCLUIDOS, SI NO CUADRA O SI NO HAY      *
      *  RESUMEN CONTRA EL QUE CUADRAR SE DEVUELVE 4 PARA QUE NO SE   *
      *  PRESENTE SIN REVISARLO                                       *
      *                                                               *
      *  EMPRESAS DEL GRUPO: CADA EMPRESA (FICHERO.EMPRESAS, VER COPY *
      *  EMPREPR) PRESENTA SU PROPIA DECLARACION, CON SU CIF Y SU     *
      *  NOMBRE COMO DECLARANTE, LOS PERCEPTORES QUE ELLA HA PAGADO   *
      *  (WY-EMPRESA DEL ACUMULADO, EN BLANCO LA PRINCIPAL) Y SUS     *
      *  TOTALES EN EL REGISTRO TIPO 1. CADA DECLARACION SE GRABA EN  *
      *  FICHERO.MODELO190.CCC PARA SU PRESENTACION,                  *
      *  FICHERO.MODELO190 LAS RECOGE TODAS UNA DETRAS DE OTRA, Y EL  *
      *  LISTADO DA LOS EXCLUIDOS Y EL CUADRE DE CADA EMPRESA CONTRA  *
      *  SU REGISTRO DEL RESUMEN DE COBOL770. SOLO DECLARAN LAS       *
      *  EMPRESAS CON ACUMULADOS, Y SIEMPRE LA PRINCIPAL. UN          *
      *  ACUMULADO DE UNA EMPRESA QUE NO ESTA EN EL MAESTRO DETIENE   *
      *  LA DECLARACION ANTES DE GRABAR NADA                          *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL772.
      *
      *****************************************************************
      *                  ENVIROMENT DIVISION                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *LA RUTA SE RESUELVE EN TIEMPO DE EJECUCION EN EL PARRAFO
      *1005-SELECCION-FICHERO (VARIABLE DE ENTORNO COBOL772_FICHERO,
      *O LA RUTA POR DEFECTO SI NO ESTA FIJADA), IGUAL QUE EN COBOL770
           SELECT ACUMULADO
           ASSIGN TO WS-ASSIGN-FICHERO
             FILE STATUS IS WS-FILE-STATUS.
      *
      *MAESTRO DE DATOS PERSONALES: NIF Y PROVINCIA DEL PERCEPTOR
           SELECT FICPERSONAL
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.datos.personales"
             FILE STATUS IS WS-FILE-STATUS-PER.
      *
      *CIFRAS DE LA PAGINA DE RESUMEN DE LOS CERTIFICADOS (COBOL770)
           SELECT RESUMEN-CERT
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.certificados.resumen"
             FILE STATUS IS WS-FILE-STATUS-RES.
      *
      *FICHERO DE TRABAJO CON LOS REGISTROS DE PERCEPTOR
           SELECT PERCEPTORES
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.modelo190.perceptores"
             FILE STATUS IS WS-FILE-STATUS-TRA.
      *
           SELECT DECLARACION
           ASSIGN TO "/home/forma2/cobol/ficheros/fichero.modelo190"
             FILE STATUS IS WS-FILE-STATUS-DEC.
      *
      *DECLARACION DE CADA EMPRESA DEL GRUPO: LA RUTA LLEVA EL CODIGO
      *DE LA EMPRESA Y SE RESUELVE EN 4000-GRABA-DECLARACION
           SELECT DECLARACION-EMPRESA
           ASSIGN TO WS-ASSIGN-DECLARACION-EMPRESA
             FILE STATUS IS WS-FILE-STATUS-DEM.
      *
           SELECT LISTADO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.modelo190.listado"
             FILE STATUS IS WS-FILE-STATUS-LISTADO.
      *
      *FICHERO COMUN DE AUDITORIA DE ERRORES (VER COPY ERRAUDPR)
           COPY ERRAUDFC.
      *
      *MAESTRO DE EMPRESAS DEL GRUPO (VER COPY EMPREPR)
           COPY EMPREFC.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD ACUMULADO.
       01  REG-ACUMULADO                          PIC X(86).
      *
       FD FICPERSONAL.
       01  REG-PERSONAL                           PIC X(120).
      *
       FD RESUMEN-CERT.
       01  REG-RESUMEN-CERT                       PIC X(70).
      *
       FD PERCEPTORES.
       01  REG-PERCEPTOR                          PIC X(250).
      *
       FD DECLARACION.
       01  REG-DECLARACION                        PIC X(250).
      *
       FD DECLARACION-EMPRESA.
       01  REG-DECLARACION-EMPRESA                PIC X(250).
      *
       FD LISTADO.
       01  REG-LISTADO                            PIC X(132).
      *
       COPY ERRAUDFD.
      *
       COPY EMPREFD.
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
      *****************************************************************
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *               VARIABLES  FICHERO ENTRADA                      *
      *****************************************************************
       COPY COPYACUM.
      *
      *****************************************************************
      *               VARIABLES  DATOS PERSONALES                     *
      *****************************************************************
       COPY COPYPERSO.
      *
      *****************************************************************
      *               VARIABLES  RESUMEN DE CERTIFICADOS              *
      *****************************************************************
       COPY COPYRESCER.
      *
      *****************************************************************
      *               VALIDACION DEL NIF                              *
      *****************************************************************
       COPY NIFVALWS.
      *
      *****************************************************************
      *               REGISTROS DEL FICHERO DE DECLARACION            *
      *****************************************************************
      *REGISTRO DE DECLARANTE (TIPO 1): UNO POR DECLARACION, DELANTE
      *DE SUS PERCEPTORES
       01  WS-REG-DECLARANTE.
           05  WD-TIPO-REGISTRO                PIC X(1).
           05  WD-MODELO                       PIC X(3).
           05  WD-EJERCICIO                    PIC 9(4).
           05  WD-NIF-DECLARANTE               PIC X(9).
           05  WD-RAZON-SOCIAL                 PIC X(40).
      *"T" PRESENTACION TELEMATICA
           05  WD-SOPORTE                      PIC X(1).
           05  WD-TELEFONO                     PIC X(9).
           05  WD-CONTACTO                     PIC X(40).
      *MODELO, EJERCICIO Y NUMERO DE ORDEN DE LA DECLARACION
           05  WD-NUM-DECLARACION.
               10  WD-NUM-MODELO               PIC X(3).
               10  WD-NUM-EJERCICIO            PIC 9(4).
               10  WD-NUM-ORDEN                PIC 9(6).
           05  WD-NUM-PERCEPTORES              PIC 9(9).
           05  WD-IMPORTE-PERCEPCIONES         PIC 9(13)V99.
           05  WD-IMPORTE-RETENCIONES          PIC 9(13)V99.
           05  FILLER                          PIC X(91).
      *
      *REGISTRO DE PERCEPTOR (TIPO 2): UNO POR EMPLEADO DECLARADO
       01  WS-REG-PERCEPTOR.
           05  WR-TIPO-REGISTRO                PIC X(1).
           05  WR-MODELO                       PIC X(3).
           05  WR-EJERCICIO                    PIC 9(4).
           05  WR-NIF-DECLARANTE               PIC X(9).
           05  WR-NIF-PERCEPTOR                PIC X(9).
           05  WR-NIF-REPRESENTANTE            PIC X(9).
           05  WR-APELLIDOS-NOMBRE             PIC X(40).
      *PROVINCIA: LAS DOS PRIMERAS CIFRAS DEL CODIGO POSTAL
           05  WR-PROVINCIA                    PIC X(2).
           05  WR-CLAVE                        PIC X(1).
           05  WR-SUBCLAVE                     PIC X(2).
           05  WR-PERCEPCION                   PIC 9(11)V99.
           05  WR-RETENCION                    PIC 9(11)V99.
           05  FILLER                          PIC X(144).
      *
      *REGISTRO QUE SE GRABA A LA VEZ EN LA DECLARACION DE LA EMPRESA
      *Y EN EL FICHERO CONJUNTO
       01  WS-REG-DECLARACION-SALIDA            PIC X(250).
      *
      *****************************************************************
      *               TABLA DE DATOS PERSONALES                       *
      *****************************************************************
      *SE CARGA DESDE FICHERO.DATOS.PERSONALES EN 1020-CARGA-PERSONAL;
      *SI EL FICHERO NO EXISTE QUEDA VACIA Y NO SE PUEDE DECLARAR A
      *NADIE
       01  WT-TABLA-PERSONAL.
           05  WC-NUM-PERSONAL          PIC 9(4) VALUE 0.
           05  WT-REG-PERSONAL OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-PERSONAL
                  INDEXED BY IP         PIC X(120).
      *
      *****************************************************************
      *               TABLA DE RESUMENES DE CERTIFICADOS              *
      *****************************************************************
      *UN REGISTRO POR EMPRESA CERTIFICADA POR COBOL770, CON LA EMPRESA
      *YA RESUELTA (EN BLANCO, LA PRINCIPAL)
       01  WT-TABLA-RESUMENES.
           05  WC-NUM-RESUMENES         PIC 9(2) VALUE 0.
           05  WT-RESUMEN OCCURS 1 TO 50 TIMES
                  DEPENDING ON WC-NUM-RESUMENES
                  INDEXED BY IR         PIC X(70).
      *
      *****************************************************************
      *               MAESTRO DE EMPRESAS                             *
      *****************************************************************
       COPY COPYEMPRESA.
       COPY EMPREWS.
      *
      *REGISTROS DEL ACUMULADO DE CADA EMPRESA, EN PARALELO A LA TABLA
      *DE EMPRESAS (WEM-POSICION)
       01  WT-TABLA-ACUMULADOS-EMPRESA.
           05  WT-EMP-ACUMULADOS OCCURS 50 TIMES PIC 9(7).
      *
      *****************************************************************
      *               AUDITORIA COMUN DE ERRORES                      *
      *****************************************************************
       COPY ERRAUDWS.
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
           05  SW-FIN-PERSONAL                   PIC 9 VALUE 0.
                88 FIN-PERSONAL                  VALUE 1.
                88 NO-FIN-PERSONAL               VALUE 0.
           05  SW-FIN-PERCEPTORES                PIC 9 VALUE 0.
                88 FIN-PERCEPTORES               VALUE 1.
                88 NO-FIN-PERCEPTORES            VALUE 0.
           05  SW-PERSONA                        PIC X VALUE "N".
                88 PERSONA-ENCONTRADA            VALUE "S".
                88 PERSONA-NO-ENCONTRADA         VALUE "N".
           05  SW-FIN-RESUMEN                    PIC 9 VALUE 0.
                88 FIN-RESUMEN                   VALUE 1.
                88 NO-FIN-RESUMEN                VALUE 0.
      *SI LA EMPRESA EN CURSO TIENE SU REGISTRO EN EL RESUMEN
           05  SW-RESUMEN                        PIC X VALUE "N".
                88 HAY-RESUMEN                   VALUE "S".
                88 NO-HAY-RESUMEN                VALUE "N".
           05  SW-CUADRE                         PIC X VALUE "N".
                88 CUADRA                        VALUE "S".
                88 NO-CUADRA                     VALUE "N".
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
      *****************************************************************
       01  LT-LITERALES.
           05  LT-FICHERO1          PIC X(20) VALUE "NOMINA.ACUMULADO".
           05  LT-FICHERO1-DEFECTO  PIC X(60) VALUE
               "/home/forma2/cobol/ficheros/fichero.nomina.acumulado".
           05  LT-FICHERO2          PIC X(20) VALUE "MODELO190".
           05  LT-FICHERO3          PIC X(16) VALUE "LISTADO".
           05  LT-FICHERO4          PIC X(20) VALUE "DATOS.PERSONALES".
           05  LT-FICHERO5      PIC X(20) VALUE "CERTIFICADOS.RESUMEN".
           05  LT-FICHERO6          PIC X(20) VALUE "MODELO190.PERCEPT".
           05  LT-FICHERO7          PIC X(20) VALUE "MODELO190.EMPRESA".
      *RUTA DE LA DECLARACION DE CADA EMPRESA, A LA QUE SE ANADE SU
      *CODIGO
           05  LT-RUTA-MODELO190    PIC X(60) VALUE
               "/home/forma2/cobol/ficheros/fichero.modelo190.".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL772".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
           05  LT-MAX-LINEAS-PAGINA PIC 9(2) VALUE 60.
           05  LT-MODELO            PIC X(3)  VALUE "190".
      *PERSONA DE CONTACTO DE TODAS LAS DECLARACIONES: EL DEPARTAMENTO
      *DE NOMINAS DEL GRUPO, QUE LAS PREPARA (EL NIF Y EL NOMBRE DEL
      *DECLARANTE SALEN DEL MAESTRO DE EMPRESAS)
           05  LT-CONTACTO-TELEFONO PIC X(9)  VALUE "910000000".
           05  LT-CONTACTO-NOMBRE   PIC X(40)
                    VALUE "DEPARTAMENTO DE NOMINAS".
      *CLAVE DE PERCEPCION: RENDIMIENTOS DEL TRABAJO POR CUENTA AJENA
           05  LT-CLAVE-PERCEPCION  PIC X(1)  VALUE "A".
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
      *****************************************************************
       01  WS-VARIABLES.
           05  WS-FILE-STATUS                       PIC XX.
           05  WS-FILE-STATUS-PER                   PIC XX.
           05  WS-FILE-STATUS-RES                   PIC XX.
           05  WS-FILE-STATUS-TRA                   PIC XX.
           05  WS-FILE-STATUS-DEC                   PIC XX.
           05  WS-FILE-STATUS-DEM                   PIC XX.
           05  WS-FILE-STATUS-LISTADO               PIC XX.
           05  WS-FILE-STATUS-ERROR                 PIC XX.
           05  WS-FICHERO-ERROR                     PIC X(20).
           05  WS-PARRAFO-ERROR                     PIC X(20).
           05  WS-OPERACION-ERROR                   PIC X(10).
           05  WS-FECHA-HOY                         PIC 9(8).
           05  WS-ASSIGN-FICHERO                    PIC X(60).
      *EJERCICIO DECLARADO: EL DEL PRIMER REGISTRO DEL ACUMULADO
           05  WS-EJERCICIO                         PIC 9(4) VALUE 0.
           05  WS-MOTIVO                            PIC X(30).
      *DECLARACION DE LA EMPRESA EN CURSO, EMPRESA EN CURSO Y EMPRESA
      *(YA RESUELTA) DEL ACUMULADO LEIDO
           05  WS-ASSIGN-DECLARACION-EMPRESA        PIC X(60).
           05  WS-NUM-EMPRESA                       PIC 9(2).
           05  WS-EMPRESA-ACUM                      PIC X(3).
      *
      *****************************************************************
      *               CONTADORES                                      *
      *****************************************************************
       01  WS-CONTADORES.
           05 WC-CONTADOR                        PIC 9(7).
           05 WC-LINEA-PAGINA                    PIC 9(2).
           05 WC-PAGINA                          PIC 9(4).
           05 WC-EMPRESAS-DESCONOCIDAS           PIC 9(7).
      *TOTALES DEL GRUPO PARA EL RESUMEN FINAL Y EL CODIGO DE RETORNO
           05 WC-DECLARACIONES                   PIC 9(3).
           05 WC-SIN-CUADRE                      PIC 9(3).
           05 WC-TOT-ACUMULADOS                  PIC 9(7).
           05 WC-TOT-DECLARADOS                  PIC 9(7).
           05 WC-TOT-EXCLUIDOS                   PIC 9(7).
           05 WC-TOT-BRUTO-DECLARADO             PIC 9(13)V99.
           05 WC-TOT-RETENIDO-DECLARADO          PIC 9(13)V99.
      *
      *CIFRAS DE LA DECLARACION DE LA EMPRESA EN CURSO
       01  WS-CONTADORES-EMPRESA.
           05 WC-EMP-ACUMULADOS                  PIC 9(7).
           05 WC-DECLARADOS                      PIC 9(7).
           05 WC-EXCLUIDOS                       PIC 9(7).
           05 WC-COPIADOS                        PIC 9(7).
           05 WC-BRUTO-DECLARADO                 PIC 9(13)V99.
           05 WC-RETENIDO-DECLARADO              PIC 9(13)V99.
           05 WC-BRUTO-EXCLUIDO                  PIC 9(13)V99.
           05 WC-RETENIDO-EXCLUIDO               PIC 9(13)V99.
           05 WC-BRUTO-ACUMULADO                 PIC 9(13)V99.
           05 WC-RETENIDO-ACUMULADO              PIC 9(13)V99.
      *
      *****************************************************************
      *               LINEA GENERICA DE IMPRESION                     *
      *****************************************************************
       01  WS-LINEA-IMPRIMIR                     PIC X(132).
      *
      *****************************************************************
      *               LINEAS DEL LISTADO                              *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  FILLER                 PIC X(36)
                    VALUE "DECLARACION ANUAL RETENCIONES (190)".
           05  FILLER                 PIC X(11) VALUE "EJERCICIO: ".
           05  WT-EJERCICIO           PIC 9(4).
           05  FILLER                 PIC X(10) VALUE "  FECHA: ".
           05  WT-FECHA               PIC 9999/99/99.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(7)  VALUE "PAGINA ".
           05  WT-PAGINA              PIC ZZZ9.
      *
       01  WS-LINEA-EMPRESA.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  FILLER                 PIC X(12) VALUE "DECLARANTE: ".
           05  WT-EMPRESA-CODIGO      PIC X(3).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WT-EMPRESA-NOMBRE      PIC X(30).
           05  FILLER                 PIC X(7)  VALUE "  NIF: ".
           05  WT-EMPRESA-CIF         PIC X(9).
      *
       01  WS-LINEA-COLUMNAS.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  FILLER                 PIC X(9)  VALUE "CODIGO".
           05  FILLER                 PIC X(29) VALUE "NOMBRE".
           05  FILLER                 PIC X(11) VALUE "NIF/NIE".
           05  FILLER                 PIC X(16) VALUE "   BRUTO ANUAL".
           05  FILLER                 PIC X(16) VALUE "      RETENCION".
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  FILLER                 PIC X(30) VALUE "MOTIVO".
      *
       01  WS-LINEA-EXCLUIDO.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  WE-CODIGO              PIC X(6).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WE-NOMBRE              PIC X(12).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WE-APELLIDO            PIC X(15).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WE-NIF                 PIC X(9).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WE-BRUTO               PIC -(12)9.99.
           05  WE-RETENCION           PIC -(12)9.99.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WE-MOTIVO              PIC X(30).
      *
       01  WS-LINEA-SIN-EXCLUIDOS.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  FILLER                 PIC X(50) VALUE
               "TODOS LOS PERCEPTORES SE HAN PODIDO DECLARAR".
      *
       01  WS-LINEA-SECCION.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  WS-TEXTO-SECCION       PIC X(60).
      *
       01  WS-LINEA-CUADRE.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  WQ-CONCEPTO            PIC X(30).
           05  WQ-NUMERO              PIC ZZZZZZ9.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WQ-BRUTO               PIC -(12)9.99.
           05  WQ-RETENCION           PIC -(12)9.99.
      *
       01  WS-LINEA-RESULTADO.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  WQ-RESULTADO           PIC X(80).
      *
      *****************************************************************
      *               PROCEDURE  DIVISION.                            *
      *****************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT.
      *
      *UNA DECLARACION POR EMPRESA, CON SU DECLARANTE, SUS
      *PERCEPTORES, SUS EXCLUIDOS Y SU CUADRE
           PERFORM 2600-DECLARA-EMPRESA
              THRU 2600-DECLARA-EMPRESA-EXIT
              VARYING WS-NUM-EMPRESA FROM 1 BY 1
              UNTIL WS-NUM-EMPRESA > WEM-NUM-EMPRESAS.
      *
           PERFORM 8000-FIN
              THRU 8000-FIN-EXIT.
      *
      *****************************************************************
      *               INICIO                                          *
      *****************************************************************
       1000-INICIO.
           INITIALIZE WS-CONTADORES.
           INITIALIZE WS-CONTADORES-EMPRESA.
      *
      *ABRIMOS EL FICHERO COMUN DE AUDITORIA DE ERRORES ANTES QUE
      *NINGUN OTRO, SIN COMPROBAR SU FILE STATUS
           OPEN EXTEND AUDITORIA.
      *
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
      *
           PERFORM 1005-SELECCION-FICHERO
              THRU 1005-SELECCION-FICHERO-EXIT.
      *
           PERFORM 1020-CARGA-PERSONAL
              THRU 1020-CARGA-PERSONAL-EXIT.
      *
      *CARGAMOS LAS EMPRESAS DEL GRUPO: SIN ELLAS NO HAY DECLARANTE
           PERFORM 9970-CARGA-EMPRESAS
              THRU 9970-CARGA-EMPRESAS-EXIT.
           IF EMP-CARGA-ERROR
                DISPLAY "NO SE PUEDE CARGAR FICHERO.EMPRESAS (FILE "
                        "STATUS " WS-FILE-STATUS-EMR ") - DECLARACION "
                        "DETENIDA"
                CLOSE AUDITORIA
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
           PERFORM 1030-LEE-RESUMEN
              THRU 1030-LEE-RESUMEN-EXIT.
      *
      *TODO ACUMULADO TIENE QUE SER DE UNA EMPRESA DEL MAESTRO ANTES
      *DE GRABAR NINGUNA DECLARACION
           PERFORM 1040-COMPRUEBA-EMPRESAS
              THRU 1040-COMPRUEBA-EMPRESAS-EXIT.
      *
      *EL FICHERO CONJUNTO RECOGE LAS DECLARACIONES DE TODAS LAS
      *EMPRESAS
           OPEN OUTPUT DECLARACION.
           IF WS-FILE-STATUS-DEC NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-DEC TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           OPEN OUTPUT LISTADO.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
       1000-INICIO-EXIT.
       EXIT.
      *
      *****************************************************************
      *          SELECCION DE LA RUTA DEL FICHERO DE ENTRADA          *
      *****************************************************************
       1005-SELECCION-FICHERO.
           ACCEPT WS-ASSIGN-FICHERO FROM ENVIRONMENT "COBOL772_FICHERO".
           IF WS-ASSIGN-FICHERO = SPACES
                MOVE LT-FICHERO1-DEFECTO TO WS-ASSIGN-FICHERO
           END-IF.
      *
       1005-SELECCION-FICHERO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CARGA DE LA TABLA DE DATOS PERSONALES DESDE FICHERO     *
      *****************************************************************
       1020-CARGA-PERSONAL.
      *SIN MAESTRO DE DATOS PERSONALES NO HAY NIF DE NADIE: LA
      *DECLARACION SALE SIN PERCEPTORES Y TODOS EN EL LISTADO
           OPEN INPUT FICPERSONAL.
           IF WS-FILE-STATUS-PER = 35
                DISPLAY "AVISO: NO SE ENCUENTRA " LT-FICHERO4
                DISPLAY "       NINGUN PERCEPTOR TIENE NIF"
                GO TO 1020-CARGA-PERSONAL-EXIT
           END-IF.
           IF WS-FILE-STATUS-PER NOT = 00
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE "1020-CARGA-PERSONAL" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-PER TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 1021-LEE-PERSONAL
              THRU 1021-LEE-PERSONAL-EXIT
              UNTIL FIN-PERSONAL
                 OR WC-NUM-PERSONAL >= 5000.
      *
           IF NOT FIN-PERSONAL
                DISPLAY "AVISO: " LT-FICHERO4 " SUPERA LAS 5000 "
                        "ENTRADAS DE LA TABLA"
           END-IF.
           CLOSE FICPERSONAL.
      *
       1020-CARGA-PERSONAL-EXIT.
       EXIT.
      *
       1021-LEE-PERSONAL.
           READ FICPERSONAL INTO WS-REG-PERSONAL
              AT END SET FIN-PERSONAL TO TRUE.
      *
           IF WS-FILE-STATUS-PER = 00
                ADD 1 TO WC-NUM-PERSONAL
                MOVE WS-REG-PERSONAL
                  TO WT-REG-PERSONAL(WC-NUM-PERSONAL)
           ELSE
                IF WS-FILE-STATUS-PER NOT = 10
                     MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                     MOVE "1021-LEE-PERSONAL" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE WS-FILE-STATUS-PER TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
      *
       1021-LEE-PERSONAL-EXIT.
       EXIT.
      *
      *****************************************************************
      *       LECTURA DEL RESUMEN DE LOS CERTIFICADOS DE COBOL770     *
      *****************************************************************
       1030-LEE-RESUMEN.
      *SIN RESUMEN LA DECLARACION SE GRABA IGUAL, PERO EL CUADRE NO
      *SE PUEDE HACER Y EL LISTADO LO DICE. SE CARGA UN REGISTRO POR
      *EMPRESA CERTIFICADA (VER 5000-CUADRE)
           MOVE 0 TO WC-NUM-RESUMENES.
           OPEN INPUT RESUMEN-CERT.
           IF WS-FILE-STATUS-RES = 35
                DISPLAY "AVISO: NO SE ENCUENTRA " LT-FICHERO5
                DISPLAY "       NO SE PUEDE CUADRAR CON COBOL770"
                GO TO 1030-LEE-RESUMEN-EXIT
           END-IF.
           IF WS-FILE-STATUS-RES NOT = 00
                MOVE LT-FICHERO5 TO WS-FICHERO-ERROR
                MOVE "1030-LEE-RESUMEN" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-RES TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           SET NO-FIN-RESUMEN TO TRUE.
           PERFORM 1031-LEE-RESUMEN
              THRU 1031-LEE-RESUMEN-EXIT
              UNTIL FIN-RESUMEN
                 OR WC-NUM-RESUMENES >= 50.
           CLOSE RESUMEN-CERT.
      *
       1030-LEE-RESUMEN-EXIT.
       EXIT.
      *
       1031-LEE-RESUMEN.
           READ RESUMEN-CERT INTO WS-REG-RESUMEN-CERT
              AT END SET FIN-RESUMEN TO TRUE.
           IF WS-FILE-STATUS-RES = 00
      *UN RESUMEN SIN EMPRESA ES DE LA PRINCIPAL
                IF WZ-EMPRESA = SPACES
                     MOVE WEM-REG-TABLA(1)(1:3) TO WZ-EMPRESA
                END-IF
                ADD 1 TO WC-NUM-RESUMENES
                MOVE WS-REG-RESUMEN-CERT
                  TO WT-RESUMEN(WC-NUM-RESUMENES)
           ELSE
                IF WS-FILE-STATUS-RES NOT = 10
                     MOVE LT-FICHERO5 TO WS-FICHERO-ERROR
                     MOVE "1031-LEE-RESUMEN" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE WS-FILE-STATUS-RES TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
      *
       1031-LEE-RESUMEN-EXIT.
       EXIT.
      *
      *****************************************************************
      *       EMPRESAS DEL ACUMULADO CONTRA EL MAESTRO                *
      *****************************************************************
       1040-COMPRUEBA-EMPRESAS.
           INITIALIZE WT-TABLA-ACUMULADOS-EMPRESA.
           OPEN INPUT ACUMULADO.
           IF WS-FILE-STATUS NOT = 00
                MOVE "1040-COMPRUEBA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           SET NO-FIN-FICHERO TO TRUE.
           PERFORM 9200-LEER-FICHERO
              THRU 9200-LEER-FICHERO-EXIT.
      *
      *EL PRIMER REGISTRO FIJA EL EJERCICIO DECLARADO, QUE VA EN LA
      *CABECERA DEL LISTADO
           IF NOT FIN-FICHERO
                MOVE WY-ANIO TO WS-EJERCICIO
           END-IF.
      *
           PERFORM 1041-COMPRUEBA-ACUMULADO
              THRU 1041-COMPRUEBA-ACUMULADO-EXIT
              UNTIL FIN-FICHERO.
           CLOSE ACUMULADO.
      *
           IF WC-EMPRESAS-DESCONOCIDAS > 0
                DISPLAY "ACUMULADOS DE EMPRESA DESCONOCIDA: "
                        WC-EMPRESAS-DESCONOCIDAS
                        " - DECLARACION DETENIDA"
                CLOSE AUDITORIA
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
       1040-COMPRUEBA-EMPRESAS-EXIT.
       EXIT.
      *
       1041-COMPRUEBA-ACUMULADO.
           MOVE WY-EMPRESA TO WEM-BUSCA-CODIGO.
           PERFORM 9975-BUSCA-EMPRESA
              THRU 9975-BUSCA-EMPRESA-EXIT.
           IF EMP-NO-ENCONTRADA
                ADD 1 TO WC-EMPRESAS-DESCONOCIDAS
                DISPLAY "EMPRESA DESCONOCIDA - EMPLEADO: " WY-CODIGO
                        " EMPRESA: " WY-EMPRESA
           ELSE
                ADD 1 TO WT-EMP-ACUMULADOS(WEM-POSICION)
           END-IF.
           PERFORM 9200-LEER-FICHERO
              THRU 9200-LEER-FICHERO-EXIT.
       1041-COMPRUEBA-ACUMULADO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       DECLARACION DE LA EMPRESA WS-NUM-EMPRESA                *
      *****************************************************************
       2600-DECLARA-EMPRESA.
      *SOLO DECLARAN LAS EMPRESAS CON ACUMULADOS Y SIEMPRE LA
      *PRINCIPAL (AUNQUE SEA SIN PERCEPTORES, COMO HASTA AHORA UN
      *ACUMULADO VACIO)
           IF WT-EMP-ACUMULADOS(WS-NUM-EMPRESA) = 0
              AND WS-NUM-EMPRESA > 1
                GO TO 2600-DECLARA-EMPRESA-EXIT
           END-IF.
           MOVE WEM-REG-TABLA(WS-NUM-EMPRESA) TO WS-REG-EMPRESA.
           INITIALIZE WS-CONTADORES-EMPRESA.
           ADD 1 TO WC-DECLARACIONES.
      *
           OPEN OUTPUT PERCEPTORES.
           IF WS-FILE-STATUS-TRA NOT = 00
                MOVE "2600-EMPRESA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO6 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-TRA TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *CADA EMPRESA EMPIEZA PAGINA EN EL LISTADO
           PERFORM 2000-IMPRIME-CABECERA
              THRU 2000-IMPRIME-CABECERA-EXIT.
           MOVE "PERCEPTORES QUE NO SE PUEDEN DECLARAR"
             TO WS-TEXTO-SECCION.
           MOVE WS-LINEA-SECCION TO WS-LINEA-IMPRIMIR.
           PERFORM 3500-ESCRIBE-LINEA
              THRU 3500-ESCRIBE-LINEA-EXIT.
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           PERFORM 3500-ESCRIBE-LINEA
              THRU 3500-ESCRIBE-LINEA-EXIT.
      *
           OPEN INPUT ACUMULADO.
           IF WS-FILE-STATUS NOT = 00
                MOVE "2600-EMPRESA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           SET NO-FIN-FICHERO TO TRUE.
           MOVE 0 TO WC-CONTADOR.
           PERFORM 9200-LEER-FICHERO
              THRU 9200-LEER-FICHERO-EXIT.
           PERFORM 3000-PROCESO
              THRU 3000-PROCESO-EXIT
              UNTIL FIN-FICHERO.
           CLOSE ACUMULADO.
      *
           IF WC-EXCLUIDOS = 0
                MOVE WS-LINEA-SIN-EXCLUIDOS TO WS-LINEA-IMPRIMIR
                PERFORM 3500-ESCRIBE-LINEA
                   THRU 3500-ESCRIBE-LINEA-EXIT
           END-IF.
      *
           PERFORM 4000-GRABA-DECLARACION
              THRU 4000-GRABA-DECLARACION-EXIT.
      *
           PERFORM 5000-CUADRE
              THRU 5000-CUADRE-EXIT.
      *
           ADD WC-EMP-ACUMULADOS     TO WC-TOT-ACUMULADOS.
           ADD WC-DECLARADOS         TO WC-TOT-DECLARADOS.
           ADD WC-EXCLUIDOS          TO WC-TOT-EXCLUIDOS.
           ADD WC-BRUTO-DECLARADO    TO WC-TOT-BRUTO-DECLARADO.
           ADD WC-RETENIDO-DECLARADO TO WC-TOT-RETENIDO-DECLARADO.
           IF NO-HAY-RESUMEN
              OR NO-CUADRA
                ADD 1 TO WC-SIN-CUADRE
           END-IF.
      *
       2600-DECLARA-EMPRESA-EXIT.
       EXIT.
      *
      *****************************************************************
      *             PROCESO                                           *
      *****************************************************************
       3000-PROCESO.
      *SOLO LOS REGISTROS DE LA EMPRESA EN CURSO (UN ACUMULADO SIN
      *EMPRESA ES DE LA PRINCIPAL, LA PRIMERA DE LA TABLA)
           MOVE WY-EMPRESA TO WS-EMPRESA-ACUM.
           IF WS-EMPRESA-ACUM = SPACES
                MOVE WEM-REG-TABLA(1)(1:3) TO WS-EMPRESA-ACUM
           END-IF.
           IF WS-EMPRESA-ACUM = WEM-CODIGO
                PERFORM 3050-PROCESA-PERCEPTOR
                   THRU 3050-PROCESA-PERCEPTOR-EXIT
           END-IF.
      *
           PERFORM 9200-LEER-FICHERO
              THRU 9200-LEER-FICHERO-EXIT.
      *
       3000-PROCESO-EXIT.
       EXIT.
      *
       3050-PROCESA-PERCEPTOR.
      *TODO EL ACUMULADO DE LA EMPRESA CUENTA PARA EL CUADRE CON
      *COBOL770, QUE CERTIFICA TODOS SUS REGISTROS
           ADD 1                 TO WC-EMP-ACUMULADOS.
           ADD WY-BRUTO-ACUM     TO WC-BRUTO-ACUMULADO.
           ADD WY-DEDUCCION-ACUM TO WC-RETENIDO-ACUMULADO.
      *
           PERFORM 3100-VALIDA-PERCEPTOR
              THRU 3100-VALIDA-PERCEPTOR-EXIT.
      *
           IF WS-MOTIVO = SPACES
                PERFORM 3200-GRABA-PERCEPTOR
                   THRU 3200-GRABA-PERCEPTOR-EXIT
           ELSE
                PERFORM 3300-IMPRIME-EXCLUIDO
                   THRU 3300-IMPRIME-EXCLUIDO-EXIT
           END-IF.
      *
       3050-PROCESA-PERCEPTOR-EXIT.
       EXIT.
      *
      *****************************************************************
      *       COMPRUEBA QUE EL PERCEPTOR SE PUEDE DECLARAR            *
      *****************************************************************
       3100-VALIDA-PERCEPTOR.
      *DEJA EN WS-MOTIVO LA CAUSA POR LA QUE NO SE PUEDE DECLARAR, O
      *BLANCOS SI SE PUEDE
           MOVE SPACES TO WS-MOTIVO.
           MOVE SPACES TO WS-REG-PERSONAL.
      *
      *UN REGISTRO DE OTRO ANIO NO PERTENECE A ESTE EJERCICIO
           IF WY-ANIO NOT = WS-EJERCICIO
                MOVE "ACUMULADO DE OTRO EJERCICIO" TO WS-MOTIVO
                GO TO 3100-VALIDA-PERCEPTOR-EXIT
           END-IF.
      *
           SET PERSONA-NO-ENCONTRADA TO TRUE.
           SET IP TO 1.
           SEARCH WT-REG-PERSONAL
                AT END CONTINUE
                WHEN WT-REG-PERSONAL(IP)(1:6) = WY-CODIGO
                     SET PERSONA-ENCONTRADA TO TRUE
                     MOVE WT-REG-PERSONAL(IP) TO WS-REG-PERSONAL
           END-SEARCH.
      *
           IF PERSONA-NO-ENCONTRADA
                MOVE "SIN DATOS PERSONALES" TO WS-MOTIVO
                GO TO 3100-VALIDA-PERCEPTOR-EXIT
           END-IF.
      *
           IF WU-PER-NIF = SPACES
                MOVE "NIF NO INFORMADO" TO WS-MOTIVO
                GO TO 3100-VALIDA-PERCEPTOR-EXIT
           END-IF.
      *
      *EL MAESTRO SE VALIDA AL DAR DE ALTA, PERO PUEDE TRAER DATOS
      *CARGADOS POR OTRA VIA: SE VUELVE A COMPROBAR LA LETRA
           MOVE WU-PER-NIF TO WS-NIF-VALIDAR.
           PERFORM 9450-VALIDA-NIF
              THRU 9450-VALIDA-NIF-EXIT.
           IF NIF-INVALIDO
                MOVE "NIF NO VALIDO" TO WS-MOTIVO
           END-IF.
      *
       3100-VALIDA-PERCEPTOR-EXIT.
       EXIT.
      *
      *****************************************************************
      *       GRABA EL REGISTRO DE PERCEPTOR EN EL FICHERO DE TRABAJO *
      *****************************************************************
       3200-GRABA-PERCEPTOR.
           INITIALIZE WS-REG-PERCEPTOR.
           MOVE SPACES                TO WS-REG-PERCEPTOR.
           MOVE "2"                   TO WR-TIPO-REGISTRO.
           MOVE LT-MODELO             TO WR-MODELO.
           MOVE WS-EJERCICIO          TO WR-EJERCICIO.
           MOVE WEM-CIF               TO WR-NIF-DECLARANTE.
           MOVE WU-PER-NIF            TO WR-NIF-PERCEPTOR.
           MOVE SPACES                TO WR-NIF-REPRESENTANTE.
      *APELLIDOS Y NOMBRE, SEPARADOS POR UN BLANCO
           MOVE SPACES                TO WR-APELLIDOS-NOMBRE.
           STRING WY-APELLIDO DELIMITED BY "  "
                  " "         DELIMITED BY SIZE
                  WY-NOMBRE   DELIMITED BY "  "
                  INTO WR-APELLIDOS-NOMBRE.
           MOVE WU-PER-COD-POSTAL(1:2) TO WR-PROVINCIA.
           MOVE LT-CLAVE-PERCEPCION   TO WR-CLAVE.
           MOVE SPACES                TO WR-SUBCLAVE.
           MOVE WY-BRUTO-ACUM         TO WR-PERCEPCION.
           MOVE WY-DEDUCCION-ACUM     TO WR-RETENCION.
      *
           WRITE REG-PERCEPTOR FROM WS-REG-PERCEPTOR.
           IF WS-FILE-STATUS-TRA NOT = 00
                MOVE "3200-GRABA-PERCEPTOR" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO6 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-TRA TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           ADD 1                 TO WC-DECLARADOS.
           ADD WY-BRUTO-ACUM     TO WC-BRUTO-DECLARADO.
           ADD WY-DEDUCCION-ACUM TO WC-RETENIDO-DECLARADO.
      *
       3200-GRABA-PERCEPTOR-EXIT.
       EXIT.
      *
      *****************************************************************
      *       IMPRIME UN PERCEPTOR QUE NO SE PUEDE DECLARAR           *
      *****************************************************************
       3300-IMPRIME-EXCLUIDO.
           ADD 1                 TO WC-EXCLUIDOS.
           ADD WY-BRUTO-ACUM     TO WC-BRUTO-EXCLUIDO.
           ADD WY-DEDUCCION-ACUM TO WC-RETENIDO-EXCLUIDO.
      *
           MOVE WY-CODIGO         TO WE-CODIGO.
           MOVE WY-NOMBRE         TO WE-NOMBRE.
           MOVE WY-APELLIDO       TO WE-APELLIDO.
           MOVE WU-PER-NIF        TO WE-NIF.
           MOVE WY-BRUTO-ACUM     TO WE-BRUTO.
           MOVE WY-DEDUCCION-ACUM TO WE-RETENCION.
           MOVE WS-MOTIVO         TO WE-MOTIVO.
           MOVE WS-LINEA-EXCLUIDO TO WS-LINEA-IMPRIMIR.
           PERFORM 3500-ESCRIBE-LINEA
              THRU 3500-ESCRIBE-LINEA-EXIT.
      *
       3300-IMPRIME-EXCLUIDO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       ESCRIBE WS-LINEA-IMPRIMIR CONTROLANDO EL SALTO DE PAGINA *
      *****************************************************************
       3500-ESCRIBE-LINEA.
           IF WC-LINEA-PAGINA >= LT-MAX-LINEAS-PAGINA
                MOVE WS-LINEA-IMPRIMIR TO REG-LISTADO
                PERFORM 2000-IMPRIME-CABECERA
                   THRU 2000-IMPRIME-CABECERA-EXIT
                MOVE REG-LISTADO TO WS-LINEA-IMPRIMIR
           END-IF.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "3500-ESCRIBE" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-LINEA-PAGINA.
      *
       3500-ESCRIBE-LINEA-EXIT.
       EXIT.
      *
      *****************************************************************
      *             IMPRESION DE CABECERA Y TITULOS DE COLUMNA        *
      *****************************************************************
       2000-IMPRIME-CABECERA.
           ADD 1 TO WC-PAGINA.
           MOVE 0 TO WC-LINEA-PAGINA.
      *
           MOVE WS-EJERCICIO TO WT-EJERCICIO.
           MOVE WS-FECHA-HOY TO WT-FECHA.
           MOVE WC-PAGINA TO WT-PAGINA.
           WRITE REG-LISTADO FROM WS-LINEA-TITULO
              AFTER ADVANCING PAGE.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "2000-CABECERA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           MOVE SPACES TO REG-LISTADO.
           WRITE REG-LISTADO
              AFTER ADVANCING 1 LINES.
      *
      *EMPRESA DECLARANTE DE LA DECLARACION EN CURSO
           MOVE WEM-CODIGO TO WT-EMPRESA-CODIGO.
           MOVE WEM-NOMBRE TO WT-EMPRESA-NOMBRE.
           MOVE WEM-CIF    TO WT-EMPRESA-CIF.
           WRITE REG-LISTADO FROM WS-LINEA-EMPRESA
              AFTER ADVANCING 1 LINES.
      *
           MOVE SPACES TO REG-LISTADO.
           WRITE REG-LISTADO
              AFTER ADVANCING 1 LINES.
      *
           WRITE REG-LISTADO FROM WS-LINEA-COLUMNAS
              AFTER ADVANCING 1 LINES.
      *
           MOVE SPACES TO REG-LISTADO.
           WRITE REG-LISTADO
              AFTER ADVANCING 1 LINES.
      *
           ADD 6 TO WC-LINEA-PAGINA.
      *
       2000-IMPRIME-CABECERA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       GRABA LA DECLARACION: DECLARANTE Y PERCEPTORES          *
      *****************************************************************
       4000-GRABA-DECLARACION.
           CLOSE PERCEPTORES.
      *
      *FICHERO DE LA EMPRESA: FICHERO.MODELO190.CCC
           MOVE SPACES TO WS-ASSIGN-DECLARACION-EMPRESA.
           STRING LT-RUTA-MODELO190 DELIMITED BY SPACE
                  WEM-CODIGO        DELIMITED BY SIZE
                  INTO WS-ASSIGN-DECLARACION-EMPRESA.
           OPEN OUTPUT DECLARACION-EMPRESA.
           IF WS-FILE-STATUS-DEM NOT = 00
                MOVE "4000-DECLARACION" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO7 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-DEM TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *REGISTRO DE DECLARANTE CON LOS TOTALES DE LO DECLARADO POR LA
      *EMPRESA
           MOVE SPACES                 TO WS-REG-DECLARANTE.
           MOVE "1"                    TO WD-TIPO-REGISTRO.
           MOVE LT-MODELO              TO WD-MODELO.
           MOVE WS-EJERCICIO           TO WD-EJERCICIO.
           MOVE WEM-CIF                TO WD-NIF-DECLARANTE.
           MOVE WEM-NOMBRE             TO WD-RAZON-SOCIAL.
           MOVE "T"                    TO WD-SOPORTE.
           MOVE LT-CONTACTO-TELEFONO   TO WD-TELEFONO.
           MOVE LT-CONTACTO-NOMBRE     TO WD-CONTACTO.
           MOVE LT-MODELO              TO WD-NUM-MODELO.
           MOVE WS-EJERCICIO           TO WD-NUM-EJERCICIO.
           MOVE 1                      TO WD-NUM-ORDEN.
           MOVE WC-DECLARADOS          TO WD-NUM-PERCEPTORES.
           MOVE WC-BRUTO-DECLARADO     TO WD-IMPORTE-PERCEPCIONES.
           MOVE WC-RETENIDO-DECLARADO  TO WD-IMPORTE-RETENCIONES.
      *
           MOVE WS-REG-DECLARANTE TO WS-REG-DECLARACION-SALIDA.
           PERFORM 4050-GRABA-REGISTRO
              THRU 4050-GRABA-REGISTRO-EXIT.
      *
      *DETRAS, LOS PERCEPTORES DEL FICHERO DE TRABAJO
           OPEN INPUT PERCEPTORES.
           IF WS-FILE-STATUS-TRA NOT = 00
                MOVE "4000-DECLARACION" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO6 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-TRA TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           SET NO-FIN-PERCEPTORES TO TRUE.
           PERFORM 4010-COPIA-PERCEPTOR
              THRU 4010-COPIA-PERCEPTOR-EXIT
              UNTIL FIN-PERCEPTORES.
      *
      *EL FICHERO CONJUNTO SE CIERRA EN 8000-FIN
           CLOSE PERCEPTORES.
           CLOSE DECLARACION-EMPRESA.
      *
       4000-GRABA-DECLARACION-EXIT.
       EXIT.
      *
       4010-COPIA-PERCEPTOR.
           READ PERCEPTORES
              AT END SET FIN-PERCEPTORES TO TRUE.
           IF WS-FILE-STATUS-TRA NOT = 00
                IF WS-FILE-STATUS-TRA NOT = 10
                     SET FIN-PERCEPTORES TO TRUE
                     MOVE "4010-COPIA" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE LT-FICHERO6 TO WS-FICHERO-ERROR
                     MOVE WS-FILE-STATUS-TRA TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                        THRU 9100-ERRORES-EXIT
                END-IF
                GO TO 4010-COPIA-PERCEPTOR-EXIT
           END-IF.
      *
           MOVE REG-PERCEPTOR TO WS-REG-DECLARACION-SALIDA.
           PERFORM 4050-GRABA-REGISTRO
              THRU 4050-GRABA-REGISTRO-EXIT.
           ADD 1 TO WC-COPIADOS.
      *
       4010-COPIA-PERCEPTOR-EXIT.
       EXIT.
      *
      *CADA REGISTRO VA A LA DECLARACION DE LA EMPRESA Y AL FICHERO
      *CONJUNTO
       4050-GRABA-REGISTRO.
           WRITE REG-DECLARACION-EMPRESA
              FROM WS-REG-DECLARACION-SALIDA.
           IF WS-FILE-STATUS-DEM NOT = 00
                MOVE "4050-GRABA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO7 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-DEM TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           WRITE REG-DECLARACION FROM WS-REG-DECLARACION-SALIDA.
           IF WS-FILE-STATUS-DEC NOT = 00
                MOVE "4050-GRABA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-DEC TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
       4050-GRABA-REGISTRO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CUADRE CON LA PAGINA DE RESUMEN DE COBOL770             *
      *****************************************************************
       5000-CUADRE.
      *RESUMEN DE COBOL770 DE LA EMPRESA EN CURSO
           SET NO-HAY-RESUMEN TO TRUE.
           SET NO-CUADRA TO TRUE.
           IF WC-NUM-RESUMENES > 0
                SET IR TO 1
                SEARCH WT-RESUMEN
                     AT END CONTINUE
                     WHEN WT-RESUMEN(IR)(65:3) = WEM-CODIGO
                          SET HAY-RESUMEN TO TRUE
                          MOVE WT-RESUMEN(IR) TO WS-REG-RESUMEN-CERT
                END-SEARCH
           END-IF.
      *
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           PERFORM 3500-ESCRIBE-LINEA
              THRU 3500-ESCRIBE-LINEA-EXIT.
           MOVE "CUADRE CON LOS CERTIFICADOS DE RETENCIONES (COBOL770)"
             TO WS-TEXTO-SECCION.
           MOVE WS-LINEA-SECCION TO WS-LINEA-IMPRIMIR.
           PERFORM 3500-ESCRIBE-LINEA
              THRU 3500-ESCRIBE-LINEA-EXIT.
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           PERFORM 3500-ESCRIBE-LINEA
              THRU 3500-ESCRIBE-LINEA-EXIT.
      *
           MOVE "PERCEPTORES DECLARADOS"  TO WQ-CONCEPTO.
           MOVE WC-DECLARADOS             TO WQ-NUMERO.
           MOVE WC-BRUTO-DECLARADO        TO WQ-BRUTO.
           MOVE WC-RETENIDO-DECLARADO     TO WQ-RETENCION.
           PERFORM 5010-IMPRIME-CUADRE
              THRU 5010-IMPRIME-CUADRE-EXIT.
      *
           MOVE "NO DECLARADOS"           TO WQ-CONCEPTO.
           MOVE WC-EXCLUIDOS              TO WQ-NUMERO.
           MOVE WC-BRUTO-EXCLUIDO         TO WQ-BRUTO.
           MOVE WC-RETENIDO-EXCLUIDO      TO WQ-RETENCION.
           PERFORM 5010-IMPRIME-CUADRE
              THRU 5010-IMPRIME-CUADRE-EXIT.
      *
           MOVE "TOTAL ACUMULADO"         TO WQ-CONCEPTO.
           MOVE WC-EMP-ACUMULADOS         TO WQ-NUMERO.
           MOVE WC-BRUTO-ACUMULADO        TO WQ-BRUTO.
           MOVE WC-RETENIDO-ACUMULADO     TO WQ-RETENCION.
           PERFORM 5010-IMPRIME-CUADRE
              THRU 5010-IMPRIME-CUADRE-EXIT.
      *
           IF NO-HAY-RESUMEN
                MOVE "*** SIN RESUMEN DE CERTIFICADOS: CUADRE NO REALIZA
      -              "DO" TO WQ-RESULTADO
                PERFORM 5020-IMPRIME-RESULTADO
                   THRU 5020-IMPRIME-RESULTADO-EXIT
                GO TO 5000-CUADRE-EXIT
           END-IF.
      *
           MOVE "CERTIFICADOS COBOL770"   TO WQ-CONCEPTO.
           MOVE WZ-CERTIFICADOS           TO WQ-NUMERO.
           MOVE WZ-TOTAL-BRUTO            TO WQ-BRUTO.
           MOVE WZ-TOTAL-RETENIDO         TO WQ-RETENCION.
           PERFORM 5010-IMPRIME-CUADRE
              THRU 5010-IMPRIME-CUADRE-EXIT.
      *
      *EL RESUMEN TIENE QUE SER DEL MISMO EJERCICIO Y CUADRAR EN
      *NUMERO DE CERTIFICADOS, BRUTO Y RETENCION CON TODO EL ACUMULADO
      *DE LA EMPRESA
           SET CUADRA TO TRUE.
           IF WZ-ANIO NOT = WS-EJERCICIO
              OR WZ-CERTIFICADOS NOT = WC-EMP-ACUMULADOS
              OR WZ-TOTAL-BRUTO NOT = WC-BRUTO-ACUMULADO
              OR WZ-TOTAL-RETENIDO NOT = WC-RETENIDO-ACUMULADO
                SET NO-CUADRA TO TRUE
           END-IF.
      *
           IF CUADRA
                MOVE "CUADRA CON LOS CERTIFICADOS EMITIDOS"
                  TO WQ-RESULTADO
           ELSE
                MOVE "*** NO CUADRA CON LOS CERTIFICADOS: REVISE EL ACUM
      -              "ULADO Y VUELVA A LANZAR COBOL770" TO WQ-RESULTADO
           END-IF.
           PERFORM 5020-IMPRIME-RESULTADO
              THRU 5020-IMPRIME-RESULTADO-EXIT.
      *
       5000-CUADRE-EXIT.
       EXIT.
      *
       5010-IMPRIME-CUADRE.
           MOVE WS-LINEA-CUADRE TO WS-LINEA-IMPRIMIR.
           PERFORM 3500-ESCRIBE-LINEA
              THRU 3500-ESCRIBE-LINEA-EXIT.
       5010-IMPRIME-CUADRE-EXIT.
       EXIT.
      *
       5020-IMPRIME-RESULTADO.
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           PERFORM 3500-ESCRIBE-LINEA
              THRU 3500-ESCRIBE-LINEA-EXIT.
           MOVE WS-LINEA-RESULTADO TO WS-LINEA-IMPRIMIR.
           PERFORM 3500-ESCRIBE-LINEA
              THRU 3500-ESCRIBE-LINEA-EXIT.
       5020-IMPRIME-RESULTADO-EXIT.
       EXIT.
      *
      *****************************************************************
      *             FIN                                               *
      *****************************************************************
       8000-FIN.
           IF NO-ERROR
                 DISPLAY "******************************************"
                 DISPLAY "    DECLARACION ANUAL DE RETENCIONES"
                 DISPLAY "******************************************"
                 DISPLAY "**EJERCICIO:               " WS-EJERCICIO
                 DISPLAY "**DECLARACIONES GRABADAS:  " WC-DECLARACIONES
                 DISPLAY "**REGISTROS DEL ACUMULADO: " WC-TOT-ACUMULADOS
                 DISPLAY "**PERCEPTORES DECLARADOS:  " WC-TOT-DECLARADOS
                 DISPLAY "**NO DECLARADOS:           " WC-TOT-EXCLUIDOS
                 DISPLAY "**TOTAL PERCEPCIONES:  "
                      WC-TOT-BRUTO-DECLARADO
                 DISPLAY "**TOTAL RETENCIONES:   "
                      WC-TOT-RETENIDO-DECLARADO
                 DISPLAY "**EMPRESAS SIN CUADRE CON COBOL770: "
                      WC-SIN-CUADRE
                 DISPLAY "******************************************"
           END-IF.
      *
           CLOSE ACUMULADO.
           CLOSE DECLARACION.
           CLOSE LISTADO.
           CLOSE AUDITORIA.
           DISPLAY "FICHEROS CERRADOS".
      *
      *UNA DECLARACION CON PERCEPTORES SIN DECLARAR O SIN CUADRAR NO
      *ES UN ERROR DEL PROGRAMA, PERO SE DEVUELVE 4 PARA QUE NO SE
      *PRESENTE SIN REVISAR EL LISTADO
           IF SI-ERROR
                MOVE 8 TO RETURN-CODE
           ELSE
                IF WC-TOT-EXCLUIDOS > 0
                   OR WC-SIN-CUADRE > 0
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
           DISPLAY "****LINEA:       " WC-CONTADOR.
           DISPLAY "****OPERACION:   " WS-OPERACION-ERROR.
           DISPLAY "*********************************".
      *
           PERFORM 8000-FIN
              THRU 8000-FIN-EXIT.
      *
       9100-ERRORES-EXIT.
       EXIT.
      *
      *****************************************************************
      *               LEE EL FICHERO                                  *
      *****************************************************************
       9200-LEER-FICHERO.
           READ ACUMULADO RECORD INTO WS-REG-ACUMULADO
              AT END SET FIN-FICHERO TO TRUE.
      *
           IF WS-FILE-STATUS = 00
               ADD 1 TO WC-CONTADOR
           ELSE
               IF WS-FILE-STATUS = 10
                  CONTINUE
               ELSE
                  MOVE "9200-LEER" TO WS-PARRAFO-ERROR
                  MOVE LT-READ TO WS-OPERACION-ERROR
                  MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                  MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                  PERFORM 9100-ERRORES
                   THRU 9100-ERRORES-EXIT
           END-IF.
      *
       9200-LEER-FICHERO-EXIT.
       EXIT.
      *
      *****************************************************************
      *                VALIDACION DEL NIF                             *
      *****************************************************************
       COPY NIFVALPR.
      *
      *****************************************************************
      *                AUDITORIA COMUN DE ERRORES                     *
      *****************************************************************
       COPY ERRAUDPR.
      *
      *****************************************************************
      *                MAESTRO DE EMPRESAS                            *
      *****************************************************************
       COPY EMPREPR.
