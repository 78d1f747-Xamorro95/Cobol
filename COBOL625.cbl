      *****************************************************************
      *           PROGRAMA DE MIGUEL ANTONIO CHAMORRO MARTINEZ        *
      *                                                               *
      *  REGISTRO RETRIBUTIVO (IGUALDAD SALARIAL): PARA LA EMPRESA,   *
      *  PARA CADA DEPARTAMENTO (CODIGOS DE FICHERO.DEPARTAMENTO,     *
      *  MANTENIDO POR COBOL350) Y PARA CADA CATEGORIA PROFESIONAL    *
      *  (ASIGNACION DE FICHERO.EMPLEADO.CATEGORIA, MANTENIDA POR     *
      *  COBOL345) CALCULA, POR SEPARADO PARA MUJERES Y HOMBRES,      *
      *  PLANTILLA, MEDIA Y MEDIANA DEL SALARIO Y MEDIA Y MEDIANA DE  *
      *  LA RETRIBUCION TOTAL (SALARIO MAS COMISION), Y LA BRECHA EN  *
      *  PORCENTAJE DE CADA MEDIDA SOBRE EL VALOR DE LOS HOMBRES. EL  *
      *  GRUPO CUYA BRECHA SUPERA EL 25% EN CUALQUIERA DE LAS MEDIDAS *
      *  (EN UN SENTIDO U OTRO) SALE MARCADO, QUE ES EL UMBRAL QUE    *
      *  OBLIGA A JUSTIFICAR LA DIFERENCIA. EL GENERO ES EL REAL DEL  *
      *  EMPLEADO, DEVUELTO POR LA RUTINA RUTEMPLE DESDE EL MAESTRO   *
      *  DE DATOS PERSONALES; LOS EMPLEADOS SIN GENERO REGISTRADO NO  *
      *  ENTRAN EN LA COMPARACION Y SE CUENTAN APARTE. LOS REGISTROS  *
      *  DE AJUSTE (TIPO "A") Y LAS BAJAS SE EXCLUYEN, COMO EN        *
      *  COBOL620. EL MAESTRO SE ORDENA UNA SOLA VEZ: CADA EMPLEADO   *
      *  SE SUELTA AL SORT TRES VECES (EMPRESA, SU DEPARTAMENTO Y SU  *
      *  CATEGORIA) CON LA CLAVE DE GRUPO, EL GENERO Y EL SALARIO     *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL625.
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
      *1005-SELECCION-FICHERO (VARIABLE DE ENTORNO COBOL625_FICHERO,
      *O LA RUTA POR DEFECTO SI NO ESTA FIJADA)
           SELECT FICHERO-ENTRADA
           ASSIGN TO WS-ASSIGN-FICHERO
             FILE STATUS IS WS-FILE-STATUS-ENT.
      *
           SELECT FICHERO-IGUALDAD
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.empleado.igualdad.orden"
             FILE STATUS IS WS-FILE-STATUS.
      *
           SELECT LISTADO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.registro.retributivo"
             FILE STATUS IS WS-FILE-STATUS-LISTADO.
      *
           SELECT SD-IGUALDAD
           ASSIGN TO "SRTI".
      *
      *ASIGNACION DE CATEGORIA PROFESIONAL POR EMPLEADO (MANTENIDA
      *POR COBOL345)
           SELECT FICASIG
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.empleado.categoria"
             FILE STATUS IS WS-FILE-STATUS-ASIG.
      *
      *FICHERO COMUN DE AUDITORIA DE ERRORES (VER COPY ERRAUDPR)
           COPY ERRAUDFC.
      *
      *CERROJO DE USO DE LAS CATEGORIAS, CON LA MISMA CONVENCION
      *QUE EN COBOL620: SE TOMA EN COMPARTIDO DURANTE LA CARGA DE
      *LAS ASIGNACIONES
           SELECT CERROJO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.categorias.cerrojo"
             FILE STATUS IS WS-FILE-STATUS-CER.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD FICHERO-ENTRADA.
       01  REG-EMPLE-ENTRADA                      PIC X(80).
      *
       FD FICHERO-IGUALDAD.
       01  REG-IGUALDAD                           PIC X(34).
      *
       FD LISTADO.
       01  REG-LISTADO                            PIC X(132).
      *
      *UN REGISTRO POR EMPLEADO Y GRUPO: TIPO DE GRUPO ("1" EMPRESA,
      *"2" DEPARTAMENTO, "3" CATEGORIA), CLAVE DEL GRUPO, GENERO Y
      *LOS DOS IMPORTES. SE ORDENA POR TIPO, GRUPO, GENERO Y SALARIO,
      *DE MODO QUE LOS SALARIOS DE CADA SUBGRUPO LLEGAN YA ORDENADOS
       SD SD-IGUALDAD.
       01  SD-REG-IGUALDAD.
           05  SD-IG-TIPO                         PIC X(1).
           05  SD-IG-GRUPO                        PIC X(4).
           05  SD-IG-GENERO                       PIC X(1).
           05  SD-IG-SALARIO                      PIC S9(9)V99.
           05  SD-IG-TOTAL                        PIC S9(9)V99.
           05  SD-IG-CODIGO                       PIC X(6).
      *
       FD FICASIG.
       01  REG-ASIG                               PIC X(10).
      *
       COPY ERRAUDFD.
      *
       COPY CERROJFD.
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
      *****************************************************************
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *               VARIABLES  FICHERO ENTRADA                      *
      *****************************************************************
       COPY COPYEMPLE.
      *
      *****************************************************************
      *               REGISTRO LEIDO DEL FICHERO ORDENADO             *
      *****************************************************************
       01  WS-REG-IGUALDAD.
           05  WI-CLAVE.
               10  WI-TIPO                       PIC X(1).
                    88  WI-TIPO-EMPRESA          VALUE "1".
                    88  WI-TIPO-DEPARTAMENTO     VALUE "2".
                    88  WI-TIPO-CATEGORIA        VALUE "3".
               10  WI-GRUPO                      PIC X(4).
           05  WI-GENERO                         PIC X(1).
                88  WI-MUJER                     VALUE "F".
                88  WI-HOMBRE                    VALUE "M".
           05  WI-SALARIO                        PIC S9(9)V99.
           05  WI-TOTAL                          PIC S9(9)V99.
           05  WI-CODIGO                         PIC X(6).
      *
      *****************************************************************
      *               AREA DE COMUNICACION CON RUTEMPLE               *
      *****************************************************************
       COPY RUTEMPL1.
      *
      *****************************************************************
      *               TABLA DE IMPORTES DEL SUBGRUPO EN CURSO         *
      *****************************************************************
      *LOS SALARIOS LLEGAN YA ORDENADOS DE MENOR A MAYOR; LA
      *RETRIBUCION TOTAL NO, Y SE VA INSERTANDO EN SU SITIO (VER
      *3120-INSERTA-TOTAL). LAS DOS COLUMNAS SON LISTAS ORDENADAS
      *INDEPENDIENTES: LA FILA N NO ES NECESARIAMENTE EL MISMO
      *EMPLEADO EN LAS DOS
       01  WT-TABLA-IMPORTES.
           05  WC-NUM-IMPORTES          PIC 9(5) VALUE 0.
           05  WT-IMPORTE OCCURS 1 TO 20000 TIMES
                  DEPENDING ON WC-NUM-IMPORTES.
               10  WT-IMP-SALARIO       PIC S9(9)V99.
               10  WT-IMP-TOTAL         PIC S9(9)V99.
      *
      *****************************************************************
      *               RESULTADOS DEL GRUPO EN CURSO                   *
      *****************************************************************
      *POSICION 1 MUJERES, POSICION 2 HOMBRES
       01  WT-RESULTADOS.
           05  WT-RESULTADO OCCURS 2 TIMES.
               10  WR-PLANTILLA         PIC 9(5).
               10  WR-MEDIA-SAL         PIC S9(9)V99.
               10  WR-MEDIANA-SAL       PIC S9(9)V99.
               10  WR-MEDIA-TOT         PIC S9(9)V99.
               10  WR-MEDIANA-TOT       PIC S9(9)V99.
      *
      *****************************************************************
      *               TABLA DE CATEGORIAS POR EMPLEADO                *
      *****************************************************************
      *ASIGNACION EMPLEADO->CATEGORIA CARGADA DE
      *FICHERO.EMPLEADO.CATEGORIA; LOS EMPLEADOS SIN ASIGNACION SE
      *AGRUPAN BAJO "SIN.", COMO EN COBOL620
       01  WT-TABLA-ASIG.
           05  WC-NUM-ASIG              PIC 9(4) VALUE 0.
           05  WT-REG-ASIG OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-ASIG
              INDEXED BY IG             PIC X(10).
      *
      *****************************************************************
      *               AUDITORIA COMUN DE ERRORES                      *
      *****************************************************************
       COPY ERRAUDWS.
      *
      *****************************************************************
      *               CERROJO DE USO                                  *
      *****************************************************************
       COPY CERROJWS.
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
           05  SW-FIN-ASIG                       PIC 9 VALUE 0.
                88 FIN-ASIG                      VALUE 1.
                88 NO-FIN-ASIG                   VALUE 0.
           05  SW-CATEG                          PIC X VALUE "N".
                88 CATEG-ENCONTRADA              VALUE "S".
                88 CATEG-NO-ENCONTRADA           VALUE "N".
           05  SW-HUECO                          PIC X VALUE "N".
                88 HUECO-ENCONTRADO              VALUE "S".
                88 HUECO-NO-ENCONTRADO           VALUE "N".
           05  SW-BRECHA                         PIC X VALUE "N".
                88 BRECHA-SUPERADA               VALUE "S".
                88 BRECHA-NO-SUPERADA            VALUE "N".
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
      *****************************************************************
       01  LT-LITERALES.
           05  LT-FICHERO1          PIC X(20) VALUE "FICHERO.EMPLEADO".
           05  LT-FICHERO1-DEFECTO  PIC X(60) VALUE
               "/home/forma2/cobol/ficheros/fichero.empleado".
           05  LT-FICHERO2          PIC X(20) VALUE "IGUALDAD.ORDEN".
           05  LT-FICHERO3          PIC X(16) VALUE "LISTADO".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL625".
           05  LT-RUTINA            PIC X(15) VALUE "RUTEMPLE".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
           05  LT-MAX-LINEAS-PAGINA PIC 9(2) VALUE 60.
      *UMBRAL DE BRECHA (EN PORCENTAJE) QUE OBLIGA A JUSTIFICAR
           05  LT-UMBRAL-BRECHA     PIC 9(3)V99 VALUE 25.
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
      *****************************************************************
       01  WS-VARIABLES.
           05  WS-FILE-STATUS-ENT                   PIC XX.
           05  WS-FILE-STATUS                       PIC XX.
           05  WS-FILE-STATUS-LISTADO               PIC XX.
           05  WS-FILE-STATUS-ASIG                  PIC XX.
           05  WS-FILE-STATUS-ERROR                 PIC XX.
           05  WS-FICHERO-ERROR                     PIC X(20).
           05  WS-PARRAFO-ERROR                     PIC X(20).
           05  WS-OPERACION-ERROR                   PIC X(10).
           05  WS-FECHA-HOY                         PIC 9(8).
           05  WS-ASSIGN-FICHERO                    PIC X(60).
           05  WS-CATEGORIA                         PIC X(4).
           05  WS-CLAVE-ACTUAL                      PIC X(5).
           05  WS-TIPO-ACTUAL                       PIC X(1).
           05  WS-GENERO-ACTUAL                     PIC X(1).
           05  WS-POS-GENERO                        PIC 9(1).
           05  WS-GRUPO                             PIC X(8).
           05  WS-SUMA-SALARIO                      PIC S9(13)V99.
           05  WS-SUMA-TOTAL                        PIC S9(13)V99.
           05  WS-POS-CENTRAL                       PIC 9(5).
           05  WS-RESTO-2                           PIC 9(5).
           05  WS-COCIENTE-2                        PIC 9(5).
           05  WS-POS-HUECO                         PIC 9(5).
           05  WS-TOTAL-NUEVO                       PIC S9(9)V99.
      *BRECHAS DEL GRUPO: (HOMBRES - MUJERES) / HOMBRES * 100
           05  WS-BRECHA-MEDIA-SAL                  PIC S9(5)V99.
           05  WS-BRECHA-MEDIANA-SAL                PIC S9(5)V99.
           05  WS-BRECHA-MEDIA-TOT                  PIC S9(5)V99.
           05  WS-BRECHA-MEDIANA-TOT                PIC S9(5)V99.
           05  WS-BRECHA-CALCULO                    PIC S9(5)V99.
           05  WS-VALOR-HOMBRES                     PIC S9(9)V99.
           05  WS-VALOR-MUJERES                     PIC S9(9)V99.
      *
      *****************************************************************
      *               CONTADORES                                      *
      *****************************************************************
       01  WS-CONTADORES.
           05 WC-CONTADOR                        PIC 9(7).
           05 WC-CONTADOR-AJUSTES                PIC 9(7).
           05 WC-CONTADOR-BAJAS                  PIC 9(7).
           05 WC-SIN-GENERO                      PIC 9(7).
           05 WC-SIN-CATEGORIA                   PIC 9(7).
           05 WC-INCLUIDOS                       PIC 9(7).
           05 WC-GRUPOS                          PIC 9(5).
           05 WC-GRUPOS-BRECHA                   PIC 9(5).
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
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  FILLER                 PIC X(40)
                    VALUE "REGISTRO RETRIBUTIVO POR GENERO".
           05  FILLER                 PIC X(10) VALUE "FECHA: ".
           05  WT-FECHA               PIC 9999/99/99.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(7)  VALUE "PAGINA ".
           05  WT-PAGINA              PIC ZZZ9.
      *
       01  WS-LINEA-COLUMNAS.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(8)  VALUE "GRUPO".
           05  FILLER                 PIC X(9)  VALUE "GENERO".
           05  FILLER                 PIC X(7)  VALUE "PLANT.".
           05  FILLER                 PIC X(15) VALUE "  MEDIA SALARIO".
           05  FILLER                 PIC X(15) VALUE " MEDIANA SALAR.".
           05  FILLER                 PIC X(15) VALUE "    MEDIA TOTAL".
           05  FILLER                 PIC X(15) VALUE "  MEDIANA TOTAL".
      *
       01  WS-LINEA-SECCION.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-TEXTO-SECCION       PIC X(40).
      *
      *****************************************************************
      *               LINEA DE UN GENERO DENTRO DEL GRUPO             *
      *****************************************************************
       01  WS-LINEA-GENERO.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WG-GRUPO               PIC X(8).
           05  WG-GENERO              PIC X(9).
           05  WG-PLANTILLA           PIC ZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WG-MEDIA-SAL           PIC -(8)9.99.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WG-MEDIANA-SAL         PIC -(8)9.99.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WG-MEDIA-TOT           PIC -(8)9.99.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WG-MEDIANA-TOT         PIC -(8)9.99.
      *
      *****************************************************************
      *               LINEA DE BRECHA DEL GRUPO                       *
      *****************************************************************
       01  WS-LINEA-BRECHA.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(8)  VALUE SPACES.
           05  FILLER                 PIC X(16) VALUE "BRECHA %".
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WB-MEDIA-SAL           PIC -(8)9.99.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WB-MEDIANA-SAL         PIC -(8)9.99.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WB-MEDIA-TOT           PIC -(8)9.99.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WB-MEDIANA-TOT         PIC -(8)9.99.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WB-AVISO               PIC X(30).
      *
       01  WS-LINEA-SIN-BRECHA.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(8)  VALUE SPACES.
           05  FILLER                 PIC X(50) VALUE
               "BRECHA %   SIN COMPARACION: UN SOLO GENERO".
      *
      *****************************************************************
      *               PROCEDURE  DIVISION.                            *
      *****************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT.
      *
      *UNA SOLA PASADA SOBRE EL FICHERO ORDENADO, CON CORTE DE
      *CONTROL POR GRUPO Y POR GENERO DENTRO DEL GRUPO
           PERFORM 3000-PASADA-GRUPOS
              THRU 3000-PASADA-GRUPOS-EXIT.
      *
           PERFORM 8000-FIN
              THRU 8000-FIN-EXIT.
      *
      *****************************************************************
      *               INICIO                                          *
      *****************************************************************
       1000-INICIO.
           INITIALIZE WS-CONTADORES
                      WT-RESULTADOS.
      *
           OPEN EXTEND AUDITORIA.
      *
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
      *
           PERFORM 1005-SELECCION-FICHERO
              THRU 1005-SELECCION-FICHERO-EXIT.
      *
           PERFORM 1030-CARGA-ASIGNACIONES
              THRU 1030-CARGA-ASIGNACIONES-EXIT.
      *
      *EL GENERO Y LA CATEGORIA NO VIVEN EN EL REGISTRO DEL EMPLEADO:
      *SE RESUELVEN EN EL PROCEDIMIENTO DE ENTRADA, QUE SUELTA CADA
      *EMPLEADO UNA VEZ POR CADA GRUPO AL QUE PERTENECE
           SORT SD-IGUALDAD
                ON ASCENDING KEY SD-IG-TIPO
                                 SD-IG-GRUPO
                                 SD-IG-GENERO
                                 SD-IG-SALARIO
                INPUT PROCEDURE 1040-PREPARA-GRUPOS
                   THRU 1040-PREPARA-GRUPOS-EXIT
                GIVING FICHERO-IGUALDAD.
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
           PERFORM 2000-IMPRIME-CABECERA
              THRU 2000-IMPRIME-CABECERA-EXIT.
      *
       1000-INICIO-EXIT.
       EXIT.
      *
      *****************************************************************
      *          SELECCION DE LA RUTA DEL FICHERO DE ENTRADA          *
      *****************************************************************
       1005-SELECCION-FICHERO.
           ACCEPT WS-ASSIGN-FICHERO FROM ENVIRONMENT "COBOL625_FICHERO".
           IF WS-ASSIGN-FICHERO = SPACES
                MOVE LT-FICHERO1-DEFECTO TO WS-ASSIGN-FICHERO
           END-IF.
      *
       1005-SELECCION-FICHERO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CARGA DE LAS CATEGORIAS ASIGNADAS DESDE FICHERO         *
      *****************************************************************
       1030-CARGA-ASIGNACIONES.
      *TOMAMOS EL CERROJO DE LAS CATEGORIAS EN COMPARTIDO MIENTRAS
      *DURA LA CARGA: SI COBOL345 LAS ESTA REGRABANDO NOS DETENEMOS
      *EN VEZ DE CARGAR UN FICHERO A MEDIO GRABAR
           PERFORM 9510-TOMA-CERROJO-COMP
              THRU 9510-TOMA-CERROJO-COMP-EXIT.
           IF CERROJO-DENEGADO
                DISPLAY "FICHERO EN USO POR " WL-PROGRAMA
                     " DESDE " WL-HORA(1:2) ":" WL-HORA(3:2)
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
      *SIN FICHERO DE ASIGNACIONES TODA LA PLANTILLA SALE EN LA
      *CATEGORIA "SIN."
           OPEN INPUT FICASIG.
           IF WS-FILE-STATUS-ASIG = 35
                DISPLAY "AVISO: NO SE ENCUENTRA "
                     "FICHERO.EMPLEADO.CATEGORIA"
                DISPLAY "       TODA LA PLANTILLA SIN CATEGORIA"
                PERFORM 9550-SUELTA-CERROJO
                   THRU 9550-SUELTA-CERROJO-EXIT
                GO TO 1030-CARGA-ASIGNACIONES-EXIT
           END-IF.
           IF WS-FILE-STATUS-ASIG NOT = 00
                MOVE "EMPLEADO.CATEGORIA" TO WS-FICHERO-ERROR
                MOVE "1030-CARGA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-ASIG TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 1031-LEE-ASIGNACION
              THRU 1031-LEE-ASIGNACION-EXIT
              UNTIL FIN-ASIG
                 OR WC-NUM-ASIG >= 5000.
      *
           CLOSE FICASIG.
           PERFORM 9550-SUELTA-CERROJO
              THRU 9550-SUELTA-CERROJO-EXIT.
      *
       1030-CARGA-ASIGNACIONES-EXIT.
       EXIT.
      *
       1031-LEE-ASIGNACION.
           ADD 1 TO WC-NUM-ASIG.
           SET IG TO WC-NUM-ASIG.
           READ FICASIG INTO WT-REG-ASIG(IG)
              AT END SET FIN-ASIG TO TRUE.
           IF WS-FILE-STATUS-ASIG NOT = 00
                SUBTRACT 1 FROM WC-NUM-ASIG
                IF WS-FILE-STATUS-ASIG NOT = 10
                     MOVE "EMPLEADO.CATEGORIA" TO WS-FICHERO-ERROR
                     MOVE "1031-LEE-ASIG" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE WS-FILE-STATUS-ASIG TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
       1031-LEE-ASIGNACION-EXIT.
       EXIT.
      *
      *****************************************************************
      *       PROCEDIMIENTO DE ENTRADA DEL SORT POR GRUPOS            *
      *****************************************************************
       1040-PREPARA-GRUPOS.
           OPEN INPUT FICHERO-ENTRADA.
           IF WS-FILE-STATUS-ENT NOT = 00
                MOVE "1040-PREPARA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-ENT TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           SET NO-FIN-FICHERO TO TRUE.
           PERFORM 1041-SUELTA-EMPLEADO
              THRU 1041-SUELTA-EMPLEADO-EXIT
              UNTIL FIN-FICHERO.
           CLOSE FICHERO-ENTRADA.
           SET NO-FIN-FICHERO TO TRUE.
      *
       1040-PREPARA-GRUPOS-EXIT.
       EXIT.
      *
       1041-SUELTA-EMPLEADO.
           READ FICHERO-ENTRADA INTO WS-REG-EMPLEADO
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS-ENT NOT = 00
                IF WS-FILE-STATUS-ENT NOT = 10
                     SET FIN-FICHERO TO TRUE
                     MOVE "1041-SUELTA" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                     MOVE WS-FILE-STATUS-ENT TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                        THRU 9100-ERRORES-EXIT
                END-IF
                GO TO 1041-SUELTA-EMPLEADO-EXIT
           END-IF.
      *
           ADD 1 TO WC-CONTADOR.
      *
      *LOS AJUSTES (TIPO "A") Y LAS BAJAS NO SON PLANTILLA
           IF WS-EMPLE-REG-AJUSTE
                ADD 1 TO WC-CONTADOR-AJUSTES
                GO TO 1041-SUELTA-EMPLEADO-EXIT
           END-IF.
           IF WS-EMPLE-EST-BAJA
                ADD 1 TO WC-CONTADOR-BAJAS
                GO TO 1041-SUELTA-EMPLEADO-EXIT
           END-IF.
      *
      *EL GENERO LO DEVUELVE RUTEMPLE DESDE EL MAESTRO DE DATOS
      *PERSONALES; SIN GENERO REGISTRADO EL EMPLEADO NO SE PUEDE
      *COMPARAR Y QUEDA FUERA DEL REGISTRO
           INITIALIZE CP100-RUTEMPL1.
           MOVE WS-EMPLE-CODIGO TO CP100I-EMPNO.
           MOVE WS-EMPLE-FEC-ALTA TO CP100I-FEC-ALTA.
           CALL LT-RUTINA USING CP100-RUTEMPL1.
           IF CP100O-GENRE NOT = "F"
              AND CP100O-GENRE NOT = "M"
                ADD 1 TO WC-SIN-GENERO
                GO TO 1041-SUELTA-EMPLEADO-EXIT
           END-IF.
      *
           PERFORM 1042-BUSCA-CATEGORIA
              THRU 1042-BUSCA-CATEGORIA-EXIT.
           IF CATEG-NO-ENCONTRADA
                ADD 1 TO WC-SIN-CATEGORIA
           END-IF.
      *
           ADD 1 TO WC-INCLUIDOS.
           MOVE CP100O-GENRE     TO SD-IG-GENERO.
           MOVE WS-EMPLE-SALARIO TO SD-IG-SALARIO.
           COMPUTE SD-IG-TOTAL = WS-EMPLE-SALARIO + WS-EMPLE-COMISION.
           MOVE WS-EMPLE-CODIGO  TO SD-IG-CODIGO.
      *
           MOVE "1"              TO SD-IG-TIPO.
           MOVE SPACES           TO SD-IG-GRUPO.
           RELEASE SD-REG-IGUALDAD.
      *
           MOVE "2"              TO SD-IG-TIPO.
           MOVE WS-EMPLE-DEPT    TO SD-IG-GRUPO.
           RELEASE SD-REG-IGUALDAD.
      *
           MOVE "3"              TO SD-IG-TIPO.
           MOVE WS-CATEGORIA     TO SD-IG-GRUPO.
           RELEASE SD-REG-IGUALDAD.
      *
       1041-SUELTA-EMPLEADO-EXIT.
       EXIT.
      *
       1042-BUSCA-CATEGORIA.
           MOVE "SIN." TO WS-CATEGORIA.
           SET CATEG-NO-ENCONTRADA TO TRUE.
           PERFORM 1043-COMPARA-CATEGORIA
              THRU 1043-COMPARA-CATEGORIA-EXIT
              VARYING IG FROM 1 BY 1
              UNTIL IG > WC-NUM-ASIG
                 OR CATEG-ENCONTRADA.
      *
       1042-BUSCA-CATEGORIA-EXIT.
       EXIT.
      *
       1043-COMPARA-CATEGORIA.
           IF WT-REG-ASIG(IG)(1:6) = WS-EMPLE-CODIGO
                SET CATEG-ENCONTRADA TO TRUE
                MOVE WT-REG-ASIG(IG)(7:4) TO WS-CATEGORIA
           END-IF.
       1043-COMPARA-CATEGORIA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       PASADA UNICA: GRUPOS Y GENEROS                          *
      *****************************************************************
       3000-PASADA-GRUPOS.
           OPEN INPUT FICHERO-IGUALDAD.
           IF WS-FILE-STATUS NOT = 00
                MOVE "3000-GRUPOS" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           MOVE SPACES TO WS-CLAVE-ACTUAL.
           MOVE SPACES TO WS-TIPO-ACTUAL.
           MOVE SPACES TO WS-GENERO-ACTUAL.
           PERFORM 3050-INICIA-SUBGRUPO
              THRU 3050-INICIA-SUBGRUPO-EXIT.
           SET NO-FIN-FICHERO TO TRUE.
      *
           PERFORM 3010-ACUMULA-GRUPO
              THRU 3010-ACUMULA-GRUPO-EXIT
              UNTIL FIN-FICHERO.
           CLOSE FICHERO-IGUALDAD.
      *
      *CERRAMOS EL ULTIMO SUBGRUPO Y EL ULTIMO GRUPO PENDIENTES
           IF WS-CLAVE-ACTUAL NOT = SPACES
                PERFORM 3200-CIERRA-GENERO
                   THRU 3200-CIERRA-GENERO-EXIT
                PERFORM 3300-CIERRA-GRUPO
                   THRU 3300-CIERRA-GRUPO-EXIT
           END-IF.
      *
       3000-PASADA-GRUPOS-EXIT.
       EXIT.
      *
       3010-ACUMULA-GRUPO.
           READ FICHERO-IGUALDAD INTO WS-REG-IGUALDAD
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS NOT = 00
                IF WS-FILE-STATUS NOT = 10
                     SET FIN-FICHERO TO TRUE
                     MOVE "3010-ACUMULA" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                     MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                        THRU 9100-ERRORES-EXIT
                END-IF
                GO TO 3010-ACUMULA-GRUPO-EXIT
           END-IF.
      *
      *CORTE DE CONTROL POR GRUPO: CERRAMOS EL GENERO EN CURSO Y EL
      *GRUPO, Y SI CAMBIA EL TIPO DE GRUPO ABRIMOS SU SECCION
           IF WI-CLAVE NOT = WS-CLAVE-ACTUAL
                IF WS-CLAVE-ACTUAL NOT = SPACES
                     PERFORM 3200-CIERRA-GENERO
                        THRU 3200-CIERRA-GENERO-EXIT
                     PERFORM 3300-CIERRA-GRUPO
                        THRU 3300-CIERRA-GRUPO-EXIT
                END-IF
                IF WI-TIPO NOT = WS-TIPO-ACTUAL
                     PERFORM 3400-IMPRIME-SECCION
                        THRU 3400-IMPRIME-SECCION-EXIT
                     MOVE WI-TIPO TO WS-TIPO-ACTUAL
                END-IF
                MOVE WI-CLAVE TO WS-CLAVE-ACTUAL
                MOVE WI-GENERO TO WS-GENERO-ACTUAL
                PERFORM 3050-INICIA-SUBGRUPO
                   THRU 3050-INICIA-SUBGRUPO-EXIT
           END-IF.
      *
      *CORTE DE CONTROL POR GENERO DENTRO DEL GRUPO
           IF WI-GENERO NOT = WS-GENERO-ACTUAL
                PERFORM 3200-CIERRA-GENERO
                   THRU 3200-CIERRA-GENERO-EXIT
                MOVE WI-GENERO TO WS-GENERO-ACTUAL
                PERFORM 3050-INICIA-SUBGRUPO
                   THRU 3050-INICIA-SUBGRUPO-EXIT
           END-IF.
      *
           IF WC-NUM-IMPORTES < 20000
                ADD 1 TO WC-NUM-IMPORTES
                MOVE WI-SALARIO TO WT-IMP-SALARIO(WC-NUM-IMPORTES)
                MOVE WI-TOTAL TO WS-TOTAL-NUEVO
                PERFORM 3120-INSERTA-TOTAL
                   THRU 3120-INSERTA-TOTAL-EXIT
                ADD WI-SALARIO TO WS-SUMA-SALARIO
                ADD WI-TOTAL TO WS-SUMA-TOTAL
           END-IF.
      *
       3010-ACUMULA-GRUPO-EXIT.
       EXIT.
      *
       3050-INICIA-SUBGRUPO.
           MOVE 0 TO WC-NUM-IMPORTES.
           MOVE 0 TO WS-SUMA-SALARIO.
           MOVE 0 TO WS-SUMA-TOTAL.
       3050-INICIA-SUBGRUPO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       INSERTA LA RETRIBUCION TOTAL EN SU SITIO                *
      *****************************************************************
       3120-INSERTA-TOTAL.
      *LA FILA NUEVA YA ESTA CONTADA EN WC-NUM-IMPORTES: DESPLAZAMOS
      *HACIA ABAJO LOS TOTALES MAYORES QUE EL NUEVO HASTA DEJARLE SU
      *HUECO
           MOVE WC-NUM-IMPORTES TO WS-POS-HUECO.
           SET HUECO-NO-ENCONTRADO TO TRUE.
           PERFORM 3121-DESPLAZA-TOTAL
              THRU 3121-DESPLAZA-TOTAL-EXIT
              UNTIL HUECO-ENCONTRADO.
           MOVE WS-TOTAL-NUEVO TO WT-IMP-TOTAL(WS-POS-HUECO).
      *
       3120-INSERTA-TOTAL-EXIT.
       EXIT.
      *
       3121-DESPLAZA-TOTAL.
           IF WS-POS-HUECO = 1
                SET HUECO-ENCONTRADO TO TRUE
                GO TO 3121-DESPLAZA-TOTAL-EXIT
           END-IF.
           IF WT-IMP-TOTAL(WS-POS-HUECO - 1) <= WS-TOTAL-NUEVO
                SET HUECO-ENCONTRADO TO TRUE
                GO TO 3121-DESPLAZA-TOTAL-EXIT
           END-IF.
           MOVE WT-IMP-TOTAL(WS-POS-HUECO - 1)
             TO WT-IMP-TOTAL(WS-POS-HUECO).
           SUBTRACT 1 FROM WS-POS-HUECO.
       3121-DESPLAZA-TOTAL-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CIERRA UN GENERO DEL GRUPO: CALCULA E IMPRIME           *
      *****************************************************************
       3200-CIERRA-GENERO.
           IF WC-NUM-IMPORTES = 0
                GO TO 3200-CIERRA-GENERO-EXIT
           END-IF.
      *
           IF WS-GENERO-ACTUAL = "F"
                MOVE 1 TO WS-POS-GENERO
                MOVE "MUJERES" TO WG-GENERO
           ELSE
                MOVE 2 TO WS-POS-GENERO
                MOVE "HOMBRES" TO WG-GENERO
           END-IF.
      *
           MOVE WC-NUM-IMPORTES TO WR-PLANTILLA(WS-POS-GENERO).
           COMPUTE WR-MEDIA-SAL(WS-POS-GENERO) ROUNDED =
                   WS-SUMA-SALARIO / WC-NUM-IMPORTES.
           COMPUTE WR-MEDIA-TOT(WS-POS-GENERO) ROUNDED =
                   WS-SUMA-TOTAL / WC-NUM-IMPORTES.
      *
      *LAS DOS COLUMNAS ESTAN ORDENADAS: LA MEDIANA ES EL ELEMENTO
      *CENTRAL (CON PLANTILLA PAR, LA MEDIA DE LOS DOS CENTRALES)
           DIVIDE WC-NUM-IMPORTES BY 2
              GIVING WS-COCIENTE-2 REMAINDER WS-RESTO-2.
           IF WS-RESTO-2 = 1
                COMPUTE WS-POS-CENTRAL = WS-COCIENTE-2 + 1
                MOVE WT-IMP-SALARIO(WS-POS-CENTRAL)
                  TO WR-MEDIANA-SAL(WS-POS-GENERO)
                MOVE WT-IMP-TOTAL(WS-POS-CENTRAL)
                  TO WR-MEDIANA-TOT(WS-POS-GENERO)
           ELSE
                MOVE WS-COCIENTE-2 TO WS-POS-CENTRAL
                COMPUTE WR-MEDIANA-SAL(WS-POS-GENERO) ROUNDED =
                        (WT-IMP-SALARIO(WS-POS-CENTRAL)
                         + WT-IMP-SALARIO(WS-POS-CENTRAL + 1)) / 2
                COMPUTE WR-MEDIANA-TOT(WS-POS-GENERO) ROUNDED =
                        (WT-IMP-TOTAL(WS-POS-CENTRAL)
                         + WT-IMP-TOTAL(WS-POS-CENTRAL + 1)) / 2
           END-IF.
      *
           PERFORM 3210-NOMBRE-GRUPO
              THRU 3210-NOMBRE-GRUPO-EXIT.
           MOVE WS-GRUPO                      TO WG-GRUPO.
           MOVE WR-PLANTILLA(WS-POS-GENERO)   TO WG-PLANTILLA.
           MOVE WR-MEDIA-SAL(WS-POS-GENERO)   TO WG-MEDIA-SAL.
           MOVE WR-MEDIANA-SAL(WS-POS-GENERO) TO WG-MEDIANA-SAL.
           MOVE WR-MEDIA-TOT(WS-POS-GENERO)   TO WG-MEDIA-TOT.
           MOVE WR-MEDIANA-TOT(WS-POS-GENERO) TO WG-MEDIANA-TOT.
           MOVE WS-LINEA-GENERO TO WS-LINEA-IMPRIMIR.
           PERFORM 3500-ESCRIBE-LINEA
              THRU 3500-ESCRIBE-LINEA-EXIT.
      *
           MOVE 0 TO WC-NUM-IMPORTES.
      *
       3200-CIERRA-GENERO-EXIT.
       EXIT.
      *
      *ETIQUETA DEL GRUPO EN CURSO: "EMPRESA", "D:" MAS EL CODIGO DE
      *DEPARTAMENTO O "C:" MAS LA CATEGORIA, COMO EN COBOL620
       3210-NOMBRE-GRUPO.
           MOVE SPACES TO WS-GRUPO.
           EVALUATE WS-CLAVE-ACTUAL(1:1)
                WHEN "1"
                     MOVE "EMPRESA" TO WS-GRUPO
                WHEN "2"
                     STRING "D:" DELIMITED BY SIZE
                            WS-CLAVE-ACTUAL(2:3) DELIMITED BY SIZE
                            INTO WS-GRUPO
                WHEN OTHER
                     STRING "C:" DELIMITED BY SIZE
                            WS-CLAVE-ACTUAL(2:4) DELIMITED BY SIZE
                            INTO WS-GRUPO
           END-EVALUATE.
       3210-NOMBRE-GRUPO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CIERRA EL GRUPO: BRECHA ENTRE MUJERES Y HOMBRES         *
      *****************************************************************
       3300-CIERRA-GRUPO.
           ADD 1 TO WC-GRUPOS.
      *
      *SIN LOS DOS GENEROS PRESENTES NO HAY BRECHA QUE CALCULAR
           IF WR-PLANTILLA(1) = 0
              OR WR-PLANTILLA(2) = 0
                MOVE WS-LINEA-SIN-BRECHA TO WS-LINEA-IMPRIMIR
                PERFORM 3500-ESCRIBE-LINEA
                   THRU 3500-ESCRIBE-LINEA-EXIT
                GO TO 3300-CIERRA-GRUPO-FINAL
           END-IF.
      *
           SET BRECHA-NO-SUPERADA TO TRUE.
      *
           MOVE WR-MEDIA-SAL(2) TO WS-VALOR-HOMBRES.
           MOVE WR-MEDIA-SAL(1) TO WS-VALOR-MUJERES.
           PERFORM 3310-CALCULA-BRECHA
              THRU 3310-CALCULA-BRECHA-EXIT.
           MOVE WS-BRECHA-CALCULO TO WS-BRECHA-MEDIA-SAL.
      *
           MOVE WR-MEDIANA-SAL(2) TO WS-VALOR-HOMBRES.
           MOVE WR-MEDIANA-SAL(1) TO WS-VALOR-MUJERES.
           PERFORM 3310-CALCULA-BRECHA
              THRU 3310-CALCULA-BRECHA-EXIT.
           MOVE WS-BRECHA-CALCULO TO WS-BRECHA-MEDIANA-SAL.
      *
           MOVE WR-MEDIA-TOT(2) TO WS-VALOR-HOMBRES.
           MOVE WR-MEDIA-TOT(1) TO WS-VALOR-MUJERES.
           PERFORM 3310-CALCULA-BRECHA
              THRU 3310-CALCULA-BRECHA-EXIT.
           MOVE WS-BRECHA-CALCULO TO WS-BRECHA-MEDIA-TOT.
      *
           MOVE WR-MEDIANA-TOT(2) TO WS-VALOR-HOMBRES.
           MOVE WR-MEDIANA-TOT(1) TO WS-VALOR-MUJERES.
           PERFORM 3310-CALCULA-BRECHA
              THRU 3310-CALCULA-BRECHA-EXIT.
           MOVE WS-BRECHA-CALCULO TO WS-BRECHA-MEDIANA-TOT.
      *
           MOVE WS-BRECHA-MEDIA-SAL   TO WB-MEDIA-SAL.
           MOVE WS-BRECHA-MEDIANA-SAL TO WB-MEDIANA-SAL.
           MOVE WS-BRECHA-MEDIA-TOT   TO WB-MEDIA-TOT.
           MOVE WS-BRECHA-MEDIANA-TOT TO WB-MEDIANA-TOT.
           IF BRECHA-SUPERADA
                ADD 1 TO WC-GRUPOS-BRECHA
                MOVE "*** BRECHA SUPERIOR AL 25%" TO WB-AVISO
           ELSE
                MOVE SPACES TO WB-AVISO
           END-IF.
           MOVE WS-LINEA-BRECHA TO WS-LINEA-IMPRIMIR.
           PERFORM 3500-ESCRIBE-LINEA
              THRU 3500-ESCRIBE-LINEA-EXIT.
      *
       3300-CIERRA-GRUPO-FINAL.
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           PERFORM 3500-ESCRIBE-LINEA
              THRU 3500-ESCRIBE-LINEA-EXIT.
           INITIALIZE WT-RESULTADOS.
      *
       3300-CIERRA-GRUPO-EXIT.
       EXIT.
      *
      *BRECHA DE UNA MEDIDA SOBRE EL VALOR DE LOS HOMBRES; EL UMBRAL
      *SE APLICA EN LOS DOS SENTIDOS
       3310-CALCULA-BRECHA.
           MOVE 0 TO WS-BRECHA-CALCULO.
           IF WS-VALOR-HOMBRES NOT > 0
                GO TO 3310-CALCULA-BRECHA-EXIT
           END-IF.
      *
           COMPUTE WS-BRECHA-CALCULO ROUNDED =
                   (WS-VALOR-HOMBRES - WS-VALOR-MUJERES) * 100
                   / WS-VALOR-HOMBRES
              ON SIZE ERROR
                   MOVE -99999.99 TO WS-BRECHA-CALCULO
           END-COMPUTE.
      *
           IF WS-BRECHA-CALCULO > LT-UMBRAL-BRECHA
              OR WS-BRECHA-CALCULO < 0 - LT-UMBRAL-BRECHA
                SET BRECHA-SUPERADA TO TRUE
           END-IF.
      *
       3310-CALCULA-BRECHA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       TITULO DE SECCION AL CAMBIAR EL TIPO DE GRUPO           *
      *****************************************************************
       3400-IMPRIME-SECCION.
           EVALUATE WI-TIPO
                WHEN "1"
                     MOVE "TOTAL EMPRESA" TO WS-TEXTO-SECCION
                WHEN "2"
                     MOVE "POR DEPARTAMENTO" TO WS-TEXTO-SECCION
                WHEN OTHER
                     MOVE "POR CATEGORIA PROFESIONAL"
                       TO WS-TEXTO-SECCION
           END-EVALUATE.
           MOVE WS-LINEA-SECCION TO WS-LINEA-IMPRIMIR.
           PERFORM 3500-ESCRIBE-LINEA
              THRU 3500-ESCRIBE-LINEA-EXIT.
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           PERFORM 3500-ESCRIBE-LINEA
              THRU 3500-ESCRIBE-LINEA-EXIT.
      *
       3400-IMPRIME-SECCION-EXIT.
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
           WRITE REG-LISTADO FROM WS-LINEA-COLUMNAS
              AFTER ADVANCING 1 LINES.
      *
           MOVE SPACES TO REG-LISTADO.
           WRITE REG-LISTADO
              AFTER ADVANCING 1 LINES.
      *
           ADD 4 TO WC-LINEA-PAGINA.
      *
       2000-IMPRIME-CABECERA-EXIT.
       EXIT.
      *
      *****************************************************************
      *             FIN                                               *
      *****************************************************************
       8000-FIN.
      *SOLTAMOS EL CERROJO COMPARTIDO SI SEGUIA TOMADO (UN ERROR
      *DURANTE LA CARGA LLEGA AQUI SIN PASAR POR LA SUELTA DE
      *1030-CARGA-ASIGNACIONES; 9550 SOLO ACTUA SI CERROJO-CONCEDIDO)
           PERFORM 9550-SUELTA-CERROJO
              THRU 9550-SUELTA-CERROJO-EXIT.
      *
           IF NO-ERROR
                 DISPLAY "******************************************"
                 DISPLAY "      REGISTRO RETRIBUTIVO POR GENERO"
                 DISPLAY "******************************************"
                 DISPLAY "**REGISTROS LEIDOS:        " WC-CONTADOR
                 DISPLAY "**AJUSTES EXCLUIDOS:       "
                      WC-CONTADOR-AJUSTES
                 DISPLAY "**BAJAS EXCLUIDAS:         "
                      WC-CONTADOR-BAJAS
                 DISPLAY "**SIN GENERO REGISTRADO:   " WC-SIN-GENERO
                 DISPLAY "**EMPLEADOS COMPARADOS:    " WC-INCLUIDOS
                 DISPLAY "**SIN CATEGORIA ASIGNADA:  "
                      WC-SIN-CATEGORIA
                 DISPLAY "**GRUPOS LISTADOS:         " WC-GRUPOS
                 DISPLAY "**GRUPOS CON BRECHA > 25%: "
                      WC-GRUPOS-BRECHA
                 DISPLAY "******************************************"
           END-IF.
      *
           CLOSE LISTADO.
           CLOSE AUDITORIA.
           DISPLAY "FICHEROS CERRADOS".
      *
           IF SI-ERROR
                MOVE 8 TO RETURN-CODE
           ELSE
                MOVE 0 TO RETURN-CODE
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
      *                CERROJO DE USO DE LAS CATEGORIAS               *
      *****************************************************************
       COPY CERROJPR.
