      *****************************************************************
      *           PROGRAMA DE MIGUEL ANTONIO CHAMORRO MARTINEZ        *
      *                                                               *
      *  ROTACION Y PERMANENCIA DE LA PLANTILLA EN DOCE MESES         *
      *  MOVILES, POR DEPARTAMENTO Y AREA, PARA LA REVISION DE        *
      *  RECURSOS HUMANOS. BAJO DEMANDA (NO VA EN NINGUNA CADENA)     *
      *                                                               *
      *  PERIODO ACTUAL: LOS DOCE MESES QUE TERMINAN EN EL MES DE LA  *
      *  FECHA DE PROCESO (COPY FECPROPR); PERIODO ANTERIOR: LOS DOCE *
      *  MESES INMEDIATAMENTE ANTERIORES, PARA LA TENDENCIA FRENTE AL *
      *  MISMO PERIODO DEL ANIO PASADO                                *
      *                                                               *
      *  PLANTILLA MEDIA: DE CADA MES SE TOMA LA ULTIMA GENERACION    *
      *  FECHADA DE LA FOTO DE COBOL810 (FICHERO.EMPLEADO.FOTO.       *
      *  AAAAMMDD) DE ESE MES, EN EL DIRECTORIO DE FICHEROS O, SI YA  *
      *  LA HA RETIRADO RUN_SEMANAL, EN EL DE ARCHIVO. SE CUENTAN LOS *
      *  EMPLEADOS DE ALTA POR DEPARTAMENTO (SIN LINEAS DE AJUSTE) Y  *
      *  LA MEDIA ES LA SUMA ENTRE LAS FOTOS ENCONTRADAS DEL PERIODO; *
      *  UN MES SIN FOTO NO CUENTA Y SIN NINGUNA FOTO LA PLANTILLA Y  *
      *  LA ROTACION DEL PERIODO SALEN COMO "-"                       *
      *                                                               *
      *  ALTAS Y BAJAS: DEL MAESTRO DE EMPLEADOS POR SU FECHA DE ALTA *
      *  Y DE BAJA. DE CADA BAJA SE CALCULA SU PERMANENCIA EN MESES   *
      *  COMPLETOS DESDE LA FECHA DE ANTIGUEDAD RECONOCIDA (COPY      *
      *  READMPR) Y SI SE FUE ANTES DE CUMPLIR UN ANIO DESDE SU ALTA. *
      *  UN READMITIDO CON SU MISMO CODIGO TIENE EL PERIODO ANTERIOR  *
      *  SOLO EN FICHERO.READMISIONES: SU ALTA Y SU BAJA ANTERIORES   *
      *  SE CUENTAN TAMBIEN, EN EL DEPARTAMENTO QUE TIENE HOY         *
      *                                                               *
      *  ROTACION = BAJAS DEL PERIODO SOBRE LA PLANTILLA MEDIA, EN %. *
      *  LOS DEPARTAMENTOS CUYA ROTACION SUPERA EL UMBRAL SALEN       *
      *  MARCADOS. LA FICHA DE PARAMETROS (POSICIONES 1-3 EMPRESA,    *
      *  EN BLANCO EL CONSOLIDADO DEL GRUPO; 4-5 UMBRAL EN % ENTERO)  *
      *  O, SIN FICHA, SYSIN DAN LAS OPCIONES; SIN UMBRAL VALIDO SE   *
      *  TOMA EL 15%                                                  *
      *                                                               *
      *  EL LISTADO SALE POR AREAS (FICHERO.AREAS DE COBOL355, CON    *
      *  SU CERROJO EN COMPARTIDO; SIN AGRUPAR, AREA "SIN AREA"), CON *
      *  SUBTOTAL POR AREA, TOTAL DE LA EMPRESA O DEL GRUPO Y UNA     *
      *  ULTIMA PAGINA CON LA FOTO USADA PARA CADA MES                *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL812.
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
      *1005-SELECCION-FICHERO (VARIABLE DE ENTORNO COBOL812_FICHERO,
      *O LA RUTA POR DEFECTO SI NO ESTA FIJADA)
           SELECT FICHERO-ENTRADA
           ASSIGN TO WS-ASSIGN-FICHERO
             FILE STATUS IS WS-FILE-STATUS-ENT.
      *
      *GENERACION FECHADA DE LA FOTO DE CADA MES (EL NOMBRE SE
      *CONSTRUYE EN TIEMPO DE EJECUCION, COMO EN COBOL810)
           SELECT FOTO
           ASSIGN TO WS-ASSIGN-FOTO
             FILE STATUS IS WS-FILE-STATUS-FOTO.
      *
      *AGRUPACION DE DEPARTAMENTOS EN AREAS (MANTENIDA POR COBOL355)
           SELECT FICAREAS
           ASSIGN TO "/home/forma2/cobol/ficheros/fichero.areas"
             FILE STATUS IS WS-FILE-STATUS-AREAS.
      *
           SELECT LISTADO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.rotacion.listado"
             FILE STATUS IS WS-FILE-STATUS-LISTADO.
      *
           SELECT SD-FICHERO
           ASSIGN TO "SRTR".
      *
      *FICHERO COMUN DE AUDITORIA DE ERRORES (VER COPY ERRAUDPR)
           COPY ERRAUDFC.
      *
      *FICHERO DE FECHA DE PROCESO DE LA CADENA (VER COPY FECPROPR)
           COPY FECPROFC.
      *
      *FICHERO DE FICHAS DE PARAMETROS (VER COPY PARAMPR)
           COPY PARAMFC.
      *
      *MAESTRO DE EMPRESAS DEL GRUPO (VER COPY EMPREPR)
           COPY EMPREFC.
      *
      *READMISIONES CON SU ANTIGUEDAD RECONOCIDA (VER COPY READMPR)
           COPY READMFC.
      *
      *CERROJO DE USO DE LA AGRUPACION EN AREAS MIENTRAS SE CARGA
      *(EL DE DEPARTAMENTOS LO TOMA LA RUTINA RUTDEPAR)
           SELECT CERROJO
           ASSIGN TO WS-ASSIGN-CERROJO
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
       FD FOTO.
       01  REG-FOTO                               PIC X(80).
      *
       FD FICAREAS.
       01  REG-AREA                               PIC X(28).
      *
       FD LISTADO.
       01  REG-LISTADO                            PIC X(132).
      *
      *UN REGISTRO POR DEPARTAMENTO, ORDENADO POR AREA (LAS AGRUPADAS
      *PRIMERO Y "SIN AREA" AL FINAL) Y POR DEPARTAMENTO
       SD SD-FICHERO.
       01  SD-REG-DEPTO.
           05  SD-ORDEN                           PIC X(1).
           05  SD-AREA                            PIC X(3).
           05  SD-DEPT                            PIC X(3).
           05  SD-AREA-NOMBRE                     PIC X(22).
           05  SD-POSICION                        PIC 9(3).
      *
       COPY ERRAUDFD.
      *
       COPY FECPROFD.
      *
       COPY PARAMFD.
      *
       COPY EMPREFD.
      *
       COPY READMFD.
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
      *EL MAESTRO Y LAS FOTOS TIENEN EL MISMO TRAZADO DE 80 POSICIONES
       COPY COPYEMPLE.
      *
      *****************************************************************
      *               TABLA DE AREAS                                  *
      *****************************************************************
      *AGRUPACION DEPARTAMENTO->AREA CARGADA DE FICHERO.AREAS (SI NO
      *EXISTE, TODOS LOS DEPARTAMENTOS SALEN EN "SIN AREA")
       01  WT-TABLA-AREAS.
           05  WT-REG-AREAS
              OCCURS 1 TO 999 TIMES
              DEPENDING ON WC-NUM-AREAS
              INDEXED BY IA.
                10  WT-AREA-DEPT                 PIC X(3).
                10  WT-AREA-CODIGO               PIC X(3).
                10  WT-AREA-NOMBRE               PIC X(22).
      *
      *****************************************************************
      *               TABLA DE LOS 24 MESES                           *
      *****************************************************************
      *DEL MAS ANTIGUO AL MAS RECIENTE: 1-12 PERIODO ANTERIOR Y 13-24
      *PERIODO ACTUAL, CON LA FOTO USADA (CERO SI NO HAY) Y SU SITIO
       01  WT-TABLA-MESES.
           05  WT-REG-MES OCCURS 24 TIMES.
                10  WT-MES-CLAVE                 PIC 9(6).
                10  WT-MES-FOTO                  PIC 9(8).
                10  WT-MES-UBICACION             PIC X(8).
                10  WT-MES-PLANTILLA             PIC 9(5).
      *
      *****************************************************************
      *               ACUMULADORES POR DEPARTAMENTO                   *
      *****************************************************************
      *PERIODO 1 ACTUAL Y PERIODO 2 ANTERIOR. LA SUMA DE PLANTILLA ES
      *LA DE TODAS LAS FOTOS DEL PERIODO Y LOS MESES DE PERMANENCIA
      *LOS DE TODAS SUS BAJAS
       01  WT-TABLA-DEPTOS.
           05  WT-REG-DEPTO
              OCCURS 1 TO 999 TIMES
              DEPENDING ON WC-NUM-DEPTOS
              INDEXED BY IDP.
                10  WT-DEP-CODIGO                PIC X(3).
                10  WT-DEP-PERIODO OCCURS 2 TIMES.
                    15  WT-DEP-SUMA-PLANT        PIC 9(7).
                    15  WT-DEP-ALTAS             PIC 9(5).
                    15  WT-DEP-BAJAS             PIC 9(5).
                    15  WT-DEP-BAJAS-1ANIO       PIC 9(5).
                    15  WT-DEP-MESES-ANTIG       PIC 9(7).
      *
      *****************************************************************
      *               ACUMULADORES DEL LISTADO                        *
      *****************************************************************
      *NIVEL 1 DEPARTAMENTO EN CURSO, 2 AREA Y 3 TOTAL, CON EL MISMO
      *TRAZADO POR PERIODO QUE LA TABLA DE DEPARTAMENTOS
       01  WT-TABLA-ACUMULADOS.
           05  WT-ACU-NIVEL OCCURS 3 TIMES.
                10  WT-ACU-PERIODO OCCURS 2 TIMES.
                    15  WT-ACU-SUMA-PLANT        PIC 9(7).
                    15  WT-ACU-ALTAS             PIC 9(5).
                    15  WT-ACU-BAJAS             PIC 9(5).
                    15  WT-ACU-BAJAS-1ANIO       PIC 9(5).
                    15  WT-ACU-MESES-ANTIG       PIC 9(7).
      *
      *****************************************************************
      *               RESULTADOS DE UNA LINEA                         *
      *****************************************************************
       01  WS-CALCULOS.
           05  WK-PERIODO OCCURS 2 TIMES.
                10  WK-PLANTILLA                 PIC 9(5)V9.
                10  WK-ROTACION                  PIC 9(5)V99.
                10  WK-SW-PLANTILLA              PIC X.
                    88  WK-PLANTILLA-OK          VALUE "S".
                10  WK-SW-ROTACION               PIC X.
                    88  WK-ROTACION-OK           VALUE "S".
           05  WK-PRIMER-ANIO                    PIC 9(3)V9.
           05  WK-ANTIG-MEDIA                    PIC 9(3)V9.
           05  WK-DIFERENCIA                     PIC S9(5)V99.
      *
      *****************************************************************
      *               AUDITORIA COMUN DE ERRORES                      *
      *****************************************************************
       COPY ERRAUDWS.
      *
      *****************************************************************
      *               FECHA DE PROCESO DE LA CADENA                   *
      *****************************************************************
       COPY FECPROWS.
      *
      *****************************************************************
      *               CERROJO DE USO                                  *
      *****************************************************************
       COPY CERROJWS.
      *
      *****************************************************************
      *               CONSULTA DEL MAESTRO DE DEPARTAMENTOS           *
      *****************************************************************
       COPY RUTDEPT1.
      *
      *****************************************************************
      *               FICHAS DE PARAMETROS                            *
      *****************************************************************
       COPY PARAMWS.
      *
      *****************************************************************
      *               MAESTRO DE EMPRESAS                             *
      *****************************************************************
       COPY COPYEMPRESA.
       COPY EMPREWS.
      *
      *****************************************************************
      *               READMISIONES                                    *
      *****************************************************************
       COPY COPYREADM.
       COPY READMWS.
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
           05  SW-FIN-AREAS                      PIC 9 VALUE 0.
                88 FIN-AREAS                     VALUE 1.
                88 NO-FIN-AREAS                  VALUE 0.
           05  SW-AREA                           PIC X VALUE "N".
                88 AREA-ENCONTRADA               VALUE "S".
                88 AREA-NO-ENCONTRADA            VALUE "N".
           05  SW-FIN-FOTO                       PIC 9 VALUE 0.
                88 FIN-FOTO                      VALUE 1.
                88 NO-FIN-FOTO                   VALUE 0.
           05  SW-FOTO                           PIC X VALUE "N".
                88 FOTO-ENCONTRADA               VALUE "S".
                88 FOTO-NO-ENCONTRADA            VALUE "N".
           05  SW-DEPTO                          PIC X VALUE "N".
                88 DEPTO-ENCONTRADO              VALUE "S".
                88 DEPTO-NO-ENCONTRADO           VALUE "N".
           05  SW-EMPRESA                        PIC X VALUE "S".
                88 EMPRESA-PEDIDA                VALUE "S".
                88 EMPRESA-NO-PEDIDA             VALUE "N".
           05  SW-FIN-ORDEN                      PIC 9 VALUE 0.
                88 FIN-ORDEN                     VALUE 1.
                88 NO-FIN-ORDEN                  VALUE 0.
           05  SW-GRUPO                          PIC X VALUE "N".
                88 GRUPO-ABIERTO                 VALUE "S".
                88 GRUPO-NO-ABIERTO              VALUE "N".
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
      *****************************************************************
       01  LT-LITERALES.
           05  LT-FICHERO1          PIC X(20) VALUE "FICHERO.EMPLEADO".
           05  LT-FICHERO1-DEFECTO  PIC X(60) VALUE
               "/home/forma2/cobol/ficheros/fichero.empleado".
           05  LT-FICHERO2          PIC X(20) VALUE "EMPLEADO.FOTO".
           05  LT-FICHERO3          PIC X(16) VALUE "LISTADO".
           05  LT-FICHERO4          PIC X(20) VALUE "READMISIONES".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL812".
           05  LT-RUTINA-DEPART     PIC X(15) VALUE "RUTDEPAR".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  LT-MAX-LINEAS-PAGINA PIC 9(2) VALUE 60.
           05  LT-MAX-AREAS         PIC 9(3) VALUE 999.
           05  LT-MAX-DEPTOS        PIC 9(3) VALUE 999.
           05  LT-UMBRAL-DEFECTO    PIC 9(2) VALUE 15.
           05  LT-CERROJO-AREAS     PIC X(60) VALUE
               "/home/forma2/cobol/ficheros/fichero.areas.cerrojo".
      *RAIZ DE LAS GENERACIONES DE COBOL810 Y LA MISMA EN EL
      *DIRECTORIO DE ARCHIVO DE RUN_SEMANAL
           05  LT-RAIZ-FOTO         PIC X(60) VALUE
           "/home/forma2/cobol/ficheros/fichero.empleado.foto.".
           05  LT-RAIZ-ARCHIVO      PIC X(60) VALUE
           "/home/forma2/cobol/ficheros/archivo/fichero.empleado.foto.".
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
      *****************************************************************
       01  WS-VARIABLES.
           05  WS-FILE-STATUS-ENT                   PIC XX.
           05  WS-FILE-STATUS-FOTO                  PIC XX.
           05  WS-FILE-STATUS-LISTADO               PIC XX.
           05  WS-FILE-STATUS-AREAS                 PIC XX.
           05  WS-FILE-STATUS-ERROR                 PIC XX.
           05  WS-FICHERO-ERROR                     PIC X(20).
           05  WS-PARRAFO-ERROR                     PIC X(20).
           05  WS-OPERACION-ERROR                   PIC X(10).
           05  WS-ASSIGN-FICHERO                    PIC X(60).
           05  WS-ASSIGN-FOTO                       PIC X(70).
           05  WS-ASSIGN-CERROJO                    PIC X(60).
           05  WS-FECHA-FOTO                        PIC 9(8).
           05  WS-UBICACION                         PIC X(8).
      *EMPRESA PEDIDA (EN BLANCO, CONSOLIDADO) Y SU POSICION EN LA
      *TABLA DE EMPRESAS (CERO EN EL CONSOLIDADO)
           05  WS-EMPRESA-SELECCION                 PIC X(3).
           05  WS-POS-SELECCION                     PIC 9(2).
           05  WS-SYSIN-UMBRAL                      PIC X(2).
           05  WS-UMBRAL                            PIC 9(2).
      *MES Y PERIODO EN CURSO (1 ACTUAL, 2 ANTERIOR, 0 FUERA)
           05  WS-NUM-MES                           PIC 9(2).
           05  WS-PER                               PIC 9(1).
           05  WS-NIVEL                             PIC 9(1).
           05  WS-SALTO                             PIC 9(1).
           05  WS-MESES-BASE                        PIC 9(6).
           05  WS-MESES-ABS                         PIC 9(6).
           05  WS-CALC-ANIO                         PIC 9(4).
           05  WS-CALC-RESTO                        PIC 9(2).
           05  WS-FECHA-EVENTO                      PIC 9(8).
           05  WS-MES-EVENTO                        PIC 9(6).
           05  WS-DEPT-BUSCA                        PIC X(3).
           05  WS-POS-DEPTO                         PIC 9(3).
           05  WS-AREA-CODIGO                       PIC X(3).
           05  WS-AREA-NOMBRE                       PIC X(22).
           05  WS-AREA-ACTUAL                       PIC X(3).
      *PERIODO ANTERIOR DE UN READMITIDO, COPIADO ANTES DE BUSCAR SU
      *ANTIGUEDAD (9380 REUTILIZA EL REGISTRO DE READMISION)
           05  WS-ALTA-ANTERIOR                     PIC 9(8).
           05  WS-BAJA-ANTERIOR                     PIC 9(8).
           05  WS-FECHA-ALTA-REAL                   PIC 9(8).
           05  WS-MESES-PERMANENCIA                 PIC S9(5).
      *
      *FECHAS DESDE/HASTA PARA CONTAR MESES COMPLETOS ENTRE DOS FECHAS
       01  WS-FECHA-DESDE                           PIC 9(8).
       01  WS-FECHA-DESDE-R REDEFINES WS-FECHA-DESDE.
           05  FD-ANIO                              PIC 9(4).
           05  FD-MES                               PIC 9(2).
           05  FD-DIA                               PIC 9(2).
       01  WS-FECHA-HASTA                           PIC 9(8).
       01  WS-FECHA-HASTA-R REDEFINES WS-FECHA-HASTA.
           05  FH-ANIO                              PIC 9(4).
           05  FH-MES                               PIC 9(2).
           05  FH-DIA                               PIC 9(2).
      *
      *****************************************************************
      *               CONTADORES                                      *
      *****************************************************************
       01  WS-CONTADORES.
           05 WC-CONTADOR                        PIC 9(7).
           05 WC-NUM-AREAS                       PIC 9(3) VALUE 0.
           05 WC-NUM-DEPTOS                      PIC 9(3) VALUE 0.
           05 WC-NUM-READM                       PIC 9(4).
           05 WC-DIA                             PIC 9(2).
           05 WC-LINEA-PAGINA                    PIC 9(2).
           05 WC-PAGINA                          PIC 9(4).
           05 WC-FOTOS-PERIODO OCCURS 2 TIMES    PIC 9(2).
           05 WC-REG-FOTOS                       PIC 9(7).
           05 WC-AJUSTES                         PIC 9(7).
           05 WC-OTRAS-EMPRESAS                  PIC 9(7).
           05 WC-PERIODOS-READM                  PIC 9(5).
           05 WC-DEPTOS-LISTADOS                 PIC 9(3).
           05 WC-DEPTOS-AVISO                    PIC 9(3).
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
           05  FILLER                 PIC X(50)
               VALUE "ROTACION Y PERMANENCIA DE PLANTILLA (12 MESES)".
           05  FILLER                 PIC X(17) VALUE "FECHA PROCESO: ".
           05  WT-FECHA               PIC 9999/99/99.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(7)  VALUE "PAGINA ".
           05  WT-PAGINA              PIC ZZZ9.
      *
       01  WS-LINEA-EMPRESA.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  FILLER                 PIC X(9)  VALUE "EMPRESA: ".
           05  WE-CODIGO              PIC X(3).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WE-NOMBRE              PIC X(30).
      *
       01  WS-LINEA-PERIODOS.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  FILLER                 PIC X(8)  VALUE "ACTUAL ".
           05  WR-INI-ACTUAL          PIC 9999/99.
           05  FILLER                 PIC X(3)  VALUE " A ".
           05  WR-FIN-ACTUAL          PIC 9999/99.
           05  FILLER                 PIC X(8)  VALUE " (FOTOS ".
           05  WR-FOTOS-ACTUAL        PIC Z9.
           05  FILLER                 PIC X(11) VALUE " DE 12)    ".
           05  FILLER                 PIC X(10) VALUE "ANTERIOR ".
           05  WR-INI-ANTERIOR        PIC 9999/99.
           05  FILLER                 PIC X(3)  VALUE " A ".
           05  WR-FIN-ANTERIOR        PIC 9999/99.
           05  FILLER                 PIC X(8)  VALUE " (FOTOS ".
           05  WR-FOTOS-ANTERIOR      PIC Z9.
           05  FILLER                 PIC X(11) VALUE " DE 12)    ".
           05  FILLER                 PIC X(8)  VALUE "UMBRAL ".
           05  WR-UMBRAL              PIC Z9.
           05  FILLER                 PIC X(1)  VALUE "%".
      *
       01  WS-LINEA-COLUMNAS1.
           05  FILLER                 PIC X(28) VALUE SPACES.
           05  FILLER                 PIC X(40)
               VALUE "<---------- ULTIMOS 12 MESES --------->".
           05  FILLER                 PIC X(3)  VALUE " | ".
           05  FILLER                 PIC X(34)
               VALUE "<--- 12 MESES ANTERIORES ---->".
      *
       01  WS-LINEA-COLUMNAS2.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  FILLER                 PIC X(4)  VALUE "DEP".
           05  FILLER                 PIC X(23) VALUE "DEPARTAMENTO".
           05  FILLER                 PIC X(8)  VALUE "PLANT.M".
           05  FILLER                 PIC X(6)  VALUE "ALTAS".
           05  FILLER                 PIC X(6)  VALUE "BAJAS".
           05  FILLER                 PIC X(9)  VALUE " ROTAC.%".
           05  FILLER                 PIC X(6)  VALUE "<1AN%".
           05  FILLER                 PIC X(5)  VALUE "ANTIG".
           05  FILLER                 PIC X(3)  VALUE " | ".
           05  FILLER                 PIC X(8)  VALUE "PLANT.M".
           05  FILLER                 PIC X(6)  VALUE "BAJAS".
           05  FILLER                 PIC X(9)  VALUE " ROTAC.%".
           05  FILLER                 PIC X(10) VALUE "DIF.PUNT.".
           05  FILLER                 PIC X(13) VALUE "AVISO".
      *
       01  WS-LINEA-LEYENDA.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  FILLER                 PIC X(37) VALUE
               "ROTAC.% = BAJAS / PLANTILLA MEDIA;  ".
           05  FILLER                 PIC X(38) VALUE
               "<1AN% = BAJAS CON MENOS DE UN ANIO;  ".
           05  FILLER                 PIC X(46) VALUE
               "ANTIG = PERMANENCIA MEDIA DE LAS BAJAS (ANIOS)".
      *
      *****************************************************************
      *               CABECERA DE GRUPO DE AREA                       *
      *****************************************************************
       01  WS-LINEA-GRUPO.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  FILLER                 PIC X(6)  VALUE "AREA: ".
           05  WG-AREA                PIC X(3).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WG-NOMBRE-AREA         PIC X(22).
      *
      *****************************************************************
      *               LINEA DE DETALLE, SUBTOTAL Y TOTAL              *
      *****************************************************************
      *LOS VALORES QUE NO SE PUEDEN CALCULAR (SIN FOTOS O SIN BAJAS)
      *SALEN COMO "-" POR SU VISTA ALFANUMERICA
       01  WS-LINEA-DETALLE.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WD-DEPT                PIC X(3).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WD-NOMBRE              PIC X(22).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WD-PLANTILLA           PIC ZZZZ9.9.
           05  WD-PLANTILLA-X REDEFINES WD-PLANTILLA
                                      PIC X(7).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WD-ALTAS               PIC ZZZZ9.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WD-BAJAS               PIC ZZZZ9.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WD-ROTACION            PIC ZZZZ9.99.
           05  WD-ROTACION-X REDEFINES WD-ROTACION
                                      PIC X(8).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WD-PRIMER-ANIO         PIC ZZ9.9.
           05  WD-PRIMER-ANIO-X REDEFINES WD-PRIMER-ANIO
                                      PIC X(5).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WD-ANTIG               PIC ZZ9.9.
           05  WD-ANTIG-X REDEFINES WD-ANTIG
                                      PIC X(5).
           05  FILLER                 PIC X(3)  VALUE " | ".
           05  WD-PLANTILLA-ANT       PIC ZZZZ9.9.
           05  WD-PLANTILLA-ANT-X REDEFINES WD-PLANTILLA-ANT
                                      PIC X(7).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WD-BAJAS-ANT           PIC ZZZZ9.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WD-ROTACION-ANT        PIC ZZZZ9.99.
           05  WD-ROTACION-ANT-X REDEFINES WD-ROTACION-ANT
                                      PIC X(8).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WD-DIFERENCIA          PIC -----9.99.
           05  WD-DIFERENCIA-X REDEFINES WD-DIFERENCIA
                                      PIC X(9).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WD-AVISO               PIC X(13).
      *
      *****************************************************************
      *               LINEAS DE LA PAGINA DE FOTOS                    *
      *****************************************************************
       01  WS-LINEA-FOTO.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  WH-MES                 PIC 9999/99.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WH-PERIODO             PIC X(10).
           05  WH-FECHA               PIC 9999/99/99.
           05  WH-FECHA-X REDEFINES WH-FECHA
                                      PIC X(10).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WH-UBICACION           PIC X(10).
           05  WH-PLANTILLA           PIC ZZZZ9.
           05  WH-PLANTILLA-X REDEFINES WH-PLANTILLA
                                      PIC X(5).
      *
      *****************************************************************
      *               PROCEDURE  DIVISION.                            *
      *****************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT.
      *
           PERFORM 3000-PROCESO
              THRU 3000-PROCESO-EXIT
              UNTIL FIN-FICHERO.
      *
           PERFORM 4000-IMPRIME-INFORME
              THRU 4000-IMPRIME-INFORME-EXIT.
      *
           PERFORM 8000-FIN
              THRU 8000-FIN-EXIT.
      *
      *****************************************************************
      *               INICIO                                          *
      *****************************************************************
       1000-INICIO.
      *INICIALIZAMOS LAS VARIABLES NECESARIAS
           INITIALIZE WS-CONTADORES.
           INITIALIZE WT-TABLA-MESES.
      *
      *ABRIMOS EL FICHERO COMUN DE AUDITORIA DE ERRORES ANTES QUE
      *NINGUN OTRO. NO SE COMPRUEBA EL FILE STATUS: SI LA PROPIA
      *AUDITORIA NO SE PUEDE ABRIR NO QUEREMOS DETENER EL PROCESO
           OPEN EXTEND AUDITORIA.
      *
      *LA FECHA DE PROCESO DE LA CADENA FIJA LOS DOS PERIODOS
           PERFORM 9900-OBTEN-FECHA-PROCESO
              THRU 9900-OBTEN-FECHA-PROCESO-EXIT.
      *
      *RESOLVEMOS LA RUTA DEL MAESTRO (VARIABLE DE ENTORNO O, EN SU
      *DEFECTO, LA RUTA POR DEFECTO)
           PERFORM 1005-SELECCION-FICHERO
              THRU 1005-SELECCION-FICHERO-EXIT.
      *
      *CARGAMOS LAS EMPRESAS DEL GRUPO Y LEEMOS LAS OPCIONES
           PERFORM 9970-CARGA-EMPRESAS
              THRU 9970-CARGA-EMPRESAS-EXIT.
           IF EMP-CARGA-ERROR
                DISPLAY "NO SE PUEDE CARGAR FICHERO.EMPRESAS (FILE "
                        "STATUS " WS-FILE-STATUS-EMR ") - LISTADO "
                        "DETENIDO"
                CLOSE AUDITORIA
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
           PERFORM 1010-OBTIENE-OPCIONES
              THRU 1010-OBTIENE-OPCIONES-EXIT.
      *
      *MONTAMOS LOS 24 MESES DE LOS DOS PERIODOS
           PERFORM 1030-CALCULA-MESES
              THRU 1030-CALCULA-MESES-EXIT.
      *
      *CARGAMOS LA AGRUPACION EN AREAS Y LAS READMISIONES
           PERFORM 1020-CARGA-AREAS
              THRU 1020-CARGA-AREAS-EXIT.
      *
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
      *ABRIMOS EL MAESTRO DE DEPARTAMENTOS (SI UN MANTENIMIENTO LO
      *TIENE EN EXCLUSIVA, 9850 INFORMA Y DETIENE EL PROGRAMA)
           PERFORM 9850-ABRE-DEPARTAMENTOS
              THRU 9850-ABRE-DEPARTAMENTOS-EXIT.
      *
      *PLANTILLA DE CADA MES DESDE SU FOTO, ANTES DE LEER EL MAESTRO
      *(LAS FOTOS SE LEEN SOBRE EL MISMO TRAZADO DEL EMPLEADO)
           PERFORM 2000-CUENTA-FOTOS
              THRU 2000-CUENTA-FOTOS-EXIT.
      *
      *ABRO LOS FICHEROS Y COMPRUEBO SI HAY ERRORES
           OPEN INPUT FICHERO-ENTRADA.
           IF WS-FILE-STATUS-ENT NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-ENT TO WS-FILE-STATUS-ERROR
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
      *LEEMOS EL PRIMER REGISTRO DEL MAESTRO
           PERFORM 9200-LEER-FICHERO
              THRU 9200-LEER-FICHERO-EXIT.
       1000-INICIO-EXIT.
       EXIT.
      *
      *****************************************************************
      *          SELECCION DE LA RUTA DEL FICHERO DE ENTRADA          *
      *****************************************************************
       1005-SELECCION-FICHERO.
      *SI EL OPERADOR HA FIJADO LA VARIABLE DE ENTORNO COBOL812_FICHERO
      *(AL ESTILO DE UN DD DE JCL) SE USA ESA RUTA TAL CUAL; SI NO, SE
      *TOMA LA RUTA POR DEFECTO COMPILADA EN EL PROGRAMA
           ACCEPT WS-ASSIGN-FICHERO FROM ENVIRONMENT "COBOL812_FICHERO".
           IF WS-ASSIGN-FICHERO = SPACES
                MOVE LT-FICHERO1-DEFECTO TO WS-ASSIGN-FICHERO
           END-IF.
      *
       1005-SELECCION-FICHERO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       OPCIONES: EMPRESA Y UMBRAL DE ROTACION                  *
      *****************************************************************
      *FICHA DE PARAMETROS (1-3 EMPRESA, 4-5 UMBRAL) O DIALOGO POR
      *SYSIN, AL ESTILO DE COBOL610 Y COBOL784
       1010-OBTIENE-OPCIONES.
           PERFORM 9950-LEE-PARAMETROS
              THRU 9950-LEE-PARAMETROS-EXIT.
           IF HAY-PARAMETROS
                MOVE WS-PARAM-DATOS(1:3) TO WS-EMPRESA-SELECCION
                MOVE WS-PARAM-DATOS(4:2) TO WS-SYSIN-UMBRAL
           ELSE
                DISPLAY "EMPRESA (BLANCO=CONSOLIDADO DEL GRUPO): "
                ACCEPT WS-EMPRESA-SELECCION FROM SYSIN
                DISPLAY "UMBRAL DE ROTACION EN % (2 CIFRAS, "
                        "BLANCO=" LT-UMBRAL-DEFECTO "): "
                ACCEPT WS-SYSIN-UMBRAL FROM SYSIN
           END-IF.
      *
           IF WS-SYSIN-UMBRAL NUMERIC
                MOVE WS-SYSIN-UMBRAL TO WS-UMBRAL
           ELSE
                MOVE LT-UMBRAL-DEFECTO TO WS-UMBRAL
           END-IF.
           IF WS-UMBRAL = 0
                MOVE LT-UMBRAL-DEFECTO TO WS-UMBRAL
           END-IF.
      *
           MOVE 0 TO WS-POS-SELECCION.
           IF WS-EMPRESA-SELECCION = SPACES
                MOVE SPACES                  TO WE-CODIGO
                MOVE "CONSOLIDADO DEL GRUPO" TO WE-NOMBRE
                GO TO 1010-OBTIENE-OPCIONES-EXIT
           END-IF.
      *
           MOVE WS-EMPRESA-SELECCION TO WEM-BUSCA-CODIGO.
           PERFORM 9975-BUSCA-EMPRESA
              THRU 9975-BUSCA-EMPRESA-EXIT.
           IF EMP-NO-ENCONTRADA
                DISPLAY "EMPRESA " WS-EMPRESA-SELECCION
                        " NO ESTA EN FICHERO.EMPRESAS - LISTADO "
                        "DETENIDO"
                CLOSE AUDITORIA
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE WEM-POSICION TO WS-POS-SELECCION.
           MOVE WEM-CODIGO   TO WE-CODIGO.
           MOVE WEM-NOMBRE   TO WE-NOMBRE.
      *
       1010-OBTIENE-OPCIONES-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CARGA DE LA AGRUPACION EN AREAS DESDE FICHERO           *
      *****************************************************************
       1020-CARGA-AREAS.
           MOVE 0 TO WC-NUM-AREAS.
      *
      *TOMAMOS EL CERROJO DE LA AGRUPACION EN COMPARTIDO MIENTRAS
      *DURA LA CARGA: SI COBOL355 LA ESTA REGRABANDO NOS DETENEMOS
      *EN VEZ DE CARGAR UN FICHERO A MEDIO GRABAR
           MOVE LT-CERROJO-AREAS TO WS-ASSIGN-CERROJO.
           PERFORM 9510-TOMA-CERROJO-COMP
              THRU 9510-TOMA-CERROJO-COMP-EXIT.
           IF CERROJO-DENEGADO
                DISPLAY "FICHERO EN USO POR " WL-PROGRAMA
                     " DESDE " WL-HORA(1:2) ":" WL-HORA(3:2)
                CLOSE AUDITORIA
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
      *SIN FICHERO DE AREAS TODOS LOS DEPARTAMENTOS VAN A "SIN AREA"
           OPEN INPUT FICAREAS.
           IF WS-FILE-STATUS-AREAS = 35
                DISPLAY "AVISO: NO SE ENCUENTRA FICHERO.AREAS"
                DISPLAY "       LISTADO SIN AGRUPAR POR AREAS"
                PERFORM 9550-SUELTA-CERROJO
                   THRU 9550-SUELTA-CERROJO-EXIT
                GO TO 1020-CARGA-AREAS-EXIT
           END-IF.
           IF WS-FILE-STATUS-AREAS NOT = 00
                MOVE "FICHERO.AREAS" TO WS-FICHERO-ERROR
                MOVE "1020-CARGA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-AREAS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 1021-LEE-AREA
              THRU 1021-LEE-AREA-EXIT
              UNTIL FIN-AREAS.
      *
           CLOSE FICAREAS.
           PERFORM 9550-SUELTA-CERROJO
              THRU 9550-SUELTA-CERROJO-EXIT.
      *
       1020-CARGA-AREAS-EXIT.
       EXIT.
      *
       1021-LEE-AREA.
           READ FICAREAS
              AT END SET FIN-AREAS TO TRUE.
           IF WS-FILE-STATUS-AREAS = 00
      *UNA AGRUPACION MAYOR QUE LA TABLA NO SE TRUNCA: EL LISTADO
      *POR AREAS DEJARIA DE CUADRAR CON EL TOTAL
                IF WC-NUM-AREAS >= LT-MAX-AREAS
                     DISPLAY "FICHERO.AREAS TIENE MAS DE " LT-MAX-AREAS
                             " ASIGNACIONES - COBOL812 DETENIDO"
                     CLOSE FICAREAS
                     PERFORM 9550-SUELTA-CERROJO
                        THRU 9550-SUELTA-CERROJO-EXIT
                     CLOSE AUDITORIA
                     MOVE 12 TO RETURN-CODE
                     STOP RUN
                END-IF
                ADD 1 TO WC-NUM-AREAS
                MOVE REG-AREA TO WT-REG-AREAS(WC-NUM-AREAS)
           ELSE
                IF WS-FILE-STATUS-AREAS NOT = 10
                     MOVE "FICHERO.AREAS" TO WS-FICHERO-ERROR
                     MOVE "1021-LEE-AREA" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE WS-FILE-STATUS-AREAS TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
       1021-LEE-AREA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       MESES DE LOS DOS PERIODOS                               *
      *****************************************************************
      *EL MES 24 ES EL DE LA FECHA DE PROCESO; CADA MES SE OBTIENE
      *CONTANDO MESES DESDE EL ANIO CERO Y DESHACIENDO LA CUENTA
       1030-CALCULA-MESES.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-HASTA.
           COMPUTE WS-MESES-BASE = FH-ANIO * 12 + FH-MES - 1.
      *
           PERFORM 1031-CALCULA-MES
              THRU 1031-CALCULA-MES-EXIT
              VARYING WS-NUM-MES FROM 1 BY 1
              UNTIL WS-NUM-MES > 24.
      *
       1030-CALCULA-MESES-EXIT.
       EXIT.
      *
       1031-CALCULA-MES.
           COMPUTE WS-MESES-ABS = WS-MESES-BASE - 24 + WS-NUM-MES.
           DIVIDE WS-MESES-ABS BY 12
              GIVING WS-CALC-ANIO
              REMAINDER WS-CALC-RESTO.
           COMPUTE WT-MES-CLAVE(WS-NUM-MES) =
                   WS-CALC-ANIO * 100 + WS-CALC-RESTO + 1.
           MOVE 0 TO WT-MES-FOTO(WS-NUM-MES).
           MOVE SPACES TO WT-MES-UBICACION(WS-NUM-MES).
           MOVE 0 TO WT-MES-PLANTILLA(WS-NUM-MES).
       1031-CALCULA-MES-EXIT.
       EXIT.
      *
      *****************************************************************
      *       PLANTILLA DE CADA MES DESDE SU FOTO                     *
      *****************************************************************
       2000-CUENTA-FOTOS.
           PERFORM 2100-BUSCA-FOTO-MES
              THRU 2100-BUSCA-FOTO-MES-EXIT
              VARYING WS-NUM-MES FROM 1 BY 1
              UNTIL WS-NUM-MES > 24.
      *
       2000-CUENTA-FOTOS-EXIT.
       EXIT.
      *
      *LA FOTO DEL MES ES LA GENERACION CON LA FECHA MAS ALTA DENTRO
      *DEL MES: SE PRUEBA DEL DIA 31 HACIA ATRAS, EN LINEA Y LUEGO EN
      *EL ARCHIVO
       2100-BUSCA-FOTO-MES.
           IF WS-NUM-MES > 12
                MOVE 1 TO WS-PER
           ELSE
                MOVE 2 TO WS-PER
           END-IF.
      *
           SET FOTO-NO-ENCONTRADA TO TRUE.
           PERFORM 2110-PRUEBA-DIA
              THRU 2110-PRUEBA-DIA-EXIT
              VARYING WC-DIA FROM 31 BY -1
              UNTIL WC-DIA = 0
                 OR FOTO-ENCONTRADA.
           IF FOTO-NO-ENCONTRADA
                GO TO 2100-BUSCA-FOTO-MES-EXIT
           END-IF.
      *
           MOVE WS-FECHA-FOTO TO WT-MES-FOTO(WS-NUM-MES).
           MOVE WS-UBICACION  TO WT-MES-UBICACION(WS-NUM-MES).
           ADD 1 TO WC-FOTOS-PERIODO(WS-PER).
      *
           SET NO-FIN-FOTO TO TRUE.
           PERFORM 2120-LEE-FOTO
              THRU 2120-LEE-FOTO-EXIT
              UNTIL FIN-FOTO.
           CLOSE FOTO.
      *
       2100-BUSCA-FOTO-MES-EXIT.
       EXIT.
      *
       2110-PRUEBA-DIA.
           COMPUTE WS-FECHA-FOTO =
                   WT-MES-CLAVE(WS-NUM-MES) * 100 + WC-DIA.
      *
           MOVE SPACES TO WS-ASSIGN-FOTO.
           STRING LT-RAIZ-FOTO   DELIMITED BY SPACE
                  WS-FECHA-FOTO  DELIMITED BY SIZE
                  INTO WS-ASSIGN-FOTO.
           MOVE "EN LINEA" TO WS-UBICACION.
           OPEN INPUT FOTO.
           IF WS-FILE-STATUS-FOTO = 00
                SET FOTO-ENCONTRADA TO TRUE
                GO TO 2110-PRUEBA-DIA-EXIT
           END-IF.
           IF WS-FILE-STATUS-FOTO NOT = 35
                MOVE "2110-PRUEBA-DIA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-FOTO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           MOVE SPACES TO WS-ASSIGN-FOTO.
           STRING LT-RAIZ-ARCHIVO DELIMITED BY SPACE
                  WS-FECHA-FOTO   DELIMITED BY SIZE
                  INTO WS-ASSIGN-FOTO.
           MOVE "ARCHIVO" TO WS-UBICACION.
           OPEN INPUT FOTO.
           IF WS-FILE-STATUS-FOTO = 00
                SET FOTO-ENCONTRADA TO TRUE
                GO TO 2110-PRUEBA-DIA-EXIT
           END-IF.
           IF WS-FILE-STATUS-FOTO NOT = 35
                MOVE "2110-PRUEBA-DIA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-FOTO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
       2110-PRUEBA-DIA-EXIT.
       EXIT.
      *
      *CUENTA LOS EMPLEADOS DE ALTA DE LA FOTO EN SU DEPARTAMENTO
       2120-LEE-FOTO.
           READ FOTO INTO WS-REG-EMPLEADO
              AT END SET FIN-FOTO TO TRUE.
           IF WS-FILE-STATUS-FOTO = 10
                GO TO 2120-LEE-FOTO-EXIT
           END-IF.
           IF WS-FILE-STATUS-FOTO NOT = 00
                MOVE "2120-LEE-FOTO" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-FOTO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-REG-FOTOS.
      *
           IF WS-EMPLE-REG-AJUSTE OR WS-EMPLE-EST-BAJA
                GO TO 2120-LEE-FOTO-EXIT
           END-IF.
           PERFORM 2300-COMPRUEBA-EMPRESA
              THRU 2300-COMPRUEBA-EMPRESA-EXIT.
           IF EMPRESA-NO-PEDIDA
                GO TO 2120-LEE-FOTO-EXIT
           END-IF.
      *
           MOVE WS-EMPLE-DEPT TO WS-DEPT-BUSCA.
           PERFORM 3500-POSICION-DEPTO
              THRU 3500-POSICION-DEPTO-EXIT.
           ADD 1 TO WT-DEP-SUMA-PLANT(WS-POS-DEPTO, WS-PER).
           ADD 1 TO WT-MES-PLANTILLA(WS-NUM-MES).
      *
       2120-LEE-FOTO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       PERIODO DE UNA FECHA (1 ACTUAL, 2 ANTERIOR, 0 FUERA)    *
      *****************************************************************
       2200-PERIODO-FECHA.
           MOVE 0 TO WS-PER.
           DIVIDE WS-FECHA-EVENTO BY 100 GIVING WS-MES-EVENTO.
      *
           IF WS-MES-EVENTO >= WT-MES-CLAVE(13)
              AND WS-MES-EVENTO <= WT-MES-CLAVE(24)
                MOVE 1 TO WS-PER
           END-IF.
           IF WS-MES-EVENTO >= WT-MES-CLAVE(1)
              AND WS-MES-EVENTO <= WT-MES-CLAVE(12)
                MOVE 2 TO WS-PER
           END-IF.
      *
       2200-PERIODO-FECHA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       EMPRESA DEL EMPLEADO EN CURSO FRENTE A LA PEDIDA        *
      *****************************************************************
      *EN EL CONSOLIDADO ENTRAN TODOS; SI SE HA PEDIDO UNA EMPRESA,
      *SOLO LOS SUYOS (EL EMPLEADO SIN EMPRESA ES DE LA PRINCIPAL)
       2300-COMPRUEBA-EMPRESA.
           SET EMPRESA-PEDIDA TO TRUE.
           IF WS-POS-SELECCION = 0
                GO TO 2300-COMPRUEBA-EMPRESA-EXIT
           END-IF.
      *
           MOVE WS-EMPLE-EMPRESA TO WEM-BUSCA-CODIGO.
           PERFORM 9975-BUSCA-EMPRESA
              THRU 9975-BUSCA-EMPRESA-EXIT.
           IF WEM-POSICION NOT = WS-POS-SELECCION
                SET EMPRESA-NO-PEDIDA TO TRUE
           END-IF.
      *
       2300-COMPRUEBA-EMPRESA-EXIT.
       EXIT.
      *
      *****************************************************************
      *             PROCESO: ALTAS Y BAJAS DEL MAESTRO                *
      *****************************************************************
       3000-PROCESO.
      *LAS LINEAS DE AJUSTE NO SON EMPLEADOS
           IF WS-EMPLE-REG-AJUSTE
                ADD 1 TO WC-AJUSTES
                GO TO 3000-PROCESO-LEE
           END-IF.
           PERFORM 2300-COMPRUEBA-EMPRESA
              THRU 2300-COMPRUEBA-EMPRESA-EXIT.
           IF EMPRESA-NO-PEDIDA
                ADD 1 TO WC-OTRAS-EMPRESAS
                GO TO 3000-PROCESO-LEE
           END-IF.
      *
      *ALTA DEL PERIODO ACTUAL DEL EMPLEADO
           MOVE WS-EMPLE-FEC-ALTA TO WS-FECHA-EVENTO.
           PERFORM 2200-PERIODO-FECHA
              THRU 2200-PERIODO-FECHA-EXIT.
           IF WS-PER > 0
                MOVE WS-EMPLE-DEPT TO WS-DEPT-BUSCA
                PERFORM 3500-POSICION-DEPTO
                   THRU 3500-POSICION-DEPTO-EXIT
                ADD 1 TO WT-DEP-ALTAS(WS-POS-DEPTO, WS-PER)
           END-IF.
      *
      *BAJA, CON SU PERMANENCIA DESDE LA ANTIGUEDAD RECONOCIDA
           IF WS-EMPLE-EST-BAJA
                MOVE WS-EMPLE-FEC-BAJA TO WS-FECHA-EVENTO
                PERFORM 2200-PERIODO-FECHA
                   THRU 2200-PERIODO-FECHA-EXIT
                IF WS-PER > 0
                     MOVE WS-EMPLE-CODIGO   TO WRA-BUSCA-CODIGO
                     MOVE WS-EMPLE-FEC-ALTA TO WRA-BUSCA-FEC-ALTA
                     PERFORM 9380-BUSCA-ANTIGUEDAD
                        THRU 9380-BUSCA-ANTIGUEDAD-EXIT
                     MOVE WS-EMPLE-FEC-ALTA TO WS-FECHA-ALTA-REAL
                     MOVE WS-EMPLE-FEC-BAJA TO WS-FECHA-HASTA
                     PERFORM 3300-ANOTA-BAJA
                        THRU 3300-ANOTA-BAJA-EXIT
                END-IF
           END-IF.
      *
      *PERIODOS ANTERIORES DE UN READMITIDO CON SU MISMO CODIGO
           PERFORM 3200-PERIODO-ANTERIOR
              THRU 3200-PERIODO-ANTERIOR-EXIT
              VARYING WC-NUM-READM FROM 1 BY 1
              UNTIL WC-NUM-READM > WRA-NUM-READMISIONES.
      *
       3000-PROCESO-LEE.
           PERFORM 9200-LEER-FICHERO
              THRU 9200-LEER-FICHERO-EXIT.
      *
       3000-PROCESO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       PERIODO ANTERIOR DE UN READMITIDO                       *
      *****************************************************************
      *CON CODIGO NUEVO EL PERIODO ANTERIOR SIGUE EN EL MAESTRO CON SU
      *PROPIO CODIGO Y YA SE CUENTA AL LEERLO; CON EL MISMO CODIGO EL
      *MAESTRO SOLO TIENE EL PERIODO NUEVO Y EL ANTERIOR SALE DE
      *FICHERO.READMISIONES
       3200-PERIODO-ANTERIOR.
           MOVE WRA-REG-TABLA(WC-NUM-READM) TO WS-REG-READMISION.
           IF WRA-CODIGO NOT = WS-EMPLE-CODIGO
              OR WRA-CODIGO-ANTERIOR NOT = WS-EMPLE-CODIGO
                GO TO 3200-PERIODO-ANTERIOR-EXIT
           END-IF.
           ADD 1 TO WC-PERIODOS-READM.
           MOVE WRA-FEC-ALTA-ANTERIOR TO WS-ALTA-ANTERIOR.
           MOVE WRA-FEC-BAJA-ANTERIOR TO WS-BAJA-ANTERIOR.
      *
           MOVE WS-ALTA-ANTERIOR TO WS-FECHA-EVENTO.
           PERFORM 2200-PERIODO-FECHA
              THRU 2200-PERIODO-FECHA-EXIT.
           IF WS-PER > 0
                MOVE WS-EMPLE-DEPT TO WS-DEPT-BUSCA
                PERFORM 3500-POSICION-DEPTO
                   THRU 3500-POSICION-DEPTO-EXIT
                ADD 1 TO WT-DEP-ALTAS(WS-POS-DEPTO, WS-PER)
           END-IF.
      *
           MOVE WS-BAJA-ANTERIOR TO WS-FECHA-EVENTO.
           PERFORM 2200-PERIODO-FECHA
              THRU 2200-PERIODO-FECHA-EXIT.
           IF WS-PER = 0
                GO TO 3200-PERIODO-ANTERIOR-EXIT
           END-IF.
      *
      *EL PERIODO ANTERIOR PUEDE TENER A SU VEZ UNA ANTIGUEDAD
      *RECONOCIDA DE OTRA READMISION MAS ANTIGUA
           MOVE WS-EMPLE-CODIGO  TO WRA-BUSCA-CODIGO.
           MOVE WS-ALTA-ANTERIOR TO WRA-BUSCA-FEC-ALTA.
           PERFORM 9380-BUSCA-ANTIGUEDAD
              THRU 9380-BUSCA-ANTIGUEDAD-EXIT.
           MOVE WS-ALTA-ANTERIOR TO WS-FECHA-ALTA-REAL.
           MOVE WS-BAJA-ANTERIOR TO WS-FECHA-HASTA.
           PERFORM 3300-ANOTA-BAJA
              THRU 3300-ANOTA-BAJA-EXIT.
      *
       3200-PERIODO-ANTERIOR-EXIT.
       EXIT.
      *
      *****************************************************************
      *       ANOTA UNA BAJA EN EL DEPARTAMENTO DEL EMPLEADO          *
      *****************************************************************
      *RECIBE EL PERIODO EN WS-PER, LA FECHA DE BAJA EN
      *WS-FECHA-HASTA, LA DE ALTA EN WS-FECHA-ALTA-REAL Y LA DE
      *ANTIGUEDAD RECONOCIDA EN WRA-FEC-ANTIG-EMPLEADO
       3300-ANOTA-BAJA.
           MOVE WS-EMPLE-DEPT TO WS-DEPT-BUSCA.
           PERFORM 3500-POSICION-DEPTO
              THRU 3500-POSICION-DEPTO-EXIT.
           ADD 1 TO WT-DEP-BAJAS(WS-POS-DEPTO, WS-PER).
      *
      *PERMANENCIA: MESES COMPLETOS DESDE LA ANTIGUEDAD RECONOCIDA
           MOVE WRA-FEC-ANTIG-EMPLEADO TO WS-FECHA-DESDE.
           PERFORM 3310-CUENTA-MESES
              THRU 3310-CUENTA-MESES-EXIT.
           ADD WS-MESES-PERMANENCIA
              TO WT-DEP-MESES-ANTIG(WS-POS-DEPTO, WS-PER).
      *
      *BAJA EN EL PRIMER ANIO: MENOS DE DOCE MESES DESDE SU ALTA
           MOVE WS-FECHA-ALTA-REAL TO WS-FECHA-DESDE.
           PERFORM 3310-CUENTA-MESES
              THRU 3310-CUENTA-MESES-EXIT.
           IF WS-MESES-PERMANENCIA < 12
                ADD 1 TO WT-DEP-BAJAS-1ANIO(WS-POS-DEPTO, WS-PER)
           END-IF.
      *
       3300-ANOTA-BAJA-EXIT.
       EXIT.
      *
      *MESES COMPLETOS ENTRE WS-FECHA-DESDE Y WS-FECHA-HASTA (NUNCA
      *NEGATIVO): EL MES EN CURSO SOLO CUENTA SI SE HA LLEGADO AL DIA
       3310-CUENTA-MESES.
           COMPUTE WS-MESES-PERMANENCIA =
                   (FH-ANIO - FD-ANIO) * 12 + FH-MES - FD-MES.
           IF FH-DIA < FD-DIA
                SUBTRACT 1 FROM WS-MESES-PERMANENCIA
           END-IF.
           IF WS-MESES-PERMANENCIA < 0
                MOVE 0 TO WS-MESES-PERMANENCIA
           END-IF.
       3310-CUENTA-MESES-EXIT.
       EXIT.
      *
      *****************************************************************
      *       POSICION DEL DEPARTAMENTO EN LA TABLA DE ACUMULADORES   *
      *****************************************************************
      *BUSCA WS-DEPT-BUSCA Y, SI NO ESTA, LE ABRE UNA ENTRADA;
      *DEVUELVE SU POSICION EN WS-POS-DEPTO
       3500-POSICION-DEPTO.
           SET DEPTO-NO-ENCONTRADO TO TRUE.
           PERFORM 3510-COMPARA-DEPTO
              THRU 3510-COMPARA-DEPTO-EXIT
              VARYING IDP FROM 1 BY 1
              UNTIL IDP > WC-NUM-DEPTOS
                 OR DEPTO-ENCONTRADO.
           IF DEPTO-ENCONTRADO
                GO TO 3500-POSICION-DEPTO-EXIT
           END-IF.
      *
      *MAS DEPARTAMENTOS QUE LA TABLA: NO SE TRUNCA, EL TOTAL DEJARIA
      *DE CUADRAR
           IF WC-NUM-DEPTOS >= LT-MAX-DEPTOS
                DISPLAY "MAS DE " LT-MAX-DEPTOS " DEPARTAMENTOS "
                        "DISTINTOS - COBOL812 DETENIDO"
                PERFORM 9855-CIERRA-DEPARTAMENTOS
                   THRU 9855-CIERRA-DEPARTAMENTOS-EXIT
                CLOSE AUDITORIA
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
           ADD 1 TO WC-NUM-DEPTOS.
           MOVE WC-NUM-DEPTOS TO WS-POS-DEPTO.
           INITIALIZE WT-REG-DEPTO(WS-POS-DEPTO).
           MOVE WS-DEPT-BUSCA TO WT-DEP-CODIGO(WS-POS-DEPTO).
      *
       3500-POSICION-DEPTO-EXIT.
       EXIT.
      *
       3510-COMPARA-DEPTO.
           IF WT-DEP-CODIGO(IDP) = WS-DEPT-BUSCA
                SET DEPTO-ENCONTRADO TO TRUE
                SET WS-POS-DEPTO TO IDP
           END-IF.
       3510-COMPARA-DEPTO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       LISTADO POR AREAS Y DEPARTAMENTOS                       *
      *****************************************************************
       4000-IMPRIME-INFORME.
           PERFORM 2500-IMPRIME-CABECERA
              THRU 2500-IMPRIME-CABECERA-EXIT.
      *
           IF WC-NUM-DEPTOS = 0
                MOVE SPACES TO WS-LINEA-IMPRIMIR
                MOVE "SIN PLANTILLA NI MOVIMIENTOS EN LOS DOS PERIODOS"
                   TO WS-LINEA-IMPRIMIR(2:48)
                WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
                   AFTER ADVANCING 2 LINES
                GO TO 4000-IMPRIME-INFORME-EXIT
           END-IF.
      *
           INITIALIZE WT-TABLA-ACUMULADOS.
           SORT SD-FICHERO
                ON ASCENDING KEY SD-ORDEN SD-AREA SD-DEPT
                INPUT PROCEDURE IS 4100-SUELTA-DEPTOS
                   THRU 4100-SUELTA-DEPTOS-EXIT
                OUTPUT PROCEDURE IS 4200-LISTA-DEPTOS
                   THRU 4200-LISTA-DEPTOS-EXIT.
      *
           PERFORM 5000-IMPRIME-FOTOS
              THRU 5000-IMPRIME-FOTOS-EXIT.
      *
       4000-IMPRIME-INFORME-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CABECERA DE PAGINA                                      *
      *****************************************************************
       2500-IMPRIME-CABECERA.
           ADD 1 TO WC-PAGINA.
           MOVE 0 TO WC-LINEA-PAGINA.
      *
           MOVE WS-FECHA-PROCESO TO WT-FECHA.
           MOVE WC-PAGINA TO WT-PAGINA.
           MOVE WS-LINEA-TITULO TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING PAGE.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "2500-CABECERA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           MOVE WS-LINEA-EMPRESA TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
      *
           MOVE WT-MES-CLAVE(13)    TO WR-INI-ACTUAL.
           MOVE WT-MES-CLAVE(24)    TO WR-FIN-ACTUAL.
           MOVE WC-FOTOS-PERIODO(1) TO WR-FOTOS-ACTUAL.
           MOVE WT-MES-CLAVE(1)     TO WR-INI-ANTERIOR.
           MOVE WT-MES-CLAVE(12)    TO WR-FIN-ANTERIOR.
           MOVE WC-FOTOS-PERIODO(2) TO WR-FOTOS-ANTERIOR.
           MOVE WS-UMBRAL           TO WR-UMBRAL.
           MOVE WS-LINEA-PERIODOS TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
      *
           MOVE WS-LINEA-COLUMNAS1 TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 2 LINES.
      *
           MOVE WS-LINEA-COLUMNAS2 TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
      *
           MOVE WS-LINEA-LEYENDA TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
      *
           ADD 7 TO WC-LINEA-PAGINA.
      *
       2500-IMPRIME-CABECERA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       PROCEDIMIENTO DE ENTRADA: UN REGISTRO POR DEPARTAMENTO  *
      *****************************************************************
       4100-SUELTA-DEPTOS.
           PERFORM 4110-SUELTA-DEPTO
              THRU 4110-SUELTA-DEPTO-EXIT
              VARYING IDP FROM 1 BY 1
              UNTIL IDP > WC-NUM-DEPTOS.
       4100-SUELTA-DEPTOS-EXIT.
       EXIT.
      *
      *UN DEPARTAMENTO SIN AGRUPAR VA AL AREA "???" "SIN AREA", AL
      *FINAL DEL LISTADO, PARA QUE EL TOTAL SIGA CUADRANDO
       4110-SUELTA-DEPTO.
           MOVE "???"      TO WS-AREA-CODIGO.
           MOVE "SIN AREA" TO WS-AREA-NOMBRE.
           SET AREA-NO-ENCONTRADA TO TRUE.
           PERFORM 4120-BUSCA-AREA
              THRU 4120-BUSCA-AREA-EXIT
              VARYING IA FROM 1 BY 1
              UNTIL IA > WC-NUM-AREAS
                 OR AREA-ENCONTRADA.
      *
           IF AREA-ENCONTRADA
                MOVE "1" TO SD-ORDEN
           ELSE
                MOVE "2" TO SD-ORDEN
           END-IF.
           MOVE WS-AREA-CODIGO    TO SD-AREA.
           MOVE WT-DEP-CODIGO(IDP) TO SD-DEPT.
           MOVE WS-AREA-NOMBRE    TO SD-AREA-NOMBRE.
           SET SD-POSICION TO IDP.
           RELEASE SD-REG-DEPTO.
       4110-SUELTA-DEPTO-EXIT.
       EXIT.
      *
       4120-BUSCA-AREA.
           IF WT-AREA-DEPT(IA) = WT-DEP-CODIGO(IDP)
                SET AREA-ENCONTRADA TO TRUE
                MOVE WT-AREA-CODIGO(IA) TO WS-AREA-CODIGO
                MOVE WT-AREA-NOMBRE(IA) TO WS-AREA-NOMBRE
           END-IF.
       4120-BUSCA-AREA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       PROCEDIMIENTO DE SALIDA: CORTE DE CONTROL POR AREA      *
      *****************************************************************
       4200-LISTA-DEPTOS.
           SET NO-FIN-ORDEN TO TRUE.
           SET GRUPO-NO-ABIERTO TO TRUE.
      *
           PERFORM 4210-LISTA-DEPTO
              THRU 4210-LISTA-DEPTO-EXIT
              UNTIL FIN-ORDEN.
      *
           IF GRUPO-ABIERTO
                PERFORM 4400-SUBTOTAL-AREA
                   THRU 4400-SUBTOTAL-AREA-EXIT
           END-IF.
           PERFORM 4450-TOTAL-GENERAL
              THRU 4450-TOTAL-GENERAL-EXIT.
      *
       4200-LISTA-DEPTOS-EXIT.
       EXIT.
      *
       4210-LISTA-DEPTO.
           RETURN SD-FICHERO
              AT END SET FIN-ORDEN TO TRUE.
           IF FIN-ORDEN
                GO TO 4210-LISTA-DEPTO-EXIT
           END-IF.
      *
      *CORTE DE CONTROL POR AREA: SUBTOTAL DE LA QUE SE CIERRA Y
      *CABECERA DE LA QUE SE ABRE
           IF GRUPO-ABIERTO
              AND SD-AREA NOT = WS-AREA-ACTUAL
                PERFORM 4400-SUBTOTAL-AREA
                   THRU 4400-SUBTOTAL-AREA-EXIT
                SET GRUPO-NO-ABIERTO TO TRUE
           END-IF.
           IF GRUPO-NO-ABIERTO
                SET GRUPO-ABIERTO TO TRUE
                PERFORM 4300-CABECERA-AREA
                   THRU 4300-CABECERA-AREA-EXIT
           END-IF.
      *
           PERFORM 4320-LINEA-DEPTO
              THRU 4320-LINEA-DEPTO-EXIT.
      *
       4210-LISTA-DEPTO-EXIT.
       EXIT.
      *
       4300-CABECERA-AREA.
           MOVE SD-AREA TO WS-AREA-ACTUAL.
           INITIALIZE WT-ACU-NIVEL(2).
      *
           IF WC-LINEA-PAGINA >= LT-MAX-LINEAS-PAGINA - 4
                PERFORM 2500-IMPRIME-CABECERA
                   THRU 2500-IMPRIME-CABECERA-EXIT
           END-IF.
      *
           MOVE SD-AREA        TO WG-AREA.
           MOVE SD-AREA-NOMBRE TO WG-NOMBRE-AREA.
           MOVE WS-LINEA-GRUPO TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 2 LINES.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "4300-CABECERA-AREA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 2 TO WC-LINEA-PAGINA.
      *
       4300-CABECERA-AREA-EXIT.
       EXIT.
      *
      *LINEA DEL DEPARTAMENTO, CON LA MARCA SI SU ROTACION DEL
      *PERIODO ACTUAL SUPERA EL UMBRAL
       4320-LINEA-DEPTO.
           MOVE SD-POSICION TO WS-POS-DEPTO.
           MOVE WT-DEP-PERIODO(WS-POS-DEPTO, 1)
              TO WT-ACU-PERIODO(1, 1).
           MOVE WT-DEP-PERIODO(WS-POS-DEPTO, 2)
              TO WT-ACU-PERIODO(1, 2).
           PERFORM 4600-SUMA-NIVELES
              THRU 4600-SUMA-NIVELES-EXIT
              VARYING WS-PER FROM 1 BY 1
              UNTIL WS-PER > 2.
      *
           MOVE 1 TO WS-NIVEL.
           PERFORM 4500-CALCULA-LINEA
              THRU 4500-CALCULA-LINEA-EXIT.
      *
           MOVE SD-DEPT TO CP300I-CODIGO.
           PERFORM 9860-BUSCA-DEPARTAMENTO
              THRU 9860-BUSCA-DEPARTAMENTO-EXIT.
           MOVE SD-DEPT       TO WD-DEPT.
           MOVE CP300O-NOMBRE TO WD-NOMBRE.
      *
           IF WK-ROTACION-OK(1)
              AND WK-ROTACION(1) > WS-UMBRAL
                MOVE "SUPERA UMBRAL" TO WD-AVISO
                ADD 1 TO WC-DEPTOS-AVISO
           END-IF.
      *
           MOVE 1 TO WS-SALTO.
           PERFORM 4700-ESCRIBE-LINEA
              THRU 4700-ESCRIBE-LINEA-EXIT.
           ADD 1 TO WC-DEPTOS-LISTADOS.
      *
       4320-LINEA-DEPTO-EXIT.
       EXIT.
      *
       4400-SUBTOTAL-AREA.
           MOVE 2 TO WS-NIVEL.
           PERFORM 4500-CALCULA-LINEA
              THRU 4500-CALCULA-LINEA-EXIT.
           MOVE SPACES TO WD-DEPT.
           MOVE SPACES TO WD-NOMBRE.
           STRING "SUBTOTAL AREA " DELIMITED BY SIZE
                  WS-AREA-ACTUAL   DELIMITED BY SIZE
                  INTO WD-NOMBRE.
           MOVE 2 TO WS-SALTO.
           PERFORM 4700-ESCRIBE-LINEA
              THRU 4700-ESCRIBE-LINEA-EXIT.
       4400-SUBTOTAL-AREA-EXIT.
       EXIT.
      *
       4450-TOTAL-GENERAL.
           MOVE 3 TO WS-NIVEL.
           PERFORM 4500-CALCULA-LINEA
              THRU 4500-CALCULA-LINEA-EXIT.
           MOVE SPACES TO WD-DEPT.
           IF WS-POS-SELECCION = 0
                MOVE "TOTAL GRUPO"   TO WD-NOMBRE
           ELSE
                MOVE "TOTAL EMPRESA" TO WD-NOMBRE
           END-IF.
           MOVE 2 TO WS-SALTO.
           PERFORM 4700-ESCRIBE-LINEA
              THRU 4700-ESCRIBE-LINEA-EXIT.
       4450-TOTAL-GENERAL-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CIFRAS DE UNA LINEA DEL NIVEL WS-NIVEL                  *
      *****************************************************************
       4500-CALCULA-LINEA.
           PERFORM 4510-CALCULA-PERIODO
              THRU 4510-CALCULA-PERIODO-EXIT
              VARYING WS-PER FROM 1 BY 1
              UNTIL WS-PER > 2.
      *
           MOVE SPACES TO WD-AVISO.
           IF WK-PLANTILLA-OK(1)
                MOVE WK-PLANTILLA(1) TO WD-PLANTILLA
           ELSE
                MOVE "      -" TO WD-PLANTILLA-X
           END-IF.
           MOVE WT-ACU-ALTAS(WS-NIVEL, 1) TO WD-ALTAS.
           MOVE WT-ACU-BAJAS(WS-NIVEL, 1) TO WD-BAJAS.
           IF WK-ROTACION-OK(1)
                MOVE WK-ROTACION(1) TO WD-ROTACION
           ELSE
                MOVE "       -" TO WD-ROTACION-X
           END-IF.
      *
      *SIN BAJAS NO HAY PORCENTAJE EN EL PRIMER ANIO NI PERMANENCIA
           IF WT-ACU-BAJAS(WS-NIVEL, 1) = 0
                MOVE "    -" TO WD-PRIMER-ANIO-X
                MOVE "    -" TO WD-ANTIG-X
           ELSE
                COMPUTE WK-PRIMER-ANIO ROUNDED =
                        WT-ACU-BAJAS-1ANIO(WS-NIVEL, 1) * 100
                        / WT-ACU-BAJAS(WS-NIVEL, 1)
                COMPUTE WK-ANTIG-MEDIA ROUNDED =
                        WT-ACU-MESES-ANTIG(WS-NIVEL, 1)
                        / (WT-ACU-BAJAS(WS-NIVEL, 1) * 12)
                MOVE WK-PRIMER-ANIO TO WD-PRIMER-ANIO
                MOVE WK-ANTIG-MEDIA TO WD-ANTIG
           END-IF.
      *
           IF WK-PLANTILLA-OK(2)
                MOVE WK-PLANTILLA(2) TO WD-PLANTILLA-ANT
           ELSE
                MOVE "      -" TO WD-PLANTILLA-ANT-X
           END-IF.
           MOVE WT-ACU-BAJAS(WS-NIVEL, 2) TO WD-BAJAS-ANT.
           IF WK-ROTACION-OK(2)
                MOVE WK-ROTACION(2) TO WD-ROTACION-ANT
           ELSE
                MOVE "       -" TO WD-ROTACION-ANT-X
           END-IF.
      *
      *TENDENCIA: PUNTOS DE ROTACION FRENTE AL PERIODO ANTERIOR
           IF WK-ROTACION-OK(1) AND WK-ROTACION-OK(2)
                COMPUTE WK-DIFERENCIA =
                        WK-ROTACION(1) - WK-ROTACION(2)
                MOVE WK-DIFERENCIA TO WD-DIFERENCIA
           ELSE
                MOVE "        -" TO WD-DIFERENCIA-X
           END-IF.
      *
       4500-CALCULA-LINEA-EXIT.
       EXIT.
      *
      *PLANTILLA MEDIA = SUMA DE LAS FOTOS / FOTOS DEL PERIODO;
      *ROTACION = BAJAS * 100 / PLANTILLA MEDIA
       4510-CALCULA-PERIODO.
           MOVE "N" TO WK-SW-PLANTILLA(WS-PER).
           MOVE "N" TO WK-SW-ROTACION(WS-PER).
           IF WC-FOTOS-PERIODO(WS-PER) = 0
                GO TO 4510-CALCULA-PERIODO-EXIT
           END-IF.
      *
           COMPUTE WK-PLANTILLA(WS-PER) ROUNDED =
                   WT-ACU-SUMA-PLANT(WS-NIVEL, WS-PER)
                   / WC-FOTOS-PERIODO(WS-PER).
           MOVE "S" TO WK-SW-PLANTILLA(WS-PER).
           IF WT-ACU-SUMA-PLANT(WS-NIVEL, WS-PER) = 0
                GO TO 4510-CALCULA-PERIODO-EXIT
           END-IF.
      *
           COMPUTE WK-ROTACION(WS-PER) ROUNDED =
                   WT-ACU-BAJAS(WS-NIVEL, WS-PER) * 100
                   * WC-FOTOS-PERIODO(WS-PER)
                   / WT-ACU-SUMA-PLANT(WS-NIVEL, WS-PER)
              ON SIZE ERROR
                   MOVE 99999.99 TO WK-ROTACION(WS-PER)
           END-COMPUTE.
           MOVE "S" TO WK-SW-ROTACION(WS-PER).
      *
       4510-CALCULA-PERIODO-EXIT.
       EXIT.
      *
      *SUMA EL DEPARTAMENTO (NIVEL 1) EN SU AREA Y EN EL TOTAL
       4600-SUMA-NIVELES.
           ADD WT-ACU-SUMA-PLANT(1, WS-PER)
              TO WT-ACU-SUMA-PLANT(2, WS-PER)
                 WT-ACU-SUMA-PLANT(3, WS-PER).
           ADD WT-ACU-ALTAS(1, WS-PER)
              TO WT-ACU-ALTAS(2, WS-PER)
                 WT-ACU-ALTAS(3, WS-PER).
           ADD WT-ACU-BAJAS(1, WS-PER)
              TO WT-ACU-BAJAS(2, WS-PER)
                 WT-ACU-BAJAS(3, WS-PER).
           ADD WT-ACU-BAJAS-1ANIO(1, WS-PER)
              TO WT-ACU-BAJAS-1ANIO(2, WS-PER)
                 WT-ACU-BAJAS-1ANIO(3, WS-PER).
           ADD WT-ACU-MESES-ANTIG(1, WS-PER)
              TO WT-ACU-MESES-ANTIG(2, WS-PER)
                 WT-ACU-MESES-ANTIG(3, WS-PER).
       4600-SUMA-NIVELES-EXIT.
       EXIT.
      *
       4700-ESCRIBE-LINEA.
           IF WC-LINEA-PAGINA >= LT-MAX-LINEAS-PAGINA
                PERFORM 2500-IMPRIME-CABECERA
                   THRU 2500-IMPRIME-CABECERA-EXIT
           END-IF.
      *
           MOVE WS-LINEA-DETALLE TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING WS-SALTO LINES.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "4700-ESCRIBE-LINEA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD WS-SALTO TO WC-LINEA-PAGINA.
           ADD 1 TO WC-CONTADOR.
      *
       4700-ESCRIBE-LINEA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       ULTIMA PAGINA: FOTO USADA PARA CADA MES                 *
      *****************************************************************
       5000-IMPRIME-FOTOS.
           PERFORM 2500-IMPRIME-CABECERA
              THRU 2500-IMPRIME-CABECERA-EXIT.
      *
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           MOVE "FOTOS MENSUALES UTILIZADAS (PLANTILLA DE ALTA)"
              TO WS-LINEA-IMPRIMIR(6:46).
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 2 LINES.
      *
           PERFORM 5010-IMPRIME-FOTO
              THRU 5010-IMPRIME-FOTO-EXIT
              VARYING WS-NUM-MES FROM 24 BY -1
              UNTIL WS-NUM-MES = 0.
      *
       5000-IMPRIME-FOTOS-EXIT.
       EXIT.
      *
       5010-IMPRIME-FOTO.
           MOVE WT-MES-CLAVE(WS-NUM-MES) TO WH-MES.
           IF WS-NUM-MES > 12
                MOVE "ACTUAL"   TO WH-PERIODO
           ELSE
                MOVE "ANTERIOR" TO WH-PERIODO
           END-IF.
           IF WT-MES-FOTO(WS-NUM-MES) = 0
                MOVE "SIN FOTO" TO WH-FECHA-X
                MOVE SPACES     TO WH-UBICACION
                MOVE SPACES     TO WH-PLANTILLA-X
           ELSE
                MOVE WT-MES-FOTO(WS-NUM-MES)      TO WH-FECHA
                MOVE WT-MES-UBICACION(WS-NUM-MES) TO WH-UBICACION
                MOVE WT-MES-PLANTILLA(WS-NUM-MES) TO WH-PLANTILLA
           END-IF.
      *
           MOVE WS-LINEA-FOTO TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "5010-IMPRIME-FOTO" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
       5010-IMPRIME-FOTO-EXIT.
       EXIT.
      *
      *****************************************************************
      *             FIN                                               *
      *****************************************************************
       8000-FIN.
      *SOLTAMOS EL CERROJO COMPARTIDO SI SEGUIA TOMADO (UN ERROR
      *DURANTE LA CARGA DE AREAS LLEGA AQUI SIN PASAR POR SU SUELTA;
      *9550 SOLO ACTUA SI CERROJO-CONCEDIDO)
           PERFORM 9550-SUELTA-CERROJO
              THRU 9550-SUELTA-CERROJO-EXIT.
      *CERRAMOS EL MAESTRO DE DEPARTAMENTOS Y SOLTAMOS SU CERROJO
           PERFORM 9855-CIERRA-DEPARTAMENTOS
              THRU 9855-CIERRA-DEPARTAMENTOS-EXIT.
      *
           IF NO-ERROR
                DISPLAY "******************************************"
                DISPLAY "      LISTADO DE ROTACION GENERADO"
                DISPLAY "******************************************"
                DISPLAY "**FOTOS PERIODO ACTUAL:  "
                     WC-FOTOS-PERIODO(1) " DE 12"
                DISPLAY "**FOTOS PERIODO ANTERIOR:"
                     WC-FOTOS-PERIODO(2) " DE 12"
                DISPLAY "**DEPARTAMENTOS LISTADOS:"
                     WC-DEPTOS-LISTADOS
                DISPLAY "**SOBRE EL UMBRAL:       "
                     WC-DEPTOS-AVISO
                DISPLAY "**PERIODOS READMITIDOS:  "
                     WC-PERIODOS-READM
                DISPLAY "**DE OTRAS EMPRESAS:     "
                     WC-OTRAS-EMPRESAS
                DISPLAY "**PAGINAS GENERADAS:     " WC-PAGINA
                DISPLAY "******************************************"
           END-IF.
      *
           CLOSE FICHERO-ENTRADA.
           CLOSE LISTADO.
           CLOSE AUDITORIA.
           DISPLAY "FICHEROS CERRADOS".
      *
      *DEVOLVEMOS EL CODIGO DE RETORNO AL SISTEMA OPERATIVO PARA QUE
      *UN JOB/SCRIPT QUE ENCADENE VARIOS PROGRAMAS PUEDA DETECTAR EL
      *FALLO SIN TENER QUE MIRAR EL LISTADO
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
           DISPLAY "************************************".
      *
      *EVALUAMOS EL TIPO DE ERROR Y LO MOSTRAMOS POR PANTALLA
      *(LA LLAMADORA DEJA EL FILE STATUS DE SU FICHERO EN
      *WS-FILE-STATUS-ERROR ANTES DE HACER PERFORM DE ESTE PARRAFO)
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
      *MOSTRAMOS UN ANALISIS DEL ERROR PRODUCIDO
           DISPLAY "*********************************".
           DISPLAY "*********************************".
           DISPLAY "ANALISIS DE ERROR: ".
           DISPLAY "*********************************".
           DISPLAY "****FILE STATUS: " WS-FILE-STATUS-ERROR.
           DISPLAY "****FICHERO:     " WS-FICHERO-ERROR.
           DISPLAY "****PARRAFO:     " WS-PARRAFO-ERROR.
           DISPLAY "****LINEA:       " WC-CONTADOR.
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
      *               LEE EL FICHERO                                  *
      *****************************************************************
       9200-LEER-FICHERO.
      *LEO UN REGISTRO DEL MAESTRO Y COMPRUEBO ERRORES (UN MAESTRO
      *VACIO SOLO DEJA EL LISTADO SIN ALTAS NI BAJAS)
           READ FICHERO-ENTRADA RECORD INTO WS-REG-EMPLEADO
              AT END SET FIN-FICHERO TO TRUE.
      *
           IF WS-FILE-STATUS-ENT NOT = 00
              AND WS-FILE-STATUS-ENT NOT = 10
                MOVE "9200-LEER" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-ENT TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
       9200-LEER-FICHERO-EXIT.
       EXIT.
      *
      *****************************************************************
      *                AUDITORIA COMUN DE ERRORES                     *
      *****************************************************************
       COPY ERRAUDPR.
      *
      *****************************************************************
      *                FECHA DE PROCESO DE LA CADENA                  *
      *****************************************************************
       COPY FECPROPR.
      *
      *****************************************************************
      *                CERROJO DE USO DE LA AGRUPACION                *
      *****************************************************************
       COPY CERROJPR.
      *
      *****************************************************************
      *          CONSULTA DEL MAESTRO DE DEPARTAMENTOS                *
      *****************************************************************
       COPY RUTDEPPR.
      *
      *****************************************************************
      *                FICHAS DE PARAMETROS                           *
      *****************************************************************
       COPY PARAMPR.
      *
      *****************************************************************
      *                MAESTRO DE EMPRESAS                            *
      *****************************************************************
       COPY EMPREPR.
      *
      *****************************************************************
      *                READMISIONES                                   *
      *****************************************************************
       COPY READMPR.
