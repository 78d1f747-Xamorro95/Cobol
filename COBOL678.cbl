      *****************************************************************
      *           PROGRAMA DE MIGUEL ANTONIO CHAMORRO MARTINEZ        *
      *                                                               *
      *  AVISO SEMANAL DE VENCIMIENTO DE CONTRATOS: CRUZA EL MAESTRO  *
      *  DE EMPLEADOS (ORDENADO POR RESPONSABLE, DEPARTAMENTO Y       *
      *  APELLIDO) CON EL MAESTRO DE CONTRATOS (FICHERO.CONTRATOS,    *
      *  MANTENIDO POR COBOL779) Y LISTA LOS CONTRATOS CUYA FECHA DE  *
      *  FIN CAE EN LOS PROXIMOS 30, 60 O 90 DIAS CONTADOS DESDE LA   *
      *  FECHA DE PROCESO DE LA CADENA, CADA RESPONSABLE EN SU        *
      *  PAGINA, CON SUBTOTALES POR PLAZO Y UNA PAGINA FINAL DE       *
      *  RESUMEN DE LA EMPRESA. UN EMPLEADO QUE SIGUE DE ALTA CON EL  *
      *  CONTRATO YA VENCIDO SALE ADEMAS MARCADO COMO VENCIDO Y SE    *
      *  ANOTA EN EL FICHERO DE ALERTAS DE OPERACION (COPY ALERTAPR). *
      *  LAS BAJAS, LOS AJUSTES Y LOS CONTRATOS SIN FECHA DE FIN NO   *
      *  SE LISTAN. LO LANZA RUN_SEMANAL.SH                           *
      *                                                               *
      *  EL NOMBRE DEL DEPARTAMENTO SALE JUNTO AL CODIGO EN LA        *
      *  CABECERA DE CADA PAGINA DE DEPARTAMENTO; SE PIDE A LA RUTINA *
      *  COMUN RUTDEPAR (COPY RUTDEPPR) UNA SOLA VEZ EN CADA CORTE,   *
      *  ABRIENDO Y CERRANDO EL MAESTRO EN LA MISMA CONSULTA. UN      *
      *  CODIGO QUE NO EXISTE SALE COMO "DEPARTAMENTO NO VALIDO",     *
      *  IGUAL QUE EN EL RESTO DE PROGRAMAS                           *
      *                                                               *
      *  RESPONSABLES: EL RESPONSABLE DIRECTO DE CADA EMPLEADO SE     *
      *  TOMA DE LAS LINEAS DE DEPENDENCIA QUE MANTIENE COBOL358      *
      *  (FICHERO.JERARQUIA, COPY JERARPR), CARGADAS AL ENTRAR CON SU *
      *  CERROJO EN COMPARTIDO; SI COBOL358 LA TIENE EN USO NO SE     *
      *  SACA EL AVISO. EL PROCEDIMIENTO DE ENTRADA DE LA ORDENACION  *
      *  ANTEPONE EL RESPONSABLE A CADA EMPLEADO, Y CADA RESPONSABLE  *
      *  RECIBE SU PAGINA CON SU CODIGO Y SU NOMBRE EN LA CABECERA Y  *
      *  EL DEPARTAMENTO DE CADA EMPLEADO EN EL DETALLE. LOS          *
      *  EMPLEADOS SIN RESPONSABLE ASIGNADO SALEN PRIMERO, CADA       *
      *  DEPARTAMENTO EN SU PAGINA COMO HASTA AHORA                   *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL678.
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
      *1005-SELECCION-FICHERO (VARIABLE DE ENTORNO COBOL678_FICHERO,
      *O LA RUTA POR DEFECTO SI NO ESTA FIJADA)
           SELECT FICHERO-ENTRADA
           ASSIGN TO WS-ASSIGN-FICHERO
             FILE STATUS IS WS-FILE-STATUS-ENT.
      *
      *EMPLEADOS ORDENADOS, PRECEDIDOS DE SU RESPONSABLE DIRECTO
           SELECT FICHERO-ORDENADO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.empleado.contrat.orden"
             FILE STATUS IS WS-FILE-STATUS.
      *
           SELECT LISTADO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.contratos.listado"
             FILE STATUS IS WS-FILE-STATUS-LISTADO.
      *
           SELECT SD-FICHERO
           ASSIGN TO "SRTE".
      *
      *MAESTRO DE CONTRATOS (VER COPY CONTRPR)
           COPY CONTRFC.
      *
      *LINEAS DE DEPENDENCIA (VER COPY JERARPR)
           COPY JERARFC.
      *
      *CERROJO DE USO, CON LA RUTA EN WS-ASSIGN-CERROJO: SE TOMA EN
      *COMPARTIDO EL DE LA JERARQUIA, QUE COBOL358 TOMA EN EXCLUSIVA,
      *Y DESPUES EL DE LOS CONTRATOS, QUE TOMA COBOL779 (VER COPY
      *CERROJPR)
           SELECT CERROJO
           ASSIGN TO WS-ASSIGN-CERROJO
             FILE STATUS IS WS-FILE-STATUS-CER.
      *
      *ALERTAS DE OPERACION (VER COPY ALERTAPR)
           COPY ALERTAFC.
      *
      *FICHERO DE FECHA DE PROCESO DE LA CADENA (VER COPY FECPROPR)
           COPY FECPROFC.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD FICHERO-ENTRADA.
       01  REG-EMPLE-ENTRADA                      PIC X(80).
      *
       FD FICHERO-ORDENADO.
       01  REG-EMPLE-ORDENADO                     PIC X(86).
      *
       FD LISTADO.
       01  REG-LISTADO                            PIC X(132).
      *
      *REGISTRO DE EMPLEADO PRECEDIDO DE SU RESPONSABLE DIRECTO (EN
      *BLANCO SI NO TIENE), PARA PODER ORDENAR POR UNA CLAVE QUE NO
      *VIVE EN EL PROPIO REGISTRO
       SD SD-FICHERO.
       01  SD-REG-EMPLE.
           05  SD-RESPONSABLE                     PIC X(6).
           05  SD-CODIGO                          PIC X(6).
           05  FILLER                             PIC X(13).
           05  SD-APELLIDO                        PIC X(15).
           05  SD-DEPT                            PIC X(3).
           05  FILLER                             PIC X(43).
      *
       COPY CONTRFD.
      *
       COPY JERARFD.
      *
       COPY CERROJFD.
      *
       COPY ALERTAFD.
      *
       COPY FECPROFD.
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
      *REGISTRO DEL FICHERO ORDENADO: RESPONSABLE Y EMPLEADO
       01  WS-REG-EMPLE-ORDEN.
           05  WS-ORD-RESPONSABLE                PIC X(6).
           05  WS-ORD-EMPLEADO                   PIC X(80).
      *
      *****************************************************************
      *               MAESTRO DE CONTRATOS                            *
      *****************************************************************
       COPY COPYCONTR.
       COPY CONTRWS.
      *
      *****************************************************************
      *               CERROJO DE USO                                  *
      *****************************************************************
       COPY CERROJWS.
      *
      *****************************************************************
      *               LINEAS DE DEPENDENCIA                           *
      *****************************************************************
       COPY COPYJERAR.
       COPY JERARWS.
      *
      *****************************************************************
      *               TABLA DE NOMBRES DE LOS RESPONSABLES            *
      *****************************************************************
      *CODIGO, NOMBRE, INICIAL Y APELLIDO DE LOS EMPLEADOS QUE TIENEN
      *ALGUIEN A SU CARGO EN LA JERARQUIA; SE CARGA AL ORDENAR EL
      *MAESTRO
       01  WT-TABLA-RESPONSABLES.
           05  WC-NUM-RESPONSABLES      PIC 9(4) VALUE 0.
           05  WT-REG-RESPONSABLE OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-RESPONSABLES
                  INDEXED BY IR         PIC X(34).
      *
      *****************************************************************
      *               ALERTAS DE OPERACION                            *
      *****************************************************************
       COPY ALERTAWS.
      *
      *****************************************************************
      *               FECHA DE PROCESO DE LA CADENA                   *
      *****************************************************************
       COPY FECPROWS.
      *
      *****************************************************************
      *               RUTINA COMUN DE DEPARTAMENTOS                   *
      *****************************************************************
       COPY RUTDEPT1.
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
      *PLAZO EN QUE CAE EL FIN DEL CONTRATO DEL EMPLEADO EN CURSO
           05  SW-PLAZO                          PIC X VALUE " ".
                88 PLAZO-VENCIDO                 VALUE "V".
                88 PLAZO-30                      VALUE "1".
                88 PLAZO-60                      VALUE "2".
                88 PLAZO-90                      VALUE "3".
                88 PLAZO-FUERA                   VALUE " ".
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
      *****************************************************************
       01  LT-LITERALES.
           05  LT-FICHERO1          PIC X(20) VALUE "FICHERO.EMPLEADO".
           05  LT-FICHERO1-DEFECTO  PIC X(60) VALUE
               "/home/forma2/cobol/ficheros/fichero.empleado".
           05  LT-FICHERO2          PIC X(20) VALUE "CONTRATOS".
           05  LT-FICHERO3          PIC X(16) VALUE "LISTADO".
           05  LT-FICHERO4          PIC X(16) VALUE "JERARQUIA".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL678".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
           05  LT-MAX-LINEAS-PAGINA PIC 9(2) VALUE 60.
           05  LT-RUTINA-DEPART     PIC X(15) VALUE "RUTDEPAR".
           05  LT-CERROJO-CONTR     PIC X(60) VALUE
               "/home/forma2/cobol/ficheros/fichero.contratos.cerrojo".
           05  LT-CERROJO-JERAR     PIC X(60) VALUE
               "/home/forma2/cobol/ficheros/fichero.jerarquia.cerrojo".
      *
      *DIAS DE CADA MES (FEBRERO SE CORRIGE EN LOS BISIESTOS)
       01  LT-DIAS-MESES.
           05  FILLER               PIC X(24)
                    VALUE "312831303130313130313031".
       01  LT-DIAS-MESES-R REDEFINES LT-DIAS-MESES.
           05  LT-DIAS-MES          PIC 9(2) OCCURS 12 TIMES.
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
      *****************************************************************
       01  WS-VARIABLES.
           05  WS-FILE-STATUS-ENT                   PIC XX.
           05  WS-FILE-STATUS                       PIC XX.
           05  WS-FILE-STATUS-LISTADO               PIC XX.
           05  WS-FILE-STATUS-ERROR                 PIC XX.
           05  WS-FICHERO-ERROR                     PIC X(20).
           05  WS-PARRAFO-ERROR                     PIC X(20).
           05  WS-OPERACION-ERROR                   PIC X(10).
           05  WS-ASSIGN-FICHERO                    PIC X(60).
           05  WS-ASSIGN-CERROJO                    PIC X(60).
           05  WS-DEPT-ACTUAL                       PIC X(3).
           05  WS-NOMBRE-DEPART                     PIC X(22).
      *RESPONSABLE DE LA PAGINA EN CURSO (EN BLANCO EN LAS PAGINAS DE
      *DEPARTAMENTO DE LOS EMPLEADOS SIN RESPONSABLE)
           05  WS-RESP-ACTUAL                       PIC X(6).
           05  WS-NOMBRE-RESP                       PIC X(28).
      *FECHAS LIMITE DE LOS TRES PLAZOS, CONTADAS DESDE LA FECHA DE
      *PROCESO DE LA CADENA EN 1020-CALCULA-PLAZOS
           05  WS-LIMITE-30                         PIC 9(8).
           05  WS-LIMITE-60                         PIC 9(8).
           05  WS-LIMITE-90                         PIC 9(8).
           05  WS-FECHA-CALC                        PIC 9(8).
           05  WS-FECHA-CALC-R REDEFINES WS-FECHA-CALC.
               10  WS-CALC-ANIO                     PIC 9(4).
               10  WS-CALC-MES                      PIC 9(2).
               10  WS-CALC-DIA                      PIC 9(2).
           05  WS-NUM-DIAS                          PIC 9(3).
           05  WS-DIAS-MES                          PIC 9(2).
           05  WS-COCIENTE                          PIC 9(4).
           05  WS-RESTO-4                           PIC 9(3).
           05  WS-RESTO-100                         PIC 9(3).
           05  WS-RESTO-400                         PIC 9(3).
      *
      *****************************************************************
      *               CONTADORES                                      *
      *****************************************************************
       01  WS-CONTADORES.
           05 WC-CONTADOR                        PIC 9(7).
           05 WC-CONTADOR-AJUSTES                PIC 9(7).
           05 WC-CONTADOR-BAJAS                  PIC 9(7).
           05 WC-CONTADOR-SIN-FIN                PIC 9(7).
           05 WC-CONTADOR-ALERTAS                PIC 9(7).
           05 WC-LINEAS-DEPT                     PIC 9(5).
           05 WC-DEPT-VENCIDOS                   PIC 9(5).
           05 WC-DEPT-30                         PIC 9(5).
           05 WC-DEPT-60                         PIC 9(5).
           05 WC-DEPT-90                         PIC 9(5).
           05 WC-TOTAL-VENCIDOS                  PIC 9(5).
           05 WC-TOTAL-30                        PIC 9(5).
           05 WC-TOTAL-60                        PIC 9(5).
           05 WC-TOTAL-90                        PIC 9(5).
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
                    VALUE "CONTRATOS QUE VENCEN EN 30/60/90 DIAS".
           05  FILLER                 PIC X(10) VALUE "FECHA: ".
           05  WT-FECHA               PIC 9999/99/99.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(7)  VALUE "PAGINA ".
           05  WT-PAGINA              PIC ZZZ9.
      *
      *CADA RESPONSABLE EMPIEZA PAGINA, PARA QUE RECIBA SOLO LA SUYA
       01  WS-LINEA-RESPONSABLE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(30)
                    VALUE "A LA ATENCION DEL RESPONSABLE ".
           05  WG-RESPONSABLE         PIC X(6).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WG-NOMBRE-RESP         PIC X(28).
      *
      *LOS EMPLEADOS SIN RESPONSABLE ASIGNADO SALEN POR DEPARTAMENTO,
      *CADA UNO EN SU PAGINA
       01  WS-LINEA-GRUPO.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(14)
                    VALUE "DEPARTAMENTO: ".
           05  WG-DEPT                PIC X(3).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WG-NOMBRE-DEPART       PIC X(22).
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  FILLER                 PIC X(30)
                    VALUE "A LA ATENCION DEL RESPONSABLE".
      *
       01  WS-LINEA-RESUMEN.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(30)
                    VALUE "RESUMEN DE LA EMPRESA".
      *
       01  WS-LINEA-COLUMNAS.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(8)  VALUE "CODIGO".
           05  FILLER                 PIC X(13) VALUE "NOMBRE".
           05  FILLER                 PIC X(16) VALUE "APELLIDO".
           05  FILLER                 PIC X(5)  VALUE "DEPT".
           05  FILLER                 PIC X(12) VALUE "CONTRATO".
           05  FILLER                 PIC X(12) VALUE "INICIO".
           05  FILLER                 PIC X(12) VALUE "FIN".
           05  FILLER                 PIC X(9)  VALUE "JORNADA".
           05  FILLER                 PIC X(12) VALUE "PLAZO".
      *
      *****************************************************************
      *               LINEA DE DETALLE DE UN CONTRATO                 *
      *****************************************************************
       01  WS-LINEA-DETALLE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-CODIGO              PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-NOMBRE              PIC X(12).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WL-APELLIDO            PIC X(15).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WL-DEPT                PIC X(3).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-TIPO                PIC X(11).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WL-FEC-INICIO          PIC 9999/99/99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-FEC-FIN             PIC 9999/99/99.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WL-JORNADA             PIC ZZ9.
           05  FILLER                 PIC X(5)  VALUE " %   ".
           05  WL-PLAZO               PIC X(20).
      *
      *****************************************************************
      *               LINEA DE SUBTOTAL Y TOTALES                     *
      *****************************************************************
       01  WS-LINEA-SUBTOTAL.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-ETIQUETA-SUBTOTAL   PIC X(18).
           05  FILLER                 PIC X(10) VALUE "VENCIDOS ".
           05  WS-VENCIDOS-SUB        PIC ZZZZ9.
           05  FILLER                 PIC X(13) VALUE "   A 30 DIAS ".
           05  WS-30-SUB              PIC ZZZZ9.
           05  FILLER                 PIC X(13) VALUE "   A 60 DIAS ".
           05  WS-60-SUB              PIC ZZZZ9.
           05  FILLER                 PIC X(13) VALUE "   A 90 DIAS ".
           05  WS-90-SUB              PIC ZZZZ9.
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
      *CERRAMOS EL ULTIMO GRUPO Y SACAMOS LOS TOTALES DE LA EMPRESA
           IF WC-LINEAS-DEPT > 0
                PERFORM 3400-IMPRIME-SUBTOTAL
                   THRU 3400-IMPRIME-SUBTOTAL-EXIT
           END-IF.
           PERFORM 3500-IMPRIME-TOTALES
              THRU 3500-IMPRIME-TOTALES-EXIT.
      *
           PERFORM 8000-FIN
              THRU 8000-FIN-EXIT.
      *
      *****************************************************************
      *               INICIO                                          *
      *****************************************************************
       1000-INICIO.
           INITIALIZE WS-CONTADORES.
           MOVE SPACES TO WS-DEPT-ACTUAL.
           MOVE SPACES TO WS-RESP-ACTUAL.
      *
      *LOS PLAZOS SE CUENTAN DESDE LA FECHA DE PROCESO DE LA CADENA,
      *QUE ES TAMBIEN LA FECHA DE NEGOCIO DE LAS ALERTAS
           PERFORM 9900-OBTEN-FECHA-PROCESO
              THRU 9900-OBTEN-FECHA-PROCESO-EXIT.
      *
           PERFORM 1005-SELECCION-FICHERO
              THRU 1005-SELECCION-FICHERO-EXIT.
      *
           PERFORM 1015-CARGA-JERARQUIA
              THRU 1015-CARGA-JERARQUIA-EXIT.
      *
           PERFORM 1010-CARGA-CONTRATOS
              THRU 1010-CARGA-CONTRATOS-EXIT.
      *
           PERFORM 1020-CALCULA-PLAZOS
              THRU 1020-CALCULA-PLAZOS-EXIT.
      *
      *ORDENAMOS EL MAESTRO POR RESPONSABLE, DEPARTAMENTO Y APELLIDO
      *PARA EL LISTADO AGRUPADO. EL RESPONSABLE NO VIVE EN EL
      *REGISTRO: LO ANTEPONE EL PROCEDIMIENTO DE ENTRADA
           SORT SD-FICHERO
                ON ASCENDING KEY SD-RESPONSABLE
                                 SD-DEPT
                                 SD-APELLIDO
                INPUT PROCEDURE IS 1100-SUELTA-EMPLEADOS
                   THRU 1100-SUELTA-EMPLEADOS-EXIT
                GIVING FICHERO-ORDENADO.
      *
           OPEN INPUT FICHERO-ORDENADO.
           IF WS-FILE-STATUS NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
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
           PERFORM 9200-LEER-FICHERO
              THRU 9200-LEER-FICHERO-EXIT.
      *
       1000-INICIO-EXIT.
       EXIT.
      *
      *****************************************************************
      *          SELECCION DE LA RUTA DEL FICHERO DE ENTRADA          *
      *****************************************************************
       1005-SELECCION-FICHERO.
           ACCEPT WS-ASSIGN-FICHERO FROM ENVIRONMENT "COBOL678_FICHERO".
           IF WS-ASSIGN-FICHERO = SPACES
                MOVE LT-FICHERO1-DEFECTO TO WS-ASSIGN-FICHERO
           END-IF.
      *
       1005-SELECCION-FICHERO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CARGA DEL MAESTRO DE CONTRATOS                          *
      *****************************************************************
       1010-CARGA-CONTRATOS.
      *TOMAMOS EL CERROJO DE LOS CONTRATOS EN COMPARTIDO MIENTRAS
      *DURA LA CARGA: SI COBOL779 LO ESTA REGRABANDO NOS DETENEMOS EN
      *VEZ DE CARGAR UN FICHERO A MEDIO GRABAR
           MOVE LT-CERROJO-CONTR TO WS-ASSIGN-CERROJO.
           PERFORM 9510-TOMA-CERROJO-COMP
              THRU 9510-TOMA-CERROJO-COMP-EXIT.
           IF CERROJO-DENEGADO
                DISPLAY "FICHERO EN USO POR " WL-PROGRAMA
                     " DESDE " WL-HORA(1:2) ":" WL-HORA(3:2)
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
           PERFORM 9350-CARGA-CONTRATOS
              THRU 9350-CARGA-CONTRATOS-EXIT.
      *
           PERFORM 9550-SUELTA-CERROJO
              THRU 9550-SUELTA-CERROJO-EXIT.
      *
           IF CON-CARGA-ERROR
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE "1010-CARGA-CONTRATOS" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-CON TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
       1010-CARGA-CONTRATOS-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CARGA DE LAS LINEAS DE DEPENDENCIA                      *
      *****************************************************************
       1015-CARGA-JERARQUIA.
      *IGUAL QUE CON LOS CONTRATOS: SI COBOL358 ESTA MANTENIENDO LA
      *JERARQUIA NOS DETENEMOS EN VEZ DE REPARTIR LAS PAGINAS CON UNA
      *JERARQUIA A MEDIO GRABAR
           MOVE LT-CERROJO-JERAR TO WS-ASSIGN-CERROJO.
           PERFORM 9510-TOMA-CERROJO-COMP
              THRU 9510-TOMA-CERROJO-COMP-EXIT.
           IF CERROJO-DENEGADO
                DISPLAY "FICHERO EN USO POR " WL-PROGRAMA
                     " DESDE " WL-HORA(1:2) ":" WL-HORA(3:2)
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
           PERFORM 9420-CARGA-JERARQUIA
              THRU 9420-CARGA-JERARQUIA-EXIT.
      *
           PERFORM 9550-SUELTA-CERROJO
              THRU 9550-SUELTA-CERROJO-EXIT.
      *
           IF JER-CARGA-ERROR
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE "1015-CARGA-JERAR" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-JER TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
       1015-CARGA-JERARQUIA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       FECHAS LIMITE DE LOS PLAZOS DE 30, 60 Y 90 DIAS         *
      *****************************************************************
       1020-CALCULA-PLAZOS.
      *AVANZAMOS DIA A DIA DESDE LA FECHA DE PROCESO Y NOS QUEDAMOS
      *CON LA FECHA DE LOS DIAS 30, 60 Y 90
           MOVE WS-FECHA-PROCESO TO WS-FECHA-CALC.
           PERFORM 1021-AVANZA-DIA
              THRU 1021-AVANZA-DIA-EXIT
              VARYING WS-NUM-DIAS FROM 1 BY 1
              UNTIL WS-NUM-DIAS > 90.
      *
       1020-CALCULA-PLAZOS-EXIT.
       EXIT.
      *
       1021-AVANZA-DIA.
           MOVE LT-DIAS-MES(WS-CALC-MES) TO WS-DIAS-MES.
           IF WS-CALC-MES = 2
                DIVIDE WS-CALC-ANIO BY 4
                   GIVING WS-COCIENTE REMAINDER WS-RESTO-4
                DIVIDE WS-CALC-ANIO BY 100
                   GIVING WS-COCIENTE REMAINDER WS-RESTO-100
                DIVIDE WS-CALC-ANIO BY 400
                   GIVING WS-COCIENTE REMAINDER WS-RESTO-400
                IF WS-RESTO-400 = 0
                   OR (WS-RESTO-4 = 0 AND WS-RESTO-100 NOT = 0)
                     MOVE 29 TO WS-DIAS-MES
                END-IF
           END-IF.
      *
           ADD 1 TO WS-CALC-DIA.
           IF WS-CALC-DIA > WS-DIAS-MES
                MOVE 1 TO WS-CALC-DIA
                ADD 1 TO WS-CALC-MES
                IF WS-CALC-MES > 12
                     MOVE 1 TO WS-CALC-MES
                     ADD 1 TO WS-CALC-ANIO
                END-IF
           END-IF.
      *
           EVALUATE WS-NUM-DIAS
                WHEN 30
                     MOVE WS-FECHA-CALC TO WS-LIMITE-30
                WHEN 60
                     MOVE WS-FECHA-CALC TO WS-LIMITE-60
                WHEN 90
                     MOVE WS-FECHA-CALC TO WS-LIMITE-90
           END-EVALUATE.
      *
       1021-AVANZA-DIA-EXIT.
       EXIT.
      *
      *****************************************************************
      *  PROCEDIMIENTO DE ENTRADA: ANTEPONE EL RESPONSABLE A CADA     *
      *  EMPLEADO                                                     *
      *****************************************************************
       1100-SUELTA-EMPLEADOS.
           MOVE 0 TO WC-NUM-RESPONSABLES.
           OPEN INPUT FICHERO-ENTRADA.
           IF WS-FILE-STATUS-ENT NOT = 00
                MOVE "1100-SUELTA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-ENT TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           SET NO-FIN-FICHERO TO TRUE.
           PERFORM 1110-SUELTA-EMPLEADO
              THRU 1110-SUELTA-EMPLEADO-EXIT
              UNTIL FIN-FICHERO.
           CLOSE FICHERO-ENTRADA.
           SET NO-FIN-FICHERO TO TRUE.
      *
       1100-SUELTA-EMPLEADOS-EXIT.
       EXIT.
      *
       1110-SUELTA-EMPLEADO.
           READ FICHERO-ENTRADA INTO WS-REG-EMPLEADO
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS-ENT NOT = 00
                IF WS-FILE-STATUS-ENT NOT = 10
                     SET FIN-FICHERO TO TRUE
                     MOVE "1110-SUELTA" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                     MOVE WS-FILE-STATUS-ENT TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                        THRU 9100-ERRORES-EXIT
                END-IF
                GO TO 1110-SUELTA-EMPLEADO-EXIT
           END-IF.
      *
      *SI TIENE ALGUIEN A SU CARGO GUARDAMOS SU NOMBRE PARA LA
      *CABECERA DE SU PAGINA (LOS AJUSTES NO SON EMPLEADOS)
           MOVE WS-EMPLE-CODIGO TO WJE-BUSCA-CODIGO.
           IF NOT WS-EMPLE-REG-AJUSTE
              AND WC-NUM-RESPONSABLES < 5000
                MOVE 0 TO WJE-POSICION
                PERFORM 9440-SIGUIENTE-A-CARGO
                   THRU 9440-SIGUIENTE-A-CARGO-EXIT
                IF JER-ENCONTRADO
                     ADD 1 TO WC-NUM-RESPONSABLES
                     MOVE WS-REG-EMPLEADO(1:34)
                       TO WT-REG-RESPONSABLE(WC-NUM-RESPONSABLES)
                END-IF
           END-IF.
      *
           PERFORM 9430-BUSCA-RESPONSABLE
              THRU 9430-BUSCA-RESPONSABLE-EXIT.
           MOVE WJE-RESP-EMPLEADO TO SD-RESPONSABLE.
           MOVE WS-REG-EMPLEADO TO SD-REG-EMPLE(7:80).
           RELEASE SD-REG-EMPLE.
      *
       1110-SUELTA-EMPLEADO-EXIT.
       EXIT.
      *
      *****************************************************************
      *             PROCESO                                           *
      *****************************************************************
       3000-PROCESO.
      *LOS AJUSTES NO SON EMPLEADOS Y UNA BAJA YA NO TIENE CONTRATO
      *QUE RENOVAR
           IF WS-EMPLE-REG-AJUSTE
                ADD 1 TO WC-CONTADOR-AJUSTES
                GO TO 3000-PROCESO-LEE
           END-IF.
           IF WS-EMPLE-EST-BAJA
                ADD 1 TO WC-CONTADOR-BAJAS
                GO TO 3000-PROCESO-LEE
           END-IF.
      *
      *SIN CONTRATO, O CON UN CONTRATO SIN FECHA DE FIN, NO HAY
      *NADA QUE VIGILAR
           MOVE WS-EMPLE-CODIGO TO WCT-BUSCA-CODIGO.
           PERFORM 9360-BUSCA-CONTRATO
              THRU 9360-BUSCA-CONTRATO-EXIT.
           IF CON-NO-ENCONTRADO
              OR WCT-FEC-FIN = 0
                ADD 1 TO WC-CONTADOR-SIN-FIN
                GO TO 3000-PROCESO-LEE
           END-IF.
      *
           EVALUATE TRUE
                WHEN WCT-FEC-FIN < WS-FECHA-PROCESO
                     SET PLAZO-VENCIDO TO TRUE
                WHEN WCT-FEC-FIN <= WS-LIMITE-30
                     SET PLAZO-30 TO TRUE
                WHEN WCT-FEC-FIN <= WS-LIMITE-60
                     SET PLAZO-60 TO TRUE
                WHEN WCT-FEC-FIN <= WS-LIMITE-90
                     SET PLAZO-90 TO TRUE
                WHEN OTHER
                     SET PLAZO-FUERA TO TRUE
           END-EVALUATE.
           IF PLAZO-FUERA
                GO TO 3000-PROCESO-LEE
           END-IF.
      *
      *CORTE DE CONTROL POR RESPONSABLE, Y POR DEPARTAMENTO ENTRE LOS
      *EMPLEADOS SIN RESPONSABLE: SOLO SALEN LOS GRUPOS CON ALGUN
      *CONTRATO EN PLAZO, CADA UNO EN SU PAGINA
           IF WS-ORD-RESPONSABLE NOT = WS-RESP-ACTUAL
              OR (WS-ORD-RESPONSABLE = SPACES
                  AND WS-EMPLE-DEPT NOT = WS-DEPT-ACTUAL)
                IF WC-LINEAS-DEPT > 0
                     PERFORM 3400-IMPRIME-SUBTOTAL
                        THRU 3400-IMPRIME-SUBTOTAL-EXIT
                END-IF
                PERFORM 3050-NUEVO-GRUPO
                   THRU 3050-NUEVO-GRUPO-EXIT
                MOVE 0 TO WC-LINEAS-DEPT
                MOVE 0 TO WC-DEPT-VENCIDOS
                MOVE 0 TO WC-DEPT-30
                MOVE 0 TO WC-DEPT-60
                MOVE 0 TO WC-DEPT-90
                PERFORM 2000-IMPRIME-CABECERA
                   THRU 2000-IMPRIME-CABECERA-EXIT
           END-IF.
      *
           PERFORM 3100-IMPRIME-DETALLE
              THRU 3100-IMPRIME-DETALLE-EXIT.
      *
      *UN EMPLEADO DE ALTA CON EL CONTRATO YA VENCIDO SIGUE
      *TRABAJANDO SIN QUE NADIE HAYA DECIDIDO: ADEMAS DEL LISTADO,
      *ALERTA DE OPERACION
           IF PLAZO-VENCIDO
                PERFORM 3200-ALERTA-VENCIDO
                   THRU 3200-ALERTA-VENCIDO-EXIT
           END-IF.
      *
       3000-PROCESO-LEE.
           PERFORM 9200-LEER-FICHERO
              THRU 9200-LEER-FICHERO-EXIT.
      *
       3000-PROCESO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       DATOS DE CABECERA DEL GRUPO QUE EMPIEZA                 *
      *****************************************************************
       3050-NUEVO-GRUPO.
           MOVE WS-ORD-RESPONSABLE TO WS-RESP-ACTUAL.
           IF WS-RESP-ACTUAL = SPACES
                MOVE WS-EMPLE-DEPT TO WS-DEPT-ACTUAL
                MOVE WS-EMPLE-DEPT TO CP300I-CODIGO
                PERFORM 9880-CONSULTA-DEPARTAMENTO
                   THRU 9880-CONSULTA-DEPARTAMENTO-EXIT
                MOVE CP300O-NOMBRE TO WS-NOMBRE-DEPART
                GO TO 3050-NUEVO-GRUPO-EXIT
           END-IF.
      *
      *LA PAGINA DE UN RESPONSABLE PUEDE LLEVAR VARIOS DEPARTAMENTOS
           MOVE SPACES TO WS-DEPT-ACTUAL.
           MOVE "NO ESTA EN EL MAESTRO" TO WS-NOMBRE-RESP.
           SET IR TO 1.
           SEARCH WT-REG-RESPONSABLE
                AT END CONTINUE
                WHEN WT-REG-RESPONSABLE(IR)(1:6) = WS-RESP-ACTUAL
                     MOVE SPACES TO WS-NOMBRE-RESP
                     STRING WT-REG-RESPONSABLE(IR)(7:12)
                               DELIMITED BY "  "
                            " "  DELIMITED BY SIZE
                            WT-REG-RESPONSABLE(IR)(20:15)
                               DELIMITED BY "  "
                            INTO WS-NOMBRE-RESP
           END-SEARCH.
      *
       3050-NUEVO-GRUPO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       LINEA DE DETALLE DEL LISTADO                            *
      *****************************************************************
       3100-IMPRIME-DETALLE.
           IF WC-LINEA-PAGINA >= LT-MAX-LINEAS-PAGINA
                PERFORM 2000-IMPRIME-CABECERA
                   THRU 2000-IMPRIME-CABECERA-EXIT
           END-IF.
      *
           MOVE WS-EMPLE-CODIGO    TO WL-CODIGO.
           MOVE WS-EMPLE-NOMBRE    TO WL-NOMBRE.
           MOVE WS-EMPLE-APELLIDO  TO WL-APELLIDO.
           MOVE WS-EMPLE-DEPT      TO WL-DEPT.
           EVALUATE TRUE
                WHEN WCT-TEMPORAL
                     MOVE "TEMPORAL"    TO WL-TIPO
                WHEN WCT-PRACTICAS
                     MOVE "PRACTICAS"   TO WL-TIPO
                WHEN WCT-INDEFINIDO
                     MOVE "INDEFINIDO"  TO WL-TIPO
                WHEN OTHER
                     MOVE "DESCONOCIDO" TO WL-TIPO
           END-EVALUATE.
           MOVE WCT-FEC-INICIO     TO WL-FEC-INICIO.
           MOVE WCT-FEC-FIN        TO WL-FEC-FIN.
           MOVE WCT-JORNADA        TO WL-JORNADA.
      *
           EVALUATE TRUE
                WHEN PLAZO-VENCIDO
                     MOVE "VENCIDO - DE ALTA" TO WL-PLAZO
                     ADD 1 TO WC-DEPT-VENCIDOS
                     ADD 1 TO WC-TOTAL-VENCIDOS
                WHEN PLAZO-30
                     MOVE "EN 30 DIAS"        TO WL-PLAZO
                     ADD 1 TO WC-DEPT-30
                     ADD 1 TO WC-TOTAL-30
                WHEN PLAZO-60
                     MOVE "EN 60 DIAS"        TO WL-PLAZO
                     ADD 1 TO WC-DEPT-60
                     ADD 1 TO WC-TOTAL-60
                WHEN PLAZO-90
                     MOVE "EN 90 DIAS"        TO WL-PLAZO
                     ADD 1 TO WC-DEPT-90
                     ADD 1 TO WC-TOTAL-90
           END-EVALUATE.
      *
           MOVE WS-LINEA-DETALLE TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "3100-DETALLE" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-LINEA-PAGINA.
           ADD 1 TO WC-LINEAS-DEPT.
      *
       3100-IMPRIME-DETALLE-EXIT.
       EXIT.
      *
      *****************************************************************
      *     ANOTA EL CONTRATO VENCIDO EN EL FICHERO DE ALERTAS        *
      *****************************************************************
       3200-ALERTA-VENCIDO.
           MOVE WS-FECHA-PROCESO TO WA-FECHA.
           MOVE LT-PROGRAMA TO WA-PROGRAMA.
           SET WA-TIPO-REVISAR TO TRUE.
           SET WA-AVISO TO TRUE.
      *
           MOVE SPACES TO WA-MOTIVO.
           STRING "EMPLEADO "               DELIMITED BY SIZE
                  WS-EMPLE-CODIGO           DELIMITED BY SIZE
                  " DE ALTA, CONTRATO VENCIDO " DELIMITED BY SIZE
                  WCT-FEC-FIN               DELIMITED BY SIZE
                  INTO WA-MOTIVO
           END-STRING.
           PERFORM 9650-EMITE-ALERTA
              THRU 9650-EMITE-ALERTA-EXIT.
           ADD 1 TO WC-CONTADOR-ALERTAS.
      *
       3200-ALERTA-VENCIDO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       SUBTOTAL DEL DEPARTAMENTO QUE SE CIERRA                 *
      *****************************************************************
       3400-IMPRIME-SUBTOTAL.
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
      *
           MOVE SPACES TO WS-ETIQUETA-SUBTOTAL.
           IF WS-RESP-ACTUAL = SPACES
                STRING "SUBTOTAL " DELIMITED BY SIZE
                       WS-DEPT-ACTUAL DELIMITED BY SIZE
                       INTO WS-ETIQUETA-SUBTOTAL
           ELSE
                STRING "SUBTOTAL " DELIMITED BY SIZE
                       WS-RESP-ACTUAL DELIMITED BY SIZE
                       INTO WS-ETIQUETA-SUBTOTAL
           END-IF.
           MOVE WC-DEPT-VENCIDOS TO WS-VENCIDOS-SUB.
           MOVE WC-DEPT-30 TO WS-30-SUB.
           MOVE WC-DEPT-60 TO WS-60-SUB.
           MOVE WC-DEPT-90 TO WS-90-SUB.
           MOVE WS-LINEA-SUBTOTAL TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "3400-SUBTOTAL" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 2 TO WC-LINEA-PAGINA.
      *
       3400-IMPRIME-SUBTOTAL-EXIT.
       EXIT.
      *
      *****************************************************************
      *       TOTALES DE LA EMPRESA, EN PAGINA APARTE                 *
      *****************************************************************
       3500-IMPRIME-TOTALES.
           MOVE SPACES TO WS-DEPT-ACTUAL.
           MOVE SPACES TO WS-RESP-ACTUAL.
           PERFORM 2000-IMPRIME-CABECERA
              THRU 2000-IMPRIME-CABECERA-EXIT.
      *
           MOVE "TOTAL EMPRESA" TO WS-ETIQUETA-SUBTOTAL.
           MOVE WC-TOTAL-VENCIDOS TO WS-VENCIDOS-SUB.
           MOVE WC-TOTAL-30 TO WS-30-SUB.
           MOVE WC-TOTAL-60 TO WS-60-SUB.
           MOVE WC-TOTAL-90 TO WS-90-SUB.
           MOVE WS-LINEA-SUBTOTAL TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "3500-TOTALES" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-LINEA-PAGINA.
      *
       3500-IMPRIME-TOTALES-EXIT.
       EXIT.
      *
      *****************************************************************
      *             IMPRESION DE CABECERA Y TITULOS DE COLUMNA        *
      *****************************************************************
      *CON WS-RESP-ACTUAL Y WS-DEPT-ACTUAL EN BLANCO ES LA PAGINA DE
      *RESUMEN DE LA EMPRESA, SIN TITULOS DE COLUMNA
       2000-IMPRIME-CABECERA.
           ADD 1 TO WC-PAGINA.
           MOVE 0 TO WC-LINEA-PAGINA.
      *
           MOVE WS-FECHA-PROCESO TO WT-FECHA.
           MOVE WC-PAGINA TO WT-PAGINA.
           MOVE WS-LINEA-TITULO TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
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
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
      *
           EVALUATE TRUE
                WHEN WS-RESP-ACTUAL NOT = SPACES
                     MOVE WS-RESP-ACTUAL TO WG-RESPONSABLE
                     MOVE WS-NOMBRE-RESP TO WG-NOMBRE-RESP
                     MOVE WS-LINEA-RESPONSABLE TO WS-LINEA-IMPRIMIR
                WHEN WS-DEPT-ACTUAL NOT = SPACES
                     MOVE WS-DEPT-ACTUAL TO WG-DEPT
                     MOVE WS-NOMBRE-DEPART TO WG-NOMBRE-DEPART
                     MOVE WS-LINEA-GRUPO TO WS-LINEA-IMPRIMIR
                WHEN OTHER
                     MOVE WS-LINEA-RESUMEN TO WS-LINEA-IMPRIMIR
           END-EVALUATE.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
      *
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           ADD 4 TO WC-LINEA-PAGINA.
      *
           IF WS-DEPT-ACTUAL = SPACES
              AND WS-RESP-ACTUAL = SPACES
                GO TO 2000-IMPRIME-CABECERA-EXIT
           END-IF.
      *
           MOVE WS-LINEA-COLUMNAS TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
      *
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           ADD 2 TO WC-LINEA-PAGINA.
      *
       2000-IMPRIME-CABECERA-EXIT.
       EXIT.
      *
      *****************************************************************
      *             FIN                                               *
      *****************************************************************
       8000-FIN.
      *SOLTAMOS EL CERROJO COMPARTIDO SI SEGUIA TOMADO (9550 SOLO
      *ACTUA SI CERROJO-CONCEDIDO)
           PERFORM 9550-SUELTA-CERROJO
              THRU 9550-SUELTA-CERROJO-EXIT.
           IF NO-ERROR
                 DISPLAY "******************************************"
                 DISPLAY "      VENCIMIENTO DE CONTRATOS"
                 DISPLAY "******************************************"
                 DISPLAY "**REGISTROS LEIDOS:        " WC-CONTADOR
                 DISPLAY "**AJUSTES EXCLUIDOS:       "
                      WC-CONTADOR-AJUSTES
                 DISPLAY "**BAJAS EXCLUIDAS:         "
                      WC-CONTADOR-BAJAS
                 DISPLAY "**SIN FECHA DE FIN:        "
                      WC-CONTADOR-SIN-FIN
                 DISPLAY "**VENCIDOS DE ALTA:        "
                      WC-TOTAL-VENCIDOS
                 DISPLAY "**VENCEN EN 30 DIAS:       " WC-TOTAL-30
                 DISPLAY "**VENCEN EN 60 DIAS:       " WC-TOTAL-60
                 DISPLAY "**VENCEN EN 90 DIAS:       " WC-TOTAL-90
                 DISPLAY "**ALERTAS EMITIDAS:        "
                      WC-CONTADOR-ALERTAS
                 DISPLAY "******************************************"
           END-IF.
      *
           CLOSE FICHERO-ORDENADO.
           CLOSE LISTADO.
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
      *
      *****************************************************************
      *                LECTURA DEL FICHERO ORDENADO                   *
      *****************************************************************
       9200-LEER-FICHERO.
           READ FICHERO-ORDENADO INTO WS-REG-EMPLE-ORDEN
              AT END SET FIN-FICHERO TO TRUE.
      *
           IF WS-FILE-STATUS = 00
                MOVE WS-ORD-EMPLEADO TO WS-REG-EMPLEADO
                ADD 1 TO WC-CONTADOR
           ELSE
                IF WS-FILE-STATUS NOT = 10
                     MOVE "9200-LEER" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                     MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
      *
       9200-LEER-FICHERO-EXIT.
       EXIT.
      *
      *****************************************************************
      *                COMPROBACION DE ERRORES                        *
      *****************************************************************
       9100-ERRORES.
           SET SI-ERROR TO TRUE.
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
      *                MAESTRO DE CONTRATOS                           *
      *****************************************************************
       COPY CONTRPR.
      *
      *****************************************************************
      *               CERROJO DE USO DEL FICHERO                      *
      *****************************************************************
       COPY CERROJPR.
      *
      *****************************************************************
      *                LINEAS DE DEPENDENCIA                          *
      *****************************************************************
       COPY JERARPR.
      *
      *****************************************************************
      *                EMISION DE ALERTAS DE OPERACION                *
      *****************************************************************
       COPY ALERTAPR.
      *
      *****************************************************************
      *                FECHA DE PROCESO DE LA CADENA                  *
      *****************************************************************
       COPY FECPROPR.
      *
      *****************************************************************
      *                RUTINA COMUN DE DEPARTAMENTOS                  *
      *****************************************************************
       COPY RUTDEPPR.
