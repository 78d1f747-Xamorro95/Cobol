      *  DE SALARIO Y COMISION, Y LOS TOTALES GENERALES DE LA         *
      *  EMPRESA AL FINAL                                             *
      *                                                               *
      *  EMPRESAS DEL GRUPO: LA FICHA DE PARAMETROS (POSICIONES 1-3)  *
      *  O, SIN FICHA, SYSIN DA UNA EMPRESA DEL MAESTRO (COPY         *
      *  EMPREPR) Y EL LISTADO SALE SOLO CON SU PLANTILLA; EN BLANCO  *
      *  SALE EL CONSOLIDADO DEL GRUPO, CON LOS SUBTOTALES POR        *
      *  EMPRESA ANTES DEL TOTAL DEL GRUPO. EL EMPLEADO SIN EMPRESA   *
      *  ES DE LA PRINCIPAL                                           *
      *                                                               *
      *  EL NOMBRE DEL DEPARTAMENTO DE LA CABECERA DE GRUPO SE        *
      *  OBTIENE DEL MAESTRO INDEXADO DE DEPARTAMENTOS A TRAVES DE LA *
      *  RUTINA COMUN RUTDEPAR (COPY RUTDEPPR); UN CODIGO QUE NO      *
      *  EXISTE SALE COMO "DEPARTAMENTO NO VALIDO", IGUAL QUE EN EL   *
      *  RESTO DE PROGRAMAS. COMO EL MAESTRO YA NO TIENE LIMITE DE 24 *
      *  DEPARTAMENTOS, LA AGRUPACION EN AREAS Y SUS ACUMULADORES     *
      *  ADMITEN HASTA 999 ENTRADAS                                   *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL610.
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.empleado.depto.orden"
             FILE STATUS IS WS-FILE-STATUS.
      *
           SELECT LISTADO
           ASSIGN TO
      *FICHERO COMUN DE AUDITORIA DE ERRORES (VER COPY ERRAUDPR)
           COPY ERRAUDFC.
      *
      *FICHERO DE FICHAS DE PARAMETROS (VER COPY PARAMPR)
           COPY PARAMFC.
      *
      *MAESTRO DE EMPRESAS DEL GRUPO (VER COPY EMPREPR)
           COPY EMPREFC.
      *
      *CERROJO DE USO DEL FICHERO QUE SE ESTE CARGANDO: LA RUTA SE
      *RESUELVE EN TIEMPO DE EJECUCION (AREAS O CATEGORIAS; MISMO
      *TRAZADO Y PARRAFOS COMUNES DE CERROJPR; EL DE DEPARTAMENTOS
      *LO TOMA LA RUTINA RUTDEPAR)
           SELECT CERROJO
           ASSIGN TO WS-ASSIGN-CERROJO
             FILE STATUS IS WS-FILE-STATUS-CER.
       DATA DIVISION.
       FILE SECTION.
       FD FICHERO-ENTRADA.
       01  REG-EMPLE-ENTRADA                      PIC X(80).
      *
       FD FICHERO.
       01  REG-EMPLE                              PIC X(80).
      *
       FD LISTADO.
       01  REG-LISTADO                            PIC X(132).
           05  FILLER                             PIC X(13).
           05  SD-APELLIDO                        PIC X(15).
           05  SD-DEPT                            PIC X(3).
           05  FILLER                             PIC X(43).
      *
       COPY ERRAUDFD.
      *
       COPY CERROJFD.
      *
       COPY PARAMFD.
      *
       COPY EMPREFD.
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
       COPY COPYEMPLE.
      *
      *****************************************************************
      *               TABLAS DE AREAS                                 *
      *****************************************************************
      *AGRUPACION DEPARTAMENTO->AREA CARGADA DE FICHERO.AREAS (SI NO
      *POR AREA DISTINTA PARA EL RESUMEN FINAL
       01  WT-TABLA-AREAS.
           05  WT-REG-AREAS
              OCCURS 1 TO 999 TIMES
              DEPENDING ON WC-NUM-AREAS
              INDEXED BY IA.
                10  WT-AREA-DEPT                 PIC X(3).
                10  WT-AREA-CODIGO               PIC X(3).
              INDEXED BY IG             PIC X(10).
      *
       01  WT-TABLA-AREA-TOT.
           05  WC-NUM-AREAS-TOT         PIC 9(3) VALUE 0.
           05  WT-REG-AREA-TOT
              OCCURS 1 TO 999 TIMES
              DEPENDING ON WC-NUM-AREAS-TOT
              INDEXED BY IT.
                10  WT-TOT-AREA                  PIC X(3).
                10  WT-TOT-NOMBRE                PIC X(22).
                10  WT-TOT-COMISION              PIC S9(11)V99.
      *
      *****************************************************************
      *               SUBTOTALES POR EMPRESA DEL CONSOLIDADO          *
      *****************************************************************
      *PARALELA A LA TABLA DEL MAESTRO DE EMPRESAS (MISMA POSICION,
      *WEM-POSICION DE 9975-BUSCA-EMPRESA)
       01  WT-TABLA-TOTAL-EMPRESA.
           05  WT-REG-TOTAL-EMPRESA
              OCCURS 50 TIMES.
                10  WT-EMP-EMPLEADOS             PIC 9(5).
                10  WT-EMP-SALARIO               PIC S9(11)V99.
                10  WT-EMP-COMISION              PIC S9(11)V99.
      *
      *****************************************************************
      *               AUDITORIA COMUN DE ERRORES                      *
      *****************************************************************
       COPY ERRAUDWS.
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
      *               SWITCHES                                        *
      *****************************************************************
       01  SW-SWITCHES.
           05  SW-CATEG                          PIC X VALUE "N".
                88 CATEG-ENCONTRADA              VALUE "S".
                88 CATEG-NO-ENCONTRADA           VALUE "N".
           05  SW-GRUPO                          PIC X VALUE "N".
                88 GRUPO-ABIERTO                 VALUE "S".
                88 GRUPO-NO-ABIERTO              VALUE "N".
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
           05  LT-FICHERO1          PIC X(20) VALUE "FICHERO.EMPLEADO".
           05  LT-FICHERO1-DEFECTO  PIC X(60) VALUE
               "/home/forma2/cobol/ficheros/fichero.empleado".
           05  LT-FICHERO3          PIC X(16) VALUE "LISTADO".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL610".
           05  LT-RUTINA-DEPART     PIC X(15) VALUE "RUTDEPAR".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
           05  LT-MAX-LINEAS-PAGINA PIC 9(2) VALUE 60.
           05  LT-MAX-AREAS         PIC 9(3) VALUE 999.
           05  LT-CERROJO-AREAS     PIC X(60) VALUE
               "/home/forma2/cobol/ficheros/fichero.areas.cerrojo".
           05  LT-CERROJO-CATEG     PIC X(60) VALUE
       01  WS-VARIABLES.
           05  WS-FILE-STATUS-ENT                   PIC XX.
           05  WS-FILE-STATUS                       PIC XX.
           05  WS-FILE-STATUS-LISTADO               PIC XX.
           05  WS-FILE-STATUS-ERROR                 PIC XX.
           05  WS-FICHERO-ERROR                     PIC X(20).
           05  WS-FILE-STATUS-ASIG                  PIC XX.
           05  WS-CATEGORIA                         PIC X(4).
           05  WS-ASSIGN-CERROJO                    PIC X(60).
      *EMPRESA PEDIDA (EN BLANCO, CONSOLIDADO) Y SU POSICION EN LA
      *TABLA DE EMPRESAS (CERO EN EL CONSOLIDADO)
           05  WS-EMPRESA-SELECCION                 PIC X(3).
           05  WS-POS-SELECCION                     PIC 9(2).
           05  WS-NUM-EMPRESA                       PIC 9(2).
      *
      *****************************************************************
      *               CONTADORES                                      *
      *****************************************************************
       01  WS-CONTADORES.
           05 WC-CONTADOR                        PIC 9(7).
           05 WC-NUM-AREAS                       PIC 9(3) VALUE 0.
           05 WC-LINEA-PAGINA                    PIC 9(2).
           05 WC-PAGINA                          PIC 9(4).
           05 WC-DEPT-EMPLEADOS                  PIC 9(5).
           05 WC-TOTAL-SALARIO                   PIC S9(11)V99.
           05 WC-TOTAL-COMISION                  PIC S9(11)V99.
           05 WC-BAJAS-EXCLUIDAS                 PIC 9(5).
           05 WC-OTRAS-EMPRESAS                  PIC 9(5).
           05 WC-SIN-EMPRESA-EMPLEADOS           PIC 9(5).
           05 WC-SIN-EMPRESA-SALARIO             PIC S9(11)V99.
           05 WC-SIN-EMPRESA-COMISION            PIC S9(11)V99.
      *
      *****************************************************************
      *               LINEA GENERICA DE IMPRESION                     *
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
       01  WS-LINEA-COLUMNAS.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           PERFORM 1005-SELECCION-FICHERO
              THRU 1005-SELECCION-FICHERO-EXIT.
      *
      *CARGAMOS LA AGRUPACION EN AREAS PARA EL RESUMEN FINAL
           PERFORM 1020-CARGA-AREAS
              THRU 1020-CARGA-AREAS-EXIT.
           PERFORM 1030-CARGA-CATEGORIAS
              THRU 1030-CARGA-CATEGORIAS-EXIT.
      *
      *CARGAMOS LAS EMPRESAS DEL GRUPO Y VEMOS SI SE PIDE UNA SOLA
           PERFORM 9970-CARGA-EMPRESAS
              THRU 9970-CARGA-EMPRESAS-EXIT.
           IF EMP-CARGA-ERROR
                DISPLAY "NO SE PUEDE CARGAR FICHERO.EMPRESAS (FILE "
                        "STATUS " WS-FILE-STATUS-EMR ") - LISTADO "
                        "DETENIDO"
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
           PERFORM 1040-SELECCION-EMPRESA
              THRU 1040-SELECCION-EMPRESA-EXIT.
      *
      *ABRIMOS EL MAESTRO DE DEPARTAMENTOS (SI UN MANTENIMIENTO LO
      *TIENE EN EXCLUSIVA, 9850 INFORMA Y DETIENE EL PROGRAMA)
           PERFORM 9850-ABRE-DEPARTAMENTOS
              THRU 9850-ABRE-DEPARTAMENTOS-EXIT.
      *
      *ORDENAMOS EL MAESTRO POR DEPARTAMENTO Y APELLIDO
           SORT SD-FICHERO
                ON ASCENDING KEY SD-DEPT
           PERFORM 2000-IMPRIME-CABECERA
              THRU 2000-IMPRIME-CABECERA-EXIT.
      *
      *LEEMOS EL PRIMER REGISTRO; EL PRIMER GRUPO LO ABRE 3000-PROCESO
      *CON EL PRIMER EMPLEADO QUE ENTRE EN EL LISTADO
           SET GRUPO-NO-ABIERTO TO TRUE.
           PERFORM 9200-LEER-FICHERO
              THRU 9200-LEER-FICHERO-EXIT.
       1000-INICIO-EXIT.
       EXIT.
      *
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
      *
           PERFORM 1021-LEE-AREA
              THRU 1021-LEE-AREA-EXIT
              UNTIL FIN-AREAS.
      *
           CLOSE FICAREAS.
           PERFORM 9550-SUELTA-CERROJO
       EXIT.
      *
       1021-LEE-AREA.
           READ FICAREAS
              AT END SET FIN-AREAS TO TRUE.
           IF WS-FILE-STATUS-AREAS = 00
      *UNA AGRUPACION MAYOR QUE LA TABLA NO SE TRUNCA: EL RESUMEN
      *POR AREAS DEJARIA DE CUADRAR CON EL TOTAL DE LA EMPRESA
                IF WC-NUM-AREAS >= LT-MAX-AREAS
                     DISPLAY "FICHERO.AREAS TIENE MAS DE " LT-MAX-AREAS
                             " ASIGNACIONES - COBOL610 DETENIDO"
                     CLOSE FICAREAS
                     PERFORM 9550-SUELTA-CERROJO
                        THRU 9550-SUELTA-CERROJO-EXIT
                     MOVE 12 TO RETURN-CODE
                     STOP RUN
                END-IF
                ADD 1 TO WC-NUM-AREAS
                MOVE REG-AREA TO WT-REG-AREAS(WC-NUM-AREAS)
           ELSE
                IF WS-FILE-STATUS-AREAS NOT = 10
                     MOVE "FICHERO.AREAS" TO WS-FICHERO-ERROR
       EXIT.
      *
      *****************************************************************
      *       EMPRESA DEL LISTADO: UNA SOLA O EL CONSOLIDADO          *
      *****************************************************************
       1040-SELECCION-EMPRESA.
           PERFORM 9950-LEE-PARAMETROS
              THRU 9950-LEE-PARAMETROS-EXIT.
           IF HAY-PARAMETROS
                MOVE WS-PARAM-DATOS(1:3) TO WS-EMPRESA-SELECCION
           ELSE
                DISPLAY "EMPRESA (BLANCO=CONSOLIDADO DEL GRUPO): "
                ACCEPT WS-EMPRESA-SELECCION FROM SYSIN
           END-IF.
      *
           MOVE 0 TO WS-POS-SELECCION.
           INITIALIZE WT-TABLA-TOTAL-EMPRESA.
           IF WS-EMPRESA-SELECCION = SPACES
                MOVE SPACES                  TO WE-CODIGO
                MOVE "CONSOLIDADO DEL GRUPO" TO WE-NOMBRE
                GO TO 1040-SELECCION-EMPRESA-EXIT
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
       1040-SELECCION-EMPRESA-EXIT.
       EXIT.
      *
      *****************************************************************
      *             PROCESO                                           *
      *****************************************************************
       3000-PROCESO.
                GO TO 3000-PROCESO-LEE
           END-IF.
      *
      *EMPRESA DEL EMPLEADO (EN BLANCO, LA PRINCIPAL); SI SE HA PEDIDO
      *UNA SOLA EMPRESA, LOS DE LAS DEMAS NO ENTRAN EN EL LISTADO
           MOVE WS-EMPLE-EMPRESA TO WEM-BUSCA-CODIGO.
           PERFORM 9975-BUSCA-EMPRESA
              THRU 9975-BUSCA-EMPRESA-EXIT.
           IF WS-POS-SELECCION > 0
              AND WEM-POSICION NOT = WS-POS-SELECCION
                ADD 1 TO WC-OTRAS-EMPRESAS
                GO TO 3000-PROCESO-LEE
           END-IF.
      *
      *EL PRIMER EMPLEADO DEL LISTADO ABRE EL PRIMER GRUPO
           IF GRUPO-NO-ABIERTO
                SET GRUPO-ABIERTO TO TRUE
                MOVE WS-EMPLE-DEPT TO WS-DEPT-ACTUAL
                PERFORM 3300-IMPRIME-GRUPO
                   THRU 3300-IMPRIME-GRUPO-EXIT
           END-IF.
      *
      *CORTE DE CONTROL POR DEPARTAMENTO: SUBTOTAL DEL GRUPO QUE SE
      *CIERRA Y CABECERA DEL GRUPO QUE SE ABRE
           IF WS-EMPLE-DEPT NOT = WS-DEPT-ACTUAL
           ADD WS-EMPLE-SALARIO  TO WC-TOTAL-SALARIO.
           ADD WS-EMPLE-COMISION TO WC-TOTAL-COMISION.
      *
      *EN EL CONSOLIDADO ACUMULAMOS EN SU EMPRESA (O EN "DESCONOCIDA"
      *SI NO ESTA EN EL MAESTRO, PARA QUE EL RESUMEN CUADRE)
           IF WS-POS-SELECCION = 0
                PERFORM 3700-ACUMULA-EMPRESA
                   THRU 3700-ACUMULA-EMPRESA-EXIT
           END-IF.
      *
      *Y ACUMULAMOS EN EL AREA DEL DEPARTAMENTO, SI HAY AGRUPACION
           IF WC-NUM-AREAS > 0
                PERFORM 3500-ACUMULA-AREA
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           MOVE WS-LINEA-EMPRESA TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
      *
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
      *
           ADD 5 TO WC-LINEA-PAGINA.
      *
       2000-IMPRIME-CABECERA-EXIT.
       EXIT.
                   THRU 2000-IMPRIME-CABECERA-EXIT
           END-IF.
      *
           MOVE WS-DEPT-ACTUAL TO CP300I-CODIGO.
           PERFORM 9860-BUSCA-DEPARTAMENTO
              THRU 9860-BUSCA-DEPARTAMENTO-EXIT.
           MOVE CP300O-NOMBRE TO WS-NOMBRE-DEPART.
      *
           MOVE WS-DEPT-ACTUAL TO WG-DEPT.
           MOVE WS-NOMBRE-DEPART TO WG-NOMBRE-DEPART.
                 OR AREA-ENCONTRADA.
      *
           IF AREA-NO-ENCONTRADA
                IF WC-NUM-AREAS-TOT >= LT-MAX-AREAS
                     GO TO 3500-ACUMULA-AREA-EXIT
                END-IF
                ADD 1 TO WC-NUM-AREAS-TOT
       EXIT.
      *
      *****************************************************************
      *       ACUMULA EL EMPLEADO EN CURSO EN SU EMPRESA              *
      *****************************************************************
       3700-ACUMULA-EMPRESA.
           IF WEM-POSICION = 0
                ADD 1                 TO WC-SIN-EMPRESA-EMPLEADOS
                ADD WS-EMPLE-SALARIO  TO WC-SIN-EMPRESA-SALARIO
                ADD WS-EMPLE-COMISION TO WC-SIN-EMPRESA-COMISION
                GO TO 3700-ACUMULA-EMPRESA-EXIT
           END-IF.
      *
           ADD 1                 TO WT-EMP-EMPLEADOS(WEM-POSICION).
           ADD WS-EMPLE-SALARIO  TO WT-EMP-SALARIO(WEM-POSICION).
           ADD WS-EMPLE-COMISION TO WT-EMP-COMISION(WEM-POSICION).
      *
       3700-ACUMULA-EMPRESA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       RESUMEN POR AREAS PARA LA REUNION DE DIRECCION          *
      *****************************************************************
       7000-IMPRIME-AREAS.
       EXIT.
      *
      *****************************************************************
      *       SUBTOTALES POR EMPRESA DEL CONSOLIDADO                  *
      *****************************************************************
       7100-IMPRIME-EMPRESAS.
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           MOVE "  RESUMEN POR EMPRESAS" TO WS-LINEA-IMPRIMIR(1:23).
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 2 LINES.
      *
           PERFORM 7110-IMPRIME-EMPRESA
              THRU 7110-IMPRIME-EMPRESA-EXIT
              VARYING WS-NUM-EMPRESA FROM 1 BY 1
              UNTIL WS-NUM-EMPRESA > WEM-NUM-EMPRESAS.
      *
           IF WC-SIN-EMPRESA-EMPLEADOS > 0
                MOVE "EMPRESA DESCONOC."      TO WS-CONCEPTO-SUB
                MOVE WC-SIN-EMPRESA-EMPLEADOS TO WS-EMPLEADOS-SUB
                MOVE WC-SIN-EMPRESA-SALARIO   TO WS-SALARIO-SUB
                MOVE WC-SIN-EMPRESA-COMISION  TO WS-COMISION-SUB
                MOVE WS-LINEA-SUBTOTAL TO WS-LINEA-IMPRIMIR
                WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
                   AFTER ADVANCING 1 LINES
           END-IF.
      *
       7100-IMPRIME-EMPRESAS-EXIT.
       EXIT.
      *
       7110-IMPRIME-EMPRESA.
      *UNA EMPRESA SIN PLANTILLA NO SALE EN EL RESUMEN
           IF WT-EMP-EMPLEADOS(WS-NUM-EMPRESA) = 0
                GO TO 7110-IMPRIME-EMPRESA-EXIT
           END-IF.
           MOVE WEM-REG-TABLA(WS-NUM-EMPRESA) TO WS-REG-EMPRESA.
           MOVE SPACES TO WS-CONCEPTO-SUB.
           STRING WEM-CODIGO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WEM-NOMBRE(1:14) DELIMITED BY SIZE
                  INTO WS-CONCEPTO-SUB.
           MOVE WT-EMP-EMPLEADOS(WS-NUM-EMPRESA) TO WS-EMPLEADOS-SUB.
           MOVE WT-EMP-SALARIO(WS-NUM-EMPRESA)   TO WS-SALARIO-SUB.
           MOVE WT-EMP-COMISION(WS-NUM-EMPRESA)  TO WS-COMISION-SUB.
           MOVE WS-LINEA-SUBTOTAL TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "7110-EMPRESA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
       7110-IMPRIME-EMPRESA-EXIT.
       EXIT.
      *
      *****************************************************************
      *             FIN                                               *
      *****************************************************************
       8000-FIN.
      *SOLTAMOS EL CERROJO COMPARTIDO SI SEGUIA TOMADO (UN ERROR
      *DURANTE LA CARGA LLEGA AQUI SIN PASAR POR LAS SUELTAS DE
      *1020 Y 1030; 9550 SOLO ACTUA SI CERROJO-CONCEDIDO)
           PERFORM 9550-SUELTA-CERROJO
              THRU 9550-SUELTA-CERROJO-EXIT.
      *CERRAMOS EL MAESTRO DE DEPARTAMENTOS Y SOLTAMOS SU CERROJO
           PERFORM 9855-CIERRA-DEPARTAMENTOS
              THRU 9855-CIERRA-DEPARTAMENTOS-EXIT.
      *CERRAMOS EL ULTIMO GRUPO E IMPRIMIMOS LOS TOTALES GENERALES
           IF NO-ERROR
                IF WC-DEPT-EMPLEADOS > 0
                     PERFORM 3400-IMPRIME-SUBTOTAL
                        THRU 3400-IMPRIME-SUBTOTAL-EXIT
                END-IF
      *EN EL CONSOLIDADO, LOS SUBTOTALES POR EMPRESA Y EL TOTAL DEL
      *GRUPO; CON UNA EMPRESA PEDIDA, EL TOTAL DE ESA EMPRESA
                IF WS-POS-SELECCION = 0
                     PERFORM 7100-IMPRIME-EMPRESAS
                        THRU 7100-IMPRIME-EMPRESAS-EXIT
                     MOVE "TOTAL GRUPO"   TO WS-CONCEPTO-SUB
                ELSE
                     MOVE "TOTAL EMPRESA" TO WS-CONCEPTO-SUB
                END-IF
                MOVE WC-TOTAL-EMPLEADOS TO WS-EMPLEADOS-SUB
                MOVE WC-TOTAL-SALARIO   TO WS-SALARIO-SUB
                MOVE WC-TOTAL-COMISION  TO WS-COMISION-SUB
                DISPLAY "**EMPLEADOS LISTADOS:    " WC-CONTADOR
                DISPLAY "**BAJAS EXCLUIDAS:       "
                     WC-BAJAS-EXCLUIDAS
                DISPLAY "**DE OTRAS EMPRESAS:     "
                     WC-OTRAS-EMPRESAS
                DISPLAY "**PAGINAS GENERADAS:     " WC-PAGINA
                DISPLAY "******************************************"
           END-IF.
           IF WS-FILE-STATUS = 00
               CONTINUE
           ELSE
               IF WS-FILE-STATUS = 10
                  AND (WC-CONTADOR > 0 OR WC-OTRAS-EMPRESAS > 0)
                  CONTINUE
               ELSE
                  MOVE "9200-LEER" TO WS-PARRAFO-ERROR
      *                CERROJO DE USO DEL MAESTRO                     *
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
