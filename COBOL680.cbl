      *****************************************************************
      *           PROGRAMA DE MIGUEL ANTONIO CHAMORRO MARTINEZ        *
      *                                                               *
      *  CONTROL PRESUPUESTARIO POR DEPARTAMENTO: CARGA EL MAESTRO DE *
      *  DEPARTAMENTOS AMPLIADO (CODIGO, NOMBRE, PLANTILLA AUTORIZADA *
      *  Y PRESUPUESTO SALARIAL ANUAL, MANTENIDOS POR COBOL350),      *
      *  AGREGA LA PLANTILLA Y EL SALARIO REALES DESDE                *
      *  FICHERO.EMPLEADO (LA MISMA AGREGACION QUE HACE COBOL003,     *
      *  SOLO REGISTROS "N" DE ALTA) E IMPRIME REAL CONTRA AUTORIZADO *
      *  DEPARTAMENTO A DEPARTAMENTO, MARCANDO CON "** EXCESO" LOS    *
      *  DESBORDAMIENTOS DE PLANTILLA O DE PRESUPUESTO. UN            *
      *  DEPARTAMENTO SIN PLANTILLA NI PRESUPUESTO AUTORIZADOS SE     *
      *  MARCA "SIN PRESUPUESTO" EN LUGAR DE COMO EXCESO. LA          *
      *  PLANTILLA REAL SE CUENTA SIEMPRE EN EL DEPARTAMENTO DE       *
      *  ORIGEN DEL EMPLEADO, PERO EL SALARIO DE QUIEN TRABAJA PARA   *
      *  VARIOS DEPARTAMENTOS SE REPARTE ENTRE ELLOS SEGUN            *
      *  FICHERO.REPARTO.COSTES (MANTENIDO POR COBOL357, COPY         *
      *  REPARTPR)                                                    *
      *                                                               *
      *  EMPRESAS DEL GRUPO: LA FICHA DE PARAMETROS (POSICIONES 1-3)  *
      *  O, SIN FICHA, SYSIN DA UNA EMPRESA DEL MAESTRO (COPY         *
      *  EMPREPR) Y EL CONTROL SALE SOLO CON SUS DEPARTAMENTOS (LA    *
      *  EMPRESA DE CADA UNO VIENE DEL MAESTRO DE DEPARTAMENTOS) Y    *
      *  SUS EMPLEADOS; EN BLANCO SALE EL CONSOLIDADO DEL GRUPO, CON  *
      *  EL CONTROL AGREGADO POR EMPRESA DETRAS DEL DE AREAS. EN      *
      *  BLANCO, EN UN DEPARTAMENTO O EN UN EMPLEADO, ES LA EMPRESA   *
      *  PRINCIPAL                                                    *
      *                                                               *
      *  EL MAESTRO DE DEPARTAMENTOS SE RECORRE ENTERO AL ARRANCAR,   *
      *  EN ORDEN DE CODIGO, DESDE EL MAESTRO INDEXADO A TRAVES DE LA *
      *  RUTINA COMUN RUTDEPAR (COPY RUTDEPPR), YA SIN LIMITE DE 24   *
      *  DEPARTAMENTOS: LA TABLA, LA AGRUPACION EN AREAS Y SUS        *
      *  ACUMULADORES ADMITEN HASTA 999 ENTRADAS                      *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT FICHERO-ENTRADA
           ASSIGN TO WS-ASSIGN-FICHERO
             FILE STATUS IS WS-FILE-STATUS-ENT.
      *
           SELECT LISTADO
           ASSIGN TO
           ASSIGN TO "/home/forma2/cobol/ficheros/fichero.areas"
             FILE STATUS IS WS-FILE-STATUS-AREAS.
      *
      *REPARTO DE COSTE POR DEPARTAMENTOS (VER COPY REPARTPR)
           COPY REPARTFC.
      *
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
      *RESUELVE EN TIEMPO DE EJECUCION (AREAS O REPARTO; MISMO
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
       FD LISTADO.
       01  REG-LISTADO                            PIC X(132).
       COPY ERRAUDFD.
      *
       COPY CERROJFD.
      *
       COPY REPARTFD.
      *
       COPY PARAMFD.
      *
       COPY EMPREFD.
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
      *ACUMULADOS REALES QUE SE AGREGAN EN 3000-PROCESO
       01  WT-TABLA-DEPART.
           05 WT-REG-TABLA
              OCCURS 1 TO 999 TIMES
              DEPENDING ON WC-NUM-DEPART
              ASCENDING KEY IS WT-CODIGO-DEPART
              INDEXED BY I.
                10 WT-CODIGO-DEPART              PIC X(3).
                10 WT-NOMBRE-DEPART              PIC X(22).
                10 WT-PLANTILLA-AUT              PIC 9(5).
                10 WT-PRESUPUESTO                PIC 9(11)V99.
                10 WT-EMPRESA-DEPART             PIC X(3).
      *
      *ACUMULADOS REALES POR DEPARTAMENTO (EN PARALELO A LA TABLA)
       01  WT-TABLA-REAL.
           05 WT-REG-REAL
              OCCURS 1 TO 999 TIMES
              DEPENDING ON WC-NUM-DEPART.
                10 WT-PLANTILLA-REAL             PIC 9(5).
                10 WT-SALARIO-REAL               PIC S9(13)V99.
      *
      *POR AREA DISTINTA
       01  WT-TABLA-AREAS.
           05  WT-REG-AREAS
              OCCURS 1 TO 999 TIMES
              DEPENDING ON WC-NUM-AREAS
              INDEXED BY IA.
                10  WT-AREA-DEPT                 PIC X(3).
                10  WT-AREA-CODIGO               PIC X(3).
                10  WT-AREA-NOMBRE               PIC X(22).
      *
       01  WT-TABLA-AREA-TOT.
           05  WC-NUM-AREAS-TOT         PIC 9(3) VALUE 0.
           05  WT-REG-AREA-TOT
              OCCURS 1 TO 999 TIMES
              DEPENDING ON WC-NUM-AREAS-TOT
              INDEXED BY IT.
                10  WT-TOT-AREA                  PIC X(3).
                10  WT-TOT-NOMBRE                PIC X(22).
                10  WT-TOT-PRESUPUESTO           PIC 9(13)V99.
                10  WT-TOT-SALARIO-REAL          PIC S9(13)V99.
      *
      *CONTROL AGREGADO POR EMPRESA DEL CONSOLIDADO, PARALELO A LA
      *TABLA DEL MAESTRO DE EMPRESAS (WEM-POSICION DE 9975)
       01  WT-TABLA-TOTAL-EMPRESA.
           05  WT-REG-TOTAL-EMPRESA
              OCCURS 50 TIMES.
                10  WT-EMP-DEPARTS               PIC 9(3).
                10  WT-EMP-PLANT-AUT             PIC 9(5).
                10  WT-EMP-PLANT-REAL            PIC 9(5).
                10  WT-EMP-PRESUPUESTO           PIC 9(13)V99.
                10  WT-EMP-SALARIO-REAL          PIC S9(13)V99.
      *
      *****************************************************************
      *               AUDITORIA COMUN DE ERRORES                      *
      *****************************************************************
       COPY CERROJWS.
      *
      *****************************************************************
      *               CONSULTA DEL MAESTRO DE DEPARTAMENTOS           *
      *****************************************************************
       COPY RUTDEPT1.
      *
      *****************************************************************
      *               REPARTO DE COSTE POR DEPARTAMENTOS              *
      *****************************************************************
       COPY COPYREPART.
       COPY REPARTWS.
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
           05  SW-AREA                           PIC X VALUE "N".
                88 AREA-ENCONTRADA               VALUE "S".
                88 AREA-NO-ENCONTRADA            VALUE "N".
           05  SW-DEPT-SELECCION                 PIC X VALUE "S".
                88 DEPT-SELECCIONADO             VALUE "S".
                88 DEPT-NO-SELECCIONADO          VALUE "N".
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
           05  LT-FICHERO1          PIC X(20) VALUE "FICHERO.EMPLEADO".
           05  LT-FICHERO1-DEFECTO  PIC X(60) VALUE
               "/home/forma2/cobol/ficheros/fichero.empleado".
           05  LT-FICHERO3          PIC X(16) VALUE "LISTADO".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL680".
           05  LT-RUTINA-DEPART     PIC X(15) VALUE "RUTDEPAR".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
           05  LT-MAX-LINEAS-PAGINA PIC 9(2) VALUE 60.
           05  LT-MAX-DEPART        PIC 9(3) VALUE 999.
           05  LT-MAX-AREAS         PIC 9(3) VALUE 999.
           05  LT-CERROJO-AREAS     PIC X(60) VALUE
               "/home/forma2/cobol/ficheros/fichero.areas.cerrojo".
           05  LT-CERROJO-REPARTO   PIC X(60) VALUE
               "/home/forma2/cobol/ficheros/fichero.reparto.cerrojo".
           05  LT-FICHERO4          PIC X(20) VALUE "REPARTO.COSTES".
           05  LT-EXCESO            PIC X(12) VALUE "** EXCESO".
           05  LT-SIN-PRESUPUESTO   PIC X(15)
                                    VALUE "SIN PRESUPUESTO".
      *****************************************************************
       01  WS-VARIABLES.
           05  WS-FILE-STATUS-ENT                   PIC XX.
           05  WS-FILE-STATUS-LISTADO               PIC XX.
           05  WS-FILE-STATUS-ERROR                 PIC XX.
           05  WS-FICHERO-ERROR                     PIC X(20).
           05  WS-AREA-CODIGO                       PIC X(3).
           05  WS-AREA-NOMBRE                       PIC X(22).
           05  WS-ASSIGN-CERROJO                    PIC X(60).
      *EMPRESA PEDIDA (EN BLANCO, CONSOLIDADO) Y SU POSICION EN LA
      *TABLA DE EMPRESAS (CERO EN EL CONSOLIDADO)
           05  WS-EMPRESA-SELECCION                 PIC X(3).
           05  WS-POS-SELECCION                     PIC 9(2).
           05  WS-NUM-EMPRESA                       PIC 9(2).
      *
      *****************************************************************
      *               CONTADORES                                      *
           05 WC-CONTADOR-OTRO                   PIC 9(5).
           05 WC-SALARIO-OTRO                    PIC S9(13)V99.
           05 WC-CONTADOR-EXCESOS                PIC 9(5).
           05 WC-NUM-DEPART                      PIC 9(3).
           05 WC-NUM-AREAS                       PIC 9(3).
           05 WC-LINEA-PAGINA                    PIC 9(2).
           05 WC-PAGINA                          PIC 9(4).
           05 WC-OTRAS-EMPRESAS                  PIC 9(7).
           05 WC-DEPTS-SIN-EMPRESA               PIC 9(3).
           05 WC-SIN-EMPRESA-PLANT-AUT           PIC 9(5).
           05 WC-SIN-EMPRESA-PLANT-REAL          PIC 9(5).
           05 WC-SIN-EMPRESA-PRESUPUESTO         PIC 9(13)V99.
           05 WC-SIN-EMPRESA-SALARIO             PIC S9(13)V99.
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
                PERFORM 4500-IMPRIME-AREAS
                   THRU 4500-IMPRIME-AREAS-EXIT
           END-IF.
      *
      *EN EL CONSOLIDADO, AGREGADO POR EMPRESAS
           IF WS-POS-SELECCION = 0
                PERFORM 4600-IMPRIME-EMPRESAS
                   THRU 4600-IMPRIME-EMPRESAS-EXIT
           END-IF.
      *
           PERFORM 8000-FIN
              THRU 8000-FIN-EXIT.
      *               INICIO                                          *
      *****************************************************************
       1000-INICIO.
           INITIALIZE WS-CONTADORES.
      *
           OPEN EXTEND AUDITORIA.
      *
      *CARGAMOS LA AGRUPACION EN AREAS PARA EL AGREGADO FINAL
           PERFORM 1020-CARGA-AREAS
              THRU 1020-CARGA-AREAS-EXIT.
      *
      *Y EL REPARTO DE COSTE DE LOS EMPLEADOS COMPARTIDOS
           PERFORM 1030-CARGA-REPARTO
              THRU 1030-CARGA-REPARTO-EXIT.
      *
      *CARGAMOS LAS EMPRESAS DEL GRUPO Y VEMOS SI SE PIDE UNA SOLA
           PERFORM 9970-CARGA-EMPRESAS
              THRU 9970-CARGA-EMPRESAS-EXIT.
           IF EMP-CARGA-ERROR
                DISPLAY "NO SE PUEDE CARGAR FICHERO.EMPRESAS (FILE "
                        "STATUS " WS-FILE-STATUS-EMR ") - CONTROL "
                        "DETENIDO"
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
           PERFORM 1040-SELECCION-EMPRESA
              THRU 1040-SELECCION-EMPRESA-EXIT.
      *
           OPEN INPUT FICHERO-ENTRADA.
           IF WS-FILE-STATUS-ENT NOT = 00
      *****************************************************************
      *       CARGA DEL MAESTRO AMPLIADO DE DEPARTAMENTOS             *
      *****************************************************************
      *RECORREMOS EL MAESTRO EN ORDEN DE CODIGO (LA TABLA QUEDA
      *ORDENADA POR SU CLAVE) Y LO CERRAMOS AL ACABAR: LA RUTINA TOMA
      *SU CERROJO EN COMPARTIDO SOLO MIENTRAS DURA LA CARGA. SI UN
      *MANTENIMIENTO LO TIENE EN EXCLUSIVA, 9850 INFORMA DE QUIEN LO
      *TIENE Y NOS DETIENE EN LUGAR DE CARGAR UNA TABLA A MEDIO GRABAR
       1010-CARGA-TABLA.
           MOVE 0 TO WC-NUM-DEPART.
      *
           PERFORM 9850-ABRE-DEPARTAMENTOS
              THRU 9850-ABRE-DEPARTAMENTOS-EXIT.
           PERFORM 9865-INICIO-DEPARTAMENTOS
              THRU 9865-INICIO-DEPARTAMENTOS-EXIT.
      *
           PERFORM 1011-LEE-DEPART
              THRU 1011-LEE-DEPART-EXIT
              UNTIL CP300-FIN.
      *
           PERFORM 9855-CIERRA-DEPARTAMENTOS
              THRU 9855-CIERRA-DEPARTAMENTOS-EXIT.
      *
       1010-CARGA-TABLA-EXIT.
       EXIT.
      *
       1011-LEE-DEPART.
           PERFORM 9870-SIGUIENTE-DEPARTAMENTO
              THRU 9870-SIGUIENTE-DEPARTAMENTO-EXIT.
           IF CP300-FIN
                GO TO 1011-LEE-DEPART-EXIT
           END-IF.
      *
      *UN MAESTRO MAYOR QUE LA TABLA NO SE TRUNCA: LOS TOTALES DEL
      *CONTROL DEJARIAN DE CUADRAR CON LA PLANTILLA REAL
           IF WC-NUM-DEPART >= LT-MAX-DEPART
                DISPLAY "FICHERO.DEPARTAMENTO.INDEXADO TIENE MAS DE "
                        LT-MAX-DEPART " DEPARTAMENTOS - COBOL680 "
                        "DETENIDO"
                PERFORM 9855-CIERRA-DEPARTAMENTOS
                   THRU 9855-CIERRA-DEPARTAMENTOS-EXIT
                CLOSE AUDITORIA
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
           ADD 1 TO WC-NUM-DEPART.
           MOVE CP300O-DEPART TO WT-REG-TABLA(WC-NUM-DEPART).
           MOVE 0 TO WT-PLANTILLA-REAL(WC-NUM-DEPART).
           MOVE 0 TO WT-SALARIO-REAL(WC-NUM-DEPART).
       1011-LEE-DEPART-EXIT.
       EXIT.
      *
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
      *UNA AGRUPACION MAYOR QUE LA TABLA NO SE TRUNCA: EL AGREGADO
      *POR AREAS DEJARIA DE CUADRAR CON EL CONTROL DEPARTAMENTAL
                IF WC-NUM-AREAS >= LT-MAX-AREAS
                     DISPLAY "FICHERO.AREAS TIENE MAS DE " LT-MAX-AREAS
                             " ASIGNACIONES - COBOL680 DETENIDO"
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
       EXIT.
      *
      *****************************************************************
      *       CARGA DEL REPARTO DE COSTE POR DEPARTAMENTOS            *
      *****************************************************************
       1030-CARGA-REPARTO.
      *TOMAMOS EL CERROJO DEL REPARTO EN COMPARTIDO MIENTRAS DURA LA
      *CARGA: SI COBOL357 LO ESTA REGRABANDO NOS DETENEMOS EN VEZ DE
      *CARGAR UN FICHERO A MEDIO GRABAR
           MOVE LT-CERROJO-REPARTO TO WS-ASSIGN-CERROJO.
           PERFORM 9510-TOMA-CERROJO-COMP
              THRU 9510-TOMA-CERROJO-COMP-EXIT.
           IF CERROJO-DENEGADO
                DISPLAY "FICHERO EN USO POR " WL-PROGRAMA
                     " DESDE " WL-HORA(1:2) ":" WL-HORA(3:2)
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
           PERFORM 9250-CARGA-REPARTO
              THRU 9250-CARGA-REPARTO-EXIT.
      *
           PERFORM 9550-SUELTA-CERROJO
              THRU 9550-SUELTA-CERROJO-EXIT.
      *
           IF REP-CARGA-ERROR
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE "1030-CARGA-REPARTO" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-REP TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
       1030-CARGA-REPARTO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       EMPRESA DEL CONTROL: UNA SOLA O EL CONSOLIDADO          *
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
                        " NO ESTA EN FICHERO.EMPRESAS - CONTROL "
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
      *             PROCESO: AGREGA LOS DATOS REALES                  *
      *****************************************************************
       3000-PROCESO.
              OR WS-EMPLE-EST-BAJA
                ADD 1 TO WC-CONTADOR-EXCLUIDOS
           ELSE
                PERFORM 3005-AGREGA-EMPLEADO
                   THRU 3005-AGREGA-EMPLEADO-EXIT
           END-IF.
      *
           PERFORM 9200-LEER-FICHERO
      *
       3000-PROCESO-EXIT.
       EXIT.
      *
       3005-AGREGA-EMPLEADO.
      *CON UNA EMPRESA PEDIDA, LOS EMPLEADOS DE LAS DEMAS NO CUENTAN
           IF WS-POS-SELECCION > 0
                MOVE WS-EMPLE-EMPRESA TO WEM-BUSCA-CODIGO
                PERFORM 9975-BUSCA-EMPRESA
                   THRU 9975-BUSCA-EMPRESA-EXIT
                IF WEM-POSICION NOT = WS-POS-SELECCION
                     ADD 1 TO WC-OTRAS-EMPRESAS
                     GO TO 3005-AGREGA-EMPLEADO-EXIT
                END-IF
           END-IF.
      *
      *LA PLANTILLA SIEMPRE CUENTA EN EL DEPARTAMENTO DE ORIGEN
           SET I TO 1.
           SEARCH WT-REG-TABLA
              AT END
                 ADD 1 TO WC-CONTADOR-OTRO
              WHEN WT-CODIGO-DEPART(I) = WS-EMPLE-DEPT
                 ADD 1 TO WT-PLANTILLA-REAL(I)
           END-SEARCH.
      *EL SALARIO, EN CAMBIO, SE IMPUTA SEGUN SU REPARTO DE COSTE
      *SI TRABAJA PARA VARIOS DEPARTAMENTOS (COPY REPARTPR)
           MOVE WS-EMPLE-CODIGO  TO WQ-CODIGO.
           MOVE WS-EMPLE-DEPT    TO WQ-DEPT-ORIGEN.
           MOVE WS-EMPLE-SALARIO TO WQ-IMPORTE.
           PERFORM 9260-REPARTE-IMPORTE
              THRU 9260-REPARTE-IMPORTE-EXIT.
           PERFORM 3010-IMPUTA-SALARIO
              THRU 3010-IMPUTA-SALARIO-EXIT
              VARYING IQ-TRM FROM 1 BY 1
              UNTIL IQ-TRM > WQ-NUM-TRAMOS.
      *
       3005-AGREGA-EMPLEADO-EXIT.
       EXIT.
      *
       3010-IMPUTA-SALARIO.
           SET I TO 1.
           SEARCH WT-REG-TABLA
              AT END
                 ADD WQ-TRM-IMPORTE(IQ-TRM) TO WC-SALARIO-OTRO
              WHEN WT-CODIGO-DEPART(I) = WQ-TRM-DEPT(IQ-TRM)
                 ADD WQ-TRM-IMPORTE(IQ-TRM) TO WT-SALARIO-REAL(I)
           END-SEARCH.
       3010-IMPUTA-SALARIO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       IMPRIME REAL CONTRA AUTORIZADO POR DEPARTAMENTO         *
              VARYING I FROM 1 BY 1
              UNTIL I > WC-NUM-DEPART.
      *
      *EMPLEADOS CON DEPARTAMENTO NO RECONOCIDO, SI LOS HAY (O
      *TRAMOS DE REPARTO A UN DEPARTAMENTO QUE YA NO EXISTE)
           IF WC-CONTADOR-OTRO > 0
              OR WC-SALARIO-OTRO NOT = 0
                IF WC-LINEA-PAGINA >= LT-MAX-LINEAS-PAGINA
                     PERFORM 2000-IMPRIME-CABECERA
                        THRU 2000-IMPRIME-CABECERA-EXIT
       EXIT.
      *
       4010-IMPRIME-DEPART.
      *CON UNA EMPRESA PEDIDA SOLO SALEN SUS DEPARTAMENTOS
           PERFORM 4020-DEPART-SELECCION
              THRU 4020-DEPART-SELECCION-EXIT.
           IF DEPT-NO-SELECCIONADO
                GO TO 4010-IMPRIME-DEPART-EXIT
           END-IF.
      *
           IF WC-LINEA-PAGINA >= LT-MAX-LINEAS-PAGINA
                PERFORM 2000-IMPRIME-CABECERA
                   THRU 2000-IMPRIME-CABECERA-EXIT
       EXIT.
      *
      *****************************************************************
      *       EMPRESA DEL DEPARTAMENTO I CONTRA LA EMPRESA PEDIDA     *
      *****************************************************************
      *DEJA EN WEM-POSICION LA EMPRESA DEL DEPARTAMENTO (CERO SI NO
      *ESTA EN EL MAESTRO) Y EN DEPT-SELECCIONADO SI ENTRA EN EL
      *CONTROL; EN EL CONSOLIDADO ENTRAN TODOS
       4020-DEPART-SELECCION.
           SET DEPT-SELECCIONADO TO TRUE.
           MOVE WT-EMPRESA-DEPART(I) TO WEM-BUSCA-CODIGO.
           PERFORM 9975-BUSCA-EMPRESA
              THRU 9975-BUSCA-EMPRESA-EXIT.
           IF WS-POS-SELECCION > 0
              AND WEM-POSICION NOT = WS-POS-SELECCION
                SET DEPT-NO-SELECCIONADO TO TRUE
           END-IF.
       4020-DEPART-SELECCION-EXIT.
       EXIT.
      *
      *****************************************************************
      *       AGREGADO DEL CONTROL POR AREAS                          *
      *****************************************************************
       4500-IMPRIME-AREAS.
       EXIT.
      *
       4510-ACUMULA-AREA.
           PERFORM 4020-DEPART-SELECCION
              THRU 4020-DEPART-SELECCION-EXIT.
           IF DEPT-NO-SELECCIONADO
                GO TO 4510-ACUMULA-AREA-EXIT
           END-IF.
      *
      *RESOLVEMOS EL AREA DEL DEPARTAMENTO EN CURSO; LOS NO
      *AGRUPADOS VAN AL AREA "???" PARA NO PERDER CIFRAS
           MOVE "???"      TO WS-AREA-CODIGO.
                 OR AREA-ENCONTRADA.
      *
           IF AREA-NO-ENCONTRADA
                IF WC-NUM-AREAS-TOT >= LT-MAX-AREAS
                     GO TO 4510-ACUMULA-AREA-EXIT
                END-IF
                ADD 1 TO WC-NUM-AREAS-TOT
       EXIT.
      *
      *****************************************************************
      *       AGREGADO DEL CONTROL POR EMPRESAS (CONSOLIDADO)         *
      *****************************************************************
       4600-IMPRIME-EMPRESAS.
      *SUMAMOS CADA DEPARTAMENTO EN LA EMPRESA A LA QUE PERTENECE
           PERFORM 4610-ACUMULA-EMPRESA
              THRU 4610-ACUMULA-EMPRESA-EXIT
              VARYING I FROM 1 BY 1
              UNTIL I > WC-NUM-DEPART.
      *
           IF WC-LINEA-PAGINA >= LT-MAX-LINEAS-PAGINA
                PERFORM 2000-IMPRIME-CABECERA
                   THRU 2000-IMPRIME-CABECERA-EXIT
           END-IF.
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           MOVE "  CONTROL AGREGADO POR EMPRESAS"
             TO WS-LINEA-IMPRIMIR(1:33).
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 2 LINES.
           ADD 2 TO WC-LINEA-PAGINA.
      *
           PERFORM 4620-IMPRIME-EMPRESA
              THRU 4620-IMPRIME-EMPRESA-EXIT
              VARYING WS-NUM-EMPRESA FROM 1 BY 1
              UNTIL WS-NUM-EMPRESA > WEM-NUM-EMPRESAS.
      *
      *DEPARTAMENTOS DE UNA EMPRESA QUE NO ESTA EN EL MAESTRO
           IF WC-DEPTS-SIN-EMPRESA > 0
                MOVE SPACES TO WS-LINEA-CONTROL
                MOVE "???" TO WP-DEPT
                MOVE "EMPRESA DESCONOCIDA" TO WP-NOMBRE
                MOVE WC-SIN-EMPRESA-PLANT-AUT   TO WP-PLANT-AUT
                MOVE WC-SIN-EMPRESA-PLANT-REAL  TO WP-PLANT-REAL
                MOVE WC-SIN-EMPRESA-PRESUPUESTO TO WP-PRESUPUESTO
                MOVE WC-SIN-EMPRESA-SALARIO     TO WP-SALARIO-REAL
                MOVE WS-LINEA-CONTROL TO WS-LINEA-IMPRIMIR
                PERFORM 5100-ESCRIBE-LINEA
                   THRU 5100-ESCRIBE-LINEA-EXIT
           END-IF.
      *
       4600-IMPRIME-EMPRESAS-EXIT.
       EXIT.
      *
       4610-ACUMULA-EMPRESA.
           PERFORM 4020-DEPART-SELECCION
              THRU 4020-DEPART-SELECCION-EXIT.
           IF WEM-POSICION = 0
                ADD 1 TO WC-DEPTS-SIN-EMPRESA
                ADD WT-PLANTILLA-AUT(I)  TO WC-SIN-EMPRESA-PLANT-AUT
                ADD WT-PLANTILLA-REAL(I) TO WC-SIN-EMPRESA-PLANT-REAL
                ADD WT-PRESUPUESTO(I)    TO WC-SIN-EMPRESA-PRESUPUESTO
                ADD WT-SALARIO-REAL(I)   TO WC-SIN-EMPRESA-SALARIO
                GO TO 4610-ACUMULA-EMPRESA-EXIT
           END-IF.
      *
           ADD 1                    TO WT-EMP-DEPARTS(WEM-POSICION).
           ADD WT-PLANTILLA-AUT(I)  TO WT-EMP-PLANT-AUT(WEM-POSICION).
           ADD WT-PLANTILLA-REAL(I) TO WT-EMP-PLANT-REAL(WEM-POSICION).
           ADD WT-PRESUPUESTO(I)    TO WT-EMP-PRESUPUESTO(WEM-POSICION).
           ADD WT-SALARIO-REAL(I)
             TO WT-EMP-SALARIO-REAL(WEM-POSICION).
      *
       4610-ACUMULA-EMPRESA-EXIT.
       EXIT.
      *
       4620-IMPRIME-EMPRESA.
      *UNA EMPRESA SIN DEPARTAMENTOS NO SALE EN EL AGREGADO
           IF WT-EMP-DEPARTS(WS-NUM-EMPRESA) = 0
                GO TO 4620-IMPRIME-EMPRESA-EXIT
           END-IF.
           IF WC-LINEA-PAGINA >= LT-MAX-LINEAS-PAGINA
                PERFORM 2000-IMPRIME-CABECERA
                   THRU 2000-IMPRIME-CABECERA-EXIT
           END-IF.
      *
           MOVE WEM-REG-TABLA(WS-NUM-EMPRESA) TO WS-REG-EMPRESA.
           MOVE WEM-CODIGO TO WP-DEPT.
           MOVE WEM-NOMBRE TO WP-NOMBRE.
           MOVE WT-EMP-PLANT-AUT(WS-NUM-EMPRESA)    TO WP-PLANT-AUT.
           MOVE WT-EMP-PLANT-REAL(WS-NUM-EMPRESA)   TO WP-PLANT-REAL.
           MOVE WT-EMP-PRESUPUESTO(WS-NUM-EMPRESA)  TO WP-PRESUPUESTO.
           MOVE WT-EMP-SALARIO-REAL(WS-NUM-EMPRESA) TO WP-SALARIO-REAL.
      *
           IF WT-EMP-PLANT-AUT(WS-NUM-EMPRESA) = 0
              AND WT-EMP-PRESUPUESTO(WS-NUM-EMPRESA) = 0
                MOVE LT-SIN-PRESUPUESTO TO WP-SITUACION
           ELSE
                IF WT-EMP-PLANT-REAL(WS-NUM-EMPRESA)
                     > WT-EMP-PLANT-AUT(WS-NUM-EMPRESA)
                   OR WT-EMP-SALARIO-REAL(WS-NUM-EMPRESA)
                     > WT-EMP-PRESUPUESTO(WS-NUM-EMPRESA)
                     MOVE LT-EXCESO TO WP-SITUACION
                ELSE
                     MOVE SPACES TO WP-SITUACION
                END-IF
           END-IF.
      *
           MOVE WS-LINEA-CONTROL TO WS-LINEA-IMPRIMIR.
           PERFORM 5100-ESCRIBE-LINEA
              THRU 5100-ESCRIBE-LINEA-EXIT.
      *
       4620-IMPRIME-EMPRESA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       ESCRIBE UNA LINEA DEL LISTADO                           *
      *****************************************************************
       5100-ESCRIBE-LINEA.
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
       8000-FIN.
      *SOLTAMOS EL CERROJO COMPARTIDO SI SEGUIA TOMADO (UN ERROR
      *DURANTE LA CARGA LLEGA AQUI SIN PASAR POR LAS SUELTAS DE
      *1020 Y 1030; 9550 SOLO ACTUA SI CERROJO-CONCEDIDO)
           PERFORM 9550-SUELTA-CERROJO
              THRU 9550-SUELTA-CERROJO-EXIT.
           IF NO-ERROR
                      WC-CONTADOR-EXCLUIDOS
                 DISPLAY "**DEPARTAMENTOS EN EXCESO: "
                      WC-CONTADOR-EXCESOS
                 DISPLAY "**DE OTRAS EMPRESAS:       "
                      WC-OTRAS-EMPRESAS
                 DISPLAY "******************************************"
           END-IF.
      *
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
      *                REPARTO DE COSTE POR DEPARTAMENTOS             *
      *****************************************************************
       COPY REPARTPR.
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
