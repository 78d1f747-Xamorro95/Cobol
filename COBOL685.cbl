      *  SIMULACION DE SUBIDAS SALARIALES CONTRA LOS PRESUPUESTOS:    *
      *  CADA REVISION ANUAL DIRECCION PREGUNTA "CUANTO CUESTA UN 3   *
      *  POR CIENTO LINEAL Y QUE DEPARTAMENTOS ROMPEN SU              *
      *  PRESUPUESTO", Y LA RESPUESTA SALIA DE HOJAS DE CALCULO. ESTE *
      *  PROGRAMA LEE UN FICHERO DE REGLAS DE INCREMENTO              *
      *  (FICHERO.SIMULACION.REGLAS: TIPO D=POR DEPARTAMENTO, B=POR   *
      *  BANDA DE ANTIGUEDAD DE RUTEMPLE, G=GENERAL, CON SU           *
      *  PORCENTAJE), LAS APLICA SOBRE FICHERO.EMPLEADO SIN GRABAR    *
      *  NADA DE VUELTA (MANDA LA REGLA DE DEPARTAMENTO, LUEGO LA DE  *
      *  BANDA, LUEGO LA GENERAL) E IMPRIME LA VERSION PROYECTADA DEL *
      *  CONTROL PRESUPUESTARIO DE COBOL680: MASA ACTUAL, MASA        *
      *  PROYECTADA Y DESVIACION CONTRA EL PRESUPUESTO DE CADA        *
      *  DEPARTAMENTO, MAS EL COSTE TOTAL DEL ESCENARIO, PARA PODER   *
      *  COMPARAR ESCENARIOS ANTES DE COMPROMETER NADA. COMO EN       *
      *  COBOL680, LA MASA ACTUAL Y LA PROYECTADA DE QUIEN TRABAJA    *
      *  PARA VARIOS DEPARTAMENTOS SE REPARTEN SEGUN                  *
      *  FICHERO.REPARTO.COSTES (COPY REPARTPR), Y LA REGLA DE        *
      *  DEPARTAMENTO Y LA PLANTILLA SON LAS DE SU DEPARTAMENTO DE    *
      *  ORIGEN                                                       *
      *                                                               *
      *  LOS DEPARTAMENTOS Y SUS PRESUPUESTOS SE CARGAN AL ARRANCAR   *
      *  RECORRIENDO EN ORDEN DE CODIGO EL MAESTRO INDEXADO DE        *
      *  DEPARTAMENTOS A TRAVES DE LA RUTINA COMUN RUTDEPAR (COPY     *
      *  RUTDEPPR), YA SIN LIMITE DE 24 DEPARTAMENTOS: LA TABLA Y SUS *
      *  ACUMULADOS ADMITEN HASTA 999 ENTRADAS                        *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT FICHERO-ENTRADA
           ASSIGN TO WS-ASSIGN-FICHERO
             FILE STATUS IS WS-FILE-STATUS-ENT.
      *
      *REGLAS DE INCREMENTO DEL ESCENARIO A SIMULAR
           SELECT REGLAS
      *FICHERO COMUN DE AUDITORIA DE ERRORES (VER COPY ERRAUDPR)
           COPY ERRAUDFC.
      *
      *REPARTO DE COSTE POR DEPARTAMENTOS (VER COPY REPARTPR)
           COPY REPARTFC.
      *
      *CERROJO DE USO DEL REPARTO DE COSTE MIENTRAS SE CARGA (MISMO
      *TRAZADO Y PARRAFOS COMUNES DE CERROJPR; EL DE DEPARTAMENTOS
      *LO TOMA LA RUTINA RUTDEPAR)
           SELECT CERROJO
           ASSIGN TO WS-ASSIGN-CERROJO
             FILE STATUS IS WS-FILE-STATUS-CER.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
       DATA DIVISION.
       FILE SECTION.
       FD FICHERO-ENTRADA.
       01  REG-EMPLE-ENTRADA                      PIC X(80).
      *
       FD REGLAS.
       01  REG-REGLA                              PIC X(8).
       COPY ERRAUDFD.
      *
       COPY CERROJFD.
      *
       COPY REPARTFD.
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
      *TABLA DEL MAESTRO AMPLIADO DE DEPARTAMENTOS, COMO EN COBOL680
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
      *ACUMULADOS REALES Y PROYECTADOS POR DEPARTAMENTO
       01  WT-TABLA-REAL.
           05 WT-REG-REAL
              OCCURS 1 TO 999 TIMES
              DEPENDING ON WC-NUM-DEPART.
                10 WT-PLANTILLA-REAL             PIC 9(5).
                10 WT-SALARIO-REAL               PIC S9(13)V99.
                10 WT-SALARIO-PROYECTADO         PIC S9(13)V99.
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
      *               SWITCHES                                        *
      *****************************************************************
       01  SW-SWITCHES.
           05  LT-FICHERO1          PIC X(20) VALUE "FICHERO.EMPLEADO".
           05  LT-FICHERO1-DEFECTO  PIC X(60) VALUE
               "/home/forma2/cobol/ficheros/fichero.empleado".
           05  LT-FICHERO3          PIC X(16) VALUE "LISTADO".
           05  LT-FICHERO4          PIC X(20) VALUE
                    "SIMULACION.REGLAS".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL685".
           05  LT-RUTINA-DEPART     PIC X(15) VALUE "RUTDEPAR".
           05  LT-RUTINA            PIC X(15) VALUE "RUTEMPLE".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
           05  LT-MAX-LINEAS-PAGINA PIC 9(2) VALUE 60.
           05  LT-MAX-DEPART        PIC 9(3) VALUE 999.
           05  LT-EXCESO            PIC X(12) VALUE "** EXCESO".
           05  LT-SIN-PRESUPUESTO   PIC X(15)
                                    VALUE "SIN PRESUPUESTO".
           05  LT-FICHERO5          PIC X(20) VALUE "REPARTO.COSTES".
           05  LT-CERROJO-REPARTO   PIC X(60) VALUE
               "/home/forma2/cobol/ficheros/fichero.reparto.cerrojo".
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
      *****************************************************************
       01  WS-VARIABLES.
           05  WS-FILE-STATUS-ENT                   PIC XX.
           05  WS-FILE-STATUS-REG                   PIC XX.
           05  WS-FILE-STATUS-LISTADO               PIC XX.
           05  WS-FILE-STATUS-ERROR                 PIC XX.
           05  WS-PORCENTAJE                        PIC 9(2)V99.
           05  WS-SALARIO-PROYECTADO                PIC S9(9)V99.
           05  WS-BANDA-CLAVE                       PIC X(3).
           05  WS-ASSIGN-CERROJO                    PIC X(60).
      *
      *****************************************************************
      *               CONTADORES                                      *
           05 WC-CONTADOR                        PIC 9(7).
           05 WC-CONTADOR-EXCLUIDOS              PIC 9(7).
           05 WC-CONTADOR-EXCESOS                PIC 9(5).
           05 WC-NUM-DEPART                      PIC 9(3).
           05 WC-LINEA-PAGINA                    PIC 9(2).
           05 WC-PAGINA                          PIC 9(4).
           05 WC-MASA-ACTUAL                     PIC S9(13)V99.
      *               INICIO                                          *
      *****************************************************************
       1000-INICIO.
           INITIALIZE WS-CONTADORES.
      *
           OPEN EXTEND AUDITORIA.
      *
      *
           PERFORM 1020-CARGA-REGLAS
              THRU 1020-CARGA-REGLAS-EXIT.
      *
      *Y EL REPARTO DE COSTE DE LOS EMPLEADOS COMPARTIDOS
           PERFORM 1030-CARGA-REPARTO
              THRU 1030-CARGA-REPARTO-EXIT.
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
      *UN MAESTRO MAYOR QUE LA TABLA NO SE TRUNCA: LOS DEPARTAMENTOS
      *QUE NO CABEN PASARIAN AL CUBO SIN DEPARTAMENTO Y NO SE VERIA
      *SI ROMPEN SU PRESUPUESTO
           IF WC-NUM-DEPART >= LT-MAX-DEPART
                DISPLAY "FICHERO.DEPARTAMENTO.INDEXADO TIENE MAS DE "
                        LT-MAX-DEPART " DEPARTAMENTOS - COBOL685 "
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
           MOVE 0 TO WT-SALARIO-PROYECTADO(WC-NUM-DEPART).
       1011-LEE-DEPART-EXIT.
       EXIT.
      *
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
                MOVE LT-FICHERO5 TO WS-FICHERO-ERROR
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
      *             PROCESO: PROYECTA UN EMPLEADO                     *
      *****************************************************************
       3000-PROCESO.
           ADD WS-EMPLE-SALARIO      TO WC-MASA-ACTUAL.
           ADD WS-SALARIO-PROYECTADO TO WC-MASA-PROYECTADA.
      *
      *LA PLANTILLA SE CUENTA EN SU DEPARTAMENTO DE ORIGEN
           SET I TO 1.
           SEARCH WT-REG-TABLA
              AT END
                 ADD 1 TO WC-CONTADOR-OTRO
              WHEN WT-CODIGO-DEPART(I) = WS-EMPLE-DEPT
                 ADD 1 TO WT-PLANTILLA-REAL(I)
           END-SEARCH.
      *
      *Y LA MASA ACTUAL Y LA PROYECTADA SE IMPUTAN SEGUN SU REPARTO
      *DE COSTE SI TRABAJA PARA VARIOS DEPARTAMENTOS (COPY REPARTPR)
           MOVE WS-EMPLE-CODIGO  TO WQ-CODIGO.
           MOVE WS-EMPLE-DEPT    TO WQ-DEPT-ORIGEN.
           MOVE WS-EMPLE-SALARIO TO WQ-IMPORTE.
           PERFORM 9260-REPARTE-IMPORTE
              THRU 9260-REPARTE-IMPORTE-EXIT.
           PERFORM 3010-IMPUTA-ACTUAL
              THRU 3010-IMPUTA-ACTUAL-EXIT
              VARYING IQ-TRM FROM 1 BY 1
              UNTIL IQ-TRM > WQ-NUM-TRAMOS.
      *
           MOVE WS-SALARIO-PROYECTADO TO WQ-IMPORTE.
           PERFORM 9260-REPARTE-IMPORTE
              THRU 9260-REPARTE-IMPORTE-EXIT.
           PERFORM 3020-IMPUTA-PROYECTADO
              THRU 3020-IMPUTA-PROYECTADO-EXIT
              VARYING IQ-TRM FROM 1 BY 1
              UNTIL IQ-TRM > WQ-NUM-TRAMOS.
      *
       3000-PROCESO-LEE.
           PERFORM 9200-LEER-FICHERO
      *
       3000-PROCESO-EXIT.
       EXIT.
      *
       3010-IMPUTA-ACTUAL.
           SET I TO 1.
           SEARCH WT-REG-TABLA
              AT END
                 ADD WQ-TRM-IMPORTE(IQ-TRM) TO WC-SALARIO-OTRO
              WHEN WT-CODIGO-DEPART(I) = WQ-TRM-DEPT(IQ-TRM)
                 ADD WQ-TRM-IMPORTE(IQ-TRM) TO WT-SALARIO-REAL(I)
           END-SEARCH.
       3010-IMPUTA-ACTUAL-EXIT.
       EXIT.
      *
       3020-IMPUTA-PROYECTADO.
           SET I TO 1.
           SEARCH WT-REG-TABLA
              AT END
                 ADD WQ-TRM-IMPORTE(IQ-TRM) TO WC-SALARIO-OTRO-PROY
              WHEN WT-CODIGO-DEPART(I) = WQ-TRM-DEPT(IQ-TRM)
                 ADD WQ-TRM-IMPORTE(IQ-TRM)
                    TO WT-SALARIO-PROYECTADO(I)
           END-SEARCH.
       3020-IMPUTA-PROYECTADO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       DECIDE EL PORCENTAJE DE SUBIDA DEL EMPLEADO             *
              UNTIL I > WC-NUM-DEPART.
      *
      *EMPLEADOS CON DEPARTAMENTO NO RECONOCIDO, SI LOS HAY, PARA
      *QUE LAS FILAS SIGAN CUADRANDO CON EL TOTAL EMPRESA (O TRAMOS
      *DE REPARTO A UN DEPARTAMENTO QUE YA NO EXISTE)
           IF WC-CONTADOR-OTRO > 0
              OR WC-SALARIO-OTRO NOT = 0
                IF WC-LINEA-PAGINA >= LT-MAX-LINEAS-PAGINA
                     PERFORM 2000-IMPRIME-CABECERA
                        THRU 2000-IMPRIME-CABECERA-EXIT
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
