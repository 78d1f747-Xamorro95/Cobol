      *****************************************************************
      *           PROGRAMA DE MIGUEL ANTONIO CHAMORRO MARTINEZ        *
      *                                                               *
      *  PROVISION MENSUAL DE VACACIONES DEVENGADAS Y NO DISFRUTADAS: *
      *  CRUZA EL FICHERO DE DERECHOS QUE GRABA COBOL660              *
      *  (FICHERO.VACACIONES) CON LAS AUSENCIAS DE TIPO "V" DEL ANIO  *
      *  HASTA FIN DE MES (FICHERO.AUSENCIAS, CAPTURADAS POR          *
      *  COBOL665) Y CON EL SALARIO DEL MAESTRO DE EMPLEADOS. LOS     *
      *  DIAS DEVENGADOS SON LA PARTE DEL DERECHO ANUAL QUE           *
      *  CORRESPONDE A LOS MESES TRANSCURRIDOS; LOS PENDIENTES, LOS   *
      *  DEVENGADOS MENOS LOS TOMADOS, Y SU COSTE, LOS PENDIENTES POR *
      *  EL COSTE DIA (SALARIO ANUAL ENTRE 365). QUIEN HA TOMADO MAS  *
      *  DE LO DEVENGADO NO PROVISIONA NADA. IMPRIME UN LISTADO CON   *
      *  LA PROVISION POR EMPLEADO Y POR DEPARTAMENTO                 *
      *  (FICHERO.PROVISION.VACACIONES) Y GRABA DOS ASIENTOS CON EL   *
      *  FORMATO DE CABECERA, APUNTES Y COLA DE                       *
      *  FICHERO.CONTABILIDAD.APUNTES (VER COBOL760): LA DOTACION A   *
      *  FIN DE MES (FICHERO.CONTABILIDAD.PROVISION) Y SU REVERSION   *
      *  EL PRIMER DIA DEL MES SIGUIENTE                              *
      *  (FICHERO.CONTABILIDAD.REVERSION), PARA QUE CADA CIERRE       *
      *  CONTABILICE LA DEUDA COMPLETA SIN ARRASTRAR LA DEL MES       *
      *  ANTERIOR                                                     *
      *                                                               *
      *  EL GASTO DE LOS EMPLEADOS QUE TRABAJAN PARA VARIOS           *
      *  DEPARTAMENTOS SE REPARTE SEGUN FICHERO.REPARTO.COSTES (COPY  *
      *  REPARTPR), COMO EN COBOL760. PASO DE LA CADENA MENSUAL       *
      *  (RUN_MENSUAL.SH): ANOTA SU INICIO Y SU FIN EN                *
      *  FICHERO.CONTROL.EJECUCION (COPY RUNCTLPR)                    *
      *                                                               *
      *  LOS CENTROS DE COSTE SE CARGAN AL ARRANCAR RECORRIENDO EN    *
      *  ORDEN DE CODIGO EL MAESTRO INDEXADO DE DEPARTAMENTOS A       *
      *  TRAVES DE LA RUTINA COMUN RUTDEPAR (COPY RUTDEPPR), YA SIN   *
      *  LIMITE DE 24 DEPARTAMENTOS: LA TABLA Y SU PROVISION          *
      *  ACUMULADA ADMITEN HASTA 999 ENTRADAS                         *
      *                                                               *
      *  LOS DIAS QUE EL CIERRE DE ANIO (COBOL676) ARRASTRA AL ANIO   *
      *  DEL CIERRE (FICHERO.VACACIONES.ARRASTRE, COPY COPYARRAST) SE *
      *  SUMAN A LOS DEVENGADOS CON LA REGLA DEL SALDO DE COBOL675:   *
      *  CUENTAN ENTEROS HASTA SU FECHA DE CADUCIDAD Y, PASADA ESTA,  *
      *  SOLO LOS QUE SE CONSUMIERON CON LO TOMADO HASTA ESE DIA      *
      *                                                               *
      *  EMPRESAS DEL GRUPO: CADA EMPLEADO PROVISIONA EN SU EMPRESA   *
      *  (WS-EMPLE-EMPRESA, EN BLANCO LA PRINCIPAL, VER COPY EMPREPR) *
      *  Y CADA EMPRESA LLEVA SU PROPIA DOTACION Y SU PROPIA          *
      *  REVERSION CUADRADAS, CON SU CABECERA (CODIGO Y PREFIJO       *
      *  CONTABLE), SUS APUNTES Y SU COLA, COMO EN COBOL760. SOLO     *
      *  SALEN LAS EMPRESAS CON PROVISION, ADEMAS DE LA PRINCIPAL. UN *
      *  EMPLEADO DE UNA EMPRESA QUE NO ESTA EN EL MAESTRO DETIENE    *
      *  LOS ASIENTOS                                                 *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL677.
      *
      *****************************************************************
      *                  ENVIROMENT DIVISION                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *FICHERO DE DERECHOS DE VACACIONES GRABADO POR COBOL660
           SELECT DERECHOS
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.vacaciones"
             FILE STATUS IS WS-FILE-STATUS.
      *
      *MOVIMIENTOS DE AUSENCIA CAPTURADOS POR COBOL665
           SELECT AUSENCIAS
           ASSIGN TO "/home/forma2/cobol/ficheros/fichero.ausencias"
             FILE STATUS IS WS-FILE-STATUS-AUS.
      *
      *DIAS ARRASTRADOS DEL ANIO ANTERIOR POR EL CIERRE (COBOL676)
           SELECT ARRASTRE
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.vacaciones.arrastre"
             FILE STATUS IS WS-FILE-STATUS-ARR.
      *
      *LA RUTA SE RESUELVE EN TIEMPO DE EJECUCION EN EL PARRAFO
      *1005-SELECCION-FICHERO (VARIABLE DE ENTORNO COBOL677_FICHERO,
      *O LA RUTA POR DEFECTO SI NO ESTA FIJADA)
           SELECT FICHERO-ENTRADA
           ASSIGN TO WS-ASSIGN-FICHERO
             FILE STATUS IS WS-FILE-STATUS-ENT.
      *
           SELECT LISTADO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.provision.vacaciones"
             FILE STATUS IS WS-FILE-STATUS-LISTADO.
      *
      *ASIENTO DE DOTACION A FIN DE MES Y SU REVERSION EL DIA 1 DEL
      *MES SIGUIENTE, AMBOS CON EL FORMATO DE FICHERO.CONTABILIDAD.
      *APUNTES
           SELECT PROVISION
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.contabilidad.provision"
             FILE STATUS IS WS-FILE-STATUS-PRO.
      *
           SELECT REVERSION
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.contabilidad.reversion"
             FILE STATUS IS WS-FILE-STATUS-REV.
      *
      *FICHERO COMUN DE AUDITORIA DE ERRORES (VER COPY ERRAUDPR)
           COPY ERRAUDFC.
      *
      *FICHERO COMUN DE CONTROL DE EJECUCIONES (VER COPY RUNCTLPR)
           COPY RUNCTLFC.
      *
      *FICHERO DE FECHA DE PROCESO DE LA CADENA (VER COPY FECPROPR)
           COPY FECPROFC.
      *
      *REPARTO DE COSTE POR DEPARTAMENTOS (VER COPY REPARTPR)
           COPY REPARTFC.
      *
      *MAESTRO DE EMPRESAS DEL GRUPO (VER COPY EMPREPR)
           COPY EMPREFC.
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
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD DERECHOS.
       01  REG-DERECHO                            PIC X(13).
      *
       FD AUSENCIAS.
       01  REG-AUSENCIA                           PIC X(26).
      *
       FD ARRASTRE.
       01  REG-ARRASTRE                           PIC X(30).
      *
       FD FICHERO-ENTRADA.
       01  REG-EMPLE-ENTRADA                      PIC X(80).
      *
       FD LISTADO.
       01  REG-LISTADO                            PIC X(132).
      *
       FD PROVISION.
       01  REG-PROVISION                          PIC X(80).
      *
       FD REVERSION.
       01  REG-REVERSION                          PIC X(80).
      *
       COPY ERRAUDFD.
      *
       COPY RUNCTLFD.
      *
       COPY FECPROFD.
      *
       COPY CERROJFD.
      *
       COPY REPARTFD.
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
       COPY COPYEMPLE.
      *
      *****************************************************************
      *               REGISTRO DEL FICHERO DE DERECHOS                *
      *****************************************************************
      *EL MISMO TRAZADO QUE GRABA COBOL660
       01  WS-REG-DERECHO.
           05  WD-CODIGO                        PIC X(6).
           05  WD-DEPT                          PIC X(3).
           05  WD-BANDA                         PIC 9(1).
           05  WD-DIAS                          PIC 9(3).
      *
      *****************************************************************
      *               REGISTRO DEL FICHERO DE AUSENCIAS               *
      *****************************************************************
      *EL MISMO TRAZADO QUE GRABA COBOL665
       01  WS-REG-AUSENCIA.
           05  WZ-CODIGO                PIC X(6).
           05  WZ-TIPO                  PIC X(1).
                88  WZ-TIPO-VACACIONES  VALUE "V".
           05  WZ-FEC-DESDE             PIC 9(8).
           05  WZ-FEC-HASTA             PIC 9(8).
           05  WZ-DIAS                  PIC 9(3).
      *
      *****************************************************************
      *               REGISTRO DEL FICHERO DE ARRASTRE                *
      *****************************************************************
       COPY COPYARRAST.
      *
      *****************************************************************
      *               VARIABLES DE TABLAS                             *
      *****************************************************************
      *TABLA DE DERECHOS CON LOS DIAS TOMADOS EN EL ANIO Y EL SALARIO
      *DEL MAESTRO (EN EL ORDEN DE COBOL660: POR DEPARTAMENTO)
       01  WT-TABLA-SALDOS.
           05  WC-NUM-SALDOS            PIC 9(4) VALUE 0.
           05  WT-REG-SALDO OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-SALDOS
                  INDEXED BY IV.
                10  WT-SAL-CODIGO                PIC X(6).
                10  WT-SAL-DEPT                  PIC X(3).
                10  WT-SAL-DERECHO               PIC 9(3).
                10  WT-SAL-TOMADOS               PIC 9(3).
      *DIAS ARRASTRADOS DEL ANIO ANTERIOR, SU CADUCIDAD Y LOS DIAS
      *TOMADOS HASTA ESA FECHA (QUE SON LOS QUE CONSUMEN EL ARRASTRE)
                10  WT-SAL-ARRASTRE              PIC 9(3).
                10  WT-SAL-CADUCIDAD             PIC 9(8).
                10  WT-SAL-TOMADOS-CAD           PIC 9(3).
                10  WT-SAL-SALARIO               PIC S9(9)V99.
      *PROVISION CALCULADA Y POSICION DE SU EMPRESA EN LA TABLA DE
      *EMPRESAS, PARA LOS ASIENTOS DE CADA EMPRESA
                10  WT-SAL-PROVISION             PIC S9(11)V99.
                10  WT-SAL-NUM-EMPRESA           PIC 9(2).
                10  WT-SAL-MAESTRO               PIC X(1).
                     88  SAL-CON-SALARIO         VALUE "S".
                     88  SAL-SIN-SALARIO         VALUE "N".
      *
      *TABLA DEL MAESTRO DE DEPARTAMENTOS PARA AGREGAR LA PROVISION
      *POR CENTRO DE COSTE (LA MISMA AGREGACION QUE HACE COBOL760)
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
      *PROVISION ACUMULADA POR DEPARTAMENTO (EN PARALELO A LA TABLA)
       01  WT-TABLA-PROVISION.
           05 WT-PROV-DEPT
              OCCURS 1 TO 999 TIMES
              DEPENDING ON WC-NUM-DEPART         PIC S9(11)V99.
      *
      *****************************************************************
      *               REGISTROS DE LOS FICHEROS DE APUNTES            *
      *****************************************************************
      *EL MISMO FORMATO FIJO DE FICHERO.CONTABILIDAD.APUNTES (VER
      *COBOL760): TIPO "1" CABECERA, "2" APUNTE, "3" COLA
       01  WS-REG-CABECERA.
           05  FILLER                   PIC X(1)  VALUE "1".
           05  WJ-ORIGEN                PIC X(8).
           05  WJ-FECHA                 PIC 9(8).
           05  WJ-EMPRESA               PIC X(3).
           05  WJ-PREFIJO-CONTABLE      PIC X(4).
           05  FILLER                   PIC X(56) VALUE SPACES.
      *
       01  WS-REG-DETALLE.
           05  FILLER                   PIC X(1)  VALUE "2".
           05  WJ-CUENTA                PIC X(8).
           05  WJ-DEPT                  PIC X(3).
           05  WJ-DEBE-HABER            PIC X(1).
           05  WJ-IMPORTE               PIC 9(11)V99.
           05  WJ-CONCEPTO              PIC X(20).
           05  WJ-EMPRESA-APUNTE        PIC X(3).
           05  FILLER                   PIC X(31) VALUE SPACES.
      *
       01  WS-REG-COLA.
           05  FILLER                   PIC X(1)  VALUE "3".
           05  WJ-NUM-APUNTES           PIC 9(7).
           05  WJ-TOTAL-DEBE            PIC 9(13)V99.
           05  WJ-TOTAL-HABER           PIC 9(13)V99.
           05  FILLER                   PIC X(42) VALUE SPACES.
      *
      *****************************************************************
      *               AUDITORIA COMUN DE ERRORES                      *
      *****************************************************************
       COPY ERRAUDWS.
      *
      *****************************************************************
      *               CONTROL DE EJECUCIONES                          *
      *****************************************************************
       COPY RUNCTLWS.
      *
      *****************************************************************
      *               FECHA DE PROCESO                                *
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
      *               REPARTO DE COSTE POR DEPARTAMENTOS              *
      *****************************************************************
       COPY COPYREPART.
       COPY REPARTWS.
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
           05  SW-FIN-FICHERO                    PIC 9 VALUE 0.
                88 FIN-FICHERO                   VALUE 1.
                88 NO-FIN-FICHERO                VALUE 0.
           05  SW-ERRORES                        PIC 9 VALUE 0.
                88 SI-ERROR                      VALUE 1.
                88 NO-ERROR                      VALUE 0.
           05  SW-FIN-AUSENCIAS                  PIC 9 VALUE 0.
                88 FIN-AUSENCIAS                 VALUE 1.
                88 NO-FIN-AUSENCIAS              VALUE 0.
           05  SW-FIN-ARRASTRE                   PIC 9 VALUE 0.
                88 FIN-ARRASTRE                  VALUE 1.
                88 NO-FIN-ARRASTRE               VALUE 0.
           05  SW-SALDO                          PIC X VALUE "N".
                88 SALDO-ENCONTRADO              VALUE "S".
                88 SALDO-NO-ENCONTRADO           VALUE "N".
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
      *****************************************************************
       01  LT-LITERALES.
           05  LT-FICHERO1          PIC X(20) VALUE "VACACIONES".
           05  LT-FICHERO2          PIC X(20) VALUE "FICHERO.AUSENCIAS".
           05  LT-FICHERO3          PIC X(20) VALUE "FICHERO.EMPLEADO".
           05  LT-FICHERO3-DEFECTO  PIC X(60) VALUE
               "/home/forma2/cobol/ficheros/fichero.empleado".
           05  LT-FICHERO5          PIC X(20) VALUE "LISTADO".
           05  LT-FICHERO6          PIC X(20) VALUE "PROVISION".
           05  LT-FICHERO7          PIC X(20) VALUE "REVERSION".
           05  LT-FICHERO8          PIC X(20) VALUE "REPARTO.COSTES".
           05  LT-FICHERO9          PIC X(20) VALUE
                                      "VACACIONES.ARRASTRE".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL677".
           05  LT-RUTINA-DEPART     PIC X(15) VALUE "RUTDEPAR".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
           05  LT-MAX-LINEAS-PAGINA PIC 9(2) VALUE 60.
           05  LT-MAX-DEPART        PIC 9(3) VALUE 999.
      *EL COSTE DIA ES EL SALARIO ANUAL ENTRE LOS DIAS NATURALES DEL
      *ANIO (LOS MISMOS 365 DE COBOL700) Y LOS DIAS DEVENGADOS SON
      *LA PARTE DEL DERECHO ANUAL DE LOS MESES TRANSCURRIDOS
           05  LT-DIAS-ANIO         PIC 9(3) VALUE 365.
           05  LT-MESES-ANIO        PIC 9(2) VALUE 12.
           05  LT-ADELANTADO        PIC X(12) VALUE "ADELANTADO".
           05  LT-SIN-SALARIO       PIC X(12) VALUE "SIN SALARIO".
      *CUENTAS ACORDADAS CON CONTABILIDAD: EL GASTO VA A LA MISMA
      *CUENTA DE GASTO DE PERSONAL POR CENTRO DE COSTE QUE LA NOMINA
      *Y LA DEUDA A LA DE VACACIONES DEVENGADAS PENDIENTES DE PAGO
           05  LT-CUENTA-GASTO      PIC X(8) VALUE "64000000".
           05  LT-CUENTA-PROVISION  PIC X(8) VALUE "46510000".
           05  LT-CERROJO-REPARTO   PIC X(60) VALUE
               "/home/forma2/cobol/ficheros/fichero.reparto.cerrojo".
      *
      *****************************************************************
      *               TABLA DE DIAS POR MES                           *
      *****************************************************************
       01  LT-DIAS-POR-MES.
           05  FILLER  PIC X(24) VALUE "312831303130313130313031".
       01  LT-TABLA-MESES REDEFINES LT-DIAS-POR-MES.
           05  LT-DIAS-MES OCCURS 12 TIMES     PIC 9(2).
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
      *****************************************************************
       01  WS-VARIABLES.
           05  WS-FILE-STATUS                       PIC XX.
           05  WS-FILE-STATUS-AUS                   PIC XX.
           05  WS-FILE-STATUS-ARR                   PIC XX.
           05  WS-FILE-STATUS-ENT                   PIC XX.
           05  WS-FILE-STATUS-LISTADO               PIC XX.
           05  WS-FILE-STATUS-PRO                   PIC XX.
           05  WS-FILE-STATUS-REV                   PIC XX.
           05  WS-FILE-STATUS-ERROR                 PIC XX.
           05  WS-FICHERO-ERROR                     PIC X(20).
           05  WS-PARRAFO-ERROR                     PIC X(20).
           05  WS-OPERACION-ERROR                   PIC X(10).
           05  WS-ASSIGN-FICHERO                    PIC X(60).
           05  WS-ASSIGN-CERROJO                    PIC X(60).
      *FIN DEL MES DE LA FECHA DE PROCESO (FECHA DE LA DOTACION)
           05  WS-FECHA-CIERRE                      PIC 9(8).
           05  WS-FECHA-CIERRE-R REDEFINES WS-FECHA-CIERRE.
               10  WS-CIE-ANIO                      PIC 9(4).
               10  WS-CIE-MES                       PIC 9(2).
               10  WS-CIE-DIA                       PIC 9(2).
      *PRIMER DIA DEL ANIO DEL CIERRE: LAS VACACIONES TOMADAS ANTES
      *CORRESPONDEN AL DERECHO DEL ANIO ANTERIOR
           05  WS-FECHA-INICIO                      PIC 9(8).
           05  WS-FECHA-INICIO-R REDEFINES WS-FECHA-INICIO.
               10  WS-INI-ANIO                      PIC 9(4).
               10  WS-INI-MES                       PIC 9(2).
               10  WS-INI-DIA                       PIC 9(2).
      *PRIMER DIA DEL MES SIGUIENTE (FECHA DE LA REVERSION)
           05  WS-FECHA-REVERSION                   PIC 9(8).
           05  WS-FECHA-REVERSION-R REDEFINES WS-FECHA-REVERSION.
               10  WS-REV-ANIO                      PIC 9(4).
               10  WS-REV-MES                       PIC 9(2).
               10  WS-REV-DIA                       PIC 9(2).
           05  WS-COCIENTE                          PIC 9(4).
           05  WS-RESTO-4                           PIC 9(3).
           05  WS-RESTO-100                         PIC 9(3).
           05  WS-RESTO-400                         PIC 9(3).
           05  WS-DEVENGADOS                        PIC 9(3)V99.
           05  WS-ARR-UTIL                          PIC 9(3).
           05  WS-PENDIENTES                        PIC S9(3)V99.
           05  WS-COSTE-DIA                         PIC 9(7)V99.
           05  WS-PROVISION                         PIC S9(11)V99.
           05  WS-CONCEPTO-REVERSION                PIC X(20).
      *EMPRESA DEL ASIENTO EN CURSO
           05  WS-NUM-EMPRESA                       PIC 9(2).
      *
      *****************************************************************
      *               CONTADORES                                      *
      *****************************************************************
       01  WS-CONTADORES.
           05 WC-CONTADOR                        PIC 9(7).
           05 WC-CONTADOR-AUSENCIAS              PIC 9(7).
           05 WC-CONTADOR-EMPLEADOS              PIC 9(7).
           05 WC-CONTADOR-SIN-DERECHO            PIC 9(7).
           05 WC-CONTADOR-SIN-SALARIO            PIC 9(7).
           05 WC-CONTADOR-ADELANTADOS            PIC 9(7).
           05 WC-CONTADOR-APUNTES                PIC 9(7).
           05 WC-NUM-DEPART                      PIC 9(3).
           05 WC-PROV-OTRO                       PIC S9(11)V99.
           05 WC-TOTAL-PROVISION                 PIC S9(13)V99.
           05 WC-TOTAL-DEBE                      PIC S9(13)V99.
           05 WC-TOTAL-HABER                     PIC S9(13)V99.
           05 WC-LINEA-PAGINA                    PIC 9(2).
           05 WC-PAGINA                          PIC 9(4).
      *LOS IMPORTES DE ARRIBA (SALVO WC-TOTAL-PROVISION) SON DEL
      *ASIENTO DE LA EMPRESA EN CURSO; ESTOS SON DE ESA EMPRESA O DE
      *TODO EL GRUPO
           05 WC-EMP-PROVISION                   PIC S9(13)V99.
           05 WC-EMP-APUNTES                     PIC 9(7).
           05 WC-ASIENTOS                        PIC 9(3).
           05 WC-SALDOS-SIN-EMPRESA              PIC 9(7).
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
                    VALUE "PROVISION DE VACACIONES AL CIERRE".
           05  FILLER                 PIC X(10) VALUE "CIERRE: ".
           05  WT-FECHA               PIC 9999/99/99.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(7)  VALUE "PAGINA ".
           05  WT-PAGINA              PIC ZZZ9.
      *
       01  WS-LINEA-COLUMNAS.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(8)  VALUE "CODIGO".
           05  FILLER                 PIC X(6)  VALUE "DEPT".
           05  FILLER                 PIC X(9)  VALUE "DERECHO".
           05  FILLER                 PIC X(9)  VALUE "ARRASTRE".
           05  FILLER                 PIC X(9)  VALUE "DEVENG.".
           05  FILLER                 PIC X(9)  VALUE "TOMADOS".
           05  FILLER                 PIC X(10) VALUE "PENDIENTE".
           05  FILLER                 PIC X(12) VALUE "COSTE DIA".
           05  FILLER                 PIC X(16) VALUE "PROVISION".
           05  FILLER                 PIC X(12) VALUE "MARCA".
      *
       01  WS-LINEA-COLUMNAS-DEPT.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(5)  VALUE "DEPT".
           05  FILLER                 PIC X(23) VALUE "NOMBRE".
           05  FILLER                 PIC X(16) VALUE "PROVISION".
      *
      *****************************************************************
      *               LINEA DE DETALLE POR EMPLEADO                   *
      *****************************************************************
       01  WS-LINEA-DETALLE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-CODIGO              PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-DEPT                PIC X(3).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WL-DERECHO             PIC ZZ9.
           05  FILLER                 PIC X(6)  VALUE SPACES.
           05  WL-ARRASTRE            PIC ZZ9.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  WL-DEVENGADOS          PIC ZZ9.99.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  WL-TOMADOS             PIC ZZ9.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WL-PENDIENTES          PIC -ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-COSTE-DIA           PIC Z(6)9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-PROVISION           PIC Z(10)9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-MARCA               PIC X(12).
      *
      *****************************************************************
      *               LINEA DE TOTAL POR DEPARTAMENTO                 *
      *****************************************************************
       01  WS-LINEA-DEPART.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WLD-DEPT               PIC X(3).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WLD-NOMBRE             PIC X(22).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WLD-PROVISION          PIC Z(10)9.99.
      *
      *****************************************************************
      *               PROCEDURE  DIVISION.                            *
      *****************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT.
      *
      *ACUMULAMOS LOS DIAS TOMADOS EN EL ANIO SOBRE LA TABLA
           PERFORM 3000-PROCESO
              THRU 3000-PROCESO-EXIT
              UNTIL FIN-AUSENCIAS.
      *
      *CALCULAMOS E IMPRIMIMOS LA PROVISION DE CADA EMPLEADO
           PERFORM 4000-CALCULA-PROVISION
              THRU 4000-CALCULA-PROVISION-EXIT.
      *
      *Y LA DE CADA DEPARTAMENTO
           PERFORM 5000-IMPRIME-DEPARTAMENTOS
              THRU 5000-IMPRIME-DEPARTAMENTOS-EXIT.
      *
           PERFORM 6000-GENERA-ASIENTOS
              THRU 6000-GENERA-ASIENTOS-EXIT.
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
      *TOMAMOS LA FECHA DE PROCESO DE LA CADENA Y DEJAMOS CONSTANCIA
      *DEL ARRANQUE EN EL CONTROL DE EJECUCIONES
           PERFORM 9900-OBTEN-FECHA-PROCESO
              THRU 9900-OBTEN-FECHA-PROCESO-EXIT.
           PERFORM 9700-REGISTRA-INICIO
              THRU 9700-REGISTRA-INICIO-EXIT.
      *
      *ABRIMOS EL FICHERO COMUN DE AUDITORIA DE ERRORES ANTES QUE
      *NINGUN OTRO. NO SE COMPRUEBA EL FILE STATUS: SI LA PROPIA
      *AUDITORIA NO SE PUEDE ABRIR NO QUEREMOS DETENER EL PROCESO
           OPEN EXTEND AUDITORIA.
      *
      *FECHAS DEL CIERRE Y DE LA REVERSION A PARTIR DE LA DE PROCESO
           PERFORM 1001-FECHAS-CIERRE
              THRU 1001-FECHAS-CIERRE-EXIT.
      *
           PERFORM 1005-SELECCION-FICHERO
              THRU 1005-SELECCION-FICHERO-EXIT.
      *
      *CARGAMOS LA TABLA DE DEPARTAMENTOS DESDE EL FICHERO MAESTRO
           PERFORM 1010-CARGA-TABLA
              THRU 1010-CARGA-TABLA-EXIT.
      *
      *Y EL REPARTO DE COSTE DE LOS EMPLEADOS COMPARTIDOS
           PERFORM 1020-CARGA-REPARTO
              THRU 1020-CARGA-REPARTO-EXIT.
      *
      *Y LAS EMPRESAS DEL GRUPO: SIN ELLAS NO SE SABE EN QUE ASIENTO
      *VA LA PROVISION DE CADA EMPLEADO
           PERFORM 9970-CARGA-EMPRESAS
              THRU 9970-CARGA-EMPRESAS-EXIT.
           IF EMP-CARGA-ERROR
                DISPLAY "NO SE PUEDE CARGAR FICHERO.EMPRESAS (FILE "
                        "STATUS " WS-FILE-STATUS-EMR ") - COBOL677 "
                        "DETENIDO"
                CLOSE AUDITORIA
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
      *LOS DERECHOS DE COBOL660 Y EL SALARIO DE CADA EMPLEADO
           PERFORM 1030-CARGA-DERECHOS
              THRU 1030-CARGA-DERECHOS-EXIT.
      *
      *MAS LOS DIAS QUE TRAEN DEL CIERRE DEL ANIO ANTERIOR
           PERFORM 1035-CARGA-ARRASTRE
              THRU 1035-CARGA-ARRASTRE-EXIT.
      *
           PERFORM 1040-CARGA-SALARIOS
              THRU 1040-CARGA-SALARIOS-EXIT.
      *
           OPEN INPUT AUSENCIAS.
           IF WS-FILE-STATUS-AUS = 35
                DISPLAY "AVISO: NO SE ENCUENTRA " LT-FICHERO2
                DISPLAY "       PROVISION SIN DIAS TOMADOS"
                SET FIN-AUSENCIAS TO TRUE
           ELSE
                IF WS-FILE-STATUS-AUS NOT = 00
                     MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                     MOVE LT-OPEN TO WS-OPERACION-ERROR
                     MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                     MOVE WS-FILE-STATUS-AUS TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
      *
           OPEN OUTPUT LISTADO.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO5 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           OPEN OUTPUT PROVISION.
           IF WS-FILE-STATUS-PRO NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO6 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-PRO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           OPEN OUTPUT REVERSION.
           IF WS-FILE-STATUS-REV NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO7 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-REV TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 2000-IMPRIME-CABECERA
              THRU 2000-IMPRIME-CABECERA-EXIT.
      *
           IF NOT FIN-AUSENCIAS
                PERFORM 9200-LEER-FICHERO
                   THRU 9200-LEER-FICHERO-EXIT
           END-IF.
       1000-INICIO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       FECHAS DEL CIERRE, DEL INICIO DEL ANIO Y DE LA REVERSION*
      *****************************************************************
       1001-FECHAS-CIERRE.
      *LA DOTACION SE FECHA EL ULTIMO DIA DEL MES DE PROCESO
           MOVE WS-FECHA-PROCESO TO WS-FECHA-CIERRE.
           PERFORM 1002-DIAS-DEL-MES
              THRU 1002-DIAS-DEL-MES-EXIT.
      *
           MOVE WS-CIE-ANIO TO WS-INI-ANIO.
           MOVE 1           TO WS-INI-MES.
           MOVE 1           TO WS-INI-DIA.
      *
      *Y SE REVIERTE EL PRIMER DIA DEL MES SIGUIENTE
           MOVE 1 TO WS-REV-DIA.
           IF WS-CIE-MES < 12
                MOVE WS-CIE-ANIO TO WS-REV-ANIO
                COMPUTE WS-REV-MES = WS-CIE-MES + 1
           ELSE
                COMPUTE WS-REV-ANIO = WS-CIE-ANIO + 1
                MOVE 1 TO WS-REV-MES
           END-IF.
      *
       1001-FECHAS-CIERRE-EXIT.
       EXIT.
      *
      *****************************************************************
      *       ULTIMO DIA DEL MES DE WS-FECHA-CIERRE (CON BISIESTOS)   *
      *****************************************************************
       1002-DIAS-DEL-MES.
           MOVE LT-DIAS-MES(WS-CIE-MES) TO WS-CIE-DIA.
      *
      *FEBRERO TIENE 29 EN ANIO BISIESTO: DIVISIBLE POR 4 Y NO POR
      *100, SALVO LOS DIVISIBLES POR 400 (EL MISMO CALCULO QUE
      *COBOL665)
           IF WS-CIE-MES = 2
                DIVIDE WS-CIE-ANIO BY 4
                   GIVING WS-COCIENTE REMAINDER WS-RESTO-4
                DIVIDE WS-CIE-ANIO BY 100
                   GIVING WS-COCIENTE REMAINDER WS-RESTO-100
                DIVIDE WS-CIE-ANIO BY 400
                   GIVING WS-COCIENTE REMAINDER WS-RESTO-400
                IF (WS-RESTO-4 = 0 AND WS-RESTO-100 NOT = 0)
                   OR WS-RESTO-400 = 0
                     MOVE 29 TO WS-CIE-DIA
                END-IF
           END-IF.
      *
       1002-DIAS-DEL-MES-EXIT.
       EXIT.
      *
      *****************************************************************
      *       SELECCION DEL FICHERO DE EMPLEADOS                      *
      *****************************************************************
       1005-SELECCION-FICHERO.
           ACCEPT WS-ASSIGN-FICHERO FROM ENVIRONMENT "COBOL677_FICHERO".
           IF WS-ASSIGN-FICHERO = SPACES
                MOVE LT-FICHERO3-DEFECTO TO WS-ASSIGN-FICHERO
           END-IF.
      *
       1005-SELECCION-FICHERO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CARGA DEL MAESTRO DE DEPARTAMENTOS                      *
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
      *UN MAESTRO MAYOR QUE LA TABLA NO SE TRUNCA: LA PROVISION DE
      *LOS CENTROS QUE NO CABEN SE IMPUTARIA COMO SIN DEPARTAMENTO
           IF WC-NUM-DEPART >= LT-MAX-DEPART
                DISPLAY "FICHERO.DEPARTAMENTO.INDEXADO TIENE MAS DE "
                        LT-MAX-DEPART " DEPARTAMENTOS - COBOL677 "
                        "DETENIDO"
                PERFORM 9855-CIERRA-DEPARTAMENTOS
                   THRU 9855-CIERRA-DEPARTAMENTOS-EXIT
                CLOSE AUDITORIA
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
           ADD 1 TO WC-NUM-DEPART.
           MOVE CP300O-DEPART TO WT-REG-TABLA(WC-NUM-DEPART).
           MOVE 0 TO WT-PROV-DEPT(WC-NUM-DEPART).
       1011-LEE-DEPART-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CARGA DEL REPARTO DE COSTE POR DEPARTAMENTOS            *
      *****************************************************************
       1020-CARGA-REPARTO.
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
                MOVE LT-FICHERO8 TO WS-FICHERO-ERROR
                MOVE "1020-CARGA-REPARTO" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-REP TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
       1020-CARGA-REPARTO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CARGA DE LOS DERECHOS DE VACACIONES (COBOL660)          *
      *****************************************************************
       1030-CARGA-DERECHOS.
      *SIN FICHERO DE DERECHOS NO HAY NADA QUE PROVISIONAR: HAY QUE
      *LANZAR ANTES COBOL660
           OPEN INPUT DERECHOS.
           IF WS-FILE-STATUS NOT = 00
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE "1030-CARGA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 1031-LEE-DERECHO
              THRU 1031-LEE-DERECHO-EXIT
              UNTIL FIN-FICHERO
                 OR WC-NUM-SALDOS >= 5000.
      *
           CLOSE DERECHOS.
      *
           IF NOT FIN-FICHERO
                DISPLAY "EL FICHERO DE DERECHOS SUPERA LAS 5000 "
                        "ENTRADAS DE LA TABLA - DETENIDO"
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
           SET NO-FIN-FICHERO TO TRUE.
      *
       1030-CARGA-DERECHOS-EXIT.
       EXIT.
      *
       1031-LEE-DERECHO.
           READ DERECHOS INTO WS-REG-DERECHO
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS = 00
                ADD 1 TO WC-NUM-SALDOS
                MOVE WD-CODIGO TO WT-SAL-CODIGO(WC-NUM-SALDOS)
                MOVE WD-DEPT   TO WT-SAL-DEPT(WC-NUM-SALDOS)
                MOVE WD-DIAS   TO WT-SAL-DERECHO(WC-NUM-SALDOS)
                MOVE 0         TO WT-SAL-TOMADOS(WC-NUM-SALDOS)
                MOVE 0         TO WT-SAL-ARRASTRE(WC-NUM-SALDOS)
                MOVE 0         TO WT-SAL-CADUCIDAD(WC-NUM-SALDOS)
                MOVE 0         TO WT-SAL-TOMADOS-CAD(WC-NUM-SALDOS)
                MOVE 0         TO WT-SAL-SALARIO(WC-NUM-SALDOS)
                MOVE 0         TO WT-SAL-PROVISION(WC-NUM-SALDOS)
                MOVE 1         TO WT-SAL-NUM-EMPRESA(WC-NUM-SALDOS)
                SET SAL-SIN-SALARIO(WC-NUM-SALDOS) TO TRUE
           ELSE
                IF WS-FILE-STATUS NOT = 10
                     MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                     MOVE "1031-LEE-DERECHO" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
       1031-LEE-DERECHO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CARGA DEL ARRASTRE DEL ANIO ANTERIOR (COBOL676)         *
      *****************************************************************
       1035-CARGA-ARRASTRE.
      *SIN FICHERO (AUN NO SE HA HECHO NINGUN CIERRE) NADIE TRAE DIAS
           OPEN INPUT ARRASTRE.
           IF WS-FILE-STATUS-ARR = 35
                GO TO 1035-CARGA-ARRASTRE-EXIT
           END-IF.
           IF WS-FILE-STATUS-ARR NOT = 00
                MOVE LT-FICHERO9 TO WS-FICHERO-ERROR
                MOVE "1035-CARGA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-ARR TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 1036-LEE-ARRASTRE
              THRU 1036-LEE-ARRASTRE-EXIT
              UNTIL FIN-ARRASTRE.
      *
           CLOSE ARRASTRE.
      *
       1035-CARGA-ARRASTRE-EXIT.
       EXIT.
      *
       1036-LEE-ARRASTRE.
           READ ARRASTRE INTO WS-REG-ARRASTRE
              AT END SET FIN-ARRASTRE TO TRUE.
           IF WS-FILE-STATUS-ARR = 10
                GO TO 1036-LEE-ARRASTRE-EXIT
           END-IF.
           IF WS-FILE-STATUS-ARR NOT = 00
                MOVE LT-FICHERO9 TO WS-FICHERO-ERROR
                MOVE "1036-LEE-ARRASTRE" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-ARR TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *SOLO EL ARRASTRE AL ANIO DEL CIERRE; UN EMPLEADO SIN DERECHO
      *EN FICHERO.VACACIONES NO LO USA (IGUAL QUE EN COBOL675)
           IF WVA-ANIO NOT = WS-CIE-ANIO
              OR WVA-DIAS = 0
                GO TO 1036-LEE-ARRASTRE-EXIT
           END-IF.
           SET SALDO-NO-ENCONTRADO TO TRUE.
           PERFORM 1037-ASIGNA-ARRASTRE
              THRU 1037-ASIGNA-ARRASTRE-EXIT
              VARYING IV FROM 1 BY 1
              UNTIL IV > WC-NUM-SALDOS
                 OR SALDO-ENCONTRADO.
      *
       1036-LEE-ARRASTRE-EXIT.
       EXIT.
      *
       1037-ASIGNA-ARRASTRE.
           IF WT-SAL-CODIGO(IV) = WVA-CODIGO
                SET SALDO-ENCONTRADO TO TRUE
                MOVE WVA-DIAS      TO WT-SAL-ARRASTRE(IV)
                MOVE WVA-CADUCIDAD TO WT-SAL-CADUCIDAD(IV)
           END-IF.
       1037-ASIGNA-ARRASTRE-EXIT.
       EXIT.
      *
      *****************************************************************
      *       SALARIO DE CADA EMPLEADO CON DERECHO                    *
      *****************************************************************
       1040-CARGA-SALARIOS.
           OPEN INPUT FICHERO-ENTRADA.
           IF WS-FILE-STATUS-ENT NOT = 00
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE "1040-CARGA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-ENT TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 1041-LEE-EMPLEADO
              THRU 1041-LEE-EMPLEADO-EXIT
              UNTIL FIN-FICHERO.
      *
           CLOSE FICHERO-ENTRADA.
           SET NO-FIN-FICHERO TO TRUE.
      *
       1040-CARGA-SALARIOS-EXIT.
       EXIT.
      *
       1041-LEE-EMPLEADO.
           READ FICHERO-ENTRADA INTO WS-REG-EMPLEADO
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS-ENT = 10
                GO TO 1041-LEE-EMPLEADO-EXIT
           END-IF.
           IF WS-FILE-STATUS-ENT NOT = 00
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE "1041-LEE-EMPLEADO" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-ENT TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-CONTADOR-EMPLEADOS.
      *
      *EL SALARIO ES EL DEL REGISTRO NORMAL DEL EMPLEADO DE ALTA: LOS
      *AJUSTES Y LAS BAJAS NO TIENEN DERECHO (VER COBOL660)
           IF WS-EMPLE-REG-AJUSTE
              OR WS-EMPLE-EST-BAJA
                GO TO 1041-LEE-EMPLEADO-EXIT
           END-IF.
      *
           SET SALDO-NO-ENCONTRADO TO TRUE.
           PERFORM 1042-ASIGNA-SALARIO
              THRU 1042-ASIGNA-SALARIO-EXIT
              VARYING IV FROM 1 BY 1
              UNTIL IV > WC-NUM-SALDOS
                 OR SALDO-ENCONTRADO.
      *
       1041-LEE-EMPLEADO-EXIT.
       EXIT.
      *
       1042-ASIGNA-SALARIO.
           IF WT-SAL-CODIGO(IV) NOT = WS-EMPLE-CODIGO
                GO TO 1042-ASIGNA-SALARIO-EXIT
           END-IF.
           SET SALDO-ENCONTRADO TO TRUE.
           MOVE WS-EMPLE-SALARIO TO WT-SAL-SALARIO(IV).
           SET SAL-CON-SALARIO(IV) TO TRUE.
      *
      *LA PROVISION VA AL ASIENTO DE LA EMPRESA DEL EMPLEADO
           MOVE WS-EMPLE-EMPRESA TO WEM-BUSCA-CODIGO.
           PERFORM 9975-BUSCA-EMPRESA
              THRU 9975-BUSCA-EMPRESA-EXIT.
           IF EMP-NO-ENCONTRADA
                ADD 1 TO WC-SALDOS-SIN-EMPRESA
                DISPLAY "EMPRESA DESCONOCIDA - EMPLEADO: "
                        WS-EMPLE-CODIGO " EMPRESA: " WS-EMPLE-EMPRESA
           ELSE
                MOVE WEM-POSICION TO WT-SAL-NUM-EMPRESA(IV)
           END-IF.
       1042-ASIGNA-SALARIO-EXIT.
       EXIT.
      *
      *****************************************************************
      *             PROCESO: ACUMULA UNA AUSENCIA                     *
      *****************************************************************
       3000-PROCESO.
      *SOLO CONSUMEN DERECHO LAS VACACIONES DEL ANIO DEL CIERRE QUE
      *EMPIEZAN HASTA EL FIN DE MES
           IF NOT WZ-TIPO-VACACIONES
              OR WZ-FEC-DESDE < WS-FECHA-INICIO
              OR WZ-FEC-DESDE > WS-FECHA-CIERRE
                GO TO 3000-PROCESO-LEE
           END-IF.
      *
           SET SALDO-NO-ENCONTRADO TO TRUE.
           PERFORM 3100-BUSCA-SALDO
              THRU 3100-BUSCA-SALDO-EXIT.
      *
           IF SALDO-NO-ENCONTRADO
                ADD 1 TO WC-CONTADOR-SIN-DERECHO
                DISPLAY "AUSENCIA SIN DERECHO CALCULADO - EMPLEADO: "
                     WZ-CODIGO
           END-IF.
      *
       3000-PROCESO-LEE.
           PERFORM 9200-LEER-FICHERO
              THRU 9200-LEER-FICHERO-EXIT.
      *
       3000-PROCESO-EXIT.
       EXIT.
      *
       3100-BUSCA-SALDO.
           PERFORM 3110-COMPARA-SALDO
              THRU 3110-COMPARA-SALDO-EXIT
              VARYING IV FROM 1 BY 1
              UNTIL IV > WC-NUM-SALDOS
                 OR SALDO-ENCONTRADO.
       3100-BUSCA-SALDO-EXIT.
       EXIT.
      *
       3110-COMPARA-SALDO.
           IF WT-SAL-CODIGO(IV) = WZ-CODIGO
                SET SALDO-ENCONTRADO TO TRUE
                ADD WZ-DIAS TO WT-SAL-TOMADOS(IV)
                IF WZ-FEC-DESDE NOT > WT-SAL-CADUCIDAD(IV)
                     ADD WZ-DIAS TO WT-SAL-TOMADOS-CAD(IV)
                END-IF
           END-IF.
       3110-COMPARA-SALDO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CALCULA E IMPRIME LA PROVISION DE CADA EMPLEADO         *
      *****************************************************************
       4000-CALCULA-PROVISION.
           PERFORM 4010-PROVISION-EMPLEADO
              THRU 4010-PROVISION-EMPLEADO-EXIT
              VARYING IV FROM 1 BY 1
              UNTIL IV > WC-NUM-SALDOS.
      *
       4000-CALCULA-PROVISION-EXIT.
       EXIT.
      *
       4010-PROVISION-EMPLEADO.
           IF WC-LINEA-PAGINA >= LT-MAX-LINEAS-PAGINA
                PERFORM 2000-IMPRIME-CABECERA
                   THRU 2000-IMPRIME-CABECERA-EXIT
           END-IF.
      *
      *EL ARRASTRE CUENTA ENTERO HASTA SU CADUCIDAD; PASADA ESTA,
      *SOLO LO QUE SE LLEGO A CONSUMIR CON LO TOMADO HASTA ESE DIA
      *(REGLA DE COBOL675, A LA FECHA DEL CIERRE)
           IF WT-SAL-ARRASTRE(IV) = 0
              OR WS-FECHA-CIERRE NOT > WT-SAL-CADUCIDAD(IV)
                MOVE WT-SAL-ARRASTRE(IV) TO WS-ARR-UTIL
           ELSE
                IF WT-SAL-TOMADOS-CAD(IV) < WT-SAL-ARRASTRE(IV)
                     MOVE WT-SAL-TOMADOS-CAD(IV) TO WS-ARR-UTIL
                ELSE
                     MOVE WT-SAL-ARRASTRE(IV) TO WS-ARR-UTIL
                END-IF
           END-IF.
      *
      *DIAS DEVENGADOS HASTA EL CIERRE (MAS EL ARRASTRE UTIL, QUE YA
      *ESTA DEVENGADO ENTERO) Y PENDIENTES DE DISFRUTAR
           COMPUTE WS-DEVENGADOS ROUNDED =
                   WT-SAL-DERECHO(IV) * WS-CIE-MES / LT-MESES-ANIO
                   + WS-ARR-UTIL.
           COMPUTE WS-PENDIENTES =
                   WS-DEVENGADOS - WT-SAL-TOMADOS(IV).
           MOVE 0      TO WS-COSTE-DIA.
           MOVE 0      TO WS-PROVISION.
           MOVE SPACES TO WL-MARCA.
      *
      *UN DERECHO SIN EMPLEADO DE ALTA EN EL MAESTRO (BAJA POSTERIOR
      *AL CALCULO DE COBOL660) NO TIENE SALARIO CON QUE VALORARLO;
      *QUIEN HA TOMADO MAS DE LO DEVENGADO NO GENERA DEUDA
           IF SAL-SIN-SALARIO(IV)
                MOVE LT-SIN-SALARIO TO WL-MARCA
                ADD 1 TO WC-CONTADOR-SIN-SALARIO
           ELSE
                COMPUTE WS-COSTE-DIA ROUNDED =
                        WT-SAL-SALARIO(IV) / LT-DIAS-ANIO
                IF WS-PENDIENTES > 0
                     COMPUTE WS-PROVISION ROUNDED =
                        WS-PENDIENTES * WT-SAL-SALARIO(IV)
                        / LT-DIAS-ANIO
                END-IF
                IF WS-PENDIENTES < 0
                     MOVE LT-ADELANTADO TO WL-MARCA
                     ADD 1 TO WC-CONTADOR-ADELANTADOS
                END-IF
           END-IF.
      *
      *LA PROVISION SE IMPUTA AL CENTRO DE COSTE DEL EMPLEADO, O A
      *LOS DE SU REPARTO SI TRABAJA PARA VARIOS DEPARTAMENTOS
           IF WS-PROVISION > 0
                MOVE WT-SAL-CODIGO(IV) TO WQ-CODIGO
                MOVE WT-SAL-DEPT(IV)   TO WQ-DEPT-ORIGEN
                MOVE WS-PROVISION      TO WQ-IMPORTE
                PERFORM 9260-REPARTE-IMPORTE
                   THRU 9260-REPARTE-IMPORTE-EXIT
                PERFORM 4020-IMPUTA-PROVISION
                   THRU 4020-IMPUTA-PROVISION-EXIT
                   VARYING IQ-TRM FROM 1 BY 1
                   UNTIL IQ-TRM > WQ-NUM-TRAMOS
                ADD WS-PROVISION TO WC-TOTAL-PROVISION
           END-IF.
           MOVE WS-PROVISION TO WT-SAL-PROVISION(IV).
      *
           MOVE WT-SAL-CODIGO(IV)  TO WL-CODIGO.
           MOVE WT-SAL-DEPT(IV)    TO WL-DEPT.
           MOVE WT-SAL-DERECHO(IV) TO WL-DERECHO.
           MOVE WT-SAL-ARRASTRE(IV) TO WL-ARRASTRE.
           MOVE WS-DEVENGADOS      TO WL-DEVENGADOS.
           MOVE WT-SAL-TOMADOS(IV) TO WL-TOMADOS.
           MOVE WS-PENDIENTES      TO WL-PENDIENTES.
           MOVE WS-COSTE-DIA       TO WL-COSTE-DIA.
           MOVE WS-PROVISION       TO WL-PROVISION.
      *
           MOVE WS-LINEA-DETALLE TO WS-LINEA-IMPRIMIR.
           PERFORM 2900-ESCRIBE-LINEA
              THRU 2900-ESCRIBE-LINEA-EXIT.
           ADD 1 TO WC-CONTADOR.
      *
       4010-PROVISION-EMPLEADO-EXIT.
       EXIT.
      *
       4020-IMPUTA-PROVISION.
           SET I TO 1.
           SEARCH WT-REG-TABLA
              AT END
                 ADD WQ-TRM-IMPORTE(IQ-TRM) TO WC-PROV-OTRO
              WHEN WT-CODIGO-DEPART(I) = WQ-TRM-DEPT(IQ-TRM)
                 ADD WQ-TRM-IMPORTE(IQ-TRM) TO WT-PROV-DEPT(I)
           END-SEARCH.
       4020-IMPUTA-PROVISION-EXIT.
       EXIT.
      *
      *****************************************************************
      *       IMPRIME LA PROVISION DE CADA DEPARTAMENTO               *
      *****************************************************************
       5000-IMPRIME-DEPARTAMENTOS.
           PERFORM 2100-CABECERA-DEPART
              THRU 2100-CABECERA-DEPART-EXIT.
      *
           PERFORM 5010-IMPRIME-DEPART
              THRU 5010-IMPRIME-DEPART-EXIT
              VARYING I FROM 1 BY 1
              UNTIL I > WC-NUM-DEPART.
      *
      *PROVISION DE EMPLEADOS CON DEPARTAMENTO NO RECONOCIDO
           IF WC-PROV-OTRO NOT = 0
                MOVE "???"                 TO WLD-DEPT
                MOVE "SIN DEPT RECONOCIDO" TO WLD-NOMBRE
                MOVE WC-PROV-OTRO          TO WLD-PROVISION
                MOVE WS-LINEA-DEPART TO WS-LINEA-IMPRIMIR
                PERFORM 2900-ESCRIBE-LINEA
                   THRU 2900-ESCRIBE-LINEA-EXIT
           END-IF.
      *
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           PERFORM 2900-ESCRIBE-LINEA
              THRU 2900-ESCRIBE-LINEA-EXIT.
           MOVE "TOT"                 TO WLD-DEPT.
           MOVE "TOTAL EMPRESA"       TO WLD-NOMBRE.
           MOVE WC-TOTAL-PROVISION    TO WLD-PROVISION.
           MOVE WS-LINEA-DEPART TO WS-LINEA-IMPRIMIR.
           PERFORM 2900-ESCRIBE-LINEA
              THRU 2900-ESCRIBE-LINEA-EXIT.
      *
       5000-IMPRIME-DEPARTAMENTOS-EXIT.
       EXIT.
      *
       5010-IMPRIME-DEPART.
           IF WT-PROV-DEPT(I) = 0
                GO TO 5010-IMPRIME-DEPART-EXIT
           END-IF.
           IF WC-LINEA-PAGINA >= LT-MAX-LINEAS-PAGINA
                PERFORM 2100-CABECERA-DEPART
                   THRU 2100-CABECERA-DEPART-EXIT
           END-IF.
      *
           MOVE WT-CODIGO-DEPART(I) TO WLD-DEPT.
           MOVE WT-NOMBRE-DEPART(I) TO WLD-NOMBRE.
           MOVE WT-PROV-DEPT(I)     TO WLD-PROVISION.
           MOVE WS-LINEA-DEPART TO WS-LINEA-IMPRIMIR.
           PERFORM 2900-ESCRIBE-LINEA
              THRU 2900-ESCRIBE-LINEA-EXIT.
      *
       5010-IMPRIME-DEPART-EXIT.
       EXIT.
      *
      *****************************************************************
      *       GENERA LOS ASIENTOS DE DOTACION Y DE REVERSION          *
      *****************************************************************
       6000-GENERA-ASIENTOS.
      *UN EMPLEADO DE UNA EMPRESA QUE NO ESTA EN EL MAESTRO NO TIENE
      *ASIENTO EN EL QUE IR: SE DETIENE ANTES DE GRABAR NINGUNO
           IF WC-SALDOS-SIN-EMPRESA > 0
                DISPLAY "EMPLEADOS DE EMPRESA DESCONOCIDA: "
                        WC-SALDOS-SIN-EMPRESA " - ASIENTOS DETENIDOS"
                SET SI-ERROR TO TRUE
                GO TO 6000-GENERA-ASIENTOS-EXIT
           END-IF.
      *
      *UNA DOTACION Y UNA REVERSION POR EMPRESA DEL GRUPO; UN ASIENTO
      *DESCUADRADO DETIENE LOS SIGUIENTES
           PERFORM 6050-ASIENTO-EMPRESA
              THRU 6050-ASIENTO-EMPRESA-EXIT
              VARYING WS-NUM-EMPRESA FROM 1 BY 1
              UNTIL WS-NUM-EMPRESA > WEM-NUM-EMPRESAS
                 OR SI-ERROR.
      *
       6000-GENERA-ASIENTOS-EXIT.
       EXIT.
      *
      *****************************************************************
      *       ASIENTOS DE LA EMPRESA WS-NUM-EMPRESA                   *
      *****************************************************************
       6050-ASIENTO-EMPRESA.
           MOVE WEM-REG-TABLA(WS-NUM-EMPRESA) TO WS-REG-EMPRESA.
           INITIALIZE WT-TABLA-PROVISION.
           MOVE 0 TO WC-PROV-OTRO.
           MOVE 0 TO WC-EMP-PROVISION.
           MOVE 0 TO WC-TOTAL-DEBE.
           MOVE 0 TO WC-TOTAL-HABER.
           MOVE 0 TO WC-EMP-APUNTES.
      *
      *VOLVEMOS A AGREGAR POR CENTRO DE COSTE SOLO LA PROVISION DE
      *LOS EMPLEADOS DE ESTA EMPRESA
           PERFORM 6060-PROVISION-EMPRESA
              THRU 6060-PROVISION-EMPRESA-EXIT
              VARYING IV FROM 1 BY 1
              UNTIL IV > WC-NUM-SALDOS.
      *
      *SOLO SALEN LAS EMPRESAS CON PROVISION Y SIEMPRE LA PRINCIPAL
           IF WC-EMP-PROVISION = 0
              AND WS-NUM-EMPRESA > 1
                GO TO 6050-ASIENTO-EMPRESA-EXIT
           END-IF.
      *
           MOVE LT-PROGRAMA     TO WJ-ORIGEN.
           MOVE WS-FECHA-CIERRE TO WJ-FECHA.
           MOVE WEM-CODIGO      TO WJ-EMPRESA.
           MOVE WEM-PREFIJO-CONTABLE TO WJ-PREFIJO-CONTABLE.
           MOVE WEM-CODIGO      TO WJ-EMPRESA-APUNTE.
           WRITE REG-PROVISION FROM WS-REG-CABECERA.
           IF WS-FILE-STATUS-PRO NOT = 00
                MOVE "6050-ASIENTOS" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO6 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-PRO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           MOVE WS-FECHA-REVERSION TO WJ-FECHA.
           WRITE REG-REVERSION FROM WS-REG-CABECERA.
           IF WS-FILE-STATUS-REV NOT = 00
                MOVE "6050-ASIENTOS" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO7 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-REV TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *UN CARGO DE GASTO POR CADA DEPARTAMENTO CON PROVISION
           PERFORM 6100-APUNTE-GASTO
              THRU 6100-APUNTE-GASTO-EXIT
              VARYING I FROM 1 BY 1
              UNTIL I > WC-NUM-DEPART.
      *
           IF WC-PROV-OTRO NOT = 0
                MOVE LT-CUENTA-GASTO      TO WJ-CUENTA
                MOVE "???"                TO WJ-DEPT
                MOVE "D"                  TO WJ-DEBE-HABER
                MOVE WC-PROV-OTRO         TO WJ-IMPORTE
                MOVE "PROV.VACAC.SIN DEPT" TO WJ-CONCEPTO
                MOVE "REV.VACAC.SIN DEPT" TO WS-CONCEPTO-REVERSION
                ADD WC-PROV-OTRO          TO WC-TOTAL-DEBE
                PERFORM 6200-ESCRIBE-APUNTES
                   THRU 6200-ESCRIBE-APUNTES-EXIT
           END-IF.
      *
      *ABONO DE LA DEUDA POR VACACIONES DEVENGADAS
           IF WC-EMP-PROVISION NOT = 0
                MOVE LT-CUENTA-PROVISION  TO WJ-CUENTA
                MOVE SPACES               TO WJ-DEPT
                MOVE "H"                  TO WJ-DEBE-HABER
                MOVE WC-EMP-PROVISION     TO WJ-IMPORTE
                MOVE "VACACIONES DEVENG." TO WJ-CONCEPTO
                MOVE "REV.VACAC.DEVENG."  TO WS-CONCEPTO-REVERSION
                ADD WC-EMP-PROVISION      TO WC-TOTAL-HABER
                PERFORM 6200-ESCRIBE-APUNTES
                   THRU 6200-ESCRIBE-APUNTES-EXIT
           END-IF.
      *
      *LOS DOS ASIENTOS DEBEN CUADRAR (LA REVERSION ES LA DOTACION
      *CON DEBE Y HABER CAMBIADOS): SI NO CUADRAN NO SE GRABAN LAS
      *COLAS Y EL PROGRAMA TERMINA EN ERROR, COMO EN COBOL760
           IF WC-TOTAL-DEBE NOT = WC-TOTAL-HABER
                DISPLAY "ASIENTO DESCUADRADO - EMPRESA: " WEM-CODIGO
                     " DEBE: " WC-TOTAL-DEBE
                     " HABER: " WC-TOTAL-HABER
                SET SI-ERROR TO TRUE
                GO TO 6050-ASIENTO-EMPRESA-EXIT
           END-IF.
      *
           MOVE WC-EMP-APUNTES      TO WJ-NUM-APUNTES.
           MOVE WC-TOTAL-DEBE       TO WJ-TOTAL-DEBE.
           MOVE WC-TOTAL-HABER      TO WJ-TOTAL-HABER.
           WRITE REG-PROVISION FROM WS-REG-COLA.
           IF WS-FILE-STATUS-PRO NOT = 00
                MOVE "6050-ASIENTOS" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO6 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-PRO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           WRITE REG-REVERSION FROM WS-REG-COLA.
           IF WS-FILE-STATUS-REV NOT = 00
                MOVE "6050-ASIENTOS" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO7 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-REV TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-ASIENTOS.
           DISPLAY "ASIENTOS EMPRESA " WEM-CODIGO " " WEM-NOMBRE
                   " APUNTES: " WC-EMP-APUNTES.
      *
       6050-ASIENTO-EMPRESA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       PROVISION DEL EMPLEADO IV, SI ES DE LA EMPRESA EN CURSO *
      *****************************************************************
       6060-PROVISION-EMPRESA.
           IF WT-SAL-NUM-EMPRESA(IV) NOT = WS-NUM-EMPRESA
              OR WT-SAL-PROVISION(IV) NOT > 0
                GO TO 6060-PROVISION-EMPRESA-EXIT
           END-IF.
      *
           MOVE WT-SAL-CODIGO(IV)    TO WQ-CODIGO.
           MOVE WT-SAL-DEPT(IV)      TO WQ-DEPT-ORIGEN.
           MOVE WT-SAL-PROVISION(IV) TO WQ-IMPORTE.
           PERFORM 9260-REPARTE-IMPORTE
              THRU 9260-REPARTE-IMPORTE-EXIT.
           PERFORM 4020-IMPUTA-PROVISION
              THRU 4020-IMPUTA-PROVISION-EXIT
              VARYING IQ-TRM FROM 1 BY 1
              UNTIL IQ-TRM > WQ-NUM-TRAMOS.
           ADD WT-SAL-PROVISION(IV) TO WC-EMP-PROVISION.
      *
       6060-PROVISION-EMPRESA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CARGO DE GASTO DEL DEPARTAMENTO EN CURSO                *
      *****************************************************************
       6100-APUNTE-GASTO.
           IF WT-PROV-DEPT(I) = 0
                GO TO 6100-APUNTE-GASTO-EXIT
           END-IF.
      *
           MOVE LT-CUENTA-GASTO     TO WJ-CUENTA.
           MOVE WT-CODIGO-DEPART(I) TO WJ-DEPT.
           MOVE "D"                 TO WJ-DEBE-HABER.
           MOVE WT-PROV-DEPT(I)     TO WJ-IMPORTE.
           MOVE SPACES              TO WJ-CONCEPTO.
           STRING "PROV.VACACIONES " DELIMITED BY SIZE
                  WT-CODIGO-DEPART(I) DELIMITED BY SIZE
                  INTO WJ-CONCEPTO.
           MOVE SPACES              TO WS-CONCEPTO-REVERSION.
           STRING "REV.PROV.VACAC. " DELIMITED BY SIZE
                  WT-CODIGO-DEPART(I) DELIMITED BY SIZE
                  INTO WS-CONCEPTO-REVERSION.
           ADD WT-PROV-DEPT(I)      TO WC-TOTAL-DEBE.
           PERFORM 6200-ESCRIBE-APUNTES
              THRU 6200-ESCRIBE-APUNTES-EXIT.
      *
       6100-APUNTE-GASTO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       ESCRIBE UN APUNTE EN LA DOTACION Y SU INVERSO EN LA     *
      *       REVERSION                                               *
      *****************************************************************
       6200-ESCRIBE-APUNTES.
           WRITE REG-PROVISION FROM WS-REG-DETALLE.
           IF WS-FILE-STATUS-PRO NOT = 00
                MOVE "6200-APUNTES" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO6 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-PRO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           IF WJ-DEBE-HABER = "D"
                MOVE "H" TO WJ-DEBE-HABER
           ELSE
                MOVE "D" TO WJ-DEBE-HABER
           END-IF.
           MOVE WS-CONCEPTO-REVERSION TO WJ-CONCEPTO.
           WRITE REG-REVERSION FROM WS-REG-DETALLE.
           IF WS-FILE-STATUS-REV NOT = 00
                MOVE "6200-APUNTES" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO7 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-REV TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *EL MISMO NUMERO DE APUNTES EN CADA FICHERO
           ADD 1 TO WC-CONTADOR-APUNTES.
           ADD 1 TO WC-EMP-APUNTES.
      *
       6200-ESCRIBE-APUNTES-EXIT.
       EXIT.
      *
      *****************************************************************
      *             IMPRESION DE CABECERA Y TITULOS DE COLUMNA        *
      *****************************************************************
       2000-IMPRIME-CABECERA.
           PERFORM 2050-IMPRIME-TITULO
              THRU 2050-IMPRIME-TITULO-EXIT.
      *
           MOVE WS-LINEA-COLUMNAS TO WS-LINEA-IMPRIMIR.
           PERFORM 2900-ESCRIBE-LINEA
              THRU 2900-ESCRIBE-LINEA-EXIT.
      *
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           PERFORM 2900-ESCRIBE-LINEA
              THRU 2900-ESCRIBE-LINEA-EXIT.
      *
       2000-IMPRIME-CABECERA-EXIT.
       EXIT.
      *
       2050-IMPRIME-TITULO.
           ADD 1 TO WC-PAGINA.
           MOVE 0 TO WC-LINEA-PAGINA.
      *
           MOVE WS-FECHA-CIERRE TO WT-FECHA.
           MOVE WC-PAGINA TO WT-PAGINA.
           MOVE WS-LINEA-TITULO TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING PAGE.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "2050-TITULO" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO5 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-LINEA-PAGINA.
      *
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           PERFORM 2900-ESCRIBE-LINEA
              THRU 2900-ESCRIBE-LINEA-EXIT.
      *
       2050-IMPRIME-TITULO-EXIT.
       EXIT.
      *
      *LA PROVISION POR DEPARTAMENTO EMPIEZA EN PAGINA NUEVA
       2100-CABECERA-DEPART.
           PERFORM 2050-IMPRIME-TITULO
              THRU 2050-IMPRIME-TITULO-EXIT.
      *
           MOVE WS-LINEA-COLUMNAS-DEPT TO WS-LINEA-IMPRIMIR.
           PERFORM 2900-ESCRIBE-LINEA
              THRU 2900-ESCRIBE-LINEA-EXIT.
      *
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           PERFORM 2900-ESCRIBE-LINEA
              THRU 2900-ESCRIBE-LINEA-EXIT.
      *
       2100-CABECERA-DEPART-EXIT.
       EXIT.
      *
       2900-ESCRIBE-LINEA.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "2900-LINEA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO5 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-LINEA-PAGINA.
      *
       2900-ESCRIBE-LINEA-EXIT.
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
                 DISPLAY "      PROVISION DE VACACIONES"
                 DISPLAY "******************************************"
                 DISPLAY "**FECHA DE CIERRE:         " WS-FECHA-CIERRE
                 DISPLAY "**EMPLEADOS CON DERECHO:   " WC-CONTADOR
                 DISPLAY "**AUSENCIAS LEIDAS:        "
                      WC-CONTADOR-AUSENCIAS
                 DISPLAY "**SIN DERECHO CALCULADO:   "
                      WC-CONTADOR-SIN-DERECHO
                 DISPLAY "**SIN SALARIO EN MAESTRO:  "
                      WC-CONTADOR-SIN-SALARIO
                 DISPLAY "**CON VACACIONES ADELANT.: "
                      WC-CONTADOR-ADELANTADOS
                 DISPLAY "**ASIENTOS POR EMPRESA:    " WC-ASIENTOS
                 DISPLAY "**APUNTES POR FICHERO:     "
                      WC-CONTADOR-APUNTES
                 DISPLAY "**TOTAL PROVISION:         "
                      WC-TOTAL-PROVISION
                 DISPLAY "******************************************"
           END-IF.
      *
           CLOSE AUSENCIAS.
           CLOSE LISTADO.
           CLOSE PROVISION.
           CLOSE REVERSION.
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
      *
      *DEJAMOS CONSTANCIA DEL FIN Y LOS CONTADORES EN EL CONTROL
      *DE EJECUCIONES
           MOVE WC-CONTADOR TO WK-CTL-LEIDOS.
           MOVE WC-CONTADOR-APUNTES TO WK-CTL-ESCRITOS.
           MOVE RETURN-CODE TO WK-CTL-RETORNO.
           PERFORM 9750-REGISTRA-FIN
              THRU 9750-REGISTRA-FIN-EXIT.
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
           DISPLAY "ANALISIS DE ERROR: ".
           DISPLAY "****FILE STATUS: " WS-FILE-STATUS-ERROR.
           DISPLAY "****FICHERO:     " WS-FICHERO-ERROR.
           DISPLAY "****PARRAFO:     " WS-PARRAFO-ERROR.
           DISPLAY "****LINEA:       " WC-CONTADOR-AUSENCIAS.
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
      *               LEE EL FICHERO DE AUSENCIAS                     *
      *****************************************************************
       9200-LEER-FICHERO.
           READ AUSENCIAS RECORD INTO WS-REG-AUSENCIA
              AT END SET FIN-AUSENCIAS TO TRUE.
      *
           IF WS-FILE-STATUS-AUS = 00
               ADD 1 TO WC-CONTADOR-AUSENCIAS
           ELSE
               IF WS-FILE-STATUS-AUS = 10
                  CONTINUE
               ELSE
                  MOVE "9200-LEER" TO WS-PARRAFO-ERROR
                  MOVE LT-READ TO WS-OPERACION-ERROR
                  MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                  MOVE WS-FILE-STATUS-AUS TO WS-FILE-STATUS-ERROR
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
      *                CONTROL DE EJECUCIONES                         *
      *****************************************************************
       COPY RUNCTLPR.
      *
      *****************************************************************
      *                OBTENCION DE LA FECHA DE PROCESO               *
      *****************************************************************
       COPY FECPROPR.
      *
      *****************************************************************
      *                REPARTO DE COSTE POR DEPARTAMENTOS             *
      *****************************************************************
       COPY REPARTPR.
      *
      *****************************************************************
      *                MAESTRO DE EMPRESAS                            *
      *****************************************************************
       COPY EMPREPR.
