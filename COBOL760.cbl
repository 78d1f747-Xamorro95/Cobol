      *  DE IMPORTARLO. SI DEBE Y HABER NO CUADRAN, EL PROGRAMA       *
      *  TERMINA EN ERROR Y NO DEJA COLA                              *
      *                                                               *
      *  LA CUOTA EMPRESARIAL A LA SEGURIDAD SOCIAL QUE CALCULA       *
      *  COBOL700 (FICHERO.NOMINA.COTIZACIONES, COPY COPYCOTIZA) SE   *
      *  CONTABILIZA COMO GASTO PROPIO: POR CADA CENTRO DE COSTE UN   *
      *  CARGO A LA CUENTA DE SEGURIDAD SOCIAL A CARGO DE LA EMPRESA  *
      *  Y UN ABONO A LA DE SEGURIDAD SOCIAL ACREEDORA, DE MODO QUE   *
      *  EL COSTE TOTAL DE CADA DEPARTAMENTO SALE DEL PROPIO ASIENTO. *
      *  SIN ESE FICHERO EL ASIENTO SE GENERA COMO SIEMPRE, SOLO CON  *
      *  LA NOMINA                                                    *
      *                                                               *
      *  LAS CUOTAS DE PRESTAMOS AL PERSONAL QUE COBOL700 DESCUENTA   *
      *  DEL NETO (LA DIFERENCIA ENTRE BRUTO MENOS RETENCION Y NETO   *
      *  DE CADA NOMINA) SE ABONAN A LA CUENTA DE CREDITOS AL         *
      *  PERSONAL, PARA QUE EL ASIENTO SIGA CUADRANDO.                *
      *  PASO DE LA CADENA MENSUAL (RUN_MENSUAL.SH): ANOTA SU INICIO  *
      *  Y SU FIN EN FICHERO.CONTROL.EJECUCION (COPY RUNCTLPR)        *
      *                                                               *
      *  LOS EMPLEADOS QUE TRABAJAN PARA VARIOS DEPARTAMENTOS         *
      *  (FICHERO.REPARTO.COSTES, MANTENIDO POR COBOL357) NO CARGAN   *
      *  TODO SU GASTO EN WN-DEPT: EL BRUTO Y LA CUOTA EMPRESARIAL SE *
      *  REPARTEN ENTRE LOS CENTROS DE COSTE DE SU REPARTO SEGUN SUS  *
      *  PORCENTAJES (COPY REPARTPR), Y EL REDONDEO SE LO QUEDA EL    *
      *  ULTIMO TRAMO PARA QUE EL ASIENTO SIGA CUADRANDO AL CENTIMO   *
      *                                                               *
      *  EMPRESAS DEL GRUPO: CADA EMPRESA (FICHERO.EMPRESAS, VER COPY *
      *  EMPREPR) LLEVA SU PROPIO ASIENTO CUADRADO, CON SU CABECERA Y *
      *  SU COLA, EN EL MISMO FICHERO DE APUNTES. LA CABECERA LLEVA   *
      *  EL CODIGO DE LA EMPRESA Y SU PREFIJO CONTABLE Y CADA APUNTE  *
      *  EL CODIGO DE LA EMPRESA. LA NOMINA Y LA COTIZACION SE        *
      *  ASIGNAN POR WN-EMPRESA Y WW-EMPRESA (EN BLANCO LA            *
      *  PRINCIPAL); SE HACE UNA PASADA POR EMPRESA Y SOLO SALEN LAS  *
      *  EMPRESAS CON NOMINA, ADEMAS DE LA PRINCIPAL. UNA NOMINA DE   *
      *  UNA EMPRESA QUE NO ESTA EN EL MAESTRO DETIENE EL ASIENTO     *
      *                                                               *
      *  LOS CENTROS DE COSTE SE CARGAN AL ARRANCAR RECORRIENDO EN    *
      *  ORDEN DE CODIGO EL MAESTRO INDEXADO DE DEPARTAMENTOS A       *
      *  TRAVES DE LA RUTINA COMUN RUTDEPAR (COPY RUTDEPPR), YA SIN   *
      *  LIMITE DE 24 DEPARTAMENTOS: LA TABLA Y SUS ACUMULADOS DE     *
      *  GASTO Y CUOTA ADMITEN HASTA 999 ENTRADAS                     *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL760.
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.nomina.registro"
             FILE STATUS IS WS-FILE-STATUS.
      *
           SELECT APUNTES
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.contabilidad.apuntes"
             FILE STATUS IS WS-FILE-STATUS-APU.
      *
      *CUOTA EMPRESARIAL POR EMPLEADO GRABADA POR COBOL700 (VER
      *3500-PROCESO-COTIZACIONES)
           SELECT COTIZ-MES
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.nomina.cotizaciones"
             FILE STATUS IS WS-FILE-STATUS-COT.
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
      *MAESTRO DE EMPRESAS DEL GRUPO (VER COPY EMPREPR)
           COPY EMPREFC.
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
       FD NOMINA.
       01  REG-NOMINA                             PIC X(108).
      *
       FD APUNTES.
       01  REG-APUNTE                             PIC X(80).
      *
       FD COTIZ-MES.
       01  REG-COTIZACION                         PIC X(315).
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
      *               VARIABLES  FICHERO ENTRADA                      *
      *****************************************************************
       COPY COPYNOMINA.
      *
       COPY COPYCOTIZA.
      *
      *****************************************************************
      *               VARIABLES DE TABLAS                             *
      *AGREGACION POR SEARCH QUE HACE COBOL680)
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
      *GASTO BRUTO ACUMULADO POR DEPARTAMENTO (EN PARALELO A LA TABLA)
       01  WT-TABLA-GASTO.
           05 WT-BRUTO-DEPT
              OCCURS 1 TO 999 TIMES
              DEPENDING ON WC-NUM-DEPART         PIC S9(11)V99.
      *
      *CUOTA EMPRESARIAL ACUMULADA POR DEPARTAMENTO (EN PARALELO)
       01  WT-TABLA-CUOTA.
           05 WT-CUOTA-DEPT
              OCCURS 1 TO 999 TIMES
              DEPENDING ON WC-NUM-DEPART         PIC S9(11)V99.
      *
      *****************************************************************
      *               REGISTROS DEL FICHERO DE APUNTES                *
      *****************************************************************
      *FORMATO FIJO ACORDADO CON CONTABILIDAD: TIPO "1" CABECERA,
      *"2" APUNTE, "3" COLA, TODOS DE 80 POSICIONES. CADA EMPRESA
      *DEL GRUPO LLEVA SU CABECERA (CON SU PREFIJO CONTABLE), SUS
      *APUNTES Y SU COLA
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
           05  WJ-DEBE-HABER            PIC X(1).
           05  WJ-IMPORTE               PIC 9(11)V99.
           05  WJ-CONCEPTO              PIC X(20).
           05  WJ-EMPRESA-APUNTE        PIC X(3).
           05  FILLER                   PIC X(31) VALUE SPACES.
      *
       01  WS-REG-COLA.
           05  FILLER                   PIC X(1)  VALUE "3".
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
           05  SW-ERRORES                        PIC 9 VALUE 0.
                88 SI-ERROR                      VALUE 1.
                88 NO-ERROR                      VALUE 0.
           05  SW-FIN-COTIZACIONES               PIC 9 VALUE 0.
                88 FIN-COTIZACIONES              VALUE 1.
                88 NO-FIN-COTIZACIONES           VALUE 0.
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
      *****************************************************************
       01  LT-LITERALES.
           05  LT-FICHERO1          PIC X(16) VALUE "NOMINA.REGISTRO".
           05  LT-FICHERO3          PIC X(16) VALUE "APUNTES".
           05  LT-FICHERO4          PIC X(20) VALUE
                    "NOMINA.COTIZACIONES".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL760".
           05  LT-RUTINA-DEPART     PIC X(15) VALUE "RUTDEPAR".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  LT-CUENTA-GASTO      PIC X(8) VALUE "64000000".
           05  LT-CUENTA-RETENCION  PIC X(8) VALUE "47510000".
           05  LT-CUENTA-NETO       PIC X(8) VALUE "46500000".
      *CREDITOS AL PERSONAL: LO QUE SE RECUPERA EN NOMINA DE LOS
      *PRESTAMOS Y ANTICIPOS
           05  LT-CUENTA-PRESTAMOS  PIC X(8) VALUE "54400000".
      *CUOTA EMPRESARIAL: GASTO DE SEGURIDAD SOCIAL A CARGO DE LA
      *EMPRESA Y SEGURIDAD SOCIAL ACREEDORA, AMBAS POR CENTRO DE COSTE
           05  LT-CUENTA-SS-GASTO   PIC X(8) VALUE "64200000".
           05  LT-CUENTA-SS-ACREED  PIC X(8) VALUE "47600000".
           05  LT-FICHERO5          PIC X(20) VALUE "REPARTO.COSTES".
           05  LT-CERROJO-REPARTO   PIC X(60) VALUE
               "/home/forma2/cobol/ficheros/fichero.reparto.cerrojo".
           05  LT-MAX-DEPART        PIC 9(3) VALUE 999.
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
      *****************************************************************
       01  WS-VARIABLES.
           05  WS-FILE-STATUS                       PIC XX.
           05  WS-FILE-STATUS-APU                   PIC XX.
           05  WS-FILE-STATUS-COT                   PIC XX.
           05  WS-FILE-STATUS-ERROR                 PIC XX.
           05  WS-FICHERO-ERROR                     PIC X(20).
           05  WS-PARRAFO-ERROR                     PIC X(20).
           05  WS-OPERACION-ERROR                   PIC X(10).
           05  WS-FECHA-HOY                         PIC 9(8).
           05  WS-ASSIGN-CERROJO                    PIC X(60).
      *EMPRESA DEL ASIENTO EN CURSO Y EMPRESA (YA RESUELTA) DE LA
      *NOMINA O DE LA COTIZACION EN CURSO
           05  WS-NUM-EMPRESA                       PIC 9(2).
           05  WS-EMPRESA-REGISTRO                  PIC X(3).
      *
      *****************************************************************
      *               CONTADORES                                      *
       01  WS-CONTADORES.
           05 WC-CONTADOR                        PIC 9(7).
           05 WC-CONTADOR-APUNTES                PIC 9(7).
           05 WC-NUM-DEPART                      PIC 9(3).
           05 WC-BRUTO-OTRO                      PIC S9(11)V99.
           05 WC-CUOTA-OTRO                      PIC S9(11)V99.
           05 WC-CONTADOR-COTIZ                  PIC 9(7).
           05 WC-TOTAL-CUOTA                     PIC S9(13)V99.
           05 WC-TOTAL-DEDUCCION                 PIC S9(13)V99.
           05 WC-TOTAL-NETO                      PIC S9(13)V99.
           05 WC-TOTAL-PRESTAMOS                 PIC S9(13)V99.
           05 WC-TOTAL-DEBE                      PIC S9(13)V99.
           05 WC-TOTAL-HABER                     PIC S9(13)V99.
      *LOS IMPORTES DE ARRIBA SON DEL ASIENTO DE LA EMPRESA EN CURSO
      *(SALVO LA CUOTA EMPRESARIAL); ESTOS SUMAN TODO EL GRUPO
           05 WC-EMP-NOMINAS                     PIC 9(7).
           05 WC-EMP-APUNTES                     PIC 9(7).
           05 WC-ASIENTOS                        PIC 9(3).
           05 WC-NOMINAS-SIN-EMPRESA             PIC 9(7).
           05 WC-GRUPO-DEBE                      PIC S9(13)V99.
           05 WC-GRUPO-HABER                     PIC S9(13)V99.
      *
      *****************************************************************
      *               PROCEDURE  DIVISION.                            *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT.
      *
      *UN ASIENTO POR EMPRESA DEL GRUPO; UN ASIENTO DESCUADRADO
      *DETIENE LOS SIGUIENTES
           PERFORM 2000-ASIENTO-EMPRESA
              THRU 2000-ASIENTO-EMPRESA-EXIT
              VARYING WS-NUM-EMPRESA FROM 1 BY 1
              UNTIL WS-NUM-EMPRESA > WEM-NUM-EMPRESAS
                 OR SI-ERROR.
      *
           PERFORM 8000-FIN
              THRU 8000-FIN-EXIT.
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
           PERFORM 1010-CARGA-TABLA
              THRU 1010-CARGA-TABLA-EXIT.
      *
      *Y EL REPARTO DE COSTE DE LOS EMPLEADOS COMPARTIDOS
           PERFORM 1020-CARGA-REPARTO
              THRU 1020-CARGA-REPARTO-EXIT.
      *
      *Y LAS EMPRESAS DEL GRUPO: SIN ELLAS NO SE SABE EN QUE ASIENTO
      *VA CADA NOMINA
           PERFORM 9970-CARGA-EMPRESAS
              THRU 9970-CARGA-EMPRESAS-EXIT.
           IF EMP-CARGA-ERROR
                DISPLAY "NO SE PUEDE CARGAR FICHERO.EMPRESAS (FILE "
                        "STATUS " WS-FILE-STATUS-EMR ") - ASIENTO "
                        "DETENIDO"
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
      *ABRO EL FICHERO DE APUNTES Y COMPRUEBO SI HAY ERRORES (LA
      *NOMINA SE ABRE EN CADA PASADA, VER 2000-ASIENTO-EMPRESA)
           OPEN OUTPUT APUNTES.
           IF WS-FILE-STATUS-APU NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
       1000-INICIO-EXIT.
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
      *UN MAESTRO MAYOR QUE LA TABLA NO SE TRUNCA: EL GASTO DE LOS
      *CENTROS QUE NO CABEN SE IMPUTARIA SIN CENTRO DE COSTE
           IF WC-NUM-DEPART >= LT-MAX-DEPART
                DISPLAY "FICHERO.DEPARTAMENTO.INDEXADO TIENE MAS DE "
                        LT-MAX-DEPART " DEPARTAMENTOS - COBOL760 "
                        "DETENIDO"
                PERFORM 9855-CIERRA-DEPARTAMENTOS
                   THRU 9855-CIERRA-DEPARTAMENTOS-EXIT
                CLOSE AUDITORIA
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
           ADD 1 TO WC-NUM-DEPART.
           MOVE CP300O-DEPART TO WT-REG-TABLA(WC-NUM-DEPART).
           MOVE 0 TO WT-BRUTO-DEPT(WC-NUM-DEPART).
           MOVE 0 TO WT-CUOTA-DEPT(WC-NUM-DEPART).
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
      *       ASIENTO DE LA EMPRESA WS-NUM-EMPRESA                    *
      *****************************************************************
       2000-ASIENTO-EMPRESA.
           MOVE WEM-REG-TABLA(WS-NUM-EMPRESA) TO WS-REG-EMPRESA.
           INITIALIZE WT-TABLA-GASTO
                      WT-TABLA-CUOTA.
           MOVE 0 TO WC-BRUTO-OTRO.
           MOVE 0 TO WC-CUOTA-OTRO.
           MOVE 0 TO WC-TOTAL-DEDUCCION.
           MOVE 0 TO WC-TOTAL-NETO.
           MOVE 0 TO WC-TOTAL-PRESTAMOS.
           MOVE 0 TO WC-TOTAL-DEBE.
           MOVE 0 TO WC-TOTAL-HABER.
           MOVE 0 TO WC-EMP-NOMINAS.
           MOVE 0 TO WC-EMP-APUNTES.
           MOVE 0 TO WC-CONTADOR.
      *
           OPEN INPUT NOMINA.
           IF WS-FILE-STATUS NOT = 00
                MOVE "2000-EMPRESA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           SET NO-FIN-FICHERO TO TRUE.
           PERFORM 9200-LEER-FICHERO
              THRU 9200-LEER-FICHERO-EXIT.
           PERFORM 3000-PROCESO
              THRU 3000-PROCESO-EXIT
              UNTIL FIN-FICHERO.
           CLOSE NOMINA.
      *
           SET NO-FIN-COTIZACIONES TO TRUE.
           PERFORM 3500-PROCESO-COTIZACIONES
              THRU 3500-PROCESO-COTIZACIONES-EXIT.
      *
      *UNA NOMINA DE UNA EMPRESA QUE NO ESTA EN EL MAESTRO NO TIENE
      *ASIENTO EN EL QUE IR: SE DETIENE ANTES DE GRABAR NINGUNO
           IF WC-NOMINAS-SIN-EMPRESA > 0
                DISPLAY "REGISTROS DE EMPRESA DESCONOCIDA: "
                        WC-NOMINAS-SIN-EMPRESA " - ASIENTO DETENIDO"
                SET SI-ERROR TO TRUE
                GO TO 2000-ASIENTO-EMPRESA-EXIT
           END-IF.
      *
      *SOLO SALEN LAS EMPRESAS CON NOMINA Y SIEMPRE LA PRINCIPAL
           IF WC-EMP-NOMINAS = 0
              AND WS-NUM-EMPRESA > 1
                GO TO 2000-ASIENTO-EMPRESA-EXIT
           END-IF.
      *
           PERFORM 4000-GENERA-ASIENTO
              THRU 4000-GENERA-ASIENTO-EXIT.
      *
           ADD WC-TOTAL-DEBE  TO WC-GRUPO-DEBE.
           ADD WC-TOTAL-HABER TO WC-GRUPO-HABER.
      *
       2000-ASIENTO-EMPRESA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       EMPRESA DEL REGISTRO EN CURSO (WS-EMPRESA-REGISTRO)     *
      *****************************************************************
       2100-EMPRESA-REGISTRO.
      *EL BLANCO ES LA PRINCIPAL, LA PRIMERA DE LA TABLA. EN LA
      *PASADA DE LA PRINCIPAL SE COMPRUEBA ADEMAS QUE LA EMPRESA
      *EXISTE (9975 DEJA LA ENCONTRADA EN WS-REG-EMPRESA Y HAY QUE
      *RECUPERAR LA DEL ASIENTO)
           IF WS-EMPRESA-REGISTRO = SPACES
                MOVE WEM-REG-TABLA(1)(1:3) TO WS-EMPRESA-REGISTRO
           END-IF.
           IF WS-NUM-EMPRESA = 1
                MOVE WS-EMPRESA-REGISTRO TO WEM-BUSCA-CODIGO
                PERFORM 9975-BUSCA-EMPRESA
                   THRU 9975-BUSCA-EMPRESA-EXIT
                IF EMP-NO-ENCONTRADA
                     ADD 1 TO WC-NOMINAS-SIN-EMPRESA
                     DISPLAY "EMPRESA DESCONOCIDA - EMPLEADO: "
                             WQ-CODIGO " EMPRESA: "
                             WS-EMPRESA-REGISTRO
                END-IF
                MOVE WEM-REG-TABLA(WS-NUM-EMPRESA) TO WS-REG-EMPRESA
           END-IF.
       2100-EMPRESA-REGISTRO-EXIT.
       EXIT.
      *
      *****************************************************************
      *             PROCESO: AGREGA LOS IMPORTES DE LA NOMINA         *
      *****************************************************************
       3000-PROCESO.
      *SOLO CUENTAN LAS NOMINAS DE LA EMPRESA DEL ASIENTO
           MOVE WN-CODIGO    TO WQ-CODIGO.
           MOVE WN-EMPRESA   TO WS-EMPRESA-REGISTRO.
           PERFORM 2100-EMPRESA-REGISTRO
              THRU 2100-EMPRESA-REGISTRO-EXIT.
           IF WS-EMPRESA-REGISTRO = WEM-CODIGO
                PERFORM 3005-ACUMULA-NOMINA
                   THRU 3005-ACUMULA-NOMINA-EXIT
           END-IF.
      *
           PERFORM 9200-LEER-FICHERO
              THRU 9200-LEER-FICHERO-EXIT.
      *
       3000-PROCESO-EXIT.
       EXIT.
      *
       3005-ACUMULA-NOMINA.
      *EL GASTO BRUTO SE IMPUTA AL CENTRO DE COSTE DEL EMPLEADO, O
      *A LOS DE SU REPARTO SI TRABAJA PARA VARIOS DEPARTAMENTOS; UN
      *DEPARTAMENTO NO RECONOCIDO SE ACUMULA APARTE Y SE IMPUTA SIN
      *CENTRO DE COSTE PARA QUE EL ASIENTO SIGA CUADRANDO
           ADD 1 TO WC-EMP-NOMINAS.
           MOVE WN-DEPT      TO WQ-DEPT-ORIGEN.
           MOVE WN-BRUTO-MES TO WQ-IMPORTE.
           PERFORM 9260-REPARTE-IMPORTE
              THRU 9260-REPARTE-IMPORTE-EXIT.
           PERFORM 3010-IMPUTA-GASTO
              THRU 3010-IMPUTA-GASTO-EXIT
              VARYING IQ-TRM FROM 1 BY 1
              UNTIL IQ-TRM > WQ-NUM-TRAMOS.
      *
           ADD WN-DEDUCCION TO WC-TOTAL-DEDUCCION.
           ADD WN-NETO-MES  TO WC-TOTAL-NETO.
           COMPUTE WC-TOTAL-PRESTAMOS = WC-TOTAL-PRESTAMOS
                 + WN-BRUTO-MES - WN-DEDUCCION - WN-NETO-MES.
      *
       3005-ACUMULA-NOMINA-EXIT.
       EXIT.
      *
       3010-IMPUTA-GASTO.
           SET I TO 1.
           SEARCH WT-REG-TABLA
              AT END
                 ADD WQ-TRM-IMPORTE(IQ-TRM) TO WC-BRUTO-OTRO
              WHEN WT-CODIGO-DEPART(I) = WQ-TRM-DEPT(IQ-TRM)
                 ADD WQ-TRM-IMPORTE(IQ-TRM) TO WT-BRUTO-DEPT(I)
           END-SEARCH.
       3010-IMPUTA-GASTO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       AGREGA LA CUOTA EMPRESARIAL POR CENTRO DE COSTE         *
      *****************************************************************
      *SIN RELACION DE COTIZACIONES (NOMINA CALCULADA ANTES DE QUE
      *EXISTIERA) EL ASIENTO SALE SOLO CON LA NOMINA, CON SU AVISO
       3500-PROCESO-COTIZACIONES.
           OPEN INPUT COTIZ-MES.
           IF WS-FILE-STATUS-COT = 35
                IF WS-NUM-EMPRESA = 1
                     DISPLAY "AVISO: NO SE ENCUENTRA " LT-FICHERO4
                     DISPLAY "       ASIENTO SIN CUOTA EMPRESARIAL"
                END-IF
                GO TO 3500-PROCESO-COTIZACIONES-EXIT
           END-IF.
           IF WS-FILE-STATUS-COT NOT = 00
                MOVE "3500-COTIZACIONES" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-COT TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 3510-ACUMULA-COTIZACION
              THRU 3510-ACUMULA-COTIZACION-EXIT
              UNTIL FIN-COTIZACIONES.
      *
           CLOSE COTIZ-MES.
      *
       3500-PROCESO-COTIZACIONES-EXIT.
       EXIT.
      *
       3510-ACUMULA-COTIZACION.
           READ COTIZ-MES INTO WS-REG-COTIZACION
              AT END SET FIN-COTIZACIONES TO TRUE.
      *
           IF WS-FILE-STATUS-COT = 10
                GO TO 3510-ACUMULA-COTIZACION-EXIT
           END-IF.
           IF WS-FILE-STATUS-COT NOT = 00
                MOVE "3510-COTIZACION" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-COT TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *SOLO LA COTIZACION DE LA EMPRESA DEL ASIENTO
           MOVE WW-CODIGO        TO WQ-CODIGO.
           MOVE WW-EMPRESA       TO WS-EMPRESA-REGISTRO.
           PERFORM 2100-EMPRESA-REGISTRO
              THRU 2100-EMPRESA-REGISTRO-EXIT.
           IF WS-EMPRESA-REGISTRO NOT = WEM-CODIGO
                GO TO 3510-ACUMULA-COTIZACION-EXIT
           END-IF.
           ADD 1 TO WC-CONTADOR-COTIZ.
      *
      *MISMA IMPUTACION QUE EL GASTO BRUTO DE 3000-PROCESO, CON EL
      *MISMO REPARTO
           MOVE WW-DEPT          TO WQ-DEPT-ORIGEN.
           MOVE WW-CUOTA-EMPRESA TO WQ-IMPORTE.
           PERFORM 9260-REPARTE-IMPORTE
              THRU 9260-REPARTE-IMPORTE-EXIT.
           PERFORM 3520-IMPUTA-CUOTA
              THRU 3520-IMPUTA-CUOTA-EXIT
              VARYING IQ-TRM FROM 1 BY 1
              UNTIL IQ-TRM > WQ-NUM-TRAMOS.
           ADD WW-CUOTA-EMPRESA TO WC-TOTAL-CUOTA.
      *
       3510-ACUMULA-COTIZACION-EXIT.
       EXIT.
      *
       3520-IMPUTA-CUOTA.
           SET I TO 1.
           SEARCH WT-REG-TABLA
              AT END
                 ADD WQ-TRM-IMPORTE(IQ-TRM) TO WC-CUOTA-OTRO
              WHEN WT-CODIGO-DEPART(I) = WQ-TRM-DEPT(IQ-TRM)
                 ADD WQ-TRM-IMPORTE(IQ-TRM) TO WT-CUOTA-DEPT(I)
           END-SEARCH.
       3520-IMPUTA-CUOTA-EXIT.
       EXIT.
      *
      *****************************************************************
       4000-GENERA-ASIENTO.
           MOVE LT-PROGRAMA  TO WJ-ORIGEN.
           MOVE WS-FECHA-HOY TO WJ-FECHA.
           MOVE WEM-CODIGO   TO WJ-EMPRESA.
           MOVE WEM-PREFIJO-CONTABLE TO WJ-PREFIJO-CONTABLE.
           MOVE WEM-CODIGO   TO WJ-EMPRESA-APUNTE.
           WRITE REG-APUNTE FROM WS-REG-CABECERA.
           IF WS-FILE-STATUS-APU NOT = 00
                MOVE "4000-ASIENTO" TO WS-PARRAFO-ERROR
                   THRU 4200-ESCRIBE-APUNTE-EXIT
           END-IF.
      *
      *CUOTA EMPRESARIAL: CARGO DE GASTO Y ABONO A LA SEGURIDAD
      *SOCIAL ACREEDORA POR CADA DEPARTAMENTO CON CUOTA
           PERFORM 4150-APUNTE-CUOTA
              THRU 4150-APUNTE-CUOTA-EXIT
              VARYING I FROM 1 BY 1
              UNTIL I > WC-NUM-DEPART.
      *
           IF WC-CUOTA-OTRO NOT = 0
                MOVE LT-CUENTA-SS-GASTO   TO WJ-CUENTA
                MOVE "???"                TO WJ-DEPT
                MOVE "D"                  TO WJ-DEBE-HABER
                MOVE WC-CUOTA-OTRO        TO WJ-IMPORTE
                MOVE "SEG.SOCIAL SIN DEPT" TO WJ-CONCEPTO
                ADD WC-CUOTA-OTRO         TO WC-TOTAL-DEBE
                PERFORM 4200-ESCRIBE-APUNTE
                   THRU 4200-ESCRIBE-APUNTE-EXIT
                MOVE LT-CUENTA-SS-ACREED  TO WJ-CUENTA
                MOVE "H"                  TO WJ-DEBE-HABER
                MOVE "SEG.SOCIAL ACREEDORA" TO WJ-CONCEPTO
                ADD WC-CUOTA-OTRO         TO WC-TOTAL-HABER
                PERFORM 4200-ESCRIBE-APUNTE
                   THRU 4200-ESCRIBE-APUNTE-EXIT
           END-IF.
      *
      *ABONO DE LA RETENCION A INGRESAR
           IF WC-TOTAL-DEDUCCION NOT = 0
                MOVE LT-CUENTA-RETENCION TO WJ-CUENTA
                   THRU 4200-ESCRIBE-APUNTE-EXIT
           END-IF.
      *
      *ABONO DE LAS CUOTAS DE PRESTAMO RECUPERADAS EN NOMINA
           IF WC-TOTAL-PRESTAMOS NOT = 0
                MOVE LT-CUENTA-PRESTAMOS TO WJ-CUENTA
                MOVE SPACES              TO WJ-DEPT
                MOVE "H"                 TO WJ-DEBE-HABER
                MOVE WC-TOTAL-PRESTAMOS  TO WJ-IMPORTE
                MOVE "PRESTAMOS PERSONAL" TO WJ-CONCEPTO
                ADD WC-TOTAL-PRESTAMOS   TO WC-TOTAL-HABER
                PERFORM 4200-ESCRIBE-APUNTE
                   THRU 4200-ESCRIBE-APUNTE-EXIT
           END-IF.
      *
      *EL ASIENTO DEBE CUADRAR: SI DEBE Y HABER NO COINCIDEN NO SE
      *GRABA LA COLA Y EL PROGRAMA TERMINA EN ERROR, PARA QUE UN
      *FICHERO DESCUADRADO NO PASE NUNCA A CONTABILIDAD
           IF WC-TOTAL-DEBE NOT = WC-TOTAL-HABER
                DISPLAY "ASIENTO DESCUADRADO - EMPRESA: " WEM-CODIGO
                     " DEBE: " WC-TOTAL-DEBE
                     " HABER: " WC-TOTAL-HABER
                SET SI-ERROR TO TRUE
                GO TO 4000-GENERA-ASIENTO-EXIT
           END-IF.
      *
           MOVE WC-EMP-APUNTES      TO WJ-NUM-APUNTES.
           MOVE WC-TOTAL-DEBE       TO WJ-TOTAL-DEBE.
           MOVE WC-TOTAL-HABER      TO WJ-TOTAL-HABER.
           WRITE REG-APUNTE FROM WS-REG-COLA.
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-ASIENTOS.
           DISPLAY "ASIENTO EMPRESA " WEM-CODIGO " " WEM-NOMBRE
                   " APUNTES: " WC-EMP-APUNTES.
      *
       4000-GENERA-ASIENTO-EXIT.
       EXIT.
       EXIT.
      *
      *****************************************************************
      *       CUOTA EMPRESARIAL DEL DEPARTAMENTO EN CURSO             *
      *****************************************************************
       4150-APUNTE-CUOTA.
           IF WT-CUOTA-DEPT(I) = 0
                GO TO 4150-APUNTE-CUOTA-EXIT
           END-IF.
      *
           MOVE LT-CUENTA-SS-GASTO  TO WJ-CUENTA.
           MOVE WT-CODIGO-DEPART(I) TO WJ-DEPT.
           MOVE "D"                 TO WJ-DEBE-HABER.
           MOVE WT-CUOTA-DEPT(I)    TO WJ-IMPORTE.
           MOVE SPACES              TO WJ-CONCEPTO.
           STRING "SEG.SOCIAL EMPR. " DELIMITED BY SIZE
                  WT-CODIGO-DEPART(I) DELIMITED BY SIZE
                  INTO WJ-CONCEPTO.
           ADD WT-CUOTA-DEPT(I)     TO WC-TOTAL-DEBE.
           PERFORM 4200-ESCRIBE-APUNTE
              THRU 4200-ESCRIBE-APUNTE-EXIT.
      *
           MOVE LT-CUENTA-SS-ACREED TO WJ-CUENTA.
           MOVE "H"                 TO WJ-DEBE-HABER.
           MOVE SPACES              TO WJ-CONCEPTO.
           STRING "SEG.SOC.ACREED. " DELIMITED BY SIZE
                  WT-CODIGO-DEPART(I) DELIMITED BY SIZE
                  INTO WJ-CONCEPTO.
           ADD WT-CUOTA-DEPT(I)     TO WC-TOTAL-HABER.
           PERFORM 4200-ESCRIBE-APUNTE
              THRU 4200-ESCRIBE-APUNTE-EXIT.
      *
       4150-APUNTE-CUOTA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       ESCRIBE UN APUNTE EN EL FICHERO                         *
      *****************************************************************
       4200-ESCRIBE-APUNTE.
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-CONTADOR-APUNTES.
           ADD 1 TO WC-EMP-APUNTES.
      *
       4200-ESCRIBE-APUNTE-EXIT.
       EXIT.
      *****************************************************************
       8000-FIN.
      *SOLTAMOS EL CERROJO COMPARTIDO SI SEGUIA TOMADO (UN ERROR
      *DURANTE LA CARGA LLEGA AQUI SIN PASAR POR LA SUELTA DE
      *1020-CARGA-REPARTO; 9550 SOLO ACTUA SI CERROJO-CONCEDIDO)
           PERFORM 9550-SUELTA-CERROJO
              THRU 9550-SUELTA-CERROJO-EXIT.
           IF NO-ERROR
                 DISPLAY "      FICHERO DE APUNTES GENERADO"
                 DISPLAY "******************************************"
                 DISPLAY "**NOMINAS LEIDAS:          " WC-CONTADOR
                 DISPLAY "**ASIENTOS POR EMPRESA:    " WC-ASIENTOS
                 DISPLAY "**APUNTES ESCRITOS:        "
                      WC-CONTADOR-APUNTES
                 DISPLAY "**COTIZACIONES LEIDAS:     "
                      WC-CONTADOR-COTIZ
                 DISPLAY "**CUOTA EMPRESARIAL:       " WC-TOTAL-CUOTA
                 DISPLAY "**EMPLEADOS CON REPARTO:   " WQ-NUM-REPARTO
                 DISPLAY "**TOTAL DEBE:              " WC-GRUPO-DEBE
                 DISPLAY "**TOTAL HABER:             " WC-GRUPO-HABER
                 DISPLAY "******************************************"
           END-IF.
      *
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
