      *  PRIMERA PASADA DE VALIDACION Y NO SE GENERA EL FICHERO SI    *
      *  ALGUN DETALLE DE UN REGISTRO NORMAL (TIPO "N") LLEVA         *
      *  IMPORTE CERO O NEGATIVO O NO TIENE CUENTA REGISTRADA EN EL   *
      *  MAESTRO.                                                     *
      *  TAMPOCO SE GENERA SIN LA CONFORMIDAD DE NOMINAS: EL          *
      *  LISTADO DE VARIACIONES DE COBOL705 TIENE QUE ESTAR           *
      *  CONFORMADO CON COBOL706 PARA ESTE MISMO PERIODO              *
      *  (FICHERO.NOMINA.CONFORMIDAD, COPYCONFOR), Y EL NUMERO DE     *
      *  NOMINAS Y LA SUMA DE NETOS DEL REGISTRO TIENEN QUE SER LOS   *
      *  QUE SE REVISARON; UNA NOMINA RECALCULADA DESPUES DE LA       *
      *  REVISION OBLIGA A REVISAR Y CONFORMAR DE NUEVO               *
      *                                                               *
      *  GENERADO EL FICHERO, LAS CUOTAS DE PRESTAMO QUE COBOL700     *
      *  DESCONTO EN LA NOMINA (FICHERO.NOMINA.PRESTAMOS, COPY        *
      *  COPYPRESNOM) SE RESTAN DEL SALDO DEL MAESTRO DE PRESTAMOS    *
      *  (FICHERO.PRESTAMOS, COPY COPYPRESTA): ES EL UNICO PUNTO EN   *
      *  QUE BAJA UN SALDO, PORQUE SOLO AQUI LA CUOTA QUEDA PAGADA.   *
      *  CADA PRESTAMO ANOTA EL MES AMORTIZADO, DE MODO QUE UNA       *
      *  GENERACION FORZADA DEL MISMO PERIODO NO LO REBAJA DOS VECES. *
      *  EL MAESTRO SE TOMA EN EXCLUSIVA ANTES DE GENERAR NADA        *
      *                                                               *
      *  PARA LA MIGRACION DEL BANCO A SEPA, LA FICHA COBOL720 DE     *
      *  FICHERO.PARAMETROS ELIGE EL FORMATO DE ENVIO ("S" SEPA,      *
      *  CON FECHA DE CAMBIO OPCIONAL; VER COPY SEPAWS). EN SEPA EL   *
      *  FICHERO FIJO, YA VALIDADO Y CUADRADO, SE CONVIERTE AL        *
      *  MENSAJE PAIN.001 FICHERO.BANCO.SEPA.XML, QUE ES EL QUE SE    *
      *  ENVIA; EL FIJO SE SIGUE GRABANDO PORQUE ES EL QUE CASA       *
      *  COBOL780 CON LAS DEVOLUCIONES. LAS VALIDACIONES Y LA GUARDA  *
      *  CONTRA LA DOBLE GENERACION SON LAS MISMAS EN LOS DOS CASOS   *
      *                                                               *
      *  EL REGISTRO DE PAGOS GUARDA, DETRAS DEL RESUMEN DE CADA      *
      *  GENERACION, UN PAGO POR TRANSFERENCIA (COPY COPYPAGREG) QUE  *
      *  COBOL790 CONCILIA CON EL EXTRACTO DE LA CUENTA DEL BANCO.    *
      *  PASO DE LA CADENA MENSUAL (RUN_MENSUAL.SH): ANOTA SU INICIO  *
      *  Y SU FIN EN FICHERO.CONTROL.EJECUCION (COPY RUNCTLPR)        *
      *                                                               *
      *  EMPRESAS DEL GRUPO: CADA EMPRESA (FICHERO.EMPRESAS, VER COPY *
      *  EMPREPR) PAGA A SUS EMPLEADOS (WN-EMPRESA DEL REGISTRO DE    *
      *  NOMINA, EN BLANCO LA PRINCIPAL) DESDE SU PROPIA CUENTA: SE   *
      *  GRABA UN FICHERO BANCARIO POR EMPRESA,                       *
      *  FICHERO.BANCO.TRANSFERENCIAS.CCC, CON SU IDENTIFICADOR Y SU  *
      *  NOMBRE EN LA CABECERA, Y EN SEPA SU MENSAJE                  *
      *  FICHERO.BANCO.SEPA.CCC.XML CON SU IBAN Y SU BIC COMO         *
      *  ORDENANTE. FICHERO.BANCO.TRANSFERENCIAS SIGUE RECOGIENDO     *
      *  TODO LO ENVIADO, CON UN LOTE (CABECERA, DETALLES Y COLA) POR *
      *  EMPRESA, Y EL REGISTRO DE PAGOS LLEVA UN RESUMEN POR         *
      *  EMPRESA. UNA NOMINA DE UNA EMPRESA QUE NO ESTA EN EL         *
      *  MAESTRO, O UNA EMPRESA CON PAGOS SIN SUS DATOS BANCARIOS,    *
      *  IMPIDE LA GENERACION COMO UN IMPORTE NO VALIDO               *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *
      *CERROJO DE USO DEL MAESTRO DE CUENTAS: COBOL775 LO TOMA EN
      *EXCLUSIVA MIENTRAS MANTIENE EL MAESTRO Y AQUI SE TOMA EN
      *COMPARTIDO MIENTRAS DURA LA CARGA (VER COPY CERROJPR). LUEGO
      *EL MISMO CERROJO SIRVE PARA TOMAR EN EXCLUSIVA EL MAESTRO DE
      *PRESTAMOS; LA RUTA SE RESUELVE EN TIEMPO DE EJECUCION
           SELECT CERROJO
           ASSIGN TO WS-ASSIGN-CERROJO
             FILE STATUS IS WS-FILE-STATUS-CER.
      *
      *CUOTAS DE PRESTAMO DESCONTADAS POR COBOL700, MAESTRO DE
      *PRESTAMOS DE COBOL776 Y SU FICHERO DE TRABAJO PARA LA
      *REGRABACION SEGURA (VER 7600-AMORTIZA-PRESTAMOS)
           SELECT PRES-NOMINA
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.nomina.prestamos"
             FILE STATUS IS WS-FILE-STATUS-PRN.
      *
           SELECT PRESTAMOS
           ASSIGN TO "/home/forma2/cobol/ficheros/fichero.prestamos"
             FILE STATUS IS WS-FILE-STATUS-PRE.
      *
           SELECT PRES-TRABAJO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.prestamos.trabajo"
             FILE STATUS IS WS-FILE-STATUS-PRT.
      *
      *REGISTRO DE PAGOS: UNA LINEA RESUMEN POR FICHERO BANCARIO
      *GENERADO, CON EL PERIODO, LA FECHA VALOR Y LAS CIFRAS DE LA
      *COLA, SEGUIDA DE UNA LINEA POR TRANSFERENCIA QUE COBOL790
      *CONCILIA CON EL EXTRACTO DEL BANCO (VER COPYPAGREG). ES LA
      *GUARDA CONTRA UNA SEGUNDA GENERACION DEL MISMO PERIODO (VER
      *1030-COMPRUEBA-REGISTRO), EN EL MISMO ESPIRITU QUE EL FORZAR=S
      *DE LA CADENA DIARIA
           "/home/forma2/cobol/ficheros/fichero.nomina.pago.trabajo"
             FILE STATUS IS WS-FILE-STATUS-TRA.
      *
      *REGISTRO DE CONFORMIDAD DE LA REVISION DE VARIACIONES DE
      *COBOL705, CONFORMADO POR NOMINAS CON COBOL706 (VER COPYCONFOR)
           SELECT CONFORMIDAD
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.nomina.conformidad"
             FILE STATUS IS WS-FILE-STATUS-CON.
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
      *CALENDARIO LABORAL, PARA QUE LA FECHA VALOR NUNCA CAIGA EN
      *FIN DE SEMANA NI EN FESTIVO (VER COPY CALENPR)
           COPY CALENFC.
      *
      *FICHA DE PARAMETROS CON EL FORMATO DE ENVIO (VER COPY PARAMPR)
           COPY PARAMFC.
      *
      *MENSAJE SEPA PAIN.001 OBTENIDO DEL FICHERO FIJO (VER COPY
      *SEPAPR)
           COPY SEPAFC.
      *
      *FICHERO BANCARIO DE CADA EMPRESA DEL GRUPO: LA RUTA LLEVA EL
      *CODIGO DE LA EMPRESA Y SE RESUELVE EN 2600-GENERA-EMPRESA
           SELECT BANCO-EMPRESA
           ASSIGN TO WS-ASSIGN-BANCO-EMPRESA
             FILE STATUS IS WS-FILE-STATUS-BEM.
      *
      *MAESTRO DE EMPRESAS DEL GRUPO (VER COPY EMPREPR)
           COPY EMPREFC.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD NOMINA.
       01  REG-NOMINA                             PIC X(108).
      *
       FD BANCO.
       01  REG-BANCO                              PIC X(80).
      *
       FD BANCO-EMPRESA.
       01  REG-BANCO-EMPRESA                      PIC X(80).
      *
       FD CUENTAS.
       01  REG-CUENTA                             PIC X(30).
      *
       FD REGISTRO-PAGOS.
       01  REG-PAGO                               PIC X(60).
      *
       FD FICTRABAJO.
       01  REG-NOMINA-TRABAJO                     PIC X(108).
      *
       FD CONFORMIDAD.
       01  REG-CONFORMIDAD                        PIC X(62).
      *
       FD PRES-NOMINA.
       01  REG-PRESTAMO-NOMINA                    PIC X(32).
      *
       FD PRESTAMOS.
       01  REG-PRESTAMO                           PIC X(56).
      *
       FD PRES-TRABAJO.
       01  REG-PRESTAMO-TRABAJO                   PIC X(56).
      *
       COPY ERRAUDFD.
      *
       COPY RUNCTLFD.
      *
       COPY FECPROFD.
      *
       COPY CERROJFD.
      *
       COPY CALENFD.
      *
       COPY PARAMFD.
      *
       COPY SEPAFD.
      *
       COPY EMPREFD.
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
      *               REGISTROS DEL FICHERO BANCARIO                  *
      *****************************************************************
      *FORMATO FIJO ACORDADO CON EL BANCO: TIPO "1" CABECERA, "2"
      *DETALLE, "3" COLA, TODOS DE 80 POSICIONES. EL CODIGO DE LA
      *EMPRESA VA EN EL HUECO LIBRE DE LA CABECERA (EL BANCO NO LO
      *LEE) PARA SEPARAR LOS LOTES DEL FICHERO CONJUNTO
       01  WS-REG-CABECERA.
           05  FILLER                   PIC X(1)  VALUE "1".
           05  WB-EMPRESA-ID            PIC X(10).
           05  WB-EMPRESA-NOMBRE        PIC X(30).
           05  WB-FECHA-VALOR           PIC 9(8).
           05  WB-EMPRESA-CODIGO        PIC X(3).
           05  FILLER                   PIC X(28) VALUE SPACES.
      *
       01  WS-REG-DETALLE.
           05  FILLER                   PIC X(1)  VALUE "2".
           05  WB-SUMA-IMPORTES         PIC 9(13)V99.
           05  FILLER                   PIC X(57) VALUE SPACES.
      *
      *REGISTRO QUE SE GRABA A LA VEZ EN EL FICHERO DE LA EMPRESA Y
      *EN EL CONJUNTO (VER 3900-GRABA-BANCO)
       01  WS-REG-BANCO-SALIDA          PIC X(80).
      *
      *****************************************************************
      *               REGISTRO DEL FICHERO DE PAGOS                   *
      *****************************************************************
       COPY COPYPAGREG.
      *
      *****************************************************************
      *               REGISTRO DE CONFORMIDAD                         *
      *****************************************************************
       COPY COPYCONFOR.
      *
      *****************************************************************
      *               PRESTAMOS AL PERSONAL                           *
      *****************************************************************
       COPY COPYPRESTA.
      *
       COPY COPYPRESNOM.
      *
      *CUOTAS DESCONTADAS EN LA NOMINA DEL PERIODO
       01  WT-TABLA-PRES-NOMINA.
           05  WC-NUM-PRES-NOMINA       PIC 9(4) VALUE 0.
           05  WT-REG-PRES-NOMINA OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-PRES-NOMINA
                  INDEXED BY IP         PIC X(32).
      *
      *****************************************************************
      *               MAESTRO DE EMPRESAS                             *
      *****************************************************************
       COPY COPYEMPRESA.
       COPY EMPREWS.
      *
      *TRANSFERENCIAS PREVISTAS POR EMPRESA EN LA PRIMERA PASADA, EN
      *PARALELO A LA TABLA DE EMPRESAS (WEM-POSICION)
       01  WT-TABLA-PAGOS-EMPRESA.
           05  WT-EMP-PREVISTOS OCCURS 50 TIMES PIC 9(7).
      *
      *****************************************************************
      *               AUDITORIA COMUN DE ERRORES                      *
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
       COPY CALENWS.
      *
      *****************************************************************
      *               FICHAS DE PARAMETROS                            *
      *****************************************************************
       COPY PARAMWS.
      *
      *****************************************************************
      *               MENSAJE SEPA PAIN.001                           *
      *****************************************************************
       COPY SEPAWS.
      *
      *****************************************************************
      *               SWITCHES                                        *
      *****************************************************************
       01  SW-SWITCHES.
           05  SW-CUENTA                         PIC X VALUE "N".
                88 CUENTA-ENCONTRADA             VALUE "S".
                88 CUENTA-NO-ENCONTRADA          VALUE "N".
           05  SW-FIN-PRES-NOMINA                PIC 9 VALUE 0.
                88 FIN-PRES-NOMINA               VALUE 1.
                88 NO-FIN-PRES-NOMINA            VALUE 0.
           05  SW-FIN-PRESTAMOS                  PIC 9 VALUE 0.
                88 FIN-PRESTAMOS                 VALUE 1.
                88 NO-FIN-PRESTAMOS              VALUE 0.
           05  SW-CUOTA                          PIC X VALUE "N".
                88 CUOTA-ENCONTRADA              VALUE "S".
                88 CUOTA-NO-ENCONTRADA           VALUE "N".
           05  SW-FIN-BANCO                      PIC 9 VALUE 0.
                88 FIN-BANCO                     VALUE 1.
                88 NO-FIN-BANCO                  VALUE 0.
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
           05  LT-FICHERO2          PIC X(16) VALUE "BANCO".
           05  LT-FICHERO3          PIC X(20) VALUE
                    "CUENTAS.BANCARIAS".
           05  LT-FICHERO4          PIC X(16) VALUE "NOMINA.PRESTAMOS".
           05  LT-FICHERO5          PIC X(16) VALUE "PRESTAMOS".
           05  LT-FICHERO6          PIC X(16) VALUE "PRESTAMOS.TRAB".
           05  LT-FICHERO7          PIC X(16) VALUE "BANCO.EMPRESA".
           05  LT-CERROJO-CUENTAS   PIC X(60) VALUE
           "/home/forma2/cobol/ficheros/fichero.cuentas.cerrojo".
           05  LT-CERROJO-PREST     PIC X(60) VALUE
           "/home/forma2/cobol/ficheros/fichero.prestamos.cerrojo".
      *RAIZ DE LAS RUTAS DEL FICHERO FIJO Y DEL MENSAJE SEPA DE CADA
      *EMPRESA, A LA QUE SE ANADE SU CODIGO
           05  LT-RUTA-BANCO-EMPRESA PIC X(60) VALUE
           "/home/forma2/cobol/ficheros/fichero.banco.transferencias.".
           05  LT-RUTA-SEPA         PIC X(60) VALUE
           "/home/forma2/cobol/ficheros/fichero.banco.sepa.".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL720".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
           05  WS-FILE-STATUS-PAG                   PIC XX.
           05  WS-FILE-STATUS-TRA                   PIC XX.
           05  WS-PERIODO-NOMINA                    PIC 9(6).
           05  WS-FILE-STATUS-CON                   PIC XX.
      *MOTIVO POR EL QUE SE RECHAZA LA CONFORMIDAD (2200-COMPRUEBA-
      *CONFORMIDAD)
           05  WS-MOTIVO-CONFORMIDAD                PIC X(50).
      *"S" FUERZA LA GENERACION DE UN PERIODO YA REGISTRADO (SE TOMA
      *DE LA VARIABLE DE ENTORNO COBOL720_FORZAR, COMO EL FORZAR=S
      *DE RUN_DIARIO.SH)
           05  WS-FORZAR                            PIC X(1).
      *AMORTIZACION DE PRESTAMOS
           05  WS-ASSIGN-CERROJO                    PIC X(60).
           05  WS-FILE-STATUS-PRN                   PIC XX.
           05  WS-FILE-STATUS-PRE                   PIC XX.
           05  WS-FILE-STATUS-PRT                   PIC XX.
      *FICHERO BANCARIO DE LA EMPRESA EN CURSO Y EMPRESA (YA
      *RESUELTA) DE LA NOMINA O DEL LOTE EN CURSO
           05  WS-ASSIGN-BANCO-EMPRESA              PIC X(60).
           05  WS-FILE-STATUS-BEM                   PIC XX.
           05  WS-NUM-EMPRESA                       PIC 9(2).
           05  WS-EMPRESA-NOMINA                    PIC X(3).
           05  WS-EMPRESA-LOTE                      PIC X(3).
      *
      *****************************************************************
      *               CONTADORES                                      *
           05 WC-CONTADOR-SIN-CUENTA             PIC 9(7).
           05 WC-CONTADOR-MARCADAS               PIC 9(7).
           05 WC-SUMA-IMPORTES                   PIC 9(13)V99.
      *DETALLES Y SUMA DEL FICHERO DE LA EMPRESA EN CURSO (LOS DOS DE
      *ARRIBA SON LOS DEL GRUPO)
           05 WC-EMP-DETALLES                    PIC 9(7).
           05 WC-EMP-SUMA                        PIC 9(13)V99.
           05 WC-CONTADOR-SIN-EMPRESA            PIC 9(7).
           05 WC-FICHEROS-EMPRESA                PIC 9(3).
      *TOTALES DE CONTROL DE LA PRIMERA PASADA (TODOS LOS REGISTROS,
      *COMO LOS CUENTA COBOL705) PARA CUADRARLOS CON LA CONFORMIDAD
           05 WC-REVISION-NOMINAS                PIC 9(7).
           05 WC-REVISION-NETO                   PIC S9(13)V99.
      *CUOTAS DE PRESTAMO: APLICADAS AL SALDO, YA APLICADAS EN UNA
      *GENERACION ANTERIOR DEL MISMO PERIODO Y SIN PRESTAMO
           05 WC-CUOTAS-AMORTIZADAS              PIC 9(7).
           05 WC-CUOTAS-REPETIDAS                PIC 9(7).
           05 WC-CUOTAS-SIN-PRESTAMO             PIC 9(7).
           05 WC-IMPORTE-AMORTIZADO              PIC 9(13)V99.
      *
      *****************************************************************
      *               PROCEDURE  DIVISION.                            *
           PERFORM 2000-VALIDA-IMPORTES
              THRU 2000-VALIDA-IMPORTES-EXIT
              UNTIL FIN-FICHERO.
      *
           PERFORM 2100-COMPRUEBA-EMPRESA
              THRU 2100-COMPRUEBA-EMPRESA-EXIT
              VARYING WS-NUM-EMPRESA FROM 1 BY 1
              UNTIL WS-NUM-EMPRESA > WEM-NUM-EMPRESAS.
      *
           IF IMPORTES-INVALIDOS
                DISPLAY "******************************************"
                     WC-CONTADOR-INVALIDOS
                DISPLAY " EMPLEADOS SIN CUENTA REGISTRADA:      "
                     WC-CONTADOR-SIN-CUENTA
                DISPLAY " NOMINAS DE EMPRESA DESCONOCIDA:       "
                     WC-CONTADOR-SIN-EMPRESA
                DISPLAY "******************************************"
                SET SI-ERROR TO TRUE
                PERFORM 8000-FIN
                   THRU 8000-FIN-EXIT
           END-IF.
      *
      *SIN LA CONFORMIDAD DE NOMINAS AL LISTADO DE VARIACIONES DE
      *ESTE PERIODO NO SE PAGA (COBOL720_FORZAR NO SALTA ESTA GUARDA)
           PERFORM 2200-COMPRUEBA-CONFORMIDAD
              THRU 2200-COMPRUEBA-CONFORMIDAD-EXIT.
      *
      *EL MAESTRO DE PRESTAMOS SE TOMA EN EXCLUSIVA ANTES DE
      *GENERAR NADA: UN FICHERO BANCARIO SIN SU AMORTIZACION DEJARIA
      *LOS SALDOS DESCUADRADOS CON LO YA DESCONTADO
           MOVE LT-CERROJO-PREST TO WS-ASSIGN-CERROJO.
           PERFORM 9500-TOMA-CERROJO-EXCL
              THRU 9500-TOMA-CERROJO-EXCL-EXIT.
           IF CERROJO-DENEGADO
                DISPLAY "FICHERO EN USO POR " WL-PROGRAMA
                     " DESDE " WL-HORA(1:2) ":" WL-HORA(3:2)
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
      *SEGUNDA PASADA, UNA POR EMPRESA: GENERAMOS CABECERA, DETALLES
      *Y COLA EN SU FICHERO Y EN EL CONJUNTO. EN FORMATO SEPA CADA
      *FICHERO FIJO SE CONVIERTE A SU MENSAJE PAIN.001 ANTES DE
      *REGISTRAR EL PAGO: SI UNA CONVERSION FALLA, EL PERIODO QUEDA
      *SIN REGISTRAR Y SE PUEDE REPETIR SIN FORZAR
           PERFORM 2500-ABRE-BANCO
              THRU 2500-ABRE-BANCO-EXIT.
      *
           PERFORM 2600-GENERA-EMPRESA
              THRU 2600-GENERA-EMPRESA-EXIT
              VARYING WS-NUM-EMPRESA FROM 1 BY 1
              UNTIL WS-NUM-EMPRESA > WEM-NUM-EMPRESAS.
      *
      *ANOTAMOS LA PASADA EN EL REGISTRO DE PAGOS Y MARCAMOS CADA
      *NOMINA COMO PAGADA, PARA QUE LA GUARDA FUNCIONE LA PROXIMA VEZ
      *
           PERFORM 7500-MARCA-PAGADAS
              THRU 7500-MARCA-PAGADAS-EXIT.
      *
      *PAGADA LA NOMINA, LAS CUOTAS DESCONTADAS BAJAN LOS SALDOS
           PERFORM 7600-AMORTIZA-PRESTAMOS
              THRU 7600-AMORTIZA-PRESTAMOS-EXIT.
      *
           PERFORM 8000-FIN
              THRU 8000-FIN-EXIT.
      *INICIALIZAMOS LAS VARIABLES NECESARIAS
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
              THRU 9810-NORMALIZA-LABORABLE-EXIT.
           MOVE WS-CAL-FECHA TO WS-FECHA-HOY.
      *
      *FORMATO DE ENVIO AL BANCO SEGUN LA FICHA DE PARAMETROS Y LA
      *FECHA VALOR (LA FECHA DE CAMBIO SE COMPARA CON ELLA)
           MOVE WS-FECHA-HOY TO WS-SEPA-FECHA-VALOR.
           PERFORM 9300-FORMATO-ENVIO
              THRU 9300-FORMATO-ENVIO-EXIT.
      *
      *CARGAMOS EL MAESTRO DE CUENTAS BANCARIAS: SIN EL NO SE PUEDE
      *GRABAR EL IBAN EN LOS DETALLES Y EL FICHERO NO DEBE SALIR
           PERFORM 1020-CARGA-CUENTAS
              THRU 1020-CARGA-CUENTAS-EXIT.
      *
      *CARGAMOS LAS EMPRESAS DEL GRUPO: SIN ELLAS NO SE SABE DESDE
      *QUE CUENTA SE PAGA CADA NOMINA
           PERFORM 9970-CARGA-EMPRESAS
              THRU 9970-CARGA-EMPRESAS-EXIT.
           IF EMP-CARGA-ERROR
                DISPLAY "NO SE PUEDE CARGAR FICHERO.EMPRESAS (FILE "
                        "STATUS " WS-FILE-STATUS-EMR ") - GENERACION "
                        "DETENIDA"
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
           INITIALIZE WT-TABLA-PAGOS-EMPRESA.
      *
      *ABRO EL REGISTRO DE NOMINA Y COMPRUEBO SI HAY ERRORES
           OPEN INPUT NOMINA.
           IF WS-FILE-STATUS NOT = 00
      *INFORMAMOS DE QUIEN LO TIENE Y NOS DETENEMOS EN LUGAR DE
      *CARGAR UN MAESTRO A MEDIO GRABAR (LA MISMA CONVENCION QUE
      *COBOL700 CON LA TABLA DE RETENCIONES)
           MOVE LT-CERROJO-CUENTAS TO WS-ASSIGN-CERROJO.
           PERFORM 9510-TOMA-CERROJO-COMP
              THRU 9510-TOMA-CERROJO-COMP-EXIT.
           IF CERROJO-DENEGADO
           READ REGISTRO-PAGOS INTO WS-REG-PAGO
              AT END SET FIN-REGISTRO TO TRUE.
           IF WS-FILE-STATUS-PAG = 00
                IF WG-RESUMEN AND WG-PERIODO = WS-PERIODO-NOMINA
                     SET PERIODO-YA-PAGADO TO TRUE
                END-IF
           ELSE
      *       PRIMERA PASADA: VALIDACION DE LOS IMPORTES NETOS        *
      *****************************************************************
       2000-VALIDA-IMPORTES.
      *TOTALES DE CONTROL PARA CUADRAR CON LA CONFORMIDAD
           ADD 1 TO WC-REVISION-NOMINAS.
           ADD WN-NETO-MES TO WC-REVISION-NETO.
      *
      *UN REGISTRO NORMAL (TIPO "N") CON NETO CERO O NEGATIVO
      *INVALIDA LA GENERACION COMPLETA DEL FICHERO, SALVO EL NETO
      *CERO QUE SE HAN LLEVADO ENTERO LAS CUOTAS DE PRESTAMO (BRUTO
      *MENOS RETENCION POSITIVO): ESE EMPLEADO NO COBRA ESTE MES
           IF WN-TIPO-REG = "N" AND WN-NETO-MES = 0
              AND WN-BRUTO-MES - WN-DEDUCCION > 0
                DISPLAY "AVISO: EMPLEADO " WN-CODIGO
                     " SIN NETO A TRANSFERIR (CUOTAS DE PRESTAMO)"
           ELSE
                IF WN-TIPO-REG = "N" AND WN-NETO-MES NOT > 0
                     SET IMPORTES-INVALIDOS TO TRUE
                     ADD 1 TO WC-CONTADOR-INVALIDOS
                     DISPLAY "IMPORTE NO VALIDO - EMPLEADO: " WN-CODIGO
                          " NETO: " WN-NETO-MES
                END-IF
           END-IF.
      *
      *UN EMPLEADO DE LA NOMINA SIN CUENTA EN EL MAESTRO TAMBIEN
      *INVALIDA LA GENERACION: ANTES ESE HUECO SE RELLENABA A MANO
      *DESDE UNA HOJA DE CALCULO Y DE AHI VENIAN LOS PAGOS ERRONEOS
      *(SIN NETO NO HAY TRANSFERENCIA Y LA CUENTA NO HACE FALTA)
           IF WN-TIPO-REG = "N" AND WN-NETO-MES NOT = 0
                PERFORM 6000-BUSCA-CUENTA
                   THRU 6000-BUSCA-CUENTA-EXIT
                IF CUENTA-NO-ENCONTRADA
                          WN-CODIGO
                END-IF
           END-IF.
      *
      *LA EMPRESA DE LA NOMINA TIENE QUE ESTAR EN EL MAESTRO (SI NO,
      *NO HAY CUENTA DESDE LA QUE PAGARLA) Y, SI HAY TRANSFERENCIA,
      *SE CUENTA PARA SABER QUE EMPRESAS TIENEN FICHERO
           MOVE WN-EMPRESA TO WEM-BUSCA-CODIGO.
           PERFORM 9975-BUSCA-EMPRESA
              THRU 9975-BUSCA-EMPRESA-EXIT.
           IF EMP-NO-ENCONTRADA
                SET IMPORTES-INVALIDOS TO TRUE
                ADD 1 TO WC-CONTADOR-SIN-EMPRESA
                DISPLAY "EMPRESA DESCONOCIDA - EMPLEADO: " WN-CODIGO
                     " EMPRESA: " WN-EMPRESA
           ELSE
                IF WN-NETO-MES NOT = 0
                     ADD 1 TO WT-EMP-PREVISTOS(WEM-POSICION)
                END-IF
           END-IF.
      *
           PERFORM 9200-LEER-FICHERO
              THRU 9200-LEER-FICHERO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       DATOS BANCARIOS DE LAS EMPRESAS QUE PAGAN ESTE MES      *
      *****************************************************************
       2100-COMPRUEBA-EMPRESA.
      *UNA EMPRESA CON TRANSFERENCIAS NECESITA SU IDENTIFICADOR ANTE
      *EL BANCO (CABECERA DEL FICHERO FIJO) Y SU IBAN (ORDENANTE DEL
      *MENSAJE SEPA): SIN ELLOS SU FICHERO SALDRIA A NOMBRE DE NADIE
           IF WT-EMP-PREVISTOS(WS-NUM-EMPRESA) = 0
                GO TO 2100-COMPRUEBA-EMPRESA-EXIT
           END-IF.
           MOVE WEM-REG-TABLA(WS-NUM-EMPRESA) TO WS-REG-EMPRESA.
           IF WEM-ID-BANCO = SPACES OR WEM-IBAN = SPACES
                SET IMPORTES-INVALIDOS TO TRUE
                ADD 1 TO WC-CONTADOR-SIN-EMPRESA
                DISPLAY "EMPRESA " WEM-CODIGO
                     " SIN IDENTIFICADOR BANCARIO O SIN IBAN"
           END-IF.
       2100-COMPRUEBA-EMPRESA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CONFORMIDAD DE NOMINAS AL LISTADO DE VARIACIONES        *
      *****************************************************************
       2200-COMPRUEBA-CONFORMIDAD.
           OPEN INPUT CONFORMIDAD.
           IF WS-FILE-STATUS-CON NOT = 00
                MOVE "NO HAY REVISION DE VARIACIONES (COBOL705)"
                  TO WS-MOTIVO-CONFORMIDAD
                PERFORM 2210-RECHAZA-CONFORMIDAD
                   THRU 2210-RECHAZA-CONFORMIDAD-EXIT
           END-IF.
      *
           READ CONFORMIDAD INTO WS-REG-CONFORMIDAD.
           IF WS-FILE-STATUS-CON NOT = 00
                CLOSE CONFORMIDAD
                MOVE "NO HAY REVISION DE VARIACIONES (COBOL705)"
                  TO WS-MOTIVO-CONFORMIDAD
                PERFORM 2210-RECHAZA-CONFORMIDAD
                   THRU 2210-RECHAZA-CONFORMIDAD-EXIT
           END-IF.
           CLOSE CONFORMIDAD.
      *
           IF WF-PERIODO NOT = WS-PERIODO-NOMINA
                MOVE "LA REVISION ES DE OTRO PERIODO"
                  TO WS-MOTIVO-CONFORMIDAD
                PERFORM 2210-RECHAZA-CONFORMIDAD
                   THRU 2210-RECHAZA-CONFORMIDAD-EXIT
           END-IF.
      *
           IF NOT WF-CONFORME
                MOVE "REVISION PENDIENTE DE CONFORMAR (COBOL706)"
                  TO WS-MOTIVO-CONFORMIDAD
                PERFORM 2210-RECHAZA-CONFORMIDAD
                   THRU 2210-RECHAZA-CONFORMIDAD-EXIT
           END-IF.
      *
      *SI LA NOMINA SE RECALCULO DESPUES DE REVISARLA, LO CONFORMADO
      *YA NO ES LO QUE SE VA A PAGAR
           IF WF-NUM-NOMINAS NOT = WC-REVISION-NOMINAS
              OR WF-SUMA-NETO NOT = WC-REVISION-NETO
                MOVE "LA NOMINA HA CAMBIADO DESDE LA REVISION"
                  TO WS-MOTIVO-CONFORMIDAD
                PERFORM 2210-RECHAZA-CONFORMIDAD
                   THRU 2210-RECHAZA-CONFORMIDAD-EXIT
           END-IF.
      *
           DISPLAY "CONFORMIDAD DEL PERIODO " WF-PERIODO
                   " DADA POR " WF-OPERADOR " EL " WF-FECHA-CONFORME.
      *
       2200-COMPRUEBA-CONFORMIDAD-EXIT.
       EXIT.
      *
       2210-RECHAZA-CONFORMIDAD.
           DISPLAY "******************************************".
           DISPLAY " FICHERO BANCARIO NO GENERADO".
           DISPLAY " PERIODO " WS-PERIODO-NOMINA
                   " SIN CONFORMIDAD DE NOMINAS:".
           DISPLAY " " WS-MOTIVO-CONFORMIDAD.
           DISPLAY " (LANCE COBOL705 Y CONFORME CON COBOL706)".
           DISPLAY "******************************************".
           CLOSE NOMINA.
           CLOSE AUDITORIA.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
      *
       2210-RECHAZA-CONFORMIDAD-EXIT.
       EXIT.
      *
      *****************************************************************
      *       APERTURA DEL FICHERO BANCARIO CONJUNTO                  *
      *****************************************************************
       2500-ABRE-BANCO.
      *RECOGE LOS LOTES DE TODAS LAS EMPRESAS: DE EL SALEN LOS PAGOS
      *DEL REGISTRO (7000) Y LO RELEE COBOL780 PARA LAS DEVOLUCIONES
           OPEN OUTPUT BANCO.
           IF WS-FILE-STATUS-BANCO NOT = 00
                MOVE "2500-ABRE" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-BANCO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
       2500-ABRE-BANCO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       REAPERTURA DE LA NOMINA PARA LA PASADA DE UNA EMPRESA   *
      *****************************************************************
       2510-REABRE-NOMINA.
           CLOSE NOMINA.
           SET NO-FIN-FICHERO TO TRUE.
           MOVE 0 TO WC-CONTADOR.
      *
           OPEN INPUT NOMINA.
           IF WS-FILE-STATUS NOT = 00
                MOVE "2510-REABRE" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 9200-LEER-FICHERO
              THRU 9200-LEER-FICHERO-EXIT.
      *
       2510-REABRE-NOMINA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       FICHERO BANCARIO DE LA EMPRESA WS-NUM-EMPRESA           *
      *****************************************************************
       2600-GENERA-EMPRESA.
      *SOLO TIENEN FICHERO LAS EMPRESAS CON TRANSFERENCIAS Y SIEMPRE
      *LA PRINCIPAL (AUNQUE SEA SOLO CABECERA Y COLA, COMO HASTA
      *AHORA UN MES SIN NADA QUE PAGAR)
           IF WT-EMP-PREVISTOS(WS-NUM-EMPRESA) = 0
              AND WS-NUM-EMPRESA > 1
                GO TO 2600-GENERA-EMPRESA-EXIT
           END-IF.
           MOVE WEM-REG-TABLA(WS-NUM-EMPRESA) TO WS-REG-EMPRESA.
           MOVE 0 TO WC-EMP-DETALLES.
           MOVE 0 TO WC-EMP-SUMA.
      *
           MOVE SPACES TO WS-ASSIGN-BANCO-EMPRESA.
           STRING LT-RUTA-BANCO-EMPRESA DELIMITED BY SPACE
                  WEM-CODIGO            DELIMITED BY SPACE
                  INTO WS-ASSIGN-BANCO-EMPRESA.
           OPEN OUTPUT BANCO-EMPRESA.
           IF WS-FILE-STATUS-BEM NOT = 00
                MOVE "2600-EMPRESA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO7 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-BEM TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *LA CABECERA LLEVA LOS DATOS DE LA EMPRESA ACORDADOS CON EL
      *BANCO
           MOVE WEM-ID-BANCO  TO WB-EMPRESA-ID.
           MOVE WEM-NOMBRE    TO WB-EMPRESA-NOMBRE.
           MOVE WS-FECHA-HOY  TO WB-FECHA-VALOR.
           MOVE WEM-CODIGO    TO WB-EMPRESA-CODIGO.
           MOVE WS-REG-CABECERA TO WS-REG-BANCO-SALIDA.
           PERFORM 3900-GRABA-BANCO
              THRU 3900-GRABA-BANCO-EXIT.
      *
           PERFORM 2510-REABRE-NOMINA
              THRU 2510-REABRE-NOMINA-EXIT.
           PERFORM 3000-PROCESO
              THRU 3000-PROCESO-EXIT
              UNTIL FIN-FICHERO.
      *
           PERFORM 3500-ESCRIBE-COLA
              THRU 3500-ESCRIBE-COLA-EXIT.
      *
      *EL FICHERO DE LA EMPRESA TIENE QUE ESTAR COMPLETO Y CERRADO
      *ANTES DE CONVERTIRLO A SEPA
           CLOSE BANCO-EMPRESA.
           ADD 1 TO WC-FICHEROS-EMPRESA.
           DISPLAY "EMPRESA " WEM-CODIGO " " WEM-NOMBRE
                   " TRANSFERENCIAS: " WC-EMP-DETALLES.
      *
           IF SEPA-FORMATO-SEPA
                PERFORM 3600-GENERA-SEPA
                   THRU 3600-GENERA-SEPA-EXIT
           END-IF.
      *
       2600-GENERA-EMPRESA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       SEGUNDA PASADA: GENERACION DE LOS DETALLES              *
      *****************************************************************
       3000-PROCESO.
      *SOLO LAS NOMINAS DE LA EMPRESA EN CURSO (EL BLANCO ES LA
      *PRINCIPAL, LA PRIMERA DE LA TABLA). SIN NETO (TODO SE LO HAN
      *LLEVADO LOS PRESTAMOS) NO HAY TRANSFERENCIA QUE HACER
           MOVE WN-EMPRESA TO WS-EMPRESA-NOMINA.
           IF WS-EMPRESA-NOMINA = SPACES
                MOVE WEM-REG-TABLA(1)(1:3) TO WS-EMPRESA-NOMINA
           END-IF.
           IF WN-NETO-MES NOT = 0
              AND WS-EMPRESA-NOMINA = WEM-CODIGO
                PERFORM 3100-ESCRIBE-DETALLE
                   THRU 3100-ESCRIBE-DETALLE-EXIT
           END-IF.
      *
           PERFORM 9200-LEER-FICHERO
              THRU 9200-LEER-FICHERO-EXIT.
      *
       3000-PROCESO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       DETALLE DE TRANSFERENCIA DEL EMPLEADO EN CURSO          *
      *****************************************************************
       3100-ESCRIBE-DETALLE.
           MOVE WN-CODIGO   TO WB-CODIGO.
           MOVE WN-NOMBRE   TO WB-NOMBRE.
           MOVE WN-APELLIDO TO WB-APELLIDO.
           ELSE
                MOVE SPACES TO WB-IBAN
           END-IF.
           MOVE WS-REG-DETALLE TO WS-REG-BANCO-SALIDA.
           PERFORM 3900-GRABA-BANCO
              THRU 3900-GRABA-BANCO-EXIT.
      *
           ADD 1 TO WC-EMP-DETALLES.
           ADD WN-NETO-MES TO WC-EMP-SUMA.
           ADD 1 TO WC-CONTADOR-DETALLES.
           ADD WN-NETO-MES TO WC-SUMA-IMPORTES.
      *
       3100-ESCRIBE-DETALLE-EXIT.
       EXIT.
      *
      *****************************************************************
      *       ESCRITURA DE LA COLA CON CONTADOR Y SUMA                *
      *****************************************************************
       3500-ESCRIBE-COLA.
      *LA COLA CUADRA EL FICHERO DE LA EMPRESA, NO EL DEL GRUPO
           MOVE WC-EMP-DETALLES TO WB-NUM-DETALLES.
           MOVE WC-EMP-SUMA     TO WB-SUMA-IMPORTES.
           MOVE WS-REG-COLA TO WS-REG-BANCO-SALIDA.
           PERFORM 3900-GRABA-BANCO
              THRU 3900-GRABA-BANCO-EXIT.
      *
       3500-ESCRIBE-COLA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CONVERSION DEL FICHERO FIJO AL MENSAJE SEPA             *
      *****************************************************************
       3600-GENERA-SEPA.
      *EL MENSAJE DE LA EMPRESA SALE DE SU FICHERO FIJO, YA CERRADO,
      *Y LA EMPRESA ES LA ORDENANTE CON SU IBAN Y SU BIC
           MOVE WS-ASSIGN-BANCO-EMPRESA TO WS-ASSIGN-SEPA-ORIGEN.
           MOVE SPACES TO WS-ASSIGN-SEPA.
           STRING LT-RUTA-SEPA DELIMITED BY SPACE
                  WEM-CODIGO   DELIMITED BY SPACE
                  ".xml"       DELIMITED BY SIZE
                  INTO WS-ASSIGN-SEPA.
           MOVE WEM-IBAN TO WS-SEPA-IBAN-ORDENANTE.
           MOVE WEM-BIC  TO WS-SEPA-BIC-ORDENANTE.
           PERFORM 9310-GENERA-SEPA
              THRU 9310-GENERA-SEPA-EXIT.
      *
       3600-GENERA-SEPA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       GRABA UN REGISTRO EN EL FICHERO DE LA EMPRESA Y EN EL   *
      *       CONJUNTO                                                *
      *****************************************************************
       3900-GRABA-BANCO.
           WRITE REG-BANCO-EMPRESA FROM WS-REG-BANCO-SALIDA.
           IF WS-FILE-STATUS-BEM NOT = 00
                MOVE "3900-GRABA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO7 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-BEM TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           WRITE REG-BANCO FROM WS-REG-BANCO-SALIDA.
           IF WS-FILE-STATUS-BANCO NOT = 00
                MOVE "3900-GRABA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-BANCO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
       3900-GRABA-BANCO-EXIT.
       EXIT.
      *
      *****************************************************************
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *UN PAGO POR CADA DETALLE DEL FICHERO BANCARIO CONJUNTO, QUE
      *SE RELEE YA COMPLETO, Y UN RESUMEN POR CADA EMPRESA AL LLEGAR
      *A LA COLA DE SU LOTE (EL CLOSE DE 8000-FIN LO ENCONTRARA
      *CERRADO)
           CLOSE BANCO.
           OPEN INPUT BANCO.
           IF WS-FILE-STATUS-BANCO NOT = 00
                MOVE "7000-REGISTRO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-BANCO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           SET NO-FIN-BANCO TO TRUE.
           PERFORM 7010-GRABA-PAGO
              THRU 7010-GRABA-PAGO-EXIT
              UNTIL FIN-BANCO.
           CLOSE BANCO.
      *
           CLOSE REGISTRO-PAGOS.
      *
       7000-GRABA-REGISTRO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       PAGO DEL REGISTRO POR CADA DETALLE TRANSFERIDO          *
      *****************************************************************
       7010-GRABA-PAGO.
           READ BANCO INTO WS-REG-DETALLE
              AT END SET FIN-BANCO TO TRUE.
           IF WS-FILE-STATUS-BANCO NOT = 00
              AND WS-FILE-STATUS-BANCO NOT = 10
                MOVE "7010-PAGO" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-BANCO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           IF FIN-BANCO
                GO TO 7010-GRABA-PAGO-EXIT
           END-IF.
      *
      *LA CABECERA DICE DE QUE EMPRESA ES EL LOTE QUE SIGUE
           IF REG-BANCO(1:1) = "1"
                MOVE REG-BANCO TO WS-REG-CABECERA
                MOVE WB-EMPRESA-CODIGO TO WS-EMPRESA-LOTE
                GO TO 7010-GRABA-PAGO-EXIT
           END-IF.
      *
      *LA COLA DEL LOTE ES EL RESUMEN DE LA EMPRESA
           IF REG-BANCO(1:1) = "3"
                MOVE REG-BANCO TO WS-REG-COLA
                PERFORM 7020-GRABA-RESUMEN
                   THRU 7020-GRABA-RESUMEN-EXIT
                GO TO 7010-GRABA-PAGO-EXIT
           END-IF.
      *
           MOVE SPACES            TO WS-REG-PAGO.
           SET WG-PAGO            TO TRUE.
           MOVE WS-PERIODO-NOMINA TO WG-PERIODO.
           MOVE WS-FECHA-HOY      TO WG-FECHA-VALOR.
           MOVE WB-CODIGO         TO WG-CODIGO.
           MOVE WB-IMPORTE        TO WG-IMPORTE.
           MOVE WS-EMPRESA-LOTE   TO WG-EMPRESA-PAGO.
           SET WG-ORIGEN-NOMINA   TO TRUE.
           SET WG-SIN-CONCILIAR   TO TRUE.
           MOVE 0                 TO WG-FECHA-CONCILIACION.
           MOVE 0                 TO WG-IMPORTE-BANCO.
           WRITE REG-PAGO FROM WS-REG-PAGO.
           IF WS-FILE-STATUS-PAG NOT = 00
                MOVE "7010-PAGO" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE "PAGOS.REGISTRO" TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-PAG TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
       7010-GRABA-PAGO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       RESUMEN DEL REGISTRO POR CADA EMPRESA PAGADA            *
      *****************************************************************
       7020-GRABA-RESUMEN.
           MOVE SPACES            TO WS-REG-PAGO.
           SET WG-RESUMEN         TO TRUE.
           MOVE WS-PERIODO-NOMINA TO WG-PERIODO.
           MOVE WS-FECHA-HOY      TO WG-FECHA-VALOR.
           MOVE WB-NUM-DETALLES   TO WG-NUM-DETALLES.
           MOVE WB-SUMA-IMPORTES  TO WG-SUMA-IMPORTES.
           MOVE WS-EMPRESA-LOTE   TO WG-EMPRESA-RESUMEN.
           ACCEPT WG-FECHA-GENERACION FROM DATE YYYYMMDD.
           WRITE REG-PAGO FROM WS-REG-PAGO.
           IF WS-FILE-STATUS-PAG NOT = 00
                MOVE "7020-RESUMEN" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE "PAGOS.REGISTRO" TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-PAG TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
       7020-GRABA-RESUMEN-EXIT.
       EXIT.
      *
      *****************************************************************
       EXIT.
      *
      *****************************************************************
      *       REBAJA LOS SALDOS CON LAS CUOTAS DESCONTADAS            *
      *****************************************************************
       7600-AMORTIZA-PRESTAMOS.
      *SIN CUOTAS DESCONTADAS EN LA NOMINA NO HAY NADA QUE REBAJAR
           OPEN INPUT PRES-NOMINA.
           IF WS-FILE-STATUS-PRN = 35
                GO TO 7600-AMORTIZA-PRESTAMOS-EXIT
           END-IF.
           IF WS-FILE-STATUS-PRN NOT = 00
                MOVE "7600-AMORTIZA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-PRN TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 7601-LEE-CUOTA
              THRU 7601-LEE-CUOTA-EXIT
              UNTIL FIN-PRES-NOMINA
                 OR WC-NUM-PRES-NOMINA >= 5000.
           CLOSE PRES-NOMINA.
      *
           IF NOT FIN-PRES-NOMINA
                DISPLAY "AVISO: MAS DE 5000 CUOTAS DE PRESTAMO - "
                        "SOLO SE AMORTIZAN LAS 5000 PRIMERAS"
           END-IF.
           IF WC-NUM-PRES-NOMINA = 0
                GO TO 7600-AMORTIZA-PRESTAMOS-EXIT
           END-IF.
      *
      *COMO EN EL MARCADO DE PAGADAS: EL MAESTRO SE COPIA AL
      *TRABAJO CON LOS SALDOS REBAJADOS Y SOLO DESPUES SE REGRABA
           OPEN INPUT PRESTAMOS.
           IF WS-FILE-STATUS-PRE = 35
                DISPLAY "AVISO: NO SE ENCUENTRA " LT-FICHERO5
                DISPLAY "       HAY " WC-NUM-PRES-NOMINA
                        " CUOTAS DESCONTADAS SIN MAESTRO DE PRESTAMOS"
                GO TO 7600-AMORTIZA-PRESTAMOS-EXIT
           END-IF.
           IF WS-FILE-STATUS-PRE NOT = 00
                MOVE "7600-AMORTIZA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO5 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-PRE TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           OPEN OUTPUT PRES-TRABAJO.
           IF WS-FILE-STATUS-PRT NOT = 00
                MOVE "7600-AMORTIZA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO6 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-PRT TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 7610-AMORTIZA-PRESTAMO
              THRU 7610-AMORTIZA-PRESTAMO-EXIT
              UNTIL FIN-PRESTAMOS.
      *
           CLOSE PRESTAMOS.
           CLOSE PRES-TRABAJO.
      *
      *UNA CUOTA CUYO PRESTAMO SE HA DADO DE BAJA ENTRE LA NOMINA Y
      *EL PAGO NO TIENE SALDO QUE REBAJAR: SE AVISA PARA REVISARLA
           COMPUTE WC-CUOTAS-SIN-PRESTAMO = WC-NUM-PRES-NOMINA
                 - WC-CUOTAS-AMORTIZADAS - WC-CUOTAS-REPETIDAS.
           IF WC-CUOTAS-SIN-PRESTAMO > 0
                DISPLAY "AVISO: " WC-CUOTAS-SIN-PRESTAMO
                        " CUOTAS DESCONTADAS SIN PRESTAMO EN EL "
                        "MAESTRO"
           END-IF.
      *
      *UNA GENERACION FORZADA DEL MISMO PERIODO NO CAMBIA NINGUN
      *SALDO: NO HACE FALTA REGRABAR
           IF WC-CUOTAS-AMORTIZADAS = 0
                GO TO 7600-AMORTIZA-PRESTAMOS-EXIT
           END-IF.
      *
           SET NO-FIN-PRESTAMOS TO TRUE.
           OPEN INPUT PRES-TRABAJO.
           IF WS-FILE-STATUS-PRT NOT = 00
                MOVE "7600-AMORTIZA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO6 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-PRT TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           OPEN OUTPUT PRESTAMOS.
           IF WS-FILE-STATUS-PRE NOT = 00
                MOVE "7600-AMORTIZA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO5 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-PRE TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 7620-COPIA-A-PRESTAMOS
              THRU 7620-COPIA-A-PRESTAMOS-EXIT
              UNTIL FIN-PRESTAMOS.
      *
           CLOSE PRES-TRABAJO.
           CLOSE PRESTAMOS.
      *
       7600-AMORTIZA-PRESTAMOS-EXIT.
       EXIT.
      *
       7601-LEE-CUOTA.
           READ PRES-NOMINA INTO WS-REG-PRESTAMO-NOMINA
              AT END SET FIN-PRES-NOMINA TO TRUE.
           IF WS-FILE-STATUS-PRN = 00
                IF WPN-PERIODO = WS-PERIODO-NOMINA
                     ADD 1 TO WC-NUM-PRES-NOMINA
                     MOVE WS-REG-PRESTAMO-NOMINA
                       TO WT-REG-PRES-NOMINA(WC-NUM-PRES-NOMINA)
                END-IF
           ELSE
                IF WS-FILE-STATUS-PRN NOT = 10
                     MOVE "7601-LEE-CUOTA" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                     MOVE WS-FILE-STATUS-PRN TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
       7601-LEE-CUOTA-EXIT.
       EXIT.
      *
       7610-AMORTIZA-PRESTAMO.
           READ PRESTAMOS INTO WS-REG-PRESTAMO
              AT END SET FIN-PRESTAMOS TO TRUE.
           IF WS-FILE-STATUS-PRE = 10
                GO TO 7610-AMORTIZA-PRESTAMO-EXIT
           END-IF.
           IF WS-FILE-STATUS-PRE NOT = 00
                MOVE "7610-AMORTIZA" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE LT-FICHERO5 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-PRE TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           SET CUOTA-NO-ENCONTRADA TO TRUE.
           PERFORM 7615-APLICA-CUOTA
              THRU 7615-APLICA-CUOTA-EXIT
              VARYING IP FROM 1 BY 1
              UNTIL IP > WC-NUM-PRES-NOMINA
                 OR CUOTA-ENCONTRADA.
      *
           WRITE REG-PRESTAMO-TRABAJO FROM WS-REG-PRESTAMO.
           IF WS-FILE-STATUS-PRT NOT = 00
                MOVE "7610-AMORTIZA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO6 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-PRT TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
       7610-AMORTIZA-PRESTAMO-EXIT.
       EXIT.
      *
      *LA CUOTA DEL PRESTAMO EN CURSO, SI SE DESCONTO EN LA NOMINA;
      *EL MES YA AMORTIZADO (GENERACION FORZADA) SOLO SE CUENTA
       7615-APLICA-CUOTA.
           MOVE WT-REG-PRES-NOMINA(IP) TO WS-REG-PRESTAMO-NOMINA.
           IF WPN-CODIGO NOT = WPR-CODIGO
              OR WPN-NUMERO NOT = WPR-NUMERO
                GO TO 7615-APLICA-CUOTA-EXIT
           END-IF.
           SET CUOTA-ENCONTRADA TO TRUE.
      *
           IF WPR-ULTIMO-PERIODO NOT < WS-PERIODO-NOMINA
                ADD 1 TO WC-CUOTAS-REPETIDAS
                GO TO 7615-APLICA-CUOTA-EXIT
           END-IF.
      *
           IF WPN-IMPORTE > WPR-SALDO
                ADD WPR-SALDO TO WC-IMPORTE-AMORTIZADO
                MOVE 0 TO WPR-SALDO
           ELSE
                ADD WPN-IMPORTE TO WC-IMPORTE-AMORTIZADO
                SUBTRACT WPN-IMPORTE FROM WPR-SALDO
           END-IF.
           MOVE WS-PERIODO-NOMINA TO WPR-ULTIMO-PERIODO.
           ADD 1 TO WC-CUOTAS-AMORTIZADAS.
       7615-APLICA-CUOTA-EXIT.
       EXIT.
      *
       7620-COPIA-A-PRESTAMOS.
           READ PRES-TRABAJO INTO WS-REG-PRESTAMO
              AT END SET FIN-PRESTAMOS TO TRUE.
           IF WS-FILE-STATUS-PRT = 00
                WRITE REG-PRESTAMO FROM WS-REG-PRESTAMO
                IF WS-FILE-STATUS-PRE NOT = 00
                     MOVE "7620-PRESTAMOS" TO WS-PARRAFO-ERROR
                     MOVE LT-WRITE TO WS-OPERACION-ERROR
                     MOVE LT-FICHERO5 TO WS-FICHERO-ERROR
                     MOVE WS-FILE-STATUS-PRE TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           ELSE
                IF WS-FILE-STATUS-PRT NOT = 10
                     MOVE "7620-PRESTAMOS" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE LT-FICHERO6 TO WS-FICHERO-ERROR
                     MOVE WS-FILE-STATUS-PRT TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
       7620-COPIA-A-PRESTAMOS-EXIT.
       EXIT.
      *
      *****************************************************************
      *             FIN                                               *
      *****************************************************************
       8000-FIN.
                 DISPLAY "******************************************"
                 DISPLAY "      FICHERO BANCARIO GENERADO"
                 DISPLAY "******************************************"
                 DISPLAY "**FORMATO DE ENVIO:        "
                      WS-SEPA-FORMATO
                 DISPLAY "**FICHEROS POR EMPRESA:    "
                      WC-FICHEROS-EMPRESA
                 DISPLAY "**DETALLES ESCRITOS:       "
                      WC-CONTADOR-DETALLES
                 DISPLAY "**SUMA DE IMPORTES:        "
                      WC-SUMA-IMPORTES
                 DISPLAY "**NOMINAS MARCADAS PAGADAS:"
                      WC-CONTADOR-MARCADAS
                 DISPLAY "**CUOTAS DE PRESTAMO:      "
                      WC-NUM-PRES-NOMINA
                 DISPLAY "**CUOTAS AMORTIZADAS:      "
                      WC-CUOTAS-AMORTIZADAS
                 DISPLAY "**CUOTAS YA AMORTIZADAS:   "
                      WC-CUOTAS-REPETIDAS
                 DISPLAY "**IMPORTE AMORTIZADO:      "
                      WC-IMPORTE-AMORTIZADO
                 DISPLAY "******************************************"
           END-IF.
      *
           CLOSE NOMINA.
           CLOSE BANCO.
           CLOSE BANCO-EMPRESA.
           CLOSE AUDITORIA.
           DISPLAY "FICHEROS CERRADOS".
      *
           ELSE
                MOVE 0 TO RETURN-CODE
           END-IF.
      *
      *DEJAMOS CONSTANCIA DEL FIN Y LOS CONTADORES EN EL CONTROL
      *DE EJECUCIONES
           MOVE WC-CONTADOR TO WK-CTL-LEIDOS.
           MOVE WC-CONTADOR-DETALLES TO WK-CTL-ESCRITOS.
           MOVE RETURN-CODE TO WK-CTL-RETORNO.
           PERFORM 9750-REGISTRA-FIN
              THRU 9750-REGISTRA-FIN-EXIT.
           STOP RUN.
      *
       8000-FIN-EXIT.
      *                CALENDARIO LABORAL COMUN                       *
      *****************************************************************
       COPY CALENPR.
      *
      *****************************************************************
      *                FICHAS DE PARAMETROS                           *
      *****************************************************************
       COPY PARAMPR.
      *
      *****************************************************************
      *                MENSAJE SEPA PAIN.001                          *
      *****************************************************************
       COPY SEPAPR.
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
      *                MAESTRO DE EMPRESAS                            *
      *****************************************************************
       COPY EMPREPR.
