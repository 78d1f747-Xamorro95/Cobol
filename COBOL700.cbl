      *  REGISTROS DE AJUSTE (TIPO "A") NO SE PAGAN EN NOMINA Y SE    *
      *  CONTABILIZAN APARTE                                          *
      *                                                               *
      *  FINIQUITOS Y ALTAS DEL MES: EL EMPLEADO DE BAJA CUYA FECHA   *
      *  DE BAJA CAE EN EL MES DE LA NOMINA NO SE SALTA: COBRA EL     *
      *  FIJO Y LA COMISION PRORRATEADOS HASTA EL DIA DE LA BAJA MAS  *
      *  LAS VACACIONES DEVENGADAS Y NO DISFRUTADAS (DERECHO DE       *
      *  FICHERO.VACACIONES DE COBOL660 PRORRATEADO AL DIA DE LA      *
      *  BAJA, MENOS LAS AUSENCIAS "V" DE FICHERO.AUSENCIAS, COMO EN  *
      *  EL SALDO DE COBOL675). EL ALTA CUYA FECHA CAE EN EL MES      *
      *  COBRA EL FIJO Y LA COMISION DESDE EL DIA DEL ALTA. AMBOS     *
      *  CASOS PASAN POR LA MISMA TABLA DE RETENCIONES Y SALEN EN EL  *
      *  REGISTRO DE NOMINA COMO UNA NOMINA MAS, CON SUS CONCEPTOS    *
      *  DETALLADOS EN EL LISTADO. LAS ALTAS DE MESES POSTERIORES NO  *
      *  COBRAN TODAVIA                                               *
      *                                                               *
      *  ATRASOS: LOS MESES YA PAGADOS QUE COBOL708 HA RECALCULADO    *
      *  POR UN CAMBIO DE SALARIO O COMISION CON EFECTO ATRASADO      *
      *  (FICHERO.NOMINA.ATRASOS, COPY COPYATRASO) SE SUMAN AL BRUTO  *
      *  Y A LA RETENCION DEL EMPLEADO CON UNA LINEA POR MES EN EL    *
      *  LISTADO, Y QUEDAN ESTAMPADOS CON EL PERIODO DE ESTA NOMINA;  *
      *  UNA REPETICION DEL MISMO MES LOS VUELVE A TOMAR. COMO VAN    *
      *  DENTRO DEL BRUTO Y DE LA RETENCION DEL REGISTRO DE NOMINA,   *
      *  COBOL765 LOS LLEVA AL ACUMULADO ANUAL                        *
      *                                                               *
      *  COTIZACION EMPRESARIAL: SOBRE EL BRUTO DEL MES DE CADA       *
      *  EMPLEADO PAGADO SE CALCULA LA CUOTA A LA SEGURIDAD SOCIAL A  *
      *  CARGO DE LA EMPRESA CON LA TABLA DE TIPOS DE COTIZACION      *
      *  (FICHERO.COTIZACIONES, MANTENIDA POR COBOL752): POR CADA     *
      *  CONCEPTO, EL BRUTO SE ACOTA ENTRE LA BASE MINIMA Y LA BASE   *
      *  MAXIMA MENSUALES (PRORRATEADAS A LOS DIAS PAGADOS EN UN      *
      *  FINIQUITO O UN ALTA DEL MES) Y SE LE APLICA SU PORCENTAJE.   *
      *  LA CUOTA Y EL COSTE TOTAL (BRUTO MAS CUOTA) SALEN EN EL      *
      *  LISTADO BAJO CADA EMPLEADO, CON SUBTOTAL POR DEPARTAMENTO,   *
      *  Y SE GRABAN CON SU DESGLOSE EN FICHERO.NOMINA.COTIZACIONES   *
      *  (COPY COPYCOTIZA), QUE CONTABILIZA COBOL760 Y ES LA          *
      *  RELACION MENSUAL QUE SE PRESENTA A LA SEGURIDAD SOCIAL       *
      *                                                               *
      *  BAJAS Y PERMISOS: LAS AUSENCIAS "E" (ENFERMEDAD) Y "P"       *
      *  (PERMISO NO RETRIBUIDO) DE FICHERO.AUSENCIAS QUE CAEN EN     *
      *  LOS DIAS PAGADOS DEL MES AJUSTAN EL BRUTO ANTES DE LA        *
      *  RETENCION Y LA COTIZACION. EL PERMISO DESCUENTA SUS DIAS A   *
      *  PRORRATA DEL FIJO Y LA COMISION; LA BAJA SE PAGA POR DIA DE  *
      *  BAJA (CONTADO DESDE SU PRIMER DIA, AUNQUE EMPEZARA EN UN MES *
      *  ANTERIOR) AL PORCENTAJE DE SU TRAMO EN LA TABLA DE           *
      *  PRESTACION (FICHERO.INCAPACIDAD, MANTENIDA POR COBOL753), Y  *
      *  SE DESCUENTA EL RESTO. CADA AJUSTE SALE COMO UNA LINEA EN EL *
      *  LISTADO Y SE GRABA EN FICHERO.NOMINA.AUSENCIAS (COPY         *
      *  COPYAUSNOM) PARA EL RECIBO DE COBOL710                       *
      *                                                               *
      *  LOS PRESTAMOS Y ANTICIPOS AL PERSONAL (FICHERO.PRESTAMOS,    *
      *  COPY COPYPRESTA, MANTENIDO POR COBOL776) SE DESCUENTAN DEL   *
      *  NETO: CADA PRESTAMO VIVO CUYA PRIMERA CUOTA YA HA LLEGADO    *
      *  DESCUENTA SU CUOTA (O EL SALDO, SI ES MENOR; UN FINIQUITO    *
      *  DESCUENTA TODO EL SALDO), PERO NUNCA MAS DE LO QUE QUEDA DE  *
      *  NETO: LO QUE NO CABE SE AVISA Y QUEDA EN EL SALDO. EL        *
      *  MAESTRO NO SE TOCA AQUI: CADA CUOTA DESCONTADA SE GRABA EN   *
      *  FICHERO.NOMINA.PRESTAMOS (COPY COPYPRESNOM), QUE IMPRIME     *
      *  COBOL710 Y CON EL QUE COBOL720 REBAJA LOS SALDOS CUANDO LA   *
      *  NOMINA SE DA POR PAGADA.                                     *
      *                                                               *
      *  JORNADA PARCIAL: EL SALARIO DEL MAESTRO ES EL DE JORNADA     *
      *  COMPLETA; EL EMPLEADO CUYO CONTRATO (FICHERO.CONTRATOS, COPY *
      *  COPYCONTR, MANTENIDO POR COBOL779) TIENE UNA JORNADA MENOR   *
      *  DEL 100 POR CIEN COBRA EL FIJO EN ESA PROPORCION. SIN        *
      *  CONTRATO SE ENTIENDE JORNADA COMPLETA                        *
      *                                                               *
      *  PASO DE LA CADENA MENSUAL (RUN_MENSUAL.SH): ANOTA SU INICIO  *
      *  Y SU FIN EN FICHERO.CONTROL.EJECUCION (COPY RUNCTLPR)        *
      *                                                               *
      *  EMPRESAS DEL GRUPO: CADA EMPLEADO SE NOMINA EN SU EMPRESA    *
      *  (WS-EMPLE-EMPRESA, EN BLANCO LA PRINCIPAL, VER COPY          *
      *  EMPREPR). EL CODIGO SE RESUELVE AL ORDENAR EL MAESTRO (UN    *
      *  EMPLEADO CON UNA EMPRESA QUE NO ESTA EN FICHERO.EMPRESAS     *
      *  DETIENE EL CALCULO), SE GRABA RESUELTO EN EL REGISTRO DE     *
      *  NOMINA (WN-EMPRESA) Y EL LISTADO SALE POR EMPRESA: CADA UNA  *
      *  EMPIEZA PAGINA CON SU NOMBRE Y CIF Y CIERRA CON SU TOTAL, Y  *
      *  AL FINAL SE IMPRIME EL TOTAL CONSOLIDADO DEL GRUPO           *
      *                                                               *
      *  LOS DIAS QUE EL CIERRE DE ANIO (COBOL676) ARRASTRA AL ANIO   *
      *  DE LA NOMINA (FICHERO.VACACIONES.ARRASTRE, COPY COPYARRAST)  *
      *  SE SUMAN AL DERECHO DEL FINIQUITO CON LA REGLA DEL SALDO DE  *
      *  COBOL675: CUENTAN ENTEROS (NO SE PRORRATEAN) SI LA BAJA ES   *
      *  HASTA SU FECHA DE CADUCIDAD Y, SI ES POSTERIOR, SOLO LOS QUE *
      *  SE CONSUMIERON CON LAS VACACIONES TOMADAS HASTA ESE DIA      *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL700.
           ASSIGN TO WS-ASSIGN-FICHERO
             FILE STATUS IS WS-FILE-STATUS-ENT.
      *
      *EL MAESTRO SE ORDENA POR EMPRESA, DEPARTAMENTO Y APELLIDO
      *ANTES DEL CALCULO PARA PODER IMPRIMIR LOS TOTALES POR EMPRESA
      *Y LOS SUBTOTALES POR DEPARTAMENTO
           SELECT FICHERO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.empleado.nomina.orden"
      *ELEMENTOS VARIABLES DEL MES (HORAS EXTRA, GUARDIAS, PLUSES
      *PUNTUALES): UN REGISTRO POR CODIGO DE EMPLEADO Y CONCEPTO,
      *CON IMPORTE Y SIGNO, QUE SE SUMAN AL BRUTO DEL MES ANTES DE
      *BUSCAR EL TRAMO DE RETENCION (VER 1020-CARGA-VARIABLES). LAS
      *HORAS EXTRA, FESTIVAS Y DE GUARDIA (HEXT, HFES, GUAR) LAS GRABA
      *COBOL668 A PARTIR DE LOS FICHAJES DEL RELOJ DE PRESENCIA
           SELECT VARIABLES
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.nomina.variables"
             FILE STATUS IS WS-FILE-STATUS-VAR.
      *
      *DERECHOS DE VACACIONES GRABADOS POR COBOL660 Y AUSENCIAS
      *CAPTURADAS POR COBOL665, PARA LAS VACACIONES PENDIENTES DEL
      *FINIQUITO (VER 1030-CARGA-SALDOS) Y PARA LAS BAJAS Y PERMISOS
      *DEL MES (VER 1060-CARGA-AUSENCIAS)
           SELECT DERECHOS
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.vacaciones"
             FILE STATUS IS WS-FILE-STATUS-DER.
      *
           SELECT AUSENCIAS
           ASSIGN TO "/home/forma2/cobol/ficheros/fichero.ausencias"
             FILE STATUS IS WS-FILE-STATUS-AUS.
      *
      *DIAS ARRASTRADOS DEL ANIO ANTERIOR POR EL CIERRE (COBOL676),
      *PARA LAS VACACIONES PENDIENTES DEL FINIQUITO
           SELECT ARRASTRE
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.vacaciones.arrastre"
             FILE STATUS IS WS-FILE-STATUS-ARR.
      *
      *ATRASOS CALCULADOS POR COBOL708 (VER 1040-CARGA-ATRASOS) Y
      *FICHERO DE TRABAJO PARA SU REGRABACION CON EL PERIODO DE PAGO
           SELECT ATRASOS
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.nomina.atrasos"
             FILE STATUS IS WS-FILE-STATUS-ATR.
      *
           SELECT ATR-TRABAJO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.nomina.atrasos.trabajo"
             FILE STATUS IS WS-FILE-STATUS-ATT.
      *
      *CALENDARIO LABORAL: SOLO SE USAN SUS PARRAFOS DE FECHAS PARA
      *LOS DIAS DEL MES DE LA NOMINA (VER COPY CALENPR)
           COPY CALENFC.
      *
      *FICHERO COMUN DE AUDITORIA DE ERRORES (VER COPY ERRAUDPR)
           COPY ERRAUDFC.
      *
      *FICHERO COMUN DE CONTROL DE EJECUCIONES (VER COPY RUNCTLPR)
           COPY RUNCTLFC.
      *
      *MAESTRO DE EMPRESAS DEL GRUPO (VER COPY EMPREPR)
           COPY EMPREFC.
      *
      *FICHERO DE FECHA DE PROCESO DE LA CADENA (VER COPY FECPROPR)
           COPY FECPROFC.
      *
      *MAESTRO DE CONTRATOS, PARA EL PORCENTAJE DE JORNADA (VER COPY
      *CONTRPR)
           COPY CONTRFC.
      *
      *TIPOS DE COTIZACION EMPRESARIAL MANTENIDOS POR COBOL752 (VER
      *1050-CARGA-COTIZACIONES) Y RELACION MENSUAL DE COTIZACIONES
      *POR EMPLEADO QUE SE GRABA JUNTO AL REGISTRO DE NOMINA
           SELECT COTIZACIONES
           ASSIGN TO "/home/forma2/cobol/ficheros/fichero.cotizaciones"
             FILE STATUS IS WS-FILE-STATUS-TCO.
      *
           SELECT COTIZ-MES
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.nomina.cotizaciones"
             FILE STATUS IS WS-FILE-STATUS-COT.
      *
      *CERROJO DE USO DE LA TABLA QUE SE ESTE CARGANDO: COBOL750 (Y
      *COBOL752 PARA LA DE COTIZACIONES, COBOL753 PARA LA DE
      *PRESTACION POR BAJA, COBOL776 Y COBOL720 PARA LA DE
      *PRESTAMOS, COBOL779 PARA LA DE CONTRATOS) LO TOMA EN
      *EXCLUSIVA MIENTRAS MANTIENE LA TABLA Y AQUI SE TOMA EN
      *COMPARTIDO MIENTRAS DURA LA CARGA. LA RUTA SE RESUELVE EN
      *TIEMPO DE EJECUCION (RETENCIONES, COTIZACIONES, PRESTACION,
      *PRESTAMOS O CONTRATOS; VER COPY CERROJPR)
           SELECT CERROJO
           ASSIGN TO WS-ASSIGN-CERROJO
             FILE STATUS IS WS-FILE-STATUS-CER.
      *
      *TABLA DE PRESTACION POR BAJA DE ENFERMEDAD MANTENIDA POR
      *COBOL753 (VER 1070-CARGA-INCAPACIDAD) Y AJUSTES POR BAJAS Y
      *PERMISOS DEL MES, QUE SE REHACEN CON CADA NOMINA
           SELECT INCAPACIDAD
           ASSIGN TO "/home/forma2/cobol/ficheros/fichero.incapacidad"
             FILE STATUS IS WS-FILE-STATUS-INC.
      *
           SELECT AUS-NOMINA
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.nomina.ausencias"
             FILE STATUS IS WS-FILE-STATUS-AUN.
      *
      *MAESTRO DE PRESTAMOS AL PERSONAL MANTENIDO POR COBOL776 (VER
      *1080-CARGA-PRESTAMOS) Y CUOTAS DESCONTADAS EN LA NOMINA DEL
      *MES, QUE SE REHACEN CON CADA NOMINA
           SELECT PRESTAMOS
           ASSIGN TO "/home/forma2/cobol/ficheros/fichero.prestamos"
             FILE STATUS IS WS-FILE-STATUS-PRE.
      *
           SELECT PRES-NOMINA
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.nomina.prestamos"
             FILE STATUS IS WS-FILE-STATUS-PRN.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD FICHERO-ENTRADA.
       01  REG-EMPLE-ENTRADA                      PIC X(80).
      *
       FD FICHERO.
       01  REG-EMPLE                              PIC X(80).
      *
       SD SD-FICHERO.
       01  SD-REG-EMPLE.
           05  SD-APELLIDO                        PIC X(15).
           05  SD-DEPT                            PIC X(3).
           05  FILLER                             PIC X(40).
           05  SD-EMPRESA                         PIC X(3).
      *
       FD DEDUCCIONES.
       01  REG-DEDUCCION                          PIC X(26).
      *
       FD NOMINA.
       01  REG-NOMINA                             PIC X(108).
      *
       FD LISTADO.
       01  REG-LISTADO                            PIC X(132).
      *
       FD VARIABLES.
       01  REG-VARIABLE                           PIC X(22).
      *
       FD DERECHOS.
       01  REG-DERECHO                            PIC X(13).
      *
       FD AUSENCIAS.
       01  REG-AUSENCIA                           PIC X(26).
      *
       FD ARRASTRE.
       01  REG-ARRASTRE                           PIC X(30).
      *
       FD ATRASOS.
       01  REG-ATRASO                             PIC X(59).
      *
       FD ATR-TRABAJO.
       01  REG-ATR-TRABAJO                        PIC X(59).
      *
       FD COTIZACIONES.
       01  REG-TIPO-COTIZACION                    PIC X(46).
      *
       FD COTIZ-MES.
       01  REG-COTIZACION                         PIC X(315).
      *
       COPY CALENFD.
      *
       COPY ERRAUDFD.
      *
       COPY RUNCTLFD.
      *
       COPY EMPREFD.
      *
       COPY FECPROFD.
      *
       COPY CERROJFD.
      *
       COPY CONTRFD.
      *
       FD INCAPACIDAD.
       01  REG-INCAPACIDAD                        PIC X(31).
      *
       FD AUS-NOMINA.
       01  REG-AUSENCIA-NOMINA                    PIC X(60).
      *
       FD PRESTAMOS.
       01  REG-PRESTAMO                           PIC X(56).
      *
       FD PRES-NOMINA.
       01  REG-PRESTAMO-NOMINA                    PIC X(32).
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
                                        PIC X(1).
      *
      *****************************************************************
      *               DERECHOS DE VACACIONES Y AUSENCIAS              *
      *****************************************************************
      *EL MISMO TRAZADO QUE GRABA COBOL660 (PREFIJO WR- PARA NO
      *CHOCAR CON LA LINEA DE DETALLE)
       01  WS-REG-DERECHO.
           05  WR-CODIGO                        PIC X(6).
           05  WR-DEPT                          PIC X(3).
           05  WR-BANDA                         PIC 9(1).
           05  WR-DIAS                          PIC 9(3).
      *
      *EL MISMO TRAZADO QUE GRABA COBOL665
       01  WS-REG-AUSENCIA.
           05  WZ-CODIGO                PIC X(6).
           05  WZ-TIPO                  PIC X(1).
                88  WZ-TIPO-VACACIONES  VALUE "V".
                88  WZ-TIPO-ENFERMEDAD  VALUE "E".
                88  WZ-TIPO-PERMISO     VALUE "P".
           05  WZ-FEC-DESDE             PIC 9(8).
           05  WZ-FEC-HASTA             PIC 9(8).
           05  WZ-DIAS                  PIC 9(3).
      *
      *EL MISMO TRAZADO QUE GRABA COBOL676
       COPY COPYARRAST.
      *
      *DERECHO ANUAL Y DIAS TOMADOS POR EMPLEADO, CARGADOS COMO EN EL
      *SALDO DE COBOL675; SOLO LO CONSULTAN LOS FINIQUITOS
       01  WT-TABLA-SALDOS.
           05  WC-NUM-SALDOS            PIC 9(4) VALUE 0.
           05  WT-REG-SALDO OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-SALDOS
                  INDEXED BY IS1.
                10  WT-SAL-CODIGO                PIC X(6).
                10  WT-SAL-DERECHO               PIC 9(3).
                10  WT-SAL-TOMADOS               PIC 9(3).
      *DIAS ARRASTRADOS DEL ANIO ANTERIOR, SU CADUCIDAD Y LOS DIAS
      *TOMADOS HASTA ESA FECHA (QUE SON LOS QUE CONSUMEN EL ARRASTRE)
                10  WT-SAL-ARRASTRE              PIC 9(3).
                10  WT-SAL-CADUCIDAD             PIC 9(8).
                10  WT-SAL-TOMADOS-CAD           PIC 9(3).
      *
      *BAJAS Y PERMISOS QUE TOCAN EL MES DE LA NOMINA (EL RESTO DE
      *AUSENCIAS NO SE GUARDA), CON EL TRAZADO DE WS-REG-AUSENCIA
       01  WT-TABLA-AUSENCIAS.
           05  WC-NUM-AUSENCIAS         PIC 9(4) VALUE 0.
           05  WT-REG-AUSENCIA OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-AUSENCIAS
                  INDEXED BY IU         PIC X(26).
      *
      *****************************************************************
      *               PRESTACION POR BAJA DE ENFERMEDAD               *
      *****************************************************************
       COPY COPYINCAP.
      *
       COPY COPYAUSNOM.
      *
      *LA TABLA SE CARGA DESDE FICHERO.INCAPACIDAD EN
      *1070-CARGA-INCAPACIDAD; SI EL FICHERO NO EXISTE QUEDAN LOS
      *TRES TRAMOS POR DEFECTO DE LOS VALUE (LOS MISMOS QUE
      *COBOL753). CADA TRAMO LLEVA LOS DIAS DE BAJA DEL EMPLEADO EN
      *CURSO QUE CAEN EN EL (WT-INC-DIAS-MES)
       01  WT-TABLA-INCAPACIDAD.
           05  WS-DATOS-INCAPACIDAD.
               10  FILLER  PIC X(31) VALUE
                "00100300000DIAS 1 A 3          ".
               10  FILLER  PIC X(31) VALUE
                "00402006000DIAS 4 A 20         ".
               10  FILLER  PIC X(31) VALUE
                "02199907500DESDE EL DIA 21     ".
               10  FILLER  PIC X(217) VALUE HIGH-VALUES.
           05  WT-REG-INCAP REDEFINES WS-DATOS-INCAPACIDAD
              OCCURS 10 TIMES
              INDEXED BY IK.
                10  WT-INC-DIA-DESDE             PIC 9(3).
                10  WT-INC-DIA-HASTA             PIC 9(3).
                10  WT-INC-PORCENTAJE            PIC 9(3)V99.
                10  WT-INC-DESCRIPCION           PIC X(20).
       01  WT-DIAS-INCAPACIDAD.
           05  WT-INC-DIAS-MES OCCURS 10 TIMES  PIC 9(2).
      *
      *AJUSTES POR BAJAS Y PERMISOS DEL EMPLEADO EN CURSO (UNO POR
      *TRAMO DE PRESTACION MAS EL PERMISO), CON EL TRAZADO DE
      *COPYAUSNOM, QUE SE IMPRIMEN BAJO SU DETALLE
       01  WT-TABLA-AJUSTES-AUS.
           05  WC-NUM-AJUSTES-AUS       PIC 9(2) VALUE 0.
           05  WT-REG-AJUSTE-AUS OCCURS 11 TIMES
                  INDEXED BY IJ         PIC X(60).
      *
      *****************************************************************
      *               PRESTAMOS Y ANTICIPOS AL PERSONAL               *
      *****************************************************************
       COPY COPYPRESTA.
      *
       COPY COPYPRESNOM.
      *
      *SOLO SE CARGAN LOS PRESTAMOS QUE TOCA DESCONTAR ESTE MES: CON
      *SALDO, CON LA PRIMERA CUOTA YA LLEGADA Y SIN EL MES AMORTIZADO
      *TODAVIA (UNA NOMINA REPETIDA TRAS EL PAGO NO VUELVE A COBRAR)
       01  WT-TABLA-PRESTAMOS.
           05  WC-NUM-PRESTAMOS         PIC 9(4) VALUE 0.
           05  WT-REG-PRESTAMO OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-PRESTAMOS
                  INDEXED BY IP         PIC X(56).
      *
      *CUOTAS DESCONTADAS AL EMPLEADO EN CURSO, CON EL TRAZADO DE
      *COPYPRESNOM, QUE SE IMPRIMEN BAJO SU DETALLE
       01  WT-TABLA-DESC-PRESTAMOS.
           05  WC-NUM-DESC-PRESTAMOS    PIC 9(2) VALUE 0.
           05  WT-REG-DESC-PRESTAMO OCCURS 20 TIMES
                  INDEXED BY IQ         PIC X(32).
      *
      *****************************************************************
      *               ATRASOS DE MESES ANTERIORES                     *
      *****************************************************************
       COPY COPYATRASO.
      *
      *EL FICHERO SE CARGA ENTERO (PAGADOS Y PENDIENTES) PORQUE SE
      *REGRABA ENTERO AL FINAL CON LOS PERIODOS DE PAGO ESTAMPADOS
       01  WT-TABLA-ATRASOS.
           05  WC-NUM-ATRASOS           PIC 9(4) VALUE 0.
           05  WT-REG-ATRASO OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WC-NUM-ATRASOS
                  INDEXED BY IA         PIC X(59).
      *
      *****************************************************************
      *               COTIZACION EMPRESARIAL                          *
      *****************************************************************
       COPY COPYTIPCOT.
      *
       COPY COPYCOTIZA.
      *
      *LA TABLA SE CARGA DESDE FICHERO.COTIZACIONES EN
      *1050-CARGA-COTIZACIONES; SI EL FICHERO NO EXISTE QUEDAN LOS
      *SEIS CONCEPTOS POR DEFECTO DE LOS VALUE (LOS MISMOS QUE
      *COBOL752)
       01  WT-TABLA-COTIZACIONES.
           05  WS-DATOS-CONCEPTOS.
               10  FILLER  PIC X(46) VALUE
                "ATEPACCIDENTES TRABAJO  0150000138120000490950".
               10  FILLER  PIC X(46) VALUE
                "CCOMCONTINGENC. COMUNES 2360000138120000490950".
               10  FILLER  PIC X(46) VALUE
                "DESEDESEMPLEO           0550000138120000490950".
               10  FILLER  PIC X(46) VALUE
                "FOGAFOGASA              0020000138120000490950".
               10  FILLER  PIC X(46) VALUE
                "FPROFORMACION PROFESION.0060000138120000490950".
               10  FILLER  PIC X(46) VALUE
                "MEI MEC. EQUIDAD INTERG.0067000138120000490950".
               10  FILLER  PIC X(184) VALUE HIGH-VALUES.
           05  WT-REG-COTIZ REDEFINES WS-DATOS-CONCEPTOS
              OCCURS 10 TIMES
              INDEXED BY IC.
                10  WT-COT-CONCEPTO              PIC X(4).
                10  WT-COT-DESCRIPCION           PIC X(20).
                10  WT-COT-PORCENTAJE            PIC 9(2)V99.
                10  WT-COT-BASE-MINIMA           PIC 9(7)V99.
                10  WT-COT-BASE-MAXIMA           PIC 9(7)V99.
      *
      *****************************************************************
      *               CALENDARIO LABORAL                              *
      *****************************************************************
       COPY CALENWS.
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
      *               MAESTRO DE EMPRESAS                             *
      *****************************************************************
       COPY COPYEMPRESA.
       COPY EMPREWS.
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
      *               MAESTRO DE CONTRATOS                            *
      *****************************************************************
       COPY COPYCONTR.
       COPY CONTRWS.
      *
      *****************************************************************
      *               TABLA DE TRAMOS DE RETENCION                    *
      *****************************************************************
      *LA TABLA SE CARGA DESDE FICHERO.DEDUCCIONES EN 1010-CARGA-TABLA;
           05  SW-FIN-VARIABLES                  PIC 9 VALUE 0.
                88 FIN-VARIABLES                 VALUE 1.
                88 NO-FIN-VARIABLES              VALUE 0.
           05  SW-FIN-DERECHOS                   PIC 9 VALUE 0.
                88 FIN-DERECHOS                  VALUE 1.
                88 NO-FIN-DERECHOS               VALUE 0.
           05  SW-FIN-AUSENCIAS                  PIC 9 VALUE 0.
                88 FIN-AUSENCIAS                 VALUE 1.
                88 NO-FIN-AUSENCIAS              VALUE 0.
           05  SW-FIN-ATRASOS                    PIC 9 VALUE 0.
                88 FIN-ATRASOS                   VALUE 1.
                88 NO-FIN-ATRASOS                VALUE 0.
           05  SW-FIN-COTIZACIONES               PIC 9 VALUE 0.
                88 FIN-COTIZACIONES              VALUE 1.
                88 NO-FIN-COTIZACIONES           VALUE 0.
           05  SW-FIN-INCAPACIDAD                PIC 9 VALUE 0.
                88 FIN-INCAPACIDAD               VALUE 1.
                88 NO-FIN-INCAPACIDAD            VALUE 0.
           05  SW-TRAMO-INCAP                    PIC X VALUE "N".
                88 TRAMO-INCAP-ENCONTRADO        VALUE "S".
                88 TRAMO-INCAP-NO-ENCONTRADO     VALUE "N".
           05  SW-FIN-PRESTAMOS                  PIC 9 VALUE 0.
                88 FIN-PRESTAMOS                 VALUE 1.
                88 NO-FIN-PRESTAMOS              VALUE 0.
           05  SW-FIN-ARRASTRE                   PIC 9 VALUE 0.
                88 FIN-ARRASTRE                  VALUE 1.
                88 NO-FIN-ARRASTRE               VALUE 0.
           05  SW-SALDO                          PIC X VALUE "N".
                88 SALDO-ENCONTRADO              VALUE "S".
                88 SALDO-NO-ENCONTRADO           VALUE "N".
      *CLASE DE NOMINA DEL EMPLEADO EN CURSO (VER 3050-CLASIFICA)
           05  SW-CLASE-NOMINA                   PIC X VALUE "O".
                88 NOMINA-ORDINARIA              VALUE "O".
                88 NOMINA-FINIQUITO              VALUE "F".
                88 NOMINA-PRORRATA-ALTA          VALUE "A".
                88 NOMINA-NO-SE-PAGA             VALUE "N".
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
           05  LT-FICHERO3          PIC X(16) VALUE "NOMINA".
           05  LT-FICHERO4          PIC X(16) VALUE "LISTADO".
           05  LT-FICHERO5          PIC X(16) VALUE "VARIABLES".
           05  LT-FICHERO6          PIC X(16) VALUE "VACACIONES".
           05  LT-FICHERO7          PIC X(16) VALUE "AUSENCIAS".
           05  LT-FICHERO8          PIC X(16) VALUE "NOMINA.ATRASOS".
           05  LT-FICHERO9          PIC X(16) VALUE "ATRASOS.TRABAJO".
           05  LT-FICHERO10         PIC X(16) VALUE "COTIZACIONES".
           05  LT-FICHERO11         PIC X(16) VALUE "NOMINA.COTIZ".
           05  LT-FICHERO12         PIC X(16) VALUE "INCAPACIDAD".
           05  LT-FICHERO13         PIC X(16) VALUE "NOMINA.AUSENCIAS".
           05  LT-FICHERO14         PIC X(16) VALUE "PRESTAMOS".
           05  LT-FICHERO15         PIC X(16) VALUE "NOMINA.PRESTAMOS".
           05  LT-CERROJO-DEDUC     PIC X(60) VALUE
           "/home/forma2/cobol/ficheros/fichero.deducciones.cerrojo".
           05  LT-CERROJO-COTIZ     PIC X(60) VALUE
           "/home/forma2/cobol/ficheros/fichero.cotizaciones.cerrojo".
           05  LT-CERROJO-INCAP     PIC X(60) VALUE
           "/home/forma2/cobol/ficheros/fichero.incapacidad.cerrojo".
           05  LT-CERROJO-PREST     PIC X(60) VALUE
           "/home/forma2/cobol/ficheros/fichero.prestamos.cerrojo".
           05  LT-CERROJO-CONTR     PIC X(60) VALUE
           "/home/forma2/cobol/ficheros/fichero.contratos.cerrojo".
           05  LT-FICHERO16         PIC X(16) VALUE "CONTRATOS".
           05  LT-FICHERO17         PIC X(19) VALUE
                                      "VACACIONES.ARRASTRE".
           05  LT-TEXTO-SUB-DEPT    PIC X(15) VALUE "SUBTOTAL DEPT ".
           05  LT-TEXTO-SUB-EMPRESA PIC X(15) VALUE "TOTAL EMPRESA ".
           05  LT-TEXTO-PERMISO     PIC X(28) VALUE
               "PERMISO NO RETRIBUIDO".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL700".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
           05  LT-MAX-LINEAS-PAGINA PIC 9(2) VALUE 60.
      *DERECHO ANUAL QUE SE SUPONE A UN FINIQUITO SIN REGISTRO EN
      *FICHERO.VACACIONES (LA BASE DE LA TABLA DE COBOL660) Y DIAS
      *LABORABLES DE UN MES, QUE DAN EL VALOR DE UN DIA DE VACACIONES
      *(EL DERECHO SE EXPRESA EN DIAS LABORABLES)
           05  LT-DIAS-VACACIONES-BASE  PIC 9(3) VALUE 22.
           05  LT-DIAS-LABORABLES-MES   PIC 9(2) VALUE 22.
           05  LT-DIAS-ANIO             PIC 9(3) VALUE 365.
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
           05  WS-FECHA-HOY                         PIC 9(8).
           05  WS-ASSIGN-FICHERO                    PIC X(60).
           05  WS-DEPT-ACTUAL                       PIC X(3).
           05  WS-EMPRESA-ACTUAL                    PIC X(3).
           05  WS-BRUTO-MES                         PIC S9(9)V99.
           05  WS-DEDUCCION                         PIC S9(9)V99.
           05  WS-NETO-MES                          PIC S9(9)V99.
           05  WS-FILE-STATUS-VAR                   PIC XX.
           05  WS-VARIABLE-MES                      PIC S9(9)V99.
           05  WS-IMPORTE-VARIABLE                  PIC S9(9)V99.
           05  WS-FILE-STATUS-DER                   PIC XX.
           05  WS-FILE-STATUS-AUS                   PIC XX.
           05  WS-FILE-STATUS-ARR                   PIC XX.
      *MES DE LA NOMINA (AAAAMM) Y SUS DIAS NATURALES
           05  WS-PERIODO-NOMINA                    PIC X(6).
           05  WS-DIAS-MES                          PIC 9(2).
      *DIAS DEL MES QUE SE PAGAN AL EMPLEADO EN CURSO (DEL DIA DEL
      *ALTA, SI CAE EN EL MES, AL DE LA BAJA, SI CAE EN EL MES)
           05  WS-DIA-DESDE                         PIC 9(2).
           05  WS-DIA-HASTA                         PIC 9(2).
           05  WS-DIAS-TRABAJADOS                   PIC 9(2).
           05  WS-BRUTO-FIJO                        PIC S9(9)V99.
      *VACACIONES PENDIENTES DEL FINIQUITO
           05  WS-FECHA-AUX                         PIC 9(8).
           05  WS-FECHA-AUX-R REDEFINES WS-FECHA-AUX.
               10  WS-AUX-ANIO                      PIC 9(4).
               10  WS-AUX-MES                       PIC 9(2).
               10  WS-AUX-DIA                       PIC 9(2).
           05  WS-MES-AUX                           PIC 9(2).
           05  WS-DIA-DEL-ANIO                      PIC 9(3).
           05  WS-DIA-ANIO-BAJA                     PIC 9(3).
           05  WS-DIA-ANIO-ALTA                     PIC 9(3).
           05  WS-DERECHO-ANUAL                     PIC 9(3).
           05  WS-DIAS-TOMADOS                      PIC 9(3).
           05  WS-ARR-UTIL                          PIC 9(3).
           05  WS-DIAS-DEVENGADOS                   PIC 9(3)V99.
           05  WS-DIAS-PENDIENTES                   PIC S9(3)V99.
           05  WS-IMPORTE-VACACIONES                PIC S9(9)V99.
           05  WS-POS-SALDO                         PIC 9(4).
      *ATRASOS QUE SE PAGAN AL EMPLEADO EN CURSO
           05  WS-FILE-STATUS-ATR                   PIC XX.
           05  WS-FILE-STATUS-ATT                   PIC XX.
           05  WS-ATRASOS-BRUTO                     PIC S9(9)V99.
           05  WS-ATRASOS-DEDUCCION                 PIC S9(9)V99.
      *COTIZACION EMPRESARIAL DEL EMPLEADO EN CURSO
           05  WS-ASSIGN-CERROJO                    PIC X(60).
           05  WS-FILE-STATUS-TCO                   PIC XX.
           05  WS-FILE-STATUS-COT                   PIC XX.
           05  WS-BASE-MINIMA                       PIC S9(7)V99.
           05  WS-BASE-MAXIMA                       PIC S9(7)V99.
           05  WS-BASE-COTIZ                        PIC S9(7)V99.
           05  WS-CUOTA-EMPRESA                     PIC S9(9)V99.
           05  WS-COSTE-TOTAL                       PIC S9(9)V99.
      *BAJAS Y PERMISOS DEL EMPLEADO EN CURSO: PRIMER Y ULTIMO DIA
      *DEL MES (AAAAMMDD) PARA LA CARGA, TRAMO DE DIAS PAGADOS DEL
      *EMPLEADO Y SOLAPE DE CADA AUSENCIA CON EL
           05  WS-FILE-STATUS-INC                   PIC XX.
           05  WS-FILE-STATUS-AUN                   PIC XX.
           05  WS-FEC-INI-MES                       PIC 9(8).
           05  WS-FEC-FIN-MES                       PIC 9(8).
           05  WS-FEC-INI-PAGO                      PIC 9(8).
           05  WS-FEC-FIN-PAGO                      PIC 9(8).
           05  WS-FEC-INI-SOLAPE                    PIC 9(8).
           05  WS-FEC-INI-SOLAPE-R REDEFINES WS-FEC-INI-SOLAPE.
               10  FILLER                           PIC 9(6).
               10  WS-INI-SOLAPE-DIA                PIC 9(2).
           05  WS-FEC-FIN-SOLAPE                    PIC 9(8).
           05  WS-FEC-FIN-SOLAPE-R REDEFINES WS-FEC-FIN-SOLAPE.
               10  FILLER                           PIC 9(6).
               10  WS-FIN-SOLAPE-DIA                PIC 9(2).
           05  WS-DIAS-SOLAPE                       PIC 9(2).
           05  WS-DIAS-PERMISO                      PIC 9(2).
           05  WS-DIA-BAJA                          PIC 9(5).
           05  WS-POS-INCAP                         PIC 9(2).
           05  WS-AUSENCIAS-MES                     PIC S9(9)V99.
      *CUOTAS DE PRESTAMO DEL EMPLEADO EN CURSO
           05  WS-FILE-STATUS-PRE                   PIC XX.
           05  WS-FILE-STATUS-PRN                   PIC XX.
           05  WS-IMPORTE-PRESTAMO                  PIC S9(9)V99.
           05  WS-PRESTAMOS-MES                     PIC S9(9)V99.
      *TEXTO DE LA LINEA DE UN TRAMO DE BAJA (EJ. "I.T.  60% DIAS
      *4 A 20")
           05  WS-TEXTO-INCAP.
               10  FILLER               PIC X(5)  VALUE "I.T. ".
               10  WTI-PORCENTAJE       PIC ZZ9.
               10  FILLER               PIC X(2)  VALUE "% ".
               10  WTI-DESCRIPCION      PIC X(18).
      *
      *****************************************************************
      *               CONTADORES                                      *
           05 WC-CONTADOR-BAJAS                  PIC 9(7).
           05 WC-VARIABLES-APLICADAS             PIC 9(7).
           05 WC-VARIABLES-HUERFANAS             PIC 9(7).
           05 WC-CONTADOR-FINIQUITOS             PIC 9(7).
           05 WC-CONTADOR-PRORRATAS              PIC 9(7).
           05 WC-CONTADOR-ALTAS-FUTURAS          PIC 9(7).
           05 WC-ATRASOS-APLICADOS               PIC 9(7).
           05 WC-AUSENCIAS-APLICADAS             PIC 9(7).
           05 WC-CUOTAS-PRESTAMO                 PIC 9(7).
           05 WC-CUOTAS-RECORTADAS               PIC 9(7).
           05 WC-CONTADOR-PARCIALES              PIC 9(7).
           05 WC-TOTAL-PRESTAMOS                 PIC S9(11)V99.
           05 WC-NUM-INCAPACIDAD                 PIC 9(2).
           05 WC-NUM-TRAMOS                      PIC 9(2).
           05 WC-NUM-COTIZACIONES                PIC 9(2).
           05 WC-LINEA-PAGINA                    PIC 9(2).
           05 WC-PAGINA                          PIC 9(4).
           05 WC-DEPT-EMPLEADOS                  PIC 9(5).
           05 WC-TOTAL-BRUTO                     PIC S9(11)V99.
           05 WC-TOTAL-DEDUCCION                 PIC S9(11)V99.
           05 WC-TOTAL-NETO                      PIC S9(11)V99.
           05 WC-DEPT-CUOTA                      PIC S9(11)V99.
           05 WC-DEPT-COSTE                      PIC S9(11)V99.
           05 WC-TOTAL-CUOTA                     PIC S9(11)V99.
           05 WC-TOTAL-COSTE                     PIC S9(11)V99.
           05 WC-EMP-EMPLEADOS                   PIC 9(5).
           05 WC-EMP-BRUTO                       PIC S9(11)V99.
           05 WC-EMP-DEDUCCION                   PIC S9(11)V99.
           05 WC-EMP-NETO                        PIC S9(11)V99.
           05 WC-EMP-CUOTA                       PIC S9(11)V99.
           05 WC-EMP-COSTE                       PIC S9(11)V99.
           05 WC-EMPRESAS-DESCONOCIDAS           PIC 9(7).
      *
      *****************************************************************
      *               LINEA GENERICA DE IMPRESION                     *
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(7)  VALUE "PAGINA ".
           05  WT-PAGINA              PIC ZZZ9.
      *
      *EMPRESA CUYOS EMPLEADOS SE ESTAN LISTANDO
       01  WS-LINEA-EMPRESA.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  FILLER                 PIC X(9)  VALUE "EMPRESA: ".
           05  WLE-CODIGO             PIC X(3).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WLE-NOMBRE             PIC X(30).
           05  FILLER                 PIC X(7)  VALUE "  CIF: ".
           05  WLE-CIF                PIC X(9).
      *
       01  WS-LINEA-COLUMNAS.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WLV-IMPORTE            PIC -(9)9.99.
      *
      *****************************************************************
      *               LINEA DE DETALLE DE UN CONCEPTO CALCULADO       *
      *****************************************************************
      *CONCEPTOS QUE NO SALEN DE FICHERO.NOMINA.VARIABLES SINO DEL
      *PROPIO CALCULO (PRORRATA DEL ALTA, SALARIO HASTA LA BAJA,
      *VACACIONES DEL FINIQUITO), CON SUS DIAS Y SU IMPORTE
       01  WS-LINEA-CONCEPTO.
           05  FILLER                 PIC X(12) VALUE SPACES.
           05  WLC-TEXTO              PIC X(28).
           05  WLC-DIAS               PIC -ZZ9.99.
           05  FILLER                 PIC X(7)  VALUE " DIAS  ".
           05  WLC-IMPORTE            PIC -(9)9.99.
      *
      *****************************************************************
      *               LINEA DE DETALLE DE UN MES DE ATRASOS           *
      *****************************************************************
      *UNA LINEA POR MES RECALCULADO, CON SU DIFERENCIA DE BRUTO Y DE
      *RETENCION, PARA QUE EL ATRASO SE VEA SEPARADO DEL MES EN CURSO
       01  WS-LINEA-ATRASO.
           05  FILLER                 PIC X(12) VALUE SPACES.
           05  FILLER                 PIC X(8)  VALUE "ATRASOS ".
           05  WLA-PERIODO            PIC 9999/99.
           05  FILLER                 PIC X(13) VALUE "  DIF. BRUTO ".
           05  WLA-BRUTO              PIC -(9)9.99.
           05  FILLER                 PIC X(17)
                    VALUE "  DIF. RETENCION ".
           05  WLA-DEDUCCION          PIC -(9)9.99.
      *
      *****************************************************************
      *               LINEA DE DETALLE DE UNA CUOTA DE PRESTAMO       *
      *****************************************************************
      *UNA LINEA POR PRESTAMO O ANTICIPO DESCONTADO, CON LA CUOTA
      *PACTADA Y LO QUE REALMENTE SE HA DESCONTADO DEL NETO
       01  WS-LINEA-PRESTAMO.
           05  FILLER                 PIC X(12) VALUE SPACES.
           05  FILLER                 PIC X(9)  VALUE "PRESTAMO ".
           05  WLP-NUMERO             PIC 99.
           05  FILLER                 PIC X(9)  VALUE "   CUOTA ".
           05  WLP-CUOTA              PIC Z(6)9.99.
           05  FILLER                 PIC X(14)
                    VALUE "   DESCONTADO ".
           05  WLP-IMPORTE            PIC -(9)9.99.
      *
      *****************************************************************
      *               LINEA DE SUBTOTAL POR DEPARTAMENTO              *
      *****************************************************************
      *LA MISMA LINEA SIRVE PARA EL TOTAL DE CADA EMPRESA, CAMBIANDO
      *EL TEXTO (VER 3310-IMPRIME-TOTAL-EMPRESA)
       01  WS-LINEA-SUBTOTAL.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-TEXTO-SUB           PIC X(15)
                    VALUE "SUBTOTAL DEPT ".
           05  WS-DEPT-SUB            PIC X(3).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  WS-NETO-SUB            PIC -(11)9.99.
      *
      *****************************************************************
      *               LINEA DE COTIZACION EMPRESARIAL                 *
      *****************************************************************
      *BAJO CADA EMPLEADO (Y BAJO CADA SUBTOTAL) LA CUOTA A CARGO DE
      *LA EMPRESA Y EL COSTE TOTAL, QUE NO FORMAN PARTE DEL NETO
       01  WS-LINEA-COTIZACION.
           05  FILLER                 PIC X(12) VALUE SPACES.
           05  FILLER                 PIC X(20)
                    VALUE "SEG.SOCIAL EMPRESA ".
           05  WLS-CUOTA              PIC -(11)9.99.
           05  FILLER                 PIC X(16)
                    VALUE "   COSTE TOTAL ".
           05  WLS-COSTE              PIC -(11)9.99.
      *
      *****************************************************************
      *               PROCEDURE  DIVISION.                            *
      *****************************************************************
       PROCEDURE DIVISION.
      *AJUSTES HUERFANOS
           PERFORM 7000-INFORMA-HUERFANAS
              THRU 7000-INFORMA-HUERFANAS-EXIT.
      *
      *LOS ATRASOS PAGADOS QUEDAN ESTAMPADOS CON ESTE PERIODO
           PERFORM 7500-GRABA-ATRASOS
              THRU 7500-GRABA-ATRASOS-EXIT.
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
      *TOMAMOS LA FECHA DE HOY PARA EL REGISTRO Y LA CABECERA
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
      *
      *EL MES DE LA NOMINA ES EL DE LA FECHA DEL REGISTRO; SUS DIAS
      *NATURALES (CON BISIESTOS) SON LA BASE DE LAS PRORRATAS
           MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO-NOMINA.
           MOVE WS-FECHA-HOY TO WS-CAL-FECHA.
           PERFORM 9840-DIAS-DEL-MES-CAL
              THRU 9840-DIAS-DEL-MES-CAL-EXIT.
           MOVE WS-CAL-DIAS-MES TO WS-DIAS-MES.
           MOVE WS-PERIODO-NOMINA TO WS-FEC-INI-MES(1:6).
           MOVE "01"              TO WS-FEC-INI-MES(7:2).
           MOVE WS-PERIODO-NOMINA TO WS-FEC-FIN-MES(1:6).
           MOVE WS-DIAS-MES       TO WS-FEC-FIN-MES(7:2).
      *
      *RESOLVEMOS LA RUTA DEL FICHERO DE ENTRADA (VARIABLE DE ENTORNO
      *O, EN SU DEFECTO, LA RUTA POR DEFECTO)
           PERFORM 1005-SELECCION-FICHERO
           PERFORM 1010-CARGA-TABLA
              THRU 1010-CARGA-TABLA-EXIT.
      *
      *CARGAMOS LA TABLA DE TIPOS DE COTIZACION EMPRESARIAL
           PERFORM 1050-CARGA-COTIZACIONES
              THRU 1050-CARGA-COTIZACIONES-EXIT.
      *
      *CARGAMOS LOS ELEMENTOS VARIABLES DEL MES, SI LOS HAY
           PERFORM 1020-CARGA-VARIABLES
              THRU 1020-CARGA-VARIABLES-EXIT.
      *
      *CARGAMOS LOS SALDOS DE VACACIONES PARA LOS FINIQUITOS
           PERFORM 1030-CARGA-SALDOS
              THRU 1030-CARGA-SALDOS-EXIT.
      *
      *Y LES SUMAMOS LOS DIAS QUE TRAEN DEL CIERRE DEL ANIO ANTERIOR
           PERFORM 1035-CARGA-ARRASTRE
              THRU 1035-CARGA-ARRASTRE-EXIT.
      *
      *CARGAMOS LAS AUSENCIAS: LAS VACACIONES VAN A LOS SALDOS Y LAS
      *BAJAS Y PERMISOS DEL MES A SU TABLA
           PERFORM 1060-CARGA-AUSENCIAS
              THRU 1060-CARGA-AUSENCIAS-EXIT.
      *
      *CARGAMOS LA TABLA DE PRESTACION POR BAJA DE ENFERMEDAD
           PERFORM 1070-CARGA-INCAPACIDAD
              THRU 1070-CARGA-INCAPACIDAD-EXIT.
      *
      *CARGAMOS LOS ATRASOS CALCULADOS POR COBOL708, SI LOS HAY
           PERFORM 1040-CARGA-ATRASOS
              THRU 1040-CARGA-ATRASOS-EXIT.
      *
      *CARGAMOS LOS PRESTAMOS QUE TOCA DESCONTAR ESTE MES
           PERFORM 1080-CARGA-PRESTAMOS
              THRU 1080-CARGA-PRESTAMOS-EXIT.
      *
      *Y LOS CONTRATOS, PARA LA JORNADA DE LOS TIEMPOS PARCIALES
           PERFORM 1090-CARGA-CONTRATOS
              THRU 1090-CARGA-CONTRATOS-EXIT.
      *
      *CARGAMOS LAS EMPRESAS DEL GRUPO: SIN ELLAS NO SE SABE A QUE
      *EMPRESA (NI A QUE CUENTA) VA CADA NOMINA
           PERFORM 9970-CARGA-EMPRESAS
              THRU 9970-CARGA-EMPRESAS-EXIT.
           IF EMP-CARGA-ERROR
                DISPLAY "NO SE PUEDE CARGAR FICHERO.EMPRESAS (FILE "
                        "STATUS " WS-FILE-STATUS-EMR ") - CALCULO "
                        "DETENIDO"
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
      *ORDENAMOS EL MAESTRO POR EMPRESA, DEPARTAMENTO Y APELLIDO PARA
      *LOS TOTALES DEL LISTADO. EL PROCEDIMIENTO DE ENTRADA RESUELVE
      *LA EMPRESA DE CADA EMPLEADO (EL BLANCO ES LA PRINCIPAL) PARA
      *QUE LOS BLANCOS Y LA PRINCIPAL SALGAN JUNTOS
           SORT SD-FICHERO
                ON ASCENDING KEY SD-EMPRESA
                                 SD-DEPT
                                 SD-APELLIDO
                INPUT PROCEDURE IS 1100-SUELTA-EMPLEADOS
                   THRU 1100-SUELTA-EMPLEADOS-EXIT
                GIVING FICHERO.
      *
      *UN EMPLEADO DE UNA EMPRESA QUE NO ESTA EN EL MAESTRO NO SE
      *PUEDE PAGAR NI CONTABILIZAR: SE HAN INFORMADO TODOS AL
      *ORDENAR Y NOS DETENEMOS ANTES DE GRABAR NADA
           IF WC-EMPRESAS-DESCONOCIDAS > 0
                DISPLAY "EMPLEADOS CON EMPRESA DESCONOCIDA: "
                        WC-EMPRESAS-DESCONOCIDAS
                        " - CALCULO DETENIDO"
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
      *ABRO LOS FICHEROS Y COMPRUEBO SI HAY ERRORES
           OPEN INPUT FICHERO.
           IF WS-FILE-STATUS NOT = 00
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *LA RELACION DE COTIZACIONES SE REHACE ENTERA CON CADA NOMINA,
      *IGUAL QUE EL REGISTRO DE NOMINA
           OPEN OUTPUT COTIZ-MES.
           IF WS-FILE-STATUS-COT NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO11 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-COT TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *LOS AJUSTES POR BAJAS Y PERMISOS TAMBIEN SE REHACEN ENTEROS
           OPEN OUTPUT AUS-NOMINA.
           IF WS-FILE-STATUS-AUN NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO13 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-AUN TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *Y LAS CUOTAS DE PRESTAMO DESCONTADAS
           OPEN OUTPUT PRES-NOMINA.
           IF WS-FILE-STATUS-PRN NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO15 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-PRN TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *LEEMOS EL PRIMER REGISTRO Y ARRANCAMOS EL CORTE DE CONTROL
           PERFORM 9200-LEER-FICHERO
              THRU 9200-LEER-FICHERO-EXIT.
           MOVE SPACES TO WS-EMPRESA-ACTUAL.
           IF NOT FIN-FICHERO
                MOVE WS-EMPLE-DEPT TO WS-DEPT-ACTUAL
                MOVE WS-EMPLE-EMPRESA TO WS-EMPRESA-ACTUAL
           END-IF.
      *
      *IMPRIMIMOS LA CABECERA DE LA PRIMERA PAGINA, CON LA EMPRESA
      *DEL PRIMER EMPLEADO
           PERFORM 3320-DATOS-EMPRESA
              THRU 3320-DATOS-EMPRESA-EXIT.
           PERFORM 2000-IMPRIME-CABECERA
              THRU 2000-IMPRIME-CABECERA-EXIT.
       1000-INICIO-EXIT.
       EXIT.
      *
       EXIT.
      *
      *****************************************************************
      *    PROCEDIMIENTO DE ENTRADA DEL SORT: RESUELVE LA EMPRESA     *
      *****************************************************************
       1100-SUELTA-EMPLEADOS.
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
           PERFORM 1110-SUELTA-EMPLEADO
              THRU 1110-SUELTA-EMPLEADO-EXIT
              UNTIL FIN-FICHERO.
      *
           CLOSE FICHERO-ENTRADA.
           SET NO-FIN-FICHERO TO TRUE.
      *
       1100-SUELTA-EMPLEADOS-EXIT.
       EXIT.
      *
       1110-SUELTA-EMPLEADO.
           READ FICHERO-ENTRADA INTO WS-REG-EMPLEADO
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS-ENT = 10
                GO TO 1110-SUELTA-EMPLEADO-EXIT
           END-IF.
           IF WS-FILE-STATUS-ENT NOT = 00
                MOVE "1110-SUELTA" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-ENT TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           MOVE WS-EMPLE-EMPRESA TO WEM-BUSCA-CODIGO.
           PERFORM 9975-BUSCA-EMPRESA
              THRU 9975-BUSCA-EMPRESA-EXIT.
           IF EMP-NO-ENCONTRADA
                DISPLAY "EMPLEADO " WS-EMPLE-CODIGO " DE LA EMPRESA "
                        WS-EMPLE-EMPRESA
                        " QUE NO ESTA EN FICHERO.EMPRESAS"
                ADD 1 TO WC-EMPRESAS-DESCONOCIDAS
           ELSE
                MOVE WEM-CODIGO TO WS-EMPLE-EMPRESA
           END-IF.
      *
           RELEASE SD-REG-EMPLE FROM WS-REG-EMPLEADO.
      *
       1110-SUELTA-EMPLEADO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CARGA DE LA TABLA DE TRAMOS DESDE FICHERO               *
      *****************************************************************
       1010-CARGA-TABLA.
      *LA CARGA: SI COBOL750 LA ESTA REGRABANDO, INFORMAMOS DE
      *QUIEN LA TIENE Y NOS DETENEMOS EN LUGAR DE CARGAR UNA TABLA
      *A MEDIO GRABAR (LA MISMA CONVENCION QUE COBOL450)
           MOVE LT-CERROJO-DEDUC TO WS-ASSIGN-CERROJO.
           PERFORM 9510-TOMA-CERROJO-COMP
              THRU 9510-TOMA-CERROJO-COMP-EXIT.
           IF CERROJO-DENEGADO
       EXIT.
      *
      *****************************************************************
      *       CARGA DE LOS SALDOS DE VACACIONES (COBOL660/COBOL665)   *
      *****************************************************************
       1030-CARGA-SALDOS.
      *SIN FICHERO DE DERECHOS LOS FINIQUITOS TOMAN EL DERECHO BASE
      *(VER 3120-VACACIONES-PENDIENTES) Y LA NOMINA SIGUE
           OPEN INPUT DERECHOS.
           IF WS-FILE-STATUS-DER = 35
                DISPLAY "AVISO: NO SE ENCUENTRA " LT-FICHERO6
                DISPLAY "       LOS FINIQUITOS TOMAN EL DERECHO BASE"
                GO TO 1030-CARGA-SALDOS-EXIT
           END-IF.
           IF WS-FILE-STATUS-DER NOT = 00
                MOVE LT-FICHERO6 TO WS-FICHERO-ERROR
                MOVE "1030-CARGA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-DER TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 1031-LEE-DERECHO
              THRU 1031-LEE-DERECHO-EXIT
              UNTIL FIN-DERECHOS
                 OR WC-NUM-SALDOS >= 5000.
      *
           CLOSE DERECHOS.
      *
           IF NOT FIN-DERECHOS
                DISPLAY "EL FICHERO DE DERECHOS SUPERA LAS 5000 "
                        "ENTRADAS DE LA TABLA - CALCULO DETENIDO"
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
       1030-CARGA-SALDOS-EXIT.
       EXIT.
      *
       1031-LEE-DERECHO.
           READ DERECHOS INTO WS-REG-DERECHO
              AT END SET FIN-DERECHOS TO TRUE.
           IF WS-FILE-STATUS-DER = 00
                ADD 1 TO WC-NUM-SALDOS
                MOVE WR-CODIGO TO WT-SAL-CODIGO(WC-NUM-SALDOS)
                MOVE WR-DIAS   TO WT-SAL-DERECHO(WC-NUM-SALDOS)
                MOVE 0         TO WT-SAL-TOMADOS(WC-NUM-SALDOS)
                MOVE 0         TO WT-SAL-ARRASTRE(WC-NUM-SALDOS)
                MOVE 0         TO WT-SAL-CADUCIDAD(WC-NUM-SALDOS)
                MOVE 0         TO WT-SAL-TOMADOS-CAD(WC-NUM-SALDOS)
           ELSE
                IF WS-FILE-STATUS-DER NOT = 10
                     MOVE LT-FICHERO6 TO WS-FICHERO-ERROR
                     MOVE "1031-LEE-DERECHO" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE WS-FILE-STATUS-DER TO WS-FILE-STATUS-ERROR
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
                MOVE LT-FICHERO17 TO WS-FICHERO-ERROR
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
                MOVE LT-FICHERO17 TO WS-FICHERO-ERROR
                MOVE "1036-LEE-ARRASTRE" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-ARR TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *SOLO EL ARRASTRE AL ANIO DE LA NOMINA; UN EMPLEADO SIN DERECHO
      *EN FICHERO.VACACIONES NO LO USA (IGUAL QUE EN COBOL675)
           IF WVA-ANIO NOT = WS-PERIODO-NOMINA(1:4)
              OR WVA-DIAS = 0
                GO TO 1036-LEE-ARRASTRE-EXIT
           END-IF.
           MOVE WVA-CODIGO TO WR-CODIGO.
           PERFORM 3125-BUSCA-SALDO
              THRU 3125-BUSCA-SALDO-EXIT.
           IF SALDO-ENCONTRADO
                MOVE WVA-DIAS      TO WT-SAL-ARRASTRE(WS-POS-SALDO)
                MOVE WVA-CADUCIDAD TO WT-SAL-CADUCIDAD(WS-POS-SALDO)
           END-IF.
      *
       1036-LEE-ARRASTRE-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CARGA DE LOS ATRASOS CALCULADOS POR COBOL708            *
      *****************************************************************
       1040-CARGA-ATRASOS.
      *SIN FICHERO DE ATRASOS NO HAY NADA ATRASADO QUE PAGAR
           OPEN INPUT ATRASOS.
           IF WS-FILE-STATUS-ATR = 35
                GO TO 1040-CARGA-ATRASOS-EXIT
           END-IF.
           IF WS-FILE-STATUS-ATR NOT = 00
                MOVE LT-FICHERO8 TO WS-FICHERO-ERROR
                MOVE "1040-CARGA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-ATR TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 1041-LEE-ATRASO
              THRU 1041-LEE-ATRASO-EXIT
              UNTIL FIN-ATRASOS
                 OR WC-NUM-ATRASOS >= 2000.
      *
           CLOSE ATRASOS.
      *
           IF NOT FIN-ATRASOS
                DISPLAY "EL FICHERO DE ATRASOS SUPERA LAS 2000 "
                        "ENTRADAS DE LA TABLA - CALCULO DETENIDO"
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
       1040-CARGA-ATRASOS-EXIT.
       EXIT.
      *
       1041-LEE-ATRASO.
           READ ATRASOS INTO WS-REG-ATRASO
              AT END SET FIN-ATRASOS TO TRUE.
      *
           IF WS-FILE-STATUS-ATR = 00
                ADD 1 TO WC-NUM-ATRASOS
                MOVE WS-REG-ATRASO TO WT-REG-ATRASO(WC-NUM-ATRASOS)
           ELSE
                IF WS-FILE-STATUS-ATR NOT = 10
                     MOVE LT-FICHERO8 TO WS-FICHERO-ERROR
                     MOVE "1041-LEE-ATRASO" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE WS-FILE-STATUS-ATR TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
      *
       1041-LEE-ATRASO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CARGA DE LA TABLA DE TIPOS DE COTIZACION                *
      *****************************************************************
       1050-CARGA-COTIZACIONES.
      *MISMA CONVENCION QUE LA TABLA DE RETENCIONES: CERROJO
      *COMPARTIDO MIENTRAS DURA LA CARGA, POR SI COBOL752 LA ESTA
      *REGRABANDO
           MOVE LT-CERROJO-COTIZ TO WS-ASSIGN-CERROJO.
           PERFORM 9510-TOMA-CERROJO-COMP
              THRU 9510-TOMA-CERROJO-COMP-EXIT.
           IF CERROJO-DENEGADO
                DISPLAY "FICHERO EN USO POR " WL-PROGRAMA
                     " DESDE " WL-HORA(1:2) ":" WL-HORA(3:2)
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
      *SIN FICHERO DE COTIZACIONES SE MANTIENEN LOS SEIS CONCEPTOS
      *POR DEFECTO CARGADOS POR LOS VALUE
           MOVE 6 TO WC-NUM-COTIZACIONES.
           OPEN INPUT COTIZACIONES.
           IF WS-FILE-STATUS-TCO = 35
                DISPLAY "AVISO: NO SE ENCUENTRA " LT-FICHERO10
                DISPLAY "       SE UTILIZA LA TABLA DE COTIZACIONES "
                DISPLAY "       POR DEFECTO"
                PERFORM 9550-SUELTA-CERROJO
                   THRU 9550-SUELTA-CERROJO-EXIT
                GO TO 1050-CARGA-COTIZACIONES-EXIT
           END-IF.
           IF WS-FILE-STATUS-TCO NOT = 00
                MOVE LT-FICHERO10 TO WS-FICHERO-ERROR
                MOVE "1050-CARGA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-TCO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           MOVE 0 TO WC-NUM-COTIZACIONES.
           PERFORM 1051-LEE-COTIZACION
              THRU 1051-LEE-COTIZACION-EXIT
              VARYING IC FROM 1 BY 1
              UNTIL IC > 10
                 OR FIN-COTIZACIONES.
      *
           CLOSE COTIZACIONES.
           PERFORM 9550-SUELTA-CERROJO
              THRU 9550-SUELTA-CERROJO-EXIT.
      *
       1050-CARGA-COTIZACIONES-EXIT.
       EXIT.
      *
      *****************************************************************
      *       LEE UN CONCEPTO DEL FICHERO DE COTIZACIONES             *
      *****************************************************************
       1051-LEE-COTIZACION.
           READ COTIZACIONES INTO WT-REG-COTIZ(IC)
              AT END SET FIN-COTIZACIONES TO TRUE.
      *
           IF WS-FILE-STATUS-TCO = 00
                ADD 1 TO WC-NUM-COTIZACIONES
           ELSE
                IF WS-FILE-STATUS-TCO NOT = 10
                     MOVE LT-FICHERO10 TO WS-FICHERO-ERROR
                     MOVE "1051-LEE-COTIZACION" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE WS-FILE-STATUS-TCO TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
      *
       1051-LEE-COTIZACION-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CARGA DE LAS AUSENCIAS CAPTURADAS POR COBOL665          *
      *****************************************************************
       1060-CARGA-AUSENCIAS.
      *LOS DIAS TOMADOS SON LAS AUSENCIAS "V" DEL FICHERO DE
      *AUSENCIAS, IGUAL QUE EN EL SALDO DE COBOL675; LAS "E" Y "P"
      *QUE TOCAN EL MES SE GUARDAN PARA EL CALCULO DE LA NOMINA
           OPEN INPUT AUSENCIAS.
           IF WS-FILE-STATUS-AUS = 35
                DISPLAY "AVISO: NO SE ENCUENTRA " LT-FICHERO7
                DISPLAY "       NOMINA SIN AUSENCIAS DEL MES NI "
                        "VACACIONES TOMADAS"
                GO TO 1060-CARGA-AUSENCIAS-EXIT
           END-IF.
           IF WS-FILE-STATUS-AUS NOT = 00
                MOVE LT-FICHERO7 TO WS-FICHERO-ERROR
                MOVE "1060-CARGA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-AUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 1061-LEE-AUSENCIA
              THRU 1061-LEE-AUSENCIA-EXIT
              UNTIL FIN-AUSENCIAS
                 OR WC-NUM-AUSENCIAS >= 5000.
      *
           CLOSE AUSENCIAS.
      *
           IF NOT FIN-AUSENCIAS
                DISPLAY "EL FICHERO DE AUSENCIAS SUPERA LAS 5000 "
                        "BAJAS Y PERMISOS DEL MES - CALCULO DETENIDO"
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
       1060-CARGA-AUSENCIAS-EXIT.
       EXIT.
      *
       1061-LEE-AUSENCIA.
           READ AUSENCIAS INTO WS-REG-AUSENCIA
              AT END SET FIN-AUSENCIAS TO TRUE.
           IF WS-FILE-STATUS-AUS = 00
                IF WZ-TIPO-VACACIONES
                     MOVE WZ-CODIGO TO WR-CODIGO
                     PERFORM 3125-BUSCA-SALDO
                        THRU 3125-BUSCA-SALDO-EXIT
                     IF SALDO-ENCONTRADO
                          ADD WZ-DIAS TO WT-SAL-TOMADOS(WS-POS-SALDO)
                          IF WZ-FEC-DESDE NOT >
                             WT-SAL-CADUCIDAD(WS-POS-SALDO)
                               ADD WZ-DIAS
                                TO WT-SAL-TOMADOS-CAD(WS-POS-SALDO)
                          END-IF
                     END-IF
                END-IF
                IF (WZ-TIPO-ENFERMEDAD OR WZ-TIPO-PERMISO)
                   AND WZ-FEC-DESDE NOT > WS-FEC-FIN-MES
                   AND WZ-FEC-HASTA NOT < WS-FEC-INI-MES
                     ADD 1 TO WC-NUM-AUSENCIAS
                     MOVE WS-REG-AUSENCIA
                       TO WT-REG-AUSENCIA(WC-NUM-AUSENCIAS)
                END-IF
           ELSE
                IF WS-FILE-STATUS-AUS NOT = 10
                     MOVE LT-FICHERO7 TO WS-FICHERO-ERROR
                     MOVE "1061-LEE-AUSENCIA" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE WS-FILE-STATUS-AUS TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
       1061-LEE-AUSENCIA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CARGA DE LA TABLA DE PRESTACION POR BAJA                *
      *****************************************************************
       1070-CARGA-INCAPACIDAD.
      *MISMA CONVENCION QUE LAS OTRAS TABLAS: CERROJO COMPARTIDO
      *MIENTRAS DURA LA CARGA, POR SI COBOL753 LA ESTA REGRABANDO
           MOVE LT-CERROJO-INCAP TO WS-ASSIGN-CERROJO.
           PERFORM 9510-TOMA-CERROJO-COMP
              THRU 9510-TOMA-CERROJO-COMP-EXIT.
           IF CERROJO-DENEGADO
                DISPLAY "FICHERO EN USO POR " WL-PROGRAMA
                     " DESDE " WL-HORA(1:2) ":" WL-HORA(3:2)
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
      *SIN FICHERO DE PRESTACION SE MANTIENEN LOS TRES TRAMOS POR
      *DEFECTO CARGADOS POR LOS VALUE
           MOVE 3 TO WC-NUM-INCAPACIDAD.
           OPEN INPUT INCAPACIDAD.
           IF WS-FILE-STATUS-INC = 35
                DISPLAY "AVISO: NO SE ENCUENTRA " LT-FICHERO12
                DISPLAY "       SE UTILIZA LA TABLA DE PRESTACION "
                DISPLAY "       POR DEFECTO"
                PERFORM 9550-SUELTA-CERROJO
                   THRU 9550-SUELTA-CERROJO-EXIT
                GO TO 1070-CARGA-INCAPACIDAD-EXIT
           END-IF.
           IF WS-FILE-STATUS-INC NOT = 00
                MOVE LT-FICHERO12 TO WS-FICHERO-ERROR
                MOVE "1070-CARGA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-INC TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           MOVE 0 TO WC-NUM-INCAPACIDAD.
           PERFORM 1071-LEE-INCAPACIDAD
              THRU 1071-LEE-INCAPACIDAD-EXIT
              VARYING IK FROM 1 BY 1
              UNTIL IK > 10
                 OR FIN-INCAPACIDAD.
      *
           CLOSE INCAPACIDAD.
           PERFORM 9550-SUELTA-CERROJO
              THRU 9550-SUELTA-CERROJO-EXIT.
      *
       1070-CARGA-INCAPACIDAD-EXIT.
       EXIT.
      *
      *****************************************************************
      *       LEE UN TRAMO DEL FICHERO DE PRESTACION                  *
      *****************************************************************
       1071-LEE-INCAPACIDAD.
           READ INCAPACIDAD INTO WT-REG-INCAP(IK)
              AT END SET FIN-INCAPACIDAD TO TRUE.
      *
           IF WS-FILE-STATUS-INC = 00
                ADD 1 TO WC-NUM-INCAPACIDAD
           ELSE
                IF WS-FILE-STATUS-INC NOT = 10
                     MOVE LT-FICHERO12 TO WS-FICHERO-ERROR
                     MOVE "1071-LEE-INCAPACIDAD" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE WS-FILE-STATUS-INC TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
      *
       1071-LEE-INCAPACIDAD-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CARGA DE LOS PRESTAMOS A DESCONTAR EN EL MES            *
      *****************************************************************
       1080-CARGA-PRESTAMOS.
      *CERROJO COMPARTIDO MIENTRAS DURA LA CARGA, POR SI COBOL776
      *ESTA MANTENIENDO EL MAESTRO O COBOL720 REBAJANDO LOS SALDOS
           MOVE LT-CERROJO-PREST TO WS-ASSIGN-CERROJO.
           PERFORM 9510-TOMA-CERROJO-COMP
              THRU 9510-TOMA-CERROJO-COMP-EXIT.
           IF CERROJO-DENEGADO
                DISPLAY "FICHERO EN USO POR " WL-PROGRAMA
                     " DESDE " WL-HORA(1:2) ":" WL-HORA(3:2)
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
      *SIN MAESTRO DE PRESTAMOS LA NOMINA SE CALCULA SIN DESCUENTOS
           OPEN INPUT PRESTAMOS.
           IF WS-FILE-STATUS-PRE = 35
                DISPLAY "AVISO: NO SE ENCUENTRA " LT-FICHERO14
                DISPLAY "       NOMINA SIN DESCUENTO DE PRESTAMOS"
                PERFORM 9550-SUELTA-CERROJO
                   THRU 9550-SUELTA-CERROJO-EXIT
                GO TO 1080-CARGA-PRESTAMOS-EXIT
           END-IF.
           IF WS-FILE-STATUS-PRE NOT = 00
                MOVE LT-FICHERO14 TO WS-FICHERO-ERROR
                MOVE "1080-CARGA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-PRE TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 1081-LEE-PRESTAMO
              THRU 1081-LEE-PRESTAMO-EXIT
              UNTIL FIN-PRESTAMOS
                 OR WC-NUM-PRESTAMOS >= 5000.
      *
           CLOSE PRESTAMOS.
           PERFORM 9550-SUELTA-CERROJO
              THRU 9550-SUELTA-CERROJO-EXIT.
      *
           IF NOT FIN-PRESTAMOS
                DISPLAY "EL FICHERO DE PRESTAMOS SUPERA LOS 5000 "
                        "PRESTAMOS A DESCONTAR - CALCULO DETENIDO"
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
       1080-CARGA-PRESTAMOS-EXIT.
       EXIT.
      *
       1081-LEE-PRESTAMO.
           READ PRESTAMOS INTO WS-REG-PRESTAMO
              AT END SET FIN-PRESTAMOS TO TRUE.
           IF WS-FILE-STATUS-PRE = 00
                IF WPR-SALDO > 0
                   AND WPR-MES-INICIO NOT > WS-PERIODO-NOMINA
                   AND WPR-ULTIMO-PERIODO < WS-PERIODO-NOMINA
                     ADD 1 TO WC-NUM-PRESTAMOS
                     MOVE WS-REG-PRESTAMO
                       TO WT-REG-PRESTAMO(WC-NUM-PRESTAMOS)
                END-IF
           ELSE
                IF WS-FILE-STATUS-PRE NOT = 10
                     MOVE LT-FICHERO14 TO WS-FICHERO-ERROR
                     MOVE "1081-LEE-PRESTAMO" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE WS-FILE-STATUS-PRE TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
       1081-LEE-PRESTAMO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CARGA DEL MAESTRO DE CONTRATOS                          *
      *****************************************************************
       1090-CARGA-CONTRATOS.
      *CERROJO COMPARTIDO MIENTRAS DURA LA CARGA, POR SI COBOL779
      *ESTA MANTENIENDO LOS CONTRATOS. SIN MAESTRO DE CONTRATOS LA
      *TABLA QUEDA VACIA Y TODOS COBRAN LA JORNADA COMPLETA
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
                MOVE LT-FICHERO16 TO WS-FICHERO-ERROR
                MOVE "1090-CARGA" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-CON TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
       1090-CARGA-CONTRATOS-EXIT.
       EXIT.
      *
      *****************************************************************
      *             PROCESO                                           *
      *****************************************************************
       3000-PROCESO.
      *SI CAMBIA LA EMPRESA, CERRAMOS EL ULTIMO DEPARTAMENTO Y LA
      *EMPRESA ANTERIOR Y LA NUEVA EMPIEZA PAGINA CON SU CABECERA
           IF WS-EMPLE-EMPRESA NOT = WS-EMPRESA-ACTUAL
                PERFORM 3300-IMPRIME-SUBTOTAL
                   THRU 3300-IMPRIME-SUBTOTAL-EXIT
                PERFORM 3310-IMPRIME-TOTAL-EMPRESA
                   THRU 3310-IMPRIME-TOTAL-EMPRESA-EXIT
                MOVE WS-EMPLE-EMPRESA TO WS-EMPRESA-ACTUAL
                MOVE WS-EMPLE-DEPT TO WS-DEPT-ACTUAL
                PERFORM 3320-DATOS-EMPRESA
                   THRU 3320-DATOS-EMPRESA-EXIT
                PERFORM 2000-IMPRIME-CABECERA
                   THRU 2000-IMPRIME-CABECERA-EXIT
           END-IF.
      *
      *SI CAMBIA EL DEPARTAMENTO, IMPRIMIMOS EL SUBTOTAL DEL
      *DEPARTAMENTO ANTERIOR ANTES DE SEGUIR
           IF WS-EMPLE-DEPT NOT = WS-DEPT-ACTUAL
                PERFORM 3300-IMPRIME-SUBTOTAL
                   THRU 3300-IMPRIME-SUBTOTAL-EXIT
                MOVE WS-EMPLE-DEPT TO WS-DEPT-ACTUAL
           END-IF.
      *
      *LOS REGISTROS DE AJUSTE NO SE PAGAN EN NOMINA, Y UN EMPLEADO
      *DE BAJA TAMPOCO SALVO SU FINIQUITO EN EL MES DE LA BAJA: SIN
      *ESTE FILTRO SEGUIRIA RECIBIENDO NOMINA, RECIBO Y
      *TRANSFERENCIA DESPUES DE IRSE
           IF WS-EMPLE-REG-AJUSTE
                ADD 1 TO WC-CONTADOR-AJUSTES
           ELSE
                PERFORM 3050-CLASIFICA-EMPLEADO
                   THRU 3050-CLASIFICA-EMPLEADO-EXIT
                IF NOT NOMINA-NO-SE-PAGA
                     PERFORM 3060-APLICA-JORNADA
                        THRU 3060-APLICA-JORNADA-EXIT
                     PERFORM 3100-CALCULA-NOMINA
                        THRU 3100-CALCULA-NOMINA-EXIT
                END-IF
           END-IF.
      *
           PERFORM 9200-LEER-FICHERO
              THRU 9200-LEER-FICHERO-EXIT.
      *
       3000-PROCESO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CLASE DE NOMINA Y DIAS A PAGAR DEL EMPLEADO EN CURSO    *
      *****************************************************************
      *ORDINARIA: EL MES COMPLETO. FINIQUITO: BAJA CON FECHA EN EL
      *MES, SE PAGA HASTA EL DIA DE LA BAJA. PRORRATA: ALTA CON FECHA
      *EN EL MES (DESPUES DEL DIA 1), SE PAGA DESDE EL DIA DEL ALTA.
      *NO SE PAGA: BAJA DE MESES ANTERIORES O ALTA DE MESES POSTERIORES
       3050-CLASIFICA-EMPLEADO.
           SET NOMINA-ORDINARIA TO TRUE.
           MOVE 1           TO WS-DIA-DESDE.
           MOVE WS-DIAS-MES TO WS-DIA-HASTA.
      *
           IF WS-EMPLE-EST-BAJA
                IF WS-EMPLE-FEC-BAJA(1:6) NOT = WS-PERIODO-NOMINA
                     ADD 1 TO WC-CONTADOR-BAJAS
                     SET NOMINA-NO-SE-PAGA TO TRUE
                     GO TO 3050-CLASIFICA-EMPLEADO-EXIT
                END-IF
                SET NOMINA-FINIQUITO TO TRUE
                MOVE WS-EMPLE-FEC-BAJA(7:2) TO WS-DIA-HASTA
           END-IF.
      *
           IF WS-EMPLE-FEC-ALTA(1:6) > WS-PERIODO-NOMINA
                ADD 1 TO WC-CONTADOR-ALTAS-FUTURAS
                SET NOMINA-NO-SE-PAGA TO TRUE
                GO TO 3050-CLASIFICA-EMPLEADO-EXIT
           END-IF.
      *
           IF WS-EMPLE-FEC-ALTA(1:6) = WS-PERIODO-NOMINA
                MOVE WS-EMPLE-FEC-ALTA(7:2) TO WS-DIA-DESDE
                IF NOMINA-ORDINARIA AND WS-DIA-DESDE > 1
                     SET NOMINA-PRORRATA-ALTA TO TRUE
                END-IF
           END-IF.
      *
      *UNA FECHA FUERA DE RANGO NO DEBE DAR DIAS NEGATIVOS NI MAS
      *DIAS DE LOS QUE TIENE EL MES
           IF WS-DIA-HASTA > WS-DIAS-MES
                MOVE WS-DIAS-MES TO WS-DIA-HASTA
           END-IF.
           IF WS-DIA-DESDE < 1
                MOVE 1 TO WS-DIA-DESDE
           END-IF.
           IF WS-DIA-HASTA < WS-DIA-DESDE
                MOVE 0 TO WS-DIAS-TRABAJADOS
           ELSE
                COMPUTE WS-DIAS-TRABAJADOS =
                        WS-DIA-HASTA - WS-DIA-DESDE + 1
           END-IF.
      *
       3050-CLASIFICA-EMPLEADO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       JORNADA PARCIAL DEL EMPLEADO EN CURSO                   *
      *****************************************************************
      *EL SALARIO DEL MAESTRO ES EL DE JORNADA COMPLETA: A UN TIEMPO
      *PARCIAL SE LE REDUCE EN PROPORCION A SU JORNADA ANTES DE TODO
      *EL CALCULO (BRUTO, TRAMO DE RETENCION, PERMISOS Y VACACIONES
      *DEL FINIQUITO). LA COMISION NO SE TOCA: YA ES LA QUE HA
      *GENERADO
       3060-APLICA-JORNADA.
           MOVE WS-EMPLE-CODIGO TO WCT-BUSCA-CODIGO.
           PERFORM 9360-BUSCA-CONTRATO
              THRU 9360-BUSCA-CONTRATO-EXIT.
      *
           IF WCT-JORNADA-EMPLEADO < 100
                COMPUTE WS-EMPLE-SALARIO ROUNDED =
                        WS-EMPLE-SALARIO * WCT-JORNADA-EMPLEADO / 100
                ADD 1 TO WC-CONTADOR-PARCIALES
           END-IF.
      *
       3060-APLICA-JORNADA-EXIT.
       EXIT.
      *
      *****************************************************************
      *             CALCULO DE LA NOMINA DE UN EMPLEADO               *
      *****************************************************************
       3100-CALCULA-NOMINA.
      *EL BRUTO DEL MES ES LA DOCEAVA PARTE DEL SALARIO ANUAL MAS LA
      *COMISION MENSUAL; EN UN FINIQUITO O UN ALTA DEL MES, SOLO LA
      *PARTE DE LOS DIAS TRABAJADOS
           IF NOMINA-ORDINARIA
                COMPUTE WS-BRUTO-MES ROUNDED =
                        WS-EMPLE-SALARIO / 12 + WS-EMPLE-COMISION
           ELSE
                COMPUTE WS-BRUTO-MES ROUNDED =
                        (WS-EMPLE-SALARIO / 12 + WS-EMPLE-COMISION)
                        * WS-DIAS-TRABAJADOS / WS-DIAS-MES
           END-IF.
           MOVE WS-BRUTO-MES TO WS-BRUTO-FIJO.
      *
      *LAS BAJAS Y PERMISOS QUE CAEN EN LOS DIAS PAGADOS DEL MES
      *DESCUENTAN SU PARTE (YA CON SIGNO NEGATIVO) DEL BRUTO
           PERFORM 3140-CALCULA-AUSENCIAS
              THRU 3140-CALCULA-AUSENCIAS-EXIT.
           ADD WS-AUSENCIAS-MES TO WS-BRUTO-MES.
      *
      *EL FINIQUITO LIQUIDA ADEMAS LAS VACACIONES PENDIENTES
           MOVE 0 TO WS-IMPORTE-VACACIONES.
           IF NOMINA-FINIQUITO
                PERFORM 3120-VACACIONES-PENDIENTES
                   THRU 3120-VACACIONES-PENDIENTES-EXIT
                ADD WS-IMPORTE-VACACIONES TO WS-BRUTO-MES
           END-IF.
      *
      *SUMAMOS LOS ELEMENTOS VARIABLES DEL MES DEL EMPLEADO (CON SU
      *SIGNO) ANTES DE BUSCAR EL TRAMO DE RETENCION, PARA QUE LA
      *RETENCION SE APLIQUE SOBRE EL BRUTO COMPLETO
           MOVE 0 TO WS-VARIABLE-MES.
           PERFORM 3150-SUMA-VARIABLE
              THRU 3150-SUMA-VARIABLE-EXIT
              VARYING IV FROM 1 BY 1
              UNTIL IV > WC-NUM-VARIABLES.
           ADD WS-VARIABLE-MES TO WS-BRUTO-MES.
      *
      *BUSCAMOS EL TRAMO DE RETENCION POR EL SALARIO ANUAL
           SET TRAMO-NO-ENCONTRADO TO TRUE.
           MOVE 0 TO WS-PORCENTAJE.
           PERFORM 3110-BUSCA-TRAMO
              THRU 3110-BUSCA-TRAMO-EXIT
              VARYING I FROM 1 BY 1
              UNTIL I > WC-NUM-TRAMOS
                 OR TRAMO-ENCONTRADO.
      *
           IF TRAMO-NO-ENCONTRADO
                DISPLAY "AVISO: SIN TRAMO DE RETENCION - EMPLEADO: "
                     WS-EMPLE-CODIGO " SALARIO: " WS-EMPLE-SALARIO
           END-IF.
      *
           COMPUTE WS-DEDUCCION ROUNDED =
                   WS-BRUTO-MES * WS-PORCENTAJE / 100.
      *
      *LOS ATRASOS LLEVAN YA SU PROPIA DIFERENCIA DE RETENCION
      *(CALCULADA POR COBOL708 MES A MES): SE SUMAN DESPUES DE
      *APLICAR EL PORCENTAJE DEL MES EN CURSO
           MOVE 0 TO WS-ATRASOS-BRUTO.
           MOVE 0 TO WS-ATRASOS-DEDUCCION.
           PERFORM 3160-SUMA-ATRASO
              THRU 3160-SUMA-ATRASO-EXIT
              VARYING IA FROM 1 BY 1
              UNTIL IA > WC-NUM-ATRASOS.
           ADD WS-ATRASOS-BRUTO     TO WS-BRUTO-MES.
           ADD WS-ATRASOS-DEDUCCION TO WS-DEDUCCION.
      *
           COMPUTE WS-NETO-MES = WS-BRUTO-MES - WS-DEDUCCION.
      *
      *LAS CUOTAS DE PRESTAMO SALEN DEL NETO YA CALCULADO, SIN TOCAR
      *EL BRUTO NI LA RETENCION, Y NUNCA LO DEJAN EN NEGATIVO
           MOVE 0 TO WS-PRESTAMOS-MES.
           MOVE 0 TO WC-NUM-DESC-PRESTAMOS.
           PERFORM 3180-DESCUENTA-PRESTAMO
              THRU 3180-DESCUENTA-PRESTAMO-EXIT
              VARYING IP FROM 1 BY 1
              UNTIL IP > WC-NUM-PRESTAMOS.
           SUBTRACT WS-PRESTAMOS-MES FROM WS-NETO-MES.
      *
      *GRABAMOS EL REGISTRO DE NOMINA
           MOVE WS-EMPLE-CODIGO   TO WN-CODIGO.
           MOVE WS-EMPLE-NOMBRE   TO WN-NOMBRE.
           MOVE WS-EMPLE-APELLIDO TO WN-APELLIDO.
           MOVE WS-EMPLE-DEPT     TO WN-DEPT.
           MOVE WS-EMPLE-EMPRESA  TO WN-EMPRESA.
           MOVE WS-EMPLE-TIPO-REG TO WN-TIPO-REG.
           MOVE WS-EMPLE-SALARIO  TO WN-SALARIO-ANUAL.
           MOVE WS-EMPLE-COMISION TO WN-COMISION.
           MOVE WS-BRUTO-MES      TO WN-BRUTO-MES.
           MOVE WS-PORCENTAJE     TO WN-PORCENTAJE.
           MOVE WS-DEDUCCION      TO WN-DEDUCCION.
           MOVE WS-NETO-MES       TO WN-NETO-MES.
           MOVE WS-FECHA-HOY      TO WN-FECHA.
      *LA NOMINA NACE PENDIENTE DE PAGO; COBOL720 LA MARCARA "P"
      *AL GENERAR SU TRANSFERENCIA
           SET WN-PAGO-PENDIENTE TO TRUE.
           WRITE REG-NOMINA FROM WS-REG-NOMINA.
           IF WS-FILE-STATUS-NOM NOT = 00
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE "3100-CALCULA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-NOM TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-CONTADOR-NOMINA.
      *
      *CUOTA EMPRESARIAL Y COSTE TOTAL, CON SU REGISTRO EN LA
      *RELACION MENSUAL DE COTIZACIONES
           PERFORM 3170-CALCULA-COTIZACION
              THRU 3170-CALCULA-COTIZACION-EXIT.
      *
      *IMPRIMIMOS EL DETALLE Y ACUMULAMOS LOS TOTALES
           PERFORM 3200-IMPRIME-DETALLE
              THRU 3200-IMPRIME-DETALLE-EXIT.
      *
      *Y DEBAJO DEL DETALLE, UNA LINEA POR VARIABLE APLICADA
           PERFORM 3250-IMPRIME-VARIABLE
              THRU 3250-IMPRIME-VARIABLE-EXIT
              VARYING IV FROM 1 BY 1
              UNTIL IV > WC-NUM-VARIABLES.
      *
      *Y LOS CONCEPTOS DEL FINIQUITO O DE LA PRORRATA DEL ALTA
           PERFORM 3260-IMPRIME-CONCEPTOS
              THRU 3260-IMPRIME-CONCEPTOS-EXIT.
      *
      *Y UNA LINEA POR AJUSTE DE BAJA O PERMISO DEL MES
           PERFORM 3265-IMPRIME-AUSENCIA
              THRU 3265-IMPRIME-AUSENCIA-EXIT
              VARYING IJ FROM 1 BY 1
              UNTIL IJ > WC-NUM-AJUSTES-AUS.
      *
      *Y UNA LINEA POR MES DE ATRASOS PAGADO EN ESTA NOMINA
           PERFORM 3280-IMPRIME-ATRASO
              THRU 3280-IMPRIME-ATRASO-EXIT
              VARYING IA FROM 1 BY 1
              UNTIL IA > WC-NUM-ATRASOS.
      *
      *Y UNA LINEA POR CUOTA DE PRESTAMO DESCONTADA
           PERFORM 3285-IMPRIME-PRESTAMO
              THRU 3285-IMPRIME-PRESTAMO-EXIT
              VARYING IQ FROM 1 BY 1
              UNTIL IQ > WC-NUM-DESC-PRESTAMOS.
      *
      *Y CIERRA EL EMPLEADO SU CUOTA EMPRESARIAL Y SU COSTE TOTAL
           MOVE WS-CUOTA-EMPRESA TO WLS-CUOTA.
           MOVE WS-COSTE-TOTAL   TO WLS-COSTE.
           PERFORM 3290-IMPRIME-COTIZACION
              THRU 3290-IMPRIME-COTIZACION-EXIT.
      *
           ADD 1             TO WC-DEPT-EMPLEADOS.
           ADD WS-BRUTO-MES  TO WC-DEPT-BRUTO.
           ADD WS-DEDUCCION  TO WC-DEPT-DEDUCCION.
           ADD WS-NETO-MES   TO WC-DEPT-NETO.
           ADD 1             TO WC-TOTAL-EMPLEADOS.
           ADD WS-BRUTO-MES  TO WC-TOTAL-BRUTO.
           ADD WS-DEDUCCION  TO WC-TOTAL-DEDUCCION.
           ADD WS-NETO-MES   TO WC-TOTAL-NETO.
           ADD WS-CUOTA-EMPRESA TO WC-DEPT-CUOTA.
           ADD WS-COSTE-TOTAL   TO WC-DEPT-COSTE.
           ADD WS-CUOTA-EMPRESA TO WC-TOTAL-CUOTA.
           ADD WS-COSTE-TOTAL   TO WC-TOTAL-COSTE.
           ADD 1             TO WC-EMP-EMPLEADOS.
           ADD WS-BRUTO-MES  TO WC-EMP-BRUTO.
           ADD WS-DEDUCCION  TO WC-EMP-DEDUCCION.
           ADD WS-NETO-MES   TO WC-EMP-NETO.
           ADD WS-CUOTA-EMPRESA TO WC-EMP-CUOTA.
           ADD WS-COSTE-TOTAL   TO WC-EMP-COSTE.
      *
       3100-CALCULA-NOMINA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       BUSCA EL TRAMO DE RETENCION DEL SALARIO ANUAL           *
      *****************************************************************
       3110-BUSCA-TRAMO.
           IF WS-EMPLE-SALARIO >= WT-TRAMO-DESDE(I)
              AND WS-EMPLE-SALARIO < WT-TRAMO-HASTA(I)
                SET TRAMO-ENCONTRADO TO TRUE
                MOVE WT-TRAMO-PORCENTAJE(I) TO WS-PORCENTAJE
           END-IF.
      *
       3110-BUSCA-TRAMO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       VACACIONES DEVENGADAS Y NO DISFRUTADAS DEL FINIQUITO    *
      *****************************************************************
      *EL DERECHO ANUAL SE DEVENGA POR DIAS NATURALES DEL ANIO HASTA
      *LA BAJA (DESDE EL ALTA SI EL ALTA ES DEL MISMO ANIO); LOS DIAS
      *YA TOMADOS SE RESTAN Y EL RESULTADO SE VALORA A LA DOCEAVA
      *PARTE DEL SALARIO ENTRE LOS DIAS LABORABLES DE UN MES. SI SE
      *TOMARON MAS DIAS DE LOS DEVENGADOS, EL EXCESO SE DESCUENTA.
      *EL ARRASTRE DEL ANIO ANTERIOR SE SUMA ENTERO SI LA BAJA ES
      *HASTA SU CADUCIDAD; SI ES POSTERIOR, SOLO LO QUE SE LLEGO A
      *CONSUMIR CON LO TOMADO HASTA ESE DIA (REGLA DE COBOL675)
       3120-VACACIONES-PENDIENTES.
           MOVE 0 TO WS-ARR-UTIL.
           MOVE WS-EMPLE-CODIGO TO WR-CODIGO.
           PERFORM 3125-BUSCA-SALDO
              THRU 3125-BUSCA-SALDO-EXIT.
           IF SALDO-ENCONTRADO
                MOVE WT-SAL-DERECHO(WS-POS-SALDO) TO WS-DERECHO-ANUAL
                MOVE WT-SAL-TOMADOS(WS-POS-SALDO) TO WS-DIAS-TOMADOS
                IF WT-SAL-ARRASTRE(WS-POS-SALDO) = 0
                   OR WS-EMPLE-FEC-BAJA NOT >
                      WT-SAL-CADUCIDAD(WS-POS-SALDO)
                     MOVE WT-SAL-ARRASTRE(WS-POS-SALDO) TO WS-ARR-UTIL
                ELSE
                     IF WT-SAL-TOMADOS-CAD(WS-POS-SALDO) <
                        WT-SAL-ARRASTRE(WS-POS-SALDO)
                          MOVE WT-SAL-TOMADOS-CAD(WS-POS-SALDO)
                            TO WS-ARR-UTIL
                     ELSE
                          MOVE WT-SAL-ARRASTRE(WS-POS-SALDO)
                            TO WS-ARR-UTIL
                     END-IF
                END-IF
           ELSE
                DISPLAY "AVISO: FINIQUITO SIN DERECHO DE VACACIONES "
                     "- EMPLEADO: " WS-EMPLE-CODIGO
                     " SE TOMA LA BASE DE " LT-DIAS-VACACIONES-BASE
                MOVE LT-DIAS-VACACIONES-BASE TO WS-DERECHO-ANUAL
                MOVE 0 TO WS-DIAS-TOMADOS
           END-IF.
      *
           MOVE WS-EMPLE-FEC-BAJA TO WS-FECHA-AUX.
           PERFORM 3130-DIA-DEL-ANIO
              THRU 3130-DIA-DEL-ANIO-EXIT.
           MOVE WS-DIA-DEL-ANIO TO WS-DIA-ANIO-BAJA.
      *
           MOVE 1 TO WS-DIA-ANIO-ALTA.
           IF WS-EMPLE-FEC-ALTA(1:4) = WS-EMPLE-FEC-BAJA(1:4)
                MOVE WS-EMPLE-FEC-ALTA TO WS-FECHA-AUX
                PERFORM 3130-DIA-DEL-ANIO
                   THRU 3130-DIA-DEL-ANIO-EXIT
                MOVE WS-DIA-DEL-ANIO TO WS-DIA-ANIO-ALTA
           END-IF.
      *
           IF WS-DIA-ANIO-BAJA < WS-DIA-ANIO-ALTA
                MOVE 0 TO WS-DIAS-DEVENGADOS
           ELSE
                COMPUTE WS-DIAS-DEVENGADOS ROUNDED =
                        WS-DERECHO-ANUAL
                        * (WS-DIA-ANIO-BAJA - WS-DIA-ANIO-ALTA + 1)
                        / LT-DIAS-ANIO
           END-IF.
      *
           COMPUTE WS-DIAS-PENDIENTES =
                   WS-DIAS-DEVENGADOS + WS-ARR-UTIL - WS-DIAS-TOMADOS.
           COMPUTE WS-IMPORTE-VACACIONES ROUNDED =
                   WS-EMPLE-SALARIO / 12 / LT-DIAS-LABORABLES-MES
                   * WS-DIAS-PENDIENTES.
      *
       3120-VACACIONES-PENDIENTES-EXIT.
       EXIT.
      *
      *****************************************************************
      *       BUSCA EL SALDO DE VACACIONES DE WR-CODIGO               *
      *****************************************************************
       3125-BUSCA-SALDO.
           SET SALDO-NO-ENCONTRADO TO TRUE.
           MOVE 0 TO WS-POS-SALDO.
           PERFORM 3126-COMPARA-SALDO
              THRU 3126-COMPARA-SALDO-EXIT
              VARYING IS1 FROM 1 BY 1
              UNTIL IS1 > WC-NUM-SALDOS
                 OR SALDO-ENCONTRADO.
       3125-BUSCA-SALDO-EXIT.
       EXIT.
      *
       3126-COMPARA-SALDO.
           IF WT-SAL-CODIGO(IS1) = WR-CODIGO
                SET SALDO-ENCONTRADO TO TRUE
                SET WS-POS-SALDO TO IS1
           END-IF.
       3126-COMPARA-SALDO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       DIA DEL ANIO (1 A 365) DE WS-FECHA-AUX                  *
      *****************************************************************
       3130-DIA-DEL-ANIO.
           MOVE WS-AUX-DIA TO WS-DIA-DEL-ANIO.
           IF WS-AUX-MES < 1 OR WS-AUX-MES > 12
                GO TO 3130-DIA-DEL-ANIO-EXIT
           END-IF.
           PERFORM 3131-SUMA-MES
              THRU 3131-SUMA-MES-EXIT
              VARYING WS-MES-AUX FROM 1 BY 1
              UNTIL WS-MES-AUX >= WS-AUX-MES.
       3130-DIA-DEL-ANIO-EXIT.
       EXIT.
      *
       3131-SUMA-MES.
           ADD LT-CAL-DIAS-MES(WS-MES-AUX) TO WS-DIA-DEL-ANIO.
       3131-SUMA-MES-EXIT.
       EXIT.
      *
      *****************************************************************
      *       AJUSTES POR BAJAS Y PERMISOS DEL EMPLEADO EN CURSO      *
      *****************************************************************
      *SOLO CUENTAN LOS DIAS DE LA AUSENCIA QUE CAEN ENTRE EL PRIMER
      *Y EL ULTIMO DIA PAGADO DEL MES (LOS DE ANTES DEL ALTA O
      *DESPUES DE LA BAJA NO SE PAGAN DE TODAS FORMAS). EL VALOR DE
      *UN DIA ES EL FIJO MAS LA COMISION DEL MES ENTRE SUS DIAS
      *NATURALES, EL MISMO DE LAS PRORRATAS. EL PERMISO DESCUENTA
      *EL DIA ENTERO; LA BAJA DESCUENTA LA PARTE QUE SU TRAMO NO
      *PAGA. DEJA EL TOTAL (NEGATIVO) EN WS-AUSENCIAS-MES Y LOS
      *AJUSTES EN WT-TABLA-AJUSTES-AUS Y EN FICHERO.NOMINA.AUSENCIAS
       3140-CALCULA-AUSENCIAS.
           MOVE 0 TO WS-AUSENCIAS-MES.
           MOVE 0 TO WC-NUM-AJUSTES-AUS.
           MOVE 0 TO WS-DIAS-PERMISO.
           INITIALIZE WT-DIAS-INCAPACIDAD.
      *
           IF WS-DIAS-TRABAJADOS = 0
                GO TO 3140-CALCULA-AUSENCIAS-EXIT
           END-IF.
      *
           MOVE WS-PERIODO-NOMINA TO WS-FEC-INI-PAGO(1:6).
           MOVE WS-DIA-DESDE      TO WS-FEC-INI-PAGO(7:2).
           MOVE WS-PERIODO-NOMINA TO WS-FEC-FIN-PAGO(1:6).
           MOVE WS-DIA-HASTA      TO WS-FEC-FIN-PAGO(7:2).
      *
           PERFORM 3141-SOLAPE-AUSENCIA
              THRU 3141-SOLAPE-AUSENCIA-EXIT
              VARYING IU FROM 1 BY 1
              UNTIL IU > WC-NUM-AUSENCIAS.
      *
      *DOS PERMISOS SOLAPADOS NO PUEDEN DESCONTAR MAS DIAS DE LOS
      *QUE SE PAGAN
           IF WS-DIAS-PERMISO > WS-DIAS-TRABAJADOS
                MOVE WS-DIAS-TRABAJADOS TO WS-DIAS-PERMISO
           END-IF.
           IF WS-DIAS-PERMISO > 0
                INITIALIZE WS-REG-AUSENCIA-NOMINA
                SET WAU-PERMISO TO TRUE
                MOVE LT-TEXTO-PERMISO TO WAU-TEXTO
                MOVE WS-DIAS-PERMISO  TO WAU-DIAS
                MOVE 0                TO WAU-PORCENTAJE
                COMPUTE WAU-IMPORTE ROUNDED =
                        0 - (WS-EMPLE-SALARIO / 12 + WS-EMPLE-COMISION)
                        * WS-DIAS-PERMISO / WS-DIAS-MES
                PERFORM 3148-GRABA-AJUSTE-AUS
                   THRU 3148-GRABA-AJUSTE-AUS-EXIT
           END-IF.
      *
      *UN AJUSTE POR CADA TRAMO DE PRESTACION CON DIAS DE BAJA
           PERFORM 3146-AJUSTE-TRAMO-INCAP
              THRU 3146-AJUSTE-TRAMO-INCAP-EXIT
              VARYING IK FROM 1 BY 1
              UNTIL IK > WC-NUM-INCAPACIDAD.
      *
       3140-CALCULA-AUSENCIAS-EXIT.
       EXIT.
      *
      *****************************************************************
      *       DIAS DE UNA BAJA O PERMISO DENTRO DE LOS DIAS PAGADOS   *
      *****************************************************************
       3141-SOLAPE-AUSENCIA.
           IF WT-REG-AUSENCIA(IU)(1:6) NOT = WS-EMPLE-CODIGO
                GO TO 3141-SOLAPE-AUSENCIA-EXIT
           END-IF.
           MOVE WT-REG-AUSENCIA(IU) TO WS-REG-AUSENCIA.
           IF WZ-FEC-DESDE > WS-FEC-FIN-PAGO
              OR WZ-FEC-HASTA < WS-FEC-INI-PAGO
                GO TO 3141-SOLAPE-AUSENCIA-EXIT
           END-IF.
      *
           IF WZ-FEC-DESDE > WS-FEC-INI-PAGO
                MOVE WZ-FEC-DESDE    TO WS-FEC-INI-SOLAPE
           ELSE
                MOVE WS-FEC-INI-PAGO TO WS-FEC-INI-SOLAPE
           END-IF.
           IF WZ-FEC-HASTA < WS-FEC-FIN-PAGO
                MOVE WZ-FEC-HASTA    TO WS-FEC-FIN-SOLAPE
           ELSE
                MOVE WS-FEC-FIN-PAGO TO WS-FEC-FIN-SOLAPE
           END-IF.
           COMPUTE WS-DIAS-SOLAPE =
                   WS-FIN-SOLAPE-DIA - WS-INI-SOLAPE-DIA + 1.
      *
           IF WZ-TIPO-PERMISO
                ADD WS-DIAS-SOLAPE TO WS-DIAS-PERMISO
                GO TO 3141-SOLAPE-AUSENCIA-EXIT
           END-IF.
      *
      *LA BAJA SE PAGA POR DIA DE BAJA: SI EMPEZO ANTES DEL PRIMER
      *DIA QUE CAE EN EL MES, CONTAMOS LOS DIAS DESDE SU INICIO CON
      *EL CALENDARIO PARA SABER EN QUE TRAMO ESTAMOS
           MOVE 1            TO WS-DIA-BAJA.
           MOVE WZ-FEC-DESDE TO WS-CAL-FECHA.
           PERFORM 3142-AVANZA-DIA-BAJA
              THRU 3142-AVANZA-DIA-BAJA-EXIT
              UNTIL WS-CAL-FECHA NOT < WS-FEC-INI-SOLAPE.
      *
           PERFORM 3143-CUENTA-DIA-BAJA
              THRU 3143-CUENTA-DIA-BAJA-EXIT
              WS-DIAS-SOLAPE TIMES.
      *
       3141-SOLAPE-AUSENCIA-EXIT.
       EXIT.
      *
       3142-AVANZA-DIA-BAJA.
           PERFORM 9830-AVANZA-DIA-CAL
              THRU 9830-AVANZA-DIA-CAL-EXIT.
           ADD 1 TO WS-DIA-BAJA.
       3142-AVANZA-DIA-BAJA-EXIT.
       EXIT.
      *
      *SUMA EL DIA DE BAJA WS-DIA-BAJA A SU TRAMO DE PRESTACION Y
      *PASA AL SIGUIENTE. UN DIA QUE NO CAE EN NINGUN TRAMO DE LA
      *TABLA SE PAGA ENTERO
       3143-CUENTA-DIA-BAJA.
           SET TRAMO-INCAP-NO-ENCONTRADO TO TRUE.
           PERFORM 3144-BUSCA-TRAMO-INCAP
              THRU 3144-BUSCA-TRAMO-INCAP-EXIT
              VARYING IK FROM 1 BY 1
              UNTIL IK > WC-NUM-INCAPACIDAD
                 OR TRAMO-INCAP-ENCONTRADO.
           IF TRAMO-INCAP-ENCONTRADO
                ADD 1 TO WT-INC-DIAS-MES(WS-POS-INCAP)
           END-IF.
           ADD 1 TO WS-DIA-BAJA.
       3143-CUENTA-DIA-BAJA-EXIT.
       EXIT.
      *
       3144-BUSCA-TRAMO-INCAP.
           IF WS-DIA-BAJA NOT < WT-INC-DIA-DESDE(IK)
              AND WS-DIA-BAJA NOT > WT-INC-DIA-HASTA(IK)
                SET TRAMO-INCAP-ENCONTRADO TO TRUE
                SET WS-POS-INCAP TO IK
           END-IF.
       3144-BUSCA-TRAMO-INCAP-EXIT.
       EXIT.
      *
      *****************************************************************
      *       AJUSTE DE UN TRAMO DE PRESTACION CON DIAS DE BAJA       *
      *****************************************************************
       3146-AJUSTE-TRAMO-INCAP.
           IF WT-INC-DIAS-MES(IK) = 0
                GO TO 3146-AJUSTE-TRAMO-INCAP-EXIT
           END-IF.
      *
           INITIALIZE WS-REG-AUSENCIA-NOMINA.
           SET WAU-ENFERMEDAD TO TRUE.
           MOVE WT-INC-PORCENTAJE(IK)  TO WTI-PORCENTAJE.
           MOVE WT-INC-DESCRIPCION(IK) TO WTI-DESCRIPCION.
           MOVE WS-TEXTO-INCAP         TO WAU-TEXTO.
           MOVE WT-INC-DIAS-MES(IK)    TO WAU-DIAS.
           MOVE WT-INC-PORCENTAJE(IK)  TO WAU-PORCENTAJE.
           COMPUTE WAU-IMPORTE ROUNDED =
                   0 - (WS-EMPLE-SALARIO / 12 + WS-EMPLE-COMISION)
                   * WT-INC-DIAS-MES(IK)
                   * (100 - WT-INC-PORCENTAJE(IK)) / 100
                   / WS-DIAS-MES.
           PERFORM 3148-GRABA-AJUSTE-AUS
              THRU 3148-GRABA-AJUSTE-AUS-EXIT.
      *
       3146-AJUSTE-TRAMO-INCAP-EXIT.
       EXIT.
      *
      *****************************************************************
      *       GRABA EL AJUSTE DE WS-REG-AUSENCIA-NOMINA               *
      *****************************************************************
       3148-GRABA-AJUSTE-AUS.
           MOVE WS-EMPLE-CODIGO   TO WAU-CODIGO.
           MOVE WS-PERIODO-NOMINA TO WAU-PERIODO.
           ADD WAU-IMPORTE TO WS-AUSENCIAS-MES.
      *
           ADD 1 TO WC-NUM-AJUSTES-AUS.
           MOVE WS-REG-AUSENCIA-NOMINA
             TO WT-REG-AJUSTE-AUS(WC-NUM-AJUSTES-AUS).
           ADD 1 TO WC-AUSENCIAS-APLICADAS.
      *
           WRITE REG-AUSENCIA-NOMINA FROM WS-REG-AUSENCIA-NOMINA.
           IF WS-FILE-STATUS-AUN NOT = 00
                MOVE LT-FICHERO13 TO WS-FICHERO-ERROR
                MOVE "3148-GRABA-AJUSTE" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-AUN TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
       3148-GRABA-AJUSTE-AUS-EXIT.
       EXIT.
      *
      *****************************************************************
       EXIT.
      *
      *****************************************************************
      *       SUMA UN MES DE ATRASOS DEL EMPLEADO EN CURSO            *
      *****************************************************************
      *SE PAGAN LOS PENDIENTES Y, EN UNA REPETICION DEL MISMO MES,
      *LOS QUE YA SE ESTAMPARON CON ESTE PERIODO
       3160-SUMA-ATRASO.
           IF WT-REG-ATRASO(IA)(1:6) NOT = WS-EMPLE-CODIGO
                GO TO 3160-SUMA-ATRASO-EXIT
           END-IF.
      *
           MOVE WT-REG-ATRASO(IA) TO WS-REG-ATRASO.
           IF NOT WI-ATRASO-PENDIENTE
              AND WI-PERIODO-PAGO NOT = WS-PERIODO-NOMINA
                GO TO 3160-SUMA-ATRASO-EXIT
           END-IF.
      *
           ADD WI-DIF-BRUTO     TO WS-ATRASOS-BRUTO.
           ADD WI-DIF-DEDUCCION TO WS-ATRASOS-DEDUCCION.
           MOVE WS-PERIODO-NOMINA TO WI-PERIODO-PAGO.
           MOVE WS-REG-ATRASO TO WT-REG-ATRASO(IA).
           ADD 1 TO WC-ATRASOS-APLICADOS.
      *
       3160-SUMA-ATRASO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CUOTA EMPRESARIAL A LA SEGURIDAD SOCIAL DEL EMPLEADO    *
      *****************************************************************
      *LA BASE DE CADA CONCEPTO ES EL BRUTO DEL MES ACOTADO ENTRE LA
      *BASE MINIMA Y LA MAXIMA DEL CONCEPTO; EN UN FINIQUITO O UN
      *ALTA DEL MES AMBOS TOPES SE PRORRATEAN A LOS DIAS PAGADOS. UN
      *BRUTO NULO O NEGATIVO NO COTIZA. EL COSTE TOTAL ES EL BRUTO
      *MAS LA CUOTA
       3170-CALCULA-COTIZACION.
           INITIALIZE WS-REG-COTIZACION.
           MOVE 0 TO WS-CUOTA-EMPRESA.
      *
           MOVE WS-EMPLE-CODIGO    TO WW-CODIGO.
           MOVE WS-EMPLE-DEPT      TO WW-DEPT.
           MOVE WS-PERIODO-NOMINA  TO WW-PERIODO.
           MOVE WS-DIAS-TRABAJADOS TO WW-DIAS.
           MOVE WS-BRUTO-MES       TO WW-BRUTO-MES.
           MOVE WS-EMPLE-EMPRESA   TO WW-EMPRESA.
           MOVE WC-NUM-COTIZACIONES TO WW-NUM-CONCEPTOS.
      *
           PERFORM 3175-COTIZA-CONCEPTO
              THRU 3175-COTIZA-CONCEPTO-EXIT
              VARYING IC FROM 1 BY 1
              UNTIL IC > WC-NUM-COTIZACIONES.
      *
           COMPUTE WS-COSTE-TOTAL = WS-BRUTO-MES + WS-CUOTA-EMPRESA.
           MOVE WS-CUOTA-EMPRESA TO WW-CUOTA-EMPRESA.
           MOVE WS-COSTE-TOTAL   TO WW-COSTE-TOTAL.
      *
           WRITE REG-COTIZACION FROM WS-REG-COTIZACION.
           IF WS-FILE-STATUS-COT NOT = 00
                MOVE LT-FICHERO11 TO WS-FICHERO-ERROR
                MOVE "3170-COTIZACION" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-COT TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
       3170-CALCULA-COTIZACION-EXIT.
       EXIT.
      *
       3175-COTIZA-CONCEPTO.
           IF NOMINA-ORDINARIA
                MOVE WT-COT-BASE-MINIMA(IC) TO WS-BASE-MINIMA
                MOVE WT-COT-BASE-MAXIMA(IC) TO WS-BASE-MAXIMA
           ELSE
                COMPUTE WS-BASE-MINIMA ROUNDED =
                        WT-COT-BASE-MINIMA(IC)
                        * WS-DIAS-TRABAJADOS / WS-DIAS-MES
                COMPUTE WS-BASE-MAXIMA ROUNDED =
                        WT-COT-BASE-MAXIMA(IC)
                        * WS-DIAS-TRABAJADOS / WS-DIAS-MES
           END-IF.
      *
           IF WS-BRUTO-MES NOT > 0
                MOVE 0 TO WS-BASE-COTIZ
           ELSE
                IF WS-BRUTO-MES < WS-BASE-MINIMA
                     MOVE WS-BASE-MINIMA TO WS-BASE-COTIZ
                ELSE
                     IF WS-BRUTO-MES > WS-BASE-MAXIMA
                          MOVE WS-BASE-MAXIMA TO WS-BASE-COTIZ
                     ELSE
                          MOVE WS-BRUTO-MES TO WS-BASE-COTIZ
                     END-IF
                END-IF
           END-IF.
      *
           MOVE WT-COT-CONCEPTO(IC)   TO WW-CON-CODIGO(IC).
           MOVE WS-BASE-COTIZ         TO WW-CON-BASE(IC).
           MOVE WT-COT-PORCENTAJE(IC) TO WW-CON-PORCENTAJE(IC).
           COMPUTE WW-CON-IMPORTE(IC) ROUNDED =
                   WS-BASE-COTIZ * WT-COT-PORCENTAJE(IC) / 100.
           ADD WW-CON-IMPORTE(IC) TO WS-CUOTA-EMPRESA.
      *
       3175-COTIZA-CONCEPTO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       DESCUENTA UNA CUOTA DE PRESTAMO DEL EMPLEADO EN CURSO   *
      *****************************************************************
       3180-DESCUENTA-PRESTAMO.
           IF WT-REG-PRESTAMO(IP)(1:6) NOT = WS-EMPLE-CODIGO
                GO TO 3180-DESCUENTA-PRESTAMO-EXIT
           END-IF.
           MOVE WT-REG-PRESTAMO(IP) TO WS-REG-PRESTAMO.
      *
      *LA CUOTA, SALVO QUE QUEDE MENOS SALDO; EL FINIQUITO LIQUIDA
      *TODO EL SALDO PENDIENTE
           IF NOMINA-FINIQUITO OR WPR-SALDO < WPR-CUOTA
                MOVE WPR-SALDO TO WS-IMPORTE-PRESTAMO
           ELSE
                MOVE WPR-CUOTA TO WS-IMPORTE-PRESTAMO
           END-IF.
      *
      *NUNCA MAS DE LO QUE QUEDA DE NETO TRAS LAS CUOTAS ANTERIORES
           IF WS-IMPORTE-PRESTAMO > WS-NETO-MES - WS-PRESTAMOS-MES
                IF WS-NETO-MES - WS-PRESTAMOS-MES > 0
                     COMPUTE WS-IMPORTE-PRESTAMO =
                             WS-NETO-MES - WS-PRESTAMOS-MES
                ELSE
                     MOVE 0 TO WS-IMPORTE-PRESTAMO
                END-IF
                ADD 1 TO WC-CUOTAS-RECORTADAS
                DISPLAY "AVISO: EL NETO DE " WS-EMPLE-CODIGO
                     " NO CUBRE LA CUOTA DEL PRESTAMO " WPR-NUMERO
                     " - SE DESCUENTAN " WS-IMPORTE-PRESTAMO
           END-IF.
           IF WS-IMPORTE-PRESTAMO = 0
                GO TO 3180-DESCUENTA-PRESTAMO-EXIT
           END-IF.
      *
           MOVE WPR-CODIGO          TO WPN-CODIGO.
           MOVE WPR-NUMERO          TO WPN-NUMERO.
           MOVE WS-PERIODO-NOMINA   TO WPN-PERIODO.
           MOVE WS-IMPORTE-PRESTAMO TO WPN-IMPORTE.
           MOVE WPR-CUOTA           TO WPN-CUOTA.
           ADD WS-IMPORTE-PRESTAMO  TO WS-PRESTAMOS-MES.
           ADD WS-IMPORTE-PRESTAMO  TO WC-TOTAL-PRESTAMOS.
           ADD 1 TO WC-CUOTAS-PRESTAMO.
      *
           IF WC-NUM-DESC-PRESTAMOS < 20
                ADD 1 TO WC-NUM-DESC-PRESTAMOS
                MOVE WS-REG-PRESTAMO-NOMINA
                  TO WT-REG-DESC-PRESTAMO(WC-NUM-DESC-PRESTAMOS)
           END-IF.
      *
           WRITE REG-PRESTAMO-NOMINA FROM WS-REG-PRESTAMO-NOMINA.
           IF WS-FILE-STATUS-PRN NOT = 00
                MOVE LT-FICHERO15 TO WS-FICHERO-ERROR
                MOVE "3180-DESCUENTA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-PRN TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
       3180-DESCUENTA-PRESTAMO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       IMPRIME UNA VARIABLE APLICADA BAJO EL DETALLE           *
      *****************************************************************
       3250-IMPRIME-VARIABLE.
       EXIT.
      *
      *****************************************************************
      *       IMPRIME LOS CONCEPTOS DEL FINIQUITO O DEL ALTA          *
      *****************************************************************
       3260-IMPRIME-CONCEPTOS.
           IF NOMINA-ORDINARIA
                GO TO 3260-IMPRIME-CONCEPTOS-EXIT
           END-IF.
      *
           IF NOMINA-FINIQUITO
                ADD 1 TO WC-CONTADOR-FINIQUITOS
                MOVE "FINIQUITO: SALARIO A LA BAJA" TO WLC-TEXTO
           ELSE
                ADD 1 TO WC-CONTADOR-PRORRATAS
                MOVE "ALTA: SALARIO DESDE EL ALTA"  TO WLC-TEXTO
           END-IF.
           MOVE WS-DIAS-TRABAJADOS TO WLC-DIAS.
           MOVE WS-BRUTO-FIJO      TO WLC-IMPORTE.
           PERFORM 3270-ESCRIBE-CONCEPTO
              THRU 3270-ESCRIBE-CONCEPTO-EXIT.
      *
           IF NOMINA-FINIQUITO
                MOVE "FINIQUITO: VACACIONES PEND." TO WLC-TEXTO
                MOVE WS-DIAS-PENDIENTES    TO WLC-DIAS
                MOVE WS-IMPORTE-VACACIONES TO WLC-IMPORTE
                PERFORM 3270-ESCRIBE-CONCEPTO
                   THRU 3270-ESCRIBE-CONCEPTO-EXIT
           END-IF.
      *
       3260-IMPRIME-CONCEPTOS-EXIT.
       EXIT.
      *
       3270-ESCRIBE-CONCEPTO.
           IF WC-LINEA-PAGINA >= LT-MAX-LINEAS-PAGINA
                PERFORM 2000-IMPRIME-CABECERA
                   THRU 2000-IMPRIME-CABECERA-EXIT
           END-IF.
      *
           MOVE WS-LINEA-CONCEPTO TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "3270-CONCEPTO" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-LINEA-PAGINA.
      *
       3270-ESCRIBE-CONCEPTO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       IMPRIME UN AJUSTE POR BAJA O PERMISO BAJO EL DETALLE    *
      *****************************************************************
       3265-IMPRIME-AUSENCIA.
           MOVE WT-REG-AJUSTE-AUS(IJ) TO WS-REG-AUSENCIA-NOMINA.
           MOVE WAU-TEXTO   TO WLC-TEXTO.
           MOVE WAU-DIAS    TO WLC-DIAS.
           MOVE WAU-IMPORTE TO WLC-IMPORTE.
           PERFORM 3270-ESCRIBE-CONCEPTO
              THRU 3270-ESCRIBE-CONCEPTO-EXIT.
       3265-IMPRIME-AUSENCIA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       IMPRIME UN MES DE ATRASOS PAGADO BAJO EL DETALLE        *
      *****************************************************************
       3280-IMPRIME-ATRASO.
           IF WT-REG-ATRASO(IA)(1:6) NOT = WS-EMPLE-CODIGO
                GO TO 3280-IMPRIME-ATRASO-EXIT
           END-IF.
           MOVE WT-REG-ATRASO(IA) TO WS-REG-ATRASO.
           IF WI-PERIODO-PAGO NOT = WS-PERIODO-NOMINA
                GO TO 3280-IMPRIME-ATRASO-EXIT
           END-IF.
      *
           IF WC-LINEA-PAGINA >= LT-MAX-LINEAS-PAGINA
                PERFORM 2000-IMPRIME-CABECERA
                   THRU 2000-IMPRIME-CABECERA-EXIT
           END-IF.
      *
           MOVE WI-PERIODO       TO WLA-PERIODO.
           MOVE WI-DIF-BRUTO     TO WLA-BRUTO.
           MOVE WI-DIF-DEDUCCION TO WLA-DEDUCCION.
           MOVE WS-LINEA-ATRASO TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "3280-ATRASO" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-LINEA-PAGINA.
      *
       3280-IMPRIME-ATRASO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       IMPRIME UNA CUOTA DE PRESTAMO BAJO EL DETALLE           *
      *****************************************************************
       3285-IMPRIME-PRESTAMO.
           MOVE WT-REG-DESC-PRESTAMO(IQ) TO WS-REG-PRESTAMO-NOMINA.
      *
           IF WC-LINEA-PAGINA >= LT-MAX-LINEAS-PAGINA
                PERFORM 2000-IMPRIME-CABECERA
                   THRU 2000-IMPRIME-CABECERA-EXIT
           END-IF.
      *
           MOVE WPN-NUMERO  TO WLP-NUMERO.
           MOVE WPN-CUOTA   TO WLP-CUOTA.
           COMPUTE WLP-IMPORTE = 0 - WPN-IMPORTE.
           MOVE WS-LINEA-PRESTAMO TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "3285-PRESTAMO" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-LINEA-PAGINA.
      *
       3285-IMPRIME-PRESTAMO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       IMPRIME LA CUOTA EMPRESARIAL Y EL COSTE TOTAL           *
      *****************************************************************
      *LA LLAMADORA DEJA LOS IMPORTES EN WLS-CUOTA Y WLS-COSTE
       3290-IMPRIME-COTIZACION.
           IF WC-LINEA-PAGINA >= LT-MAX-LINEAS-PAGINA
                PERFORM 2000-IMPRIME-CABECERA
                   THRU 2000-IMPRIME-CABECERA-EXIT
           END-IF.
      *
           MOVE WS-LINEA-COTIZACION TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "3290-COTIZACION" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-LINEA-PAGINA.
      *
       3290-IMPRIME-COTIZACION-EXIT.
       EXIT.
      *
      *****************************************************************
      *       REGRABA LOS ATRASOS CON EL PERIODO DE PAGO              *
      *****************************************************************
      *COMO EN LA REGRABACION DEL MAESTRO DE COBOL360: LA TABLA SE
      *VUELCA PRIMERO AL FICHERO DE TRABAJO Y SOLO SI TODO HA IDO
      *BIEN SE REGRABA EL FICHERO DE ATRASOS
       7500-GRABA-ATRASOS.
           IF WC-ATRASOS-APLICADOS = 0
                GO TO 7500-GRABA-ATRASOS-EXIT
           END-IF.
      *
           OPEN OUTPUT ATR-TRABAJO.
           IF WS-FILE-STATUS-ATT NOT = 00
                MOVE LT-FICHERO9 TO WS-FICHERO-ERROR
                MOVE "7500-GRABA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-ATT TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           PERFORM 7505-ESCRIBE-TRABAJO
              THRU 7505-ESCRIBE-TRABAJO-EXIT
              VARYING IA FROM 1 BY 1
              UNTIL IA > WC-NUM-ATRASOS.
           CLOSE ATR-TRABAJO.
      *
           OPEN OUTPUT ATRASOS.
           IF WS-FILE-STATUS-ATR NOT = 00
                MOVE LT-FICHERO8 TO WS-FICHERO-ERROR
                MOVE "7500-GRABA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-ATR TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           PERFORM 7510-ESCRIBE-ATRASO
              THRU 7510-ESCRIBE-ATRASO-EXIT
              VARYING IA FROM 1 BY 1
              UNTIL IA > WC-NUM-ATRASOS.
           CLOSE ATRASOS.
      *
       7500-GRABA-ATRASOS-EXIT.
       EXIT.
      *
       7505-ESCRIBE-TRABAJO.
           WRITE REG-ATR-TRABAJO FROM WT-REG-ATRASO(IA).
           IF WS-FILE-STATUS-ATT NOT = 00
                MOVE LT-FICHERO9 TO WS-FICHERO-ERROR
                MOVE "7505-TRABAJO" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-ATT TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
       7505-ESCRIBE-TRABAJO-EXIT.
       EXIT.
      *
       7510-ESCRIBE-ATRASO.
           WRITE REG-ATRASO FROM WT-REG-ATRASO(IA).
           IF WS-FILE-STATUS-ATR NOT = 00
                MOVE LT-FICHERO8 TO WS-FICHERO-ERROR
                MOVE "7510-ATRASO" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-ATR TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
       7510-ESCRIBE-ATRASO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       INFORMA LAS VARIABLES QUE NO CASAN CON NINGUN EMPLEADO  *
      *****************************************************************
       7000-INFORMA-HUERFANAS.
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
      *LA CABECERA OCUPA CINCO LINEAS DE LA PAGINA
           ADD 5 TO WC-LINEA-PAGINA.
      *
       2000-IMPRIME-CABECERA-EXIT.
       EXIT.
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           ADD 2 TO WC-LINEA-PAGINA.
      *
      *CUOTA EMPRESARIAL Y COSTE TOTAL DEL DEPARTAMENTO
           MOVE WC-DEPT-CUOTA TO WLS-CUOTA.
           MOVE WC-DEPT-COSTE TO WLS-COSTE.
           PERFORM 3290-IMPRIME-COTIZACION
              THRU 3290-IMPRIME-COTIZACION-EXIT.
      *
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           ADD 1 TO WC-LINEA-PAGINA.
      *
      *REINICIAMOS LOS ACUMULADORES DEL DEPARTAMENTO
           MOVE 0 TO WC-DEPT-EMPLEADOS.
           MOVE 0 TO WC-DEPT-BRUTO.
           MOVE 0 TO WC-DEPT-DEDUCCION.
           MOVE 0 TO WC-DEPT-NETO.
           MOVE 0 TO WC-DEPT-CUOTA.
           MOVE 0 TO WC-DEPT-COSTE.
      *
       3300-IMPRIME-SUBTOTAL-EXIT.
       EXIT.
      *
      *****************************************************************
      *       IMPRIME EL TOTAL DE LA EMPRESA EN CURSO                 *
      *****************************************************************
       3310-IMPRIME-TOTAL-EMPRESA.
           IF WC-LINEA-PAGINA >= LT-MAX-LINEAS-PAGINA
                PERFORM 2000-IMPRIME-CABECERA
                   THRU 2000-IMPRIME-CABECERA-EXIT
           END-IF.
      *
           MOVE LT-TEXTO-SUB-EMPRESA TO WS-TEXTO-SUB.
           MOVE WS-EMPRESA-ACTUAL  TO WS-DEPT-SUB.
           MOVE WC-EMP-EMPLEADOS   TO WS-EMPLEADOS-SUB.
           MOVE WC-EMP-BRUTO       TO WS-BRUTO-SUB.
           MOVE WC-EMP-DEDUCCION   TO WS-DEDUCCION-SUB.
           MOVE WC-EMP-NETO        TO WS-NETO-SUB.
      *
           MOVE WS-LINEA-SUBTOTAL TO WS-LINEA-IMPRIMIR.
           MOVE LT-TEXTO-SUB-DEPT TO WS-TEXTO-SUB.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "3310-TOTAL-EMPRESA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           ADD 1 TO WC-LINEA-PAGINA.
      *
      *CUOTA EMPRESARIAL Y COSTE TOTAL DE LA EMPRESA
           MOVE WC-EMP-CUOTA TO WLS-CUOTA.
           MOVE WC-EMP-COSTE TO WLS-COSTE.
           PERFORM 3290-IMPRIME-COTIZACION
              THRU 3290-IMPRIME-COTIZACION-EXIT.
      *
      *REINICIAMOS LOS ACUMULADORES DE LA EMPRESA
           MOVE 0 TO WC-EMP-EMPLEADOS.
           MOVE 0 TO WC-EMP-BRUTO.
           MOVE 0 TO WC-EMP-DEDUCCION.
           MOVE 0 TO WC-EMP-NETO.
           MOVE 0 TO WC-EMP-CUOTA.
           MOVE 0 TO WC-EMP-COSTE.
      *
       3310-IMPRIME-TOTAL-EMPRESA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       NOMBRE Y CIF DE LA EMPRESA EN CURSO PARA LA CABECERA    *
      *****************************************************************
       3320-DATOS-EMPRESA.
      *LA EMPRESA YA VIENE RESUELTA DEL SORT; UN FICHERO VACIO DEJA
      *EL BLANCO, QUE TAMBIEN SE RESUELVE (A LA PRINCIPAL)
           MOVE WS-EMPRESA-ACTUAL TO WEM-BUSCA-CODIGO.
           PERFORM 9975-BUSCA-EMPRESA
              THRU 9975-BUSCA-EMPRESA-EXIT.
           MOVE WEM-CODIGO TO WLE-CODIGO.
           MOVE WEM-NOMBRE TO WLE-NOMBRE.
           MOVE WEM-CIF    TO WLE-CIF.
      *
       3320-DATOS-EMPRESA-EXIT.
       EXIT.
      *
      *****************************************************************
      *             FIN                                               *
      *****************************************************************
       8000-FIN.
      *1010-CARGA-TABLA; 9550 SOLO ACTUA SI CERROJO-CONCEDIDO)
           PERFORM 9550-SUELTA-CERROJO
              THRU 9550-SUELTA-CERROJO-EXIT.
      *IMPRIMIMOS EL SUBTOTAL DEL ULTIMO DEPARTAMENTO, EL TOTAL DE
      *LA ULTIMA EMPRESA Y EL TOTAL CONSOLIDADO DEL GRUPO ANTES DE
      *CERRAR
           IF NO-ERROR
                IF WC-DEPT-EMPLEADOS > 0
                     PERFORM 3300-IMPRIME-SUBTOTAL
                        THRU 3300-IMPRIME-SUBTOTAL-EXIT
                END-IF
                IF WC-EMP-EMPLEADOS > 0
                     PERFORM 3310-IMPRIME-TOTAL-EMPRESA
                        THRU 3310-IMPRIME-TOTAL-EMPRESA-EXIT
                END-IF
                MOVE "TOT" TO WS-DEPT-SUB
                MOVE WC-TOTAL-EMPLEADOS TO WS-EMPLEADOS-SUB
                MOVE WC-TOTAL-BRUTO     TO WS-BRUTO-SUB
                MOVE WS-LINEA-SUBTOTAL TO WS-LINEA-IMPRIMIR
                WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
                   AFTER ADVANCING 2 LINES
                ADD 2 TO WC-LINEA-PAGINA
                MOVE WC-TOTAL-CUOTA TO WLS-CUOTA
                MOVE WC-TOTAL-COSTE TO WLS-COSTE
                PERFORM 3290-IMPRIME-COTIZACION
                   THRU 3290-IMPRIME-COTIZACION-EXIT
                DISPLAY "******************************************"
                DISPLAY "      REGISTRO DE NOMINA GENERADO"
                DISPLAY "******************************************"
                     WC-CONTADOR-AJUSTES
                DISPLAY "**BAJAS NO PAGADAS:        "
                     WC-CONTADOR-BAJAS
                DISPLAY "**FINIQUITOS CALCULADOS:   "
                     WC-CONTADOR-FINIQUITOS
                DISPLAY "**ALTAS PRORRATEADAS:      "
                     WC-CONTADOR-PRORRATAS
                DISPLAY "**ALTAS FUTURAS NO PAGADAS:"
                     WC-CONTADOR-ALTAS-FUTURAS
                DISPLAY "**VARIABLES APLICADAS:     "
                     WC-VARIABLES-APLICADAS
                DISPLAY "**VARIABLES HUERFANAS:     "
                     WC-VARIABLES-HUERFANAS
                DISPLAY "**MESES DE ATRASOS PAGADOS:"
                     WC-ATRASOS-APLICADOS
                DISPLAY "**AJUSTES BAJA/PERMISO:    "
                     WC-AUSENCIAS-APLICADAS
                DISPLAY "**CUOTAS DE PRESTAMO:      "
                     WC-CUOTAS-PRESTAMO
                DISPLAY "**CUOTAS NO CUBIERTAS:     "
                     WC-CUOTAS-RECORTADAS
                DISPLAY "**JORNADAS PARCIALES:      "
                     WC-CONTADOR-PARCIALES
                DISPLAY "**TOTAL BRUTO EMPRESA:     " WC-TOTAL-BRUTO
                DISPLAY "**TOTAL RETENIDO EMPRESA:  "
                     WC-TOTAL-DEDUCCION
                DISPLAY "**TOTAL PRESTAMOS EMPRESA: "
                     WC-TOTAL-PRESTAMOS
                DISPLAY "**TOTAL NETO EMPRESA:      " WC-TOTAL-NETO
                DISPLAY "**CUOTA S.SOCIAL EMPRESA:  " WC-TOTAL-CUOTA
                DISPLAY "**COSTE TOTAL EMPRESA:     " WC-TOTAL-COSTE
                DISPLAY "******************************************"
           END-IF.
      *
           CLOSE FICHERO.
           CLOSE NOMINA.
           CLOSE COTIZ-MES.
           CLOSE AUS-NOMINA.
           CLOSE PRES-NOMINA.
           CLOSE LISTADO.
           CLOSE AUDITORIA.
           DISPLAY "FICHEROS CERRADOS".
           ELSE
                MOVE 0 TO RETURN-CODE
           END-IF.
      *
      *DEJAMOS CONSTANCIA DEL FIN Y LOS CONTADORES EN EL CONTROL
      *DE EJECUCIONES
           MOVE WC-CONTADOR TO WK-CTL-LEIDOS.
           MOVE WC-CONTADOR-NOMINA TO WK-CTL-ESCRITOS.
           MOVE RETURN-CODE TO WK-CTL-RETORNO.
           PERFORM 9750-REGISTRA-FIN
              THRU 9750-REGISTRA-FIN-EXIT.
           STOP RUN.
      *
       8000-FIN-EXIT.
      *                CERROJO DE USO DE LA TABLA                     *
      *****************************************************************
       COPY CERROJPR.
      *
      *****************************************************************
      *                CALENDARIO LABORAL COMUN                       *
      *****************************************************************
       COPY CALENPR.
      *
      *****************************************************************
      *                CONTROL DE EJECUCIONES                         *
      *****************************************************************
       COPY RUNCTLPR.
      *
      *****************************************************************
      *                MAESTRO DE CONTRATOS                           *
      *****************************************************************
       COPY CONTRPR.
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
