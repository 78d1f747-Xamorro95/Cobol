      *****************************************************************
      *           PROGRAMA DE MIGUEL ANTONIO CHAMORRO MARTINEZ        *
      *                                                               *
      *  CONCILIACION DEL EXTRACTO DE LA CUENTA DE NOMINAS CON EL     *
      *  REGISTRO DE PAGOS: LEE EL EXTRACTO QUE ENVIA EL BANCO        *
      *  (FICHERO.BANCO.EXTRACTO, CUADERNO 43 DE LA AEB: REGISTRO 11  *
      *  DE CABECERA DE CUENTA, 22 DE MOVIMIENTO, 23 DE CONCEPTOS     *
      *  COMPLEMENTARIOS, 33 DE FINAL DE CUENTA Y 88 DE FIN DE        *
      *  FICHERO) Y CASA CADA CARGO CON LOS PAGOS DE FICHERO.PAGOS.   *
      *  REGISTRO (COPY COPYPAGREG) POR CODIGO DE EMPLEADO, FECHA     *
      *  VALOR E IMPORTE. EL BANCO DEVUELVE EN LA REFERENCIA 1 DEL    *
      *  MOVIMIENTO "NOM" SEGUIDO DEL CODIGO DE EMPLEADO, LA MISMA    *
      *  REFERENCIA QUE LLEVA LA TRANSFERENCIA.                       *
      *  SE CONCILIAN LOS PAGOS CON FECHA VALOR DENTRO DEL PERIODO    *
      *  DEL EXTRACTO. EL LISTADO (FICHERO.CONCILIACION.LISTADO)      *
      *  RECOGE LOS CARGOS QUE NO CORRESPONDEN A NINGUN PAGO, LOS     *
      *  PAGOS CARGADOS CON OTRO IMPORTE Y LOS PAGOS QUE NUNCA SE     *
      *  CARGARON, CON LOS TOTALES PARA EL CIERRE DE LA CUENTA DE     *
      *  TESORERIA. CADA PAGO DEL PERIODO QUEDA MARCADO EN EL         *
      *  REGISTRO: "C" CONFIRMADO, "D" CARGADO CON OTRO IMPORTE O     *
      *  "N" NO CARGADO. EL REGISTRO SE REGRABA A TRAVES DE UN        *
      *  FICHERO DE TRABAJO (FICHERO.PAGOS.TRABAJO), Y REPETIR LA     *
      *  CONCILIACION CON EL MISMO EXTRACTO DEJA LAS MISMAS MARCAS.   *
      *  UN EXTRACTO DE OTRA CUENTA SE RECHAZA SIN TOCAR NADA         *
      *                                                               *
      *  EMPRESAS DEL GRUPO: CADA EMPRESA (FICHERO.EMPRESAS, VER COPY *
      *  EMPREPR) PAGA DESDE SU PROPIA CUENTA, LA DE SU IBAN          *
      *  (ENTIDAD, OFICINA Y NUMERO DE CUENTA). UN PAGO SOLO SE CASA  *
      *  CON LOS CARGOS DE LA CUENTA DE SU EMPRESA (WG-EMPRESA-PAGO,  *
      *  EN BLANCO LA PRINCIPAL) DENTRO DEL PERIODO DE ESA CUENTA, Y  *
      *  EL LISTADO DA LA CONCILIACION DE CADA EMPRESA EN SU PROPIA   *
      *  PAGINA, CON SUS TOTALES. UNA EMPRESA CUYA CUENTA NO VIENE EN *
      *  EL EXTRACTO SE AVISA Y SUS PAGOS NO SE TOCAN, COMO LOS DE    *
      *  UNA EMPRESA QUE NO ESTA EN EL MAESTRO. SOLO SE RECHAZA EL    *
      *  EXTRACTO QUE NO TRAE LA CUENTA DE NINGUNA EMPRESA            *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL790.
      *
      *****************************************************************
      *                  ENVIROMENT DIVISION                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *EXTRACTO DE LA CUENTA DE NOMINAS RECIBIDO DEL BANCO
           SELECT EXTRACTO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.banco.extracto"
             FILE STATUS IS WS-FILE-STATUS.
      *
      *REGISTRO DE PAGOS DE COBOL720 Y COBOL780 (VER COPYPAGREG)
           SELECT REGISTRO-PAGOS
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.pagos.registro"
             FILE STATUS IS WS-FILE-STATUS-PAG.
      *
      *FICHERO DE TRABAJO DEL MARCADO: EL REGISTRO SE COPIA AQUI CON
      *LAS MARCAS Y SOLO DESPUES SE REGRABA EL FICHERO REAL
           SELECT PAGOS-TRABAJO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.pagos.trabajo"
             FILE STATUS IS WS-FILE-STATUS-TRA.
      *
           SELECT LISTADO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.conciliacion.listado"
             FILE STATUS IS WS-FILE-STATUS-LISTADO.
      *
      *FICHERO COMUN DE AUDITORIA DE ERRORES (VER COPY ERRAUDPR)
           COPY ERRAUDFC.
      *
      *MAESTRO DE EMPRESAS DEL GRUPO (VER COPY EMPREPR)
           COPY EMPREFC.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD EXTRACTO.
       01  REG-EXTRACTO                           PIC X(80).
      *
       FD REGISTRO-PAGOS.
       01  REG-PAGO                               PIC X(60).
      *
       FD PAGOS-TRABAJO.
       01  REG-PAGO-TRABAJO                       PIC X(60).
      *
       FD LISTADO.
       01  REG-LISTADO                            PIC X(132).
      *
       COPY ERRAUDFD.
      *
       COPY EMPREFD.
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
      *****************************************************************
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *               REGISTRO DE PAGOS                               *
      *****************************************************************
       COPY COPYPAGREG.
      *
      *****************************************************************
      *               REGISTROS DEL EXTRACTO (CUADERNO 43)            *
      *****************************************************************
       01  WS-REG-EXTRACTO.
           05  WE-CODIGO-REGISTRO       PIC X(2).
                88 WE-CABECERA-CUENTA   VALUE "11".
                88 WE-MOVIMIENTO        VALUE "22".
                88 WE-CONCEPTOS         VALUE "23".
                88 WE-FINAL-CUENTA      VALUE "33".
                88 WE-FIN-FICHERO       VALUE "88".
           05  WE-DATOS                 PIC X(78).
      *
      *REGISTRO 11: CABECERA DE CUENTA
       01  WS-EXT-CABECERA REDEFINES WS-REG-EXTRACTO.
           05  FILLER                   PIC X(2).
           05  WE-ENTIDAD               PIC X(4).
           05  WE-OFICINA               PIC X(4).
           05  WE-CUENTA                PIC X(10).
           05  WE-FECHA-INICIAL         PIC 9(6).
           05  WE-FECHA-FINAL           PIC 9(6).
           05  WE-CLAVE-SALDO-INICIAL   PIC X(1).
           05  WE-SALDO-INICIAL         PIC 9(12)V99.
           05  WE-DIVISA                PIC X(3).
           05  WE-MODALIDAD             PIC X(1).
           05  WE-NOMBRE-ABREVIADO      PIC X(26).
           05  FILLER                   PIC X(3).
      *
      *REGISTRO 22: MOVIMIENTO (CLAVE 1 = DEBE/CARGO, 2 = HABER)
       01  WS-EXT-MOVIMIENTO REDEFINES WS-REG-EXTRACTO.
           05  FILLER                   PIC X(2).
           05  FILLER                   PIC X(4).
           05  WE-OFICINA-ORIGEN        PIC X(4).
           05  WE-FECHA-OPERACION       PIC 9(6).
           05  WE-FECHA-VALOR           PIC 9(6).
           05  WE-CONCEPTO-COMUN        PIC X(2).
           05  WE-CONCEPTO-PROPIO       PIC X(3).
           05  WE-CLAVE-DEBE-HABER      PIC X(1).
                88 WE-CARGO             VALUE "1".
                88 WE-ABONO             VALUE "2".
           05  WE-IMPORTE               PIC 9(12)V99.
           05  WE-DOCUMENTO             PIC X(10).
           05  WE-REFERENCIA-1          PIC X(12).
           05  WE-REFERENCIA-1-R REDEFINES WE-REFERENCIA-1.
               10  WE-REF-PREFIJO       PIC X(3).
               10  WE-REF-CODIGO        PIC X(6).
               10  FILLER               PIC X(3).
           05  WE-REFERENCIA-2          PIC X(16).
      *
      *REGISTRO 33: FINAL DE CUENTA, CON LOS TOTALES DEL BANCO
       01  WS-EXT-FINAL REDEFINES WS-REG-EXTRACTO.
           05  FILLER                   PIC X(2).
           05  FILLER                   PIC X(4).
           05  FILLER                   PIC X(4).
           05  FILLER                   PIC X(10).
           05  WE-NUM-CARGOS            PIC 9(5).
           05  WE-TOTAL-CARGOS          PIC 9(12)V99.
           05  WE-NUM-ABONOS            PIC 9(5).
           05  WE-TOTAL-ABONOS          PIC 9(12)V99.
           05  FILLER                   PIC X(26).
      *
      *****************************************************************
      *               TABLA DE PAGOS DEL PERIODO DEL EXTRACTO         *
      *****************************************************************
      *LOS PAGOS SE CARGAN EN EL MISMO ORDEN EN QUE ESTAN EN EL
      *REGISTRO: EL MARCADO POSTERIOR LOS VUELVE A ENCONTRAR POR SU
      *POSICION
       01  WT-TABLA-PAGOS.
           05  WC-NUM-PAGOS             PIC 9(4) VALUE 0.
           05  WT-PAGO OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-PAGOS
                  INDEXED BY I.
               10  WT-CODIGO            PIC X(6).
               10  WT-FECHA-VALOR       PIC 9(8).
               10  WT-IMPORTE           PIC 9(9)V99.
               10  WT-ORIGEN            PIC X(1).
               10  WT-ESTADO            PIC X(1).
               10  WT-IMPORTE-BANCO     PIC 9(12)V99.
      *POSICION DE LA EMPRESA DEL PAGO EN LA TABLA DE EMPRESAS
               10  WT-EMPRESA           PIC 9(2).
      *
      *****************************************************************
      *               MAESTRO DE EMPRESAS                             *
      *****************************************************************
       COPY COPYEMPRESA.
       COPY EMPREWS.
      *
      *CUENTA DE NOMINAS DE CADA EMPRESA, SACADA DE SU IBAN ("ES",
      *DOS DIGITOS DE CONTROL, ENTIDAD, OFICINA, DC Y NUMERO DE
      *CUENTA), Y PERIODO DE SU CABECERA 11 EN EL EXTRACTO, EN
      *PARALELO A LA TABLA DE EMPRESAS
       01  WT-TABLA-CUENTAS-EMPRESA.
           05  WT-CUENTA-EMPRESA OCCURS 50 TIMES.
               10  WT-EMP-ENTIDAD       PIC X(4).
               10  WT-EMP-OFICINA       PIC X(4).
               10  WT-EMP-CUENTA        PIC X(10).
               10  WT-EMP-EXTRACTO      PIC X(1).
                    88 CUENTA-EN-EXTRACTO    VALUE "S".
                    88 CUENTA-NO-EN-EXTRACTO VALUE "N".
               10  WT-EMP-DESDE         PIC 9(8).
               10  WT-EMP-HASTA         PIC 9(8).
      *
      *****************************************************************
      *               AUDITORIA COMUN DE ERRORES                      *
      *****************************************************************
       COPY ERRAUDWS.
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
           05  SW-FIN-REGISTRO                   PIC 9 VALUE 0.
                88 FIN-REGISTRO                  VALUE 1.
                88 NO-FIN-REGISTRO               VALUE 0.
           05  SW-PAGO                           PIC X VALUE "N".
                88 PAGO-ENCONTRADO               VALUE "S".
                88 PAGO-NO-ENCONTRADO            VALUE "N".
      *"S" MIENTRAS SE LEEN LOS MOVIMIENTOS DE LA CUENTA DE NOMINAS
      *DE LA EMPRESA EN CURSO (UN FICHERO DEL CUADERNO 43 PUEDE TRAER
      *VARIAS CUENTAS)
           05  SW-CUENTA-NOMINAS                 PIC X VALUE "N".
                88 EN-CUENTA-NOMINAS             VALUE "S".
                88 EN-OTRA-CUENTA                VALUE "N".
           05  SW-CABECERA                       PIC X VALUE "N".
                88 CABECERA-ENCONTRADA           VALUE "S".
                88 CABECERA-NO-ENCONTRADA        VALUE "N".
      *"E" SI LA EMPRESA DEL PAGO NO ESTA EN EL MAESTRO
           05  SW-PAGO-PERIODO                   PIC X VALUE "N".
                88 PAGO-DEL-PERIODO              VALUE "S".
                88 PAGO-FUERA-PERIODO            VALUE "N".
                88 PAGO-SIN-EMPRESA              VALUE "E".
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
      *****************************************************************
       01  LT-LITERALES.
           05  LT-FICHERO1          PIC X(16) VALUE "BANCO.EXTRACTO".
           05  LT-FICHERO2          PIC X(16) VALUE "PAGOS.REGISTRO".
           05  LT-FICHERO3          PIC X(16) VALUE "PAGOS.TRABAJO".
           05  LT-FICHERO4          PIC X(16) VALUE "LISTADO".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL790".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
           05  LT-MAX-LINEAS-PAGINA PIC 9(2) VALUE 60.
      *PREFIJO DE LA REFERENCIA DE LAS TRANSFERENCIAS DE NOMINA
           05  LT-PREFIJO-NOMINA    PIC X(3)  VALUE "NOM".
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
      *****************************************************************
       01  WS-VARIABLES.
           05  WS-FILE-STATUS                       PIC XX.
           05  WS-FILE-STATUS-PAG                   PIC XX.
           05  WS-FILE-STATUS-TRA                   PIC XX.
           05  WS-FILE-STATUS-LISTADO               PIC XX.
           05  WS-FILE-STATUS-ERROR                 PIC XX.
           05  WS-FICHERO-ERROR                     PIC X(16).
           05  WS-PARRAFO-ERROR                     PIC X(20).
           05  WS-OPERACION-ERROR                   PIC X(10).
           05  WS-FECHA-HOY                         PIC 9(8).
      *PERIODO DEL EXTRACTO EN AAAAMMDD (EL CUADERNO 43 LO DA EN
      *AAMMDD)
           05  WS-FECHA-DESDE                       PIC 9(8).
           05  WS-FECHA-HASTA                       PIC 9(8).
      *DATOS DEL CARGO EN CURSO
           05  WS-CARGO-CODIGO                      PIC X(6).
           05  WS-CARGO-FECHA                       PIC 9(8).
           05  WS-POSICION-PAGO                     PIC 9(4).
      *POSICION DEL PAGO EN LA TABLA DURANTE EL MARCADO DEL REGISTRO
           05  WS-SECUENCIA-PAGO                    PIC 9(4).
           05  WS-SITUACION                         PIC X(20).
      *EMPRESA EN CURSO Y EMPRESA DEL PAGO LEIDO (POSICIONES EN LA
      *TABLA DE EMPRESAS)
           05  WS-NUM-EMPRESA                       PIC 9(2).
           05  WS-EMPRESA-PAGO                      PIC 9(2).
      *
      *****************************************************************
      *               CONTADORES                                      *
      *****************************************************************
       01  WS-CONTADORES.
           05 WC-CONTADOR                        PIC 9(7).
           05 WC-PAGOS-FUERA-TABLA               PIC 9(7).
           05 WC-PAGOS-SIN-EMPRESA               PIC 9(7).
           05 WC-LINEA-PAGINA                    PIC 9(2).
           05 WC-PAGINA                          PIC 9(4).
      *TOTALES DEL GRUPO PARA EL RESUMEN FINAL Y EL CODIGO DE RETORNO
           05 WC-TOT-CARGOS                      PIC 9(7).
           05 WC-TOT-CONFIRMADOS                 PIC 9(7).
           05 WC-TOT-DIFERENCIAS                 PIC 9(7).
           05 WC-TOT-NO-CARGADOS                 PIC 9(7).
           05 WC-TOT-SIN-PAGO                    PIC 9(7).
           05 WC-EMPRESAS-CONCILIADAS            PIC 9(3).
      *
      *CIFRAS DE LA CONCILIACION DE LA EMPRESA EN CURSO
       01  WS-CONTADORES-EMPRESA.
           05 WC-PAGOS-EMPRESA                   PIC 9(7).
           05 WC-CARGOS                          PIC 9(7).
           05 WC-ABONOS                          PIC 9(7).
           05 WC-CONFIRMADOS                     PIC 9(7).
           05 WC-DIFERENCIAS                     PIC 9(7).
           05 WC-NO-CARGADOS                     PIC 9(7).
           05 WC-CARGOS-SIN-PAGO                 PIC 9(7).
           05 WC-SUMA-CARGOS                     PIC 9(13)V99.
           05 WC-SUMA-ABONOS                     PIC 9(13)V99.
           05 WC-SUMA-PAGOS                      PIC 9(13)V99.
           05 WC-SUMA-CONFIRMADA                 PIC 9(13)V99.
           05 WC-SUMA-DIFERENCIAS                PIC S9(13)V99.
           05 WC-SUMA-NO-CARGADA                 PIC 9(13)V99.
           05 WC-SUMA-SIN-PAGO                   PIC 9(13)V99.
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
           05  FILLER                 PIC X(37)
                    VALUE "CONCILIACION DEL EXTRACTO DE NOMINAS".
           05  FILLER                 PIC X(4)  VALUE "DEL ".
           05  WT-DESDE               PIC 9999/99/99.
           05  FILLER                 PIC X(4)  VALUE " AL ".
           05  WT-HASTA               PIC 9999/99/99.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  FILLER                 PIC X(7)  VALUE "FECHA: ".
           05  WT-FECHA               PIC 9999/99/99.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  FILLER                 PIC X(7)  VALUE "PAGINA ".
           05  WT-PAGINA              PIC ZZZ9.
      *
       01  WS-LINEA-EMPRESA.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  FILLER                 PIC X(9)  VALUE "EMPRESA: ".
           05  WT-EMPRESA-CODIGO      PIC X(3).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WT-EMPRESA-NOMBRE      PIC X(30).
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  FILLER                 PIC X(8)  VALUE "CUENTA: ".
           05  WT-ENTIDAD             PIC X(4).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WT-OFICINA             PIC X(4).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WT-CUENTA              PIC X(10).
      *
       01  WS-LINEA-COLUMNAS.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(22) VALUE "SITUACION".
           05  FILLER                 PIC X(8)  VALUE "CODIGO".
           05  FILLER                 PIC X(12) VALUE "FECHA VALOR".
           05  FILLER                 PIC X(16) VALUE "IMPORTE PAGO".
           05  FILLER                 PIC X(16) VALUE "IMPORTE BANCO".
           05  FILLER                 PIC X(16) VALUE "DIFERENCIA".
           05  FILLER                 PIC X(12) VALUE "REFERENCIA".
      *
      *****************************************************************
      *               LINEA DE DETALLE                                *
      *****************************************************************
       01  WS-LINEA-DETALLE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WD-SITUACION           PIC X(20).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WD-CODIGO              PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WD-FECHA-VALOR         PIC 9999/99/99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WD-IMPORTE-PAGO        PIC -(9)9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WD-IMPORTE-BANCO       PIC -(9)9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WD-DIFERENCIA          PIC -(9)9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WD-REFERENCIA          PIC X(12).
      *
      *****************************************************************
      *               LINEAS DE TOTALES                               *
      *****************************************************************
       01  WS-LINEA-TOTAL.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-CONCEPTO            PIC X(40).
           05  WL-NUMERO              PIC ZZZZZZ9.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  WL-IMPORTE             PIC -(13)9.99.
      *
      *****************************************************************
      *               PROCEDURE  DIVISION.                            *
      *****************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT.
      *
      *PAGOS DEL REGISTRO CON FECHA VALOR DENTRO DEL EXTRACTO
           PERFORM 1020-CARGA-PAGOS
              THRU 1020-CARGA-PAGOS-EXIT.
      *
      *CADA EMPRESA CONCILIA LOS CARGOS DE SU CUENTA CON SUS PAGOS,
      *EN SU PROPIA PAGINA DEL LISTADO
           PERFORM 2600-CONCILIA-EMPRESA
              THRU 2600-CONCILIA-EMPRESA-EXIT
              VARYING WS-NUM-EMPRESA FROM 1 BY 1
              UNTIL WS-NUM-EMPRESA > WEM-NUM-EMPRESAS.
      *
           PERFORM 5000-MARCA-REGISTRO
              THRU 5000-MARCA-REGISTRO-EXIT.
      *
           PERFORM 8000-FIN
              THRU 8000-FIN-EXIT.
      *
      *****************************************************************
      *               INICIO                                          *
      *****************************************************************
       1000-INICIO.
           INITIALIZE WS-CONTADORES.
           INITIALIZE WS-CONTADORES-EMPRESA.
      *
      *ABRIMOS EL FICHERO COMUN DE AUDITORIA DE ERRORES ANTES QUE
      *NINGUN OTRO. NO SE COMPRUEBA EL FILE STATUS: SI LA PROPIA
      *AUDITORIA NO SE PUEDE ABRIR NO QUEREMOS DETENER EL PROCESO
           OPEN EXTEND AUDITORIA.
      *
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
      *
      *CARGAMOS LAS EMPRESAS DEL GRUPO: SIN ELLAS NO SE SABE DE QUE
      *CUENTA SON LOS CARGOS NI QUE PAGOS LES CORRESPONDEN
           PERFORM 9970-CARGA-EMPRESAS
              THRU 9970-CARGA-EMPRESAS-EXIT.
           IF EMP-CARGA-ERROR
                DISPLAY "NO SE PUEDE CARGAR FICHERO.EMPRESAS (FILE "
                        "STATUS " WS-FILE-STATUS-EMR ") - CONCILIACION "
                        "NO REALIZADA"
                CLOSE AUDITORIA
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
           INITIALIZE WT-TABLA-CUENTAS-EMPRESA.
           PERFORM 1005-CUENTA-EMPRESA
              THRU 1005-CUENTA-EMPRESA-EXIT
              VARYING WS-NUM-EMPRESA FROM 1 BY 1
              UNTIL WS-NUM-EMPRESA > WEM-NUM-EMPRESAS.
      *
           OPEN INPUT EXTRACTO.
           IF WS-FILE-STATUS NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *RECORREMOS EL EXTRACTO BUSCANDO LA CABECERA DE LA CUENTA DE
      *NOMINAS DE CADA EMPRESA: DE ELLA SALE EL PERIODO QUE CUBRE
      *EL EXTRACTO DE ESA CUENTA
           PERFORM 9200-LEER-FICHERO
              THRU 9200-LEER-FICHERO-EXIT.
           PERFORM 1010-BUSCA-CABECERA
              THRU 1010-BUSCA-CABECERA-EXIT
              UNTIL FIN-FICHERO.
           CLOSE EXTRACTO.
      *
           IF CABECERA-NO-ENCONTRADA
                DISPLAY "******************************************"
                DISPLAY " CONCILIACION NO REALIZADA"
                DISPLAY " EL EXTRACTO NO TRAE LA CUENTA DE NOMINAS DE "
                        "NINGUNA EMPRESA"
                DISPLAY "******************************************"
                CLOSE AUDITORIA
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
           OPEN OUTPUT LISTADO.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
       1000-INICIO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CUENTA DE NOMINAS DE LA EMPRESA WS-NUM-EMPRESA          *
      *****************************************************************
       1005-CUENTA-EMPRESA.
           MOVE WEM-REG-TABLA(WS-NUM-EMPRESA) TO WS-REG-EMPRESA.
           SET CUENTA-NO-EN-EXTRACTO(WS-NUM-EMPRESA) TO TRUE.
      *EL CUADERNO 43 SOLO TRAE CUENTAS ESPANOLAS: UNA EMPRESA SIN
      *IBAN ESPANOL SE QUEDA SIN CUENTA Y NO CASA NINGUN CARGO
           IF WEM-IBAN(1:2) = "ES"
                MOVE WEM-IBAN(5:4)  TO WT-EMP-ENTIDAD(WS-NUM-EMPRESA)
                MOVE WEM-IBAN(9:4)  TO WT-EMP-OFICINA(WS-NUM-EMPRESA)
                MOVE WEM-IBAN(15:10) TO WT-EMP-CUENTA(WS-NUM-EMPRESA)
           END-IF.
      *
       1005-CUENTA-EMPRESA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       BUSCA LAS CABECERAS 11 DE LAS CUENTAS DE NOMINAS        *
      *****************************************************************
       1010-BUSCA-CABECERA.
           IF WE-CABECERA-CUENTA
                PERFORM 1015-COMPARA-CUENTA
                   THRU 1015-COMPARA-CUENTA-EXIT
                   VARYING WS-NUM-EMPRESA FROM 1 BY 1
                   UNTIL WS-NUM-EMPRESA > WEM-NUM-EMPRESAS
           END-IF.
      *
           PERFORM 9200-LEER-FICHERO
              THRU 9200-LEER-FICHERO-EXIT.
      *
       1010-BUSCA-CABECERA-EXIT.
       EXIT.
      *
      *SI LA CUENTA TRAE VARIAS CABECERAS, EL PERIODO ES EL DE LA
      *PRIMERA, COMO CUANDO SOLO HABIA UNA CUENTA DE NOMINAS
       1015-COMPARA-CUENTA.
           IF WT-EMP-CUENTA(WS-NUM-EMPRESA) NOT = SPACES
              AND CUENTA-NO-EN-EXTRACTO(WS-NUM-EMPRESA)
              AND WE-ENTIDAD = WT-EMP-ENTIDAD(WS-NUM-EMPRESA)
              AND WE-OFICINA = WT-EMP-OFICINA(WS-NUM-EMPRESA)
              AND WE-CUENTA  = WT-EMP-CUENTA(WS-NUM-EMPRESA)
                SET CABECERA-ENCONTRADA TO TRUE
                SET CUENTA-EN-EXTRACTO(WS-NUM-EMPRESA) TO TRUE
      *EL CUADERNO 43 DA LAS FECHAS CON EL ANIO EN DOS CIFRAS
                COMPUTE WT-EMP-DESDE(WS-NUM-EMPRESA) =
                        20000000 + WE-FECHA-INICIAL
                COMPUTE WT-EMP-HASTA(WS-NUM-EMPRESA) =
                        20000000 + WE-FECHA-FINAL
                DISPLAY "EXTRACTO DE LA CUENTA DE NOMINAS DE LA "
                        "EMPRESA " WEM-REG-TABLA(WS-NUM-EMPRESA)(1:3)
                        " DEL " WT-EMP-DESDE(WS-NUM-EMPRESA)
                        " AL " WT-EMP-HASTA(WS-NUM-EMPRESA)
           END-IF.
       1015-COMPARA-CUENTA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CARGA DE LOS PAGOS DEL PERIODO DEL EXTRACTO             *
      *****************************************************************
       1020-CARGA-PAGOS.
           OPEN INPUT REGISTRO-PAGOS.
           IF WS-FILE-STATUS-PAG = 35
                DISPLAY "AVISO: NO SE ENCUENTRA " LT-FICHERO2
                GO TO 1020-CARGA-PAGOS-EXIT
           END-IF.
           IF WS-FILE-STATUS-PAG NOT = 00
                MOVE "1020-CARGA-PAGOS" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-PAG TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           SET NO-FIN-REGISTRO TO TRUE.
           PERFORM 1021-LEE-PAGO
              THRU 1021-LEE-PAGO-EXIT
              UNTIL FIN-REGISTRO.
           CLOSE REGISTRO-PAGOS.
      *
           IF WC-PAGOS-FUERA-TABLA > 0
                DISPLAY "AVISO: MAS DE 5000 PAGOS EN EL PERIODO - "
                        WC-PAGOS-FUERA-TABLA " SIN CONCILIAR"
           END-IF.
           IF WC-PAGOS-SIN-EMPRESA > 0
                DISPLAY "AVISO: PAGOS DE EMPRESAS QUE NO ESTAN EN EL "
                        "MAESTRO - " WC-PAGOS-SIN-EMPRESA
                        " SIN CONCILIAR"
           END-IF.
      *
       1020-CARGA-PAGOS-EXIT.
       EXIT.
      *
       1021-LEE-PAGO.
           READ REGISTRO-PAGOS INTO WS-REG-PAGO
              AT END SET FIN-REGISTRO TO TRUE.
           IF WS-FILE-STATUS-PAG NOT = 00
              AND WS-FILE-STATUS-PAG NOT = 10
                MOVE "1021-LEE-PAGO" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-PAG TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           IF FIN-REGISTRO
                GO TO 1021-LEE-PAGO-EXIT
           END-IF.
           PERFORM 1025-PAGO-DEL-PERIODO
              THRU 1025-PAGO-DEL-PERIODO-EXIT.
           IF PAGO-SIN-EMPRESA
                ADD 1 TO WC-PAGOS-SIN-EMPRESA
                DISPLAY "EMPRESA DESCONOCIDA - EMPLEADO: " WG-CODIGO
                        " EMPRESA: " WG-EMPRESA-PAGO
                GO TO 1021-LEE-PAGO-EXIT
           END-IF.
           IF PAGO-FUERA-PERIODO
                GO TO 1021-LEE-PAGO-EXIT
           END-IF.
           IF WC-NUM-PAGOS >= 5000
                ADD 1 TO WC-PAGOS-FUERA-TABLA
                GO TO 1021-LEE-PAGO-EXIT
           END-IF.
      *
      *MIENTRAS NINGUN CARGO LO CASE, EL PAGO ESTA SIN CARGAR
           ADD 1 TO WC-NUM-PAGOS.
           MOVE WG-CODIGO      TO WT-CODIGO(WC-NUM-PAGOS).
           MOVE WG-FECHA-VALOR TO WT-FECHA-VALOR(WC-NUM-PAGOS).
           MOVE WG-IMPORTE     TO WT-IMPORTE(WC-NUM-PAGOS).
           MOVE WG-ORIGEN      TO WT-ORIGEN(WC-NUM-PAGOS).
           MOVE "N"            TO WT-ESTADO(WC-NUM-PAGOS).
           MOVE 0              TO WT-IMPORTE-BANCO(WC-NUM-PAGOS).
           MOVE WS-EMPRESA-PAGO TO WT-EMPRESA(WC-NUM-PAGOS).
      *
       1021-LEE-PAGO-EXIT.
       EXIT.
      *
      *UN PAGO ENTRA EN LA CONCILIACION SI SU EMPRESA ESTA EN EL
      *MAESTRO, LA CUENTA DE ESA EMPRESA VIENE EN EL EXTRACTO Y SU
      *FECHA VALOR CAE EN EL PERIODO DE ESA CUENTA. LO USAN LA CARGA
      *Y EL MARCADO DEL REGISTRO, QUE TIENEN QUE ELEGIR LOS MISMOS
      *PAGOS EN EL MISMO ORDEN
       1025-PAGO-DEL-PERIODO.
           SET PAGO-FUERA-PERIODO TO TRUE.
           MOVE 0 TO WS-EMPRESA-PAGO.
           IF NOT WG-PAGO
                GO TO 1025-PAGO-DEL-PERIODO-EXIT
           END-IF.
      *
           MOVE WG-EMPRESA-PAGO TO WEM-BUSCA-CODIGO.
           PERFORM 9975-BUSCA-EMPRESA
              THRU 9975-BUSCA-EMPRESA-EXIT.
           IF EMP-NO-ENCONTRADA
                SET PAGO-SIN-EMPRESA TO TRUE
                GO TO 1025-PAGO-DEL-PERIODO-EXIT
           END-IF.
           IF CUENTA-NO-EN-EXTRACTO(WEM-POSICION)
                GO TO 1025-PAGO-DEL-PERIODO-EXIT
           END-IF.
           IF WG-FECHA-VALOR < WT-EMP-DESDE(WEM-POSICION)
              OR WG-FECHA-VALOR > WT-EMP-HASTA(WEM-POSICION)
                GO TO 1025-PAGO-DEL-PERIODO-EXIT
           END-IF.
      *
           SET PAGO-DEL-PERIODO TO TRUE.
           MOVE WEM-POSICION TO WS-EMPRESA-PAGO.
      *
       1025-PAGO-DEL-PERIODO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CONCILIACION DE LA EMPRESA WS-NUM-EMPRESA               *
      *****************************************************************
       2600-CONCILIA-EMPRESA.
      *UNA EMPRESA CUYA CUENTA NO VIENE EN EL EXTRACTO NO TIENE NADA
      *QUE CONCILIAR: SUS PAGOS SE QUEDAN COMO ESTABAN
           MOVE WEM-REG-TABLA(WS-NUM-EMPRESA) TO WS-REG-EMPRESA.
           IF CUENTA-NO-EN-EXTRACTO(WS-NUM-EMPRESA)
                DISPLAY "AVISO: EL EXTRACTO NO TRAE LA CUENTA DE "
                        "NOMINAS DE LA EMPRESA " WEM-CODIGO
                GO TO 2600-CONCILIA-EMPRESA-EXIT
           END-IF.
      *
           INITIALIZE WS-CONTADORES-EMPRESA.
           ADD 1 TO WC-EMPRESAS-CONCILIADAS.
           MOVE WT-EMP-DESDE(WS-NUM-EMPRESA) TO WS-FECHA-DESDE.
           MOVE WT-EMP-HASTA(WS-NUM-EMPRESA) TO WS-FECHA-HASTA.
           PERFORM 2000-IMPRIME-CABECERA
              THRU 2000-IMPRIME-CABECERA-EXIT.
      *
      *CADA CARGO DE LA CUENTA DE LA EMPRESA SE CASA CON SU PAGO
           OPEN INPUT EXTRACTO.
           IF WS-FILE-STATUS NOT = 00
                MOVE "2600-EMPRESA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           SET NO-FIN-FICHERO TO TRUE.
           SET EN-OTRA-CUENTA TO TRUE.
           MOVE 0 TO WC-CONTADOR.
           PERFORM 9200-LEER-FICHERO
              THRU 9200-LEER-FICHERO-EXIT.
           PERFORM 3000-PROCESO
              THRU 3000-PROCESO-EXIT
              UNTIL FIN-FICHERO.
           CLOSE EXTRACTO.
      *
      *LOS PAGOS QUE NINGUN CARGO HA CASADO NO SE LLEGARON A CARGAR
           PERFORM 4000-NO-CARGADOS
              THRU 4000-NO-CARGADOS-EXIT.
      *
           PERFORM 6000-IMPRIME-TOTALES
              THRU 6000-IMPRIME-TOTALES-EXIT.
      *
           ADD WC-CARGOS          TO WC-TOT-CARGOS.
           ADD WC-CONFIRMADOS     TO WC-TOT-CONFIRMADOS.
           ADD WC-DIFERENCIAS     TO WC-TOT-DIFERENCIAS.
           ADD WC-NO-CARGADOS     TO WC-TOT-NO-CARGADOS.
           ADD WC-CARGOS-SIN-PAGO TO WC-TOT-SIN-PAGO.
      *
       2600-CONCILIA-EMPRESA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       PROCESO DE UN REGISTRO DEL EXTRACTO                     *
      *****************************************************************
       3000-PROCESO.
      *UNA NUEVA CABECERA 11 ABRE OTRA CUENTA: SOLO SE CONCILIAN LOS
      *MOVIMIENTOS DE LA CUENTA DE NOMINAS DE LA EMPRESA EN CURSO
           IF WE-CABECERA-CUENTA
                IF WE-ENTIDAD = WT-EMP-ENTIDAD(WS-NUM-EMPRESA)
                   AND WE-OFICINA = WT-EMP-OFICINA(WS-NUM-EMPRESA)
                   AND WE-CUENTA  = WT-EMP-CUENTA(WS-NUM-EMPRESA)
                     SET EN-CUENTA-NOMINAS TO TRUE
                ELSE
                     SET EN-OTRA-CUENTA TO TRUE
                END-IF
           END-IF.
      *
           IF EN-CUENTA-NOMINAS
                EVALUATE TRUE
                     WHEN WE-MOVIMIENTO AND WE-CARGO
                          PERFORM 3100-CASA-CARGO
                             THRU 3100-CASA-CARGO-EXIT
                     WHEN WE-MOVIMIENTO AND WE-ABONO
                          ADD 1 TO WC-ABONOS
                          ADD WE-IMPORTE TO WC-SUMA-ABONOS
                     WHEN WE-FINAL-CUENTA
                          PERFORM 3500-FINAL-CUENTA
                             THRU 3500-FINAL-CUENTA-EXIT
                END-EVALUATE
           END-IF.
      *
           PERFORM 9200-LEER-FICHERO
              THRU 9200-LEER-FICHERO-EXIT.
      *
       3000-PROCESO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CASA UN CARGO DEL EXTRACTO CON SU PAGO                  *
      *****************************************************************
       3100-CASA-CARGO.
           ADD 1 TO WC-CARGOS.
           ADD WE-IMPORTE TO WC-SUMA-CARGOS.
           COMPUTE WS-CARGO-FECHA = 20000000 + WE-FECHA-VALOR.
      *
      *UN CARGO SIN LA REFERENCIA DE NOMINA NO PUEDE SER UN PAGO
           IF WE-REF-PREFIJO = LT-PREFIJO-NOMINA
                MOVE WE-REF-CODIGO TO WS-CARGO-CODIGO
           ELSE
                MOVE SPACES TO WS-CARGO-CODIGO
           END-IF.
      *
      *PRIMERO EL PAGO EXACTO (CODIGO, FECHA VALOR E IMPORTE) Y,
      *SI NO LO HAY, EL DEL MISMO EMPLEADO Y FECHA CON OTRO IMPORTE
           SET PAGO-NO-ENCONTRADO TO TRUE.
           MOVE 0 TO WS-POSICION-PAGO.
           IF WS-CARGO-CODIGO NOT = SPACES
                PERFORM 3110-COMPARA-EXACTO
                   THRU 3110-COMPARA-EXACTO-EXIT
                   VARYING I FROM 1 BY 1
                   UNTIL I > WC-NUM-PAGOS
                      OR PAGO-ENCONTRADO
                IF PAGO-NO-ENCONTRADO
                     PERFORM 3120-COMPARA-EMPLEADO
                        THRU 3120-COMPARA-EMPLEADO-EXIT
                        VARYING I FROM 1 BY 1
                        UNTIL I > WC-NUM-PAGOS
                           OR PAGO-ENCONTRADO
                END-IF
           END-IF.
      *
           IF PAGO-NO-ENCONTRADO
                ADD 1 TO WC-CARGOS-SIN-PAGO
                ADD WE-IMPORTE TO WC-SUMA-SIN-PAGO
                MOVE "CARGO SIN PAGO" TO WS-SITUACION
                MOVE WS-CARGO-CODIGO TO WD-CODIGO
                MOVE WS-CARGO-FECHA TO WD-FECHA-VALOR
                MOVE 0 TO WD-IMPORTE-PAGO
                MOVE WE-IMPORTE TO WD-IMPORTE-BANCO
                COMPUTE WD-DIFERENCIA = WE-IMPORTE
                MOVE WE-REFERENCIA-1 TO WD-REFERENCIA
                PERFORM 3300-IMPRIME-LINEA
                   THRU 3300-IMPRIME-LINEA-EXIT
                GO TO 3100-CASA-CARGO-EXIT
           END-IF.
      *
           MOVE WE-IMPORTE TO WT-IMPORTE-BANCO(WS-POSICION-PAGO).
           IF WE-IMPORTE = WT-IMPORTE(WS-POSICION-PAGO)
                MOVE "C" TO WT-ESTADO(WS-POSICION-PAGO)
                ADD 1 TO WC-CONFIRMADOS
                ADD WE-IMPORTE TO WC-SUMA-CONFIRMADA
           ELSE
                MOVE "D" TO WT-ESTADO(WS-POSICION-PAGO)
                ADD 1 TO WC-DIFERENCIAS
                COMPUTE WC-SUMA-DIFERENCIAS = WC-SUMA-DIFERENCIAS
                      + WE-IMPORTE - WT-IMPORTE(WS-POSICION-PAGO)
                MOVE "IMPORTE DISTINTO" TO WS-SITUACION
                MOVE WS-CARGO-CODIGO TO WD-CODIGO
                MOVE WS-CARGO-FECHA TO WD-FECHA-VALOR
                MOVE WT-IMPORTE(WS-POSICION-PAGO) TO WD-IMPORTE-PAGO
                MOVE WE-IMPORTE TO WD-IMPORTE-BANCO
                COMPUTE WD-DIFERENCIA = WE-IMPORTE
                      - WT-IMPORTE(WS-POSICION-PAGO)
                MOVE WE-REFERENCIA-1 TO WD-REFERENCIA
                PERFORM 3300-IMPRIME-LINEA
                   THRU 3300-IMPRIME-LINEA-EXIT
           END-IF.
      *
       3100-CASA-CARGO-EXIT.
       EXIT.
      *
      *UN PAGO YA CASADO POR OTRO CARGO ("C" O "D") NO SE VUELVE A
      *CASAR: DOS CARGOS IGUALES CONTRA UN SOLO PAGO DEJAN UNO SUELTO.
      *UN CARGO SOLO SE CASA CON LOS PAGOS DE SU EMPRESA
       3110-COMPARA-EXACTO.
           IF WT-ESTADO(I) = "N"
              AND WT-EMPRESA(I) = WS-NUM-EMPRESA
              AND WT-CODIGO(I) = WS-CARGO-CODIGO
              AND WT-FECHA-VALOR(I) = WS-CARGO-FECHA
              AND WT-IMPORTE(I) = WE-IMPORTE
                SET PAGO-ENCONTRADO TO TRUE
                SET WS-POSICION-PAGO TO I
           END-IF.
       3110-COMPARA-EXACTO-EXIT.
       EXIT.
      *
       3120-COMPARA-EMPLEADO.
           IF WT-ESTADO(I) = "N"
              AND WT-EMPRESA(I) = WS-NUM-EMPRESA
              AND WT-CODIGO(I) = WS-CARGO-CODIGO
              AND WT-FECHA-VALOR(I) = WS-CARGO-FECHA
                SET PAGO-ENCONTRADO TO TRUE
                SET WS-POSICION-PAGO TO I
           END-IF.
       3120-COMPARA-EMPLEADO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       LINEA DE INCIDENCIA DE LA CONCILIACION                  *
      *****************************************************************
       3300-IMPRIME-LINEA.
           IF WC-LINEA-PAGINA >= LT-MAX-LINEAS-PAGINA
                PERFORM 2000-IMPRIME-CABECERA
                   THRU 2000-IMPRIME-CABECERA-EXIT
           END-IF.
      *
           MOVE WS-SITUACION TO WD-SITUACION.
           MOVE WS-LINEA-DETALLE TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "3300-IMPRIME-LINEA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-LINEA-PAGINA.
      *
       3300-IMPRIME-LINEA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       FINAL DE CUENTA: CUADRE CON LOS TOTALES DEL BANCO       *
      *****************************************************************
       3500-FINAL-CUENTA.
      *SI LO LEIDO NO CUADRA CON LO QUE DICE EL BANCO, EL EXTRACTO
      *HA LLEGADO INCOMPLETO: SE AVISA, PERO SE CONCILIA LO QUE HAY
           IF WE-NUM-CARGOS NOT = WC-CARGOS
              OR WE-TOTAL-CARGOS NOT = WC-SUMA-CARGOS
                DISPLAY "AVISO: EL EXTRACTO NO CUADRA CON SU REGISTRO "
                        "FINAL"
                DISPLAY "       CARGOS LEIDOS " WC-CARGOS
                        " SEGUN EL BANCO " WE-NUM-CARGOS
           END-IF.
      *
       3500-FINAL-CUENTA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       PAGOS DEL PERIODO QUE EL BANCO NO HA CARGADO            *
      *****************************************************************
       4000-NO-CARGADOS.
           PERFORM 4010-COMPRUEBA-PAGO
              THRU 4010-COMPRUEBA-PAGO-EXIT
              VARYING I FROM 1 BY 1
              UNTIL I > WC-NUM-PAGOS.
      *
       4000-NO-CARGADOS-EXIT.
       EXIT.
      *
       4010-COMPRUEBA-PAGO.
           IF WT-EMPRESA(I) NOT = WS-NUM-EMPRESA
                GO TO 4010-COMPRUEBA-PAGO-EXIT
           END-IF.
           ADD 1 TO WC-PAGOS-EMPRESA.
           ADD WT-IMPORTE(I) TO WC-SUMA-PAGOS.
      *
           IF WT-ESTADO(I) = "N"
                ADD 1 TO WC-NO-CARGADOS
                ADD WT-IMPORTE(I) TO WC-SUMA-NO-CARGADA
      *UNA REEMISION DE COBOL780 SE DISTINGUE EN EL LISTADO
                IF WT-ORIGEN(I) = "E"
                     MOVE "REEMISION NO CARGADA" TO WS-SITUACION
                ELSE
                     MOVE "PAGO NO CARGADO" TO WS-SITUACION
                END-IF
                MOVE WT-CODIGO(I) TO WD-CODIGO
                MOVE WT-FECHA-VALOR(I) TO WD-FECHA-VALOR
                MOVE WT-IMPORTE(I) TO WD-IMPORTE-PAGO
                MOVE 0 TO WD-IMPORTE-BANCO
                COMPUTE WD-DIFERENCIA = 0 - WT-IMPORTE(I)
                MOVE SPACES TO WD-REFERENCIA
                PERFORM 3300-IMPRIME-LINEA
                   THRU 3300-IMPRIME-LINEA-EXIT
           END-IF.
      *
       4010-COMPRUEBA-PAGO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       MARCA EN EL REGISTRO EL RESULTADO DE CADA PAGO          *
      *****************************************************************
       5000-MARCA-REGISTRO.
           IF WC-NUM-PAGOS = 0
                GO TO 5000-MARCA-REGISTRO-EXIT
           END-IF.
      *
      *EL REGISTRO SE COPIA AL TRABAJO CON LAS MARCAS Y SOLO DESPUES
      *SE REGRABA: UN FALLO A MEDIAS NO DEJA EL REGISTRO CORTADO
           OPEN INPUT REGISTRO-PAGOS.
           IF WS-FILE-STATUS-PAG NOT = 00
                MOVE "5000-MARCA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-PAG TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           OPEN OUTPUT PAGOS-TRABAJO.
           IF WS-FILE-STATUS-TRA NOT = 00
                MOVE "5000-MARCA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-TRA TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           MOVE 0 TO WS-SECUENCIA-PAGO.
           SET NO-FIN-REGISTRO TO TRUE.
           PERFORM 5010-COPIA-A-TRABAJO
              THRU 5010-COPIA-A-TRABAJO-EXIT
              UNTIL FIN-REGISTRO.
           CLOSE REGISTRO-PAGOS.
           CLOSE PAGOS-TRABAJO.
      *
           OPEN INPUT PAGOS-TRABAJO.
           IF WS-FILE-STATUS-TRA NOT = 00
                MOVE "5000-MARCA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-TRA TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           OPEN OUTPUT REGISTRO-PAGOS.
           IF WS-FILE-STATUS-PAG NOT = 00
                MOVE "5000-MARCA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-PAG TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           SET NO-FIN-REGISTRO TO TRUE.
           PERFORM 5020-COPIA-A-REGISTRO
              THRU 5020-COPIA-A-REGISTRO-EXIT
              UNTIL FIN-REGISTRO.
           CLOSE PAGOS-TRABAJO.
           CLOSE REGISTRO-PAGOS.
      *
       5000-MARCA-REGISTRO-EXIT.
       EXIT.
      *
       5010-COPIA-A-TRABAJO.
           READ REGISTRO-PAGOS INTO WS-REG-PAGO
              AT END SET FIN-REGISTRO TO TRUE.
           IF WS-FILE-STATUS-PAG NOT = 00
              AND WS-FILE-STATUS-PAG NOT = 10
                MOVE "5010-TRABAJO" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-PAG TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           IF FIN-REGISTRO
                GO TO 5010-COPIA-A-TRABAJO-EXIT
           END-IF.
      *
      *LOS PAGOS DEL PERIODO SE RECORREN EN EL MISMO ORDEN EN QUE SE
      *CARGARON: EL N-ESIMO ES LA POSICION N DE LA TABLA
           PERFORM 1025-PAGO-DEL-PERIODO
              THRU 1025-PAGO-DEL-PERIODO-EXIT.
           IF PAGO-DEL-PERIODO
              AND WS-SECUENCIA-PAGO < WC-NUM-PAGOS
                ADD 1 TO WS-SECUENCIA-PAGO
                MOVE WT-ESTADO(WS-SECUENCIA-PAGO) TO WG-ESTADO
                MOVE WS-FECHA-HOY TO WG-FECHA-CONCILIACION
                MOVE WT-IMPORTE-BANCO(WS-SECUENCIA-PAGO)
                  TO WG-IMPORTE-BANCO
           END-IF.
      *
           WRITE REG-PAGO-TRABAJO FROM WS-REG-PAGO.
           IF WS-FILE-STATUS-TRA NOT = 00
                MOVE "5010-TRABAJO" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-TRA TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
       5010-COPIA-A-TRABAJO-EXIT.
       EXIT.
      *
       5020-COPIA-A-REGISTRO.
           READ PAGOS-TRABAJO INTO WS-REG-PAGO
              AT END SET FIN-REGISTRO TO TRUE.
           IF WS-FILE-STATUS-TRA = 00
                WRITE REG-PAGO FROM WS-REG-PAGO
                IF WS-FILE-STATUS-PAG NOT = 00
                     MOVE "5020-REGISTRO" TO WS-PARRAFO-ERROR
                     MOVE LT-WRITE TO WS-OPERACION-ERROR
                     MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                     MOVE WS-FILE-STATUS-PAG TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           ELSE
                IF WS-FILE-STATUS-TRA NOT = 10
                     MOVE "5020-REGISTRO" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                     MOVE WS-FILE-STATUS-TRA TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
      *
       5020-COPIA-A-REGISTRO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       TOTALES DE LA CONCILIACION PARA TESORERIA               *
      *****************************************************************
       6000-IMPRIME-TOTALES.
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 2 LINES.
      *
           MOVE "PAGOS DEL REGISTRO EN EL PERIODO" TO WL-CONCEPTO.
           MOVE WC-PAGOS-EMPRESA TO WL-NUMERO.
           MOVE WC-SUMA-PAGOS TO WL-IMPORTE.
           PERFORM 6010-IMPRIME-TOTAL
              THRU 6010-IMPRIME-TOTAL-EXIT.
           MOVE "CARGOS DEL EXTRACTO" TO WL-CONCEPTO.
           MOVE WC-CARGOS TO WL-NUMERO.
           MOVE WC-SUMA-CARGOS TO WL-IMPORTE.
           PERFORM 6010-IMPRIME-TOTAL
              THRU 6010-IMPRIME-TOTAL-EXIT.
           MOVE "PAGOS CONFIRMADOS POR EL BANCO" TO WL-CONCEPTO.
           MOVE WC-CONFIRMADOS TO WL-NUMERO.
           MOVE WC-SUMA-CONFIRMADA TO WL-IMPORTE.
           PERFORM 6010-IMPRIME-TOTAL
              THRU 6010-IMPRIME-TOTAL-EXIT.
           MOVE "PAGOS CARGADOS CON OTRO IMPORTE (DIF.)"
             TO WL-CONCEPTO.
           MOVE WC-DIFERENCIAS TO WL-NUMERO.
           MOVE WC-SUMA-DIFERENCIAS TO WL-IMPORTE.
           PERFORM 6010-IMPRIME-TOTAL
              THRU 6010-IMPRIME-TOTAL-EXIT.
           MOVE "PAGOS NO CARGADOS" TO WL-CONCEPTO.
           MOVE WC-NO-CARGADOS TO WL-NUMERO.
           MOVE WC-SUMA-NO-CARGADA TO WL-IMPORTE.
           PERFORM 6010-IMPRIME-TOTAL
              THRU 6010-IMPRIME-TOTAL-EXIT.
           MOVE "CARGOS SIN PAGO EN EL REGISTRO" TO WL-CONCEPTO.
           MOVE WC-CARGOS-SIN-PAGO TO WL-NUMERO.
           MOVE WC-SUMA-SIN-PAGO TO WL-IMPORTE.
           PERFORM 6010-IMPRIME-TOTAL
              THRU 6010-IMPRIME-TOTAL-EXIT.
           MOVE "ABONOS DEL EXTRACTO (NO SE CONCILIAN)"
             TO WL-CONCEPTO.
           MOVE WC-ABONOS TO WL-NUMERO.
           MOVE WC-SUMA-ABONOS TO WL-IMPORTE.
           PERFORM 6010-IMPRIME-TOTAL
              THRU 6010-IMPRIME-TOTAL-EXIT.
      *
       6000-IMPRIME-TOTALES-EXIT.
       EXIT.
      *
       6010-IMPRIME-TOTAL.
           MOVE WS-LINEA-TOTAL TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "6010-TOTAL" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
       6010-IMPRIME-TOTAL-EXIT.
       EXIT.
      *
      *****************************************************************
      *             IMPRESION DE CABECERA Y TITULOS DE COLUMNA        *
      *****************************************************************
       2000-IMPRIME-CABECERA.
           ADD 1 TO WC-PAGINA.
           MOVE 0 TO WC-LINEA-PAGINA.
      *
           MOVE WS-FECHA-DESDE TO WT-DESDE.
           MOVE WS-FECHA-HASTA TO WT-HASTA.
           MOVE WS-FECHA-HOY TO WT-FECHA.
           MOVE WC-PAGINA TO WT-PAGINA.
           MOVE WS-LINEA-TITULO TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING PAGE.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "2000-CABECERA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           MOVE WEM-CODIGO TO WT-EMPRESA-CODIGO.
           MOVE WEM-NOMBRE TO WT-EMPRESA-NOMBRE.
           MOVE WT-EMP-ENTIDAD(WS-NUM-EMPRESA) TO WT-ENTIDAD.
           MOVE WT-EMP-OFICINA(WS-NUM-EMPRESA) TO WT-OFICINA.
           MOVE WT-EMP-CUENTA(WS-NUM-EMPRESA) TO WT-CUENTA.
           MOVE WS-LINEA-EMPRESA TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
      *
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
      *
           MOVE WS-LINEA-COLUMNAS TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
      *
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
      *
           ADD 5 TO WC-LINEA-PAGINA.
      *
       2000-IMPRIME-CABECERA-EXIT.
       EXIT.
      *
      *****************************************************************
      *             FIN                                               *
      *****************************************************************
       8000-FIN.
           IF NO-ERROR
                 DISPLAY "******************************************"
                 DISPLAY "      CONCILIACION DEL EXTRACTO BANCARIO"
                 DISPLAY "******************************************"
                 DISPLAY "**EMPRESAS CONCILIADAS:    "
                      WC-EMPRESAS-CONCILIADAS
                 DISPLAY "**PAGOS DEL PERIODO:       " WC-NUM-PAGOS
                 DISPLAY "**CARGOS DEL EXTRACTO:     " WC-TOT-CARGOS
                 DISPLAY "**CONFIRMADOS:             "
                      WC-TOT-CONFIRMADOS
                 DISPLAY "**CON OTRO IMPORTE:        "
                      WC-TOT-DIFERENCIAS
                 DISPLAY "**NO CARGADOS:             "
                      WC-TOT-NO-CARGADOS
                 DISPLAY "**CARGOS SIN PAGO:         " WC-TOT-SIN-PAGO
                 DISPLAY "******************************************"
           END-IF.
      *
           CLOSE EXTRACTO.
           CLOSE LISTADO.
           CLOSE AUDITORIA.
           DISPLAY "FICHEROS CERRADOS".
      *
      *DEVOLVEMOS EL CODIGO DE RETORNO AL SISTEMA OPERATIVO PARA QUE
      *UN JOB/SCRIPT QUE ENCADENE VARIOS PROGRAMAS PUEDA DETECTAR EL
      *FALLO SIN TENER QUE MIRAR EL LISTADO. UNA CONCILIACION CON
      *INCIDENCIAS NO ES UN ERROR DEL PROGRAMA, PERO SE DEVUELVE 4
      *PARA QUE TESORERIA NO CIERRE LA CUENTA SIN REVISARLA
           IF SI-ERROR
                MOVE 8 TO RETURN-CODE
           ELSE
                IF WC-TOT-DIFERENCIAS > 0
                   OR WC-TOT-NO-CARGADOS > 0
                   OR WC-TOT-SIN-PAGO > 0
                     MOVE 4 TO RETURN-CODE
                ELSE
                     MOVE 0 TO RETURN-CODE
                END-IF
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
      *               LEE EL EXTRACTO                                 *
      *****************************************************************
       9200-LEER-FICHERO.
      *LEO UN REGISTRO DEL FICHERO  Y COMPRUEBA ERRORES
           READ EXTRACTO RECORD INTO WS-REG-EXTRACTO
              AT END SET FIN-FICHERO TO TRUE.
      *
      *CONTROL DE ERRORES DE LECTURA
           IF WS-FILE-STATUS = 00
               ADD 1 TO WC-CONTADOR
           ELSE
               IF WS-FILE-STATUS = 10
                  CONTINUE
               ELSE
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
      *                AUDITORIA COMUN DE ERRORES                     *
      *****************************************************************
       COPY ERRAUDPR.
      *
      *****************************************************************
      *                MAESTRO DE EMPRESAS                            *
      *****************************************************************
       COPY EMPREPR.
