      *  CERTIFICADOS ANUALES DE RETENCIONES: LEE EL ACUMULADO ANUAL  *
      *  DE NOMINA (FICHERO.NOMINA.ACUMULADO, MANTENIDO POR COBOL765) *
      *  Y PRODUCE UNA PAGINA FORMATEADA POR EMPLEADO AL ESTILO DE    *
      *  LAS NOMINAS INDIVIDUALES DE COBOL710 (132 COLUMNAS, CABECERA *
      *  CON FECHA Y NUMERO DE PAGINA), CON CODIGO, NOMBRE, NOMBRE    *
      *  DEL DEPARTAMENTO RESUELTO DESDE FICHERO.DEPARTAMENTO, BRUTO  *
      *  ANUAL, RETENCION ANUAL Y NETO ANUAL. AL FINAL IMPRIME UNA    *
      *  PAGINA DE RESUMEN DE LA EMPRESA CON LOS TOTALES PARA LA      *
      *  DECLARACION FISCAL. SE LANZA EN ENERO SOBRE EL ACUMULADO     *
      *  CERRADO DEL ANIO ANTERIOR. CADA CERTIFICADO LLEVA TAMBIEN EL *
      *  NIF/NIE Y EL DOMICILIO POSTAL DEL PERCEPTOR, TOMADOS DEL     *
      *  MAESTRO DE DATOS PERSONALES (FICHERO.DATOS.PERSONALES,       *
      *  COPYPERSO, MANTENIDO POR COBOL778); UN EMPLEADO SIN DATOS    *
      *  PERSONALES SALE MARCADO EN SU CERTIFICADO Y SE CUENTA EN EL  *
      *  RESUMEN FINAL PARA QUE SE COMPLETE ANTES DE PRESENTARLO. LAS *
      *  CIFRAS DE LA PAGINA DE RESUMEN SE GRABAN ADEMAS EN           *
      *  FICHERO.CERTIFICADOS.RESUMEN (COPYRESCER) PARA QUE COBOL772  *
      *  CUADRE CON ELLAS LA DECLARACION ANUAL DE RETENCIONES         *
      *                                                               *
      *  EMPRESAS DEL GRUPO: CADA EMPRESA (FICHERO.EMPRESAS, VER COPY *
      *  EMPREPR) CERTIFICA LO QUE ELLA HA PAGADO. LOS CERTIFICADOS   *
      *  SALEN AGRUPADOS POR EMPRESA (WY-EMPRESA DEL ACUMULADO, EN    *
      *  BLANCO LA PRINCIPAL), CON SU NOMBRE Y SU CIF COMO PAGADOR, Y *
      *  CADA EMPRESA CIERRA CON SU PAGINA DE RESUMEN; SI CERTIFICA   *
      *  MAS DE UNA EMPRESA, UNA ULTIMA PAGINA CONSOLIDA EL GRUPO.    *
      *  FICHERO.CERTIFICADOS.RESUMEN LLEVA UN REGISTRO POR EMPRESA   *
      *  CERTIFICADA (WZ-EMPRESA) CON LAS CIFRAS DE SU PAGINA DE      *
      *  RESUMEN, PARA QUE COBOL772 CUADRE LA DECLARACION DE CADA     *
      *  EMPRESA. UN ACUMULADO DE UNA EMPRESA QUE NO ESTA EN EL       *
      *  MAESTRO DETIENE LA EMISION ANTES DE IMPRIMIR NADA            *
      *                                                               *
      *  EL NOMBRE DEL DEPARTAMENTO SE OBTIENE DEL MAESTRO INDEXADO   *
      *  DE DEPARTAMENTOS A TRAVES DE LA RUTINA COMUN RUTDEPAR (COPY  *
      *  RUTDEPPR); UN CODIGO QUE NO EXISTE SALE COMO "DEPARTAMENTO   *
      *  NO VALIDO", IGUAL QUE EN EL RESTO DE PROGRAMAS               *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO WS-ASSIGN-FICHERO
             FILE STATUS IS WS-FILE-STATUS.
      *
      *MAESTRO DE DATOS PERSONALES: NIF Y DOMICILIO DEL PERCEPTOR
           SELECT FICPERSONAL
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.datos.personales"
             FILE STATUS IS WS-FILE-STATUS-PER.
      *
           SELECT LISTADO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.certificados.listado"
             FILE STATUS IS WS-FILE-STATUS-LISTADO.
      *
      *CIFRAS DE LA PAGINA DE RESUMEN, PARA EL CUADRE DE COBOL772
           SELECT RESUMEN-CERT
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.certificados.resumen"
             FILE STATUS IS WS-FILE-STATUS-RES.
      *
      *FICHERO COMUN DE AUDITORIA DE ERRORES (VER COPY ERRAUDPR)
           COPY ERRAUDFC.
      *
      *MAESTRO DE EMPRESAS DEL GRUPO (VER COPY EMPREPR)
           COPY EMPREFC.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
       DATA DIVISION.
       FILE SECTION.
       FD ACUMULADO.
       01  REG-ACUMULADO                          PIC X(86).
      *
       FD FICPERSONAL.
       01  REG-PERSONAL                           PIC X(120).
      *
       FD LISTADO.
       01  REG-LISTADO                            PIC X(132).
      *
       FD RESUMEN-CERT.
       01  REG-RESUMEN-CERT                       PIC X(70).
      *
       COPY ERRAUDFD.
      *
       COPY EMPREFD.
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
      *****************************************************************
      *               VARIABLES DE TABLAS                             *
      *****************************************************************
      *LA TABLA DE DATOS PERSONALES SE CARGA DESDE
      *FICHERO.DATOS.PERSONALES EN 1020-CARGA-PERSONAL; SI EL FICHERO
      *NO EXISTE QUEDA VACIA Y TODOS LOS CERTIFICADOS SALEN MARCADOS
       01  WT-TABLA-PERSONAL.
           05  WC-NUM-PERSONAL          PIC 9(4) VALUE 0.
           05  WT-REG-PERSONAL OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-PERSONAL
                  INDEXED BY IP         PIC X(120).
      *
      *****************************************************************
      *               VARIABLES  DATOS PERSONALES                     *
      *****************************************************************
       COPY COPYPERSO.
      *
      *****************************************************************
      *               VARIABLES  RESUMEN DE CERTIFICADOS              *
      *****************************************************************
       COPY COPYRESCER.
      *
      *****************************************************************
      *               AUDITORIA COMUN DE ERRORES                      *
       COPY ERRAUDWS.
      *
      *****************************************************************
      *               CONSULTA DEL MAESTRO DE DEPARTAMENTOS           *
      *****************************************************************
       COPY RUTDEPT1.
      *
      *****************************************************************
      *               MAESTRO DE EMPRESAS                             *
      *****************************************************************
       COPY COPYEMPRESA.
       COPY EMPREWS.
      *
      *****************************************************************
      *               SWITCHES                                        *
           05  SW-ERRORES                        PIC 9 VALUE 0.
                88 SI-ERROR                      VALUE 1.
                88 NO-ERROR                      VALUE 0.
           05  SW-FIN-PERSONAL                   PIC 9 VALUE 0.
                88 FIN-PERSONAL                  VALUE 1.
                88 NO-FIN-PERSONAL               VALUE 0.
           05  SW-PERSONA                        PIC X VALUE "N".
                88 PERSONA-ENCONTRADA            VALUE "S".
                88 PERSONA-NO-ENCONTRADA         VALUE "N".
           05  SW-RESUMEN                        PIC X VALUE "E".
                88 RESUMEN-EMPRESA               VALUE "E".
                88 RESUMEN-GRUPO                 VALUE "G".
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
           05  LT-FICHERO1          PIC X(20) VALUE "NOMINA.ACUMULADO".
           05  LT-FICHERO1-DEFECTO  PIC X(60) VALUE
               "/home/forma2/cobol/ficheros/fichero.nomina.acumulado".
           05  LT-FICHERO3          PIC X(16) VALUE "LISTADO".
           05  LT-FICHERO4          PIC X(20) VALUE "DATOS.PERSONALES".
           05  LT-FICHERO5      PIC X(20) VALUE "CERTIFICADOS.RESUMEN".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL770".
           05  LT-RUTINA-DEPART     PIC X(15) VALUE "RUTDEPAR".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
           05  LT-GRUPO-NOMBRE      PIC X(30)
                    VALUE "CONSOLIDADO DEL GRUPO".
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
      *****************************************************************
       01  WS-VARIABLES.
           05  WS-FILE-STATUS                       PIC XX.
           05  WS-FILE-STATUS-LISTADO               PIC XX.
           05  WS-FILE-STATUS-PER                   PIC XX.
           05  WS-FILE-STATUS-RES                   PIC XX.
           05  WS-FILE-STATUS-ERROR                 PIC XX.
           05  WS-FICHERO-ERROR                     PIC X(20).
           05  WS-PARRAFO-ERROR                     PIC X(20).
           05  WS-FECHA-HOY                         PIC 9(8).
           05  WS-ASSIGN-FICHERO                    PIC X(60).
           05  WS-NOMBRE-DEPART                     PIC X(22).
           05  WS-ANIO-CERT                         PIC 9(4).
      *EMPRESA QUE SE CERTIFICA EN LA PASADA EN CURSO Y EMPRESA (YA
      *RESUELTA) DEL ACUMULADO LEIDO
           05  WS-NUM-EMPRESA                       PIC 9(2).
           05  WS-EMPRESA-ACUM                      PIC X(3).
      *
      *****************************************************************
      *               CONTADORES                                      *
       01  WS-CONTADORES.
           05 WC-CONTADOR                        PIC 9(7).
           05 WC-PAGINA                          PIC 9(4).
           05 WC-TOTAL-BRUTO                     PIC S9(13)V99.
           05 WC-TOTAL-DEDUCCION                 PIC S9(13)V99.
           05 WC-TOTAL-NETO                      PIC S9(13)V99.
           05 WC-SIN-DATOS                       PIC 9(7).
      *LOS TOTALES DE ARRIBA SON DEL GRUPO; ESTOS, DE LA EMPRESA EN
      *CURSO
           05 WC-CERTIFICADOS                    PIC 9(7).
           05 WC-EMP-CERTIFICADOS                PIC 9(7).
           05 WC-EMP-SIN-DATOS                   PIC 9(7).
           05 WC-EMP-BRUTO                       PIC S9(13)V99.
           05 WC-EMP-DEDUCCION                   PIC S9(13)V99.
           05 WC-EMP-NETO                        PIC S9(13)V99.
           05 WC-EMPRESAS-CERTIFICADAS           PIC 9(3).
           05 WC-EMPRESAS-DESCONOCIDAS           PIC 9(7).
      *
      *****************************************************************
      *               LINEA GENERICA DE IMPRESION                     *
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE "EMPRESA:  ".
           05  WL-EMPRESA             PIC X(30).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-TEXTO-CIF           PIC X(5)  VALUE "CIF: ".
           05  WL-CIF                 PIC X(9).
      *
       01  WS-LINEA-EMPLEADO.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  WL-NOMBRE              PIC X(12).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WL-APELLIDO            PIC X(15).
      *
       01  WS-LINEA-NIF.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE "NIF/NIE:  ".
           05  WL-NIF                 PIC X(9).
      *
       01  WS-LINEA-DOMICILIO.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  FILLER                 PIC X(11) VALUE "DOMICILIO: ".
           05  WL-DOMICILIO           PIC X(40).
      *
       01  WS-LINEA-POBLACION.
           05  FILLER                 PIC X(16) VALUE SPACES.
           05  WL-COD-POSTAL          PIC X(5).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WL-MUNICIPIO           PIC X(30).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WL-PROVINCIA           PIC X(20).
      *
       01  WS-LINEA-SIN-DATOS.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  FILLER                 PIC X(50) VALUE
               "*** SIN DATOS PERSONALES: FALTAN NIF Y DOMICILIO".
      *
       01  WS-LINEA-DEPART.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  FILLER                 PIC X(24)
                    VALUE "CERTIFICADOS EMITIDOS".
           05  WL-EMITIDOS            PIC ZZZZZZ9.
      *
       01  WS-LINEA-INCOMPLETOS.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  FILLER                 PIC X(24)
                    VALUE "SIN NIF NI DOMICILIO".
           05  WL-INCOMPLETOS         PIC ZZZZZZ9.
      *
      *****************************************************************
      *               PROCEDURE  DIVISION.                            *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT.
      *
      *UNA PASADA DEL ACUMULADO POR EMPRESA, CON SUS CERTIFICADOS Y SU
      *PAGINA DE RESUMEN
           PERFORM 2000-CERTIFICA-EMPRESA
              THRU 2000-CERTIFICA-EMPRESA-EXIT
              VARYING WS-NUM-EMPRESA FROM 1 BY 1
              UNTIL WS-NUM-EMPRESA > WEM-NUM-EMPRESAS.
      *
      *CON UNA SOLA EMPRESA SU PAGINA YA ES EL RESUMEN DE TODO; SIN
      *NINGUN CERTIFICADO SALE IGUAL LA PAGINA, A CERO
           IF WC-EMPRESAS-CERTIFICADAS NOT = 1
                SET RESUMEN-GRUPO TO TRUE
                MOVE LT-GRUPO-NOMBRE    TO WL-EMPRESA
                MOVE SPACES             TO WL-TEXTO-CIF
                MOVE SPACES             TO WL-CIF
                MOVE WC-CERTIFICADOS    TO WC-EMP-CERTIFICADOS
                MOVE WC-SIN-DATOS       TO WC-EMP-SIN-DATOS
                MOVE WC-TOTAL-BRUTO     TO WC-EMP-BRUTO
                MOVE WC-TOTAL-DEDUCCION TO WC-EMP-DEDUCCION
                MOVE WC-TOTAL-NETO      TO WC-EMP-NETO
                PERFORM 4000-IMPRIME-RESUMEN
                   THRU 4000-IMPRIME-RESUMEN-EXIT
           END-IF.
      *
      *SIN NINGUN CERTIFICADO EL RESUMEN LLEVA LA EMPRESA PRINCIPAL A
      *CERO, PARA QUE COBOL772 TENGA CONTRA QUE CUADRAR
           IF WC-EMPRESAS-CERTIFICADAS = 0
                MOVE WEM-REG-TABLA(1) TO WS-REG-EMPRESA
                PERFORM 4100-GRABA-RESUMEN
                   THRU 4100-GRABA-RESUMEN-EXIT
           END-IF.
      *
           PERFORM 8000-FIN
              THRU 8000-FIN-EXIT.
           PERFORM 1005-SELECCION-FICHERO
              THRU 1005-SELECCION-FICHERO-EXIT.
      *
      *CARGAMOS LOS DATOS PERSONALES (NIF Y DOMICILIO) DE LA PLANTILLA
           PERFORM 1020-CARGA-PERSONAL
              THRU 1020-CARGA-PERSONAL-EXIT.
      *
      *CARGAMOS LAS EMPRESAS DEL GRUPO: SIN ELLAS NO HAY PAGADOR QUE
      *PONER EN LOS CERTIFICADOS
           PERFORM 9970-CARGA-EMPRESAS
              THRU 9970-CARGA-EMPRESAS-EXIT.
           IF EMP-CARGA-ERROR
                DISPLAY "NO SE PUEDE CARGAR FICHERO.EMPRESAS (FILE "
                        "STATUS " WS-FILE-STATUS-EMR ") - EMISION "
                        "DETENIDA"
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
      *TODO ACUMULADO TIENE QUE SER DE UNA EMPRESA DEL MAESTRO ANTES
      *DE IMPRIMIR NINGUN CERTIFICADO
           PERFORM 1030-COMPRUEBA-EMPRESAS
              THRU 1030-COMPRUEBA-EMPRESAS-EXIT.
      *
      *ABRIMOS EL MAESTRO DE DEPARTAMENTOS (SI UN MANTENIMIENTO LO
      *TIENE EN EXCLUSIVA, 9850 INFORMA Y DETIENE EL PROGRAMA)
           PERFORM 9850-ABRE-DEPARTAMENTOS
              THRU 9850-ABRE-DEPARTAMENTOS-EXIT.
      *
      *ABRO EL LISTADO Y COMPRUEBO SI HAY ERRORES (EL ACUMULADO SE
      *ABRE EN CADA PASADA, VER 2000-CERTIFICA-EMPRESA)
           OPEN OUTPUT LISTADO.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *EL RESUMEN RECIBE UN REGISTRO POR EMPRESA CERTIFICADA (VER
      *4100-GRABA-RESUMEN)
           OPEN OUTPUT RESUMEN-CERT.
           IF WS-FILE-STATUS-RES NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO5 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-RES TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
       1000-INICIO-EXIT.
       EXIT.
      *
       EXIT.
      *
      *****************************************************************
      *       CARGA DE LA TABLA DE DATOS PERSONALES DESDE FICHERO     *
      *****************************************************************
       1020-CARGA-PERSONAL.
      *SIN MAESTRO DE DATOS PERSONALES LOS CERTIFICADOS SE EMITEN
      *IGUAL, PERO TODOS SALEN MARCADOS COMO INCOMPLETOS
           OPEN INPUT FICPERSONAL.
           IF WS-FILE-STATUS-PER = 35
                DISPLAY "AVISO: NO SE ENCUENTRA " LT-FICHERO4
                DISPLAY "       LOS CERTIFICADOS SALEN SIN NIF NI "
                        "DOMICILIO"
                GO TO 1020-CARGA-PERSONAL-EXIT
           END-IF.
           IF WS-FILE-STATUS-PER NOT = 00
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE "1020-CARGA-PERSONAL" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-PER TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 1021-LEE-PERSONAL
              THRU 1021-LEE-PERSONAL-EXIT
              UNTIL FIN-PERSONAL
                 OR WC-NUM-PERSONAL >= 5000.
      *
           IF NOT FIN-PERSONAL
                DISPLAY "AVISO: " LT-FICHERO4 " SUPERA LAS 5000 "
                        "ENTRADAS DE LA TABLA"
           END-IF.
           CLOSE FICPERSONAL.
      *
       1020-CARGA-PERSONAL-EXIT.
       EXIT.
      *
       1021-LEE-PERSONAL.
           READ FICPERSONAL INTO WS-REG-PERSONAL
              AT END SET FIN-PERSONAL TO TRUE.
      *
           IF WS-FILE-STATUS-PER = 00
                ADD 1 TO WC-NUM-PERSONAL
                MOVE WS-REG-PERSONAL
                  TO WT-REG-PERSONAL(WC-NUM-PERSONAL)
           ELSE
                IF WS-FILE-STATUS-PER NOT = 10
                     MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                     MOVE "1021-LEE-PERSONAL" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE WS-FILE-STATUS-PER TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
      *
       1021-LEE-PERSONAL-EXIT.
       EXIT.
      *
      *****************************************************************
      *       EMPRESAS DEL ACUMULADO CONTRA EL MAESTRO                *
      *****************************************************************
       1030-COMPRUEBA-EMPRESAS.
           OPEN INPUT ACUMULADO.
           IF WS-FILE-STATUS NOT = 00
                MOVE "1030-COMPRUEBA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           SET NO-FIN-FICHERO TO TRUE.
           PERFORM 9200-LEER-FICHERO
              THRU 9200-LEER-FICHERO-EXIT.
           PERFORM 1031-COMPRUEBA-ACUMULADO
              THRU 1031-COMPRUEBA-ACUMULADO-EXIT
              UNTIL FIN-FICHERO.
           CLOSE ACUMULADO.
      *
           IF WC-EMPRESAS-DESCONOCIDAS > 0
                DISPLAY "ACUMULADOS DE EMPRESA DESCONOCIDA: "
                        WC-EMPRESAS-DESCONOCIDAS
                        " - EMISION DETENIDA"
                CLOSE AUDITORIA
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
       1030-COMPRUEBA-EMPRESAS-EXIT.
       EXIT.
      *
       1031-COMPRUEBA-ACUMULADO.
           MOVE WY-EMPRESA TO WEM-BUSCA-CODIGO.
           PERFORM 9975-BUSCA-EMPRESA
              THRU 9975-BUSCA-EMPRESA-EXIT.
           IF EMP-NO-ENCONTRADA
                ADD 1 TO WC-EMPRESAS-DESCONOCIDAS
                DISPLAY "EMPRESA DESCONOCIDA - EMPLEADO: " WY-CODIGO
                        " EMPRESA: " WY-EMPRESA
           END-IF.
           PERFORM 9200-LEER-FICHERO
              THRU 9200-LEER-FICHERO-EXIT.
       1031-COMPRUEBA-ACUMULADO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CERTIFICADOS DE LA EMPRESA WS-NUM-EMPRESA               *
      *****************************************************************
       2000-CERTIFICA-EMPRESA.
           MOVE WEM-REG-TABLA(WS-NUM-EMPRESA) TO WS-REG-EMPRESA.
           MOVE 0 TO WC-EMP-CERTIFICADOS.
           MOVE 0 TO WC-EMP-SIN-DATOS.
           MOVE 0 TO WC-EMP-BRUTO.
           MOVE 0 TO WC-EMP-DEDUCCION.
           MOVE 0 TO WC-EMP-NETO.
           MOVE 0 TO WC-CONTADOR.
      *
           OPEN INPUT ACUMULADO.
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
           CLOSE ACUMULADO.
      *
      *UNA EMPRESA SIN CERTIFICADOS NO LLEVA PAGINA DE RESUMEN
           IF WC-EMP-CERTIFICADOS = 0
                GO TO 2000-CERTIFICA-EMPRESA-EXIT
           END-IF.
           ADD 1 TO WC-EMPRESAS-CERTIFICADAS.
           SET RESUMEN-EMPRESA TO TRUE.
           MOVE WEM-NOMBRE TO WL-EMPRESA.
           MOVE "CIF: "    TO WL-TEXTO-CIF.
           MOVE WEM-CIF    TO WL-CIF.
           PERFORM 4000-IMPRIME-RESUMEN
              THRU 4000-IMPRIME-RESUMEN-EXIT.
           PERFORM 4100-GRABA-RESUMEN
              THRU 4100-GRABA-RESUMEN-EXIT.
      *
       2000-CERTIFICA-EMPRESA-EXIT.
       EXIT.
      *
      *****************************************************************
      *             PROCESO                                           *
      *****************************************************************
       3000-PROCESO.
      *CADA REGISTRO DEL ACUMULADO DE LA EMPRESA EN CURSO PRODUCE SU
      *PROPIO CERTIFICADO (UN ACUMULADO SIN EMPRESA ES DE LA
      *PRINCIPAL, LA PRIMERA DE LA TABLA)
           MOVE WY-EMPRESA TO WS-EMPRESA-ACUM.
           IF WS-EMPRESA-ACUM = SPACES
                MOVE WEM-REG-TABLA(1)(1:3) TO WS-EMPRESA-ACUM
           END-IF.
           IF WS-EMPRESA-ACUM = WEM-CODIGO
                PERFORM 3010-CERTIFICA-ACUMULADO
                   THRU 3010-CERTIFICA-ACUMULADO-EXIT
           END-IF.
      *
      *LEE EL SIGUIENTE REGISTRO
           PERFORM 9200-LEER-FICHERO
      *
       3000-PROCESO-EXIT.
       EXIT.
      *
       3010-CERTIFICA-ACUMULADO.
           MOVE WY-ANIO TO WS-ANIO-CERT.
           PERFORM 3100-IMPRIME-CERTIFICADO
              THRU 3100-IMPRIME-CERTIFICADO-EXIT.
      *
           ADD 1                 TO WC-CERTIFICADOS.
           ADD 1                 TO WC-EMP-CERTIFICADOS.
           ADD WY-BRUTO-ACUM     TO WC-TOTAL-BRUTO.
           ADD WY-DEDUCCION-ACUM TO WC-TOTAL-DEDUCCION.
           ADD WY-NETO-ACUM      TO WC-TOTAL-NETO.
           ADD WY-BRUTO-ACUM     TO WC-EMP-BRUTO.
           ADD WY-DEDUCCION-ACUM TO WC-EMP-DEDUCCION.
           ADD WY-NETO-ACUM      TO WC-EMP-NETO.
       3010-CERTIFICA-ACUMULADO-EXIT.
       EXIT.
      *
      *****************************************************************
      *             IMPRESION DEL CERTIFICADO DE UN EMPLEADO          *
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
      *
      *EL PAGADOR ES LA EMPRESA DE LA PASADA EN CURSO
           MOVE WEM-NOMBRE TO WL-EMPRESA.
           MOVE "CIF: "    TO WL-TEXTO-CIF.
           MOVE WEM-CIF    TO WL-CIF.
           MOVE WS-LINEA-EMPRESA TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           MOVE WS-LINEA-EMPLEADO TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
      *
      *NIF Y DOMICILIO DEL PERCEPTOR
           PERFORM 3130-IMPRIME-PERSONAL
              THRU 3130-IMPRIME-PERSONAL-EXIT.
      *
           PERFORM 3110-BUSCA-DEPARTAMENTO
              THRU 3110-BUSCA-DEPARTAMENTO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       BUSCA EL NOMBRE DEL DEPARTAMENTO EN EL MAESTRO          *
      *****************************************************************
       3110-BUSCA-DEPARTAMENTO.
      *SI EL CODIGO NO EXISTE LA RUTINA DEVUELVE "DEPARTAMENTO NO
      *VALIDO" COMO NOMBRE
           MOVE WY-DEPT TO CP300I-CODIGO.
           PERFORM 9860-BUSCA-DEPARTAMENTO
              THRU 9860-BUSCA-DEPARTAMENTO-EXIT.
           MOVE CP300O-NOMBRE TO WS-NOMBRE-DEPART.
      *
       3110-BUSCA-DEPARTAMENTO-EXIT.
       EXIT.
       EXIT.
      *
      *****************************************************************
      *       IMPRIME EL NIF Y EL DOMICILIO DEL EMPLEADO              *
      *****************************************************************
       3130-IMPRIME-PERSONAL.
           SET PERSONA-NO-ENCONTRADA TO TRUE.
           SET IP TO 1.
           SEARCH WT-REG-PERSONAL
                AT END CONTINUE
                WHEN WT-REG-PERSONAL(IP)(1:6) = WY-CODIGO
                     SET PERSONA-ENCONTRADA TO TRUE
                     MOVE WT-REG-PERSONAL(IP) TO WS-REG-PERSONAL
           END-SEARCH.
      *
           IF PERSONA-NO-ENCONTRADA
                ADD 1 TO WC-SIN-DATOS
                ADD 1 TO WC-EMP-SIN-DATOS
                MOVE WS-LINEA-SIN-DATOS TO WS-LINEA-IMPRIMIR
                WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
                   AFTER ADVANCING 1 LINES
                GO TO 3130-IMPRIME-PERSONAL-EXIT
           END-IF.
      *
           MOVE WU-PER-NIF TO WL-NIF.
           MOVE WS-LINEA-NIF TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
      *
           MOVE WU-PER-DOMICILIO TO WL-DOMICILIO.
           MOVE WS-LINEA-DOMICILIO TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
      *
           MOVE WU-PER-COD-POSTAL TO WL-COD-POSTAL.
           MOVE WU-PER-MUNICIPIO  TO WL-MUNICIPIO.
           MOVE WU-PER-PROVINCIA  TO WL-PROVINCIA.
           MOVE WS-LINEA-POBLACION TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
      *
       3130-IMPRIME-PERSONAL-EXIT.
       EXIT.
      *
      *****************************************************************
      *       PAGINA DE RESUMEN DE LA EMPRESA PARA LA DECLARACION     *
      *****************************************************************
       4000-IMPRIME-RESUMEN.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
      *
      *WL-EMPRESA/WL-CIF Y LAS CIFRAS WC-EMP-* LOS DEJA PREPARADOS
      *QUIEN LLAMA: LA EMPRESA EN CURSO O EL CONSOLIDADO DEL GRUPO
           MOVE WS-LINEA-EMPRESA TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
      *
           MOVE WC-EMP-CERTIFICADOS TO WL-EMITIDOS.
           MOVE WS-LINEA-EMITIDOS TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
      *
           MOVE WC-EMP-SIN-DATOS TO WL-INCOMPLETOS.
           MOVE WS-LINEA-INCOMPLETOS TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
      *
           IF RESUMEN-GRUPO
                MOVE "TOTAL BRUTO GRUPO"      TO WL-CONCEPTO
           ELSE
                MOVE "TOTAL BRUTO EMPRESA"    TO WL-CONCEPTO
           END-IF.
           MOVE WC-EMP-BRUTO             TO WL-IMPORTE.
           PERFORM 3120-IMPRIME-IMPORTE
              THRU 3120-IMPRIME-IMPORTE-EXIT.
      *
           IF RESUMEN-GRUPO
                MOVE "TOTAL RETENIDO GRUPO"   TO WL-CONCEPTO
           ELSE
                MOVE "TOTAL RETENIDO EMPRESA" TO WL-CONCEPTO
           END-IF.
           MOVE WC-EMP-DEDUCCION         TO WL-IMPORTE.
           PERFORM 3120-IMPRIME-IMPORTE
              THRU 3120-IMPRIME-IMPORTE-EXIT.
      *
           IF RESUMEN-GRUPO
                MOVE "TOTAL NETO GRUPO"       TO WL-CONCEPTO
           ELSE
                MOVE "TOTAL NETO EMPRESA"     TO WL-CONCEPTO
           END-IF.
           MOVE WC-EMP-NETO              TO WL-IMPORTE.
           PERFORM 3120-IMPRIME-IMPORTE
              THRU 3120-IMPRIME-IMPORTE-EXIT.
      *
       EXIT.
      *
      *****************************************************************
      *       GRABA LAS CIFRAS DEL RESUMEN PARA EL CUADRE POSTERIOR   *
      *****************************************************************
       4100-GRABA-RESUMEN.
      *UN REGISTRO POR EMPRESA CERTIFICADA, Y EL FICHERO SE REEMPLAZA
      *EN CADA EJECUCION: LA DECLARACION ANUAL DE CADA EMPRESA
      *(COBOL772) CUADRA CONTRA SUS ULTIMOS CERTIFICADOS EMITIDOS.
      *SON LAS CIFRAS WC-EMP-* DE LA EMPRESA EN CURSO
           INITIALIZE WS-REG-RESUMEN-CERT.
           MOVE WS-ANIO-CERT        TO WZ-ANIO.
           MOVE WC-EMP-CERTIFICADOS TO WZ-CERTIFICADOS.
           MOVE WC-EMP-BRUTO        TO WZ-TOTAL-BRUTO.
           MOVE WC-EMP-DEDUCCION    TO WZ-TOTAL-RETENIDO.
           MOVE WC-EMP-NETO         TO WZ-TOTAL-NETO.
           MOVE WS-FECHA-HOY        TO WZ-FECHA-EMISION.
           MOVE WEM-CODIGO          TO WZ-EMPRESA.
      *
           WRITE REG-RESUMEN-CERT FROM WS-REG-RESUMEN-CERT.
           IF WS-FILE-STATUS-RES NOT = 00
                MOVE "4100-GRABA-RESUMEN" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO5 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-RES TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
       4100-GRABA-RESUMEN-EXIT.
       EXIT.
      *
      *****************************************************************
      *             FIN                                               *
      *****************************************************************
       8000-FIN.
      *CERRAMOS EL MAESTRO DE DEPARTAMENTOS Y SOLTAMOS SU CERROJO
           PERFORM 9855-CIERRA-DEPARTAMENTOS
              THRU 9855-CIERRA-DEPARTAMENTOS-EXIT.
      *SI NO SE PRODUCEN ERRORES DURANTE EL PROGRAMA MOSTRAMOS LAS
      *ESTADISTICAS DEL MISMO
           IF NO-ERROR
                 DISPLAY "******************************************"
                 DISPLAY "      CERTIFICADOS ANUALES GENERADOS"
                 DISPLAY "******************************************"
                 DISPLAY "**CERTIFICADOS IMPRESOS:       "
                      WC-CERTIFICADOS
                 DISPLAY "**EMPRESAS CERTIFICADAS:       "
                      WC-EMPRESAS-CERTIFICADAS
                 DISPLAY "**TOTAL PAGINAS GENERADAS:     " WC-PAGINA
                 DISPLAY "**SIN NIF NI DOMICILIO:        " WC-SIN-DATOS
                 DISPLAY "**TOTAL BRUTO GRUPO:       " WC-TOTAL-BRUTO
                 DISPLAY "**TOTAL RETENIDO GRUPO:    "
                      WC-TOTAL-DEDUCCION
                 DISPLAY "******************************************"
           END-IF.
      *
           CLOSE ACUMULADO.
           CLOSE LISTADO.
           CLOSE RESUMEN-CERT.
           CLOSE AUDITORIA.
           DISPLAY "FICHEROS CERRADOS".
      *
       COPY ERRAUDPR.
      *
      *****************************************************************
      *          CONSULTA DEL MAESTRO DE DEPARTAMENTOS                *
      *****************************************************************
       COPY RUTDEPPR.
      *
      *****************************************************************
      *                MAESTRO DE EMPRESAS                            *
      *****************************************************************
       COPY EMPREPR.
