      *  DE SUMAR; UNA REPETICION DEL MISMO MES NO SUMA DOS VECES     *
      *  GRACIAS AL ULTIMO MES APLICADO QUE GUARDA CADA REGISTRO.     *
      *  LA REGRABACION ES SEGURA VIA FICHERO DE TRABAJO, COMO EN     *
      *  COBOL360.                                                    *
      *  PASO DE LA CADENA MENSUAL (RUN_MENSUAL.SH): ANOTA SU INICIO  *
      *  Y SU FIN EN FICHERO.CONTROL.EJECUCION (COPY RUNCTLPR)        *
      *                                                               *
      *  EMPRESAS DEL GRUPO: EL ACUMULADO ES POR EMPLEADO Y EMPRESA   *
      *  (WY-EMPRESA, EN BLANCO LA PRINCIPAL), PORQUE CADA EMPRESA    *
      *  CERTIFICA LO QUE ELLA HA PAGADO: UN EMPLEADO QUE CAMBIA DE   *
      *  EMPRESA A MITAD DE ANIO ABRE UN ACUMULADO NUEVO EN LA        *
      *  EMPRESA DE DESTINO Y CONSERVA EL DE LA DE ORIGEN. AL FINAL   *
      *  SE MUESTRAN LOS TOTALES DEL MES APLICADOS A CADA EMPRESA     *
      *  (FICHERO.EMPRESAS, VER COPY EMPREPR)                         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
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
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD NOMINA.
       01  REG-NOMINA                             PIC X(108).
      *
       FD ACUMULADO.
       01  REG-ACUMULADO                          PIC X(86).
      *
       FD FICTRABAJO.
       01  REG-ACUM-TRABAJO                       PIC X(86).
      *
       COPY ERRAUDFD.
      *
       COPY RUNCTLFD.
      *
       COPY FECPROFD.
      *
       COPY EMPREFD.
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
           05  WC-NUM-ACUM              PIC 9(4) VALUE 0.
           05  WT-REG-ACUM OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-ACUM
                  INDEXED BY I          PIC X(86).
      *
      *****************************************************************
      *               MAESTRO DE EMPRESAS                             *
      *****************************************************************
       COPY COPYEMPRESA.
       COPY EMPREWS.
      *
      *TOTALES DEL MES APLICADOS A CADA EMPRESA, EN PARALELO A LA
      *TABLA DE EMPRESAS (WEM-POSICION)
       01  WT-TABLA-TOTAL-EMPRESA.
           05  WT-TOTAL-EMPRESA OCCURS 50 TIMES.
               10  WT-EMP-NOMINAS           PIC 9(7).
               10  WT-EMP-BRUTO             PIC 9(11)V99.
               10  WT-EMP-DEDUCCION         PIC 9(11)V99.
               10  WT-EMP-NETO              PIC 9(11)V99.
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
      *               SWITCHES                                        *
      *****************************************************************
       01  SW-SWITCHES.
           05  WS-POSICION                          PIC 9(4).
           05  WS-ANIO-NOMINA                       PIC 9(4).
           05  WS-MES-NOMINA                        PIC 9(2).
      *EMPRESA (YA RESUELTA) DE LA NOMINA EN CURSO Y DEL REGISTRO
      *DEL ACUMULADO QUE SE COMPARA
           05  WS-EMPRESA-NOMINA                    PIC X(3).
           05  WS-EMPRESA-ACUM                      PIC X(3).
           05  WS-NUM-EMPRESA                       PIC 9(2).
      *
      *****************************************************************
      *               CONTADORES                                      *
           05 WC-CONTADOR-NUEVOS                 PIC 9(7).
           05 WC-CONTADOR-VUELCOS                PIC 9(7).
           05 WC-CONTADOR-REPETIDOS              PIC 9(7).
           05 WC-CONTADOR-SIN-EMPRESA            PIC 9(7).
      *
      *****************************************************************
      *               PROCEDURE  DIVISION.                            *
      *               INICIO                                          *
      *****************************************************************
       1000-INICIO.
           INITIALIZE WS-CONTADORES
                      WT-TABLA-TOTAL-EMPRESA.
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
      *CARGAMOS LAS EMPRESAS DEL GRUPO: SIN ELLAS NO SE SABE CUAL ES
      *LA PRINCIPAL A LA QUE VAN LOS ACUMULADOS SIN EMPRESA
           PERFORM 9970-CARGA-EMPRESAS
              THRU 9970-CARGA-EMPRESAS-EXIT.
           IF EMP-CARGA-ERROR
                DISPLAY "NO SE PUEDE CARGAR FICHERO.EMPRESAS (FILE "
                        "STATUS " WS-FILE-STATUS-EMR ") - ACUMULADO "
                        "NO ACTUALIZADO"
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
      *CARGAMOS EL ACUMULADO ACTUAL EN LA TABLA (SI NO EXISTE
      *TODAVIA SE ARRANCA CON LA TABLA VACIA)
           PERFORM 1010-CARGA-ACUMULADO
           MOVE WN-FECHA(1:4) TO WS-ANIO-NOMINA.
           MOVE WN-FECHA(5:2) TO WS-MES-NOMINA.
      *
      *EMPRESA DE LA NOMINA (EL BLANCO ES LA PRINCIPAL, LA PRIMERA DE
      *LA TABLA) PARA SUS TOTALES; UNA EMPRESA QUE NO ESTA EN EL
      *MAESTRO SE ACUMULA IGUAL, PERO SE AVISA
           MOVE WN-EMPRESA TO WEM-BUSCA-CODIGO.
           PERFORM 9975-BUSCA-EMPRESA
              THRU 9975-BUSCA-EMPRESA-EXIT.
           IF EMP-ENCONTRADA
                MOVE WEM-CODIGO TO WS-EMPRESA-NOMINA
           ELSE
                MOVE WN-EMPRESA TO WS-EMPRESA-NOMINA
                ADD 1 TO WC-CONTADOR-SIN-EMPRESA
                DISPLAY "AVISO: EMPRESA " WN-EMPRESA
                        " DESCONOCIDA - EMPLEADO: " WN-CODIGO
           END-IF.
      *
      *BUSCAMOS EL REGISTRO DEL EMPLEADO EN ESA EMPRESA EN LA TABLA
      *(EL ACUMULADO NO ESTA NECESARIAMENTE ORDENADO, BUSQUEDA
      *SECUENCIAL COMO EN COBOL360)
           SET ACUM-NO-ENCONTRADO TO TRUE.
           MOVE 0 TO WS-POSICION.
           PERFORM 3010-COMPARA-CODIGO
       EXIT.
      *
       3010-COMPARA-CODIGO.
           IF WT-REG-ACUM(I)(1:6) NOT = WN-CODIGO
                GO TO 3010-COMPARA-CODIGO-EXIT
           END-IF.
      *UN ACUMULADO SIN EMPRESA ES DE LA PRINCIPAL
           MOVE WT-REG-ACUM(I)(84:3) TO WS-EMPRESA-ACUM.
           IF WS-EMPRESA-ACUM = SPACES
                MOVE WEM-REG-TABLA(1)(1:3) TO WS-EMPRESA-ACUM
           END-IF.
           IF WS-EMPRESA-ACUM = WS-EMPRESA-NOMINA
                SET ACUM-ENCONTRADO TO TRUE
                SET WS-POSICION TO I
           END-IF.
           MOVE WN-NOMBRE    TO WY-NOMBRE.
           MOVE WN-APELLIDO  TO WY-APELLIDO.
           MOVE WN-DEPT      TO WY-DEPT.
           MOVE WS-EMPRESA-NOMINA TO WY-EMPRESA.
           MOVE WS-MES-NOMINA TO WY-ULT-MES.
           ADD 1             TO WY-MESES.
           ADD WN-BRUTO-MES  TO WY-BRUTO-ACUM.
           ADD WN-DEDUCCION  TO WY-DEDUCCION-ACUM.
           ADD WN-NETO-MES   TO WY-NETO-ACUM.
           ADD 1 TO WC-CONTADOR-APLICADOS.
           PERFORM 3300-TOTAL-EMPRESA
              THRU 3300-TOTAL-EMPRESA-EXIT.
      *
       3100-APLICA-NOMINA-EXIT.
       EXIT.
           MOVE WN-NOMBRE     TO WY-NOMBRE.
           MOVE WN-APELLIDO   TO WY-APELLIDO.
           MOVE WN-DEPT       TO WY-DEPT.
           MOVE WS-EMPRESA-NOMINA TO WY-EMPRESA.
           MOVE WS-ANIO-NOMINA TO WY-ANIO.
           MOVE WS-MES-NOMINA TO WY-ULT-MES.
           MOVE 1             TO WY-MESES.
           ADD 1 TO WC-NUM-ACUM.
           MOVE WS-REG-ACUMULADO TO WT-REG-ACUM(WC-NUM-ACUM).
           ADD 1 TO WC-CONTADOR-NUEVOS.
           PERFORM 3300-TOTAL-EMPRESA
              THRU 3300-TOTAL-EMPRESA-EXIT.
      *
       3200-ALTA-ACUMULADO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       TOTALES DEL MES DE LA EMPRESA DE LA NOMINA              *
      *****************************************************************
       3300-TOTAL-EMPRESA.
      *WEM-POSICION ES LA DE LA BUSQUEDA DE 3000-PROCESO (CERO SI LA
      *EMPRESA NO ESTA EN EL MAESTRO)
           IF WEM-POSICION = 0
                GO TO 3300-TOTAL-EMPRESA-EXIT
           END-IF.
           ADD 1            TO WT-EMP-NOMINAS(WEM-POSICION).
           ADD WN-BRUTO-MES TO WT-EMP-BRUTO(WEM-POSICION).
           ADD WN-DEDUCCION TO WT-EMP-DEDUCCION(WEM-POSICION).
           ADD WN-NETO-MES  TO WT-EMP-NETO(WEM-POSICION).
       3300-TOTAL-EMPRESA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       REGRABA EL ACUMULADO CON LA TABLA ACTUAL                *
      *****************************************************************
       4000-GRABA-ACUMULADO.
                 DISPLAY "**MESES YA APLICADOS:      "
                      WC-CONTADOR-REPETIDOS
                 DISPLAY "**EMPLEADOS EN EL FICHERO: " WC-NUM-ACUM
                 DISPLAY "**EMPRESA DESCONOCIDA:     "
                      WC-CONTADOR-SIN-EMPRESA
                 DISPLAY "******************************************"
                 DISPLAY "      TOTALES DEL MES POR EMPRESA"
                 DISPLAY "******************************************"
                 PERFORM 8010-MUESTRA-EMPRESA
                    THRU 8010-MUESTRA-EMPRESA-EXIT
                    VARYING WS-NUM-EMPRESA FROM 1 BY 1
                    UNTIL WS-NUM-EMPRESA > WEM-NUM-EMPRESAS
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
           MOVE WC-CONTADOR-APLICADOS TO WK-CTL-ESCRITOS.
           MOVE RETURN-CODE TO WK-CTL-RETORNO.
           PERFORM 9750-REGISTRA-FIN
              THRU 9750-REGISTRA-FIN-EXIT.
           STOP RUN.
      *
       8000-FIN-EXIT.
       EXIT.
      *
       8010-MUESTRA-EMPRESA.
           IF WT-EMP-NOMINAS(WS-NUM-EMPRESA) = 0
                GO TO 8010-MUESTRA-EMPRESA-EXIT
           END-IF.
           MOVE WEM-REG-TABLA(WS-NUM-EMPRESA) TO WS-REG-EMPRESA.
           DISPLAY "**EMPRESA " WEM-CODIGO " " WEM-NOMBRE.
           DISPLAY "**   NOMINAS:              "
                WT-EMP-NOMINAS(WS-NUM-EMPRESA).
           DISPLAY "**   BRUTO:                "
                WT-EMP-BRUTO(WS-NUM-EMPRESA).
           DISPLAY "**   RETENCION:            "
                WT-EMP-DEDUCCION(WS-NUM-EMPRESA).
           DISPLAY "**   NETO:                 "
                WT-EMP-NETO(WS-NUM-EMPRESA).
       8010-MUESTRA-EMPRESA-EXIT.
       EXIT.
      *****************************************************************
      *                COMPROBACION DE ERRORES                        *
      *****************************************************************
      *                AUDITORIA COMUN DE ERRORES                     *
      *****************************************************************
       COPY ERRAUDPR.
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
