      *  DEVOLUCION SIN DETALLE QUE LA RESPALDE, O DE UN EMPLEADO     *
      *  QUE SIGUE SIN CUENTA REGISTRADA, SE INFORMA Y NO SE REEMITE  *
      *                                                               *
      *  COMO EN COBOL720, LA FICHA COBOL780 DE FICHERO.PARAMETROS    *
      *  ELIGE EL FORMATO DE ENVIO DE LA REEMISION ("S" SEPA, CON     *
      *  FECHA DE CAMBIO OPCIONAL; VER COPY SEPAWS): EN SEPA EL       *
      *  FICHERO DE REEMISION SE CONVIERTE AL MENSAJE PAIN.001 QUE SE *
      *  ENVIA                                                        *
      *                                                               *
      *  CADA TRANSFERENCIA REEMITIDA SE ANOTA COMO PAGO (ORIGEN "E") *
      *  EN EL REGISTRO DE PAGOS DE COBOL720 (COPY COPYPAGREG), PARA  *
      *  QUE COBOL790 CONCILIE TAMBIEN SU CARGO EN EL EXTRACTO        *
      *                                                               *
      *  EMPRESAS DEL GRUPO: CADA DEVOLUCION SE REEMITE DESDE LA      *
      *  EMPRESA DEL EMPLEADO QUE LA PAGO, LA DEL LOTE DE COBOL720 EN *
      *  QUE VIAJA SU DETALLE (FICHERO.EMPRESAS, VER COPY EMPREPR):   *
      *  SE GRABA UN FICHERO DE REEMISION POR EMPRESA,                *
      *  FICHERO.BANCO.REEMISION.CCC, CON SU IDENTIFICADOR Y SU       *
      *  NOMBRE EN LA CABECERA, Y EN SEPA SU MENSAJE                  *
      *  FICHERO.BANCO.REEMISION.CCC.XML CON SU IBAN Y SU BIC COMO    *
      *  ORDENANTE. FICHERO.BANCO.REEMISION RECOGE TODO LO REEMITIDO, *
      *  CON UN LOTE POR EMPRESA, Y CADA PAGO ANOTADO LLEVA SU        *
      *  EMPRESA. UNA DEVOLUCION DE UNA EMPRESA QUE NO ESTA EN EL     *
      *  MAESTRO, O SIN SUS DATOS BANCARIOS, SE INFORMA Y NO SE       *
      *  REEMITE                                                      *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL780.
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.banco.reemision"
             FILE STATUS IS WS-FILE-STATUS-REE.
      *
      *REGISTRO DE PAGOS DE COBOL720: SE ANADEN LOS REEMITIDOS
           SELECT REGISTRO-PAGOS
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.pagos.registro"
             FILE STATUS IS WS-FILE-STATUS-PAG.
      *
           SELECT LISTADO
           ASSIGN TO
      *NUNCA CAIGA EN FIN DE SEMANA NI EN FESTIVO (VER COPY CALENPR)
           COPY CALENFC.
      *
      *FICHA DE PARAMETROS CON EL FORMATO DE ENVIO (VER COPY PARAMPR)
           COPY PARAMFC.
      *
      *MENSAJE SEPA PAIN.001 OBTENIDO DEL FICHERO DE REEMISION (VER
      *COPY SEPAPR)
           COPY SEPAFC.
      *
      *FICHERO DE REEMISION DE CADA EMPRESA DEL GRUPO: LA RUTA LLEVA EL
      *CODIGO DE LA EMPRESA Y SE RESUELVE EN 3400-GENERA-EMPRESA
           SELECT REEMISION-EMPRESA
           ASSIGN TO WS-ASSIGN-REEMISION-EMPRESA
             FILE STATUS IS WS-FILE-STATUS-REM.
      *
      *MAESTRO DE EMPRESAS DEL GRUPO (VER COPY EMPREPR)
           COPY EMPREFC.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
      *
       FD REEMISION.
       01  REG-REEMISION                          PIC X(80).
      *
       FD REEMISION-EMPRESA.
       01  REG-REEMISION-EMPRESA                  PIC X(80).
      *
       FD REGISTRO-PAGOS.
       01  REG-PAGO                               PIC X(60).
      *
       FD LISTADO.
       01  REG-LISTADO                            PIC X(132).
       COPY ERRAUDFD.
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
           05  FILLER                   PIC X(11).
      *
      *CABECERA Y COLA DEL FICHERO DE REEMISION (MISMO FORMATO QUE
      *EL FICHERO DE TRANSFERENCIAS DE COBOL720, CON EL CODIGO DE LA
      *EMPRESA EN EL HUECO LIBRE DE LA CABECERA)
       01  WS-REG-CABECERA.
           05  FILLER                   PIC X(1)  VALUE "1".
           05  WR-EMPRESA-ID            PIC X(10).
           05  WR-EMPRESA-NOMBRE        PIC X(30).
           05  WR-FECHA-VALOR           PIC 9(8).
           05  WR-EMPRESA-CODIGO        PIC X(3).
           05  FILLER                   PIC X(28) VALUE SPACES.
      *
       01  WS-REG-COLA.
           05  FILLER                   PIC X(1)  VALUE "3".
           05  WR-SUMA-IMPORTES         PIC 9(13)V99.
           05  FILLER                   PIC X(57) VALUE SPACES.
      *
      *REGISTRO QUE SE GRABA A LA VEZ EN EL FICHERO DE LA EMPRESA Y
      *EN EL CONJUNTO (VER 3900-GRABA-REEMISION)
       01  WS-REG-REEMISION-SALIDA      PIC X(80).
      *
      *****************************************************************
      *               REGISTRO DE PAGOS                               *
      *****************************************************************
       COPY COPYPAGREG.
      *
      *****************************************************************
      *               TABLA DE DETALLES ENVIADOS AL BANCO             *
      *****************************************************************
      *LOS DETALLES "2" DEL FICHERO DE TRANSFERENCIAS SE CARGAN EN
      *LA TABLA PARA CASAR CADA DEVOLUCION POR CODIGO E IMPORTE, CON
      *LA EMPRESA DEL LOTE EN QUE VIAJAN
       01  WT-TABLA-DETALLES.
           05  WC-NUM-DETALLES          PIC 9(4) VALUE 0.
           05  WT-REG-DETALLE OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-DETALLES
                  INDEXED BY I.
               10  WT-DET-REGISTRO      PIC X(80).
               10  WT-DET-EMPRESA       PIC X(3).
      *
      *****************************************************************
      *               TABLA DE TRANSFERENCIAS A REEMITIR              *
      *****************************************************************
      *CADA REINTENTO, YA CON EL IBAN REFRESCADO, ESPERA AQUI A QUE SE
      *GRABE EL FICHERO DE SU EMPRESA (POSICION EN LA TABLA DE
      *EMPRESAS)
       01  WT-TABLA-REEMISION.
           05  WC-NUM-REEMISION         PIC 9(4) VALUE 0.
           05  WT-REEMISION OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-REEMISION
                  INDEXED BY K.
               10  WT-REE-DETALLE       PIC X(80).
               10  WT-REE-EMPRESA       PIC 9(2).
      *
      *****************************************************************
      *               MAESTRO DE EMPRESAS                             *
      *****************************************************************
       COPY COPYEMPRESA.
       COPY EMPREWS.
      *
      *REINTENTOS POR EMPRESA, EN PARALELO A LA TABLA DE EMPRESAS
      *(WEM-POSICION)
       01  WT-TABLA-REEMISION-EMPRESA.
           05  WT-EMP-REEMITIDAS OCCURS 50 TIMES PIC 9(7).
      *
      *****************************************************************
      *               TABLA DEL MAESTRO DE CUENTAS                    *
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
                    "CUENTAS.BANCARIAS".
           05  LT-FICHERO4          PIC X(20) VALUE "BANCO.REEMISION".
           05  LT-FICHERO5          PIC X(16) VALUE "LISTADO".
           05  LT-FICHERO6          PIC X(16) VALUE "PAGOS.REGISTRO".
           05  LT-FICHERO7          PIC X(20) VALUE
                    "REEMISION.EMPRESA".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL780".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
           05  LT-MAX-LINEAS-PAGINA PIC 9(2) VALUE 60.
      *RAIZ DE LAS RUTAS DEL FICHERO DE REEMISION Y DEL MENSAJE SEPA
      *DE CADA EMPRESA, A LA QUE SE ANADE SU CODIGO
           05  LT-RUTA-REEMISION    PIC X(60) VALUE
           "/home/forma2/cobol/ficheros/fichero.banco.reemision.".
           05  LT-RUTA-SEPA         PIC X(60) VALUE
           "/home/forma2/cobol/ficheros/fichero.banco.reemision.".
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
           05  WS-FILE-STATUS-CTA                   PIC XX.
           05  WS-FILE-STATUS-REE                   PIC XX.
           05  WS-FILE-STATUS-LISTADO               PIC XX.
           05  WS-FILE-STATUS-PAG                   PIC XX.
           05  WS-FILE-STATUS-ERROR                 PIC XX.
           05  WS-FICHERO-ERROR                     PIC X(20).
           05  WS-PARRAFO-ERROR                     PIC X(20).
           05  WS-POSICION-CUENTA                   PIC 9(4).
           05  WS-MOTIVO-TEXTO                      PIC X(22).
           05  WS-SITUACION                         PIC X(14).
      *FICHERO DE REEMISION DE LA EMPRESA EN CURSO Y EMPRESA (YA
      *RESUELTA) DEL LOTE EN CURSO DEL FICHERO DE TRANSFERENCIAS
           05  WS-ASSIGN-REEMISION-EMPRESA          PIC X(60).
           05  WS-FILE-STATUS-REM                   PIC XX.
           05  WS-NUM-EMPRESA                       PIC 9(2).
           05  WS-EMPRESA-LOTE                      PIC X(3).
      *
      *****************************************************************
      *               CONTADORES                                      *
           05 WC-CONTADOR-SIN-CUENTA             PIC 9(7).
           05 WC-CONTADOR-REEMITIDAS             PIC 9(7).
           05 WC-SUMA-REEMISION                  PIC 9(13)V99.
      *REINTENTOS Y SUMA DEL FICHERO DE LA EMPRESA EN CURSO (LOS DOS DE
      *ARRIBA SON LOS DEL GRUPO)
           05 WC-EMP-DETALLES                    PIC 9(7).
           05 WC-EMP-SUMA                        PIC 9(13)V99.
           05 WC-CONTADOR-SIN-EMPRESA            PIC 9(7).
           05 WC-FICHEROS-EMPRESA                PIC 9(3).
           05 WC-LINEA-PAGINA                    PIC 9(2).
           05 WC-PAGINA                          PIC 9(4).
      *
              THRU 3000-PROCESO-EXIT
              UNTIL FIN-FICHERO.
      *
      *UN FICHERO DE REEMISION POR EMPRESA, CON SU LOTE EN EL
      *CONJUNTO; EN FORMATO SEPA CADA UNO CON SU MENSAJE
           PERFORM 3400-GENERA-EMPRESA
              THRU 3400-GENERA-EMPRESA-EXIT
              VARYING WS-NUM-EMPRESA FROM 1 BY 1
              UNTIL WS-NUM-EMPRESA > WEM-NUM-EMPRESAS.
      *
           PERFORM 8000-FIN
              THRU 8000-FIN-EXIT.
              THRU 9810-NORMALIZA-LABORABLE-EXIT.
           MOVE WS-CAL-FECHA TO WS-FECHA-HOY.
      *
      *FORMATO DE ENVIO AL BANCO SEGUN LA FICHA DE PARAMETROS Y LA
      *FECHA VALOR (LA FECHA DE CAMBIO SE COMPARA CON ELLA)
           MOVE WS-FECHA-HOY TO WS-SEPA-FECHA-VALOR.
           PERFORM 9300-FORMATO-ENVIO
              THRU 9300-FORMATO-ENVIO-EXIT.
      *
      *CARGAMOS LAS EMPRESAS DEL GRUPO: SIN ELLAS NO SE SABE DESDE
      *QUE CUENTA SE REEMITE CADA DEVOLUCION
           PERFORM 9970-CARGA-EMPRESAS
              THRU 9970-CARGA-EMPRESAS-EXIT.
           IF EMP-CARGA-ERROR
                DISPLAY "NO SE PUEDE CARGAR FICHERO.EMPRESAS (FILE "
                        "STATUS " WS-FILE-STATUS-EMR ") - REEMISION "
                        "DETENIDA"
                CLOSE AUDITORIA
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
           INITIALIZE WT-TABLA-REEMISION-EMPRESA.
      *
      *CARGAMOS LOS DETALLES ENVIADOS AL BANCO Y EL MAESTRO DE
      *CUENTAS, QUE SON LOS DOS CONTRASTES DE CADA DEVOLUCION
           PERFORM 1010-CARGA-DETALLES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           OPEN EXTEND REGISTRO-PAGOS.
           IF WS-FILE-STATUS-PAG = 35
                OPEN OUTPUT REGISTRO-PAGOS
           END-IF.
           IF WS-FILE-STATUS-PAG NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO6 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-PAG TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
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
           READ BANCO
              AT END SET FIN-BANCO TO TRUE.
           IF WS-FILE-STATUS-BANCO = 00
      *LA CABECERA DICE DE QUE EMPRESA ES EL LOTE QUE SIGUE (EN
      *BLANCO EN LOS FICHEROS ANTERIORES A LAS EMPRESAS DEL GRUPO:
      *LA PRINCIPAL); DE LOS DEMAS SOLO INTERESAN LOS DETALLES "2"
                IF REG-BANCO(1:1) = "1"
                     MOVE REG-BANCO(50:3) TO WS-EMPRESA-LOTE
                     IF WS-EMPRESA-LOTE = SPACES
                          MOVE WEM-REG-TABLA(1)(1:3)
                            TO WS-EMPRESA-LOTE
                     END-IF
                END-IF
                IF REG-BANCO(1:1) = "2"
                     ADD 1 TO WC-NUM-DETALLES
                     MOVE REG-BANCO
                       TO WT-DET-REGISTRO(WC-NUM-DETALLES)
                     MOVE WS-EMPRESA-LOTE
                       TO WT-DET-EMPRESA(WC-NUM-DETALLES)
                END-IF
           ELSE
                IF WS-FILE-STATUS-BANCO NOT = 10
           END-IF.
      *
           ADD 1 TO WC-CONTADOR-CASADAS.
           MOVE WT-DET-REGISTRO(WS-POSICION-DETALLE)
             TO WS-REG-DETALLE.
      *
      *EL REINTENTO SALE CON EL IBAN VIGENTE DEL MAESTRO: SI EL
                   THRU 3300-IMPRIME-DEVOLUCION-EXIT
                GO TO 3000-PROCESO-LEE
           END-IF.
      *
      *EL REINTENTO SALE DE LA CUENTA DE LA EMPRESA QUE PAGO: SI YA
      *NO ESTA EN EL MAESTRO O LE FALTAN SUS DATOS BANCARIOS NO HAY
      *DESDE DONDE REEMITIR Y SE INFORMA
           MOVE WT-DET-EMPRESA(WS-POSICION-DETALLE)
             TO WEM-BUSCA-CODIGO.
           PERFORM 9975-BUSCA-EMPRESA
              THRU 9975-BUSCA-EMPRESA-EXIT.
           IF EMP-ENCONTRADA
                IF WEM-ID-BANCO = SPACES OR WEM-IBAN = SPACES
                     SET EMP-NO-ENCONTRADA TO TRUE
                END-IF
           END-IF.
           IF EMP-NO-ENCONTRADA
                ADD 1 TO WC-CONTADOR-SIN-EMPRESA
                DISPLAY "EMPRESA " WEM-BUSCA-CODIGO " DESCONOCIDA O "
                        "SIN DATOS BANCARIOS - EMPLEADO: " WV-CODIGO
                MOVE "NO REEMITIDA" TO WS-SITUACION
                PERFORM 3300-IMPRIME-DEVOLUCION
                   THRU 3300-IMPRIME-DEVOLUCION-EXIT
                GO TO 3000-PROCESO-LEE
           END-IF.
      *
           IF WC-NUM-REEMISION >= 5000
                DISPLAY "LAS TRANSFERENCIAS A REEMITIR SUPERAN LAS "
                        "5000 ENTRADAS DE LA TABLA - DETENIDO"
                CLOSE AUDITORIA
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
           MOVE WT-REG-CUENTA(WS-POSICION-CUENTA)(7:24) TO WB-IBAN.
           ADD 1 TO WC-NUM-REEMISION.
           MOVE WS-REG-DETALLE TO WT-REE-DETALLE(WC-NUM-REEMISION).
           MOVE WEM-POSICION   TO WT-REE-EMPRESA(WC-NUM-REEMISION).
           ADD 1 TO WT-EMP-REEMITIDAS(WEM-POSICION).
           ADD 1 TO WC-CONTADOR-REEMITIDAS.
           ADD WB-IMPORTE TO WC-SUMA-REEMISION.
      *
      *EL REINTENTO QUEDA EN EL REGISTRO DE PAGOS CON LA FECHA VALOR
      *DE LA REEMISION, PENDIENTE DE CONCILIAR CON EL EXTRACTO
           MOVE SPACES              TO WS-REG-PAGO.
           SET WG-PAGO              TO TRUE.
           MOVE WS-FECHA-HOY(1:6)   TO WG-PERIODO.
           MOVE WS-FECHA-HOY        TO WG-FECHA-VALOR.
           MOVE WB-CODIGO           TO WG-CODIGO.
           MOVE WB-IMPORTE          TO WG-IMPORTE.
           SET WG-ORIGEN-REEMISION  TO TRUE.
           SET WG-SIN-CONCILIAR     TO TRUE.
           MOVE 0                   TO WG-FECHA-CONCILIACION.
           MOVE 0                   TO WG-IMPORTE-BANCO.
           MOVE WEM-CODIGO          TO WG-EMPRESA-PAGO.
           WRITE REG-PAGO FROM WS-REG-PAGO.
           IF WS-FILE-STATUS-PAG NOT = 00
                MOVE "3000-PROCESO" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO6 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-PAG TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           MOVE "REEMITIDA" TO WS-SITUACION.
           PERFORM 3300-IMPRIME-DEVOLUCION
       3110-COMPARA-DETALLE.
      *EL CODIGO OCUPA LAS POSICIONES 2-7 DEL DETALLE Y EL IMPORTE
      *LAS 35-45, COMO LOS GRABA COBOL720
           IF WT-DET-REGISTRO(I)(2:6) = WV-CODIGO
              AND WT-DET-REGISTRO(I)(35:11) = WS-REG-DEVOLUCION(8:11)
                SET DETALLE-ENCONTRADO TO TRUE
                SET WS-POSICION-DETALLE TO I
           END-IF.
       EXIT.
      *
      *****************************************************************
      *       FICHERO DE REEMISION DE LA EMPRESA WS-NUM-EMPRESA       *
      *****************************************************************
       3400-GENERA-EMPRESA.
      *SOLO TIENEN FICHERO LAS EMPRESAS CON REINTENTOS Y SIEMPRE LA
      *PRINCIPAL (AUNQUE SEA SOLO CABECERA Y COLA, COMO HASTA AHORA
      *UN DIA SIN NADA QUE REEMITIR)
           IF WT-EMP-REEMITIDAS(WS-NUM-EMPRESA) = 0
              AND WS-NUM-EMPRESA > 1
                GO TO 3400-GENERA-EMPRESA-EXIT
           END-IF.
           MOVE WEM-REG-TABLA(WS-NUM-EMPRESA) TO WS-REG-EMPRESA.
           MOVE 0 TO WC-EMP-DETALLES.
           MOVE 0 TO WC-EMP-SUMA.
      *
           MOVE SPACES TO WS-ASSIGN-REEMISION-EMPRESA.
           STRING LT-RUTA-REEMISION DELIMITED BY SPACE
                  WEM-CODIGO        DELIMITED BY SPACE
                  INTO WS-ASSIGN-REEMISION-EMPRESA.
           OPEN OUTPUT REEMISION-EMPRESA.
           IF WS-FILE-STATUS-REM NOT = 00
                MOVE "3400-EMPRESA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO7 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-REM TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *LA CABECERA LLEVA LOS DATOS DE LA EMPRESA ACORDADOS CON EL
      *BANCO, LOS MISMOS QUE GRABA COBOL720
           MOVE WEM-ID-BANCO  TO WR-EMPRESA-ID.
           MOVE WEM-NOMBRE    TO WR-EMPRESA-NOMBRE.
           MOVE WS-FECHA-HOY  TO WR-FECHA-VALOR.
           MOVE WEM-CODIGO    TO WR-EMPRESA-CODIGO.
           MOVE WS-REG-CABECERA TO WS-REG-REEMISION-SALIDA.
           PERFORM 3900-GRABA-REEMISION
              THRU 3900-GRABA-REEMISION-EXIT.
      *
           PERFORM 3410-DETALLE-EMPRESA
              THRU 3410-DETALLE-EMPRESA-EXIT
              VARYING K FROM 1 BY 1
              UNTIL K > WC-NUM-REEMISION.
      *
           PERFORM 3500-ESCRIBE-COLA
              THRU 3500-ESCRIBE-COLA-EXIT.
      *
      *EL FICHERO DE LA EMPRESA TIENE QUE ESTAR COMPLETO Y CERRADO
      *ANTES DE CONVERTIRLO A SEPA
           CLOSE REEMISION-EMPRESA.
           ADD 1 TO WC-FICHEROS-EMPRESA.
           DISPLAY "EMPRESA " WEM-CODIGO " " WEM-NOMBRE
                   " REEMITIDAS: " WC-EMP-DETALLES.
      *
           IF SEPA-FORMATO-SEPA
                PERFORM 3600-GENERA-SEPA
                   THRU 3600-GENERA-SEPA-EXIT
           END-IF.
      *
       3400-GENERA-EMPRESA-EXIT.
       EXIT.
      *
       3410-DETALLE-EMPRESA.
           IF WT-REE-EMPRESA(K) NOT = WS-NUM-EMPRESA
                GO TO 3410-DETALLE-EMPRESA-EXIT
           END-IF.
           MOVE WT-REE-DETALLE(K) TO WS-REG-DETALLE.
           MOVE WS-REG-DETALLE TO WS-REG-REEMISION-SALIDA.
           PERFORM 3900-GRABA-REEMISION
              THRU 3900-GRABA-REEMISION-EXIT.
           ADD 1 TO WC-EMP-DETALLES.
           ADD WB-IMPORTE TO WC-EMP-SUMA.
      *
       3410-DETALLE-EMPRESA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       ESCRITURA DE LA COLA DEL FICHERO DE REEMISION           *
      *****************************************************************
       3500-ESCRIBE-COLA.
      *LA COLA CUADRA EL FICHERO DE LA EMPRESA, NO EL DEL GRUPO
           MOVE WC-EMP-DETALLES TO WR-NUM-DETALLES.
           MOVE WC-EMP-SUMA     TO WR-SUMA-IMPORTES.
           MOVE WS-REG-COLA TO WS-REG-REEMISION-SALIDA.
           PERFORM 3900-GRABA-REEMISION
              THRU 3900-GRABA-REEMISION-EXIT.
      *
       3500-ESCRIBE-COLA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CONVERSION DE LA REEMISION AL MENSAJE SEPA              *
      *****************************************************************
       3600-GENERA-SEPA.
      *EL MENSAJE DE LA EMPRESA SALE DE SU FICHERO DE REEMISION, YA
      *CERRADO, Y LA EMPRESA ES LA ORDENANTE CON SU IBAN Y SU BIC
           MOVE WS-ASSIGN-REEMISION-EMPRESA TO WS-ASSIGN-SEPA-ORIGEN.
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
       3900-GRABA-REEMISION.
           WRITE REG-REEMISION-EMPRESA FROM WS-REG-REEMISION-SALIDA.
           IF WS-FILE-STATUS-REM NOT = 00
                MOVE "3900-GRABA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO7 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-REM TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           WRITE REG-REEMISION FROM WS-REG-REEMISION-SALIDA.
           IF WS-FILE-STATUS-REE NOT = 00
                MOVE "3900-GRABA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-REE TO WS-FILE-STATUS-ERROR
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
       3900-GRABA-REEMISION-EXIT.
       EXIT.
      *
      *****************************************************************
                      WC-CONTADOR-SIN-DETALLE
                 DISPLAY "**SIN CUENTA REGISTRADA:   "
                      WC-CONTADOR-SIN-CUENTA
                 DISPLAY "**SIN DATOS DE EMPRESA:    "
                      WC-CONTADOR-SIN-EMPRESA
                 DISPLAY "**TRANSFERENCIAS REEMITIDAS: "
                      WC-CONTADOR-REEMITIDAS
                 DISPLAY "**SUMA DE LA REEMISION:    "
                      WC-SUMA-REEMISION
                 DISPLAY "**FORMATO DE ENVIO:        "
                      WS-SEPA-FORMATO
                 DISPLAY "**FICHEROS POR EMPRESA:    "
                      WC-FICHEROS-EMPRESA
                 DISPLAY "******************************************"
           END-IF.
      *
           CLOSE DEVOLUCIONES.
           CLOSE REEMISION.
           CLOSE REEMISION-EMPRESA.
           CLOSE REGISTRO-PAGOS.
           CLOSE LISTADO.
           CLOSE AUDITORIA.
           DISPLAY "FICHEROS CERRADOS".
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
      *                MAESTRO DE EMPRESAS                            *
      *****************************************************************
       COPY EMPREPR.
