      *****************************************************************
      *           PROGRAMA DE MIGUEL ANTONIO CHAMORRO MARTINEZ        *
      *                                                               *
      *  RECONSTRUCCION DEL MAESTRO DE EMPLEADOS TAL COMO ESTABA EN   *
      *  UNA FECHA PASADA: PARTE DE LA GENERACION FECHADA DE LA FOTO  *
      *  (FICHERO.EMPLEADO.FOTO.AAAAMMDD, LA QUE DEJA COBOL810) MAS   *
      *  PROXIMA ANTERIOR O IGUAL A LA FECHA PEDIDA, Y SOBRE ELLA     *
      *  REPITE EN ORDEN LAS IMAGENES POSTERIORES DE                  *
      *  FICHERO.EMPLEADO.HISTORIA HASTA ESA FECHA INCLUIDA (LOS      *
      *  CAMBIOS RECHAZADOS, TIPO "R", NUNCA LLEGARON AL MAESTRO Y SE *
      *  SALTAN). EL RESULTADO SE GRABA EN                            *
      *  FICHERO.EMPLEADO.RECONSTRUIDO CON EL TRAZADO DEL MAESTRO     *
      *  (COPY COPYEMPLE), DE TODA LA EMPRESA O DE UN SOLO EMPLEADO,  *
      *  DE MODO QUE COBOL610 Y COBOL620 PUEDEN REIMPRIMIR LA VISTA   *
      *  DE AQUEL DIA APUNTANDO SU FICHERO DE ENTRADA A EL CON LAS    *
      *  VARIABLES DE ENTORNO COBOL610_FICHERO / COBOL620_FICHERO     *
      *                                                               *
      *  LA FOTO SE BUSCA HACIA ATRAS DIA A DIA, COMO MUCHO           *
      *  LT-MAX-DIAS-ATRAS DIAS. LOS CAMBIOS DEL MISMO DIA DE LA      *
      *  FOTO SE VUELVEN A APLICAR: LA FOTO PUEDE HABERSE TOMADO      *
      *  ANTES O DESPUES DE ELLOS Y, COMO CADA CAMBIO DEJA LA IMAGEN  *
      *  COMPLETA DEL REGISTRO Y SE REPITEN EN SU ORDEN, EL RESULTADO *
      *  ES EL MISMO EN LOS DOS CASOS. LOS MOVIMIENTOS POR LOTES DE   *
      *  COBOL270 Y LAS PURGAS DE COBOL875 NO PASAN POR LA HISTORIA:  *
      *  SOLO LOS RECOGE LA SIGUIENTE FOTO FECHADA                    *
      *                                                               *
      *  ENTRADA POR SYSIN: CODIGO DE OPERADOR (LA HISTORIA CONTIENE  *
      *  SALARIOS), FECHA AAAAMMDD Y CODIGO DE EMPLEADO (EN BLANCO    *
      *  PARA TODA LA EMPRESA)                                        *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL815.
      *
      *****************************************************************
      *                  ENVIROMENT DIVISION                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *GENERACION FECHADA DE LA FOTO (EL NOMBRE SE CONSTRUYE EN
      *TIEMPO DE EJECUCION CON LA FECHA QUE SE ESTA PROBANDO)
           SELECT FOTO-FECHADA
           ASSIGN TO WS-ASSIGN-FECHADA
             FILE STATUS IS WS-FILE-STATUS-FEC.
      *
           SELECT HISTORIA
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.empleado.historia"
             FILE STATUS IS WS-FILE-STATUS-HIS.
      *
           SELECT RECONSTRUIDO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.empleado.reconstruido"
             FILE STATUS IS WS-FILE-STATUS-REC.
      *
      *MAESTRO DE OPERADORES AUTORIZADOS (VER COPY OPERPR)
           COPY OPERFC.
      *
      *FICHERO COMUN DE AUDITORIA DE ERRORES (VER COPY ERRAUDPR)
           COPY ERRAUDFC.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD FOTO-FECHADA.
       01  REG-FOTO-FECHADA                       PIC X(80).
      *
       FD HISTORIA.
       01  REG-HISTORIA                           PIC X(185).
      *
       FD RECONSTRUIDO.
       01  REG-RECONSTRUIDO                       PIC X(80).
      *
       COPY OPERFD.
      *
       COPY ERRAUDFD.
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
      *               REGISTRO DE HISTORIA DE CAMBIOS                 *
      *****************************************************************
      *EL MISMO TRAZADO QUE GRABA COBOL360
       01  WS-REG-HISTORIA.
           05  WH-TIPO                  PIC X(1).
                88  WH-RECHAZADO        VALUE "R".
           05  WH-FECHA                 PIC 9(8).
           05  WH-HORA                  PIC 9(8).
           05  WH-OPERADOR              PIC X(4).
           05  WH-IMAGEN-ANTES          PIC X(80).
           05  WH-IMAGEN-DESPUES        PIC X(80).
           05  WH-APROBADOR             PIC X(4).
      *
      *****************************************************************
      *               TABLA DEL MAESTRO RECONSTRUIDO                  *
      *****************************************************************
      *LA FOTO SE CARGA ENTERA (O SOLO EL EMPLEADO PEDIDO) Y SOBRE
      *ELLA SE APLICAN LOS CAMBIOS; UN REGISTRO SE IDENTIFICA POR
      *SU CODIGO Y SU TIPO DE REGISTRO, PORQUE UN EMPLEADO PUEDE
      *TENER ADEMAS SUS LINEAS DE AJUSTE
       01  WT-TABLA-MAESTRO.
           05  WC-NUM-MAESTRO           PIC 9(4) VALUE 0.
           05  WT-REG-MAESTRO OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-MAESTRO
                  INDEXED BY I          PIC X(80).
      *
      *****************************************************************
      *               AREA DE COMUNICACION CON RUTFECHA               *
      *****************************************************************
       COPY RUTFECH1.
      *
      *****************************************************************
      *               IDENTIFICACION DE OPERADOR                      *
      *****************************************************************
       COPY OPERWS.
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
           05  SW-HAY-FOTO                       PIC X VALUE "N".
                88 HAY-FOTO                      VALUE "S".
                88 NO-HAY-FOTO                   VALUE "N".
           05  SW-ENCONTRADO                     PIC X VALUE "N".
                88 REG-ENCONTRADO                VALUE "S".
                88 REG-NO-ENCONTRADO             VALUE "N".
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
      *****************************************************************
       01  LT-LITERALES.
           05  LT-FICHERO1          PIC X(20) VALUE "EMPLEADO.FOTO".
           05  LT-FICHERO2          PIC X(20) VALUE
                    "EMPLEADO.HISTORIA".
           05  LT-FICHERO3          PIC X(20) VALUE
                    "EMPLEADO.RECONST".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL815".
           05  LT-RUTINA            PIC X(15) VALUE "RUTFECHA".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
      *MAXIMO DE DIAS QUE SE RETROCEDE BUSCANDO UNA FOTO FECHADA
           05  LT-MAX-DIAS-ATRAS    PIC 9(3) VALUE 400.
           05  LT-RAIZ-FECHADA      PIC X(60) VALUE
           "/home/forma2/cobol/ficheros/fichero.empleado.foto.".
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
           05  WS-FILE-STATUS-FEC                   PIC XX.
           05  WS-FILE-STATUS-HIS                   PIC XX.
           05  WS-FILE-STATUS-REC                   PIC XX.
           05  WS-FILE-STATUS-ERROR                 PIC XX.
           05  WS-FICHERO-ERROR                     PIC X(20).
           05  WS-PARRAFO-ERROR                     PIC X(20).
           05  WS-OPERACION-ERROR                   PIC X(10).
           05  WS-ASSIGN-FECHADA                    PIC X(70).
           05  WS-SYSIN-FECHA                       PIC X(8).
           05  WS-SYSIN-CODIGO                      PIC X(6).
      *FECHA PEDIDA Y FECHA DE LA FOTO ENCONTRADA
           05  WS-FECHA-PEDIDA                      PIC 9(8).
           05  WS-FECHA-FOTO                        PIC 9(8).
      *FECHA QUE SE ESTA PROBANDO EN LA BUSQUEDA HACIA ATRAS
           05  WS-FECHA-BUSCA                       PIC 9(8).
           05  WS-FECHA-BUSCA-R
                  REDEFINES WS-FECHA-BUSCA.
               10  WS-BUS-ANIO                      PIC 9(4).
               10  WS-BUS-MES                       PIC 9(2).
               10  WS-BUS-DIA                       PIC 9(2).
           05  WS-COCIENTE                          PIC 9(4).
           05  WS-RESTO-4                           PIC 9(4).
           05  WS-RESTO-100                         PIC 9(4).
           05  WS-RESTO-400                         PIC 9(4).
           05  WS-POSICION                          PIC 9(4).
           05  WS-CLAVE-BUSCA                       PIC X(6).
           05  WS-TIPO-BUSCA                        PIC X(1).
      *
      *****************************************************************
      *               CONTADORES                                      *
      *****************************************************************
       01  WS-CONTADORES.
           05 WC-CONTADOR                        PIC 9(7).
           05 WC-DIAS-ATRAS                      PIC 9(3).
           05 WC-LEIDOS-FOTO                     PIC 9(5).
           05 WC-LEIDOS-HISTORIA                 PIC 9(7).
           05 WC-APLICADOS                       PIC 9(7).
           05 WC-RECHAZADOS                      PIC 9(7).
           05 WC-FUERA-PLAZO                     PIC 9(7).
           05 WC-NUEVOS                          PIC 9(5).
           05 WC-GRABADOS                        PIC 9(5).
      *
      *****************************************************************
      *               PROCEDURE  DIVISION.                            *
      *****************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT.
      *
      *REPETIMOS SOBRE LA FOTO LOS CAMBIOS HASTA LA FECHA PEDIDA
           PERFORM 3000-APLICA-HISTORIA
              THRU 3000-APLICA-HISTORIA-EXIT.
      *
           PERFORM 4000-GRABA-RECONSTRUIDO
              THRU 4000-GRABA-RECONSTRUIDO-EXIT.
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
      *IDENTIFICAMOS AL OPERADOR: LA HISTORIA Y LA FOTO CONTIENEN
      *SALARIOS Y NO DEBE RECONSTRUIRLAS CUALQUIERA
           PERFORM 9600-IDENTIFICA-OPERADOR
              THRU 9600-IDENTIFICA-OPERADOR-EXIT.
           IF OPER-DESCONOCIDO
                DISPLAY "OPERADOR NO AUTORIZADO: " WS-OPER-SYSIN
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE WS-OPER-CODIGO TO WA-OPERADOR.
      *
      *ABRIMOS EL FICHERO COMUN DE AUDITORIA DE ERRORES ANTES QUE
      *NINGUN OTRO. NO SE COMPRUEBA EL FILE STATUS: SI LA PROPIA
      *AUDITORIA NO SE PUEDE ABRIR NO QUEREMOS DETENER EL PROCESO
           OPEN EXTEND AUDITORIA.
      *
      *FECHA A RECONSTRUIR: VALIDADA CON RUTFECHA (NO PUEDE SER
      *POSTERIOR A LA FECHA DE PROCESO DE LA CADENA)
           DISPLAY "FECHA A RECONSTRUIR (AAAAMMDD): ".
           ACCEPT WS-SYSIN-FECHA FROM SYSIN.
           INITIALIZE CP200-RUTFECH1.
           MOVE WS-SYSIN-FECHA TO CP200I-FECHA.
           CALL LT-RUTINA USING CP200-RUTFECH1.
           IF CP200-FECHA-ERROR
                DISPLAY "FECHA NO VALIDA: " WS-SYSIN-FECHA
                CLOSE AUDITORIA
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE CP200O-FECHA-NORM TO WS-FECHA-PEDIDA.
      *
           DISPLAY "CODIGO DE EMPLEADO (EN BLANCO, TODA LA EMPRESA): ".
           ACCEPT WS-SYSIN-CODIGO FROM SYSIN.
           IF WS-SYSIN-CODIGO = LOW-VALUES
                MOVE SPACES TO WS-SYSIN-CODIGO
           END-IF.
      *
      *BUSCAMOS HACIA ATRAS LA FOTO FECHADA MAS PROXIMA
           MOVE WS-FECHA-PEDIDA TO WS-FECHA-BUSCA.
           PERFORM 1100-PRUEBA-FOTO
              THRU 1100-PRUEBA-FOTO-EXIT
              UNTIL HAY-FOTO
                 OR WC-DIAS-ATRAS > LT-MAX-DIAS-ATRAS.
      *
           IF NO-HAY-FOTO
                DISPLAY "NO HAY NINGUNA FOTO FECHADA EN LOS "
                        LT-MAX-DIAS-ATRAS " DIAS ANTERIORES A "
                        WS-FECHA-PEDIDA
                CLOSE AUDITORIA
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
           DISPLAY "FOTO DE PARTIDA: " WS-ASSIGN-FECHADA.
      *
           PERFORM 1200-CARGA-FOTO
              THRU 1200-CARGA-FOTO-EXIT.
      *
       1000-INICIO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       PRUEBA SI EXISTE LA FOTO FECHADA DE WS-FECHA-BUSCA      *
      *****************************************************************
       1100-PRUEBA-FOTO.
           MOVE SPACES TO WS-ASSIGN-FECHADA.
           STRING LT-RAIZ-FECHADA   DELIMITED BY SPACE
                  WS-FECHA-BUSCA    DELIMITED BY SIZE
                  INTO WS-ASSIGN-FECHADA.
      *
           OPEN INPUT FOTO-FECHADA.
           IF WS-FILE-STATUS-FEC = 00
                SET HAY-FOTO TO TRUE
                MOVE WS-FECHA-BUSCA TO WS-FECHA-FOTO
                GO TO 1100-PRUEBA-FOTO-EXIT
           END-IF.
           IF WS-FILE-STATUS-FEC NOT = 35
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE "1100-PRUEBA-FOTO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-FEC TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *NO HAY FOTO ESE DIA: PROBAMOS EL ANTERIOR
           ADD 1 TO WC-DIAS-ATRAS.
           PERFORM 1110-DIA-ANTERIOR
              THRU 1110-DIA-ANTERIOR-EXIT.
      *
       1100-PRUEBA-FOTO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       RETROCEDE WS-FECHA-BUSCA UN DIA                         *
      *****************************************************************
       1110-DIA-ANTERIOR.
           IF WS-BUS-DIA > 1
                SUBTRACT 1 FROM WS-BUS-DIA
                GO TO 1110-DIA-ANTERIOR-EXIT
           END-IF.
      *
      *PRIMERO DE MES: ULTIMO DIA DEL MES ANTERIOR
           IF WS-BUS-MES > 1
                SUBTRACT 1 FROM WS-BUS-MES
           ELSE
                MOVE 12 TO WS-BUS-MES
                SUBTRACT 1 FROM WS-BUS-ANIO
           END-IF.
      *
           MOVE LT-DIAS-MES(WS-BUS-MES) TO WS-BUS-DIA.
      *
      *FEBRERO DE ANIO BISIESTO: DIVISIBLE ENTRE 4 Y NO ENTRE 100,
      *SALVO QUE LO SEA ENTRE 400
           IF WS-BUS-MES = 2
                DIVIDE WS-BUS-ANIO BY 4 GIVING WS-COCIENTE
                       REMAINDER WS-RESTO-4
                DIVIDE WS-BUS-ANIO BY 100 GIVING WS-COCIENTE
                       REMAINDER WS-RESTO-100
                DIVIDE WS-BUS-ANIO BY 400 GIVING WS-COCIENTE
                       REMAINDER WS-RESTO-400
                IF WS-RESTO-400 = 0
                   OR (WS-RESTO-4 = 0 AND WS-RESTO-100 NOT = 0)
                     MOVE 29 TO WS-BUS-DIA
                END-IF
           END-IF.
      *
       1110-DIA-ANTERIOR-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CARGA DE LA FOTO DE PARTIDA                             *
      *****************************************************************
       1200-CARGA-FOTO.
      *LA FOTO YA ESTA ABIERTA DESDE LA BUSQUEDA
           SET NO-FIN-FICHERO TO TRUE.
           PERFORM 1210-LEE-FOTO
              THRU 1210-LEE-FOTO-EXIT
              UNTIL FIN-FICHERO
                 OR WC-NUM-MAESTRO >= 5000.
      *
           IF NOT FIN-FICHERO
                DISPLAY "LA FOTO SUPERA LAS 5000 ENTRADAS DE LA "
                        "TABLA - RECONSTRUCCION DETENIDA"
                CLOSE FOTO-FECHADA
                CLOSE AUDITORIA
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
           CLOSE FOTO-FECHADA.
      *
       1200-CARGA-FOTO-EXIT.
       EXIT.
      *
       1210-LEE-FOTO.
           READ FOTO-FECHADA INTO WS-REG-EMPLEADO
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS-FEC = 00
                ADD 1 TO WC-LEIDOS-FOTO
      *SI SE PIDE UN SOLO EMPLEADO, SOLO SE CARGAN SUS REGISTROS
                IF WS-SYSIN-CODIGO = SPACES
                   OR WS-SYSIN-CODIGO = WS-EMPLE-CODIGO
                     ADD 1 TO WC-NUM-MAESTRO
                     MOVE WS-REG-EMPLEADO
                       TO WT-REG-MAESTRO(WC-NUM-MAESTRO)
                END-IF
           ELSE
                IF WS-FILE-STATUS-FEC NOT = 10
                     MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                     MOVE "1210-LEE-FOTO" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE WS-FILE-STATUS-FEC TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
       1210-LEE-FOTO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       APLICA LA HISTORIA DE CAMBIOS SOBRE LA FOTO             *
      *****************************************************************
       3000-APLICA-HISTORIA.
      *LA HISTORIA SE ESCRIBE EN EXTEND, ASI QUE UNA PASADA
      *SECUENCIAL REPITE LOS CAMBIOS EN EL ORDEN EN QUE SE HICIERON
           SET NO-FIN-FICHERO TO TRUE.
           OPEN INPUT HISTORIA.
           IF WS-FILE-STATUS-HIS = 35
                DISPLAY "AVISO: SIN HISTORIA DE CAMBIOS - SE GRABA LA "
                        "FOTO TAL CUAL"
                GO TO 3000-APLICA-HISTORIA-EXIT
           END-IF.
           IF WS-FILE-STATUS-HIS NOT = 00
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE "3000-APLICA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-HIS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 3100-TRATA-CAMBIO
              THRU 3100-TRATA-CAMBIO-EXIT
              UNTIL FIN-FICHERO.
      *
           CLOSE HISTORIA.
      *
       3000-APLICA-HISTORIA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       TRATA UN REGISTRO DE LA HISTORIA                        *
      *****************************************************************
       3100-TRATA-CAMBIO.
           READ HISTORIA INTO WS-REG-HISTORIA
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS-HIS = 10
                GO TO 3100-TRATA-CAMBIO-EXIT
           END-IF.
           IF WS-FILE-STATUS-HIS NOT = 00
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE "3100-TRATA-CAMBIO" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-HIS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-LEIDOS-HISTORIA.
      *
      *SOLO CUENTAN LOS CAMBIOS ENTRE EL DIA DE LA FOTO Y EL PEDIDO
           IF WH-FECHA < WS-FECHA-FOTO
              OR WH-FECHA > WS-FECHA-PEDIDA
                ADD 1 TO WC-FUERA-PLAZO
                GO TO 3100-TRATA-CAMBIO-EXIT
           END-IF.
      *
      *UN CAMBIO RECHAZADO NUNCA LLEGO AL MAESTRO
           IF WH-RECHAZADO
              OR WH-IMAGEN-DESPUES = SPACES
                ADD 1 TO WC-RECHAZADOS
                GO TO 3100-TRATA-CAMBIO-EXIT
           END-IF.
      *
           MOVE WH-IMAGEN-DESPUES TO WS-REG-EMPLEADO.
           IF WS-SYSIN-CODIGO NOT = SPACES
              AND WS-SYSIN-CODIGO NOT = WS-EMPLE-CODIGO
                GO TO 3100-TRATA-CAMBIO-EXIT
           END-IF.
      *
      *LA IMAGEN POSTERIOR SUSTITUYE AL REGISTRO; SI NO ESTABA EN LA
      *FOTO ES UN ALTA POSTERIOR A ELLA Y SE ANIADE
           MOVE WS-EMPLE-CODIGO TO WS-CLAVE-BUSCA.
           MOVE WS-EMPLE-TIPO-REG TO WS-TIPO-BUSCA.
           SET REG-NO-ENCONTRADO TO TRUE.
           MOVE 0 TO WS-POSICION.
           PERFORM 3110-BUSCA-REGISTRO
              THRU 3110-BUSCA-REGISTRO-EXIT
              VARYING I FROM 1 BY 1
              UNTIL I > WC-NUM-MAESTRO
                 OR REG-ENCONTRADO.
      *
           IF REG-ENCONTRADO
                MOVE WH-IMAGEN-DESPUES TO WT-REG-MAESTRO(WS-POSICION)
                ADD 1 TO WC-APLICADOS
                GO TO 3100-TRATA-CAMBIO-EXIT
           END-IF.
      *
           IF WC-NUM-MAESTRO >= 5000
                DISPLAY "EL MAESTRO RECONSTRUIDO SUPERA LAS 5000 "
                        "ENTRADAS DE LA TABLA - RECONSTRUCCION "
                        "DETENIDA"
                CLOSE HISTORIA
                CLOSE AUDITORIA
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
           ADD 1 TO WC-NUM-MAESTRO.
           MOVE WS-REG-EMPLEADO TO WT-REG-MAESTRO(WC-NUM-MAESTRO).
           ADD 1 TO WC-APLICADOS.
           ADD 1 TO WC-NUEVOS.
      *
       3100-TRATA-CAMBIO-EXIT.
       EXIT.
      *
       3110-BUSCA-REGISTRO.
           IF WT-REG-MAESTRO(I)(1:6) = WS-CLAVE-BUSCA
              AND WT-REG-MAESTRO(I)(60:1) = WS-TIPO-BUSCA
                SET REG-ENCONTRADO TO TRUE
                SET WS-POSICION TO I
           END-IF.
       3110-BUSCA-REGISTRO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       GRABA EL MAESTRO RECONSTRUIDO                           *
      *****************************************************************
       4000-GRABA-RECONSTRUIDO.
           OPEN OUTPUT RECONSTRUIDO.
           IF WS-FILE-STATUS-REC NOT = 00
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE "4000-GRABA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-REC TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 4010-GRABA-REGISTRO
              THRU 4010-GRABA-REGISTRO-EXIT
              VARYING I FROM 1 BY 1
              UNTIL I > WC-NUM-MAESTRO.
      *
           CLOSE RECONSTRUIDO.
      *
       4000-GRABA-RECONSTRUIDO-EXIT.
       EXIT.
      *
       4010-GRABA-REGISTRO.
           WRITE REG-RECONSTRUIDO FROM WT-REG-MAESTRO(I).
           IF WS-FILE-STATUS-REC NOT = 00
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE "4010-GRABA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-REC TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-GRABADOS.
       4010-GRABA-REGISTRO-EXIT.
       EXIT.
      *
      *****************************************************************
      *             FIN                                               *
      *****************************************************************
       8000-FIN.
           IF NO-ERROR
                 DISPLAY "******************************************"
                 DISPLAY "      RECONSTRUCCION DEL MAESTRO"
                 DISPLAY "******************************************"
                 DISPLAY "**FECHA PEDIDA:            " WS-FECHA-PEDIDA
                 DISPLAY "**FECHA DE LA FOTO:        " WS-FECHA-FOTO
                 DISPLAY "**REGISTROS DE LA FOTO:    " WC-LEIDOS-FOTO
                 DISPLAY "**CAMBIOS LEIDOS:          "
                      WC-LEIDOS-HISTORIA
                 DISPLAY "**CAMBIOS APLICADOS:       " WC-APLICADOS
                 DISPLAY "**  DE ELLOS ALTAS NUEVAS: " WC-NUEVOS
                 DISPLAY "**CAMBIOS RECHAZADOS:      " WC-RECHAZADOS
                 DISPLAY "**FUERA DE PLAZO:          " WC-FUERA-PLAZO
                 DISPLAY "**REGISTROS GRABADOS:      " WC-GRABADOS
                 DISPLAY "******************************************"
                 IF WS-SYSIN-CODIGO NOT = SPACES
                    AND WC-GRABADOS = 0
                      DISPLAY "EL EMPLEADO " WS-SYSIN-CODIGO
                              " NO EXISTIA EN ESA FECHA"
                 END-IF
           END-IF.
      *
           CLOSE AUDITORIA.
           DISPLAY "FICHEROS CERRADOS".
      *
      *DEVOLVEMOS EL CODIGO DE RETORNO AL SISTEMA OPERATIVO: 4 SI EL
      *EMPLEADO PEDIDO NO EXISTIA EN LA FECHA
           IF SI-ERROR
                MOVE 8 TO RETURN-CODE
           ELSE
                IF WS-SYSIN-CODIGO NOT = SPACES
                   AND WC-GRABADOS = 0
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
           DISPLAY "*********************************".
           DISPLAY "ANALISIS DE ERROR: ".
           DISPLAY "****FILE STATUS: " WS-FILE-STATUS-ERROR.
           DISPLAY "****FICHERO:     " WS-FICHERO-ERROR.
           DISPLAY "****PARRAFO:     " WS-PARRAFO-ERROR.
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
      *                AUDITORIA COMUN DE ERRORES                     *
      *****************************************************************
       COPY ERRAUDPR.
      *
      *****************************************************************
      *                IDENTIFICACION DE OPERADOR                     *
      *****************************************************************
       COPY OPERPR.
