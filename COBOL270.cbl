      *  MOVERSE EXACTAMENTE POR LOS IMPORTES DE LOS MOVIMIENTOS      *
      *  APLICADOS. SOLO SI EL CUADRE PASA SE REGRABA                 *
      *  FICHERO.EMPLEADO DESDE EL MAESTRO NUEVO; SI FALLA, EL        *
      *  MAESTRO ANTIGUO QUEDA INTACTO Y LA PASADA TERMINA EN ERROR.  *
      *  LAS BAJAS DE RESPONSABLES SE ANOTAN AL APLICARLAS Y, AL      *
      *  HACER EL CORTE, EL REGISTRO LISTA EN UNA SECCION APARTE A    *
      *  LOS EMPLEADOS DE ALTA QUE DEPENDIAN DIRECTAMENTE DE ELLOS    *
      *  (SEGUN FICHERO.JERARQUIA, CARGADO CON SU CERROJO EN          *
      *  COMPARTIDO) Y QUEDAN SIN RESPONSABLE, PARA REASIGNARLOS EN   *
      *  COBOL358                                                     *
      *                                                               *
      *  EMPRESA DEL GRUPO: UN ALTA SIN EMPRESA QUEDA EN LA           *
      *  PRINCIPAL; UNA MODIFICACION CON LA EMPRESA EN BLANCO         *
      *  CONSERVA LA QUE YA TENIA EL EMPLEADO, PARA QUE LOS FICHEROS  *
      *  DE MOVIMIENTOS ANTERIORES A LA EMPRESA NO LA BORREN          *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MI-CODIGO
             ALTERNATE RECORD KEY IS MI-CLAVE-APELLIDO
                WITH DUPLICATES
             FILE STATUS IS WS-FILE-STATUS-IDX.
      *
      *LINEAS DE DEPENDENCIA (VER COPY JERARPR)
           COPY JERARFC.
      *
      *CERROJO DE USO DE LA JERARQUIA, EL QUE TOMA COBOL358 EN
      *EXCLUSIVA (VER COPY CERROJPR)
           SELECT CERROJO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.jerarquia.cerrojo"
             FILE STATUS IS WS-FILE-STATUS-CER.
      *
      *FICHERO COMUN DE AUDITORIA DE ERRORES (VER COPY ERRAUDPR)
           COPY ERRAUDFC.
      *
       DATA DIVISION.
       FILE SECTION.
       FD MAESTRO-ENTRADA.
       01  REG-MAESTRO-ENTRADA                    PIC X(80).
      *
       FD MAESTRO.
       01  REG-MAESTRO                            PIC X(80).
      *
       FD MOVIMIENTOS-ENTRADA.
       01  REG-MOVIMIENTO-ENTRADA                 PIC X(81).
      *
       FD MOVIMIENTOS.
       01  REG-MOVIMIENTO                         PIC X(81).
      *
       FD MAESTRO-NUEVO.
       01  REG-MAESTRO-NUEVO                      PIC X(80).
      *
       FD LISTADO.
       01  REG-LISTADO                            PIC X(132).
       FD MAESTRO-IDX.
       01  REG-MAESTRO-IDX.
           05  MI-CODIGO                          PIC X(6).
           05  FILLER                             PIC X(74).
      *CLAVE ALTERNATIVA DE LA BUSQUEDA POR APELLIDO DE COBOL260:
      *APELLIDO Y NOMBRE DEL EMPLEADO, REPETIDOS DETRAS DE LA IMAGEN
      *PORQUE EN COPYEMPLE NO ESTAN SEGUIDOS
           05  MI-CLAVE-APELLIDO.
               10  MI-APELLIDO                    PIC X(15).
               10  MI-NOMBRE                      PIC X(12).
      *
       SD SD-MAESTRO.
       01  SD-REG-MAESTRO.
           05  SD-CODIGO-MAE                      PIC X(6).
           05  FILLER                             PIC X(53).
           05  SD-TIPO-MAE                        PIC X(1).
           05  FILLER                             PIC X(20).
      *
       SD SD-MOVIMIENTOS.
       01  SD-REG-MOVIMIENTO.
           05  FILLER                             PIC X(1).
           05  SD-CODIGO-MOV                      PIC X(6).
           05  FILLER                             PIC X(74).
      *
       COPY JERARFD.
      *
       COPY CERROJFD.
      *
       COPY ERRAUDFD.
      *
                88  WM-MOV-MODIFICACION           VALUE "M".
           05  WM-REG-EMPLEADO.
               10  WM-EMPLE-CODIGO                PIC X(6).
               10  WM-EMPLE-RESTO                 PIC X(74).
           05  WM-REG-EMPLEADO-R
                  REDEFINES WM-REG-EMPLEADO.
               10  FILLER                         PIC X(69).
               10  WM-MOV-FEC-BAJA                PIC X(8).
               10  WM-MOV-EMPRESA                 PIC X(3).
           05  WM-REG-EMPLEADO-S
                  REDEFINES WM-REG-EMPLEADO.
               10  FILLER                         PIC X(37).
      *IMAGEN DEL EMPLEADO DE LA CLAVE EN PROCESO: ARRANCA CON EL
      *REGISTRO DEL MAESTRO ANTIGUO SI LA CLAVE EXISTE Y VA
      *RECIBIENDO LOS MOVIMIENTOS DE ESA CLAVE EN ORDEN
       01  WS-REG-ACTUAL                          PIC X(80).
       01  WS-REG-ACTUAL-R REDEFINES WS-REG-ACTUAL.
           05  FILLER                             PIC X(59).
           05  WS-ACTUAL-TIPO-REG                 PIC X(1).
           05  WS-ACTUAL-ESTADO                   PIC X(1).
           05  FILLER                             PIC X(8).
           05  WS-ACTUAL-FEC-BAJA                 PIC 9(8).
           05  WS-ACTUAL-EMPRESA                  PIC X(3).
       01  WS-REG-ACTUAL-S REDEFINES WS-REG-ACTUAL.
           05  FILLER                             PIC X(37).
           05  WS-ACTUAL-SALARIO                  PIC S9(9)V99.
                  INDEXED BY IW         PIC X(6).
      *
      *****************************************************************
      *               RESPONSABLES DADOS DE BAJA EN LA PASADA         *
      *****************************************************************
      *CODIGOS QUE PASAN DE ALTA A BAJA EN ESTA PASADA Y TIENEN
      *EMPLEADOS A SU CARGO EN LA JERARQUIA; AL HACER EL CORTE SE
      *LISTAN LOS QUE SIGUEN DE ALTA DEPENDIENDO DE ELLOS
       01  WT-TABLA-BAJAS-RESP.
           05  WC-NUM-BAJAS-RESP        PIC 9(4) VALUE 0.
           05  WT-COD-BAJA-RESP OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-BAJAS-RESP
                  INDEXED BY IB         PIC X(6).
      *
      *****************************************************************
      *               LINEAS DE DEPENDENCIA                           *
      *****************************************************************
       COPY COPYJERAR.
       COPY JERARWS.
      *
      *****************************************************************
      *               CERROJO DE USO                                  *
      *****************************************************************
       COPY CERROJWS.
      *
      *****************************************************************
      *               AUDITORIA COMUN DE ERRORES                      *
      *****************************************************************
       COPY ERRAUDWS.
           05  SW-ANOTADA                        PIC X VALUE "N".
                88 CLAVE-ANOTADA                 VALUE "S".
                88 CLAVE-NO-ANOTADA              VALUE "N".
           05  SW-BAJA-RESP                      PIC X VALUE "N".
                88 ES-BAJA-RESP                  VALUE "S".
                88 NO-ES-BAJA-RESP               VALUE "N".
           05  SW-SECCION-SIN-RESP               PIC X VALUE "N".
                88 SECCION-SIN-RESP-IMPRESA      VALUE "S".
                88 SECCION-SIN-RESP-PENDIENTE    VALUE "N".
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
           05  LT-FICHERO2          PIC X(16) VALUE "MOVIMIENTOS".
           05  LT-FICHERO3          PIC X(16) VALUE "EMPLEADO.NUEVO".
           05  LT-FICHERO4          PIC X(16) VALUE "LISTADO".
           05  LT-FICHERO5          PIC X(16) VALUE "JERARQUIA".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL270".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  WS-FECHA-HOY                         PIC 9(8).
           05  WS-CLAVE-PROCESO                     PIC X(6).
           05  WS-FILE-STATUS-IDX                   PIC XX.
           05  WS-REG-SINCRONIA                     PIC X(80).
           05  WS-ESTADO-ANTERIOR                   PIC X(1).
           05  WS-EMPRESA-ANTERIOR                  PIC X(3).
      *
      *****************************************************************
      *               CONTADORES                                      *
           05 WC-MOV-RECHAZADOS                  PIC 9(7).
           05 WC-LINEA-PAGINA                    PIC 9(2).
           05 WC-PAGINA                          PIC 9(4).
           05 WC-SIN-RESPONSABLE                 PIC 9(7).
      *TOTALES DE CONTROL DEL CUADRE PREVIO AL CORTE, AL ESTILO DE
      *LOS DE COPYENVOL: ACTIVOS Y HASH DE SALARIOS DEL MAESTRO
      *VIEJO, DEL NUEVO Y DE LOS MOVIMIENTOS APLICADOS
      *TOMAMOS LA FECHA DE HOY PARA LA CABECERA DEL REGISTRO
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
      *
      *CARGAMOS LA JERARQUIA CON SU CERROJO EN COMPARTIDO PARA SABER
      *QUIEN DEPENDE DE CADA BAJA; SI COBOL358 LA ESTA MANTENIENDO
      *NO SE ARRANCA LA PASADA
           PERFORM 9510-TOMA-CERROJO-COMP
              THRU 9510-TOMA-CERROJO-COMP-EXIT.
           IF CERROJO-DENEGADO
                DISPLAY "FICHERO EN USO POR " WL-PROGRAMA
                     " DESDE " WL-HORA(1:2) ":" WL-HORA(3:2)
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
           PERFORM 9420-CARGA-JERARQUIA
              THRU 9420-CARGA-JERARQUIA-EXIT.
           PERFORM 9550-SUELTA-CERROJO
              THRU 9550-SUELTA-CERROJO-EXIT.
           IF JER-CARGA-ERROR
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE LT-FICHERO5 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-JER TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *ORDENAMOS MAESTRO Y MOVIMIENTOS POR CODIGO DE EMPLEADO PARA EL
      *APAREO; LOS MOVIMIENTOS DE UNA MISMA CLAVE CONSERVAN EL ORDEN
      *EN QUE LLEGARON DE RRHH
                     END-IF
                     ADD 1 TO WC-BAJAS-APLICADAS
                     SET CLAVE-CAMBIADA TO TRUE
      *SI ERA UN RESPONSABLE DE ALTA SE ANOTA PARA EL CORTE
                     IF WS-ESTADO-ANTERIOR = "A"
                        OR WS-ESTADO-ANTERIOR = " "
                          PERFORM 3140-ANOTA-BAJA-RESP
                             THRU 3140-ANOTA-BAJA-RESP-EXIT
                     END-IF
                     PERFORM 3110-REGISTRA-APLICADO
                        THRU 3110-REGISTRA-APLICADO-EXIT
                WHEN WM-MOV-BAJA AND NO-EXISTE-ACTUAL
                             FROM WC-HASH-MOVIMIENTOS
                     END-IF
                     MOVE WS-ACTUAL-ESTADO TO WS-ESTADO-ANTERIOR
                     MOVE WS-ACTUAL-EMPRESA TO WS-EMPRESA-ANTERIOR
                     MOVE WM-REG-EMPLEADO TO WS-REG-ACTUAL
                     IF WM-MOV-EMPRESA = SPACES
                          MOVE WS-EMPRESA-ANTERIOR
                            TO WS-ACTUAL-EMPRESA
                     END-IF
                     PERFORM 3105-AJUSTA-ACTIVOS
                        THRU 3105-AJUSTA-ACTIVOS-EXIT
                     ADD 1 TO WC-MODIF-APLICADAS
       EXIT.
      *
      *****************************************************************
      *       ANOTA LA BAJA DE UN RESPONSABLE CON GENTE A CARGO       *
      *****************************************************************
       3140-ANOTA-BAJA-RESP.
           MOVE WM-EMPLE-CODIGO TO WJE-BUSCA-CODIGO.
           MOVE 0 TO WJE-POSICION.
           PERFORM 9440-SIGUIENTE-A-CARGO
              THRU 9440-SIGUIENTE-A-CARGO-EXIT.
           IF JER-NO-ENCONTRADO
                GO TO 3140-ANOTA-BAJA-RESP-EXIT
           END-IF.
      *
           IF WC-NUM-BAJAS-RESP >= 5000
                DISPLAY "AVISO: MAS DE 5000 RESPONSABLES DE BAJA, "
                        WM-EMPLE-CODIGO " NO SE REVISA"
                GO TO 3140-ANOTA-BAJA-RESP-EXIT
           END-IF.
           ADD 1 TO WC-NUM-BAJAS-RESP.
           MOVE WM-EMPLE-CODIGO
             TO WT-COD-BAJA-RESP(WC-NUM-BAJAS-RESP).
      *
       3140-ANOTA-BAJA-RESP-EXIT.
       EXIT.
      *
      *****************************************************************
      *       ESCRIBE LA IMAGEN EN CURSO EN EL MAESTRO NUEVO          *
      *****************************************************************
       3200-ESCRIBE-NUEVO.
                END-IF
                PERFORM 7520-REPLICA-INDEXADO
                   THRU 7520-REPLICA-INDEXADO-EXIT
                IF WC-NUM-BAJAS-RESP > 0
                     PERFORM 7540-COMPRUEBA-RESPONSABLE
                        THRU 7540-COMPRUEBA-RESPONSABLE-EXIT
                END-IF
           ELSE
                IF WS-FILE-STATUS-NUE NOT = 10
                     MOVE "7510-COPIA" TO WS-PARRAFO-ERROR
       EXIT.
      *
      *****************************************************************
      *       EMPLEADOS QUE QUEDAN SIN RESPONSABLE TRAS EL CORTE      *
      *****************************************************************
      *UN EMPLEADO DE ALTA CUYO RESPONSABLE DIRECTO SE HA DADO DE
      *BAJA EN ESTA PASADA SALE EN EL REGISTRO PARA REASIGNARLO EN
      *COBOL358; LA JERARQUIA NO SE TOCA DESDE AQUI
       7540-COMPRUEBA-RESPONSABLE.
           IF WS-ACTUAL-TIPO-REG = "A"
              OR WS-ACTUAL-ESTADO = "B"
                GO TO 7540-COMPRUEBA-RESPONSABLE-EXIT
           END-IF.
      *
           MOVE WS-REG-ACTUAL(1:6) TO WJE-BUSCA-CODIGO.
           PERFORM 9430-BUSCA-RESPONSABLE
              THRU 9430-BUSCA-RESPONSABLE-EXIT.
           IF WJE-RESP-EMPLEADO = SPACES
                GO TO 7540-COMPRUEBA-RESPONSABLE-EXIT
           END-IF.
      *
           SET NO-ES-BAJA-RESP TO TRUE.
           PERFORM 7550-COMPARA-BAJA-RESP
              THRU 7550-COMPARA-BAJA-RESP-EXIT
              VARYING IB FROM 1 BY 1
              UNTIL IB > WC-NUM-BAJAS-RESP
                 OR ES-BAJA-RESP.
           IF NO-ES-BAJA-RESP
                GO TO 7540-COMPRUEBA-RESPONSABLE-EXIT
           END-IF.
      *
      *LA PRIMERA VEZ SE SEPARA LA SECCION DEL RESTO DEL REGISTRO
           IF SECCION-SIN-RESP-PENDIENTE
                SET SECCION-SIN-RESP-IMPRESA TO TRUE
                MOVE SPACES TO WD-TIPO
                MOVE SPACES TO WD-CODIGO
                MOVE SPACES TO WD-RESULTADO
                MOVE "EMPLEADOS SIN RESPONSABLE:" TO WD-MOTIVO
                PERFORM 3130-IMPRIME-DETALLE
                   THRU 3130-IMPRIME-DETALLE-EXIT
           END-IF.
      *
           MOVE "B" TO WD-TIPO.
           MOVE WS-REG-ACTUAL(1:6) TO WD-CODIGO.
           MOVE "SIN RESP." TO WD-RESULTADO.
           MOVE SPACES TO WD-MOTIVO.
           STRING "RESPONSABLE " WJE-RESP-EMPLEADO " DE BAJA"
                DELIMITED BY SIZE INTO WD-MOTIVO.
           PERFORM 3130-IMPRIME-DETALLE
              THRU 3130-IMPRIME-DETALLE-EXIT.
           ADD 1 TO WC-SIN-RESPONSABLE.
      *
       7540-COMPRUEBA-RESPONSABLE-EXIT.
       EXIT.
      *
       7550-COMPARA-BAJA-RESP.
           IF WT-COD-BAJA-RESP(IB) = WJE-RESP-EMPLEADO
                SET ES-BAJA-RESP TO TRUE
           END-IF.
       7550-COMPARA-BAJA-RESP-EXIT.
       EXIT.
      *
      *****************************************************************
      *             IMPRESION DE CABECERA Y TITULOS DE COLUMNA        *
      *****************************************************************
       2000-IMPRIME-CABECERA.
                      WC-MODIF-APLICADAS
                 DISPLAY "**MOVIMIENTOS RECHAZADOS:  "
                      WC-MOV-RECHAZADOS
                 DISPLAY "**QUEDAN SIN RESPONSABLE:  "
                      WC-SIN-RESPONSABLE
                 DISPLAY "******************************************"
           END-IF.
      *
           END-IF.
      *
           MOVE WS-REG-SINCRONIA TO REG-MAESTRO-IDX.
      *CLAVE DE APELLIDO Y NOMBRE (POSICIONES 20 Y 7 DE COPYEMPLE)
           MOVE WS-REG-SINCRONIA(20:15) TO MI-APELLIDO.
           MOVE WS-REG-SINCRONIA(7:12) TO MI-NOMBRE.
           REWRITE REG-MAESTRO-IDX.
           IF WS-FILE-STATUS-IDX = 23
                WRITE REG-MAESTRO-IDX
      *               AUDITORIA COMUN DE ERRORES                      *
      *****************************************************************
       COPY ERRAUDPR.
      *
      *****************************************************************
      *                LINEAS DE DEPENDENCIA                          *
      *****************************************************************
       COPY JERARPR.
      *
      *****************************************************************
      *               CERROJO DE USO DEL FICHERO                      *
      *****************************************************************
       COPY CERROJPR.
