      *  REASIGNACION, Y AL FINAL SE IMPRIME UN INFORME CON EL        *
      *  RECUENTO DE MOVIDOS POR CADA CORRESPONDENCIA                 *
      *                                                               *
      *  LOS DESTINOS SE VALIDAN CONTRA EL MAESTRO INDEXADO DE        *
      *  DEPARTAMENTOS A TRAVES DE LA RUTINA COMUN RUTDEPAR (COPY     *
      *  RUTDEPPR), SIN LIMITE FIJO DE DEPARTAMENTOS; LA              *
      *  CORRESPONDENCIA ADMITE HASTA 999 FICHAS                      *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL280.
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.empleado.trabajo"
             FILE STATUS IS WS-FILE-STATUS-TRA.
      *
      *HISTORIA DE CAMBIOS DEL MAESTRO DE EMPLEADOS: LA MISMA QUE
      *ESCRIBE COBOL360, UNA IMAGEN ANTES/DESPUES POR MOVIDO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MI-CODIGO
             ALTERNATE RECORD KEY IS MI-CLAVE-APELLIDO
                WITH DUPLICATES
             FILE STATUS IS WS-FILE-STATUS-IDX.
      *
      *FICHERO COMUN DE AUDITORIA DE ERRORES (VER COPY ERRAUDPR)
       01  REG-MAPA                               PIC X(6).
      *
       FD FICEMPLE.
       01  REG-EMPLE                              PIC X(80).
      *
       FD FICTRABAJO.
       01  REG-EMPLE-TRABAJO                      PIC X(80).
      *
       FD HISTORIA.
       01  REG-HISTORIA                           PIC X(185).
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
       COPY ERRAUDFD.
      *
      *****************************************************************
      *               TABLA DE CORRESPONDENCIAS                       *
      *****************************************************************
      *HASTA 999 FICHAS ORIGEN->DESTINO, CON EL RECUENTO DE MOVIDOS
      *DE CADA UNA PARA EL INFORME FINAL
       01  WT-TABLA-MAPA.
           05  WT-REG-MAPA
              OCCURS 1 TO 999 TIMES
              DEPENDING ON WC-NUM-MAPAS
              INDEXED BY IM.
                10  WT-MAPA-ORIGEN               PIC X(3).
                10  WT-MAPA-DESTINO              PIC X(3).
                10  WT-MAPA-MOVIDOS              PIC 9(5).
      *
      *****************************************************************
      *               REGISTRO DE HISTORIA DE CAMBIOS                 *
      *****************************************************************
      *EL MISMO TRAZADO QUE GRABA COBOL360
           05  WH-FECHA                 PIC 9(8).
           05  WH-HORA                  PIC 9(8).
           05  WH-OPERADOR              PIC X(4).
           05  WH-IMAGEN-ANTES          PIC X(80).
           05  WH-IMAGEN-DESPUES        PIC X(80).
      *APROBADOR (SOLO LO ESTAMPA COBOL865; AQUI QUEDA EN BLANCO)
           05  WH-APROBADOR             PIC X(4).
      *
       COPY CERROJWS.
      *
      *****************************************************************
      *               CONSULTA DEL MAESTRO DE DEPARTAMENTOS           *
      *****************************************************************
       COPY RUTDEPT1.
      *
      *****************************************************************
      *               IDENTIFICACION DE OPERADOR                      *
      *****************************************************************
       COPY OPERWS.
           05  SW-FIN-MAPA                       PIC 9 VALUE 0.
                88 FIN-MAPA                      VALUE 1.
                88 NO-FIN-MAPA                   VALUE 0.
           05  SW-MAPA-OK                        PIC X VALUE "S".
                88 MAPA-VALIDO                   VALUE "S".
                88 MAPA-INVALIDO                 VALUE "N".
           05  LT-FICHERO1          PIC X(20) VALUE "FICHERO.EMPLEADO".
           05  LT-FICHERO2          PIC X(20) VALUE
                    "REASIGNACION.MAPA".
           05  LT-FICHERO4          PIC X(16) VALUE "HISTORIA".
           05  LT-FICHERO5          PIC X(16) VALUE "LISTADO".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL280".
           05  LT-RUTINA-DEPART     PIC X(15) VALUE "RUTDEPAR".
           05  LT-MAX-MAPAS         PIC 9(3) VALUE 999.
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  WS-FILE-STATUS                       PIC XX.
           05  WS-FILE-STATUS-MAPA                  PIC XX.
           05  WS-FILE-STATUS-TRA                   PIC XX.
           05  WS-FILE-STATUS-HIST                  PIC XX.
           05  WS-FILE-STATUS-LISTADO               PIC XX.
           05  WS-FILE-STATUS-ERROR                 PIC XX.
           05  WS-REG-MAPA.
               10  WS-MAPA-ORIGEN                   PIC X(3).
               10  WS-MAPA-DESTINO                  PIC X(3).
           05  WS-IMAGEN-ANTES                      PIC X(80).
           05  WS-FILE-STATUS-IDX                   PIC XX.
           05  WS-REG-SINCRONIA                     PIC X(80).
      *
      *****************************************************************
      *               CONTADORES                                      *
      *****************************************************************
       01  WS-CONTADORES.
           05 WC-CONTADOR                        PIC 9(7).
           05 WC-NUM-MAPAS                       PIC 9(3).
           05 WC-CONTADOR-MOVIDOS                PIC 9(7).
      *
      *****************************************************************
      *
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
      *
      *CARGAMOS LAS FICHAS DE CORRESPONDENCIA CON EL MAESTRO DE
      *DEPARTAMENTOS ABIERTO PARA VALIDAR LOS DESTINOS (SI UN
      *MANTENIMIENTO LO TIENE EN EXCLUSIVA, 9850 INFORMA Y DETIENE EL
      *PROGRAMA); UNA FICHA CON DESTINO INEXISTENTE DETIENE LA
      *REASIGNACION ENTERA ANTES DE TOCAR UN SOLO EMPLEADO
           PERFORM 9850-ABRE-DEPARTAMENTOS
              THRU 9850-ABRE-DEPARTAMENTOS-EXIT.
           PERFORM 1020-CARGA-MAPA
              THRU 1020-CARGA-MAPA-EXIT.
           PERFORM 9855-CIERRA-DEPARTAMENTOS
              THRU 9855-CIERRA-DEPARTAMENTOS-EXIT.
      *
      *TOMAMOS EL CERROJO DEL MAESTRO EN EXCLUSIVA ANTES DE TOCARLO
           PERFORM 9500-TOMA-CERROJO-EXCL
       EXIT.
      *
      *****************************************************************
      *       CARGA Y VALIDACION DE LAS FICHAS DE CORRESPONDENCIA     *
      *****************************************************************
       1020-CARGA-MAPA.
           PERFORM 1021-LEE-MAPA
              THRU 1021-LEE-MAPA-EXIT
              UNTIL FIN-MAPA
                 OR WC-NUM-MAPAS >= LT-MAX-MAPAS.
      *
           CLOSE MAPA.
      *
      *DEPARTAMENTO MUERTO SIN QUE EL INFORME LO CUENTE: NOS
      *DETENEMOS ANTES DE TOCAR EL MAESTRO
           IF NOT FIN-MAPA
                DISPLAY "LA CORRESPONDENCIA SUPERA LAS " LT-MAX-MAPAS
                        " ENTRADAS DE LA TABLA - LA REASIGNACION NO "
                        "ARRANCA"
                PERFORM 9855-CIERRA-DEPARTAMENTOS
                   THRU 9855-CIERRA-DEPARTAMENTOS-EXIT
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
           IF WC-NUM-MAPAS = 0
                DISPLAY "SIN FICHAS DE CORRESPONDENCIA - NADA QUE "
                        "REASIGNAR"
                PERFORM 9855-CIERRA-DEPARTAMENTOS
                   THRU 9855-CIERRA-DEPARTAMENTOS-EXIT
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
           IF MAPA-INVALIDO
                DISPLAY "FICHAS DE CORRESPONDENCIA INVALIDAS - LA "
                        "REASIGNACION NO ARRANCA"
                PERFORM 9855-CIERRA-DEPARTAMENTOS
                   THRU 9855-CIERRA-DEPARTAMENTOS-EXIT
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
                GO TO 1021-LEE-MAPA-EXIT
           END-IF.
      *
           MOVE WS-MAPA-DESTINO TO CP300I-CODIGO.
           PERFORM 9860-BUSCA-DEPARTAMENTO
              THRU 9860-BUSCA-DEPARTAMENTO-EXIT.
           IF CP300-NO-EXISTE
                DISPLAY "FICHA INVALIDA (DESTINO INEXISTENTE, "
                     CP300O-NOMBRE "): " WS-REG-MAPA
                SET MAPA-INVALIDO TO TRUE
                GO TO 1021-LEE-MAPA-EXIT
           END-IF.
           MOVE 0               TO WT-MAPA-MOVIDOS(IM).
       1021-LEE-MAPA-EXIT.
       EXIT.
      *
      *****************************************************************
      *             PROCESO: TRATA UN EMPLEADO                        *
           CLOSE AUDITORIA.
           DISPLAY "FICHEROS CERRADOS".
      *
      *SOLTAMOS EL CERROJO DEL MAESTRO SI LO TENIAMOS TOMADO, Y EL
      *DE DEPARTAMENTOS SI UN ERROR NOS TRAE AQUI DURANTE LA CARGA
      *DE LAS FICHAS
           PERFORM 9550-SUELTA-CERROJO
              THRU 9550-SUELTA-CERROJO-EXIT.
           PERFORM 9855-CIERRA-DEPARTAMENTOS
              THRU 9855-CIERRA-DEPARTAMENTOS-EXIT.
      *
      *DEVOLVEMOS EL CODIGO DE RETORNO AL SISTEMA OPERATIVO PARA QUE
      *UN JOB/SCRIPT QUE ENCADENE VARIOS PROGRAMAS PUEDA DETECTAR EL
           END-IF.
      *
           MOVE WS-REG-SINCRONIA TO REG-MAESTRO-IDX.
      *CLAVE DE APELLIDO Y NOMBRE (POSICIONES 20 Y 7 DE COPYEMPLE)
           MOVE WS-REG-SINCRONIA(20:15) TO MI-APELLIDO.
           MOVE WS-REG-SINCRONIA(7:12) TO MI-NOMBRE.
           REWRITE REG-MAESTRO-IDX.
           IF WS-FILE-STATUS-IDX = 23
                WRITE REG-MAESTRO-IDX
       COPY CERROJPR.
      *
      *****************************************************************
      *          CONSULTA DEL MAESTRO DE DEPARTAMENTOS                *
      *****************************************************************
       COPY RUTDEPPR.
      *
      *****************************************************************
      *                IDENTIFICACION DE OPERADOR                     *
      *****************************************************************
       COPY OPERPR.
