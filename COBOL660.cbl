      *  AJUSTES (TIPO "A") Y LAS BAJAS (ESTADO "B") QUEDAN FUERA:    *
      *  NI UNOS NI OTRAS GENERAN DERECHO                             *
      *                                                               *
      *  JORNADA PARCIAL: EL EMPLEADO CUYO CONTRATO (FICHERO.         *
      *  CONTRATOS, COPY COPYCONTR, MANTENIDO POR COBOL779) TIENE UNA *
      *  JORNADA MENOR DEL 100 POR CIEN GENERA LOS DIAS EN ESA        *
      *  PROPORCION, REDONDEADOS. SIN CONTRATO SE ENTIENDE JORNADA    *
      *  COMPLETA                                                     *
      *                                                               *
      *  EL NOMBRE DEL DEPARTAMENTO DE LA CABECERA DE GRUPO SE        *
      *  OBTIENE DEL MAESTRO INDEXADO DE DEPARTAMENTOS A TRAVES DE LA *
      *  RUTINA COMUN RUTDEPAR (COPY RUTDEPPR); UN CODIGO QUE NO      *
      *  EXISTE SALE COMO "DEPARTAMENTO NO VALIDO", IGUAL QUE EN EL   *
      *  RESTO DE PROGRAMAS. EL CERROJO PROPIO DEL PROGRAMA QUEDA     *
      *  SOLO PARA FICHERO.CONTRATOS                                  *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL660.
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.empleado.vacac.orden"
             FILE STATUS IS WS-FILE-STATUS.
      *
           SELECT TABLA-VACACIONES
           ASSIGN TO
      *FICHERO COMUN DE AUDITORIA DE ERRORES (VER COPY ERRAUDPR)
           COPY ERRAUDFC.
      *
      *MAESTRO DE CONTRATOS, PARA EL PORCENTAJE DE JORNADA (VER COPY
      *CONTRPR)
           COPY CONTRFC.
      *
      *CERROJO DE USO DE FICHERO.CONTRATOS: LA RUTA SE RESUELVE EN
      *TIEMPO DE EJECUCION (MISMO TRAZADO Y PARRAFOS COMUNES DE
      *CERROJPR; EL DE DEPARTAMENTOS LO TOMA LA RUTINA RUTDEPAR)
           SELECT CERROJO
           ASSIGN TO WS-ASSIGN-CERROJO
             FILE STATUS IS WS-FILE-STATUS-CER.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
       DATA DIVISION.
       FILE SECTION.
       FD FICHERO-ENTRADA.
       01  REG-EMPLE-ENTRADA                      PIC X(80).
      *
       FD FICHERO-ORDENADO.
       01  REG-EMPLE-ORDENADO                     PIC X(80).
      *
       FD TABLA-VACACIONES.
       01  REG-TABLA-VAC                          PIC X(3).
           05  FILLER                             PIC X(13).
           05  SD-APELLIDO                        PIC X(15).
           05  SD-DEPT                            PIC X(3).
           05  FILLER                             PIC X(43).
      *
       COPY ERRAUDFD.
      *
       COPY CERROJFD.
      *
       COPY CONTRFD.
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
           05  WD-DIAS                          PIC 9(3).
      *
      *****************************************************************
      *               TABLA DE DERECHOS DE VACACIONES                 *
      *****************************************************************
      *UN REGISTRO POR BANDA: LA BANDA 0 TRAE LOS DIAS BASE DE TODA
       COPY CERROJWS.
      *
      *****************************************************************
      *               CONSULTA DEL MAESTRO DE DEPARTAMENTOS           *
      *****************************************************************
       COPY RUTDEPT1.
      *
      *****************************************************************
      *               MAESTRO DE CONTRATOS                            *
      *****************************************************************
       COPY COPYCONTR.
       COPY CONTRWS.
      *
      *****************************************************************
      *               SWITCHES                                        *
      *****************************************************************
       01  SW-SWITCHES.
           05  LT-FICHERO1          PIC X(20) VALUE "FICHERO.EMPLEADO".
           05  LT-FICHERO1-DEFECTO  PIC X(60) VALUE
               "/home/forma2/cobol/ficheros/fichero.empleado".
           05  LT-FICHERO3          PIC X(16) VALUE "LISTADO".
           05  LT-FICHERO4          PIC X(20) VALUE "VACACIONES.TABLA".
           05  LT-FICHERO5          PIC X(20) VALUE "VACACIONES".
           05  LT-FICHERO6          PIC X(20) VALUE "CONTRATOS".
           05  LT-CERROJO-CONTR     PIC X(60) VALUE
           "/home/forma2/cobol/ficheros/fichero.contratos.cerrojo".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL660".
           05  LT-RUTINA-DEPART     PIC X(15) VALUE "RUTDEPAR".
           05  LT-RUTINA            PIC X(15) VALUE "RUTEMPLE".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
       01  WS-VARIABLES.
           05  WS-FILE-STATUS-ENT                   PIC XX.
           05  WS-FILE-STATUS                       PIC XX.
           05  WS-FILE-STATUS-TAB                   PIC XX.
           05  WS-FILE-STATUS-DER                   PIC XX.
           05  WS-FILE-STATUS-LISTADO               PIC XX.
           05  WS-OPERACION-ERROR                   PIC X(10).
           05  WS-FECHA-HOY                         PIC 9(8).
           05  WS-ASSIGN-FICHERO                    PIC X(60).
           05  WS-ASSIGN-CERROJO                    PIC X(60).
           05  WS-DEPT-ACTUAL                       PIC X(3).
           05  WS-NOMBRE-DEPART                     PIC X(22).
           05  WS-DIAS-EMPLEADO                     PIC 9(3).
           05 WC-CONTADOR-AJUSTES                PIC 9(7).
           05 WC-CONTADOR-BAJAS                  PIC 9(7).
           05 WC-CONTADOR-SIN-BANDA              PIC 9(7).
           05 WC-CONTADOR-PARCIALES              PIC 9(7).
           05 WC-PLANTILLA-DEPT                  PIC 9(5).
           05 WC-DIAS-DEPT                       PIC 9(7).
           05 WC-PLANTILLA-TOTAL                 PIC 9(5).
      *
           PERFORM 1005-SELECCION-FICHERO
              THRU 1005-SELECCION-FICHERO-EXIT.
      *
           PERFORM 1020-CARGA-VACACIONES
              THRU 1020-CARGA-VACACIONES-EXIT.
      *
           PERFORM 1030-CARGA-CONTRATOS
              THRU 1030-CARGA-CONTRATOS-EXIT.
      *
      *ABRIMOS EL MAESTRO DE DEPARTAMENTOS (SI UN MANTENIMIENTO LO
      *TIENE EN EXCLUSIVA, 9850 INFORMA Y DETIENE EL PROGRAMA)
           PERFORM 9850-ABRE-DEPARTAMENTOS
              THRU 9850-ABRE-DEPARTAMENTOS-EXIT.
      *
      *ORDENAMOS EL MAESTRO POR DEPARTAMENTO Y APELLIDO PARA EL
      *LISTADO AGRUPADO
       EXIT.
      *
      *****************************************************************
      *       CARGA DE LA TABLA DE DERECHOS DESDE FICHERO             *
      *****************************************************************
       1020-CARGA-VACACIONES.
       EXIT.
      *
      *****************************************************************
      *       CARGA DEL MAESTRO DE CONTRATOS                          *
      *****************************************************************
       1030-CARGA-CONTRATOS.
      *TOMAMOS EL CERROJO DE LOS CONTRATOS EN COMPARTIDO MIENTRAS
      *DURA LA CARGA: SI COBOL779 LO ESTA REGRABANDO NOS DETENEMOS EN
      *VEZ DE CARGAR UN FICHERO A MEDIO GRABAR. SIN MAESTRO DE
      *CONTRATOS TODOS GENERAN EL DERECHO DE JORNADA COMPLETA
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
                MOVE LT-FICHERO6 TO WS-FICHERO-ERROR
                MOVE "1030-CARGA-CONTRATOS" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-CON TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
       1030-CARGA-CONTRATOS-EXIT.
       EXIT.
      *
      *****************************************************************
      *             PROCESO                                           *
      *****************************************************************
       3000-PROCESO.
           COMPUTE WS-DIAS-EMPLEADO =
                   WT-DIAS-BASE + WT-DIAS-EXTRA(CP100O-ANTIGUEDAD).
      *
      *UN TIEMPO PARCIAL GENERA EL DERECHO EN PROPORCION A SU JORNADA
           MOVE WS-EMPLE-CODIGO TO WCT-BUSCA-CODIGO.
           PERFORM 9360-BUSCA-CONTRATO
              THRU 9360-BUSCA-CONTRATO-EXIT.
           IF WCT-JORNADA-EMPLEADO < 100
                COMPUTE WS-DIAS-EMPLEADO ROUNDED =
                        WS-DIAS-EMPLEADO * WCT-JORNADA-EMPLEADO / 100
                ADD 1 TO WC-CONTADOR-PARCIALES
           END-IF.
      *
      *GRABAMOS EL DERECHO DEL EMPLEADO
           MOVE WS-EMPLE-CODIGO    TO WD-CODIGO.
           MOVE WS-EMPLE-DEPT      TO WD-DEPT.
      *       CABECERA DE GRUPO CON EL NOMBRE DEL DEPARTAMENTO        *
      *****************************************************************
       3300-IMPRIME-GRUPO.
           MOVE WS-DEPT-ACTUAL TO CP300I-CODIGO.
           PERFORM 9860-BUSCA-DEPARTAMENTO
              THRU 9860-BUSCA-DEPARTAMENTO-EXIT.
           MOVE CP300O-NOMBRE TO WS-NOMBRE-DEPART.
      *
           IF WC-LINEA-PAGINA >= LT-MAX-LINEAS-PAGINA
                PERFORM 2000-IMPRIME-CABECERA
      *****************************************************************
       8000-FIN.
      *SOLTAMOS EL CERROJO COMPARTIDO SI SEGUIA TOMADO (UN ERROR
      *DURANTE LA CARGA LLEGA AQUI SIN PASAR POR LA SUELTA DE
      *1030-CARGA-CONTRATOS; 9550 SOLO ACTUA SI CERROJO-CONCEDIDO)
           PERFORM 9550-SUELTA-CERROJO
              THRU 9550-SUELTA-CERROJO-EXIT.
      *CERRAMOS EL MAESTRO DE DEPARTAMENTOS Y SOLTAMOS SU CERROJO
           PERFORM 9855-CIERRA-DEPARTAMENTOS
              THRU 9855-CIERRA-DEPARTAMENTOS-EXIT.
           IF NO-ERROR
                 DISPLAY "******************************************"
                 DISPLAY "      DERECHOS DE VACACIONES"
                      WC-CONTADOR-BAJAS
                 DISPLAY "**SIN BANDA (ERROR RUTINA):"
                      WC-CONTADOR-SIN-BANDA
                 DISPLAY "**JORNADAS PARCIALES:      "
                      WC-CONTADOR-PARCIALES
                 DISPLAY "******************************************"
           END-IF.
      *
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
      *                MAESTRO DE CONTRATOS                           *
      *****************************************************************
       COPY CONTRPR.
