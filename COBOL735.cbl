      *  DEPARTAMENTO, REGISTROS Y SI FUE ENMASCARADO, PARA SABER     *
      *  QUIEN RECIBIO QUE Y CUANDO                                   *
      *                                                               *
      *  LOS DEPARTAMENTOS SE CARGAN AL ARRANCAR RECORRIENDO EN ORDEN *
      *  DE CODIGO EL MAESTRO INDEXADO DE DEPARTAMENTOS A TRAVES DE   *
      *  LA RUTINA COMUN RUTDEPAR (COPY RUTDEPPR), YA SIN LIMITE DE   *
      *  24: SALE UN PAQUETE POR CADA DEPARTAMENTO DEL MAESTRO, HASTA *
      *  999                                                          *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL735.
           SELECT FICHERO
           ASSIGN TO WS-ASSIGN-FICHERO
             FILE STATUS IS WS-FILE-STATUS.
      *
      *PAQUETE DEL DEPARTAMENTO EN CURSO: EL NOMBRE SE CONSTRUYE EN
      *TIEMPO DE EJECUCION CON EL CODIGO DEL DEPARTAMENTO
      *FICHERO COMUN DE AUDITORIA DE ERRORES (VER COPY ERRAUDPR)
           COPY ERRAUDFC.
      *
      *MAESTRO DE OPERADORES AUTORIZADOS (VER COPY OPERPR)
           COPY OPERFC.
      *
       DATA DIVISION.
       FILE SECTION.
       FD FICHERO.
       01  REG-EMPLE                              PIC X(80).
      *
       FD PAQUETE.
       01  REG-PAQUETE                            PIC X(130).
       01  REG-DISTRIBUCION                       PIC X(40).
      *
       COPY ERRAUDFD.
      *
       COPY OPERFD.
      *
      *****************************************************************
      *               VARIABLES DE TABLAS                             *
      *****************************************************************
      *LA TABLA SE CARGA EN 1010-CARGA-TABLA RECORRIENDO EL MAESTRO
      *EN ORDEN DE CODIGO, ASI QUE QUEDA ORDENADA POR SU CLAVE
       01  WT-TABLA-DEPART.
           05 WT-REG-TABLA
              OCCURS 1 TO 999 TIMES
              DEPENDING ON WC-NUM-DEPART
              ASCENDING KEY IS WT-CODIGO-DEPART
              INDEXED BY I.
                10 WT-CODIGO-DEPART              PIC X(3).
       COPY ERRAUDWS.
      *
      *****************************************************************
      *               CONSULTA DEL MAESTRO DE DEPARTAMENTOS           *
      *****************************************************************
       COPY RUTDEPT1.
      *
      *****************************************************************
      *               IDENTIFICACION DE OPERADOR                      *
           05  LT-FICHERO1          PIC X(16) VALUE "FICHERO.EMPLEADO".
           05  LT-FICHERO1-DEFECTO  PIC X(60) VALUE
               "/home/forma2/cobol/ficheros/fichero.empleado".
           05  LT-FICHERO3          PIC X(16) VALUE "PAQUETE".
           05  LT-FICHERO4          PIC X(20) VALUE "DISTRIBUCION.LOG".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL735".
           05  LT-RUTINA-DEPART     PIC X(15) VALUE "RUTDEPAR".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
           05  LT-MAX-DEPART        PIC 9(3) VALUE 999.
           05  LT-RAIZ-PAQUETE      PIC X(50) VALUE
               "/home/forma2/cobol/ficheros/fichero.distribucion.".
           05  LT-CABECERA-CSV      PIC X(110) VALUE
      *****************************************************************
       01  WS-VARIABLES.
           05  WS-FILE-STATUS                       PIC XX.
           05  WS-FILE-STATUS-PAQ                   PIC XX.
           05  WS-FILE-STATUS-LOG                   PIC XX.
           05  WS-FILE-STATUS-ERROR                 PIC XX.
           05 WC-CONTADOR                        PIC 9(7).
           05 WC-REG-PAQUETE                     PIC 9(7).
           05 WC-PAQUETES                        PIC 9(3).
           05 WC-NUM-DEPART                      PIC 9(3) VALUE 0.
           05 WS-IDX-DEPT                        PIC 9(3).
      *
      *****************************************************************
      *               PROCEDURE  DIVISION.                            *
      *****************************************************************
      *       CARGA DE LA TABLA DE DEPARTAMENTOS DESDE FICHERO        *
      *****************************************************************
      *RECORREMOS EL MAESTRO EN ORDEN DE CODIGO (LA TABLA QUEDA
      *ORDENADA POR SU CLAVE) Y LO CERRAMOS AL ACABAR: LA RUTINA TOMA
      *SU CERROJO EN COMPARTIDO SOLO MIENTRAS DURA LA CARGA. SI UN
      *MANTENIMIENTO LO TIENE EN EXCLUSIVA, 9850 INFORMA DE QUIEN LO
      *TIENE Y NOS DETIENE EN LUGAR DE CARGAR UNA TABLA A MEDIO GRABAR
       1010-CARGA-TABLA.
           MOVE 0 TO WC-NUM-DEPART.
      *
           PERFORM 9850-ABRE-DEPARTAMENTOS
              THRU 9850-ABRE-DEPARTAMENTOS-EXIT.
           PERFORM 9865-INICIO-DEPARTAMENTOS
              THRU 9865-INICIO-DEPARTAMENTOS-EXIT.
      *
           PERFORM 1011-LEE-DEPART
              THRU 1011-LEE-DEPART-EXIT
              UNTIL CP300-FIN.
      *
           PERFORM 9855-CIERRA-DEPARTAMENTOS
              THRU 9855-CIERRA-DEPARTAMENTOS-EXIT.
      *
       1010-CARGA-TABLA-EXIT.
       EXIT.
      *
       1011-LEE-DEPART.
           PERFORM 9870-SIGUIENTE-DEPARTAMENTO
              THRU 9870-SIGUIENTE-DEPARTAMENTO-EXIT.
           IF CP300-FIN
                GO TO 1011-LEE-DEPART-EXIT
           END-IF.
      *
      *UN MAESTRO MAYOR QUE LA TABLA NO SE TRUNCA: LOS DEPARTAMENTOS
      *QUE NO CABEN SE QUEDARIAN SIN PAQUETE SIN QUE NADIE LO NOTASE
           IF WC-NUM-DEPART >= LT-MAX-DEPART
                DISPLAY "FICHERO.DEPARTAMENTO.INDEXADO TIENE MAS DE "
                        LT-MAX-DEPART " DEPARTAMENTOS - COBOL735 "
                        "DETENIDO"
                PERFORM 9855-CIERRA-DEPARTAMENTOS
                   THRU 9855-CIERRA-DEPARTAMENTOS-EXIT
                CLOSE AUDITORIA
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
           ADD 1 TO WC-NUM-DEPART.
           MOVE CP300O-CODIGO TO WT-CODIGO-DEPART(WC-NUM-DEPART).
           MOVE CP300O-NOMBRE TO WT-NOMBRE-DEPART(WC-NUM-DEPART).
       1011-LEE-DEPART-EXIT.
       EXIT.
      *
      *****************************************************************
      *       GENERA EL PAQUETE DEL DEPARTAMENTO EN CURSO             *
           SET I TO WS-IDX-DEPT.
           MOVE WT-CODIGO-DEPART(I) TO WS-DEPT-CURSO.
           MOVE WT-NOMBRE-DEPART(I) TO WS-NOMBRE-DEPART.
      *
           MOVE SPACES TO WS-ASSIGN-PAQUETE.
           STRING LT-RAIZ-PAQUETE DELIMITED BY SPACE
      *             FIN                                               *
      *****************************************************************
       8000-FIN.
           IF NO-ERROR
                 DISPLAY "******************************************"
                 DISPLAY "      PAQUETES DE DISTRIBUCION"
       COPY ERRAUDPR.
      *
      *****************************************************************
      *          CONSULTA DEL MAESTRO DE DEPARTAMENTOS                *
      *****************************************************************
       COPY RUTDEPPR.
      *
      *****************************************************************
      *                IDENTIFICACION DE OPERADOR                     *
