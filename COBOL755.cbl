      *  CADA CAMBIO DEJA SU IMAGEN ANTES/DESPUES EN LA HISTORIA Y    *
      *  LA REGRABACION PASA PRIMERO POR UN FICHERO DE TRABAJO        *
      *                                                               *
      *  UN ALTA SOLO SE ACEPTA PARA UN DEPARTAMENTO QUE EXISTE EN EL *
      *  MAESTRO INDEXADO DE DEPARTAMENTOS, CONSULTADO A TRAVES DE LA *
      *  RUTINA COMUN RUTDEPAR (COPY RUTDEPPR). LA TABLA YA NO TIENE  *
      *  LIMITE DE 24 DEPARTAMENTOS: ADMITE HASTA 999 PORCENTAJES     *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL755.
      *ORDENADA ASCENDENTE POR CODIGO
       01  WT-TABLA-COMISIONES.
           05  WT-REG-COM
              OCCURS 1 TO 999 TIMES
              DEPENDING ON WC-NUM-COMISIONES
              INDEXED BY I, J.
                10  WT-COM-DEPT                  PIC X(3).
                10  WT-COM-PORCENTAJE            PIC 9(2)V99.
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
           05  LT-FICHERO1          PIC X(20) VALUE
                    "COMISIONES.TABLA".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL755".
           05  LT-RUTINA-DEPART     PIC X(15) VALUE "RUTDEPAR".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
           05  LT-MAX-COMISIONES    PIC 9(3) VALUE 999.
      *
      *****************************************************************
      *               CONTADORES                                      *
      *****************************************************************
       01  WS-CONTADORES.
           05 WC-NUM-COMISIONES                  PIC 9(3) VALUE 0.
           05 WC-POSICION                        PIC 9(3) VALUE 0.
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
                STOP RUN
           END-IF.
      *
      *COMPROBAMOS QUE EL MAESTRO DE DEPARTAMENTOS ESTA DISPONIBLE
      *ANTES DE TOMAR EL CERROJO DE LA TABLA (SI UN MANTENIMIENTO LO
      *TIENE EN EXCLUSIVA, 9850 INFORMA Y DETIENE EL PROGRAMA) Y LO
      *CERRAMOS: CADA ALTA LO VUELVE A CONSULTAR (VER 3260)
           PERFORM 9850-ABRE-DEPARTAMENTOS
              THRU 9850-ABRE-DEPARTAMENTOS-EXIT.
           PERFORM 9855-CIERRA-DEPARTAMENTOS
              THRU 9855-CIERRA-DEPARTAMENTOS-EXIT.
      *
      *TOMAMOS EL CERROJO DE LA TABLA EN EXCLUSIVA ANTES DE TOCAR
      *NADA: SI COBOL785 (U OTRO MANTENIMIENTO) LA ESTA USANDO,
      *INFORMAMOS DE QUIEN LA TIENE Y NOS DETENEMOS LIMPIAMENTE
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *CARGAMOS LA TABLA DE COMISIONES DESDE EL FICHERO MAESTRO
           PERFORM 1010-CARGA-TABLA
              THRU 1010-CARGA-TABLA-EXIT.
      *
           PERFORM 1011-LEE-COMISION
              THRU 1011-LEE-COMISION-EXIT
              UNTIL FIN-FICHERO.
      *
           CLOSE COMISIONES.
      *
       EXIT.
      *
       1011-LEE-COMISION.
           READ COMISIONES
              AT END SET FIN-FICHERO TO TRUE.
      *
           IF WS-FILE-STATUS = 00
      *UNA TABLA MAYOR QUE LA DE MEMORIA NO SE TRUNCA: AL REGRABAR
      *SE PERDERIAN LOS PORCENTAJES QUE NO CABEN
                IF WC-NUM-COMISIONES >= LT-MAX-COMISIONES
                     DISPLAY "FICHERO.COMISIONES.TABLA TIENE MAS DE "
                             LT-MAX-COMISIONES " PORCENTAJES - "
                             "COBOL755 DETENIDO"
                     CLOSE COMISIONES
                     CLOSE HISTORIA
                     PERFORM 9550-SUELTA-CERROJO
                        THRU 9550-SUELTA-CERROJO-EXIT
                     MOVE 12 TO RETURN-CODE
                     STOP RUN
                END-IF
                ADD 1 TO WC-NUM-COMISIONES
                MOVE REG-COMISION TO WT-REG-COM(WC-NUM-COMISIONES)
           ELSE
                IF WS-FILE-STATUS NOT = 10
                     MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
       EXIT.
      *
      *****************************************************
      * CONSULTA DEL DEPARTAMENTO EN EL MAESTRO           *
      *****************************************************
       3260-CONSULTA-DEPT.
      *CONSULTA SUELTA: EL MAESTRO SOLO SE ABRE DURANTE LA BUSQUEDA,
      *Y SI ESTA EN USO NO NOS DETIENE CON LA TABLA TOMADA: EL ALTA
      *SE RECHAZA Y PUEDE REINTENTARSE
           MOVE WS-SYSIN TO CP300I-CODIGO.
           PERFORM 9880-CONSULTA-DEPARTAMENTO
              THRU 9880-CONSULTA-DEPARTAMENTO-EXIT.
      *
       3260-CONSULTA-DEPT-EXIT.
       EXIT.
      *
      *****************************************************
      * ALTA DE UN PORCENTAJE DE DEPARTAMENTO             *
      *****************************************************
       3200-ALTA.
           IF WC-NUM-COMISIONES >= LT-MAX-COMISIONES
                DISPLAY "TABLA DE COMISIONES LLENA, NO SE PUEDE "
                DISPLAY "DAR DE ALTA"
                GO TO 3200-ALTA-EXIT
                DISPLAY "YA EXISTE PORCENTAJE PARA ESE DEPARTAMENTO"
                GO TO 3200-ALTA-EXIT
           END-IF.
      *
      *EL DEPARTAMENTO DEBE EXISTIR EN EL MAESTRO
           PERFORM 3260-CONSULTA-DEPT
              THRU 3260-CONSULTA-DEPT-EXIT.
           IF NOT CP300-OK
                DISPLAY CP300O-NOMBRE ": " WS-SYSIN
                GO TO 3200-ALTA-EXIT
           END-IF.
      *
           DISPLAY "PORCENTAJE (4 DIGITOS, 2 ULTIMOS DECIMALES): "
           ACCEPT WS-SYSIN-PCT FROM SYSIN.
              UNTIL J > WC-NUM-COMISIONES
                 OR WT-COM-DEPT(J) > WS-SYSIN.
      *
      *AMPLIAMOS LA TABLA EN UNA POSICION Y DESPLAZAMOS UNA HACIA
      *ABAJO TODAS LAS ENTRADAS DESDE EL FINAL HASTA LA POSICION DE
      *INSERCION
           ADD 1 TO WC-NUM-COMISIONES.
           PERFORM 3212-DESPLAZA-ABAJO
              THRU 3212-DESPLAZA-ABAJO-EXIT
              VARYING I FROM WC-NUM-COMISIONES BY -1
              UNTIL I <= J.
      *
           MOVE WS-SYSIN TO WT-COM-DEPT(J).
           MOVE WS-SYSIN-PCT-N TO WT-COM-PORCENTAJE(J).
      *
       3210-INSERTA-ORDENADO-EXIT.
       EXIT.
       EXIT.
      *
       3212-DESPLAZA-ABAJO.
           MOVE WT-REG-COM(I - 1) TO WT-REG-COM(I).
       3212-DESPLAZA-ABAJO-EXIT.
       EXIT.
      *
       COPY CERROJPR.
      *
      *****************************************************
      * CONSULTA DEL MAESTRO DE DEPARTAMENTOS             *
      *****************************************************
       COPY RUTDEPPR.
      *
      *****************************************************
      * IDENTIFICACION DE OPERADOR                        *
      *****************************************************
       COPY OPERPR.
