           05  FILLER  PIC X(8) VALUE "COBOL650".
           05  FILLER  PIC X(8) VALUE "COBOL670".
           05  FILLER  PIC X(8) VALUE "COBOL675".
           05  FILLER  PIC X(8) VALUE "COBOL676".
           05  FILLER  PIC X(8) VALUE "COBOL690".
           05  FILLER  PIC X(8) VALUE "COBOL805".
           05  FILLER  PIC X(8) VALUE "COBOL875".
       01  LT-TABLA-CONOCIDOS REDEFINES LT-PROGRAMAS-CONOCIDOS.
           05  LT-PROG-CONOCIDO OCCURS 11 TIMES
                  INDEXED BY IP         PIC X(8).
      *
      *****************************************************************
           PERFORM 3120-LISTA-SIN-FICHA
              THRU 3120-LISTA-SIN-FICHA-EXIT
              VARYING IP FROM 1 BY 1
              UNTIL IP > 11.
           DISPLAY "***************************************".
      *
       3100-LISTAR-EXIT.
           PERFORM 3151-COMPARA-CONOCIDO
              THRU 3151-COMPARA-CONOCIDO-EXIT
              VARYING IP FROM 1 BY 1
              UNTIL IP > 11
                 OR PROGRAMA-CONOCIDO.
      *
           IF PROGRAMA-DESCONOCIDO
                          SET FICHA-INVALIDA TO TRUE
                          DISPLAY "UMBRAL NO VALIDO (3 DIGITOS)"
                     END-IF
                WHEN "COBOL676"
      *TOPE DE DIAS A ARRASTRAR (3 DIGITOS) Y CADUCIDAD DEL ARRASTRE
      *(MMDD, EN BLANCO LA DE POR DEFECTO); EL MES Y EL DIA SE
      *VALIDAN CON RUTFECHA SOBRE UN ANIO BISIESTO PASADO
                     IF WS-SYSIN-DATOS(1:3) NOT NUMERIC
                          SET FICHA-INVALIDA TO TRUE
                          DISPLAY "TOPE NO VALIDO (3 DIGITOS)"
                     END-IF
                     IF WS-SYSIN-DATOS(4:4) NOT = SPACES
                          MOVE "2000" TO WS-CAMPO-FECHA(1:4)
                          MOVE WS-SYSIN-DATOS(4:4)
                            TO WS-CAMPO-FECHA(5:4)
                          PERFORM 3720-VALIDA-FECHA
                             THRU 3720-VALIDA-FECHA-EXIT
                     END-IF
                WHEN "COBOL690"
      *OPCION (1/2), DIAS DE RETENCION (3 DIGITOS), FAMILIA (1/2) Y
      *FECHA DEL ARCHIVO A RECUPERAR
