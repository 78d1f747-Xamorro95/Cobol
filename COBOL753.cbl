      *****************************************************************
      *           PROGRAMA DE MIGUEL ANTONIO CHAMORRO MARTINEZ        *
      *                                                               *
      *  MANTENIMIENTO DE LA TABLA DE PRESTACION POR BAJA DE          *
      *  ENFERMEDAD (FICHERO.INCAPACIDAD, COPY COPYINCAP), AL ESTILO  *
      *  DEL MANTENIMIENTO DE RETENCIONES DE COBOL750: MENU DE        *
      *  CONSULTA, ALTA, MODIFICACION Y BAJA DE TRAMOS DE DIAS DE     *
      *  BAJA (DIA DESDE/HASTA CONTADOS DESDE EL PRIMER DIA DE LA     *
      *  BAJA) CON EL PORCENTAJE DEL SALARIO QUE SE PAGA EN ESOS      *
      *  DIAS. LA TABLA LA CONSUME COBOL700 PARA LAS AUSENCIAS "E"    *
      *  DE FICHERO.AUSENCIAS. EL OPERADOR SE IDENTIFICA AL ARRANCAR  *
      *  Y SOLO EL NIVEL COMPLETO PUEDE MANTENER; LA TABLA SE         *
      *  PROTEGE CON SU CERROJO EXCLUSIVO MIENTRAS DURA LA SESION,    *
      *  CADA CAMBIO DEJA SU IMAGEN ANTES/DESPUES EN LA HISTORIA Y    *
      *  LA REGRABACION PASA PRIMERO POR UN FICHERO DE TRABAJO        *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL753.
      *
      *****************************************************************
      *                  ENVIROMENT DIVISION                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCAPACIDAD
           ASSIGN TO "/home/forma2/cobol/ficheros/fichero.incapacidad"
             FILE STATUS IS WS-FILE-STATUS.
      *
      *FICHERO DE TRABAJO DE LA REGRABACION: LA TABLA SE VUELCA
      *PRIMERO AQUI Y SOLO SI TODO HA IDO BIEN SE REGRABA EL MAESTRO
      *(VER 3500-GRABA-FICHERO)
           SELECT FICTRABAJO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.incapacidad.trabajo"
             FILE STATUS IS WS-FILE-STATUS-TRA.
      *
      *HISTORIA DE CAMBIOS: UNA IMAGEN ANTES/DESPUES POR CADA ALTA,
      *MODIFICACION O BAJA, CON FECHA, HORA Y OPERADOR
           SELECT HISTORIA
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.incapacidad.historia"
             FILE STATUS IS WS-FILE-STATUS-HIST.
      *
      *CERROJO DE USO DE LA TABLA DE PRESTACION (VER COPY CERROJPR);
      *COBOL700 LO TOMA EN COMPARTIDO MIENTRAS CARGA LA TABLA
           SELECT CERROJO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.incapacidad.cerrojo"
             FILE STATUS IS WS-FILE-STATUS-CER.
      *
      *MAESTRO DE OPERADORES AUTORIZADOS (VER COPY OPERPR)
           COPY OPERFC.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD INCAPACIDAD.
       01  REG-INCAPACIDAD                        PIC X(31).
      *
       FD FICTRABAJO.
       01  REG-INCAPACIDAD-TRABAJO                PIC X(31).
      *
       FD HISTORIA.
       01  REG-HISTORIA                           PIC X(83).
      *
       COPY CERROJFD.
      *
       COPY OPERFD.
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
      *****************************************************************
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *               REGISTRO DE TRAMO DE PRESTACION                 *
      *****************************************************************
       COPY COPYINCAP.
      *
      *****************************************************************
      *               TABLA DE TRAMOS DE PRESTACION                   *
      *****************************************************************
      *LA TABLA SE CARGA DESDE FICHERO.INCAPACIDAD EN 1010-CARGA-TABLA;
      *SI EL FICHERO NO EXISTE QUEDAN LOS TRES TRAMOS POR DEFECTO DE
      *LOS VALUE (LOS MISMOS QUE COMPILA COBOL700): DIAS 1 A 3 SIN
      *PRESTACION, 4 A 20 AL 60 POR CIENTO Y DESDE EL 21 AL 75. LA
      *TABLA SE MANTIENE ORDENADA ASCENDENTE POR DIA DESDE
       01  WT-TABLA-INCAPACIDAD.
           05  WS-DATOS-TRAMOS.
               10  FILLER  PIC X(31) VALUE
                "00100300000DIAS 1 A 3          ".
               10  FILLER  PIC X(31) VALUE
                "00402006000DIAS 4 A 20         ".
               10  FILLER  PIC X(31) VALUE
                "02199907500DESDE EL DIA 21     ".
               10  FILLER  PIC X(217) VALUE HIGH-VALUES.
           05  WT-REG-TRAMO REDEFINES WS-DATOS-TRAMOS
              OCCURS 10 TIMES
              INDEXED BY I, J.
                10  WT-TRAMO-DESDE               PIC 9(3).
                10  WT-TRAMO-HASTA               PIC 9(3).
                10  WT-TRAMO-PORCENTAJE          PIC 9(3)V99.
                10  WT-TRAMO-DESCRIPCION         PIC X(20).
      *
      *****************************************************************
      *               REGISTRO DE HISTORIA DE CAMBIOS                 *
      *****************************************************************
       01  WS-REG-HISTORIA.
           05  WH-TIPO                  PIC X(1).
           05  WH-FECHA                 PIC 9(8).
           05  WH-HORA                  PIC 9(8).
      *CODIGO DEL OPERADOR QUE APLICO EL CAMBIO (VER COPY OPERPR)
           05  WH-OPERADOR              PIC X(4).
           05  WH-IMAGEN-ANTES          PIC X(31).
           05  WH-IMAGEN-DESPUES        PIC X(31).
      *
      *****************************************************************
      *               CERROJO DE USO                                  *
      *****************************************************************
       COPY CERROJWS.
      *
      *****************************************************************
      *               IDENTIFICACION DE OPERADOR                      *
      *****************************************************************
       COPY OPERWS.
      *
      *****************************************************************
      *               SWITCHES                                        *
      *****************************************************************
       01  SW-SWITCHES.
           05  SW-FIN-FICHERO                    PIC 9 VALUE 0.
                88 FIN-FICHERO                    VALUE 1.
                88 NO-FIN-FICHERO                 VALUE 0.
           05  SW-ERRORES                        PIC 9 VALUE 0.
                88 SI-ERROR                       VALUE 1.
                88 NO-ERROR                       VALUE 0.
           05  SW-FIN-MENU                       PIC 9 VALUE 0.
                88 FIN-MENU                       VALUE 1.
                88 NO-FIN-MENU                    VALUE 0.
           05  SW-ENCONTRADO                      PIC X VALUE "N".
                88 TRAMO-ENCONTRADO                VALUE "S".
                88 TRAMO-NO-ENCONTRADO             VALUE "N".
           05  SW-ENTRADA-VALIDA                  PIC X VALUE "S".
                88 ENTRADA-VALIDA                  VALUE "S".
                88 ENTRADA-INVALIDA                VALUE "N".
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
      *****************************************************************
       01  LT-LITERALES.
           05  LT-FICHERO1          PIC X(20) VALUE
                    "FICHERO.INCAPACIDAD".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL753".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
      *
      *****************************************************************
      *               CONTADORES                                      *
      *****************************************************************
       01  WS-CONTADORES.
           05 WC-NUM-TRAMOS                      PIC 9(2) VALUE 0.
           05 WC-POSICION                        PIC 9(2) VALUE 0.
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
      *****************************************************************
       01  WS-VARIABLES.
           05 WS-SYSIN-OPCION                    PIC 9(1).
      *LOS DIAS SE TECLEAN COMO 3 DIGITOS (EJ. 004) Y EL PORCENTAJE
      *COMO 5 DIGITOS CON LOS DOS ULTIMOS DECIMALES (EJ. 06000 =
      *60,00), PARA QUE QUEPA UN 100 POR CIEN
           05 WS-SYSIN-DIA                       PIC X(3).
           05 WS-SYSIN-DIA-N REDEFINES WS-SYSIN-DIA
                                                 PIC 9(3).
           05 WS-SYSIN-PCT                       PIC X(5).
           05 WS-SYSIN-PCT-N REDEFINES WS-SYSIN-PCT
                                                 PIC 9(3)V99.
           05 WS-SYSIN-DESCRIPCION               PIC X(20).
           05 WS-FILE-STATUS                     PIC XX.
           05 WS-FILE-STATUS-TRA                 PIC XX.
           05 WS-FILE-STATUS-HIST                PIC XX.
           05 WS-IMAGEN-ANTES                    PIC X(31).
           05 WS-FICHERO-ERROR                   PIC X(20).
           05 WS-PARRAFO-ERROR                   PIC X(20).
           05 WS-OPERACION-ERROR                 PIC X(5).
           05 WS-LISTA-PCT                       PIC ZZ9.99.
      *
      ***************************************************************** *
      **              PROCEDURE  DIVISION.                            * *
      ***************************************************************** *
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT.
      *
           PERFORM 3000-PROCESO
              THRU 3000-PROCESO-EXIT
              UNTIL FIN-MENU.
      *
           PERFORM 8000-FIN
              THRU 8000-FIN-EXIT.
      *
      ***************************************************************** *
      **              INICIO                                          * *
      ***************************************************************** *
       1000-INICIO.
      *IDENTIFICAMOS AL OPERADOR ANTES DE NADA: SIN UN CODIGO
      *RECONOCIDO EN EL MAESTRO DE OPERADORES NO SE ENTRA AL MENU,
      *Y SU NIVEL DECIDE LUEGO QUE OPCIONES SE LE PERMITEN
           PERFORM 9600-IDENTIFICA-OPERADOR
              THRU 9600-IDENTIFICA-OPERADOR-EXIT.
           IF OPER-DESCONOCIDO
                DISPLAY "OPERADOR NO AUTORIZADO: " WS-OPER-SYSIN
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
      *TOMAMOS EL CERROJO DE LA TABLA EN EXCLUSIVA ANTES DE TOCAR
      *NADA: SI COBOL700 LA ESTA CARGANDO, INFORMAMOS DE QUIEN LA
      *TIENE Y NOS DETENEMOS LIMPIAMENTE
           PERFORM 9500-TOMA-CERROJO-EXCL
              THRU 9500-TOMA-CERROJO-EXCL-EXIT.
           IF CERROJO-DENEGADO
                DISPLAY "FICHERO EN USO POR " WL-PROGRAMA
                     " DESDE " WL-HORA(1:2) ":" WL-HORA(3:2)
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
      *ABRIMOS LA HISTORIA DE CAMBIOS EN EXTEND (SE CREA EN LA
      *PRIMERA SESION)
           OPEN EXTEND HISTORIA.
           IF WS-FILE-STATUS-HIST = 35
                OPEN OUTPUT HISTORIA
           END-IF.
           IF WS-FILE-STATUS-HIST NOT = 00
                MOVE "HISTORIA" TO WS-FICHERO-ERROR
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *CARGAMOS LA TABLA DE TRAMOS DESDE EL FICHERO MAESTRO
           PERFORM 1010-CARGA-TABLA
              THRU 1010-CARGA-TABLA-EXIT.
      *
       1000-INICIO-EXIT.
       EXIT.
      *
      ***************************************************************** *
      **       CARGA DE LA TABLA DE TRAMOS DESDE FICHERO              * *
      ***************************************************************** *
       1010-CARGA-TABLA.
      *SI NO EXISTE EL FICHERO DE PRESTACION SE MANTIENE LA TABLA
      *POR DEFECTO CARGADA POR LOS VALUE
           OPEN INPUT INCAPACIDAD.
           IF WS-FILE-STATUS = 35
                DISPLAY "AVISO: NO SE ENCUENTRA " LT-FICHERO1
                DISPLAY "       SE UTILIZA LA TABLA DE PRESTACION "
                DISPLAY "       POR DEFECTO"
                MOVE 3 TO WC-NUM-TRAMOS
                GO TO 1010-CARGA-TABLA-EXIT
           END-IF.
           IF WS-FILE-STATUS NOT = 00
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE "1010-CARGA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 1011-LEE-TRAMO
              THRU 1011-LEE-TRAMO-EXIT
              VARYING I FROM 1 BY 1
              UNTIL I > 10
                 OR FIN-FICHERO.
      *
           CLOSE INCAPACIDAD.
      *
       1010-CARGA-TABLA-EXIT.
       EXIT.
      *
      ***************************************************************** *
      **       LEE UN TRAMO DEL FICHERO DE PRESTACION                 * *
      ***************************************************************** *
       1011-LEE-TRAMO.
           READ INCAPACIDAD INTO WT-REG-TRAMO(I)
              AT END SET FIN-FICHERO TO TRUE.
      *
           IF WS-FILE-STATUS = 00
                ADD 1 TO WC-NUM-TRAMOS
           ELSE
                IF WS-FILE-STATUS NOT = 10
                     MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                     MOVE "1011-LEE-TRAMO" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
      *
       1011-LEE-TRAMO-EXIT.
       EXIT.
      *
      *****************************************************
      * PROCESO                                           *
      *****************************************************
       3000-PROCESO.
      *MENU DE MANTENIMIENTO DE LA TABLA DE PRESTACION
           DISPLAY "***************************************".
           DISPLAY "   MANTENIMIENTO DE PRESTACION POR BAJA".
           DISPLAY "   1-CONSULTA  2-ALTA  3-MODIFICAR".
           DISPLAY "   4-BAJA      5-FIN".
           DISPLAY "***************************************".
           ACCEPT WS-SYSIN-OPCION FROM SYSIN.
      *
      *LAS OPCIONES DE MANTENIMIENTO (ALTA/MODIFICAR/BAJA) SOLO SE
      *PERMITEN A LOS OPERADORES CON NIVEL COMPLETO; EL NIVEL DE
      *CONSULTA SOLO PUEDE CONSULTAR
           EVALUATE WS-SYSIN-OPCION
                WHEN 1
                     PERFORM 3100-CONSULTA
                        THRU 3100-CONSULTA-EXIT
                WHEN 2
                     IF OPER-TOTAL
                          PERFORM 3200-ALTA
                             THRU 3200-ALTA-EXIT
                     ELSE
                          DISPLAY "OPERADOR " WS-OPER-CODIGO
                               " SIN AUTORIZACION DE MANTENIMIENTO"
                     END-IF
                WHEN 3
                     IF OPER-TOTAL
                          PERFORM 3300-MODIFICAR
                             THRU 3300-MODIFICAR-EXIT
                     ELSE
                          DISPLAY "OPERADOR " WS-OPER-CODIGO
                               " SIN AUTORIZACION DE MANTENIMIENTO"
                     END-IF
                WHEN 4
                     IF OPER-TOTAL
                          PERFORM 3400-BAJA
                             THRU 3400-BAJA-EXIT
                     ELSE
                          DISPLAY "OPERADOR " WS-OPER-CODIGO
                               " SIN AUTORIZACION DE MANTENIMIENTO"
                     END-IF
                WHEN 5
                     SET FIN-MENU TO TRUE
                WHEN OTHER
                     DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.
      *
       3000-PROCESO-EXIT.
       EXIT.
      *
      *****************************************************
      * CONSULTA: LISTA TODOS LOS TRAMOS DE LA TABLA      *
      *****************************************************
       3100-CONSULTA.
           DISPLAY "***************************************".
           DISPLAY "   PRESTACION POR BAJA DE ENFERMEDAD".
           DISPLAY "   DIA DESDE / DIA HASTA / PORCENTAJE".
           DISPLAY "***************************************".
           PERFORM 3110-LISTA-TRAMO
              THRU 3110-LISTA-TRAMO-EXIT
              VARYING I FROM 1 BY 1
              UNTIL I > WC-NUM-TRAMOS.
           DISPLAY "***************************************".
      *
       3100-CONSULTA-EXIT.
       EXIT.
      *
       3110-LISTA-TRAMO.
           MOVE WT-TRAMO-PORCENTAJE(I) TO WS-LISTA-PCT.
           DISPLAY WT-TRAMO-DESDE(I) " / " WT-TRAMO-HASTA(I)
                " / " WS-LISTA-PCT "  " WT-TRAMO-DESCRIPCION(I).
       3110-LISTA-TRAMO-EXIT.
       EXIT.
      *
      *****************************************************
      * PETICION Y BUSQUEDA DEL DIA DESDE DEL TRAMO       *
      *****************************************************
       3150-PIDE-DESDE.
           SET ENTRADA-VALIDA TO TRUE.
           DISPLAY "PRIMER DIA DEL TRAMO (3 DIGITOS): "
           ACCEPT WS-SYSIN-DIA FROM SYSIN.
           IF WS-SYSIN-DIA NOT NUMERIC
              OR WS-SYSIN-DIA-N = 0
                SET ENTRADA-INVALIDA TO TRUE
                DISPLAY "DIA NO VALIDO, ENTRADA NO VALIDA"
                GO TO 3150-PIDE-DESDE-EXIT
           END-IF.
      *
           SET TRAMO-NO-ENCONTRADO TO TRUE.
           MOVE 0 TO WC-POSICION.
           PERFORM 3160-COMPARA-TRAMO
              THRU 3160-COMPARA-TRAMO-EXIT
              VARYING I FROM 1 BY 1
              UNTIL I > WC-NUM-TRAMOS
                 OR TRAMO-ENCONTRADO.
      *
       3150-PIDE-DESDE-EXIT.
       EXIT.
      *
       3160-COMPARA-TRAMO.
           IF WT-TRAMO-DESDE(I) = WS-SYSIN-DIA-N
                SET TRAMO-ENCONTRADO TO TRUE
                SET WC-POSICION TO I
           END-IF.
       3160-COMPARA-TRAMO-EXIT.
       EXIT.
      *
      *****************************************************
      * PETICION DEL ULTIMO DIA Y DEL PORCENTAJE          *
      *****************************************************
      *DEJA LOS VALORES TECLEADOS EN WS-REG-INCAPACIDAD (EL DIA
      *DESDE YA ESTA PUESTO); SI ALGUNO NO ES VALIDO ACTIVA
      *ENTRADA-INVALIDA Y NO SE TOCA NADA
       3170-PIDE-VALORES.
           SET ENTRADA-VALIDA TO TRUE.
      *
           DISPLAY "ULTIMO DIA DEL TRAMO (3 DIGITOS, 999 SIN "
                   "LIMITE): "
           ACCEPT WS-SYSIN-DIA FROM SYSIN.
           IF WS-SYSIN-DIA NOT NUMERIC
                SET ENTRADA-INVALIDA TO TRUE
                DISPLAY "DIA NO VALIDO, ENTRADA NO VALIDA"
                GO TO 3170-PIDE-VALORES-EXIT
           END-IF.
           IF WS-SYSIN-DIA-N < WS-INC-DIA-DESDE
                SET ENTRADA-INVALIDA TO TRUE
                DISPLAY "EL ULTIMO DIA NO PUEDE SER MENOR QUE EL "
                        "PRIMERO"
                GO TO 3170-PIDE-VALORES-EXIT
           END-IF.
           MOVE WS-SYSIN-DIA-N TO WS-INC-DIA-HASTA.
      *
           DISPLAY "PORCENTAJE PAGADO (5 DIGITOS, 2 ULTIMOS "
                   "DECIMALES): "
           ACCEPT WS-SYSIN-PCT FROM SYSIN.
           IF WS-SYSIN-PCT NOT NUMERIC
                SET ENTRADA-INVALIDA TO TRUE
                DISPLAY "PORCENTAJE NO NUMERICO, ENTRADA NO VALIDA"
                GO TO 3170-PIDE-VALORES-EXIT
           END-IF.
           IF WS-SYSIN-PCT-N > 100
                SET ENTRADA-INVALIDA TO TRUE
                DISPLAY "EL PORCENTAJE NO PUEDE PASAR DEL 100"
                GO TO 3170-PIDE-VALORES-EXIT
           END-IF.
           MOVE WS-SYSIN-PCT-N TO WS-INC-PORCENTAJE.
      *
       3170-PIDE-VALORES-EXIT.
       EXIT.
      *
      *****************************************************
      * ALTA DE UN NUEVO TRAMO                            *
      *****************************************************
       3200-ALTA.
           IF WC-NUM-TRAMOS >= 10
                DISPLAY "TABLA DE TRAMOS LLENA, NO SE PUEDE "
                DISPLAY "DAR DE ALTA"
                GO TO 3200-ALTA-EXIT
           END-IF.
      *
           PERFORM 3150-PIDE-DESDE
              THRU 3150-PIDE-DESDE-EXIT.
           IF ENTRADA-INVALIDA
                GO TO 3200-ALTA-EXIT
           END-IF.
           IF TRAMO-ENCONTRADO
                DISPLAY "YA EXISTE UN TRAMO QUE EMPIEZA ESE DIA"
                GO TO 3200-ALTA-EXIT
           END-IF.
      *
           MOVE WS-SYSIN-DIA-N TO WS-INC-DIA-DESDE.
           PERFORM 3170-PIDE-VALORES
              THRU 3170-PIDE-VALORES-EXIT.
           IF ENTRADA-INVALIDA
                GO TO 3200-ALTA-EXIT
           END-IF.
      *
           DISPLAY "DESCRIPCION (20 POSICIONES): "
           ACCEPT WS-SYSIN-DESCRIPCION FROM SYSIN.
           MOVE WS-SYSIN-DESCRIPCION TO WS-INC-DESCRIPCION.
      *
           PERFORM 3210-INSERTA-ORDENADO
              THRU 3210-INSERTA-ORDENADO-EXIT.
      *
      *EL ALTA NO TIENE IMAGEN ANTERIOR: SE GRABA EN BLANCO
           MOVE SPACES TO WS-IMAGEN-ANTES.
           MOVE "A" TO WH-TIPO.
           MOVE WS-REG-INCAPACIDAD TO WH-IMAGEN-DESPUES.
           PERFORM 3600-GRABA-HISTORIA
              THRU 3600-GRABA-HISTORIA-EXIT.
      *
           PERFORM 3500-GRABA-FICHERO
              THRU 3500-GRABA-FICHERO-EXIT.
      *
       3200-ALTA-EXIT.
       EXIT.
      *
      *****************************************************
      * INSERTA EL NUEVO TRAMO EN ORDEN DE DIA DESDE      *
      *****************************************************
       3210-INSERTA-ORDENADO.
      *BUSCAMOS LA PRIMERA POSICION CUYO DIA DESDE SEA MAYOR QUE EL
      *NUEVO, QUE ES DONDE HAY QUE INSERTAR
           SET J TO 1.
           PERFORM 3211-BUSCA-POSICION
              THRU 3211-BUSCA-POSICION-EXIT
              VARYING J FROM 1 BY 1
              UNTIL J > WC-NUM-TRAMOS
                 OR WT-TRAMO-DESDE(J) > WS-INC-DIA-DESDE.
      *
      *DESPLAZAMOS UNA POSICION HACIA ABAJO TODAS LAS ENTRADAS DESDE
      *EL FINAL DE LA TABLA HASTA LA POSICION DE INSERCION
           PERFORM 3212-DESPLAZA-ABAJO
              THRU 3212-DESPLAZA-ABAJO-EXIT
              VARYING I FROM WC-NUM-TRAMOS BY -1
              UNTIL I < J.
      *
           MOVE WS-REG-INCAPACIDAD TO WT-REG-TRAMO(J).
           ADD 1 TO WC-NUM-TRAMOS.
      *
       3210-INSERTA-ORDENADO-EXIT.
       EXIT.
      *
       3211-BUSCA-POSICION.
      *PARRAFO VACIO, LA CONDICION SE EVALUA EN LA CLAUSULA VARYING
      *DE 3210-INSERTA-ORDENADO
           CONTINUE.
       3211-BUSCA-POSICION-EXIT.
       EXIT.
      *
       3212-DESPLAZA-ABAJO.
           MOVE WT-REG-TRAMO(I) TO WT-REG-TRAMO(I + 1).
       3212-DESPLAZA-ABAJO-EXIT.
       EXIT.
      *
      *****************************************************
      * MODIFICACION DE UN TRAMO EXISTENTE                *
      *****************************************************
       3300-MODIFICAR.
           PERFORM 3150-PIDE-DESDE
              THRU 3150-PIDE-DESDE-EXIT.
           IF ENTRADA-INVALIDA
                GO TO 3300-MODIFICAR-EXIT
           END-IF.
           IF TRAMO-NO-ENCONTRADO
                DISPLAY "NO EXISTE UN TRAMO QUE EMPIECE ESE DIA"
                GO TO 3300-MODIFICAR-EXIT
           END-IF.
      *
           MOVE WT-REG-TRAMO(WC-POSICION) TO WS-IMAGEN-ANTES.
           MOVE WT-REG-TRAMO(WC-POSICION) TO WS-REG-INCAPACIDAD.
      *
           PERFORM 3170-PIDE-VALORES
              THRU 3170-PIDE-VALORES-EXIT.
           IF ENTRADA-INVALIDA
                GO TO 3300-MODIFICAR-EXIT
           END-IF.
      *
      *LA DESCRIPCION EN BLANCO DEJA LA QUE HABIA
           DISPLAY "NUEVA DESCRIPCION (EN BLANCO, SIN CAMBIO): "
           ACCEPT WS-SYSIN-DESCRIPCION FROM SYSIN.
           IF WS-SYSIN-DESCRIPCION NOT = SPACES
                MOVE WS-SYSIN-DESCRIPCION TO WS-INC-DESCRIPCION
           END-IF.
      *
           MOVE WS-REG-INCAPACIDAD TO WT-REG-TRAMO(WC-POSICION).
      *
           MOVE "M" TO WH-TIPO.
           MOVE WT-REG-TRAMO(WC-POSICION) TO WH-IMAGEN-DESPUES.
           PERFORM 3600-GRABA-HISTORIA
              THRU 3600-GRABA-HISTORIA-EXIT.
      *
           PERFORM 3500-GRABA-FICHERO
              THRU 3500-GRABA-FICHERO-EXIT.
      *
       3300-MODIFICAR-EXIT.
       EXIT.
      *
      *****************************************************
      * BAJA DE UN TRAMO                                  *
      *****************************************************
       3400-BAJA.
           PERFORM 3150-PIDE-DESDE
              THRU 3150-PIDE-DESDE-EXIT.
           IF ENTRADA-INVALIDA
                GO TO 3400-BAJA-EXIT
           END-IF.
           IF TRAMO-NO-ENCONTRADO
                DISPLAY "NO EXISTE UN TRAMO QUE EMPIECE ESE DIA"
                GO TO 3400-BAJA-EXIT
           END-IF.
      *
      *GUARDAMOS LA IMAGEN DEL TRAMO QUE SE VA; LA POSTERIOR DE UNA
      *BAJA QUEDA EN BLANCO
           MOVE WT-REG-TRAMO(WC-POSICION) TO WS-IMAGEN-ANTES.
      *
      *DESPLAZAMOS HACIA ARRIBA TODAS LAS ENTRADAS POSTERIORES A LA
      *BORRADA PARA NO DEJAR UN HUECO EN MEDIO DE LA TABLA
           PERFORM 3410-DESPLAZA-ARRIBA
              THRU 3410-DESPLAZA-ARRIBA-EXIT
              VARYING J FROM WC-POSICION BY 1
              UNTIL J >= WC-NUM-TRAMOS.
      *
           SUBTRACT 1 FROM WC-NUM-TRAMOS.
      *
           MOVE "B" TO WH-TIPO.
           MOVE SPACES TO WH-IMAGEN-DESPUES.
           PERFORM 3600-GRABA-HISTORIA
              THRU 3600-GRABA-HISTORIA-EXIT.
      *
           PERFORM 3500-GRABA-FICHERO
              THRU 3500-GRABA-FICHERO-EXIT.
      *
       3400-BAJA-EXIT.
       EXIT.
      *
       3410-DESPLAZA-ARRIBA.
           MOVE WT-REG-TRAMO(J + 1) TO WT-REG-TRAMO(J).
       3410-DESPLAZA-ARRIBA-EXIT.
       EXIT.
      *
      *****************************************************
      * REGRABA EL FICHERO MAESTRO CON LA TABLA ACTUAL    *
      *****************************************************
       3500-GRABA-FICHERO.
      *PRIMERO VOLCAMOS LA TABLA ENTERA AL FICHERO DE TRABAJO: SI
      *ALGO FALLA AQUI, EL MAESTRO REAL NO SE HA TOCADO TODAVIA
           OPEN OUTPUT FICTRABAJO.
           IF WS-FILE-STATUS-TRA NOT = 00
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE "3500-GRABA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 3505-ESCRIBE-TRABAJO
              THRU 3505-ESCRIBE-TRABAJO-EXIT
              VARYING I FROM 1 BY 1
              UNTIL I > WC-NUM-TRAMOS.
      *
           CLOSE FICTRABAJO.
      *
      *SOLO CON EL FICHERO DE TRABAJO COMPLETO Y CERRADO SE REGRABA
      *EL MAESTRO; SI EL PROGRAMA CAYERA EN MEDIO DE ESTA SEGUNDA
      *ESCRITURA, EL FICHERO DE TRABAJO SIGUE ENTERO COMO COPIA DE
      *RECUPERACION
           OPEN OUTPUT INCAPACIDAD.
           IF WS-FILE-STATUS NOT = 00
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE "3500-GRABA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 3510-ESCRIBE-TRAMO
              THRU 3510-ESCRIBE-TRAMO-EXIT
              VARYING I FROM 1 BY 1
              UNTIL I > WC-NUM-TRAMOS.
      *
           CLOSE INCAPACIDAD.
      *
       3500-GRABA-FICHERO-EXIT.
       EXIT.
      *
       3505-ESCRIBE-TRABAJO.
           WRITE REG-INCAPACIDAD-TRABAJO FROM WT-REG-TRAMO(I).
           IF WS-FILE-STATUS-TRA NOT = 00
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE "3505-TRABAJO" TO WS-PARRAFO-ERROR
                MOVE "WRITE" TO WS-OPERACION-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
       3505-ESCRIBE-TRABAJO-EXIT.
       EXIT.
      *
       3510-ESCRIBE-TRAMO.
           WRITE REG-INCAPACIDAD FROM WT-REG-TRAMO(I).
           IF WS-FILE-STATUS NOT = 00
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE "3510-ESCRIBE" TO WS-PARRAFO-ERROR
                MOVE "WRITE" TO WS-OPERACION-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
       3510-ESCRIBE-TRAMO-EXIT.
       EXIT.
      *
      *****************************************************
      * GRABA UNA IMAGEN ANTES/DESPUES EN LA HISTORIA     *
      *****************************************************
       3600-GRABA-HISTORIA.
      *LA LLAMADORA DEJA EL TIPO DE CAMBIO EN WH-TIPO, LA IMAGEN
      *ANTERIOR EN WS-IMAGEN-ANTES Y LA POSTERIOR EN
      *WH-IMAGEN-DESPUES; AQUI SE ESTAMPAN FECHA, HORA Y OPERADOR
           ACCEPT WH-FECHA FROM DATE YYYYMMDD.
           ACCEPT WH-HORA FROM TIME.
           MOVE WS-OPER-CODIGO TO WH-OPERADOR.
           MOVE WS-IMAGEN-ANTES TO WH-IMAGEN-ANTES.
      *
           WRITE REG-HISTORIA FROM WS-REG-HISTORIA.
           IF WS-FILE-STATUS-HIST NOT = 00
                MOVE "HISTORIA" TO WS-FICHERO-ERROR
                MOVE "3600-HISTORIA" TO WS-PARRAFO-ERROR
                MOVE "WRITE" TO WS-OPERACION-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
       3600-GRABA-HISTORIA-EXIT.
       EXIT.
      *
      *****************************************************
      * FIN                                               *
      *****************************************************
       8000-FIN.
           CLOSE HISTORIA.
      *SOLTAMOS EL CERROJO DE LA TABLA SI LO TENIAMOS TOMADO
           PERFORM 9550-SUELTA-CERROJO
              THRU 9550-SUELTA-CERROJO-EXIT.
      *
           IF SI-ERROR
                MOVE 8 TO RETURN-CODE
           ELSE
                MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
       8000-FIN-EXIT.
       EXIT.
      *
      *****************************************************
      * COMPROBACION DE ERRORES                           *
      *****************************************************
       9100-ERRORES.
           SET SI-ERROR TO TRUE.
      *
           DISPLAY "************************************".
           DISPLAY "          E R R O R       ".
           DISPLAY "************************************".
      *
           EVALUATE WS-FILE-STATUS
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
           DISPLAY "****FILE STATUS: " WS-FILE-STATUS.
           DISPLAY "****FICHERO:     " WS-FICHERO-ERROR.
           DISPLAY "****PARRAFO:     " WS-PARRAFO-ERROR.
           DISPLAY "****OPERACION:   " WS-OPERACION-ERROR.
           DISPLAY "*********************************".
      *
           PERFORM 8000-FIN
              THRU 8000-FIN-EXIT.
      *
       9100-ERRORES-EXIT.
       EXIT.
      *
      *****************************************************
      * CERROJO DE USO DE LA TABLA                        *
      *****************************************************
       COPY CERROJPR.
      *
      *****************************************************
      * IDENTIFICACION DE OPERADOR                        *
      *****************************************************
       COPY OPERPR.
