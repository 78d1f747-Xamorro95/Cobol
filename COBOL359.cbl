      *****************************************************************
      *           PROGRAMA DE MIGUEL ANTONIO CHAMORRO MARTINEZ        *
      *                                                               *
      *  ORGANIGRAMA Y AMPLITUD DE MANDO: A PARTIR DE LAS LINEAS DE   *
      *  DEPENDENCIA QUE MANTIENE COBOL358 (FICHERO.JERARQUIA, COPY   *
      *  COPYJERAR) Y DE LOS EMPLEADOS DE ALTA DEL MAESTRO, SACA DOS  *
      *  LISTADOS. EL ORGANIGRAMA (FICHERO.ORGANIGRAMA.LISTADO)       *
      *  RECORRE LA ORGANIZACION DE ARRIBA ABAJO, SANGRANDO CADA      *
      *  NIVEL BAJO SU RESPONSABLE, Y DE CADA RESPONSABLE DA SUS      *
      *  DEPENDIENTES DIRECTOS, LA PLANTILLA QUE TIENE POR DEBAJO     *
      *  (DIRECTA E INDIRECTA) Y EL COSTE SALARIAL DE ESA PLANTILLA;  *
      *  AL FINAL SE LISTAN LOS EMPLEADOS CUYO RESPONSABLE YA NO ESTA *
      *  DE ALTA (QUE SALEN COMO CABEZA HASTA QUE SE LES ASIGNE OTRO) *
      *  Y LOS QUE HAYAN QUEDADO EN UN BUCLE POR UN FICHERO TOCADO A  *
      *  MANO. EL INFORME DE AMPLITUD DE MANDO                        *
      *  (FICHERO.AMPLITUD.LISTADO) LISTA A CADA RESPONSABLE CON SUS  *
      *  DEPENDIENTES DIRECTOS Y MARCA LOS QUE SUPERAN EL MAXIMO O NO *
      *  LLEGAN AL MINIMO (FICHA DE PARAMETROS, POSICIONES 1-3 MAXIMO *
      *  Y 4-6 MINIMO, O SYSIN; POR DEFECTO 10 Y 2). LA JERARQUIA SE  *
      *  CARGA CON SU CERROJO EN COMPARTIDO                           *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL359.
      *
      *****************************************************************
      *                  ENVIROMENT DIVISION                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-ENTRADA
           ASSIGN TO "/home/forma2/cobol/ficheros/fichero.empleado"
             FILE STATUS IS WS-FILE-STATUS-ENT.
      *
           SELECT ORGANIGRAMA
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.organigrama.listado"
             FILE STATUS IS WS-FILE-STATUS-ORG.
      *
           SELECT AMPLITUD
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.amplitud.listado"
             FILE STATUS IS WS-FILE-STATUS-AMP.
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
      *FICHERO DE FICHAS DE PARAMETROS (VER COPY PARAMPR)
           COPY PARAMFC.
      *
      *FICHERO COMUN DE AUDITORIA DE ERRORES (VER COPY ERRAUDPR)
           COPY ERRAUDFC.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD FICHERO-ENTRADA.
       01  REG-EMPLE-ENTRADA                      PIC X(80).
      *
       FD ORGANIGRAMA.
       01  REG-ORGANIGRAMA                        PIC X(132).
      *
       FD AMPLITUD.
       01  REG-AMPLITUD                           PIC X(132).
      *
       COPY JERARFD.
      *
       COPY CERROJFD.
      *
       COPY PARAMFD.
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
      *               TABLA DE LA ORGANIZACION                        *
      *****************************************************************
      *UN NODO POR EMPLEADO DE ALTA. WO-RESP ES LA POSICION EN LA
      *TABLA DE SU RESPONSABLE (CERO SI ES CABEZA, O SI SU
      *RESPONSABLE YA NO ESTA DE ALTA); WO-PLANTILLA Y WO-COSTE
      *ACUMULAN TODO LO QUE CUELGA POR DEBAJO DEL NODO
       01  WT-TABLA-ORGANIZACION.
           05  WC-NUM-NODOS             PIC 9(4) VALUE 0.
           05  WO-NODO OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-NODOS
                  INDEXED BY IO.
               10  WO-CODIGO            PIC X(6).
               10  WO-NOMBRE            PIC X(12).
               10  WO-APELLIDO          PIC X(15).
               10  WO-DEPT              PIC X(3).
               10  WO-SALARIO           PIC S9(9)V99.
      *RESPONSABLE TAL COMO ESTA GRABADO EN LA JERARQUIA
               10  WO-RESP-CODIGO       PIC X(6).
               10  WO-RESP              PIC 9(4).
               10  WO-DIRECTOS          PIC 9(4).
               10  WO-PLANTILLA         PIC 9(4).
               10  WO-COSTE             PIC S9(11)V99.
               10  WO-NIVEL             PIC 9(3).
               10  WO-SITUACION         PIC X(1).
                    88  WO-PENDIENTE    VALUE "P".
                    88  WO-LISTADO      VALUE "L".
      *
      *PILA DEL RECORRIDO DE ARRIBA ABAJO: CADA NODO ENTRA UNA SOLA
      *VEZ, ASI QUE NUNCA PASA DEL NUMERO DE NODOS
       01  WT-PILA.
           05  WC-NUM-PILA              PIC 9(4) VALUE 0.
           05  WT-PILA-NODO             PIC 9(4) OCCURS 5000 TIMES.
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
      *               FICHAS DE PARAMETROS                            *
      *****************************************************************
       COPY PARAMWS.
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
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
      *****************************************************************
       01  LT-LITERALES.
           05  LT-FICHERO1          PIC X(20) VALUE "FICHERO.EMPLEADO".
           05  LT-FICHERO2          PIC X(20) VALUE "JERARQUIA".
           05  LT-FICHERO3          PIC X(20) VALUE "ORGANIGRAMA".
           05  LT-FICHERO4          PIC X(20) VALUE "AMPLITUD".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL359".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
           05  LT-MAX-LINEAS-PAGINA PIC 9(2) VALUE 60.
      *LIMITES DE AMPLITUD DE MANDO A FALTA DE FICHA O SYSIN
           05  LT-MAXIMO-DEFECTO    PIC 9(3) VALUE 10.
           05  LT-MINIMO-DEFECTO    PIC 9(3) VALUE 2.
      *SANGRIA POR NIVEL Y NIVELES QUE SE SANGRAN COMO MUCHO (LOS MAS
      *PROFUNDOS SE ALINEAN CON EL ULTIMO, Y SU NIVEL SIGUE A LA
      *IZQUIERDA DE LA LINEA)
           05  LT-SANGRIA-NIVEL     PIC 9(2) VALUE 3.
           05  LT-SANGRIA-MAXIMA    PIC 9(2) VALUE 30.
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
      *****************************************************************
       01  WS-VARIABLES.
           05  WS-FILE-STATUS-ENT                   PIC XX.
           05  WS-FILE-STATUS-ORG                   PIC XX.
           05  WS-FILE-STATUS-AMP                   PIC XX.
           05  WS-FILE-STATUS-ERROR                 PIC XX.
           05  WS-FICHERO-ERROR                     PIC X(20).
           05  WS-PARRAFO-ERROR                     PIC X(20).
           05  WS-OPERACION-ERROR                   PIC X(10).
           05  WS-FECHA-HOY                         PIC 9(8).
           05  WS-SYSIN-LIMITE                      PIC X(3).
           05  WS-SYSIN-LIMITE-N REDEFINES WS-SYSIN-LIMITE
                                                    PIC 9(3).
           05  WS-MAXIMO                            PIC 9(3).
           05  WS-MINIMO                            PIC 9(3).
      *POSICIONES DE NODO EN LA TABLA DURANTE LOS RECORRIDOS
           05  WS-NODO                              PIC 9(4).
           05  WS-HIJO                              PIC 9(4).
           05  WS-ANCESTRO                          PIC 9(4).
           05  WS-ACTUAL                            PIC 9(4).
           05  WS-BUSCA-CODIGO                      PIC X(6).
           05  WS-POSICION                          PIC 9(4).
           05  WS-SANGRIA                           PIC 9(3).
           05  WS-INICIO-LINEA                      PIC 9(3).
      *
      *****************************************************************
      *               CONTADORES                                      *
      *****************************************************************
       01  WS-CONTADORES.
           05 WC-PASOS                           PIC 9(4).
           05 WC-CABEZAS                         PIC 9(4).
           05 WC-RESP-NO-VALIDO                  PIC 9(4).
           05 WC-EN-BUCLE                        PIC 9(4).
           05 WC-RESPONSABLES                    PIC 9(4).
           05 WC-EXCESO                          PIC 9(4).
           05 WC-DEFECTO                         PIC 9(4).
           05 WC-COSTE-TOTAL                     PIC S9(13)V99.
           05 WC-LINEA-ORG                       PIC 9(2).
           05 WC-PAGINA-ORG                      PIC 9(4).
           05 WC-LINEA-AMP                       PIC 9(2).
           05 WC-PAGINA-AMP                      PIC 9(4).
      *
      *****************************************************************
      *               LINEA GENERICA DE IMPRESION                     *
      *****************************************************************
       01  WS-LINEA-IMPRIMIR                     PIC X(132).
      *
      *****************************************************************
      *               LINEAS DE CABECERA DEL ORGANIGRAMA              *
      *****************************************************************
       01  WS-TITULO-ORG.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  FILLER                 PIC X(40)
                    VALUE "ORGANIGRAMA DE LA EMPRESA".
           05  FILLER                 PIC X(10) VALUE "FECHA: ".
           05  WTO-FECHA              PIC 9999/99/99.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(7)  VALUE "PAGINA ".
           05  WTO-PAGINA             PIC ZZZ9.
      *
       01  WS-COLUMNAS-ORG.
           05  FILLER                 PIC X(5)  VALUE "NIV.".
           05  FILLER                 PIC X(41)
                    VALUE "EMPLEADO (SANGRADO BAJO SU RESPONSABLE)".
           05  FILLER                 PIC X(50)
                    VALUE "DIRECTOS / PLANTILLA / COSTE A CARGO".
      *
      *****************************************************************
      *               LINEA DE UN NODO DEL ORGANIGRAMA                *
      *****************************************************************
      *SE COLOCA EN WS-LINEA-IMPRIMIR DETRAS DEL NIVEL Y DE LA SANGRIA
       01  WS-LINEA-NIVEL.
           05  WN-NIVEL               PIC ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
      *
       01  WS-LINEA-NODO.
           05  WN-CODIGO              PIC X(6).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WN-NOMBRE              PIC X(12).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WN-APELLIDO            PIC X(15).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WN-DEPT                PIC X(3).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WN-DATOS-MANDO.
               10  FILLER             PIC X(9)  VALUE "DIRECTOS ".
               10  WN-DIRECTOS        PIC ZZZ9.
               10  FILLER             PIC X(12) VALUE "  PLANTILLA ".
               10  WN-PLANTILLA       PIC ZZZ9.
               10  FILLER             PIC X(8)  VALUE "  COSTE ".
               10  WN-COSTE           PIC Z(10)9.99.
      *
      *****************************************************************
      *               LINEA DE UNA INCIDENCIA DEL ORGANIGRAMA         *
      *****************************************************************
       01  WS-LINEA-INCIDENCIA.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  WX-CODIGO              PIC X(6).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WX-NOMBRE              PIC X(12).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WX-APELLIDO            PIC X(15).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WX-DEPT                PIC X(3).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WX-MOTIVO              PIC X(50).
      *
       01  WS-MOTIVO-RESPONSABLE.
           05  FILLER                 PIC X(12) VALUE "RESPONSABLE ".
           05  WX-RESPONSABLE         PIC X(6).
           05  FILLER                 PIC X(32)
                    VALUE " DE BAJA O FUERA DEL MAESTRO".
      *
      *****************************************************************
      *               LINEAS DE TOTAL DEL ORGANIGRAMA                 *
      *****************************************************************
       01  WS-TOTAL-ORG.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  FILLER                 PIC X(21)
                    VALUE "EMPLEADOS DE ALTA:   ".
           05  WTT-EMPLEADOS          PIC ZZZ9.
           05  FILLER                 PIC X(12) VALUE "  CABEZAS: ".
           05  WTT-CABEZAS            PIC ZZZ9.
           05  FILLER                 PIC X(18)
                    VALUE "  COSTE SALARIAL: ".
           05  WTT-COSTE              PIC Z(12)9.99.
      *
      *****************************************************************
      *               LINEAS DE CABECERA DE LA AMPLITUD DE MANDO      *
      *****************************************************************
       01  WS-TITULO-AMP.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  FILLER                 PIC X(25)
                    VALUE "AMPLITUD DE MANDO".
           05  FILLER                 PIC X(8)  VALUE "MINIMO ".
           05  WTA-MINIMO             PIC ZZ9.
           05  FILLER                 PIC X(9)  VALUE "  MAXIMO ".
           05  WTA-MAXIMO             PIC ZZ9.
           05  FILLER                 PIC X(10) VALUE "  FECHA: ".
           05  WTA-FECHA              PIC 9999/99/99.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(7)  VALUE "PAGINA ".
           05  WTA-PAGINA             PIC ZZZ9.
      *
       01  WS-COLUMNAS-AMP.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(8)  VALUE "CODIGO".
           05  FILLER                 PIC X(13) VALUE "NOMBRE".
           05  FILLER                 PIC X(16) VALUE "APELLIDO".
           05  FILLER                 PIC X(5)  VALUE "DEPT".
           05  FILLER                 PIC X(10) VALUE "DIRECTOS".
           05  FILLER                 PIC X(11) VALUE "PLANTILLA".
           05  FILLER                 PIC X(30) VALUE "OBSERVACION".
      *
       01  WS-LINEA-AMPLITUD.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WA-CODIGO              PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WA-NOMBRE              PIC X(12).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WA-APELLIDO            PIC X(15).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WA-DEPT                PIC X(3).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  WA-DIRECTOS            PIC ZZZ9.
           05  FILLER                 PIC X(7)  VALUE SPACES.
           05  WA-PLANTILLA           PIC ZZZ9.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  WA-OBSERVACION         PIC X(30).
      *
       01  WS-TOTAL-AMP.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(15) VALUE "RESPONSABLES: ".
           05  WTM-RESPONSABLES       PIC ZZZ9.
           05  FILLER                 PIC X(19)
                    VALUE "  SOBRE EL MAXIMO: ".
           05  WTM-EXCESO             PIC ZZZ9.
           05  FILLER                 PIC X(19)
                    VALUE "  BAJO EL MINIMO:  ".
           05  WTM-DEFECTO            PIC ZZZ9.
      *
      *****************************************************************
      *               PROCEDURE  DIVISION.                            *
      *****************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT.
      *
      *CADA NODO RECIBE LA POSICION DE SU RESPONSABLE Y SUMA UNO A
      *SUS DIRECTOS
           PERFORM 3000-RELACIONA-NODO
              THRU 3000-RELACIONA-NODO-EXIT
              VARYING WS-NODO FROM 1 BY 1
              UNTIL WS-NODO > WC-NUM-NODOS.
      *
      *CADA NODO SUMA SU PERSONA Y SU SALARIO A TODOS SUS SUPERIORES
           PERFORM 3100-ACUMULA-NODO
              THRU 3100-ACUMULA-NODO-EXIT
              VARYING WS-NODO FROM 1 BY 1
              UNTIL WS-NODO > WC-NUM-NODOS.
      *
           PERFORM 4000-ORGANIGRAMA
              THRU 4000-ORGANIGRAMA-EXIT.
      *
           PERFORM 5000-AMPLITUD
              THRU 5000-AMPLITUD-EXIT.
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
           OPEN EXTEND AUDITORIA.
      *
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
      *
      *BUSCAMOS LA FICHA DE PARAMETROS DEL PROGRAMA; SI EXISTE, LOS
      *LIMITES DE AMPLITUD SALEN DE ELLA SIN DIALOGO
           PERFORM 9950-LEE-PARAMETROS
              THRU 9950-LEE-PARAMETROS-EXIT.
      *
           PERFORM 1010-OBTIENE-LIMITES
              THRU 1010-OBTIENE-LIMITES-EXIT.
      *
           PERFORM 1020-CARGA-EMPLEADOS
              THRU 1020-CARGA-EMPLEADOS-EXIT.
      *
      *LA JERARQUIA SE CARGA CON SU CERROJO EN COMPARTIDO: SI
      *COBOL358 LA ESTA MANTENIENDO, INFORMAMOS Y NOS DETENEMOS EN
      *LUGAR DE LEER UN FICHERO A MEDIO GRABAR
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
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-JER TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           OPEN OUTPUT ORGANIGRAMA.
           IF WS-FILE-STATUS-ORG NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-ORG TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           OPEN OUTPUT AMPLITUD.
           IF WS-FILE-STATUS-AMP NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-AMP TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
       1000-INICIO-EXIT.
       EXIT.
      *
      *****************************************************************
      *          LIMITES DE AMPLITUD DE MANDO (MAXIMO Y MINIMO)       *
      *****************************************************************
       1010-OBTIENE-LIMITES.
      *LOS LIMITES VIENEN EN LA FICHA DE PARAMETROS (POSICIONES 1-3
      *MAXIMO Y 4-6 MINIMO DE DEPENDIENTES DIRECTOS); SIN FICHA SE
      *PIDEN POR SYSIN. EN BLANCO O NO NUMERICO SE TOMA EL DE DEFECTO
           IF HAY-PARAMETROS
                MOVE WS-PARAM-DATOS(1:3) TO WS-SYSIN-LIMITE
           ELSE
                DISPLAY "MAXIMO DE DEPENDIENTES DIRECTOS (3, BLANCO="
                        LT-MAXIMO-DEFECTO "): "
                ACCEPT WS-SYSIN-LIMITE FROM SYSIN
           END-IF.
           IF WS-SYSIN-LIMITE NUMERIC
              AND WS-SYSIN-LIMITE-N > 0
                MOVE WS-SYSIN-LIMITE-N TO WS-MAXIMO
           ELSE
                MOVE LT-MAXIMO-DEFECTO TO WS-MAXIMO
           END-IF.
      *
           IF HAY-PARAMETROS
                MOVE WS-PARAM-DATOS(4:3) TO WS-SYSIN-LIMITE
           ELSE
                DISPLAY "MINIMO DE DEPENDIENTES DIRECTOS (3, BLANCO="
                        LT-MINIMO-DEFECTO "): "
                ACCEPT WS-SYSIN-LIMITE FROM SYSIN
           END-IF.
           IF WS-SYSIN-LIMITE NUMERIC
                MOVE WS-SYSIN-LIMITE-N TO WS-MINIMO
           ELSE
                MOVE LT-MINIMO-DEFECTO TO WS-MINIMO
           END-IF.
      *
      *UN MINIMO POR ENCIMA DEL MAXIMO MARCARIA A TODOS: SE AVISA Y
      *SE VUELVE A LOS LIMITES POR DEFECTO
           IF WS-MINIMO > WS-MAXIMO
                DISPLAY "AVISO: MINIMO " WS-MINIMO " SUPERIOR AL "
                        "MAXIMO " WS-MAXIMO ", SE USAN LOS DE DEFECTO"
                MOVE LT-MAXIMO-DEFECTO TO WS-MAXIMO
                MOVE LT-MINIMO-DEFECTO TO WS-MINIMO
           END-IF.
      *
       1010-OBTIENE-LIMITES-EXIT.
       EXIT.
      *
      *****************************************************************
      *          CARGA DE LOS EMPLEADOS DE ALTA EN LA TABLA           *
      *****************************************************************
       1020-CARGA-EMPLEADOS.
           OPEN INPUT FICHERO-ENTRADA.
           IF WS-FILE-STATUS-ENT NOT = 00
                MOVE "1020-CARGA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-ENT TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 9200-LEER-FICHERO
              THRU 9200-LEER-FICHERO-EXIT
              UNTIL FIN-FICHERO.
      *
           CLOSE FICHERO-ENTRADA.
      *
       1020-CARGA-EMPLEADOS-EXIT.
       EXIT.
      *
      *****************************************************************
      *          RESPONSABLE DE UN NODO                               *
      *****************************************************************
       3000-RELACIONA-NODO.
           MOVE WO-CODIGO(WS-NODO) TO WJE-BUSCA-CODIGO.
           PERFORM 9430-BUSCA-RESPONSABLE
              THRU 9430-BUSCA-RESPONSABLE-EXIT.
           MOVE WJE-RESP-EMPLEADO TO WO-RESP-CODIGO(WS-NODO).
           IF WJE-RESP-EMPLEADO = SPACES
                GO TO 3000-RELACIONA-NODO-EXIT
           END-IF.
      *
      *SOLO CUENTA UN RESPONSABLE QUE SIGA DE ALTA; SI NO, EL NODO
      *QUEDA COMO CABEZA Y SALE ENTRE LAS INCIDENCIAS
           MOVE WJE-RESP-EMPLEADO TO WS-BUSCA-CODIGO.
           PERFORM 3010-BUSCA-NODO
              THRU 3010-BUSCA-NODO-EXIT.
           IF WS-POSICION = 0
              OR WS-POSICION = WS-NODO
                ADD 1 TO WC-RESP-NO-VALIDO
                GO TO 3000-RELACIONA-NODO-EXIT
           END-IF.
      *
           MOVE WS-POSICION TO WO-RESP(WS-NODO).
           ADD 1 TO WO-DIRECTOS(WS-POSICION).
      *
       3000-RELACIONA-NODO-EXIT.
       EXIT.
      *
      *****************************************************************
      *          POSICION EN LA TABLA DEL CODIGO WS-BUSCA-CODIGO      *
      *****************************************************************
       3010-BUSCA-NODO.
           MOVE 0 TO WS-POSICION.
           SET IO TO 1.
           SEARCH WO-NODO
                AT END
                     MOVE 0 TO WS-POSICION
                WHEN WO-CODIGO(IO) = WS-BUSCA-CODIGO
                     SET WS-POSICION TO IO
           END-SEARCH.
      *
       3010-BUSCA-NODO-EXIT.
       EXIT.
      *
      *****************************************************************
      *          SUMA EL NODO A LA PLANTILLA Y COSTE DE SUS SUPERIORES*
      *****************************************************************
       3100-ACUMULA-NODO.
           ADD WO-SALARIO(WS-NODO) TO WC-COSTE-TOTAL.
           MOVE WO-RESP(WS-NODO) TO WS-ANCESTRO.
           MOVE 0 TO WC-PASOS.
      *UN FICHERO TOCADO A MANO PUEDE TRAER UN BUCLE: LA SUBIDA NO
      *DA NUNCA MAS PASOS QUE NODOS HAY
           PERFORM 3110-SUBE-NIVEL
              THRU 3110-SUBE-NIVEL-EXIT
              UNTIL WS-ANCESTRO = 0
                 OR WC-PASOS > WC-NUM-NODOS.
      *
       3100-ACUMULA-NODO-EXIT.
       EXIT.
      *
       3110-SUBE-NIVEL.
           ADD 1 TO WO-PLANTILLA(WS-ANCESTRO).
           ADD WO-SALARIO(WS-NODO) TO WO-COSTE(WS-ANCESTRO).
           ADD 1 TO WC-PASOS.
           MOVE WO-RESP(WS-ANCESTRO) TO WS-ANCESTRO.
       3110-SUBE-NIVEL-EXIT.
       EXIT.
      *
      *****************************************************************
      *          ORGANIGRAMA: RECORRIDO DE ARRIBA ABAJO               *
      *****************************************************************
       4000-ORGANIGRAMA.
           PERFORM 2000-CABECERA-ORGANIGRAMA
              THRU 2000-CABECERA-ORGANIGRAMA-EXIT.
      *
      *APILAMOS LAS CABEZAS DE ATRAS ADELANTE PARA QUE SALGAN EN EL
      *ORDEN DEL MAESTRO
           PERFORM 4010-APILA-CABEZA
              THRU 4010-APILA-CABEZA-EXIT
              VARYING WS-NODO FROM WC-NUM-NODOS BY -1
              UNTIL WS-NODO = 0.
      *
      *CADA NODO QUE SE DESAPILA SE IMPRIME Y APILA A LOS QUE
      *DEPENDEN DE EL: ASI CADA RESPONSABLE SALE SEGUIDO DE TODA SU
      *RAMA ANTES DE PASAR AL SIGUIENTE DE SU MISMO NIVEL
           PERFORM 4100-DESAPILA-NODO
              THRU 4100-DESAPILA-NODO-EXIT
              UNTIL WC-NUM-PILA = 0.
      *
      *INCIDENCIAS: RESPONSABLES QUE YA NO ESTAN DE ALTA Y NODOS QUE
      *EL RECORRIDO NO HA ALCANZADO (SOLO PUEDEN ESTAR EN UN BUCLE)
           PERFORM 4300-LISTA-INCIDENCIA
              THRU 4300-LISTA-INCIDENCIA-EXIT
              VARYING WS-NODO FROM 1 BY 1
              UNTIL WS-NODO > WC-NUM-NODOS.
      *
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           PERFORM 4900-ESCRIBE-ORGANIGRAMA
              THRU 4900-ESCRIBE-ORGANIGRAMA-EXIT.
           MOVE WC-NUM-NODOS TO WTT-EMPLEADOS.
           MOVE WC-CABEZAS TO WTT-CABEZAS.
           MOVE WC-COSTE-TOTAL TO WTT-COSTE.
           MOVE WS-TOTAL-ORG TO WS-LINEA-IMPRIMIR.
           PERFORM 4900-ESCRIBE-ORGANIGRAMA
              THRU 4900-ESCRIBE-ORGANIGRAMA-EXIT.
      *
       4000-ORGANIGRAMA-EXIT.
       EXIT.
      *
       4010-APILA-CABEZA.
           IF WO-RESP(WS-NODO) = 0
                ADD 1 TO WC-CABEZAS
                ADD 1 TO WC-NUM-PILA
                MOVE WS-NODO TO WT-PILA-NODO(WC-NUM-PILA)
                MOVE 1 TO WO-NIVEL(WS-NODO)
           END-IF.
       4010-APILA-CABEZA-EXIT.
       EXIT.
      *
       4100-DESAPILA-NODO.
           MOVE WT-PILA-NODO(WC-NUM-PILA) TO WS-ACTUAL.
           SUBTRACT 1 FROM WC-NUM-PILA.
      *
           PERFORM 4200-IMPRIME-NODO
              THRU 4200-IMPRIME-NODO-EXIT.
           SET WO-LISTADO(WS-ACTUAL) TO TRUE.
      *
           IF WO-DIRECTOS(WS-ACTUAL) > 0
                PERFORM 4110-APILA-DEPENDIENTE
                   THRU 4110-APILA-DEPENDIENTE-EXIT
                   VARYING WS-HIJO FROM WC-NUM-NODOS BY -1
                   UNTIL WS-HIJO = 0
           END-IF.
      *
       4100-DESAPILA-NODO-EXIT.
       EXIT.
      *
       4110-APILA-DEPENDIENTE.
           IF WO-RESP(WS-HIJO) = WS-ACTUAL
                ADD 1 TO WC-NUM-PILA
                MOVE WS-HIJO TO WT-PILA-NODO(WC-NUM-PILA)
                COMPUTE WO-NIVEL(WS-HIJO) = WO-NIVEL(WS-ACTUAL) + 1
           END-IF.
       4110-APILA-DEPENDIENTE-EXIT.
       EXIT.
      *
      *****************************************************************
      *          IMPRIME UN NODO SANGRADO SEGUN SU NIVEL              *
      *****************************************************************
       4200-IMPRIME-NODO.
           MOVE WO-CODIGO(WS-ACTUAL)   TO WN-CODIGO.
           MOVE WO-NOMBRE(WS-ACTUAL)   TO WN-NOMBRE.
           MOVE WO-APELLIDO(WS-ACTUAL) TO WN-APELLIDO.
           MOVE WO-DEPT(WS-ACTUAL)     TO WN-DEPT.
      *SOLO LOS RESPONSABLES LLEVAN LOS DATOS DE MANDO
           IF WO-DIRECTOS(WS-ACTUAL) > 0
                MOVE "DIRECTOS " TO WN-DATOS-MANDO(1:9)
                MOVE "  PLANTILLA " TO WN-DATOS-MANDO(14:12)
                MOVE "  COSTE " TO WN-DATOS-MANDO(30:8)
                MOVE WO-DIRECTOS(WS-ACTUAL)  TO WN-DIRECTOS
                MOVE WO-PLANTILLA(WS-ACTUAL) TO WN-PLANTILLA
                MOVE WO-COSTE(WS-ACTUAL)     TO WN-COSTE
           ELSE
                MOVE SPACES TO WN-DATOS-MANDO
           END-IF.
      *
           COMPUTE WS-SANGRIA =
                   (WO-NIVEL(WS-ACTUAL) - 1) * LT-SANGRIA-NIVEL.
           IF WS-SANGRIA > LT-SANGRIA-MAXIMA
                MOVE LT-SANGRIA-MAXIMA TO WS-SANGRIA
           END-IF.
           COMPUTE WS-INICIO-LINEA = WS-SANGRIA + 6.
      *
           MOVE WO-NIVEL(WS-ACTUAL) TO WN-NIVEL.
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           MOVE WS-LINEA-NIVEL TO WS-LINEA-IMPRIMIR(1:5).
           MOVE WS-LINEA-NODO TO WS-LINEA-IMPRIMIR(WS-INICIO-LINEA:).
           PERFORM 4900-ESCRIBE-ORGANIGRAMA
              THRU 4900-ESCRIBE-ORGANIGRAMA-EXIT.
      *
       4200-IMPRIME-NODO-EXIT.
       EXIT.
      *
      *****************************************************************
      *          INCIDENCIA DE UN NODO                                *
      *****************************************************************
       4300-LISTA-INCIDENCIA.
           IF WO-LISTADO(WS-NODO)
              AND (WO-RESP(WS-NODO) NOT = 0
                   OR WO-RESP-CODIGO(WS-NODO) = SPACES)
                GO TO 4300-LISTA-INCIDENCIA-EXIT
           END-IF.
      *
           MOVE WO-CODIGO(WS-NODO)   TO WX-CODIGO.
           MOVE WO-NOMBRE(WS-NODO)   TO WX-NOMBRE.
           MOVE WO-APELLIDO(WS-NODO) TO WX-APELLIDO.
           MOVE WO-DEPT(WS-NODO)     TO WX-DEPT.
           IF WO-LISTADO(WS-NODO)
                MOVE WO-RESP-CODIGO(WS-NODO) TO WX-RESPONSABLE
                MOVE WS-MOTIVO-RESPONSABLE TO WX-MOTIVO
           ELSE
                ADD 1 TO WC-EN-BUCLE
                MOVE "EN UN BUCLE DE DEPENDENCIAS, REVISAR EN COBOL358"
                  TO WX-MOTIVO
           END-IF.
      *
           MOVE WS-LINEA-INCIDENCIA TO WS-LINEA-IMPRIMIR.
           PERFORM 4900-ESCRIBE-ORGANIGRAMA
              THRU 4900-ESCRIBE-ORGANIGRAMA-EXIT.
      *
       4300-LISTA-INCIDENCIA-EXIT.
       EXIT.
      *
      *****************************************************************
      *          ESCRIBE WS-LINEA-IMPRIMIR EN EL ORGANIGRAMA          *
      *****************************************************************
       4900-ESCRIBE-ORGANIGRAMA.
           IF WC-LINEA-ORG >= LT-MAX-LINEAS-PAGINA
                PERFORM 2000-CABECERA-ORGANIGRAMA
                   THRU 2000-CABECERA-ORGANIGRAMA-EXIT
           END-IF.
      *
           WRITE REG-ORGANIGRAMA FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           IF WS-FILE-STATUS-ORG NOT = 00
                MOVE "4900-ESCRIBE" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-ORG TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-LINEA-ORG.
      *
       4900-ESCRIBE-ORGANIGRAMA-EXIT.
       EXIT.
      *
      *****************************************************************
      *          AMPLITUD DE MANDO DE CADA RESPONSABLE                *
      *****************************************************************
       5000-AMPLITUD.
           PERFORM 2100-CABECERA-AMPLITUD
              THRU 2100-CABECERA-AMPLITUD-EXIT.
      *
           PERFORM 5100-LISTA-RESPONSABLE
              THRU 5100-LISTA-RESPONSABLE-EXIT
              VARYING WS-NODO FROM 1 BY 1
              UNTIL WS-NODO > WC-NUM-NODOS.
      *
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           PERFORM 5900-ESCRIBE-AMPLITUD
              THRU 5900-ESCRIBE-AMPLITUD-EXIT.
           MOVE WC-RESPONSABLES TO WTM-RESPONSABLES.
           MOVE WC-EXCESO TO WTM-EXCESO.
           MOVE WC-DEFECTO TO WTM-DEFECTO.
           MOVE WS-TOTAL-AMP TO WS-LINEA-IMPRIMIR.
           PERFORM 5900-ESCRIBE-AMPLITUD
              THRU 5900-ESCRIBE-AMPLITUD-EXIT.
      *
       5000-AMPLITUD-EXIT.
       EXIT.
      *
       5100-LISTA-RESPONSABLE.
           IF WO-DIRECTOS(WS-NODO) = 0
                GO TO 5100-LISTA-RESPONSABLE-EXIT
           END-IF.
      *
           ADD 1 TO WC-RESPONSABLES.
           MOVE WO-CODIGO(WS-NODO)    TO WA-CODIGO.
           MOVE WO-NOMBRE(WS-NODO)    TO WA-NOMBRE.
           MOVE WO-APELLIDO(WS-NODO)  TO WA-APELLIDO.
           MOVE WO-DEPT(WS-NODO)      TO WA-DEPT.
           MOVE WO-DIRECTOS(WS-NODO)  TO WA-DIRECTOS.
           MOVE WO-PLANTILLA(WS-NODO) TO WA-PLANTILLA.
      *
           EVALUATE TRUE
                WHEN NOT WO-LISTADO(WS-NODO)
                     MOVE "EN UN BUCLE DE DEPENDENCIAS"
                       TO WA-OBSERVACION
                WHEN WO-DIRECTOS(WS-NODO) > WS-MAXIMO
                     ADD 1 TO WC-EXCESO
                     MOVE "** DEMASIADOS DIRECTOS" TO WA-OBSERVACION
                WHEN WO-DIRECTOS(WS-NODO) < WS-MINIMO
                     ADD 1 TO WC-DEFECTO
                     MOVE "** POCOS DIRECTOS" TO WA-OBSERVACION
                WHEN OTHER
                     MOVE SPACES TO WA-OBSERVACION
           END-EVALUATE.
      *
           MOVE WS-LINEA-AMPLITUD TO WS-LINEA-IMPRIMIR.
           PERFORM 5900-ESCRIBE-AMPLITUD
              THRU 5900-ESCRIBE-AMPLITUD-EXIT.
      *
       5100-LISTA-RESPONSABLE-EXIT.
       EXIT.
      *
      *****************************************************************
      *          ESCRIBE WS-LINEA-IMPRIMIR EN LA AMPLITUD DE MANDO    *
      *****************************************************************
       5900-ESCRIBE-AMPLITUD.
           IF WC-LINEA-AMP >= LT-MAX-LINEAS-PAGINA
                PERFORM 2100-CABECERA-AMPLITUD
                   THRU 2100-CABECERA-AMPLITUD-EXIT
           END-IF.
      *
           WRITE REG-AMPLITUD FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           IF WS-FILE-STATUS-AMP NOT = 00
                MOVE "5900-ESCRIBE" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-AMP TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-LINEA-AMP.
      *
       5900-ESCRIBE-AMPLITUD-EXIT.
       EXIT.
      *
      *****************************************************************
      *             CABECERA DEL ORGANIGRAMA                          *
      *****************************************************************
       2000-CABECERA-ORGANIGRAMA.
           ADD 1 TO WC-PAGINA-ORG.
           MOVE 0 TO WC-LINEA-ORG.
      *
           MOVE WS-FECHA-HOY TO WTO-FECHA.
           MOVE WC-PAGINA-ORG TO WTO-PAGINA.
           WRITE REG-ORGANIGRAMA FROM WS-TITULO-ORG
              AFTER ADVANCING PAGE.
           IF WS-FILE-STATUS-ORG NOT = 00
                MOVE "2000-CABECERA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-ORG TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           MOVE SPACES TO REG-ORGANIGRAMA.
           WRITE REG-ORGANIGRAMA
              AFTER ADVANCING 1 LINES.
           WRITE REG-ORGANIGRAMA FROM WS-COLUMNAS-ORG
              AFTER ADVANCING 1 LINES.
           MOVE SPACES TO REG-ORGANIGRAMA.
           WRITE REG-ORGANIGRAMA
              AFTER ADVANCING 1 LINES.
      *
           ADD 4 TO WC-LINEA-ORG.
      *
       2000-CABECERA-ORGANIGRAMA-EXIT.
       EXIT.
      *
      *****************************************************************
      *             CABECERA DE LA AMPLITUD DE MANDO                  *
      *****************************************************************
       2100-CABECERA-AMPLITUD.
           ADD 1 TO WC-PAGINA-AMP.
           MOVE 0 TO WC-LINEA-AMP.
      *
           MOVE WS-MINIMO TO WTA-MINIMO.
           MOVE WS-MAXIMO TO WTA-MAXIMO.
           MOVE WS-FECHA-HOY TO WTA-FECHA.
           MOVE WC-PAGINA-AMP TO WTA-PAGINA.
           WRITE REG-AMPLITUD FROM WS-TITULO-AMP
              AFTER ADVANCING PAGE.
           IF WS-FILE-STATUS-AMP NOT = 00
                MOVE "2100-CABECERA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-AMP TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           MOVE SPACES TO REG-AMPLITUD.
           WRITE REG-AMPLITUD
              AFTER ADVANCING 1 LINES.
           WRITE REG-AMPLITUD FROM WS-COLUMNAS-AMP
              AFTER ADVANCING 1 LINES.
           MOVE SPACES TO REG-AMPLITUD.
           WRITE REG-AMPLITUD
              AFTER ADVANCING 1 LINES.
      *
           ADD 4 TO WC-LINEA-AMP.
      *
       2100-CABECERA-AMPLITUD-EXIT.
       EXIT.
      *
      *****************************************************************
      *             FIN                                               *
      *****************************************************************
       8000-FIN.
           IF NO-ERROR
                 DISPLAY "******************************************"
                 DISPLAY "      ORGANIGRAMA Y AMPLITUD DE MANDO"
                 DISPLAY "******************************************"
                 DISPLAY "**EMPLEADOS DE ALTA:       " WC-NUM-NODOS
                 DISPLAY "**LINEAS DE DEPENDENCIA:   " WJE-NUM-JERARQUIA
                 DISPLAY "**CABEZAS:                 " WC-CABEZAS
                 DISPLAY "**RESPONSABLE NO VALIDO:   "
                      WC-RESP-NO-VALIDO
                 DISPLAY "**EN UN BUCLE:             " WC-EN-BUCLE
                 DISPLAY "**RESPONSABLES:            " WC-RESPONSABLES
                 DISPLAY "**  SOBRE EL MAXIMO:       " WC-EXCESO
                 DISPLAY "**  BAJO EL MINIMO:        " WC-DEFECTO
                 DISPLAY "******************************************"
           END-IF.
      *
           CLOSE ORGANIGRAMA.
           CLOSE AMPLITUD.
           CLOSE AUDITORIA.
           DISPLAY "FICHEROS CERRADOS".
      *
           IF SI-ERROR
                MOVE 8 TO RETURN-CODE
           ELSE
                MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       8000-FIN-EXIT.
       EXIT.
      *
      *****************************************************************
      *                LECTURA DEL FICHERO DE ENTRADA                 *
      *****************************************************************
       9200-LEER-FICHERO.
           READ FICHERO-ENTRADA INTO WS-REG-EMPLEADO
              AT END SET FIN-FICHERO TO TRUE.
      *
           IF WS-FILE-STATUS-ENT = 10
                GO TO 9200-LEER-FICHERO-EXIT
           END-IF.
           IF WS-FILE-STATUS-ENT NOT = 00
                MOVE "9200-LEER" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-ENT TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *EN LA ORGANIZACION SOLO ENTRAN LOS EMPLEADOS DE ALTA; LOS
      *AJUSTES NO SON EMPLEADOS
           IF WS-EMPLE-REG-AJUSTE
              OR WS-EMPLE-EST-BAJA
                GO TO 9200-LEER-FICHERO-EXIT
           END-IF.
           IF WC-NUM-NODOS >= 5000
                DISPLAY "AVISO: MAS DE 5000 EMPLEADOS DE ALTA, EL "
                        "RESTO NO SALE EN EL ORGANIGRAMA"
                SET FIN-FICHERO TO TRUE
                GO TO 9200-LEER-FICHERO-EXIT
           END-IF.
      *
           ADD 1 TO WC-NUM-NODOS.
           INITIALIZE WO-NODO(WC-NUM-NODOS).
           MOVE WS-EMPLE-CODIGO   TO WO-CODIGO(WC-NUM-NODOS).
           MOVE WS-EMPLE-NOMBRE   TO WO-NOMBRE(WC-NUM-NODOS).
           MOVE WS-EMPLE-APELLIDO TO WO-APELLIDO(WC-NUM-NODOS).
           MOVE WS-EMPLE-DEPT     TO WO-DEPT(WC-NUM-NODOS).
           IF WS-EMPLE-SALARIO NUMERIC
                MOVE WS-EMPLE-SALARIO TO WO-SALARIO(WC-NUM-NODOS)
           END-IF.
           SET WO-PENDIENTE(WC-NUM-NODOS) TO TRUE.
      *
       9200-LEER-FICHERO-EXIT.
       EXIT.
      *
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
           PERFORM 8000-FIN
              THRU 8000-FIN-EXIT.
      *
       9100-ERRORES-EXIT.
       EXIT.
      *
      *****************************************************************
      *                LINEAS DE DEPENDENCIA                          *
      *****************************************************************
       COPY JERARPR.
      *
      *****************************************************************
      *                FICHAS DE PARAMETROS                           *
      *****************************************************************
       COPY PARAMPR.
      *
      *****************************************************************
      *                AUDITORIA COMUN DE ERRORES                     *
      *****************************************************************
       COPY ERRAUDPR.
      *
      *****************************************************************
      *               CERROJO DE USO DEL FICHERO                      *
      *****************************************************************
       COPY CERROJPR.
