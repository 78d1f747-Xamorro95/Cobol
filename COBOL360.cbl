      *  CAMBIO UN SALARIO Y CUANTO VALIA ANTES. LOS CAMBIOS DE       *
      *  SALARIO O COMISION SON SENSIBLES Y NO SE APLICAN AQUI: SE    *
      *  ENCOLAN EN FICHERO.CAMBIOS.PENDIENTES Y LOS APRUEBA O        *
      *  RECHAZA OTRO OPERADOR DISTINTO CON COBOL865. CADA CAMBIO     *
      *  ENCOLADO LLEVA SU FECHA DE EFECTO: SI ES ANTERIOR A HOY,     *
      *  AL APROBARLO SE PIDEN LOS ATRASOS DE LOS MESES YA PAGADOS    *
      *                                                               *
      *  CAMBIOS PROGRAMADOS: UNA MODIFICACION CON FECHA DE EFECTO    *
      *  POSTERIOR A HOY (TAMBIEN UN SIMPLE TRASLADO DE               *
      *  DEPARTAMENTO) TAMPOCO SE APLICA AQUI: SE ENCOLA PARA SU      *
      *  APROBACION Y, APROBADA, LA APLICA COBOL866 EN LA CADENA      *
      *  DIARIA EL DIA QUE LA FECHA DE PROCESO ALCANCE LA DE EFECTO   *
      *                                                               *
      *  READMISIONES: LA OPCION 6 VUELVE A DAR DE ALTA A UN ANTIGUO  *
      *  EMPLEADO DE BAJA, CON SU MISMO CODIGO O CON UNO NUEVO, Y     *
      *  ENLAZA EL NUEVO PERIODO CON EL ANTERIOR EN                   *
      *  FICHERO.READMISIONES (COPY COPYREADM) JUNTO CON LA FECHA DE  *
      *  ANTIGUEDAD RECONOCIDA, QUE POR DEFECTO ES LA DEL PERIODO     *
      *  ANTERIOR. LA FECHA DE ALTA DEL MAESTRO ES LA DE LA           *
      *  READMISION; LOS CALCULOS DE ANTIGUEDAD TOMAN LA RECONOCIDA Y *
      *  COBOL367 LISTA LAS READMISIONES                              *
      *                                                               *
      *  LINEAS DE DEPENDENCIA: AL DAR DE BAJA A UN EMPLEADO SE       *
      *  LISTAN LOS EMPLEADOS DE ALTA QUE DEPENDEN DIRECTAMENTE DE EL *
      *  EN FICHERO.JERARQUIA Y QUEDAN SIN RESPONSABLE, PARA          *
      *  REASIGNARLOS CON COBOL358. LA JERARQUIA SE CARGA AL ENTRAR   *
      *  CON SU CERROJO EN COMPARTIDO; SI COBOL358 LA TIENE EN USO SE *
      *  AVISA Y LA SESION SIGUE SIN ESE LISTADO                      *
      *                                                               *
      *  CADA VEZ QUE SE ENSENA UN EMPLEADO CON SU SALARIO Y SU       *
      *  COMISION (CONSULTA, MODIFICACION O BAJA) SE ANOTA EN LA      *
      *  BITACORA DE CONSULTAS DE DATOS SENSIBLES (COPY ACCLOGPR),    *
      *  QUE LISTA COBOL784                                           *
      *                                                               *
      *  EMPRESA DEL GRUPO: EL ALTA Y LA READMISION PIDEN LA EMPRESA  *
      *  DEL EMPLEADO Y LA VALIDAN CONTRA FICHERO.EMPRESAS (COPY      *
      *  EMPREPR), GRABANDO SIEMPRE EL CODIGO RESUELTO. LA            *
      *  MODIFICACION NO LA CAMBIA: PASAR A OTRA SOCIEDAD ES UNA BAJA *
      *  Y UNA READMISION. LAS IMAGENES DE LA HISTORIA Y DE LOS       *
      *  CAMBIOS PENDIENTES LLEVAN EL REGISTRO COMPLETO DE 80 BYTES,  *
      *  EMPRESA INCLUIDA (COBOL695 CONVIERTE LAS YA GRABADAS)        *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
             FILE STATUS IS WS-FILE-STATUS-HIST.
      *
      *CERROJO DE USO DEL MAESTRO DE EMPLEADOS, CON LA MISMA
      *CONVENCION QUE EL DE DEPARTAMENTOS (VER COPY CERROJPR). LA
      *RUTA SE DEJA EN WS-ASSIGN-CERROJO: AL ENTRAR SE TOMA UN
      *MOMENTO EL DE LA JERARQUIA Y DESPUES EL DEL MAESTRO
           SELECT CERROJO
           ASSIGN TO WS-ASSIGN-CERROJO
             FILE STATUS IS WS-FILE-STATUS-CER.
      *
      *LINEAS DE DEPENDENCIA (VER COPY JERARPR)
           COPY JERARFC.
      *
      *MAESTRO INDEXADO DE EMPLEADOS: CADA CAMBIO APLICADO AQUI SE
      *REPLICA EN EL ACTO SOBRE LA COPIA INDEXADA, PARA QUE LAS
      *CONSULTAS DE COBOL260 ESTEN SIEMPRE AL DIA Y LA RECARGA DE
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MI-CODIGO
             ALTERNATE RECORD KEY IS MI-CLAVE-APELLIDO
                WITH DUPLICATES
             FILE STATUS IS WS-FILE-STATUS-IDX.
      *
      *CAMBIOS SENSIBLES PENDIENTES DE APROBACION: UN CAMBIO DE
      *MAESTRO DE OPERADORES AUTORIZADOS (VER COPY OPERPR)
           COPY OPERFC.
      *
      *BITACORA DE CONSULTAS DE DATOS SENSIBLES (VER COPY ACCLOGPR)
           COPY ACCLOGFC.
      *
      *READMISIONES: ENLACE DEL NUEVO PERIODO CON EL ANTERIOR Y
      *FECHA DE ANTIGUEDAD RECONOCIDA (VER COPY READMPR)
           COPY READMFC.
      *
      *MAESTRO DE EMPRESAS DEL GRUPO (VER COPY EMPREPR)
           COPY EMPREFC.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD FICEMPLE.
       01  REG-EMPLE                              PIC X(80).
      *
       FD FICTRABAJO.
       01  REG-EMPLE-TRABAJO                      PIC X(80).
      *
       FD HISTORIA.
       01  REG-HISTORIA                           PIC X(185).
      *
       FD PENDIENTES.
       01  REG-PENDIENTE                          PIC X(196).
      *
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
       COPY CERROJFD.
      *
       COPY JERARFD.
      *
       COPY OPERFD.
      *
       COPY ACCLOGFD.
      *
       COPY READMFD.
      *
       COPY EMPREFD.
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
           05  WC-NUM-EMPLE             PIC 9(4) VALUE 0.
           05  WT-REG-EMPLE OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-EMPLE
                  INDEXED BY I, J       PIC X(80).
      *
      *****************************************************************
      *               REGISTRO DE HISTORIA DE CAMBIOS                 *
           05  WH-HORA                  PIC 9(8).
      *CODIGO DEL OPERADOR QUE APLICO EL CAMBIO (VER COPY OPERPR)
           05  WH-OPERADOR              PIC X(4).
           05  WH-IMAGEN-ANTES          PIC X(80).
           05  WH-IMAGEN-DESPUES        PIC X(80).
      *CODIGO DEL OPERADOR QUE APROBO EL CAMBIO (LO ESTAMPA COBOL865
      *EN LOS CAMBIOS SENSIBLES; EN LOS CAMBIOS DIRECTOS QUEDA EN
      *BLANCO). AMPLIA EL REGISTRO DE 175 A 179 BYTES
           05  WQ-HORA                  PIC 9(8).
           05  WQ-AUTOR                 PIC X(4).
           05  WQ-CLAVE                 PIC X(6).
           05  WQ-IMAGEN-ANTES          PIC X(80).
           05  WQ-IMAGEN-DESPUES        PIC X(80).
      *FECHA DESDE LA QUE SURTE EFECTO EL CAMBIO (PARA LOS ATRASOS)
           05  WQ-FEC-EFECTO            PIC 9(8).
      *
      *****************************************************************
      *               AUDITORIA COMUN DE ERRORES                      *
       COPY OPERWS.
      *
      *****************************************************************
      *               BITACORA DE CONSULTAS DE DATOS SENSIBLES        *
      *****************************************************************
       COPY ACCLOGWS.
      *
      *****************************************************************
      *               READMISIONES                                    *
      *****************************************************************
       COPY COPYREADM.
       COPY READMWS.
      *
      *****************************************************************
      *               LINEAS DE DEPENDENCIA                           *
      *****************************************************************
       COPY COPYJERAR.
       COPY JERARWS.
      *
      *****************************************************************
      *               MAESTRO DE EMPRESAS                             *
      *****************************************************************
       COPY COPYEMPRESA.
       COPY EMPREWS.
      *
      *****************************************************************
      *               SWITCHES                                        *
      *****************************************************************
       01  SW-SWITCHES.
           05  SW-SINCRONIZA                     PIC X VALUE "N".
                88 SINCRONIZA-ACTIVO             VALUE "S".
                88 SINCRONIZA-INACTIVO           VALUE "N".
           05  SW-MISMO-CODIGO                   PIC X VALUE "S".
                88 READM-MISMO-CODIGO            VALUE "S".
                88 READM-CODIGO-NUEVO            VALUE "N".
           05  SW-JERARQUIA                      PIC X VALUE "N".
                88 JERARQUIA-CARGADA             VALUE "S".
                88 JERARQUIA-NO-CARGADA          VALUE "N".
           05  SW-A-CARGO-ALTA                   PIC X VALUE "N".
                88 A-CARGO-DE-ALTA               VALUE "S".
                88 A-CARGO-NO-ALTA               VALUE "N".
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
       01  LT-LITERALES.
           05  LT-FICHERO1          PIC X(16) VALUE "FICHERO.EMPLEADO".
           05  LT-FICHERO2          PIC X(16) VALUE "HISTORIA".
           05  LT-FICHERO3          PIC X(16) VALUE "READMISIONES".
           05  LT-FICHERO4          PIC X(16) VALUE "JERARQUIA".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL360".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
           05  LT-CERROJO-EMPLE     PIC X(60) VALUE
               "/home/forma2/cobol/ficheros/fichero.empleado.cerrojo".
           05  LT-CERROJO-JERAR     PIC X(60) VALUE
               "/home/forma2/cobol/ficheros/fichero.jerarquia.cerrojo".
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
           05 WS-SYSIN-FECHA-N REDEFINES WS-SYSIN-FECHA
                                                 PIC 9(8).
           05 WS-POSICION                        PIC 9(4).
           05 WS-IMAGEN-ANTES                    PIC X(80).
           05 WS-FILE-STATUS-TRA                 PIC XX.
           05 WS-FILE-STATUS-PEN                 PIC XX.
           05 WS-FILE-STATUS-IDX                 PIC XX.
           05 WS-SALARIO-ANTES                   PIC S9(9)V99.
           05 WS-COMISION-ANTES                  PIC S9(9)V99.
      *DATOS DEL PERIODO ANTERIOR EN UNA READMISION (VER 3800)
           05 WS-REG-ANTERIOR                    PIC X(80).
           05 WS-POSICION-ANTERIOR               PIC 9(4).
           05 WS-CODIGO-ANTERIOR                 PIC X(6).
           05 WS-FEC-ALTA-ANTERIOR               PIC 9(8).
           05 WS-FEC-BAJA-ANTERIOR               PIC 9(8).
           05 WS-FEC-ANTIG-DEFECTO               PIC 9(8).
           05 WS-FEC-ANTIGUEDAD                  PIC 9(8).
      *EMPRESA QUE SE PROPONE EN EL ALTA (LA PRINCIPAL) O EN LA
      *READMISION (LA DEL PERIODO ANTERIOR), VER 3280
           05 WS-EMPRESA-DEFECTO                 PIC X(3).
           05 WS-SYSIN-EMPRESA                   PIC X(3).
           05 WS-ASSIGN-CERROJO                  PIC X(60).
      *EMPLEADO A CARGO DE UNA BAJA (VER 3410)
           05 WS-CODIGO-A-CARGO                  PIC X(6).
           05 WS-POSICION-A-CARGO                PIC 9(4).
      *
      *****************************************************************
      *               CONTADORES                                      *
           05 WC-CAMBIOS                         PIC 9(4).
           05 WC-REG-TRABAJO                     PIC 9(4).
           05 WC-ENCOLADOS                       PIC 9(4).
           05 WC-READMISIONES                    PIC 9(4).
           05 WC-SIN-RESPONSABLE                 PIC 9(4).
      *
      ***************************************************************** *
      **              PROCEDURE  DIVISION.                            * *
           END-IF.
           MOVE WS-OPER-CODIGO TO WA-OPERADOR.
      *
      *SIN BITACORA DE ACCESOS NO SE ENTRA AL MENU: NINGUN SALARIO
      *DEBE PODER VERSE SIN DEJAR RASTRO
           PERFORM 9960-ABRE-ACCESOS
              THRU 9960-ABRE-ACCESOS-EXIT.
           IF BITACORA-CERRADA
                DISPLAY "SIN BITACORA DE ACCESOS NO SE PUEDE CONSULTAR"
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
      *SIN MAESTRO DE EMPRESAS NO SE PUEDE VALIDAR LA EMPRESA DE UN
      *ALTA NI DE UNA READMISION
           PERFORM 9970-CARGA-EMPRESAS
              THRU 9970-CARGA-EMPRESAS-EXIT.
           IF EMP-CARGA-ERROR
                DISPLAY "NO SE PUEDE CARGAR FICHERO.EMPRESAS (FILE "
                        "STATUS " WS-FILE-STATUS-EMR ")"
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
      *CARGAMOS LA JERARQUIA CON SU CERROJO EN COMPARTIDO PARA PODER
      *LISTAR QUIEN QUEDA SIN RESPONSABLE EN CADA BAJA; SI COBOL358
      *LA ESTA MANTENIENDO SE AVISA Y LA SESION SIGUE SIN ESE LISTADO
           PERFORM 1005-CARGA-JERARQUIA
              THRU 1005-CARGA-JERARQUIA-EXIT.
      *
      *TOMAMOS EL CERROJO DEL MAESTRO DE EMPLEADOS EN EXCLUSIVA
      *ANTES DE TOCAR NADA: SI LA CADENA U OTRO MANTENIMIENTO LO
      *ESTA USANDO, INFORMAMOS DE QUIEN LO TIENE Y NOS DETENEMOS
           MOVE LT-CERROJO-EMPLE TO WS-ASSIGN-CERROJO.
           PERFORM 9500-TOMA-CERROJO-EXCL
              THRU 9500-TOMA-CERROJO-EXCL-EXIT.
           IF CERROJO-DENEGADO
           PERFORM 1010-CARGA-TABLA
              THRU 1010-CARGA-TABLA-EXIT.
      *
      *CARGAMOS LAS READMISIONES YA GRABADAS: DE AHI SALE LA
      *ANTIGUEDAD QUE SE PROPONE EN UNA NUEVA READMISION
           PERFORM 9370-CARGA-READMISIONES
              THRU 9370-CARGA-READMISIONES-EXIT.
           IF REA-CARGA-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-REA TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *ABRIMOS EL MAESTRO INDEXADO PARA REPLICAR LOS CAMBIOS EN EL
      *ACTO; SI NO EXISTE SE AVISA Y LOS CAMBIOS QUEDAN PARA LA
      *RECARGA DE COBOL250
       EXIT.
      *
      ***************************************************************** *
      **       CARGA DE LAS LINEAS DE DEPENDENCIA                     * *
      ***************************************************************** *
       1005-CARGA-JERARQUIA.
           SET JERARQUIA-NO-CARGADA TO TRUE.
           MOVE LT-CERROJO-JERAR TO WS-ASSIGN-CERROJO.
           PERFORM 9510-TOMA-CERROJO-COMP
              THRU 9510-TOMA-CERROJO-COMP-EXIT.
           IF CERROJO-DENEGADO
                DISPLAY "AVISO: JERARQUIA EN USO POR " WL-PROGRAMA
                     " DESDE " WL-HORA(1:2) ":" WL-HORA(3:2)
                     ", LAS BAJAS NO LISTARAN A QUIEN QUEDA SIN "
                     "RESPONSABLE"
                GO TO 1005-CARGA-JERARQUIA-EXIT
           END-IF.
      *
           PERFORM 9420-CARGA-JERARQUIA
              THRU 9420-CARGA-JERARQUIA-EXIT.
           PERFORM 9550-SUELTA-CERROJO
              THRU 9550-SUELTA-CERROJO-EXIT.
           IF JER-CARGA-ERROR
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE "1005-CARGA-JERAR" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-JER TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           SET JERARQUIA-CARGADA TO TRUE.
      *
       1005-CARGA-JERARQUIA-EXIT.
       EXIT.
      *
      ***************************************************************** *
      **       CARGA DE LA TABLA DE EMPLEADOS DESDE FICHERO           * *
      ***************************************************************** *
       1010-CARGA-TABLA.
           END-IF.
      *
           MOVE WS-REG-EMPLEADO TO REG-MAESTRO-IDX.
           MOVE WS-EMPLE-APELLIDO TO MI-APELLIDO.
           MOVE WS-EMPLE-NOMBRE TO MI-NOMBRE.
           REWRITE REG-MAESTRO-IDX.
           IF WS-FILE-STATUS-IDX = 23
                WRITE REG-MAESTRO-IDX
           DISPLAY "***************************************".
           DISPLAY "   MANTENIMIENTO DE EMPLEADOS".
           DISPLAY "   1-CONSULTA  2-ALTA  3-MODIFICAR".
           DISPLAY "   4-BAJA      5-FIN       6-READMISION".
           DISPLAY "***************************************".
           ACCEPT WS-SYSIN-OPCION FROM SYSIN.
      *
      *LAS OPCIONES DE MANTENIMIENTO (ALTA/MODIFICAR/BAJA/
      *READMISION) SOLO SE PERMITEN A LOS OPERADORES CON NIVEL
      *COMPLETO; EL NIVEL DE CONSULTA SOLO PUEDE CONSULTAR
           EVALUATE WS-SYSIN-OPCION
                WHEN 1
                     PERFORM 3100-CONSULTA
                     END-IF
                WHEN 5
                     SET FIN-MENU TO TRUE
                WHEN 6
                     IF OPER-TOTAL
                          PERFORM 3800-READMISION
                             THRU 3800-READMISION-EXIT
                     ELSE
                          DISPLAY "OPERADOR " WS-OPER-CODIGO
                               " SIN AUTORIZACION DE MANTENIMIENTO"
                     END-IF
                WHEN OTHER
                     DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.
           DISPLAY "NOMBRE:    " WS-EMPLE-NOMBRE " "
                WS-EMPLE-INICIAL " " WS-EMPLE-APELLIDO.
           DISPLAY "DEPT:      " WS-EMPLE-DEPT.
           DISPLAY "EMPRESA:   " WS-EMPLE-EMPRESA.
           DISPLAY "SALARIO:   " WS-EMPLE-SALARIO.
           DISPLAY "COMISION:  " WS-EMPLE-COMISION.
           DISPLAY "TIPO REG:  " WS-EMPLE-TIPO-REG.
           DISPLAY "FEC ALTA:  " WS-EMPLE-FEC-ALTA.
           DISPLAY "FEC BAJA:  " WS-EMPLE-FEC-BAJA.
           DISPLAY "***************************************".
      *
      *SE HA ENSENADO EL SALARIO: LO ANOTAMOS EN LA BITACORA
           MOVE WS-EMPLE-CODIGO TO WAC-EMPLEADO.
           SET WAC-DATO-SALARIO TO TRUE.
           PERFORM 9965-GRABA-ACCESO
              THRU 9965-GRABA-ACCESO-EXIT.
      *
       3170-MUESTRA-EMPLEADO-EXIT.
       EXIT.
           MOVE WS-SYSIN-FECHA-N TO WS-EMPLE-FEC-ALTA.
           MOVE "A" TO WS-EMPLE-ESTADO.
           MOVE 0 TO WS-EMPLE-FEC-BAJA.
      *
           MOVE SPACES TO WS-EMPRESA-DEFECTO.
           PERFORM 3280-PIDE-EMPRESA
              THRU 3280-PIDE-EMPRESA-EXIT.
           IF IMPORTE-INVALIDO
                GO TO 3200-ALTA-EXIT
           END-IF.
           MOVE WEM-CODIGO TO WS-EMPLE-EMPRESA.
      *
      *EL ALTA NO TIENE IMAGEN ANTERIOR: SE GRABA EN BLANCO
           MOVE SPACES TO WS-IMAGEN-ANTES.
       EXIT.
      *
      *****************************************************
      * PETICION DE LA EMPRESA DEL GRUPO                  *
      *****************************************************
      *LA LLAMADORA DEJA EN WS-EMPRESA-DEFECTO LA EMPRESA QUE SE
      *PROPONE (EN BLANCO, LA PRINCIPAL); SI LA EMPRESA EXISTE QUEDA
      *EN WS-REG-EMPRESA
       3280-PIDE-EMPRESA.
           SET IMPORTE-VALIDO TO TRUE.
           MOVE WS-EMPRESA-DEFECTO TO WEM-BUSCA-CODIGO.
           PERFORM 9975-BUSCA-EMPRESA
              THRU 9975-BUSCA-EMPRESA-EXIT.
           IF EMP-ENCONTRADA
                MOVE WEM-CODIGO TO WS-EMPRESA-DEFECTO
           END-IF.
      *
           DISPLAY "EMPRESA (BLANCO=" WS-EMPRESA-DEFECTO "): "
           ACCEPT WS-SYSIN-EMPRESA FROM SYSIN.
           IF WS-SYSIN-EMPRESA = SPACES OR LOW-VALUES
                MOVE WS-EMPRESA-DEFECTO TO WS-SYSIN-EMPRESA
           END-IF.
      *
           MOVE WS-SYSIN-EMPRESA TO WEM-BUSCA-CODIGO.
           PERFORM 9975-BUSCA-EMPRESA
              THRU 9975-BUSCA-EMPRESA-EXIT.
           IF EMP-NO-ENCONTRADA
                SET IMPORTE-INVALIDO TO TRUE
                DISPLAY "EMPRESA " WS-SYSIN-EMPRESA
                        " NO EXISTE EN EL MAESTRO DE EMPRESAS"
           END-IF.
      *
       3280-PIDE-EMPRESA-EXIT.
       EXIT.
      *
      *****************************************************
      * MODIFICACION DE LOS DATOS DE UN EMPLEADO          *
      *****************************************************
       3300-MODIFICAR.
                END-IF
           END-IF.
      *
      *EL CAMBIO PUEDE SURTIR EFECTO DESDE UNA FECHA PASADA (SUBIDA
      *PACTADA MESES ATRAS, PARA LA QUE COBOL708 CALCULARA LOS
      *ATRASOS) O DESDE UNA FECHA FUTURA (TRASLADO O SUBIDA YA
      *DECIDIDOS, QUE COBOL866 APLICARA ESE DIA)
           ACCEPT WQ-FECHA FROM DATE YYYYMMDD.
           PERFORM 3355-PIDE-FEC-EFECTO
              THRU 3355-PIDE-FEC-EFECTO-EXIT.
      *
      *UN CAMBIO DE SALARIO O DE COMISION ES SENSIBLE, Y UN CAMBIO
      *CON FECHA DE EFECTO FUTURA NO PUEDE TOCAR TODAVIA EL MAESTRO:
      *NINGUNO DE LOS DOS SE APLICA AQUI, SE ENCOLAN CON SUS IMAGENES
      *PARA QUE OTRO OPERADOR LOS APRUEBE O RECHACE CON COBOL865 (EL
      *MAESTRO QUEDA INTACTO)
           IF WS-EMPLE-SALARIO NOT = WS-SALARIO-ANTES
              OR WS-EMPLE-COMISION NOT = WS-COMISION-ANTES
              OR WQ-FEC-EFECTO > WQ-FECHA
                PERFORM 3350-ENCOLA-PENDIENTE
                   THRU 3350-ENCOLA-PENDIENTE-EXIT
                GO TO 3300-MODIFICAR-EXIT
           MOVE WS-EMPLE-CODIGO TO WQ-CLAVE.
           MOVE WS-IMAGEN-ANTES TO WQ-IMAGEN-ANTES.
           MOVE WS-REG-EMPLEADO TO WQ-IMAGEN-DESPUES.
      *(LA FECHA DE EFECTO YA LA HA PEDIDO 3300-MODIFICAR)
      *
           OPEN EXTEND PENDIENTES.
           IF WS-FILE-STATUS-PEN = 35
       EXIT.
      *
      *****************************************************
      * PETICION DE LA FECHA DE EFECTO DEL CAMBIO         *
      *****************************************************
      *BLANCO O UNA FECHA NO VALIDA DEJAN LA FECHA DE LA CAPTURA
       3355-PIDE-FEC-EFECTO.
           MOVE WQ-FECHA TO WQ-FEC-EFECTO.
           DISPLAY "FECHA DE EFECTO (AAAAMMDD, BLANCO=HOY): "
           ACCEPT WS-SYSIN-FECHA FROM SYSIN.
           IF WS-SYSIN-FECHA = SPACES
                GO TO 3355-PIDE-FEC-EFECTO-EXIT
           END-IF.
           IF WS-SYSIN-FECHA NOT NUMERIC
              OR WS-SYSIN-FECHA(5:2) < "01"
              OR WS-SYSIN-FECHA(5:2) > "12"
              OR WS-SYSIN-FECHA(7:2) < "01"
              OR WS-SYSIN-FECHA(7:2) > "31"
                DISPLAY "FECHA NO VALIDA, SE TOMA LA FECHA DE HOY"
                GO TO 3355-PIDE-FEC-EFECTO-EXIT
           END-IF.
           MOVE WS-SYSIN-FECHA-N TO WQ-FEC-EFECTO.
      *
       3355-PIDE-FEC-EFECTO-EXIT.
       EXIT.
      *
      *****************************************************
      * BAJA DE UN EMPLEADO                               *
      *****************************************************
       3400-BAJA.
           PERFORM 3700-SINCRONIZA-INDEXADO
              THRU 3700-SINCRONIZA-INDEXADO-EXIT.
           DISPLAY "BAJA APLICADA: " WS-SYSIN-CODIGO.
      *
      *LOS QUE DEPENDIAN DIRECTAMENTE DEL EMPLEADO QUEDAN SIN
      *RESPONSABLE: SE LISTAN PARA REASIGNARLOS EN COBOL358
           IF JERARQUIA-CARGADA
                PERFORM 3410-LISTA-SIN-RESPONSABLE
                   THRU 3410-LISTA-SIN-RESPONSABLE-EXIT
           END-IF.
      *
       3400-BAJA-EXIT.
       EXIT.
      *
      *****************************************************
      * EMPLEADOS QUE QUEDAN SIN RESPONSABLE EN UNA BAJA  *
      *****************************************************
       3410-LISTA-SIN-RESPONSABLE.
           MOVE 0 TO WC-SIN-RESPONSABLE.
           MOVE WS-SYSIN-CODIGO TO WJE-BUSCA-CODIGO.
           MOVE 0 TO WJE-POSICION.
           PERFORM 9440-SIGUIENTE-A-CARGO
              THRU 9440-SIGUIENTE-A-CARGO-EXIT.
           PERFORM 3420-MUESTRA-A-CARGO
              THRU 3420-MUESTRA-A-CARGO-EXIT
              UNTIL JER-NO-ENCONTRADO.
      *
           IF WC-SIN-RESPONSABLE > 0
                DISPLAY "QUEDAN SIN RESPONSABLE: " WC-SIN-RESPONSABLE
                        " (REASIGNAR CON COBOL358)"
           END-IF.
      *
       3410-LISTA-SIN-RESPONSABLE-EXIT.
       EXIT.
      *
      *SOLO CUENTAN LOS QUE SIGUEN DE ALTA EN EL MAESTRO
       3420-MUESTRA-A-CARGO.
           MOVE WJE-REG-TABLA(WJE-POSICION)(1:6) TO WS-CODIGO-A-CARGO.
           SET A-CARGO-NO-ALTA TO TRUE.
           PERFORM 3425-BUSCA-A-CARGO
              THRU 3425-BUSCA-A-CARGO-EXIT
              VARYING J FROM 1 BY 1
              UNTIL J > WC-NUM-EMPLE
                 OR A-CARGO-DE-ALTA.
      *
           IF A-CARGO-DE-ALTA
                IF WC-SIN-RESPONSABLE = 0
                     DISPLAY "EMPLEADOS QUE QUEDAN SIN RESPONSABLE:"
                END-IF
                ADD 1 TO WC-SIN-RESPONSABLE
                MOVE WT-REG-EMPLE(WS-POSICION-A-CARGO)
                  TO WS-REG-EMPLEADO
                DISPLAY "   " WS-EMPLE-CODIGO " " WS-EMPLE-NOMBRE " "
                        WS-EMPLE-APELLIDO " " WS-EMPLE-DEPT
           END-IF.
      *
           PERFORM 9440-SIGUIENTE-A-CARGO
              THRU 9440-SIGUIENTE-A-CARGO-EXIT.
      *
       3420-MUESTRA-A-CARGO-EXIT.
       EXIT.
      *
       3425-BUSCA-A-CARGO.
           IF WT-REG-EMPLE(J)(1:6) = WS-CODIGO-A-CARGO
              AND WT-REG-EMPLE(J)(60:1) NOT = "A"
              AND WT-REG-EMPLE(J)(61:1) NOT = "B"
                SET A-CARGO-DE-ALTA TO TRUE
                SET WS-POSICION-A-CARGO TO J
           END-IF.
       3425-BUSCA-A-CARGO-EXIT.
       EXIT.
      *
      *****************************************************
      * REGRABA EL FICHERO MAESTRO CON LA TABLA ACTUAL    *
      *****************************************************
       3500-GRABA-FICHERO.
       EXIT.
      *
      *****************************************************
      * READMISION DE UN ANTIGUO EMPLEADO                 *
      *****************************************************
      *EL NUEVO PERIODO PUEDE REUTILIZAR EL CODIGO ANTERIOR (EL
      *REGISTRO DE BAJA PASA A ALTA Y EL PERIODO ANTERIOR QUEDA EN LA
      *HISTORIA) O LLEVAR UN CODIGO NUEVO (EL REGISTRO ANTERIOR SIGUE
      *DE BAJA). EN LOS DOS CASOS LA FECHA DE ALTA ES LA DE LA
      *READMISION Y LA ANTIGUEDAD RECONOCIDA QUEDA EN
      *FICHERO.READMISIONES ENLAZADA CON EL CODIGO ANTERIOR
       3800-READMISION.
           DISPLAY "CODIGO DEL PERIODO ANTERIOR".
           PERFORM 3150-PIDE-CODIGO
              THRU 3150-PIDE-CODIGO-EXIT.
           IF CODIGO-INVALIDO
                GO TO 3800-READMISION-EXIT
           END-IF.
      *
           PERFORM 3160-BUSCA-EMPLEADO
              THRU 3160-BUSCA-EMPLEADO-EXIT.
           IF EMPLE-NO-ENCONTRADO
                DISPLAY "NO ENCONTRADO EL EMPLEADO " WS-SYSIN-CODIGO
                GO TO 3800-READMISION-EXIT
           END-IF.
      *
           MOVE WT-REG-EMPLE(WS-POSICION) TO WS-REG-EMPLEADO.
           IF WS-EMPLE-REG-AJUSTE
                DISPLAY "EL CODIGO " WS-SYSIN-CODIGO
                        " ES UNA LINEA DE AJUSTE"
                GO TO 3800-READMISION-EXIT
           END-IF.
           IF NOT WS-EMPLE-EST-BAJA
                DISPLAY "EL EMPLEADO " WS-SYSIN-CODIGO
                        " SIGUE DE ALTA, NO SE PUEDE READMITIR"
                GO TO 3800-READMISION-EXIT
           END-IF.
      *
           MOVE WS-REG-EMPLEADO   TO WS-REG-ANTERIOR.
           MOVE WS-POSICION       TO WS-POSICION-ANTERIOR.
           MOVE WS-EMPLE-CODIGO   TO WS-CODIGO-ANTERIOR.
           MOVE WS-EMPLE-FEC-ALTA TO WS-FEC-ALTA-ANTERIOR.
           MOVE WS-EMPLE-FEC-BAJA TO WS-FEC-BAJA-ANTERIOR.
           PERFORM 3170-MUESTRA-EMPLEADO
              THRU 3170-MUESTRA-EMPLEADO-EXIT.
      *
      *LA ANTIGUEDAD QUE SE PROPONE ES LA QUE YA TENIA RECONOCIDA EL
      *PERIODO ANTERIOR (SU ALTA, SI NO VENIA A SU VEZ DE OTRA
      *READMISION)
           MOVE WS-EMPLE-CODIGO   TO WRA-BUSCA-CODIGO.
           MOVE WS-EMPLE-FEC-ALTA TO WRA-BUSCA-FEC-ALTA.
           PERFORM 9380-BUSCA-ANTIGUEDAD
              THRU 9380-BUSCA-ANTIGUEDAD-EXIT.
           MOVE WRA-FEC-ANTIG-EMPLEADO TO WS-FEC-ANTIG-DEFECTO.
      *
           PERFORM 3810-PIDE-CODIGO-NUEVO
              THRU 3810-PIDE-CODIGO-NUEVO-EXIT.
           IF CODIGO-INVALIDO
                GO TO 3800-READMISION-EXIT
           END-IF.
      *
      *LOS DATOS PERSONALES SE CONSERVAN; SE PIDEN LOS DEL NUEVO
      *PERIODO
           MOVE WS-SYSIN-CODIGO TO WS-EMPLE-CODIGO.
           SET WS-EMPLE-REG-NORMAL TO TRUE.
      *
           DISPLAY "DEPARTAMENTO (BLANCO=" WS-EMPLE-DEPT "): "
           ACCEPT WS-SYSIN-TEXTO FROM SYSIN.
           IF WS-SYSIN-TEXTO NOT = SPACES
                MOVE WS-SYSIN-TEXTO(1:3) TO WS-EMPLE-DEPT
           END-IF.
      *
           PERFORM 3250-PIDE-SALARIO
              THRU 3250-PIDE-SALARIO-EXIT.
           IF IMPORTE-INVALIDO
                GO TO 3800-READMISION-EXIT
           END-IF.
           MOVE WS-SYSIN-IMPORTE-N TO WS-EMPLE-SALARIO.
      *
           PERFORM 3260-PIDE-COMISION
              THRU 3260-PIDE-COMISION-EXIT.
           IF IMPORTE-INVALIDO
                GO TO 3800-READMISION-EXIT
           END-IF.
           MOVE WS-SYSIN-IMPORTE-N TO WS-EMPLE-COMISION.
      *
           PERFORM 3270-PIDE-FEC-ALTA
              THRU 3270-PIDE-FEC-ALTA-EXIT.
           IF IMPORTE-INVALIDO
                GO TO 3800-READMISION-EXIT
           END-IF.
           IF WS-SYSIN-FECHA-N NOT > WS-FEC-BAJA-ANTERIOR
                DISPLAY "LA FECHA DE ALTA DEBE SER POSTERIOR A LA "
                        "BAJA ANTERIOR (" WS-FEC-BAJA-ANTERIOR ")"
                GO TO 3800-READMISION-EXIT
           END-IF.
           MOVE WS-SYSIN-FECHA-N TO WS-EMPLE-FEC-ALTA.
           MOVE "A" TO WS-EMPLE-ESTADO.
           MOVE 0 TO WS-EMPLE-FEC-BAJA.
      *
      *LA EMPRESA QUE SE PROPONE ES LA DEL PERIODO ANTERIOR; UNA
      *READMISION EN OTRA SOCIEDAD DEL GRUPO SE TECLEA AQUI
           MOVE WS-EMPLE-EMPRESA TO WS-EMPRESA-DEFECTO.
           PERFORM 3280-PIDE-EMPRESA
              THRU 3280-PIDE-EMPRESA-EXIT.
           IF IMPORTE-INVALIDO
                GO TO 3800-READMISION-EXIT
           END-IF.
           MOVE WEM-CODIGO TO WS-EMPLE-EMPRESA.
      *
           PERFORM 3820-PIDE-FEC-ANTIGUEDAD
              THRU 3820-PIDE-FEC-ANTIGUEDAD-EXIT.
           IF IMPORTE-INVALIDO
                GO TO 3800-READMISION-EXIT
           END-IF.
      *
      *CON EL MISMO CODIGO EL REGISTRO DE BAJA SE SUSTITUYE Y SU
      *IMAGEN QUEDA COMO IMAGEN ANTERIOR; CON CODIGO NUEVO ES UN ALTA
      *MAS Y NO TIENE IMAGEN ANTERIOR
           IF READM-MISMO-CODIGO
                MOVE WS-REG-ANTERIOR TO WS-IMAGEN-ANTES
                MOVE WS-REG-EMPLEADO
                  TO WT-REG-EMPLE(WS-POSICION-ANTERIOR)
           ELSE
                MOVE SPACES TO WS-IMAGEN-ANTES
                ADD 1 TO WC-NUM-EMPLE
                MOVE WS-REG-EMPLEADO TO WT-REG-EMPLE(WC-NUM-EMPLE)
           END-IF.
      *
           MOVE "I" TO WH-TIPO.
           PERFORM 3600-GRABA-HISTORIA
              THRU 3600-GRABA-HISTORIA-EXIT.
           PERFORM 3830-GRABA-READMISION
              THRU 3830-GRABA-READMISION-EXIT.
           PERFORM 3500-GRABA-FICHERO
              THRU 3500-GRABA-FICHERO-EXIT.
           PERFORM 3700-SINCRONIZA-INDEXADO
              THRU 3700-SINCRONIZA-INDEXADO-EXIT.
           ADD 1 TO WC-READMISIONES.
           DISPLAY "READMISION APLICADA: " WS-EMPLE-CODIGO
                   " (ANTERIOR " WS-CODIGO-ANTERIOR
                   ", ANTIGUEDAD DESDE " WS-FEC-ANTIGUEDAD ")".
      *EL CONTRATO ANTERIOR NO SE REACTIVA: EL NUEVO SE GRABA APARTE
           DISPLAY "RECUERDE GRABAR EL CONTRATO DEL NUEVO PERIODO "
                   "CON COBOL779".
      *
       3800-READMISION-EXIT.
       EXIT.
      *
      *****************************************************
      * PETICION DEL CODIGO DEL NUEVO PERIODO             *
      *****************************************************
      *BLANCO (O EL MISMO CODIGO) REUTILIZA EL CODIGO ANTERIOR; UN
      *CODIGO NUEVO NO PUEDE EXISTIR YA EN EL MAESTRO
       3810-PIDE-CODIGO-NUEVO.
           SET CODIGO-VALIDO TO TRUE.
           SET READM-MISMO-CODIGO TO TRUE.
           DISPLAY "CODIGO DEL NUEVO PERIODO (BLANCO="
                   WS-CODIGO-ANTERIOR "): "
           ACCEPT WS-SYSIN-CODIGO FROM SYSIN.
           IF WS-SYSIN-CODIGO = SPACES OR LOW-VALUES
              OR WS-SYSIN-CODIGO = WS-CODIGO-ANTERIOR
                MOVE WS-CODIGO-ANTERIOR TO WS-SYSIN-CODIGO
                GO TO 3810-PIDE-CODIGO-NUEVO-EXIT
           END-IF.
      *
           SET READM-CODIGO-NUEVO TO TRUE.
           IF WC-NUM-EMPLE >= 5000
                DISPLAY "TABLA DE EMPLEADOS LLENA, NO SE PUEDE "
                DISPLAY "DAR DE ALTA CON UN CODIGO NUEVO"
                SET CODIGO-INVALIDO TO TRUE
                GO TO 3810-PIDE-CODIGO-NUEVO-EXIT
           END-IF.
      *
           PERFORM 3160-BUSCA-EMPLEADO
              THRU 3160-BUSCA-EMPLEADO-EXIT.
           IF EMPLE-ENCONTRADO
                DISPLAY "YA EXISTE UN EMPLEADO CON ESE CODIGO"
                SET CODIGO-INVALIDO TO TRUE
           END-IF.
      *
       3810-PIDE-CODIGO-NUEVO-EXIT.
       EXIT.
      *
      *****************************************************
      * PETICION DE LA FECHA DE ANTIGUEDAD RECONOCIDA     *
      *****************************************************
      *BLANCO PROPONE LA DEL PERIODO ANTERIOR; PARA NO RECONOCER LA
      *ANTIGUEDAD ANTERIOR SE TECLEA LA PROPIA FECHA DE ALTA. NUNCA
      *PUEDE SER POSTERIOR AL ALTA DEL NUEVO PERIODO
       3820-PIDE-FEC-ANTIGUEDAD.
           SET IMPORTE-VALIDO TO TRUE.
           MOVE WS-FEC-ANTIG-DEFECTO TO WS-FEC-ANTIGUEDAD.
           DISPLAY "FECHA DE ANTIGUEDAD RECONOCIDA (AAAAMMDD, "
                   "BLANCO=" WS-FEC-ANTIG-DEFECTO "): "
           ACCEPT WS-SYSIN-FECHA FROM SYSIN.
           IF WS-SYSIN-FECHA = SPACES
                GO TO 3820-PIDE-FEC-ANTIGUEDAD-EXIT
           END-IF.
           IF WS-SYSIN-FECHA NOT NUMERIC
              OR WS-SYSIN-FECHA(5:2) < "01"
              OR WS-SYSIN-FECHA(5:2) > "12"
              OR WS-SYSIN-FECHA(7:2) < "01"
              OR WS-SYSIN-FECHA(7:2) > "31"
                SET IMPORTE-INVALIDO TO TRUE
                DISPLAY "FECHA NO VALIDA, ENTRADA NO VALIDA"
                GO TO 3820-PIDE-FEC-ANTIGUEDAD-EXIT
           END-IF.
           IF WS-SYSIN-FECHA-N > WS-EMPLE-FEC-ALTA
                SET IMPORTE-INVALIDO TO TRUE
                DISPLAY "LA ANTIGUEDAD NO PUEDE SER POSTERIOR AL "
                        "ALTA (" WS-EMPLE-FEC-ALTA ")"
                GO TO 3820-PIDE-FEC-ANTIGUEDAD-EXIT
           END-IF.
           MOVE WS-SYSIN-FECHA-N TO WS-FEC-ANTIGUEDAD.
      *
       3820-PIDE-FEC-ANTIGUEDAD-EXIT.
       EXIT.
      *
      *****************************************************
      * ANADE LA READMISION A FICHERO.READMISIONES        *
      *****************************************************
      *SE ANADE TAMBIEN A LA TABLA EN MEMORIA, PARA QUE UNA SEGUNDA
      *READMISION DE LA MISMA SESION LA ENCUENTRE
       3830-GRABA-READMISION.
           INITIALIZE WS-REG-READMISION.
           MOVE WS-EMPLE-CODIGO      TO WRA-CODIGO.
           MOVE WS-CODIGO-ANTERIOR   TO WRA-CODIGO-ANTERIOR.
           MOVE WS-FEC-ANTIGUEDAD    TO WRA-FEC-ANTIGUEDAD.
           MOVE WS-EMPLE-FEC-ALTA    TO WRA-FEC-READMISION.
           MOVE WS-FEC-ALTA-ANTERIOR TO WRA-FEC-ALTA-ANTERIOR.
           MOVE WS-FEC-BAJA-ANTERIOR TO WRA-FEC-BAJA-ANTERIOR.
           ACCEPT WRA-FECHA FROM DATE YYYYMMDD.
           MOVE WS-OPER-CODIGO       TO WRA-OPERADOR.
      *
           OPEN EXTEND FICREADMISION.
           IF WS-FILE-STATUS-REA = 35
                OPEN OUTPUT FICREADMISION
           END-IF.
           IF WS-FILE-STATUS-REA NOT = 00
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE "3830-READMISION" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-REA TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           WRITE REG-READMISION FROM WS-REG-READMISION.
           IF WS-FILE-STATUS-REA NOT = 00
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE "3830-READMISION" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-REA TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           CLOSE FICREADMISION.
      *
           IF WRA-NUM-READMISIONES < 5000
                ADD 1 TO WRA-NUM-READMISIONES
                MOVE WS-REG-READMISION
                  TO WRA-REG-TABLA(WRA-NUM-READMISIONES)
           END-IF.
      *
       3830-GRABA-READMISION-EXIT.
       EXIT.
      *
      *****************************************************
      * FIN                                               *
      *****************************************************
       8000-FIN.
                DISPLAY "**EMPLEADOS EN EL MAESTRO:  " WC-NUM-EMPLE
                DISPLAY "**CAMBIOS APLICADOS:        " WC-CAMBIOS
                DISPLAY "**SENSIBLES ENCOLADOS:      " WC-ENCOLADOS
                DISPLAY "**READMISIONES:             " WC-READMISIONES
                DISPLAY "******************************************"
           END-IF.
      *
           CLOSE HISTORIA.
           CLOSE AUDITORIA.
           CLOSE ACCESOS.
           IF SINCRONIZA-ACTIVO
                CLOSE MAESTRO-IDX
           END-IF.
       COPY CERROJPR.
      *
      *****************************************************************
      *               LINEAS DE DEPENDENCIA                           *
      *****************************************************************
       COPY JERARPR.
      *
      *****************************************************************
      *               IDENTIFICACION DE OPERADOR                      *
      *****************************************************************
       COPY OPERPR.
      *
      *****************************************************************
      *               READMISIONES                                    *
      *****************************************************************
       COPY READMPR.
      *
      *****************************************************************
      *               BITACORA DE CONSULTAS DE DATOS SENSIBLES        *
      *****************************************************************
       COPY ACCLOGPR.
      *
      *****************************************************************
      *               MAESTRO DE EMPRESAS                             *
      *****************************************************************
       COPY EMPREPR.
