      *****************************************************************
      *               COPY SEPAWS                                     *
      *               VARIABLES DEL MENSAJE SEPA DE TRANSFERENCIAS    *
      *               (PAIN.001.001.03). EL FORMATO DE ENVIO AL BANCO *
      *               SE ELIGE CON LA FICHA DE PARAMETROS DEL         *
      *               PROGRAMA: POSICION 1 "F" (FORMATO FIJO DE       *
      *               SIEMPRE) O "S" (SEPA), Y POSICIONES 2-9 LA      *
      *               FECHA DE CAMBIO AAAAMMDD A PARTIR DE LA CUAL    *
      *               RIGE "S" (EN BLANCO, DESDE YA). SIN FICHA SE    *
      *               SIGUE ENVIANDO EL FORMATO FIJO. EL FICHERO FIJO *
      *               SE GRABA SIEMPRE: ES EL QUE CASA COBOL780 CON   *
      *               LAS DEVOLUCIONES (VER COPY SEPAPR)              *
      *****************************************************************
       01  WS-SEPA-CONTROL.
      *RUTAS DEL FICHERO FIJO DE ORIGEN Y DEL MENSAJE XML
           05  WS-ASSIGN-SEPA-ORIGEN            PIC X(60).
           05  WS-ASSIGN-SEPA                   PIC X(60).
           05  WS-FILE-STATUS-SPO               PIC XX.
           05  WS-FILE-STATUS-SPX               PIC XX.
      *FORMATO DE ENVIO ELEGIDO POR 9300-FORMATO-ENVIO
           05  WS-SEPA-FORMATO                  PIC X(1) VALUE "F".
                88  SEPA-FORMATO-FIJO           VALUE "F".
                88  SEPA-FORMATO-SEPA           VALUE "S".
           05  WS-SEPA-FECHA-CAMBIO             PIC X(8).
      *FECHA VALOR DE LAS TRANSFERENCIAS: LA DEJA EL ANFITRION ANTES
      *DE 9300 Y 9310 LA CONFIRMA CON LA CABECERA DEL FICHERO FIJO
           05  WS-SEPA-FECHA-VALOR              PIC 9(8).
      *TOTALES CONTADOS SOBRE LOS DETALLES Y LOS QUE TRAE LA COLA
           05  WS-SEPA-NUM-TRANS                PIC 9(7).
           05  WS-SEPA-SUMA                     PIC 9(13)V99.
           05  WS-SEPA-COLA-NUM                 PIC 9(7).
           05  WS-SEPA-COLA-SUMA                PIC 9(13)V99.
           05  WS-SEPA-NUM-CABECERAS            PIC 9(3).
           05  WS-SEPA-NUM-COLAS                PIC 9(3).
      *ORDENANTE DEL MENSAJE: EL NOMBRE Y EL IDENTIFICADOR SALEN DE LA
      *CABECERA DEL FICHERO FIJO (9312); LA CUENTA DE CARGO Y EL BIC
      *LOS DEJA EL ANFITRION ANTES DE 9310 CUANDO PAGA UNA EMPRESA DEL
      *GRUPO CON SU PROPIA CUENTA (COBOL720). SIN TOCARLOS QUEDAN LOS
      *DE LA EMPRESA PRINCIPAL ACORDADOS CON EL BANCO
           05  WS-SEPA-ORDENANTE-ID             PIC X(10).
           05  WS-SEPA-ORDENANTE-NOMBRE         PIC X(30).
           05  WS-SEPA-IBAN-ORDENANTE           PIC X(24)
                    VALUE "ES9121000418450200051332".
           05  WS-SEPA-BIC-ORDENANTE            PIC X(11)
                    VALUE "CAIXESBBXXX".
      *IDENTIFICADOR DEL MENSAJE: PROGRAMA, FECHA Y HORA DE CREACION
           05  WS-SEPA-MSGID                    PIC X(22).
           05  WS-SEPA-HOY                      PIC 9(8).
           05  WS-SEPA-HORA                     PIC 9(8).
           05  WS-SEPA-HORA-R REDEFINES WS-SEPA-HORA.
               10  WS-SEPA-HH                   PIC 9(2).
               10  WS-SEPA-MI                   PIC 9(2).
               10  WS-SEPA-SS                   PIC 9(2).
               10  WS-SEPA-CC                   PIC 9(2).
      *CAMPOS DE EDICION: LOS IMPORTES VAN CON PUNTO DECIMAL Y SIN
      *CEROS NI BLANCOS A LA IZQUIERDA, COMO PIDE EL ESQUEMA
           05  WS-SEPA-IMPORTE                  PIC 9(13)V99.
           05  WS-SEPA-IMPORTE-EDIT             PIC Z(12)9.99.
           05  WS-SEPA-NUMERO-EDIT              PIC Z(6)9.
           05  WS-SEPA-FECHA-EDIT               PIC 9(8).
           05  WS-SEPA-FECHA-EDIT-R REDEFINES WS-SEPA-FECHA-EDIT.
               10  WS-SEPA-ANIO                 PIC 9(4).
               10  WS-SEPA-MES                  PIC 9(2).
               10  WS-SEPA-DIA                  PIC 9(2).
           05  WS-SEPA-BLANCOS                  PIC 9(2).
           05  WS-SEPA-TEXTO                    PIC X(20).
           05  WS-SEPA-NOMBRE                   PIC X(40).
           05  WS-SEPA-REFERENCIA               PIC X(35).
           05  SW-SEPA-FIN                      PIC X VALUE "N".
                88  FIN-SEPA-ORIGEN             VALUE "S".
                88  NO-FIN-SEPA-ORIGEN          VALUE "N".
      *
      *LINEA DEL MENSAJE XML EN CURSO
       01  WS-SEPA-LINEA                        PIC X(132).
      *
      *REGISTRO DEL FICHERO FIJO: TIPO "1" CABECERA, "2" DETALLE Y
      *"3" COLA, EL MISMO TRAZADO QUE GRABA COBOL720
       01  WS-SEPA-REGISTRO.
           05  WSR-TIPO                         PIC X(1).
                88  WSR-CABECERA                VALUE "1".
                88  WSR-DETALLE                 VALUE "2".
                88  WSR-COLA                    VALUE "3".
           05  WSR-DATOS                        PIC X(79).
       01  WS-SEPA-CABECERA REDEFINES WS-SEPA-REGISTRO.
           05  FILLER                           PIC X(1).
           05  WSR-EMPRESA-ID                   PIC X(10).
           05  WSR-EMPRESA-NOMBRE               PIC X(30).
           05  WSR-FECHA-VALOR                  PIC 9(8).
           05  FILLER                           PIC X(31).
       01  WS-SEPA-DETALLE REDEFINES WS-SEPA-REGISTRO.
           05  FILLER                           PIC X(1).
           05  WSR-CODIGO                       PIC X(6).
           05  WSR-NOMBRE                       PIC X(12).
           05  WSR-APELLIDO                     PIC X(15).
           05  WSR-IMPORTE                      PIC 9(9)V99.
           05  WSR-IBAN                         PIC X(24).
           05  FILLER                           PIC X(11).
       01  WS-SEPA-COLA REDEFINES WS-SEPA-REGISTRO.
           05  FILLER                           PIC X(1).
           05  WSR-NUM-DETALLES                 PIC 9(7).
           05  WSR-SUMA-IMPORTES                PIC 9(13)V99.
           05  FILLER                           PIC X(57).
      *
       01  LT-SEPA-LITERALES.
           05  LT-SEPA-FICHERO-ORIGEN   PIC X(16) VALUE "BANCO.FIJO".
           05  LT-SEPA-FICHERO-XML      PIC X(16) VALUE "BANCO.SEPA".
