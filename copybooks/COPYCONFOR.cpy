      *****************************************************************
      *               COPY COPYCONFOR                                 *
      *               LAYOUT DEL REGISTRO DE CONFORMIDAD DE LA        *
      *               NOMINA (FICHERO.NOMINA.CONFORMIDAD): UN UNICO   *
      *               REGISTRO CON EL PERIODO REVISADO. COBOL705 LO   *
      *               GRABA PENDIENTE ("P") AL EMITIR EL LISTADO DE   *
      *               VARIACIONES CON EL NUMERO DE NOMINAS Y LA SUMA  *
      *               DE NETOS QUE HA REVISADO; COBOL706 LO PASA A    *
      *               CONFORME ("C") CON EL OPERADOR QUE DA EL VISTO  *
      *               BUENO, Y COBOL720 SE NIEGA A GENERAR EL FICHERO *
      *               BANCARIO SI EL REGISTRO NO ESTA CONFORME O SI   *
      *               LA NOMINA HA CAMBIADO DESDE LA REVISION         *
      *****************************************************************
       01  WS-REG-CONFORMIDAD.
           05  WF-PERIODO                      PIC 9(6).
           05  WF-ESTADO                       PIC X(1).
                88  WF-PENDIENTE               VALUE "P".
                88  WF-CONFORME                VALUE "C".
           05  WF-NUM-NOMINAS                  PIC 9(7).
           05  WF-SUMA-NETO                    PIC S9(13)V99.
           05  WF-INCIDENCIAS                  PIC 9(5).
           05  WF-FECHA-REVISION               PIC 9(8).
           05  WF-OPERADOR                     PIC X(4).
           05  WF-FECHA-CONFORME               PIC 9(8).
           05  WF-HORA-CONFORME                PIC 9(8).
