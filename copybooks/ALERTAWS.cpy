      *****************************************************************
      *               COPY ALERTAWS                                   *
      *               VARIABLES DEL FICHERO DE ALERTAS DE OPERACION.  *
      *               LO RECOGE LA HERRAMIENTA DE VIGILANCIA Y        *
      *               CORREO DE EXPLOTACION: UN REGISTRO FIJO DE 80   *
      *               POSICIONES POR INCIDENCIA, CON LA FECHA DE      *
      *               NEGOCIO, EL PROGRAMA AFECTADO, EL TIPO, LA      *
      *               GRAVEDAD Y UN MOTIVO DE UNA LINEA. LOS SCRIPTS  *
      *               DE LAS CADENAS GRABAN EL MISMO TRAZADO. UNA     *
      *               ALERTA QUE YA ESTA EN EL FICHERO (MISMA FECHA,  *
      *               PROGRAMA, TIPO, GRAVEDAD Y MOTIVO) NO SE VUELVE *
      *               A GRABAR EN LAS REPETICIONES (VER COPY ALERTAPR)*
      *****************************************************************
       01  WS-REG-ALERTA.
           05  WA-CLAVE-ALERTA.
               10  WA-FECHA                     PIC 9(8).
               10  WA-PROGRAMA                  PIC X(8).
               10  WA-TIPO                      PIC X(2).
                    88  WA-TIPO-RETORNO         VALUE "RC".
                    88  WA-TIPO-PREVIA          VALUE "PR".
                    88  WA-TIPO-REVISAR         VALUE "RV".
                    88  WA-TIPO-LINEA-BASE      VALUE "BL".
                    88  WA-TIPO-PICO            VALUE "PI".
               10  WA-SEVERIDAD                 PIC X(1).
                    88  WA-CRITICA              VALUE "C".
                    88  WA-AVISO                VALUE "A".
               10  WA-MOTIVO                    PIC X(55).
           05  WA-HORA                          PIC 9(6).
      *
      *REGISTRO LEIDO AL BUSCAR SI LA ALERTA YA ESTA GRABADA
       01  WS-REG-ALERTA-LEIDA.
           05  WA-LEIDA-CLAVE                   PIC X(74).
           05  FILLER                           PIC X(6).
      *
       01  WS-HORA-ALERTA.
           05  WA-HORA-RELOJ                    PIC 9(6).
           05  FILLER                           PIC 9(2).
      *
       01  SW-ALERTA.
           05  SW-ALERTA-GRABADA                PIC X(1).
                88  ALERTA-YA-GRABADA           VALUE "S".
                88  ALERTA-NUEVA                VALUE "N".
           05  SW-FIN-ALERTAS                   PIC X(1).
                88  FIN-ALERTAS                 VALUE "S".
                88  NO-FIN-ALERTAS              VALUE "N".
      *FILE STATUS DEL FICHERO DE ALERTAS (NO SE DETIENE EL PROCESO
      *POR EL: LA ALERTA NO DEBE TUMBAR AL PROGRAMA QUE LA EMITE)
       01  WS-FILE-STATUS-ALE                   PIC XX.
