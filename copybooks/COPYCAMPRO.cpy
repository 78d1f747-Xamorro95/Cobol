      *****************************************************************
      *               COPY COPYCAMPRO                                 *
      *               LAYOUT DEL REGISTRO DE FICHERO.CAMBIOS.         *
      *               PROGRAMADOS: CAMBIO DEL MAESTRO DE EMPLEADOS    *
      *               YA APROBADO EN COBOL865 PERO CON FECHA DE       *
      *               EFECTO FUTURA. COBOL866 LO APLICA EN LA CADENA  *
      *               DIARIA CUANDO LA FECHA DE PROCESO ALCANZA LA    *
      *               FECHA DE EFECTO Y LO DEJA MARCADO COMO          *
      *               APLICADO (O ANULADO SI EL EMPLEADO YA NO        *
      *               EXISTE); COBOL867 LISTA LOS QUE QUEDAN          *
      *****************************************************************
       01  WS-REG-CAMBIO-PROGRAMADO.
           05  WJ-FEC-EFECTO                   PIC 9(8).
           05  WJ-CLAVE                        PIC X(6).
           05  WJ-AUTOR                        PIC X(4).
           05  WJ-APROBADOR                    PIC X(4).
           05  WJ-FEC-APROBACION               PIC 9(8).
      *IMAGENES DEL REGISTRO EN EL MOMENTO DE LA CAPTURA: AL APLICAR
      *SOLO SE TRASLADAN LOS CAMPOS QUE DIFIEREN ENTRE LAS DOS
           05  WJ-IMAGEN-ANTES                 PIC X(80).
           05  WJ-IMAGEN-DESPUES               PIC X(80).
           05  WJ-ESTADO                       PIC X(1).
                88  WJ-PROGRAMADO              VALUE "P".
                88  WJ-APLICADO                VALUE "A".
                88  WJ-ANULADO                 VALUE "X".
           05  WJ-FEC-APLICACION               PIC 9(8).
