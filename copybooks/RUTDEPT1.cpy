      *****************************************************************
      *               COPY RUTDEPT1                                   *
      *               AREA DE COMUNICACION CON LA RUTINA RUTDEPAR     *
      *               DE CONSULTA DEL MAESTRO INDEXADO DE             *
      *               DEPARTAMENTOS. FUNCIONES: A=ABRIR (TOMA EL      *
      *               CERROJO COMPARTIDO A NOMBRE DE CP300I-PROGRAMA),*
      *               B=BUSCAR CP300I-CODIGO, I=INICIO DE RECORRIDO   *
      *               DESDE CP300I-CODIGO (EN BLANCO, DESDE EL        *
      *               PRIMERO), S=SIGUIENTE DEL RECORRIDO EN ORDEN DE *
      *               CODIGO, C=CERRAR (SUELTA EL CERROJO) Y          *
      *               K=CONSULTAR (ABRE, BUSCA CP300I-CODIGO Y CIERRA *
      *               EN UNA SOLA LLAMADA). UN CODIGO QUE NO EXISTE   *
      *               DEVUELVE CP300-NO-EXISTE CON EL NOMBRE          *
      *               "DEPARTAMENTO NO VALIDO", LA MISMA RESPUESTA    *
      *               PARA TODOS LOS LLAMADORES                       *
      *****************************************************************
       01  CP300-RUTDEPT1.
           05  CP300I-FUNCION                  PIC X(1).
                88  CP300-ABRIR                VALUE "A".
                88  CP300-BUSCAR               VALUE "B".
                88  CP300-INICIO               VALUE "I".
                88  CP300-SIGUIENTE            VALUE "S".
                88  CP300-CERRAR               VALUE "C".
                88  CP300-CONSULTAR            VALUE "K".
           05  CP300I-PROGRAMA                 PIC X(8).
           05  CP300I-CODIGO                   PIC X(3).
           05  CP300O-STATUS                   PIC 9.
                88  CP300-OK                   VALUE 0.
                88  CP300-NO-EXISTE            VALUE 1.
                88  CP300-FIN                  VALUE 2.
                88  CP300-EN-USO               VALUE 8.
                88  CP300-ERROR                VALUE 9.
           05  CP300O-FILE-STATUS              PIC XX.
      *QUIEN TIENE EL MAESTRO EN EXCLUSIVA CUANDO LA APERTURA
      *DEVUELVE CP300-EN-USO
           05  CP300O-EN-USO-PROGRAMA          PIC X(8).
           05  CP300O-EN-USO-HORA              PIC 9(8).
      *REGISTRO DEL DEPARTAMENTO, CON EL MISMO TRAZADO DE 46 BYTES
      *QUE FICHERO.DEPARTAMENTO
           05  CP300O-DEPART.
               10  CP300O-CODIGO               PIC X(3).
               10  CP300O-NOMBRE               PIC X(22).
               10  CP300O-PLANTILLA-AUT        PIC 9(5).
               10  CP300O-PRESUPUESTO          PIC 9(11)V99.
               10  CP300O-EMPRESA              PIC X(3).
