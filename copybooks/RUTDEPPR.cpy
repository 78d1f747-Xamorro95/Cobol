      *****************************************************************
      *               COPY RUTDEPPR                                   *
      *               PARRAFOS COMUNES DE LLAMADA A LA RUTINA         *
      *               RUTDEPAR (CONSULTA DEL MAESTRO INDEXADO DE      *
      *               DEPARTAMENTOS, AREA COPY RUTDEPT1). EL PROGRAMA *
      *               ANFITRION DEBE TENER UN LT-PROGRAMA CON SU      *
      *               PROPIO NOMBRE Y UN LT-RUTINA-DEPART CON VALUE   *
      *               "RUTDEPAR". 9850 ABRE EL MAESTRO Y TOMA EL      *
      *               CERROJO COMPARTIDO: SI UN MANTENIMIENTO LO      *
      *               TIENE O EL MAESTRO NO SE PUEDE ABRIR, INFORMA Y *
      *               DETIENE EL PROGRAMA CON RETURN-CODE 12. 9855    *
      *               CIERRA Y SUELTA EL CERROJO. 9860 BUSCA EL       *
      *               CODIGO DEJADO EN CP300I-CODIGO: CP300-OK CON EL *
      *               DEPARTAMENTO EN CP300O-DEPART, O                *
      *               CP300-NO-EXISTE CON EL NOMBRE "DEPARTAMENTO NO  *
      *               VALIDO". 9865 Y 9870 RECORREN EL MAESTRO EN     *
      *               ORDEN DE CODIGO HASTA CP300-FIN. UN ERROR DE    *
      *               LECTURA DEL MAESTRO DETIENE EL PROGRAMA, SALVO  *
      *               EN 9880 (CONSULTA SUELTA DE LOS PROGRAMAS DE    *
      *               PANTALLA), QUE SOLO INFORMA Y DEVUELVE EL       *
      *               ESTADO                                          *
      *****************************************************************
       9850-ABRE-DEPARTAMENTOS.
           INITIALIZE CP300-RUTDEPT1.
           SET CP300-ABRIR TO TRUE.
           MOVE LT-PROGRAMA TO CP300I-PROGRAMA.
           CALL LT-RUTINA-DEPART USING CP300-RUTDEPT1.
      *
           IF CP300-EN-USO
                DISPLAY "FICHERO EN USO POR " CP300O-EN-USO-PROGRAMA
                     " DESDE " CP300O-EN-USO-HORA(1:2) ":"
                     CP300O-EN-USO-HORA(3:2)
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
           IF CP300-ERROR
                DISPLAY "NO SE PUEDE ABRIR FICHERO.DEPARTAMENTO."
                        "INDEXADO (FILE STATUS " CP300O-FILE-STATUS
                        ") - " LT-PROGRAMA " DETENIDO"
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
       9850-ABRE-DEPARTAMENTOS-EXIT.
       EXIT.
      *
      *****************************************************************
      *          CIERRE DEL MAESTRO Y SUELTA DEL CERROJO              *
      *****************************************************************
       9855-CIERRA-DEPARTAMENTOS.
           SET CP300-CERRAR TO TRUE.
           CALL LT-RUTINA-DEPART USING CP300-RUTDEPT1.
       9855-CIERRA-DEPARTAMENTOS-EXIT.
       EXIT.
      *
      *****************************************************************
      *          BUSQUEDA DE UN DEPARTAMENTO POR CODIGO               *
      *****************************************************************
       9860-BUSCA-DEPARTAMENTO.
           SET CP300-BUSCAR TO TRUE.
           MOVE LT-PROGRAMA TO CP300I-PROGRAMA.
           CALL LT-RUTINA-DEPART USING CP300-RUTDEPT1.
           IF CP300-ERROR OR CP300-EN-USO
                PERFORM 9875-ERROR-DEPARTAMENTOS
                   THRU 9875-ERROR-DEPARTAMENTOS-EXIT
           END-IF.
       9860-BUSCA-DEPARTAMENTO-EXIT.
       EXIT.
      *
      *****************************************************************
      *          INICIO DEL RECORRIDO DESDE EL PRIMER CODIGO          *
      *****************************************************************
       9865-INICIO-DEPARTAMENTOS.
           SET CP300-INICIO TO TRUE.
           MOVE LT-PROGRAMA TO CP300I-PROGRAMA.
           MOVE SPACES TO CP300I-CODIGO.
           CALL LT-RUTINA-DEPART USING CP300-RUTDEPT1.
           IF CP300-ERROR OR CP300-EN-USO
                PERFORM 9875-ERROR-DEPARTAMENTOS
                   THRU 9875-ERROR-DEPARTAMENTOS-EXIT
           END-IF.
       9865-INICIO-DEPARTAMENTOS-EXIT.
       EXIT.
      *
      *****************************************************************
      *          SIGUIENTE DEPARTAMENTO DEL RECORRIDO                 *
      *****************************************************************
       9870-SIGUIENTE-DEPARTAMENTO.
           SET CP300-SIGUIENTE TO TRUE.
           MOVE LT-PROGRAMA TO CP300I-PROGRAMA.
           CALL LT-RUTINA-DEPART USING CP300-RUTDEPT1.
           IF CP300-ERROR OR CP300-EN-USO
                PERFORM 9875-ERROR-DEPARTAMENTOS
                   THRU 9875-ERROR-DEPARTAMENTOS-EXIT
           END-IF.
       9870-SIGUIENTE-DEPARTAMENTO-EXIT.
       EXIT.
      *
      *****************************************************************
      *          ERROR DE ACCESO AL MAESTRO DE DEPARTAMENTOS          *
      *****************************************************************
       9875-ERROR-DEPARTAMENTOS.
           IF CP300-EN-USO
                DISPLAY "FICHERO EN USO POR " CP300O-EN-USO-PROGRAMA
                     " DESDE " CP300O-EN-USO-HORA(1:2) ":"
                     CP300O-EN-USO-HORA(3:2)
           ELSE
                DISPLAY "ERROR LEYENDO FICHERO.DEPARTAMENTO.INDEXADO "
                        "(FILE STATUS " CP300O-FILE-STATUS ") - "
                        LT-PROGRAMA " DETENIDO"
                SET CP300-CERRAR TO TRUE
                CALL LT-RUTINA-DEPART USING CP300-RUTDEPT1
           END-IF.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       9875-ERROR-DEPARTAMENTOS-EXIT.
       EXIT.
      *
      *****************************************************************
      *          CONSULTA SUELTA DE UN DEPARTAMENTO                   *
      *****************************************************************
      *ABRE, BUSCA EL CODIGO DEJADO EN CP300I-CODIGO Y CIERRA EN LA
      *MISMA LLAMADA, PARA NO RETENER EL CERROJO MIENTRAS EL OPERADOR
      *TIENE EL MENU DELANTE. NO DETIENE EL PROGRAMA, QUE PUEDE TENER
      *TOMADOS SUS PROPIOS CERROJOS: CON EL MAESTRO EN USO O
      *ILEGIBLE INFORMA Y VUELVE CON CP300-EN-USO O CP300-ERROR Y EL
      *NOMBRE "MAESTRO NO DISPONIBLE"
       9880-CONSULTA-DEPARTAMENTO.
           SET CP300-CONSULTAR TO TRUE.
           MOVE LT-PROGRAMA TO CP300I-PROGRAMA.
           CALL LT-RUTINA-DEPART USING CP300-RUTDEPT1.
      *
           IF CP300-EN-USO
                DISPLAY "FICHERO.DEPARTAMENTO.INDEXADO EN USO POR "
                     CP300O-EN-USO-PROGRAMA " DESDE "
                     CP300O-EN-USO-HORA(1:2) ":"
                     CP300O-EN-USO-HORA(3:2)
           END-IF.
           IF CP300-ERROR
                DISPLAY "ERROR LEYENDO FICHERO.DEPARTAMENTO.INDEXADO "
                        "(FILE STATUS " CP300O-FILE-STATUS ")"
           END-IF.
           IF CP300-EN-USO OR CP300-ERROR
                MOVE SPACES TO CP300O-DEPART
                MOVE CP300I-CODIGO TO CP300O-CODIGO
                MOVE "MAESTRO NO DISPONIBLE" TO CP300O-NOMBRE
           END-IF.
      *
       9880-CONSULTA-DEPARTAMENTO-EXIT.
       EXIT.
