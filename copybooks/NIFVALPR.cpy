      *****************************************************************
      *               COPY NIFVALPR                                   *
      *               VALIDA LA LETRA DE CONTROL DEL NIF (OCHO CIFRAS *
      *               Y LETRA) O DEL NIE (X, Y O Z, SIETE CIFRAS Y    *
      *               LETRA; LA X, Y, Z VALEN 0, 1, 2 PARA EL         *
      *               CALCULO): LA LETRA DEBE SER LA QUE TOCA AL      *
      *               RESTO DE DIVIDIR EL NUMERO ENTRE 23 (VER COPY   *
      *               NIFVALWS)                                       *
      *****************************************************************
       9450-VALIDA-NIF.
           SET NIF-VALIDO TO TRUE.
           MOVE WS-NIF-VALIDAR(1:8) TO WS-NIF-CIFRAS.
      *
           EVALUATE WS-NIF-VALIDAR(1:1)
                WHEN "X"
                     MOVE "0" TO WS-NIF-CIFRAS(1:1)
                WHEN "Y"
                     MOVE "1" TO WS-NIF-CIFRAS(1:1)
                WHEN "Z"
                     MOVE "2" TO WS-NIF-CIFRAS(1:1)
                WHEN OTHER
                     CONTINUE
           END-EVALUATE.
      *
           IF WS-NIF-CIFRAS NOT NUMERIC
                SET NIF-INVALIDO TO TRUE
                GO TO 9450-VALIDA-NIF-EXIT
           END-IF.
      *
           DIVIDE WS-NIF-NUMERO BY 23
              GIVING WS-NIF-COCIENTE
              REMAINDER WS-NIF-RESTO.
           IF LT-NIF-LETRAS(WS-NIF-RESTO + 1:1)
              NOT = WS-NIF-VALIDAR(9:1)
                SET NIF-INVALIDO TO TRUE
           END-IF.
      *
       9450-VALIDA-NIF-EXIT.
       EXIT.
