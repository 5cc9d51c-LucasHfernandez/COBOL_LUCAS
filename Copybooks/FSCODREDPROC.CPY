      *****************************************************************
      * DIGITO VERIFICADOR DEL CODIGO DE BARRAS DE LA RED DE COBRANZA *
      * (MODULO 10 CON PESOS 1-3-5-7-9-3-5-7-9...): SUMA DE CADA      *
      * DIGITO DE LOS PRIMEROS 32 POR SU PESO, MITAD ENTERA, RESTO DE *
      * DIVIDIR POR 10. DEJA EL DIGITO EN WS-CBR-DVCALC; QUIEN EMITE  *
      * LO MUEVE A WS-CBR-DV. WS-CBR-VALIDO QUEDA EN 1 SOLO SI EL     *
      * CODIGO ES NUMERICO, ES DE NUESTRO ENTE Y SU DIGITO COINCIDE   *
      * (LO USA QUIEN LEE LA RENDICION). EL PROGRAMA DECLARA LOS      *
      * CAMPOS CON COPY FSCODREDVAR.                                  *
      *****************************************************************
       9500-DIGITO-CODIGO-RED.
           MOVE 0 TO WS-CBR-VALIDO
           MOVE 0 TO WS-CBR-DVCALC
           IF WS-CBR-CODIGO(1:32) IS NUMERIC
              MOVE 0 TO WS-CBR-SUMA
              MOVE 1 TO WS-CBR-PESO
              PERFORM VARYING WS-CBR-I FROM 1 BY 1
                      UNTIL WS-CBR-I > 32
                 COMPUTE WS-CBR-SUMA = WS-CBR-SUMA
                         + WS-CBR-DIGITO(WS-CBR-I) * WS-CBR-PESO
                 IF WS-CBR-PESO = 9
                    MOVE 3 TO WS-CBR-PESO
                 ELSE
                    ADD 2 TO WS-CBR-PESO
                 END-IF
              END-PERFORM
              COMPUTE WS-CBR-MITAD = WS-CBR-SUMA / 2
              COMPUTE WS-CBR-DVCALC = FUNCTION MOD(WS-CBR-MITAD, 10)
              IF WS-CBR-DV IS NUMERIC
                 AND WS-CBR-DV = WS-CBR-DVCALC
                 AND WS-CBR-ENTE = WS-CBR-ENTE-PROPIO
                 MOVE 1 TO WS-CBR-VALIDO
              END-IF
           END-IF.
