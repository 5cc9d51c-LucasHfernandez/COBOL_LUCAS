      *****************************************************************
      * IMPUESTO SOBRE LOS DEBITOS Y CREDITOS BANCARIOS: 9600-CARGAR- *
      * IMPDEBCRED DEJA EN MEMORIA LA ALICUOTA GENERAL Y LOS          *
      * TRATAMIENTOS POR CUENTA VIGENTES A WS-IDC-FECHA; 9650-        *
      * CALCULAR-IMPDEBCRED DEVUELVE EL IMPUESTO DE UN MOVIMIENTO     *
      * (REDONDEADO AL CENTAVO). SIN IMPDEBCRED.DAT NO HAY PERCEPCION *
      * Y SE AVISA. EL PROGRAMA QUE LAS USA DEBE DECLARAR EL SELECT   *
      * IMPDEBCRED (IMPDEBCRED.DAT, LINE SEQUENTIAL, FILE STATUS      *
      * WS-IDC-FS), EL FD IMPDEBCRED CON COPY FSIDC Y LOS PARAMETROS  *
      * CON COPY FSIDCVAR.                                            *
      *****************************************************************
       9600-CARGAR-IMPDEBCRED.
           MOVE 0 TO WS-IDC-GRALDEB
           MOVE 0 TO WS-IDC-GRALCRE
           MOVE 0 TO WS-IDC-GRALVIG
           MOVE 0 TO WS-IDC-CANTCTAS
           OPEN INPUT IMPDEBCRED
           IF NOT WS-IDC-FS-OK
              DISPLAY "ATENCION: SIN IMPDEBCRED.DAT - NO SE PERCIBE EL "
                      "IMPUESTO SOBRE DEBITOS Y CREDITOS"
           ELSE
              PERFORM UNTIL WS-IDC-FS-EOF
                 READ IMPDEBCRED
                    AT END
                       CONTINUE
                    NOT AT END
                       IF IDC-VIGDESDE <= WS-IDC-FECHA
                          IF IDC-NROCUENTA = SPACES
                             IF IDC-VIGDESDE >= WS-IDC-GRALVIG
                                MOVE IDC-TASADEB  TO WS-IDC-GRALDEB
                                MOVE IDC-TASACRE  TO WS-IDC-GRALCRE
                                MOVE IDC-VIGDESDE TO WS-IDC-GRALVIG
                             END-IF
                          ELSE
                             PERFORM 9610-ANOTAR-CUENTA-IDC
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE IMPDEBCRED
           END-IF.

       9610-ANOTAR-CUENTA-IDC.
           MOVE 0 TO WS-IDC-POS
           PERFORM VARYING WS-IDC-I FROM 1 BY 1
                   UNTIL WS-IDC-I > WS-IDC-CANTCTAS
              IF WS-IDC-CTA-NRO(WS-IDC-I) = IDC-NROCUENTA
                 MOVE WS-IDC-I TO WS-IDC-POS
              END-IF
           END-PERFORM
           IF WS-IDC-POS = 0
              IF WS-IDC-CANTCTAS < 200
                 ADD 1 TO WS-IDC-CANTCTAS
                 MOVE WS-IDC-CANTCTAS TO WS-IDC-POS
                 MOVE 0 TO WS-IDC-CTA-VIGDESDE(WS-IDC-POS)
              ELSE
                 DISPLAY "ATENCION: DEMASIADAS CUENTAS CON TRATAMIENTO "
                         "PARTICULAR - " IDC-NROCUENTA
                         " QUEDA CON LA ALICUOTA GENERAL"
              END-IF
           END-IF
           IF WS-IDC-POS > 0
              IF IDC-VIGDESDE >= WS-IDC-CTA-VIGDESDE(WS-IDC-POS)
                 MOVE IDC-NROCUENTA TO WS-IDC-CTA-NRO(WS-IDC-POS)
                 MOVE IDC-CONDICION TO WS-IDC-CTA-CONDICION(WS-IDC-POS)
                 MOVE IDC-TASADEB   TO WS-IDC-CTA-TASADEB(WS-IDC-POS)
                 MOVE IDC-TASACRE   TO WS-IDC-CTA-TASACRE(WS-IDC-POS)
                 MOVE IDC-VIGDESDE  TO WS-IDC-CTA-VIGDESDE(WS-IDC-POS)
              END-IF
           END-IF.

       9650-CALCULAR-IMPDEBCRED.
           MOVE 'G' TO WS-IDC-CONDICION
           IF WS-IDC-TIPO = 'D'
              MOVE WS-IDC-GRALDEB TO WS-IDC-TASA
           ELSE
              MOVE WS-IDC-GRALCRE TO WS-IDC-TASA
           END-IF
           PERFORM VARYING WS-IDC-I FROM 1 BY 1
                   UNTIL WS-IDC-I > WS-IDC-CANTCTAS
              IF WS-IDC-CTA-NRO(WS-IDC-I) = WS-IDC-NROCUENTA
                 EVALUATE WS-IDC-CTA-CONDICION(WS-IDC-I)
                    WHEN 'E'
                       MOVE 'E' TO WS-IDC-CONDICION
                       MOVE 0   TO WS-IDC-TASA
                    WHEN 'R'
                       MOVE 'R' TO WS-IDC-CONDICION
                       IF WS-IDC-TIPO = 'D'
                          MOVE WS-IDC-CTA-TASADEB(WS-IDC-I)
                            TO WS-IDC-TASA
                       ELSE
                          MOVE WS-IDC-CTA-TASACRE(WS-IDC-I)
                            TO WS-IDC-TASA
                       END-IF
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM
           COMPUTE WS-IDC-IMPUESTO ROUNDED =
                   WS-IDC-IMPORTE * WS-IDC-TASA / 100.
