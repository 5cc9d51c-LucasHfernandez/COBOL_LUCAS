      *****************************************************************
      * TITULARES Y FIRMANTES DE UNA CUENTA: 9800-FIRMANTES-CUENTA    *
      * RECORRE TITULARES.DAT Y DEJA EN WS-TIT-FIRMANTE LOS VINCULOS  *
      * ACTIVOS DE WS-TIT-NROCUENTA (SIN EL ARCHIVO, NINGUNO). EL     *
      * PROGRAMA QUE LA USA DEBE DECLARAR EL SELECT TITULARES         *
      * (TITULARES.DAT, LINE SEQUENTIAL, FILE STATUS WS-TIT-FS), EL   *
      * FD TITULARES CON COPY FSTIT Y LOS PARAMETROS CON COPY         *
      * FSTITVAR.                                                     *
      *****************************************************************
       9800-FIRMANTES-CUENTA.
           MOVE 0 TO WS-TIT-CANT
           MOVE 0 TO WS-TIT-CONJUNTOS
           OPEN INPUT TITULARES
           IF WS-TIT-FS-OK
              PERFORM UNTIL WS-TIT-FS-EOF
                 READ TITULARES
                    AT END
                       CONTINUE
                    NOT AT END
                       IF TIT-NROCUENTA = WS-TIT-NROCUENTA
                          AND TIT-ESTADO = 'A'
                          AND WS-TIT-CANT < 10
                          ADD 1 TO WS-TIT-CANT
                          MOVE TIT-CODCLTE TO
                                         WS-TIT-CODCLTE(WS-TIT-CANT)
                          MOVE TIT-ROL     TO WS-TIT-ROL(WS-TIT-CANT)
                          MOVE TIT-REGLA   TO WS-TIT-REGLA(WS-TIT-CANT)
                          IF TIT-REGLA = 'J'
                             ADD 1 TO WS-TIT-CONJUNTOS
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TITULARES
           END-IF.
