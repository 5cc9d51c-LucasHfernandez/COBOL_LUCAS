      *****************************************************************
      * ESTADO OPERATIVO DE UNA CUENTA: 9700-ESTADO-CUENTA BUSCA      *
      * WS-ECT-NROCUENTA EN ESTADOSCTA.DAT Y DEVUELVE SU ECT-ESTADO   *
      * EN WS-ECT-ESTADO; SIN EL ARCHIVO O SIN LA CUENTA, EN BLANCO   *
      * (CUENTA NORMAL). EL PROGRAMA QUE LA USA DEBE DECLARAR EL      *
      * SELECT ESTADOSCTA (ESTADOSCTA.DAT, LINE SEQUENTIAL, FILE      *
      * STATUS WS-ECT-FS), EL FD ESTADOSCTA CON COPY FSECT Y LOS      *
      * PARAMETROS CON COPY FSECTVAR.                                 *
      *****************************************************************
       9700-ESTADO-CUENTA.
           MOVE SPACE TO WS-ECT-ESTADO
           OPEN INPUT ESTADOSCTA
           IF WS-ECT-FS-OK
              PERFORM UNTIL WS-ECT-FS-EOF
                 READ ESTADOSCTA
                    AT END
                       CONTINUE
                    NOT AT END
                       IF ECT-NROCUENTA = WS-ECT-NROCUENTA
                          MOVE ECT-ESTADO TO WS-ECT-ESTADO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ESTADOSCTA
           END-IF.
