      *          MOVIM-09-FL). LAS QUE FALLAN POR SALDO INSUFICIENTE
      *          SE SALTEAN Y SE INFORMAN PARA REINTENTAR; CADA
      *          EJECUCION QUEDA EN ORDENESEJEC.DAT PARA NO DEBITAR
      *          DOS VECES EL MISMO DIA. CADA EJECUCION PAGA EL
      *          IMPUESTO SOBRE DEBITOS Y CREDITOS (IMPDEBCRED.DAT) EN
      *          EL ORIGEN Y EN EL DESTINO, ASENTADO BAJO EL MISMO
      *          COMPROBANTE, SALVO ENTRE CUENTAS DEL MISMO CLIENTE.
      *          NO SE DAN DE ALTA NI SE EJECUTAN ORDENES CON ORIGEN O
      *          DESTINO EN UNA CUENTA CERRADA (VER CIERCTA-09-FL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MOVIM.

           SELECT IMPDEBCRED ASSIGN TO DISK 'IMPDEBCRED.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-IDC-FS.

           SELECT ESTADOSCTA ASSIGN TO DISK 'ESTADOSCTA.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-ECT-FS.

           SELECT INTENCION ASSIGN TO DISK 'INTENCION.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-INT-FS.
           05 MOV-REFREVERSA           PIC 9(06).
           05 MOV-MOTIVO               PIC X(02).

       FD IMPDEBCRED.
       COPY FSIDC.

       FD ESTADOSCTA.
       COPY FSECT.

       FD INTENCION.
       COPY FSINT.


       COPY FSLOCKVAR.

       COPY FSECTVAR.

       COPY FSINTVAR.

       COPY FSIDCVAR.

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-FECHA-PROCESO    PIC 9(08)       VALUE 0.
          05 WSV-POSICION         PIC 9(03)       VALUE 0.
          05 WSV-NROCUENTA        PIC X(08).
          05 WSV-YAEJECUTADA      PIC 9(01)       VALUE 0.
          05 WSV-CERRADA          PIC 9(01)       VALUE 0.
          05 WSV-HUBOCAMBIOS      PIC 9(01)       VALUE 0.
          05 WSV-ORDCAMBIOS       PIC 9(01)       VALUE 0.
          05 WSV-TABLALLENA       PIC 9(01)       VALUE 0.
          05 WSV-ORDLLENAS        PIC 9(01)       VALUE 0.
          05 WSV-IMPUESTO         PIC 9(13)V9(02) VALUE 0.
          05 WSV-IMPUESTODEST     PIC 9(13)V9(02) VALUE 0.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
              ACCEPT WSV-VIGDESDE
              DISPLAY "INGRESE VIGENCIA HASTA (AAAAMMDD): "
              ACCEPT WSV-VIGHASTA
              PERFORM 345000-VERIFICAR-CERRADAS

              EVALUATE TRUE
                 WHEN WSV-ORIGEN = WSV-DESTINO
                    DISPLAY "ORIGEN Y DESTINO SON LA MISMA CUENTA"
                 WHEN WSV-CERRADA = 1
                    DISPLAY "EL ORIGEN O EL DESTINO ES UNA CUENTA "
                            "CERRADA"
                 WHEN WSV-IMPORTE = 0
                    DISPLAY "EL IMPORTE NO PUEDE SER CERO"
                 WHEN WSV-DIA = 0 OR WSV-DIA > 28
              DISPLAY "NO HAY CUENTAS CARGADAS EN CUENTAS.DAT"
           ELSE
              PERFORM 320000-BUSCAR-ULTIMO-COMPROBANTE
              MOVE WSV-FECHA-PROCESO TO WS-IDC-FECHA
              PERFORM 9600-CARGAR-IMPDEBCRED
              MOVE 0 TO WSA-EJECUTADAS
              MOVE 0 TO WSA-SALTEADAS
              PERFORM VARYING WSI-O FROM 1 BY 1
              MOVE ORT-DESTINO(WSI-O) TO WSV-NROCUENTA
              PERFORM 350000-BUSCAR-CUENTA
              MOVE WSV-POSICION TO WSV-POSDESTINO
              MOVE ORT-ORIGEN(WSI-O)  TO WSV-ORIGEN
              MOVE ORT-DESTINO(WSI-O) TO WSV-DESTINO
              PERFORM 345000-VERIFICAR-CERRADAS

              IF WSV-POSORIGEN > 0 AND WSV-POSDESTINO > 0
                 PERFORM 355000-CALCULAR-IMPUESTOS
              END-IF

              EVALUATE TRUE
                 WHEN WSV-POSORIGEN = 0 OR WSV-POSDESTINO = 0
                    DISPLAY "ORDEN " ORT-NUMERO(WSI-O)
                            " SALTEADA: CUENTA INEXISTENTE"
                    PERFORM 380000-ANOTAR-SALTEADA
                 WHEN WSV-CERRADA = 1
                    ADD 1 TO WSA-SALTEADAS
                    DISPLAY "ORDEN " ORT-NUMERO(WSI-O)
                            " SALTEADA: CUENTA CERRADA"
                    PERFORM 380000-ANOTAR-SALTEADA
                 WHEN ORT-IMPORTE(WSI-O) + WSV-IMPUESTO >
                      WST-CTA-MONTO(WSV-POSORIGEN)
                    ADD 1 TO WSA-SALTEADAS
                    DISPLAY "ORDEN " ORT-NUMERO(WSI-O)
              CLOSE EJECUTADAS
           END-IF.

      *****************************************************************
      * UNA CUENTA CERRADA (VER CIERCTA-09-FL) NO ADMITE MOVIMIENTOS: *
      * EL CIERRE DA DE BAJA SUS ORDENES, PERO UNA CARGADA DESPUES O  *
      * UNA QUE QUEDO ACTIVA NO DEBE EJECUTARSE.                      *
      *****************************************************************
       345000-VERIFICAR-CERRADAS.
           MOVE 0 TO WSV-CERRADA
           MOVE WSV-ORIGEN TO WS-ECT-NROCUENTA
           PERFORM 9700-ESTADO-CUENTA
           IF WS-ECT-CERRADA
              MOVE 1 TO WSV-CERRADA
           END-IF
           MOVE WSV-DESTINO TO WS-ECT-NROCUENTA
           PERFORM 9700-ESTADO-CUENTA
           IF WS-ECT-CERRADA
              MOVE 1 TO WSV-CERRADA
           END-IF.

       350000-BUSCAR-CUENTA.
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSI-I FROM 1 BY 1
              END-IF
           END-PERFORM.

      *****************************************************************
      * IMPUESTO SOBRE DEBITOS Y CREDITOS DE LA ORDEN: EL ORIGEN LO   *
      * PAGA SOBRE EL DEBITO Y EL DESTINO SOBRE EL CREDITO, SALVO     *
      * ENTRE CUENTAS DEL MISMO CLIENTE (IGUAL QUE MOVIM-09-FL).      *
      *****************************************************************
       355000-CALCULAR-IMPUESTOS.
           MOVE 0 TO WSV-IMPUESTO
           MOVE 0 TO WSV-IMPUESTODEST
           IF WST-CTA-CODCLTE(WSV-POSORIGEN) NOT =
              WST-CTA-CODCLTE(WSV-POSDESTINO)
              MOVE ORT-ORIGEN(WSI-O)  TO WS-IDC-NROCUENTA
              MOVE 'D'                TO WS-IDC-TIPO
              MOVE ORT-IMPORTE(WSI-O) TO WS-IDC-IMPORTE
              PERFORM 9650-CALCULAR-IMPDEBCRED
              MOVE WS-IDC-IMPUESTO    TO WSV-IMPUESTO
              MOVE ORT-DESTINO(WSI-O) TO WS-IDC-NROCUENTA
              MOVE 'C'                TO WS-IDC-TIPO
              PERFORM 9650-CALCULAR-IMPDEBCRED
              MOVE WS-IDC-IMPUESTO    TO WSV-IMPUESTODEST
           END-IF.

      *****************************************************************
      * MISMO ASIENTO EN PAREJA QUE LA TRANSFERENCIA MANUAL: DEBITO   *
      * Y CREDITO JUNTOS BAJO UN COMPROBANTE, EN UNA SOLA APERTURA,   *
      * SEGUIDOS DE LOS DEBITOS DEL IMPUESTO ('ID' EN EL ORIGEN, 'IC' *
      * EN EL DESTINO).                                               *
      *****************************************************************
       360000-ASENTAR-PAR.
           OPEN EXTEND MOVIMIENTOS
              MOVE ORT-DESTINO(WSI-O) TO MOV-NROCUENTA
              MOVE 'C'                TO MOV-TIPO
              WRITE REG-MOVIMIENTO

              IF WSV-IMPUESTO > 0
                 MOVE ORT-ORIGEN(WSI-O)  TO MOV-NROCUENTA
                 MOVE 'D'                TO MOV-TIPO
                 MOVE 'IMPUESTO S/DEBITOS BANCARIOS' TO MOV-CONCEPTO
                 MOVE WSV-IMPUESTO       TO MOV-IMPORTE
                 MOVE 'ID'               TO MOV-MOTIVO
                 WRITE REG-MOVIMIENTO
              END-IF
              IF WSV-IMPUESTODEST > 0
                 MOVE ORT-DESTINO(WSI-O) TO MOV-NROCUENTA
                 MOVE 'D'                TO MOV-TIPO
                 MOVE 'IMPUESTO S/CREDITOS BANCARIOS' TO MOV-CONCEPTO
                 MOVE WSV-IMPUESTODEST   TO MOV-IMPORTE
                 MOVE 'IC'               TO MOV-MOTIVO
                 WRITE REG-MOVIMIENTO
              END-IF
              CLOSE MOVIMIENTOS

              SUBTRACT ORT-IMPORTE(WSI-O) WSV-IMPUESTO
                  FROM WST-CTA-MONTO(WSV-POSORIGEN)
              ADD ORT-IMPORTE(WSI-O)
                  TO WST-CTA-MONTO(WSV-POSDESTINO)
              SUBTRACT WSV-IMPUESTODEST
                  FROM WST-CTA-MONTO(WSV-POSDESTINO)
              MOVE 1 TO WSV-HUBOCAMBIOS
              ADD 1 TO WSA-EJECUTADAS


       COPY FSINTPROC.

       COPY FSIDCPROC.

       COPY FSECTPROC.

       COPY FSLOCKPROC.

       END PROGRAM ORDPERM-09-FL.
