      *          ACTUAL MENOS NETO DEL LIBRO). PENSADO PARA LA CADENA
      *          NOCTURNA: LA INCONSISTENCIA DE TRES MESES SE
      *          ENCONTRO DE CASUALIDAD.
      *          CADA DISCREPANCIA QUEDA ADEMAS COMO CRITICA EN LA
      *          BANDEJA DE EXCEPCIONES (EXCEPC-09-FL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-USODESC.

           SELECT EXCEPCIONES ASSIGN TO DISK 'EXCEPCIONES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-EXC-FS.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.
           05 USO-NROCUENTA            PIC X(08).
           05 USO-USADO                PIC 9(13)V9(02).

       FD EXCEPCIONES.
       COPY FSEXC.

       FD PROCLOG.
       COPY FSLOG.


       COPY FSLOGVAR.

       COPY FSEXCVAR.

       01 VARIABLES.
          05 WSV-POSICION         PIC 9(03)       VALUE 0.
          05 WSV-ESPERADO         PIC S9(15)V9(02) VALUE 0.

       000000-CONTROL.
           MOVE 'CONCSAL-09-FL' TO WS-LOG-PROGRAMA
           MOVE 'CONCSAL-09-FL' TO WS-EXC-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG

                    MOVE WSV-DERIVA TO WSM-DERIVA
                    DISPLAY "*** CUENTA " CTA-NRO(WSI-I)
                            " CON DERIVA " WSM-DERIVA
                    SET WS-EXC-CRITICA TO TRUE
                    MOVE CTA-NRO(WSI-I) TO WS-EXC-CLAVE
                    STRING 'DERIVA DEL SALDO CONTRA EL LIBRO: '
                           WSM-DERIVA
                           DELIMITED BY SIZE INTO WS-EXC-DESCRIPCION
                    END-STRING
                    PERFORM 9150-GRABAR-EXCEPCION
                    MOVE WSV-ESPERADO TO WSM-SALDO
                    DISPLAY "    ESPERADO SEGUN LIBRO: " WSM-SALDO
                    MOVE WSV-EFECTIVO TO WSM-SALDO
                    DISPLAY "*** CLIENTE " CLI-CODIGO(WSI-C)
                            ": MAESTRO VS SALDOS.DAT DIFIEREN EN "
                            WSM-DERIVA
                    SET WS-EXC-CRITICA TO TRUE
                    MOVE CLI-CODIGO(WSI-C) TO WS-EXC-CLAVE
                    STRING 'MAESTRO VS SALDOS.DAT DIFIEREN EN '
                           WSM-DERIVA
                           DELIMITED BY SIZE INTO WS-EXC-DESCRIPCION
                    END-STRING
                    PERFORM 9150-GRABAR-EXCEPCION
                 END-IF
              END-IF
           END-PERFORM

       COPY FSLOGPROC.

       COPY FSEXCPROC.

       END PROGRAM CONCSAL-09-FL.
