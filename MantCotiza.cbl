      *          MISMO CONTROL, Y CHEQUEO DE CONTINUIDAD QUE LISTA
      *          LOS DIAS HABILES SIN COTIZACION PARA QUE EL REVALUO
      *          NUNCA USE UNA TASA VIEJA EN SILENCIO.
      *          CADA HABIL SIN COTIZAR QUEDA ADEMAS EN LA BANDEJA DE
      *          EXCEPCIONES (EXCEPC-09-FL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-OPERADORES.

           SELECT EXCEPCIONES ASSIGN TO DISK 'EXCEPCIONES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-EXC-FS.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.
           05 SAL-PORCENTAJE           PIC 9(03).

       FD FERIADOS.
       COPY FSFER.

       FD OPERADORES.
       01 REG-OPERADOR.
           05 OPE-CLAVE                PIC X(10).
           05 OPE-NIVEL                PIC 9(01).

       FD EXCEPCIONES.
       COPY FSEXC.

       FD PROCLOG.
       COPY FSLOG.


       COPY FSLOGVAR.

       COPY FSEXCVAR.

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-FECHA            PIC 9(08)       VALUE 0.
          05 WSM-SALTO            PIC ZZ9,99.

       01 TABLA-FERIADOS.
          05 WST-FERIADO          PIC 9(08)       OCCURS 500 TIMES.

       PROCEDURE DIVISION.


       000000-CONTROL.
           MOVE 'MANTCOT-09-FL' TO WS-LOG-PROGRAMA
           MOVE 'MANTCOT-09-FL' TO WS-EXC-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD
           OPEN INPUT FERIADOS
           IF WSS-FS-FERIADOS-OK
              PERFORM UNTIL WSS-FS-FERIADOS-EOF
                         OR WSV-CANTFERIADOS > 499
                 READ FERIADOS
                    AT END
                       CONTINUE
              IF WSV-EXISTE = 0
                 ADD 1 TO WSA-FALTANTES
                 DISPLAY "SIN COTIZACION EL HABIL " WSV-FECHA
                 SET WS-EXC-MEDIA TO TRUE
                 MOVE WSV-MONEDA TO WS-EXC-CLAVE
                 STRING 'SIN COTIZACION EL HABIL ' WSV-FECHA
                        DELIMITED BY SIZE INTO WS-EXC-DESCRIPCION
                 END-STRING
                 PERFORM 9150-GRABAR-EXCEPCION
              END-IF
           END-IF.

       COPY FSLOGPROC.

       COPY FSEXCPROC.

       END PROGRAM MANTCOT-09-FL.
