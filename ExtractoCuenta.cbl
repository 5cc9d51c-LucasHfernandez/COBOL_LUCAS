      *          FSE-MONTOCUENTA DE CUENTAS.DAT, AVISANDO FUERTE
      *          CUANDO NO. SALIDA IMPRIMIBLE EN EXTRACTO.DAT CON EL
      *          FORMATO DE CUADRO DEL RESUMEN.
      *          LA CUENTA SE PUEDE BUSCAR POR CUALQUIERA DE SUS
      *          TITULARES (TITULARES.DAT, VER TITUL-09-FL); EL
      *          EXTRACTO LISTA LOS TITULARES Y FIRMANTES Y, EN CADA
      *          DEBITO, QUIEN LO ORDENO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-EXTRACTO.

           SELECT TITULARES ASSIGN TO DISK 'TITULARES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-TIT-FS.

           SELECT MAECLI              ASSIGN TO DISK 'MAECLI.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MAECLI.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.
           05 MOV-COMPROBANTE          PIC 9(06).
           05 MOV-REFREVERSA           PIC 9(06).
           05 MOV-MOTIVO               PIC X(02).
           05 MOV-ORDENANTE            PIC 9(08).

       FD USODESC.
       01 REG-USODESC.
       FD EXTRACTO.
       01 REG-EXTRACTO                 PIC X(100).

       FD TITULARES.
       COPY FSTIT.

       FD MAECLI.
       01 REG-MAECLI.
          05 MAE-CODIGO            PIC 9(08).
          05 MAE-NOMBRE            PIC A(20).
          05 MAE-APELLIDO          PIC A(20).
          05 MAE-ESTADO            PIC X(01).

       FD PROCLOG.
       COPY FSLOG.


       COPY FSLOGVAR.

       COPY FSTITVAR.

       01 VARIABLES.
           05 WSV-NROCUENTA            PIC X(08).
           05 WSV-FECHA-DESDE          PIC 9(08)    VALUE 0.
           05 WSV-SALDOEFECTIVO        PIC S9(15)V9(02) VALUE 0.
           05 WSV-DIFERENCIA           PIC S9(15)V9(02) VALUE 0.
           05 WSV-CUENTAHALLADA        PIC 9(01)    VALUE 0.
           05 WSV-CODCLTE              PIC 9(08)    VALUE 0.
           05 WSV-TITULAR              PIC 9(08)    VALUE 0.
           05 WSV-NOMBRE               PIC X(42)    VALUE SPACES.
           05 WSV-ROL                  PIC X(10)    VALUE SPACES.
           05 WSV-CANTCLIENTE          PIC 9(03)    VALUE 0.
           05 WSV-LINEA                PIC X(100)   VALUE SPACES.

       01 ACUMULADORES.
             88 WSS-FS-MOVIM-EOF                    VALUE '10'.
           05 WSS-FS-EXTRACTO          PIC X(02).
             88 WSS-FS-EXTRACTO-OK                  VALUE '00'.
           05 WSS-FS-MAECLI            PIC X(02).
             88 WSS-FS-MAECLI-OK                    VALUE '00'.
             88 WSS-FS-MAECLI-EOF                   VALUE '10'.
           05 WSS-FS-USODESC           PIC X(02).
             88 WSS-FS-USODESC-OK                   VALUE '00'.
             88 WSS-FS-USODESC-EOF                  VALUE '10'.
           PERFORM 9100-GRABAR-PROCLOG
           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD

           DISPLAY "INGRESE NUMERO DE CUENTA (8 DIGITOS, EN BLANCO "
                   "PARA BUSCARLA POR TITULAR): "
           ACCEPT WSV-NROCUENTA
           IF WSV-NROCUENTA = SPACES
              PERFORM 050000-BUSCAR-POR-TITULAR
           END-IF
           DISPLAY "INGRESE FECHA DESDE (AAAAMMDD): "
           ACCEPT WSV-FECHA-DESDE
           DISPLAY "INGRESE FECHA HASTA (AAAAMMDD, 0 = HOY): "
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

      *****************************************************************
      * BUSQUEDA POR TITULAR: LISTA LAS CUENTAS DONDE EL CLIENTE ES   *
      * TITULAR, COTITULAR O FIRMANTE (TITULARES.DAT) O TITULAR EN    *
      * CUENTAS.DAT, Y PIDE CUAL EXTRACTAR.                           *
      *****************************************************************
       050000-BUSCAR-POR-TITULAR.
           DISPLAY "INGRESE CODIGO DE CLIENTE: "
           ACCEPT WSV-CODCLTE
           MOVE 0 TO WSV-CANTCLIENTE
           OPEN INPUT TITULARES
           IF WS-TIT-FS-OK
              PERFORM UNTIL WS-TIT-FS-EOF
                 READ TITULARES
                    AT END
                       CONTINUE
                    NOT AT END
                       IF TIT-CODCLTE = WSV-CODCLTE
                          AND TIT-ESTADO = 'A'
                          ADD 1 TO WSV-CANTCLIENTE
                          DISPLAY "   CUENTA " TIT-NROCUENTA
                                  " (ROL " TIT-ROL ")"
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TITULARES
           END-IF
           OPEN INPUT CUENTAS
           IF WSS-FS-CUENTAS-OK
              PERFORM UNTIL WSS-FS-CUENTAS-EOF
                 READ CUENTAS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF FSE-CODIGOCLTE = WSV-CODCLTE
                          ADD 1 TO WSV-CANTCLIENTE
                          DISPLAY "   CUENTA " FSE-NROCUENTA
                                  " (TITULAR EN CUENTAS.DAT)"
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUENTAS
           END-IF
           IF WSV-CANTCLIENTE = 0
              DISPLAY "EL CLIENTE NO TIENE CUENTAS"
           ELSE
              DISPLAY "INGRESE NUMERO DE CUENTA A EXTRACTAR: "
              ACCEPT WSV-NROCUENTA
           END-IF.

       100000-BUSCAR-CUENTA.
           MOVE 0 TO WSV-CUENTAHALLADA
           OPEN INPUT CUENTAS
                       IF FSE-NROCUENTA = WSV-NROCUENTA
                          MOVE 1 TO WSV-CUENTAHALLADA
                          MOVE FSE-MONTOCUENTA TO WSV-SALDOMAESTRO
                          MOVE FSE-CODIGOCLTE  TO WSV-TITULAR
                       END-IF
                 END-READ
              END-PERFORM
           WRITE REG-EXTRACTO
           MOVE SPACES TO WSV-LINEA.

      *****************************************************************
      * TITULARES Y FIRMANTES DE LA CUENTA (TITULARES.DAT); SIN       *
      * VINCULOS CARGADOS, EL TITULAR UNICO DE CUENTAS.DAT.           *
      *****************************************************************
       260000-GRABAR-TITULARES.
           MOVE WSV-NROCUENTA TO WS-TIT-NROCUENTA
           PERFORM 9800-FIRMANTES-CUENTA
           IF WS-TIT-CANT = 0
              MOVE 1 TO WS-TIT-CANT
              MOVE WSV-TITULAR TO WS-TIT-CODCLTE(1)
              MOVE 'T' TO WS-TIT-ROL(1)
              MOVE 'I' TO WS-TIT-REGLA(1)
           END-IF
           PERFORM VARYING WS-TIT-I FROM 1 BY 1
                   UNTIL WS-TIT-I > WS-TIT-CANT
              MOVE WS-TIT-CODCLTE(WS-TIT-I) TO WSV-CODCLTE
              PERFORM 270000-BUSCAR-NOMBRE
              EVALUATE WS-TIT-ROL(WS-TIT-I)
                 WHEN 'T'
                    MOVE 'TITULAR'   TO WSV-ROL
                 WHEN 'C'
                    MOVE 'COTITULAR' TO WSV-ROL
                 WHEN OTHER
                    MOVE 'FIRMANTE'  TO WSV-ROL
              END-EVALUATE
              IF WS-TIT-REGLA(WS-TIT-I) = 'J'
                 STRING WSV-ROL ' ' WSV-CODCLTE ' ' WSV-NOMBRE
                        ' (FIRMA CONJUNTA)'
                        DELIMITED BY SIZE INTO WSV-LINEA
              ELSE
                 STRING WSV-ROL ' ' WSV-CODCLTE ' ' WSV-NOMBRE
                        DELIMITED BY SIZE INTO WSV-LINEA
              END-IF
              PERFORM 250000-GRABAR-LINEA
           END-PERFORM.

       270000-BUSCAR-NOMBRE.
           MOVE SPACES TO WSV-NOMBRE
           OPEN INPUT MAECLI
           IF WSS-FS-MAECLI-OK
              PERFORM UNTIL WSS-FS-MAECLI-EOF
                 READ MAECLI
                    AT END
                       CONTINUE
                    NOT AT END
                       IF MAE-CODIGO = WSV-CODCLTE
                          STRING FUNCTION TRIM(MAE-APELLIDO) ', '
                                 FUNCTION TRIM(MAE-NOMBRE)
                                 DELIMITED BY SIZE INTO WSV-NOMBRE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MAECLI
           END-IF.

      *****************************************************************
      * SEGUNDA PASADA: LOS MOVIMIENTOS DEL RANGO EN EL ORDEN DEL     *
      * LIBRO, CON EL SALDO CORRIDO DESPUES DE CADA UNO.              *
                   TO WSV-LINEA
              PERFORM 250000-GRABAR-LINEA

              PERFORM 260000-GRABAR-TITULARES

              MOVE WSV-APERTURA TO WSM-SALDO
              STRING 'SALDO DE APERTURA: ' WSM-SALDO
                     DELIMITED BY SIZE INTO WSV-LINEA
                     ' REV ' MOV-REFREVERSA
                     DELIMITED BY SIZE INTO WSV-LINEA
           ELSE
           IF MOV-ORDENANTE IS NUMERIC AND MOV-ORDENANTE > 0
              STRING MOV-FECHA ' ' MOV-TIPO ' '
                     MOV-CONCEPTO(1:20) ' ' WSM-IMPORTE
                     ' SALDO ' WSM-SALDO
                     ' CPTE ' MOV-COMPROBANTE
                     ' ORD ' MOV-ORDENANTE
                     DELIMITED BY SIZE INTO WSV-LINEA
           ELSE
              STRING MOV-FECHA ' ' MOV-TIPO ' '
                     MOV-CONCEPTO(1:20) ' ' WSM-IMPORTE
                     ' SALDO ' WSM-SALDO
                     ' CPTE ' MOV-COMPROBANTE
                     DELIMITED BY SIZE INTO WSV-LINEA
           END-IF
           END-IF
           PERFORM 250000-GRABAR-LINEA.


       COPY FSLOGPROC.

       COPY FSTITPROC.

       END PROGRAM EXTRACTO-09-FL.
