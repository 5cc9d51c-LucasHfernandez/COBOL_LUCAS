      *          SE ABREN SOLO PARA LECTURA Y CADA CONSULTA QUEDA
      *          ASENTADA EN CONSULTAS.LOG. DISPONIBLE PARA EL NIVEL
      *          MAS BAJO DE OPERADORES.
      *          LAS CUENTAS DEL CLIENTE INCLUYEN AQUELLAS DONDE ES
      *          COTITULAR O FIRMANTE SEGUN TITULARES.DAT, CON SU ROL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT TITULARES ASSIGN TO DISK 'TITULARES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-TIT-FS.

           SELECT SCORES    ASSIGN TO DISK 'SCORES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SCORES.
       01 REG-CUOTA.
          05 FSC-NOMBRE            PIC A(20).
          05 FSC-APELLIDO          PIC A(20).
          05 FSC-NUMERO-CUOTA      PIC 9(02).
          05 FSC-IMPORTE           PIC 9(06)V9(02).
          05 FSC-FECHA             PIC 9(08).
          05 FSC-VENCIMIENTO       PIC 9(08).
          05 FSC-MORA              PIC 9(06)V9(02).
          05 FSC-ESTADO            PIC X(01).
          05 FSC-PLANREF           PIC 9(02).

       01 REG-PAGO.
          05 PAG-NOMBRE            PIC A(20).
          05 PAG-APELLIDO          PIC A(20).
          05 PAG-NUMERO-CUOTA      PIC 9(02).
          05 PAG-FECHA             PIC 9(08).
          05 PAG-IMPORTE           PIC 9(06)V9(02).
          05 PAG-MEDIO             PIC X(01).
          05 PAG-SESION            PIC 9(04).

           05 FSE-MONTOCUENTA          PIC 9(15)V9(02).
           05 FSE-MONEDA               PIC X(03).

       FD TITULARES.
       COPY FSTIT.

       FD SCORES.
       01 REG-SCORE.
          05 SCO-NOMBRE            PIC A(20).

       COPY FSLOGVAR.

       COPY FSTITVAR.

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-OPERADOR         PIC X(10).
          05 WSV-APELLIDO         PIC A(20).
          05 WSV-FECHA-SISTEMA    PIC 9(08)       VALUE 0.
          05 WSV-HORA-SISTEMA     PIC 9(08)       VALUE 0.
          05 WSV-PENDIENTE        PIC 9(07)V9(02) VALUE 0.
          05 WSV-DIASATRASO       PIC S9(05)      VALUE 0.
          05 WSV-PLANACTIVO       PIC 9(02)       VALUE 0.
          05 WSV-CODIGOCLTE       PIC 9(08)       VALUE 0.
          05 WSV-ROL              PIC X(09)       VALUE SPACES.
          05 WSV-HAYALGO          PIC 9(01)       VALUE 0.

       01 INDICES.
       01 ULTIMOS-PAGOS.
          05 WST-ULTIMO           OCCURS 5 TIMES.
             10 ULT-FECHA         PIC 9(08).
             10 ULT-CUOTA         PIC 9(02).
             10 ULT-IMPORTE       PIC 9(06)V9(02).
             10 ULT-MEDIO         PIC X(01).

       01 ACUMULADORES.
            88 WSS-FS-CONSULTAS-NOEXISTE          VALUE '35'.

       01 MASCARAS.
          05 WSM-PENDIENTE        PIC Z(07),99.
          05 WSM-TOTAL            PIC Z(08),99.
          05 WSM-SALDO            PIC Z(15),99.
          05 WSM-IMPORTE          PIC Z(06),99.

       01 TABLA-CUOTAS.
          05 WST-CUOTA            OCCURS 200 TIMES.
             10 CUO-NOMBRE        PIC A(20).
             10 CUO-APELLIDO      PIC A(20).
             10 CUO-NRO           PIC 9(02).
             10 CUO-IMPORTE       PIC 9(06)V9(02).
             10 CUO-VENCIMIENTO   PIC 9(08).
             10 CUO-MORA          PIC 9(06)V9(02).
             10 CUO-ESTADO        PIC X(01).
             10 CUO-PLANREF       PIC 9(02).
             10 CUO-PAGADO        PIC 9(07)V9(02).

       PROCEDURE DIVISION.

                 END-PERFORM
                 CLOSE CUENTAS
              END-IF
              PERFORM 410000-MOSTRAR-VINCULADAS
              IF WSV-HAYALGO = 0
                 DISPLAY "SIN CUENTAS EN CUENTAS.DAT"
              END-IF
           END-IF.

      *****************************************************************
      * CUENTAS DE OTROS TITULARES DONDE EL CLIENTE ESTA VINCULADO    *
      * COMO COTITULAR O FIRMANTE (TITULARES.DAT).                    *
      *****************************************************************
       410000-MOSTRAR-VINCULADAS.
           OPEN INPUT TITULARES
           IF WS-TIT-FS-OK
              PERFORM UNTIL WS-TIT-FS-EOF
                 READ TITULARES
                    AT END
                       CONTINUE
                    NOT AT END
                       IF TIT-CODCLTE = WSV-CODIGOCLTE
                          AND TIT-ESTADO = 'A'
                          PERFORM 420000-MOSTRAR-VINCULADA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TITULARES
           END-IF.

       420000-MOSTRAR-VINCULADA.
           EVALUATE TIT-ROL
              WHEN 'T'
                 MOVE 'TITULAR'   TO WSV-ROL
              WHEN 'C'
                 MOVE 'COTITULAR' TO WSV-ROL
              WHEN OTHER
                 MOVE 'FIRMANTE'  TO WSV-ROL
           END-EVALUATE
           OPEN INPUT CUENTAS
           IF WSS-FS-CUENTAS-OK
              PERFORM UNTIL WSS-FS-CUENTAS-EOF
                 READ CUENTAS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF FSE-NROCUENTA = TIT-NROCUENTA
                          AND FSE-CODIGOCLTE NOT = WSV-CODIGOCLTE
                          MOVE 1 TO WSV-HAYALGO
                          MOVE FSE-MONTOCUENTA TO WSM-SALDO
                          DISPLAY "CUENTA " FSE-NROCUENTA
                                  " (" FSE-MONEDA ") SALDO "
                                  WSM-SALDO " - " WSV-ROL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUENTAS
           END-IF.

      *****************************************************************
      * ULTIMOS PAGOS DEL CLIENTE: SE RETIENEN LOS CINCO DE FECHA     *
      * MAS ALTA DE TODO EL ARCHIVO Y SE MUESTRAN AL FINAL.           *
