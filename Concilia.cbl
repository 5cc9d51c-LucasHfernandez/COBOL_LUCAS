      *          PAGO DEL MISMO IMPORTE DENTRO DE UNA VENTANA DE DIAS
      *          DE TOLERANCIA, Y SE INFORMAN LOS APAREADOS, LOS
      *          CREDITOS DEL BANCO SIN PAGO Y LOS PAGOS SIN CREDITO.
      *          LOS CREDITOS SIN PAGO QUEDAN EN SUSPENSO EN
      *          PARTIDAS.DAT HASTA QUE SE IDENTIFICA EL CLIENTE
      *          (PAGOS-09-FL, OPCION 4).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PAGOS.

           SELECT PARTIDAS  ASSIGN TO DISK 'PARTIDAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PARTIDAS.

           SELECT CERROJOS  ASSIGN TO DISK 'CERROJOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-CER-FS.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.

       DATA DIVISION.

       FILE SECTION.
       01 REG-PAGO.
          05 PAG-NOMBRE            PIC A(20).
          05 PAG-APELLIDO          PIC A(20).
          05 PAG-NUMERO-CUOTA      PIC 9(02).
          05 PAG-FECHA             PIC 9(08).
          05 PAG-IMPORTE           PIC 9(06)V9(02).
          05 PAG-MEDIO             PIC X(01).
          05 PAG-SESION            PIC 9(04).

      *****************************************************************
      * PARTIDAS.DAT: CREDITOS DEL BANCO EN SUSPENSO, NUMERADOS EN    *
      * FORMA CORRELATIVA. PAR-ESTADO 'P' = PENDIENTE DE IDENTIFICAR, *
      * 'I' = IDENTIFICADA (CON EL CLIENTE Y LA FECHA EN QUE SE       *
      * IDENTIFICO, LO MARCA PAGOS-09-FL).                            *
      *****************************************************************
       FD PARTIDAS.
       01 REG-PARTIDA.
          05 PAR-NUMERO            PIC 9(05).
          05 PAR-FECHA             PIC 9(08).
          05 PAR-REFERENCIA        PIC X(10).
          05 PAR-IMPORTE           PIC 9(08)V9(02).
          05 PAR-ESTADO            PIC X(01).
          05 PAR-FECHAIDENT        PIC 9(08).
          05 PAR-NOMBRE            PIC A(20).
          05 PAR-APELLIDO          PIC A(20).

       FD CERROJOS.
       COPY FSLOCK.

       FD PROCLOG.
       COPY FSLOG.

       WORKING-STORAGE SECTION.

       COPY FSLOGVAR.

       COPY FSLOCKVAR.

       01 VARIABLES.
           05 WSV-TOLERANCIA         PIC 9(02)    VALUE 3.
           05 WSV-DIFDIAS            PIC S9(05)   VALUE 0.
           05 WSV-POSICION           PIC 9(03)    VALUE 0.
           05 WSV-ULTIMAPARTIDA      PIC 9(05)    VALUE 0.
           05 WSV-ENSUSPENSO         PIC 9(05)    VALUE 0.

       01 INDICES.
           05 WSI-I                  PIC 9(03)    VALUE 0.
           05 WSI-P                  PIC 9(04)    VALUE 0.
           05 WSV-CANTPAGOS          PIC 9(03)    VALUE 0.
           05 WSV-CANTPARTIDAS       PIC 9(04)    VALUE 0.

       01 ACUMULADORES.
           05 WSA-APAREADOS          PIC 9(04)    VALUE 0.
           05 WSA-BANCO-SOLO         PIC 9(04)    VALUE 0.
           05 WSA-PAGOS-SOLO         PIC 9(04)    VALUE 0.
           05 WSA-A-SUSPENSO         PIC 9(04)    VALUE 0.

       01 SWITCHES.
           05 WSS-FS-EXTRACTO         PIC X(02).
           05 WSS-FS-PAGOS            PIC X(02).
             88 WSS-FS-PAGOS-OK                    VALUE '00'.
             88 WSS-FS-PAGOS-EOF                   VALUE '10'.
           05 WSS-FS-PARTIDAS         PIC X(02).
             88 WSS-FS-PARTIDAS-OK                 VALUE '00'.
             88 WSS-FS-PARTIDAS-EOF                VALUE '10'.
             88 WSS-FS-PARTIDAS-NOEXISTE           VALUE '35'.

       01 MASCARAS.
           05 WSM-IMPORTE            PIC Z(08),99.
       01 TABLA-PAGOS.
           05 WST-PAGO               OCCURS 500 TIMES.
               10 PGO-FECHA          PIC 9(08).
               10 PGO-IMPORTE        PIC 9(06)V9(02).
               10 PGO-NOMBRE         PIC A(20).
               10 PGO-APELLIDO       PIC A(20).
               10 PGO-APAREADO       PIC 9(01).

      *****************************************************************
      * CLAVE (FECHA, REFERENCIA, IMPORTE) DE LAS PARTIDAS YA EN      *
      * SUSPENSO, PARA QUE VOLVER A CONCILIAR EL MISMO EXTRACTO NO    *
      * LAS DUPLIQUE.                                                 *
      *****************************************************************
       01 TABLA-PARTIDAS.
           05 WST-PARTIDA            OCCURS 2000 TIMES.
               10 PTD-NUMERO         PIC 9(05).
               10 PTD-FECHA          PIC 9(08).
               10 PTD-REFERENCIA     PIC X(10).
               10 PTD-IMPORTE        PIC 9(08)V9(02).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'CONCILIA-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           MOVE 'CONCILIA-09-FL' TO WS-CER-PROGRAMA
           MOVE 1 TO WS-CER-CANTARCH
           MOVE 'PARTIDAS.DAT' TO WS-CER-ARCHIVO(1)
           PERFORM 9200-TOMAR-CERROJOS
           IF WS-CER-DENEGADO = 1
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
              SET WS-LOG-FIN TO TRUE
              PERFORM 9100-GRABAR-PROCLOG
              STOP RUN
           END-IF

           DISPLAY "TOLERANCIA EN DIAS (0 = MISMO DIA, ENTER/3 = "
                   "VENTANA HABITUAL): "
           ACCEPT WSV-TOLERANCIA

           PERFORM 100000-CARGAR-PAGOS
           PERFORM 150000-CARGAR-PARTIDAS
           PERFORM 200000-CONCILIAR-EXTRACTO
           PERFORM 300000-LISTAR-PAGOS-SIN-CREDITO

           DISPLAY "APAREADOS:                 " WSA-APAREADOS
           DISPLAY "CREDITOS DEL BANCO SIN PAGO:" WSA-BANCO-SOLO
           DISPLAY "PAGOS SIN CREDITO DEL BANCO:" WSA-PAGOS-SOLO
           DISPLAY "NUEVAS PARTIDAS EN SUSPENSO:" WSA-A-SUSPENSO
           DISPLAY "**************************************"
           PERFORM 9250-LIBERAR-CERROJOS
           SET WS-LOG-FIN TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

       100000-CARGAR-PAGOS.
              CLOSE PAGOS
           END-IF.

       150000-CARGAR-PARTIDAS.
           MOVE 0 TO WSV-CANTPARTIDAS
           MOVE 0 TO WSV-ULTIMAPARTIDA
           OPEN INPUT PARTIDAS
           IF WSS-FS-PARTIDAS-OK
              PERFORM UNTIL WSS-FS-PARTIDAS-EOF
                         OR WSV-CANTPARTIDAS > 1999
                 READ PARTIDAS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTPARTIDAS
                       MOVE PAR-NUMERO     TO
                                          PTD-NUMERO(WSV-CANTPARTIDAS)
                       MOVE PAR-FECHA      TO
                                          PTD-FECHA(WSV-CANTPARTIDAS)
                       MOVE PAR-REFERENCIA TO
                                       PTD-REFERENCIA(WSV-CANTPARTIDAS)
                       MOVE PAR-IMPORTE    TO
                                          PTD-IMPORTE(WSV-CANTPARTIDAS)
                       IF PAR-NUMERO > WSV-ULTIMAPARTIDA
                          MOVE PAR-NUMERO TO WSV-ULTIMAPARTIDA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PARTIDAS
           END-IF.

      *****************************************************************
      * POR CADA CREDITO DEL EXTRACTO SE BUSCA LA PRIMERA COBRANZA    *
      * SIN APAREAR DEL MISMO IMPORTE CUYA FECHA CAIGA DENTRO DE LA   *
                          ADD 1 TO WSA-BANCO-SOLO
                          DISPLAY "SIN PAGO: CREDITO " EXT-FECHA " "
                                  EXT-REFERENCIA " " WSM-IMPORTE
                          PERFORM 220000-DEJAR-EN-SUSPENSO
                       END-IF
                 END-READ
              END-PERFORM
              END-IF
           END-PERFORM.

      *****************************************************************
      * EL CREDITO SIN PAGO QUEDA EN SUSPENSO EN PARTIDAS.DAT CON EL  *
      * NUMERO SIGUIENTE, SALVO QUE YA ESTE DE UNA CORRIDA ANTERIOR.  *
      *****************************************************************
       220000-DEJAR-EN-SUSPENSO.
           MOVE 0 TO WSV-ENSUSPENSO
           PERFORM VARYING WSI-P FROM 1 BY 1
                   UNTIL WSI-P > WSV-CANTPARTIDAS OR WSV-ENSUSPENSO > 0
              IF PTD-FECHA(WSI-P) = EXT-FECHA
                 AND PTD-REFERENCIA(WSI-P) = EXT-REFERENCIA
                 AND PTD-IMPORTE(WSI-P) = EXT-IMPORTE
                 MOVE PTD-NUMERO(WSI-P) TO WSV-ENSUSPENSO
              END-IF
           END-PERFORM

           IF WSV-ENSUSPENSO > 0
              DISPLAY "          YA REGISTRADO: PARTIDA "
                      WSV-ENSUSPENSO
           ELSE
              OPEN EXTEND PARTIDAS
              IF WSS-FS-PARTIDAS-NOEXISTE
                 OPEN OUTPUT PARTIDAS
              END-IF
              ADD 1 TO WSV-ULTIMAPARTIDA
              INITIALIZE REG-PARTIDA
              MOVE WSV-ULTIMAPARTIDA TO PAR-NUMERO
              MOVE EXT-FECHA         TO PAR-FECHA
              MOVE EXT-REFERENCIA    TO PAR-REFERENCIA
              MOVE EXT-IMPORTE       TO PAR-IMPORTE
              MOVE 'P'               TO PAR-ESTADO
              WRITE REG-PARTIDA
              IF WSS-FS-PARTIDAS-OK
                 ADD 1 TO WSA-A-SUSPENSO
                 DISPLAY "          A SUSPENSO: PARTIDA " PAR-NUMERO
                 IF WSV-CANTPARTIDAS < 2000
                    ADD 1 TO WSV-CANTPARTIDAS
                    MOVE PAR-NUMERO     TO
                                          PTD-NUMERO(WSV-CANTPARTIDAS)
                    MOVE PAR-FECHA      TO
                                          PTD-FECHA(WSV-CANTPARTIDAS)
                    MOVE PAR-REFERENCIA TO
                                       PTD-REFERENCIA(WSV-CANTPARTIDAS)
                    MOVE PAR-IMPORTE    TO
                                          PTD-IMPORTE(WSV-CANTPARTIDAS)
                 END-IF
              ELSE
                 DISPLAY "ERROR AL GRABAR PARTIDAS.DAT"
                 DISPLAY "FILE STATUS " WSS-FS-PARTIDAS
              END-IF
              CLOSE PARTIDAS
           END-IF.

       300000-LISTAR-PAGOS-SIN-CREDITO.
           DISPLAY "-------------------------------------------"
           PERFORM VARYING WSI-I FROM 1 BY 1
              END-IF
           END-PERFORM.

       COPY FSLOCKPROC.

       COPY FSLOGPROC.

       END PROGRAM CONCILIA-09-FL.
