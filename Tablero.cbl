      *          ESTADO DE ERROR). EL CORTE QUEDA EN TABLEROCORTE.DAT
      *          PARA QUE LA PROXIMA CORRIDA ARRANQUE DONDE TERMINO
      *          ESTA.
      *          ARRIBA DE TODO MUESTRA CUANTAS EXCEPCIONES CRITICAS
      *          SIGUEN ABIERTAS EN LA BANDEJA DEL SUPERVISOR
      *          (EXCEPC-09-FL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CORTE.

           SELECT EXCEPCIONES ASSIGN TO DISK 'EXCEPCIONES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-EXCEPC.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.
           05 COR-FECHA                PIC 9(08).
           05 COR-HORA                 PIC 9(08).

       FD EXCEPCIONES.
       COPY FSEXC.

       FD PROCLOG.
       COPY FSLOG.

       01 ACUMULADORES.
           05 WSA-ALERTAS              PIC 9(03)   VALUE 0.
           05 WSA-PASOSERROR           PIC 9(03)   VALUE 0.
           05 WSA-CRITICAS             PIC 9(05)   VALUE 0.

       01 SWITCHES.
           05 WSS-FS-LECTURA            PIC X(02).
             88 WSS-FS-CADENARES-EOF               VALUE '10'.
           05 WSS-FS-CORTE              PIC X(02).
             88 WSS-FS-CORTE-OK                    VALUE '00'.
           05 WSS-FS-EXCEPC             PIC X(02).
             88 WSS-FS-EXCEPC-OK                   VALUE '00'.
             88 WSS-FS-EXCEPC-EOF                  VALUE '10'.

      *****************************************************************
      * UNA FILA POR CORRIDA DETECTADA DESDE EL CORTE: EL 'I' ABRE LA *

           PERFORM 100000-LEER-CORTE
           PERFORM 200000-RELEVAR-CORRIDAS
           PERFORM 250000-CONTAR-CRITICAS
           PERFORM 300000-IMPRIMIR-CORRIDAS
           PERFORM 400000-REVISAR-CADENA
           PERFORM 500000-ALERTAS
              END-IF
           END-IF.

      *****************************************************************
      * EXCEPCIONES CRITICAS TODAVIA ABIERTAS EN LA BANDEJA DEL       *
      * SUPERVISOR (EXCEPCIONES.DAT): VAN ARRIBA DE TODO.             *
      *****************************************************************
       250000-CONTAR-CRITICAS.
           MOVE 0 TO WSA-CRITICAS
           OPEN INPUT EXCEPCIONES
           IF WSS-FS-EXCEPC-OK
              PERFORM UNTIL WSS-FS-EXCEPC-EOF
                 READ EXCEPCIONES
                    AT END
                       CONTINUE
                    NOT AT END
                       IF XCP-ABIERTA AND XCP-CRITICA
                          ADD 1 TO WSA-CRITICAS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EXCEPCIONES
           END-IF.

       300000-IMPRIMIR-CORRIDAS.
           DISPLAY "==================================================="
           DISPLAY "TABLERO DE LA MAÑANA - " WSV-FECHA-SISTEMA
                   " (DESDE EL CORTE " WSV-CORTE-FECHA " "
                   WSV-CORTE-HORA ")"
           DISPLAY "==================================================="
           IF WSA-CRITICAS > 0
              DISPLAY "*** EXCEPCIONES CRITICAS ABIERTAS: " WSA-CRITICAS
                      " (VER EXCEPC-09-FL) ***"
           ELSE
              DISPLAY "SIN EXCEPCIONES CRITICAS ABIERTAS"
           END-IF
           DISPLAY "---------------------------------------------------"
           IF WSV-CANTRUNS = 0
              DISPLAY "NO HAY CORRIDAS DESDE EL ULTIMO CORTE"
           ELSE
