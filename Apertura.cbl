      *          FERIADO DE FERIADOS.DAT) Y EL CIERRE LA AVANZA AL
      *          PROXIMO HABIL. ASI UN MARTES CAIDO SE REPROCESA EL
      *          MIERCOLES COMO MARTES SIN MENTIRLE AL RELOJ.
      *          AVISA (Y DEJA UNA EXCEPCION) SI FERIADOS.DAT NO CUBRE
      *          LOS PROXIMOS 60 DIAS DESDE LA FECHA DE PROCESO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-FERIADOS.

           SELECT EXCEPCIONES ASSIGN TO DISK 'EXCEPCIONES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-EXC-FS.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.
       COPY FSFECHA.

       FD FERIADOS.
       COPY FSFER.

       FD EXCEPCIONES.
       COPY FSEXC.

       FD PROCLOG.
       COPY FSLOG.

       COPY FSLOGVAR.

       COPY FSEXCVAR.

       COPY FSFECHAVAR.

       01 VARIABLES.
          05 WSV-DIASEMANA        PIC 9(01)       VALUE 0.
          05 WSV-ESFERIADO        PIC 9(01)       VALUE 0.
          05 WSV-ESHABIL          PIC 9(01)       VALUE 0.
          05 WSV-ULTIMOFERIADO    PIC 9(08)       VALUE 0.
          05 WSV-ULTIMOFERIADO-R REDEFINES WSV-ULTIMOFERIADO.
             10 WSV-ULT-ANO       PIC 9(04).
             10 WSV-ULT-MESDIA    PIC 9(04).
          05 WSV-FECHA-LIMITE     PIC 9(08)       VALUE 0.
          05 WSV-FECHA-LIMITE-R REDEFINES WSV-FECHA-LIMITE.
             10 WSV-LIM-ANO       PIC 9(04).
             10 WSV-LIM-MESDIA    PIC 9(04).

       01 INDICES.
          05 WSI-F                PIC 9(03)       VALUE 0.
            88 WSS-FS-FERIADOS-EOF                VALUE '10'.

       01 TABLA-FERIADOS.
          05 WST-FERIADO          PIC 9(08)       OCCURS 500 TIMES.

       PROCEDURE DIVISION.


       000000-CONTROL.
           MOVE 'APERTURA-09-FL' TO WS-LOG-PROGRAMA
           MOVE 'APERTURA-09-FL' TO WS-EXC-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 100000-CARGAR-FERIADOS
           PERFORM 9300-LEER-FECHA-PROCESO
           PERFORM 150000-VERIFICAR-COBERTURA
           PERFORM UNTIL WSV-OPCION = 4
              DISPLAY "**************************************"
              DISPLAY "DIA OPERATIVO (FECHAPROC.DAT)"
           OPEN INPUT FERIADOS
           IF WSS-FS-FERIADOS-OK
              PERFORM UNTIL WSS-FS-FERIADOS-EOF
                 READ FERIADOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF WSV-CANTFERIADOS < 500
                          ADD 1 TO WSV-CANTFERIADOS
                          MOVE FSF-FECHA
                            TO WST-FERIADO(WSV-CANTFERIADOS)
                       END-IF
                       IF FSF-FECHA IS NUMERIC
                          AND FSF-FECHA > WSV-ULTIMOFERIADO
                          MOVE FSF-FECHA TO WSV-ULTIMOFERIADO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FERIADOS
           END-IF.

      *****************************************************************
      * COBERTURA DEL CALENDARIO: FERIADOS.DAT SE CARGA POR ANO       *
      * COMPLETO (FERIAD-09-FL), ASI QUE CUBRE HASTA EL 31/12 DEL     *
      * ULTIMO ANO CON FERIADOS. SI LA FECHA DE PROCESO MAS 60 DIAS   *
      * CAE MAS ALLA, SE AVISA Y SE DEJA LA EXCEPCION EN LA BANDEJA.  *
      *****************************************************************
       150000-VERIFICAR-COBERTURA.
           COMPUTE WSV-FECHA-LIMITE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FPR-FECHA) + 60)
           IF WSV-LIM-ANO > WSV-ULT-ANO
              DISPLAY "*** ATENCION: EL CALENDARIO DE FERIADOS NO "
                      "CUBRE LOS PROXIMOS 60 DIAS ***"
              DISPLAY "*** FALTA CARGAR EL ANO " WSV-LIM-ANO
                      " (FERIAD-09-FL) ***"
              SET WS-EXC-MEDIA TO TRUE
              MOVE 'FERIADOS.DAT' TO WS-EXC-CLAVE
              STRING 'EL CALENDARIO DE FERIADOS NO CUBRE EL ANO '
                     DELIMITED BY SIZE
                     WSV-LIM-ANO DELIMITED BY SIZE
                     INTO WS-EXC-DESCRIPCION
              PERFORM 9150-GRABAR-EXCEPCION
           END-IF.

       200000-CONSULTAR.
           IF WS-FPR-HAY = 1
              DISPLAY "FECHA DE PROCESO VIGENTE: " WS-FPR-FECHA
           ELSE
              PERFORM 500000-GRABAR-FECHA
              DISPLAY "DIA OPERATIVO ABIERTO: " WSV-FECHA
              PERFORM 150000-VERIFICAR-COBERTURA
           END-IF.

       350000-VERIFICAR-HABIL.

       COPY FSLOGPROC.

       COPY FSEXCPROC.

       END PROGRAM APERTURA-09-FL.
