      *          CAPTURA LAS NOTAS DEL FINAL Y DEJA LOS APROBADOS EN
      *          LA HISTORIA DE FINALES (FINALES.DAT), QUE EL
      *          ANALITICO DE CURSADAS-09-FL IMPRIME EN SECCION
      *          APARTE COMO PIDE EL FORMATO DEL MINISTERIO. SOLO SE
      *          INSCRIBEN LEGAJOS ACTIVOS DEL MAESTRO DE ALUMNOS
      *          (ALUMNOSMAE.DAT). LA FECHA DE UNA MESA NUEVA DEBE CAER
      *          EN UN TURNO DE MESAS DEL CALENDARIO ACADEMICO
      *          (CALACAD.DAT), SALVO EXCEPCION DE UN SUPERVISOR CON
      *          MOTIVO (CALEXCEP.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MATERIAS.

           SELECT ALUMNOSMAE ASSIGN TO DISK 'ALUMNOSMAE.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-ALM-FS.

           SELECT CALACAD   ASSIGN TO DISK 'CALACAD.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-CAL-FS.

           SELECT CALEXCEP  ASSIGN TO DISK 'CALEXCEP.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-CAE-FS.

           SELECT OPERADORES ASSIGN TO DISK 'OPERADORES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-OPERADORES.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.
       FD MESAINSC.
       01 REG-MESAINSC.
          05 MIN-MESA              PIC 9(04).
          05 MIN-LEGAJO            PIC 9(06).
          05 MIN-CONDICION         PIC X(01).
          05 MIN-NOTA              PIC 9(02)V9(02).
          05 MIN-ESTADO            PIC X(01).
      *****************************************************************
       FD FINALES.
       01 REG-FINAL.
          05 FIN-LEGAJO            PIC 9(06).
          05 FIN-MATERIA           PIC 9(02).
          05 FIN-NOMBREMAT         PIC X(20).
          05 FIN-FECHA             PIC 9(08).

       FD ASISTENCIAS.
       01 REG-ASISTENCIA.
          05 ASI-LEGAJO            PIC 9(06).
          05 ASI-MATERIA           PIC 9(02).
          05 ASI-FECHA             PIC 9(08).
          05 ASI-PRESENTE          PIC X(01).
       01 REG-MATERIA.
          05 FSM-NOMBRE            PIC X(20).

       FD ALUMNOSMAE.
       COPY FSALU.

       FD CALACAD.
       COPY FSCAL.

       FD CALEXCEP.
       COPY FSCALEXC.

       FD OPERADORES.
       01 REG-OPERADOR.
          05 OPE-USUARIO           PIC X(10).
          05 OPE-CLAVE             PIC X(10).
          05 OPE-NIVEL             PIC 9(01).

       FD PROCLOG.
       COPY FSLOG.


       COPY FSLOGVAR.

       COPY FSALUVAR.

       COPY FSCALVAR.

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-MESA             PIC 9(04)       VALUE 0.
          05 WSV-MATERIA          PIC 9(02)       VALUE 0.
          05 WSV-FECHA            PIC 9(08)       VALUE 0.
          05 WSV-TRIBUNAL         PIC X(30).
          05 WSV-LEGAJO           PIC 9(06)       VALUE 0.
          05 WSV-NOTA             PIC 9(02)V9(02) VALUE 0.
          05 WSV-CONDICION        PIC X(01).
          05 WSV-ULTMESA          PIC 9(04)       VALUE 0.
          05 WSS-FS-MATERIAS      PIC X(02).
            88 WSS-FS-MATERIAS-OK                 VALUE '00'.
            88 WSS-FS-MATERIAS-EOF                VALUE '10'.
          05 WSS-FS-OPERADORES    PIC X(02).
            88 WSS-FS-OPERADORES-OK               VALUE '00'.
            88 WSS-FS-OPERADORES-EOF              VALUE '10'.

       01 MASCARAS.
          05 WSM-NOTA             PIC Z9,99.
       01 TABLA-INSCRIPCIONES.
          05 WST-INSC             OCCURS 300 TIMES.
             10 MIT-MESA          PIC 9(04).
             10 MIT-LEGAJO        PIC 9(06).
             10 MIT-CONDICION     PIC X(01).
             10 MIT-NOTA          PIC 9(02)V9(02).
             10 MIT-ESTADO        PIC X(01).

       000000-CONTROL.
           MOVE 'MESAS-09-FL' TO WS-LOG-PROGRAMA
           MOVE 'MESAS-09-FL' TO WS-CAL-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           PERFORM 100000-CARGAR-MATERIAS
              ELSE
                 DISPLAY "FECHA DE LA MESA (AAAAMMDD): "
                 ACCEPT WSV-FECHA
                 MOVE SPACES    TO WS-CAL-PERIODO
                 MOVE 'M'       TO WS-CAL-TIPO
                 MOVE WSV-FECHA TO WS-CAL-FECHA
                 PERFORM 9880-VERIFICAR-CALENDARIO
                 IF WS-CAL-ABIERTA = 0
                    DISPLAY "MESA RECHAZADA: LA FECHA ESTA FUERA DE "
                            "LOS TURNOS DE EXAMEN"
                 ELSE
                    IF WS-CAL-TURNO > 0
                       DISPLAY "TURNO DE MESAS " WS-CAL-TURNO
                    END-IF
                    DISPLAY "TRIBUNAL (HASTA 30 CARACT.): "
                    ACCEPT WSV-TRIBUNAL

                    ADD 1 TO WSV-ULTMESA
                    ADD 1 TO WSV-CANTMESAS
                    MOVE WSV-ULTMESA   TO MET-NUMERO(WSV-CANTMESAS)
                    MOVE WSV-MATERIA   TO MET-MATERIA(WSV-CANTMESAS)
                    MOVE WSV-FECHA     TO MET-FECHA(WSV-CANTMESAS)
                    MOVE WSV-TRIBUNAL  TO MET-TRIBUNAL(WSV-CANTMESAS)
                    MOVE 'A'           TO MET-ESTADO(WSV-CANTMESAS)
                    MOVE 1 TO WSV-MESACAMBIOS
                    DISPLAY "MESA " WSV-ULTMESA " DEFINIDA PARA "
                            FUNCTION TRIM(
                            WST-MATCAT-NOMBRE(WSV-MATERIA))
                 END-IF
              END-IF
           END-IF.

           ELSE
              DISPLAY "LEGAJO DEL ALUMNO: "
              ACCEPT WSV-LEGAJO
              MOVE WSV-LEGAJO TO WS-ALM-LEGAJO
              PERFORM 9850-DATOS-ALUMNO
              IF WS-ALM-HALLADO = 0
                 DISPLAY "LEGAJO INEXISTENTE EN EL MAESTRO DE ALUMNOS "
                         "(MAEALU-09-FL)"
              ELSE
              IF NOT WS-ALM-ACTIVO
                 DISPLAY "EL ALUMNO NO ESTA ACTIVO (ESTADO "
                         WS-ALM-ESTADO "): NO SE INSCRIBE"
              ELSE
              DISPLAY "ALUMNO: " FUNCTION TRIM(WS-ALM-APELLIDO) ", "
                      FUNCTION TRIM(WS-ALM-NOMBRE)
              MOVE 0 TO WSV-POSICION
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTINSC
                            " (ASISTENCIA " WSV-PORCENTAJE " %)"
                 END-IF
              END-IF
              END-IF
              END-IF
           END-IF
           END-IF.

           END-IF.

       410000-NOTAR-ALUMNO.
           MOVE MIT-LEGAJO(WSI-I) TO WS-ALM-LEGAJO
           PERFORM 9850-DATOS-ALUMNO
           DISPLAY "NOTA DEL LEGAJO " MIT-LEGAJO(WSI-I) " "
                   FUNCTION TRIM(WS-ALM-APELLIDO) ", "
                   FUNCTION TRIM(WS-ALM-NOMBRE)
                   " (CONDICION " MIT-CONDICION(WSI-I)
                   ", 0 = AUSENTE): "
           ACCEPT WSV-NOTA

       COPY FSLOGPROC.

       COPY FSALUPROC.

       COPY FSCALPROC.

       END PROGRAM MESAS-09-FL.
