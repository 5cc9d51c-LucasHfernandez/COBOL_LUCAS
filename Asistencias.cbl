      *          POR LEGAJO, MATERIA Y FECHA CON PRESENTE ('P') O
      *          AUSENTE ('A'). EL LISTADO DE ALUMNOS (PROG02_V3)
      *          CALCULA CON ESTE ARCHIVO EL PORCENTAJE DE ASISTENCIA
      *          POR MATERIA Y LA CONDICION REGULAR/LIBRE. SOLO SE
      *          TOMA ASISTENCIA A LEGAJOS ACTIVOS DEL MAESTRO DE
      *          ALUMNOS (ALUMNOSMAE.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ASISTEN.

           SELECT ALUMNOSMAE ASSIGN TO DISK 'ALUMNOSMAE.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-ALM-FS.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.

       FD ASISTENCIAS.
       01 REG-ASISTENCIA.
          05 ASI-LEGAJO            PIC 9(06).
          05 ASI-MATERIA           PIC 9(02).
          05 ASI-FECHA             PIC 9(08).
          05 ASI-PRESENTE          PIC X(01).

       FD ALUMNOSMAE.
       COPY FSALU.

       FD PROCLOG.
       COPY FSLOG.


       COPY FSLOGVAR.

       COPY FSALUVAR.

       01 VARIABLES.
          05 WSV-RESPUESTA        PIC 9(01)       VALUE 0.
          05 WSV-LEGAJO           PIC 9(06)       VALUE 0.
          05 WSV-MATERIA          PIC 9(02)       VALUE 0.
          05 WSV-FECHA            PIC 9(08)       VALUE 0.
          05 WSV-FECHA-SISTEMA    PIC 9(08)       VALUE 0.
              DISPLAY "**************************************"
              DISPLAY "INGRESE LEGAJO DEL ALUMNO: "
              ACCEPT WSV-LEGAJO
              MOVE WSV-LEGAJO TO WS-ALM-LEGAJO
              PERFORM 9850-DATOS-ALUMNO
              IF WS-ALM-HALLADO = 1
                 DISPLAY "ALUMNO: " FUNCTION TRIM(WS-ALM-APELLIDO)
                         ", " FUNCTION TRIM(WS-ALM-NOMBRE)
              END-IF
              DISPLAY "INGRESE NUMERO DE MATERIA (1-20): "
              ACCEPT WSV-MATERIA
              DISPLAY "INGRESE FECHA DE CLASE (AAAAMMDD, 0 = HOY): "
                 END-IF
              END-PERFORM

              EVALUATE TRUE
                 WHEN WSV-LEGAJO = 0 OR WS-ALM-HALLADO = 0
                    DISPLAY "LEGAJO INEXISTENTE EN EL MAESTRO DE "
                            "ALUMNOS: NO SE GRABA"
                 WHEN NOT WS-ALM-ACTIVO
                    DISPLAY "EL ALUMNO NO ESTA ACTIVO (ESTADO "
                            WS-ALM-ESTADO "): NO SE GRABA"
                 WHEN WSV-MATERIA = 0 OR WSV-MATERIA > 20
                    DISPLAY "MATERIA INVALIDA: NO SE GRABA"
                 WHEN OTHER
                    MOVE WSV-LEGAJO   TO ASI-LEGAJO
                    MOVE WSV-MATERIA  TO ASI-MATERIA
                    MOVE WSV-FECHA    TO ASI-FECHA
                    MOVE WSV-PRESENTE TO ASI-PRESENTE
                    WRITE REG-ASISTENCIA
                    IF WSS-FS-ASISTEN-OK
                       ADD 1 TO WSA-GRABADAS
                    ELSE
                       DISPLAY "ERROR AL GRABAR ASISTENCIAS.DAT"
                       DISPLAY "FILE STATUS " WSS-FS-ASISTEN
                    END-IF
              END-EVALUATE

              DISPLAY "DESEA INGRESAR MAS ASISTENCIAS? (SI = 1 NO = 2)"
              ACCEPT WSV-RESPUESTA

       COPY FSLOGPROC.

       COPY FSALUPROC.

       END PROGRAM ASISTEN-09-FL.
