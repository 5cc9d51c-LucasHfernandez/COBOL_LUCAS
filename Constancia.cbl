      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 17/10/2019
      * Purpose: CONSTANCIA DE ALUMNO REGULAR: VERIFICA QUE EL LEGAJO
      *          ESTE ACTIVO EN EL MAESTRO DE ALUMNOS (ALUMNOSMAE.DAT,
      *          SIN BAJA), INSCRIPTO EN EL PERIODO EN CURSO EN AL
      *          MENOS UNA MATERIA (INSCRIPTOS.DAT, ESTADO 'I') Y
      *          REGULAR POR ASISTENCIA EN ESAS MATERIAS
      *          (ASISTENCIAS.DAT, 75 % DE PRESENTES COMO EN
      *          PROG02_V3). SI CUMPLE, EMITE LA CONSTANCIA NUMERADA E
      *          IMPRIMIBLE (CERTAR.DAT) CON FECHA, DESTINO Y VIGENCIA
      *          DE 30 DIAS, Y LA DEJA EN EL REGISTRO REGAR.DAT. COMO
      *          EN EL LIBRE DEUDA, LA OPCION DE VERIFICACION CONFIRMA
      *          POR NUMERO SI LA EMITIMOS Y SI SIGUE VIGENTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSTAN-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSCRIPTOS          ASSIGN TO DISK 'INSCRIPTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-INSCRIP.

           SELECT ASISTENCIAS         ASSIGN TO DISK 'ASISTENCIAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ASISTEN.

           SELECT MATERIAS            ASSIGN TO DISK 'MATERIAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MATERIAS.

           SELECT ALUMNOSMAE ASSIGN TO DISK 'ALUMNOSMAE.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-ALM-FS.

           SELECT CERTAR    ASSIGN TO DISK 'CERTAR.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CERTAR.

           SELECT REGAR     ASSIGN TO DISK 'REGAR.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REGAR.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.

       DATA DIVISION.

       FILE SECTION.

       FD INSCRIPTOS.
       01 REG-INSCRIPTO.
          05 INS-PERIODO           PIC X(06).
          05 INS-MATERIA           PIC 9(02).
          05 INS-LEGAJO            PIC 9(06).
          05 INS-NOMBRE            PIC A(20).
          05 INS-APELLIDO          PIC A(20).
          05 INS-ESTADO            PIC X(01).

       FD ASISTENCIAS.
       01 REG-ASISTENCIA.
          05 ASI-LEGAJO            PIC 9(06).
          05 ASI-MATERIA           PIC 9(02).
          05 ASI-FECHA             PIC 9(08).
          05 ASI-PRESENTE          PIC X(01).

       FD MATERIAS.
       01 REG-MATERIA.
          05 FSM-NOMBRE            PIC X(20).

       FD ALUMNOSMAE.
       COPY FSALU.

       FD CERTAR.
       01 REG-CERTAR               PIC X(70).

      *****************************************************************
      * REGAR.DAT: REGISTRO DE CONSTANCIAS DE ALUMNO REGULAR          *
      * EMITIDAS, PARA VERIFICAR POR NUMERO ANTE CONSULTAS DE         *
      * TERCEROS (EMPLEADOR, OBRA SOCIAL, ASIGNACIONES FAMILIARES).   *
      *****************************************************************
       FD REGAR.
       01 REG-REGAR.
          05 RAR-NUMERO            PIC 9(06).
          05 RAR-FECHA             PIC 9(08).
          05 RAR-LEGAJO            PIC 9(06).
          05 RAR-NOMBRE            PIC A(20).
          05 RAR-APELLIDO          PIC A(20).
          05 RAR-PERIODO           PIC X(06).
          05 RAR-VIGHASTA          PIC 9(08).
          05 RAR-DESTINO           PIC X(30).

       FD PROCLOG.
       COPY FSLOG.

       WORKING-STORAGE SECTION.

       COPY FSLOGVAR.

       COPY FSALUVAR.

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-LEGAJO           PIC 9(06)       VALUE 0.
          05 WSV-PERIODO          PIC X(06)       VALUE SPACES.
          05 WSV-DESTINO          PIC X(30)       VALUE SPACES.
          05 WSV-NUMERO           PIC 9(06)       VALUE 0.
          05 WSV-VIGHASTA         PIC 9(08)       VALUE 0.
          05 WSV-FECHA-SISTEMA    PIC 9(08)       VALUE 0.
          05 WSV-HALLADO          PIC 9(01)       VALUE 0.
          05 WSV-ASISPORC         PIC 9(03)       VALUE 0.
          05 WSV-LINEA            PIC X(70)       VALUE SPACES.

       01 CONSTANTES.
          05 WSC-DIASVIGENCIA     PIC 9(03)       VALUE 30.
          05 WSC-ASISMINIMA       PIC 9(02)       VALUE 75.

       01 INDICES.
          05 WSI-M                PIC 9(02)       VALUE 0.
          05 WST-CANTMAT          PIC 9(02)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-INSCRIPTAS       PIC 9(02)       VALUE 0.
          05 WSA-PRESENTES        PIC 9(05)       VALUE 0.
          05 WSA-CLASES           PIC 9(05)       VALUE 0.
          05 WSA-EMITIDAS         PIC 9(05)       VALUE 0.
          05 WSA-RECHAZADAS       PIC 9(05)       VALUE 0.

       01 SWITCHES.
          05 WSS-FS-INSCRIP       PIC X(02).
            88 WSS-FS-INSCRIP-OK                  VALUE '00'.
            88 WSS-FS-INSCRIP-EOF                 VALUE '10'.
          05 WSS-FS-ASISTEN       PIC X(02).
            88 WSS-FS-ASISTEN-OK                  VALUE '00'.
            88 WSS-FS-ASISTEN-EOF                 VALUE '10'.
          05 WSS-FS-MATERIAS      PIC X(02).
            88 WSS-FS-MATERIAS-OK                 VALUE '00'.
            88 WSS-FS-MATERIAS-EOF                VALUE '10'.
          05 WSS-FS-CERTAR        PIC X(02).
            88 WSS-FS-CERTAR-OK                   VALUE '00'.
            88 WSS-FS-CERTAR-NOEXISTE             VALUE '35'.
          05 WSS-FS-REGAR         PIC X(02).
            88 WSS-FS-REGAR-OK                    VALUE '00'.
            88 WSS-FS-REGAR-EOF                   VALUE '10'.
            88 WSS-FS-REGAR-NOEXISTE              VALUE '35'.

      *****************************************************************
      * MATERIAS DEL CATALOGO, MARCANDO EN LAS QUE EL ALUMNO ESTA     *
      * INSCRIPTO EN EL PERIODO (SE IMPRIMEN EN LA CONSTANCIA).       *
      *****************************************************************
       01 CATALOGO-MATERIAS.
          05 WST-MATCAT           OCCURS 20 TIMES.
             10 WST-MATCAT-NOMBRE PIC X(20).
             10 WST-MATCAT-CURSA  PIC 9(01).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'CONSTAN-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 100000-CARGAR-MATERIAS
           PERFORM UNTIL WSV-OPCION = 3
              DISPLAY "**************************************"
              DISPLAY "CONSTANCIA DE ALUMNO REGULAR"
              DISPLAY "1 - EMITIR CONSTANCIA DE UN ALUMNO"
              DISPLAY "2 - VERIFICAR CONSTANCIA POR NUMERO"
              DISPLAY "3 - SALIR"
              DISPLAY "RESPUESTA: "
              ACCEPT WSV-OPCION

              EVALUATE WSV-OPCION
                 WHEN 1
                    PERFORM 200000-EMITIR
                 WHEN 2
                    PERFORM 500000-VERIFICAR
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
           SET WS-LOG-FIN TO TRUE
           MOVE WSA-EMITIDAS   TO WS-LOG-GRABADOS
           MOVE WSA-RECHAZADAS TO WS-LOG-RECHAZADOS
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

       100000-CARGAR-MATERIAS.
           MOVE 0 TO WST-CANTMAT
           OPEN INPUT MATERIAS
           IF WSS-FS-MATERIAS-OK
              PERFORM UNTIL WSS-FS-MATERIAS-EOF OR WST-CANTMAT > 19
                 READ MATERIAS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WST-CANTMAT
                       MOVE FSM-NOMBRE TO
                                        WST-MATCAT-NOMBRE(WST-CANTMAT)
                 END-READ
              END-PERFORM
              CLOSE MATERIAS
           END-IF.

       200000-EMITIR.
           DISPLAY "LEGAJO DEL ALUMNO: "
           ACCEPT WSV-LEGAJO
           DISPLAY "PERIODO EN CURSO (AAAACC): "
           ACCEPT WSV-PERIODO
           DISPLAY "PARA SER PRESENTADA ANTE (HASTA 30 CARACT.): "
           ACCEPT WSV-DESTINO
           MOVE WSV-LEGAJO TO WS-ALM-LEGAJO
           PERFORM 9850-DATOS-ALUMNO

           EVALUATE TRUE
              WHEN WSV-LEGAJO = 0 OR WS-ALM-HALLADO = 0
                 DISPLAY "LEGAJO INEXISTENTE EN EL MAESTRO DE ALUMNOS"
                 ADD 1 TO WSA-RECHAZADAS
              WHEN NOT WS-ALM-ACTIVO
                 DISPLAY "EL ALUMNO NO ESTA ACTIVO (ESTADO "
                         WS-ALM-ESTADO "): NO SE EMITE LA CONSTANCIA"
                 ADD 1 TO WSA-RECHAZADAS
              WHEN OTHER
                 PERFORM 300000-VERIFICAR-REGULARIDAD
                 EVALUATE TRUE
                    WHEN WSA-INSCRIPTAS = 0
                       DISPLAY "EL ALUMNO NO ESTA INSCRIPTO A NINGUNA "
                               "MATERIA DEL PERIODO " WSV-PERIODO
                               ": NO SE EMITE LA CONSTANCIA"
                       ADD 1 TO WSA-RECHAZADAS
                    WHEN WSA-CLASES > 0
                         AND WSV-ASISPORC < WSC-ASISMINIMA
                       DISPLAY "ASISTENCIA DEL " WSV-ASISPORC
                               " %, MENOR AL " WSC-ASISMINIMA
                               " % EXIGIDO: EL ALUMNO ESTA LIBRE"
                       ADD 1 TO WSA-RECHAZADAS
                    WHEN OTHER
                       PERFORM 400000-EMITIR-CONSTANCIA
                 END-EVALUATE
           END-EVALUATE.

      *****************************************************************
      * INSCRIPCIONES VIGENTES DEL PERIODO (ESTADO 'I': LA LISTA DE   *
      * ESPERA Y LAS BAJAS NO CUENTAN) Y ASISTENCIA EN ESAS MATERIAS. *
      * SIN CLASES REGISTRADAS EL ALUMNO QUEDA REGULAR, COMO EN       *
      * PROG02_V3.                                                    *
      *****************************************************************
       300000-VERIFICAR-REGULARIDAD.
           MOVE 0 TO WSA-INSCRIPTAS
           MOVE 0 TO WSA-PRESENTES
           MOVE 0 TO WSA-CLASES
           MOVE 0 TO WSV-ASISPORC
           PERFORM VARYING WSI-M FROM 1 BY 1 UNTIL WSI-M > 20
              MOVE 0 TO WST-MATCAT-CURSA(WSI-M)
           END-PERFORM

           OPEN INPUT INSCRIPTOS
           IF WSS-FS-INSCRIP-OK
              PERFORM UNTIL WSS-FS-INSCRIP-EOF
                 READ INSCRIPTOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF INS-LEGAJO = WSV-LEGAJO
                          AND INS-PERIODO = WSV-PERIODO
                          AND INS-ESTADO = 'I'
                          AND INS-MATERIA > 0
                          AND INS-MATERIA <= 20
                          IF WST-MATCAT-CURSA(INS-MATERIA) = 0
                             ADD 1 TO WSA-INSCRIPTAS
                          END-IF
                          MOVE 1 TO WST-MATCAT-CURSA(INS-MATERIA)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INSCRIPTOS
           END-IF

           OPEN INPUT ASISTENCIAS
           IF WSS-FS-ASISTEN-OK
              PERFORM UNTIL WSS-FS-ASISTEN-EOF
                 READ ASISTENCIAS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF ASI-LEGAJO = WSV-LEGAJO
                          AND ASI-MATERIA > 0
                          AND ASI-MATERIA <= 20
                          IF WST-MATCAT-CURSA(ASI-MATERIA) = 1
                             ADD 1 TO WSA-CLASES
                             IF ASI-PRESENTE = 'P'
                                ADD 1 TO WSA-PRESENTES
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ASISTENCIAS
           END-IF

           IF WSA-CLASES > 0
              COMPUTE WSV-ASISPORC =
                      WSA-PRESENTES * 100 / WSA-CLASES
           END-IF.

       400000-EMITIR-CONSTANCIA.
           MOVE 0 TO WSV-NUMERO
           OPEN INPUT REGAR
           IF WSS-FS-REGAR-OK
              PERFORM UNTIL WSS-FS-REGAR-EOF
                 READ REGAR
                    AT END
                       CONTINUE
                    NOT AT END
                       IF RAR-NUMERO > WSV-NUMERO
                          MOVE RAR-NUMERO TO WSV-NUMERO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REGAR
           END-IF
           ADD 1 TO WSV-NUMERO

           COMPUTE WSV-VIGHASTA =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WSV-FECHA-SISTEMA)
                   + WSC-DIASVIGENCIA)

           OPEN EXTEND CERTAR
           IF WSS-FS-CERTAR-NOEXISTE
              OPEN OUTPUT CERTAR
           END-IF
           MOVE '====================================================='
                TO WSV-LINEA
           PERFORM 410000-GRABAR-LINEA
           STRING 'CONSTANCIA DE ALUMNO REGULAR NRO ' WSV-NUMERO
                  DELIMITED BY SIZE INTO WSV-LINEA
           PERFORM 410000-GRABAR-LINEA
           STRING 'SE HACE CONSTAR QUE '
                  FUNCTION TRIM(WS-ALM-NOMBRE) ' '
                  FUNCTION TRIM(WS-ALM-APELLIDO)
                  DELIMITED BY SIZE INTO WSV-LINEA
           PERFORM 410000-GRABAR-LINEA
           STRING 'DNI ' WS-ALM-DNI ', LEGAJO ' WSV-LEGAJO
                  ', ES ALUMNO REGULAR EN EL PERIODO ' WSV-PERIODO
                  DELIMITED BY SIZE INTO WSV-LINEA
           PERFORM 410000-GRABAR-LINEA
           MOVE 'CURSANDO LAS SIGUIENTES MATERIAS:' TO WSV-LINEA
           PERFORM 410000-GRABAR-LINEA
           PERFORM VARYING WSI-M FROM 1 BY 1
                   UNTIL WSI-M > WST-CANTMAT
              IF WST-MATCAT-CURSA(WSI-M) = 1
                 STRING '   - ' WST-MATCAT-NOMBRE(WSI-M)
                        DELIMITED BY SIZE INTO WSV-LINEA
                 PERFORM 410000-GRABAR-LINEA
              END-IF
           END-PERFORM
           IF WSV-DESTINO NOT = SPACES
              STRING 'A PEDIDO DEL INTERESADO, PARA SER PRESENTADA '
                     'ANTE'
                     DELIMITED BY SIZE INTO WSV-LINEA
              PERFORM 410000-GRABAR-LINEA
              MOVE WSV-DESTINO TO WSV-LINEA
              PERFORM 410000-GRABAR-LINEA
           END-IF
           STRING 'EMITIDA EL ' WSV-FECHA-SISTEMA
                  ' - VALIDA HASTA EL ' WSV-VIGHASTA
                  DELIMITED BY SIZE INTO WSV-LINEA
           PERFORM 410000-GRABAR-LINEA
           MOVE 'VERIFICABLE POR SU NUMERO EN LA SECRETARIA ACADEMICA.'
                TO WSV-LINEA
           PERFORM 410000-GRABAR-LINEA
           MOVE '====================================================='
                TO WSV-LINEA
           PERFORM 410000-GRABAR-LINEA
           CLOSE CERTAR

           OPEN EXTEND REGAR
           IF WSS-FS-REGAR-NOEXISTE
              OPEN OUTPUT REGAR
           END-IF
           MOVE WSV-NUMERO        TO RAR-NUMERO
           MOVE WSV-FECHA-SISTEMA TO RAR-FECHA
           MOVE WSV-LEGAJO        TO RAR-LEGAJO
           MOVE WS-ALM-NOMBRE     TO RAR-NOMBRE
           MOVE WS-ALM-APELLIDO   TO RAR-APELLIDO
           MOVE WSV-PERIODO       TO RAR-PERIODO
           MOVE WSV-VIGHASTA      TO RAR-VIGHASTA
           MOVE WSV-DESTINO       TO RAR-DESTINO
           WRITE REG-REGAR
           IF NOT WSS-FS-REGAR-OK
              DISPLAY "ERROR AL GRABAR REGAR.DAT"
              DISPLAY "FILE STATUS " WSS-FS-REGAR
           END-IF
           CLOSE REGAR

           ADD 1 TO WSA-EMITIDAS
           DISPLAY "CONSTANCIA " WSV-NUMERO " EMITIDA EN CERTAR.DAT"
                   " (VALIDA HASTA EL " WSV-VIGHASTA ")".

       410000-GRABAR-LINEA.
           MOVE WSV-LINEA TO REG-CERTAR
           WRITE REG-CERTAR
           MOVE SPACES TO WSV-LINEA.

      *****************************************************************
      * VERIFICACION POR NUMERO: QUE LA HAYAMOS EMITIDO, A QUIEN Y    *
      * HASTA CUANDO VALE. SI DESPUES DE EMITIDA EL ALUMNO FUE DADO   *
      * DE BAJA EN EL MAESTRO, SE AVISA QUE YA NO ES REGULAR AUNQUE   *
      * LA CONSTANCIA NO HAYA VENCIDO.                                *
      *****************************************************************
       500000-VERIFICAR.
           DISPLAY "NUMERO DE CONSTANCIA A VERIFICAR: "
           ACCEPT WSV-NUMERO
           MOVE 0 TO WSV-HALLADO
           OPEN INPUT REGAR
           IF WSS-FS-REGAR-OK
              PERFORM UNTIL WSS-FS-REGAR-EOF
                 READ REGAR
                    AT END
                       CONTINUE
                    NOT AT END
                       IF RAR-NUMERO = WSV-NUMERO
                          MOVE 1 TO WSV-HALLADO
                          DISPLAY "CONSTANCIA " RAR-NUMERO
                                  " EMITIDA EL " RAR-FECHA " A "
                                  FUNCTION TRIM(RAR-NOMBRE) " "
                                  FUNCTION TRIM(RAR-APELLIDO)
                          DISPLAY "LEGAJO " RAR-LEGAJO
                                  ", PERIODO " RAR-PERIODO
                          IF RAR-VIGHASTA >= WSV-FECHA-SISTEMA
                             DISPLAY "VIGENTE HASTA EL "
                                     RAR-VIGHASTA
                             MOVE RAR-LEGAJO TO WS-ALM-LEGAJO
                             PERFORM 9850-DATOS-ALUMNO
                             IF WS-ALM-HALLADO = 1
                                AND NOT WS-ALM-ACTIVO
                                DISPLAY "ATENCION: EL ALUMNO YA NO "
                                        "ESTA ACTIVO (ESTADO "
                                        WS-ALM-ESTADO
                                        "), HOY NO ES REGULAR"
                             END-IF
                          ELSE
                             DISPLAY "VENCIDA EL " RAR-VIGHASTA
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REGAR
           END-IF
           IF WSV-HALLADO = 0
              DISPLAY "*** NO EMITIMOS UNA CONSTANCIA CON ESE "
                      "NUMERO ***"
           END-IF.

       COPY FSLOGPROC.

       COPY FSALUPROC.

       END PROGRAM CONSTAN-09-FL.
