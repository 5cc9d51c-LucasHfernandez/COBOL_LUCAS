      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 16/10/2019
      * Purpose: PRONOSTICO DE DEMANDA POR MATERIA PARA EL PROXIMO
      *          PERIODO: CUENTA, POR MATERIA DEL CATALOGO, LOS
      *          ALUMNOS ACTIVOS DEL MAESTRO (ALUMNOSMAE.DAT) QUE
      *          QUEDAN HABILITADOS PARA CURSARLA: TODAS SUS
      *          CORRELATIVAS (CORRELAT.DAT) APROBADAS Y LA MATERIA
      *          MISMA TODAVIA NO APROBADA, CON EL MISMO CRITERIO DE
      *          APROBACION QUE LA INSCRIPCION (CURSADA O FINAL DE 4
      *          O MAS, CURSADAS.DAT Y FINALES.DAT). COMPARA ESA
      *          DEMANDA CON EL CUPO PLANIFICADO (CUPOMAT.DAT) Y CON
      *          LA LISTA DE ESPERA DEL PERIODO ANTERIOR (INSCRIPTOS
      *          EN ESTADO 'W') EN DEMANDARPT.DAT.
      *          LA EQUIVALENCIA TOTAL OTORGADA (EQUIVALENCIAS.DAT)
      *          CUENTA COMO MATERIA APROBADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMANDA-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATERIAS            ASSIGN TO DISK 'MATERIAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MATERIAS.

           SELECT CORRELAT            ASSIGN TO DISK 'CORRELAT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CORRELAT.

           SELECT CUPOMAT             ASSIGN TO DISK 'CUPOMAT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CUPOMAT.

           SELECT INSCRIPTOS          ASSIGN TO DISK 'INSCRIPTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-INSCRIP.

           SELECT CURSADAS            ASSIGN TO DISK 'CURSADAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CURSADAS.

           SELECT FINALES             ASSIGN TO DISK 'FINALES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-FINALES.

           SELECT ALUMNOSMAE ASSIGN TO DISK 'ALUMNOSMAE.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-ALM-FS.

           SELECT DEMANDARPT          ASSIGN TO DISK 'DEMANDARPT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RPT.

           SELECT EQUIVALENCIAS ASSIGN TO DISK 'EQUIVALENCIAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-EQV-FS.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.

       DATA DIVISION.

       FILE SECTION.

       FD MATERIAS.
       01 REG-MATERIA.
          05 FSM-NOMBRE            PIC X(20).

       FD CORRELAT.
       01 REG-CORRELAT.
          05 COR-MATERIA           PIC 9(02).
          05 COR-REQUIERE          PIC 9(02).

       FD CUPOMAT.
       01 REG-CUPOMAT.
          05 CUP-MATERIA           PIC 9(02).
          05 CUP-PERIODO           PIC X(06).
          05 CUP-CUPO              PIC 9(03).

       FD INSCRIPTOS.
       01 REG-INSCRIPTO.
          05 INS-PERIODO           PIC X(06).
          05 INS-MATERIA           PIC 9(02).
          05 INS-LEGAJO            PIC 9(06).
          05 INS-NOMBRE            PIC A(20).
          05 INS-APELLIDO          PIC A(20).
          05 INS-ESTADO            PIC X(01).

       FD CURSADAS.
       01 REG-CURSADA.
          05 CUR-LEGAJO            PIC 9(06).
          05 CUR-PERIODO           PIC X(06).
          05 CUR-MATERIA           PIC 9(02).
          05 CUR-NOMBREMAT         PIC X(20).
          05 CUR-NOMBRE            PIC A(20).
          05 CUR-APELLIDO          PIC A(20).
          05 CUR-NOTA              PIC 9(02)V9(02).

       FD FINALES.
       01 REG-FINAL.
          05 FIN-LEGAJO            PIC 9(06).
          05 FIN-MATERIA           PIC 9(02).
          05 FIN-NOMBREMAT         PIC X(20).
          05 FIN-FECHA             PIC 9(08).
          05 FIN-NOTA              PIC 9(02)V9(02).
          05 FIN-CONDICION         PIC X(01).

       FD ALUMNOSMAE.
       COPY FSALU.

       FD DEMANDARPT.
       01 REG-DEMANDARPT           PIC X(100).

       FD EQUIVALENCIAS.
       COPY FSEQV.

       FD PROCLOG.
       COPY FSLOG.

       WORKING-STORAGE SECTION.

       COPY FSLOGVAR.

       COPY FSALUVAR.

       COPY FSEQVVAR.

       01 VARIABLES.
          05 WSV-PERIODO          PIC X(06)       VALUE SPACES.
          05 WSV-PERIODOANT       PIC X(06)       VALUE SPACES.
          05 WSV-POSICION         PIC 9(03)       VALUE 0.
          05 WSV-HABILITADO       PIC 9(01)       VALUE 0.
          05 WSV-DIFERENCIA       PIC S9(04)      VALUE 0.
          05 WSV-OBSERVACION      PIC X(25)       VALUE SPACES.
          05 WSV-ALUMNOSLLENOS    PIC 9(01)       VALUE 0.
          05 WSV-LINEA            PIC X(100)      VALUE SPACES.

       01 INDICES.
          05 WSI-A                PIC 9(03)       VALUE 0.
          05 WSI-C                PIC 9(03)       VALUE 0.
          05 WSI-M                PIC 9(02)       VALUE 0.
          05 WST-CANTMAT          PIC 9(02)       VALUE 0.
          05 WSV-CANTCORRELAT     PIC 9(03)       VALUE 0.
          05 WSV-CANTALUMNOS      PIC 9(03)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-ELEGIBLES        PIC 9(05)       VALUE 0.
          05 WSA-CUPOS            PIC 9(05)       VALUE 0.
          05 WSA-ESPERA           PIC 9(05)       VALUE 0.
          05 WSA-FALTANTES        PIC 9(03)       VALUE 0.
          05 WSA-LINEAS           PIC 9(05)       VALUE 0.

       01 SWITCHES.
          05 WSS-FS-MATERIAS      PIC X(02).
            88 WSS-FS-MATERIAS-OK                 VALUE '00'.
            88 WSS-FS-MATERIAS-EOF                VALUE '10'.
          05 WSS-FS-CORRELAT      PIC X(02).
            88 WSS-FS-CORRELAT-OK                 VALUE '00'.
            88 WSS-FS-CORRELAT-EOF                VALUE '10'.
          05 WSS-FS-CUPOMAT       PIC X(02).
            88 WSS-FS-CUPOMAT-OK                  VALUE '00'.
            88 WSS-FS-CUPOMAT-EOF                 VALUE '10'.
          05 WSS-FS-INSCRIP       PIC X(02).
            88 WSS-FS-INSCRIP-OK                  VALUE '00'.
            88 WSS-FS-INSCRIP-EOF                 VALUE '10'.
          05 WSS-FS-CURSADAS      PIC X(02).
            88 WSS-FS-CURSADAS-OK                 VALUE '00'.
            88 WSS-FS-CURSADAS-EOF                VALUE '10'.
          05 WSS-FS-FINALES       PIC X(02).
            88 WSS-FS-FINALES-OK                  VALUE '00'.
            88 WSS-FS-FINALES-EOF                 VALUE '10'.
          05 WSS-FS-RPT           PIC X(02).
            88 WSS-FS-RPT-OK                      VALUE '00'.

       01 MASCARAS.
          05 WSM-CANTIDAD         PIC ZZZZ9.
          05 WSM-CUPO             PIC ZZZZ9.
          05 WSM-ESPERA           PIC ZZZZ9.
          05 WSM-DIFERENCIA       PIC ----9.

      *****************************************************************
      * DEMANDA POR MATERIA DEL CATALOGO: ALUMNOS HABILITADOS, CUPO   *
      * PLANIFICADO PARA EL PERIODO Y LISTA DE ESPERA DEL ANTERIOR.   *
      *****************************************************************
       01 TABLA-DEMANDA.
          05 WST-DEM              OCCURS 20 TIMES.
             10 DEM-NOMBRE        PIC X(20).
             10 DEM-ELEGIBLES     PIC 9(05).
             10 DEM-CUPO          PIC 9(03).
             10 DEM-HAYCUPO       PIC 9(01).
             10 DEM-ESPERA        PIC 9(05).

       01 TABLA-CORRELATIVAS.
          05 WST-CORRELAT         OCCURS 100 TIMES.
             10 CRT-MATERIA       PIC 9(02).
             10 CRT-REQUIERE      PIC 9(02).

      *****************************************************************
      * ALUMNOS ACTIVOS CON SU SITUACION POR MATERIA DEL CATALOGO     *
      * (1 = APROBADA POR CURSADA O FINAL DE 4 O MAS).                *
      *****************************************************************
       01 TABLA-ALUMNOS.
          05 WST-ALUMNO           OCCURS 500 TIMES.
             10 ALT-LEGAJO        PIC 9(06).
             10 ALT-APROBADA      PIC 9(01) OCCURS 20 TIMES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'DEMANDA-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG

           DISPLAY "PERIODO A PLANIFICAR (AAAACC): "
           ACCEPT WSV-PERIODO
           DISPLAY "PERIODO ANTERIOR, PARA LA LISTA DE ESPERA "
                   "(AAAACC): "
           ACCEPT WSV-PERIODOANT

           PERFORM 100000-CARGAR-MATERIAS
           PERFORM 110000-CARGAR-CORRELATIVAS
           PERFORM 120000-CARGAR-CUPOS
           PERFORM 130000-CONTAR-ESPERA
           PERFORM 140000-CARGAR-ALUMNOS
           EVALUATE TRUE
              WHEN WSV-PERIODO = SPACES
                 DISPLAY "PERIODO INVALIDO"
                 MOVE 4 TO RETURN-CODE
              WHEN WST-CANTMAT = 0
                 DISPLAY "MATERIAS.DAT VACIO: NO HAY CATALOGO QUE "
                         "PRONOSTICAR"
                 MOVE 4 TO RETURN-CODE
      *****************************************************************
      * MAS ALUMNOS ACTIVOS QUE LA TABLA: UN PRONOSTICO SOBRE PARTE   *
      * DEL MAESTRO SUBESTIMARIA LA DEMANDA, ASI QUE NO SE EMITE      *
      * (AMPLIAR EL OCCURS ANTES DE REINTENTAR).                      *
      *****************************************************************
              WHEN WSV-ALUMNOSLLENOS = 1
                 DISPLAY "ALUMNOSMAE.DAT SUPERA LA TABLA DE ALUMNOS "
                         "ACTIVOS: NO SE EMITE EL PRONOSTICO"
                 MOVE 8 TO RETURN-CODE
                 SET WS-LOG-TERMINO-ERROR TO TRUE
              WHEN OTHER
                 PERFORM 200000-RELEVAR-APROBADAS
                 PERFORM 300000-CONTAR-HABILITADOS
                 PERFORM 400000-EMITIR-INFORME
           END-EVALUATE

           SET WS-LOG-FIN TO TRUE
           MOVE WSV-CANTALUMNOS TO WS-LOG-LEIDOS
           MOVE WSA-LINEAS      TO WS-LOG-GRABADOS
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
                       MOVE FSM-NOMBRE TO DEM-NOMBRE(WST-CANTMAT)
                       MOVE 0 TO DEM-ELEGIBLES(WST-CANTMAT)
                       MOVE 0 TO DEM-CUPO(WST-CANTMAT)
                       MOVE 0 TO DEM-HAYCUPO(WST-CANTMAT)
                       MOVE 0 TO DEM-ESPERA(WST-CANTMAT)
                 END-READ
              END-PERFORM
              CLOSE MATERIAS
           END-IF.

       110000-CARGAR-CORRELATIVAS.
           MOVE 0 TO WSV-CANTCORRELAT
           OPEN INPUT CORRELAT
           IF WSS-FS-CORRELAT-OK
              PERFORM UNTIL WSS-FS-CORRELAT-EOF
                         OR WSV-CANTCORRELAT > 99
                 READ CORRELAT
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTCORRELAT
                       MOVE COR-MATERIA  TO
                                        CRT-MATERIA(WSV-CANTCORRELAT)
                       MOVE COR-REQUIERE TO
                                        CRT-REQUIERE(WSV-CANTCORRELAT)
                 END-READ
              END-PERFORM
              CLOSE CORRELAT
           END-IF.

       120000-CARGAR-CUPOS.
           OPEN INPUT CUPOMAT
           IF WSS-FS-CUPOMAT-OK
              PERFORM UNTIL WSS-FS-CUPOMAT-EOF
                 READ CUPOMAT
                    AT END
                       CONTINUE
                    NOT AT END
                       IF CUP-PERIODO = WSV-PERIODO
                          AND CUP-MATERIA > 0
                          AND CUP-MATERIA <= WST-CANTMAT
                          MOVE CUP-CUPO TO DEM-CUPO(CUP-MATERIA)
                          MOVE 1 TO DEM-HAYCUPO(CUP-MATERIA)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUPOMAT
           END-IF.

       130000-CONTAR-ESPERA.
           OPEN INPUT INSCRIPTOS
           IF WSS-FS-INSCRIP-OK
              PERFORM UNTIL WSS-FS-INSCRIP-EOF
                 READ INSCRIPTOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF INS-PERIODO = WSV-PERIODOANT
                          AND INS-ESTADO = 'W'
                          AND INS-MATERIA > 0
                          AND INS-MATERIA <= WST-CANTMAT
                          ADD 1 TO DEM-ESPERA(INS-MATERIA)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INSCRIPTOS
           END-IF.

      *****************************************************************
      * SOLO LOS ALUMNOS ACTIVOS: LOS DADOS DE BAJA Y LOS EGRESADOS   *
      * NO VAN A CURSAR EL PROXIMO PERIODO.                           *
      *****************************************************************
       140000-CARGAR-ALUMNOS.
           MOVE 0 TO WSV-CANTALUMNOS
           OPEN INPUT ALUMNOSMAE
           IF WS-ALM-FS-OK
              PERFORM UNTIL WS-ALM-FS-EOF OR WSV-ALUMNOSLLENOS = 1
                 READ ALUMNOSMAE
                    AT END
                       CONTINUE
                    NOT AT END
                       IF ALM-ESTADO = 'A'
                          IF WSV-CANTALUMNOS >= 500
                             MOVE 1 TO WSV-ALUMNOSLLENOS
                          ELSE
                             ADD 1 TO WSV-CANTALUMNOS
                             MOVE ALM-LEGAJO TO
                                  ALT-LEGAJO(WSV-CANTALUMNOS)
                             PERFORM VARYING WSI-M FROM 1 BY 1
                                     UNTIL WSI-M > 20
                                MOVE 0 TO
                                     ALT-APROBADA(WSV-CANTALUMNOS WSI-M)
                             END-PERFORM
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ALUMNOSMAE
           ELSE
              DISPLAY "ATENCION: ALUMNOSMAE.DAT VACIO O INEXISTENTE"
           END-IF.

      *****************************************************************
      * MATERIAS APROBADAS DE CADA ALUMNO ACTIVO: CURSADA DE 4 O MAS  *
      * O FINAL DE 4 O MAS, EL MISMO CRITERIO QUE LA INSCRIPCION.     *
      *****************************************************************
       200000-RELEVAR-APROBADAS.
           OPEN INPUT CURSADAS
           IF WSS-FS-CURSADAS-OK
              PERFORM UNTIL WSS-FS-CURSADAS-EOF
                 READ CURSADAS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF CUR-NOTA >= 4
                          AND CUR-MATERIA > 0
                          AND CUR-MATERIA <= WST-CANTMAT
                          MOVE CUR-LEGAJO TO WS-ALM-LEGAJO
                          PERFORM 210000-BUSCAR-ALUMNO
                          IF WSV-POSICION > 0
                             MOVE 1 TO
                                  ALT-APROBADA(WSV-POSICION CUR-MATERIA)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CURSADAS
           END-IF

           OPEN INPUT FINALES
           IF WSS-FS-FINALES-OK
              PERFORM UNTIL WSS-FS-FINALES-EOF
                 READ FINALES
                    AT END
                       CONTINUE
                    NOT AT END
                       IF FIN-NOTA >= 4
                          AND FIN-MATERIA > 0
                          AND FIN-MATERIA <= WST-CANTMAT
                          MOVE FIN-LEGAJO TO WS-ALM-LEGAJO
                          PERFORM 210000-BUSCAR-ALUMNO
                          IF WSV-POSICION > 0
                             MOVE 1 TO
                                  ALT-APROBADA(WSV-POSICION FIN-MATERIA)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FINALES
           END-IF

           OPEN INPUT EQUIVALENCIAS
           IF WS-EQV-FS-OK
              PERFORM UNTIL WS-EQV-FS-EOF
                 READ EQUIVALENCIAS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF EQV-TOTAL
                          AND EQV-MATERIA > 0
                          AND EQV-MATERIA <= WST-CANTMAT
                          MOVE EQV-LEGAJO TO WS-ALM-LEGAJO
                          PERFORM 210000-BUSCAR-ALUMNO
                          IF WSV-POSICION > 0
                             MOVE 1 TO
                                  ALT-APROBADA(WSV-POSICION EQV-MATERIA)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EQUIVALENCIAS
           END-IF.

       210000-BUSCAR-ALUMNO.
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSI-A FROM 1 BY 1
                   UNTIL WSI-A > WSV-CANTALUMNOS OR WSV-POSICION > 0
              IF ALT-LEGAJO(WSI-A) = WS-ALM-LEGAJO
                 MOVE WSI-A TO WSV-POSICION
              END-IF
           END-PERFORM.

      *****************************************************************
      * UN ALUMNO ACTIVO QUEDA HABILITADO PARA UNA MATERIA QUE NO     *
      * TIENE APROBADA CUANDO TIENE APROBADAS TODAS SUS CORRELATIVAS. *
      *****************************************************************
       300000-CONTAR-HABILITADOS.
           PERFORM VARYING WSI-A FROM 1 BY 1
                   UNTIL WSI-A > WSV-CANTALUMNOS
              PERFORM VARYING WSI-M FROM 1 BY 1
                      UNTIL WSI-M > WST-CANTMAT
                 IF ALT-APROBADA(WSI-A WSI-M) = 0
                    MOVE 1 TO WSV-HABILITADO
                    PERFORM VARYING WSI-C FROM 1 BY 1
                            UNTIL WSI-C > WSV-CANTCORRELAT
                               OR WSV-HABILITADO = 0
                       IF CRT-MATERIA(WSI-C) = WSI-M
                          AND CRT-REQUIERE(WSI-C) > 0
                          AND CRT-REQUIERE(WSI-C) <= WST-CANTMAT
                          IF ALT-APROBADA(WSI-A CRT-REQUIERE(WSI-C))
                             = 0
                             MOVE 0 TO WSV-HABILITADO
                          END-IF
                       END-IF
                    END-PERFORM
                    IF WSV-HABILITADO = 1
                       ADD 1 TO DEM-ELEGIBLES(WSI-M)
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.

      *****************************************************************
      * DIFERENCIA = CUPO - HABILITADOS: NEGATIVA, FALTAN LUGARES     *
      * (SE ESPERA LISTA DE ESPERA); LA ESPERA DEL PERIODO ANTERIOR   *
      * CONFIRMA SI LA MATERIA YA VENIA CORTA DE CUPO.                *
      *****************************************************************
       400000-EMITIR-INFORME.
           OPEN OUTPUT DEMANDARPT
           IF NOT WSS-FS-RPT-OK
              DISPLAY "NO SE PUDO GENERAR DEMANDARPT.DAT"
              DISPLAY "FILE STATUS " WSS-FS-RPT
              MOVE 8 TO RETURN-CODE
           ELSE
              STRING 'PRONOSTICO DE DEMANDA - PERIODO ' WSV-PERIODO
                     ' - ESPERA DEL PERIODO ' WSV-PERIODOANT
                     DELIMITED BY SIZE INTO WSV-LINEA
              END-STRING
              PERFORM 690000-GRABAR-LINEA
              MOVE ALL '=' TO WSV-LINEA
              PERFORM 690000-GRABAR-LINEA
              STRING 'MAT MATERIA' '              '
                     'HABIL  CUPO DIFER  ESPER  OBSERVACION'
                     DELIMITED BY SIZE INTO WSV-LINEA
              END-STRING
              PERFORM 690000-GRABAR-LINEA
              MOVE ALL '-' TO WSV-LINEA
              PERFORM 690000-GRABAR-LINEA
              PERFORM VARYING WSI-M FROM 1 BY 1
                      UNTIL WSI-M > WST-CANTMAT
                 PERFORM 410000-LINEA-MATERIA
              END-PERFORM
              MOVE ALL '-' TO WSV-LINEA
              PERFORM 690000-GRABAR-LINEA
              MOVE WSA-ELEGIBLES TO WSM-CANTIDAD
              MOVE WSA-CUPOS     TO WSM-CUPO
              MOVE WSA-ESPERA    TO WSM-ESPERA
              STRING 'TOTALES' '                  ' WSM-CANTIDAD ' '
                     WSM-CUPO '        ' WSM-ESPERA
                     DELIMITED BY SIZE INTO WSV-LINEA
              END-STRING
              PERFORM 690000-GRABAR-LINEA
              MOVE WSV-CANTALUMNOS TO WSM-CANTIDAD
              STRING 'ALUMNOS ACTIVOS CONSIDERADOS: ' WSM-CANTIDAD
                     DELIMITED BY SIZE INTO WSV-LINEA
              END-STRING
              PERFORM 690000-GRABAR-LINEA
              CLOSE DEMANDARPT
              DISPLAY "PRONOSTICO GRABADO EN DEMANDARPT.DAT"
              DISPLAY "MATERIAS CON CUPO INSUFICIENTE O SIN CUPO: "
                      WSA-FALTANTES
           END-IF.

       410000-LINEA-MATERIA.
           COMPUTE WSV-DIFERENCIA = DEM-CUPO(WSI-M)
                                  - DEM-ELEGIBLES(WSI-M)
           EVALUATE TRUE
              WHEN DEM-HAYCUPO(WSI-M) = 0
                 MOVE 'SIN CUPO PLANIFICADO' TO WSV-OBSERVACION
                 ADD 1 TO WSA-FALTANTES
              WHEN WSV-DIFERENCIA < 0
                 MOVE 'CUPO INSUFICIENTE'    TO WSV-OBSERVACION
                 ADD 1 TO WSA-FALTANTES
              WHEN DEM-ESPERA(WSI-M) > 0
                 MOVE 'REVISAR: HUBO ESPERA' TO WSV-OBSERVACION
              WHEN OTHER
                 MOVE SPACES                 TO WSV-OBSERVACION
           END-EVALUATE
           ADD DEM-ELEGIBLES(WSI-M) TO WSA-ELEGIBLES
           ADD DEM-CUPO(WSI-M)      TO WSA-CUPOS
           ADD DEM-ESPERA(WSI-M)    TO WSA-ESPERA
           MOVE DEM-ELEGIBLES(WSI-M) TO WSM-CANTIDAD
           MOVE DEM-CUPO(WSI-M)      TO WSM-CUPO
           MOVE WSV-DIFERENCIA       TO WSM-DIFERENCIA
           MOVE DEM-ESPERA(WSI-M)    TO WSM-ESPERA
           STRING WSI-M '  ' DEM-NOMBRE(WSI-M) ' ' WSM-CANTIDAD ' '
                  WSM-CUPO ' ' WSM-DIFERENCIA '  ' WSM-ESPERA '  '
                  WSV-OBSERVACION
                  DELIMITED BY SIZE INTO WSV-LINEA
           END-STRING
           PERFORM 690000-GRABAR-LINEA.

       690000-GRABAR-LINEA.
           MOVE WSV-LINEA TO REG-DEMANDARPT
           WRITE REG-DEMANDARPT
           ADD 1 TO WSA-LINEAS
           MOVE SPACES TO WSV-LINEA.

       COPY FSLOGPROC.

       END PROGRAM DEMANDA-09-FL.
