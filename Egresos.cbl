      *          (CERTEGRESO.DAT, IMPRIMIBLE) CON EL PROMEDIO GENERAL
      *          Y LO REGISTRA EN EGRESADOS.DAT, PARA QUE LA MESA DE
      *          TITULOS EN TRAMITE NO RE-AUDITE LAS MISMAS CARPETAS.
      *          EL NOMBRE DEL EGRESADO SE TOMA DEL MAESTRO DE ALUMNOS
      *          (ALUMNOSMAE.DAT); EL LEGAJO DEBE EXISTIR EN EL.
      *          LA EQUIVALENCIA TOTAL OTORGADA (EQUIVALENCIAS.DAT)
      *          APRUEBA LA MATERIA CON SU NOTA Y SE LISTA CON EL
      *          NUMERO DE RESOLUCION.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CERT.

           SELECT ALUMNOSMAE ASSIGN TO DISK 'ALUMNOSMAE.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-ALM-FS.

           SELECT EQUIVALENCIAS ASSIGN TO DISK 'EQUIVALENCIAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-EQV-FS.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.

       FD CURSADAS.
       01 REG-CURSADA.
          05 CUR-LEGAJO            PIC 9(06).
          05 CUR-PERIODO           PIC X(06).
          05 CUR-MATERIA           PIC 9(02).
          05 CUR-NOMBREMAT         PIC X(20).

       FD FINALES.
       01 REG-FINAL.
          05 FIN-LEGAJO            PIC 9(06).
          05 FIN-MATERIA           PIC 9(02).
          05 FIN-NOMBREMAT         PIC X(20).
          05 FIN-FECHA             PIC 9(08).
       FD EGRESADOS.
       01 REG-EGRESADO.
          05 EGR-NUMERO            PIC 9(06).
          05 EGR-LEGAJO            PIC 9(06).
          05 EGR-NOMBRE            PIC A(20).
          05 EGR-APELLIDO          PIC A(20).
          05 EGR-FECHA             PIC 9(08).
       FD CERTIFICADO.
       01 REG-CERTIFICADO          PIC X(70).

       FD ALUMNOSMAE.
       COPY FSALU.

       FD EQUIVALENCIAS.
       COPY FSEQV.

       FD PROCLOG.
       COPY FSLOG.


       COPY FSLOGVAR.

       COPY FSALUVAR.

       COPY FSEQVVAR.

       01 VARIABLES.
          05 WSV-LEGAJO           PIC 9(06)       VALUE 0.
          05 WSV-NOMBRE           PIC A(20).
          05 WSV-APELLIDO         PIC A(20).
          05 WSV-FECHA-SISTEMA    PIC 9(08)       VALUE 0.

      *****************************************************************
      * SITUACION POR MATERIA DEL CATALOGO: MEJOR NOTA DE CURSADA,    *
      * NOTA DE FINAL SI LO RINDIO, NOTA Y RESOLUCION DE LA           *
      * EQUIVALENCIA TOTAL SI SE LE OTORGO, Y ESTADO RESULTANTE       *
      * ('A' = APROBADA, 'R' = RENDIDA SIN APROBAR, 'P' = SIN         *
      * REGISTRO).                                                    *
      *****************************************************************
       01 TABLA-SITUACION.
          05 WST-SIT              OCCURS 20 TIMES.
             10 SIT-MEJORNOTA     PIC 9(02)V9(02).
             10 SIT-NOTAFINAL     PIC 9(02)V9(02).
             10 SIT-RENDIDA       PIC 9(01).
             10 SIT-EQUIVNOTA     PIC 9(02)V9(02).
             10 SIT-RESOLUCION    PIC X(12).
             10 SIT-ESTADO        PIC X(01).

       PROCEDURE DIVISION.

           DISPLAY "INGRESE LEGAJO A AUDITAR: "
           ACCEPT WSV-LEGAJO
           MOVE WSV-LEGAJO TO WS-ALM-LEGAJO
           PERFORM 9850-DATOS-ALUMNO

           PERFORM 100000-CARGAR-MATERIAS
           IF WS-ALM-HALLADO = 0
              DISPLAY "LEGAJO INEXISTENTE EN EL MAESTRO DE ALUMNOS"
           ELSE
           IF WST-CANTMAT = 0
              DISPLAY "MATERIAS.DAT VACIO: NO HAY CATALOGO QUE AUDITAR"
           ELSE
                 END-IF
              END-IF
           END-IF
           END-IF
           SET WS-LOG-FIN TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.
                       MOVE 0   TO SIT-MEJORNOTA(WST-CANTMAT)
                       MOVE 0   TO SIT-NOTAFINAL(WST-CANTMAT)
                       MOVE 0   TO SIT-RENDIDA(WST-CANTMAT)
                       MOVE 0   TO SIT-EQUIVNOTA(WST-CANTMAT)
                       MOVE SPACES TO SIT-RESOLUCION(WST-CANTMAT)
                       MOVE 'P' TO SIT-ESTADO(WST-CANTMAT)
                 END-READ
              END-PERFORM
      * APROBADO; RENDIDA SIN LLEGAR A 4 QUEDA REPROBADA.             *
      *****************************************************************
       200000-RELEVAR-HISTORIA.
           MOVE WS-ALM-NOMBRE   TO WSV-NOMBRE
           MOVE WS-ALM-APELLIDO TO WSV-APELLIDO
           OPEN INPUT CURSADAS
           IF WSS-FS-CURSADAS-OK
              PERFORM UNTIL WSS-FS-CURSADAS-EOF
                       IF CUR-LEGAJO = WSV-LEGAJO
                          AND CUR-MATERIA > 0
                          AND CUR-MATERIA <= WST-CANTMAT
                          MOVE 1 TO SIT-RENDIDA(CUR-MATERIA)
                          IF CUR-NOTA > SIT-MEJORNOTA(CUR-MATERIA)
                             MOVE CUR-NOTA TO
              CLOSE FINALES
           END-IF

           OPEN INPUT EQUIVALENCIAS
           IF WS-EQV-FS-OK
              PERFORM UNTIL WS-EQV-FS-EOF
                 READ EQUIVALENCIAS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF EQV-LEGAJO = WSV-LEGAJO
                          AND EQV-TOTAL
                          AND EQV-MATERIA > 0
                          AND EQV-MATERIA <= WST-CANTMAT
                          MOVE EQV-NOTA TO SIT-EQUIVNOTA(EQV-MATERIA)
                          MOVE EQV-RESOLUCION TO
                               SIT-RESOLUCION(EQV-MATERIA)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EQUIVALENCIAS
           END-IF

           PERFORM VARYING WSI-M FROM 1 BY 1
                   UNTIL WSI-M > WST-CANTMAT
              EVALUATE TRUE
                    MOVE 'A' TO SIT-ESTADO(WSI-M)
                 WHEN SIT-MEJORNOTA(WSI-M) >= 4
                    MOVE 'A' TO SIT-ESTADO(WSI-M)
                 WHEN SIT-EQUIVNOTA(WSI-M) >= 4
                    MOVE 'A' TO SIT-ESTADO(WSI-M)
                 WHEN SIT-RENDIDA(WSI-M) = 1
                    MOVE 'R' TO SIT-ESTADO(WSI-M)
                 WHEN OTHER
              EVALUATE SIT-ESTADO(WSI-M)
                 WHEN 'A'
                    ADD 1 TO WSA-APROBADAS
                    EVALUATE TRUE
                       WHEN SIT-NOTAFINAL(WSI-M) >= 4
                          MOVE SIT-NOTAFINAL(WSI-M) TO WSM-NOTA
                          ADD SIT-NOTAFINAL(WSI-M) TO WSA-SUMANOTAS
                       WHEN SIT-MEJORNOTA(WSI-M) >= 4
                          MOVE SIT-MEJORNOTA(WSI-M) TO WSM-NOTA
                          ADD SIT-MEJORNOTA(WSI-M) TO WSA-SUMANOTAS
                       WHEN OTHER
                          MOVE SIT-EQUIVNOTA(WSI-M) TO WSM-NOTA
                          ADD SIT-EQUIVNOTA(WSI-M) TO WSA-SUMANOTAS
                    END-EVALUATE
                    IF SIT-NOTAFINAL(WSI-M) < 4
                       AND SIT-MEJORNOTA(WSI-M) < 4
                       DISPLAY "APROBADA  " SIT-NOMBRE(WSI-M)
                               " NOTA " WSM-NOTA
                               " POR EQUIVALENCIA RES. "
                               FUNCTION TRIM(SIT-RESOLUCION(WSI-M))
                    ELSE
                       DISPLAY "APROBADA  " SIT-NOMBRE(WSI-M)
                               " NOTA " WSM-NOTA
                    END-IF
                 WHEN 'R'
                    ADD 1 TO WSA-REPROBADAS
                    DISPLAY "REPROBADA " SIT-NOMBRE(WSI-M)

       COPY FSLOGPROC.

       COPY FSALUPROC.

       END PROGRAM EGRESO-09-FL.
