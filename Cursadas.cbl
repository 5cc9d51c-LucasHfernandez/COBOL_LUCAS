      *          NOMBRE DE LA MATERIA SEGUN EL CATALOGO DEL MOMENTO, Y
      *          EL ANALITICO IMPRIME TODOS LOS PERIODOS DE UN ALUMNO
      *          CON PROMEDIO POR PERIODO Y GENERAL (ANALITICO.DAT).
      *          EL ENCABEZADO DEL ANALITICO TOMA EL NOMBRE DEL
      *          MAESTRO DE ALUMNOS (ALUMNOSMAE.DAT) CUANDO EL LEGAJO
      *          ESTA DADO DE ALTA EN EL.
      *          LAS EQUIVALENCIAS OTORGADAS POR OTRAS INSTITUCIONES
      *          (EQUIVALENCIAS.DAT) SE IMPRIMEN EN SECCION APARTE CON
      *          SU RESOLUCION; UN ALUMNO DE PASE SIN CURSADAS PROPIAS
      *          TAMBIEN TIENE ANALITICO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-FINALES.

           SELECT ALUMNOSMAE ASSIGN TO DISK 'ALUMNOSMAE.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-ALM-FS.

           SELECT EQUIVALENCIAS ASSIGN TO DISK 'EQUIVALENCIAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-EQV-FS.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.
      *****************************************************************
       FD CURSADAS.
       01 REG-CURSADA.
          05 CUR-LEGAJO            PIC 9(06).
          05 CUR-PERIODO           PIC X(06).
          05 CUR-MATERIA           PIC 9(02).
          05 CUR-NOMBREMAT         PIC X(20).
      *****************************************************************
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

       FD EQUIVALENCIAS.
       COPY FSEQV.

       FD PROCLOG.
       COPY FSLOG.


       COPY FSLOGVAR.

       COPY FSALUVAR.

       COPY FSEQVVAR.

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-PERIODO          PIC X(06).
          05 WSV-LEGAJO           PIC 9(06)       VALUE 0.
          05 WSV-YACERRADO        PIC 9(01)       VALUE 0.
          05 WSV-PROMPERIODO      PIC 9(02)V9(02) VALUE 0.
          05 WSV-PERIODOACTUAL    PIC X(06)       VALUE SPACES.
          05 WSM-NOTA             PIC Z9,99.
          05 WSM-PROMEDIO         PIC Z9,99.
          05 WSV-AUXLINEA         PIC X(80)       VALUE SPACES.
          05 WSV-TIPOEQUIV        PIC X(07)       VALUE SPACES.
          05 WSV-NOMBREEQUIV      PIC X(20)       VALUE SPACES.
          05 WSV-FECHAEQUIV       PIC 9(08)       VALUE 0.
          05 WSV-FECHAEQUIV-R REDEFINES WSV-FECHAEQUIV.
             10 WSV-FEQ-ANO       PIC X(04).
             10 WSV-FEQ-MES       PIC X(02).
             10 WSV-FEQ-DIA       PIC X(02).

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSI-J                PIC 9(02)       VALUE 0.
          05 WST-CANTMAT          PIC 9(02)       VALUE 0.
          05 WSV-CANTFILAS        PIC 9(03)       VALUE 0.
          05 WSV-CANTEQUIV        PIC 9(03)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-ARCHIVADAS       PIC 9(05)       VALUE 0.
                 END-READ
              END-PERFORM
              CLOSE CURSADAS
              MOVE WSV-LEGAJO TO WS-ALM-LEGAJO
              PERFORM 9850-DATOS-ALUMNO
              IF WS-ALM-HALLADO = 1
                 MOVE WS-ALM-NOMBRE   TO WSV-NOMBREALUMNO
                 MOVE WS-ALM-APELLIDO TO WSV-APELLIDOALUMNO
              END-IF

              PERFORM 305000-CONTAR-EQUIVALENCIAS
              IF WSV-CANTFILAS = 0 AND WSV-CANTEQUIV = 0
                 DISPLAY "EL LEGAJO " WSV-LEGAJO
                         " NO TIENE CURSADAS ARCHIVADAS"
              ELSE
              END-IF
           END-IF.

       305000-CONTAR-EQUIVALENCIAS.
           MOVE 0 TO WSV-CANTEQUIV
           OPEN INPUT EQUIVALENCIAS
           IF WS-EQV-FS-OK
              PERFORM UNTIL WS-EQV-FS-EOF
                 READ EQUIVALENCIAS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF EQV-LEGAJO = WSV-LEGAJO
                          ADD 1 TO WSV-CANTEQUIV
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EQUIVALENCIAS
           END-IF.

       310000-ORDENAR-FILAS.
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTFILAS

              PERFORM 340000-GRABAR-FINALES

              IF WSV-CANTEQUIV > 0
                 PERFORM 350000-GRABAR-EQUIVALENCIAS
              END-IF

              IF WSA-CANTGENERAL > 0
                 COMPUTE WSV-PROMPERIODO =
                         WSA-SUMAGENERAL / WSA-CANTGENERAL
                 MOVE WSV-PROMPERIODO TO WSM-PROMEDIO
                 STRING 'PROMEDIO GENERAL: ' WSM-PROMEDIO
                        DELIMITED BY SIZE INTO WSV-AUXLINEA
              ELSE
                 MOVE 'PROMEDIO GENERAL: SIN CURSADAS PROPIAS'
                      TO WSV-AUXLINEA
              END-IF
              PERFORM 315000-GRABAR-LINEA
              MOVE '*-------------------------------------------*'
                   TO WSV-AUXLINEA
              CLOSE FINALES
           END-IF.

      *****************************************************************
      * SECCION DE EQUIVALENCIAS DEL ANALITICO: LAS MATERIAS          *
      * RECONOCIDAS DE OTRA INSTITUCION (EQUIVAL-09-FL), CON LA       *
      * INSTITUCION Y MATERIA DE ORIGEN, LA NOTA, LA RESOLUCION Y SU  *
      * FECHA. LA PARCIAL SE MUESTRA PERO NO APRUEBA LA MATERIA.      *
      *****************************************************************
       350000-GRABAR-EQUIVALENCIAS.
           PERFORM 120000-CARGAR-MATERIAS
           OPEN INPUT EQUIVALENCIAS
           IF WS-EQV-FS-OK
              MOVE 'EQUIVALENCIAS OTORGADAS' TO WSV-AUXLINEA
              PERFORM 315000-GRABAR-LINEA
              PERFORM UNTIL WS-EQV-FS-EOF
                 READ EQUIVALENCIAS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF EQV-LEGAJO = WSV-LEGAJO
                          PERFORM 355000-GRABAR-EQUIVALENCIA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EQUIVALENCIAS
           END-IF.

       355000-GRABAR-EQUIVALENCIA.
           MOVE EQV-NOTA  TO WSM-NOTA
           MOVE EQV-FECHA TO WSV-FECHAEQUIV
           IF EQV-TOTAL
              MOVE 'TOTAL'   TO WSV-TIPOEQUIV
           ELSE
              MOVE 'PARCIAL' TO WSV-TIPOEQUIV
           END-IF
           IF EQV-MATERIA > 0 AND EQV-MATERIA <= WST-CANTMAT
              MOVE WST-MATCAT-NOMBRE(EQV-MATERIA) TO WSV-NOMBREEQUIV
           ELSE
              MOVE SPACES TO WSV-NOMBREEQUIV
              STRING 'MATERIA ' EQV-MATERIA
                     DELIMITED BY SIZE INTO WSV-NOMBREEQUIV
           END-IF
           STRING '   ' WSV-NOMBREEQUIV
                  ' NOTA ' WSM-NOTA ' ' WSV-TIPOEQUIV
                  ' RES. ' EQV-RESOLUCION
                  ' DEL ' WSV-FEQ-DIA '/' WSV-FEQ-MES '/' WSV-FEQ-ANO
                  DELIMITED BY SIZE INTO WSV-AUXLINEA
           PERFORM 315000-GRABAR-LINEA
           STRING '      ORIGEN: ' FUNCTION TRIM(EQV-INSTITUCION)
                  ' - ' FUNCTION TRIM(EQV-MATORIGEN)
                  DELIMITED BY SIZE INTO WSV-AUXLINEA
           PERFORM 315000-GRABAR-LINEA.

       330000-GRABAR-PROMEDIO-PERIODO.
           COMPUTE WSV-PROMPERIODO = WSA-SUMAPERIODO / WSA-CANTPERIODO
           MOVE WSV-PROMPERIODO TO WSM-PROMEDIO

       COPY FSLOGPROC.

       COPY FSALUPROC.

       END PROGRAM CURSADAS-09-FL.
