      *          RECHAZA NOMBRANDO LA CORRELATIVA FALTANTE Y PASA A
      *          LISTA DE ESPERA CUANDO EL CUPO SE LLENO. EL LISTADO
      *          VIGENTE ALUMNOS-V3.DAT SE PUEDE GENERAR DESDE LOS
      *          INSCRIPTOS EN VEZ DE TIPEARLO. EL LEGAJO (SEIS
      *          DIGITOS) DEBE ESTAR ACTIVO EN EL MAESTRO DE ALUMNOS
      *          (ALUMNOSMAE.DAT), DE DONDE SALEN NOMBRE Y APELLIDO.
      *          RECHAZA LA MATERIA CUYO HORARIO (HORARIOS.DAT) SE
      *          PISA CON OTRA QUE EL ALUMNO YA TIENE EN EL PERIODO, Y
      *          EL CUPO EFECTIVO ES EL MENOR ENTRE CUPOMAT.DAT Y LA
      *          CAPACIDAD DEL AULA (AULAS.DAT). LA INSCRIPCION Y LA
      *          BAJA SOLO SE ACEPTAN DENTRO DE SU VENTANA DEL
      *          CALENDARIO ACADEMICO (CALACAD.DAT), SALVO EXCEPCION
      *          DE UN SUPERVISOR CON MOTIVO (CALEXCEP.DAT).
      *          LA EQUIVALENCIA TOTAL OTORGADA (EQUIVALENCIAS.DAT)
      *          CUENTA COMO CORRELATIVA APROBADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ALUMNOS.

           SELECT ALUMNOSMAE ASSIGN TO DISK 'ALUMNOSMAE.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-ALM-FS.

           SELECT HORARIOS  ASSIGN TO DISK 'HORARIOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-HOR-FS.

           SELECT AULAS     ASSIGN TO DISK 'AULAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-AUL-FS.

           SELECT CALACAD   ASSIGN TO DISK 'CALACAD.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-CAL-FS.

           SELECT CALEXCEP  ASSIGN TO DISK 'CALEXCEP.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-CAE-FS.

           SELECT EQUIVALENCIAS ASSIGN TO DISK 'EQUIVALENCIAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-EQV-FS.

           SELECT OPERADORES ASSIGN TO DISK 'OPERADORES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-OPERADORES.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.
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

       FD FINALES.
       01 REG-FINAL.
          05 FIN-LEGAJO            PIC 9(06).
          05 FIN-MATERIA           PIC 9(02).
          05 FIN-NOMBREMAT         PIC X(20).
          05 FIN-FECHA             PIC 9(08).
          05 FSA-CONTADOR          PIC 9(02).
          05 FSA-ESTADO            PIC 9(01).

       FD ALUMNOSMAE.
       COPY FSALU.

       FD HORARIOS.
       COPY FSHOR.

       FD AULAS.
       COPY FSAUL.

       FD CALACAD.
       COPY FSCAL.

       FD CALEXCEP.
       COPY FSCALEXC.

       FD EQUIVALENCIAS.
       COPY FSEQV.

       FD OPERADORES.
       01 REG-OPERADOR.
          05 OPE-USUARIO           PIC X(10).
          05 OPE-CLAVE             PIC X(10).
          05 OPE-NIVEL             PIC 9(01).

       FD PROCLOG.
       COPY FSLOG.


       COPY FSLOGVAR.

       COPY FSALUVAR.

       COPY FSHORVAR.

       COPY FSCALVAR.

       COPY FSEQVVAR.

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-PERIODO          PIC X(06).
          05 WSV-MATERIA          PIC 9(02)       VALUE 0.
          05 WSV-REQUIERE         PIC 9(02)       VALUE 0.
          05 WSV-LEGAJO           PIC 9(06)       VALUE 0.
          05 WSV-CUPO             PIC 9(03)       VALUE 0.
          05 WSV-NOMBRE           PIC A(20).
          05 WSV-APELLIDO         PIC A(20).
          05 WSV-OCUPADOS         PIC 9(03)       VALUE 0.
          05 WSV-CUPOVIGENTE      PIC 9(03)       VALUE 0.
          05 WSV-POSICION         PIC 9(03)       VALUE 0.
          05 WSV-MAXLEGAJO        PIC 9(06)       VALUE 0.
          05 WSV-INSCAMBIOS       PIC 9(01)       VALUE 0.
          05 WSV-CUPOSLLENOS      PIC 9(01)       VALUE 0.
          05 WSV-INSLLENOS        PIC 9(01)       VALUE 0.
          05 WSV-CHOQUE           PIC 9(02)       VALUE 0.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSI-C                PIC 9(03)       VALUE 0.
          05 WSI-L                PIC 9(06)       VALUE 0.
          05 WSI-N                PIC 9(02)       VALUE 0.
          05 WSV-CANTCORRELAT     PIC 9(03)       VALUE 0.
          05 WSV-CANTCUPOS        PIC 9(03)       VALUE 0.
            88 WSS-FS-CURSADAS-EOF                VALUE '10'.
          05 WSS-FS-ALUMNOS       PIC X(02).
            88 WSS-FS-ALUMNOS-OK                  VALUE '00'.
          05 WSS-FS-OPERADORES    PIC X(02).
            88 WSS-FS-OPERADORES-OK               VALUE '00'.
            88 WSS-FS-OPERADORES-EOF              VALUE '10'.

       01 CATALOGO-MATERIAS.
          05 WST-MATCAT           OCCURS 20 TIMES.
          05 WST-INSCRIPTO        OCCURS 300 TIMES.
             10 INT-PERIODO       PIC X(06).
             10 INT-MATERIA       PIC 9(02).
             10 INT-LEGAJO        PIC 9(06).
             10 INT-NOMBRE        PIC A(20).
             10 INT-APELLIDO      PIC A(20).
             10 INT-ESTADO        PIC X(01).

       000000-CONTROL.
           MOVE 'INSCRIP-09-FL' TO WS-LOG-PROGRAMA
           MOVE 'INSCRIP-09-FL' TO WS-CAL-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           PERFORM 100000-CARGAR-MATERIAS
              END-IF
              PERFORM 260000-REGRABAR-CUPOS
              DISPLAY "CUPO REGISTRADO"
              MOVE WSV-PERIODO TO WS-HOR-PERIODO
              PERFORM 9860-CARGAR-HORARIOS
              MOVE WSV-MATERIA TO WS-HOR-MATERIA
              PERFORM 9870-CAPACIDAD-MATERIA
              IF WS-HOR-CAPACIDAD < WSV-CUPO
                 DISPLAY "ATENCION: EL AULA ASIGNADA TIENE "
                         WS-HOR-CAPACIDAD " LUGARES, ES EL CUPO "
                         "EFECTIVO"
              END-IF
           END-IF.

       260000-REGRABAR-CUPOS.
      * INSCRIPCION: SE CONTROLA QUE EL ALUMNO NO ESTE YA INSCRIPTO,  *
      * QUE TENGA APROBADAS (NOTA 4 O MAS EN CURSADAS.DAT) TODAS LAS  *
      * CORRELATIVAS DE LA MATERIA - EL RECHAZO NOMBRA LA FALTANTE -  *
      * QUE SU HORARIO NO SE PISE CON OTRA MATERIA QUE EL ALUMNO YA   *
      * TIENE EN EL PERIODO (INSCRIPTO O EN ESPERA) Y QUE HAYA CUPO:  *
      * CON EL CUPO LLENO QUEDA EN LISTA DE ESPERA. FUERA DE LA       *
      * VENTANA DE INSCRIPCION DEL PERIODO SOLO CON EXCEPCION.        *
      *****************************************************************
       300000-INSCRIBIR.
           DISPLAY "PERIODO (AAAACC): "
           ACCEPT WSV-PERIODO
           MOVE WSV-PERIODO TO WS-CAL-PERIODO
           MOVE 'I' TO WS-CAL-TIPO
           ACCEPT WS-CAL-FECHA FROM DATE YYYYMMDD
           PERFORM 9880-VERIFICAR-CALENDARIO
           IF WS-CAL-ABIERTA = 0
              DISPLAY "INSCRIPCION RECHAZADA: FUERA DE LA VENTANA DE "
                      "INSCRIPCION"
           ELSE
           DISPLAY "MATERIA (NUMERO DE CATALOGO): "
           ACCEPT WSV-MATERIA
           DISPLAY "LEGAJO DEL ALUMNO: "
           IF WSV-MATERIA = 0 OR WSV-MATERIA > WST-CANTMAT
              DISPLAY "MATERIA FUERA DEL CATALOGO"
           ELSE
           MOVE WSV-LEGAJO TO WS-ALM-LEGAJO
           PERFORM 9850-DATOS-ALUMNO
           IF WSV-LEGAJO = 0 OR WS-ALM-HALLADO = 0
              DISPLAY "LEGAJO INEXISTENTE EN EL MAESTRO DE ALUMNOS "
                      "(MAEALU-09-FL)"
           ELSE
           IF NOT WS-ALM-ACTIVO
              DISPLAY "EL ALUMNO NO ESTA ACTIVO (ESTADO "
                      WS-ALM-ESTADO "): NO SE INSCRIBE"
           ELSE
              MOVE 0 TO WSV-POSICION
              PERFORM VARYING WSI-I FROM 1 BY 1
                            FUNCTION TRIM(
                            WST-MATCAT-NOMBRE(WSV-FALTANTE))
                 ELSE
                 PERFORM 320000-VERIFICAR-HORARIO
                 IF WSV-CHOQUE > 0
                    DISPLAY "INSCRIPCION RECHAZADA: EL HORARIO SE PISA "
                            "CON "
                            FUNCTION TRIM(
                            WST-MATCAT-NOMBRE(WSV-CHOQUE))
                    DISPLAY "(DIA " WS-HOR-DIA " DE " WS-HOR-DESDE
                            " A " WS-HOR-HASTA ")"
                 ELSE
                    MOVE WS-ALM-NOMBRE   TO WSV-NOMBRE
                    MOVE WS-ALM-APELLIDO TO WSV-APELLIDO
                    PERFORM 330000-CONTAR-CUPO
                    IF WSV-CANTINSCRIPTOS >= 300
                       DISPLAY "NO HAY MAS ESPACIO DE INSCRIPCIONES"
                       MOVE 1 TO WSV-INSCAMBIOS
                    END-IF
                 END-IF
                 END-IF
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       310000-VERIFICAR-CORRELATIVAS.
              END-IF
           END-PERFORM.

      *****************************************************************
      * CHOQUE DE HORARIOS: CONTRA CADA MATERIA QUE EL ALUMNO YA      *
      * TIENE EN EL PERIODO (NO DADA DE BAJA). WSV-CHOQUE QUEDA CON   *
      * LA PRIMERA QUE SE PISA Y WS-HOR-DIA/DESDE/HASTA CON LA FRANJA.*
      * UNA MATERIA SIN HORARIO CARGADO NO CHOCA CON NADA.            *
      *****************************************************************
       320000-VERIFICAR-HORARIO.
           MOVE 0 TO WSV-CHOQUE
           MOVE WSV-PERIODO TO WS-HOR-PERIODO
           PERFORM 9860-CARGAR-HORARIOS
           MOVE WSV-MATERIA TO WS-HOR-MATERIA
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTINSCRIPTOS
                      OR WSV-CHOQUE > 0
              IF INT-PERIODO(WSI-I) = WSV-PERIODO
                 AND INT-LEGAJO(WSI-I) = WSV-LEGAJO
                 AND INT-ESTADO(WSI-I) NOT = 'B'
                 AND INT-MATERIA(WSI-I) NOT = WSV-MATERIA
                 MOVE INT-MATERIA(WSI-I) TO WS-HOR-OTRA
                 PERFORM 9865-CHOQUE-HORARIO
                 IF WS-HOR-CHOCA = 1
                    MOVE INT-MATERIA(WSI-I) TO WSV-CHOQUE
                 END-IF
              END-IF
           END-PERFORM.

      *****************************************************************
      * LA CORRELATIVA CUENTA APROBADA CON CURSADA >= 4 O CON FINAL   *
      * >= 4 RENDIDO EN MESA (FINALES.DAT, EL MISMO CRITERIO QUE LA   *
                 END-PERFORM
                 CLOSE FINALES
              END-IF
           END-IF
           IF WSV-APROBADA = 0
              MOVE WSV-LEGAJO   TO WS-EQV-LEGAJO
              MOVE WSV-REQUIERE TO WS-EQV-MATERIA
              PERFORM 9890-BUSCAR-EQUIVALENCIA
              IF WS-EQV-HALLADA = 1
                 MOVE 1 TO WSV-APROBADA
              END-IF
           END-IF.

      *****************************************************************
      * CUPO VIGENTE DE LA MATERIA EN EL PERIODO (SIN CARGA = 999,    *
      * SIN LIMITE EFECTIVO) Y CUANTOS LUGARES YA ESTAN OCUPADOS. SI  *
      * EL AULA ASIGNADA ES MAS CHICA QUE EL CUPO, MANDA EL AULA.     *
      *****************************************************************
       330000-CONTAR-CUPO.
           MOVE 999 TO WSV-CUPOVIGENTE
                 MOVE CPT-CUPO(WSI-C) TO WSV-CUPOVIGENTE
              END-IF
           END-PERFORM
           MOVE WSV-PERIODO TO WS-HOR-PERIODO
           PERFORM 9860-CARGAR-HORARIOS
           MOVE WSV-MATERIA TO WS-HOR-MATERIA
           PERFORM 9870-CAPACIDAD-MATERIA
           IF WS-HOR-CAPACIDAD < WSV-CUPOVIGENTE
              MOVE WS-HOR-CAPACIDAD TO WSV-CUPOVIGENTE
           END-IF
           MOVE 0 TO WSV-OCUPADOS
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTINSCRIPTOS
       400000-BAJA-INSCRIPCION.
           DISPLAY "PERIODO (AAAACC): "
           ACCEPT WSV-PERIODO
           MOVE WSV-PERIODO TO WS-CAL-PERIODO
           MOVE 'B' TO WS-CAL-TIPO
           ACCEPT WS-CAL-FECHA FROM DATE YYYYMMDD
           PERFORM 9880-VERIFICAR-CALENDARIO
           IF WS-CAL-ABIERTA = 0
              DISPLAY "BAJA RECHAZADA: FUERA DE LA VENTANA DE BAJAS"
           ELSE
           DISPLAY "MATERIA (NUMERO DE CATALOGO): "
           ACCEPT WSV-MATERIA
           DISPLAY "LEGAJO DEL ALUMNO: "
              MOVE 1 TO WSV-INSCAMBIOS
              DISPLAY "INSCRIPCION DADA DE BAJA"
              PERFORM 410000-PROMOVER-ESPERA
           END-IF
           END-IF.

      *****************************************************************

       COPY FSLOGPROC.

       COPY FSALUPROC.

       COPY FSHORPROC.

       COPY FSCALPROC.

       COPY FSEQVPROC.

       END PROGRAM INSCRIP-09-FL.
