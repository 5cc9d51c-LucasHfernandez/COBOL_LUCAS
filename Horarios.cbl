      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 14/10/2019
      * Purpose: HORARIOS DE CLASE Y AULAS: MANTIENE LAS AULAS CON SU
      *          CAPACIDAD (AULAS.DAT, VER FSAUL.CPY) Y LAS FRANJAS
      *          HORARIAS DE CADA MATERIA POR PERIODO (HORARIOS.DAT,
      *          VER FSHOR.CPY): DIA, HORA DE INICIO Y FIN Y AULA. NO
      *          DEJA OCUPAR DOS VECES LA MISMA AULA EN HORARIOS QUE
      *          SE PISAN. IMPRIME LA GRILLA SEMANAL DE UN ALUMNO (SUS
      *          INSCRIPCIONES DEL PERIODO) Y LA DE UN AULA, CON LOS
      *          INSCRIPTOS CONTRA LA CAPACIDAD (HORARIORPT.DAT).
      *          INSCRIP-09-FL Y ADMISION-09-FL USAN ESTOS ARCHIVOS
      *          PARA EL CHOQUE DE HORARIOS Y EL CUPO EFECTIVO
      *          (FSHORPROC.CPY).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HORARIO-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HORARIOS  ASSIGN TO DISK 'HORARIOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-HOR-FS.

           SELECT AULAS     ASSIGN TO DISK 'AULAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-AUL-FS.

           SELECT MATERIAS            ASSIGN TO DISK 'MATERIAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MATERIAS.

           SELECT INSCRIPTOS          ASSIGN TO DISK 'INSCRIPTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-INSCRIP.

           SELECT HORRPT              ASSIGN TO DISK 'HORARIORPT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-HORRPT.

           SELECT ALUMNOSMAE ASSIGN TO DISK 'ALUMNOSMAE.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-ALM-FS.

           SELECT INTENCION ASSIGN TO DISK 'INTENCION.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-INT-FS.

           SELECT CERROJOS  ASSIGN TO DISK 'CERROJOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-CER-FS.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.

       DATA DIVISION.

       FILE SECTION.

       FD HORARIOS.
       COPY FSHOR.

       FD AULAS.
       COPY FSAUL.

       FD MATERIAS.
       01 REG-MATERIA.
          05 FSM-NOMBRE            PIC X(20).

      *****************************************************************
      * INSCRIPTOS.DAT: EL MISMO FORMATO QUE INSCRIP-09-FL. ESTADO    *
      * 'I' = INSCRIPTO, 'W' = LISTA DE ESPERA, 'B' = BAJA.           *
      *****************************************************************
       FD INSCRIPTOS.
       01 REG-INSCRIPTO.
          05 INS-PERIODO           PIC X(06).
          05 INS-MATERIA           PIC 9(02).
          05 INS-LEGAJO            PIC 9(06).
          05 INS-NOMBRE            PIC A(20).
          05 INS-APELLIDO          PIC A(20).
          05 INS-ESTADO            PIC X(01).

       FD HORRPT.
       01 REG-HORRPT               PIC X(80).

       FD ALUMNOSMAE.
       COPY FSALU.

       FD INTENCION.
       COPY FSINT.

       FD CERROJOS.
       COPY FSLOCK.

       FD PROCLOG.
       COPY FSLOG.

       WORKING-STORAGE SECTION.

       COPY FSLOGVAR.

       COPY FSLOCKVAR.

       COPY FSINTVAR.

       COPY FSALUVAR.

       COPY FSHORVAR.

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-PERIODO          PIC X(06)       VALUE SPACES.
          05 WSV-MATERIA          PIC 9(02)       VALUE 0.
          05 WSV-LEGAJO           PIC 9(06)       VALUE 0.
          05 WSV-DIA              PIC 9(01)       VALUE 0.
          05 WSV-DESDE            PIC 9(04)       VALUE 0.
          05 WSV-HASTA            PIC 9(04)       VALUE 0.
          05 WSV-AULA             PIC X(04)       VALUE SPACES.
          05 WSV-DESCRIPCION      PIC X(20)       VALUE SPACES.
          05 WSV-CAPACIDAD        PIC 9(03)       VALUE 0.
          05 WSV-POSAULA          PIC 9(03)       VALUE 0.
          05 WSV-POSICION         PIC 9(03)       VALUE 0.
          05 WSV-OCUPANTE         PIC 9(03)       VALUE 0.
          05 WSV-HORAVALIDA       PIC 9(01)       VALUE 0.
          05 WSV-AULCAMBIOS       PIC 9(01)       VALUE 0.
          05 WSV-FRACAMBIOS       PIC 9(01)       VALUE 0.
          05 WSV-AULLLENAS        PIC 9(01)       VALUE 0.
          05 WSV-FRALLENAS        PIC 9(01)       VALUE 0.
          05 WSV-RETORNO          PIC 9(02)       VALUE 0.
          05 WSV-SINHORARIO       PIC 9(01)       VALUE 0.
          05 WSV-HORA             PIC 9(04)       VALUE 0.
          05 WSV-HORA-R REDEFINES WSV-HORA.
             10 WSV-HOR-HH        PIC 9(02).
             10 WSV-HOR-MM        PIC 9(02).
          05 WSV-LINEA            PIC X(80)       VALUE SPACES.

       01 CONSTANTES.
          05 WSC-NOMBREDIAS       PIC X(54)       VALUE
             'LUNES    MARTES   MIERCOLESJUEVES   VIERNES  SABADO   '.
          05 WSC-DIAS REDEFINES WSC-NOMBREDIAS.
             10 WSC-DIA           PIC X(09)       OCCURS 6 TIMES.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSI-J                PIC 9(03)       VALUE 0.
          05 WSI-G                PIC 9(03)       VALUE 0.
          05 WSV-CANTAULAS        PIC 9(03)       VALUE 0.
          05 WSV-CANTFRANJAS      PIC 9(03)       VALUE 0.
          05 WSV-CANTGRILLA       PIC 9(03)       VALUE 0.
          05 WST-CANTMAT          PIC 9(02)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-ALTAS            PIC 9(05)       VALUE 0.
          05 WSA-RECHAZOS         PIC 9(05)       VALUE 0.
          05 WSA-LINEAS           PIC 9(05)       VALUE 0.

       01 SWITCHES.
          05 WSS-FS-MATERIAS      PIC X(02).
            88 WSS-FS-MATERIAS-OK                 VALUE '00'.
            88 WSS-FS-MATERIAS-EOF                VALUE '10'.
          05 WSS-FS-INSCRIP       PIC X(02).
            88 WSS-FS-INSCRIP-OK                  VALUE '00'.
            88 WSS-FS-INSCRIP-EOF                 VALUE '10'.
          05 WSS-FS-HORRPT        PIC X(02).
            88 WSS-FS-HORRPT-OK                   VALUE '00'.

       01 CATALOGO-MATERIAS.
          05 WST-MATCAT           OCCURS 20 TIMES.
             10 WST-MATCAT-NOMBRE PIC X(20).

      *****************************************************************
      * AULAS.DAT Y HORARIOS.DAT COMPLETOS EN MEMORIA, CON EL MISMO   *
      * FORMATO DEL REGISTRO; SE REGRABAN AL SALIR SI HUBO CAMBIOS.   *
      *****************************************************************
       01 TABLA-AULAS.
          05 WST-AULA             OCCURS 50 TIMES.
             10 AUT-CODIGO        PIC X(04).
             10 AUT-DESCRIPCION   PIC X(20).
             10 AUT-CAPACIDAD     PIC 9(03).

       01 TABLA-FRANJAS.
          05 WST-FRANJA           OCCURS 500 TIMES.
             10 FRT-MATERIA       PIC 9(02).
             10 FRT-PERIODO       PIC X(06).
             10 FRT-DIA           PIC 9(01).
             10 FRT-DESDE         PIC 9(04).
             10 FRT-HASTA         PIC 9(04).
             10 FRT-AULA          PIC X(04).

      *****************************************************************
      * GRILLA SEMANAL A IMPRIMIR (DE UN ALUMNO O DE UN AULA), SE     *
      * ORDENA POR DIA Y HORA DE INICIO ANTES DE GRABARLA.            *
      *****************************************************************
       01 TABLA-GRILLA.
          05 WST-GRILLA           OCCURS 100 TIMES.
             10 GRT-DIA           PIC 9(01).
             10 GRT-DESDE         PIC 9(04).
             10 GRT-HASTA         PIC 9(04).
             10 GRT-MATERIA       PIC 9(02).
             10 GRT-AULA          PIC X(04).
             10 GRT-ESTADO        PIC X(01).
             10 GRT-INSCRIPTOS    PIC 9(03).
             10 GRT-CAPACIDAD     PIC 9(03).

       01 WST-GRILLA-AUX          PIC X(22).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'HORARIO-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           MOVE 'HORARIO-09-FL' TO WS-CER-PROGRAMA
           MOVE 2 TO WS-CER-CANTARCH
           MOVE 'HORARIOS.DAT' TO WS-CER-ARCHIVO(1)
           MOVE 'AULAS.DAT'    TO WS-CER-ARCHIVO(2)
           PERFORM 9200-TOMAR-CERROJOS
           IF WS-CER-DENEGADO = 1
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
              SET WS-LOG-FIN TO TRUE
              PERFORM 9100-GRABAR-PROCLOG
              STOP RUN
           END-IF
           PERFORM 100000-CARGAR-MATERIAS
           PERFORM 110000-CARGAR-AULAS
           PERFORM 120000-CARGAR-FRANJAS
      *****************************************************************
      * UN ARCHIVO CON MAS REGISTROS QUE SU TABLA SE TRUNCARIA AL     *
      * REGRABARLO: LA CORRIDA SE CANCELA SIN TOCAR NADA (AMPLIAR EL  *
      * OCCURS ANTES DE REINTENTAR).                                  *
      *****************************************************************
           IF WSV-AULLLENAS = 1
              DISPLAY "AULAS.DAT SUPERA LA TABLA: SE CANCELA SIN "
                      "REGRABAR"
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
           IF WSV-FRALLENAS = 1
              DISPLAY "HORARIOS.DAT SUPERA LA TABLA: SE CANCELA SIN "
                      "REGRABAR"
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
           PERFORM UNTIL WSV-OPCION = 7
              DISPLAY "**************************************"
              DISPLAY "HORARIOS DE CLASE Y AULAS"
              DISPLAY "1 - ALTA O MODIFICACION DE AULA"
              DISPLAY "2 - ALTA DE FRANJA HORARIA"
              DISPLAY "3 - BAJA DE FRANJA HORARIA"
              DISPLAY "4 - LISTAR AULAS Y HORARIOS DE UN PERIODO"
              DISPLAY "5 - GRILLA SEMANAL DE UN ALUMNO"
              DISPLAY "6 - GRILLA SEMANAL DE UN AULA"
              DISPLAY "7 - SALIR"
              DISPLAY "RESPUESTA: "
              ACCEPT WSV-OPCION

              EVALUATE WSV-OPCION
                 WHEN 1
                    PERFORM 200000-ALTA-AULA
                 WHEN 2
                    PERFORM 300000-ALTA-FRANJA
                 WHEN 3
                    PERFORM 400000-BAJA-FRANJA
                 WHEN 4
                    PERFORM 450000-LISTAR-HORARIOS
                 WHEN 5
                    PERFORM 500000-GRILLA-ALUMNO
                 WHEN 6
                    PERFORM 550000-GRILLA-AULA
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
      *****************************************************************
      * EL RESPALDO DE LOS MAESTROS (9400) PISA RETURN-CODE: EL       *
      * CODIGO DEL PROCESO SE GUARDA Y SE REPONE AL FINAL.            *
      *****************************************************************
           MOVE RETURN-CODE TO WSV-RETORNO
           IF WSV-AULCAMBIOS = 1
              PERFORM 700000-REGRABAR-AULAS
           END-IF
           IF WSV-FRACAMBIOS = 1
              PERFORM 710000-REGRABAR-FRANJAS
           END-IF
           MOVE WSV-RETORNO TO RETURN-CODE
           END-IF
           END-IF
           PERFORM 9250-LIBERAR-CERROJOS
           SET WS-LOG-FIN TO TRUE
           MOVE WSV-CANTFRANJAS TO WS-LOG-LEIDOS
           MOVE WSA-ALTAS       TO WS-LOG-GRABADOS
           MOVE WSA-RECHAZOS    TO WS-LOG-RECHAZADOS
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

       110000-CARGAR-AULAS.
           MOVE 0 TO WSV-CANTAULAS
           OPEN INPUT AULAS
           IF WS-AUL-FS-OK
              PERFORM UNTIL WS-AUL-FS-EOF OR WSV-CANTAULAS > 49
                 READ AULAS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTAULAS
                       MOVE REG-AULA TO WST-AULA(WSV-CANTAULAS)
                 END-READ
              END-PERFORM
              IF NOT WS-AUL-FS-EOF
                 READ AULAS
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-AULLLENAS
                 END-READ
              END-IF
              CLOSE AULAS
           END-IF.

       120000-CARGAR-FRANJAS.
           MOVE 0 TO WSV-CANTFRANJAS
           OPEN INPUT HORARIOS
           IF WS-HOR-FS-OK
              PERFORM UNTIL WS-HOR-FS-EOF OR WSV-CANTFRANJAS > 499
                 READ HORARIOS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTFRANJAS
                       MOVE REG-HORARIO TO WST-FRANJA(WSV-CANTFRANJAS)
                 END-READ
              END-PERFORM
              IF NOT WS-HOR-FS-EOF
                 READ HORARIOS
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-FRALLENAS
                 END-READ
              END-IF
              CLOSE HORARIOS
           END-IF.

       150000-BUSCAR-AULA.
           MOVE 0 TO WSV-POSAULA
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTAULAS
              IF AUT-CODIGO(WSI-I) = WSV-AULA
                 MOVE WSI-I TO WSV-POSAULA
              END-IF
           END-PERFORM.

      *****************************************************************
      * HORA HHMM DE WSV-HORA ENTRE 0000 Y 2359.                      *
      *****************************************************************
       160000-VALIDAR-HORA.
           MOVE 1 TO WSV-HORAVALIDA
           IF WSV-HOR-HH > 23 OR WSV-HOR-MM > 59
              MOVE 0 TO WSV-HORAVALIDA
           END-IF.

      *****************************************************************
      * ALTA DE AULA, O MODIFICACION SI EL CODIGO YA EXISTE (LA       *
      * DESCRIPCION EN BLANCO QUEDA COMO ESTABA). LA CAPACIDAD ES     *
      * OBLIGATORIA: CON CERO EL AULA NO PODRIA TENER INSCRIPTOS.     *
      *****************************************************************
       200000-ALTA-AULA.
           DISPLAY "CODIGO DE AULA: "
           ACCEPT WSV-AULA
           DISPLAY "DESCRIPCION: "
           ACCEPT WSV-DESCRIPCION
           DISPLAY "CAPACIDAD (ASIENTOS): "
           ACCEPT WSV-CAPACIDAD
           PERFORM 150000-BUSCAR-AULA

           EVALUATE TRUE
              WHEN WSV-AULA = SPACES
                 DISPLAY "CODIGO DE AULA INVALIDO"
                 ADD 1 TO WSA-RECHAZOS
              WHEN WSV-CAPACIDAD = 0
                 DISPLAY "LA CAPACIDAD DEBE SER MAYOR QUE CERO"
                 ADD 1 TO WSA-RECHAZOS
              WHEN WSV-POSAULA > 0
                 IF WSV-DESCRIPCION NOT = SPACES
                    MOVE WSV-DESCRIPCION TO
                                        AUT-DESCRIPCION(WSV-POSAULA)
                 END-IF
                 MOVE WSV-CAPACIDAD TO AUT-CAPACIDAD(WSV-POSAULA)
                 MOVE 1 TO WSV-AULCAMBIOS
                 DISPLAY "AULA ACTUALIZADA"
              WHEN WSV-CANTAULAS >= 50
                 DISPLAY "NO HAY MAS ESPACIO DE AULAS"
                 ADD 1 TO WSA-RECHAZOS
              WHEN OTHER
                 ADD 1 TO WSV-CANTAULAS
                 MOVE WSV-AULA        TO AUT-CODIGO(WSV-CANTAULAS)
                 MOVE WSV-DESCRIPCION TO
                                     AUT-DESCRIPCION(WSV-CANTAULAS)
                 MOVE WSV-CAPACIDAD   TO AUT-CAPACIDAD(WSV-CANTAULAS)
                 MOVE 1 TO WSV-AULCAMBIOS
                 ADD 1 TO WSA-ALTAS
                 DISPLAY "AULA REGISTRADA"
           END-EVALUATE.

      *****************************************************************
      * ALTA DE FRANJA: EL AULA NO PUEDE ESTAR OCUPADA EN EL MISMO    *
      * PERIODO Y DIA EN UN HORARIO QUE SE PISE (TERMINAR A LA HORA   *
      * EN QUE EMPIEZA LA OTRA NO ES PISARSE); EL RECHAZO NOMBRA LA   *
      * MATERIA QUE LA OCUPA.                                         *
      *****************************************************************
       300000-ALTA-FRANJA.
           DISPLAY "PERIODO (AAAACC): "
           ACCEPT WSV-PERIODO
           DISPLAY "MATERIA (NUMERO DE CATALOGO): "
           ACCEPT WSV-MATERIA
           DISPLAY "DIA (1 = LUNES ... 6 = SABADO): "
           ACCEPT WSV-DIA
           DISPLAY "HORA DE INICIO (HHMM): "
           ACCEPT WSV-DESDE
           DISPLAY "HORA DE FIN (HHMM): "
           ACCEPT WSV-HASTA
           DISPLAY "AULA: "
           ACCEPT WSV-AULA
           PERFORM 150000-BUSCAR-AULA
           MOVE WSV-DESDE TO WSV-HORA
           PERFORM 160000-VALIDAR-HORA
           IF WSV-HORAVALIDA = 1
              MOVE WSV-HASTA TO WSV-HORA
              PERFORM 160000-VALIDAR-HORA
           END-IF
           PERFORM 310000-BUSCAR-OCUPANTE

           EVALUATE TRUE
              WHEN WSV-PERIODO = SPACES
                 DISPLAY "PERIODO INVALIDO"
                 ADD 1 TO WSA-RECHAZOS
              WHEN WSV-MATERIA = 0 OR WSV-MATERIA > WST-CANTMAT
                 DISPLAY "MATERIA FUERA DEL CATALOGO"
                 ADD 1 TO WSA-RECHAZOS
              WHEN WSV-DIA < 1 OR WSV-DIA > 6
                 DISPLAY "DIA INVALIDO"
                 ADD 1 TO WSA-RECHAZOS
              WHEN WSV-HORAVALIDA = 0
                 DISPLAY "HORA INVALIDA (HHMM DE 0000 A 2359)"
                 ADD 1 TO WSA-RECHAZOS
              WHEN WSV-DESDE >= WSV-HASTA
                 DISPLAY "LA HORA DE FIN DEBE SER POSTERIOR AL INICIO"
                 ADD 1 TO WSA-RECHAZOS
              WHEN WSV-POSAULA = 0
                 DISPLAY "AULA INEXISTENTE: DARLA DE ALTA PRIMERO"
                 ADD 1 TO WSA-RECHAZOS
              WHEN WSV-OCUPANTE > 0
                 DISPLAY "AULA OCUPADA POR "
                         FUNCTION TRIM(WST-MATCAT-NOMBRE(
                         FRT-MATERIA(WSV-OCUPANTE)))
                         " DE " FRT-DESDE(WSV-OCUPANTE)
                         " A " FRT-HASTA(WSV-OCUPANTE)
                         ": NO SE REGISTRA"
                 ADD 1 TO WSA-RECHAZOS
              WHEN WSV-CANTFRANJAS >= 500
                 DISPLAY "NO HAY MAS ESPACIO DE FRANJAS HORARIAS"
                 ADD 1 TO WSA-RECHAZOS
              WHEN OTHER
                 ADD 1 TO WSV-CANTFRANJAS
                 MOVE WSV-MATERIA TO FRT-MATERIA(WSV-CANTFRANJAS)
                 MOVE WSV-PERIODO TO FRT-PERIODO(WSV-CANTFRANJAS)
                 MOVE WSV-DIA     TO FRT-DIA(WSV-CANTFRANJAS)
                 MOVE WSV-DESDE   TO FRT-DESDE(WSV-CANTFRANJAS)
                 MOVE WSV-HASTA   TO FRT-HASTA(WSV-CANTFRANJAS)
                 MOVE WSV-AULA    TO FRT-AULA(WSV-CANTFRANJAS)
                 MOVE 1 TO WSV-FRACAMBIOS
                 ADD 1 TO WSA-ALTAS
                 DISPLAY "FRANJA REGISTRADA EN "
                         FUNCTION TRIM(WSC-DIA(WSV-DIA))
                         " DE " WSV-DESDE " A " WSV-HASTA
                         " (AULA " WSV-AULA ", CAPACIDAD "
                         AUT-CAPACIDAD(WSV-POSAULA) ")"
           END-EVALUATE.

      *****************************************************************
      * DEJA EN WSV-OCUPANTE LA FRANJA QUE YA OCUPA EL AULA EN ESE    *
      * PERIODO Y DIA EN UN HORARIO QUE SE PISA CON EL PEDIDO (O 0).  *
      *****************************************************************
       310000-BUSCAR-OCUPANTE.
           MOVE 0 TO WSV-OCUPANTE
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTFRANJAS OR WSV-OCUPANTE > 0
              IF FRT-PERIODO(WSI-I) = WSV-PERIODO
                 AND FRT-AULA(WSI-I) = WSV-AULA
                 AND FRT-DIA(WSI-I) = WSV-DIA
                 AND FRT-DESDE(WSI-I) < WSV-HASTA
                 AND WSV-DESDE < FRT-HASTA(WSI-I)
                 MOVE WSI-I TO WSV-OCUPANTE
              END-IF
           END-PERFORM.

      *****************************************************************
      * BAJA DE FRANJA: SE IDENTIFICA POR PERIODO, MATERIA, DIA Y     *
      * HORA DE INICIO; LAS SIGUIENTES SE CORREN UN LUGAR.            *
      *****************************************************************
       400000-BAJA-FRANJA.
           DISPLAY "PERIODO (AAAACC): "
           ACCEPT WSV-PERIODO
           DISPLAY "MATERIA (NUMERO DE CATALOGO): "
           ACCEPT WSV-MATERIA
           DISPLAY "DIA (1 = LUNES ... 6 = SABADO): "
           ACCEPT WSV-DIA
           DISPLAY "HORA DE INICIO (HHMM): "
           ACCEPT WSV-DESDE
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTFRANJAS
              IF FRT-PERIODO(WSI-I) = WSV-PERIODO
                 AND FRT-MATERIA(WSI-I) = WSV-MATERIA
                 AND FRT-DIA(WSI-I) = WSV-DIA
                 AND FRT-DESDE(WSI-I) = WSV-DESDE
                 MOVE WSI-I TO WSV-POSICION
              END-IF
           END-PERFORM
           IF WSV-POSICION = 0
              DISPLAY "NO HAY FRANJA CON ESOS DATOS"
           ELSE
              PERFORM VARYING WSI-I FROM WSV-POSICION BY 1
                      UNTIL WSI-I >= WSV-CANTFRANJAS
                 MOVE WST-FRANJA(WSI-I + 1) TO WST-FRANJA(WSI-I)
              END-PERFORM
              SUBTRACT 1 FROM WSV-CANTFRANJAS
              MOVE 1 TO WSV-FRACAMBIOS
              DISPLAY "FRANJA DADA DE BAJA"
           END-IF.

       450000-LISTAR-HORARIOS.
           DISPLAY "PERIODO (AAAACC): "
           ACCEPT WSV-PERIODO
           DISPLAY "--------------------------------------------------"
           DISPLAY "AULA DESCRIPCION          CAPACIDAD"
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTAULAS
              DISPLAY AUT-CODIGO(WSI-I) " " AUT-DESCRIPCION(WSI-I)
                      " " AUT-CAPACIDAD(WSI-I)
           END-PERFORM
           DISPLAY "--------------------------------------------------"
           DISPLAY "MAT MATERIA              DIA       DESDE HASTA AULA"
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTFRANJAS
              IF FRT-PERIODO(WSI-I) = WSV-PERIODO
                 DISPLAY FRT-MATERIA(WSI-I) "  "
                         WST-MATCAT-NOMBRE(FRT-MATERIA(WSI-I)) " "
                         WSC-DIA(FRT-DIA(WSI-I)) " "
                         FRT-DESDE(WSI-I) "  " FRT-HASTA(WSI-I) "  "
                         FRT-AULA(WSI-I)
              END-IF
           END-PERFORM
           DISPLAY "--------------------------------------------------".

      *****************************************************************
      * GRILLA DE UN ALUMNO: LAS FRANJAS DE CADA MATERIA EN LA QUE    *
      * ESTA INSCRIPTO ('I') O EN ESPERA ('W') EN EL PERIODO. UNA     *
      * MATERIA SIN HORARIO CARGADO VA AL FINAL (DIA 9 EN LA GRILLA). *
      *****************************************************************
       500000-GRILLA-ALUMNO.
           DISPLAY "PERIODO (AAAACC): "
           ACCEPT WSV-PERIODO
           DISPLAY "LEGAJO DEL ALUMNO: "
           ACCEPT WSV-LEGAJO
           MOVE WSV-LEGAJO TO WS-ALM-LEGAJO
           PERFORM 9850-DATOS-ALUMNO
           IF WSV-LEGAJO = 0 OR WS-ALM-HALLADO = 0
              DISPLAY "LEGAJO INEXISTENTE EN EL MAESTRO DE ALUMNOS "
                      "(MAEALU-09-FL)"
           ELSE
           OPEN OUTPUT HORRPT
           IF NOT WSS-FS-HORRPT-OK
              DISPLAY "NO SE PUDO GENERAR HORARIORPT.DAT"
              DISPLAY "FILE STATUS " WSS-FS-HORRPT
           ELSE
              MOVE 0 TO WSA-LINEAS
              MOVE 'GRILLA SEMANAL DEL ALUMNO' TO WSV-LINEA
              PERFORM 690000-GRABAR-LINEA
              STRING 'LEGAJO ' WSV-LEGAJO ' - '
                     FUNCTION TRIM(WS-ALM-APELLIDO) ', '
                     FUNCTION TRIM(WS-ALM-NOMBRE)
                     ' - PERIODO ' WSV-PERIODO
                     DELIMITED BY SIZE INTO WSV-LINEA
              END-STRING
              PERFORM 690000-GRABAR-LINEA
              MOVE ALL '-' TO WSV-LINEA
              PERFORM 690000-GRABAR-LINEA
              MOVE 0 TO WSV-CANTGRILLA
              OPEN INPUT INSCRIPTOS
              IF WSS-FS-INSCRIP-OK
                 PERFORM UNTIL WSS-FS-INSCRIP-EOF
                    READ INSCRIPTOS
                       AT END
                          CONTINUE
                       NOT AT END
                          IF INS-PERIODO = WSV-PERIODO
                             AND INS-LEGAJO = WSV-LEGAJO
                             AND (INS-ESTADO = 'I' OR INS-ESTADO = 'W')
                             PERFORM 510000-AGREGAR-MATERIA
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE INSCRIPTOS
              END-IF
              PERFORM 600000-ORDENAR-GRILLA
              MOVE 'DIA       DESDE HASTA MAT MATERIA              AULA'
                   TO WSV-LINEA
              PERFORM 690000-GRABAR-LINEA
              PERFORM VARYING WSI-G FROM 1 BY 1
                      UNTIL WSI-G > WSV-CANTGRILLA
                 IF GRT-DIA(WSI-G) = 9
                    STRING 'SIN HORARIO ASIGNADO: '
                           GRT-MATERIA(WSI-G) '  '
                           WST-MATCAT-NOMBRE(GRT-MATERIA(WSI-G))
                           DELIMITED BY SIZE INTO WSV-LINEA
                    END-STRING
                 ELSE
                    STRING WSC-DIA(GRT-DIA(WSI-G)) ' '
                           GRT-DESDE(WSI-G) '  ' GRT-HASTA(WSI-G) '  '
                           GRT-MATERIA(WSI-G) '  '
                           WST-MATCAT-NOMBRE(GRT-MATERIA(WSI-G)) ' '
                           GRT-AULA(WSI-G)
                           DELIMITED BY SIZE INTO WSV-LINEA
                    END-STRING
                 END-IF
                 IF GRT-ESTADO(WSI-G) = 'W'
                    MOVE 'EN ESPERA' TO WSV-LINEA(60:9)
                 END-IF
                 PERFORM 690000-GRABAR-LINEA
              END-PERFORM
              IF WSV-CANTGRILLA = 0
                 MOVE 'SIN INSCRIPCIONES EN EL PERIODO'
                      TO WSV-LINEA
                 PERFORM 690000-GRABAR-LINEA
              END-IF
              CLOSE HORRPT
              DISPLAY "GRILLA GRABADA EN HORARIORPT.DAT ("
                      WSA-LINEAS " LINEAS)"
           END-IF
           END-IF.

      *****************************************************************
      * AGREGA A LA GRILLA LAS FRANJAS DE INS-MATERIA EN EL PERIODO.  *
      *****************************************************************
       510000-AGREGAR-MATERIA.
           MOVE 1 TO WSV-SINHORARIO
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTFRANJAS
              IF FRT-PERIODO(WSI-I) = WSV-PERIODO
                 AND FRT-MATERIA(WSI-I) = INS-MATERIA
                 MOVE 0 TO WSV-SINHORARIO
                 IF WSV-CANTGRILLA < 100
                    ADD 1 TO WSV-CANTGRILLA
                    MOVE FRT-DIA(WSI-I)   TO GRT-DIA(WSV-CANTGRILLA)
                    MOVE FRT-DESDE(WSI-I) TO GRT-DESDE(WSV-CANTGRILLA)
                    MOVE FRT-HASTA(WSI-I) TO GRT-HASTA(WSV-CANTGRILLA)
                    MOVE INS-MATERIA   TO GRT-MATERIA(WSV-CANTGRILLA)
                    MOVE FRT-AULA(WSI-I)  TO GRT-AULA(WSV-CANTGRILLA)
                    MOVE INS-ESTADO    TO GRT-ESTADO(WSV-CANTGRILLA)
                 END-IF
              END-IF
           END-PERFORM
           IF WSV-SINHORARIO = 1 AND WSV-CANTGRILLA < 100
              ADD 1 TO WSV-CANTGRILLA
              MOVE 9           TO GRT-DIA(WSV-CANTGRILLA)
              MOVE 0           TO GRT-DESDE(WSV-CANTGRILLA)
              MOVE 0           TO GRT-HASTA(WSV-CANTGRILLA)
              MOVE INS-MATERIA TO GRT-MATERIA(WSV-CANTGRILLA)
              MOVE SPACES      TO GRT-AULA(WSV-CANTGRILLA)
              MOVE INS-ESTADO  TO GRT-ESTADO(WSV-CANTGRILLA)
           END-IF.

      *****************************************************************
      * GRILLA DE UN AULA: SUS FRANJAS DEL PERIODO CON LOS INSCRIPTOS *
      * ('I') DE CADA MATERIA CONTRA LA CAPACIDAD DEL AULA.           *
      *****************************************************************
       550000-GRILLA-AULA.
           DISPLAY "PERIODO (AAAACC): "
           ACCEPT WSV-PERIODO
           DISPLAY "AULA: "
           ACCEPT WSV-AULA
           PERFORM 150000-BUSCAR-AULA
           IF WSV-POSAULA = 0
              DISPLAY "AULA INEXISTENTE"
           ELSE
           OPEN OUTPUT HORRPT
           IF NOT WSS-FS-HORRPT-OK
              DISPLAY "NO SE PUDO GENERAR HORARIORPT.DAT"
              DISPLAY "FILE STATUS " WSS-FS-HORRPT
           ELSE
              MOVE 0 TO WSA-LINEAS
              MOVE 'GRILLA SEMANAL DEL AULA' TO WSV-LINEA
              PERFORM 690000-GRABAR-LINEA
              STRING 'AULA ' WSV-AULA ' - '
                     FUNCTION TRIM(AUT-DESCRIPCION(WSV-POSAULA))
                     ' - CAPACIDAD ' AUT-CAPACIDAD(WSV-POSAULA)
                     ' - PERIODO ' WSV-PERIODO
                     DELIMITED BY SIZE INTO WSV-LINEA
              END-STRING
              PERFORM 690000-GRABAR-LINEA
              MOVE ALL '-' TO WSV-LINEA
              PERFORM 690000-GRABAR-LINEA
              MOVE 0 TO WSV-CANTGRILLA
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTFRANJAS
                 IF FRT-PERIODO(WSI-I) = WSV-PERIODO
                    AND FRT-AULA(WSI-I) = WSV-AULA
                    AND WSV-CANTGRILLA < 100
                    ADD 1 TO WSV-CANTGRILLA
                    MOVE FRT-DIA(WSI-I)     TO GRT-DIA(WSV-CANTGRILLA)
                    MOVE FRT-DESDE(WSI-I)   TO
                                        GRT-DESDE(WSV-CANTGRILLA)
                    MOVE FRT-HASTA(WSI-I)   TO
                                        GRT-HASTA(WSV-CANTGRILLA)
                    MOVE FRT-MATERIA(WSI-I) TO
                                        GRT-MATERIA(WSV-CANTGRILLA)
                    MOVE WSV-AULA           TO GRT-AULA(WSV-CANTGRILLA)
                    MOVE SPACE              TO
                                        GRT-ESTADO(WSV-CANTGRILLA)
                    MOVE 0                  TO
                                      GRT-INSCRIPTOS(WSV-CANTGRILLA)
                    MOVE AUT-CAPACIDAD(WSV-POSAULA) TO
                                      GRT-CAPACIDAD(WSV-CANTGRILLA)
                 END-IF
              END-PERFORM
              PERFORM 560000-CONTAR-INSCRIPTOS
              PERFORM 600000-ORDENAR-GRILLA
              MOVE 'DIA       DESDE HASTA MAT MATERIA              INSC'
                   TO WSV-LINEA
              PERFORM 690000-GRABAR-LINEA
              PERFORM VARYING WSI-G FROM 1 BY 1
                      UNTIL WSI-G > WSV-CANTGRILLA
                 STRING WSC-DIA(GRT-DIA(WSI-G)) ' '
                        GRT-DESDE(WSI-G) '  ' GRT-HASTA(WSI-G) '  '
                        GRT-MATERIA(WSI-G) '  '
                        WST-MATCAT-NOMBRE(GRT-MATERIA(WSI-G)) ' '
                        GRT-INSCRIPTOS(WSI-G) '/'
                        GRT-CAPACIDAD(WSI-G)
                        DELIMITED BY SIZE INTO WSV-LINEA
                 END-STRING
                 IF GRT-INSCRIPTOS(WSI-G) > GRT-CAPACIDAD(WSI-G)
                    MOVE 'EXCEDE EL AULA' TO WSV-LINEA(65:14)
                 END-IF
                 PERFORM 690000-GRABAR-LINEA
              END-PERFORM
              IF WSV-CANTGRILLA = 0
                 MOVE 'AULA LIBRE TODA LA SEMANA' TO WSV-LINEA
                 PERFORM 690000-GRABAR-LINEA
              END-IF
              CLOSE HORRPT
              DISPLAY "GRILLA GRABADA EN HORARIORPT.DAT ("
                      WSA-LINEAS " LINEAS)"
           END-IF
           END-IF.

      *****************************************************************
      * UNA PASADA POR INSCRIPTOS.DAT SUMANDO CADA INSCRIPTO 'I' DEL  *
      * PERIODO A LAS FRANJAS DE SU MATERIA EN LA GRILLA.             *
      *****************************************************************
       560000-CONTAR-INSCRIPTOS.
           OPEN INPUT INSCRIPTOS
           IF WSS-FS-INSCRIP-OK
              PERFORM UNTIL WSS-FS-INSCRIP-EOF
                 READ INSCRIPTOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF INS-PERIODO = WSV-PERIODO
                          AND INS-ESTADO = 'I'
                          PERFORM VARYING WSI-G FROM 1 BY 1
                                  UNTIL WSI-G > WSV-CANTGRILLA
                             IF GRT-MATERIA(WSI-G) = INS-MATERIA
                                ADD 1 TO GRT-INSCRIPTOS(WSI-G)
                             END-IF
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INSCRIPTOS
           END-IF.

       600000-ORDENAR-GRILLA.
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTGRILLA
              PERFORM VARYING WSI-J FROM 1 BY 1
                      UNTIL WSI-J > WSV-CANTGRILLA - WSI-I
                 IF GRT-DIA(WSI-J) > GRT-DIA(WSI-J + 1)
                    OR (GRT-DIA(WSI-J) = GRT-DIA(WSI-J + 1)
                    AND GRT-DESDE(WSI-J) > GRT-DESDE(WSI-J + 1))
                    MOVE WST-GRILLA(WSI-J)     TO WST-GRILLA-AUX
                    MOVE WST-GRILLA(WSI-J + 1) TO WST-GRILLA(WSI-J)
                    MOVE WST-GRILLA-AUX        TO WST-GRILLA(WSI-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       690000-GRABAR-LINEA.
           MOVE WSV-LINEA TO REG-HORRPT
           WRITE REG-HORRPT
           ADD 1 TO WSA-LINEAS
           MOVE SPACES TO WSV-LINEA.

       700000-REGRABAR-AULAS.
           MOVE 'AULAS.DAT'     TO WS-INT-ARCHIVO
           MOVE 'HORARIO-09-FL' TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT AULAS
           IF WS-AUL-FS-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTAULAS
                 MOVE WST-AULA(WSI-I) TO REG-AULA
                 WRITE REG-AULA
              END-PERFORM
              CLOSE AULAS
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR AULAS.DAT"
              DISPLAY "FILE STATUS " WS-AUL-FS
              MOVE 8 TO WSV-RETORNO
           END-IF.

       710000-REGRABAR-FRANJAS.
           MOVE 'HORARIOS.DAT'  TO WS-INT-ARCHIVO
           MOVE 'HORARIO-09-FL' TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT HORARIOS
           IF WS-HOR-FS-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTFRANJAS
                 MOVE WST-FRANJA(WSI-I) TO REG-HORARIO
                 WRITE REG-HORARIO
              END-PERFORM
              CLOSE HORARIOS
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR HORARIOS.DAT"
              DISPLAY "FILE STATUS " WS-HOR-FS
              MOVE 8 TO WSV-RETORNO
           END-IF.

       COPY FSLOGPROC.

       COPY FSINTPROC.

       COPY FSLOCKPROC.

       COPY FSALUPROC.

       END PROGRAM HORARIO-09-FL.
