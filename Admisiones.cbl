      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 11/10/2019
      * Purpose: ADMISION DE ALUMNOS NUEVOS EN UNA SOLA SESION: TOMA
      *          LOS DATOS DEL INGRESANTE, EL RESPONSABLE DE PAGO Y
      *          LAS MATERIAS DEL PRIMER PERIODO, Y RECIEN AL
      *          CONFIRMAR GRABA, EN ESTE ORDEN, EL ALUMNO
      *          (ALUMNOSMAE.DAT), EL CLIENTE (MAECLI.DAT Y
      *          NOMBRES.DAT), EL CRUCE LEGAJO-CLIENTE (CRUZCLI.DAT)
      *          Y LAS INSCRIPCIONES (INSCRIPTOS.DAT). SI UN PASO
      *          FALLA SE DESHACEN LOS ANTERIORES DESDE EL RESPALDO
      *          .RSP DE CADA ARCHIVO (FSINTPROC.CPY), ASI NO QUEDA
      *          UN ALUMNO A MEDIAS QUE GENLOTE-09-FL NUNCA FACTURE.
      *          CADA ADMISION QUEDA EN ADMISIONES.DAT Y EL INFORME
      *          DIARIO (ADMISIONRPT.DAT) LISTA LOS ADMITIDOS Y LO
      *          QUE FALTA COMPLETAR DE CADA UNO. NO ACEPTA DOS
      *          MATERIAS CUYOS HORARIOS (HORARIOS.DAT) SE PISAN Y EL
      *          CUPO EFECTIVO ES EL MENOR ENTRE CUPOMAT.DAT Y LA
      *          CAPACIDAD DEL AULA (AULAS.DAT). LAS MATERIAS SOLO SE
      *          TOMAN DENTRO DE LA VENTANA DE INSCRIPCION DEL
      *          CALENDARIO ACADEMICO (CALACAD.DAT), SALVO EXCEPCION
      *          DE UN SUPERVISOR CON MOTIVO (CALEXCEP.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMISION-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUMNOSMAE ASSIGN TO DISK 'ALUMNOSMAE.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-ALM-FS.

           SELECT MAECLI              ASSIGN TO DISK 'MAECLI.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MAECLI.

           SELECT NOMBRES             ASSIGN TO DISK 'NOMBRES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-NOMBRES.

           SELECT CRUZCLI             ASSIGN TO DISK 'CRUZCLI.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CRUZCLI.

           SELECT INSCRIPTOS          ASSIGN TO DISK 'INSCRIPTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-INSCRIP.

           SELECT MATERIAS            ASSIGN TO DISK 'MATERIAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MATERIAS.

           SELECT CORRELAT            ASSIGN TO DISK 'CORRELAT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CORRELAT.

           SELECT CUPOMAT             ASSIGN TO DISK 'CUPOMAT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CUPOMAT.

           SELECT BECAS               ASSIGN TO DISK 'BECAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-BECAS.

           SELECT ADMISIONES          ASSIGN TO DISK 'ADMISIONES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ADMISION.

           SELECT ADMRPT              ASSIGN TO DISK 'ADMISIONRPT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ADMRPT.

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

           SELECT OPERADORES ASSIGN TO DISK 'OPERADORES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-OPERADORES.

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

       FD ALUMNOSMAE.
       COPY FSALU.

       FD MAECLI.
       01 REG-MAECLI.
          05 MAE-CODIGO            PIC 9(08).
          05 MAE-NOMBRE            PIC A(20).
          05 MAE-APELLIDO          PIC A(20).
          05 MAE-ESTADO            PIC X(01).

       FD NOMBRES.
       01 REG-NOMBRE.
          05 FSN-NOMBRE            PIC A(30).
          05 FSN-APELLIDO          PIC A(30).
          05 FSN-CUIT              PIC 9(11).
          05 FSN-ESTADO            PIC X(01).
          05 FSN-CUITREF           PIC 9(11).

       FD CRUZCLI.
       01 REG-CRUZCLI.
          05 CRZ-LEGAJO            PIC 9(06).
          05 CRZ-NOMBRE            PIC A(20).
          05 CRZ-APELLIDO          PIC A(20).

       FD INSCRIPTOS.
       01 REG-INSCRIPTO.
          05 INS-PERIODO           PIC X(06).
          05 INS-MATERIA           PIC 9(02).
          05 INS-LEGAJO            PIC 9(06).
          05 INS-NOMBRE            PIC A(20).
          05 INS-APELLIDO          PIC A(20).
          05 INS-ESTADO            PIC X(01).

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

       FD BECAS.
       01 REG-BECA.
          05 BEC-LEGAJO            PIC 9(06).
          05 BEC-PORCENTAJE        PIC 9(03).
          05 BEC-RESOLUCION        PIC X(15).
          05 BEC-VIGDESDE          PIC 9(08).
          05 BEC-VIGHASTA          PIC 9(08).
          05 BEC-ESTADO            PIC X(01).

      *****************************************************************
      * ADMISIONES.DAT: UNA LINEA POR ADMISION CONFIRMADA. ADM-ESTADO *
      * 'C' = COMPLETA, 'D' = DESHECHA (FALLO EL PASO ADM-PASOFALLO Y *
      * SE RESTAURARON LOS ARCHIVOS YA GRABADOS). ADM-CLINUEVO 'S'    *
      * CUANDO LA ADMISION DIO DE ALTA AL CLIENTE; ADM-BECA 'S' SI EL  *
      * INGRESANTE TIENE UNA BECA POR RESOLUCION A CARGAR.            *
      *****************************************************************
       FD ADMISIONES.
       01 REG-ADMISION.
          05 ADM-FECHA             PIC 9(08).
          05 ADM-HORA              PIC 9(08).
          05 ADM-LEGAJO            PIC 9(06).
          05 ADM-APELLIDO          PIC A(20).
          05 ADM-NOMBRE            PIC A(20).
          05 ADM-CLIENTE           PIC 9(08).
          05 ADM-CLINUEVO          PIC X(01).
          05 ADM-PERIODO           PIC X(06).
          05 ADM-INSCRIPTAS        PIC 9(02).
          05 ADM-ESPERA            PIC 9(02).
          05 ADM-BECA              PIC X(01).
          05 ADM-ESTADO            PIC X(01).
          05 ADM-PASOFALLO         PIC 9(01).

       FD ADMRPT.
       01 REG-ADMRPT               PIC X(100).

       FD HORARIOS.
       COPY FSHOR.

       FD AULAS.
       COPY FSAUL.

       FD CALACAD.
       COPY FSCAL.

       FD CALEXCEP.
       COPY FSCALEXC.

       FD OPERADORES.
       01 REG-OPERADOR.
          05 OPE-USUARIO           PIC X(10).
          05 OPE-CLAVE             PIC X(10).
          05 OPE-NIVEL             PIC 9(01).

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

       COPY FSCALVAR.

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-ADMOK            PIC 9(01)       VALUE 0.
          05 WSV-CONFIRMA         PIC X(01)       VALUE SPACE.
          05 WSV-LEGAJO           PIC 9(06)       VALUE 0.
          05 WSV-MAXLEGAJO        PIC 9(06)       VALUE 0.
          05 WSV-DNI              PIC 9(08)       VALUE 0.
          05 WSV-APELLIDO         PIC A(20)       VALUE SPACES.
          05 WSV-NOMBRE           PIC A(20)       VALUE SPACES.
          05 WSV-DOMICILIO        PIC X(40)       VALUE SPACES.
          05 WSV-TELEFONO         PIC X(15)       VALUE SPACES.
          05 WSV-EMAIL            PIC X(40)       VALUE SPACES.
          05 WSV-FECHANAC         PIC 9(08)       VALUE 0.
          05 WSV-FECHA            PIC 9(08)       VALUE 0.
          05 WSV-FECHA-R REDEFINES WSV-FECHA.
             10 WSV-FEC-ANO       PIC 9(04).
             10 WSV-FEC-MES       PIC 9(02).
             10 WSV-FEC-DIA       PIC 9(02).
          05 WSV-FECHAVALIDA      PIC 9(01)       VALUE 0.
          05 WSV-DNILEGAJO        PIC 9(06)       VALUE 0.
          05 WSV-TIPORESP         PIC 9(01)       VALUE 0.
          05 WSV-CLINUEVO         PIC X(01)       VALUE SPACE.
          05 WSV-CODIGO           PIC 9(08)       VALUE 0.
          05 WSV-ULTIMOCODIGO     PIC 9(08)       VALUE 0.
          05 WSV-CANTCLIENTES     PIC 9(05)       VALUE 0.
          05 WSV-CLIHALLADO       PIC 9(01)       VALUE 0.
          05 WSV-CLIESTADO        PIC X(01)       VALUE SPACE.
          05 WSV-RESPNOMBRE       PIC A(20)       VALUE SPACES.
          05 WSV-RESPAPELLIDO     PIC A(20)       VALUE SPACES.
          05 WSV-CUIT             PIC 9(11)       VALUE 0.
          05 WSV-CUITVALIDO       PIC 9(01)       VALUE 0.
          05 WSV-CUITNOMBRE       PIC X(61)       VALUE SPACES.
          05 WSV-PERIODO          PIC X(06)       VALUE SPACES.
          05 WSV-MATERIA          PIC 9(02)       VALUE 0.
          05 WSV-CORRELATIVA      PIC 9(02)       VALUE 0.
          05 WSV-CUPOVIGENTE      PIC 9(03)       VALUE 0.
          05 WSV-OCUPADOS         PIC 9(03)       VALUE 0.
          05 WSV-REPETIDA         PIC 9(01)       VALUE 0.
          05 WSV-CHOQUE           PIC 9(02)       VALUE 0.
          05 WSV-BECA             PIC X(01)       VALUE SPACE.
          05 WSV-PASOOK           PIC 9(01)       VALUE 0.
          05 WSV-PASOFALLIDO      PIC 9(01)       VALUE 0.
          05 WSV-RETORNO          PIC 9(02)       VALUE 0.
          05 WSV-FECHA-SISTEMA    PIC 9(08)       VALUE 0.
          05 WSV-HORA-SISTEMA     PIC 9(08)       VALUE 0.
          05 WSV-FECHAINFORME     PIC 9(08)       VALUE 0.
          05 WSV-ESPERAHOY        PIC 9(02)       VALUE 0.
          05 WSV-INSCRIPTASHOY    PIC 9(02)       VALUE 0.
          05 WSV-BECAHALLADA      PIC 9(01)       VALUE 0.
          05 WSV-CONTACTO         PIC 9(01)       VALUE 0.
          05 WSV-PENDIENTES       PIC 9(01)       VALUE 0.
          05 WSV-LINEA            PIC X(100)      VALUE SPACES.

       01 CONSTANTES.
          05 WSC-MAXMATERIAS      PIC 9(02)       VALUE 10.
          05 WSC-MAXCLIENTES      PIC 9(05)       VALUE 300.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSI-P                PIC 9(01)       VALUE 0.
          05 WSI-M                PIC 9(02)       VALUE 0.
          05 WSI-D                PIC 9(02)       VALUE 0.
          05 WST-CANTMAT          PIC 9(02)       VALUE 0.
          05 WSV-CANTMATADM       PIC 9(02)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-INTENTADAS       PIC 9(05)       VALUE 0.
          05 WSA-ADMITIDAS        PIC 9(05)       VALUE 0.
          05 WSA-RECHAZADAS       PIC 9(05)       VALUE 0.
          05 WSA-DESHECHAS        PIC 9(05)       VALUE 0.
          05 WSA-INF-ADMITIDAS    PIC 9(05)       VALUE 0.
          05 WSA-INF-DESHECHAS    PIC 9(05)       VALUE 0.
          05 WSA-INF-PENDIENTES   PIC 9(05)       VALUE 0.

       01 SWITCHES.
          05 WSS-FS-MAECLI        PIC X(02).
            88 WSS-FS-MAECLI-OK                   VALUE '00'.
            88 WSS-FS-MAECLI-EOF                  VALUE '10'.
            88 WSS-FS-MAECLI-NOEXISTE             VALUE '35'.
          05 WSS-FS-NOMBRES       PIC X(02).
            88 WSS-FS-NOMBRES-OK                  VALUE '00'.
            88 WSS-FS-NOMBRES-EOF                 VALUE '10'.
            88 WSS-FS-NOMBRES-NOEXISTE            VALUE '35'.
          05 WSS-FS-CRUZCLI       PIC X(02).
            88 WSS-FS-CRUZCLI-OK                  VALUE '00'.
            88 WSS-FS-CRUZCLI-EOF                 VALUE '10'.
            88 WSS-FS-CRUZCLI-NOEXISTE            VALUE '35'.
          05 WSS-FS-INSCRIP       PIC X(02).
            88 WSS-FS-INSCRIP-OK                  VALUE '00'.
            88 WSS-FS-INSCRIP-EOF                 VALUE '10'.
            88 WSS-FS-INSCRIP-NOEXISTE            VALUE '35'.
          05 WSS-FS-MATERIAS      PIC X(02).
            88 WSS-FS-MATERIAS-OK                 VALUE '00'.
            88 WSS-FS-MATERIAS-EOF                VALUE '10'.
          05 WSS-FS-CORRELAT      PIC X(02).
            88 WSS-FS-CORRELAT-OK                 VALUE '00'.
            88 WSS-FS-CORRELAT-EOF                VALUE '10'.
          05 WSS-FS-CUPOMAT       PIC X(02).
            88 WSS-FS-CUPOMAT-OK                  VALUE '00'.
            88 WSS-FS-CUPOMAT-EOF                 VALUE '10'.
          05 WSS-FS-BECAS         PIC X(02).
            88 WSS-FS-BECAS-OK                    VALUE '00'.
            88 WSS-FS-BECAS-EOF                   VALUE '10'.
          05 WSS-FS-OPERADORES    PIC X(02).
            88 WSS-FS-OPERADORES-OK               VALUE '00'.
            88 WSS-FS-OPERADORES-EOF              VALUE '10'.
          05 WSS-FS-ADMISION      PIC X(02).
            88 WSS-FS-ADMISION-OK                 VALUE '00'.
            88 WSS-FS-ADMISION-EOF                VALUE '10'.
            88 WSS-FS-ADMISION-NOEXISTE           VALUE '35'.
          05 WSS-FS-ADMRPT        PIC X(02).
            88 WSS-FS-ADMRPT-OK                   VALUE '00'.

      *****************************************************************
      * CALCULO DEL DIGITO VERIFICADOR DEL CUIT DEL RESPONSABLE       *
      * (MODULO 11 CON PESOS 5-4-3-2-7-6-5-4-3-2, COMO PROVEEDORES).  *
      *****************************************************************
       01 VALIDACION-CUIT.
          05 WSV-CUIT-X           PIC X(11).
          05 WSV-CUIT-DIG REDEFINES WSV-CUIT-X
                                  PIC 9(01) OCCURS 11 TIMES.
          05 WST-PESO             PIC 9(01) OCCURS 10 TIMES.
          05 WSV-SUMA             PIC 9(04)       VALUE 0.
          05 WSV-RESTO            PIC 9(02)       VALUE 0.
          05 WSV-DIGITO           PIC 9(02)       VALUE 0.

       01 CATALOGO-MATERIAS.
          05 WST-MATCAT           OCCURS 20 TIMES.
             10 WST-MATCAT-NOMBRE PIC X(20).

      *****************************************************************
      * MATERIAS PEDIDAS PARA EL PRIMER PERIODO, CON EL ESTADO QUE    *
      * LES TOCA SEGUN EL CUPO ('I' INSCRIPTO, 'W' LISTA DE ESPERA).  *
      *****************************************************************
       01 TABLA-MATADM.
          05 WST-MATADM           OCCURS 10 TIMES.
             10 MAD-MATERIA       PIC 9(02).
             10 MAD-ESTADO        PIC X(01).

      *****************************************************************
      * LOS CINCO PASOS DE LA ADMISION, EN EL ORDEN EN QUE SE GRABAN. *
      * PAS-APLICA: EL PASO CORRESPONDE A ESTA ADMISION; PAS-EXISTIA: *
      * EL ARCHIVO EXISTIA ANTES (SI NO, DESHACER ES BORRARLO);       *
      * PAS-TOCADO: YA SE RESPALDO Y SE EMPEZO A GRABAR.              *
      *****************************************************************
       01 TABLA-PASOS.
          05 WST-PASO             OCCURS 5 TIMES.
             10 PAS-ARCHIVO       PIC X(14).
             10 PAS-APLICA        PIC 9(01).
             10 PAS-EXISTIA       PIC 9(01).
             10 PAS-TOCADO        PIC 9(01).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'ADMISION-09-FL' TO WS-LOG-PROGRAMA
           MOVE 'ADMISION-09-FL' TO WS-CAL-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           MOVE 'ADMISION-09-FL' TO WS-CER-PROGRAMA
           MOVE 6 TO WS-CER-CANTARCH
           MOVE 'ALUMNOSMAE.DAT' TO WS-CER-ARCHIVO(1)
           MOVE 'MAECLI.DAT'     TO WS-CER-ARCHIVO(2)
           MOVE 'NOMBRES.DAT'    TO WS-CER-ARCHIVO(3)
           MOVE 'CRUZCLI.DAT'    TO WS-CER-ARCHIVO(4)
           MOVE 'INSCRIPTOS.DAT' TO WS-CER-ARCHIVO(5)
           MOVE 'ADMISIONES.DAT' TO WS-CER-ARCHIVO(6)
           PERFORM 9200-TOMAR-CERROJOS
           IF WS-CER-DENEGADO = 1
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
              SET WS-LOG-FIN TO TRUE
              PERFORM 9100-GRABAR-PROCLOG
              STOP RUN
           END-IF
           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 050000-CARGAR-PESOS
           PERFORM 060000-CARGAR-PASOS
           PERFORM 100000-CARGAR-MATERIAS

           PERFORM UNTIL WSV-OPCION = 3
              DISPLAY "**************************************"
              DISPLAY "ADMISION DE ALUMNOS NUEVOS"
              DISPLAY "1 - ADMITIR UN INGRESANTE"
              DISPLAY "2 - INFORME DIARIO DE ADMISIONES"
              DISPLAY "3 - SALIR"
              DISPLAY "RESPUESTA: "
              ACCEPT WSV-OPCION

              EVALUATE WSV-OPCION
                 WHEN 1
                    PERFORM 200000-ADMITIR
                 WHEN 2
                    PERFORM 600000-INFORME-DIARIO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM

           PERFORM 9250-LIBERAR-CERROJOS
           IF WSA-DESHECHAS > 0
              SET WS-LOG-TERMINO-ERROR TO TRUE
              MOVE 4 TO RETURN-CODE
           END-IF
           SET WS-LOG-FIN TO TRUE
           MOVE WSA-INTENTADAS TO WS-LOG-LEIDOS
           MOVE WSA-ADMITIDAS  TO WS-LOG-GRABADOS
           COMPUTE WS-LOG-RECHAZADOS = WSA-RECHAZADAS + WSA-DESHECHAS
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

       050000-CARGAR-PESOS.
           MOVE 5 TO WST-PESO(1)
           MOVE 4 TO WST-PESO(2)
           MOVE 3 TO WST-PESO(3)
           MOVE 2 TO WST-PESO(4)
           MOVE 7 TO WST-PESO(5)
           MOVE 6 TO WST-PESO(6)
           MOVE 5 TO WST-PESO(7)
           MOVE 4 TO WST-PESO(8)
           MOVE 3 TO WST-PESO(9)
           MOVE 2 TO WST-PESO(10).

       060000-CARGAR-PASOS.
           MOVE 'ALUMNOSMAE.DAT' TO PAS-ARCHIVO(1)
           MOVE 'MAECLI.DAT'     TO PAS-ARCHIVO(2)
           MOVE 'NOMBRES.DAT'    TO PAS-ARCHIVO(3)
           MOVE 'CRUZCLI.DAT'    TO PAS-ARCHIVO(4)
           MOVE 'INSCRIPTOS.DAT' TO PAS-ARCHIVO(5).

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
           END-IF
           IF WST-CANTMAT = 0
              DISPLAY "ATENCION: MATERIAS.DAT VACIO O INEXISTENTE"
           END-IF.

      *****************************************************************
      * UNA ADMISION: PRIMERO SE TOMA Y VALIDA TODO (NADA SE GRABA    *
      * HASTA LA CONFIRMACION); CUALQUIER DATO RECHAZADO CORTA LA     *
      * SESION SIN TOCAR NINGUN ARCHIVO.                              *
      *****************************************************************
       200000-ADMITIR.
           ADD 1 TO WSA-INTENTADAS
           MOVE 1 TO WSV-ADMOK
           PERFORM 210000-TOMAR-ALUMNO
           IF WSV-ADMOK = 1
              PERFORM 230000-TOMAR-RESPONSABLE
           END-IF
           IF WSV-ADMOK = 1
              PERFORM 260000-TOMAR-MATERIAS
           END-IF
           IF WSV-ADMOK = 1
              DISPLAY "TIENE UNA BECA POR RESOLUCION A CARGAR? (S/N): "
              ACCEPT WSV-BECA
              IF WSV-BECA NOT = 'S'
                 MOVE 'N' TO WSV-BECA
              END-IF
              PERFORM 290000-MOSTRAR-RESUMEN
              DISPLAY "CONFIRMA LA ADMISION? (S/N): "
              ACCEPT WSV-CONFIRMA
              IF WSV-CONFIRMA = 'S'
                 PERFORM 400000-APLICAR-ADMISION
              ELSE
                 DISPLAY "ADMISION CANCELADA: NO SE GRABO NADA"
                 ADD 1 TO WSA-RECHAZADAS
              END-IF
           ELSE
              DISPLAY "ADMISION RECHAZADA: NO SE GRABO NADA"
              ADD 1 TO WSA-RECHAZADAS
           END-IF.

      *****************************************************************
      * DATOS DEL INGRESANTE, CON LAS MISMAS REGLAS DEL ALTA DE       *
      * MAEALU-09-FL: DNI OBLIGATORIO Y NO REPETIDO, APELLIDO Y       *
      * NOMBRE, NACIMIENTO VALIDO Y ANTERIOR A HOY. EL LEGAJO ES EL   *
      * MAYOR DEL MAESTRO + 1 Y EL INGRESO ES LA FECHA DEL DIA.       *
      *****************************************************************
       210000-TOMAR-ALUMNO.
           DISPLAY "--- DATOS DEL INGRESANTE ---"
           DISPLAY "DNI: "
           ACCEPT WSV-DNI
           DISPLAY "APELLIDO: "
           ACCEPT WSV-APELLIDO
           DISPLAY "NOMBRE: "
           ACCEPT WSV-NOMBRE
           DISPLAY "FECHA DE NACIMIENTO (AAAAMMDD): "
           ACCEPT WSV-FECHANAC
           DISPLAY "DOMICILIO: "
           ACCEPT WSV-DOMICILIO
           DISPLAY "TELEFONO: "
           ACCEPT WSV-TELEFONO
           DISPLAY "E-MAIL: "
           ACCEPT WSV-EMAIL

           PERFORM 215000-RECORRER-ALUMNOS
           MOVE WSV-FECHANAC TO WSV-FECHA
           PERFORM 220000-VALIDAR-FECHA

           EVALUATE TRUE
              WHEN WSV-DNI = 0
                 DISPLAY "DNI INVALIDO"
                 MOVE 0 TO WSV-ADMOK
              WHEN WSV-DNILEGAJO > 0
                 DISPLAY "EL DNI YA ESTA CARGADO EN EL LEGAJO "
                         WSV-DNILEGAJO ": NO ES UN INGRESANTE"
                 MOVE 0 TO WSV-ADMOK
              WHEN WSV-APELLIDO = SPACES OR WSV-NOMBRE = SPACES
                 DISPLAY "APELLIDO Y NOMBRE SON OBLIGATORIOS"
                 MOVE 0 TO WSV-ADMOK
              WHEN WSV-FECHAVALIDA = 0
                 DISPLAY "FECHA DE NACIMIENTO INVALIDA"
                 MOVE 0 TO WSV-ADMOK
              WHEN WSV-FECHANAC >= WSV-FECHA-SISTEMA
                 DISPLAY "LA FECHA DE NACIMIENTO DEBE SER ANTERIOR "
                         "A HOY"
                 MOVE 0 TO WSV-ADMOK
              WHEN WSV-MAXLEGAJO >= 999999
                 DISPLAY "SE AGOTO LA NUMERACION DE LEGAJOS"
                 MOVE 0 TO WSV-ADMOK
              WHEN OTHER
                 COMPUTE WSV-LEGAJO = WSV-MAXLEGAJO + 1
                 DISPLAY "LEGAJO ASIGNADO: " WSV-LEGAJO
           END-EVALUATE.

      *****************************************************************
      * UNA PASADA POR ALUMNOSMAE.DAT: EL MAYOR LEGAJO Y EL LEGAJO    *
      * QUE YA TIENE EL DNI DEL INGRESANTE (0 SI NINGUNO).            *
      *****************************************************************
       215000-RECORRER-ALUMNOS.
           MOVE 0 TO WSV-MAXLEGAJO
           MOVE 0 TO WSV-DNILEGAJO
           OPEN INPUT ALUMNOSMAE
           IF WS-ALM-FS-OK
              PERFORM UNTIL WS-ALM-FS-EOF
                 READ ALUMNOSMAE
                    AT END
                       CONTINUE
                    NOT AT END
                       IF ALM-LEGAJO > WSV-MAXLEGAJO
                          MOVE ALM-LEGAJO TO WSV-MAXLEGAJO
                       END-IF
                       IF ALM-DNI = WSV-DNI AND WSV-DNI NOT = 0
                          MOVE ALM-LEGAJO TO WSV-DNILEGAJO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ALUMNOSMAE
           END-IF.

       220000-VALIDAR-FECHA.
           MOVE 1 TO WSV-FECHAVALIDA
           IF WSV-FEC-ANO < 1900
              OR WSV-FEC-MES < 1 OR WSV-FEC-MES > 12
              OR WSV-FEC-DIA < 1 OR WSV-FEC-DIA > 31
              MOVE 0 TO WSV-FECHAVALIDA
           END-IF.

      *****************************************************************
      * RESPONSABLE DE PAGO: EL PROPIO INGRESANTE, OTRA PERSONA (LAS  *
      * DOS SON CLIENTES NUEVOS, CON CUIT VALIDADO Y NO REPETIDO EN   *
      * NOMBRES.DAT) O UN CLIENTE QUE YA EXISTE EN MAECLI.DAT (EL     *
      * PADRE QUE YA PAGA POR UN HERMANO).                            *
      *****************************************************************
       230000-TOMAR-RESPONSABLE.
           DISPLAY "--- RESPONSABLE DE PAGO ---"
           DISPLAY "1 - EL MISMO INGRESANTE"
           DISPLAY "2 - OTRA PERSONA (CLIENTE NUEVO)"
           DISPLAY "3 - CLIENTE YA EXISTENTE EN MAECLI.DAT"
           DISPLAY "RESPUESTA: "
           ACCEPT WSV-TIPORESP
           PERFORM 235000-RECORRER-CLIENTES

           EVALUATE WSV-TIPORESP
              WHEN 1
                 MOVE WSV-NOMBRE   TO WSV-RESPNOMBRE
                 MOVE WSV-APELLIDO TO WSV-RESPAPELLIDO
                 MOVE 'S' TO WSV-CLINUEVO
                 PERFORM 240000-TOMAR-CUIT
              WHEN 2
                 DISPLAY "NOMBRE DEL RESPONSABLE: "
                 ACCEPT WSV-RESPNOMBRE
                 DISPLAY "APELLIDO DEL RESPONSABLE: "
                 ACCEPT WSV-RESPAPELLIDO
                 MOVE 'S' TO WSV-CLINUEVO
                 IF WSV-RESPNOMBRE = SPACES
                    OR WSV-RESPAPELLIDO = SPACES
                    DISPLAY "NOMBRE Y APELLIDO DEL RESPONSABLE SON "
                            "OBLIGATORIOS"
                    MOVE 0 TO WSV-ADMOK
                 ELSE
                    PERFORM 240000-TOMAR-CUIT
                 END-IF
              WHEN 3
                 DISPLAY "CODIGO DE CLIENTE: "
                 ACCEPT WSV-CODIGO
                 MOVE 'N' TO WSV-CLINUEVO
                 PERFORM 235000-RECORRER-CLIENTES
                 IF WSV-CLIHALLADO = 0
                    DISPLAY "NO EXISTE UN CLIENTE CON ESE CODIGO"
                    MOVE 0 TO WSV-ADMOK
                 ELSE
                 IF WSV-CLIESTADO = 'B'
                    DISPLAY "EL CLIENTE ESTA DADO DE BAJA"
                    MOVE 0 TO WSV-ADMOK
                 ELSE
                    DISPLAY "RESPONSABLE: "
                            FUNCTION TRIM(WSV-RESPNOMBRE) " "
                            FUNCTION TRIM(WSV-RESPAPELLIDO)
                 END-IF
                 END-IF
              WHEN OTHER
                 DISPLAY "OPCION DE RESPONSABLE INVALIDA"
                 MOVE 0 TO WSV-ADMOK
           END-EVALUATE

      *****************************************************************
      * MAECLI-09-FL MANTIENE EL MAESTRO EN UNA TABLA DE 300: UN      *
      * CLIENTE MAS ALLA DE ESO LO DEJARIA SIN PODER ABRIRLO.         *
      *****************************************************************
           IF WSV-ADMOK = 1 AND WSV-CLINUEVO = 'S'
              IF WSV-CANTCLIENTES >= WSC-MAXCLIENTES
                 DISPLAY "MAECLI.DAT ESTA LLENO (" WSC-MAXCLIENTES
                         " CLIENTES): NO SE PUEDE DAR DE ALTA OTRO"
                 MOVE 0 TO WSV-ADMOK
              ELSE
                 COMPUTE WSV-CODIGO = WSV-ULTIMOCODIGO + 1
                 DISPLAY "CLIENTE NUEVO, CODIGO ASIGNADO: " WSV-CODIGO
              END-IF
           END-IF.

      *****************************************************************
      * UNA PASADA POR MAECLI.DAT: CANTIDAD, ULTIMO CODIGO, EL        *
      * CLIENTE WSV-CODIGO SI SE PIDIO UNO EXISTENTE, Y EL AVISO DE   *
      * HOMONIMO SI EL RESPONSABLE NUEVO YA FIGURA CON OTRO CODIGO.   *
      *****************************************************************
       235000-RECORRER-CLIENTES.
           MOVE 0 TO WSV-CANTCLIENTES
           MOVE 0 TO WSV-ULTIMOCODIGO
           MOVE 0 TO WSV-CLIHALLADO
           OPEN INPUT MAECLI
           IF WSS-FS-MAECLI-OK
              PERFORM UNTIL WSS-FS-MAECLI-EOF
                 READ MAECLI
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTCLIENTES
                       IF MAE-CODIGO > WSV-ULTIMOCODIGO
                          MOVE MAE-CODIGO TO WSV-ULTIMOCODIGO
                       END-IF
                       IF WSV-TIPORESP = 3
                          AND MAE-CODIGO = WSV-CODIGO
                          MOVE 1            TO WSV-CLIHALLADO
                          MOVE MAE-NOMBRE   TO WSV-RESPNOMBRE
                          MOVE MAE-APELLIDO TO WSV-RESPAPELLIDO
                          MOVE MAE-ESTADO   TO WSV-CLIESTADO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MAECLI
           END-IF.

      *****************************************************************
      * CUIT DEL RESPONSABLE NUEVO: DIGITO VERIFICADOR Y NO REPETIDO  *
      * EN NOMBRES.DAT (SI YA ESTA, EL RESPONSABLE YA ES CLIENTE Y    *
      * CORRESPONDE LA OPCION 3 CON SU CODIGO).                       *
      *****************************************************************
       240000-TOMAR-CUIT.
           DISPLAY "CUIT/CUIL DEL RESPONSABLE (11 DIGITOS): "
           ACCEPT WSV-CUIT
           PERFORM 245000-VALIDAR-CUIT
           IF WSV-CUITVALIDO = 0
              DISPLAY "CUIT INVALIDO: EL DIGITO VERIFICADOR NO CIERRA"
              MOVE 0 TO WSV-ADMOK
           ELSE
              PERFORM 250000-BUSCAR-CUIT
              IF WSV-CUITNOMBRE NOT = SPACES
                 DISPLAY "EL CUIT YA ESTA REGISTRADO PARA "
                         FUNCTION TRIM(WSV-CUITNOMBRE)
                 DISPLAY "SI YA ES CLIENTE, USAR LA OPCION 3 CON SU "
                         "CODIGO"
                 MOVE 0 TO WSV-ADMOK
              ELSE
                 PERFORM 255000-AVISAR-HOMONIMO
              END-IF
           END-IF.

       245000-VALIDAR-CUIT.
           MOVE 0 TO WSV-CUITVALIDO
           MOVE WSV-CUIT TO WSV-CUIT-X
           MOVE 0 TO WSV-SUMA
           PERFORM VARYING WSI-D FROM 1 BY 1 UNTIL WSI-D > 10
              COMPUTE WSV-SUMA =
                      WSV-SUMA + WSV-CUIT-DIG(WSI-D) * WST-PESO(WSI-D)
           END-PERFORM
           COMPUTE WSV-RESTO = FUNCTION MOD(WSV-SUMA, 11)
           COMPUTE WSV-DIGITO = 11 - WSV-RESTO
           IF WSV-DIGITO = 11
              MOVE 0 TO WSV-DIGITO
           END-IF
           IF WSV-DIGITO = 10
              MOVE 9 TO WSV-DIGITO
           END-IF
           IF WSV-DIGITO = WSV-CUIT-DIG(11) AND WSV-CUIT NOT = 0
              MOVE 1 TO WSV-CUITVALIDO
           END-IF.

       250000-BUSCAR-CUIT.
           MOVE SPACES TO WSV-CUITNOMBRE
           OPEN INPUT NOMBRES
           IF WSS-FS-NOMBRES-OK
              PERFORM UNTIL WSS-FS-NOMBRES-EOF
                 READ NOMBRES
                    AT END
                       CONTINUE
                    NOT AT END
                       IF FSN-CUIT = WSV-CUIT
                          STRING FUNCTION TRIM(FSN-NOMBRE) ' '
                                 FUNCTION TRIM(FSN-APELLIDO)
                                 DELIMITED BY SIZE INTO WSV-CUITNOMBRE
                          END-STRING
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE NOMBRES
           END-IF.

      *****************************************************************
      * HOMONIMO EN MAECLI.DAT: SE AVISA PERO NO SE IMPIDE, COMO EN   *
      * EL ALTA DE MAECLI-09-FL (PUEDEN SER PERSONAS DISTINTAS).      *
      *****************************************************************
       255000-AVISAR-HOMONIMO.
           OPEN INPUT MAECLI
           IF WSS-FS-MAECLI-OK
              PERFORM UNTIL WSS-FS-MAECLI-EOF
                 READ MAECLI
                    AT END
                       CONTINUE
                    NOT AT END
                       IF MAE-NOMBRE = WSV-RESPNOMBRE
                          AND MAE-APELLIDO = WSV-RESPAPELLIDO
                          DISPLAY "ATENCION: YA EXISTE UN CLIENTE CON "
                                  "ESE NOMBRE (CODIGO " MAE-CODIGO ")"
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MAECLI
           END-IF.

      *****************************************************************
      * MATERIAS DEL PRIMER PERIODO (HASTA 10). UN INGRESANTE NO      *
      * TIENE HISTORIA, ASI QUE SOLO PUEDE TOMAR MATERIAS SIN         *
      * CORRELATIVAS; EL CUPO SE RESPETA COMO EN INSCRIP-09-FL (SIN   *
      * LUGAR QUEDA EN LISTA DE ESPERA). SIN MATERIAS LA ADMISION SE  *
      * GRABA IGUAL Y QUEDA COMO PENDIENTE EN EL INFORME (TAMBIEN     *
      * CUANDO LA INSCRIPCION DEL PERIODO ESTA CERRADA).              *
      *****************************************************************
       260000-TOMAR-MATERIAS.
           DISPLAY "--- INSCRIPCION DEL PRIMER PERIODO ---"
           DISPLAY "PERIODO (AAAACC): "
           ACCEPT WSV-PERIODO
           MOVE 0 TO WSV-CANTMATADM
           MOVE 99 TO WSV-MATERIA
           IF WSV-PERIODO = SPACES
              DISPLAY "PERIODO INVALIDO"
              MOVE 0 TO WSV-ADMOK
           ELSE
              MOVE WSV-PERIODO TO WS-CAL-PERIODO
              MOVE 'I' TO WS-CAL-TIPO
              ACCEPT WS-CAL-FECHA FROM DATE YYYYMMDD
              PERFORM 9880-VERIFICAR-CALENDARIO
              IF WS-CAL-ABIERTA = 0
                 DISPLAY "FUERA DE LA VENTANA DE INSCRIPCION: LA "
                         "ADMISION SIGUE SIN MATERIAS"
              ELSE
                 MOVE WSV-PERIODO TO WS-HOR-PERIODO
                 PERFORM 9860-CARGAR-HORARIOS
                 PERFORM UNTIL WSV-MATERIA = 0
                            OR WSV-CANTMATADM >= WSC-MAXMATERIAS
                    DISPLAY "MATERIA (NUMERO DE CATALOGO, 0 = FIN): "
                    ACCEPT WSV-MATERIA
                    IF WSV-MATERIA > 0
                       PERFORM 265000-AGREGAR-MATERIA
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.

       265000-AGREGAR-MATERIA.
           MOVE 0 TO WSV-REPETIDA
           PERFORM VARYING WSI-M FROM 1 BY 1
                   UNTIL WSI-M > WSV-CANTMATADM
              IF MAD-MATERIA(WSI-M) = WSV-MATERIA
                 MOVE 1 TO WSV-REPETIDA
              END-IF
           END-PERFORM
           IF WSV-MATERIA > WST-CANTMAT
              DISPLAY "MATERIA FUERA DEL CATALOGO"
           ELSE
           IF WSV-REPETIDA = 1
              DISPLAY "LA MATERIA YA ESTA EN LA LISTA"
           ELSE
              PERFORM 270000-BUSCAR-CORRELATIVA
              IF WSV-CORRELATIVA > 0
                 DISPLAY "NO CORRESPONDE A UN INGRESANTE: REQUIERE "
                         FUNCTION TRIM(
                         WST-MATCAT-NOMBRE(WSV-CORRELATIVA))
                         " APROBADA"
              ELSE
              PERFORM 268000-VERIFICAR-HORARIO
              IF WSV-CHOQUE > 0
                 DISPLAY "EL HORARIO SE PISA CON "
                         FUNCTION TRIM(
                         WST-MATCAT-NOMBRE(WSV-CHOQUE))
                         " (DIA " WS-HOR-DIA " DE " WS-HOR-DESDE
                         " A " WS-HOR-HASTA "): NO SE AGREGA"
              ELSE
                 PERFORM 275000-CONTAR-CUPO
                 ADD 1 TO WSV-CANTMATADM
                 MOVE WSV-MATERIA TO MAD-MATERIA(WSV-CANTMATADM)
                 IF WSV-OCUPADOS < WSV-CUPOVIGENTE
                    MOVE 'I' TO MAD-ESTADO(WSV-CANTMATADM)
                    DISPLAY FUNCTION TRIM(
                            WST-MATCAT-NOMBRE(WSV-MATERIA))
                            ": HAY LUGAR (" WSV-OCUPADOS
                            " OCUPADOS DE " WSV-CUPOVIGENTE ")"
                 ELSE
                    MOVE 'W' TO MAD-ESTADO(WSV-CANTMATADM)
                    DISPLAY FUNCTION TRIM(
                            WST-MATCAT-NOMBRE(WSV-MATERIA))
                            ": CUPO LLENO, QUEDA EN LISTA DE ESPERA"
                 END-IF
              END-IF
              END-IF
           END-IF
           END-IF.

      *****************************************************************
      * LA MATERIA NO PUEDE PISARSE EN HORARIO CON NINGUNA DE LAS YA  *
      * ELEGIDAS EN ESTA ADMISION (LAS FRANJAS DEL PERIODO SE CARGAN  *
      * AL TOMARLO, EN 260000).                                       *
      *****************************************************************
       268000-VERIFICAR-HORARIO.
           MOVE 0 TO WSV-CHOQUE
           MOVE WSV-MATERIA TO WS-HOR-MATERIA
           PERFORM VARYING WSI-M FROM 1 BY 1
                   UNTIL WSI-M > WSV-CANTMATADM
                      OR WSV-CHOQUE > 0
              MOVE MAD-MATERIA(WSI-M) TO WS-HOR-OTRA
              PERFORM 9865-CHOQUE-HORARIO
              IF WS-HOR-CHOCA = 1
                 MOVE MAD-MATERIA(WSI-M) TO WSV-CHOQUE
              END-IF
           END-PERFORM.

       270000-BUSCAR-CORRELATIVA.
           MOVE 0 TO WSV-CORRELATIVA
           OPEN INPUT CORRELAT
           IF WSS-FS-CORRELAT-OK
              PERFORM UNTIL WSS-FS-CORRELAT-EOF
                 READ CORRELAT
                    AT END
                       CONTINUE
                    NOT AT END
                       IF COR-MATERIA = WSV-MATERIA
                          AND COR-REQUIERE > 0
                          AND COR-REQUIERE <= WST-CANTMAT
                          MOVE COR-REQUIERE TO WSV-CORRELATIVA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CORRELAT
           END-IF.

      *****************************************************************
      * CUPO VIGENTE DE LA MATERIA EN EL PERIODO (SIN CARGA = 999,    *
      * LIMITADO POR LA CAPACIDAD DEL AULA) Y LUGARES YA OCUPADOS EN  *
      * INSCRIPTOS.DAT, COMO INSCRIP-09-FL.                           *
      *****************************************************************
       275000-CONTAR-CUPO.
           MOVE 999 TO WSV-CUPOVIGENTE
           OPEN INPUT CUPOMAT
           IF WSS-FS-CUPOMAT-OK
              PERFORM UNTIL WSS-FS-CUPOMAT-EOF
                 READ CUPOMAT
                    AT END
                       CONTINUE
                    NOT AT END
                       IF CUP-MATERIA = WSV-MATERIA
                          AND CUP-PERIODO = WSV-PERIODO
                          MOVE CUP-CUPO TO WSV-CUPOVIGENTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUPOMAT
           END-IF
           MOVE WSV-MATERIA TO WS-HOR-MATERIA
           PERFORM 9870-CAPACIDAD-MATERIA
           IF WS-HOR-CAPACIDAD < WSV-CUPOVIGENTE
              MOVE WS-HOR-CAPACIDAD TO WSV-CUPOVIGENTE
           END-IF
           MOVE 0 TO WSV-OCUPADOS
           OPEN INPUT INSCRIPTOS
           IF WSS-FS-INSCRIP-OK
              PERFORM UNTIL WSS-FS-INSCRIP-EOF
                 READ INSCRIPTOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF INS-PERIODO = WSV-PERIODO
                          AND INS-MATERIA = WSV-MATERIA
                          AND INS-ESTADO = 'I'
                          ADD 1 TO WSV-OCUPADOS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INSCRIPTOS
           END-IF.

       290000-MOSTRAR-RESUMEN.
           DISPLAY "**************************************"
           DISPLAY "RESUMEN DE LA ADMISION"
           DISPLAY "LEGAJO:      " WSV-LEGAJO "  DNI: " WSV-DNI
           DISPLAY "ALUMNO:      " FUNCTION TRIM(WSV-APELLIDO) ", "
                   FUNCTION TRIM(WSV-NOMBRE)
           IF WSV-CLINUEVO = 'S'
              DISPLAY "RESPONSABLE: " FUNCTION TRIM(WSV-RESPNOMBRE) " "
                      FUNCTION TRIM(WSV-RESPAPELLIDO)
                      " (CLIENTE NUEVO " WSV-CODIGO ", CUIT "
                      WSV-CUIT ")"
           ELSE
              DISPLAY "RESPONSABLE: " FUNCTION TRIM(WSV-RESPNOMBRE) " "
                      FUNCTION TRIM(WSV-RESPAPELLIDO)
                      " (CLIENTE " WSV-CODIGO ")"
           END-IF
           DISPLAY "PERIODO:     " WSV-PERIODO
           PERFORM VARYING WSI-M FROM 1 BY 1
                   UNTIL WSI-M > WSV-CANTMATADM
              IF MAD-ESTADO(WSI-M) = 'I'
                 DISPLAY "  INSCRIPTO  "
                         WST-MATCAT-NOMBRE(MAD-MATERIA(WSI-M))
              ELSE
                 DISPLAY "  EN ESPERA  "
                         WST-MATCAT-NOMBRE(MAD-MATERIA(WSI-M))
              END-IF
           END-PERFORM
           IF WSV-CANTMATADM = 0
              DISPLAY "  SIN MATERIAS (QUEDA PENDIENTE DE INSCRIPCION)"
           END-IF
           DISPLAY "**************************************".

      *****************************************************************
      * GRABACION: CADA PASO RESPALDA SU ARCHIVO (9400, INTENCION 'I')*
      * ANTES DE AGREGARLE LOS REGISTROS. SI UN PASO FALLA SE         *
      * RESTAURAN LOS ARCHIVOS YA TOCADOS; SI TODOS TERMINAN SE       *
      * CONFIRMAN (9450). UN CORTE EN EL MEDIO DEJA LAS 'I' ABIERTAS  *
      * Y RECUPERA-09-FL RESTAURA AL ARRANCAR EL DIA: EN NINGUN CASO  *
      * QUEDA UNA ADMISION A MEDIAS. EL RESPALDO PISA RETURN-CODE,    *
      * QUE SE GUARDA Y SE REPONE.                                    *
      *****************************************************************
       400000-APLICAR-ADMISION.
           MOVE RETURN-CODE TO WSV-RETORNO
           MOVE 1 TO PAS-APLICA(1)
           MOVE 1 TO PAS-APLICA(4)
           IF WSV-CLINUEVO = 'S'
              MOVE 1 TO PAS-APLICA(2)
              MOVE 1 TO PAS-APLICA(3)
           ELSE
              MOVE 0 TO PAS-APLICA(2)
              MOVE 0 TO PAS-APLICA(3)
           END-IF
           IF WSV-CANTMATADM > 0
              MOVE 1 TO PAS-APLICA(5)
           ELSE
              MOVE 0 TO PAS-APLICA(5)
           END-IF
           PERFORM VARYING WSI-P FROM 1 BY 1 UNTIL WSI-P > 5
              MOVE 0 TO PAS-TOCADO(WSI-P)
           END-PERFORM

           MOVE 0 TO WSV-PASOFALLIDO
           PERFORM VARYING WSI-P FROM 1 BY 1
                   UNTIL WSI-P > 5 OR WSV-PASOFALLIDO > 0
              IF PAS-APLICA(WSI-P) = 1
                 PERFORM 410000-PROTEGER-PASO
                 PERFORM 420000-EJECUTAR-PASO
                 IF WSV-PASOOK = 0
                    MOVE WSI-P TO WSV-PASOFALLIDO
                 END-IF
              END-IF
           END-PERFORM

           IF WSV-PASOFALLIDO > 0
              PERFORM 480000-DESHACER-PASOS
              ADD 1 TO WSA-DESHECHAS
              DISPLAY "*** FALLO LA GRABACION DE "
                      FUNCTION TRIM(PAS-ARCHIVO(WSV-PASOFALLIDO))
                      ": LA ADMISION SE DESHIZO ENTERA ***"
              MOVE 4 TO WSV-RETORNO
           ELSE
              PERFORM VARYING WSI-P FROM 1 BY 1 UNTIL WSI-P > 5
                 IF PAS-TOCADO(WSI-P) = 1
                    PERFORM 415000-ARMAR-RESPALDO
                    PERFORM 9450-CONFIRMAR-MAESTRO
                 END-IF
              END-PERFORM
              ADD 1 TO WSA-ADMITIDAS
              DISPLAY "ADMISION GRABADA: LEGAJO " WSV-LEGAJO
                      " - CLIENTE " WSV-CODIGO
           END-IF
           PERFORM 490000-REGISTRAR-ADMISION
           MOVE WSV-RETORNO TO RETURN-CODE.

      *****************************************************************
      * ANTES DE TOCAR EL ARCHIVO SE ANOTA SI EXISTIA (DESHACER UN    *
      * ARCHIVO QUE NO EXISTIA ES BORRARLO, NO HAY RESPALDO).         *
      *****************************************************************
       410000-PROTEGER-PASO.
           MOVE 1 TO PAS-EXISTIA(WSI-P)
           EVALUATE WSI-P
              WHEN 1
                 OPEN INPUT ALUMNOSMAE
                 IF WS-ALM-FS-OK
                    CLOSE ALUMNOSMAE
                 ELSE
                    MOVE 0 TO PAS-EXISTIA(WSI-P)
                 END-IF
              WHEN 2
                 OPEN INPUT MAECLI
                 IF WSS-FS-MAECLI-OK
                    CLOSE MAECLI
                 ELSE
                    MOVE 0 TO PAS-EXISTIA(WSI-P)
                 END-IF
              WHEN 3
                 OPEN INPUT NOMBRES
                 IF WSS-FS-NOMBRES-OK
                    CLOSE NOMBRES
                 ELSE
                    MOVE 0 TO PAS-EXISTIA(WSI-P)
                 END-IF
              WHEN 4
                 OPEN INPUT CRUZCLI
                 IF WSS-FS-CRUZCLI-OK
                    CLOSE CRUZCLI
                 ELSE
                    MOVE 0 TO PAS-EXISTIA(WSI-P)
                 END-IF
              WHEN 5
                 OPEN INPUT INSCRIPTOS
                 IF WSS-FS-INSCRIP-OK
                    CLOSE INSCRIPTOS
                 ELSE
                    MOVE 0 TO PAS-EXISTIA(WSI-P)
                 END-IF
           END-EVALUATE
           MOVE PAS-ARCHIVO(WSI-P) TO WS-INT-ARCHIVO
           MOVE 'ADMISION-09-FL'   TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           MOVE 1 TO PAS-TOCADO(WSI-P).

      *****************************************************************
      * ARCHIVO Y RESPALDO DEL PASO WSI-P PARA ANOTAR EN EL DIARIO    *
      * LA 'F' O LA 'R' (9400 LOS DEJA ARMADOS SOLO PARA EL ULTIMO).  *
      *****************************************************************
       415000-ARMAR-RESPALDO.
           MOVE PAS-ARCHIVO(WSI-P) TO WS-INT-ARCHIVO
           MOVE 'ADMISION-09-FL'   TO WS-INT-PROGRAMA
           MOVE SPACES TO WS-INT-RESPALDO
           STRING FUNCTION TRIM(WS-INT-ARCHIVO) '.RSP'
                  DELIMITED BY SIZE INTO WS-INT-RESPALDO
           END-STRING.

       420000-EJECUTAR-PASO.
           MOVE 0 TO WSV-PASOOK
           EVALUATE WSI-P
              WHEN 1
                 PERFORM 430000-GRABAR-ALUMNO
              WHEN 2
                 PERFORM 440000-GRABAR-CLIENTE
              WHEN 3
                 PERFORM 450000-GRABAR-NOMBRE
              WHEN 4
                 PERFORM 460000-GRABAR-CRUCE
              WHEN 5
                 PERFORM 470000-GRABAR-INSCRIPCIONES
           END-EVALUATE.

       430000-GRABAR-ALUMNO.
           OPEN EXTEND ALUMNOSMAE
           IF WS-ALM-FS-NOEXISTE
              OPEN OUTPUT ALUMNOSMAE
           END-IF
           IF WS-ALM-FS-OK
              MOVE WSV-LEGAJO        TO ALM-LEGAJO
              MOVE WSV-DNI           TO ALM-DNI
              MOVE WSV-APELLIDO      TO ALM-APELLIDO
              MOVE WSV-NOMBRE        TO ALM-NOMBRE
              MOVE WSV-FECHANAC      TO ALM-FECHANAC
              MOVE WSV-DOMICILIO     TO ALM-DOMICILIO
              MOVE WSV-TELEFONO      TO ALM-TELEFONO
              MOVE WSV-EMAIL         TO ALM-EMAIL
              MOVE WSV-FECHA-SISTEMA TO ALM-FECHAINGRESO
              MOVE 'A'               TO ALM-ESTADO
              MOVE WSV-FECHA-SISTEMA TO ALM-FECHAESTADO
              WRITE REG-ALUMNOMAE
              IF WS-ALM-FS-OK
                 MOVE 1 TO WSV-PASOOK
              END-IF
              CLOSE ALUMNOSMAE
           END-IF
           IF WSV-PASOOK = 0
              DISPLAY "ERROR AL GRABAR ALUMNOSMAE.DAT"
              DISPLAY "FILE STATUS " WS-ALM-FS
           END-IF.

       440000-GRABAR-CLIENTE.
           OPEN EXTEND MAECLI
           IF WSS-FS-MAECLI-NOEXISTE
              OPEN OUTPUT MAECLI
           END-IF
           IF WSS-FS-MAECLI-OK
              MOVE WSV-CODIGO       TO MAE-CODIGO
              MOVE WSV-RESPNOMBRE   TO MAE-NOMBRE
              MOVE WSV-RESPAPELLIDO TO MAE-APELLIDO
              MOVE 'A'              TO MAE-ESTADO
              WRITE REG-MAECLI
              IF WSS-FS-MAECLI-OK
                 MOVE 1 TO WSV-PASOOK
              END-IF
              CLOSE MAECLI
           END-IF
           IF WSV-PASOOK = 0
              DISPLAY "ERROR AL GRABAR MAECLI.DAT"
              DISPLAY "FILE STATUS " WSS-FS-MAECLI
           END-IF.

       450000-GRABAR-NOMBRE.
           OPEN EXTEND NOMBRES
           IF WSS-FS-NOMBRES-NOEXISTE
              OPEN OUTPUT NOMBRES
           END-IF
           IF WSS-FS-NOMBRES-OK
              MOVE WSV-RESPNOMBRE   TO FSN-NOMBRE
              MOVE WSV-RESPAPELLIDO TO FSN-APELLIDO
              MOVE WSV-CUIT         TO FSN-CUIT
              MOVE 'A'              TO FSN-ESTADO
              MOVE 0                TO FSN-CUITREF
              WRITE REG-NOMBRE
              IF WSS-FS-NOMBRES-OK
                 MOVE 1 TO WSV-PASOOK
              END-IF
              CLOSE NOMBRES
           END-IF
           IF WSV-PASOOK = 0
              DISPLAY "ERROR AL GRABAR NOMBRES.DAT"
              DISPLAY "FILE STATUS " WSS-FS-NOMBRES
           END-IF.

      *****************************************************************
      * EL CRUCE LLEVA LA GRAFIA DEL CLIENTE (ES LA QUE USAN LAS      *
      * CUOTAS Y EL LOTE DE GENLOTE-09-FL), NO LA DEL ALUMNO.         *
      *****************************************************************
       460000-GRABAR-CRUCE.
           OPEN EXTEND CRUZCLI
           IF WSS-FS-CRUZCLI-NOEXISTE
              OPEN OUTPUT CRUZCLI
           END-IF
           IF WSS-FS-CRUZCLI-OK
              MOVE WSV-LEGAJO       TO CRZ-LEGAJO
              MOVE WSV-RESPNOMBRE   TO CRZ-NOMBRE
              MOVE WSV-RESPAPELLIDO TO CRZ-APELLIDO
              WRITE REG-CRUZCLI
              IF WSS-FS-CRUZCLI-OK
                 MOVE 1 TO WSV-PASOOK
              END-IF
              CLOSE CRUZCLI
           END-IF
           IF WSV-PASOOK = 0
              DISPLAY "ERROR AL GRABAR CRUZCLI.DAT"
              DISPLAY "FILE STATUS " WSS-FS-CRUZCLI
           END-IF.

       470000-GRABAR-INSCRIPCIONES.
           OPEN EXTEND INSCRIPTOS
           IF WSS-FS-INSCRIP-NOEXISTE
              OPEN OUTPUT INSCRIPTOS
           END-IF
           IF WSS-FS-INSCRIP-OK
              MOVE 1 TO WSV-PASOOK
              PERFORM VARYING WSI-M FROM 1 BY 1
                      UNTIL WSI-M > WSV-CANTMATADM
                         OR WSV-PASOOK = 0
                 MOVE WSV-PERIODO        TO INS-PERIODO
                 MOVE MAD-MATERIA(WSI-M) TO INS-MATERIA
                 MOVE WSV-LEGAJO         TO INS-LEGAJO
                 MOVE WSV-NOMBRE         TO INS-NOMBRE
                 MOVE WSV-APELLIDO       TO INS-APELLIDO
                 MOVE MAD-ESTADO(WSI-M)  TO INS-ESTADO
                 WRITE REG-INSCRIPTO
                 IF NOT WSS-FS-INSCRIP-OK
                    MOVE 0 TO WSV-PASOOK
                 END-IF
              END-PERFORM
              CLOSE INSCRIPTOS
           END-IF
           IF WSV-PASOOK = 0
              DISPLAY "ERROR AL GRABAR INSCRIPTOS.DAT"
              DISPLAY "FILE STATUS " WSS-FS-INSCRIP
           END-IF.

      *****************************************************************
      * DESHACER: CADA ARCHIVO TOCADO VUELVE A SU RESPALDO .RSP (O SE *
      * BORRA SI NO EXISTIA) Y SE ANOTA LA 'R' EN EL DIARIO DE        *
      * INTENCIONES, COMO LO HACE RECUPERA-09-FL.                     *
      *****************************************************************
       480000-DESHACER-PASOS.
           PERFORM VARYING WSI-P FROM 5 BY -1 UNTIL WSI-P < 1
              IF PAS-TOCADO(WSI-P) = 1
                 PERFORM 485000-RESTAURAR-ARCHIVO
              END-IF
           END-PERFORM.

       485000-RESTAURAR-ARCHIVO.
           PERFORM 415000-ARMAR-RESPALDO
           MOVE SPACES TO WS-INT-COMANDO
           IF PAS-EXISTIA(WSI-P) = 1
              STRING 'cp -f "'
                  FUNCTION TRIM(WS-INT-RESPALDO) DELIMITED BY SIZE
                  '" "'
                  FUNCTION TRIM(WS-INT-ARCHIVO) DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
                  INTO WS-INT-COMANDO
              END-STRING
           ELSE
              STRING 'rm -f "'
                  FUNCTION TRIM(WS-INT-ARCHIVO) DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
                  INTO WS-INT-COMANDO
              END-STRING
           END-IF
           CALL "SYSTEM" USING WS-INT-COMANDO
           MOVE 'R' TO WS-INT-ESTADO
           PERFORM 9410-ANOTAR-INTENCION
           DISPLAY "RESTAURADO " FUNCTION TRIM(WS-INT-ARCHIVO).

       490000-REGISTRAR-ADMISION.
           ACCEPT WSV-HORA-SISTEMA FROM TIME
           OPEN EXTEND ADMISIONES
           IF WSS-FS-ADMISION-NOEXISTE
              OPEN OUTPUT ADMISIONES
           END-IF
           IF WSS-FS-ADMISION-OK
              MOVE WSV-FECHA-SISTEMA TO ADM-FECHA
              MOVE WSV-HORA-SISTEMA  TO ADM-HORA
              MOVE WSV-LEGAJO        TO ADM-LEGAJO
              MOVE WSV-APELLIDO      TO ADM-APELLIDO
              MOVE WSV-NOMBRE        TO ADM-NOMBRE
              MOVE WSV-CODIGO        TO ADM-CLIENTE
              MOVE WSV-CLINUEVO      TO ADM-CLINUEVO
              MOVE WSV-PERIODO       TO ADM-PERIODO
              MOVE 0 TO ADM-INSCRIPTAS
              MOVE 0 TO ADM-ESPERA
              PERFORM VARYING WSI-M FROM 1 BY 1
                      UNTIL WSI-M > WSV-CANTMATADM
                 IF MAD-ESTADO(WSI-M) = 'I'
                    ADD 1 TO ADM-INSCRIPTAS
                 ELSE
                    ADD 1 TO ADM-ESPERA
                 END-IF
              END-PERFORM
              MOVE WSV-BECA          TO ADM-BECA
              MOVE WSV-PASOFALLIDO   TO ADM-PASOFALLO
              IF WSV-PASOFALLIDO > 0
                 MOVE 'D' TO ADM-ESTADO
              ELSE
                 MOVE 'C' TO ADM-ESTADO
              END-IF
              WRITE REG-ADMISION
              IF NOT WSS-FS-ADMISION-OK
                 DISPLAY "ERROR AL GRABAR ADMISIONES.DAT"
                 DISPLAY "FILE STATUS " WSS-FS-ADMISION
              END-IF
              CLOSE ADMISIONES
           ELSE
              DISPLAY "NO SE PUDO ABRIR ADMISIONES.DAT"
              DISPLAY "FILE STATUS " WSS-FS-ADMISION
           END-IF.

      *****************************************************************
      * INFORME DIARIO: LAS ADMISIONES DEL DIA CON LO QUE TODAVIA     *
      * FALTA DE CADA UNA, MIRADO SOBRE LOS ARCHIVOS DE HOY (UNA BECA *
      * YA CARGADA O UN TELEFONO YA COMPLETADO NO SE VUELVE A PEDIR). *
      *****************************************************************
       600000-INFORME-DIARIO.
           DISPLAY "FECHA DEL INFORME (AAAAMMDD, 0 = HOY): "
           ACCEPT WSV-FECHAINFORME
           IF WSV-FECHAINFORME = 0
              MOVE WSV-FECHA-SISTEMA TO WSV-FECHAINFORME
           END-IF
           MOVE 0 TO WSA-INF-ADMITIDAS
           MOVE 0 TO WSA-INF-DESHECHAS
           MOVE 0 TO WSA-INF-PENDIENTES

           OPEN OUTPUT ADMRPT
           IF NOT WSS-FS-ADMRPT-OK
              DISPLAY "NO SE PUDO GENERAR ADMISIONRPT.DAT"
              DISPLAY "FILE STATUS " WSS-FS-ADMRPT
           ELSE
              MOVE ALL '*' TO WSV-LINEA
              PERFORM 690000-GRABAR-LINEA
              STRING 'ADMISIONES DEL DIA ' WSV-FECHAINFORME
                     DELIMITED BY SIZE INTO WSV-LINEA
              END-STRING
              PERFORM 690000-GRABAR-LINEA
              MOVE ALL '*' TO WSV-LINEA
              PERFORM 690000-GRABAR-LINEA

              OPEN INPUT ADMISIONES
              IF WSS-FS-ADMISION-OK
                 PERFORM UNTIL WSS-FS-ADMISION-EOF
                    READ ADMISIONES
                       AT END
                          CONTINUE
                       NOT AT END
                          IF ADM-FECHA = WSV-FECHAINFORME
                             PERFORM 610000-INFORMAR-ADMISION
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE ADMISIONES
              END-IF

              MOVE SPACES TO WSV-LINEA
              PERFORM 690000-GRABAR-LINEA
              STRING 'ADMITIDOS: ' WSA-INF-ADMITIDAS
                     '   CON PASOS PENDIENTES: ' WSA-INF-PENDIENTES
                     '   DESHECHAS: ' WSA-INF-DESHECHAS
                     DELIMITED BY SIZE INTO WSV-LINEA
              END-STRING
              PERFORM 690000-GRABAR-LINEA
              CLOSE ADMRPT

              DISPLAY "ADMITIDOS:              " WSA-INF-ADMITIDAS
              DISPLAY "CON PASOS PENDIENTES:   " WSA-INF-PENDIENTES
              DISPLAY "DESHECHAS:              " WSA-INF-DESHECHAS
              DISPLAY "INFORME GENERADO EN ADMISIONRPT.DAT"
           END-IF.

       610000-INFORMAR-ADMISION.
           MOVE SPACES TO WSV-LINEA
           PERFORM 690000-GRABAR-LINEA
           IF ADM-ESTADO = 'D'
              ADD 1 TO WSA-INF-DESHECHAS
              STRING 'DESHECHA  ' FUNCTION TRIM(ADM-APELLIDO) ', '
                     FUNCTION TRIM(ADM-NOMBRE)
                     DELIMITED BY SIZE INTO WSV-LINEA
              END-STRING
              PERFORM 690000-GRABAR-LINEA
              STRING '   FALLO LA GRABACION DE '
                     PAS-ARCHIVO(ADM-PASOFALLO)
                     ' - VOLVER A ADMITIRLO'
                     DELIMITED BY SIZE INTO WSV-LINEA
              END-STRING
              PERFORM 690000-GRABAR-LINEA
           ELSE
              ADD 1 TO WSA-INF-ADMITIDAS
              STRING 'LEGAJO ' ADM-LEGAJO
                     ' CLIENTE ' ADM-CLIENTE
                     ' PERIODO ' ADM-PERIODO '  '
                     FUNCTION TRIM(ADM-APELLIDO) ', '
                     FUNCTION TRIM(ADM-NOMBRE)
                     DELIMITED BY SIZE INTO WSV-LINEA
              END-STRING
              PERFORM 690000-GRABAR-LINEA
              PERFORM 620000-VERIFICAR-PENDIENTES
              IF WSV-PENDIENTES = 0
                 MOVE '   COMPLETA' TO WSV-LINEA
                 PERFORM 690000-GRABAR-LINEA
              ELSE
                 ADD 1 TO WSA-INF-PENDIENTES
              END-IF
           END-IF.

      *****************************************************************
      * PENDIENTES DE UNA ADMISION COMPLETA: MATERIAS (NINGUNA        *
      * INSCRIPTA = NO SE FACTURA) Y LISTA DE ESPERA, SEGUN           *
      * INSCRIPTOS.DAT; BECA ANUNCIADA Y TODAVIA NO CARGADA EN        *
      * BECAS.DAT; TELEFONO O E-MAIL FALTANTE EN ALUMNOSMAE.DAT.      *
      *****************************************************************
       620000-VERIFICAR-PENDIENTES.
           MOVE 0 TO WSV-PENDIENTES
           MOVE 0 TO WSV-INSCRIPTASHOY
           MOVE 0 TO WSV-ESPERAHOY
           OPEN INPUT INSCRIPTOS
           IF WSS-FS-INSCRIP-OK
              PERFORM UNTIL WSS-FS-INSCRIP-EOF
                 READ INSCRIPTOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF INS-LEGAJO = ADM-LEGAJO
                          AND INS-PERIODO = ADM-PERIODO
                          IF INS-ESTADO = 'I'
                             ADD 1 TO WSV-INSCRIPTASHOY
                          END-IF
                          IF INS-ESTADO = 'W'
                             ADD 1 TO WSV-ESPERAHOY
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INSCRIPTOS
           END-IF
           IF WSV-INSCRIPTASHOY = 0
              MOVE 1 TO WSV-PENDIENTES
              STRING '   SIN MATERIAS INSCRIPTAS: NO SE FACTURA HASTA '
                     'INSCRIBIRLO EN INSCRIP-09-FL'
                     DELIMITED BY SIZE INTO WSV-LINEA
              END-STRING
              PERFORM 690000-GRABAR-LINEA
           END-IF
           IF WSV-ESPERAHOY > 0
              MOVE 1 TO WSV-PENDIENTES
              STRING '   ' WSV-ESPERAHOY
                     ' MATERIA(S) EN LISTA DE ESPERA'
                     DELIMITED BY SIZE INTO WSV-LINEA
              END-STRING
              PERFORM 690000-GRABAR-LINEA
           END-IF

           IF ADM-BECA = 'S'
              MOVE 0 TO WSV-BECAHALLADA
              OPEN INPUT BECAS
              IF WSS-FS-BECAS-OK
                 PERFORM UNTIL WSS-FS-BECAS-EOF
                    READ BECAS
                       AT END
                          CONTINUE
                       NOT AT END
                          IF BEC-LEGAJO = ADM-LEGAJO
                             AND BEC-ESTADO = 'A'
                             MOVE 1 TO WSV-BECAHALLADA
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE BECAS
              END-IF
              IF WSV-BECAHALLADA = 0
                 MOVE 1 TO WSV-PENDIENTES
                 MOVE '   BECA ANUNCIADA SIN CARGAR EN BECAS-09-FL'
                      TO WSV-LINEA
                 PERFORM 690000-GRABAR-LINEA
              END-IF
           END-IF

           MOVE 1 TO WSV-CONTACTO
           OPEN INPUT ALUMNOSMAE
           IF WS-ALM-FS-OK
              PERFORM UNTIL WS-ALM-FS-EOF
                 READ ALUMNOSMAE
                    AT END
                       CONTINUE
                    NOT AT END
                       IF ALM-LEGAJO = ADM-LEGAJO
                          AND (ALM-TELEFONO = SPACES
                               OR ALM-EMAIL = SPACES)
                          MOVE 0 TO WSV-CONTACTO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ALUMNOSMAE
           END-IF
           IF WSV-CONTACTO = 0
              MOVE 1 TO WSV-PENDIENTES
              STRING '   FALTA TELEFONO O E-MAIL: COMPLETAR EN '
                     'MAEALU-09-FL'
                     DELIMITED BY SIZE INTO WSV-LINEA
              END-STRING
              PERFORM 690000-GRABAR-LINEA
           END-IF.

       690000-GRABAR-LINEA.
           MOVE WSV-LINEA TO REG-ADMRPT
           WRITE REG-ADMRPT
           MOVE SPACES TO WSV-LINEA.

       COPY FSLOGPROC.

       COPY FSINTPROC.

       COPY FSLOCKPROC.

       COPY FSHORPROC.

       COPY FSCALPROC.

       END PROGRAM ADMISION-09-FL.
