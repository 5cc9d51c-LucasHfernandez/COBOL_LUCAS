                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ASIGDOC.

           SELECT CALACAD   ASSIGN TO DISK 'CALACAD.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-CAL-FS.

           SELECT CALEXCEP  ASSIGN TO DISK 'CALEXCEP.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-CAE-FS.

       DATA DIVISION.

       FILE SECTION.
      *****************************************************************
       FD ASISTEN.
       01 REG-ASISTENCIA.
          05 ASI-LEGAJO            PIC 9(06).
          05 ASI-MATERIA           PIC 9(02).
          05 ASI-FECHA             PIC 9(08).
          05 ASI-PRESENTE          PIC X(01).
      *****************************************************************
       FD CRUZCLI.
       01 REG-CRUZCLI.
          05 CRZ-LEGAJO            PIC 9(06).
          05 CRZ-NOMBRE            PIC A(20).
          05 CRZ-APELLIDO          PIC A(20).

       01 REG-CUOTA.
          05 FSC-NOMBRE            PIC A(20).
          05 FSC-APELLIDO          PIC A(20).
          05 FSC-NUMERO-CUOTA      PIC 9(02).
          05 FSC-IMPORTE           PIC 9(06)V9(02).
          05 FSC-FECHA             PIC 9(08).
          05 FSC-VENCIMIENTO       PIC 9(08).
          05 FSC-MORA              PIC 9(06)V9(02).
          05 FSC-ESTADO            PIC X(01).
          05 FSC-PLANREF           PIC 9(02).

          05 AUD-FECHA             PIC 9(08).
          05 AUD-HORA              PIC 9(08).
          05 AUD-OPERADOR          PIC X(10).
          05 AUD-LEGAJO            PIC 9(06).
          05 AUD-MATERIA           PIC 9(02).
          05 AUD-NOTA-ANTERIOR     PIC 9(02)V9(02).
          05 AUD-NOTA-NUEVA        PIC 9(02)V9(02).
          05 AUD-MOTIVO            PIC X(02).

      *****************************************************************
      * CALACAD.DAT: CALENDARIO ACADEMICO (VER CALACAD-09-FL). LAS    *
      * NOTAS SOLO SE MODIFICAN DENTRO DE LA VENTANA DE CARGA DE      *
      * NOTAS DEL PERIODO; FUERA DE ELLA HACE FALTA UN SUPERVISOR Y   *
      * UN MOTIVO, QUE QUEDAN EN CALEXCEP.DAT.                        *
      *****************************************************************
       FD CALACAD.
       COPY FSCAL.

       FD CALEXCEP.
       COPY FSCALEXC.

       WORKING-STORAGE SECTION.
      ******************************************************************
      * 01 VARIABLES: VARIABLES QUE TOMARAN LA RESPUESTA DEL USUARIO   *
             10 WST-DEU-VINCULADO PIC 9(01).
             10 WST-DEU-NOMBRE    PIC A(20).
             10 WST-DEU-APELLIDO  PIC A(20).
             10 WST-DEU-IMPORTE   PIC 9(08)V9(02).


       01 ESCALA-CALIFICACION.
       01 VARIABLES-DEUDA.
          05 WSV-FECHA-HOY        PIC 9(08)       VALUE 0.
          05 WSI-D                PIC 9(03)       VALUE 0.
          05 WSM-DEUDA            PIC Z(08),99.

      ******************************************************************
      * 01 TABLA_RANKING: COPIA ORDENABLE DE NOMBRE/APELLIDO/PROMEDIO  *

       COPY FSLOGVAR.

       COPY FSCALVAR.

       PROCEDURE DIVISION.

       000000-CONTROL.
           MOVE 'PROG02V3-09-FL' TO WS-LOG-PROGRAMA
           MOVE 'PROG02V3-09-FL' TO WS-CAL-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           PERFORM 100000-INICIO
      * MODIFICACION DE UNA NOTA DEL ALUMNO WSI-I: EXIGE UN MOTIVO DE *
      * LA LISTA CONTROLADA Y DEJA EL ANTES/DESPUES, EL LEGAJO, LA    *
      * MATERIA, LA FECHA Y EL OPERADOR EN AUDITNOTAS.DAT. EL TOTAL Y *
      * EL PROMEDIO GENERAL DEL ALUMNO SE RECALCULAN EN EL ACTO. FUERA*
      * DE LA VENTANA DE CARGA DE NOTAS DEL PERIODO (CALACAD.DAT)     *
      * SOLO CON EXCEPCION DE UN SUPERVISOR.                          *
      *****************************************************************
       310000-MODIFICAR-NOTA.

           DISPLAY "PERIODO DE LA NOTA (AAAACC): "
           ACCEPT WSV-PERIODONOTA
           MOVE WSV-PERIODONOTA TO WS-CAL-PERIODO
           MOVE 'N' TO WS-CAL-TIPO
           ACCEPT WS-CAL-FECHA FROM DATE YYYYMMDD
           PERFORM 9880-VERIFICAR-CALENDARIO
           DISPLAY "NUMERO DE MATERIA (1 A " WST-CANTMAT "): "
           ACCEPT WSV-MATMODIF
           IF WS-CAL-ABIERTA = 0
              DISPLAY "MODIFICACION RECHAZADA: FUERA DE LA VENTANA DE "
                      "CARGA DE NOTAS"
           ELSE
           IF WSV-MATMODIF = 0 OR WSV-MATMODIF > WST-CANTMAT
              DISPLAY "MATERIA INVALIDA: NO SE MODIFICA"
           ELSE
                 PERFORM 320000-GRABAR-AUDITORIA-NOTA
                 DISPLAY "NOTA MODIFICADA Y AUDITADA"
              END-IF
           END-IF
           END-IF.

      *****************************************************************
              IF WSV-CODDOCENTE > 0
      *****************************************************************
      * LA ASIGNACION VALE SOLO PARA SU PERIODO (AAAACC, COMO LA      *
      * CARGA DOCENTES-09-FL, TOMADO EN 310000): UNA ASIGNACION VIEJA *
      * DE OTRO CUATRIMESTRE NO HABILITA A TOCAR NOTAS DE ESTE.       *
      *****************************************************************
                 OPEN INPUT ASIGDOC
                 IF WSS-FS-ASIGDOC-OK
                    PERFORM UNTIL WSS-FS-ASIGDOC-EOF

       COPY FSLOGPROC.

       COPY FSCALPROC.

       END-RUN.
