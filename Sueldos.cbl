      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 18/10/2019
      * Purpose: LIQUIDACION MENSUAL DE SUELDOS DEL PERSONAL DE
      *          EMPLEADOS.DAT (VER EMPLEAD-09-FL): SUELDO BASICO,
      *          ANTIGUEDAD POR ANO DE SERVICIO, HORAS DE LOS DOCENTES
      *          (MATERIAS ASIGNADAS EN ASIGDOC.DAT POR LA CARGA
      *          SEMANAL DE HORARIOS.DAT), DEDUCCIONES DEL EMPLEADO Y
      *          CONTRIBUCIONES PATRONALES CON LAS TASAS Y CUENTAS DE
      *          PARAMSUELDO.DAT (SE MANTIENE DESDE ACA). IMPRIME LOS
      *          RECIBOS (RECIBOS.DAT), ARMA EL ARCHIVO DE
      *          ACREDITACION DE HABERES DEL BANCO (TRANSFSUELDOS.DAT)
      *          Y AGREGA EL ASIENTO DE SUELDOS A ASIENTOS.DAT CON SUS
      *          RENGLONES DE CONTROL (UN MES YA LIQUIDADO NO SE VUELVE
      *          A AGREGAR).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUELDOS-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADOS           ASSIGN TO DISK 'EMPLEADOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-EMPLEADOS.

           SELECT PARAMSUELDO         ASSIGN TO DISK 'PARAMSUELDO.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PARAM.

           SELECT ASIGDOC             ASSIGN TO DISK 'ASIGDOC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ASIGDOC.

           SELECT HORARIOS  ASSIGN TO DISK 'HORARIOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-HOR-FS.

           SELECT ASIENTOS            ASSIGN TO DISK 'ASIENTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ASIENTOS.

           SELECT RECIBOS             ASSIGN TO DISK 'RECIBOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RECIBOS.

           SELECT TRANSFSUELDOS       ASSIGN TO DISK 'TRANSFSUELDOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-TRANSF.

           SELECT FECHAPROC ASSIGN TO DISK 'FECHAPROC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-FPR-FS.

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

       FD EMPLEADOS.
       COPY FSEMP.

      *****************************************************************
      * PARAMSUELDO.DAT: UN RENGLON POR PARAMETRO. PSU-TIPO:          *
      *   'D' = DEDUCCION DEL EMPLEADO (PSU-VALOR = % DEL BRUTO,       *
      *         PSU-CUENTA = PASIVO DONDE QUEDA RETENIDA)             *
      *   'C' = CONTRIBUCION PATRONAL (% DEL BRUTO, CUENTA A PAGAR)   *
      *   'A' = ANTIGUEDAD (% DEL BASICO Y HORAS POR ANO DE SERVICIO) *
      *   'H' = VALOR DE LA HORA DOCENTE                              *
      *   'S' = SEMANAS POR MES PARA PASAR LA CARGA SEMANAL A HORAS   *
      *   'G' = CUENTA DE GASTO DE SUELDOS (DEBE)                     *
      *   'P' = CUENTA DE GASTO DE CONTRIBUCIONES (DEBE)              *
      *   'N' = CUENTA DE SUELDOS A PAGAR (HABER, EL NETO)            *
      * D Y C PUEDEN TENER VARIOS RENGLONES; LOS DEMAS, UNO SOLO.     *
      *****************************************************************
       FD PARAMSUELDO.
       01 REG-PARAMSUELDO.
          05 PSU-CODIGO            PIC X(04).
          05 PSU-TIPO              PIC X(01).
          05 PSU-DESCRIPCION       PIC X(20).
          05 PSU-VALOR             PIC 9(09)V9(04).
          05 PSU-CUENTA            PIC X(08).

      *****************************************************************
      * ASIGDOC.DAT (VER DOCENTES-09-FL) Y HORARIOS.DAT (VER          *
      * HORARIO-09-FL): SOLO SE LEEN.                                 *
      *****************************************************************
       FD ASIGDOC.
       01 REG-ASIGDOC.
          05 ASG-DOCENTE           PIC 9(03).
          05 ASG-MATERIA           PIC 9(02).
          05 ASG-PERIODO           PIC X(06).

       FD HORARIOS.
       COPY FSHOR.

       FD ASIENTOS.
       01 REG-ASIENTO.
           05 ASI-TIPOREG              PIC X(01).
           05 ASI-FECHA                PIC 9(08).
           05 ASI-CUENTA               PIC X(08).
           05 ASI-CLIENTE              PIC 9(08).
           05 ASI-DEBEHABER            PIC X(01).
           05 ASI-CONCEPTO             PIC X(20).
           05 ASI-IMPORTE              PIC 9(15)V9(02).
           05 ASI-CENTROCOSTO          PIC X(03).

       FD RECIBOS.
       01 REG-RECIBO               PIC X(80).

      *****************************************************************
      * TRANSFSUELDOS.DAT: ACREDITACION DE HABERES PARA EL BANCO, CON *
      * EL MISMO FORMATO DE TRANSFPROV.DAT (VER PAGOPROV-09-FL): UNA  *
      * CABECERA 'H', UN DETALLE 'D' POR EMPLEADO CON CBU Y UN PIE    *
      * 'T' CON CANTIDAD E IMPORTE TOTAL. EL LOTE ES EL MES (AAAAMM). *
      *****************************************************************
       FD TRANSFSUELDOS.
       01 REG-TRANSF                 PIC X(100).

       FD FECHAPROC.
       COPY FSFECHA.

       FD INTENCION.
       COPY FSINT.

       FD CERROJOS.
       COPY FSLOCK.

       FD PROCLOG.
       COPY FSLOG.

       WORKING-STORAGE SECTION.

       COPY FSLOGVAR.

       COPY FSLOCKVAR.

       COPY FSFECHAVAR.

       COPY FSINTVAR.

       COPY FSHORVAR.

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-FECHA-PROCESO    PIC 9(08)       VALUE 0.
          05 WSV-CODIGO           PIC X(04)       VALUE SPACES.
          05 WSV-TIPO             PIC X(01)       VALUE SPACE.
            88 WSV-TIPO-VALIDO    VALUE 'D' 'C' 'A' 'H' 'S' 'G' 'P' 'N'.
            88 WSV-TIPO-MULTIPLE  VALUE 'D' 'C'.
            88 WSV-TIPO-CUENTA    VALUE 'D' 'C' 'G' 'P' 'N'.
          05 WSV-DESCRIPCION      PIC X(20)       VALUE SPACES.
          05 WSV-VALOR            PIC 9(09)V9(04) VALUE 0.
          05 WSV-CUENTA           PIC X(08)       VALUE SPACES.
          05 WSV-CONFIRMA         PIC X(01)       VALUE SPACE.
          05 WSV-CONCEPTO         PIC X(20)       VALUE SPACES.
          05 WSV-PERACAD          PIC X(06)       VALUE SPACES.
          05 WSV-POSPARAM         PIC 9(03)       VALUE 0.
          05 WSV-POSTIPO          PIC 9(03)       VALUE 0.
          05 WSV-PARAMOK          PIC 9(01)       VALUE 0.
          05 WSV-YAGENERADO       PIC 9(01)       VALUE 0.
          05 WSV-HAYDOCENTES      PIC 9(01)       VALUE 0.
          05 WSV-EMPCAMBIOS       PIC 9(01)       VALUE 0.
          05 WSV-PARCAMBIOS       PIC 9(01)       VALUE 0.
          05 WSV-TABLALLENA       PIC 9(01)       VALUE 0.
          05 WSV-RETORNO          PIC 9(02)       VALUE 0.
          05 WSV-LINEA            PIC X(80)       VALUE SPACES.

      *****************************************************************
      * MES A LIQUIDAR: EL ASIENTO SE FECHA EL ULTIMO DIA DEL MES, Y  *
      * CONTRA ESA FECHA SE CUENTAN LOS ANOS DE ANTIGUEDAD.           *
      *****************************************************************
       01 PERIODOS.
          05 WSV-PERIODO          PIC 9(06)       VALUE 0.
          05 WSV-PERIODO-R REDEFINES WSV-PERIODO.
             10 WSV-PER-ANO       PIC 9(04).
             10 WSV-PER-MES       PIC 9(02).
          05 WSV-FECHAASIENTO     PIC 9(08)       VALUE 0.
          05 WSV-FECHAASIENTO-R REDEFINES WSV-FECHAASIENTO.
             10 WSV-FAS-PERIODO   PIC 9(06).
             10 WSV-FAS-DIA       PIC 9(02).
          05 WSV-FECHAASIENTO-R2 REDEFINES WSV-FECHAASIENTO.
             10 WSV-FAS-ANO       PIC 9(04).
             10 WSV-FAS-MESDIA    PIC 9(04).
          05 WSV-INGRESO          PIC 9(08)       VALUE 0.
          05 WSV-INGRESO-R REDEFINES WSV-INGRESO.
             10 WSV-ING-ANO       PIC 9(04).
             10 WSV-ING-MESDIA    PIC 9(04).
          05 WSV-INGRESO-R2 REDEFINES WSV-INGRESO.
             10 WSV-ING-AAAA      PIC X(04).
             10 WSV-ING-MM        PIC X(02).
             10 WSV-ING-DD        PIC X(02).
          05 WSV-COCIENTE         PIC 9(04)       VALUE 0.
          05 WSV-RESTO4           PIC 9(04)       VALUE 0.
          05 WSV-RESTO100         PIC 9(04)       VALUE 0.
          05 WSV-RESTO400         PIC 9(04)       VALUE 0.

      *****************************************************************
      * LIQUIDACION DEL EMPLEADO EN CURSO.                            *
      *****************************************************************
       01 LIQUIDACION.
          05 WSV-ANOS             PIC 9(02)       VALUE 0.
          05 WSV-MINUTOS          PIC 9(05)       VALUE 0.
          05 WSV-HHMM             PIC 9(04)       VALUE 0.
          05 WSV-HHMM-R REDEFINES WSV-HHMM.
             10 WSV-HH            PIC 9(02).
             10 WSV-MM            PIC 9(02).
          05 WSV-HORAS            PIC 9(04)V9(02) VALUE 0.
          05 WSV-IMPHORAS         PIC 9(11)V9(02) VALUE 0.
          05 WSV-IMPANTIG         PIC 9(11)V9(02) VALUE 0.
          05 WSV-BRUTO            PIC 9(11)V9(02) VALUE 0.
          05 WSV-DEDUCCIONES      PIC 9(11)V9(02) VALUE 0.
          05 WSV-NETO             PIC S9(11)V9(02) VALUE 0.
          05 WSV-CONTRIBUCION     PIC 9(11)V9(02) VALUE 0.
          05 WSV-IMPORTE          PIC 9(11)V9(02) VALUE 0.
          05 WSV-TASAANTIG        PIC 9(09)V9(04) VALUE 0.
          05 WSV-VALORHORA        PIC 9(09)V9(04) VALUE 0.
          05 WSV-SEMANAS          PIC 9(09)V9(04) VALUE 0.
          05 WSV-CTAGASTO         PIC X(08)       VALUE SPACES.
          05 WSV-CTACONTRIB       PIC X(08)       VALUE SPACES.
          05 WSV-CTANETO          PIC X(08)       VALUE SPACES.

      *****************************************************************
      * LOS RENGLONES DE CONTROL DEL ASIENTO DE SUELDOS SE DISTINGUEN *
      * DE LOS DEMAS POR EL CONCEPTO: CON ELLOS SE RECONOCE UN MES YA *
      * AGREGADO A ASIENTOS.DAT.                                      *
      *****************************************************************
       01 CONSTANTES.
          05 WSC-CTRL-DEBE        PIC X(20)
                                  VALUE 'CTRL SUELDOS DEBE'.
          05 WSC-CTRL-HABER       PIC X(20)
                                  VALUE 'CTRL SUELDOS HABER'.
          05 WSC-DIASMES          PIC X(24)
                                  VALUE '312831303130313130313031'.
          05 WSC-DIASMES-R REDEFINES WSC-DIASMES.
             10 WSC-DIAS          PIC 9(02)       OCCURS 12 TIMES.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSI-J                PIC 9(03)       VALUE 0.
          05 WSI-M                PIC 9(02)       VALUE 0.
          05 WSV-CANTEMPLEADOS    PIC 9(03)       VALUE 0.
          05 WSV-CANTPARAM        PIC 9(03)       VALUE 0.
          05 WSV-CANTASIG         PIC 9(03)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-LIQUIDADOS       PIC 9(05)       VALUE 0.
          05 WSA-TRANSFERIDOS     PIC 9(05)       VALUE 0.
          05 WSA-PORCAJA          PIC 9(05)       VALUE 0.
          05 WSA-CANTASIENTOS     PIC 9(05)       VALUE 0.
          05 WSA-TOTALBRUTO       PIC 9(13)V9(02) VALUE 0.
          05 WSA-TOTALDEDUC       PIC 9(13)V9(02) VALUE 0.
          05 WSA-TOTALNETO        PIC 9(13)V9(02) VALUE 0.
          05 WSA-TOTALCONTRIB     PIC 9(13)V9(02) VALUE 0.
          05 WSA-TOTALTRANSF      PIC 9(15)V9(02) VALUE 0.
          05 WSA-TOTALDEBE        PIC 9(15)V9(02) VALUE 0.
          05 WSA-TOTALHABER       PIC 9(15)V9(02) VALUE 0.

       01 SWITCHES.
          05 WSS-FS-EMPLEADOS     PIC X(02).
            88 WSS-FS-EMPLEADOS-OK                VALUE '00'.
            88 WSS-FS-EMPLEADOS-EOF               VALUE '10'.
          05 WSS-FS-PARAM         PIC X(02).
            88 WSS-FS-PARAM-OK                    VALUE '00'.
            88 WSS-FS-PARAM-EOF                   VALUE '10'.
          05 WSS-FS-ASIGDOC       PIC X(02).
            88 WSS-FS-ASIGDOC-OK                  VALUE '00'.
            88 WSS-FS-ASIGDOC-EOF                 VALUE '10'.
          05 WSS-FS-ASIENTOS      PIC X(02).
            88 WSS-FS-ASIENTOS-OK                 VALUE '00'.
            88 WSS-FS-ASIENTOS-EOF                VALUE '10'.
            88 WSS-FS-ASIENTOS-NOEXISTE           VALUE '35'.
          05 WSS-FS-RECIBOS       PIC X(02).
            88 WSS-FS-RECIBOS-OK                  VALUE '00'.
          05 WSS-FS-TRANSF        PIC X(02).
            88 WSS-FS-TRANSF-OK                   VALUE '00'.

       01 MASCARAS.
          05 WSM-IMPORTE          PIC Z(10)9,99.
          05 WSM-TOTAL            PIC Z(14)9,99.
          05 WSM-VALOR            PIC Z(08)9,9999.

      *****************************************************************
      * RENGLONES DEL RECIBO.                                         *
      *****************************************************************
       01 DET-RECIBO.
          05 DET-CONCEPTO         PIC X(30).
          05 DET-CANTIDAD         PIC Z(05)9,99.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 DET-HABERES          PIC Z(10)9,99.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 DET-DEDUCCIONES      PIC Z(10)9,99.

      *****************************************************************
      * REGISTROS DEL ARCHIVO DEL BANCO.                              *
      *****************************************************************
       01 TRF-CABECERA.
          05 TRF-CAB-TIPO         PIC X(01)       VALUE 'H'.
          05 TRF-CAB-FECHA        PIC 9(08).
          05 TRF-CAB-LOTE         PIC 9(06).
          05 FILLER               PIC X(85)       VALUE SPACES.

       01 TRF-DETALLE.
          05 TRF-DET-TIPO         PIC X(01)       VALUE 'D'.
          05 TRF-DET-LEGAJO       PIC 9(06).
          05 TRF-DET-CUIL         PIC 9(11).
          05 TRF-DET-CBU          PIC X(22).
          05 TRF-DET-IMPORTE      PIC 9(13)V9(02).
          05 TRF-DET-REFERENCIA   PIC X(20).
          05 FILLER               PIC X(25)       VALUE SPACES.

       01 TRF-PIE.
          05 TRF-PIE-TIPO         PIC X(01)       VALUE 'T'.
          05 TRF-PIE-LOTE         PIC 9(06).
          05 TRF-PIE-CANTIDAD     PIC 9(06).
          05 TRF-PIE-TOTAL        PIC 9(15)V9(02).
          05 FILLER               PIC X(70)       VALUE SPACES.

       01 TABLA-EMPLEADOS.
          05 WST-EMP              OCCURS 500 TIMES.
             10 ETB-LEGAJO        PIC 9(05).
             10 ETB-NOMBRE        PIC X(30).
             10 ETB-CUIL          PIC 9(11).
             10 ETB-CATEGORIA     PIC X(10).
             10 ETB-BASICO        PIC 9(09)V9(02).
             10 ETB-FECHAINGRESO  PIC 9(08).
             10 ETB-CBU           PIC X(22).
             10 ETB-ORIGEN        PIC X(01).
             10 ETB-FECHAORIGEN   PIC 9(08).
             10 ETB-DOCENTE       PIC 9(03).
             10 ETB-ESTADO        PIC X(01).
             10 ETB-FECHABAJA     PIC 9(08).
             10 ETB-ULTPERIODO    PIC 9(06).

      *****************************************************************
      * PARAMETROS, CON EL TOTAL DEL MES DE CADA DEDUCCION Y          *
      * CONTRIBUCION PARA EL ASIENTO.                                 *
      *****************************************************************
       01 TABLA-PARAMETROS.
          05 WST-PARAM            OCCURS 50 TIMES.
             10 PTB-CODIGO        PIC X(04).
             10 PTB-TIPO          PIC X(01).
             10 PTB-DESCRIPCION   PIC X(20).
             10 PTB-VALOR         PIC 9(09)V9(04).
             10 PTB-CUENTA        PIC X(08).
             10 PTB-TOTAL         PIC 9(13)V9(02).

      *****************************************************************
      * CARGA HORARIA DEL PERIODO ACADEMICO: MATERIAS ASIGNADAS A     *
      * CADA DOCENTE Y MINUTOS SEMANALES DE CLASE DE CADA MATERIA.    *
      *****************************************************************
       01 TABLA-ASIGNACIONES.
          05 WST-ASIG             OCCURS 300 TIMES.
             10 ADT-DOCENTE       PIC 9(03).
             10 ADT-MATERIA       PIC 9(02).

       01 TABLA-CARGAHORARIA.
          05 WST-MINMATERIA       PIC 9(05)       OCCURS 99 TIMES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'SUELDOS-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
      *****************************************************************
      * LA LIQUIDACION AGREGA A ASIENTOS.DAT Y REGRABA EMPLEADOS.DAT: *
      * NADIE MAS DEBE AGREGAR NI TOCAR EL PERSONAL O LOS PARAMETROS  *
      * MIENTRAS TANTO.                                               *
      *****************************************************************
           MOVE 'SUELDOS-09-FL'   TO WS-CER-PROGRAMA
           MOVE 3 TO WS-CER-CANTARCH
           MOVE 'EMPLEADOS.DAT'   TO WS-CER-ARCHIVO(1)
           MOVE 'PARAMSUELDO.DAT' TO WS-CER-ARCHIVO(2)
           MOVE 'ASIENTOS.DAT'    TO WS-CER-ARCHIVO(3)
           PERFORM 9200-TOMAR-CERROJOS
           IF WS-CER-DENEGADO = 1
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
              SET WS-LOG-FIN TO TRUE
              PERFORM 9100-GRABAR-PROCLOG
              STOP RUN
           END-IF
           PERFORM 9300-LEER-FECHA-PROCESO
           MOVE WS-FPR-FECHA TO WSV-FECHA-PROCESO
           PERFORM 100000-CARGAR-EMPLEADOS
           PERFORM 110000-CARGAR-PARAMETROS
           IF WSV-TABLALLENA = 1
              DISPLAY "EMPLEADOS.DAT O PARAMSUELDO.DAT SUPERAN LA "
                      "TABLA: SE CANCELA SIN REGRABAR"
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
           PERFORM UNTIL WSV-OPCION = 5
              DISPLAY "**************************************"
              DISPLAY "SUELDOS - FECHA " WSV-FECHA-PROCESO
              DISPLAY "1 - ALTA/MODIFICACION DE PARAMETRO"
              DISPLAY "2 - BAJA DE PARAMETRO"
              DISPLAY "3 - LISTAR PARAMETROS"
              DISPLAY "4 - LIQUIDAR MES"
              DISPLAY "5 - SALIR"
              DISPLAY "RESPUESTA: "
              ACCEPT WSV-OPCION

              EVALUATE WSV-OPCION
                 WHEN 1
                    PERFORM 200000-ACTUALIZAR-PARAMETRO
                 WHEN 2
                    PERFORM 250000-BAJA-PARAMETRO
                 WHEN 3
                    PERFORM 300000-LISTAR-PARAMETROS
                 WHEN 4
                    PERFORM 400000-LIQUIDAR-MES
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
      *****************************************************************
      * EL RESPALDO DEL MAESTRO (9400) PISA RETURN-CODE: EL CODIGO    *
      * DEL PROCESO SE GUARDA Y SE REPONE AL FINAL.                   *
      *****************************************************************
           MOVE RETURN-CODE TO WSV-RETORNO
           IF WSV-PARCAMBIOS = 1
              PERFORM 910000-REGRABAR-PARAMETROS
           END-IF
           MOVE WSV-RETORNO TO RETURN-CODE
           END-IF
           PERFORM 9250-LIBERAR-CERROJOS
           SET WS-LOG-FIN TO TRUE
           MOVE WSV-CANTEMPLEADOS TO WS-LOG-LEIDOS
           MOVE WSA-LIQUIDADOS    TO WS-LOG-GRABADOS
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

       100000-CARGAR-EMPLEADOS.
           MOVE 0 TO WSV-CANTEMPLEADOS
           OPEN INPUT EMPLEADOS
           IF WSS-FS-EMPLEADOS-OK
              PERFORM UNTIL WSS-FS-EMPLEADOS-EOF
                         OR WSV-CANTEMPLEADOS > 499
                 READ EMPLEADOS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTEMPLEADOS
                       MOVE REG-EMPLEADO TO WST-EMP(WSV-CANTEMPLEADOS)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-EMPLEADOS-EOF
                 READ EMPLEADOS
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLALLENA
                 END-READ
              END-IF
              CLOSE EMPLEADOS
           END-IF.

       110000-CARGAR-PARAMETROS.
           MOVE 0 TO WSV-CANTPARAM
           OPEN INPUT PARAMSUELDO
           IF WSS-FS-PARAM-OK
              PERFORM UNTIL WSS-FS-PARAM-EOF OR WSV-CANTPARAM > 49
                 READ PARAMSUELDO
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTPARAM
                       MOVE PSU-CODIGO      TO
                                        PTB-CODIGO(WSV-CANTPARAM)
                       MOVE PSU-TIPO        TO
                                        PTB-TIPO(WSV-CANTPARAM)
                       MOVE PSU-DESCRIPCION TO
                                        PTB-DESCRIPCION(WSV-CANTPARAM)
                       MOVE PSU-VALOR       TO
                                        PTB-VALOR(WSV-CANTPARAM)
                       MOVE PSU-CUENTA      TO
                                        PTB-CUENTA(WSV-CANTPARAM)
                       MOVE 0               TO
                                        PTB-TOTAL(WSV-CANTPARAM)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-PARAM-EOF
                 READ PARAMSUELDO
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLALLENA
                 END-READ
              END-IF
              CLOSE PARAMSUELDO
           END-IF.

       120000-BUSCAR-PARAMETRO.
           MOVE 0 TO WSV-POSPARAM
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTPARAM
              IF PTB-CODIGO(WSI-I) = WSV-CODIGO
                 MOVE WSI-I TO WSV-POSPARAM
              END-IF
           END-PERFORM.

      *****************************************************************
      * PRIMER RENGLON DEL TIPO WSV-TIPO (PARA LOS TIPOS DE UN SOLO   *
      * RENGLON).                                                     *
      *****************************************************************
       130000-BUSCAR-TIPO.
           MOVE 0 TO WSV-POSTIPO
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTPARAM OR WSV-POSTIPO > 0
              IF PTB-TIPO(WSI-I) = WSV-TIPO
                 MOVE WSI-I TO WSV-POSTIPO
              END-IF
           END-PERFORM.

       200000-ACTUALIZAR-PARAMETRO.
           DISPLAY "CODIGO DEL PARAMETRO (4 CARACT.): "
           ACCEPT WSV-CODIGO
           PERFORM 120000-BUSCAR-PARAMETRO
           IF WSV-POSPARAM > 0
              MOVE PTB-VALOR(WSV-POSPARAM) TO WSM-VALOR
              DISPLAY "VIGENTE: TIPO " PTB-TIPO(WSV-POSPARAM) " "
                      PTB-DESCRIPCION(WSV-POSPARAM) " VALOR "
                      WSM-VALOR " CUENTA " PTB-CUENTA(WSV-POSPARAM)
           END-IF
           DISPLAY "TIPO (D = DEDUCCION, C = CONTRIBUCION, "
                   "A = ANTIGUEDAD, H = HORA DOCENTE,"
           DISPLAY "      S = SEMANAS POR MES, G = CTA. GASTO "
                   "SUELDOS, P = CTA. GASTO CONTRIB.,"
           DISPLAY "      N = CTA. SUELDOS A PAGAR): "
           ACCEPT WSV-TIPO
           DISPLAY "DESCRIPCION: "
           ACCEPT WSV-DESCRIPCION
           DISPLAY "VALOR (% PARA D, C Y A; IMPORTE PARA H; "
                   "SEMANAS PARA S; 0 PARA G, P Y N): "
           ACCEPT WSV-VALOR
           MOVE SPACES TO WSV-CUENTA
           IF WSV-TIPO-CUENTA
              DISPLAY "CUENTA CONTABLE: "
              ACCEPT WSV-CUENTA
           END-IF
           PERFORM 130000-BUSCAR-TIPO
           EVALUATE TRUE
              WHEN WSV-CODIGO = SPACES
                 DISPLAY "EL CODIGO ES OBLIGATORIO"
              WHEN NOT WSV-TIPO-VALIDO
                 DISPLAY "TIPO INVALIDO"
              WHEN WSV-DESCRIPCION = SPACES
                 DISPLAY "LA DESCRIPCION ES OBLIGATORIA"
              WHEN WSV-TIPO-CUENTA AND WSV-CUENTA = SPACES
                 DISPLAY "LA CUENTA CONTABLE ES OBLIGATORIA"
              WHEN (WSV-TIPO = 'D' OR WSV-TIPO = 'C'
                    OR WSV-TIPO = 'A') AND WSV-VALOR > 100
                 DISPLAY "EL PORCENTAJE NO PUEDE SUPERAR 100"
              WHEN (WSV-TIPO = 'H' OR WSV-TIPO = 'S') AND WSV-VALOR = 0
                 DISPLAY "EL VALOR ES OBLIGATORIO"
              WHEN NOT WSV-TIPO-MULTIPLE AND WSV-POSTIPO > 0
                   AND WSV-POSTIPO NOT = WSV-POSPARAM
                 DISPLAY "YA HAY UN PARAMETRO DE TIPO " WSV-TIPO
                         " (" PTB-CODIGO(WSV-POSTIPO)
                         "): MODIFICAR ESE"
              WHEN WSV-POSPARAM = 0 AND WSV-CANTPARAM >= 50
                 DISPLAY "NO HAY MAS ESPACIO DE PARAMETROS"
              WHEN OTHER
                 IF WSV-POSPARAM = 0
                    ADD 1 TO WSV-CANTPARAM
                    MOVE WSV-CANTPARAM TO WSV-POSPARAM
                    MOVE WSV-CODIGO TO PTB-CODIGO(WSV-POSPARAM)
                 END-IF
                 MOVE WSV-TIPO        TO PTB-TIPO(WSV-POSPARAM)
                 MOVE WSV-DESCRIPCION TO PTB-DESCRIPCION(WSV-POSPARAM)
                 MOVE WSV-VALOR       TO PTB-VALOR(WSV-POSPARAM)
                 MOVE WSV-CUENTA      TO PTB-CUENTA(WSV-POSPARAM)
                 MOVE 0               TO PTB-TOTAL(WSV-POSPARAM)
                 MOVE 1 TO WSV-PARCAMBIOS
                 DISPLAY "PARAMETRO REGISTRADO (SE GRABA AL SALIR)"
           END-EVALUATE.

       250000-BAJA-PARAMETRO.
           DISPLAY "CODIGO DEL PARAMETRO: "
           ACCEPT WSV-CODIGO
           PERFORM 120000-BUSCAR-PARAMETRO
           IF WSV-POSPARAM = 0
              DISPLAY "PARAMETRO INEXISTENTE"
           ELSE
              DISPLAY PTB-DESCRIPCION(WSV-POSPARAM)
              DISPLAY "CONFIRMA LA BAJA? (S/N): "
              ACCEPT WSV-CONFIRMA
              IF WSV-CONFIRMA = 'S'
                 PERFORM VARYING WSI-I FROM WSV-POSPARAM BY 1
                         UNTIL WSI-I >= WSV-CANTPARAM
                    MOVE WST-PARAM(WSI-I + 1) TO WST-PARAM(WSI-I)
                 END-PERFORM
                 SUBTRACT 1 FROM WSV-CANTPARAM
                 MOVE 1 TO WSV-PARCAMBIOS
                 DISPLAY "PARAMETRO ELIMINADO (SE GRABA AL SALIR)"
              END-IF
           END-IF.

       300000-LISTAR-PARAMETROS.
           DISPLAY "--------------------------------------------------"
           DISPLAY "COD. T DESCRIPCION                  VALOR CUENTA"
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTPARAM
              MOVE PTB-VALOR(WSI-I) TO WSM-VALOR
              DISPLAY PTB-CODIGO(WSI-I) " " PTB-TIPO(WSI-I) " "
                      PTB-DESCRIPCION(WSI-I) " " WSM-VALOR " "
                      PTB-CUENTA(WSI-I)
           END-PERFORM
           DISPLAY "--------------------------------------------------".

      *****************************************************************
      * LIQUIDACION DEL MES: SE LIQUIDAN LOS EMPLEADOS INGRESADOS     *
      * HASTA EL MES, ACTIVOS O DADOS DE BAJA EN ESE MISMO MES O      *
      * DESPUES, QUE NO TENGAN YA LIQUIDADO EL MES. LOS RECIBOS Y EL  *
      * ARCHIVO DEL BANCO SE GENERAN DE CERO; EL ASIENTO SE AGREGA A  *
      * ASIENTOS.DAT Y EL PERSONAL SE REGRABA EN EL ACTO CON EL MES   *
      * LIQUIDADO PARA QUE NO QUEDE DESFASADO DEL ASIENTO.            *
      *****************************************************************
       400000-LIQUIDAR-MES.
           DISPLAY "INGRESE MES A LIQUIDAR (AAAAMM): "
           ACCEPT WSV-PERIODO
           IF WSV-PER-MES < 1 OR WSV-PER-MES > 12
              DISPLAY "PERIODO INVALIDO"
           ELSE
              PERFORM 405000-FIN-DE-MES
              PERFORM 410000-VERIFICAR-MES
              PERFORM 415000-VERIFICAR-PARAMETROS
              EVALUATE TRUE
                 WHEN WSV-YAGENERADO = 1
                    DISPLAY "LOS SUELDOS DE " WSV-PERIODO
                            " YA ESTAN EN ASIENTOS.DAT: NO SE "
                            "LIQUIDAN DE NUEVO"
                 WHEN WSV-PARAMOK = 0
                    DISPLAY "COMPLETAR LOS PARAMETROS ANTES DE LIQUIDAR"
                    MOVE 8 TO RETURN-CODE
                 WHEN OTHER
                    PERFORM 420000-CARGAR-HORAS
                    PERFORM 430000-LIQUIDAR-PERSONAL
              END-EVALUATE
           END-IF.

       405000-FIN-DE-MES.
           MOVE WSV-PERIODO TO WSV-FAS-PERIODO
           MOVE WSC-DIAS(WSV-PER-MES) TO WSV-FAS-DIA
           IF WSV-PER-MES = 2
              DIVIDE WSV-PER-ANO BY 4 GIVING WSV-COCIENTE
                     REMAINDER WSV-RESTO4
              DIVIDE WSV-PER-ANO BY 100 GIVING WSV-COCIENTE
                     REMAINDER WSV-RESTO100
              DIVIDE WSV-PER-ANO BY 400 GIVING WSV-COCIENTE
                     REMAINDER WSV-RESTO400
              IF WSV-RESTO4 = 0
                 AND (WSV-RESTO100 NOT = 0 OR WSV-RESTO400 = 0)
                 MOVE 29 TO WSV-FAS-DIA
              END-IF
           END-IF.

       410000-VERIFICAR-MES.
           MOVE 0 TO WSV-YAGENERADO
           OPEN INPUT ASIENTOS
           IF WSS-FS-ASIENTOS-OK
              PERFORM UNTIL WSS-FS-ASIENTOS-EOF
                 READ ASIENTOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF ASI-TIPOREG = 'T'
                          AND ASI-FECHA = WSV-FECHAASIENTO
                          AND ASI-CONCEPTO = WSC-CTRL-DEBE
                          MOVE 1 TO WSV-YAGENERADO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ASIENTOS
           END-IF.

      *****************************************************************
      * SIN CUENTA DE GASTO Y DE SUELDOS A PAGAR NO SE PUEDE ARMAR EL *
      * ASIENTO; LA DE CONTRIBUCIONES SOLO HACE FALTA SI HAY ALGUNA   *
      * CONTRIBUCION, Y LA HORA DOCENTE SOLO SI HAY DOCENTES.         *
      *****************************************************************
       415000-VERIFICAR-PARAMETROS.
           MOVE 1 TO WSV-PARAMOK
           MOVE 'G' TO WSV-TIPO
           PERFORM 130000-BUSCAR-TIPO
           IF WSV-POSTIPO = 0
              DISPLAY "FALTA LA CUENTA DE GASTO DE SUELDOS (TIPO G)"
              MOVE 0 TO WSV-PARAMOK
           ELSE
              MOVE PTB-CUENTA(WSV-POSTIPO) TO WSV-CTAGASTO
           END-IF
           MOVE 'N' TO WSV-TIPO
           PERFORM 130000-BUSCAR-TIPO
           IF WSV-POSTIPO = 0
              DISPLAY "FALTA LA CUENTA DE SUELDOS A PAGAR (TIPO N)"
              MOVE 0 TO WSV-PARAMOK
           ELSE
              MOVE PTB-CUENTA(WSV-POSTIPO) TO WSV-CTANETO
           END-IF
           MOVE 'C' TO WSV-TIPO
           PERFORM 130000-BUSCAR-TIPO
           IF WSV-POSTIPO > 0
              MOVE 'P' TO WSV-TIPO
              PERFORM 130000-BUSCAR-TIPO
              IF WSV-POSTIPO = 0
                 DISPLAY "FALTA LA CUENTA DE GASTO DE CONTRIBUCIONES "
                         "(TIPO P)"
                 MOVE 0 TO WSV-PARAMOK
              ELSE
                 MOVE PTB-CUENTA(WSV-POSTIPO) TO WSV-CTACONTRIB
              END-IF
           END-IF
           MOVE 0 TO WSV-TASAANTIG
           MOVE 'A' TO WSV-TIPO
           PERFORM 130000-BUSCAR-TIPO
           IF WSV-POSTIPO > 0
              MOVE PTB-VALOR(WSV-POSTIPO) TO WSV-TASAANTIG
           END-IF
           MOVE 0 TO WSV-HAYDOCENTES
           PERFORM VARYING WSI-J FROM 1 BY 1
                   UNTIL WSI-J > WSV-CANTEMPLEADOS
              IF ETB-DOCENTE(WSI-J) > 0
                 MOVE 1 TO WSV-HAYDOCENTES
              END-IF
           END-PERFORM
           IF WSV-HAYDOCENTES = 1
              MOVE 'H' TO WSV-TIPO
              PERFORM 130000-BUSCAR-TIPO
              IF WSV-POSTIPO = 0
                 DISPLAY "FALTA EL VALOR DE LA HORA DOCENTE (TIPO H)"
                 MOVE 0 TO WSV-PARAMOK
              ELSE
                 MOVE PTB-VALOR(WSV-POSTIPO) TO WSV-VALORHORA
              END-IF
              MOVE 'S' TO WSV-TIPO
              PERFORM 130000-BUSCAR-TIPO
              IF WSV-POSTIPO = 0
                 DISPLAY "FALTAN LAS SEMANAS POR MES (TIPO S)"
                 MOVE 0 TO WSV-PARAMOK
              ELSE
                 MOVE PTB-VALOR(WSV-POSTIPO) TO WSV-SEMANAS
              END-IF
           END-IF.

      *****************************************************************
      * CARGA HORARIA DE LOS DOCENTES: EL PERIODO ACADEMICO QUE RIGE  *
      * EN EL MES LO INDICA EL OPERADOR (EN VACACIONES, EL ULTIMO     *
      * DICTADO). CADA MATERIA SUMA LOS MINUTOS SEMANALES DE SUS      *
      * FRANJAS EN HORARIOS.DAT.                                      *
      *****************************************************************
       420000-CARGAR-HORAS.
           MOVE 0 TO WSV-CANTASIG
           PERFORM VARYING WSI-M FROM 1 BY 1 UNTIL WSI-M > 98
              MOVE 0 TO WST-MINMATERIA(WSI-M)
           END-PERFORM
           MOVE 0 TO WST-MINMATERIA(99)
           IF WSV-HAYDOCENTES = 1
              DISPLAY "PERIODO ACADEMICO QUE SE PAGA A LOS DOCENTES "
                      "(AAAACC): "
              ACCEPT WSV-PERACAD
              OPEN INPUT ASIGDOC
              IF WSS-FS-ASIGDOC-OK
                 PERFORM UNTIL WSS-FS-ASIGDOC-EOF
                    READ ASIGDOC
                       AT END
                          CONTINUE
                       NOT AT END
                          IF ASG-PERIODO = WSV-PERACAD
                             AND WSV-CANTASIG < 300
                             ADD 1 TO WSV-CANTASIG
                             MOVE ASG-DOCENTE TO
                                  ADT-DOCENTE(WSV-CANTASIG)
                             MOVE ASG-MATERIA TO
                                  ADT-MATERIA(WSV-CANTASIG)
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE ASIGDOC
              END-IF
              OPEN INPUT HORARIOS
              IF WS-HOR-FS-OK
                 PERFORM UNTIL WS-HOR-FS-EOF
                    READ HORARIOS
                       AT END
                          CONTINUE
                       NOT AT END
                          IF HOR-PERIODO = WSV-PERACAD
                             AND HOR-MATERIA > 0
                             AND HOR-HASTA > HOR-DESDE
                             MOVE HOR-HASTA TO WSV-HHMM
                             COMPUTE WST-MINMATERIA(HOR-MATERIA) =
                                     WST-MINMATERIA(HOR-MATERIA)
                                   + WSV-HH * 60 + WSV-MM
                             MOVE HOR-DESDE TO WSV-HHMM
                             COMPUTE WST-MINMATERIA(HOR-MATERIA) =
                                     WST-MINMATERIA(HOR-MATERIA)
                                   - WSV-HH * 60 - WSV-MM
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE HORARIOS
              END-IF
              IF WSV-CANTASIG = 0
                 DISPLAY "ATENCION: NO HAY MATERIAS ASIGNADAS EN "
                         WSV-PERACAD ": LOS DOCENTES NO COBRAN HORAS"
              END-IF
           END-IF.

       430000-LIQUIDAR-PERSONAL.
           MOVE 0 TO WSA-LIQUIDADOS
           MOVE 0 TO WSA-TRANSFERIDOS
           MOVE 0 TO WSA-PORCAJA
           MOVE 0 TO WSA-TOTALBRUTO
           MOVE 0 TO WSA-TOTALDEDUC
           MOVE 0 TO WSA-TOTALNETO
           MOVE 0 TO WSA-TOTALCONTRIB
           MOVE 0 TO WSA-TOTALTRANSF
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTPARAM
              MOVE 0 TO PTB-TOTAL(WSI-I)
           END-PERFORM
           OPEN OUTPUT RECIBOS
           OPEN OUTPUT TRANSFSUELDOS
           IF NOT WSS-FS-RECIBOS-OK OR NOT WSS-FS-TRANSF-OK
              DISPLAY "NO SE PUDO ABRIR RECIBOS.DAT O TRANSFSUELDOS.DAT"
              DISPLAY "FILE STATUS " WSS-FS-RECIBOS " " WSS-FS-TRANSF
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE WSV-FECHA-PROCESO TO TRF-CAB-FECHA
              MOVE WSV-PERIODO       TO TRF-CAB-LOTE
              WRITE REG-TRANSF FROM TRF-CABECERA
              PERFORM VARYING WSI-J FROM 1 BY 1
                      UNTIL WSI-J > WSV-CANTEMPLEADOS
                 IF ETB-FECHAINGRESO(WSI-J) (1:6) NOT > WSV-PERIODO
                    AND ETB-ULTPERIODO(WSI-J) < WSV-PERIODO
                    AND (ETB-ESTADO(WSI-J) NOT = 'B'
                         OR ETB-FECHABAJA(WSI-J) (1:6) NOT <
                            WSV-PERIODO)
                    PERFORM 440000-LIQUIDAR-EMPLEADO
                 END-IF
              END-PERFORM
              MOVE WSV-PERIODO      TO TRF-PIE-LOTE
              MOVE WSA-TRANSFERIDOS TO TRF-PIE-CANTIDAD
              MOVE WSA-TOTALTRANSF  TO TRF-PIE-TOTAL
              WRITE REG-TRANSF FROM TRF-PIE
              CLOSE TRANSFSUELDOS
              IF WSA-LIQUIDADOS = 0
                 MOVE 'NO HAY EMPLEADOS A LIQUIDAR EN EL MES'
                      TO WSV-LINEA
                 PERFORM 490000-GRABAR-LINEA
                 CLOSE RECIBOS
                 DISPLAY "NO HAY EMPLEADOS A LIQUIDAR EN " WSV-PERIODO
              ELSE
                 PERFORM 470000-GRABAR-RESUMEN
                 CLOSE RECIBOS
                 PERFORM 480000-GRABAR-ASIENTO
                 MOVE RETURN-CODE TO WSV-RETORNO
                 PERFORM 900000-REGRABAR-EMPLEADOS
                 MOVE WSV-RETORNO TO RETURN-CODE
              END-IF
           END-IF.

      *****************************************************************
      * LIQUIDACION DE UN EMPLEADO (WSI-J): BRUTO = BASICO + HORAS    *
      * DOCENTES + ANTIGUEDAD SOBRE AMBOS; DEDUCCIONES Y              *
      * CONTRIBUCIONES COMO PORCENTAJE DEL BRUTO, CADA UNA REDONDEADA *
      * AL CENTAVO.                                                   *
      *****************************************************************
       440000-LIQUIDAR-EMPLEADO.
           MOVE ETB-FECHAINGRESO(WSI-J) TO WSV-INGRESO
           COMPUTE WSV-ANOS = WSV-FAS-ANO - WSV-ING-ANO
           IF WSV-FAS-MESDIA < WSV-ING-MESDIA AND WSV-ANOS > 0
              SUBTRACT 1 FROM WSV-ANOS
           END-IF
           MOVE 0 TO WSV-MINUTOS
           MOVE 0 TO WSV-HORAS
           MOVE 0 TO WSV-IMPHORAS
           IF ETB-DOCENTE(WSI-J) > 0
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTASIG
                 IF ADT-DOCENTE(WSI-I) = ETB-DOCENTE(WSI-J)
                    AND ADT-MATERIA(WSI-I) > 0
                    ADD WST-MINMATERIA(ADT-MATERIA(WSI-I))
                        TO WSV-MINUTOS
                 END-IF
              END-PERFORM
              COMPUTE WSV-HORAS ROUNDED =
                      WSV-MINUTOS / 60 * WSV-SEMANAS
              COMPUTE WSV-IMPHORAS ROUNDED =
                      WSV-HORAS * WSV-VALORHORA
           END-IF
           COMPUTE WSV-IMPANTIG ROUNDED =
                   (ETB-BASICO(WSI-J) + WSV-IMPHORAS)
                   * WSV-ANOS * WSV-TASAANTIG / 100
           COMPUTE WSV-BRUTO = ETB-BASICO(WSI-J) + WSV-IMPHORAS
                             + WSV-IMPANTIG
           PERFORM 450000-GRABAR-RECIBO
           ADD 1 TO WSA-LIQUIDADOS
           ADD WSV-BRUTO        TO WSA-TOTALBRUTO
           ADD WSV-DEDUCCIONES  TO WSA-TOTALDEDUC
           ADD WSV-NETO         TO WSA-TOTALNETO
           ADD WSV-CONTRIBUCION TO WSA-TOTALCONTRIB
           MOVE WSV-PERIODO TO ETB-ULTPERIODO(WSI-J)
           PERFORM 460000-ACREDITAR.

       450000-GRABAR-RECIBO.
           MOVE ALL '=' TO WSV-LINEA
           PERFORM 490000-GRABAR-LINEA
           STRING 'RECIBO DE HABERES - MES ' WSV-PER-MES '/'
                  WSV-PER-ANO
                  DELIMITED BY SIZE INTO WSV-LINEA
           PERFORM 490000-GRABAR-LINEA
           STRING 'LEGAJO ' ETB-LEGAJO(WSI-J) ' - '
                  FUNCTION TRIM(ETB-NOMBRE(WSI-J))
                  ' - CUIL ' ETB-CUIL(WSI-J)
                  DELIMITED BY SIZE INTO WSV-LINEA
           PERFORM 490000-GRABAR-LINEA
           STRING 'CATEGORIA ' ETB-CATEGORIA(WSI-J)
                  ' INGRESO ' WSV-ING-DD '/' WSV-ING-MM '/'
                  WSV-ING-AAAA ' ANTIGUEDAD ' WSV-ANOS ' ANOS'
                  DELIMITED BY SIZE INTO WSV-LINEA
           PERFORM 490000-GRABAR-LINEA
           MOVE ALL '-' TO WSV-LINEA
           PERFORM 490000-GRABAR-LINEA
           MOVE 'CONCEPTO                      CANTIDAD        HABERES'
                TO WSV-LINEA
           MOVE 'DEDUCCIONES' TO WSV-LINEA (60:11)
           PERFORM 490000-GRABAR-LINEA
           MOVE SPACES TO DET-RECIBO
           MOVE 'SUELDO BASICO' TO DET-CONCEPTO
           MOVE ETB-BASICO(WSI-J) TO DET-HABERES
           PERFORM 455000-GRABAR-DETALLE
           IF WSV-IMPHORAS > 0
              MOVE SPACES TO DET-RECIBO
              MOVE 'HORAS DOCENTES' TO DET-CONCEPTO
              MOVE WSV-HORAS    TO DET-CANTIDAD
              MOVE WSV-IMPHORAS TO DET-HABERES
              PERFORM 455000-GRABAR-DETALLE
           END-IF
           IF WSV-IMPANTIG > 0
              MOVE SPACES TO DET-RECIBO
              MOVE 'ANTIGUEDAD' TO DET-CONCEPTO
              MOVE WSV-ANOS     TO DET-CANTIDAD
              MOVE WSV-IMPANTIG TO DET-HABERES
              PERFORM 455000-GRABAR-DETALLE
           END-IF
           MOVE 0 TO WSV-DEDUCCIONES
           MOVE 0 TO WSV-CONTRIBUCION
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTPARAM
              EVALUATE PTB-TIPO(WSI-I)
                 WHEN 'D'
                    COMPUTE WSV-IMPORTE ROUNDED =
                            WSV-BRUTO * PTB-VALOR(WSI-I) / 100
                    ADD WSV-IMPORTE TO WSV-DEDUCCIONES
                    ADD WSV-IMPORTE TO PTB-TOTAL(WSI-I)
                    MOVE SPACES TO DET-RECIBO
                    MOVE PTB-DESCRIPCION(WSI-I) TO DET-CONCEPTO
                    MOVE PTB-VALOR(WSI-I) TO DET-CANTIDAD
                    MOVE WSV-IMPORTE TO DET-DEDUCCIONES
                    PERFORM 455000-GRABAR-DETALLE
                 WHEN 'C'
                    COMPUTE WSV-IMPORTE ROUNDED =
                            WSV-BRUTO * PTB-VALOR(WSI-I) / 100
                    ADD WSV-IMPORTE TO WSV-CONTRIBUCION
                    ADD WSV-IMPORTE TO PTB-TOTAL(WSI-I)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
           COMPUTE WSV-NETO = WSV-BRUTO - WSV-DEDUCCIONES
           MOVE ALL '-' TO WSV-LINEA
           PERFORM 490000-GRABAR-LINEA
           MOVE SPACES TO DET-RECIBO
           MOVE 'TOTALES' TO DET-CONCEPTO
           MOVE WSV-BRUTO       TO DET-HABERES
           MOVE WSV-DEDUCCIONES TO DET-DEDUCCIONES
           PERFORM 455000-GRABAR-DETALLE
           MOVE WSV-NETO TO WSM-IMPORTE
           STRING 'NETO A COBRAR ' WSM-IMPORTE
                  DELIMITED BY SIZE INTO WSV-LINEA
           PERFORM 490000-GRABAR-LINEA
           IF ETB-CBU(WSI-J) IS NUMERIC
              STRING 'SE ACREDITA EN LA CBU ' ETB-CBU(WSI-J)
                     DELIMITED BY SIZE INTO WSV-LINEA
           ELSE
              MOVE 'SE PAGA POR CAJA' TO WSV-LINEA
           END-IF
           PERFORM 490000-GRABAR-LINEA
           MOVE SPACES TO WSV-LINEA
           PERFORM 490000-GRABAR-LINEA
           MOVE '    ------------------------         '
                TO WSV-LINEA
           MOVE '------------------------' TO WSV-LINEA (45:24)
           PERFORM 490000-GRABAR-LINEA
           MOVE '       FIRMA DEL EMPLEADO' TO WSV-LINEA
           MOVE 'FIRMA DEL EMPLEADOR' TO WSV-LINEA (48:19)
           PERFORM 490000-GRABAR-LINEA.

       455000-GRABAR-DETALLE.
           MOVE DET-RECIBO TO WSV-LINEA
           PERFORM 490000-GRABAR-LINEA.

      *****************************************************************
      * EL NETO DE QUIEN TIENE CBU VA AL ARCHIVO DEL BANCO; EL DE     *
      * QUIEN NO, SE INFORMA PARA PAGAR POR CAJA.                     *
      *****************************************************************
       460000-ACREDITAR.
           IF ETB-CBU(WSI-J) IS NUMERIC
              MOVE ETB-LEGAJO(WSI-J) TO TRF-DET-LEGAJO
              MOVE ETB-CUIL(WSI-J)   TO TRF-DET-CUIL
              MOVE ETB-CBU(WSI-J)    TO TRF-DET-CBU
              MOVE WSV-NETO          TO TRF-DET-IMPORTE
              MOVE SPACES            TO TRF-DET-REFERENCIA
              STRING 'HABERES ' WSV-PERIODO
                     DELIMITED BY SIZE INTO TRF-DET-REFERENCIA
              WRITE REG-TRANSF FROM TRF-DETALLE
              ADD 1 TO WSA-TRANSFERIDOS
              ADD WSV-NETO TO WSA-TOTALTRANSF
           ELSE
              ADD 1 TO WSA-PORCAJA
              MOVE WSV-NETO TO WSM-IMPORTE
              DISPLAY "LEGAJO " ETB-LEGAJO(WSI-J) " "
                      FUNCTION TRIM(ETB-NOMBRE(WSI-J))
                      " SIN CBU: PAGAR POR CAJA " WSM-IMPORTE
           END-IF.

       470000-GRABAR-RESUMEN.
           MOVE ALL '=' TO WSV-LINEA
           PERFORM 490000-GRABAR-LINEA
           STRING 'RESUMEN DE LA LIQUIDACION ' WSV-PERIODO
                  ' - EMPLEADOS LIQUIDADOS ' WSA-LIQUIDADOS
                  DELIMITED BY SIZE INTO WSV-LINEA
           PERFORM 490000-GRABAR-LINEA
           MOVE WSA-TOTALBRUTO TO WSM-TOTAL
           STRING 'TOTAL BRUTO                ' WSM-TOTAL
                  DELIMITED BY SIZE INTO WSV-LINEA
           PERFORM 490000-GRABAR-LINEA
           MOVE WSA-TOTALDEDUC TO WSM-TOTAL
           STRING 'TOTAL DEDUCCIONES          ' WSM-TOTAL
                  DELIMITED BY SIZE INTO WSV-LINEA
           PERFORM 490000-GRABAR-LINEA
           MOVE WSA-TOTALNETO TO WSM-TOTAL
           STRING 'TOTAL NETO                 ' WSM-TOTAL
                  DELIMITED BY SIZE INTO WSV-LINEA
           PERFORM 490000-GRABAR-LINEA
           MOVE WSA-TOTALCONTRIB TO WSM-TOTAL
           STRING 'CONTRIBUCIONES PATRONALES  ' WSM-TOTAL
                  DELIMITED BY SIZE INTO WSV-LINEA
           PERFORM 490000-GRABAR-LINEA
           MOVE WSA-TOTALTRANSF TO WSM-TOTAL
           STRING 'ACREDITADO POR BANCO       ' WSM-TOTAL
                  ' (' WSA-TRANSFERIDOS ' EMPLEADOS)'
                  DELIMITED BY SIZE INTO WSV-LINEA
           PERFORM 490000-GRABAR-LINEA
           STRING 'A PAGAR POR CAJA           ' WSA-PORCAJA
                  ' EMPLEADOS'
                  DELIMITED BY SIZE INTO WSV-LINEA
           PERFORM 490000-GRABAR-LINEA
           MOVE ALL '=' TO WSV-LINEA
           PERFORM 490000-GRABAR-LINEA.

      *****************************************************************
      * ASIENTO DE SUELDOS DEL MES, FECHADO EL ULTIMO DIA: DEBE GASTO *
      * DE SUELDOS (BRUTO) Y GASTO DE CONTRIBUCIONES; HABER CADA      *
      * DEDUCCION Y CADA CONTRIBUCION EN SU CUENTA Y EL NETO EN       *
      * SUELDOS A PAGAR. CIERRA CON LOS RENGLONES DE CONTROL.         *
      *****************************************************************
       480000-GRABAR-ASIENTO.
           MOVE 0 TO WSA-CANTASIENTOS
           MOVE 0 TO WSA-TOTALDEBE
           MOVE 0 TO WSA-TOTALHABER
           OPEN EXTEND ASIENTOS
           IF WSS-FS-ASIENTOS-NOEXISTE
              OPEN OUTPUT ASIENTOS
           END-IF
           IF NOT WSS-FS-ASIENTOS-OK
              DISPLAY "NO SE PUDO AGREGAR A ASIENTOS.DAT"
              DISPLAY "FILE STATUS " WSS-FS-ASIENTOS
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE SPACES TO WSV-CONCEPTO
              STRING 'SUELDOS ' WSV-PERIODO
                     DELIMITED BY SIZE INTO WSV-CONCEPTO
              MOVE WSV-CTAGASTO   TO ASI-CUENTA
              MOVE 'D'            TO ASI-DEBEHABER
              MOVE WSA-TOTALBRUTO TO WSV-IMPORTE
              PERFORM 485000-GRABAR-RENGLON
              IF WSA-TOTALCONTRIB > 0
                 MOVE SPACES TO WSV-CONCEPTO
                 STRING 'CONTRIB ' WSV-PERIODO
                        DELIMITED BY SIZE INTO WSV-CONCEPTO
                 MOVE WSV-CTACONTRIB   TO ASI-CUENTA
                 MOVE 'D'              TO ASI-DEBEHABER
                 MOVE WSA-TOTALCONTRIB TO WSV-IMPORTE
                 PERFORM 485000-GRABAR-RENGLON
              END-IF
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTPARAM
                 IF (PTB-TIPO(WSI-I) = 'D' OR PTB-TIPO(WSI-I) = 'C')
                    AND PTB-TOTAL(WSI-I) > 0
                    MOVE SPACES TO WSV-CONCEPTO
                    STRING PTB-CODIGO(WSI-I) ' SUELDOS ' WSV-PERIODO
                           DELIMITED BY SIZE INTO WSV-CONCEPTO
                    MOVE PTB-CUENTA(WSI-I) TO ASI-CUENTA
                    MOVE 'H'               TO ASI-DEBEHABER
                    MOVE PTB-TOTAL(WSI-I)  TO WSV-IMPORTE
                    PERFORM 485000-GRABAR-RENGLON
                 END-IF
              END-PERFORM
              MOVE SPACES TO WSV-CONCEPTO
              STRING 'NETO SUELDOS ' WSV-PERIODO
                     DELIMITED BY SIZE INTO WSV-CONCEPTO
              MOVE WSV-CTANETO   TO ASI-CUENTA
              MOVE 'H'           TO ASI-DEBEHABER
              MOVE WSA-TOTALNETO TO WSV-IMPORTE
              PERFORM 485000-GRABAR-RENGLON

              MOVE 'T'               TO ASI-TIPOREG
              MOVE WSV-FECHAASIENTO  TO ASI-FECHA
              MOVE SPACES            TO ASI-CUENTA
              MOVE WSA-CANTASIENTOS  TO ASI-CLIENTE
              MOVE 'D'               TO ASI-DEBEHABER
              MOVE WSC-CTRL-DEBE     TO ASI-CONCEPTO
              MOVE WSA-TOTALDEBE     TO ASI-IMPORTE
              MOVE SPACES            TO ASI-CENTROCOSTO
              WRITE REG-ASIENTO

              MOVE 'H'               TO ASI-DEBEHABER
              MOVE WSC-CTRL-HABER    TO ASI-CONCEPTO
              MOVE WSA-TOTALHABER    TO ASI-IMPORTE
              WRITE REG-ASIENTO
              CLOSE ASIENTOS

              MOVE WSA-TOTALDEBE TO WSM-TOTAL
              DISPLAY "EMPLEADOS LIQUIDADOS: " WSA-LIQUIDADOS
                      " - RECIBOS EN RECIBOS.DAT"
              DISPLAY "ACREDITACIONES EN TRANSFSUELDOS.DAT: "
                      WSA-TRANSFERIDOS
              DISPLAY "AGREGADOS A ASIENTOS.DAT: " WSA-CANTASIENTOS
                      " RENGLONES DEL " WSV-FECHAASIENTO
                      ", TOTAL " WSM-TOTAL
              DISPLAY "PASAR AHORA LA VALIDACION (PLANCTAS-09-FL) Y "
                      "LA MAYORIZACION (MAYOR-09-FL)"
           END-IF.

       485000-GRABAR-RENGLON.
           MOVE 'D'              TO ASI-TIPOREG
           MOVE WSV-FECHAASIENTO TO ASI-FECHA
           MOVE 0                TO ASI-CLIENTE
           MOVE WSV-CONCEPTO     TO ASI-CONCEPTO
           MOVE WSV-IMPORTE      TO ASI-IMPORTE
           MOVE SPACES           TO ASI-CENTROCOSTO
           WRITE REG-ASIENTO
           ADD 1 TO WSA-CANTASIENTOS
           IF ASI-DEBEHABER = 'D'
              ADD WSV-IMPORTE TO WSA-TOTALDEBE
           ELSE
              ADD WSV-IMPORTE TO WSA-TOTALHABER
           END-IF.

       490000-GRABAR-LINEA.
           MOVE WSV-LINEA TO REG-RECIBO
           WRITE REG-RECIBO
           MOVE SPACES TO WSV-LINEA.

       900000-REGRABAR-EMPLEADOS.
           MOVE 'EMPLEADOS.DAT' TO WS-INT-ARCHIVO
           MOVE 'SUELDOS-09-FL' TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT EMPLEADOS
           IF WSS-FS-EMPLEADOS-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTEMPLEADOS
                 MOVE WST-EMP(WSI-I) TO REG-EMPLEADO
                 WRITE REG-EMPLEADO
              END-PERFORM
              CLOSE EMPLEADOS
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR EMPLEADOS.DAT"
              DISPLAY "FILE STATUS " WSS-FS-EMPLEADOS
              MOVE 8 TO WSV-RETORNO
           END-IF.

       910000-REGRABAR-PARAMETROS.
           MOVE 'PARAMSUELDO.DAT' TO WS-INT-ARCHIVO
           MOVE 'SUELDOS-09-FL'   TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT PARAMSUELDO
           IF WSS-FS-PARAM-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTPARAM
                 MOVE PTB-CODIGO(WSI-I)      TO PSU-CODIGO
                 MOVE PTB-TIPO(WSI-I)        TO PSU-TIPO
                 MOVE PTB-DESCRIPCION(WSI-I) TO PSU-DESCRIPCION
                 MOVE PTB-VALOR(WSI-I)       TO PSU-VALOR
                 MOVE PTB-CUENTA(WSI-I)      TO PSU-CUENTA
                 WRITE REG-PARAMSUELDO
              END-PERFORM
              CLOSE PARAMSUELDO
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR PARAMSUELDO.DAT"
              DISPLAY "FILE STATUS " WSS-FS-PARAM
              MOVE 8 TO WSV-RETORNO
           END-IF.

       COPY FSLOGPROC.

       COPY FSFECHAPROC.

       COPY FSINTPROC.

       COPY FSLOCKPROC.

       END PROGRAM SUELDOS-09-FL.
