      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 18/10/2019
      * Purpose: RETENCION DE DATOS PERSONALES DE EX CLIENTES: BUSCA
      *          LOS CLIENTES DE BAJA EN MAECLI.DAT SIN DEUDA (NI
      *          CUOTAS IMPAGAS O PARCIALES NI SALDO EN CUENTAS) Y SIN
      *          ACTIVIDAD (CUOTAS, PAGOS, MOVIMIENTOS, MANDATOS NI
      *          DOMICILIOS) EN LOS ULTIMOS N ANOS, Y REEMPLAZA SU
      *          NOMBRE, CUIT, DOMICILIOS (TAMBIEN LA HISTORIA 'H'),
      *          TELEFONOS, CORREOS Y CBU POR VALORES ANONIMOS EN
      *          NOMBRES, DOMICILIOS, MANDATOS, MAECLI, CUOTAS Y
      *          PAGOS. IMPORTES, NUMEROS DE CUOTA, CUENTAS Y CODIGOS
      *          NO SE TOCAN: LA HISTORIA CONTABLE SIGUE CERRANDO. EL
      *          NOMBRE ANONIMO LLEVA EL CODIGO DE CLIENTE, ASI CADA
      *          EX CLIENTE SIGUE SIENDO UNO SOLO. CADA ANONIMIZACION
      *          QUEDA EN ANONIMIZADOS.DAT. EL MODO PRUEBA SOLO LISTA
      *          LOS CANDIDATOS. SOLO SUPERVISORES.
      *          EL NOMBRE SE REEMPLAZA TAMBIEN EN CRUZCLI, ASIGCOB,
      *          PROMESAS Y GESTIONES (ESTA ULTIMA CON EL CUIT), Y
      *          PROMESAS Y GESTIONES CUENTAN COMO ACTIVIDAD.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIM-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAECLI    ASSIGN TO DISK 'MAECLI.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MAECLI.

           SELECT NOMBRES   ASSIGN TO DISK 'NOMBRES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-NOMBRES.

           SELECT DOMICILIOS ASSIGN TO DISK 'DOMICILIOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DOMICIL.

           SELECT MANDATOS  ASSIGN TO DISK 'MANDATOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MANDATOS.

           SELECT CUOTAS    ASSIGN TO DISK 'CUOTAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CUOTAS.

           SELECT PAGOS     ASSIGN TO DISK 'PAGOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PAGOS.

           SELECT CUENTAS   ASSIGN TO DISK 'CUENTAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT CRUZCLI   ASSIGN TO DISK 'CRUZCLI.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CRUZCLI.

           SELECT ASIGCOB   ASSIGN TO DISK 'ASIGCOB.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ASIGCOB.

           SELECT PROMESAS  ASSIGN TO DISK 'PROMESAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PROMESAS.

           SELECT GESTIONES ASSIGN TO DISK 'GESTIONES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-GESTIONES.

           SELECT MOVIMIENTOS ASSIGN TO DISK 'MOVIMIENTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MOVIM.

           SELECT REGISTRO  ASSIGN TO DISK 'ANONIMIZADOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REGISTRO.

           SELECT OPERADORES ASSIGN TO DISK 'OPERADORES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-OPERADORES.

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

       FD DOMICILIOS.
       01 REG-DOMICILIO.
          05 DOM-CUIT              PIC 9(11).
          05 DOM-DIRECCION         PIC X(30).
          05 DOM-LOCALIDAD         PIC X(20).
          05 DOM-CODPOSTAL         PIC X(08).
          05 DOM-TELEFONO          PIC X(15).
          05 DOM-EMAIL             PIC X(30).
          05 DOM-VIGDESDE          PIC 9(08).
          05 DOM-ESTADO            PIC X(01).
          05 DOM-INVALIDO          PIC X(01).
          05 DOM-MOTIVOINV         PIC X(02).
          05 DOM-FECHAINV          PIC 9(08).

       FD MANDATOS.
       01 REG-MANDATO.
          05 MAN-NOMBRE            PIC A(20).
          05 MAN-APELLIDO          PIC A(20).
          05 MAN-CBU               PIC X(22).
          05 MAN-CUENTA            PIC X(08).
          05 MAN-FECHAALTA         PIC 9(08).
          05 MAN-ESTADO            PIC X(01).

       FD CUOTAS.
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

       FD PAGOS.
       01 REG-PAGO.
          05 PAG-NOMBRE            PIC A(20).
          05 PAG-APELLIDO          PIC A(20).
          05 PAG-NUMERO-CUOTA      PIC 9(02).
          05 PAG-FECHA             PIC 9(08).
          05 PAG-RESTO             PIC X(48).

       FD CUENTAS.
       01 REG-CUENTA.
           05 FSE-NROCUENTA            PIC X(08).
           05 FSE-CODIGOCLTE           PIC 9(08).
           05 FSE-MONTOCUENTA          PIC 9(15)V9(02).
           05 FSE-MONEDA               PIC X(03).

       FD CRUZCLI.
       01 REG-CRUZCLI.
          05 CRZ-LEGAJO            PIC 9(06).
          05 CRZ-NOMBRE            PIC A(20).
          05 CRZ-APELLIDO          PIC A(20).

       FD ASIGCOB.
       01 REG-ASIGCOB.
          05 ASG-COBRADOR          PIC 9(03).
          05 ASG-NOMBRE            PIC A(20).
          05 ASG-APELLIDO          PIC A(20).

       FD PROMESAS.
       01 REG-PROMESA.
          05 PRM-NUMERO            PIC 9(04).
          05 PRM-NOMBRE            PIC A(20).
          05 PRM-APELLIDO          PIC A(20).
          05 PRM-CUOTADESDE        PIC 9(02).
          05 PRM-CUOTAHASTA        PIC 9(02).
          05 PRM-IMPORTE           PIC 9(08)V9(02).
          05 PRM-FECHAPROMESA      PIC 9(08).
          05 PRM-OPERADOR          PIC X(10).
          05 PRM-FECHAALTA         PIC 9(08).
          05 PRM-ESTADO            PIC X(01).
          05 PRM-FECHARESOL        PIC 9(08).
          05 PRM-PAGADO            PIC 9(08)V9(02).

       FD GESTIONES.
       01 REG-GESTION.
          05 GES-NOMBRE            PIC A(20).
          05 GES-APELLIDO          PIC A(20).
          05 GES-CUIT              PIC 9(11).
          05 GES-FECHAASIG         PIC 9(08).
          05 GES-DEUDA             PIC 9(08)V9(02).
          05 GES-ESTADO            PIC X(01).
          05 GES-FECHARES          PIC 9(08).
          05 GES-RECUPERADO        PIC 9(08)V9(02).

       FD MOVIMIENTOS.
       01 REG-MOVIMIENTO.
           05 MOV-NROCUENTA            PIC X(08).
           05 MOV-FECHA                PIC 9(08).
           05 MOV-RESTO                PIC X(68).

      *****************************************************************
      * ANONIMIZADOS.DAT: UNA LINEA POR EX CLIENTE ANONIMIZADO, CON   *
      * LA FECHA DE PROCESO Y LA HORA, EL CODIGO DE MAECLI, EL CUIT   *
      * ANONIMO QUE LO REEMPLAZO, LA ULTIMA ACTIVIDAD QUE TENIA,      *
      * CUANTOS REGISTROS SE TOCARON EN CADA ARCHIVO Y EL SUPERVISOR. *
      * NO GUARDA NINGUN DATO PERSONAL.                               *
      *****************************************************************
       FD REGISTRO.
       01 REG-REGISTRO.
          05 ANR-FECHA             PIC 9(08).
          05 ANR-HORA              PIC 9(08).
          05 ANR-CODIGO            PIC 9(08).
          05 ANR-CUITANON          PIC 9(11).
          05 ANR-ULTACTIVIDAD      PIC 9(08).
          05 ANR-NOMBRES           PIC 9(02).
          05 ANR-DOMICILIOS        PIC 9(03).
          05 ANR-MANDATOS          PIC 9(03).
          05 ANR-CUOTAS            PIC 9(04).
          05 ANR-PAGOS             PIC 9(04).
          05 ANR-SUPERVISOR        PIC X(10).
          05 ANR-CRUCES            PIC 9(02).
          05 ANR-ASIGNACIONES      PIC 9(03).
          05 ANR-PROMESAS          PIC 9(04).
          05 ANR-GESTIONES         PIC 9(04).

       FD OPERADORES.
       01 REG-OPERADOR.
          05 OPE-USUARIO           PIC X(10).
          05 OPE-CLAVE             PIC X(10).
          05 OPE-NIVEL             PIC 9(01).

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

       COPY FSFECHAVAR.

       COPY FSLOCKVAR.

       COPY FSINTVAR.

       01 VARIABLES.
          05 WSV-MODO             PIC 9(01)       VALUE 0.
          05 WSV-ANOS             PIC 9(02)       VALUE 0.
          05 WSV-USUARIO          PIC X(10)       VALUE SPACES.
          05 WSV-CLAVE            PIC X(10)       VALUE SPACES.
          05 WSV-AUTORIZADO       PIC 9(01)       VALUE 0.
          05 WSV-FECHA-LIMITE     PIC 9(08)       VALUE 0.
          05 WSV-FECHA-LIMITE-R REDEFINES WSV-FECHA-LIMITE.
             10 WSV-LIM-ANO       PIC 9(04).
             10 WSV-LIM-MES       PIC 9(02).
             10 WSV-LIM-DIA       PIC 9(02).
          05 WSV-HORA             PIC 9(08)       VALUE 0.
          05 WSV-NOMBRE           PIC X(20)       VALUE SPACES.
          05 WSV-APELLIDO         PIC X(20)       VALUE SPACES.
          05 WSV-CUIT             PIC 9(11)       VALUE 0.
          05 WSV-ANON-NOMBRE      PIC X(20)       VALUE 'ANONIMIZADO'.
          05 WSV-ANON-APELLIDO    PIC X(20)       VALUE SPACES.
          05 WSV-ANON-CUIT        PIC 9(11)       VALUE 0.
          05 WSV-ANON-DIRECCION   PIC X(30)       VALUE 'ANONIMIZADO'.
          05 WSV-ANON-CBU         PIC X(22)       VALUE ALL '0'.
          05 WSV-DEUDA            PIC 9(01)       VALUE 0.
          05 WSV-ULTACTIVIDAD     PIC 9(08)       VALUE 0.
          05 WSV-TABLALLENA       PIC 9(01)       VALUE 0.
          05 WSV-RETORNO          PIC 9(02)       VALUE 0.

       01 CONSTANTES.
          05 WSC-ANOS-DEFECTO     PIC 9(02)       VALUE 10.
          05 WSC-BASE-CUITANON    PIC 9(11)       VALUE 99000000000.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSI-C                PIC 9(03)       VALUE 0.
          05 WSI-M                PIC 9(03)       VALUE 0.
          05 WSV-CANTCAND         PIC 9(03)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-BAJAS            PIC 9(05)       VALUE 0.
          05 WSA-CONDEUDA         PIC 9(05)       VALUE 0.
          05 WSA-CONACTIVIDAD     PIC 9(05)       VALUE 0.
          05 WSA-YAANONIMOS       PIC 9(05)       VALUE 0.
          05 WSA-ANONIMIZADOS     PIC 9(05)       VALUE 0.
          05 WSA-MOVLEIDOS        PIC 9(07)       VALUE 0.

       01 SWITCHES.
          05 WSS-FS-MAECLI        PIC X(02).
            88 WSS-FS-MAECLI-OK                   VALUE '00'.
            88 WSS-FS-MAECLI-EOF                  VALUE '10'.
          05 WSS-FS-NOMBRES       PIC X(02).
            88 WSS-FS-NOMBRES-OK                  VALUE '00'.
            88 WSS-FS-NOMBRES-EOF                 VALUE '10'.
          05 WSS-FS-DOMICIL       PIC X(02).
            88 WSS-FS-DOMICIL-OK                  VALUE '00'.
            88 WSS-FS-DOMICIL-EOF                 VALUE '10'.
          05 WSS-FS-MANDATOS      PIC X(02).
            88 WSS-FS-MANDATOS-OK                 VALUE '00'.
            88 WSS-FS-MANDATOS-EOF                VALUE '10'.
          05 WSS-FS-CUOTAS        PIC X(02).
            88 WSS-FS-CUOTAS-OK                   VALUE '00'.
            88 WSS-FS-CUOTAS-EOF                  VALUE '10'.
          05 WSS-FS-PAGOS         PIC X(02).
            88 WSS-FS-PAGOS-OK                    VALUE '00'.
            88 WSS-FS-PAGOS-EOF                   VALUE '10'.
          05 WSS-FS-CUENTAS       PIC X(02).
            88 WSS-FS-CUENTAS-OK                  VALUE '00'.
            88 WSS-FS-CUENTAS-EOF                 VALUE '10'.
          05 WSS-FS-CRUZCLI       PIC X(02).
            88 WSS-FS-CRUZCLI-OK                  VALUE '00'.
            88 WSS-FS-CRUZCLI-EOF                 VALUE '10'.
          05 WSS-FS-ASIGCOB       PIC X(02).
            88 WSS-FS-ASIGCOB-OK                  VALUE '00'.
            88 WSS-FS-ASIGCOB-EOF                 VALUE '10'.
          05 WSS-FS-PROMESAS      PIC X(02).
            88 WSS-FS-PROMESAS-OK                 VALUE '00'.
            88 WSS-FS-PROMESAS-EOF                VALUE '10'.
          05 WSS-FS-GESTIONES     PIC X(02).
            88 WSS-FS-GESTIONES-OK                VALUE '00'.
            88 WSS-FS-GESTIONES-EOF               VALUE '10'.
          05 WSS-FS-MOVIM         PIC X(02).
            88 WSS-FS-MOVIM-OK                    VALUE '00'.
            88 WSS-FS-MOVIM-EOF                   VALUE '10'.
          05 WSS-FS-REGISTRO      PIC X(02).
            88 WSS-FS-REGISTRO-OK                 VALUE '00'.
            88 WSS-FS-REGISTRO-NOEXISTE           VALUE '35'.
          05 WSS-FS-OPERADORES    PIC X(02).
            88 WSS-FS-OPERADORES-OK               VALUE '00'.
            88 WSS-FS-OPERADORES-EOF              VALUE '10'.

      *****************************************************************
      * CANDIDATOS: CLIENTES DE BAJA SIN DEUDA. LA ULTIMA ACTIVIDAD   *
      * SE COMPLETA RECORRIENDO TODOS LOS ARCHIVOS; LOS QUE LA TIENEN *
      * DENTRO DEL PERIODO DE RETENCION QUEDAN CON CND-APTO EN 0.     *
      *****************************************************************
       01 TABLA-CANDIDATOS.
          05 WST-CAND             OCCURS 100 TIMES.
             10 CND-CODIGO        PIC 9(08).
             10 CND-NOMBRE        PIC A(20).
             10 CND-APELLIDO      PIC A(20).
             10 CND-CUIT          PIC 9(11).
             10 CND-ULTACTIVIDAD  PIC 9(08).
             10 CND-APTO          PIC 9(01).
             10 CND-NOMBRES       PIC 9(02).
             10 CND-DOMICILIOS    PIC 9(03).
             10 CND-MANDATOS      PIC 9(03).
             10 CND-CUOTAS        PIC 9(04).
             10 CND-PAGOS         PIC 9(04).
             10 CND-CRUCES        PIC 9(02).
             10 CND-ASIGNACIONES  PIC 9(03).
             10 CND-PROMESAS      PIC 9(04).
             10 CND-GESTIONES     PIC 9(04).

      *****************************************************************
      * LOS ARCHIVOS A ANONIMIZAR SE CARGAN ENTEROS EN MEMORIA PARA   *
      * PODER REGRABARLOS (LINE SEQUENTIAL); EL TOPE DE CADA TABLA    *
      * SIGUE LA CONVENCION DE LOS PROGRAMAS QUE LOS MANTIENEN.       *
      *****************************************************************
       01 TABLA-MAECLI.
          05 WSV-CANTMAECLI       PIC 9(03)       VALUE 0.
          05 WST-MAECLI           OCCURS 300 TIMES.
             10 MCT-CODIGO        PIC 9(08).
             10 MCT-NOMBRE        PIC A(20).
             10 MCT-APELLIDO      PIC A(20).
             10 MCT-ESTADO        PIC X(01).

       01 TABLA-NOMBRES.
          05 WSV-CANTNOMBRES      PIC 9(03)       VALUE 0.
          05 WST-NOMBRE           OCCURS 200 TIMES.
             10 NOT-NOMBRE        PIC A(30).
             10 NOT-APELLIDO      PIC A(30).
             10 NOT-CUIT          PIC 9(11).
             10 NOT-ESTADO        PIC X(01).
             10 NOT-CUITREF       PIC 9(11).

       01 TABLA-DOMICILIOS.
          05 WSV-CANTDOMICILIOS   PIC 9(03)       VALUE 0.
          05 WST-DOMICILIO        OCCURS 200 TIMES.
             10 DOT-CUIT          PIC 9(11).
             10 DOT-DIRECCION     PIC X(30).
             10 DOT-LOCALIDAD     PIC X(20).
             10 DOT-CODPOSTAL     PIC X(08).
             10 DOT-TELEFONO      PIC X(15).
             10 DOT-EMAIL         PIC X(30).
             10 DOT-VIGDESDE      PIC 9(08).
             10 DOT-ESTADO        PIC X(01).
             10 DOT-INVALIDO      PIC X(01).
             10 DOT-MOTIVOINV     PIC X(02).
             10 DOT-FECHAINV      PIC 9(08).

       01 TABLA-MANDATOS.
          05 WSV-CANTMANDATOS     PIC 9(03)       VALUE 0.
          05 WST-MANDATO          OCCURS 100 TIMES.
             10 MNT-NOMBRE        PIC A(20).
             10 MNT-APELLIDO      PIC A(20).
             10 MNT-CBU           PIC X(22).
             10 MNT-CUENTA        PIC X(08).
             10 MNT-FECHAALTA     PIC 9(08).
             10 MNT-ESTADO        PIC X(01).

       01 TABLA-CUOTAS.
          05 WSV-CANTCUOTAS       PIC 9(03)       VALUE 0.
          05 WST-CUOTA            OCCURS 200 TIMES.
             10 CUO-NOMBRE        PIC A(20).
             10 CUO-APELLIDO      PIC A(20).
             10 CUO-NRO           PIC 9(02).
             10 CUO-IMPORTE       PIC 9(06)V9(02).
             10 CUO-FECHA         PIC 9(08).
             10 CUO-VENCIMIENTO   PIC 9(08).
             10 CUO-MORA          PIC 9(06)V9(02).
             10 CUO-ESTADO        PIC X(01).
             10 CUO-PLANREF       PIC 9(02).

       01 TABLA-PAGOS.
          05 WSV-CANTPAGOS        PIC 9(03)       VALUE 0.
          05 WST-PAGO             OCCURS 300 TIMES.
             10 PGT-NOMBRE        PIC A(20).
             10 PGT-APELLIDO      PIC A(20).
             10 PGT-NRO           PIC 9(02).
             10 PGT-FECHA         PIC 9(08).
             10 PGT-RESTO         PIC X(48).

       01 TABLA-CRUZCLI.
          05 WSV-CANTCRUCES       PIC 9(03)       VALUE 0.
          05 WST-CRUCE            OCCURS 300 TIMES.
             10 CRT-LEGAJO        PIC 9(06).
             10 CRT-NOMBRE        PIC A(20).
             10 CRT-APELLIDO      PIC A(20).

       01 TABLA-ASIGCOB.
          05 WSV-CANTASIGS        PIC 9(03)       VALUE 0.
          05 WST-ASIG             OCCURS 300 TIMES.
             10 AST-COBRADOR      PIC 9(03).
             10 AST-NOMBRE        PIC A(20).
             10 AST-APELLIDO      PIC A(20).

       01 TABLA-PROMESAS.
          05 WSV-CANTPROMESAS     PIC 9(03)       VALUE 0.
          05 WST-PROMESA          OCCURS 200 TIMES.
             10 PRT-NUMERO        PIC 9(04).
             10 PRT-NOMBRE        PIC A(20).
             10 PRT-APELLIDO      PIC A(20).
             10 PRT-RESTO1        PIC X(32).
             10 PRT-FECHAALTA     PIC 9(08).
             10 PRT-ESTADO        PIC X(01).
             10 PRT-FECHARESOL    PIC 9(08).
             10 PRT-RESTO2        PIC X(10).

       01 TABLA-GESTIONES.
          05 WSV-CANTGESTIONES    PIC 9(03)       VALUE 0.
          05 WST-GESTION          OCCURS 200 TIMES.
             10 GST-NOMBRE        PIC A(20).
             10 GST-APELLIDO      PIC A(20).
             10 GST-CUIT          PIC 9(11).
             10 GST-FECHAASIG     PIC 9(08).
             10 GST-DEUDA         PIC 9(08)V9(02).
             10 GST-ESTADO        PIC X(01).
             10 GST-FECHARES      PIC 9(08).
             10 GST-RECUPERADO    PIC 9(08)V9(02).

      *****************************************************************
      * CUENTAS.DAT SOLO SE LEE: EL SALDO ES DEUDA U OBLIGACION CON   *
      * EL CLIENTE, Y CTA-CAND ENLAZA CADA CUENTA CON SU CANDIDATO    *
      * PARA FECHAR LOS MOVIMIENTOS.                                  *
      *****************************************************************
       01 TABLA-CUENTAS.
          05 WSV-CANTCUENTAS      PIC 9(03)       VALUE 0.
          05 WST-CUENTA           OCCURS 200 TIMES.
             10 CTA-NRO           PIC X(08).
             10 CTA-CODCLTE       PIC 9(08).
             10 CTA-MONTO         PIC 9(15)V9(02).
             10 CTA-CAND          PIC 9(03).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'ANONIM-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           PERFORM 050000-VALIDAR-SUPERVISOR
           IF WSV-AUTORIZADO = 0
              DISPLAY "USUARIO NO AUTORIZADO: LA ANONIMIZACION ES "
                      "SOLO PARA SUPERVISORES"
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
              SET WS-LOG-FIN TO TRUE
              PERFORM 9100-GRABAR-PROCLOG
              STOP RUN
           END-IF
      *****************************************************************
      * TODOS LOS MAESTROS QUE SE REGRABAN QUEDAN TOMADOS DURANTE LA  *
      * CORRIDA, TAMBIEN EN MODO PRUEBA (ASI LA LISTA DE CANDIDATOS   *
      * NO CAMBIA MIENTRAS SE LA MIRA).                               *
      *****************************************************************
           MOVE 'ANONIM-09-FL'   TO WS-CER-PROGRAMA
           MOVE WSV-USUARIO      TO WS-CER-OPERADOR
           MOVE 10 TO WS-CER-CANTARCH
           MOVE 'MAECLI.DAT'     TO WS-CER-ARCHIVO(1)
           MOVE 'NOMBRES.DAT'    TO WS-CER-ARCHIVO(2)
           MOVE 'DOMICILIOS.DAT' TO WS-CER-ARCHIVO(3)
           MOVE 'MANDATOS.DAT'   TO WS-CER-ARCHIVO(4)
           MOVE 'CUOTAS.DAT'     TO WS-CER-ARCHIVO(5)
           MOVE 'PAGOS.DAT'      TO WS-CER-ARCHIVO(6)
           MOVE 'CRUZCLI.DAT'    TO WS-CER-ARCHIVO(7)
           MOVE 'ASIGCOB.DAT'    TO WS-CER-ARCHIVO(8)
           MOVE 'PROMESAS.DAT'   TO WS-CER-ARCHIVO(9)
           MOVE 'GESTIONES.DAT'  TO WS-CER-ARCHIVO(10)
           PERFORM 9200-TOMAR-CERROJOS
           IF WS-CER-DENEGADO = 1
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
              SET WS-LOG-FIN TO TRUE
              PERFORM 9100-GRABAR-PROCLOG
              STOP RUN
           END-IF
           PERFORM 9300-LEER-FECHA-PROCESO

           DISPLAY "MODO: 1 = PRUEBA (SOLO LISTAR) 2 = ANONIMIZAR"
           ACCEPT WSV-MODO
           DISPLAY "ANOS DE RETENCION SIN ACTIVIDAD (0 = "
                   WSC-ANOS-DEFECTO "): "
           ACCEPT WSV-ANOS
           IF WSV-ANOS = 0
              MOVE WSC-ANOS-DEFECTO TO WSV-ANOS
           END-IF
           MOVE WS-FPR-FECHA TO WSV-FECHA-LIMITE
           SUBTRACT WSV-ANOS FROM WSV-LIM-ANO
           IF WSV-LIM-MES = 02 AND WSV-LIM-DIA = 29
              MOVE 28 TO WSV-LIM-DIA
           END-IF
           DISPLAY "SE BUSCAN BAJAS SIN ACTIVIDAD DESDE EL "
                   WSV-FECHA-LIMITE

           PERFORM 100000-CARGAR-ARCHIVOS
      *****************************************************************
      * SI ALGUN MAESTRO SUPERA SU TABLA, REGRABARLO DESDE LA TABLA   *
      * LO TRUNCARIA: EN MODO ANONIMIZAR SE CANCELA SIN TOCAR NADA;   *
      * EN MODO PRUEBA SE INFORMA Y LA LISTA QUEDA PARCIAL.           *
      *****************************************************************
           IF WSV-TABLALLENA = 1 AND WSV-MODO = 2
              DISPLAY "HAY MAESTROS QUE SUPERAN SU TABLA: SE "
                      "CANCELA SIN REGRABAR"
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
              PERFORM 200000-ARMAR-CANDIDATOS
              PERFORM 300000-FECHAR-ACTIVIDAD
              PERFORM 400000-LISTAR-CANDIDATOS
              IF WSV-MODO = 2
                 IF WSA-ANONIMIZADOS > 0
                    PERFORM 500000-ANONIMIZAR
                    PERFORM 600000-REGRABAR-TODO
                 END-IF
              ELSE
                 DISPLAY "MODO PRUEBA: NO SE GRABO NADA"
                 IF WSV-TABLALLENA = 1
                    DISPLAY "ATENCION: LISTA PARCIAL, HAY MAESTROS "
                            "QUE SUPERAN SU TABLA"
                 END-IF
              END-IF
           END-IF
           PERFORM 9250-LIBERAR-CERROJOS
           SET WS-LOG-FIN TO TRUE
           MOVE WSA-BAJAS        TO WS-LOG-LEIDOS
           IF WSV-MODO = 2
              MOVE WSA-ANONIMIZADOS TO WS-LOG-GRABADOS
           END-IF
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

       050000-VALIDAR-SUPERVISOR.
           MOVE 0 TO WSV-AUTORIZADO
           OPEN INPUT OPERADORES
           IF NOT WSS-FS-OPERADORES-OK
              DISPLAY "ATENCION: NO HAY OPERADORES.DAT - SE OPERA "
                      "SIN CONTROL DE ACCESO"
              MOVE 'SUPERVISOR' TO WSV-USUARIO
              MOVE 1 TO WSV-AUTORIZADO
           ELSE
              DISPLAY "INGRESE USUARIO SUPERVISOR: "
              ACCEPT WSV-USUARIO
              DISPLAY "INGRESE CLAVE: "
              ACCEPT WSV-CLAVE
              PERFORM UNTIL WSS-FS-OPERADORES-EOF
                 READ OPERADORES
                    AT END
                       CONTINUE
                    NOT AT END
                       IF OPE-USUARIO = WSV-USUARIO
                          AND OPE-CLAVE = WSV-CLAVE
                          AND OPE-NIVEL = 1
                          MOVE 1 TO WSV-AUTORIZADO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERADORES
           END-IF.

       100000-CARGAR-ARCHIVOS.
           MOVE 0 TO WSV-CANTMAECLI
           OPEN INPUT MAECLI
           IF WSS-FS-MAECLI-OK
              PERFORM UNTIL WSS-FS-MAECLI-EOF OR WSV-CANTMAECLI > 299
                 READ MAECLI
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTMAECLI
                       MOVE REG-MAECLI TO WST-MAECLI(WSV-CANTMAECLI)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-MAECLI-EOF
                 READ MAECLI
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLALLENA
                       DISPLAY "MAECLI.DAT SUPERA LA TABLA"
                 END-READ
              END-IF
              CLOSE MAECLI
           END-IF

           MOVE 0 TO WSV-CANTNOMBRES
           OPEN INPUT NOMBRES
           IF WSS-FS-NOMBRES-OK
              PERFORM UNTIL WSS-FS-NOMBRES-EOF OR WSV-CANTNOMBRES > 199
                 READ NOMBRES
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTNOMBRES
                       MOVE REG-NOMBRE TO WST-NOMBRE(WSV-CANTNOMBRES)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-NOMBRES-EOF
                 READ NOMBRES
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLALLENA
                       DISPLAY "NOMBRES.DAT SUPERA LA TABLA"
                 END-READ
              END-IF
              CLOSE NOMBRES
           END-IF

           MOVE 0 TO WSV-CANTDOMICILIOS
           OPEN INPUT DOMICILIOS
           IF WSS-FS-DOMICIL-OK
              PERFORM UNTIL WSS-FS-DOMICIL-EOF
                         OR WSV-CANTDOMICILIOS > 199
                 READ DOMICILIOS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTDOMICILIOS
                       MOVE REG-DOMICILIO TO
                            WST-DOMICILIO(WSV-CANTDOMICILIOS)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-DOMICIL-EOF
                 READ DOMICILIOS
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLALLENA
                       DISPLAY "DOMICILIOS.DAT SUPERA LA TABLA"
                 END-READ
              END-IF
              CLOSE DOMICILIOS
           END-IF

           MOVE 0 TO WSV-CANTMANDATOS
           OPEN INPUT MANDATOS
           IF WSS-FS-MANDATOS-OK
              PERFORM UNTIL WSS-FS-MANDATOS-EOF
                         OR WSV-CANTMANDATOS > 99
                 READ MANDATOS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTMANDATOS
                       MOVE REG-MANDATO TO WST-MANDATO(WSV-CANTMANDATOS)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-MANDATOS-EOF
                 READ MANDATOS
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLALLENA
                       DISPLAY "MANDATOS.DAT SUPERA LA TABLA"
                 END-READ
              END-IF
              CLOSE MANDATOS
           END-IF

           MOVE 0 TO WSV-CANTCUOTAS
           OPEN INPUT CUOTAS
           IF WSS-FS-CUOTAS-OK
              PERFORM UNTIL WSS-FS-CUOTAS-EOF OR WSV-CANTCUOTAS > 199
                 READ CUOTAS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTCUOTAS
                       MOVE REG-CUOTA TO WST-CUOTA(WSV-CANTCUOTAS)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-CUOTAS-EOF
                 READ CUOTAS
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLALLENA
                       DISPLAY "CUOTAS.DAT SUPERA LA TABLA"
                 END-READ
              END-IF
              CLOSE CUOTAS
           END-IF

           MOVE 0 TO WSV-CANTPAGOS
           OPEN INPUT PAGOS
           IF WSS-FS-PAGOS-OK
              PERFORM UNTIL WSS-FS-PAGOS-EOF OR WSV-CANTPAGOS > 299
                 READ PAGOS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTPAGOS
                       MOVE REG-PAGO TO WST-PAGO(WSV-CANTPAGOS)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-PAGOS-EOF
                 READ PAGOS
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLALLENA
                       DISPLAY "PAGOS.DAT SUPERA LA TABLA"
                 END-READ
              END-IF
              CLOSE PAGOS
           END-IF

           PERFORM 150000-CARGAR-NOMBRADOS

           MOVE 0 TO WSV-CANTCUENTAS
           OPEN INPUT CUENTAS
           IF WSS-FS-CUENTAS-OK
              PERFORM UNTIL WSS-FS-CUENTAS-EOF OR WSV-CANTCUENTAS > 199
                 READ CUENTAS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTCUENTAS
                       MOVE FSE-NROCUENTA   TO CTA-NRO(WSV-CANTCUENTAS)
                       MOVE FSE-CODIGOCLTE  TO
                            CTA-CODCLTE(WSV-CANTCUENTAS)
                       MOVE FSE-MONTOCUENTA TO
                            CTA-MONTO(WSV-CANTCUENTAS)
                       MOVE 0 TO CTA-CAND(WSV-CANTCUENTAS)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-CUENTAS-EOF
                 READ CUENTAS
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLALLENA
                       DISPLAY "CUENTAS.DAT SUPERA LA TABLA"
                 END-READ
              END-IF
              CLOSE CUENTAS
           END-IF.

      *****************************************************************
      * LOS ARCHIVOS QUE SOLO LLEVAN EL NOMBRE DEL CLIENTE (CRUCE DE  *
      * LEGAJOS, ASIGNACION A COBRADORES, PROMESAS Y GESTIONES DE     *
      * AGENCIA) TAMBIEN SE REGRABAN: SI EL NOMBRE QUEDARA, SEGUIRIA  *
      * IDENTIFICANDO AL EX CLIENTE Y EL CRUCE QUEDARIA HUERFANO.     *
      *****************************************************************
       150000-CARGAR-NOMBRADOS.
           MOVE 0 TO WSV-CANTCRUCES
           OPEN INPUT CRUZCLI
           IF WSS-FS-CRUZCLI-OK
              PERFORM UNTIL WSS-FS-CRUZCLI-EOF OR WSV-CANTCRUCES > 299
                 READ CRUZCLI
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTCRUCES
                       MOVE REG-CRUZCLI TO WST-CRUCE(WSV-CANTCRUCES)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-CRUZCLI-EOF
                 READ CRUZCLI
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLALLENA
                       DISPLAY "CRUZCLI.DAT SUPERA LA TABLA"
                 END-READ
              END-IF
              CLOSE CRUZCLI
           END-IF

           MOVE 0 TO WSV-CANTASIGS
           OPEN INPUT ASIGCOB
           IF WSS-FS-ASIGCOB-OK
              PERFORM UNTIL WSS-FS-ASIGCOB-EOF OR WSV-CANTASIGS > 299
                 READ ASIGCOB
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTASIGS
                       MOVE REG-ASIGCOB TO WST-ASIG(WSV-CANTASIGS)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-ASIGCOB-EOF
                 READ ASIGCOB
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLALLENA
                       DISPLAY "ASIGCOB.DAT SUPERA LA TABLA"
                 END-READ
              END-IF
              CLOSE ASIGCOB
           END-IF

           MOVE 0 TO WSV-CANTPROMESAS
           OPEN INPUT PROMESAS
           IF WSS-FS-PROMESAS-OK
              PERFORM UNTIL WSS-FS-PROMESAS-EOF
                         OR WSV-CANTPROMESAS > 199
                 READ PROMESAS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTPROMESAS
                       MOVE REG-PROMESA TO WST-PROMESA(WSV-CANTPROMESAS)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-PROMESAS-EOF
                 READ PROMESAS
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLALLENA
                       DISPLAY "PROMESAS.DAT SUPERA LA TABLA"
                 END-READ
              END-IF
              CLOSE PROMESAS
           END-IF

           MOVE 0 TO WSV-CANTGESTIONES
           OPEN INPUT GESTIONES
           IF WSS-FS-GESTIONES-OK
              PERFORM UNTIL WSS-FS-GESTIONES-EOF
                         OR WSV-CANTGESTIONES > 199
                 READ GESTIONES
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTGESTIONES
                       MOVE REG-GESTION TO
                            WST-GESTION(WSV-CANTGESTIONES)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-GESTIONES-EOF
                 READ GESTIONES
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLALLENA
                       DISPLAY "GESTIONES.DAT SUPERA LA TABLA"
                 END-READ
              END-IF
              CLOSE GESTIONES
           END-IF.

      *****************************************************************
      * CANDIDATO = MAECLI EN BAJA ('B'), TODAVIA NO ANONIMIZADO, SIN *
      * CUOTAS IMPAGAS ('I') NI PARCIALES ('A') A SU NOMBRE Y SIN     *
      * SALDO EN NINGUNA DE SUS CUENTAS.                              *
      *****************************************************************
       200000-ARMAR-CANDIDATOS.
           MOVE 0 TO WSV-CANTCAND
           PERFORM VARYING WSI-M FROM 1 BY 1
                   UNTIL WSI-M > WSV-CANTMAECLI
              IF MCT-ESTADO(WSI-M) = 'B'
                 ADD 1 TO WSA-BAJAS
                 IF MCT-NOMBRE(WSI-M) = WSV-ANON-NOMBRE
                    ADD 1 TO WSA-YAANONIMOS
                 ELSE
                    PERFORM 210000-VERIFICAR-DEUDA
                    IF WSV-DEUDA = 1
                       ADD 1 TO WSA-CONDEUDA
                    ELSE
                       IF WSV-CANTCAND < 100
                          PERFORM 220000-AGREGAR-CANDIDATO
                       ELSE
                          DISPLAY "MAS DE 100 CANDIDATOS: EL CODIGO "
                                  MCT-CODIGO(WSI-M)
                                  " QUEDA PARA LA PROXIMA CORRIDA"
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       210000-VERIFICAR-DEUDA.
           MOVE 0 TO WSV-DEUDA
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCUOTAS
              IF CUO-NOMBRE(WSI-I)   = MCT-NOMBRE(WSI-M)
                 AND CUO-APELLIDO(WSI-I) = MCT-APELLIDO(WSI-M)
                 AND (CUO-ESTADO(WSI-I) = 'I'
                      OR CUO-ESTADO(WSI-I) = 'A')
                 MOVE 1 TO WSV-DEUDA
              END-IF
           END-PERFORM
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCUENTAS
              IF CTA-CODCLTE(WSI-I) = MCT-CODIGO(WSI-M)
                 AND CTA-MONTO(WSI-I) NOT = 0
                 MOVE 1 TO WSV-DEUDA
              END-IF
           END-PERFORM.

      *****************************************************************
      * EL CUIT SE TOMA DE LA GRAFIA ACTIVA DE NOMBRES.DAT (LOS 20    *
      * PRIMEROS CARACTERES, COMO VIAJA EN MAECLI). EL CUIT ANONIMO   *
      * ES 99 SEGUIDO DEL CODIGO DE CLIENTE: NO EXISTE COMO CUIT REAL *
      * Y NO SE REPITE.                                               *
      *****************************************************************
       220000-AGREGAR-CANDIDATO.
           ADD 1 TO WSV-CANTCAND
           MOVE WSV-CANTCAND TO WSI-C
           MOVE MCT-CODIGO(WSI-M)   TO CND-CODIGO(WSI-C)
           MOVE MCT-NOMBRE(WSI-M)   TO CND-NOMBRE(WSI-C)
           MOVE MCT-APELLIDO(WSI-M) TO CND-APELLIDO(WSI-C)
           MOVE 0 TO CND-CUIT(WSI-C)
           MOVE 0 TO CND-ULTACTIVIDAD(WSI-C)
           MOVE 1 TO CND-APTO(WSI-C)
           MOVE 0 TO CND-NOMBRES(WSI-C)
           MOVE 0 TO CND-DOMICILIOS(WSI-C)
           MOVE 0 TO CND-MANDATOS(WSI-C)
           MOVE 0 TO CND-CUOTAS(WSI-C)
           MOVE 0 TO CND-PAGOS(WSI-C)
           MOVE 0 TO CND-CRUCES(WSI-C)
           MOVE 0 TO CND-ASIGNACIONES(WSI-C)
           MOVE 0 TO CND-PROMESAS(WSI-C)
           MOVE 0 TO CND-GESTIONES(WSI-C)
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTNOMBRES
              IF NOT-ESTADO(WSI-I) NOT = 'D'
                 AND NOT-NOMBRE(WSI-I)(1:20)   = MCT-NOMBRE(WSI-M)
                 AND NOT-APELLIDO(WSI-I)(1:20) = MCT-APELLIDO(WSI-M)
                 AND CND-CUIT(WSI-C) = 0
                 MOVE NOT-CUIT(WSI-I) TO CND-CUIT(WSI-C)
              END-IF
           END-PERFORM
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCUENTAS
              IF CTA-CODCLTE(WSI-I) = MCT-CODIGO(WSI-M)
                 MOVE WSI-C TO CTA-CAND(WSI-I)
              END-IF
           END-PERFORM.

      *****************************************************************
      * ULTIMA ACTIVIDAD DE CADA CANDIDATO: EMISION Y VENCIMIENTO DE  *
      * CUOTAS, PAGOS, ALTA DE MANDATOS, VIGENCIA DE DOMICILIOS,      *
      * PROMESAS, GESTIONES DE AGENCIA Y MOVIMIENTOS DE SUS CUENTAS.  *
      * SI CAE DESDE LA FECHA LIMITE, EL CLIENTE TODAVIA ESTA EN EL   *
      * PERIODO DE RETENCION.                                         *
      *****************************************************************
       300000-FECHAR-ACTIVIDAD.
           PERFORM VARYING WSI-C FROM 1 BY 1
                   UNTIL WSI-C > WSV-CANTCAND
              MOVE 0 TO WSV-ULTACTIVIDAD
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTCUOTAS
                 IF CUO-NOMBRE(WSI-I)   = CND-NOMBRE(WSI-C)
                    AND CUO-APELLIDO(WSI-I) = CND-APELLIDO(WSI-C)
                    IF CUO-FECHA(WSI-I) > WSV-ULTACTIVIDAD
                       MOVE CUO-FECHA(WSI-I) TO WSV-ULTACTIVIDAD
                    END-IF
                    IF CUO-VENCIMIENTO(WSI-I) > WSV-ULTACTIVIDAD
                       MOVE CUO-VENCIMIENTO(WSI-I) TO WSV-ULTACTIVIDAD
                    END-IF
                 END-IF
              END-PERFORM
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTPAGOS
                 IF PGT-NOMBRE(WSI-I)   = CND-NOMBRE(WSI-C)
                    AND PGT-APELLIDO(WSI-I) = CND-APELLIDO(WSI-C)
                    AND PGT-FECHA(WSI-I) > WSV-ULTACTIVIDAD
                    MOVE PGT-FECHA(WSI-I) TO WSV-ULTACTIVIDAD
                 END-IF
              END-PERFORM
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTMANDATOS
                 IF MNT-NOMBRE(WSI-I)   = CND-NOMBRE(WSI-C)
                    AND MNT-APELLIDO(WSI-I) = CND-APELLIDO(WSI-C)
                    AND MNT-FECHAALTA(WSI-I) > WSV-ULTACTIVIDAD
                    MOVE MNT-FECHAALTA(WSI-I) TO WSV-ULTACTIVIDAD
                 END-IF
              END-PERFORM
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTPROMESAS
                 IF PRT-NOMBRE(WSI-I)   = CND-NOMBRE(WSI-C)
                    AND PRT-APELLIDO(WSI-I) = CND-APELLIDO(WSI-C)
                    IF PRT-FECHAALTA(WSI-I) > WSV-ULTACTIVIDAD
                       MOVE PRT-FECHAALTA(WSI-I) TO WSV-ULTACTIVIDAD
                    END-IF
                    IF PRT-FECHARESOL(WSI-I) > WSV-ULTACTIVIDAD
                       MOVE PRT-FECHARESOL(WSI-I) TO WSV-ULTACTIVIDAD
                    END-IF
                 END-IF
              END-PERFORM
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTGESTIONES
                 IF GST-NOMBRE(WSI-I)   = CND-NOMBRE(WSI-C)
                    AND GST-APELLIDO(WSI-I) = CND-APELLIDO(WSI-C)
                    IF GST-FECHAASIG(WSI-I) > WSV-ULTACTIVIDAD
                       MOVE GST-FECHAASIG(WSI-I) TO WSV-ULTACTIVIDAD
                    END-IF
                    IF GST-FECHARES(WSI-I) > WSV-ULTACTIVIDAD
                       MOVE GST-FECHARES(WSI-I) TO WSV-ULTACTIVIDAD
                    END-IF
                 END-IF
              END-PERFORM
              IF CND-CUIT(WSI-C) > 0
                 PERFORM VARYING WSI-I FROM 1 BY 1
                         UNTIL WSI-I > WSV-CANTDOMICILIOS
                    IF DOT-CUIT(WSI-I) = CND-CUIT(WSI-C)
                       AND DOT-VIGDESDE(WSI-I) > WSV-ULTACTIVIDAD
                       MOVE DOT-VIGDESDE(WSI-I) TO WSV-ULTACTIVIDAD
                    END-IF
                 END-PERFORM
              END-IF
              MOVE WSV-ULTACTIVIDAD TO CND-ULTACTIVIDAD(WSI-C)
           END-PERFORM

           OPEN INPUT MOVIMIENTOS
           IF WSS-FS-MOVIM-OK
              PERFORM UNTIL WSS-FS-MOVIM-EOF
                 READ MOVIMIENTOS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSA-MOVLEIDOS
                       PERFORM 310000-FECHAR-MOVIMIENTO
                 END-READ
              END-PERFORM
              CLOSE MOVIMIENTOS
           END-IF

           MOVE 0 TO WSA-ANONIMIZADOS
           PERFORM VARYING WSI-C FROM 1 BY 1
                   UNTIL WSI-C > WSV-CANTCAND
              IF CND-ULTACTIVIDAD(WSI-C) >= WSV-FECHA-LIMITE
                 MOVE 0 TO CND-APTO(WSI-C)
                 ADD 1 TO WSA-CONACTIVIDAD
              ELSE
                 ADD 1 TO WSA-ANONIMIZADOS
              END-IF
           END-PERFORM.

       310000-FECHAR-MOVIMIENTO.
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCUENTAS
              IF CTA-NRO(WSI-I) = MOV-NROCUENTA
                 AND CTA-CAND(WSI-I) > 0
                 AND MOV-FECHA > CND-ULTACTIVIDAD(CTA-CAND(WSI-I))
                 MOVE MOV-FECHA TO CND-ULTACTIVIDAD(CTA-CAND(WSI-I))
              END-IF
           END-PERFORM.

       400000-LISTAR-CANDIDATOS.
           DISPLAY "=================================================="
           DISPLAY "EX CLIENTES A ANONIMIZAR (SIN ACTIVIDAD DESDE "
                   WSV-FECHA-LIMITE ")"
           DISPLAY "CODIGO   NOMBRE Y APELLIDO                 "
                   "CUIT        ULT.ACTIV."
           PERFORM VARYING WSI-C FROM 1 BY 1
                   UNTIL WSI-C > WSV-CANTCAND
              IF CND-APTO(WSI-C) = 1
                 DISPLAY CND-CODIGO(WSI-C) " " CND-NOMBRE(WSI-C) " "
                         CND-APELLIDO(WSI-C)(1:13) " "
                         CND-CUIT(WSI-C) " " CND-ULTACTIVIDAD(WSI-C)
              END-IF
           END-PERFORM
           DISPLAY "=================================================="
           DISPLAY "CLIENTES DE BAJA:                " WSA-BAJAS
           DISPLAY "  YA ANONIMIZADOS:               " WSA-YAANONIMOS
           DISPLAY "  CON DEUDA O SALDO:             " WSA-CONDEUDA
           DISPLAY "  CON ACTIVIDAD EN LA RETENCION: " WSA-CONACTIVIDAD
           DISPLAY "  A ANONIMIZAR:                  " WSA-ANONIMIZADOS.

      *****************************************************************
      * ANONIMIZACION EN MEMORIA DE CADA CANDIDATO APTO, CONTANDO LO  *
      * QUE SE TOCA EN CADA ARCHIVO PARA EL REGISTRO.                 *
      *****************************************************************
       500000-ANONIMIZAR.
           PERFORM VARYING WSI-C FROM 1 BY 1
                   UNTIL WSI-C > WSV-CANTCAND
              IF CND-APTO(WSI-C) = 1
                 MOVE SPACES TO WSV-ANON-APELLIDO
                 STRING 'CLIENTE ' CND-CODIGO(WSI-C)
                        DELIMITED BY SIZE INTO WSV-ANON-APELLIDO
                 COMPUTE WSV-ANON-CUIT =
                         WSC-BASE-CUITANON + CND-CODIGO(WSI-C)
                 MOVE CND-NOMBRE(WSI-C)   TO WSV-NOMBRE
                 MOVE CND-APELLIDO(WSI-C) TO WSV-APELLIDO
                 MOVE CND-CUIT(WSI-C)     TO WSV-CUIT
                 PERFORM 510000-ANONIMIZAR-MAECLI
                 PERFORM 520000-ANONIMIZAR-NOMBRES
                 PERFORM 530000-ANONIMIZAR-DOMICILIOS
                 PERFORM 540000-ANONIMIZAR-MANDATOS
                 PERFORM 550000-ANONIMIZAR-CUOTAS
                 PERFORM 560000-ANONIMIZAR-PAGOS
                 PERFORM 570000-ANONIMIZAR-NOMBRADOS
              END-IF
           END-PERFORM.

       510000-ANONIMIZAR-MAECLI.
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTMAECLI
              IF MCT-CODIGO(WSI-I) = CND-CODIGO(WSI-C)
                 MOVE WSV-ANON-NOMBRE   TO MCT-NOMBRE(WSI-I)
                 MOVE WSV-ANON-APELLIDO TO MCT-APELLIDO(WSI-I)
              END-IF
           END-PERFORM.

      *****************************************************************
      * EN NOMBRES.DAT SE ANONIMIZA LA GRAFIA ACTIVA Y TAMBIEN LAS    *
      * GRAFIAS DUPLICADAS ('D') QUE APUNTAN A SU CUIT: SON LA MISMA  *
      * PERSONA ESCRITA DE OTRA MANERA.                               *
      *****************************************************************
       520000-ANONIMIZAR-NOMBRES.
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTNOMBRES
              IF (NOT-ESTADO(WSI-I) NOT = 'D'
                  AND NOT-NOMBRE(WSI-I)(1:20)   = WSV-NOMBRE
                  AND NOT-APELLIDO(WSI-I)(1:20) = WSV-APELLIDO)
                 OR (NOT-ESTADO(WSI-I) = 'D'
                     AND WSV-CUIT > 0
                     AND NOT-CUITREF(WSI-I) = WSV-CUIT)
                 MOVE WSV-ANON-NOMBRE   TO NOT-NOMBRE(WSI-I)
                 MOVE WSV-ANON-APELLIDO TO NOT-APELLIDO(WSI-I)
                 MOVE WSV-ANON-CUIT     TO NOT-CUIT(WSI-I)
                 IF NOT-ESTADO(WSI-I) = 'D'
                    MOVE WSV-ANON-CUIT  TO NOT-CUITREF(WSI-I)
                 END-IF
                 ADD 1 TO CND-NOMBRES(WSI-C)
              END-IF
           END-PERFORM.

      *****************************************************************
      * DOMICILIOS: EL VIGENTE Y TODA LA HISTORIA. SE CONSERVAN LA    *
      * LOCALIDAD, EL CODIGO POSTAL Y LAS VIGENCIAS (SIRVEN PARA LAS  *
      * ESTADISTICAS Y NO IDENTIFICAN A NADIE).                       *
      *****************************************************************
       530000-ANONIMIZAR-DOMICILIOS.
           IF WSV-CUIT > 0
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTDOMICILIOS
                 IF DOT-CUIT(WSI-I) = WSV-CUIT
                    MOVE WSV-ANON-CUIT      TO DOT-CUIT(WSI-I)
                    MOVE WSV-ANON-DIRECCION TO DOT-DIRECCION(WSI-I)
                    MOVE SPACES             TO DOT-TELEFONO(WSI-I)
                    MOVE SPACES             TO DOT-EMAIL(WSI-I)
                    ADD 1 TO CND-DOMICILIOS(WSI-C)
                 END-IF
              END-PERFORM
           END-IF.

       540000-ANONIMIZAR-MANDATOS.
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTMANDATOS
              IF MNT-NOMBRE(WSI-I)   = WSV-NOMBRE
                 AND MNT-APELLIDO(WSI-I) = WSV-APELLIDO
                 MOVE WSV-ANON-NOMBRE   TO MNT-NOMBRE(WSI-I)
                 MOVE WSV-ANON-APELLIDO TO MNT-APELLIDO(WSI-I)
                 MOVE WSV-ANON-CBU      TO MNT-CBU(WSI-I)
                 ADD 1 TO CND-MANDATOS(WSI-C)
              END-IF
           END-PERFORM.

       550000-ANONIMIZAR-CUOTAS.
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCUOTAS
              IF CUO-NOMBRE(WSI-I)   = WSV-NOMBRE
                 AND CUO-APELLIDO(WSI-I) = WSV-APELLIDO
                 MOVE WSV-ANON-NOMBRE   TO CUO-NOMBRE(WSI-I)
                 MOVE WSV-ANON-APELLIDO TO CUO-APELLIDO(WSI-I)
                 ADD 1 TO CND-CUOTAS(WSI-C)
              END-IF
           END-PERFORM.

       560000-ANONIMIZAR-PAGOS.
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTPAGOS
              IF PGT-NOMBRE(WSI-I)   = WSV-NOMBRE
                 AND PGT-APELLIDO(WSI-I) = WSV-APELLIDO
                 MOVE WSV-ANON-NOMBRE   TO PGT-NOMBRE(WSI-I)
                 MOVE WSV-ANON-APELLIDO TO PGT-APELLIDO(WSI-I)
                 ADD 1 TO CND-PAGOS(WSI-C)
              END-IF
           END-PERFORM.

      *****************************************************************
      * CRUCE DE LEGAJOS, ASIGNACION A COBRADORES, PROMESAS Y         *
      * GESTIONES DE AGENCIA: SE CAMBIA EL NOMBRE (Y EN GESTIONES EL  *
      * CUIT) Y SE CONSERVA TODO LO DEMAS.                            *
      *****************************************************************
       570000-ANONIMIZAR-NOMBRADOS.
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCRUCES
              IF CRT-NOMBRE(WSI-I)   = WSV-NOMBRE
                 AND CRT-APELLIDO(WSI-I) = WSV-APELLIDO
                 MOVE WSV-ANON-NOMBRE   TO CRT-NOMBRE(WSI-I)
                 MOVE WSV-ANON-APELLIDO TO CRT-APELLIDO(WSI-I)
                 ADD 1 TO CND-CRUCES(WSI-C)
              END-IF
           END-PERFORM
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTASIGS
              IF AST-NOMBRE(WSI-I)   = WSV-NOMBRE
                 AND AST-APELLIDO(WSI-I) = WSV-APELLIDO
                 MOVE WSV-ANON-NOMBRE   TO AST-NOMBRE(WSI-I)
                 MOVE WSV-ANON-APELLIDO TO AST-APELLIDO(WSI-I)
                 ADD 1 TO CND-ASIGNACIONES(WSI-C)
              END-IF
           END-PERFORM
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTPROMESAS
              IF PRT-NOMBRE(WSI-I)   = WSV-NOMBRE
                 AND PRT-APELLIDO(WSI-I) = WSV-APELLIDO
                 MOVE WSV-ANON-NOMBRE   TO PRT-NOMBRE(WSI-I)
                 MOVE WSV-ANON-APELLIDO TO PRT-APELLIDO(WSI-I)
                 ADD 1 TO CND-PROMESAS(WSI-C)
              END-IF
           END-PERFORM
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTGESTIONES
              IF GST-NOMBRE(WSI-I)   = WSV-NOMBRE
                 AND GST-APELLIDO(WSI-I) = WSV-APELLIDO
                 MOVE WSV-ANON-NOMBRE   TO GST-NOMBRE(WSI-I)
                 MOVE WSV-ANON-APELLIDO TO GST-APELLIDO(WSI-I)
                 MOVE WSV-ANON-CUIT     TO GST-CUIT(WSI-I)
                 ADD 1 TO CND-GESTIONES(WSI-C)
              END-IF
           END-PERFORM.

       600000-REGRABAR-TODO.
           MOVE 0 TO WSV-RETORNO
           MOVE 'ANONIM-09-FL' TO WS-INT-PROGRAMA
           MOVE 'MAECLI.DAT'   TO WS-INT-ARCHIVO
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT MAECLI
           IF WSS-FS-MAECLI-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTMAECLI
                 MOVE WST-MAECLI(WSI-I) TO REG-MAECLI
                 WRITE REG-MAECLI
              END-PERFORM
              CLOSE MAECLI
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              MOVE 8 TO WSV-RETORNO
           END-IF

           MOVE 'NOMBRES.DAT' TO WS-INT-ARCHIVO
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT NOMBRES
           IF WSS-FS-NOMBRES-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTNOMBRES
                 MOVE WST-NOMBRE(WSI-I) TO REG-NOMBRE
                 WRITE REG-NOMBRE
              END-PERFORM
              CLOSE NOMBRES
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              MOVE 8 TO WSV-RETORNO
           END-IF

           MOVE 'DOMICILIOS.DAT' TO WS-INT-ARCHIVO
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT DOMICILIOS
           IF WSS-FS-DOMICIL-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTDOMICILIOS
                 MOVE WST-DOMICILIO(WSI-I) TO REG-DOMICILIO
                 WRITE REG-DOMICILIO
              END-PERFORM
              CLOSE DOMICILIOS
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              MOVE 8 TO WSV-RETORNO
           END-IF

           MOVE 'MANDATOS.DAT' TO WS-INT-ARCHIVO
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT MANDATOS
           IF WSS-FS-MANDATOS-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTMANDATOS
                 MOVE WST-MANDATO(WSI-I) TO REG-MANDATO
                 WRITE REG-MANDATO
              END-PERFORM
              CLOSE MANDATOS
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              MOVE 8 TO WSV-RETORNO
           END-IF

           MOVE 'CUOTAS.DAT' TO WS-INT-ARCHIVO
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT CUOTAS
           IF WSS-FS-CUOTAS-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTCUOTAS
                 MOVE WST-CUOTA(WSI-I) TO REG-CUOTA
                 WRITE REG-CUOTA
              END-PERFORM
              CLOSE CUOTAS
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              MOVE 8 TO WSV-RETORNO
           END-IF

           MOVE 'PAGOS.DAT' TO WS-INT-ARCHIVO
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT PAGOS
           IF WSS-FS-PAGOS-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTPAGOS
                 MOVE WST-PAGO(WSI-I) TO REG-PAGO
                 WRITE REG-PAGO
              END-PERFORM
              CLOSE PAGOS
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              MOVE 8 TO WSV-RETORNO
           END-IF

           MOVE 'CRUZCLI.DAT' TO WS-INT-ARCHIVO
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT CRUZCLI
           IF WSS-FS-CRUZCLI-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTCRUCES
                 MOVE WST-CRUCE(WSI-I) TO REG-CRUZCLI
                 WRITE REG-CRUZCLI
              END-PERFORM
              CLOSE CRUZCLI
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              MOVE 8 TO WSV-RETORNO
           END-IF

           MOVE 'ASIGCOB.DAT' TO WS-INT-ARCHIVO
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT ASIGCOB
           IF WSS-FS-ASIGCOB-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTASIGS
                 MOVE WST-ASIG(WSI-I) TO REG-ASIGCOB
                 WRITE REG-ASIGCOB
              END-PERFORM
              CLOSE ASIGCOB
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              MOVE 8 TO WSV-RETORNO
           END-IF

           MOVE 'PROMESAS.DAT' TO WS-INT-ARCHIVO
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT PROMESAS
           IF WSS-FS-PROMESAS-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTPROMESAS
                 MOVE WST-PROMESA(WSI-I) TO REG-PROMESA
                 WRITE REG-PROMESA
              END-PERFORM
              CLOSE PROMESAS
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              MOVE 8 TO WSV-RETORNO
           END-IF

           MOVE 'GESTIONES.DAT' TO WS-INT-ARCHIVO
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT GESTIONES
           IF WSS-FS-GESTIONES-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTGESTIONES
                 MOVE WST-GESTION(WSI-I) TO REG-GESTION
                 WRITE REG-GESTION
              END-PERFORM
              CLOSE GESTIONES
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              MOVE 8 TO WSV-RETORNO
           END-IF

           PERFORM 700000-GRABAR-REGISTRO
           IF WSV-RETORNO NOT = 0
              DISPLAY "ERROR AL REGRABAR ALGUN MAESTRO: VER "
                      "RECUPERA-09-FL"
              MOVE WSV-RETORNO TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
              DISPLAY "ANONIMIZACION GRABADA (REGISTRO EN "
                      "ANONIMIZADOS.DAT)"
           END-IF.

       700000-GRABAR-REGISTRO.
           ACCEPT WSV-HORA FROM TIME
           OPEN EXTEND REGISTRO
           IF WSS-FS-REGISTRO-NOEXISTE
              OPEN OUTPUT REGISTRO
           END-IF
           IF WSS-FS-REGISTRO-OK
              PERFORM VARYING WSI-C FROM 1 BY 1
                      UNTIL WSI-C > WSV-CANTCAND
                 IF CND-APTO(WSI-C) = 1
                    MOVE WS-FPR-FECHA            TO ANR-FECHA
                    MOVE WSV-HORA                TO ANR-HORA
                    MOVE CND-CODIGO(WSI-C)       TO ANR-CODIGO
                    COMPUTE ANR-CUITANON =
                            WSC-BASE-CUITANON + CND-CODIGO(WSI-C)
                    MOVE CND-ULTACTIVIDAD(WSI-C) TO ANR-ULTACTIVIDAD
                    MOVE CND-NOMBRES(WSI-C)      TO ANR-NOMBRES
                    MOVE CND-DOMICILIOS(WSI-C)   TO ANR-DOMICILIOS
                    MOVE CND-MANDATOS(WSI-C)     TO ANR-MANDATOS
                    MOVE CND-CUOTAS(WSI-C)       TO ANR-CUOTAS
                    MOVE CND-PAGOS(WSI-C)        TO ANR-PAGOS
                    MOVE WSV-USUARIO             TO ANR-SUPERVISOR
                    MOVE CND-CRUCES(WSI-C)       TO ANR-CRUCES
                    MOVE CND-ASIGNACIONES(WSI-C) TO ANR-ASIGNACIONES
                    MOVE CND-PROMESAS(WSI-C)     TO ANR-PROMESAS
                    MOVE CND-GESTIONES(WSI-C)    TO ANR-GESTIONES
                    WRITE REG-REGISTRO
                 END-IF
              END-PERFORM
              CLOSE REGISTRO
           ELSE
              DISPLAY "NO SE PUDO GRABAR ANONIMIZADOS.DAT"
              DISPLAY "FILE STATUS " WSS-FS-REGISTRO
              MOVE 8 TO WSV-RETORNO
           END-IF.

       COPY FSLOGPROC.

       COPY FSFECHAPROC.

       COPY FSINTPROC.

       COPY FSLOCKPROC.

       END PROGRAM ANONIM-09-FL.
