      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 16/09/2019
      * Purpose: CASTIGO FORMAL DE LA DEUDA INCOBRABLE: LA DEUDA QUE
      *          LA AGENCIA DEVOLVIO COMO INCOBRABLE (GESTIONES.DAT EN
      *          ESTADO 'I', VER AGENCIA-09-FL) SE CASTIGA CON CLAVE
      *          DE SUPERVISOR Y NUMERO DE RESOLUCION: LAS CUOTAS
      *          VENCIDAS PENDIENTES DEL CLIENTE PASAN A 'C'
      *          (CASTIGADA) Y DEJAN DE CONTAR EN LA MORA, EL SCORE Y
      *          LAS CARTAS, Y EL CASTIGO QUEDA EN CASTIGOS.DAT. LO
      *          QUE EL CLIENTE PAGUE DESPUES SOBRE UNA CUOTA CASTIGADA
      *          LO REGISTRA PAGOS-09-FL COMO RECUPERO (RECUPEROS.DAT).
      *          AGREGA A ASIENTOS.DAT LOS ASIENTOS DEL PERIODO POR LOS
      *          CASTIGOS Y LOS RECUPEROS, CON LAS CUENTAS DE LA TABLA
      *          DE LA INTERFASE CONTABLE (CTASINTERFAZ.DAT, ORIGENES
      *          'CAS' Y 'REC'), EL CENTRO DE COSTO Y SUS RENGLONES DE
      *          CONTROL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASTIGO-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUOTAS              ASSIGN TO DISK 'CUOTAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CUOTAS.

           SELECT PAGOS               ASSIGN TO DISK 'PAGOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PAGOS.

           SELECT DESCUENTOS          ASSIGN TO DISK 'DESCUENTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DESCUENTOS.

           SELECT GESTIONES           ASSIGN TO DISK 'GESTIONES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-GESTIONES.

           SELECT CASTIGOS            ASSIGN TO DISK 'CASTIGOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CASTIGOS.

           SELECT RECUPEROS           ASSIGN TO DISK 'RECUPEROS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RECUPEROS.

           SELECT ASIENTOS            ASSIGN TO DISK 'ASIENTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ASIENTOS.

           SELECT CTASINTERFAZ        ASSIGN TO DISK 'CTASINTERFAZ.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CTASINT.

           SELECT CAJASES             ASSIGN TO DISK 'CAJASES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CAJASES.

           SELECT OPERADORES ASSIGN TO DISK 'OPERADORES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-OPERADORES.

           SELECT INTENCION ASSIGN TO DISK 'INTENCION.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-INT-FS.

           SELECT FECHAPROC ASSIGN TO DISK 'FECHAPROC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-FPR-FS.

           SELECT CERROJOS  ASSIGN TO DISK 'CERROJOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-CER-FS.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.

       DATA DIVISION.

       FILE SECTION.

      *****************************************************************
      * CUOTAS.DAT: FSC-ESTADO 'I' = IMPAGA, 'A' = PARCIAL, 'P' =     *
      * PAGADA, 'R' = REFINANCIADA, 'C' = CASTIGADA (ESTE PROGRAMA).  *
      *****************************************************************
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
          05 PAG-IMPORTE           PIC 9(06)V9(02).
          05 PAG-MEDIO             PIC X(01).
          05 PAG-SESION            PIC 9(04).
          05 PAG-COBRADOR          PIC 9(03).
          05 PAG-MONEDA            PIC X(03).
          05 PAG-IMPORTEORIG       PIC 9(08)V9(02).
          05 PAG-COTIZ             PIC 9(05)V9(04).

       FD DESCUENTOS.
       01 REG-DESCUENTO.
          05 DSC-NOMBRE            PIC A(20).
          05 DSC-APELLIDO          PIC A(20).
          05 DSC-NUMERO-CUOTA      PIC 9(02).
          05 DSC-VENCIMIENTO       PIC 9(08).
          05 DSC-FECHAPAGO         PIC 9(08).
          05 DSC-IMPORTECUOTA      PIC 9(06)V9(02).
          05 DSC-PORCENTAJE        PIC 9(02)V9(02).
          05 DSC-DESCUENTO         PIC 9(06)V9(02).
          05 DSC-COBRADO           PIC 9(06)V9(02).
          05 DSC-SESION            PIC 9(04).
          05 DSC-ESTADO            PIC X(01).

      *****************************************************************
      * GESTIONES.DAT: REGISTRO DE ASIGNACIONES A LA AGENCIA          *
      * (AGENCIA-09-FL). GES-ESTADO 'I' = LA AGENCIA LA DEVOLVIO      *
      * COMO INCOBRABLE: ES LA DEUDA QUE SE PUEDE CASTIGAR.           *
      *****************************************************************
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

      *****************************************************************
      * CASTIGOS.DAT: UN REGISTRO POR CASTIGO, NUMERADO EN FORMA      *
      * CORRELATIVA, CON EL CLIENTE, SU CUIT, LAS CUOTAS CASTIGADAS,  *
      * EL IMPORTE, LA RESOLUCION QUE LO AUTORIZA, LA FECHA Y EL      *
      * SUPERVISOR.                                                   *
      *****************************************************************
       FD CASTIGOS.
       01 REG-CASTIGO.
          05 CAS-NUMERO            PIC 9(04).
          05 CAS-FECHA             PIC 9(08).
          05 CAS-FECHA-X REDEFINES CAS-FECHA.
             10 CAS-PERIODO        PIC X(06).
             10 CAS-DIA            PIC X(02).
          05 CAS-NOMBRE            PIC A(20).
          05 CAS-APELLIDO          PIC A(20).
          05 CAS-CUIT              PIC 9(11).
          05 CAS-RESOLUCION        PIC X(10).
          05 CAS-CANTCUOTAS        PIC 9(02).
          05 CAS-CUOTA             PIC 9(02) OCCURS 24 TIMES.
          05 CAS-IMPORTE           PIC 9(08)V9(02).
          05 CAS-SUPERVISOR        PIC X(10).

      *****************************************************************
      * RECUPEROS.DAT: COBROS SOBRE CUOTAS CASTIGADAS (LOS GRABA      *
      * PAGOS-09-FL). REP-TIPO 'R' = RECUPERO; 'A' = ANULACION DE UN  *
      * RECUPERO (PAGO ANULADO O CHEQUE RECHAZADO), QUE RESTA.        *
      * REP-FECHA ES LA DEL MOVIMIENTO; REP-FECHAPAGO LA DEL PAGO.    *
      *****************************************************************
       FD RECUPEROS.
       01 REG-RECUPERO.
          05 REP-CASTIGO           PIC 9(04).
          05 REP-FECHA             PIC 9(08).
          05 REP-FECHA-X REDEFINES REP-FECHA.
             10 REP-PERIODO        PIC X(06).
             10 REP-DIA            PIC X(02).
          05 REP-NOMBRE            PIC A(20).
          05 REP-APELLIDO          PIC A(20).
          05 REP-NUMERO-CUOTA      PIC 9(02).
          05 REP-FECHAPAGO         PIC 9(08).
          05 REP-IMPORTE           PIC 9(06)V9(02).
          05 REP-MEDIO             PIC X(01).
          05 REP-SESION            PIC 9(04).
          05 REP-TIPO              PIC X(01).

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

      *****************************************************************
      * CTASINTERFAZ.DAT: LA TABLA DE CUENTAS DE INTCONT-09-FL. ACA   *
      * SE USAN LOS ORIGENES 'CAS' (CASTIGO) Y 'REC' (RECUPERO, CLAVE *
      * = MEDIO DE PAGO), CON LA CLAVE '***' COMO GENERAL.            *
      *****************************************************************
       FD CTASINTERFAZ.
       01 REG-CTAINTERFAZ.
          05 CIN-ORIGEN            PIC X(03).
          05 CIN-CLAVE             PIC X(03).
          05 CIN-CTADEBE           PIC X(08).
          05 CIN-CTAHABER          PIC X(08).
          05 CIN-DESCRIPCION       PIC X(30).

       FD CAJASES.
       01 REG-CAJASES.
          05 SES-NUMERO            PIC 9(04).
          05 SES-FECHA             PIC 9(08).
          05 SES-ESTADO            PIC X(01).
          05 SES-FONDO             PIC 9(08)V9(02).
          05 SES-DECLARADO         PIC 9(08)V9(02).
          05 SES-RECAUDADO         PIC 9(08)V9(02).
          05 SES-DIFERENCIA        PIC S9(08)V9(02).
          05 SES-OFICINA           PIC X(03).

       FD OPERADORES.
       01 REG-OPERADOR.
           05 OPE-USUARIO              PIC X(10).
           05 OPE-CLAVE                PIC X(10).
           05 OPE-NIVEL                PIC 9(01).

       FD INTENCION.
       COPY FSINT.

       FD FECHAPROC.
       COPY FSFECHA.

       FD CERROJOS.
       COPY FSLOCK.

       FD PROCLOG.
       COPY FSLOG.

       WORKING-STORAGE SECTION.

       COPY FSLOGVAR.

       COPY FSLOCKVAR.

       COPY FSFECHAVAR.

       COPY FSINTVAR.

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-NOMBRE           PIC A(20).
          05 WSV-APELLIDO         PIC A(20).
          05 WSV-NUMERO-CUOTA     PIC 9(02).
          05 WSV-CUIT             PIC 9(11)       VALUE 0.
          05 WSV-RESOLUCION       PIC X(10)       VALUE SPACES.
          05 WSV-CONFIRMA         PIC X(01)       VALUE SPACE.
          05 WSV-USUARIO          PIC X(10).
          05 WSV-CLAVE            PIC X(10).
          05 WSV-AUTORIZADO       PIC 9(01)       VALUE 0.
          05 WSV-FECHA-SISTEMA    PIC 9(08)       VALUE 0.
          05 WSV-PERIODO          PIC X(06).
          05 WSV-PERIODO-R REDEFINES WSV-PERIODO.
             10 WSV-PER-ANO       PIC 9(04).
             10 WSV-PER-MES       PIC 9(02).
          05 WSV-PENDIENTE        PIC 9(07)V9(02) VALUE 0.
          05 WSV-DEUDACLIENTE     PIC 9(08)V9(02) VALUE 0.
          05 WSV-CUOTASCLIENTE    PIC 9(02)       VALUE 0.
          05 WSV-ENCONTRADO       PIC 9(01)       VALUE 0.
          05 WSV-POSICION         PIC 9(03)       VALUE 0.
          05 WSV-TABLALLENA       PIC 9(01)       VALUE 0.
          05 WSV-ULTIMONUMERO     PIC 9(04)       VALUE 0.
          05 WSV-CONCEPTO         PIC X(20)       VALUE SPACES.
          05 WSV-CUENTADEBE       PIC X(08)       VALUE SPACES.
          05 WSV-CUENTAHABER      PIC X(08)       VALUE SPACES.
          05 WSV-IMPORTEASIENTO   PIC 9(08)V9(02) VALUE 0.
          05 WSV-FECHAASIENTO     PIC 9(08)       VALUE 0.
          05 WSV-FECHAPERIODO     PIC 9(08)       VALUE 0.
          05 WSV-FECHAPERIODO-R REDEFINES WSV-FECHAPERIODO.
             10 WSV-FPE-PERIODO   PIC X(06).
             10 WSV-FPE-DIA       PIC 9(02).
          05 WSV-COCIENTE         PIC 9(04)       VALUE 0.
          05 WSV-RESTO4           PIC 9(04)       VALUE 0.
          05 WSV-RESTO100         PIC 9(04)       VALUE 0.
          05 WSV-RESTO400         PIC 9(04)       VALUE 0.
          05 WSV-YAGENERADO       PIC 9(01)       VALUE 0.
          05 WSV-GRABAR           PIC 9(01)       VALUE 0.
          05 WSV-INVERSO          PIC 9(01)       VALUE 0.
          05 WSV-ORIGEN           PIC X(03)       VALUE SPACES.
          05 WSV-CLAVECTA         PIC X(03)       VALUE SPACES.
          05 WSV-POSCUENTA        PIC 9(03)       VALUE 0.
          05 WSV-CTASLLENAS       PIC 9(01)       VALUE 0.
          05 WSV-CENTROCOSTO      PIC X(03)       VALUE SPACES.
          05 WSV-FECHAULTPAGO     PIC 9(08)       VALUE 0.

      *****************************************************************
      * LOS RENGLONES DE CONTROL DE LOS CASTIGOS SE DISTINGUEN POR EL *
      * CONCEPTO: CON ELLOS SE RECONOCE UN PERIODO YA AGREGADO A      *
      * ASIENTOS.DAT (VAN FECHADOS EL ULTIMO DIA DEL PERIODO).        *
      *****************************************************************
       01 CONSTANTES.
          05 WSC-ESTADO-PAGADA    PIC X(01)       VALUE 'P'.
          05 WSC-ESTADO-REFINAN   PIC X(01)       VALUE 'R'.
          05 WSC-ESTADO-CASTIGADA PIC X(01)       VALUE 'C'.
          05 WSC-CTRL-DEBE        PIC X(20)
                                  VALUE 'CTRL CASTIGOS DEBE'.
          05 WSC-CTRL-HABER       PIC X(20)
                                  VALUE 'CTRL CASTIGOS HABER'.
          05 WSC-CLAVE-GENERAL    PIC X(03)       VALUE '***'.
          05 WSC-DIASMES          PIC X(24)
                                  VALUE '312831303130313130313031'.
          05 WSC-DIASMES-R REDEFINES WSC-DIASMES.
             10 WSC-DIAS          PIC 9(02)       OCCURS 12 TIMES.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSI-K                PIC 9(03)       VALUE 0.
          05 WSV-CANTCUOTAS       PIC 9(03)       VALUE 0.
          05 WSV-CANTCASTIGOS     PIC 9(03)       VALUE 0.
          05 WSV-CANTCUENTAS      PIC 9(03)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-CANDIDATOS       PIC 9(03)       VALUE 0.
          05 WSA-CANTASIENTOS     PIC 9(05)       VALUE 0.
          05 WSA-DOCUMENTOS       PIC 9(05)       VALUE 0.
          05 WSA-SINCUENTA        PIC 9(05)       VALUE 0.
          05 WSA-TOTALDEBE        PIC 9(15)V9(02) VALUE 0.
          05 WSA-TOTALHABER       PIC 9(15)V9(02) VALUE 0.
          05 WSA-TOTALCASTIGADO   PIC 9(10)V9(02) VALUE 0.
          05 WSA-TOTALRECUPERADO  PIC S9(10)V9(02) VALUE 0.

       01 SWITCHES.
          05 WSS-FS-CUOTAS        PIC X(02).
            88 WSS-FS-CUOTAS-OK                   VALUE '00'.
            88 WSS-FS-CUOTAS-EOF                  VALUE '10'.
          05 WSS-FS-PAGOS         PIC X(02).
            88 WSS-FS-PAGOS-OK                    VALUE '00'.
            88 WSS-FS-PAGOS-EOF                   VALUE '10'.
          05 WSS-FS-DESCUENTOS    PIC X(02).
            88 WSS-FS-DESCUENTOS-OK               VALUE '00'.
            88 WSS-FS-DESCUENTOS-EOF              VALUE '10'.
          05 WSS-FS-GESTIONES     PIC X(02).
            88 WSS-FS-GESTIONES-OK                VALUE '00'.
            88 WSS-FS-GESTIONES-EOF               VALUE '10'.
          05 WSS-FS-CASTIGOS      PIC X(02).
            88 WSS-FS-CASTIGOS-OK                 VALUE '00'.
            88 WSS-FS-CASTIGOS-EOF                VALUE '10'.
            88 WSS-FS-CASTIGOS-NOEXISTE           VALUE '35'.
          05 WSS-FS-RECUPEROS     PIC X(02).
            88 WSS-FS-RECUPEROS-OK                VALUE '00'.
            88 WSS-FS-RECUPEROS-EOF               VALUE '10'.
          05 WSS-FS-ASIENTOS      PIC X(02).
            88 WSS-FS-ASIENTOS-OK                 VALUE '00'.
            88 WSS-FS-ASIENTOS-EOF                VALUE '10'.
            88 WSS-FS-ASIENTOS-NOEXISTE           VALUE '35'.
          05 WSS-FS-CTASINT       PIC X(02).
            88 WSS-FS-CTASINT-OK                  VALUE '00'.
            88 WSS-FS-CTASINT-EOF                 VALUE '10'.
          05 WSS-FS-CAJASES       PIC X(02).
            88 WSS-FS-CAJASES-OK                  VALUE '00'.
            88 WSS-FS-CAJASES-EOF                 VALUE '10'.
          05 WSS-FS-OPERADORES    PIC X(02).
            88 WSS-FS-OPERADORES-OK               VALUE '00'.
            88 WSS-FS-OPERADORES-EOF              VALUE '10'.

       01 MASCARAS.
          05 WSM-IMPORTE          PIC Z(06),99.
          05 WSM-PENDIENTE        PIC Z(07),99.
          05 WSM-DEUDA            PIC Z(08),99.
          05 WSM-RECUPERADO       PIC -Z(08),99.
          05 WSM-TOTAL            PIC Z(10),99.

      *****************************************************************
      * CUOTAS.DAT EN MEMORIA; CUO-PAGADO ACUMULA LOS PAGOS Y LOS     *
      * DESCUENTOS VIGENTES DE CADA CUOTA, IGUAL QUE EN PAGOS-09-FL.  *
      *****************************************************************
       01 TABLA-CUOTAS.
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
             10 CUO-PAGADO        PIC 9(07)V9(02).
             10 CUO-ACASTIGAR     PIC 9(01).

       01 TABLA-CASTIGOS.
          05 WST-CASTIGO          OCCURS 300 TIMES.
             10 CST-NUMERO        PIC 9(04).
             10 CST-RECUPERADO    PIC S9(08)V9(02).

       01 TABLA-CUENTAS.
          05 WST-CTAINTERFAZ      OCCURS 100 TIMES.
             10 CTI-ORIGEN        PIC X(03).
             10 CTI-CLAVE         PIC X(03).
             10 CTI-CTADEBE       PIC X(08).
             10 CTI-CTAHABER      PIC X(08).
             10 CTI-DESCRIPCION   PIC X(30).

      *****************************************************************
      * OFICINA DE CADA SESION DE CAJA, INDEXADA POR SU NUMERO.       *
      *****************************************************************
       01 TABLA-SESIONES.
          05 WST-SESOFICINA       PIC X(03)       OCCURS 9999 TIMES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'CASTIGO-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
      *****************************************************************
      * EL CASTIGO REGRABA CUOTAS.DAT Y NUMERA CASTIGOS.DAT: TOMA SUS *
      * CERROJOS PARA QUE NADIE COBRE NI REGRABE LAS CUOTAS MIENTRAS  *
      * TANTO. ASIENTOS.DAT, PORQUE LA OPCION 3 LE AGREGA RENGLONES.  *
      *****************************************************************
           MOVE 'CASTIGO-09-FL' TO WS-CER-PROGRAMA
           MOVE 3 TO WS-CER-CANTARCH
           MOVE 'CUOTAS.DAT'   TO WS-CER-ARCHIVO(1)
           MOVE 'CASTIGOS.DAT' TO WS-CER-ARCHIVO(2)
           MOVE 'ASIENTOS.DAT' TO WS-CER-ARCHIVO(3)
           PERFORM 9200-TOMAR-CERROJOS
           IF WS-CER-DENEGADO = 1
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
              SET WS-LOG-FIN TO TRUE
              PERFORM 9100-GRABAR-PROCLOG
              STOP RUN
           END-IF
           PERFORM 9300-LEER-FECHA-PROCESO
           MOVE WS-FPR-FECHA TO WSV-FECHA-SISTEMA

           PERFORM 100000-VALIDAR-SUPERVISOR
           IF WSV-AUTORIZADO = 0
              DISPLAY "OPERACION RESERVADA A SUPERVISORES"
           ELSE
              PERFORM UNTIL WSV-OPCION = 4
                 DISPLAY "**************************************"
                 DISPLAY "CASTIGO DE DEUDA INCOBRABLE"
                 DISPLAY "1 - CASTIGAR DEUDA DE UN CLIENTE"
                 DISPLAY "2 - LISTAR CASTIGOS Y RECUPEROS"
                 DISPLAY "3 - GENERAR ASIENTOS DEL PERIODO"
                 DISPLAY "4 - SALIR"
                 DISPLAY "RESPUESTA: "
                 ACCEPT WSV-OPCION

                 EVALUATE WSV-OPCION
                    WHEN 1
                       PERFORM 200000-CASTIGAR
                    WHEN 2
                       PERFORM 300000-LISTAR-CASTIGOS
                    WHEN 3
                       PERFORM 400000-GENERAR-ASIENTOS
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-PERFORM
           END-IF
           PERFORM 9250-LIBERAR-CERROJOS
           SET WS-LOG-FIN TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

       100000-VALIDAR-SUPERVISOR.
           MOVE 0 TO WSV-AUTORIZADO
           OPEN INPUT OPERADORES
           IF NOT WSS-FS-OPERADORES-OK
              DISPLAY "ATENCION: NO HAY OPERADORES.DAT - SE OPERA "
                      "SIN CONTROL DE ACCESO"
              MOVE 1 TO WSV-AUTORIZADO
              MOVE SPACES TO WSV-USUARIO
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

      *****************************************************************
      * CASTIGO: SE LISTAN LOS CLIENTES QUE LA AGENCIA DEVOLVIO COMO  *
      * INCOBRABLES Y TODAVIA TIENEN CUOTAS VENCIDAS PENDIENTES; EL   *
      * SUPERVISOR ELIGE UNO, CARGA LA RESOLUCION Y CONFIRMA. LAS     *
      * CUOTAS QUE TODAVIA NO VENCIERON NO SE CASTIGAN.               *
      *****************************************************************
       200000-CASTIGAR.
           PERFORM 210000-CARGAR-CUOTAS
           IF WSV-TABLALLENA = 1
              DISPLAY "CUOTAS.DAT SUPERA LA TABLA: SE CANCELA SIN "
                      "REGRABAR"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 215000-CARGAR-PAGOS
              PERFORM 217000-CARGAR-DESCUENTOS
              PERFORM 220000-LISTAR-CANDIDATOS
              IF WSA-CANDIDATOS = 0
                 DISPLAY "NO HAY DEUDA INCOBRABLE PENDIENTE DE CASTIGO"
              ELSE
                 DISPLAY "INGRESE NOMBRE DEL CLIENTE: "
                 ACCEPT WSV-NOMBRE
                 DISPLAY "INGRESE APELLIDO DEL CLIENTE: "
                 ACCEPT WSV-APELLIDO
                 PERFORM 230000-BUSCAR-GESTION
                 IF WSV-ENCONTRADO = 0
                    DISPLAY "EL CLIENTE NO TIENE DEUDA DEVUELTA COMO "
                            "INCOBRABLE POR LA AGENCIA"
                 ELSE
                    PERFORM 235000-MARCAR-CUOTAS
                    IF WSV-CUOTASCLIENTE = 0
                       DISPLAY "EL CLIENTE NO TIENE CUOTAS VENCIDAS "
                               "PENDIENTES"
                    ELSE
                       PERFORM 240000-CONFIRMAR-CASTIGO
                    END-IF
                 END-IF
              END-IF
           END-IF.

       210000-CARGAR-CUOTAS.
           MOVE 0 TO WSV-CANTCUOTAS
           MOVE 0 TO WSV-TABLALLENA
           OPEN INPUT CUOTAS
           IF WSS-FS-CUOTAS-OK
              PERFORM UNTIL WSS-FS-CUOTAS-EOF OR WSV-CANTCUOTAS > 199
                 READ CUOTAS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTCUOTAS
                       MOVE FSC-NOMBRE       TO
                                          CUO-NOMBRE(WSV-CANTCUOTAS)
                       MOVE FSC-APELLIDO     TO
                                          CUO-APELLIDO(WSV-CANTCUOTAS)
                       MOVE FSC-NUMERO-CUOTA TO
                                          CUO-NRO(WSV-CANTCUOTAS)
                       MOVE FSC-IMPORTE      TO
                                          CUO-IMPORTE(WSV-CANTCUOTAS)
                       MOVE FSC-FECHA        TO
                                          CUO-FECHA(WSV-CANTCUOTAS)
                       MOVE FSC-VENCIMIENTO  TO
                                        CUO-VENCIMIENTO(WSV-CANTCUOTAS)
                       MOVE FSC-MORA         TO
                                          CUO-MORA(WSV-CANTCUOTAS)
                       MOVE FSC-ESTADO       TO
                                          CUO-ESTADO(WSV-CANTCUOTAS)
                       IF FSC-PLANREF IS NUMERIC
                          MOVE FSC-PLANREF TO
                                          CUO-PLANREF(WSV-CANTCUOTAS)
                       ELSE
                          MOVE 0 TO CUO-PLANREF(WSV-CANTCUOTAS)
                       END-IF
                       MOVE 0                TO
                                          CUO-PAGADO(WSV-CANTCUOTAS)
                       MOVE 0                TO
                                          CUO-ACASTIGAR(WSV-CANTCUOTAS)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-CUOTAS-EOF
                 READ CUOTAS
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLALLENA
                 END-READ
              END-IF
              CLOSE CUOTAS
           END-IF.

       215000-CARGAR-PAGOS.
           OPEN INPUT PAGOS
           IF WSS-FS-PAGOS-OK
              PERFORM UNTIL WSS-FS-PAGOS-EOF
                 READ PAGOS
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE PAG-NOMBRE       TO WSV-NOMBRE
                       MOVE PAG-APELLIDO     TO WSV-APELLIDO
                       MOVE PAG-NUMERO-CUOTA TO WSV-NUMERO-CUOTA
                       PERFORM 216000-BUSCAR-CUOTA
                       IF WSV-ENCONTRADO = 1
                          ADD PAG-IMPORTE TO CUO-PAGADO(WSV-POSICION)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAGOS
           END-IF.

       216000-BUSCAR-CUOTA.
           MOVE 0 TO WSV-ENCONTRADO
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCUOTAS OR WSV-ENCONTRADO = 1
              IF CUO-NOMBRE(WSI-I) = WSV-NOMBRE
                 AND CUO-APELLIDO(WSI-I) = WSV-APELLIDO
                 AND CUO-NRO(WSI-I) = WSV-NUMERO-CUOTA
                 MOVE 1     TO WSV-ENCONTRADO
                 MOVE WSI-I TO WSV-POSICION
              END-IF
           END-PERFORM.

       217000-CARGAR-DESCUENTOS.
           OPEN INPUT DESCUENTOS
           IF WSS-FS-DESCUENTOS-OK
              PERFORM UNTIL WSS-FS-DESCUENTOS-EOF
                 READ DESCUENTOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF DSC-ESTADO NOT = 'A'
                          MOVE DSC-NOMBRE       TO WSV-NOMBRE
                          MOVE DSC-APELLIDO     TO WSV-APELLIDO
                          MOVE DSC-NUMERO-CUOTA TO WSV-NUMERO-CUOTA
                          PERFORM 216000-BUSCAR-CUOTA
                          IF WSV-ENCONTRADO = 1
                             ADD DSC-DESCUENTO TO
                                 CUO-PAGADO(WSV-POSICION)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DESCUENTOS
           END-IF.

      *****************************************************************
      * UN CLIENTE ES CANDIDATO SI TIENE UNA GESTION 'I' Y DEUDA      *
      * VENCIDA SIN CASTIGAR EN CUOTAS.DAT.                           *
      *****************************************************************
       220000-LISTAR-CANDIDATOS.
           MOVE 0 TO WSA-CANDIDATOS
           OPEN INPUT GESTIONES
           IF NOT WSS-FS-GESTIONES-OK
              DISPLAY "NO HAY GESTIONES DE AGENCIA REGISTRADAS"
           ELSE
              DISPLAY "--------------------------------------"
              DISPLAY "DEUDA DEVUELTA COMO INCOBRABLE SIN CASTIGAR"
              PERFORM UNTIL WSS-FS-GESTIONES-EOF
                 READ GESTIONES
                    AT END
                       CONTINUE
                    NOT AT END
                       IF GES-ESTADO = 'I'
                          MOVE GES-NOMBRE   TO WSV-NOMBRE
                          MOVE GES-APELLIDO TO WSV-APELLIDO
                          PERFORM 225000-SUMAR-DEUDA-VENCIDA
                          IF WSV-CUOTASCLIENTE > 0
                             ADD 1 TO WSA-CANDIDATOS
                             MOVE WSV-DEUDACLIENTE TO WSM-DEUDA
                             DISPLAY FUNCTION TRIM(GES-NOMBRE) " "
                                     FUNCTION TRIM(GES-APELLIDO)
                                     " CUIT " GES-CUIT
                                     " CUOTAS " WSV-CUOTASCLIENTE
                                     " DEUDA " WSM-DEUDA
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GESTIONES
              DISPLAY "--------------------------------------"
           END-IF.

      *****************************************************************
      * CUOTAS VENCIDAS DE WSV-NOMBRE/WSV-APELLIDO CON SALDO Y QUE NO *
      * ESTAN PAGADAS, REFINANCIADAS NI YA CASTIGADAS.                *
      *****************************************************************
       225000-SUMAR-DEUDA-VENCIDA.
           MOVE 0 TO WSV-DEUDACLIENTE
           MOVE 0 TO WSV-CUOTASCLIENTE
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCUOTAS
              MOVE 0 TO CUO-ACASTIGAR(WSI-I)
              IF CUO-NOMBRE(WSI-I) = WSV-NOMBRE
                 AND CUO-APELLIDO(WSI-I) = WSV-APELLIDO
                 AND CUO-ESTADO(WSI-I) NOT = WSC-ESTADO-PAGADA
                 AND CUO-ESTADO(WSI-I) NOT = WSC-ESTADO-REFINAN
                 AND CUO-ESTADO(WSI-I) NOT = WSC-ESTADO-CASTIGADA
                 AND CUO-VENCIMIENTO(WSI-I) < WSV-FECHA-SISTEMA
                 AND CUO-IMPORTE(WSI-I) + CUO-MORA(WSI-I) >
                     CUO-PAGADO(WSI-I)
                 COMPUTE WSV-PENDIENTE =
                         CUO-IMPORTE(WSI-I) + CUO-MORA(WSI-I)
                         - CUO-PAGADO(WSI-I)
                 ADD WSV-PENDIENTE TO WSV-DEUDACLIENTE
                 ADD 1 TO WSV-CUOTASCLIENTE
                 MOVE 1 TO CUO-ACASTIGAR(WSI-I)
              END-IF
           END-PERFORM.

       230000-BUSCAR-GESTION.
           MOVE 0 TO WSV-ENCONTRADO
           OPEN INPUT GESTIONES
           IF WSS-FS-GESTIONES-OK
              PERFORM UNTIL WSS-FS-GESTIONES-EOF
                 READ GESTIONES
                    AT END
                       CONTINUE
                    NOT AT END
                       IF GES-ESTADO = 'I'
                          AND GES-NOMBRE = WSV-NOMBRE
                          AND GES-APELLIDO = WSV-APELLIDO
                          MOVE 1        TO WSV-ENCONTRADO
                          MOVE GES-CUIT TO WSV-CUIT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GESTIONES
           END-IF.

       235000-MARCAR-CUOTAS.
           PERFORM 225000-SUMAR-DEUDA-VENCIDA
           IF WSV-CUOTASCLIENTE > 0
              DISPLAY "--------------------------------------"
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTCUOTAS
                 IF CUO-ACASTIGAR(WSI-I) = 1
                    COMPUTE WSV-PENDIENTE =
                            CUO-IMPORTE(WSI-I) + CUO-MORA(WSI-I)
                            - CUO-PAGADO(WSI-I)
                    MOVE WSV-PENDIENTE TO WSM-PENDIENTE
                    DISPLAY "CUOTA " CUO-NRO(WSI-I)
                            " VENCIO " CUO-VENCIMIENTO(WSI-I)
                            " ESTADO " CUO-ESTADO(WSI-I)
                            " PENDIENTE " WSM-PENDIENTE
                 END-IF
              END-PERFORM
              MOVE WSV-DEUDACLIENTE TO WSM-DEUDA
              DISPLAY "TOTAL A CASTIGAR: " WSM-DEUDA
              DISPLAY "--------------------------------------"
           END-IF.

      *****************************************************************
      * SIN NUMERO DE RESOLUCION NO HAY CASTIGO. CONFIRMADO, LAS      *
      * CUOTAS PASAN A 'C', SE REGRABA CUOTAS.DAT Y SE AGREGA EL      *
      * CASTIGO CON EL NUMERO SIGUIENTE AL ULTIMO DE CASTIGOS.DAT.    *
      *****************************************************************
       240000-CONFIRMAR-CASTIGO.
           MOVE SPACES TO WSV-RESOLUCION
           PERFORM UNTIL WSV-RESOLUCION NOT = SPACES
              DISPLAY "NUMERO DE RESOLUCION QUE AUTORIZA EL CASTIGO: "
              ACCEPT WSV-RESOLUCION
              IF WSV-RESOLUCION = SPACES
                 DISPLAY "LA RESOLUCION ES OBLIGATORIA"
              END-IF
           END-PERFORM
           DISPLAY "CONFIRMA EL CASTIGO (S/N): "
           ACCEPT WSV-CONFIRMA
           IF WSV-CONFIRMA NOT = 'S'
              DISPLAY "CASTIGO CANCELADO"
           ELSE
              PERFORM 245000-ULTIMO-NUMERO
              MOVE 0 TO WSI-K
              INITIALIZE REG-CASTIGO
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTCUOTAS
                 IF CUO-ACASTIGAR(WSI-I) = 1
                    MOVE WSC-ESTADO-CASTIGADA TO CUO-ESTADO(WSI-I)
                    IF WSI-K < 24
                       ADD 1 TO WSI-K
                       MOVE CUO-NRO(WSI-I) TO CAS-CUOTA(WSI-K)
                    END-IF
                 END-IF
              END-PERFORM
              PERFORM 250000-REGRABAR-CUOTAS
              PERFORM 260000-GRABAR-CASTIGO
           END-IF.

       245000-ULTIMO-NUMERO.
           MOVE 0 TO WSV-ULTIMONUMERO
           OPEN INPUT CASTIGOS
           IF WSS-FS-CASTIGOS-OK
              PERFORM UNTIL WSS-FS-CASTIGOS-EOF
                 READ CASTIGOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF CAS-NUMERO > WSV-ULTIMONUMERO
                          MOVE CAS-NUMERO TO WSV-ULTIMONUMERO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CASTIGOS
           END-IF.

       250000-REGRABAR-CUOTAS.
           MOVE 'CUOTAS.DAT'    TO WS-INT-ARCHIVO
           MOVE 'CASTIGO-09-FL' TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT CUOTAS
           IF WSS-FS-CUOTAS-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTCUOTAS
                 MOVE CUO-NOMBRE(WSI-I)       TO FSC-NOMBRE
                 MOVE CUO-APELLIDO(WSI-I)     TO FSC-APELLIDO
                 MOVE CUO-NRO(WSI-I)          TO FSC-NUMERO-CUOTA
                 MOVE CUO-IMPORTE(WSI-I)      TO FSC-IMPORTE
                 MOVE CUO-FECHA(WSI-I)        TO FSC-FECHA
                 MOVE CUO-VENCIMIENTO(WSI-I)  TO FSC-VENCIMIENTO
                 MOVE CUO-MORA(WSI-I)         TO FSC-MORA
                 MOVE CUO-ESTADO(WSI-I)       TO FSC-ESTADO
                 MOVE CUO-PLANREF(WSI-I)      TO FSC-PLANREF
                 WRITE REG-CUOTA
              END-PERFORM
              CLOSE CUOTAS
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR CUOTAS.DAT"
              DISPLAY "FILE STATUS " WSS-FS-CUOTAS
           END-IF.

       260000-GRABAR-CASTIGO.
           COMPUTE CAS-NUMERO = WSV-ULTIMONUMERO + 1
           MOVE WSV-FECHA-SISTEMA TO CAS-FECHA
           MOVE WSV-NOMBRE        TO CAS-NOMBRE
           MOVE WSV-APELLIDO      TO CAS-APELLIDO
           MOVE WSV-CUIT          TO CAS-CUIT
           MOVE WSV-RESOLUCION    TO CAS-RESOLUCION
           MOVE WSI-K             TO CAS-CANTCUOTAS
           MOVE WSV-DEUDACLIENTE  TO CAS-IMPORTE
           MOVE WSV-USUARIO       TO CAS-SUPERVISOR
           OPEN EXTEND CASTIGOS
           IF WSS-FS-CASTIGOS-NOEXISTE
              OPEN OUTPUT CASTIGOS
           END-IF
           WRITE REG-CASTIGO
           IF WSS-FS-CASTIGOS-OK
              DISPLAY "CASTIGO NRO " CAS-NUMERO " REGISTRADO: "
                      WSI-K " CUOTAS CASTIGADAS"
           ELSE
              DISPLAY "ERROR AL GRABAR CASTIGOS.DAT"
              DISPLAY "FILE STATUS " WSS-FS-CASTIGOS
           END-IF
           CLOSE CASTIGOS.

      *****************************************************************
      * LISTADO DE CASTIGOS CON LO RECUPERADO DE CADA UNO (RECUPEROS  *
      * MENOS ANULACIONES DE RECUPERO).                               *
      *****************************************************************
       300000-LISTAR-CASTIGOS.
           PERFORM 310000-CARGAR-RECUPERADO
           MOVE 0 TO WSA-TOTALCASTIGADO
           MOVE 0 TO WSA-TOTALRECUPERADO
           OPEN INPUT CASTIGOS
           IF NOT WSS-FS-CASTIGOS-OK
              DISPLAY "NO HAY CASTIGOS REGISTRADOS"
           ELSE
              DISPLAY "--------------------------------------"
              PERFORM UNTIL WSS-FS-CASTIGOS-EOF
                 READ CASTIGOS
                    AT END
                       CONTINUE
                    NOT AT END
                       PERFORM 320000-MOSTRAR-CASTIGO
                 END-READ
              END-PERFORM
              CLOSE CASTIGOS
              DISPLAY "--------------------------------------"
              MOVE WSA-TOTALCASTIGADO  TO WSM-TOTAL
              DISPLAY "TOTAL CASTIGADO:  " WSM-TOTAL
              MOVE WSA-TOTALRECUPERADO TO WSM-RECUPERADO
              DISPLAY "TOTAL RECUPERADO: " WSM-RECUPERADO
           END-IF.

       310000-CARGAR-RECUPERADO.
           MOVE 0 TO WSV-CANTCASTIGOS
           OPEN INPUT RECUPEROS
           IF WSS-FS-RECUPEROS-OK
              PERFORM UNTIL WSS-FS-RECUPEROS-EOF
                 READ RECUPEROS
                    AT END
                       CONTINUE
                    NOT AT END
                       PERFORM 315000-ACUMULAR-RECUPERO
                 END-READ
              END-PERFORM
              CLOSE RECUPEROS
           END-IF.

       315000-ACUMULAR-RECUPERO.
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCASTIGOS
              IF CST-NUMERO(WSI-I) = REP-CASTIGO
                 MOVE WSI-I TO WSV-POSICION
              END-IF
           END-PERFORM
           IF WSV-POSICION = 0 AND WSV-CANTCASTIGOS < 300
              ADD 1 TO WSV-CANTCASTIGOS
              MOVE REP-CASTIGO TO CST-NUMERO(WSV-CANTCASTIGOS)
              MOVE 0 TO CST-RECUPERADO(WSV-CANTCASTIGOS)
              MOVE WSV-CANTCASTIGOS TO WSV-POSICION
           END-IF
           IF WSV-POSICION > 0
              IF REP-TIPO = 'A'
                 SUBTRACT REP-IMPORTE FROM CST-RECUPERADO(WSV-POSICION)
              ELSE
                 ADD REP-IMPORTE TO CST-RECUPERADO(WSV-POSICION)
              END-IF
           END-IF.

       320000-MOSTRAR-CASTIGO.
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCASTIGOS
              IF CST-NUMERO(WSI-I) = CAS-NUMERO
                 MOVE WSI-I TO WSV-POSICION
              END-IF
           END-PERFORM
           MOVE CAS-IMPORTE TO WSM-DEUDA
           IF WSV-POSICION = 0
              MOVE 0 TO WSM-RECUPERADO
           ELSE
              MOVE CST-RECUPERADO(WSV-POSICION) TO WSM-RECUPERADO
              ADD CST-RECUPERADO(WSV-POSICION) TO WSA-TOTALRECUPERADO
           END-IF
           ADD CAS-IMPORTE TO WSA-TOTALCASTIGADO
           DISPLAY "CASTIGO " CAS-NUMERO " DEL " CAS-FECHA
                   " RESOLUCION " CAS-RESOLUCION
                   " POR " FUNCTION TRIM(CAS-SUPERVISOR)
           DISPLAY "   " FUNCTION TRIM(CAS-NOMBRE) " "
                   FUNCTION TRIM(CAS-APELLIDO)
                   " CUIT " CAS-CUIT
                   " CUOTAS " CAS-CANTCUOTAS
           DISPLAY "   CASTIGADO " WSM-DEUDA
                   " RECUPERADO " WSM-RECUPERADO.

      *****************************************************************
      * ASIENTOS DEL PERIODO AAAAMM, AGREGADOS A ASIENTOS.DAT: POR    *
      * CADA CASTIGO EL PAR DEL ORIGEN 'CAS' (INCOBRABLES CONTRA      *
      * DEUDORES); POR CADA RECUPERO EL PAR DEL ORIGEN 'REC' SEGUN EL *
      * MEDIO DE PAGO (LA ANULACION DE UN RECUPERO VA AL REVES). AL   *
      * FINAL, LOS RENGLONES DE CONTROL. COMO EN INTCONT-09-FL, UNA   *
      * PRIMERA PASADA VERIFICA QUE TODO TENGA CUENTA EN              *
      * CTASINTERFAZ.DAT; SI FALTA ALGUNA NO SE AGREGA NADA.          *
      *****************************************************************
       400000-GENERAR-ASIENTOS.
           DISPLAY "INGRESE PERIODO (AAAAMM): "
           ACCEPT WSV-PERIODO
           IF WSV-PERIODO IS NOT NUMERIC
              OR WSV-PER-MES < 1 OR WSV-PER-MES > 12
              DISPLAY "PERIODO INVALIDO"
           ELSE
              PERFORM 405000-FIN-DE-MES
              PERFORM 410000-VERIFICAR-PERIODO
              IF WSV-YAGENERADO = 1
                 DISPLAY "LOS ASIENTOS DE CASTIGOS DE " WSV-PERIODO
                         " YA ESTAN EN ASIENTOS.DAT: NO SE AGREGAN DE "
                         "NUEVO"
              ELSE
                 PERFORM 415000-CARGAR-CUENTAS
                 IF WSV-CTASLLENAS = 1
                    DISPLAY "CTASINTERFAZ.DAT SUPERA LA TABLA: SE "
                            "CANCELA SIN AGREGAR NADA"
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    PERFORM 417000-CARGAR-SESIONES
                    MOVE 0 TO WSV-GRABAR
                    PERFORM 420000-RECORRER-PERIODO
                    EVALUATE TRUE
                       WHEN WSA-SINCUENTA > 0
                          DISPLAY WSA-SINCUENTA " MOVIMIENTOS SIN "
                                  "CUENTA EN CTASINTERFAZ.DAT: NO SE "
                                  "GENERA NADA"
                          MOVE 8 TO RETURN-CODE
                       WHEN WSA-DOCUMENTOS = 0
                          DISPLAY "NO HAY CASTIGOS NI RECUPEROS EN "
                                  WSV-PERIODO
                       WHEN OTHER
                          PERFORM 450000-AGREGAR-ASIENTOS
                    END-EVALUATE
                 END-IF
              END-IF
           END-IF.

       405000-FIN-DE-MES.
           MOVE WSV-PERIODO TO WSV-FPE-PERIODO
           MOVE WSC-DIAS(WSV-PER-MES) TO WSV-FPE-DIA
           IF WSV-PER-MES = 2
              DIVIDE WSV-PER-ANO BY 4 GIVING WSV-COCIENTE
                     REMAINDER WSV-RESTO4
              DIVIDE WSV-PER-ANO BY 100 GIVING WSV-COCIENTE
                     REMAINDER WSV-RESTO100
              DIVIDE WSV-PER-ANO BY 400 GIVING WSV-COCIENTE
                     REMAINDER WSV-RESTO400
              IF WSV-RESTO4 = 0
                 AND (WSV-RESTO100 NOT = 0 OR WSV-RESTO400 = 0)
                 MOVE 29 TO WSV-FPE-DIA
              END-IF
           END-IF.

       410000-VERIFICAR-PERIODO.
           MOVE 0 TO WSV-YAGENERADO
           OPEN INPUT ASIENTOS
           IF WSS-FS-ASIENTOS-OK
              PERFORM UNTIL WSS-FS-ASIENTOS-EOF
                 READ ASIENTOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF ASI-TIPOREG = 'T'
                          AND ASI-FECHA = WSV-FECHAPERIODO
                          AND ASI-CONCEPTO = WSC-CTRL-DEBE
                          MOVE 1 TO WSV-YAGENERADO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ASIENTOS
           END-IF.

       415000-CARGAR-CUENTAS.
           MOVE 0 TO WSV-CANTCUENTAS
           MOVE 0 TO WSV-CTASLLENAS
           OPEN INPUT CTASINTERFAZ
           IF WSS-FS-CTASINT-OK
              PERFORM UNTIL WSS-FS-CTASINT-EOF OR WSV-CANTCUENTAS > 99
                 READ CTASINTERFAZ
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTCUENTAS
                       MOVE REG-CTAINTERFAZ TO
                                       WST-CTAINTERFAZ(WSV-CANTCUENTAS)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-CTASINT-EOF
                 READ CTASINTERFAZ
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-CTASLLENAS
                 END-READ
              END-IF
              CLOSE CTASINTERFAZ
           END-IF.

      *****************************************************************
      * LAS SESIONES SIN OFICINA (ANTERIORES AL CAMPO) Y LOS          *
      * MOVIMIENTOS SIN SESION QUEDAN SIN CENTRO DE COSTO.            *
      *****************************************************************
       417000-CARGAR-SESIONES.
           MOVE SPACES TO TABLA-SESIONES
           OPEN INPUT CAJASES
           IF WSS-FS-CAJASES-OK
              PERFORM UNTIL WSS-FS-CAJASES-EOF
                 READ CAJASES
                    AT END
                       CONTINUE
                    NOT AT END
                       IF SES-NUMERO > 0
                          MOVE SES-OFICINA TO
                                          WST-SESOFICINA(SES-NUMERO)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CAJASES
           END-IF.

       420000-RECORRER-PERIODO.
           MOVE 0 TO WSA-DOCUMENTOS
           MOVE 0 TO WSA-SINCUENTA
           MOVE 0 TO WSA-CANTASIENTOS
           MOVE 0 TO WSA-TOTALDEBE
           MOVE 0 TO WSA-TOTALHABER
           OPEN INPUT CASTIGOS
           IF WSS-FS-CASTIGOS-OK
              PERFORM UNTIL WSS-FS-CASTIGOS-EOF
                 READ CASTIGOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF CAS-PERIODO = WSV-PERIODO
                          PERFORM 430000-ASIENTO-CASTIGO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CASTIGOS
           END-IF

           OPEN INPUT RECUPEROS
           IF WSS-FS-RECUPEROS-OK
              PERFORM UNTIL WSS-FS-RECUPEROS-EOF
                 READ RECUPEROS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF REP-PERIODO = WSV-PERIODO
                          PERFORM 440000-ASIENTO-RECUPERO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RECUPEROS
           END-IF.

       430000-ASIENTO-CASTIGO.
           ADD 1 TO WSA-DOCUMENTOS
           MOVE SPACES TO WSV-CONCEPTO
           STRING 'CASTIGO NRO ' CAS-NUMERO
                  DELIMITED BY SIZE INTO WSV-CONCEPTO
           MOVE CAS-FECHA   TO WSV-FECHAASIENTO
           MOVE CAS-IMPORTE TO WSV-IMPORTEASIENTO
           MOVE 'CAS'             TO WSV-ORIGEN
           MOVE WSC-CLAVE-GENERAL TO WSV-CLAVECTA
           MOVE 0 TO WSV-INVERSO
           MOVE SPACES TO WSV-CENTROCOSTO
           IF WSV-GRABAR = 1
              PERFORM 435000-OFICINA-CLIENTE
           END-IF
           PERFORM 460000-IMPUTAR.

      *****************************************************************
      * EL CASTIGO VA AL CENTRO DE COSTO DE LA OFICINA DEL ULTIMO     *
      * PAGO EN CAJA DEL CLIENTE (MISMO CRITERIO QUE COBRAB-09-FL);   *
      * SIN PAGOS EN CAJA QUEDA EN BLANCO.                            *
      *****************************************************************
       435000-OFICINA-CLIENTE.
           MOVE 0 TO WSV-FECHAULTPAGO
           OPEN INPUT PAGOS
           IF WSS-FS-PAGOS-OK
              PERFORM UNTIL WSS-FS-PAGOS-EOF
                 READ PAGOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF PAG-NOMBRE = CAS-NOMBRE
                          AND PAG-APELLIDO = CAS-APELLIDO
                          AND PAG-SESION > 0
                          AND PAG-FECHA NOT < WSV-FECHAULTPAGO
                          MOVE PAG-FECHA TO WSV-FECHAULTPAGO
                          MOVE WST-SESOFICINA(PAG-SESION) TO
                                                   WSV-CENTROCOSTO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAGOS
           END-IF.

       440000-ASIENTO-RECUPERO.
           ADD 1 TO WSA-DOCUMENTOS
           MOVE SPACES TO WSV-CONCEPTO
           MOVE REP-FECHA   TO WSV-FECHAASIENTO
           MOVE REP-IMPORTE TO WSV-IMPORTEASIENTO
           MOVE 'REC'     TO WSV-ORIGEN
           MOVE REP-MEDIO TO WSV-CLAVECTA
           IF REP-TIPO = 'A'
              STRING 'ANUL RECUPERO ' REP-CASTIGO
                     DELIMITED BY SIZE INTO WSV-CONCEPTO
              MOVE 1 TO WSV-INVERSO
           ELSE
              STRING 'RECUPERO CAST ' REP-CASTIGO
                     DELIMITED BY SIZE INTO WSV-CONCEPTO
              MOVE 0 TO WSV-INVERSO
           END-IF
           MOVE SPACES TO WSV-CENTROCOSTO
           IF REP-SESION > 0
              MOVE WST-SESOFICINA(REP-SESION) TO WSV-CENTROCOSTO
           END-IF
           PERFORM 460000-IMPUTAR.

       450000-AGREGAR-ASIENTOS.
           OPEN EXTEND ASIENTOS
           IF WSS-FS-ASIENTOS-NOEXISTE
              OPEN OUTPUT ASIENTOS
           END-IF
           IF NOT WSS-FS-ASIENTOS-OK
              DISPLAY "NO SE PUDO AGREGAR A ASIENTOS.DAT"
              DISPLAY "FILE STATUS " WSS-FS-ASIENTOS
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 1 TO WSV-GRABAR
              PERFORM 420000-RECORRER-PERIODO

              MOVE 'T'               TO ASI-TIPOREG
              MOVE WSV-FECHAPERIODO  TO ASI-FECHA
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
              DISPLAY "AGREGADOS A ASIENTOS.DAT: " WSA-CANTASIENTOS
                      " RENGLONES, TOTAL DEBE " WSM-TOTAL
              DISPLAY "PASAR AHORA LA VALIDACION (PLANCTAS-09-FL) Y "
                      "LA MAYORIZACION (MAYOR-09-FL)"
           END-IF.

      *****************************************************************
      * BUSCA LA CUENTA DEL ORIGEN Y CLAVE; SI NO HAY UNA ESPECIFICA, *
      * LA GENERAL DEL ORIGEN (CLAVE '***'). EN LA PASADA DE          *
      * VERIFICACION SE INFORMA CADA MOVIMIENTO SIN CUENTA; EN LA DE  *
      * GRABACION SE ESCRIBE EL PAR.                                  *
      *****************************************************************
       460000-IMPUTAR.
           IF WSV-IMPORTEASIENTO > 0
              MOVE 0 TO WSV-POSCUENTA
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTCUENTAS
                 IF CTI-ORIGEN(WSI-I) = WSV-ORIGEN
                    AND CTI-CLAVE(WSI-I) = WSV-CLAVECTA
                    MOVE WSI-I TO WSV-POSCUENTA
                 END-IF
              END-PERFORM
              IF WSV-POSCUENTA = 0
                 PERFORM VARYING WSI-I FROM 1 BY 1
                         UNTIL WSI-I > WSV-CANTCUENTAS
                    IF CTI-ORIGEN(WSI-I) = WSV-ORIGEN
                       AND CTI-CLAVE(WSI-I) = WSC-CLAVE-GENERAL
                       MOVE WSI-I TO WSV-POSCUENTA
                    END-IF
                 END-PERFORM
              END-IF
              IF WSV-POSCUENTA = 0
                 ADD 1 TO WSA-SINCUENTA
                 DISPLAY "SIN CUENTA " WSV-ORIGEN "/" WSV-CLAVECTA
                         ": " WSV-CONCEPTO
              ELSE
                 IF WSV-GRABAR = 1
                    PERFORM 470000-GRABAR-PAR
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      * LA ANULACION DE UN RECUPERO (WSV-INVERSO = 1) INVIERTE LAS    *
      * CUENTAS DEL PAR.                                              *
      *****************************************************************
       470000-GRABAR-PAR.
           MOVE 'D'                TO ASI-TIPOREG
           MOVE WSV-FECHAASIENTO   TO ASI-FECHA
           IF WSV-INVERSO = 1
              MOVE CTI-CTAHABER(WSV-POSCUENTA) TO ASI-CUENTA
           ELSE
              MOVE CTI-CTADEBE(WSV-POSCUENTA) TO ASI-CUENTA
           END-IF
           MOVE 0                  TO ASI-CLIENTE
           MOVE 'D'                TO ASI-DEBEHABER
           MOVE WSV-CONCEPTO       TO ASI-CONCEPTO
           MOVE WSV-IMPORTEASIENTO TO ASI-IMPORTE
           MOVE WSV-CENTROCOSTO    TO ASI-CENTROCOSTO
           WRITE REG-ASIENTO
           ADD WSV-IMPORTEASIENTO TO WSA-TOTALDEBE
           ADD 1 TO WSA-CANTASIENTOS

           IF WSV-INVERSO = 1
              MOVE CTI-CTADEBE(WSV-POSCUENTA) TO ASI-CUENTA
           ELSE
              MOVE CTI-CTAHABER(WSV-POSCUENTA) TO ASI-CUENTA
           END-IF
           MOVE 'H'                TO ASI-DEBEHABER
           WRITE REG-ASIENTO
           ADD WSV-IMPORTEASIENTO TO WSA-TOTALHABER
           ADD 1 TO WSA-CANTASIENTOS.

       COPY FSINTPROC.

       COPY FSFECHAPROC.

       COPY FSLOCKPROC.

       COPY FSLOGPROC.

       END PROGRAM CASTIGO-09-FL.
