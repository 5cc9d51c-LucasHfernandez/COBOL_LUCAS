      * Date: 15/07/2019
      * Purpose: REGISTRO DE PAGOS DE CUOTAS (TOTALES O PARCIALES) Y
      *          CONSULTA DE SALDO PENDIENTE POR CLIENTE.
      *          CADA PAGO REGISTRADO LLEVA EL USUARIO QUE LO COBRO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CHEQUES.

           SELECT CUPONES             ASSIGN TO DISK 'CUPONES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CUPONES.

           SELECT CREDITOS            ASSIGN TO DISK 'CREDITOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CREDITOS.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RECPAGOS.

           SELECT PRONTOPAGO          ASSIGN TO DISK 'PRONTOPAGO.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PRONTOPAGO.

           SELECT DESCUENTOS          ASSIGN TO DISK 'DESCUENTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DESCUENTOS.

           SELECT CASTIGOS            ASSIGN TO DISK 'CASTIGOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CASTIGOS.

           SELECT RECUPEROS           ASSIGN TO DISK 'RECUPEROS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RECUPEROS.

           SELECT PARTIDAS            ASSIGN TO DISK 'PARTIDAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PARTIDAS.

           SELECT OPERADORES          ASSIGN TO DISK 'OPERADORES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-OPERADORES.

           SELECT INTENCION ASSIGN TO DISK 'INTENCION.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-INT-FS.
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

      * PAGOS.DAT: UN REGISTRO POR CADA PAGO RECIBIDO (TOTAL O        *
      * PARCIAL) SOBRE UNA CUOTA DE CUOTAS.DAT, CON FECHA, IMPORTE Y  *
      * MEDIO DE PAGO ('E' EFECTIVO, 'T' TRANSFERENCIA, 'C' CHEQUE,   *
      * 'D' DEBITO, 'R' RED DE COBRANZA, 'K' TARJETA). PAG-OPERADOR *
      * ES EL USUARIO QUE LO REGISTRO (EN BLANCO: PAGO ANTERIOR AL    *
      * CAMPO O IMPUTADO POR UN PROCESO, DEBITOS, RED O AGENCIA).     *
      *****************************************************************
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
          05 PAG-OPERADOR          PIC X(10).

      *****************************************************************
      * CAJASES.DAT: SESIONES DE CAJA (CAJA-09-FL). CADA PAGO QUEDA   *
          05 CHQ-ESTADO            PIC X(01).
          05 CHQ-NOMBRE            PIC A(20).
          05 CHQ-APELLIDO          PIC A(20).
          05 CHQ-NUMERO-CUOTA      PIC 9(02).
          05 CHQ-IMPORTE           PIC 9(06)V9(02).
          05 CHQ-FECHAPAGO         PIC 9(08).

      *****************************************************************
      * CUPONES.DAT: CUPONES DE TARJETA COBRADOS EN LA TERMINAL DE LA *
      * CAJA (MEDIO 'K'), CON SU NUMERO, LA MARCA Y LA CANTIDAD DE    *
      * CUOTAS DE LA TARJETA, VINCULADOS AL PAGO POR CLIENTE + CUOTA  *
      * + FECHA (CUOTA 0 = PAGO A CUENTA). CUP-ESTADO 'P' = PENDIENTE *
      * DE LIQUIDAR POR LA ADQUIRENTE, 'L' = LIQUIDADO (LO MARCA      *
      * LIQTARJ-09-FL CON LA FECHA Y EL NETO DE LA LIQUIDACION).      *
      *****************************************************************
       FD CUPONES.
       01 REG-CUPON.
          05 CUP-NUMERO            PIC 9(08).
          05 CUP-MARCA             PIC X(10).
          05 CUP-CUOTAS            PIC 9(02).
          05 CUP-NOMBRE            PIC A(20).
          05 CUP-APELLIDO          PIC A(20).
          05 CUP-NUMERO-CUOTA      PIC 9(02).
          05 CUP-IMPORTE           PIC 9(06)V9(02).
          05 CUP-FECHAPAGO         PIC 9(08).
          05 CUP-SESION            PIC 9(04).
          05 CUP-ESTADO            PIC X(01).
          05 CUP-FECHALIQ          PIC 9(08).
          05 CUP-NETO              PIC 9(06)V9(02).

      *****************************************************************
      * CREDITOS.DAT: SALDOS A FAVOR DEL CLIENTE. CUANDO UN PAGO A    *
      * CUENTA SUPERA LA DEUDA, EL SOBRANTE QUEDA REGISTRADO ACA EN   *
       FD RECPAGOS.
       01 REG-RECPAGO              PIC X(70).

      *****************************************************************
      * PRONTOPAGO.DAT: PARAMETROS DEL DESCUENTO POR PRONTO PAGO CON  *
      * VIGENCIA (LOS MANTIENE PRONTOP-09-FL): UNA CUOTA PAGADA       *
      * ENTERA CON PPG-DIAS O MAS DIAS DE ANTICIPACION AL VENCIMIENTO *
      * TIENE PPG-PORCENTAJE DE DESCUENTO SOBRE SU IMPORTE.           *
      *****************************************************************
       FD PRONTOPAGO.
       01 REG-PRONTOPAGO.
          05 PPG-VIGENCIADESDE     PIC 9(08).
          05 PPG-DIAS              PIC 9(03).
          05 PPG-PORCENTAJE        PIC 9(02)V9(02).

      *****************************************************************
      * DESCUENTOS.DAT: UN REGISTRO POR DESCUENTO OTORGADO. LO        *
      * DESCONTADO CUENTA COMO COBRADO EN LA CUOTA MIENTRAS           *
      * DSC-ESTADO SEA 'V' (VIGENTE); 'A' = ANULADO PORQUE SE ANULO O *
      * SE RECHAZO EL PAGO QUE LO GANO.                               *
      *****************************************************************
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
      * CASTIGOS.DAT: DEUDA INCOBRABLE CASTIGADA (CASTIGO-09-FL), CON *
      * LAS CUOTAS QUE CUBRE CADA CASTIGO. UNA CUOTA CASTIGADA QUEDA  *
      * EN CUOTAS.DAT CON ESTADO 'C'.                                 *
      *****************************************************************
       FD CASTIGOS.
       01 REG-CASTIGO.
          05 CAS-NUMERO            PIC 9(04).
          05 CAS-FECHA             PIC 9(08).
          05 CAS-NOMBRE            PIC A(20).
          05 CAS-APELLIDO          PIC A(20).
          05 CAS-CUIT              PIC 9(11).
          05 CAS-RESOLUCION        PIC X(10).
          05 CAS-CANTCUOTAS        PIC 9(02).
          05 CAS-CUOTA             PIC 9(02) OCCURS 24 TIMES.
          05 CAS-IMPORTE           PIC 9(08)V9(02).
          05 CAS-SUPERVISOR        PIC X(10).

      *****************************************************************
      * RECUPEROS.DAT: LO COBRADO SOBRE UNA CUOTA CASTIGADA NO        *
      * CANCELA DEUDA NORMAL: ADEMAS DEL PAGO SE GRABA ACA COMO       *
      * RECUPERO ('R') DEL CASTIGO, PARA SU ASIENTO EN CASTIGO-09-FL. *
      *****************************************************************
       FD RECUPEROS.
       01 REG-RECUPERO.
          05 REP-CASTIGO           PIC 9(04).
          05 REP-FECHA             PIC 9(08).
          05 REP-NOMBRE            PIC A(20).
          05 REP-APELLIDO          PIC A(20).
          05 REP-NUMERO-CUOTA      PIC 9(02).
          05 REP-FECHAPAGO         PIC 9(08).
          05 REP-IMPORTE           PIC 9(06)V9(02).
          05 REP-MEDIO             PIC X(01).
          05 REP-SESION            PIC 9(04).
          05 REP-TIPO              PIC X(01).

      *****************************************************************
      * PARTIDAS.DAT: CREDITOS DEL BANCO SIN PAGO QUE CONCILIA-09-FL  *
      * DEJA EN SUSPENSO. PAR-ESTADO 'P' = PENDIENTE DE IDENTIFICAR,  *
      * 'I' = IDENTIFICADA: SE IMPUTO COMO PAGO DEL CLIENTE EN LA     *
      * OPCION 4 DE ESTE PROGRAMA, CON LA FECHA DEL BANCO.            *
      *****************************************************************
       FD PARTIDAS.
       01 REG-PARTIDA.
          05 PAR-NUMERO            PIC 9(05).
          05 PAR-FECHA             PIC 9(08).
          05 PAR-REFERENCIA        PIC X(10).
          05 PAR-IMPORTE           PIC 9(08)V9(02).
          05 PAR-ESTADO            PIC X(01).
          05 PAR-FECHAIDENT        PIC 9(08).
          05 PAR-NOMBRE            PIC A(20).
          05 PAR-APELLIDO          PIC A(20).

       FD OPERADORES.
       01 REG-OPERADOR.
           05 OPE-USUARIO              PIC X(10).
           05 OPE-CLAVE                PIC X(10).
           05 OPE-NIVEL                PIC 9(01).

       FD INTENCION.
       COPY FSINT.

          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-NOMBRE           PIC A(20).
          05 WSV-APELLIDO         PIC A(20).
          05 WSV-NUMERO-CUOTA     PIC 9(02).
          05 WSV-FECHA-PAGO       PIC 9(08).
          05 WSV-IMP-PAGO         PIC 9(06)V9(02).
          05 WSV-MEDIO            PIC X(01).
            88 WSV-MEDIO-VALIDO                   VALUE 'E' 'T' 'C' 'D'
                                                        'R' 'K'.
          05 WSV-PENDIENTE        PIC 9(07)V9(02).
          05 WSV-ENCONTRADO       PIC 9(01)       VALUE 0.
          05 WSV-POSICION         PIC 9(03)       VALUE 0.
          05 WSV-IMPORTEVALIDO    PIC 9(01)       VALUE 0.
          05 WSV-NROCHEQUE        PIC 9(08)       VALUE 0.
          05 WSV-FECHAEMISION     PIC 9(08)       VALUE 0.
          05 WSV-IMPCHEQUE        PIC 9(06)V9(02) VALUE 0.
          05 WSV-CUOTACHEQUE      PIC 9(02)       VALUE 0.
          05 WSV-HAYPRONTOPAGO    PIC 9(01)       VALUE 0.
          05 WSV-MEJORVIGPP       PIC 9(08)       VALUE 0.
          05 WSV-PP-DIAS          PIC 9(03)       VALUE 0.
          05 WSV-PP-PORCENTAJE    PIC 9(02)V9(02) VALUE 0.
          05 WSV-OFRECEDESC       PIC 9(01)       VALUE 0.
          05 WSV-APLICADESC       PIC 9(01)       VALUE 0.
          05 WSV-DIASANTICIP      PIC S9(05)      VALUE 0.
          05 WSV-DESCUENTO        PIC 9(06)V9(02) VALUE 0.
          05 WSV-IMPCONDESC       PIC 9(06)V9(02) VALUE 0.
          05 WSV-NROCASTIGO       PIC 9(04)       VALUE 0.
          05 WSV-NROPARTIDA       PIC 9(05)       VALUE 0.
          05 WSV-POSPARTIDA       PIC 9(04)       VALUE 0.
          05 WSV-CANTPARTIDAS     PIC 9(04)       VALUE 0.
          05 WSV-PARTIDASLLENA    PIC 9(01)       VALUE 0.
          05 WSV-PENDIENTESPAR    PIC 9(04)       VALUE 0.
          05 WSV-CONFIRMA         PIC X(01)       VALUE SPACE.
          05 WSV-ESPARTIDA        PIC 9(01)       VALUE 0.
          05 WSV-NROCUPON         PIC 9(08)       VALUE 0.
          05 WSV-MARCA            PIC X(10)       VALUE SPACES.
            88 WSV-MARCA-VALIDA                   VALUE 'VISA'
                                                        'MASTERCARD'
                                                        'AMEX'
                                                        'CABAL'
                                                        'NARANJA'.
          05 WSV-CUOTASTARJETA    PIC 9(02)       VALUE 0.
          05 WSV-IMPCUPON         PIC 9(06)V9(02) VALUE 0.
          05 WSV-CUOTACUPON       PIC 9(02)       VALUE 0.
          05 WSV-USUARIO          PIC X(10)       VALUE SPACES.
          05 WSV-CLAVE            PIC X(10)       VALUE SPACES.
          05 WSV-AUTORIZADO       PIC 9(01)       VALUE 0.

       01 CONSTANTES.
          05 WSC-ESTADO-IMPAGA    PIC X(01)       VALUE 'I'.
          05 WSC-ESTADO-PARCIAL   PIC X(01)       VALUE 'A'.
          05 WSC-ESTADO-PAGADA    PIC X(01)       VALUE 'P'.
          05 WSC-ESTADO-REFINAN   PIC X(01)       VALUE 'R'.
          05 WSC-ESTADO-CASTIGADA PIC X(01)       VALUE 'C'.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSI-P                PIC 9(04)       VALUE 0.
          05 WSV-CANTCUOTAS       PIC 9(03)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-TOTALPENDIENTE   PIC 9(08)V9(02) VALUE 0.
          05 WSA-CANTPENDIENTES   PIC 9(03)       VALUE 0.
          05 WSA-TOTALCASTIGADO   PIC 9(08)V9(02) VALUE 0.

       01 SWITCHES.
          05 WSS-FS-CUOTAS        PIC X(02).
          05 WSS-FS-CHEQUES       PIC X(02).
            88 WSS-FS-CHEQUES-OK                  VALUE '00'.
            88 WSS-FS-CHEQUES-NOEXISTE            VALUE '35'.
          05 WSS-FS-CUPONES       PIC X(02).
            88 WSS-FS-CUPONES-OK                  VALUE '00'.
            88 WSS-FS-CUPONES-NOEXISTE            VALUE '35'.
          05 WSS-FS-SCORES        PIC X(02).
            88 WSS-FS-SCORES-OK                   VALUE '00'.
            88 WSS-FS-SCORES-EOF                  VALUE '10'.
            88 WSS-FS-CERTRET-OK                  VALUE '00'.
            88 WSS-FS-CERTRET-EOF                 VALUE '10'.
            88 WSS-FS-CERTRET-NOEXISTE            VALUE '35'.
          05 WSS-FS-PRONTOPAGO    PIC X(02).
            88 WSS-FS-PRONTOPAGO-OK               VALUE '00'.
            88 WSS-FS-PRONTOPAGO-EOF              VALUE '10'.
          05 WSS-FS-DESCUENTOS    PIC X(02).
            88 WSS-FS-DESCUENTOS-OK               VALUE '00'.
            88 WSS-FS-DESCUENTOS-EOF              VALUE '10'.
            88 WSS-FS-DESCUENTOS-NOEXISTE         VALUE '35'.
          05 WSS-FS-CASTIGOS      PIC X(02).
            88 WSS-FS-CASTIGOS-OK                 VALUE '00'.
            88 WSS-FS-CASTIGOS-EOF                VALUE '10'.
          05 WSS-FS-RECUPEROS     PIC X(02).
            88 WSS-FS-RECUPEROS-OK                VALUE '00'.
            88 WSS-FS-RECUPEROS-NOEXISTE          VALUE '35'.
          05 WSS-FS-PARTIDAS      PIC X(02).
            88 WSS-FS-PARTIDAS-OK                 VALUE '00'.
            88 WSS-FS-PARTIDAS-EOF                VALUE '10'.
          05 WSS-FS-OPERADORES    PIC X(02).
            88 WSS-FS-OPERADORES-OK               VALUE '00'.
            88 WSS-FS-OPERADORES-EOF              VALUE '10'.

       01 MASCARAS.
          05 WSM-PENDIENTE        PIC Z(07),99.
          05 WSM-IMPORTE          PIC Z(06),99.
          05 WSM-ORIGINAL         PIC Z(08),99.
          05 WSM-COTIZ            PIC Z(04),9999.
          05 WSM-PAGADO           PIC Z(07),99.
          05 WSM-TOTALPENDIENTE   PIC Z(08),99.
          05 WSM-PORCENTAJE       PIC Z9,99.
          05 WSM-DESCUENTO        PIC Z(06),99.
          05 WSM-PARTIDA          PIC Z(08),99.

      *****************************************************************
      * CUOTAS.DAT SE CARGA ENTERO EN MEMORIA (ES LINE SEQUENTIAL Y   *
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

      *****************************************************************
      * PARTIDAS.DAT EN MEMORIA PARA MARCAR LA IDENTIFICADA Y         *
      * REGRABARLO.                                                   *
      *****************************************************************
       01 TABLA-PARTIDAS.
          05 WST-PARTIDA          OCCURS 2000 TIMES.
             10 PTD-NUMERO        PIC 9(05).
             10 PTD-FECHA         PIC 9(08).
             10 PTD-REFERENCIA    PIC X(10).
             10 PTD-IMPORTE       PIC 9(08)V9(02).
             10 PTD-ESTADO        PIC X(01).
             10 PTD-FECHAIDENT    PIC 9(08).
             10 PTD-NOMBRE        PIC A(20).
             10 PTD-APELLIDO      PIC A(20).

       PROCEDURE DIVISION.

      * DE PISAR EL ARCHIVO A MEDIO ESCRIBIR.                         *
      *****************************************************************
           MOVE 'PAGOS-09-FL' TO WS-CER-PROGRAMA
           MOVE 4 TO WS-CER-CANTARCH
           MOVE 'CUOTAS.DAT' TO WS-CER-ARCHIVO(1)
           MOVE 'PAGOS.DAT'  TO WS-CER-ARCHIVO(2)
           MOVE 'DESCUENTOS.DAT' TO WS-CER-ARCHIVO(3)
           MOVE 'PARTIDAS.DAT' TO WS-CER-ARCHIVO(4)
           PERFORM 9200-TOMAR-CERROJOS
           IF WS-CER-DENEGADO = 1
              MOVE 8 TO RETURN-CODE
           PERFORM 9300-LEER-FECHA-PROCESO
           MOVE WS-FPR-FECHA TO WSV-FECHA-SISTEMA
           PERFORM 080000-CARGAR-PARAM-RETENCION
           PERFORM 085000-CARGAR-PARAM-PRONTOPAGO
           PERFORM 090000-BUSCAR-SESION-ABIERTA
      *****************************************************************
      * EL ARCHIVO TIENE MAS REGISTROS QUE LA TABLA: REGRABARLO DESDE *
              DISPLAY "NO HAY CUOTAS CARGADAS EN CUOTAS.DAT"
           ELSE
              PERFORM 110000-CARGAR-PAGOS
              PERFORM 115000-CARGAR-DESCUENTOS
              PERFORM 050000-IDENTIFICAR-OPERADOR
              IF WSV-AUTORIZADO = 0
                 DISPLAY "USUARIO O CLAVE INVALIDOS - NO SE OPERA"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM 200000-MENU-PRINCIPAL
              END-IF
              PERFORM 300000-REGRABAR-CUOTAS
           END-IF
           END-IF
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

      *****************************************************************
      * OPERADOR QUE COBRA (CUALQUIER NIVEL DE OPERADORES.DAT): QUEDA *
      * EN CADA PAGO QUE GRABA, PARA EL CONTROL DE OPOSICION DE       *
      * FUNCIONES (QUIEN COBRO NO DEBE SER QUIEN ANULA). SIN EL        *
      * ARCHIVO SE AVISA Y SE OPERA SIN CONTROL DE ACCESO.            *
      *****************************************************************
       050000-IDENTIFICAR-OPERADOR.
           MOVE 0 TO WSV-AUTORIZADO
           DISPLAY "INGRESE USUARIO: "
           ACCEPT WSV-USUARIO
           OPEN INPUT OPERADORES
           IF NOT WSS-FS-OPERADORES-OK
              DISPLAY "ATENCION: NO HAY OPERADORES.DAT - SE OPERA "
                      "SIN CONTROL DE ACCESO"
              MOVE 1 TO WSV-AUTORIZADO
           ELSE
              DISPLAY "INGRESE CLAVE: "
              ACCEPT WSV-CLAVE
              PERFORM UNTIL WSS-FS-OPERADORES-EOF
                 READ OPERADORES
                    AT END
                       CONTINUE
                    NOT AT END
                       IF OPE-USUARIO = WSV-USUARIO
                          AND OPE-CLAVE = WSV-CLAVE
                          MOVE 1 TO WSV-AUTORIZADO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERADORES
           END-IF.

      *****************************************************************
      * CARGA EL PARAMETRO DE RETENCION VIGENTE (EL DE VIGENCIA MAS   *
      * RECIENTE NO POSTERIOR A HOY). SIN ARCHIVO DE PARAMETROS NO    *
              CLOSE RETPARAM
           END-IF.

      *****************************************************************
      * CARGA EL PARAMETRO DE PRONTO PAGO VIGENTE, CON EL MISMO       *
      * CRITERIO QUE LA RETENCION. SIN ARCHIVO O CON PORCENTAJE 0 NO  *
      * SE OFRECE DESCUENTO.                                          *
      *****************************************************************
       085000-CARGAR-PARAM-PRONTOPAGO.
           MOVE 0 TO WSV-HAYPRONTOPAGO
           MOVE 0 TO WSV-MEJORVIGPP
           OPEN INPUT PRONTOPAGO
           IF WSS-FS-PRONTOPAGO-OK
              PERFORM UNTIL WSS-FS-PRONTOPAGO-EOF
                 READ PRONTOPAGO
                    AT END
                       CONTINUE
                    NOT AT END
                       IF PPG-VIGENCIADESDE <= WSV-FECHA-SISTEMA
                          AND PPG-VIGENCIADESDE >= WSV-MEJORVIGPP
                          MOVE PPG-VIGENCIADESDE TO WSV-MEJORVIGPP
                          MOVE PPG-DIAS          TO WSV-PP-DIAS
                          MOVE PPG-PORCENTAJE    TO WSV-PP-PORCENTAJE
                          MOVE 1 TO WSV-HAYPRONTOPAGO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRONTOPAGO
           END-IF
           IF WSV-PP-PORCENTAJE = 0
              MOVE 0 TO WSV-HAYPRONTOPAGO
           END-IF.

      *****************************************************************
      * BUSCA LA SESION DE CAJA ABIERTA (SI LA HAY) PARA ATAR A ELLA  *
      * LOS PAGOS DE ESTA CORRIDA. SIN SESION ABIERTA SE AVISA Y LOS  *
                       IF FSC-ESTADO = WSC-ESTADO-PAGADA
                          OR FSC-ESTADO = WSC-ESTADO-PARCIAL
                          OR FSC-ESTADO = WSC-ESTADO-REFINAN
                          OR FSC-ESTADO = WSC-ESTADO-CASTIGADA
                          MOVE FSC-ESTADO    TO
                                          CUO-ESTADO(WSV-CANTCUOTAS)
                       ELSE
              CLOSE PAGOS
           END-IF.

      *****************************************************************
      * LO DESCONTADO POR PRONTO PAGO CUENTA COMO COBRADO: SIN ESTO   *
      * UNA CUOTA PAGADA CON DESCUENTO VOLVERIA A QUEDAR PARCIAL.     *
      *****************************************************************
       115000-CARGAR-DESCUENTOS.
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
                          PERFORM 120000-BUSCAR-CUOTA
                          IF WSV-ENCONTRADO = 1
                             ADD DSC-DESCUENTO TO
                                 CUO-PAGADO(WSV-POSICION)
                             PERFORM 130000-RECALCULAR-ESTADO
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DESCUENTOS
           END-IF.

      *****************************************************************
      * BUSCA LA CUOTA DE WSV-NOMBRE/WSV-APELLIDO/WSV-NUMERO-CUOTA EN *
      * LA TABLA Y DEJA SU POSICION EN WSV-POSICION.                  *
      *****************************************************************
      * ESTADO DE LA CUOTA EN WSV-POSICION SEGUN LO COBRADO: SIN PAGO *
      * = IMPAGA; PAGO MENOR AL IMPORTE MAS MORA = PARCIAL; PAGO      *
      * COMPLETO = PAGADA. UNA CUOTA CASTIGADA SIGUE CASTIGADA AUNQUE *
      * SE RECUPERE: LO QUE SE COBRA ES RECUPERO DEL CASTIGO.         *
      *****************************************************************
       130000-RECALCULAR-ESTADO.
           IF CUO-ESTADO(WSV-POSICION) NOT = WSC-ESTADO-CASTIGADA
              IF CUO-PAGADO(WSV-POSICION) = 0
                 MOVE WSC-ESTADO-IMPAGA  TO CUO-ESTADO(WSV-POSICION)
              ELSE
                 IF CUO-PAGADO(WSV-POSICION) >=
                    CUO-IMPORTE(WSV-POSICION) + CUO-MORA(WSV-POSICION)
                    MOVE WSC-ESTADO-PAGADA  TO CUO-ESTADO(WSV-POSICION)
                 ELSE
                    MOVE WSC-ESTADO-PARCIAL TO CUO-ESTADO(WSV-POSICION)
                 END-IF
              END-IF
           END-IF.

       200000-MENU-PRINCIPAL.
           PERFORM UNTIL WSV-OPCION = 5
              DISPLAY "**************************************"
              DISPLAY "1 - REGISTRAR PAGO DE CUOTA"
              DISPLAY "2 - CONSULTAR SALDO PENDIENTE DE UN CLIENTE"
              DISPLAY "3 - PAGO A CUENTA (IMPUTACION AUTOMATICA)"
              DISPLAY "4 - IDENTIFICAR CREDITO BANCARIO EN SUSPENSO"
              DISPLAY "5 - SALIR"
              DISPLAY "RESPUESTA: "
              ACCEPT WSV-OPCION

                    PERFORM 250000-CONSULTAR-SALDO
                 WHEN 3
                    PERFORM 260000-PAGO-A-CUENTA
                 WHEN 4
                    PERFORM 280000-IDENTIFICAR-PARTIDA
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              IF CUO-ESTADO(WSV-POSICION) = WSC-ESTADO-PAGADA
                 DISPLAY "LA CUOTA YA ESTA TOTALMENTE PAGADA"
              ELSE
              IF CUO-ESTADO(WSV-POSICION) = WSC-ESTADO-CASTIGADA
                 AND WSV-PENDIENTE = 0
                 DISPLAY "LA CUOTA CASTIGADA YA FUE RECUPERADA ENTERA"
              ELSE
                 IF CUO-ESTADO(WSV-POSICION) = WSC-ESTADO-CASTIGADA
                    PERFORM 249500-BUSCAR-CASTIGO
                    DISPLAY "CUOTA CASTIGADA (CASTIGO NRO "
                            WSV-NROCASTIGO "): EL PAGO SE REGISTRA "
                            "COMO RECUPERO"
                 END-IF
                 MOVE CUO-IMPORTE(WSV-POSICION) TO WSM-IMPORTE
                 MOVE CUO-PAGADO(WSV-POSICION)  TO WSM-PAGADO
                 MOVE WSV-PENDIENTE             TO WSM-PENDIENTE
      *****************************************************************
      * EL MEDIO Y LA MONEDA SE PIDEN ANTES QUE EL IMPORTE: UN PAGO   *
      * EN MONEDA EXTRANJERA SE TECLEA EN SU MONEDA Y EL PROGRAMA LO  *
      * CONVIERTE A PESOS CON LA COTIZACION DEL DIA. LA FECHA DE PAGO *
      * TAMBIEN VA ANTES: DE ELLA DEPENDE EL DESCUENTO POR PRONTO     *
      * PAGO QUE SE OFRECE AL PEDIR EL IMPORTE.                       *
      *****************************************************************
                 PERFORM 230000-PEDIR-MEDIO-PAGO
                 DISPLAY "INGRESE FECHA DE PAGO (AAAAMMDD, 0 = HOY)"
                 ACCEPT WSV-FECHA-PAGO
                 IF WSV-FECHA-PAGO = 0
                    MOVE WSV-FECHA-SISTEMA TO WSV-FECHA-PAGO
                 END-IF
                 PERFORM 225000-EVALUAR-PRONTO-PAGO
                 PERFORM 220000-PEDIR-IMPORTE-PAGO
                 DISPLAY "COBRADOR DE CALLE (0 = MOSTRADOR): "
                 ACCEPT WSV-COBRADOR
                 PERFORM 240000-GRABAR-PAGO
                 IF CUO-ESTADO(WSV-POSICION) = WSC-ESTADO-CASTIGADA
                    PERFORM 249000-GRABAR-RECUPERO
                 END-IF
                 IF WSV-MEDIO = 'C'
                    MOVE WSV-IMP-PAGO     TO WSV-IMPCHEQUE
                    MOVE WSV-NUMERO-CUOTA TO WSV-CUOTACHEQUE
                    PERFORM 248000-REGISTRAR-CHEQUE
                 END-IF
                 IF WSV-MEDIO = 'K'
                    MOVE WSV-IMP-PAGO     TO WSV-IMPCUPON
                    MOVE WSV-NUMERO-CUOTA TO WSV-CUOTACUPON
                    PERFORM 248500-REGISTRAR-CUPON
                 END-IF
                 ADD WSV-IMP-PAGO TO CUO-PAGADO(WSV-POSICION)
                 IF WSV-APLICADESC = 1
                    PERFORM 245000-GRABAR-DESCUENTO
                    ADD WSV-DESCUENTO TO CUO-PAGADO(WSV-POSICION)
                    PERFORM 246000-RECIBO-PRONTO-PAGO
                 END-IF
                 PERFORM 130000-RECALCULAR-ESTADO
                 DISPLAY "PAGO REGISTRADO. NUEVO ESTADO DE LA CUOTA: "
                         CUO-ESTADO(WSV-POSICION)
                 PERFORM 270000-CALCULAR-RETENCION
              END-IF
              END-IF
              END-IF
           END-IF.

      *****************************************************************
      * PIDE EL IMPORTE DEL PAGO Y NO CONTINUA HASTA QUE SEA MAYOR A  *
      * CERO Y NO SUPERE EL SALDO PENDIENTE DE LA CUOTA. SI LA CUOTA  *
      * TIENE PRONTO PAGO SE OFRECE EL IMPORTE CON DESCUENTO: PAGADO  *
      * ESE IMPORTE EXACTO LA CUOTA QUEDA CANCELADA.                  *
      *****************************************************************
       220000-PEDIR-IMPORTE-PAGO.
           MOVE 0 TO WSV-APLICADESC
           IF WSV-OFRECEDESC = 1
              MOVE WSV-PP-PORCENTAJE TO WSM-PORCENTAJE
              MOVE WSV-IMPCONDESC    TO WSM-DESCUENTO
              DISPLAY "PRONTO PAGO: " WSM-PORCENTAJE " % DE DESCUENTO"
              DISPLAY "IMPORTE CON DESCUENTO (CANCELA LA CUOTA): "
                      WSM-DESCUENTO
           END-IF
           MOVE 0 TO WSV-IMPORTEVALIDO
           PERFORM UNTIL WSV-IMPORTEVALIDO = 1
              IF WSV-MONEDA-PAGO = 'ARS'
                    MOVE 1 TO WSV-IMPORTEVALIDO
                 END-IF
              END-IF
           END-PERFORM
           IF WSV-OFRECEDESC = 1
              AND WSV-IMP-PAGO = WSV-IMPCONDESC
              MOVE 1 TO WSV-APLICADESC
           END-IF.

      *****************************************************************
      * PRONTO PAGO DE LA CUOTA EN WSV-POSICION A LA FECHA DE PAGO:   *
      * SOLO CUOTAS SIN NINGUN PAGO NI MORA, PAGADAS CON LOS DIAS DE  *
      * ANTICIPACION DEL PARAMETRO VIGENTE O MAS. DEJA EL DESCUENTO Y *
      * EL IMPORTE A COBRAR EN WSV-DESCUENTO Y WSV-IMPCONDESC.        *
      *****************************************************************
       225000-EVALUAR-PRONTO-PAGO.
           MOVE 0 TO WSV-OFRECEDESC
           MOVE 0 TO WSV-DESCUENTO
           IF WSV-HAYPRONTOPAGO = 1
              AND CUO-ESTADO(WSV-POSICION) NOT = WSC-ESTADO-CASTIGADA
              AND CUO-PAGADO(WSV-POSICION) = 0
              AND CUO-MORA(WSV-POSICION) = 0
              AND FUNCTION TEST-DATE-YYYYMMDD(WSV-FECHA-PAGO) = 0
              AND FUNCTION TEST-DATE-YYYYMMDD
                           (CUO-VENCIMIENTO(WSV-POSICION)) = 0
              COMPUTE WSV-DIASANTICIP =
                      FUNCTION INTEGER-OF-DATE
                               (CUO-VENCIMIENTO(WSV-POSICION))
                    - FUNCTION INTEGER-OF-DATE(WSV-FECHA-PAGO)
              IF WSV-DIASANTICIP >= WSV-PP-DIAS
                 COMPUTE WSV-DESCUENTO ROUNDED =
                         CUO-IMPORTE(WSV-POSICION)
                         * WSV-PP-PORCENTAJE / 100
                 COMPUTE WSV-IMPCONDESC =
                         CUO-IMPORTE(WSV-POSICION) - WSV-DESCUENTO
                 IF WSV-DESCUENTO > 0
                    MOVE 1 TO WSV-OFRECEDESC
                 END-IF
              END-IF
           END-IF.

       230000-PEDIR-MEDIO-PAGO.
           MOVE SPACE TO WSV-MEDIO
           PERFORM UNTIL WSV-MEDIO-VALIDO
      *****************************************************************
      * 'R' = RED DE COBRANZA EXTRABANCARIA: LOS COBROS DE LA RED LOS *
      * IMPUTA RENDRED-09-FL; A MANO SE CARGAN LOS QUE LA RENDICION   *
      * DEJO SIN IMPUTAR (VER CTLRENDRED.DAT).                        *
      *****************************************************************
              DISPLAY "INGRESE MEDIO DE PAGO (E=EFECTIVO "
                      "T=TRANSFERENCIA C=CHEQUE D=DEBITO "
                      "R=RED RAPIPAGO/PAGO FACIL K=TARJETA)"
              ACCEPT WSV-MEDIO
              IF NOT WSV-MEDIO-VALIDO
                 DISPLAY "MEDIO DE PAGO INVALIDO"
                      WSV-IMP-PAGO / WSV-COTIZAPLICADA
           END-IF
           MOVE WSV-COTIZAPLICADA TO PAG-COTIZ
           MOVE WSV-USUARIO       TO PAG-OPERADOR
           WRITE REG-PAGO
           IF NOT WSS-FS-PAGOS-OK
              DISPLAY 'ERROR AL GRABAR PAGOS.DAT'

           CLOSE PAGOS.

      *****************************************************************
      * DEJA CONSTANCIA DEL DESCUENTO OTORGADO A LA CUOTA EN          *
      * WSV-POSICION (DESCUENTOS.DAT, VIGENTE) PARA EL INFORME        *
      * MENSUAL DE PRONTOP-09-FL.                                     *
      *****************************************************************
       245000-GRABAR-DESCUENTO.
           OPEN EXTEND DESCUENTOS
           IF WSS-FS-DESCUENTOS-NOEXISTE
              OPEN OUTPUT DESCUENTOS
           END-IF
           MOVE WSV-NOMBRE                 TO DSC-NOMBRE
           MOVE WSV-APELLIDO               TO DSC-APELLIDO
           MOVE CUO-NRO(WSV-POSICION)      TO DSC-NUMERO-CUOTA
           MOVE CUO-VENCIMIENTO(WSV-POSICION) TO DSC-VENCIMIENTO
           MOVE WSV-FECHA-PAGO             TO DSC-FECHAPAGO
           MOVE CUO-IMPORTE(WSV-POSICION)  TO DSC-IMPORTECUOTA
           MOVE WSV-PP-PORCENTAJE          TO DSC-PORCENTAJE
           MOVE WSV-DESCUENTO              TO DSC-DESCUENTO
           MOVE WSV-IMP-PAGO               TO DSC-COBRADO
           MOVE WSV-SESIONABIERTA          TO DSC-SESION
           MOVE 'V'                        TO DSC-ESTADO
           WRITE REG-DESCUENTO
           IF NOT WSS-FS-DESCUENTOS-OK
              DISPLAY "ERROR AL GRABAR DESCUENTOS.DAT"
              DISPLAY "FILE STATUS " WSS-FS-DESCUENTOS
           END-IF
           CLOSE DESCUENTOS.

      *****************************************************************
      * EL PAGO DE UNA CUOTA CON DESCUENTO SALE CON RECIBO EN         *
      * REC-PAGOS.DAT, CON EL DESCUENTO A LA VISTA DEL CLIENTE.       *
      *****************************************************************
       246000-RECIBO-PRONTO-PAGO.
           PERFORM 264000-ABRIR-RECIBO
           MOVE '----------------------------------------------------'
                TO WSV-LINEA
           PERFORM 265000-GRABAR-LINEA-RECIBO
           STRING 'RECIBO PAGO DE CUOTA - '
                  FUNCTION TRIM(WSV-NOMBRE) ' '
                  FUNCTION TRIM(WSV-APELLIDO)
                  DELIMITED BY SIZE INTO WSV-LINEA
           PERFORM 265000-GRABAR-LINEA-RECIBO
           MOVE WSV-IMP-PAGO TO WSM-IMPORTE
           STRING 'FECHA ' WSV-FECHA-PAGO
                  ' MEDIO ' WSV-MEDIO
                  ' SESION ' WSV-SESIONABIERTA
                  ' TOTAL ' WSM-IMPORTE
                  DELIMITED BY SIZE INTO WSV-LINEA
           PERFORM 265000-GRABAR-LINEA-RECIBO
           MOVE CUO-IMPORTE(WSV-POSICION) TO WSM-IMPORTE
           STRING 'CUOTA ' CUO-NRO(WSV-POSICION)
                  ' VENC ' CUO-VENCIMIENTO(WSV-POSICION)
                  ' IMPORTE ' WSM-IMPORTE
                  DELIMITED BY SIZE INTO WSV-LINEA
           PERFORM 265000-GRABAR-LINEA-RECIBO
           PERFORM 247000-RECIBO-LINEA-DESCUENTO
           MOVE '----------------------------------------------------'
                TO WSV-LINEA
           PERFORM 265000-GRABAR-LINEA-RECIBO
           CLOSE RECPAGOS.

       247000-RECIBO-LINEA-DESCUENTO.
           MOVE WSV-PP-PORCENTAJE TO WSM-PORCENTAJE
           MOVE WSV-DESCUENTO     TO WSM-DESCUENTO
           STRING 'DESCUENTO PRONTO PAGO ' WSM-PORCENTAJE ' %: '
                  WSM-DESCUENTO ' (CUOTA CANCELADA)'
                  DELIMITED BY SIZE INTO WSV-LINEA
           PERFORM 265000-GRABAR-LINEA-RECIBO.

      *****************************************************************
      * EL COBRO DE UNA CUOTA CASTIGADA QUEDA ADEMAS COMO RECUPERO    *
      * DEL CASTIGO EN RECUPEROS.DAT (EL PAGO SIGUE EN PAGOS.DAT PARA *
      * LA CAJA Y EL ARQUEO).                                         *
      *****************************************************************
       249000-GRABAR-RECUPERO.
           OPEN EXTEND RECUPEROS
           IF WSS-FS-RECUPEROS-NOEXISTE
              OPEN OUTPUT RECUPEROS
           END-IF
           MOVE WSV-NROCASTIGO    TO REP-CASTIGO
           MOVE WSV-FECHA-PAGO    TO REP-FECHA
           MOVE WSV-NOMBRE        TO REP-NOMBRE
           MOVE WSV-APELLIDO      TO REP-APELLIDO
           MOVE WSV-NUMERO-CUOTA  TO REP-NUMERO-CUOTA
           MOVE WSV-FECHA-PAGO    TO REP-FECHAPAGO
           MOVE WSV-IMP-PAGO      TO REP-IMPORTE
           MOVE WSV-MEDIO         TO REP-MEDIO
           MOVE WSV-SESIONABIERTA TO REP-SESION
           MOVE 'R'               TO REP-TIPO
           WRITE REG-RECUPERO
           IF WSS-FS-RECUPEROS-OK
              DISPLAY "RECUPERO REGISTRADO SOBRE EL CASTIGO NRO "
                      WSV-NROCASTIGO
           ELSE
              DISPLAY "ERROR AL GRABAR RECUPEROS.DAT"
              DISPLAY "FILE STATUS " WSS-FS-RECUPEROS
           END-IF
           CLOSE RECUPEROS.

      *****************************************************************
      * ULTIMO CASTIGO DEL CLIENTE QUE INCLUYE LA CUOTA PEDIDA.       *
      *****************************************************************
       249500-BUSCAR-CASTIGO.
           MOVE 0 TO WSV-NROCASTIGO
           OPEN INPUT CASTIGOS
           IF WSS-FS-CASTIGOS-OK
              PERFORM UNTIL WSS-FS-CASTIGOS-EOF
                 READ CASTIGOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF CAS-NOMBRE = WSV-NOMBRE
                          AND CAS-APELLIDO = WSV-APELLIDO
                          PERFORM VARYING WSI-I FROM 1 BY 1
                                  UNTIL WSI-I > CAS-CANTCUOTAS
                             IF CAS-CUOTA(WSI-I) = WSV-NUMERO-CUOTA
                                MOVE CAS-NUMERO TO WSV-NROCASTIGO
                             END-IF
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CASTIGOS
           END-IF.

      *****************************************************************
      * LISTA LAS CUOTAS DEL CLIENTE CON SU ESTADO Y LO PENDIENTE DE  *
      * CADA UNA, Y EL SALDO PENDIENTE TOTAL.                         *

           MOVE 0 TO WSA-TOTALPENDIENTE
           MOVE 0 TO WSA-CANTPENDIENTES
           MOVE 0 TO WSA-TOTALCASTIGADO
           MOVE 0 TO WSV-ENCONTRADO

           DISPLAY "**************************************"
                 IF CUO-ESTADO(WSI-I) = WSC-ESTADO-PAGADA
                    OR CUO-ESTADO(WSI-I) = WSC-ESTADO-REFINAN
                    MOVE 0 TO WSV-PENDIENTE
                 ELSE
                 IF CUO-ESTADO(WSI-I) = WSC-ESTADO-CASTIGADA
                    IF CUO-IMPORTE(WSI-I) + CUO-MORA(WSI-I) >
                       CUO-PAGADO(WSI-I)
                       COMPUTE WSA-TOTALCASTIGADO = WSA-TOTALCASTIGADO
                               + CUO-IMPORTE(WSI-I) + CUO-MORA(WSI-I)
                               - CUO-PAGADO(WSI-I)
                    END-IF
                    MOVE 0 TO WSV-PENDIENTE
                 ELSE
                    COMPUTE WSV-PENDIENTE =
                            CUO-IMPORTE(WSI-I) + CUO-MORA(WSI-I)
                            - CUO-PAGADO(WSI-I)
                 END-IF
                 END-IF
                 MOVE CUO-IMPORTE(WSI-I) TO WSM-IMPORTE
                 MOVE CUO-PAGADO(WSI-I)  TO WSM-PAGADO
                 MOVE WSV-PENDIENTE      TO WSM-PENDIENTE
                      WSA-CANTPENDIENTES
              DISPLAY "SALDO PENDIENTE TOTAL:      "
                      WSM-TOTALPENDIENTE
              IF WSA-TOTALCASTIGADO > 0
                 MOVE WSA-TOTALCASTIGADO TO WSM-TOTALPENDIENTE
                 DISPLAY "DEUDA CASTIGADA A RECUPERAR:"
                         WSM-TOTALPENDIENTE
              END-IF
              PERFORM 255000-MOSTRAR-SCORE
           END-IF
           DISPLAY "**************************************".
                 MOVE 0             TO WSV-CUOTACHEQUE
                 PERFORM 248000-REGISTRAR-CHEQUE
              END-IF
              IF WSV-MEDIO = 'K'
                 MOVE WSV-TOTALPAGO TO WSV-IMPCUPON
                 MOVE 0             TO WSV-CUOTACUPON
                 PERFORM 248500-REGISTRAR-CUPON
              END-IF

              PERFORM 261000-IMPUTAR-TOTAL
           END-IF.

      *****************************************************************
      * IMPUTA WSV-TOTALPAGO A LAS CUOTAS PENDIENTES DEL CLIENTE DE   *
      * LA MAS VIEJA A LA MAS NUEVA, CON SU RECIBO; EL SOBRANTE QUEDA *
      * COMO CREDITO. LO USAN EL PAGO A CUENTA Y LA IDENTIFICACION DE *
      * LAS PARTIDAS EN SUSPENSO.                                     *
      *****************************************************************
       261000-IMPUTAR-TOTAL.
           MOVE WSV-TOTALPAGO TO WSV-RESTO
           MOVE 0 TO WSV-CUOTASCUBIERTAS
           PERFORM 264000-ABRIR-RECIBO
           PERFORM 266000-RECIBO-ENCABEZADO

           PERFORM UNTIL WSV-RESTO = 0
              PERFORM 262000-BUSCAR-CUOTA-MAS-VIEJA
              IF WSV-POSMENOR = 0
                 MOVE WSV-RESTO TO WSM-PENDIENTE
                 DISPLAY "EL CLIENTE NO TIENE MAS CUOTAS "
                         "PENDIENTES: EL SOBRANTE DE "
                         WSM-PENDIENTE " QUEDA COMO CREDITO"
                 PERFORM 268000-GRABAR-CREDITO
                 MOVE SPACES TO WSV-LINEA
                 STRING 'SOBRANTE A CREDITO DEL CLIENTE: '
                        WSM-PENDIENTE
                        DELIMITED BY SIZE INTO WSV-LINEA
                 PERFORM 265000-GRABAR-LINEA-RECIBO
                 MOVE 0 TO WSV-RESTO
              ELSE
                 PERFORM 263000-APLICAR-A-CUOTA
              END-IF
           END-PERFORM

      *****************************************************************
      * UNA PARTIDA EN SUSPENSO YA ENTRO ENTERA AL BANCO: NO HAY      *
      * NETO A RECIBIR SOBRE EL QUE RETENER; EL RECIBO LLEVA LA       *
      * REFERENCIA BANCARIA.                                          *
      *****************************************************************
           IF WSV-ESPARTIDA = 1
              MOVE SPACES TO WSV-LINEA
              STRING 'CREDITO BANCARIO EN SUSPENSO NRO '
                     PTD-NUMERO(WSV-POSPARTIDA)
                     ' REF ' PTD-REFERENCIA(WSV-POSPARTIDA)
                     DELIMITED BY SIZE INTO WSV-LINEA
              PERFORM 265000-GRABAR-LINEA-RECIBO
           ELSE
              MOVE WSV-TOTALPAGO TO WSV-IMPORTEOPER
              PERFORM 270000-CALCULAR-RETENCION
              IF WSV-RETENCION > 0
                        DELIMITED BY SIZE INTO WSV-LINEA
                 PERFORM 265000-GRABAR-LINEA-RECIBO
              END-IF
           END-IF

           PERFORM 267000-RECIBO-PIE
           CLOSE RECPAGOS
           DISPLAY "OPERACION IMPUTADA A " WSV-CUOTASCUBIERTAS
                   " CUOTA(S). RECIBO EN REC-PAGOS.DAT".

      *****************************************************************
      * BUSCA LA CUOTA PENDIENTE DEL CLIENTE CON EL VENCIMIENTO MAS   *
                 AND CUO-APELLIDO(WSI-I) = WSV-APELLIDO
                 AND CUO-ESTADO(WSI-I) NOT = WSC-ESTADO-PAGADA
                 AND CUO-ESTADO(WSI-I) NOT = WSC-ESTADO-REFINAN
                 AND CUO-ESTADO(WSI-I) NOT = WSC-ESTADO-CASTIGADA
                 COMPUTE WSV-PENDIENTE =
                         CUO-IMPORTE(WSI-I) + CUO-MORA(WSI-I)
                         - CUO-PAGADO(WSI-I)
              END-IF
           END-PERFORM.

      *****************************************************************
      * SI LA CUOTA TIENE PRONTO PAGO Y LO ENTREGADO ALCANZA PARA EL  *
      * IMPORTE CON DESCUENTO, SE IMPUTA ESE IMPORTE Y LA CUOTA QUEDA *
      * CANCELADA CON EL DESCUENTO.                                   *
      *****************************************************************
       263000-APLICAR-A-CUOTA.
           COMPUTE WSV-PENDIENTE =
                   CUO-IMPORTE(WSV-POSMENOR) + CUO-MORA(WSV-POSMENOR)
                   - CUO-PAGADO(WSV-POSMENOR)
           MOVE WSV-POSMENOR TO WSV-POSICION
           MOVE 0 TO WSV-APLICADESC
           PERFORM 225000-EVALUAR-PRONTO-PAGO
           IF WSV-OFRECEDESC = 1
              AND WSV-RESTO >= WSV-IMPCONDESC
              MOVE WSV-IMPCONDESC TO WSV-IMP-PAGO
              MOVE 1 TO WSV-APLICADESC
           ELSE
           IF WSV-RESTO >= WSV-PENDIENTE
              MOVE WSV-PENDIENTE TO WSV-IMP-PAGO
           ELSE
              MOVE WSV-RESTO TO WSV-IMP-PAGO
           END-IF
           END-IF

           MOVE CUO-NRO(WSV-POSMENOR) TO WSV-NUMERO-CUOTA
           PERFORM 240000-GRABAR-PAGO
           ADD WSV-IMP-PAGO TO CUO-PAGADO(WSV-POSMENOR)
           IF WSV-APLICADESC = 1
              PERFORM 245000-GRABAR-DESCUENTO
              ADD WSV-DESCUENTO TO CUO-PAGADO(WSV-POSMENOR)
           END-IF
           PERFORM 130000-RECALCULAR-ESTADO
           SUBTRACT WSV-IMP-PAGO FROM WSV-RESTO
           ADD 1 TO WSV-CUOTASCUBIERTAS
                  ' IMPUTADO ' WSM-IMPORTE
                  ' ESTADO ' CUO-ESTADO(WSV-POSMENOR)
                  DELIMITED BY SIZE INTO WSV-LINEA
           PERFORM 265000-GRABAR-LINEA-RECIBO
           IF WSV-APLICADESC = 1
              PERFORM 247000-RECIBO-LINEA-DESCUENTO
           END-IF.

       264000-ABRIR-RECIBO.
           OPEN EXTEND RECPAGOS
           END-IF
           CLOSE CHEQUES.

      *****************************************************************
      * UN PAGO CON TARJETA DEJA EL CUPON DE LA TERMINAL EN           *
      * CUPONES.DAT PENDIENTE DE LIQUIDAR; LA LIQUIDACION DE LA       *
      * ADQUIRENTE LO APAREA EN LIQTARJ-09-FL.                        *
      *****************************************************************
       248500-REGISTRAR-CUPON.
           DISPLAY "INGRESE NUMERO DE CUPON (8 DIGITOS): "
           ACCEPT WSV-NROCUPON
           MOVE SPACES TO WSV-MARCA
           PERFORM UNTIL WSV-MARCA-VALIDA
              DISPLAY "MARCA DE LA TARJETA (VISA MASTERCARD AMEX "
                      "CABAL NARANJA): "
              ACCEPT WSV-MARCA
              IF NOT WSV-MARCA-VALIDA
                 DISPLAY "MARCA INVALIDA"
              END-IF
           END-PERFORM
           DISPLAY "CANTIDAD DE CUOTAS DE LA TARJETA (0 = 1 PAGO): "
           ACCEPT WSV-CUOTASTARJETA
           IF WSV-CUOTASTARJETA = 0
              MOVE 1 TO WSV-CUOTASTARJETA
           END-IF

           OPEN EXTEND CUPONES
           IF WSS-FS-CUPONES-NOEXISTE
              OPEN OUTPUT CUPONES
           END-IF
           MOVE WSV-NROCUPON      TO CUP-NUMERO
           MOVE WSV-MARCA         TO CUP-MARCA
           MOVE WSV-CUOTASTARJETA TO CUP-CUOTAS
           MOVE WSV-NOMBRE        TO CUP-NOMBRE
           MOVE WSV-APELLIDO      TO CUP-APELLIDO
           MOVE WSV-CUOTACUPON    TO CUP-NUMERO-CUOTA
           MOVE WSV-IMPCUPON      TO CUP-IMPORTE
           MOVE WSV-FECHA-PAGO    TO CUP-FECHAPAGO
           MOVE WSV-SESIONABIERTA TO CUP-SESION
           MOVE 'P'               TO CUP-ESTADO
           MOVE 0                 TO CUP-FECHALIQ
           MOVE 0                 TO CUP-NETO
           WRITE REG-CUPON
           IF WSS-FS-CUPONES-OK
              DISPLAY "CUPON " WSV-NROCUPON " REGISTRADO"
           ELSE
              DISPLAY "ERROR AL GRABAR CUPONES.DAT"
              DISPLAY "FILE STATUS " WSS-FS-CUPONES
           END-IF
           CLOSE CUPONES.

       267000-RECIBO-PIE.
           STRING 'CUOTAS ALCANZADAS: ' WSV-CUOTASCUBIERTAS
                  DELIMITED BY SIZE INTO WSV-LINEA
                TO WSV-LINEA
           PERFORM 265000-GRABAR-LINEA-RECIBO.

      *****************************************************************
      * IDENTIFICACION DE UN CREDITO BANCARIO EN SUSPENSO             *
      * (PARTIDAS.DAT, LO CARGA CONCILIA-09-FL): EL OPERADOR ELIGE LA *
      * PARTIDA PENDIENTE Y EL CLIENTE, Y EL IMPORTE SE IMPUTA COMO   *
      * UN PAGO A CUENTA POR TRANSFERENCIA CON LA FECHA DEL BANCO. LA *
      * PARTIDA QUEDA 'I' CON EL CLIENTE Y LA FECHA EN QUE SE         *
      * IDENTIFICO.                                                   *
      *****************************************************************
       280000-IDENTIFICAR-PARTIDA.
           PERFORM 281000-CARGAR-PARTIDAS
           IF WSV-PARTIDASLLENA = 1
              DISPLAY "PARTIDAS.DAT SUPERA LA TABLA: NO SE PUEDE "
                      "REGRABAR"
           ELSE
           IF WSV-PENDIENTESPAR = 0
              DISPLAY "NO HAY CREDITOS BANCARIOS PENDIENTES DE "
                      "IDENTIFICAR"
           ELSE
              DISPLAY "INGRESE NUMERO DE PARTIDA: "
              ACCEPT WSV-NROPARTIDA
              PERFORM 282000-BUSCAR-PARTIDA
              IF WSV-POSPARTIDA = 0
                 DISPLAY "NO HAY UNA PARTIDA PENDIENTE CON ESE NUMERO"
              ELSE
              IF PTD-IMPORTE(WSV-POSPARTIDA) > 999999,99
                 DISPLAY "EL IMPORTE SUPERA EL MAXIMO DE UN PAGO: "
                         "IMPUTARLO EN PARTES DESDE LA OPCION 3"
              ELSE
                 DISPLAY "INGRESE NOMBRE DEL CLIENTE: "
                 ACCEPT WSV-NOMBRE
                 DISPLAY "INGRESE APELLIDO DEL CLIENTE: "
                 ACCEPT WSV-APELLIDO
                 PERFORM 283000-BUSCAR-CLIENTE
                 IF WSV-ENCONTRADO = 0
                    DISPLAY "EL CLIENTE NO TIENE CUOTAS EN CUOTAS.DAT"
                 ELSE
                    MOVE PTD-IMPORTE(WSV-POSPARTIDA) TO WSM-PARTIDA
                    DISPLAY "SE IMPUTA " WSM-PARTIDA " DEL "
                            PTD-FECHA(WSV-POSPARTIDA) " A "
                            FUNCTION TRIM(WSV-NOMBRE) " "
                            FUNCTION TRIM(WSV-APELLIDO)
                    DISPLAY "CONFIRMA (S/N): "
                    ACCEPT WSV-CONFIRMA
                    IF WSV-CONFIRMA NOT = 'S'
                       DISPLAY "IDENTIFICACION CANCELADA"
                    ELSE
                       PERFORM 284000-IMPUTAR-PARTIDA
                    END-IF
                 END-IF
              END-IF
              END-IF
           END-IF
           END-IF.

       281000-CARGAR-PARTIDAS.
           MOVE 0 TO WSV-CANTPARTIDAS
           MOVE 0 TO WSV-PENDIENTESPAR
           MOVE 0 TO WSV-PARTIDASLLENA
           OPEN INPUT PARTIDAS
           IF WSS-FS-PARTIDAS-OK
              DISPLAY "--------------------------------------"
              DISPLAY "CREDITOS BANCARIOS PENDIENTES DE IDENTIFICAR"
              PERFORM UNTIL WSS-FS-PARTIDAS-EOF
                 READ PARTIDAS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF WSV-CANTPARTIDAS > 1999
                          MOVE 1 TO WSV-PARTIDASLLENA
                       ELSE
                          ADD 1 TO WSV-CANTPARTIDAS
                          MOVE REG-PARTIDA TO
                               WST-PARTIDA(WSV-CANTPARTIDAS)
                          IF PAR-ESTADO = 'P'
                             ADD 1 TO WSV-PENDIENTESPAR
                             MOVE PAR-IMPORTE TO WSM-PARTIDA
                             DISPLAY "PARTIDA " PAR-NUMERO
                                     " FECHA " PAR-FECHA
                                     " REF " PAR-REFERENCIA
                                     " IMPORTE " WSM-PARTIDA
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PARTIDAS
              DISPLAY "--------------------------------------"
           END-IF.

       282000-BUSCAR-PARTIDA.
           MOVE 0 TO WSV-POSPARTIDA
           PERFORM VARYING WSI-P FROM 1 BY 1
                   UNTIL WSI-P > WSV-CANTPARTIDAS
                      OR WSV-POSPARTIDA > 0
              IF PTD-NUMERO(WSI-P) = WSV-NROPARTIDA
                 AND PTD-ESTADO(WSI-P) = 'P'
                 MOVE WSI-P TO WSV-POSPARTIDA
              END-IF
           END-PERFORM.

       283000-BUSCAR-CLIENTE.
           MOVE 0 TO WSV-ENCONTRADO
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCUOTAS OR WSV-ENCONTRADO = 1
              IF CUO-NOMBRE(WSI-I) = WSV-NOMBRE
                 AND CUO-APELLIDO(WSI-I) = WSV-APELLIDO
                 MOVE 1 TO WSV-ENCONTRADO
              END-IF
           END-PERFORM.

      *****************************************************************
      * LA PLATA YA ESTA EN EL BANCO: MEDIO 'T', EN PESOS, SIN        *
      * COBRADOR Y CON LA FECHA DEL CREDITO (ES LA QUE CUENTA PARA EL *
      * PRONTO PAGO). PARTIDAS.DAT SE REGRABA CON LA MARCA.           *
      *****************************************************************
       284000-IMPUTAR-PARTIDA.
           MOVE PTD-IMPORTE(WSV-POSPARTIDA) TO WSV-TOTALPAGO
           MOVE PTD-FECHA(WSV-POSPARTIDA)   TO WSV-FECHA-PAGO
           MOVE 'T'   TO WSV-MEDIO
           MOVE 'ARS' TO WSV-MONEDA-PAGO
           MOVE 1     TO WSV-COTIZAPLICADA
           MOVE 0     TO WSV-COBRADOR
           MOVE 1     TO WSV-ESPARTIDA
           PERFORM 261000-IMPUTAR-TOTAL
           MOVE 0     TO WSV-ESPARTIDA

           MOVE 'I'               TO PTD-ESTADO(WSV-POSPARTIDA)
           MOVE WSV-FECHA-SISTEMA TO PTD-FECHAIDENT(WSV-POSPARTIDA)
           MOVE WSV-NOMBRE        TO PTD-NOMBRE(WSV-POSPARTIDA)
           MOVE WSV-APELLIDO      TO PTD-APELLIDO(WSV-POSPARTIDA)
           PERFORM 285000-REGRABAR-PARTIDAS.

       285000-REGRABAR-PARTIDAS.
           MOVE 'PARTIDAS.DAT' TO WS-INT-ARCHIVO
           MOVE 'PAGOS-09-FL'  TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT PARTIDAS
           IF WSS-FS-PARTIDAS-OK
              PERFORM VARYING WSI-P FROM 1 BY 1
                      UNTIL WSI-P > WSV-CANTPARTIDAS
                 MOVE WST-PARTIDA(WSI-P) TO REG-PARTIDA
                 WRITE REG-PARTIDA
              END-PERFORM
              CLOSE PARTIDAS
              PERFORM 9450-CONFIRMAR-MAESTRO
              DISPLAY "PARTIDA " PTD-NUMERO(WSV-POSPARTIDA)
                      " IDENTIFICADA"
           ELSE
              DISPLAY "ERROR AL REGRABAR PARTIDAS.DAT"
              DISPLAY "FILE STATUS " WSS-FS-PARTIDAS
           END-IF.

      *****************************************************************
      * REGRABA CUOTAS.DAT COMPLETO CON LOS ESTADOS ACTUALIZADOS      *
      * (LINE SEQUENTIAL NO PERMITE REESCRITURA DIRECTA).             *
