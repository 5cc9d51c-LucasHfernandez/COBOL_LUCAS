      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 05/10/2019
      * Purpose: INTERFASE CONTABLE DE LOS SUBDIARIOS: TOMA LAS
      *          COBRANZAS (PAGOS.DAT), LAS FACTURAS DE COMPRA
      *          (FACTCOMPRAS.DAT), LAS ORDENES DE PAGO PAGADAS POR EL
      *          BANCO (ORDENESPAGO.DAT) Y LOS VALES DE CAJA
      *          (EGRESOS.DAT) PENDIENTES Y LOS AGREGA A ASIENTOS.DAT
      *          COMO PARES DEBE/HABER BALANCEADOS, CON SUS PROPIOS
      *          RENGLONES DE CONTROL. LAS CUENTAS SALEN DE LA TABLA
      *          CTASINTERFAZ.DAT (SE MANTIENE DESDE ACA) Y CADA
      *          RENGLON LLEVA EN EL CONCEPTO LA REFERENCIA AL
      *          COMPROBANTE DE ORIGEN. SE CORRE DESPUES DEL CIERRE
      *          DIARIO (PROG08-09-FL, QUE GENERA ASIENTOS.DAT DE CERO)
      *          Y ANTES DE LA VALIDACION (PLANCTAS-09-FL) Y LA
      *          MAYORIZACION (MAYOR-09-FL).
      *          CADA RENGLON LLEVA SU CENTRO DE COSTO: LA OFICINA DE
      *          LA SESION DE CAJA (CAJASES.DAT) EN COBRANZAS Y VALES,
      *          LA OFICINA IMPUTADA EN LA FACTURA DE COMPRA, Y EN
      *          BLANCO (COMUN) EN LOS PAGOS A PROVEEDORES.
      *          CADA COMPROBANTE SE AGREGA UNA SOLA VEZ, EN LA
      *          PRIMERA CORRIDA POSTERIOR A SU CARGA, AUNQUE SU FECHA
      *          YA SE HAYA INTERFASADO (CTLINTERF.DAT LLEVA LOS YA
      *          AGREGADOS). LOS PAGOS INTERFASADOS Y DESPUES ANULADOS
      *          (ANULPAGOS.DAT) SE REVERSAN CON EL PAR INVERSO.
      *          CADA CORRIDA QUE AGREGA ASIENTOS DEPURA CTLINTERF.DAT:
      *          QUEDAN SOLO LOS COMPROBANTES QUE SIGUEN EN SUS
      *          SUBDIARIOS Y LOS RECIEN AGREGADOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTCONT-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTASINTERFAZ        ASSIGN TO DISK 'CTASINTERFAZ.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CTASINT.

           SELECT ASIENTOS            ASSIGN TO DISK 'ASIENTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ASIENTOS.

           SELECT PAGOS               ASSIGN TO DISK 'PAGOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PAGOS.

           SELECT FACTCOMPRAS         ASSIGN TO DISK 'FACTCOMPRAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-FACTCOMP.

           SELECT ORDENESPAGO         ASSIGN TO DISK 'ORDENESPAGO.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ORDPAGO.

           SELECT EGRESOS             ASSIGN TO DISK 'EGRESOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-EGRESOS.

           SELECT CAJASES             ASSIGN TO DISK 'CAJASES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CAJASES.

           SELECT ANULPAGOS           ASSIGN TO DISK 'ANULPAGOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ANULPAG.

           SELECT CTLINTERF           ASSIGN TO DISK 'CTLINTERF.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CTLINT.

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

      *****************************************************************
      * CTASINTERFAZ.DAT: CUENTAS DEBE Y HABER POR ORIGEN Y CLAVE.    *
      * ORIGENES: 'COB' COBRANZAS (CLAVE = MEDIO DE PAGO), 'COM'      *
      * COMPRAS (CLAVE 'NET' = NETO, 'IVA' = CREDITO FISCAL), 'OPG'   *
      * PAGO A PROVEEDORES (CLAVE 'TRF') Y 'EGR' VALES DE CAJA (CLAVE *
      * = CONCEPTO DEL VALE). LA CLAVE '***' VALE PARA TODO EL ORIGEN *
      * CUANDO NO HAY UNA MAS ESPECIFICA. 'CAS' (CASTIGO) Y 'REC'     *
      * (RECUPERO, CLAVE = MEDIO DE PAGO) LOS USA CASTIGO-09-FL.      *
      *****************************************************************
       FD CTASINTERFAZ.
       01 REG-CTAINTERFAZ.
          05 CIN-ORIGEN            PIC X(03).
          05 CIN-CLAVE             PIC X(03).
          05 CIN-CTADEBE           PIC X(08).
          05 CIN-CTAHABER          PIC X(08).
          05 CIN-DESCRIPCION       PIC X(30).

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

       FD FACTCOMPRAS.
       01 REG-FACTCOMPRA.
          05 FCP-CUIT              PIC 9(11).
          05 FCP-PV                PIC 9(04).
          05 FCP-NUMERO            PIC 9(08).
          05 FCP-FECHA             PIC 9(08).
          05 FCP-NETO21            PIC 9(09)V9(02).
          05 FCP-IVA21             PIC 9(09)V9(02).
          05 FCP-NETO105           PIC 9(09)V9(02).
          05 FCP-IVA105            PIC 9(09)V9(02).
          05 FCP-TOTAL             PIC 9(10)V9(02).
          05 FCP-VENCIMIENTO       PIC 9(08).
          05 FCP-ESTADO            PIC X(01).
          05 FCP-ORDENPAGO         PIC 9(06).
          05 FCP-OFICINA           PIC X(03).

       FD ORDENESPAGO.
       01 REG-ORDENPAGO.
          05 OPG-NUMERO            PIC 9(06).
          05 OPG-FECHA             PIC 9(08).
          05 OPG-CUIT              PIC 9(11).
          05 OPG-TOTAL             PIC 9(10)V9(02).
          05 OPG-ESTADO            PIC X(01).
          05 OPG-LOTE              PIC 9(06).
          05 OPG-FECHAPAGO         PIC 9(08).
          05 OPG-MOTIVO            PIC X(30).

       FD EGRESOS.
       01 REG-EGRESO.
          05 EGR-SESION            PIC 9(04).
          05 EGR-COMPROBANTE       PIC 9(06).
          05 EGR-CONCEPTO          PIC X(03).
          05 EGR-IMPORTE           PIC 9(08)V9(02).
          05 EGR-FECHA             PIC 9(08).
          05 EGR-AUTORIZANTE       PIC X(10).

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

       FD ANULPAGOS.
       01 REG-ANULADO.
          05 ANU-NOMBRE            PIC A(20).
          05 ANU-APELLIDO          PIC A(20).
          05 ANU-NUMERO-CUOTA      PIC 9(02).
          05 ANU-FECHAPAGO         PIC 9(08).
          05 ANU-IMPORTE           PIC 9(06)V9(02).
          05 ANU-MEDIO             PIC X(01).
          05 ANU-SESION            PIC 9(04).
          05 ANU-FECHAANUL         PIC 9(08).
          05 ANU-SUPERVISOR        PIC X(10).
          05 ANU-MOTIVO            PIC X(02).
          05 ANU-OPERPAGO          PIC X(10).

      *****************************************************************
      * CTLINTERF.DAT: UN RENGLON POR COMPROBANTE YA AGREGADO A       *
      * ASIENTOS.DAT, CON SU ORIGEN, SU CLAVE Y LA FECHA DEL ASIENTO. *
      * CLAVES: 'COB' FECHA, CUOTA, IMPORTE, MEDIO Y SESION DEL PAGO  *
      * (SIN EL NOMBRE, QUE UNA FUSION O ANONIMIZACION CAMBIA); 'COM' *
      * CUIT, PUNTO DE VENTA Y NUMERO; 'OPG' NUMERO DE ORDEN; 'EGR'   *
      * SESION Y NUMERO DE VALE. 'ANU' ES LA REVERSA DE UN PAGO       *
      * ANULADO Y LLEVA LA MISMA CLAVE QUE SU 'COB'.                  *
      *****************************************************************
       FD CTLINTERF.
       01 REG-CTLINTERF.
          05 CTL-ORIGEN            PIC X(03).
          05 CTL-CLAVE             PIC X(23).
          05 CTL-FECHACONT         PIC 9(08).

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

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-FECHA-PROCESO    PIC 9(08)       VALUE 0.
          05 WSV-FECHACONT        PIC 9(08)       VALUE 0.
          05 WSV-GRABAR           PIC 9(01)       VALUE 0.
          05 WSV-YAGENERADO       PIC 9(01)       VALUE 0.
          05 WSV-ORIGEN           PIC X(03)       VALUE SPACES.
            88 WSV-ORIGEN-VALIDO          VALUE 'COB' 'COM' 'OPG' 'EGR'
                                                'CAS' 'REC'.
          05 WSV-CLAVE            PIC X(03)       VALUE SPACES.
          05 WSV-CTADEBE          PIC X(08)       VALUE SPACES.
          05 WSV-CTAHABER         PIC X(08)       VALUE SPACES.
          05 WSV-DESCRIPCION      PIC X(30)       VALUE SPACES.
          05 WSV-CONFIRMA         PIC X(01)       VALUE SPACE.
          05 WSV-CONCEPTO         PIC X(20)       VALUE SPACES.
          05 WSV-IMPORTEASIENTO   PIC 9(13)V9(02) VALUE 0.
          05 WSV-IVACOMPRA        PIC 9(13)V9(02) VALUE 0.
          05 WSV-CENTROCOSTO      PIC X(03)       VALUE SPACES.
          05 WSV-POSCUENTA        PIC 9(03)       VALUE 0.
          05 WSV-TABCAMBIOS       PIC 9(01)       VALUE 0.
          05 WSV-TABLALLENA       PIC 9(01)       VALUE 0.
          05 WSV-RETORNO          PIC 9(02)       VALUE 0.
          05 WSV-ORIGENCTL        PIC X(03)       VALUE SPACES.
          05 WSV-CLAVEDOC         PIC X(23)       VALUE SPACES.
          05 WSV-FECHADOC         PIC 9(08)       VALUE 0.
          05 WSV-PENDIENTE        PIC 9(01)       VALUE 0.
          05 WSV-INVERSO          PIC 9(01)       VALUE 0.
          05 WSV-SINCOMPACTAR     PIC 9(01)       VALUE 0.
          05 WSV-CTLGRABADOS      PIC 9(05)       VALUE 0.
          05 WSV-CTLESTADO        PIC 9(01)       VALUE 0.
            88 WSV-CTL-CARGADO            VALUE 0.
            88 WSV-CTL-NOEXISTE           VALUE 1.
            88 WSV-CTL-LLENO              VALUE 2.
            88 WSV-CTL-ERROR              VALUE 3.

      *****************************************************************
      * LOS RENGLONES DE CONTROL DE LA INTERFASE SE DISTINGUEN DE LOS *
      * DEL CIERRE POR EL CONCEPTO: CON ELLOS SE RECONOCE UN DIA YA   *
      * AGREGADO A ASIENTOS.DAT.                                      *
      *****************************************************************
       01 CONSTANTES.
          05 WSC-CTRL-DEBE        PIC X(20)
                                  VALUE 'CTRL SUBDIARIO DEBE'.
          05 WSC-CTRL-HABER       PIC X(20)
                                  VALUE 'CTRL SUBDIARIO HABER'.
          05 WSC-CLAVE-GENERAL    PIC X(03)       VALUE '***'.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSV-CANTCUENTAS      PIC 9(03)       VALUE 0.
          05 WSI-T                PIC 9(05)       VALUE 0.
          05 WSV-CANTCONTROL      PIC 9(04)       VALUE 0.
          05 WSV-POSCONTROL       PIC 9(04)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-DOCUMENTOS       PIC 9(05)       VALUE 0.
          05 WSA-SINCUENTA        PIC 9(05)       VALUE 0.
          05 WSA-CANTASIENTOS     PIC 9(05)       VALUE 0.
          05 WSA-TOTALDEBE        PIC 9(15)V9(02) VALUE 0.
          05 WSA-TOTALHABER       PIC 9(15)V9(02) VALUE 0.
          05 WSA-COBRANZAS        PIC 9(05)       VALUE 0.
          05 WSA-COMPRAS          PIC 9(05)       VALUE 0.
          05 WSA-PAGOSPROV        PIC 9(05)       VALUE 0.
          05 WSA-EGRESOS          PIC 9(05)       VALUE 0.
          05 WSA-ANULACIONES      PIC 9(05)       VALUE 0.

       01 SWITCHES.
          05 WSS-FS-CTASINT       PIC X(02).
            88 WSS-FS-CTASINT-OK                  VALUE '00'.
            88 WSS-FS-CTASINT-EOF                 VALUE '10'.
          05 WSS-FS-ASIENTOS      PIC X(02).
            88 WSS-FS-ASIENTOS-OK                 VALUE '00'.
            88 WSS-FS-ASIENTOS-EOF                VALUE '10'.
            88 WSS-FS-ASIENTOS-NOEXISTE           VALUE '35'.
          05 WSS-FS-PAGOS         PIC X(02).
            88 WSS-FS-PAGOS-OK                    VALUE '00'.
            88 WSS-FS-PAGOS-EOF                   VALUE '10'.
          05 WSS-FS-FACTCOMP      PIC X(02).
            88 WSS-FS-FACTCOMP-OK                 VALUE '00'.
            88 WSS-FS-FACTCOMP-EOF                VALUE '10'.
          05 WSS-FS-ORDPAGO       PIC X(02).
            88 WSS-FS-ORDPAGO-OK                  VALUE '00'.
            88 WSS-FS-ORDPAGO-EOF                 VALUE '10'.
          05 WSS-FS-EGRESOS       PIC X(02).
            88 WSS-FS-EGRESOS-OK                  VALUE '00'.
            88 WSS-FS-EGRESOS-EOF                 VALUE '10'.
          05 WSS-FS-CAJASES       PIC X(02).
            88 WSS-FS-CAJASES-OK                  VALUE '00'.
            88 WSS-FS-CAJASES-EOF                 VALUE '10'.
          05 WSS-FS-ANULPAG       PIC X(02).
            88 WSS-FS-ANULPAG-OK                  VALUE '00'.
            88 WSS-FS-ANULPAG-EOF                 VALUE '10'.
          05 WSS-FS-CTLINT        PIC X(02).
            88 WSS-FS-CTLINT-OK                   VALUE '00'.
            88 WSS-FS-CTLINT-EOF                  VALUE '10'.
            88 WSS-FS-CTLINT-NOEXISTE             VALUE '35'.

       01 MASCARAS.
          05 WSM-IMPORTE          PIC Z(12),99.
          05 WSM-TOTAL            PIC Z(15),99.

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

      *****************************************************************
      * COMPROBANTES DE CTLINTERF.DAT. CTT-USADO: 0 = TODAVIA NO SE   *
      * ENCONTRO EN SU SUBDIARIO EN ESTA PASADA, 1 = YA SE ENCONTRO,  *
      * 2 = PAGO ANULADO CUYA REVERSA YA SE AGREGO, 3 = PAGO ANULADO  *
      * CUYA REVERSA SE AGREGA EN ESTA PASADA. AL GRABAR, LOS NUEVOS  *
      * SE SUMAN AL FINAL EN 1.                                       *
      *****************************************************************
       01 TABLA-CONTROL.
          05 WST-CONTROL          OCCURS 9999 TIMES.
             10 CTT-ORIGEN        PIC X(03).
             10 CTT-CLAVE         PIC X(23).
             10 CTT-FECHACONT     PIC 9(08).
             10 CTT-USADO         PIC 9(01).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'INTCONT-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
      *****************************************************************
      * NADIE MAS DEBE AGREGAR A ASIENTOS.DAT NI TOCAR LA TABLA DE    *
      * CUENTAS MIENTRAS SE INTERFASA.                                *
      *****************************************************************
           MOVE 'INTCONT-09-FL' TO WS-CER-PROGRAMA
           MOVE 3 TO WS-CER-CANTARCH
           MOVE 'ASIENTOS.DAT'     TO WS-CER-ARCHIVO(1)
           MOVE 'CTASINTERFAZ.DAT' TO WS-CER-ARCHIVO(2)
           MOVE 'CTLINTERF.DAT'    TO WS-CER-ARCHIVO(3)
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
           PERFORM 100000-CARGAR-CUENTAS
           IF WSV-TABLALLENA = 1
              DISPLAY "CTASINTERFAZ.DAT SUPERA LA TABLA: SE CANCELA "
                      "SIN REGRABAR"
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
           PERFORM UNTIL WSV-OPCION = 4
              DISPLAY "**************************************"
              DISPLAY "INTERFASE CONTABLE DE SUBDIARIOS - FECHA "
                      WSV-FECHA-PROCESO
              DISPLAY "1 - GENERAR ASIENTOS PENDIENTES"
              DISPLAY "2 - LISTAR TABLA DE CUENTAS"
              DISPLAY "3 - ALTA/MODIFICACION DE CUENTAS"
              DISPLAY "4 - SALIR"
              DISPLAY "RESPUESTA: "
              ACCEPT WSV-OPCION

              EVALUATE WSV-OPCION
                 WHEN 1
                    PERFORM 200000-GENERAR-ASIENTOS
                 WHEN 2
                    PERFORM 300000-LISTAR-CUENTAS
                 WHEN 3
                    PERFORM 400000-ACTUALIZAR-CUENTA
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
      *****************************************************************
      * EL RESPALDO DEL MAESTRO (9400) PISA RETURN-CODE: EL CODIGO    *
      * DEL PROCESO SE GUARDA Y SE REPONE AL FINAL.                   *
      *****************************************************************
           MOVE RETURN-CODE TO WSV-RETORNO
           IF WSV-TABCAMBIOS = 1
              PERFORM 900000-REGRABAR-CUENTAS
           END-IF
           MOVE WSV-RETORNO TO RETURN-CODE
           END-IF
           PERFORM 9250-LIBERAR-CERROJOS
           SET WS-LOG-FIN TO TRUE
           MOVE WSA-DOCUMENTOS   TO WS-LOG-LEIDOS
           MOVE WSA-CANTASIENTOS TO WS-LOG-GRABADOS
           MOVE WSA-SINCUENTA    TO WS-LOG-RECHAZADOS
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

       100000-CARGAR-CUENTAS.
           MOVE 0 TO WSV-CANTCUENTAS
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
                       MOVE 1 TO WSV-TABLALLENA
                 END-READ
              END-IF
              CLOSE CTASINTERFAZ
           END-IF.

      *****************************************************************
      * BUSCA LA CUENTA DEL ORIGEN Y CLAVE; SI NO HAY UNA ESPECIFICA, *
      * LA GENERAL DEL ORIGEN (CLAVE '***').                          *
      *****************************************************************
       110000-BUSCAR-CUENTA.
           MOVE 0 TO WSV-POSCUENTA
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCUENTAS
              IF CTI-ORIGEN(WSI-I) = WSV-ORIGEN
                 AND CTI-CLAVE(WSI-I) = WSV-CLAVE
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
           END-IF.

      *****************************************************************
      * SE AGREGAN TODOS LOS COMPROBANTES CON FECHA HASTA LA DEL      *
      * ASIENTO QUE NO ESTEN EN CTLINTERF.DAT, CUALQUIERA SEA SU      *
      * FECHA: UN PAGO IDENTIFICADO DESPUES, UNA RENDICION O UNA      *
      * FACTURA CARGADA TARDE ENTRAN EN LA PRIMERA CORRIDA POSTERIOR. *
      * TAMBIEN SE REVERSAN LOS PAGOS YA INTERFASADOS QUE DESPUES SE  *
      * ANULARON (ANULPAGOS.DAT). EN DOS PASADAS SOBRE LOS            *
      * SUBDIARIOS: LA PRIMERA SOLO VERIFICA QUE TODO COMPROBANTE     *
      * PENDIENTE TENGA CUENTA EN LA TABLA; SI FALTA ALGUNA NO SE     *
      * AGREGA NADA. LA SEGUNDA GRABA LOS PARES Y LOS RENGLONES DE    *
      * CONTROL AL FINAL DE ASIENTOS.DAT Y MARCA CADA COMPROBANTE EN  *
      * CTLINTERF.DAT.                                                *
      *****************************************************************
       200000-GENERAR-ASIENTOS.
           DISPLAY "INGRESE FECHA DEL ASIENTO (AAAAMMDD, "
                   "0 = FECHA DE PROCESO): "
           ACCEPT WSV-FECHACONT
           IF WSV-FECHACONT = 0
              MOVE WSV-FECHA-PROCESO TO WSV-FECHACONT
           END-IF

           PERFORM 205000-CARGAR-CONTROL
           IF WSV-CTL-NOEXISTE
              PERFORM 215000-ARRANCAR-CONTROL
              PERFORM 205000-CARGAR-CONTROL
           END-IF
           EVALUATE TRUE
              WHEN WSV-CTL-LLENO
                 DISPLAY "CTLINTERF.DAT SUPERA LA TABLA: SE CANCELA "
                         "SIN AGREGAR NADA"
                 MOVE 8 TO RETURN-CODE
                 SET WS-LOG-TERMINO-ERROR TO TRUE
              WHEN NOT WSV-CTL-CARGADO
                 DISPLAY "NO SE PUDO LEER CTLINTERF.DAT"
                 DISPLAY "FILE STATUS " WSS-FS-CTLINT
                 MOVE 8 TO RETURN-CODE
                 SET WS-LOG-TERMINO-ERROR TO TRUE
              WHEN OTHER
                 MOVE 0 TO WSV-GRABAR
                 PERFORM 220000-RECORRER-SUBDIARIOS
                 EVALUATE TRUE
                    WHEN WSA-SINCUENTA > 0
                       DISPLAY WSA-SINCUENTA " COMPROBANTES SIN "
                               "CUENTA EN CTASINTERFAZ.DAT: NO SE "
                               "GENERA NADA"
                       MOVE 8 TO RETURN-CODE
                    WHEN WSA-DOCUMENTOS = 0
                       DISPLAY "NO HAY COMPROBANTES PENDIENTES AL "
                               WSV-FECHACONT
                    WHEN OTHER
                       PERFORM 280000-AGREGAR-ASIENTOS
                 END-EVALUATE
           END-EVALUATE.

      *****************************************************************
      * UNA 'ANU' YA GRABADA CONSUME SU 'COB' (QUEDA EN 2) Y NO OCUPA *
      * LUGAR EN LA TABLA.                                            *
      *****************************************************************
       205000-CARGAR-CONTROL.
           MOVE 0 TO WSV-CANTCONTROL
           SET WSV-CTL-CARGADO TO TRUE
           OPEN INPUT CTLINTERF
           EVALUATE TRUE
              WHEN WSS-FS-CTLINT-NOEXISTE
                 SET WSV-CTL-NOEXISTE TO TRUE
              WHEN NOT WSS-FS-CTLINT-OK
                 SET WSV-CTL-ERROR TO TRUE
              WHEN OTHER
                 PERFORM UNTIL WSS-FS-CTLINT-EOF OR WSV-CTL-LLENO
                    READ CTLINTERF
                       AT END
                          CONTINUE
                       NOT AT END
                          PERFORM 207000-CARGAR-COMPROBANTE
                    END-READ
                 END-PERFORM
                 CLOSE CTLINTERF
           END-EVALUATE.

       207000-CARGAR-COMPROBANTE.
           IF CTL-ORIGEN = 'ANU'
              MOVE 'COB'     TO WSV-ORIGENCTL
              MOVE CTL-CLAVE TO WSV-CLAVEDOC
              PERFORM 292000-BUSCAR-CONTROL
              IF WSV-POSCONTROL > 0
                 MOVE 2 TO CTT-USADO(WSV-POSCONTROL)
              END-IF
           ELSE
              IF WSV-CANTCONTROL < 9999
                 ADD 1 TO WSV-CANTCONTROL
                 MOVE CTL-ORIGEN TO CTT-ORIGEN(WSV-CANTCONTROL)
                 MOVE CTL-CLAVE  TO CTT-CLAVE(WSV-CANTCONTROL)
                 MOVE CTL-FECHACONT TO CTT-FECHACONT(WSV-CANTCONTROL)
                 MOVE 0          TO CTT-USADO(WSV-CANTCONTROL)
              ELSE
                 SET WSV-CTL-LLENO TO TRUE
              END-IF
           END-IF.

      *****************************************************************
      * SOLO PARA EL ARRANQUE DE CTLINTERF.DAT: DICE SI LA FECHA DEL  *
      * ASIENTO YA SE HABIA INTERFASADO COMPLETA.                     *
      *****************************************************************
       210000-VERIFICAR-DIA.
           MOVE 0 TO WSV-YAGENERADO
           OPEN INPUT ASIENTOS
           IF WSS-FS-ASIENTOS-OK
              PERFORM UNTIL WSS-FS-ASIENTOS-EOF
                 READ ASIENTOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF ASI-TIPOREG = 'T'
                          AND ASI-FECHA = WSV-FECHACONT
                          AND ASI-CONCEPTO = WSC-CTRL-DEBE
                          MOVE 1 TO WSV-YAGENERADO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ASIENTOS
           END-IF.

      *****************************************************************
      * PRIMERA CORRIDA SIN CTLINTERF.DAT: LOS COMPROBANTES DE FECHAS *
      * ANTERIORES (Y LOS DE LA FECHA DEL ASIENTO SI ESE DIA YA SE    *
      * HABIA INTERFASADO) YA ESTAN CONTABILIZADOS Y SOLO SE MARCAN.  *
      *****************************************************************
       215000-ARRANCAR-CONTROL.
           PERFORM 210000-VERIFICAR-DIA
           OPEN OUTPUT CTLINTERF
           IF NOT WSS-FS-CTLINT-OK
              DISPLAY "NO SE PUDO CREAR CTLINTERF.DAT"
              DISPLAY "FILE STATUS " WSS-FS-CTLINT
           ELSE
              MOVE 2 TO WSV-GRABAR
              PERFORM 220000-RECORRER-SUBDIARIOS
              CLOSE CTLINTERF
              DISPLAY "CTLINTERF.DAT CREADO: " WSA-DOCUMENTOS
                      " COMPROBANTES ANTERIORES SE DAN POR "
                      "INTERFASADOS"
           END-IF.

       220000-RECORRER-SUBDIARIOS.
           MOVE 0 TO WSA-DOCUMENTOS
           MOVE 0 TO WSA-SINCUENTA
           MOVE 0 TO WSA-CANTASIENTOS
           MOVE 0 TO WSA-TOTALDEBE
           MOVE 0 TO WSA-TOTALHABER
           MOVE 0 TO WSA-COBRANZAS
           MOVE 0 TO WSA-COMPRAS
           MOVE 0 TO WSA-PAGOSPROV
           MOVE 0 TO WSA-EGRESOS
           MOVE 0 TO WSA-ANULACIONES
           PERFORM VARYING WSI-T FROM 1 BY 1
                   UNTIL WSI-T > WSV-CANTCONTROL
              IF CTT-USADO(WSI-T) = 1 OR CTT-USADO(WSI-T) = 3
                 MOVE 0 TO CTT-USADO(WSI-T)
              END-IF
           END-PERFORM
           PERFORM 225000-CARGAR-SESIONES
           PERFORM 230000-COBRANZAS
           PERFORM 235000-ANULACIONES
           PERFORM 240000-COMPRAS
           PERFORM 250000-PAGOS-PROVEEDORES
           PERFORM 260000-VALES-CAJA.

      *****************************************************************
      * LAS SESIONES SIN OFICINA (ANTERIORES AL CAMPO) Y LOS PAGOS    *
      * SIN SESION QUEDAN SIN CENTRO DE COSTO.                        *
      *****************************************************************
       225000-CARGAR-SESIONES.
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

      *****************************************************************
      * COBRANZA: DEBE LA CUENTA DEL MEDIO DE PAGO, HABER DEUDORES.   *
      * REFERENCIA: SESION DE CAJA / CUOTA Y APELLIDO DEL CLIENTE.    *
      *****************************************************************
       230000-COBRANZAS.
           OPEN INPUT PAGOS
           IF WSS-FS-PAGOS-OK
              PERFORM UNTIL WSS-FS-PAGOS-EOF
                 READ PAGOS
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 'COB'     TO WSV-ORIGENCTL
                       MOVE SPACES    TO WSV-CLAVEDOC
                       STRING PAG-FECHA PAG-NUMERO-CUOTA PAG-IMPORTE
                              PAG-MEDIO PAG-SESION
                              DELIMITED BY SIZE INTO WSV-CLAVEDOC
                       MOVE PAG-FECHA TO WSV-FECHADOC
                       PERFORM 290000-SELECCIONAR
                       IF WSV-PENDIENTE = 1
                          PERFORM 232000-ASIENTO-COBRANZA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAGOS
           END-IF.

       232000-ASIENTO-COBRANZA.
           ADD 1 TO WSA-DOCUMENTOS
           ADD 1 TO WSA-COBRANZAS
           IF WSV-GRABAR NOT = 2
              MOVE 'COB'      TO WSV-ORIGEN
              MOVE PAG-MEDIO  TO WSV-CLAVE
              MOVE SPACES     TO WSV-CONCEPTO
              STRING 'COB ' PAG-SESION '/'
                     PAG-NUMERO-CUOTA ' '
                     PAG-APELLIDO(1:8)
                     DELIMITED BY SIZE INTO WSV-CONCEPTO
              MOVE PAG-IMPORTE TO WSV-IMPORTEASIENTO
              MOVE SPACES TO WSV-CENTROCOSTO
              IF PAG-SESION > 0
                 MOVE WST-SESOFICINA(PAG-SESION) TO WSV-CENTROCOSTO
              END-IF
              PERFORM 270000-IMPUTAR
           END-IF
           PERFORM 295000-MARCAR-COMPROBANTE.

      *****************************************************************
      * PAGO ANULADO: SI EL PAGO YA SE HABIA INTERFASADO (SU 'COB'    *
      * ESTA EN CTLINTERF.DAT Y YA NO APARECE EN PAGOS.DAT) SE AGREGA *
      * EL PAR INVERSO AL DE LA COBRANZA. SI SE ANULO ANTES DE        *
      * INTERFASARSE NO HAY NADA QUE REVERSAR. VA DESPUES DE          *
      * 230000, QUE MARCA LOS 'COB' QUE SIGUEN EN PAGOS.DAT. LA       *
      * ANULACION POSTERIOR A LA FECHA DEL ASIENTO TODAVIA NO SE      *
      * REVERSA, PERO SU 'COB' SE MARCA PARA QUE NO SE DEPURE.        *
      *****************************************************************
       235000-ANULACIONES.
           IF WSV-GRABAR NOT = 2
              OPEN INPUT ANULPAGOS
              IF WSS-FS-ANULPAG-OK
                 PERFORM UNTIL WSS-FS-ANULPAG-EOF
                    READ ANULPAGOS
                       AT END
                          CONTINUE
                       NOT AT END
                          IF ANU-FECHAANUL NOT > WSV-FECHACONT
                             PERFORM 237000-REVERSAR-PAGO
                          ELSE
                             PERFORM 238000-RETENER-PAGO
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE ANULPAGOS
              END-IF
           END-IF.

       237000-REVERSAR-PAGO.
           MOVE 'COB'     TO WSV-ORIGENCTL
           MOVE SPACES    TO WSV-CLAVEDOC
           STRING ANU-FECHAPAGO ANU-NUMERO-CUOTA ANU-IMPORTE
                  ANU-MEDIO ANU-SESION
                  DELIMITED BY SIZE INTO WSV-CLAVEDOC
           PERFORM 292000-BUSCAR-CONTROL
           IF WSV-POSCONTROL > 0
              MOVE 3 TO CTT-USADO(WSV-POSCONTROL)
              ADD 1 TO WSA-DOCUMENTOS
              ADD 1 TO WSA-ANULACIONES
              MOVE 'COB'      TO WSV-ORIGEN
              MOVE ANU-MEDIO  TO WSV-CLAVE
              MOVE SPACES     TO WSV-CONCEPTO
              STRING 'ANU ' ANU-SESION '/'
                     ANU-NUMERO-CUOTA ' '
                     ANU-APELLIDO(1:8)
                     DELIMITED BY SIZE INTO WSV-CONCEPTO
              MOVE ANU-IMPORTE TO WSV-IMPORTEASIENTO
              MOVE SPACES TO WSV-CENTROCOSTO
              IF ANU-SESION > 0
                 MOVE WST-SESOFICINA(ANU-SESION) TO WSV-CENTROCOSTO
              END-IF
              MOVE 1 TO WSV-INVERSO
              PERFORM 270000-IMPUTAR
              MOVE 0 TO WSV-INVERSO
              MOVE 'ANU' TO WSV-ORIGENCTL
              PERFORM 295000-MARCAR-COMPROBANTE
           END-IF.

       238000-RETENER-PAGO.
           MOVE 'COB'     TO WSV-ORIGENCTL
           MOVE SPACES    TO WSV-CLAVEDOC
           STRING ANU-FECHAPAGO ANU-NUMERO-CUOTA ANU-IMPORTE
                  ANU-MEDIO ANU-SESION
                  DELIMITED BY SIZE INTO WSV-CLAVEDOC
           PERFORM 292000-BUSCAR-CONTROL
           IF WSV-POSCONTROL > 0
              MOVE 1 TO CTT-USADO(WSV-POSCONTROL)
           END-IF.

      *****************************************************************
      * FACTURA DE COMPRA: DEBE COMPRAS (TOTAL MENOS IVA) Y DEBE IVA  *
      * CREDITO FISCAL, AMBOS CONTRA HABER PROVEEDORES. REFERENCIA:   *
      * PUNTO DE VENTA Y NUMERO DE LA FACTURA.                        *
      *****************************************************************
       240000-COMPRAS.
           OPEN INPUT FACTCOMPRAS
           IF WSS-FS-FACTCOMP-OK
              PERFORM UNTIL WSS-FS-FACTCOMP-EOF
                 READ FACTCOMPRAS
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 'COM'     TO WSV-ORIGENCTL
                       MOVE SPACES    TO WSV-CLAVEDOC
                       STRING FCP-CUIT FCP-PV FCP-NUMERO
                              DELIMITED BY SIZE INTO WSV-CLAVEDOC
                       MOVE FCP-FECHA TO WSV-FECHADOC
                       PERFORM 290000-SELECCIONAR
                       IF WSV-PENDIENTE = 1
                          ADD 1 TO WSA-DOCUMENTOS
                          ADD 1 TO WSA-COMPRAS
                          IF WSV-GRABAR NOT = 2
                             PERFORM 245000-ASIENTO-COMPRA
                          END-IF
                          PERFORM 295000-MARCAR-COMPROBANTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FACTCOMPRAS
           END-IF.

       245000-ASIENTO-COMPRA.
           COMPUTE WSV-IVACOMPRA = FCP-IVA21 + FCP-IVA105
           MOVE 'COM' TO WSV-ORIGEN
           MOVE FCP-OFICINA TO WSV-CENTROCOSTO

           MOVE 'NET' TO WSV-CLAVE
           MOVE SPACES TO WSV-CONCEPTO
           STRING 'FC ' FCP-PV '-' FCP-NUMERO ' NET'
                  DELIMITED BY SIZE INTO WSV-CONCEPTO
           COMPUTE WSV-IMPORTEASIENTO = FCP-TOTAL - WSV-IVACOMPRA
           PERFORM 270000-IMPUTAR

           MOVE 'IVA' TO WSV-CLAVE
           MOVE SPACES TO WSV-CONCEPTO
           STRING 'FC ' FCP-PV '-' FCP-NUMERO ' IVA'
                  DELIMITED BY SIZE INTO WSV-CONCEPTO
           MOVE WSV-IVACOMPRA TO WSV-IMPORTEASIENTO
           PERFORM 270000-IMPUTAR.

      *****************************************************************
      * ORDEN DE PAGO ACREDITADA POR EL BANCO ESE DIA (PAGOPROV-09-FL)*
      * DEBE PROVEEDORES, HABER BANCO. REFERENCIA: ORDEN Y LOTE.      *
      *****************************************************************
       250000-PAGOS-PROVEEDORES.
           OPEN INPUT ORDENESPAGO
           IF WSS-FS-ORDPAGO-OK
              PERFORM UNTIL WSS-FS-ORDPAGO-EOF
                 READ ORDENESPAGO
                    AT END
                       CONTINUE
                    NOT AT END
                       IF OPG-ESTADO = 'P'
                          MOVE 'OPG'      TO WSV-ORIGENCTL
                          MOVE OPG-NUMERO TO WSV-CLAVEDOC
                          MOVE OPG-FECHAPAGO TO WSV-FECHADOC
                          PERFORM 290000-SELECCIONAR
                       ELSE
                          MOVE 0 TO WSV-PENDIENTE
                       END-IF
                       IF WSV-PENDIENTE = 1
                          PERFORM 255000-ASIENTO-PAGO-PROV
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ORDENESPAGO
           END-IF.

       255000-ASIENTO-PAGO-PROV.
           ADD 1 TO WSA-DOCUMENTOS
           ADD 1 TO WSA-PAGOSPROV
           IF WSV-GRABAR NOT = 2
              MOVE 'OPG'      TO WSV-ORIGEN
              MOVE 'TRF'      TO WSV-CLAVE
              MOVE SPACES     TO WSV-CONCEPTO
              STRING 'OP ' OPG-NUMERO ' LT ' OPG-LOTE
                     DELIMITED BY SIZE INTO WSV-CONCEPTO
              MOVE OPG-TOTAL TO WSV-IMPORTEASIENTO
              MOVE SPACES    TO WSV-CENTROCOSTO
              PERFORM 270000-IMPUTAR
           END-IF
           PERFORM 295000-MARCAR-COMPROBANTE.

      *****************************************************************
      * VALE DE CAJA: DEBE LA CUENTA DEL CONCEPTO DEL VALE, HABER     *
      * CAJA. REFERENCIA: NUMERO DE VALE Y SESION DE CAJA.            *
      *****************************************************************
       260000-VALES-CAJA.
           OPEN INPUT EGRESOS
           IF WSS-FS-EGRESOS-OK
              PERFORM UNTIL WSS-FS-EGRESOS-EOF
                 READ EGRESOS
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 'EGR'     TO WSV-ORIGENCTL
                       MOVE SPACES    TO WSV-CLAVEDOC
                       STRING EGR-SESION EGR-COMPROBANTE
                              DELIMITED BY SIZE INTO WSV-CLAVEDOC
                       MOVE EGR-FECHA TO WSV-FECHADOC
                       PERFORM 290000-SELECCIONAR
                       IF WSV-PENDIENTE = 1
                          PERFORM 265000-ASIENTO-VALE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EGRESOS
           END-IF.

       265000-ASIENTO-VALE.
           ADD 1 TO WSA-DOCUMENTOS
           ADD 1 TO WSA-EGRESOS
           IF WSV-GRABAR NOT = 2
              MOVE 'EGR'        TO WSV-ORIGEN
              MOVE EGR-CONCEPTO TO WSV-CLAVE
              MOVE SPACES       TO WSV-CONCEPTO
              STRING 'VALE ' EGR-COMPROBANTE ' SES '
                     EGR-SESION
                     DELIMITED BY SIZE INTO WSV-CONCEPTO
              MOVE EGR-IMPORTE TO WSV-IMPORTEASIENTO
              MOVE SPACES TO WSV-CENTROCOSTO
              IF EGR-SESION > 0
                 MOVE WST-SESOFICINA(EGR-SESION) TO WSV-CENTROCOSTO
              END-IF
              PERFORM 270000-IMPUTAR
           END-IF
           PERFORM 295000-MARCAR-COMPROBANTE.

      *****************************************************************
      * UN IMPORTE EN CERO (FACTURA SIN IVA) NO GENERA PAR. EN LA     *
      * PASADA DE VERIFICACION SE INFORMA CADA COMPROBANTE SIN        *
      * CUENTA; EN LA DE GRABACION SE ESCRIBE EL PAR.                 *
      *****************************************************************
       270000-IMPUTAR.
           IF WSV-IMPORTEASIENTO > 0
              PERFORM 110000-BUSCAR-CUENTA
              IF WSV-POSCUENTA = 0
                 ADD 1 TO WSA-SINCUENTA
                 DISPLAY "SIN CUENTA " WSV-ORIGEN "/" WSV-CLAVE
                         ": " WSV-CONCEPTO
              ELSE
                 IF WSV-GRABAR = 1
                    PERFORM 275000-GRABAR-PAR
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      * LA REVERSA DE UN PAGO ANULADO (WSV-INVERSO = 1) INVIERTE LAS  *
      * CUENTAS DEL PAR.                                              *
      *****************************************************************
       275000-GRABAR-PAR.
           MOVE 'D'                TO ASI-TIPOREG
           MOVE WSV-FECHACONT      TO ASI-FECHA
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

       280000-AGREGAR-ASIENTOS.
           OPEN EXTEND CTLINTERF
           IF NOT WSS-FS-CTLINT-OK
              DISPLAY "NO SE PUDO AGREGAR A CTLINTERF.DAT"
              DISPLAY "FILE STATUS " WSS-FS-CTLINT
              MOVE 8 TO RETURN-CODE
           ELSE
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
                 MOVE 0 TO WSV-SINCOMPACTAR
                 PERFORM 220000-RECORRER-SUBDIARIOS

                 MOVE 'T'               TO ASI-TIPOREG
                 MOVE WSV-FECHACONT     TO ASI-FECHA
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
                 DISPLAY "COBRANZAS:          " WSA-COBRANZAS
                 DISPLAY "FACTURAS DE COMPRA: " WSA-COMPRAS
                 DISPLAY "PAGOS A PROVEEDOR:  " WSA-PAGOSPROV
                 DISPLAY "VALES DE CAJA:      " WSA-EGRESOS
                 DISPLAY "PAGOS ANULADOS:     " WSA-ANULACIONES
                 MOVE WSA-TOTALDEBE TO WSM-TOTAL
                 DISPLAY "AGREGADOS A ASIENTOS.DAT: " WSA-CANTASIENTOS
                         " RENGLONES, TOTAL DEBE " WSM-TOTAL
                 DISPLAY "PASAR AHORA LA VALIDACION (PLANCTAS-09-FL) Y "
                         "LA MAYORIZACION (MAYOR-09-FL)"
              END-IF
              CLOSE CTLINTERF
              IF WSV-GRABAR = 1
                 PERFORM 285000-COMPACTAR-CONTROL
              END-IF
           END-IF.

      *****************************************************************
      * CTLINTERF.DAT SE REGRABA SOLO CON LO QUE SIGUE VIGENTE: LOS   *
      * COMPROBANTES ENCONTRADOS EN ESTA PASADA Y LOS RECIEN          *
      * AGREGADOS. LO QUE YA NO ESTA EN SU SUBDIARIO Y LOS PAGOS      *
      * ANULADOS YA REVERSADOS (CON SU 'ANU') SE DEPURAN: NO PUEDEN   *
      * VOLVER A APARECER Y SOLO OCUPARIAN LUGAR EN LA TABLA. SI LA   *
      * TABLA NO ALCANZO PARA LOS NUEVOS, EL ARCHIVO QUEDA COMO LO    *
      * DEJO LA PASADA, COMPLETO Y SIN DEPURAR.                       *
      *****************************************************************
       285000-COMPACTAR-CONTROL.
           IF WSV-SINCOMPACTAR = 1
              DISPLAY "CTLINTERF.DAT NO SE DEPURA: LA TABLA NO "
                      "ALCANZA PARA LOS COMPROBANTES NUEVOS"
           ELSE
              MOVE RETURN-CODE TO WSV-RETORNO
              MOVE 'CTLINTERF.DAT'  TO WS-INT-ARCHIVO
              MOVE 'INTCONT-09-FL'  TO WS-INT-PROGRAMA
              PERFORM 9400-PROTEGER-MAESTRO
              MOVE WSV-RETORNO TO RETURN-CODE
              OPEN OUTPUT CTLINTERF
              IF WSS-FS-CTLINT-OK
                 MOVE 0 TO WSV-CTLGRABADOS
                 PERFORM VARYING WSI-T FROM 1 BY 1
                         UNTIL WSI-T > WSV-CANTCONTROL
                    IF CTT-USADO(WSI-T) = 1
                       MOVE CTT-ORIGEN(WSI-T)    TO CTL-ORIGEN
                       MOVE CTT-CLAVE(WSI-T)     TO CTL-CLAVE
                       MOVE CTT-FECHACONT(WSI-T) TO CTL-FECHACONT
                       WRITE REG-CTLINTERF
                       ADD 1 TO WSV-CTLGRABADOS
                    END-IF
                 END-PERFORM
                 CLOSE CTLINTERF
                 PERFORM 9450-CONFIRMAR-MAESTRO
                 DISPLAY "CTLINTERF.DAT DEPURADO: QUEDAN "
                         WSV-CTLGRABADOS " COMPROBANTES"
              ELSE
                 DISPLAY "ERROR AL REGRABAR CTLINTERF.DAT"
                 DISPLAY "FILE STATUS " WSS-FS-CTLINT
                 MOVE 8 TO RETURN-CODE
                 SET WS-LOG-TERMINO-ERROR TO TRUE
              END-IF
           END-IF.

      *****************************************************************
      * DICE SI EL COMPROBANTE (WSV-ORIGENCTL, WSV-CLAVEDOC Y         *
      * WSV-FECHADOC) ENTRA EN ESTA CORRIDA. EN EL ARRANQUE ENTRAN    *
      * LOS YA CONTABILIZADOS POR FECHA; SI NO, LOS DE FECHA HASTA LA *
      * DEL ASIENTO QUE NO ESTEN EN CTLINTERF.DAT. EL QUE SI ESTA SE  *
      * MARCA COMO ENCONTRADO: DOS COMPROBANTES CON LA MISMA CLAVE    *
      * NECESITAN DOS RENGLONES EN CTLINTERF.DAT. EL DE FECHA         *
      * POSTERIOR AL ASIENTO NO ENTRA, PERO SI YA ESTA TAMBIEN SE     *
      * MARCA, PARA QUE LA DEPURACION NO LO SAQUE.                    *
      *****************************************************************
       290000-SELECCIONAR.
           MOVE 0 TO WSV-PENDIENTE
           IF WSV-GRABAR = 2
              IF WSV-FECHADOC < WSV-FECHACONT
                 OR (WSV-YAGENERADO = 1
                     AND WSV-FECHADOC = WSV-FECHACONT)
                 MOVE 1 TO WSV-PENDIENTE
              END-IF
           ELSE
              PERFORM 292000-BUSCAR-CONTROL
              IF WSV-POSCONTROL > 0
                 MOVE 1 TO CTT-USADO(WSV-POSCONTROL)
              ELSE
                 IF WSV-FECHADOC NOT > WSV-FECHACONT
                    MOVE 1 TO WSV-PENDIENTE
                 END-IF
              END-IF
           END-IF.

       292000-BUSCAR-CONTROL.
           MOVE 0 TO WSV-POSCONTROL
           PERFORM VARYING WSI-T FROM 1 BY 1
                   UNTIL WSI-T > WSV-CANTCONTROL
                      OR WSV-POSCONTROL > 0
              IF CTT-ORIGEN(WSI-T) = WSV-ORIGENCTL
                 AND CTT-CLAVE(WSI-T) = WSV-CLAVEDOC
                 AND CTT-USADO(WSI-T) = 0
                 MOVE WSI-T TO WSV-POSCONTROL
              END-IF
           END-PERFORM.

      *****************************************************************
      * EN LA PASADA DE GRABACION EL COMPROBANTE NUEVO TAMBIEN SE     *
      * SUMA A LA TABLA, PARA LA DEPURACION. LA 'ANU' NO: SU 'COB'    *
      * QUEDO EN 3 Y SE DEPURAN LOS DOS.                              *
      *****************************************************************
       295000-MARCAR-COMPROBANTE.
           IF WSV-GRABAR NOT = 0
              MOVE WSV-ORIGENCTL TO CTL-ORIGEN
              MOVE WSV-CLAVEDOC  TO CTL-CLAVE
              MOVE WSV-FECHACONT TO CTL-FECHACONT
              WRITE REG-CTLINTERF
           END-IF
           IF WSV-GRABAR = 1 AND WSV-ORIGENCTL NOT = 'ANU'
              IF WSV-CANTCONTROL < 9999
                 ADD 1 TO WSV-CANTCONTROL
                 MOVE WSV-ORIGENCTL TO CTT-ORIGEN(WSV-CANTCONTROL)
                 MOVE WSV-CLAVEDOC  TO CTT-CLAVE(WSV-CANTCONTROL)
                 MOVE WSV-FECHACONT TO CTT-FECHACONT(WSV-CANTCONTROL)
                 MOVE 1             TO CTT-USADO(WSV-CANTCONTROL)
              ELSE
                 MOVE 1 TO WSV-SINCOMPACTAR
              END-IF
           END-IF.

       300000-LISTAR-CUENTAS.
           DISPLAY "--------------------------------------------------"
           IF WSV-CANTCUENTAS = 0
              DISPLAY "LA TABLA DE CUENTAS ESTA VACIA"
           ELSE
              DISPLAY "ORIGEN CLAVE DEBE     HABER    DESCRIPCION"
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTCUENTAS
                 DISPLAY CTI-ORIGEN(WSI-I) "    "
                         CTI-CLAVE(WSI-I) "   "
                         CTI-CTADEBE(WSI-I) " "
                         CTI-CTAHABER(WSI-I) " "
                         FUNCTION TRIM(CTI-DESCRIPCION(WSI-I))
              END-PERFORM
           END-IF
           DISPLAY "--------------------------------------------------".

       400000-ACTUALIZAR-CUENTA.
           DISPLAY "INGRESE ORIGEN (COB/COM/OPG/EGR/CAS/REC): "
           ACCEPT WSV-ORIGEN
           IF NOT WSV-ORIGEN-VALIDO
              DISPLAY "ORIGEN INVALIDO"
           ELSE
              DISPLAY "INGRESE CLAVE (*** = TODO EL ORIGEN): "
              ACCEPT WSV-CLAVE
              MOVE 0 TO WSV-POSCUENTA
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTCUENTAS
                 IF CTI-ORIGEN(WSI-I) = WSV-ORIGEN
                    AND CTI-CLAVE(WSI-I) = WSV-CLAVE
                    MOVE WSI-I TO WSV-POSCUENTA
                 END-IF
              END-PERFORM
              EVALUATE TRUE
                 WHEN WSV-POSCUENTA = 0 AND WSV-CANTCUENTAS >= 100
                    DISPLAY "NO HAY MAS ESPACIO EN LA TABLA"
                 WHEN WSV-POSCUENTA > 0
                    DISPLAY "ACTUAL: DEBE "
                            CTI-CTADEBE(WSV-POSCUENTA)
                            " HABER " CTI-CTAHABER(WSV-POSCUENTA)
                    DISPLAY "REEMPLAZAR? (S/N): "
                    ACCEPT WSV-CONFIRMA
                    IF WSV-CONFIRMA = 'S'
                       PERFORM 410000-PEDIR-CUENTAS
                    END-IF
                 WHEN OTHER
                    PERFORM 410000-PEDIR-CUENTAS
              END-EVALUATE
           END-IF.

       410000-PEDIR-CUENTAS.
           DISPLAY "INGRESE CUENTA DEBE: "
           ACCEPT WSV-CTADEBE
           DISPLAY "INGRESE CUENTA HABER: "
           ACCEPT WSV-CTAHABER
           DISPLAY "INGRESE DESCRIPCION: "
           ACCEPT WSV-DESCRIPCION
           IF WSV-CTADEBE = SPACES OR WSV-CTAHABER = SPACES
              DISPLAY "LAS DOS CUENTAS SON OBLIGATORIAS"
           ELSE
              IF WSV-POSCUENTA = 0
                 ADD 1 TO WSV-CANTCUENTAS
                 MOVE WSV-CANTCUENTAS TO WSV-POSCUENTA
              END-IF
              MOVE WSV-ORIGEN      TO CTI-ORIGEN(WSV-POSCUENTA)
              MOVE WSV-CLAVE       TO CTI-CLAVE(WSV-POSCUENTA)
              MOVE WSV-CTADEBE     TO CTI-CTADEBE(WSV-POSCUENTA)
              MOVE WSV-CTAHABER    TO CTI-CTAHABER(WSV-POSCUENTA)
              MOVE WSV-DESCRIPCION TO CTI-DESCRIPCION(WSV-POSCUENTA)
              MOVE 1 TO WSV-TABCAMBIOS
              DISPLAY "CUENTAS REGISTRADAS (SE GRABAN AL SALIR)"
           END-IF.

       900000-REGRABAR-CUENTAS.
           MOVE 'CTASINTERFAZ.DAT' TO WS-INT-ARCHIVO
           MOVE 'INTCONT-09-FL'    TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT CTASINTERFAZ
           IF WSS-FS-CTASINT-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTCUENTAS
                 MOVE WST-CTAINTERFAZ(WSI-I) TO REG-CTAINTERFAZ
                 WRITE REG-CTAINTERFAZ
              END-PERFORM
              CLOSE CTASINTERFAZ
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR CTASINTERFAZ.DAT"
              DISPLAY "FILE STATUS " WSS-FS-CTASINT
              MOVE 8 TO WSV-RETORNO
           END-IF.

       COPY FSLOGPROC.

       COPY FSFECHAPROC.

       COPY FSINTPROC.

       COPY FSLOCKPROC.

       END PROGRAM INTCONT-09-FL.
