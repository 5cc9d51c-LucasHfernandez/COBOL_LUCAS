      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 28/09/2019
      * Purpose: PLAZOS FIJOS (PLAZOSFIJOS.DAT): LA CONSTITUCION
      *          DEBITA LA CUENTA DE ORIGEN EN MOVIMIENTOS.DAT Y EMITE
      *          EL CERTIFICADO NUMERADO E IMPRIMIBLE (CERTPF.DAT). LA
      *          TASA (TNA) Y LA TASA DE PRECANCELACION SE TOMAN DE
      *          TASASPF.DAT CON LA VIGENCIA DEL DIA DE CONSTITUCION Y
      *          QUEDAN FIJAS EN EL PLAZO FIJO. EL LOTE DIARIO DE
      *          VENCIMIENTOS ACREDITA CAPITAL MAS INTERES EN LA CUENTA
      *          O, SI EL CLIENTE LO PIDIO, RENUEVA AUTOMATICAMENTE POR
      *          EL MISMO PLAZO A LA TASA VIGENTE. LA CANCELACION
      *          ANTICIPADA PAGA LOS DIAS CORRIDOS A LA TASA DE
      *          PRECANCELACION, Y LA CARTERA POR FECHA DE VENCIMIENTO
      *          (CARTERAPF.DAT) LE DICE A TESORERIA QUE VA VENCIENDO.
      *          NO SE CONSTITUYEN PLAZOS FIJOS SOBRE CUENTAS CERRADAS
      *          (VER CIERCTA-09-FL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PFIJO-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAZOSFIJOS         ASSIGN TO DISK 'PLAZOSFIJOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PLAZOS.

           SELECT TASASPF             ASSIGN TO DISK 'TASASPF.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-TASAS.

           SELECT CERTPF              ASSIGN TO DISK 'CERTPF.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CERTPF.

           SELECT CARTERAPF           ASSIGN TO DISK 'CARTERAPF.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CARTERA.

           SELECT CUENTAS             ASSIGN TO DISK 'CUENTAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT MOVIMIENTOS         ASSIGN TO DISK 'MOVIMIENTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MOVIM.

           SELECT BLOQUEOS            ASSIGN TO DISK 'BLOQUEOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-BLOQUEOS.

           SELECT MAECLI              ASSIGN TO DISK 'MAECLI.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MAECLI.

           SELECT FERIADOS            ASSIGN TO DISK 'FERIADOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-FERIADOS.

           SELECT FECHAPROC ASSIGN TO DISK 'FECHAPROC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-FPR-FS.

           SELECT ESTADOSCTA ASSIGN TO DISK 'ESTADOSCTA.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-ECT-FS.

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
      * PLAZOSFIJOS.DAT: UN PLAZO FIJO POR LINEA, NUMERADO (ES EL     *
      * NUMERO DEL CERTIFICADO). PFJ-ESTADO 'V' = VIGENTE, 'A' =      *
      * ACREDITADO AL VENCIMIENTO, 'R' = RENOVADO (PFJ-ANTERIOR DEL   *
      * NUEVO APUNTA AL QUE LO ORIGINO), 'C' = CANCELADO ANTICIPADO.  *
      * PFJ-INTERES ES EL INTERES PACTADO AL VENCIMIENTO; PFJ-COBRADO *
      * LO QUE REALMENTE SE PAGO (CAPITAL MAS INTERES) AL DARLO DE    *
      * BAJA. LOS DADOS DE BAJA SE CONSERVAN COMO HISTORIA.           *
      *****************************************************************
       FD PLAZOSFIJOS.
       01 REG-PLAZOFIJO.
          05 PFJ-NUMERO            PIC 9(06).
          05 PFJ-NROCUENTA         PIC X(08).
          05 PFJ-CAPITAL           PIC 9(13)V9(02).
          05 PFJ-PLAZO             PIC 9(03).
          05 PFJ-TNA               PIC 9(02)V9(02).
          05 PFJ-TNAPENAL          PIC 9(02)V9(02).
          05 PFJ-FECHACONST        PIC 9(08).
          05 PFJ-VENCIMIENTO       PIC 9(08).
          05 PFJ-INTERES           PIC 9(13)V9(02).
          05 PFJ-RENUEVA           PIC X(01).
          05 PFJ-ESTADO            PIC X(01).
          05 PFJ-FECHABAJA         PIC 9(08).
          05 PFJ-COBRADO           PIC 9(13)V9(02).
          05 PFJ-ANTERIOR          PIC 9(06).
          05 PFJ-COMPROBANTE       PIC 9(06).

      *****************************************************************
      * TASASPF.DAT: TASAS NOMINALES ANUALES POR PLAZO EN DIAS, CON   *
      * VIGENCIA (IGUAL QUE MANTPAR-09-FL: SE ENCOLAN CON VIGENCIA    *
      * FUTURA Y LAS ANTERIORES QUEDAN COMO HISTORIA). TPF-TNAPENAL   *
      * ES LA TASA QUE SE PAGA SI EL CLIENTE CANCELA ANTES DE TERMINO.*
      *****************************************************************
       FD TASASPF.
       01 REG-TASAPF.
          05 TPF-PLAZO             PIC 9(03).
          05 TPF-TNA               PIC 9(02)V9(02).
          05 TPF-TNAPENAL          PIC 9(02)V9(02).
          05 TPF-VIGDESDE          PIC 9(08).

       FD CERTPF.
       01 REG-CERTPF               PIC X(80).

       FD CARTERAPF.
       01 REG-INFORME              PIC X(80).

       FD CUENTAS.
       01 REG-CUENTA.
           05 FSE-NROCUENTA            PIC X(08).
           05 FSE-CODIGOCLTE           PIC 9(08).
           05 FSE-MONTOCUENTA          PIC 9(15)V9(02).
           05 FSE-MONEDA               PIC X(03).

       FD MOVIMIENTOS.
       01 REG-MOVIMIENTO.
           05 MOV-NROCUENTA            PIC X(08).
           05 MOV-FECHA                PIC 9(08).
           05 MOV-TIPO                 PIC X(01).
           05 MOV-CONCEPTO             PIC X(30).
           05 MOV-IMPORTE              PIC 9(13)V9(02).
           05 MOV-COMPROBANTE          PIC 9(06).
           05 MOV-REFREVERSA           PIC 9(06).
           05 MOV-MOTIVO               PIC X(02).

       FD BLOQUEOS.
       01 REG-BLOQUEO.
           05 BLQ-NROCUENTA            PIC X(08).
           05 BLQ-TIPO                 PIC X(01).
           05 BLQ-IMPORTE              PIC 9(13)V9(02).
           05 BLQ-MOTIVO               PIC X(30).
           05 BLQ-EXPEDIENTE           PIC X(15).
           05 BLQ-FECHA                PIC 9(08).
           05 BLQ-ESTADO               PIC X(01).
           05 BLQ-FECHALEVANT          PIC 9(08).

       FD MAECLI.
       01 REG-MAECLI.
          05 MAE-CODIGO            PIC 9(08).
          05 MAE-NOMBRE            PIC A(20).
          05 MAE-APELLIDO          PIC A(20).
          05 MAE-ESTADO            PIC X(01).

       FD FERIADOS.
       COPY FSFER.

       FD FECHAPROC.
       COPY FSFECHA.

       FD ESTADOSCTA.
       COPY FSECT.

       FD INTENCION.
       COPY FSINT.

       FD CERROJOS.
       COPY FSLOCK.

       FD PROCLOG.
       COPY FSLOG.

       WORKING-STORAGE SECTION.

       COPY FSLOGVAR.

       COPY FSLOCKVAR.

       COPY FSECTVAR.

       COPY FSINTVAR.

       COPY FSFECHAVAR.

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-FECHA-PROCESO    PIC 9(08)       VALUE 0.
          05 WSV-FECHA            PIC 9(08)       VALUE 0.
          05 WSV-FECHA-X REDEFINES WSV-FECHA.
             10 WSV-FECHA-ANO     PIC 9(04).
             10 WSV-FECHA-MES     PIC 9(02).
             10 WSV-FECHA-DIA     PIC 9(02).
          05 WSV-FECHAEDIT        PIC X(10).
          05 WSV-NROCUENTA        PIC X(08).
          05 WSV-CAPITAL          PIC 9(13)V9(02) VALUE 0.
          05 WSV-PLAZO            PIC 9(03)       VALUE 0.
          05 WSV-TNA              PIC 9(02)V9(02) VALUE 0.
          05 WSV-TNAPENAL         PIC 9(02)V9(02) VALUE 0.
          05 WSV-VIGDESDE         PIC 9(08)       VALUE 0.
          05 WSV-RENUEVA          PIC X(01)       VALUE 'N'.
          05 WSV-CONFIRMA         PIC X(01)       VALUE 'N'.
          05 WSV-VENCIMIENTO      PIC 9(08)       VALUE 0.
          05 WSV-DIAS             PIC 9(05)       VALUE 0.
          05 WSV-INTERES          PIC 9(13)V9(02) VALUE 0.
          05 WSV-TOTAL            PIC 9(13)V9(02) VALUE 0.
          05 WSV-NUMERO           PIC 9(06)       VALUE 0.
          05 WSV-ULTNUMERO        PIC 9(06)       VALUE 0.
          05 WSV-ANTERIOR         PIC 9(06)       VALUE 0.
          05 WSV-ULTCOMPROBANTE   PIC 9(06)       VALUE 0.
          05 WSV-COMPROBANTE      PIC 9(06)       VALUE 0.
          05 WSV-TIPOMOV          PIC X(01).
          05 WSV-CONCEPTO         PIC X(30).
          05 WSV-IMPORTE          PIC 9(13)V9(02) VALUE 0.
          05 WSV-ASENTADO         PIC 9(01)       VALUE 0.
          05 WSV-POSICION         PIC 9(03)       VALUE 0.
          05 WSV-POSPLAZO         PIC 9(03)       VALUE 0.
          05 WSV-POSTASA          PIC 9(02)       VALUE 0.
          05 WSV-BLOQUEADO        PIC 9(01)       VALUE 0.
          05 WSV-EMBARGADO        PIC 9(13)V9(02) VALUE 0.
          05 WSV-DIASEMANA        PIC 9(01)       VALUE 0.
          05 WSV-ESFERIADO        PIC 9(01)       VALUE 0.
          05 WSV-ESHABIL          PIC 9(01)       VALUE 0.
          05 WSV-CODCLTE          PIC 9(08)       VALUE 0.
          05 WSV-NOMBRE           PIC X(41)       VALUE SPACES.
          05 WSV-LINEA            PIC X(80)       VALUE SPACES.
          05 WSV-ULTFECHA         PIC 9(08)       VALUE 0.
          05 WSV-PROXFECHA        PIC 9(08)       VALUE 0.
          05 WSV-CTACAMBIOS       PIC 9(01)       VALUE 0.
          05 WSV-PFCAMBIOS        PIC 9(01)       VALUE 0.
          05 WSV-CTALLENAS        PIC 9(01)       VALUE 0.
          05 WSV-RETORNO          PIC 9(02)       VALUE 0.
          05 WSV-PFLLENOS         PIC 9(01)       VALUE 0.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSI-P                PIC 9(03)       VALUE 0.
          05 WSI-T                PIC 9(02)       VALUE 0.
          05 WSI-F                PIC 9(03)       VALUE 0.
          05 WSV-CANTCUENTAS      PIC 9(03)       VALUE 0.
          05 WSV-CANTPLAZOS       PIC 9(03)       VALUE 0.
          05 WSV-CANTTASAS        PIC 9(02)       VALUE 0.
          05 WSV-CANTFERIADOS     PIC 9(03)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-CONSTITUIDOS     PIC 9(03)       VALUE 0.
          05 WSA-ACREDITADOS      PIC 9(03)       VALUE 0.
          05 WSA-RENOVADOS        PIC 9(03)       VALUE 0.
          05 WSA-CANCELADOS       PIC 9(03)       VALUE 0.
          05 WSA-PENDIENTES       PIC 9(03)       VALUE 0.
          05 WSA-CANTFECHA        PIC 9(03)       VALUE 0.
          05 WSA-CANTTOTAL        PIC 9(04)       VALUE 0.
          05 WSA-CAPFECHA         PIC 9(15)V9(02) VALUE 0.
          05 WSA-INTFECHA         PIC 9(15)V9(02) VALUE 0.
          05 WSA-CAPTOTAL         PIC 9(15)V9(02) VALUE 0.
          05 WSA-INTTOTAL         PIC 9(15)V9(02) VALUE 0.

       01 SWITCHES.
          05 WSS-FS-PLAZOS        PIC X(02).
            88 WSS-FS-PLAZOS-OK                   VALUE '00'.
            88 WSS-FS-PLAZOS-EOF                  VALUE '10'.
            88 WSS-FS-PLAZOS-NOEXISTE             VALUE '35'.
          05 WSS-FS-TASAS         PIC X(02).
            88 WSS-FS-TASAS-OK                    VALUE '00'.
            88 WSS-FS-TASAS-EOF                   VALUE '10'.
            88 WSS-FS-TASAS-NOEXISTE              VALUE '35'.
          05 WSS-FS-CERTPF        PIC X(02).
            88 WSS-FS-CERTPF-OK                   VALUE '00'.
            88 WSS-FS-CERTPF-NOEXISTE             VALUE '35'.
          05 WSS-FS-CARTERA       PIC X(02).
            88 WSS-FS-CARTERA-OK                  VALUE '00'.
          05 WSS-FS-CUENTAS       PIC X(02).
            88 WSS-FS-CUENTAS-OK                  VALUE '00'.
            88 WSS-FS-CUENTAS-EOF                 VALUE '10'.
          05 WSS-FS-MOVIM         PIC X(02).
            88 WSS-FS-MOVIM-OK                    VALUE '00'.
            88 WSS-FS-MOVIM-EOF                   VALUE '10'.
            88 WSS-FS-MOVIM-NOEXISTE              VALUE '35'.
          05 WSS-FS-BLOQUEOS      PIC X(02).
            88 WSS-FS-BLOQUEOS-OK                 VALUE '00'.
            88 WSS-FS-BLOQUEOS-EOF                VALUE '10'.
          05 WSS-FS-MAECLI        PIC X(02).
            88 WSS-FS-MAECLI-OK                   VALUE '00'.
            88 WSS-FS-MAECLI-EOF                  VALUE '10'.
          05 WSS-FS-FERIADOS      PIC X(02).
            88 WSS-FS-FERIADOS-OK                 VALUE '00'.
            88 WSS-FS-FERIADOS-EOF                VALUE '10'.

       01 MASCARAS.
          05 WSM-IMPORTE          PIC Z(12)9,99.
          05 WSM-IMPORTE2         PIC Z(12)9,99.
          05 WSM-TOTAL            PIC Z(14)9,99.
          05 WSM-TOTAL2           PIC Z(14)9,99.
          05 WSM-TASA             PIC Z9,99.
          05 WSM-CANT             PIC ZZZ9.

       01 TABLA-PLAZOS.
          05 WST-PLAZO            OCCURS 500 TIMES.
             10 PFT-NUMERO        PIC 9(06).
             10 PFT-NROCUENTA     PIC X(08).
             10 PFT-CAPITAL       PIC 9(13)V9(02).
             10 PFT-PLAZO         PIC 9(03).
             10 PFT-TNA           PIC 9(02)V9(02).
             10 PFT-TNAPENAL      PIC 9(02)V9(02).
             10 PFT-FECHACONST    PIC 9(08).
             10 PFT-VENCIMIENTO   PIC 9(08).
             10 PFT-INTERES       PIC 9(13)V9(02).
             10 PFT-RENUEVA       PIC X(01).
             10 PFT-ESTADO        PIC X(01).
             10 PFT-FECHABAJA     PIC 9(08).
             10 PFT-COBRADO       PIC 9(13)V9(02).
             10 PFT-ANTERIOR      PIC 9(06).
             10 PFT-COMPROBANTE   PIC 9(06).

      *****************************************************************
      * TASAS EN VIGOR A LA FECHA DE PROCESO: UNA POR PLAZO, LA DE    *
      * VIGENCIA MAS RECIENTE QUE NO SUPERE LA FECHA.                 *
      *****************************************************************
       01 TABLA-TASAS.
          05 WST-TASA             OCCURS 50 TIMES.
             10 TST-PLAZO         PIC 9(03).
             10 TST-TNA           PIC 9(02)V9(02).
             10 TST-TNAPENAL      PIC 9(02)V9(02).
             10 TST-VIGDESDE      PIC 9(08).

       01 TABLA-CUENTAS.
          05 WST-CUENTA           OCCURS 200 TIMES.
             10 WST-CTA-NRO       PIC X(08).
             10 WST-CTA-CODCLTE   PIC 9(08).
             10 WST-CTA-MONTO     PIC 9(15)V9(02).
             10 WST-CTA-MONEDA    PIC X(03).

       01 TABLA-FERIADOS.
          05 WST-FERIADO          PIC 9(08)       OCCURS 500 TIMES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'PFIJO-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
      *****************************************************************
      * LA CONSTITUCION, EL VENCIMIENTO Y LA CANCELACION MUEVEN       *
      * SALDOS Y ASIENTAN EN MOVIMIENTOS.DAT, LO MISMO QUE REGRABA     *
      * MOVIM-09-FL: SIN CERROJO UNA CORRIDA PISA A LA OTRA.          *
      *****************************************************************
           MOVE 'PFIJO-09-FL' TO WS-CER-PROGRAMA
           MOVE 3 TO WS-CER-CANTARCH
           MOVE 'PLAZOSFIJOS.DAT' TO WS-CER-ARCHIVO(1)
           MOVE 'CUENTAS.DAT'     TO WS-CER-ARCHIVO(2)
           MOVE 'MOVIMIENTOS.DAT' TO WS-CER-ARCHIVO(3)
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
           PERFORM 100000-CARGAR-PLAZOS
           PERFORM 110000-CARGAR-CUENTAS
      *****************************************************************
      * AMBOS MAESTROS SE REGRABAN ENTEROS DESDE LA TABLA: SI ALGUNO  *
      * NO ENTRA, REGRABARLO LO TRUNCARIA, ASI QUE NO SE TOCA NADA.   *
      *****************************************************************
           IF WSV-PFLLENOS = 1 OR WSV-CTALLENAS = 1
              DISPLAY "PLAZOSFIJOS.DAT O CUENTAS.DAT SUPERAN LA "
                      "TABLA: SE CANCELA SIN REGRABAR"
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
           PERFORM 120000-CARGAR-TASAS
           PERFORM 130000-CARGAR-FERIADOS
           PERFORM 140000-BUSCAR-ULTIMO-COMPROBANTE
           PERFORM UNTIL WSV-OPCION = 8
              DISPLAY "**************************************"
              DISPLAY "PLAZOS FIJOS - FECHA " WSV-FECHA-PROCESO
              DISPLAY "1 - CONSTITUIR PLAZO FIJO"
              DISPLAY "2 - PROCESAR VENCIMIENTOS DEL DIA"
              DISPLAY "3 - CANCELACION ANTICIPADA"
              DISPLAY "4 - CARTERA POR VENCIMIENTO (CARTERAPF.DAT)"
              DISPLAY "5 - REIMPRIMIR CERTIFICADO"
              DISPLAY "6 - LISTAR TASAS (TASASPF.DAT)"
              DISPLAY "7 - ENCOLAR TASA CON VIGENCIA FUTURA"
              DISPLAY "8 - SALIR"
              DISPLAY "RESPUESTA: "
              ACCEPT WSV-OPCION

              EVALUATE WSV-OPCION
                 WHEN 1
                    PERFORM 200000-CONSTITUIR
                 WHEN 2
                    PERFORM 300000-PROCESAR-VENCIMIENTOS
                 WHEN 3
                    PERFORM 400000-CANCELAR-ANTICIPADO
                 WHEN 4
                    PERFORM 500000-INFORMAR-CARTERA
                 WHEN 5
                    PERFORM 600000-REIMPRIMIR
                 WHEN 6
                    PERFORM 700000-LISTAR-TASAS
                 WHEN 7
                    PERFORM 750000-ENCOLAR-TASA
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
      *****************************************************************
      * EL RESPALDO DE CADA MAESTRO (9400) PISA RETURN-CODE: EL       *
      * CODIGO DEL PROCESO SE GUARDA Y SE REPONE AL FINAL.            *
      *****************************************************************
           MOVE RETURN-CODE TO WSV-RETORNO
           IF WSV-CTACAMBIOS = 1
              PERFORM 900000-REGRABAR-CUENTAS
           END-IF
           IF WSV-PFCAMBIOS = 1
              PERFORM 910000-REGRABAR-PLAZOS
           END-IF
           MOVE WSV-RETORNO TO RETURN-CODE
           END-IF
           PERFORM 9250-LIBERAR-CERROJOS
           SET WS-LOG-FIN TO TRUE
           COMPUTE WS-LOG-GRABADOS = WSA-CONSTITUIDOS + WSA-ACREDITADOS
                                   + WSA-RENOVADOS + WSA-CANCELADOS
           MOVE WSA-PENDIENTES TO WS-LOG-RECHAZADOS
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

       100000-CARGAR-PLAZOS.
           MOVE 0 TO WSV-CANTPLAZOS
           OPEN INPUT PLAZOSFIJOS
           IF WSS-FS-PLAZOS-OK
              PERFORM UNTIL WSS-FS-PLAZOS-EOF OR WSV-CANTPLAZOS > 499
                 READ PLAZOSFIJOS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTPLAZOS
                       MOVE REG-PLAZOFIJO TO WST-PLAZO(WSV-CANTPLAZOS)
                       IF PFJ-NUMERO > WSV-ULTNUMERO
                          MOVE PFJ-NUMERO TO WSV-ULTNUMERO
                       END-IF
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-PLAZOS-EOF
                 READ PLAZOSFIJOS
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-PFLLENOS
                 END-READ
              END-IF
              CLOSE PLAZOSFIJOS
           END-IF.

       110000-CARGAR-CUENTAS.
           MOVE 0 TO WSV-CANTCUENTAS
           OPEN INPUT CUENTAS
           IF WSS-FS-CUENTAS-OK
              PERFORM UNTIL WSS-FS-CUENTAS-EOF OR WSV-CANTCUENTAS > 199
                 READ CUENTAS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTCUENTAS
                       MOVE FSE-NROCUENTA   TO
                                          WST-CTA-NRO(WSV-CANTCUENTAS)
                       MOVE FSE-CODIGOCLTE  TO
                                        WST-CTA-CODCLTE(WSV-CANTCUENTAS)
                       MOVE FSE-MONTOCUENTA TO
                                        WST-CTA-MONTO(WSV-CANTCUENTAS)
                       MOVE FSE-MONEDA      TO
                                        WST-CTA-MONEDA(WSV-CANTCUENTAS)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-CUENTAS-EOF
                 READ CUENTAS
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-CTALLENAS
                 END-READ
              END-IF
              CLOSE CUENTAS
           END-IF.

      *****************************************************************
      * DE CADA PLAZO QUEDA LA TASA DE VIGENCIA MAS RECIENTE QUE NO   *
      * SUPERE LA FECHA DE PROCESO; LAS ENCOLADAS A FUTURO SE IGNORAN *
      * HASTA QUE LLEGUE SU DIA.                                      *
      *****************************************************************
       120000-CARGAR-TASAS.
           MOVE 0 TO WSV-CANTTASAS
           OPEN INPUT TASASPF
           IF NOT WSS-FS-TASAS-OK
              DISPLAY "ATENCION: NO HAY TASASPF.DAT - NO SE PUEDEN "
                      "CONSTITUIR NI RENOVAR PLAZOS FIJOS"
           ELSE
              PERFORM UNTIL WSS-FS-TASAS-EOF
                 READ TASASPF
                    AT END
                       CONTINUE
                    NOT AT END
                       IF TPF-VIGDESDE <= WSV-FECHA-PROCESO
                          PERFORM 125000-ANOTAR-TASA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TASASPF
           END-IF.

       125000-ANOTAR-TASA.
           MOVE TPF-PLAZO TO WSV-PLAZO
           PERFORM 150000-BUSCAR-TASA
           IF WSV-POSTASA = 0
              IF WSV-CANTTASAS < 50
                 ADD 1 TO WSV-CANTTASAS
                 MOVE WSV-CANTTASAS TO WSV-POSTASA
                 MOVE 0 TO TST-VIGDESDE(WSV-POSTASA)
              END-IF
           END-IF
           IF WSV-POSTASA > 0
              IF TPF-VIGDESDE >= TST-VIGDESDE(WSV-POSTASA)
                 MOVE TPF-PLAZO    TO TST-PLAZO(WSV-POSTASA)
                 MOVE TPF-TNA      TO TST-TNA(WSV-POSTASA)
                 MOVE TPF-TNAPENAL TO TST-TNAPENAL(WSV-POSTASA)
                 MOVE TPF-VIGDESDE TO TST-VIGDESDE(WSV-POSTASA)
              END-IF
           END-IF.

       130000-CARGAR-FERIADOS.
           MOVE 0 TO WSV-CANTFERIADOS
           OPEN INPUT FERIADOS
           IF WSS-FS-FERIADOS-OK
              PERFORM UNTIL WSS-FS-FERIADOS-EOF
                         OR WSV-CANTFERIADOS > 499
                 READ FERIADOS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTFERIADOS
                       MOVE FSF-FECHA TO WST-FERIADO(WSV-CANTFERIADOS)
                 END-READ
              END-PERFORM
              CLOSE FERIADOS
           END-IF.

       140000-BUSCAR-ULTIMO-COMPROBANTE.
           MOVE 0 TO WSV-ULTCOMPROBANTE
           OPEN INPUT MOVIMIENTOS
           IF WSS-FS-MOVIM-OK
              PERFORM UNTIL WSS-FS-MOVIM-EOF
                 READ MOVIMIENTOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF MOV-COMPROBANTE IS NUMERIC
                          AND MOV-COMPROBANTE > WSV-ULTCOMPROBANTE
                          MOVE MOV-COMPROBANTE TO WSV-ULTCOMPROBANTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MOVIMIENTOS
              MOVE '00' TO WSS-FS-MOVIM
           END-IF.

       150000-BUSCAR-TASA.
           MOVE 0 TO WSV-POSTASA
           PERFORM VARYING WSI-T FROM 1 BY 1
                   UNTIL WSI-T > WSV-CANTTASAS
              IF TST-PLAZO(WSI-T) = WSV-PLAZO
                 MOVE WSI-T TO WSV-POSTASA
              END-IF
           END-PERFORM.

       160000-BUSCAR-CUENTA.
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCUENTAS
              IF WST-CTA-NRO(WSI-I) = WSV-NROCUENTA
                 MOVE WSI-I TO WSV-POSICION
              END-IF
           END-PERFORM.

       170000-BUSCAR-PLAZO.
           MOVE 0 TO WSV-POSPLAZO
           PERFORM VARYING WSI-P FROM 1 BY 1
                   UNTIL WSI-P > WSV-CANTPLAZOS
              IF PFT-NUMERO(WSI-P) = WSV-NUMERO
                 MOVE WSI-P TO WSV-POSPLAZO
              END-IF
           END-PERFORM.

      *****************************************************************
      * VENCIMIENTO = CONSTITUCION MAS EL PLAZO EN DIAS CORRIDOS; SI  *
      * CAE EN FIN DE SEMANA O FERIADO (FERIADOS.DAT) PASA AL DIA     *
      * HABIL SIGUIENTE, IGUAL QUE AVISOS-09-FL. EL INTERES SE PACTA  *
      * POR LOS DIAS REALES HASTA ESE VENCIMIENTO: CAPITAL X TNA /    *
      * 100 X DIAS / 365.                                             *
      *****************************************************************
       180000-CALCULAR-VENCIMIENTO.
           COMPUTE WSV-FECHA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WSV-FECHA-PROCESO)
                   + WSV-PLAZO)
           PERFORM 185000-VERIFICAR-HABIL
           PERFORM UNTIL WSV-ESHABIL = 1
              COMPUTE WSV-FECHA = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(WSV-FECHA) + 1)
              PERFORM 185000-VERIFICAR-HABIL
           END-PERFORM
           MOVE WSV-FECHA TO WSV-VENCIMIENTO
           COMPUTE WSV-DIAS =
                   FUNCTION INTEGER-OF-DATE(WSV-VENCIMIENTO)
                 - FUNCTION INTEGER-OF-DATE(WSV-FECHA-PROCESO)
           COMPUTE WSV-INTERES ROUNDED =
                   WSV-CAPITAL * WSV-TNA * WSV-DIAS / 36500.

       185000-VERIFICAR-HABIL.
           COMPUTE WSV-DIASEMANA =
               FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WSV-FECHA)
                   - FUNCTION INTEGER-OF-DATE(20240101), 7)
           MOVE 0 TO WSV-ESFERIADO
           PERFORM VARYING WSI-F FROM 1 BY 1
                   UNTIL WSI-F > WSV-CANTFERIADOS
              IF WST-FERIADO(WSI-F) = WSV-FECHA
                 MOVE 1 TO WSV-ESFERIADO
              END-IF
           END-PERFORM
           IF WSV-DIASEMANA < 5 AND WSV-ESFERIADO = 0
              MOVE 1 TO WSV-ESHABIL
           ELSE
              MOVE 0 TO WSV-ESHABIL
           END-IF.

      *****************************************************************
      * CONSTITUCION: LA CUENTA DEBE EXISTIR, TENER SALDO PROPIO PARA *
      * EL CAPITAL (EL PLAZO FIJO NO SE ARMA CON DESCUBIERTO) Y NO    *
      * ESTAR BLOQUEADA; EL PLAZO DEBE TENER TASA VIGENTE.            *
      *****************************************************************
       200000-CONSTITUIR.
           IF WSV-CANTPLAZOS >= 500
              DISPLAY "NO HAY MAS ESPACIO DE PLAZOS FIJOS"
           ELSE
              DISPLAY "INGRESE CUENTA DE ORIGEN (8 DIGITOS): "
              ACCEPT WSV-NROCUENTA
              DISPLAY "INGRESE CAPITAL: "
              ACCEPT WSV-CAPITAL
              DISPLAY "INGRESE PLAZO EN DIAS (30/60/90): "
              ACCEPT WSV-PLAZO
              DISPLAY "RENOVACION AUTOMATICA AL VENCIMIENTO (S/N): "
              ACCEPT WSV-RENUEVA
              PERFORM 160000-BUSCAR-CUENTA
              PERFORM 150000-BUSCAR-TASA
              MOVE WSV-NROCUENTA TO WS-ECT-NROCUENTA
              PERFORM 9700-ESTADO-CUENTA
              MOVE 0 TO WSV-BLOQUEADO
              IF WSV-POSICION > 0 AND WSV-CAPITAL > 0
                 AND WSV-CAPITAL <= WST-CTA-MONTO(WSV-POSICION)
                 PERFORM 210000-VERIFICAR-BLOQUEO
              END-IF

              EVALUATE TRUE
                 WHEN WSV-POSICION = 0
                    DISPLAY "NO EXISTE LA CUENTA " WSV-NROCUENTA
                 WHEN WS-ECT-CERRADA
                    DISPLAY "LA CUENTA " WSV-NROCUENTA " ESTA CERRADA"
                 WHEN WSV-CAPITAL = 0
                    DISPLAY "EL CAPITAL NO PUEDE SER CERO"
                 WHEN WSV-POSTASA = 0
                    DISPLAY "NO HAY TASA VIGENTE PARA " WSV-PLAZO
                            " DIAS"
                 WHEN WSV-RENUEVA NOT = 'S' AND WSV-RENUEVA NOT = 'N'
                    DISPLAY "RENOVACION: RESPONDA S O N"
                 WHEN WSV-CAPITAL > WST-CTA-MONTO(WSV-POSICION)
                    DISPLAY "SALDO INSUFICIENTE EN LA CUENTA"
                 WHEN WSV-BLOQUEADO = 1
                    CONTINUE
                 WHEN OTHER
                    PERFORM 220000-ALTA-PLAZO
              END-EVALUATE
           END-IF.

      *****************************************************************
      * MISMO CONTROL DE EMBARGOS QUE MOVIM-09-FL: UN BLOQUEO TOTAL   *
      * RECHAZA EL DEBITO Y UNO PARCIAL NO DEJA LLEVAR EL SALDO POR   *
      * DEBAJO DE LO EMBARGADO.                                       *
      *****************************************************************
       210000-VERIFICAR-BLOQUEO.
           MOVE 0 TO WSV-BLOQUEADO
           MOVE 0 TO WSV-EMBARGADO
           OPEN INPUT BLOQUEOS
           IF WSS-FS-BLOQUEOS-OK
              PERFORM UNTIL WSS-FS-BLOQUEOS-EOF
                 READ BLOQUEOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF BLQ-NROCUENTA = WSV-NROCUENTA
                          AND BLQ-ESTADO = 'A'
                          IF BLQ-TIPO = 'T'
                             MOVE 1 TO WSV-BLOQUEADO
                             DISPLAY "*** CUENTA BLOQUEADA ("
                                     FUNCTION TRIM(BLQ-MOTIVO)
                                     " - EXPEDIENTE "
                                     FUNCTION TRIM(BLQ-EXPEDIENTE)
                                     "): DEBITO RECHAZADO ***"
                          ELSE
                             ADD BLQ-IMPORTE TO WSV-EMBARGADO
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BLOQUEOS
           END-IF

           IF WSV-BLOQUEADO = 0 AND WSV-EMBARGADO > 0
              IF WST-CTA-MONTO(WSV-POSICION) - WSV-CAPITAL
                 < WSV-EMBARGADO
                 MOVE 1 TO WSV-BLOQUEADO
                 MOVE WSV-EMBARGADO TO WSM-IMPORTE
                 DISPLAY "*** EMBARGO PARCIAL SOBRE LA CUENTA: "
                         WSM-IMPORTE " INDISPONIBLES - DEBITO "
                         "RECHAZADO ***"
              END-IF
           END-IF.

       220000-ALTA-PLAZO.
           MOVE TST-TNA(WSV-POSTASA)      TO WSV-TNA
           MOVE TST-TNAPENAL(WSV-POSTASA) TO WSV-TNAPENAL
           PERFORM 180000-CALCULAR-VENCIMIENTO
           ADD 1 TO WSV-ULTNUMERO
           MOVE WSV-ULTNUMERO TO WSV-NUMERO

           MOVE 'D'          TO WSV-TIPOMOV
           MOVE SPACES       TO WSV-CONCEPTO
           STRING 'CONSTITUCION PLAZO FIJO ' WSV-NUMERO
                  DELIMITED BY SIZE INTO WSV-CONCEPTO
           MOVE WSV-CAPITAL  TO WSV-IMPORTE
           PERFORM 800000-ASENTAR-MOVIMIENTO
           IF WSV-ASENTADO = 0
              SUBTRACT 1 FROM WSV-ULTNUMERO
           ELSE
              SUBTRACT WSV-CAPITAL FROM WST-CTA-MONTO(WSV-POSICION)
              MOVE 1 TO WSV-CTACAMBIOS
              MOVE 0 TO WSV-ANTERIOR
              PERFORM 230000-AGREGAR-PLAZO
              ADD 1 TO WSA-CONSTITUIDOS
              MOVE WSV-INTERES TO WSM-IMPORTE
              DISPLAY "PLAZO FIJO " WSV-NUMERO " CONSTITUIDO - VENCE "
                      WSV-VENCIMIENTO " - INTERES " WSM-IMPORTE
              DISPLAY "CERTIFICADO EN CERTPF.DAT (COMPROBANTE "
                      WSV-COMPROBANTE ")"
           END-IF.

       230000-AGREGAR-PLAZO.
           ADD 1 TO WSV-CANTPLAZOS
           MOVE WSV-CANTPLAZOS   TO WSV-POSPLAZO
           MOVE WSV-NUMERO       TO PFT-NUMERO(WSV-POSPLAZO)
           MOVE WSV-NROCUENTA    TO PFT-NROCUENTA(WSV-POSPLAZO)
           MOVE WSV-CAPITAL      TO PFT-CAPITAL(WSV-POSPLAZO)
           MOVE WSV-PLAZO        TO PFT-PLAZO(WSV-POSPLAZO)
           MOVE WSV-TNA          TO PFT-TNA(WSV-POSPLAZO)
           MOVE WSV-TNAPENAL     TO PFT-TNAPENAL(WSV-POSPLAZO)
           MOVE WSV-FECHA-PROCESO TO PFT-FECHACONST(WSV-POSPLAZO)
           MOVE WSV-VENCIMIENTO  TO PFT-VENCIMIENTO(WSV-POSPLAZO)
           MOVE WSV-INTERES      TO PFT-INTERES(WSV-POSPLAZO)
           MOVE WSV-RENUEVA      TO PFT-RENUEVA(WSV-POSPLAZO)
           MOVE 'V'              TO PFT-ESTADO(WSV-POSPLAZO)
           MOVE 0                TO PFT-FECHABAJA(WSV-POSPLAZO)
           MOVE 0                TO PFT-COBRADO(WSV-POSPLAZO)
           MOVE WSV-ANTERIOR     TO PFT-ANTERIOR(WSV-POSPLAZO)
           MOVE WSV-COMPROBANTE  TO PFT-COMPROBANTE(WSV-POSPLAZO)
           MOVE 1 TO WSV-PFCAMBIOS
           PERFORM 850000-EMITIR-CERTIFICADO.

      *****************************************************************
      * LOTE DIARIO: TODO PLAZO FIJO VIGENTE CUYO VENCIMIENTO NO      *
      * SUPERA LA FECHA DE PROCESO (LOS DE UN FIN DE SEMANA YA CAEN   *
      * EN DIA HABIL; LOS ATRASADOS POR UNA CORRIDA PERDIDA SALEN AL  *
      * DIA SIGUIENTE). SE RENUEVA SI EL CLIENTE LO PIDIO Y HAY TASA  *
      * VIGENTE PARA EL PLAZO; SI NO, SE ACREDITA EN LA CUENTA.       *
      *****************************************************************
       300000-PROCESAR-VENCIMIENTOS.
           MOVE 0 TO WSA-ACREDITADOS
           MOVE 0 TO WSA-RENOVADOS
           MOVE 0 TO WSA-PENDIENTES
           PERFORM VARYING WSI-P FROM 1 BY 1
                   UNTIL WSI-P > WSV-CANTPLAZOS
              IF PFT-ESTADO(WSI-P) = 'V'
                 AND PFT-VENCIMIENTO(WSI-P) <= WSV-FECHA-PROCESO
                 MOVE PFT-NROCUENTA(WSI-P) TO WSV-NROCUENTA
                 PERFORM 160000-BUSCAR-CUENTA
                 MOVE PFT-PLAZO(WSI-P) TO WSV-PLAZO
                 PERFORM 150000-BUSCAR-TASA
                 EVALUATE TRUE
                    WHEN WSV-POSICION = 0
                       ADD 1 TO WSA-PENDIENTES
                       DISPLAY "PLAZO FIJO " PFT-NUMERO(WSI-P)
                               " PENDIENTE: NO EXISTE LA CUENTA "
                               WSV-NROCUENTA
                    WHEN PFT-RENUEVA(WSI-P) = 'S'
                         AND WSV-POSTASA > 0
                         AND WSV-CANTPLAZOS < 500
                       PERFORM 310000-RENOVAR
                    WHEN OTHER
                       PERFORM 320000-ACREDITAR
                 END-EVALUATE
              END-IF
           END-PERFORM
           DISPLAY "PLAZOS FIJOS ACREDITADOS: " WSA-ACREDITADOS
           DISPLAY "PLAZOS FIJOS RENOVADOS:   " WSA-RENOVADOS
           DISPLAY "PLAZOS FIJOS PENDIENTES:  " WSA-PENDIENTES
           IF WSA-PENDIENTES > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * RENOVACION: EL VENCIDO QUEDA 'R' CON LO COBRADO Y SE ARMA UNO *
      * NUEVO POR CAPITAL MAS INTERES, MISMO PLAZO Y CUENTA, A LA     *
      * TASA VIGENTE HOY. EL DINERO NO PASA POR LA CUENTA, ASI QUE NO *
      * HAY MOVIMIENTO; EL NUEVO SALE CON SU PROPIO CERTIFICADO.      *
      *****************************************************************
       310000-RENOVAR.
           COMPUTE WSV-CAPITAL = PFT-CAPITAL(WSI-P) + PFT-INTERES(WSI-P)
           MOVE 'R'               TO PFT-ESTADO(WSI-P)
           MOVE WSV-FECHA-PROCESO TO PFT-FECHABAJA(WSI-P)
           MOVE WSV-CAPITAL       TO PFT-COBRADO(WSI-P)
           MOVE PFT-NUMERO(WSI-P) TO WSV-ANTERIOR
           MOVE TST-TNA(WSV-POSTASA)      TO WSV-TNA
           MOVE TST-TNAPENAL(WSV-POSTASA) TO WSV-TNAPENAL
           MOVE 'S'               TO WSV-RENUEVA
           MOVE 0                 TO WSV-COMPROBANTE
           PERFORM 180000-CALCULAR-VENCIMIENTO
           ADD 1 TO WSV-ULTNUMERO
           MOVE WSV-ULTNUMERO TO WSV-NUMERO
           PERFORM 230000-AGREGAR-PLAZO
           ADD 1 TO WSA-RENOVADOS
           DISPLAY "PLAZO FIJO " WSV-ANTERIOR " RENOVADO COMO "
                   WSV-NUMERO " - VENCE " WSV-VENCIMIENTO.

       320000-ACREDITAR.
           COMPUTE WSV-TOTAL = PFT-CAPITAL(WSI-P) + PFT-INTERES(WSI-P)
           MOVE 'C'       TO WSV-TIPOMOV
           MOVE SPACES    TO WSV-CONCEPTO
           STRING 'VENCIMIENTO PLAZO FIJO ' PFT-NUMERO(WSI-P)
                  DELIMITED BY SIZE INTO WSV-CONCEPTO
           MOVE WSV-TOTAL TO WSV-IMPORTE
           PERFORM 800000-ASENTAR-MOVIMIENTO
           IF WSV-ASENTADO = 0
              ADD 1 TO WSA-PENDIENTES
           ELSE
              ADD WSV-TOTAL TO WST-CTA-MONTO(WSV-POSICION)
              MOVE 1 TO WSV-CTACAMBIOS
              MOVE 'A'               TO PFT-ESTADO(WSI-P)
              MOVE WSV-FECHA-PROCESO TO PFT-FECHABAJA(WSI-P)
              MOVE WSV-TOTAL         TO PFT-COBRADO(WSI-P)
              MOVE 1 TO WSV-PFCAMBIOS
              ADD 1 TO WSA-ACREDITADOS
              MOVE WSV-TOTAL TO WSM-IMPORTE
              DISPLAY "PLAZO FIJO " PFT-NUMERO(WSI-P)
                      " ACREDITADO EN " WSV-NROCUENTA ": "
                      WSM-IMPORTE
           END-IF.

      *****************************************************************
      * CANCELACION ANTICIPADA: SOLO ANTES DEL VENCIMIENTO (DESPUES   *
      * LO RESUELVE EL LOTE). SE PAGAN LOS DIAS CORRIDOS DESDE LA     *
      * CONSTITUCION A LA TASA DE PRECANCELACION PACTADA, Y CAPITAL   *
      * MAS ESE INTERES SE ACREDITAN EN LA CUENTA DE ORIGEN.          *
      *****************************************************************
       400000-CANCELAR-ANTICIPADO.
           DISPLAY "INGRESE NUMERO DE PLAZO FIJO: "
           ACCEPT WSV-NUMERO
           PERFORM 170000-BUSCAR-PLAZO
           EVALUATE TRUE
              WHEN WSV-POSPLAZO = 0
                 DISPLAY "NO EXISTE ESE PLAZO FIJO"
              WHEN PFT-ESTADO(WSV-POSPLAZO) NOT = 'V'
                 DISPLAY "EL PLAZO FIJO NO ESTA VIGENTE (ESTADO "
                         PFT-ESTADO(WSV-POSPLAZO) ")"
              WHEN PFT-VENCIMIENTO(WSV-POSPLAZO) <= WSV-FECHA-PROCESO
                 DISPLAY "YA VENCIO: SE ACREDITA CON EL PROCESO DE "
                         "VENCIMIENTOS"
              WHEN OTHER
                 PERFORM 410000-LIQUIDAR-CANCELACION
           END-EVALUATE.

       410000-LIQUIDAR-CANCELACION.
           MOVE PFT-NROCUENTA(WSV-POSPLAZO) TO WSV-NROCUENTA
           PERFORM 160000-BUSCAR-CUENTA
           COMPUTE WSV-DIAS =
                   FUNCTION INTEGER-OF-DATE(WSV-FECHA-PROCESO)
                 - FUNCTION INTEGER-OF-DATE(
                   PFT-FECHACONST(WSV-POSPLAZO))
           COMPUTE WSV-INTERES ROUNDED =
                   PFT-CAPITAL(WSV-POSPLAZO)
                 * PFT-TNAPENAL(WSV-POSPLAZO) * WSV-DIAS / 36500
           COMPUTE WSV-TOTAL = PFT-CAPITAL(WSV-POSPLAZO) + WSV-INTERES
           MOVE PFT-TNAPENAL(WSV-POSPLAZO) TO WSM-TASA
           MOVE WSV-INTERES TO WSM-IMPORTE
           MOVE WSV-TOTAL   TO WSM-IMPORTE2
           DISPLAY "DIAS CORRIDOS " WSV-DIAS " A TNA PRECANCELACION "
                   WSM-TASA "%"
           DISPLAY "INTERES     " WSM-IMPORTE
           DISPLAY "A ACREDITAR " WSM-IMPORTE2
           IF WSV-POSICION = 0
              DISPLAY "NO EXISTE LA CUENTA " WSV-NROCUENTA
                      ": NO SE PUEDE ACREDITAR"
           ELSE
              DISPLAY "CONFIRMA LA CANCELACION (S/N): "
              ACCEPT WSV-CONFIRMA
              IF WSV-CONFIRMA = 'S'
                 MOVE 'C'       TO WSV-TIPOMOV
                 MOVE SPACES    TO WSV-CONCEPTO
                 STRING 'PRECANCELAC. PLAZO FIJO ' WSV-NUMERO
                        DELIMITED BY SIZE INTO WSV-CONCEPTO
                 MOVE WSV-TOTAL TO WSV-IMPORTE
                 PERFORM 800000-ASENTAR-MOVIMIENTO
                 IF WSV-ASENTADO = 1
                    ADD WSV-TOTAL TO WST-CTA-MONTO(WSV-POSICION)
                    MOVE 1 TO WSV-CTACAMBIOS
                    MOVE 'C'         TO PFT-ESTADO(WSV-POSPLAZO)
                    MOVE WSV-FECHA-PROCESO
                                     TO PFT-FECHABAJA(WSV-POSPLAZO)
                    MOVE WSV-TOTAL   TO PFT-COBRADO(WSV-POSPLAZO)
                    MOVE 1 TO WSV-PFCAMBIOS
                    ADD 1 TO WSA-CANCELADOS
                    DISPLAY "PLAZO FIJO " WSV-NUMERO " CANCELADO "
                            "(COMPROBANTE " WSV-COMPROBANTE ")"
                 END-IF
              ELSE
                 DISPLAY "CANCELACION DESISTIDA"
              END-IF
           END-IF.

      *****************************************************************
      * CARTERA VIGENTE ORDENADA POR FECHA DE VENCIMIENTO: EN CADA    *
      * PASADA SE TOMA LA MENOR FECHA POSTERIOR A LA YA IMPRESA, SE   *
      * LISTAN SUS PLAZOS FIJOS Y SE CIERRA CON EL SUBTOTAL DEL DIA.  *
      *****************************************************************
       500000-INFORMAR-CARTERA.
           OPEN OUTPUT CARTERAPF
           IF NOT WSS-FS-CARTERA-OK
              DISPLAY "ERROR AL ABRIR CARTERAPF.DAT"
              DISPLAY "FILE STATUS " WSS-FS-CARTERA
           ELSE
              MOVE SPACES TO WSV-LINEA
              STRING 'CARTERA DE PLAZOS FIJOS VIGENTES AL '
                     WSV-FECHA-PROCESO
                     DELIMITED BY SIZE INTO WSV-LINEA
              WRITE REG-INFORME FROM WSV-LINEA
              MOVE SPACES TO WSV-LINEA
              STRING 'NUMERO CUENTA   CONSTIT.   TNA       '
                     '        CAPITAL           INTERES'
                     DELIMITED BY SIZE INTO WSV-LINEA
              WRITE REG-INFORME FROM WSV-LINEA
              MOVE ALL '-' TO REG-INFORME
              WRITE REG-INFORME
              MOVE 0 TO WSA-CANTTOTAL
              MOVE 0 TO WSA-CAPTOTAL
              MOVE 0 TO WSA-INTTOTAL
              MOVE 0 TO WSV-ULTFECHA
              PERFORM 510000-PROXIMA-FECHA
              PERFORM UNTIL WSV-PROXFECHA = 99999999
                 PERFORM 520000-INFORMAR-FECHA
                 MOVE WSV-PROXFECHA TO WSV-ULTFECHA
                 PERFORM 510000-PROXIMA-FECHA
              END-PERFORM
              MOVE ALL '=' TO REG-INFORME
              WRITE REG-INFORME
              MOVE WSA-CANTTOTAL TO WSM-CANT
              MOVE WSA-CAPTOTAL  TO WSM-TOTAL
              MOVE WSA-INTTOTAL  TO WSM-TOTAL2
              MOVE SPACES TO WSV-LINEA
              STRING 'TOTAL ' WSM-CANT ' PF  CAPITAL ' WSM-TOTAL
                     ' INTERES ' WSM-TOTAL2
                     DELIMITED BY SIZE INTO WSV-LINEA
              WRITE REG-INFORME FROM WSV-LINEA
              CLOSE CARTERAPF
              DISPLAY "CARTERA GRABADA EN CARTERAPF.DAT: "
                      WSA-CANTTOTAL " PLAZOS FIJOS VIGENTES"
           END-IF.

       510000-PROXIMA-FECHA.
           MOVE 99999999 TO WSV-PROXFECHA
           PERFORM VARYING WSI-P FROM 1 BY 1
                   UNTIL WSI-P > WSV-CANTPLAZOS
              IF PFT-ESTADO(WSI-P) = 'V'
                 AND PFT-VENCIMIENTO(WSI-P) > WSV-ULTFECHA
                 AND PFT-VENCIMIENTO(WSI-P) < WSV-PROXFECHA
                 MOVE PFT-VENCIMIENTO(WSI-P) TO WSV-PROXFECHA
              END-IF
           END-PERFORM.

       520000-INFORMAR-FECHA.
           MOVE WSV-PROXFECHA TO WSV-FECHA
           PERFORM 860000-EDITAR-FECHA
           MOVE SPACES TO WSV-LINEA
           STRING 'VENCIMIENTO ' WSV-FECHAEDIT
                  DELIMITED BY SIZE INTO WSV-LINEA
           WRITE REG-INFORME FROM WSV-LINEA
           MOVE 0 TO WSA-CANTFECHA
           MOVE 0 TO WSA-CAPFECHA
           MOVE 0 TO WSA-INTFECHA
           PERFORM VARYING WSI-P FROM 1 BY 1
                   UNTIL WSI-P > WSV-CANTPLAZOS
              IF PFT-ESTADO(WSI-P) = 'V'
                 AND PFT-VENCIMIENTO(WSI-P) = WSV-PROXFECHA
                 MOVE PFT-TNA(WSI-P)     TO WSM-TASA
                 MOVE PFT-CAPITAL(WSI-P) TO WSM-IMPORTE
                 MOVE PFT-INTERES(WSI-P) TO WSM-IMPORTE2
                 MOVE SPACES TO WSV-LINEA
                 STRING PFT-NUMERO(WSI-P) ' ' PFT-NROCUENTA(WSI-P)
                        ' ' PFT-FECHACONST(WSI-P) ' ' WSM-TASA
                        ' ' WSM-IMPORTE ' ' WSM-IMPORTE2
                        DELIMITED BY SIZE INTO WSV-LINEA
                 WRITE REG-INFORME FROM WSV-LINEA
                 ADD 1 TO WSA-CANTFECHA
                 ADD PFT-CAPITAL(WSI-P) TO WSA-CAPFECHA
                 ADD PFT-INTERES(WSI-P) TO WSA-INTFECHA
              END-IF
           END-PERFORM
           MOVE WSA-CANTFECHA TO WSM-CANT
           COMPUTE WSM-TOTAL = WSA-CAPFECHA + WSA-INTFECHA
           MOVE SPACES TO WSV-LINEA
           STRING '   SUBTOTAL ' WSM-CANT ' PF  A PAGAR ' WSM-TOTAL
                  DELIMITED BY SIZE INTO WSV-LINEA
           WRITE REG-INFORME FROM WSV-LINEA
           ADD WSA-CANTFECHA TO WSA-CANTTOTAL
           ADD WSA-CAPFECHA  TO WSA-CAPTOTAL
           ADD WSA-INTFECHA  TO WSA-INTTOTAL.

       600000-REIMPRIMIR.
           DISPLAY "INGRESE NUMERO DE PLAZO FIJO: "
           ACCEPT WSV-NUMERO
           PERFORM 170000-BUSCAR-PLAZO
           IF WSV-POSPLAZO = 0
              DISPLAY "NO EXISTE ESE PLAZO FIJO"
           ELSE
              PERFORM 850000-EMITIR-CERTIFICADO
              DISPLAY "CERTIFICADO " WSV-NUMERO
                      " REIMPRESO EN CERTPF.DAT"
           END-IF.

       700000-LISTAR-TASAS.
           OPEN INPUT TASASPF
           IF NOT WSS-FS-TASAS-OK
              DISPLAY "NO HAY TASASPF.DAT"
           ELSE
              DISPLAY "--------------------------------------"
              PERFORM UNTIL WSS-FS-TASAS-EOF
                 READ TASASPF
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE TPF-TNA TO WSM-TASA
                       DISPLAY "PLAZO " TPF-PLAZO " DIAS  TNA "
                               WSM-TASA "%" WITH NO ADVANCING
                       MOVE TPF-TNAPENAL TO WSM-TASA
                       DISPLAY "  PRECANC. " WSM-TASA "%  DESDE "
                               TPF-VIGDESDE
                 END-READ
              END-PERFORM
              CLOSE TASASPF
              DISPLAY "--------------------------------------"
           END-IF.

      *****************************************************************
      * ENCOLA UNA TASA NUEVA PARA UN PLAZO, SOLO CON VIGENCIA        *
      * POSTERIOR A LA FECHA DE PROCESO (IGUAL QUE MANTPAR-09-FL). LA *
      * TASA DE PRECANCELACION NO PUEDE SUPERAR A LA TASA DEL PLAZO:  *
      * CANCELAR ANTES NUNCA PUEDE RENDIR MAS QUE ESPERAR.            *
      *****************************************************************
       750000-ENCOLAR-TASA.
           DISPLAY "INGRESE PLAZO EN DIAS: "
           ACCEPT WSV-PLAZO
           DISPLAY "INGRESE TNA (%): "
           ACCEPT WSV-TNA
           DISPLAY "INGRESE TNA DE PRECANCELACION (%): "
           ACCEPT WSV-TNAPENAL
           DISPLAY "INGRESE VIGENCIA DESDE (AAAAMMDD): "
           ACCEPT WSV-VIGDESDE

           EVALUATE TRUE
              WHEN WSV-PLAZO < 30
                 DISPLAY "RECHAZADO: EL PLAZO MINIMO ES DE 30 DIAS"
              WHEN WSV-TNA = 0
                 DISPLAY "RECHAZADO: LA TNA NO PUEDE SER CERO"
              WHEN WSV-TNAPENAL > WSV-TNA
                 DISPLAY "RECHAZADO: LA TASA DE PRECANCELACION SUPERA "
                         "LA TNA"
              WHEN WSV-VIGDESDE <= WSV-FECHA-PROCESO
                 DISPLAY "RECHAZADO: LA VIGENCIA DEBE SER FUTURA"
              WHEN OTHER
                 OPEN EXTEND TASASPF
                 IF WSS-FS-TASAS-NOEXISTE
                    OPEN OUTPUT TASASPF
                 END-IF
                 MOVE WSV-PLAZO    TO TPF-PLAZO
                 MOVE WSV-TNA      TO TPF-TNA
                 MOVE WSV-TNAPENAL TO TPF-TNAPENAL
                 MOVE WSV-VIGDESDE TO TPF-VIGDESDE
                 WRITE REG-TASAPF
                 IF NOT WSS-FS-TASAS-OK
                    DISPLAY "ERROR AL GRABAR TASASPF.DAT"
                    DISPLAY "FILE STATUS " WSS-FS-TASAS
                 ELSE
                    DISPLAY "TASA ENCOLADA: RIGE DESDE " WSV-VIGDESDE
                 END-IF
                 CLOSE TASASPF
           END-EVALUATE.

      *****************************************************************
      * ASIENTA UN MOVIMIENTO (WSV-NROCUENTA, WSV-TIPOMOV,            *
      * WSV-CONCEPTO, WSV-IMPORTE) CON COMPROBANTE PROPIO. LOS        *
      * MOVIMIENTOS DE PLAZO FIJO NO PAGAN IMPUESTO SOBRE DEBITOS Y   *
      * CREDITOS: EL DINERO NO SALE DEL BANCO NI CAMBIA DE TITULAR.   *
      * WSV-ASENTADO QUEDA EN 1 SI SE GRABO.                          *
      *****************************************************************
       800000-ASENTAR-MOVIMIENTO.
           MOVE 0 TO WSV-ASENTADO
           OPEN EXTEND MOVIMIENTOS
           IF WSS-FS-MOVIM-NOEXISTE
              OPEN OUTPUT MOVIMIENTOS
           END-IF
           IF NOT WSS-FS-MOVIM-OK
              DISPLAY "NO SE PUDO ABRIR MOVIMIENTOS.DAT"
              DISPLAY "FILE STATUS " WSS-FS-MOVIM
           ELSE
              ADD 1 TO WSV-ULTCOMPROBANTE
              MOVE WSV-ULTCOMPROBANTE TO WSV-COMPROBANTE
              MOVE WSV-NROCUENTA      TO MOV-NROCUENTA
              MOVE WSV-FECHA-PROCESO  TO MOV-FECHA
              MOVE WSV-TIPOMOV        TO MOV-TIPO
              MOVE WSV-CONCEPTO       TO MOV-CONCEPTO
              MOVE WSV-IMPORTE        TO MOV-IMPORTE
              MOVE WSV-COMPROBANTE    TO MOV-COMPROBANTE
              MOVE 0                  TO MOV-REFREVERSA
              MOVE SPACES             TO MOV-MOTIVO
              WRITE REG-MOVIMIENTO
              IF WSS-FS-MOVIM-OK
                 MOVE 1 TO WSV-ASENTADO
              ELSE
                 DISPLAY "ERROR AL GRABAR MOVIMIENTOS.DAT"
                 DISPLAY "FILE STATUS " WSS-FS-MOVIM
              END-IF
              CLOSE MOVIMIENTOS
           END-IF.

      *****************************************************************
      * CERTIFICADO IMPRIMIBLE DEL PLAZO FIJO DE LA POSICION          *
      * WSV-POSPLAZO, AGREGADO AL FINAL DE CERTPF.DAT.                *
      *****************************************************************
       850000-EMITIR-CERTIFICADO.
           MOVE PFT-NROCUENTA(WSV-POSPLAZO) TO WSV-NROCUENTA
           PERFORM 160000-BUSCAR-CUENTA
           MOVE 0 TO WSV-CODCLTE
           IF WSV-POSICION > 0
              MOVE WST-CTA-CODCLTE(WSV-POSICION) TO WSV-CODCLTE
           END-IF
           PERFORM 855000-BUSCAR-TITULAR
           OPEN EXTEND CERTPF
           IF WSS-FS-CERTPF-NOEXISTE
              OPEN OUTPUT CERTPF
           END-IF
           IF NOT WSS-FS-CERTPF-OK
              DISPLAY "ERROR AL ABRIR CERTPF.DAT"
              DISPLAY "FILE STATUS " WSS-FS-CERTPF
           ELSE
              MOVE ALL '=' TO REG-CERTPF
              WRITE REG-CERTPF
              MOVE SPACES TO WSV-LINEA
              STRING 'CERTIFICADO DE PLAZO FIJO NRO. '
                     PFT-NUMERO(WSV-POSPLAZO)
                     DELIMITED BY SIZE INTO WSV-LINEA
              WRITE REG-CERTPF FROM WSV-LINEA
              MOVE ALL '=' TO REG-CERTPF
              WRITE REG-CERTPF
              MOVE SPACES TO WSV-LINEA
              STRING 'TITULAR:            ' WSV-CODCLTE ' '
                     WSV-NOMBRE
                     DELIMITED BY SIZE INTO WSV-LINEA
              WRITE REG-CERTPF FROM WSV-LINEA
              MOVE SPACES TO WSV-LINEA
              STRING 'CUENTA:             '
                     PFT-NROCUENTA(WSV-POSPLAZO)
                     DELIMITED BY SIZE INTO WSV-LINEA
              WRITE REG-CERTPF FROM WSV-LINEA
              MOVE PFT-CAPITAL(WSV-POSPLAZO) TO WSM-IMPORTE
              MOVE SPACES TO WSV-LINEA
              STRING 'CAPITAL:            ' WSM-IMPORTE
                     DELIMITED BY SIZE INTO WSV-LINEA
              WRITE REG-CERTPF FROM WSV-LINEA
              MOVE SPACES TO WSV-LINEA
              STRING 'PLAZO:              ' PFT-PLAZO(WSV-POSPLAZO)
                     ' DIAS'
                     DELIMITED BY SIZE INTO WSV-LINEA
              WRITE REG-CERTPF FROM WSV-LINEA
              MOVE PFT-TNA(WSV-POSPLAZO) TO WSM-TASA
              MOVE SPACES TO WSV-LINEA
              STRING 'TASA NOMINAL ANUAL: ' WSM-TASA ' %'
                     DELIMITED BY SIZE INTO WSV-LINEA
              WRITE REG-CERTPF FROM WSV-LINEA
              MOVE PFT-FECHACONST(WSV-POSPLAZO) TO WSV-FECHA
              PERFORM 860000-EDITAR-FECHA
              MOVE SPACES TO WSV-LINEA
              STRING 'CONSTITUIDO EL:     ' WSV-FECHAEDIT
                     DELIMITED BY SIZE INTO WSV-LINEA
              WRITE REG-CERTPF FROM WSV-LINEA
              MOVE PFT-VENCIMIENTO(WSV-POSPLAZO) TO WSV-FECHA
              PERFORM 860000-EDITAR-FECHA
              MOVE SPACES TO WSV-LINEA
              STRING 'VENCE EL:           ' WSV-FECHAEDIT
                     DELIMITED BY SIZE INTO WSV-LINEA
              WRITE REG-CERTPF FROM WSV-LINEA
              MOVE PFT-INTERES(WSV-POSPLAZO) TO WSM-IMPORTE
              MOVE SPACES TO WSV-LINEA
              STRING 'INTERES:            ' WSM-IMPORTE
                     DELIMITED BY SIZE INTO WSV-LINEA
              WRITE REG-CERTPF FROM WSV-LINEA
              COMPUTE WSM-IMPORTE = PFT-CAPITAL(WSV-POSPLAZO)
                                  + PFT-INTERES(WSV-POSPLAZO)
              MOVE SPACES TO WSV-LINEA
              STRING 'TOTAL AL VENCIMIENTO: ' WSM-IMPORTE
                     DELIMITED BY SIZE INTO WSV-LINEA
              WRITE REG-CERTPF FROM WSV-LINEA
              MOVE SPACES TO WSV-LINEA
              IF PFT-RENUEVA(WSV-POSPLAZO) = 'S'
                 MOVE 'RENOVACION AUTOMATICA: SI' TO WSV-LINEA
              ELSE
                 MOVE 'RENOVACION AUTOMATICA: NO' TO WSV-LINEA
              END-IF
              WRITE REG-CERTPF FROM WSV-LINEA
              IF PFT-ANTERIOR(WSV-POSPLAZO) > 0
                 MOVE SPACES TO WSV-LINEA
                 STRING 'RENUEVA EL CERTIFICADO NRO. '
                        PFT-ANTERIOR(WSV-POSPLAZO)
                        DELIMITED BY SIZE INTO WSV-LINEA
                 WRITE REG-CERTPF FROM WSV-LINEA
              END-IF
              MOVE PFT-TNAPENAL(WSV-POSPLAZO) TO WSM-TASA
              MOVE SPACES TO WSV-LINEA
              STRING 'CANCELACION ANTICIPADA: DIAS CORRIDOS A TNA '
                     WSM-TASA ' %'
                     DELIMITED BY SIZE INTO WSV-LINEA
              WRITE REG-CERTPF FROM WSV-LINEA
              MOVE ALL '-' TO REG-CERTPF
              WRITE REG-CERTPF
              CLOSE CERTPF
           END-IF.

       855000-BUSCAR-TITULAR.
           MOVE 'TITULAR NO REGISTRADO EN MAECLI.DAT' TO WSV-NOMBRE
           OPEN INPUT MAECLI
           IF WSS-FS-MAECLI-OK
              PERFORM UNTIL WSS-FS-MAECLI-EOF
                 READ MAECLI
                    AT END
                       CONTINUE
                    NOT AT END
                       IF MAE-CODIGO = WSV-CODCLTE
                          MOVE SPACES TO WSV-NOMBRE
                          STRING FUNCTION TRIM(MAE-APELLIDO) ', '
                                 FUNCTION TRIM(MAE-NOMBRE)
                                 DELIMITED BY SIZE INTO WSV-NOMBRE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MAECLI
           END-IF.

       860000-EDITAR-FECHA.
           MOVE SPACES TO WSV-FECHAEDIT
           STRING WSV-FECHA-DIA '/' WSV-FECHA-MES '/' WSV-FECHA-ANO
                  DELIMITED BY SIZE INTO WSV-FECHAEDIT.

       900000-REGRABAR-CUENTAS.
           MOVE 'CUENTAS.DAT' TO WS-INT-ARCHIVO
           MOVE 'PFIJO-09-FL' TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT CUENTAS
           IF WSS-FS-CUENTAS-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTCUENTAS
                 MOVE WST-CTA-NRO(WSI-I)     TO FSE-NROCUENTA
                 MOVE WST-CTA-CODCLTE(WSI-I) TO FSE-CODIGOCLTE
                 MOVE WST-CTA-MONTO(WSI-I)   TO FSE-MONTOCUENTA
                 MOVE WST-CTA-MONEDA(WSI-I)  TO FSE-MONEDA
                 WRITE REG-CUENTA
              END-PERFORM
              CLOSE CUENTAS
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR CUENTAS.DAT"
              DISPLAY "FILE STATUS " WSS-FS-CUENTAS
              MOVE 8 TO WSV-RETORNO
           END-IF.

       910000-REGRABAR-PLAZOS.
           MOVE 'PLAZOSFIJOS.DAT' TO WS-INT-ARCHIVO
           MOVE 'PFIJO-09-FL'     TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT PLAZOSFIJOS
           IF WSS-FS-PLAZOS-OK
              PERFORM VARYING WSI-P FROM 1 BY 1
                      UNTIL WSI-P > WSV-CANTPLAZOS
                 MOVE WST-PLAZO(WSI-P) TO REG-PLAZOFIJO
                 WRITE REG-PLAZOFIJO
              END-PERFORM
              CLOSE PLAZOSFIJOS
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR PLAZOSFIJOS.DAT"
              DISPLAY "FILE STATUS " WSS-FS-PLAZOS
              MOVE 8 TO WSV-RETORNO
           END-IF.

       COPY FSLOGPROC.

       COPY FSFECHAPROC.

       COPY FSINTPROC.

       COPY FSECTPROC.

       COPY FSLOCKPROC.

       END PROGRAM PFIJO-09-FL.
