      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 02/10/2019
      * Purpose: CIERRE DE CUENTA: PARA UN NUMERO DE CUENTA RECHAZA EL
      *          CIERRE SI HAY UN EMBARGO O BLOQUEO ACTIVO
      *          (BLOQUEOS.DAT), SALDO DEUDOR (DESCUBIERTO USADO EN
      *          USODESC.DAT) O PLAZOS FIJOS O PRESTAMOS VIGENTES
      *          SOBRE ELLA. SI NO, ACREDITA EL INTERES PROPORCIONAL
      *          DEL MES, DEBITA LAS COMISIONES PENDIENTES
      *          (LIQCOMIS.DAT) Y PAGA EN EFECTIVO O TRANSFIERE EL
      *          SALDO, TODO EN MOVIMIENTOS.DAT BAJO UN COMPROBANTE.
      *          DA DE BAJA SUS ORDENES PERMANENTES (ORDENES.DAT), SU
      *          ACUERDO DE DESCUBIERTO (ACUERDOS.DAT) Y SUS
      *          ADHESIONES AL DEBITO (MANDATOS.DAT), LA DEJA CERRADA
      *          EN ESTADOSCTA.DAT (LOS PROGRAMAS QUE ASIENTAN YA NO
      *          LA TOCAN) Y EMITE EL CERTIFICADO DE CIERRE PARA EL
      *          CLIENTE EN CERTCIERRE.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERCTA-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS             ASSIGN TO DISK 'CUENTAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT MOVIMIENTOS         ASSIGN TO DISK 'MOVIMIENTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MOVIM.

           SELECT LIQCOMIS            ASSIGN TO DISK 'LIQCOMIS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-LIQCOMIS.

           SELECT ORDENES             ASSIGN TO DISK 'ORDENES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ORDENES.

           SELECT ACUERDOS            ASSIGN TO DISK 'ACUERDOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ACUERDOS.

           SELECT MANDATOS            ASSIGN TO DISK 'MANDATOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MANDATOS.

           SELECT USODESC             ASSIGN TO DISK 'USODESC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-USODESC.

           SELECT BLOQUEOS            ASSIGN TO DISK 'BLOQUEOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-BLOQUEOS.

           SELECT PLAZOSFIJOS         ASSIGN TO DISK 'PLAZOSFIJOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PLAZOS.

           SELECT PRESTAMOS           ASSIGN TO DISK 'PRESTAMOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PRESTAMOS.

           SELECT TASASINT            ASSIGN TO DISK 'TASASINT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-TASASINT.

           SELECT MAECLI              ASSIGN TO DISK 'MAECLI.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MAECLI.

           SELECT CERTCIERRE          ASSIGN TO DISK 'CERTCIERRE.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CERTCIERRE.

           SELECT ESTADOSCTA ASSIGN TO DISK 'ESTADOSCTA.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-ECT-FS.

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

      *****************************************************************
      * LIQCOMIS.DAT: LIQUIDACIONES DE COMISIONES (VER COMIS-09-FL).  *
      *****************************************************************
       FD LIQCOMIS.
       01 REG-LIQCOMIS.
          05 LIQ-NROCUENTA         PIC X(08).
          05 LIQ-PERIODO           PIC 9(06).
          05 LIQ-PRODUCTO          PIC 9(02).
          05 LIQ-PROMEDIO          PIC S9(15)V9(02).
          05 LIQ-IMPORTE           PIC 9(09)V9(02).
          05 LIQ-IVA               PIC 9(09)V9(02).
          05 LIQ-ESTADO            PIC X(01).
          05 LIQ-MOTIVO            PIC X(01).
          05 LIQ-FECHA             PIC 9(08).
          05 LIQ-FECHACOBRO        PIC 9(08).
          05 LIQ-COMPROBANTE       PIC 9(06).

       FD ORDENES.
       01 REG-ORDEN.
          05 ORD-NUMERO            PIC 9(04).
          05 ORD-ORIGEN            PIC X(08).
          05 ORD-DESTINO           PIC X(08).
          05 ORD-IMPORTE           PIC 9(13)V9(02).
          05 ORD-DIA               PIC 9(02).
          05 ORD-VIGDESDE          PIC 9(08).
          05 ORD-VIGHASTA          PIC 9(08).
          05 ORD-ESTADO            PIC X(01).

       FD ACUERDOS.
       01 REG-ACUERDO.
           05 ACU-NROCUENTA            PIC X(08).
           05 ACU-LIMITE               PIC 9(13)V9(02).
           05 ACU-TASA                 PIC 9(02)V9(02).
           05 ACU-VIGDESDE             PIC 9(08).
           05 ACU-VIGHASTA             PIC 9(08).
           05 ACU-ESTADO               PIC X(01).

       FD MANDATOS.
       01 REG-MANDATO.
          05 MAN-NOMBRE            PIC A(20).
          05 MAN-APELLIDO          PIC A(20).
          05 MAN-CBU               PIC X(22).
          05 MAN-CUENTA            PIC X(08).
          05 MAN-FECHAALTA         PIC 9(08).
          05 MAN-ESTADO            PIC X(01).

       FD USODESC.
       01 REG-USODESC.
           05 USO-NROCUENTA            PIC X(08).
           05 USO-USADO                PIC 9(13)V9(02).

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

       FD PRESTAMOS.
       01 REG-PRESTAMO.
          05 PRE-NUMERO            PIC 9(06).
          05 PRE-NROCUENTA         PIC X(08).
          05 PRE-CODCLTE           PIC 9(08).
          05 PRE-CAPITAL           PIC 9(13)V9(02).
          05 PRE-TNA               PIC 9(02)V9(02).
          05 PRE-CANTCUOTAS        PIC 9(02).
          05 PRE-CUOTAFIJA         PIC 9(13)V9(02).
          05 PRE-FECHAALTA         PIC 9(08).
          05 PRE-ESTADO            PIC X(01).
          05 PRE-SALDOCAPITAL      PIC 9(13)V9(02).
          05 PRE-COMPROBANTE       PIC 9(06).

       FD TASASINT.
       01 REG-TASAINT.
           05 FST-VIGENCIADESDE        PIC 9(08).
           05 FST-PORCENTAJE           PIC 9(02)V9(02).

       FD MAECLI.
       01 REG-MAECLI.
          05 MAE-CODIGO            PIC 9(08).
          05 MAE-NOMBRE            PIC A(20).
          05 MAE-APELLIDO          PIC A(20).
          05 MAE-ESTADO            PIC X(01).

       FD CERTCIERRE.
       01 REG-CERTCIERRE           PIC X(80).

       FD ESTADOSCTA.
       COPY FSECT.

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

       COPY FSINTVAR.

       COPY FSFECHAVAR.

       COPY FSECTVAR.

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-FECHA-PROCESO    PIC 9(08)       VALUE 0.
          05 WSV-FECHA-PROCESO-X REDEFINES WSV-FECHA-PROCESO.
             10 FILLER            PIC 9(06).
             10 WSV-DIA-PROCESO   PIC 9(02).
          05 WSV-FECHA            PIC 9(08)       VALUE 0.
          05 WSV-FECHA-X REDEFINES WSV-FECHA.
             10 WSV-FECHA-ANO     PIC 9(04).
             10 WSV-FECHA-MES     PIC 9(02).
             10 WSV-FECHA-DIA     PIC 9(02).
          05 WSV-FECHAEDIT        PIC X(10)       VALUE SPACES.
          05 WSV-NROCUENTA        PIC X(08).
          05 WSV-CTACIERRE        PIC X(08).
          05 WSV-CTADESTINO       PIC X(08)       VALUE SPACES.
          05 WSV-POSICION         PIC 9(03)       VALUE 0.
          05 WSV-POSCIERRE        PIC 9(03)       VALUE 0.
          05 WSV-POSDESTINO       PIC 9(03)       VALUE 0.
          05 WSV-POSESTADO        PIC 9(03)       VALUE 0.
          05 WSV-CODCLTE          PIC 9(08)       VALUE 0.
          05 WSV-NOMBRE           PIC X(42)       VALUE SPACES.
          05 WSV-RECHAZO          PIC X(50)       VALUE SPACES.
          05 WSV-TASA             PIC 9(02)V9(02) VALUE 0.
          05 WSV-TASAVIG          PIC 9(08)       VALUE 0.
          05 WSV-DIAS             PIC 9(02)       VALUE 0.
          05 WSV-SALDOINICIAL     PIC 9(15)V9(02) VALUE 0.
          05 WSV-INTERES          PIC 9(13)V9(02) VALUE 0.
          05 WSV-COMISIONES       PIC 9(13)V9(02) VALUE 0.
          05 WSV-CANTCOMIS        PIC 9(03)       VALUE 0.
          05 WSV-SALDOFINAL       PIC 9(15)V9(02) VALUE 0.
          05 WSV-DESTINO          PIC 9(01)       VALUE 0.
          05 WSV-CONFIRMA         PIC X(01)       VALUE SPACE.
          05 WSV-TIPOMOV          PIC X(01)       VALUE SPACE.
          05 WSV-CONCEPTO         PIC X(30)       VALUE SPACES.
          05 WSV-IMPORTE          PIC 9(13)V9(02) VALUE 0.
          05 WSV-ULTCOMPROBANTE   PIC 9(06)       VALUE 0.
          05 WSV-COMPROBANTE      PIC 9(06)       VALUE 0.
          05 WSV-MOVERROR         PIC 9(01)       VALUE 0.
          05 WSV-ORDBAJA          PIC 9(03)       VALUE 0.
          05 WSV-ACUBAJA          PIC 9(03)       VALUE 0.
          05 WSV-MANBAJA          PIC 9(03)       VALUE 0.
          05 WSV-LINEA            PIC X(80)       VALUE SPACES.
          05 WSV-CTACAMBIOS       PIC 9(01)       VALUE 0.
          05 WSV-LIQCAMBIOS       PIC 9(01)       VALUE 0.
          05 WSV-ORDCAMBIOS       PIC 9(01)       VALUE 0.
          05 WSV-ACUCAMBIOS       PIC 9(01)       VALUE 0.
          05 WSV-MANCAMBIOS       PIC 9(01)       VALUE 0.
          05 WSV-ECTCAMBIOS       PIC 9(01)       VALUE 0.
          05 WSV-TABLASLLENAS     PIC 9(01)       VALUE 0.
          05 WSV-RETORNO          PIC 9(02)       VALUE 0.

       01 INDICES.
          05 WSI-I                PIC 9(04)       VALUE 0.
          05 WSV-CANTCUENTAS      PIC 9(03)       VALUE 0.
          05 WSV-CANTESTADOS      PIC 9(03)       VALUE 0.
          05 WSV-CANTLIQ          PIC 9(04)       VALUE 0.
          05 WSV-CANTORDENES      PIC 9(03)       VALUE 0.
          05 WSV-CANTACUERDOS     PIC 9(03)       VALUE 0.
          05 WSV-CANTMANDATOS     PIC 9(03)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-CERRADAS         PIC 9(04)       VALUE 0.
          05 WSA-RECHAZADAS       PIC 9(04)       VALUE 0.
          05 WSA-LISTADAS         PIC 9(04)       VALUE 0.

       01 SWITCHES.
          05 WSS-FS-CUENTAS       PIC X(02).
            88 WSS-FS-CUENTAS-OK                  VALUE '00'.
            88 WSS-FS-CUENTAS-EOF                 VALUE '10'.
          05 WSS-FS-MOVIM         PIC X(02).
            88 WSS-FS-MOVIM-OK                    VALUE '00'.
            88 WSS-FS-MOVIM-EOF                   VALUE '10'.
            88 WSS-FS-MOVIM-NOEXISTE              VALUE '35'.
          05 WSS-FS-LIQCOMIS      PIC X(02).
            88 WSS-FS-LIQCOMIS-OK                 VALUE '00'.
            88 WSS-FS-LIQCOMIS-EOF                VALUE '10'.
          05 WSS-FS-ORDENES       PIC X(02).
            88 WSS-FS-ORDENES-OK                  VALUE '00'.
            88 WSS-FS-ORDENES-EOF                 VALUE '10'.
          05 WSS-FS-ACUERDOS      PIC X(02).
            88 WSS-FS-ACUERDOS-OK                 VALUE '00'.
            88 WSS-FS-ACUERDOS-EOF                VALUE '10'.
          05 WSS-FS-MANDATOS      PIC X(02).
            88 WSS-FS-MANDATOS-OK                 VALUE '00'.
            88 WSS-FS-MANDATOS-EOF                VALUE '10'.
          05 WSS-FS-USODESC       PIC X(02).
            88 WSS-FS-USODESC-OK                  VALUE '00'.
            88 WSS-FS-USODESC-EOF                 VALUE '10'.
          05 WSS-FS-BLOQUEOS      PIC X(02).
            88 WSS-FS-BLOQUEOS-OK                 VALUE '00'.
            88 WSS-FS-BLOQUEOS-EOF                VALUE '10'.
          05 WSS-FS-PLAZOS        PIC X(02).
            88 WSS-FS-PLAZOS-OK                   VALUE '00'.
            88 WSS-FS-PLAZOS-EOF                  VALUE '10'.
          05 WSS-FS-PRESTAMOS     PIC X(02).
            88 WSS-FS-PRESTAMOS-OK                VALUE '00'.
            88 WSS-FS-PRESTAMOS-EOF               VALUE '10'.
          05 WSS-FS-TASASINT      PIC X(02).
            88 WSS-FS-TASASINT-OK                 VALUE '00'.
            88 WSS-FS-TASASINT-EOF                VALUE '10'.
          05 WSS-FS-MAECLI        PIC X(02).
            88 WSS-FS-MAECLI-OK                   VALUE '00'.
            88 WSS-FS-MAECLI-EOF                  VALUE '10'.
          05 WSS-FS-CERTCIERRE    PIC X(02).
            88 WSS-FS-CERTCIERRE-OK               VALUE '00'.
            88 WSS-FS-CERTCIERRE-NOEXISTE         VALUE '35'.

       01 MASCARAS.
          05 WSM-IMPORTE          PIC Z(14)9,99.
          05 WSM-TASA             PIC Z9,99.
          05 WSM-CANT             PIC ZZ9.

       01 TABLA-CUENTAS.
          05 WST-CUENTA           OCCURS 200 TIMES.
             10 WST-CTA-NRO       PIC X(08).
             10 WST-CTA-CODCLTE   PIC 9(08).
             10 WST-CTA-MONTO     PIC 9(15)V9(02).
             10 WST-CTA-MONEDA    PIC X(03).

       01 TABLA-ESTADOS.
          05 WST-ESTADO           OCCURS 500 TIMES.
             10 WST-ECT-NRO       PIC X(08).
             10 WST-ECT-ESTADO    PIC X(01).
             10 WST-ECT-ULTMOV    PIC 9(08).
             10 WST-ECT-FECHAINACT PIC 9(08).
             10 WST-ECT-FECHAREACT PIC 9(08).
             10 WST-ECT-USUARIO   PIC X(10).
             10 WST-ECT-MOTIVO    PIC X(30).
             10 WST-ECT-FECHACIERRE PIC 9(08).

       01 TABLA-LIQCOMIS.
          05 WST-LIQ              OCCURS 3000 TIMES.
             10 LQT-NROCUENTA     PIC X(08).
             10 LQT-PERIODO       PIC 9(06).
             10 LQT-PRODUCTO      PIC 9(02).
             10 LQT-PROMEDIO      PIC S9(15)V9(02).
             10 LQT-IMPORTE       PIC 9(09)V9(02).
             10 LQT-IVA           PIC 9(09)V9(02).
             10 LQT-ESTADO        PIC X(01).
             10 LQT-MOTIVO        PIC X(01).
             10 LQT-FECHA         PIC 9(08).
             10 LQT-FECHACOBRO    PIC 9(08).
             10 LQT-COMPROBANTE   PIC 9(06).

       01 TABLA-ORDENES.
          05 WST-ORDEN            OCCURS 100 TIMES.
             10 ORT-NUMERO        PIC 9(04).
             10 ORT-ORIGEN        PIC X(08).
             10 ORT-DESTINO       PIC X(08).
             10 ORT-IMPORTE       PIC 9(13)V9(02).
             10 ORT-DIA           PIC 9(02).
             10 ORT-VIGDESDE      PIC 9(08).
             10 ORT-VIGHASTA      PIC 9(08).
             10 ORT-ESTADO        PIC X(01).

       01 TABLA-ACUERDOS.
          05 WST-ACUERDO          OCCURS 100 TIMES.
             10 ACT-NROCUENTA     PIC X(08).
             10 ACT-LIMITE        PIC 9(13)V9(02).
             10 ACT-TASA          PIC 9(02)V9(02).
             10 ACT-VIGDESDE      PIC 9(08).
             10 ACT-VIGHASTA      PIC 9(08).
             10 ACT-ESTADO        PIC X(01).

       01 TABLA-MANDATOS.
          05 WST-MANDATO          OCCURS 100 TIMES.
             10 MAN-T-NOMBRE      PIC A(20).
             10 MAN-T-APELLIDO    PIC A(20).
             10 MAN-T-CBU         PIC X(22).
             10 MAN-T-CUENTA      PIC X(08).
             10 MAN-T-FECHAALTA   PIC 9(08).
             10 MAN-T-ESTADO      PIC X(01).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'CIERCTA-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           MOVE 'CIERCTA-09-FL' TO WS-CER-PROGRAMA
           MOVE 7 TO WS-CER-CANTARCH
           MOVE 'CUENTAS.DAT'     TO WS-CER-ARCHIVO(1)
           MOVE 'MOVIMIENTOS.DAT' TO WS-CER-ARCHIVO(2)
           MOVE 'ESTADOSCTA.DAT'  TO WS-CER-ARCHIVO(3)
           MOVE 'LIQCOMIS.DAT'    TO WS-CER-ARCHIVO(4)
           MOVE 'ORDENES.DAT'     TO WS-CER-ARCHIVO(5)
           MOVE 'ACUERDOS.DAT'    TO WS-CER-ARCHIVO(6)
           MOVE 'MANDATOS.DAT'    TO WS-CER-ARCHIVO(7)
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
           PERFORM 110000-CARGAR-ESTADOS
           PERFORM 120000-CARGAR-LIQUIDACIONES
           PERFORM 130000-CARGAR-ORDENES
           PERFORM 140000-CARGAR-ACUERDOS
           PERFORM 150000-CARGAR-MANDATOS
      *****************************************************************
      * LOS MAESTROS SE REGRABAN ENTEROS DESDE LAS TABLAS: SI ALGUNO  *
      * NO ENTRA, REGRABARLO LO TRUNCARIA, ASI QUE NO SE TOCA NADA.   *
      *****************************************************************
           IF WSV-TABLASLLENAS = 1
              DISPLAY "CUENTAS, ESTADOS, COMISIONES, ORDENES, ACUERDOS "
                      "O MANDATOS SUPERAN LA TABLA: SE CANCELA SIN "
                      "REGRABAR"
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
           PERFORM 160000-BUSCAR-ULTIMO-COMPROBANTE
           PERFORM UNTIL WSV-OPCION = 3
              DISPLAY "**************************************"
              DISPLAY "CIERRE DE CUENTAS - FECHA " WSV-FECHA-PROCESO
              DISPLAY "1 - CERRAR UNA CUENTA"
              DISPLAY "2 - LISTAR CUENTAS CERRADAS"
              DISPLAY "3 - SALIR"
              DISPLAY "RESPUESTA: "
              ACCEPT WSV-OPCION

              EVALUATE WSV-OPCION
                 WHEN 1
                    PERFORM 200000-CERRAR-CUENTA
                 WHEN 2
                    PERFORM 600000-LISTAR-CERRADAS
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
           IF WSV-LIQCAMBIOS = 1
              PERFORM 910000-REGRABAR-LIQCOMIS
           END-IF
           IF WSV-ORDCAMBIOS = 1
              PERFORM 920000-REGRABAR-ORDENES
           END-IF
           IF WSV-ACUCAMBIOS = 1
              PERFORM 930000-REGRABAR-ACUERDOS
           END-IF
           IF WSV-MANCAMBIOS = 1
              PERFORM 940000-REGRABAR-MANDATOS
           END-IF
           IF WSV-ECTCAMBIOS = 1
              PERFORM 950000-REGRABAR-ESTADOS
           END-IF
           MOVE WSV-RETORNO TO RETURN-CODE
           END-IF
           PERFORM 9250-LIBERAR-CERROJOS
           SET WS-LOG-FIN TO TRUE
           MOVE WSA-CERRADAS   TO WS-LOG-GRABADOS
           MOVE WSA-RECHAZADAS TO WS-LOG-RECHAZADOS
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

       100000-CARGAR-CUENTAS.
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
                       MOVE 1 TO WSV-TABLASLLENAS
                 END-READ
              END-IF
              CLOSE CUENTAS
           END-IF.

       110000-CARGAR-ESTADOS.
           MOVE 0 TO WSV-CANTESTADOS
           OPEN INPUT ESTADOSCTA
           IF WS-ECT-FS-OK
              PERFORM UNTIL WS-ECT-FS-EOF OR WSV-CANTESTADOS > 499
                 READ ESTADOSCTA
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTESTADOS
                       MOVE REG-ESTADOCTA TO WST-ESTADO(WSV-CANTESTADOS)
                 END-READ
              END-PERFORM
              IF NOT WS-ECT-FS-EOF
                 READ ESTADOSCTA
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLASLLENAS
                 END-READ
              END-IF
              CLOSE ESTADOSCTA
           END-IF.

       120000-CARGAR-LIQUIDACIONES.
           MOVE 0 TO WSV-CANTLIQ
           OPEN INPUT LIQCOMIS
           IF WSS-FS-LIQCOMIS-OK
              PERFORM UNTIL WSS-FS-LIQCOMIS-EOF OR WSV-CANTLIQ > 2999
                 READ LIQCOMIS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTLIQ
                       MOVE REG-LIQCOMIS TO WST-LIQ(WSV-CANTLIQ)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-LIQCOMIS-EOF
                 READ LIQCOMIS
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLASLLENAS
                 END-READ
              END-IF
              CLOSE LIQCOMIS
           END-IF.

       130000-CARGAR-ORDENES.
           MOVE 0 TO WSV-CANTORDENES
           OPEN INPUT ORDENES
           IF WSS-FS-ORDENES-OK
              PERFORM UNTIL WSS-FS-ORDENES-EOF OR WSV-CANTORDENES > 99
                 READ ORDENES
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTORDENES
                       MOVE REG-ORDEN TO WST-ORDEN(WSV-CANTORDENES)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-ORDENES-EOF
                 READ ORDENES
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLASLLENAS
                 END-READ
              END-IF
              CLOSE ORDENES
           END-IF.

       140000-CARGAR-ACUERDOS.
           MOVE 0 TO WSV-CANTACUERDOS
           OPEN INPUT ACUERDOS
           IF WSS-FS-ACUERDOS-OK
              PERFORM UNTIL WSS-FS-ACUERDOS-EOF OR WSV-CANTACUERDOS > 99
                 READ ACUERDOS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTACUERDOS
                       MOVE REG-ACUERDO TO WST-ACUERDO(WSV-CANTACUERDOS)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-ACUERDOS-EOF
                 READ ACUERDOS
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLASLLENAS
                 END-READ
              END-IF
              CLOSE ACUERDOS
           END-IF.

       150000-CARGAR-MANDATOS.
           MOVE 0 TO WSV-CANTMANDATOS
           OPEN INPUT MANDATOS
           IF WSS-FS-MANDATOS-OK
              PERFORM UNTIL WSS-FS-MANDATOS-EOF OR WSV-CANTMANDATOS > 99
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
                       MOVE 1 TO WSV-TABLASLLENAS
                 END-READ
              END-IF
              CLOSE MANDATOS
           END-IF.

       160000-BUSCAR-ULTIMO-COMPROBANTE.
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

       170000-BUSCAR-CUENTA.
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCUENTAS
              IF WST-CTA-NRO(WSI-I) = WSV-NROCUENTA
                 MOVE WSI-I TO WSV-POSICION
              END-IF
           END-PERFORM.

       180000-BUSCAR-ESTADO.
           MOVE 0 TO WSV-POSESTADO
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTESTADOS
              IF WST-ECT-NRO(WSI-I) = WSV-NROCUENTA
                 MOVE WSI-I TO WSV-POSESTADO
              END-IF
           END-PERFORM.

      *****************************************************************
      * CIERRE DE UNA CUENTA: CONTROLES, LIQUIDACION FINAL, DESTINO   *
      * DEL SALDO, CONFIRMACION Y RECIEN ENTONCES LOS ASIENTOS Y LAS  *
      * BAJAS. CUALQUIER RECHAZO DEJA TODO COMO ESTABA.               *
      *****************************************************************
       200000-CERRAR-CUENTA.
           DISPLAY "INGRESE NUMERO DE CUENTA A CERRAR (8 DIGITOS): "
           ACCEPT WSV-CTACIERRE
           MOVE WSV-CTACIERRE TO WSV-NROCUENTA
           PERFORM 170000-BUSCAR-CUENTA
           MOVE WSV-POSICION TO WSV-POSCIERRE
           PERFORM 180000-BUSCAR-ESTADO
           MOVE SPACES TO WSV-RECHAZO
           EVALUATE TRUE
              WHEN WSV-POSCIERRE = 0
                 MOVE 'LA CUENTA NO EXISTE EN CUENTAS.DAT'
                   TO WSV-RECHAZO
              WHEN WSV-POSESTADO > 0
                   AND WST-ECT-ESTADO(WSV-POSESTADO) = 'C'
                 MOVE 'LA CUENTA YA ESTA CERRADA' TO WSV-RECHAZO
              WHEN OTHER
                 PERFORM 210000-VERIFICAR-BLOQUEOS
           END-EVALUATE
           IF WSV-RECHAZO = SPACES
              PERFORM 220000-VERIFICAR-DESCUBIERTO
           END-IF
           IF WSV-RECHAZO = SPACES
              PERFORM 230000-VERIFICAR-PRODUCTOS
           END-IF
           IF WSV-RECHAZO = SPACES
              PERFORM 240000-LIQUIDACION-FINAL
           END-IF
           IF WSV-RECHAZO = SPACES
              PERFORM 250000-ELEGIR-DESTINO
           END-IF
           IF WSV-RECHAZO = SPACES
              DISPLAY "CONFIRMA EL CIERRE DE LA CUENTA "
                      WSV-CTACIERRE " (S/N): "
              ACCEPT WSV-CONFIRMA
              IF WSV-CONFIRMA NOT = 'S' AND WSV-CONFIRMA NOT = 's'
                 MOVE 'CIERRE NO CONFIRMADO' TO WSV-RECHAZO
              END-IF
           END-IF
           IF WSV-RECHAZO = SPACES
              PERFORM 300000-EJECUTAR-CIERRE
           END-IF
           IF WSV-RECHAZO NOT = SPACES
              DISPLAY "*** CIERRE RECHAZADO: "
                      FUNCTION TRIM(WSV-RECHAZO) " ***"
              ADD 1 TO WSA-RECHAZADAS
           END-IF.

      *****************************************************************
      * UN EMBARGO O BLOQUEO ACTIVO, TOTAL O PARCIAL, IMPIDE EL       *
      * CIERRE: LA MESA LEGAL DEBE LEVANTARLO ANTES (BLOQUEOS-09-FL). *
      *****************************************************************
       210000-VERIFICAR-BLOQUEOS.
           OPEN INPUT BLOQUEOS
           IF WSS-FS-BLOQUEOS-OK
              PERFORM UNTIL WSS-FS-BLOQUEOS-EOF
                 READ BLOQUEOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF BLQ-NROCUENTA = WSV-CTACIERRE
                          AND BLQ-ESTADO = 'A'
                          MOVE SPACES TO WSV-RECHAZO
                          STRING 'EMBARGO O BLOQUEO ACTIVO, EXPEDIENTE '
                                 BLQ-EXPEDIENTE
                                 DELIMITED BY SIZE INTO WSV-RECHAZO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BLOQUEOS
           END-IF.

       220000-VERIFICAR-DESCUBIERTO.
           OPEN INPUT USODESC
           IF WSS-FS-USODESC-OK
              PERFORM UNTIL WSS-FS-USODESC-EOF
                 READ USODESC
                    AT END
                       CONTINUE
                    NOT AT END
                       IF USO-NROCUENTA = WSV-CTACIERRE
                          AND USO-USADO > 0
                          MOVE 'SALDO DEUDOR: TIENE DESCUBIERTO USADO'
                            TO WSV-RECHAZO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE USODESC
           END-IF.

      *****************************************************************
      * UN PLAZO FIJO O UN PRESTAMO VIGENTE TODAVIA VA A ASENTAR SOBRE*
      * LA CUENTA (ACREDITACION AL VENCIMIENTO, DEBITO DE CUOTAS):    *
      * HAY QUE CANCELARLOS ANTES DE CERRARLA.                        *
      *****************************************************************
       230000-VERIFICAR-PRODUCTOS.
           OPEN INPUT PLAZOSFIJOS
           IF WSS-FS-PLAZOS-OK
              PERFORM UNTIL WSS-FS-PLAZOS-EOF
                 READ PLAZOSFIJOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF PFJ-NROCUENTA = WSV-CTACIERRE
                          AND PFJ-ESTADO = 'V'
                          MOVE SPACES TO WSV-RECHAZO
                          STRING 'PLAZO FIJO VIGENTE NRO. ' PFJ-NUMERO
                                 DELIMITED BY SIZE INTO WSV-RECHAZO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PLAZOSFIJOS
           END-IF
           OPEN INPUT PRESTAMOS
           IF WSS-FS-PRESTAMOS-OK
              PERFORM UNTIL WSS-FS-PRESTAMOS-EOF
                 READ PRESTAMOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF PRE-NROCUENTA = WSV-CTACIERRE
                          AND PRE-ESTADO = 'V'
                          MOVE SPACES TO WSV-RECHAZO
                          STRING 'PRESTAMO VIGENTE NRO. ' PRE-NUMERO
                                 DELIMITED BY SIZE INTO WSV-RECHAZO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRESTAMOS
           END-IF.

      *****************************************************************
      * LIQUIDACION FINAL: INTERES DEL MES EN CURSO A LA TASA         *
      * PERIODICA VIGENTE DE TASASINT.DAT, PROPORCIONAL A LOS DIAS    *
      * CORRIDOS (MES COMERCIAL DE 30; INTERES-09-FL ACREDITA EL MES  *
      * COMPLETO A FIN DE MES), MENOS LAS COMISIONES PENDIENTES CON   *
      * SU IVA. SI EL SALDO NO LAS CUBRE, LA CUENTA QUEDARIA DEUDORA  *
      * Y NO SE CIERRA.                                               *
      *****************************************************************
       240000-LIQUIDACION-FINAL.
           MOVE WST-CTA-MONTO(WSV-POSCIERRE) TO WSV-SALDOINICIAL
           MOVE 0 TO WSV-TASA
           MOVE 0 TO WSV-TASAVIG
           OPEN INPUT TASASINT
           IF WSS-FS-TASASINT-OK
              PERFORM UNTIL WSS-FS-TASASINT-EOF
                 READ TASASINT
                    AT END
                       CONTINUE
                    NOT AT END
                       IF FST-VIGENCIADESDE <= WSV-FECHA-PROCESO
                          AND FST-VIGENCIADESDE >= WSV-TASAVIG
                          MOVE FST-PORCENTAJE    TO WSV-TASA
                          MOVE FST-VIGENCIADESDE TO WSV-TASAVIG
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TASASINT
           END-IF
           MOVE WSV-DIA-PROCESO TO WSV-DIAS
           IF WSV-DIAS > 30
              MOVE 30 TO WSV-DIAS
           END-IF
           COMPUTE WSV-INTERES ROUNDED =
                   WSV-SALDOINICIAL * WSV-TASA / 100 * WSV-DIAS / 30
           MOVE 0 TO WSV-COMISIONES
           MOVE 0 TO WSV-CANTCOMIS
           PERFORM VARYING WSI-I FROM 1 BY 1 UNTIL WSI-I > WSV-CANTLIQ
              IF LQT-NROCUENTA(WSI-I) = WSV-CTACIERRE
                 AND LQT-ESTADO(WSI-I) = 'P'
                 ADD 1 TO WSV-CANTCOMIS
                 ADD LQT-IMPORTE(WSI-I) TO WSV-COMISIONES
                 ADD LQT-IVA(WSI-I)     TO WSV-COMISIONES
              END-IF
           END-PERFORM
           IF WSV-COMISIONES > WSV-SALDOINICIAL + WSV-INTERES
              MOVE 'EL SALDO NO CUBRE LAS COMISIONES PENDIENTES'
                TO WSV-RECHAZO
           ELSE
              COMPUTE WSV-SALDOFINAL = WSV-SALDOINICIAL + WSV-INTERES
                                     - WSV-COMISIONES
              DISPLAY "--------------------------------------"
              MOVE WSV-SALDOINICIAL TO WSM-IMPORTE
              DISPLAY "SALDO ACTUAL:           " WSM-IMPORTE
              MOVE WSV-INTERES TO WSM-IMPORTE
              DISPLAY "INTERES AL CIERRE:      " WSM-IMPORTE
              MOVE WSV-COMISIONES TO WSM-IMPORTE
              MOVE WSV-CANTCOMIS  TO WSM-CANT
              DISPLAY "COMISIONES PENDIENTES:  " WSM-IMPORTE
                      " (" WSM-CANT " MESES, IVA INCLUIDO)"
              MOVE WSV-SALDOFINAL TO WSM-IMPORTE
              DISPLAY "SALDO A ENTREGAR:       " WSM-IMPORTE
              DISPLAY "--------------------------------------"
           END-IF.

       250000-ELEGIR-DESTINO.
           MOVE 0 TO WSV-DESTINO
           MOVE SPACES TO WSV-CTADESTINO
           MOVE 0 TO WSV-POSDESTINO
           IF WSV-SALDOFINAL > 0
              DISPLAY "DESTINO DEL SALDO: 1 = PAGO EN EFECTIVO, "
                      "2 = TRANSFERENCIA A OTRA CUENTA: "
              ACCEPT WSV-DESTINO
              EVALUATE WSV-DESTINO
                 WHEN 1
                    CONTINUE
                 WHEN 2
                    DISPLAY "CUENTA DE DESTINO (8 DIGITOS): "
                    ACCEPT WSV-CTADESTINO
                    MOVE WSV-CTADESTINO TO WSV-NROCUENTA
                    PERFORM 170000-BUSCAR-CUENTA
                    MOVE WSV-POSICION TO WSV-POSDESTINO
                    PERFORM 180000-BUSCAR-ESTADO
                    EVALUATE TRUE
                       WHEN WSV-POSDESTINO = 0
                          MOVE 'LA CUENTA DE DESTINO NO EXISTE'
                            TO WSV-RECHAZO
                       WHEN WSV-CTADESTINO = WSV-CTACIERRE
                          MOVE 'EL DESTINO ES LA MISMA CUENTA'
                            TO WSV-RECHAZO
                       WHEN WSV-POSESTADO > 0
                            AND WST-ECT-ESTADO(WSV-POSESTADO) = 'C'
                          MOVE 'LA CUENTA DE DESTINO ESTA CERRADA'
                            TO WSV-RECHAZO
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
                 WHEN OTHER
                    MOVE 'DESTINO DEL SALDO INVALIDO' TO WSV-RECHAZO
              END-EVALUATE
           END-IF.

      *****************************************************************
      * ASIENTOS DEL CIERRE BAJO UN SOLO COMPROBANTE (INTERES,        *
      * COMISIONES E IVA, SALIDA DEL SALDO Y, SI ES TRANSFERENCIA, EL *
      * CREDITO EN EL DESTINO), BAJAS Y CERTIFICADO. LOS MOVIMIENTOS  *
      * DEL CIERRE NO PAGAN IMPUESTO SOBRE DEBITOS Y CREDITOS.        *
      *****************************************************************
       300000-EJECUTAR-CIERRE.
           OPEN EXTEND MOVIMIENTOS
           IF WSS-FS-MOVIM-NOEXISTE
              OPEN OUTPUT MOVIMIENTOS
           END-IF
           IF NOT WSS-FS-MOVIM-OK
              DISPLAY "NO SE PUDO ABRIR MOVIMIENTOS.DAT"
              DISPLAY "FILE STATUS " WSS-FS-MOVIM
              MOVE 'ERROR DE ARCHIVO EN MOVIMIENTOS.DAT' TO WSV-RECHAZO
           ELSE
              ADD 1 TO WSV-ULTCOMPROBANTE
              MOVE WSV-ULTCOMPROBANTE TO WSV-COMPROBANTE
              MOVE 0 TO WSV-MOVERROR
              MOVE WSV-CTACIERRE TO WSV-NROCUENTA
              IF WSV-INTERES > 0
                 MOVE 'C' TO WSV-TIPOMOV
                 MOVE 'INTERESES AL CIERRE DE CUENTA' TO WSV-CONCEPTO
                 MOVE WSV-INTERES TO WSV-IMPORTE
                 PERFORM 310000-ASENTAR
              END-IF
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTLIQ
                 IF LQT-NROCUENTA(WSI-I) = WSV-CTACIERRE
                    AND LQT-ESTADO(WSI-I) = 'P'
                    PERFORM 320000-COBRAR-COMISION
                 END-IF
              END-PERFORM
              IF WSV-SALDOFINAL > 0
                 MOVE 'D' TO WSV-TIPOMOV
                 MOVE SPACES TO WSV-CONCEPTO
                 IF WSV-DESTINO = 1
                    MOVE 'CIERRE: PAGO DEL SALDO EN CAJA'
                      TO WSV-CONCEPTO
                 ELSE
                    STRING 'CIERRE: TRANSF. A CTA ' WSV-CTADESTINO
                           DELIMITED BY SIZE INTO WSV-CONCEPTO
                 END-IF
                 MOVE WSV-SALDOFINAL TO WSV-IMPORTE
                 PERFORM 310000-ASENTAR
                 IF WSV-DESTINO = 2
                    MOVE WSV-CTADESTINO TO WSV-NROCUENTA
                    MOVE 'C' TO WSV-TIPOMOV
                    MOVE SPACES TO WSV-CONCEPTO
                    STRING 'TRANSF. CIERRE CTA ' WSV-CTACIERRE
                           DELIMITED BY SIZE INTO WSV-CONCEPTO
                    PERFORM 310000-ASENTAR
                    ADD WSV-SALDOFINAL TO WST-CTA-MONTO(WSV-POSDESTINO)
                 END-IF
              END-IF
              CLOSE MOVIMIENTOS
              MOVE 0 TO WST-CTA-MONTO(WSV-POSCIERRE)
              MOVE 1 TO WSV-CTACAMBIOS
              IF WSV-MOVERROR = 1
                 DISPLAY "ATENCION: HUBO ERRORES AL GRABAR "
                         "MOVIMIENTOS.DAT - REVISAR EL COMPROBANTE "
                         WSV-COMPROBANTE
                 MOVE 4 TO RETURN-CODE
              END-IF
              PERFORM 400000-DAR-DE-BAJA
              PERFORM 500000-EMITIR-CERTIFICADO
              ADD 1 TO WSA-CERRADAS
              DISPLAY "CUENTA " WSV-CTACIERRE " CERRADA - COMPROBANTE "
                      WSV-COMPROBANTE " - CERTIFICADO EN CERTCIERRE.DAT"
           END-IF.

       310000-ASENTAR.
           MOVE WSV-NROCUENTA     TO MOV-NROCUENTA
           MOVE WSV-FECHA-PROCESO TO MOV-FECHA
           MOVE WSV-TIPOMOV       TO MOV-TIPO
           MOVE WSV-CONCEPTO      TO MOV-CONCEPTO
           MOVE WSV-IMPORTE       TO MOV-IMPORTE
           MOVE WSV-COMPROBANTE   TO MOV-COMPROBANTE
           MOVE 0                 TO MOV-REFREVERSA
           MOVE SPACES            TO MOV-MOTIVO
           WRITE REG-MOVIMIENTO
           IF NOT WSS-FS-MOVIM-OK
              DISPLAY "ERROR AL GRABAR MOVIMIENTOS.DAT"
              DISPLAY "FILE STATUS " WSS-FS-MOVIM
              MOVE 1 TO WSV-MOVERROR
           END-IF.

      *****************************************************************
      * COMISION PENDIENTE: MISMOS CONCEPTOS QUE COMIS-09-FL, Y LA    *
      * LIQUIDACION QUEDA COBRADA CON EL COMPROBANTE DEL CIERRE.      *
      *****************************************************************
       320000-COBRAR-COMISION.
           MOVE 'D' TO WSV-TIPOMOV
           MOVE SPACES TO WSV-CONCEPTO
           STRING 'COMISION MANTENIMIENTO ' LQT-PERIODO(WSI-I)
                  DELIMITED BY SIZE INTO WSV-CONCEPTO
           MOVE LQT-IMPORTE(WSI-I) TO WSV-IMPORTE
           PERFORM 310000-ASENTAR
           IF LQT-IVA(WSI-I) > 0
              MOVE SPACES TO WSV-CONCEPTO
              STRING 'IVA COMISION MANTEN. ' LQT-PERIODO(WSI-I)
                     DELIMITED BY SIZE INTO WSV-CONCEPTO
              MOVE LQT-IVA(WSI-I) TO WSV-IMPORTE
              PERFORM 310000-ASENTAR
           END-IF
           MOVE 'C'               TO LQT-ESTADO(WSI-I)
           MOVE SPACE             TO LQT-MOTIVO(WSI-I)
           MOVE WSV-FECHA-PROCESO TO LQT-FECHACOBRO(WSI-I)
           MOVE WSV-COMPROBANTE   TO LQT-COMPROBANTE(WSI-I)
           MOVE 1 TO WSV-LIQCAMBIOS.

      *****************************************************************
      * BAJAS: ORDENES PERMANENTES QUE SALEN DE LA CUENTA O LLEGAN A  *
      * ELLA, SU ACUERDO DE DESCUBIERTO Y SUS ADHESIONES AL DEBITO    *
      * (QUEDAN 'B' CON LA HISTORIA) Y EL ESTADO CERRADA.             *
      *****************************************************************
       400000-DAR-DE-BAJA.
           MOVE 0 TO WSV-ORDBAJA
           MOVE 0 TO WSV-ACUBAJA
           MOVE 0 TO WSV-MANBAJA
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTORDENES
              IF ORT-ESTADO(WSI-I) = 'A'
                 AND (ORT-ORIGEN(WSI-I) = WSV-CTACIERRE
                      OR ORT-DESTINO(WSI-I) = WSV-CTACIERRE)
                 MOVE 'B' TO ORT-ESTADO(WSI-I)
                 IF ORT-VIGHASTA(WSI-I) > WSV-FECHA-PROCESO
                    MOVE WSV-FECHA-PROCESO TO ORT-VIGHASTA(WSI-I)
                 END-IF
                 ADD 1 TO WSV-ORDBAJA
                 MOVE 1 TO WSV-ORDCAMBIOS
              END-IF
           END-PERFORM
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTACUERDOS
              IF ACT-NROCUENTA(WSI-I) = WSV-CTACIERRE
                 AND ACT-ESTADO(WSI-I) = 'A'
                 MOVE 'B' TO ACT-ESTADO(WSI-I)
                 IF ACT-VIGHASTA(WSI-I) > WSV-FECHA-PROCESO
                    MOVE WSV-FECHA-PROCESO TO ACT-VIGHASTA(WSI-I)
                 END-IF
                 ADD 1 TO WSV-ACUBAJA
                 MOVE 1 TO WSV-ACUCAMBIOS
              END-IF
           END-PERFORM
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTMANDATOS
              IF MAN-T-CUENTA(WSI-I) = WSV-CTACIERRE
                 AND MAN-T-ESTADO(WSI-I) = 'A'
                 MOVE 'B' TO MAN-T-ESTADO(WSI-I)
                 ADD 1 TO WSV-MANBAJA
                 MOVE 1 TO WSV-MANCAMBIOS
              END-IF
           END-PERFORM
           MOVE WSV-CTACIERRE TO WSV-NROCUENTA
           PERFORM 180000-BUSCAR-ESTADO
           IF WSV-POSESTADO = 0
              IF WSV-CANTESTADOS < 500
                 ADD 1 TO WSV-CANTESTADOS
                 MOVE WSV-CANTESTADOS TO WSV-POSESTADO
                 MOVE WSV-CTACIERRE TO WST-ECT-NRO(WSV-POSESTADO)
                 MOVE 0      TO WST-ECT-ULTMOV(WSV-POSESTADO)
                 MOVE 0      TO WST-ECT-FECHAINACT(WSV-POSESTADO)
                 MOVE 0      TO WST-ECT-FECHAREACT(WSV-POSESTADO)
                 MOVE SPACES TO WST-ECT-USUARIO(WSV-POSESTADO)
              ELSE
                 DISPLAY "ESTADOSCTA.DAT LLENO: LA CUENTA "
                         WSV-CTACIERRE " NO QUEDO MARCADA CERRADA"
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
           IF WSV-POSESTADO > 0
              MOVE 'C' TO WST-ECT-ESTADO(WSV-POSESTADO)
              MOVE 'CIERRE DE CUENTA'
                TO WST-ECT-MOTIVO(WSV-POSESTADO)
              MOVE WSV-FECHA-PROCESO
                TO WST-ECT-FECHACIERRE(WSV-POSESTADO)
              MOVE 1 TO WSV-ECTCAMBIOS
           END-IF.

      *****************************************************************
      * CERTIFICADO DE CIERRE PARA EL CLIENTE, AGREGADO AL FINAL DE   *
      * CERTCIERRE.DAT (MISMO FORMATO QUE CERTPF.DAT).                *
      *****************************************************************
       500000-EMITIR-CERTIFICADO.
           MOVE WST-CTA-CODCLTE(WSV-POSCIERRE) TO WSV-CODCLTE
           PERFORM 510000-BUSCAR-TITULAR
           OPEN EXTEND CERTCIERRE
           IF WSS-FS-CERTCIERRE-NOEXISTE
              OPEN OUTPUT CERTCIERRE
           END-IF
           IF NOT WSS-FS-CERTCIERRE-OK
              DISPLAY "ERROR AL ABRIR CERTCIERRE.DAT"
              DISPLAY "FILE STATUS " WSS-FS-CERTCIERRE
           ELSE
              MOVE ALL '=' TO REG-CERTCIERRE
              WRITE REG-CERTCIERRE
              MOVE 'CERTIFICADO DE CIERRE DE CUENTA' TO REG-CERTCIERRE
              WRITE REG-CERTCIERRE
              MOVE ALL '=' TO REG-CERTCIERRE
              WRITE REG-CERTCIERRE
              MOVE SPACES TO WSV-LINEA
              STRING 'TITULAR:               ' WSV-CODCLTE ' '
                     WSV-NOMBRE
                     DELIMITED BY SIZE INTO WSV-LINEA
              WRITE REG-CERTCIERRE FROM WSV-LINEA
              MOVE SPACES TO WSV-LINEA
              STRING 'CUENTA:                ' WSV-CTACIERRE
                     DELIMITED BY SIZE INTO WSV-LINEA
              WRITE REG-CERTCIERRE FROM WSV-LINEA
              MOVE WSV-FECHA-PROCESO TO WSV-FECHA
              PERFORM 520000-EDITAR-FECHA
              MOVE SPACES TO WSV-LINEA
              STRING 'FECHA DE CIERRE:       ' WSV-FECHAEDIT
                     DELIMITED BY SIZE INTO WSV-LINEA
              WRITE REG-CERTCIERRE FROM WSV-LINEA
              MOVE WSV-SALDOINICIAL TO WSM-IMPORTE
              MOVE SPACES TO WSV-LINEA
              STRING 'SALDO ANTERIOR:        ' WSM-IMPORTE
                     DELIMITED BY SIZE INTO WSV-LINEA
              WRITE REG-CERTCIERRE FROM WSV-LINEA
              MOVE WSV-INTERES TO WSM-IMPORTE
              MOVE SPACES TO WSV-LINEA
              STRING 'INTERES AL CIERRE:     ' WSM-IMPORTE
                     DELIMITED BY SIZE INTO WSV-LINEA
              WRITE REG-CERTCIERRE FROM WSV-LINEA
              MOVE WSV-COMISIONES TO WSM-IMPORTE
              MOVE SPACES TO WSV-LINEA
              STRING 'COMISIONES E IVA:      ' WSM-IMPORTE
                     DELIMITED BY SIZE INTO WSV-LINEA
              WRITE REG-CERTCIERRE FROM WSV-LINEA
              MOVE WSV-SALDOFINAL TO WSM-IMPORTE
              MOVE SPACES TO WSV-LINEA
              EVALUATE TRUE
                 WHEN WSV-SALDOFINAL = 0
                    MOVE 'SALDO ENTREGADO:       SIN SALDO' TO WSV-LINEA
                 WHEN WSV-DESTINO = 1
                    STRING 'PAGADO EN CAJA:        ' WSM-IMPORTE
                           DELIMITED BY SIZE INTO WSV-LINEA
                 WHEN OTHER
                    STRING 'TRANSFERIDO:           ' WSM-IMPORTE
                           ' A LA CUENTA ' WSV-CTADESTINO
                           DELIMITED BY SIZE INTO WSV-LINEA
              END-EVALUATE
              WRITE REG-CERTCIERRE FROM WSV-LINEA
              MOVE SPACES TO WSV-LINEA
              STRING 'COMPROBANTE:           ' WSV-COMPROBANTE
                     DELIMITED BY SIZE INTO WSV-LINEA
              WRITE REG-CERTCIERRE FROM WSV-LINEA
              MOVE SPACES TO WSV-LINEA
              MOVE WSV-ORDBAJA TO WSM-CANT
              STRING 'ORDENES PERMANENTES DADAS DE BAJA:   ' WSM-CANT
                     DELIMITED BY SIZE INTO WSV-LINEA
              WRITE REG-CERTCIERRE FROM WSV-LINEA
              MOVE SPACES TO WSV-LINEA
              MOVE WSV-ACUBAJA TO WSM-CANT
              STRING 'ACUERDOS DE DESCUBIERTO DADOS DE BAJA:' WSM-CANT
                     DELIMITED BY SIZE INTO WSV-LINEA
              WRITE REG-CERTCIERRE FROM WSV-LINEA
              MOVE SPACES TO WSV-LINEA
              MOVE WSV-MANBAJA TO WSM-CANT
              STRING 'ADHESIONES AL DEBITO DADAS DE BAJA:  ' WSM-CANT
                     DELIMITED BY SIZE INTO WSV-LINEA
              WRITE REG-CERTCIERRE FROM WSV-LINEA
              MOVE 'LA CUENTA QUEDA CERRADA Y SIN SALDO. NO ADMITE '
                TO REG-CERTCIERRE
              WRITE REG-CERTCIERRE
              MOVE 'NUEVOS DEBITOS NI CREDITOS.' TO REG-CERTCIERRE
              WRITE REG-CERTCIERRE
              MOVE ALL '-' TO REG-CERTCIERRE
              WRITE REG-CERTCIERRE
              CLOSE CERTCIERRE
           END-IF.

       510000-BUSCAR-TITULAR.
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

       520000-EDITAR-FECHA.
           MOVE SPACES TO WSV-FECHAEDIT
           STRING WSV-FECHA-DIA '/' WSV-FECHA-MES '/' WSV-FECHA-ANO
                  DELIMITED BY SIZE INTO WSV-FECHAEDIT.

       600000-LISTAR-CERRADAS.
           MOVE 0 TO WSA-LISTADAS
           DISPLAY "--------------------------------------"
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTESTADOS
              IF WST-ECT-ESTADO(WSI-I) = 'C'
                 DISPLAY WST-ECT-NRO(WSI-I) " CERRADA EL "
                         WST-ECT-FECHACIERRE(WSI-I)
                 ADD 1 TO WSA-LISTADAS
              END-IF
           END-PERFORM
           DISPLAY "CUENTAS CERRADAS: " WSA-LISTADAS
           DISPLAY "--------------------------------------".

       900000-REGRABAR-CUENTAS.
           MOVE 'CUENTAS.DAT'   TO WS-INT-ARCHIVO
           MOVE 'CIERCTA-09-FL' TO WS-INT-PROGRAMA
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

       910000-REGRABAR-LIQCOMIS.
           MOVE 'LIQCOMIS.DAT'  TO WS-INT-ARCHIVO
           MOVE 'CIERCTA-09-FL' TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT LIQCOMIS
           IF WSS-FS-LIQCOMIS-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTLIQ
                 MOVE WST-LIQ(WSI-I) TO REG-LIQCOMIS
                 WRITE REG-LIQCOMIS
              END-PERFORM
              CLOSE LIQCOMIS
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR LIQCOMIS.DAT"
              DISPLAY "FILE STATUS " WSS-FS-LIQCOMIS
              MOVE 8 TO WSV-RETORNO
           END-IF.

       920000-REGRABAR-ORDENES.
           MOVE 'ORDENES.DAT'   TO WS-INT-ARCHIVO
           MOVE 'CIERCTA-09-FL' TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT ORDENES
           IF WSS-FS-ORDENES-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTORDENES
                 MOVE WST-ORDEN(WSI-I) TO REG-ORDEN
                 WRITE REG-ORDEN
              END-PERFORM
              CLOSE ORDENES
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR ORDENES.DAT"
              DISPLAY "FILE STATUS " WSS-FS-ORDENES
              MOVE 8 TO WSV-RETORNO
           END-IF.

       930000-REGRABAR-ACUERDOS.
           MOVE 'ACUERDOS.DAT'  TO WS-INT-ARCHIVO
           MOVE 'CIERCTA-09-FL' TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT ACUERDOS
           IF WSS-FS-ACUERDOS-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTACUERDOS
                 MOVE WST-ACUERDO(WSI-I) TO REG-ACUERDO
                 WRITE REG-ACUERDO
              END-PERFORM
              CLOSE ACUERDOS
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR ACUERDOS.DAT"
              DISPLAY "FILE STATUS " WSS-FS-ACUERDOS
              MOVE 8 TO WSV-RETORNO
           END-IF.

       940000-REGRABAR-MANDATOS.
           MOVE 'MANDATOS.DAT'  TO WS-INT-ARCHIVO
           MOVE 'CIERCTA-09-FL' TO WS-INT-PROGRAMA
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
              DISPLAY "ERROR AL REGRABAR MANDATOS.DAT"
              DISPLAY "FILE STATUS " WSS-FS-MANDATOS
              MOVE 8 TO WSV-RETORNO
           END-IF.

       950000-REGRABAR-ESTADOS.
           MOVE 'ESTADOSCTA.DAT' TO WS-INT-ARCHIVO
           MOVE 'CIERCTA-09-FL'  TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT ESTADOSCTA
           IF WS-ECT-FS-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTESTADOS
                 MOVE WST-ESTADO(WSI-I) TO REG-ESTADOCTA
                 WRITE REG-ESTADOCTA
              END-PERFORM
              CLOSE ESTADOSCTA
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR ESTADOSCTA.DAT"
              DISPLAY "FILE STATUS " WS-ECT-FS
              MOVE 8 TO WSV-RETORNO
           END-IF.

       COPY FSLOGPROC.

       COPY FSFECHAPROC.

       COPY FSINTPROC.

       COPY FSLOCKPROC.

       END PROGRAM CIERCTA-09-FL.
