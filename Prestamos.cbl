      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 29/09/2019
      * Purpose: PRESTAMOS PERSONALES A TITULARES DE CUENTA: OTORGA EL
      *          PRESTAMO CON CRONOGRAMA DE SISTEMA FRANCES (CUOTA FIJA
      *          DE CAPITAL MAS INTERES, CON EL IVA SOBRE EL INTERES
      *          APARTE EN CADA CUOTA), LO GUARDA EN PRESTAMOS.DAT Y
      *          CUOTASPREST.DAT Y ACREDITA EL CAPITAL EN LA CUENTA DEL
      *          CLIENTE POR MOVIMIENTOS.DAT. EL LOTE DIARIO DEBITA DE
      *          LA CUENTA CADA CUOTA VENCIDA (ACUERDO DE DESCUBIERTO
      *          INCLUIDO, IGUAL QUE MOVIM-09-FL) O LA DEJA EN MORA SI
      *          NO ALCANZA, Y LA REINTENTA EN LAS CORRIDAS SIGUIENTES.
      *          LA CARTERA DE PRESTAMOS (CARTERAPREST.DAT) MUESTRA EL
      *          CAPITAL PENDIENTE Y LA MORA DE CADA PRESTAMO.
      *          NO SE OTORGAN PRESTAMOS SOBRE CUENTAS CERRADAS (VER
      *          CIERCTA-09-FL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREST-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESTAMOS           ASSIGN TO DISK 'PRESTAMOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PRESTAMOS.

           SELECT CUOTASPREST         ASSIGN TO DISK 'CUOTASPREST.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CUOTAS.

           SELECT CARTERAPREST        ASSIGN TO DISK 'CARTERAPREST.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CARTERA.

           SELECT CUENTAS             ASSIGN TO DISK 'CUENTAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT MOVIMIENTOS         ASSIGN TO DISK 'MOVIMIENTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MOVIM.

           SELECT ACUERDOS            ASSIGN TO DISK 'ACUERDOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ACUERDOS.

           SELECT USODESC             ASSIGN TO DISK 'USODESC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-USODESC.

           SELECT BLOQUEOS            ASSIGN TO DISK 'BLOQUEOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-BLOQUEOS.

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
      * PRESTAMOS.DAT: UN PRESTAMO POR LINEA. PRE-ESTADO 'V' =        *
      * VIGENTE, 'C' = CANCELADO (TODAS SUS CUOTAS COBRADAS).         *
      * PRE-SALDOCAPITAL ES EL CAPITAL QUE FALTA COBRAR.              *
      *****************************************************************
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

      *****************************************************************
      * CUOTASPREST.DAT: EL CRONOGRAMA, UNA LINEA POR CUOTA. CPR-SALDO *
      * ES EL CAPITAL QUE QUEDA DEBIENDO DESPUES DE ESA CUOTA.        *
      * CPR-ESTADO 'P' = PENDIENTE, 'M' = EN MORA (VENCIO Y LA CUENTA *
      * NO ALCANZO), 'C' = COBRADA (CON FECHA Y COMPROBANTE).         *
      *****************************************************************
       FD CUOTASPREST.
       01 REG-CUOTAPREST.
          05 CPR-NUMERO            PIC 9(06).
          05 CPR-CUOTA             PIC 9(02).
          05 CPR-VENCIMIENTO       PIC 9(08).
          05 CPR-CAPITAL           PIC 9(13)V9(02).
          05 CPR-INTERES           PIC 9(13)V9(02).
          05 CPR-IVA               PIC 9(13)V9(02).
          05 CPR-TOTAL             PIC 9(13)V9(02).
          05 CPR-SALDO             PIC 9(13)V9(02).
          05 CPR-ESTADO            PIC X(01).
          05 CPR-FECHACOBRO        PIC 9(08).
          05 CPR-COMPROBANTE       PIC 9(06).

       FD CARTERAPREST.
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

       FD ACUERDOS.
       01 REG-ACUERDO.
           05 ACU-NROCUENTA            PIC X(08).
           05 ACU-LIMITE               PIC 9(13)V9(02).
           05 ACU-TASA                 PIC 9(02)V9(02).
           05 ACU-VIGDESDE             PIC 9(08).
           05 ACU-VIGHASTA             PIC 9(08).
           05 ACU-ESTADO               PIC X(01).

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

       01 CONSTANTES.
          05 WSC-ALICIVA          PIC 9(02)V9(02) VALUE 21.
          05 WSC-MAXCUOTAS        PIC 9(02)       VALUE 60.

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-FECHA-PROCESO    PIC 9(08)       VALUE 0.
          05 WSV-FECHA            PIC 9(08)       VALUE 0.
          05 WSV-FECHA-X REDEFINES WSV-FECHA.
             10 WSV-FECHA-ANO     PIC 9(04).
             10 WSV-FECHA-MES     PIC 9(02).
             10 WSV-FECHA-DIA     PIC 9(02).
          05 WSV-DIAVTO           PIC 9(02)       VALUE 0.
          05 WSV-MESES            PIC 9(06)       VALUE 0.
          05 WSV-NROCUENTA        PIC X(08).
          05 WSV-CAPITAL          PIC 9(13)V9(02) VALUE 0.
          05 WSV-TNA              PIC 9(02)V9(02) VALUE 0.
          05 WSV-CANTCUOTAS       PIC 9(02)       VALUE 0.
          05 WSV-TASAMES          PIC 9(01)V9(09) VALUE 0.
          05 WSV-FACTOR           PIC 9(05)V9(09) VALUE 0.
          05 WSV-CUOTAFIJA        PIC 9(13)V9(02) VALUE 0.
          05 WSV-SALDO            PIC 9(13)V9(02) VALUE 0.
          05 WSV-INTERES          PIC 9(13)V9(02) VALUE 0.
          05 WSV-AMORT            PIC 9(13)V9(02) VALUE 0.
          05 WSV-IVA              PIC 9(13)V9(02) VALUE 0.
          05 WSV-CONFIRMA         PIC X(01)       VALUE 'N'.
          05 WSV-NUMERO           PIC 9(06)       VALUE 0.
          05 WSV-ULTNUMERO        PIC 9(06)       VALUE 0.
          05 WSV-ULTCOMPROBANTE   PIC 9(06)       VALUE 0.
          05 WSV-COMPROBANTE      PIC 9(06)       VALUE 0.
          05 WSV-TIPOMOV          PIC X(01).
          05 WSV-CONCEPTO         PIC X(30).
          05 WSV-IMPORTE          PIC 9(13)V9(02) VALUE 0.
          05 WSV-ASENTADO         PIC 9(01)       VALUE 0.
          05 WSV-POSICION         PIC 9(03)       VALUE 0.
          05 WSV-POSPREST         PIC 9(03)       VALUE 0.
          05 WSV-POSUSO           PIC 9(03)       VALUE 0.
          05 WSV-LIMITEDESC       PIC 9(13)V9(02) VALUE 0.
          05 WSV-DISPONIBLE       PIC 9(15)V9(02) VALUE 0.
          05 WSV-EXCEDENTE        PIC 9(13)V9(02) VALUE 0.
          05 WSV-PAGODESC         PIC 9(13)V9(02) VALUE 0.
          05 WSV-BLOQUEADO        PIC 9(01)       VALUE 0.
          05 WSV-EMBARGADO        PIC 9(13)V9(02) VALUE 0.
          05 WSV-PENDIENTES       PIC 9(02)       VALUE 0.
          05 WSV-DIASATRASO       PIC 9(05)       VALUE 0.
          05 WSV-MORAMASVIEJA     PIC 9(08)       VALUE 0.
          05 WSV-LINEA            PIC X(80)       VALUE SPACES.
          05 WSV-CTACAMBIOS       PIC 9(01)       VALUE 0.
          05 WSV-USOCAMBIOS       PIC 9(01)       VALUE 0.
          05 WSV-PRECAMBIOS       PIC 9(01)       VALUE 0.
          05 WSV-TABLASLLENAS     PIC 9(01)       VALUE 0.
          05 WSV-RETORNO          PIC 9(02)       VALUE 0.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSI-P                PIC 9(03)       VALUE 0.
          05 WSI-C                PIC 9(04)       VALUE 0.
          05 WSI-K                PIC 9(02)       VALUE 0.
          05 WSV-CANTCUENTAS      PIC 9(03)       VALUE 0.
          05 WSV-CANTPREST        PIC 9(03)       VALUE 0.
          05 WSV-CANTCUOTASTAB    PIC 9(04)       VALUE 0.
          05 WSV-CANTUSOS         PIC 9(03)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-OTORGADOS        PIC 9(03)       VALUE 0.
          05 WSA-COBRADAS         PIC 9(04)       VALUE 0.
          05 WSA-ENMORA           PIC 9(04)       VALUE 0.
          05 WSA-TOTCAPITAL       PIC 9(13)V9(02) VALUE 0.
          05 WSA-TOTINTERES       PIC 9(13)V9(02) VALUE 0.
          05 WSA-TOTIVA           PIC 9(13)V9(02) VALUE 0.
          05 WSA-CUOTASMORA       PIC 9(02)       VALUE 0.
          05 WSA-IMPMORA          PIC 9(13)V9(02) VALUE 0.
          05 WSA-CANTCARTERA      PIC 9(04)       VALUE 0.
          05 WSA-CANTENMORA       PIC 9(04)       VALUE 0.
          05 WSA-CARTOTCAPITAL    PIC 9(15)V9(02) VALUE 0.
          05 WSA-CARTOTMORA       PIC 9(15)V9(02) VALUE 0.

       01 SWITCHES.
          05 WSS-FS-PRESTAMOS     PIC X(02).
            88 WSS-FS-PRESTAMOS-OK                VALUE '00'.
            88 WSS-FS-PRESTAMOS-EOF               VALUE '10'.
          05 WSS-FS-CUOTAS        PIC X(02).
            88 WSS-FS-CUOTAS-OK                   VALUE '00'.
            88 WSS-FS-CUOTAS-EOF                  VALUE '10'.
          05 WSS-FS-CARTERA       PIC X(02).
            88 WSS-FS-CARTERA-OK                  VALUE '00'.
          05 WSS-FS-CUENTAS       PIC X(02).
            88 WSS-FS-CUENTAS-OK                  VALUE '00'.
            88 WSS-FS-CUENTAS-EOF                 VALUE '10'.
          05 WSS-FS-MOVIM         PIC X(02).
            88 WSS-FS-MOVIM-OK                    VALUE '00'.
            88 WSS-FS-MOVIM-EOF                   VALUE '10'.
            88 WSS-FS-MOVIM-NOEXISTE              VALUE '35'.
          05 WSS-FS-ACUERDOS      PIC X(02).
            88 WSS-FS-ACUERDOS-OK                 VALUE '00'.
            88 WSS-FS-ACUERDOS-EOF                VALUE '10'.
          05 WSS-FS-USODESC       PIC X(02).
            88 WSS-FS-USODESC-OK                  VALUE '00'.
            88 WSS-FS-USODESC-EOF                 VALUE '10'.
          05 WSS-FS-BLOQUEOS      PIC X(02).
            88 WSS-FS-BLOQUEOS-OK                 VALUE '00'.
            88 WSS-FS-BLOQUEOS-EOF                VALUE '10'.

       01 MASCARAS.
          05 WSM-IMPORTE          PIC Z(12)9,99.
          05 WSM-IMPORTE2         PIC Z(12)9,99.
          05 WSM-IMPORTE3         PIC Z(12)9,99.
          05 WSM-IMPORTE4         PIC Z(12)9,99.
          05 WSM-TOTAL            PIC Z(14)9,99.
          05 WSM-TOTAL2           PIC Z(14)9,99.
          05 WSM-TASA             PIC Z9,99.
          05 WSM-CANT             PIC ZZZ9.

       01 TABLA-PRESTAMOS.
          05 WST-PRESTAMO         OCCURS 200 TIMES.
             10 PRT-NUMERO        PIC 9(06).
             10 PRT-NROCUENTA     PIC X(08).
             10 PRT-CODCLTE       PIC 9(08).
             10 PRT-CAPITAL       PIC 9(13)V9(02).
             10 PRT-TNA           PIC 9(02)V9(02).
             10 PRT-CANTCUOTAS    PIC 9(02).
             10 PRT-CUOTAFIJA     PIC 9(13)V9(02).
             10 PRT-FECHAALTA     PIC 9(08).
             10 PRT-ESTADO        PIC X(01).
             10 PRT-SALDOCAPITAL  PIC 9(13)V9(02).
             10 PRT-COMPROBANTE   PIC 9(06).

       01 TABLA-CUOTAS.
          05 WST-CUOTA            OCCURS 2000 TIMES.
             10 CPT-NUMERO        PIC 9(06).
             10 CPT-CUOTA         PIC 9(02).
             10 CPT-VENCIMIENTO   PIC 9(08).
             10 CPT-CAPITAL       PIC 9(13)V9(02).
             10 CPT-INTERES       PIC 9(13)V9(02).
             10 CPT-IVA           PIC 9(13)V9(02).
             10 CPT-TOTAL         PIC 9(13)V9(02).
             10 CPT-SALDO         PIC 9(13)V9(02).
             10 CPT-ESTADO        PIC X(01).
             10 CPT-FECHACOBRO    PIC 9(08).
             10 CPT-COMPROBANTE   PIC 9(06).

      *****************************************************************
      * CRONOGRAMA EN ARMADO: SE CALCULA Y SE MUESTRA ANTES DE        *
      * CONFIRMAR, Y RECIEN CON LA CONFIRMACION PASA A TABLA-CUOTAS.  *
      *****************************************************************
       01 TABLA-CRONOGRAMA.
          05 WST-CRONO            OCCURS 60 TIMES.
             10 CRO-VENCIMIENTO   PIC 9(08).
             10 CRO-CAPITAL       PIC 9(13)V9(02).
             10 CRO-INTERES       PIC 9(13)V9(02).
             10 CRO-IVA           PIC 9(13)V9(02).
             10 CRO-SALDO         PIC 9(13)V9(02).

       01 TABLA-CUENTAS.
          05 WST-CUENTA           OCCURS 200 TIMES.
             10 WST-CTA-NRO       PIC X(08).
             10 WST-CTA-CODCLTE   PIC 9(08).
             10 WST-CTA-MONTO     PIC 9(15)V9(02).
             10 WST-CTA-MONEDA    PIC X(03).

       01 TABLA-USODESC.
          05 WST-USO              OCCURS 200 TIMES.
             10 WST-USO-NRO       PIC X(08).
             10 WST-USO-USADO     PIC 9(13)V9(02).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'PREST-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
      *****************************************************************
      * EL OTORGAMIENTO Y EL DEBITO DE CUOTAS MUEVEN SALDOS Y USO DE  *
      * DESCUBIERTO Y ASIENTAN EN MOVIMIENTOS.DAT, LOS MISMOS         *
      * MAESTROS QUE REGRABA MOVIM-09-FL.                             *
      *****************************************************************
           MOVE 'PREST-09-FL' TO WS-CER-PROGRAMA
           MOVE 5 TO WS-CER-CANTARCH
           MOVE 'PRESTAMOS.DAT'   TO WS-CER-ARCHIVO(1)
           MOVE 'CUOTASPREST.DAT' TO WS-CER-ARCHIVO(2)
           MOVE 'CUENTAS.DAT'     TO WS-CER-ARCHIVO(3)
           MOVE 'MOVIMIENTOS.DAT' TO WS-CER-ARCHIVO(4)
           MOVE 'USODESC.DAT'     TO WS-CER-ARCHIVO(5)
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
           PERFORM 100000-CARGAR-PRESTAMOS
           PERFORM 110000-CARGAR-CUOTAS
           PERFORM 120000-CARGAR-CUENTAS
           PERFORM 130000-CARGAR-USODESC
      *****************************************************************
      * LOS MAESTROS SE REGRABAN ENTEROS DESDE LAS TABLAS: SI ALGUNO  *
      * NO ENTRA, REGRABARLO LO TRUNCARIA, ASI QUE NO SE TOCA NADA.   *
      *****************************************************************
           IF WSV-TABLASLLENAS = 1
              DISPLAY "PRESTAMOS, CUOTAS, CUENTAS O USO DE DESCUBIERTO "
                      "SUPERAN LA TABLA: SE CANCELA SIN REGRABAR"
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
           PERFORM 140000-BUSCAR-ULTIMO-COMPROBANTE
           PERFORM UNTIL WSV-OPCION = 5
              DISPLAY "**************************************"
              DISPLAY "PRESTAMOS PERSONALES - FECHA " WSV-FECHA-PROCESO
              DISPLAY "1 - OTORGAR PRESTAMO"
              DISPLAY "2 - CONSULTAR CRONOGRAMA DE UN PRESTAMO"
              DISPLAY "3 - DEBITAR CUOTAS VENCIDAS (LOTE DIARIO)"
              DISPLAY "4 - CARTERA DE PRESTAMOS (CARTERAPREST.DAT)"
              DISPLAY "5 - SALIR"
              DISPLAY "RESPUESTA: "
              ACCEPT WSV-OPCION

              EVALUATE WSV-OPCION
                 WHEN 1
                    PERFORM 200000-OTORGAR
                 WHEN 2
                    PERFORM 300000-CONSULTAR
                 WHEN 3
                    PERFORM 400000-DEBITAR-CUOTAS
                 WHEN 4
                    PERFORM 500000-INFORMAR-CARTERA
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
           IF WSV-USOCAMBIOS = 1
              PERFORM 910000-REGRABAR-USODESC
           END-IF
           IF WSV-PRECAMBIOS = 1
              PERFORM 920000-REGRABAR-PRESTAMOS
              PERFORM 930000-REGRABAR-CUOTAS
           END-IF
           MOVE WSV-RETORNO TO RETURN-CODE
           END-IF
           PERFORM 9250-LIBERAR-CERROJOS
           SET WS-LOG-FIN TO TRUE
           COMPUTE WS-LOG-GRABADOS = WSA-OTORGADOS + WSA-COBRADAS
           MOVE WSA-ENMORA TO WS-LOG-RECHAZADOS
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

       100000-CARGAR-PRESTAMOS.
           MOVE 0 TO WSV-CANTPREST
           OPEN INPUT PRESTAMOS
           IF WSS-FS-PRESTAMOS-OK
              PERFORM UNTIL WSS-FS-PRESTAMOS-EOF OR WSV-CANTPREST > 199
                 READ PRESTAMOS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTPREST
                       MOVE REG-PRESTAMO TO WST-PRESTAMO(WSV-CANTPREST)
                       IF PRE-NUMERO > WSV-ULTNUMERO
                          MOVE PRE-NUMERO TO WSV-ULTNUMERO
                       END-IF
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-PRESTAMOS-EOF
                 READ PRESTAMOS
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLASLLENAS
                 END-READ
              END-IF
              CLOSE PRESTAMOS
           END-IF.

       110000-CARGAR-CUOTAS.
           MOVE 0 TO WSV-CANTCUOTASTAB
           OPEN INPUT CUOTASPREST
           IF WSS-FS-CUOTAS-OK
              PERFORM UNTIL WSS-FS-CUOTAS-EOF
                         OR WSV-CANTCUOTASTAB > 1999
                 READ CUOTASPREST
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTCUOTASTAB
                       MOVE REG-CUOTAPREST TO
                                         WST-CUOTA(WSV-CANTCUOTASTAB)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-CUOTAS-EOF
                 READ CUOTASPREST
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLASLLENAS
                 END-READ
              END-IF
              CLOSE CUOTASPREST
           END-IF.

       120000-CARGAR-CUENTAS.
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

       130000-CARGAR-USODESC.
           MOVE 0 TO WSV-CANTUSOS
           OPEN INPUT USODESC
           IF WSS-FS-USODESC-OK
              PERFORM UNTIL WSS-FS-USODESC-EOF OR WSV-CANTUSOS > 199
                 READ USODESC
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTUSOS
                       MOVE USO-NROCUENTA TO WST-USO-NRO(WSV-CANTUSOS)
                       MOVE USO-USADO     TO
                                        WST-USO-USADO(WSV-CANTUSOS)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-USODESC-EOF
                 READ USODESC
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLASLLENAS
                 END-READ
              END-IF
              CLOSE USODESC
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

       150000-BUSCAR-CUENTA.
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCUENTAS
              IF WST-CTA-NRO(WSI-I) = WSV-NROCUENTA
                 MOVE WSI-I TO WSV-POSICION
              END-IF
           END-PERFORM.

       155000-BUSCAR-PRESTAMO.
           MOVE 0 TO WSV-POSPREST
           PERFORM VARYING WSI-P FROM 1 BY 1
                   UNTIL WSI-P > WSV-CANTPREST
              IF PRT-NUMERO(WSI-P) = WSV-NUMERO
                 MOVE WSI-P TO WSV-POSPREST
              END-IF
           END-PERFORM.

      *****************************************************************
      * BUSCA (O CREA EN CERO) LA LINEA DE USO DE DESCUBIERTO DE      *
      * WSV-NROCUENTA Y DEJA SU POSICION EN WSV-POSUSO.               *
      *****************************************************************
       160000-BUSCAR-USO.
           MOVE 0 TO WSV-POSUSO
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTUSOS
              IF WST-USO-NRO(WSI-I) = WSV-NROCUENTA
                 MOVE WSI-I TO WSV-POSUSO
              END-IF
           END-PERFORM
           IF WSV-POSUSO = 0 AND WSV-CANTUSOS < 200
              ADD 1 TO WSV-CANTUSOS
              MOVE WSV-NROCUENTA TO WST-USO-NRO(WSV-CANTUSOS)
              MOVE 0             TO WST-USO-USADO(WSV-CANTUSOS)
              MOVE WSV-CANTUSOS  TO WSV-POSUSO
           END-IF.

      *****************************************************************
      * LIMITE DE DESCUBIERTO DISPONIBLE DE WSV-NROCUENTA: LIMITE DEL *
      * ACUERDO VIGENTE A LA FECHA DE PROCESO MENOS LO YA GIRADO      *
      * (MISMO CRITERIO QUE MOVIM-09-FL).                             *
      *****************************************************************
       170000-BUSCAR-ACUERDO.
           MOVE 0 TO WSV-LIMITEDESC
           OPEN INPUT ACUERDOS
           IF WSS-FS-ACUERDOS-OK
              PERFORM UNTIL WSS-FS-ACUERDOS-EOF
                 READ ACUERDOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF ACU-NROCUENTA = WSV-NROCUENTA
                          AND ACU-ESTADO = 'A'
                          AND ACU-VIGDESDE <= WSV-FECHA-PROCESO
                          AND ACU-VIGHASTA >= WSV-FECHA-PROCESO
                          MOVE ACU-LIMITE TO WSV-LIMITEDESC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ACUERDOS
           END-IF
           PERFORM 160000-BUSCAR-USO
           IF WSV-POSUSO > 0
              IF WST-USO-USADO(WSV-POSUSO) >= WSV-LIMITEDESC
                 MOVE 0 TO WSV-LIMITEDESC
              ELSE
                 SUBTRACT WST-USO-USADO(WSV-POSUSO)
                     FROM WSV-LIMITEDESC
              END-IF
           END-IF.

      *****************************************************************
      * BLOQUEOS JUDICIALES (VER BLOQUEOS-09-FL): UN BLOQUEO TOTAL    *
      * IMPIDE EL DEBITO DE LA CUOTA Y UNO PARCIAL NO DEJA LLEVAR EL  *
      * SALDO POR DEBAJO DE LO EMBARGADO. EN AMBOS CASOS LA CUOTA     *
      * QUEDA EN MORA COMO SI NO HUBIERA SALDO.                       *
      *****************************************************************
       180000-VERIFICAR-BLOQUEO.
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
                          ELSE
                             ADD BLQ-IMPORTE TO WSV-EMBARGADO
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BLOQUEOS
           END-IF
           IF WSV-BLOQUEADO = 0 AND WSV-EMBARGADO > 0
              IF WST-CTA-MONTO(WSV-POSICION) < WSV-IMPORTE
                                             + WSV-EMBARGADO
                 MOVE 1 TO WSV-BLOQUEADO
              END-IF
           END-IF.

      *****************************************************************
      * VENCIMIENTO DE LA CUOTA WSI-K: MISMO DIA DEL MES QUE EL ALTA, *
      * WSI-K MESES DESPUES (TOPE DIA 28 PARA QUE EXISTA EN TODOS     *
      * LOS MESES, COMO LAS ORDENES PERMANENTES).                     *
      *****************************************************************
       190000-CALCULAR-VENCIMIENTO.
           MOVE WSV-FECHA-PROCESO TO WSV-FECHA
           MOVE WSV-FECHA-DIA     TO WSV-DIAVTO
           IF WSV-DIAVTO > 28
              MOVE 28 TO WSV-DIAVTO
           END-IF
           COMPUTE WSV-MESES = WSV-FECHA-ANO * 12 + WSV-FECHA-MES - 1
                             + WSI-K
           COMPUTE WSV-FECHA-ANO = WSV-MESES / 12
           COMPUTE WSV-FECHA-MES =
                   WSV-MESES - WSV-FECHA-ANO * 12 + 1
           MOVE WSV-DIAVTO TO WSV-FECHA-DIA.

      *****************************************************************
      * OTORGAMIENTO: CALCULA Y MUESTRA EL CRONOGRAMA; CON LA         *
      * CONFIRMACION ACREDITA EL CAPITAL EN LA CUENTA Y GRABA EL      *
      * PRESTAMO Y SUS CUOTAS.                                        *
      *****************************************************************
       200000-OTORGAR.
           DISPLAY "INGRESE CUENTA DEL TITULAR (8 DIGITOS): "
           ACCEPT WSV-NROCUENTA
           DISPLAY "INGRESE CAPITAL: "
           ACCEPT WSV-CAPITAL
           DISPLAY "INGRESE CANTIDAD DE CUOTAS MENSUALES: "
           ACCEPT WSV-CANTCUOTAS
           DISPLAY "INGRESE TNA (%): "
           ACCEPT WSV-TNA
           PERFORM 150000-BUSCAR-CUENTA
           MOVE WSV-NROCUENTA TO WS-ECT-NROCUENTA
           PERFORM 9700-ESTADO-CUENTA

           EVALUATE TRUE
              WHEN WSV-POSICION = 0
                 DISPLAY "NO EXISTE LA CUENTA " WSV-NROCUENTA
              WHEN WS-ECT-CERRADA
                 DISPLAY "LA CUENTA " WSV-NROCUENTA " ESTA CERRADA"
              WHEN WSV-CAPITAL = 0
                 DISPLAY "EL CAPITAL NO PUEDE SER CERO"
              WHEN WSV-CANTCUOTAS = 0 OR WSV-CANTCUOTAS > WSC-MAXCUOTAS
                 DISPLAY "LA CANTIDAD DE CUOTAS DEBE SER DE 1 A "
                         WSC-MAXCUOTAS
              WHEN WSV-CANTPREST >= 200
                 DISPLAY "NO HAY MAS ESPACIO DE PRESTAMOS"
              WHEN WSV-CANTCUOTASTAB + WSV-CANTCUOTAS > 2000
                 DISPLAY "NO HAY MAS ESPACIO DE CUOTAS"
              WHEN OTHER
                 PERFORM 210000-ARMAR-CRONOGRAMA
                 PERFORM 220000-MOSTRAR-CRONOGRAMA
                 DISPLAY "CONFIRMA EL OTORGAMIENTO (S/N): "
                 ACCEPT WSV-CONFIRMA
                 IF WSV-CONFIRMA = 'S'
                    PERFORM 230000-ALTA-PRESTAMO
                 ELSE
                    DISPLAY "OTORGAMIENTO DESISTIDO"
                 END-IF
           END-EVALUATE.

      *****************************************************************
      * SISTEMA FRANCES: TASA MENSUAL I = TNA / 1200 Y CUOTA FIJA     *
      * C X I / (1 - (1 + I) ** -N). CADA CUOTA PAGA EL INTERES DEL   *
      * SALDO Y EL RESTO AMORTIZA CAPITAL; LA ULTIMA AMORTIZA EL      *
      * SALDO QUE QUEDE PARA ABSORBER LOS REDONDEOS. EL IVA SE        *
      * CALCULA SOBRE EL INTERES Y VA APARTE DE LA CUOTA FIJA.        *
      *****************************************************************
       210000-ARMAR-CRONOGRAMA.
           COMPUTE WSV-TASAMES ROUNDED = WSV-TNA / 1200
           IF WSV-TASAMES = 0
              COMPUTE WSV-CUOTAFIJA ROUNDED =
                      WSV-CAPITAL / WSV-CANTCUOTAS
           ELSE
              COMPUTE WSV-FACTOR ROUNDED =
                      (1 + WSV-TASAMES) ** WSV-CANTCUOTAS
              COMPUTE WSV-CUOTAFIJA ROUNDED =
                      WSV-CAPITAL * WSV-TASAMES
                      / (1 - 1 / WSV-FACTOR)
           END-IF
           MOVE WSV-CAPITAL TO WSV-SALDO
           MOVE 0 TO WSA-TOTINTERES
           MOVE 0 TO WSA-TOTIVA
           PERFORM VARYING WSI-K FROM 1 BY 1
                   UNTIL WSI-K > WSV-CANTCUOTAS
              COMPUTE WSV-INTERES ROUNDED = WSV-SALDO * WSV-TASAMES
              IF WSI-K = WSV-CANTCUOTAS
                 OR WSV-CUOTAFIJA - WSV-INTERES > WSV-SALDO
                 MOVE WSV-SALDO TO WSV-AMORT
              ELSE
                 COMPUTE WSV-AMORT = WSV-CUOTAFIJA - WSV-INTERES
              END-IF
              COMPUTE WSV-IVA ROUNDED =
                      WSV-INTERES * WSC-ALICIVA / 100
              SUBTRACT WSV-AMORT FROM WSV-SALDO
              PERFORM 190000-CALCULAR-VENCIMIENTO
              MOVE WSV-FECHA   TO CRO-VENCIMIENTO(WSI-K)
              MOVE WSV-AMORT   TO CRO-CAPITAL(WSI-K)
              MOVE WSV-INTERES TO CRO-INTERES(WSI-K)
              MOVE WSV-IVA     TO CRO-IVA(WSI-K)
              MOVE WSV-SALDO   TO CRO-SALDO(WSI-K)
              ADD WSV-INTERES  TO WSA-TOTINTERES
              ADD WSV-IVA      TO WSA-TOTIVA
           END-PERFORM.

       220000-MOSTRAR-CRONOGRAMA.
           MOVE WSV-CUOTAFIJA TO WSM-IMPORTE
           MOVE WSV-TNA       TO WSM-TASA
           DISPLAY "--------------------------------------"
           DISPLAY "CUOTA FIJA (CAPITAL + INTERES): " WSM-IMPORTE
                   "  TNA " WSM-TASA "%"
           DISPLAY "CUOTA VENCIM.         CAPITAL         INTERES"
                   "             IVA"
           PERFORM VARYING WSI-K FROM 1 BY 1
                   UNTIL WSI-K > WSV-CANTCUOTAS
              MOVE CRO-CAPITAL(WSI-K) TO WSM-IMPORTE
              MOVE CRO-INTERES(WSI-K) TO WSM-IMPORTE2
              MOVE CRO-IVA(WSI-K)     TO WSM-IMPORTE3
              DISPLAY "  " WSI-K "  " CRO-VENCIMIENTO(WSI-K) " "
                      WSM-IMPORTE " " WSM-IMPORTE2 " " WSM-IMPORTE3
           END-PERFORM
           MOVE WSA-TOTINTERES TO WSM-IMPORTE
           MOVE WSA-TOTIVA     TO WSM-IMPORTE2
           DISPLAY "TOTAL INTERES " WSM-IMPORTE "  TOTAL IVA "
                   WSM-IMPORTE2
           DISPLAY "--------------------------------------".

      *****************************************************************
      * EL CAPITAL SE ACREDITA COMO CUALQUIER CREDITO DE MOVIM-09-FL: *
      * SI LA CUENTA ESTA USANDO DESCUBIERTO, PRIMERO LO CANCELA.     *
      *****************************************************************
       230000-ALTA-PRESTAMO.
           ADD 1 TO WSV-ULTNUMERO
           MOVE WSV-ULTNUMERO TO WSV-NUMERO
           MOVE 'C'          TO WSV-TIPOMOV
           MOVE SPACES       TO WSV-CONCEPTO
           STRING 'ACREDITACION PRESTAMO ' WSV-NUMERO
                  DELIMITED BY SIZE INTO WSV-CONCEPTO
           MOVE WSV-CAPITAL  TO WSV-IMPORTE
           PERFORM 800000-ASENTAR-MOVIMIENTO
           IF WSV-ASENTADO = 0
              SUBTRACT 1 FROM WSV-ULTNUMERO
           ELSE
              PERFORM 160000-BUSCAR-USO
              PERFORM 820000-APLICAR-CREDITO
              ADD 1 TO WSV-CANTPREST
              MOVE WSV-CANTPREST TO WSV-POSPREST
              MOVE WSV-NUMERO    TO PRT-NUMERO(WSV-POSPREST)
              MOVE WSV-NROCUENTA TO PRT-NROCUENTA(WSV-POSPREST)
              MOVE WST-CTA-CODCLTE(WSV-POSICION)
                                 TO PRT-CODCLTE(WSV-POSPREST)
              MOVE WSV-CAPITAL   TO PRT-CAPITAL(WSV-POSPREST)
              MOVE WSV-TNA       TO PRT-TNA(WSV-POSPREST)
              MOVE WSV-CANTCUOTAS TO PRT-CANTCUOTAS(WSV-POSPREST)
              MOVE WSV-CUOTAFIJA TO PRT-CUOTAFIJA(WSV-POSPREST)
              MOVE WSV-FECHA-PROCESO TO PRT-FECHAALTA(WSV-POSPREST)
              MOVE 'V'           TO PRT-ESTADO(WSV-POSPREST)
              MOVE WSV-CAPITAL   TO PRT-SALDOCAPITAL(WSV-POSPREST)
              MOVE WSV-COMPROBANTE TO PRT-COMPROBANTE(WSV-POSPREST)
              PERFORM VARYING WSI-K FROM 1 BY 1
                      UNTIL WSI-K > WSV-CANTCUOTAS
                 ADD 1 TO WSV-CANTCUOTASTAB
                 MOVE WSV-CANTCUOTASTAB TO WSI-C
                 MOVE WSV-NUMERO   TO CPT-NUMERO(WSI-C)
                 MOVE WSI-K        TO CPT-CUOTA(WSI-C)
                 MOVE CRO-VENCIMIENTO(WSI-K) TO CPT-VENCIMIENTO(WSI-C)
                 MOVE CRO-CAPITAL(WSI-K)     TO CPT-CAPITAL(WSI-C)
                 MOVE CRO-INTERES(WSI-K)     TO CPT-INTERES(WSI-C)
                 MOVE CRO-IVA(WSI-K)         TO CPT-IVA(WSI-C)
                 COMPUTE CPT-TOTAL(WSI-C) = CRO-CAPITAL(WSI-K)
                         + CRO-INTERES(WSI-K) + CRO-IVA(WSI-K)
                 MOVE CRO-SALDO(WSI-K)       TO CPT-SALDO(WSI-C)
                 MOVE 'P'          TO CPT-ESTADO(WSI-C)
                 MOVE 0            TO CPT-FECHACOBRO(WSI-C)
                 MOVE 0            TO CPT-COMPROBANTE(WSI-C)
              END-PERFORM
              MOVE 1 TO WSV-PRECAMBIOS
              ADD 1 TO WSA-OTORGADOS
              DISPLAY "PRESTAMO " WSV-NUMERO " OTORGADO Y ACREDITADO "
                      "EN " WSV-NROCUENTA " (COMPROBANTE "
                      WSV-COMPROBANTE ")"
           END-IF.

       300000-CONSULTAR.
           DISPLAY "INGRESE NUMERO DE PRESTAMO: "
           ACCEPT WSV-NUMERO
           PERFORM 155000-BUSCAR-PRESTAMO
           IF WSV-POSPREST = 0
              DISPLAY "NO EXISTE ESE PRESTAMO"
           ELSE
              MOVE PRT-CAPITAL(WSV-POSPREST)      TO WSM-IMPORTE
              MOVE PRT-SALDOCAPITAL(WSV-POSPREST) TO WSM-IMPORTE2
              MOVE PRT-TNA(WSV-POSPREST)          TO WSM-TASA
              DISPLAY "--------------------------------------"
              DISPLAY "PRESTAMO " WSV-NUMERO " CUENTA "
                      PRT-NROCUENTA(WSV-POSPREST) " ESTADO "
                      PRT-ESTADO(WSV-POSPREST) " TNA " WSM-TASA "%"
              DISPLAY "CAPITAL " WSM-IMPORTE "  SALDO DE CAPITAL "
                      WSM-IMPORTE2
              DISPLAY "CUOTA VENCIM.         CAPITAL         INTERES"
                      "             IVA E COBRADA"
              PERFORM VARYING WSI-C FROM 1 BY 1
                      UNTIL WSI-C > WSV-CANTCUOTASTAB
                 IF CPT-NUMERO(WSI-C) = WSV-NUMERO
                    MOVE CPT-CAPITAL(WSI-C) TO WSM-IMPORTE
                    MOVE CPT-INTERES(WSI-C) TO WSM-IMPORTE2
                    MOVE CPT-IVA(WSI-C)     TO WSM-IMPORTE3
                    DISPLAY "  " CPT-CUOTA(WSI-C) "  "
                            CPT-VENCIMIENTO(WSI-C) " " WSM-IMPORTE
                            " " WSM-IMPORTE2 " " WSM-IMPORTE3 " "
                            CPT-ESTADO(WSI-C) " "
                            CPT-FECHACOBRO(WSI-C)
                 END-IF
              END-PERFORM
              DISPLAY "--------------------------------------"
           END-IF.

      *****************************************************************
      * LOTE DIARIO: CADA CUOTA PENDIENTE O EN MORA CUYO VENCIMIENTO  *
      * NO SUPERA LA FECHA DE PROCESO SE DEBITA DE LA CUENTA SI EL    *
      * SALDO MAS EL DESCUBIERTO DISPONIBLE LA CUBRE ENTERA; SI NO,   *
      * QUEDA (O SIGUE) EN MORA Y SE REINTENTA EN LA PROXIMA CORRIDA. *
      * EL CRONOGRAMA ESTA EN ORDEN DE CUOTA, ASI QUE LA MAS VIEJA DE *
      * CADA PRESTAMO SE COBRA PRIMERO.                               *
      *****************************************************************
       400000-DEBITAR-CUOTAS.
           MOVE 0 TO WSA-COBRADAS
           MOVE 0 TO WSA-ENMORA
           PERFORM VARYING WSI-C FROM 1 BY 1
                   UNTIL WSI-C > WSV-CANTCUOTASTAB
              IF (CPT-ESTADO(WSI-C) = 'P' OR CPT-ESTADO(WSI-C) = 'M')
                 AND CPT-VENCIMIENTO(WSI-C) <= WSV-FECHA-PROCESO
                 PERFORM 410000-DEBITAR-CUOTA
              END-IF
           END-PERFORM
           DISPLAY "CUOTAS DEBITADAS: " WSA-COBRADAS
           DISPLAY "CUOTAS EN MORA:   " WSA-ENMORA
           IF WSA-ENMORA > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       410000-DEBITAR-CUOTA.
           MOVE CPT-NUMERO(WSI-C) TO WSV-NUMERO
           PERFORM 155000-BUSCAR-PRESTAMO
           MOVE PRT-NROCUENTA(WSV-POSPREST) TO WSV-NROCUENTA
           PERFORM 150000-BUSCAR-CUENTA
           MOVE CPT-TOTAL(WSI-C) TO WSV-IMPORTE
           MOVE 0 TO WSV-DISPONIBLE
           MOVE 0 TO WSV-BLOQUEADO
           IF WSV-POSICION > 0
              PERFORM 170000-BUSCAR-ACUERDO
              IF WSV-POSUSO = 0
                 MOVE 0 TO WSV-LIMITEDESC
              END-IF
              COMPUTE WSV-DISPONIBLE =
                      WST-CTA-MONTO(WSV-POSICION) + WSV-LIMITEDESC
              PERFORM 180000-VERIFICAR-BLOQUEO
           END-IF
           IF WSV-POSICION = 0
              OR WSV-IMPORTE > WSV-DISPONIBLE
              OR WSV-BLOQUEADO = 1
              IF CPT-ESTADO(WSI-C) = 'P'
                 MOVE 'M' TO CPT-ESTADO(WSI-C)
                 MOVE 1 TO WSV-PRECAMBIOS
              END-IF
              ADD 1 TO WSA-ENMORA
              DISPLAY "PRESTAMO " WSV-NUMERO " CUOTA "
                      CPT-CUOTA(WSI-C) " EN MORA (CUENTA "
                      WSV-NROCUENTA ")"
           ELSE
              MOVE 'D'    TO WSV-TIPOMOV
              MOVE SPACES TO WSV-CONCEPTO
              STRING 'CUOTA ' CPT-CUOTA(WSI-C) '/'
                     PRT-CANTCUOTAS(WSV-POSPREST) ' PRESTAMO '
                     WSV-NUMERO
                     DELIMITED BY SIZE INTO WSV-CONCEPTO
              PERFORM 800000-ASENTAR-MOVIMIENTO
              IF WSV-ASENTADO = 1
                 PERFORM 810000-APLICAR-DEBITO
                 MOVE 'C'               TO CPT-ESTADO(WSI-C)
                 MOVE WSV-FECHA-PROCESO TO CPT-FECHACOBRO(WSI-C)
                 MOVE WSV-COMPROBANTE   TO CPT-COMPROBANTE(WSI-C)
                 SUBTRACT CPT-CAPITAL(WSI-C)
                     FROM PRT-SALDOCAPITAL(WSV-POSPREST)
                 IF PRT-SALDOCAPITAL(WSV-POSPREST) = 0
                    MOVE 'C' TO PRT-ESTADO(WSV-POSPREST)
                    DISPLAY "PRESTAMO " WSV-NUMERO " CANCELADO"
                 END-IF
                 MOVE 1 TO WSV-PRECAMBIOS
                 ADD 1 TO WSA-COBRADAS
              END-IF
           END-IF.

      *****************************************************************
      * CARTERA: DE CADA PRESTAMO VIGENTE, EL CAPITAL PENDIENTE, LAS  *
      * CUOTAS EN MORA CON SU IMPORTE Y LOS DIAS DE ATRASO DE LA MAS  *
      * VIEJA, CON TOTALES AL PIE.                                    *
      *****************************************************************
       500000-INFORMAR-CARTERA.
           OPEN OUTPUT CARTERAPREST
           IF NOT WSS-FS-CARTERA-OK
              DISPLAY "ERROR AL ABRIR CARTERAPREST.DAT"
              DISPLAY "FILE STATUS " WSS-FS-CARTERA
           ELSE
              MOVE SPACES TO WSV-LINEA
              STRING 'CARTERA DE PRESTAMOS PERSONALES AL '
                     WSV-FECHA-PROCESO
                     DELIMITED BY SIZE INTO WSV-LINEA
              WRITE REG-INFORME FROM WSV-LINEA
              MOVE SPACES TO WSV-LINEA
              STRING 'NUMERO CUENTA    CUOTAS    SALDO CAPITAL  MORA'
                     '     IMPORTE EN MORA  DIAS'
                     DELIMITED BY SIZE INTO WSV-LINEA
              WRITE REG-INFORME FROM WSV-LINEA
              MOVE ALL '-' TO REG-INFORME
              WRITE REG-INFORME
              MOVE 0 TO WSA-CANTCARTERA
              MOVE 0 TO WSA-CANTENMORA
              MOVE 0 TO WSA-CARTOTCAPITAL
              MOVE 0 TO WSA-CARTOTMORA
              PERFORM VARYING WSI-P FROM 1 BY 1
                      UNTIL WSI-P > WSV-CANTPREST
                 IF PRT-ESTADO(WSI-P) = 'V'
                    PERFORM 510000-INFORMAR-PRESTAMO
                 END-IF
              END-PERFORM
              MOVE ALL '=' TO REG-INFORME
              WRITE REG-INFORME
              MOVE WSA-CANTCARTERA   TO WSM-CANT
              MOVE WSA-CARTOTCAPITAL TO WSM-TOTAL
              MOVE SPACES TO WSV-LINEA
              STRING 'PRESTAMOS VIGENTES ' WSM-CANT
                     '   CAPITAL PENDIENTE ' WSM-TOTAL
                     DELIMITED BY SIZE INTO WSV-LINEA
              WRITE REG-INFORME FROM WSV-LINEA
              MOVE WSA-CANTENMORA TO WSM-CANT
              MOVE WSA-CARTOTMORA TO WSM-TOTAL
              MOVE SPACES TO WSV-LINEA
              STRING 'CON CUOTAS EN MORA ' WSM-CANT
                     '   IMPORTE EN MORA   ' WSM-TOTAL
                     DELIMITED BY SIZE INTO WSV-LINEA
              WRITE REG-INFORME FROM WSV-LINEA
              CLOSE CARTERAPREST
              DISPLAY "CARTERA GRABADA EN CARTERAPREST.DAT"
           END-IF.

       510000-INFORMAR-PRESTAMO.
           MOVE 0 TO WSV-PENDIENTES
           MOVE 0 TO WSA-CUOTASMORA
           MOVE 0 TO WSA-IMPMORA
           MOVE 0 TO WSV-MORAMASVIEJA
           MOVE 0 TO WSV-DIASATRASO
           PERFORM VARYING WSI-C FROM 1 BY 1
                   UNTIL WSI-C > WSV-CANTCUOTASTAB
              IF CPT-NUMERO(WSI-C) = PRT-NUMERO(WSI-P)
                 AND CPT-ESTADO(WSI-C) NOT = 'C'
                 ADD 1 TO WSV-PENDIENTES
                 IF CPT-ESTADO(WSI-C) = 'M'
                    ADD 1 TO WSA-CUOTASMORA
                    ADD CPT-TOTAL(WSI-C) TO WSA-IMPMORA
                    IF WSV-MORAMASVIEJA = 0
                       MOVE CPT-VENCIMIENTO(WSI-C) TO WSV-MORAMASVIEJA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WSV-MORAMASVIEJA > 0
              COMPUTE WSV-DIASATRASO =
                      FUNCTION INTEGER-OF-DATE(WSV-FECHA-PROCESO)
                    - FUNCTION INTEGER-OF-DATE(WSV-MORAMASVIEJA)
              ADD 1 TO WSA-CANTENMORA
           END-IF
           MOVE PRT-SALDOCAPITAL(WSI-P) TO WSM-IMPORTE
           MOVE WSA-IMPMORA             TO WSM-IMPORTE2
           MOVE SPACES TO WSV-LINEA
           STRING PRT-NUMERO(WSI-P) ' ' PRT-NROCUENTA(WSI-P) '  '
                  WSV-PENDIENTES '/' PRT-CANTCUOTAS(WSI-P) ' '
                  WSM-IMPORTE '  ' WSA-CUOTASMORA '  ' WSM-IMPORTE2
                  ' ' WSV-DIASATRASO
                  DELIMITED BY SIZE INTO WSV-LINEA
           WRITE REG-INFORME FROM WSV-LINEA
           ADD 1 TO WSA-CANTCARTERA
           ADD PRT-SALDOCAPITAL(WSI-P) TO WSA-CARTOTCAPITAL
           ADD WSA-IMPMORA             TO WSA-CARTOTMORA.

      *****************************************************************
      * ASIENTA UN MOVIMIENTO (WSV-NROCUENTA, WSV-TIPOMOV,            *
      * WSV-CONCEPTO, WSV-IMPORTE) CON COMPROBANTE PROPIO. EL         *
      * DESEMBOLSO Y LA COBRANZA DE CUOTAS NO PAGAN IMPUESTO SOBRE    *
      * DEBITOS Y CREDITOS (OPERACION DEL PROPIO BANCO CON SU         *
      * CLIENTE). WSV-ASENTADO QUEDA EN 1 SI SE GRABO.                *
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
      * DEBITO CON DESCUBIERTO (MISMA MECANICA QUE MOVIM-09-FL): LO   *
      * QUE EL SALDO NO CUBRE GIRA EN DESCUBIERTO EN WSV-POSUSO.      *
      *****************************************************************
       810000-APLICAR-DEBITO.
           IF WSV-IMPORTE <= WST-CTA-MONTO(WSV-POSICION)
              SUBTRACT WSV-IMPORTE FROM WST-CTA-MONTO(WSV-POSICION)
           ELSE
              COMPUTE WSV-EXCEDENTE =
                      WSV-IMPORTE - WST-CTA-MONTO(WSV-POSICION)
              MOVE 0 TO WST-CTA-MONTO(WSV-POSICION)
              ADD WSV-EXCEDENTE TO WST-USO-USADO(WSV-POSUSO)
              MOVE 1 TO WSV-USOCAMBIOS
           END-IF
           MOVE 1 TO WSV-CTACAMBIOS.

      *****************************************************************
      * CREDITO: CANCELA PRIMERO EL DESCUBIERTO USADO Y EL RESTO SUMA *
      * AL SALDO (MISMA MECANICA QUE MOVIM-09-FL).                    *
      *****************************************************************
       820000-APLICAR-CREDITO.
           IF WSV-POSUSO > 0 AND WST-USO-USADO(WSV-POSUSO) > 0
              IF WSV-IMPORTE >= WST-USO-USADO(WSV-POSUSO)
                 MOVE WST-USO-USADO(WSV-POSUSO) TO WSV-PAGODESC
              ELSE
                 MOVE WSV-IMPORTE TO WSV-PAGODESC
              END-IF
              SUBTRACT WSV-PAGODESC FROM WST-USO-USADO(WSV-POSUSO)
              MOVE 1 TO WSV-USOCAMBIOS
              COMPUTE WSV-EXCEDENTE = WSV-IMPORTE - WSV-PAGODESC
              ADD WSV-EXCEDENTE TO WST-CTA-MONTO(WSV-POSICION)
           ELSE
              ADD WSV-IMPORTE TO WST-CTA-MONTO(WSV-POSICION)
           END-IF
           MOVE 1 TO WSV-CTACAMBIOS.

       900000-REGRABAR-CUENTAS.
           MOVE 'CUENTAS.DAT' TO WS-INT-ARCHIVO
           MOVE 'PREST-09-FL' TO WS-INT-PROGRAMA
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

       910000-REGRABAR-USODESC.
           MOVE 'USODESC.DAT' TO WS-INT-ARCHIVO
           MOVE 'PREST-09-FL' TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT USODESC
           IF WSS-FS-USODESC-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTUSOS
                 MOVE WST-USO-NRO(WSI-I)   TO USO-NROCUENTA
                 MOVE WST-USO-USADO(WSI-I) TO USO-USADO
                 WRITE REG-USODESC
              END-PERFORM
              CLOSE USODESC
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR USODESC.DAT"
              DISPLAY "FILE STATUS " WSS-FS-USODESC
              MOVE 8 TO WSV-RETORNO
           END-IF.

       920000-REGRABAR-PRESTAMOS.
           MOVE 'PRESTAMOS.DAT' TO WS-INT-ARCHIVO
           MOVE 'PREST-09-FL'   TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT PRESTAMOS
           IF WSS-FS-PRESTAMOS-OK
              PERFORM VARYING WSI-P FROM 1 BY 1
                      UNTIL WSI-P > WSV-CANTPREST
                 MOVE WST-PRESTAMO(WSI-P) TO REG-PRESTAMO
                 WRITE REG-PRESTAMO
              END-PERFORM
              CLOSE PRESTAMOS
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR PRESTAMOS.DAT"
              DISPLAY "FILE STATUS " WSS-FS-PRESTAMOS
              MOVE 8 TO WSV-RETORNO
           END-IF.

       930000-REGRABAR-CUOTAS.
           MOVE 'CUOTASPREST.DAT' TO WS-INT-ARCHIVO
           MOVE 'PREST-09-FL'     TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT CUOTASPREST
           IF WSS-FS-CUOTAS-OK
              PERFORM VARYING WSI-C FROM 1 BY 1
                      UNTIL WSI-C > WSV-CANTCUOTASTAB
                 MOVE WST-CUOTA(WSI-C) TO REG-CUOTAPREST
                 WRITE REG-CUOTAPREST
              END-PERFORM
              CLOSE CUOTASPREST
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR CUOTASPREST.DAT"
              DISPLAY "FILE STATUS " WSS-FS-CUOTAS
              MOVE 8 TO WSV-RETORNO
           END-IF.

       COPY FSLOGPROC.

       COPY FSFECHAPROC.

       COPY FSINTPROC.

       COPY FSECTPROC.

       COPY FSLOCKPROC.

       END PROGRAM PREST-09-FL.
