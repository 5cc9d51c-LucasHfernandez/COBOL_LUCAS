      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 30/09/2019
      * Purpose: COMISION MENSUAL DE MANTENIMIENTO DE CUENTA POR
      *          PRODUCTO: TARIFAS CON VIGENCIA EN COMISIONES.DAT POR
      *          CODIGO DE PRODUCTO (EL DE LA NUMERACION DE
      *          EJERCICIO7, TOMADO DE CUENTASGEN.DAT), CON EXENCION
      *          CUANDO EL SALDO PROMEDIO DEL MES SUPERA EL UMBRAL DE
      *          LA TARIFA. EL LOTE DE FIN DE MES DEBITA CADA COMISION
      *          CON SU IVA EN MOVIMIENTOS.DAT; LA QUE VIOLARIA UN
      *          EMBARGO (BLOQUEOS.DAT) O EL LIMITE DE DESCUBIERTO
      *          (ACUERDOS.DAT) NO SE DEBITA Y QUEDA PENDIENTE EN
      *          LIQCOMIS.DAT PARA COBRARLA MAS ADELANTE. CADA
      *          LIQUIDACION (COBRADA, EXENTA O PENDIENTE) QUEDA EN
      *          LIQCOMIS.DAT, QUE TAMBIEN IMPIDE LIQUIDAR DOS VECES EL
      *          MISMO MES A LA MISMA CUENTA.
      *          LAS CUENTAS CERRADAS (VER CIERCTA-09-FL) YA NO SE
      *          LIQUIDAN: EL CIERRE COBRA SUS PENDIENTES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMIS-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMISIONES          ASSIGN TO DISK 'COMISIONES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-COMISIONES.

           SELECT LIQCOMIS            ASSIGN TO DISK 'LIQCOMIS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-LIQCOMIS.

           SELECT COMISMES            ASSIGN TO DISK 'COMISMES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-COMISMES.

           SELECT CUENTASGEN          ASSIGN TO DISK 'CUENTASGEN.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CUENTASGEN.

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
      * COMISIONES.DAT: TARIFA MENSUAL POR PRODUCTO CON VIGENCIA      *
      * (IGUAL QUE MANTPAR-09-FL: SE ENCOLAN A FUTURO Y LAS ANTERIORES*
      * QUEDAN COMO HISTORIA). COM-SALDOEXENTO ES EL SALDO PROMEDIO   *
      * DEL MES A PARTIR DEL CUAL LA CUENTA NO PAGA (CERO = SIN       *
      * EXENCION). EL PRODUCTO 00 ES LA TARIFA DE LAS CUENTAS QUE NO  *
      * TIENEN PRODUCTO EN CUENTASGEN.DAT (SIN ESA LINEA NO PAGAN).   *
      *****************************************************************
       FD COMISIONES.
       01 REG-COMISION.
          05 COM-PRODUCTO          PIC 9(02).
          05 COM-IMPORTE           PIC 9(09)V9(02).
          05 COM-SALDOEXENTO       PIC 9(13)V9(02).
          05 COM-VIGDESDE          PIC 9(08).

      *****************************************************************
      * LIQCOMIS.DAT: UNA LIQUIDACION POR CUENTA Y MES. LIQ-ESTADO    *
      * 'C' = COBRADA, 'E' = EXENTA POR SALDO PROMEDIO, 'P' =         *
      * PENDIENTE (LIQ-MOTIVO 'E' EMBARGO, 'D' SIN SALDO NI           *
      * DESCUBIERTO SUFICIENTE). UNA PENDIENTE PASA A 'C' CUANDO SE   *
      * LOGRA COBRAR, CON SU FECHA Y COMPROBANTE.                     *
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

       FD COMISMES.
       01 REG-INFORME              PIC X(80).

      *****************************************************************
      * CUENTASGEN.DAT: CUENTAS NUMERADAS POR EJERCICIO7 (SUCURSAL,   *
      * PRODUCTO, NUMERO, DIGITO). EL NUMERO OPERATIVO DE CUENTAS.DAT *
      * ES SUCURSAL(3) + NUMERO(5).                                   *
      *****************************************************************
       FD CUENTASGEN.
       01 REG-CUENTAGEN.
           05 FSG-SUCURSAL             PIC 9(3).
           05 FILLER                   PIC X.
           05 FSG-PRODUCTO             PIC 9(2).
           05 FILLER                   PIC X.
           05 FSG-NROCUENTA            PIC 9(5).
           05 FILLER                   PIC X.
           05 FSG-DIGITO               PIC 9(1).

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

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-FECHA-PROCESO    PIC 9(08)       VALUE 0.
          05 WSV-FECHA-PROCESO-X REDEFINES WSV-FECHA-PROCESO.
             10 WSV-PERIODO-PROCESO PIC 9(06).
             10 FILLER            PIC 9(02).
          05 WSV-PERIODO          PIC 9(06)       VALUE 0.
          05 WSV-PERIODO-X REDEFINES WSV-PERIODO.
             10 WSV-ANIO          PIC 9(04).
             10 WSV-MES           PIC 9(02).
          05 WSV-PRIMERODELMES    PIC 9(08)       VALUE 0.
          05 WSV-FINDEMES         PIC 9(08)       VALUE 0.
          05 WSV-PRIMERODESIG     PIC 9(08)       VALUE 0.
          05 WSV-PRIMERODESIG-X REDEFINES WSV-PRIMERODESIG.
             10 WSV-SIG-ANIO      PIC 9(04).
             10 WSV-SIG-MES       PIC 9(02).
             10 WSV-SIG-DIA       PIC 9(02).
          05 WSV-DIASMES          PIC 9(02)       VALUE 0.
          05 WSV-DIA              PIC 9(02)       VALUE 0.
          05 WSV-PRODUCTO         PIC 9(02)       VALUE 0.
          05 WSV-IMPORTECOM       PIC 9(09)V9(02) VALUE 0.
          05 WSV-SALDOEXENTO      PIC 9(13)V9(02) VALUE 0.
          05 WSV-VIGDESDE         PIC 9(08)       VALUE 0.
          05 WSV-TARIFAVIG        PIC 9(08)       VALUE 0.
          05 WSV-HAYTARIFA        PIC 9(01)       VALUE 0.
          05 WSV-CTAGEN.
             10 WSV-CTAGEN-SUC    PIC 9(03).
             10 WSV-CTAGEN-NRO    PIC 9(05).
          05 WSV-NROCUENTA        PIC X(08).
          05 WSV-SALDOREAL        PIC S9(15)V9(02) VALUE 0.
          05 WSV-SALDODIA         PIC S9(15)V9(02) VALUE 0.
          05 WSV-SUMASALDOS       PIC S9(17)V9(02) VALUE 0.
          05 WSV-PROMEDIO         PIC S9(15)V9(02) VALUE 0.
          05 WSV-NETO             PIC S9(15)V9(02) VALUE 0.
          05 WSV-IVA              PIC 9(09)V9(02) VALUE 0.
          05 WSV-TOTAL            PIC 9(13)V9(02) VALUE 0.
          05 WSV-MOTIVO           PIC X(01)       VALUE SPACE.
          05 WSV-ULTCOMPROBANTE   PIC 9(06)       VALUE 0.
          05 WSV-COMPROBANTE      PIC 9(06)       VALUE 0.
          05 WSV-ASENTADO         PIC 9(01)       VALUE 0.
          05 WSV-YALIQUIDADA      PIC 9(01)       VALUE 0.
          05 WSV-POSICION         PIC 9(03)       VALUE 0.
          05 WSV-POSUSO           PIC 9(03)       VALUE 0.
          05 WSV-POSLIQ           PIC 9(04)       VALUE 0.
          05 WSV-LIMITEDESC       PIC 9(13)V9(02) VALUE 0.
          05 WSV-DISPONIBLE       PIC 9(15)V9(02) VALUE 0.
          05 WSV-EXCEDENTE        PIC 9(13)V9(02) VALUE 0.
          05 WSV-BLOQUEADO        PIC 9(01)       VALUE 0.
          05 WSV-EMBARGADO        PIC 9(13)V9(02) VALUE 0.
          05 WSV-LINEA            PIC X(80)       VALUE SPACES.
          05 WSV-CTACAMBIOS       PIC 9(01)       VALUE 0.
          05 WSV-USOCAMBIOS       PIC 9(01)       VALUE 0.
          05 WSV-LIQCAMBIOS       PIC 9(01)       VALUE 0.
          05 WSV-TABLASLLENAS     PIC 9(01)       VALUE 0.
          05 WSV-RETORNO          PIC 9(02)       VALUE 0.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSI-C                PIC 9(03)       VALUE 0.
          05 WSI-D                PIC 9(02)       VALUE 0.
          05 WSI-G                PIC 9(03)       VALUE 0.
          05 WSI-L                PIC 9(04)       VALUE 0.
          05 WSV-CANTCUENTAS      PIC 9(03)       VALUE 0.
          05 WSV-CANTUSOS         PIC 9(03)       VALUE 0.
          05 WSV-CANTGEN          PIC 9(03)       VALUE 0.
          05 WSV-CANTLIQ          PIC 9(04)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-COBRADAS         PIC 9(04)       VALUE 0.
          05 WSA-EXENTAS          PIC 9(04)       VALUE 0.
          05 WSA-PENDIENTES       PIC 9(04)       VALUE 0.
          05 WSA-SINTARIFA        PIC 9(04)       VALUE 0.
          05 WSA-RECUPERADAS      PIC 9(04)       VALUE 0.
          05 WSA-IMPCOBRADO       PIC 9(13)V9(02) VALUE 0.
          05 WSA-IVACOBRADO       PIC 9(13)V9(02) VALUE 0.
          05 WSA-IMPPENDIENTE     PIC 9(13)V9(02) VALUE 0.

       01 SWITCHES.
          05 WSS-FS-COMISIONES    PIC X(02).
            88 WSS-FS-COMISIONES-OK               VALUE '00'.
            88 WSS-FS-COMISIONES-EOF              VALUE '10'.
            88 WSS-FS-COMISIONES-NOEXISTE         VALUE '35'.
          05 WSS-FS-LIQCOMIS      PIC X(02).
            88 WSS-FS-LIQCOMIS-OK                 VALUE '00'.
            88 WSS-FS-LIQCOMIS-EOF                VALUE '10'.
          05 WSS-FS-COMISMES      PIC X(02).
            88 WSS-FS-COMISMES-OK                 VALUE '00'.
          05 WSS-FS-CUENTASGEN    PIC X(02).
            88 WSS-FS-CUENTASGEN-OK               VALUE '00'.
            88 WSS-FS-CUENTASGEN-EOF              VALUE '10'.
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
          05 WSM-IMPORTE          PIC Z(08)9,99.
          05 WSM-IMPORTE2         PIC Z(08)9,99.
          05 WSM-SALDO            PIC -Z(12)9,99.
          05 WSM-TOTAL            PIC Z(12)9,99.
          05 WSM-CANT             PIC ZZZ9.

       01 TABLA-CUENTAS.
          05 WST-CUENTA           OCCURS 200 TIMES.
             10 WST-CTA-NRO       PIC X(08).
             10 WST-CTA-CODCLTE   PIC 9(08).
             10 WST-CTA-MONTO     PIC 9(15)V9(02).
             10 WST-CTA-MONEDA    PIC X(03).

      *****************************************************************
      * NETO DE MOVIMIENTOS (CREDITOS MENOS DEBITOS) DE CADA CUENTA   *
      * POR DIA DEL MES LIQUIDADO, Y LO POSTERIOR AL FIN DE MES: CON  *
      * ESO SE RECONSTRUYE HACIA ATRAS EL SALDO DE CIERRE DE CADA DIA *
      * A PARTIR DEL SALDO ACTUAL.                                    *
      *****************************************************************
       01 TABLA-NETOS.
          05 WST-NETOS            OCCURS 200 TIMES.
             10 WST-NETO-POST     PIC S9(15)V9(02).
             10 WST-NETO-DIA      PIC S9(15)V9(02) OCCURS 31 TIMES.

       01 TABLA-USODESC.
          05 WST-USO              OCCURS 200 TIMES.
             10 WST-USO-NRO       PIC X(08).
             10 WST-USO-USADO     PIC 9(13)V9(02).

       01 TABLA-CUENTASGEN.
          05 WST-GEN              OCCURS 500 TIMES.
             10 WST-GEN-CUENTA    PIC X(08).
             10 WST-GEN-PRODUCTO  PIC 9(02).

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

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'COMIS-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
      *****************************************************************
      * EL DEBITO DE COMISIONES MUEVE SALDOS Y USO DE DESCUBIERTO Y   *
      * ASIENTA EN MOVIMIENTOS.DAT, LOS MAESTROS DE MOVIM-09-FL.      *
      *****************************************************************
           MOVE 'COMIS-09-FL' TO WS-CER-PROGRAMA
           MOVE 4 TO WS-CER-CANTARCH
           MOVE 'LIQCOMIS.DAT'    TO WS-CER-ARCHIVO(1)
           MOVE 'CUENTAS.DAT'     TO WS-CER-ARCHIVO(2)
           MOVE 'MOVIMIENTOS.DAT' TO WS-CER-ARCHIVO(3)
           MOVE 'USODESC.DAT'     TO WS-CER-ARCHIVO(4)
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
           PERFORM 100000-CARGAR-LIQUIDACIONES
           PERFORM 110000-CARGAR-CUENTAS
           PERFORM 120000-CARGAR-USODESC
      *****************************************************************
      * LOS MAESTROS SE REGRABAN ENTEROS DESDE LAS TABLAS: SI ALGUNO  *
      * NO ENTRA, REGRABARLO LO TRUNCARIA, ASI QUE NO SE TOCA NADA.   *
      *****************************************************************
           IF WSV-TABLASLLENAS = 1
              DISPLAY "LIQCOMIS, CUENTAS O USO DE DESCUBIERTO SUPERAN "
                      "LA TABLA: SE CANCELA SIN REGRABAR"
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
           PERFORM 130000-CARGAR-CUENTASGEN
           PERFORM 140000-BUSCAR-ULTIMO-COMPROBANTE
           PERFORM UNTIL WSV-OPCION = 6
              DISPLAY "**************************************"
              DISPLAY "COMISIONES DE MANTENIMIENTO - FECHA "
                      WSV-FECHA-PROCESO
              DISPLAY "1 - LISTAR TARIFAS (COMISIONES.DAT)"
              DISPLAY "2 - ENCOLAR TARIFA CON VIGENCIA FUTURA"
              DISPLAY "3 - LIQUIDAR COMISIONES DEL MES"
              DISPLAY "4 - COBRAR COMISIONES PENDIENTES"
              DISPLAY "5 - LISTAR COMISIONES PENDIENTES"
              DISPLAY "6 - SALIR"
              DISPLAY "RESPUESTA: "
              ACCEPT WSV-OPCION

              EVALUATE WSV-OPCION
                 WHEN 1
                    PERFORM 200000-LISTAR-TARIFAS
                 WHEN 2
                    PERFORM 250000-ENCOLAR-TARIFA
                 WHEN 3
                    PERFORM 300000-LIQUIDAR-MES
                 WHEN 4
                    PERFORM 500000-COBRAR-PENDIENTES
                 WHEN 5
                    PERFORM 600000-LISTAR-PENDIENTES
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
           IF WSV-LIQCAMBIOS = 1
              PERFORM 920000-REGRABAR-LIQCOMIS
           END-IF
           MOVE WSV-RETORNO TO RETURN-CODE
           END-IF
           PERFORM 9250-LIBERAR-CERROJOS
           SET WS-LOG-FIN TO TRUE
           COMPUTE WS-LOG-GRABADOS = WSA-COBRADAS + WSA-RECUPERADAS
           MOVE WSA-PENDIENTES TO WS-LOG-RECHAZADOS
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

       100000-CARGAR-LIQUIDACIONES.
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
                       MOVE 1 TO WSV-TABLASLLENAS
                 END-READ
              END-IF
              CLOSE CUENTAS
           END-IF.

       120000-CARGAR-USODESC.
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

       130000-CARGAR-CUENTASGEN.
           MOVE 0 TO WSV-CANTGEN
           OPEN INPUT CUENTASGEN
           IF WSS-FS-CUENTASGEN-OK
              PERFORM UNTIL WSS-FS-CUENTASGEN-EOF OR WSV-CANTGEN > 499
                 READ CUENTASGEN
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTGEN
                       MOVE FSG-SUCURSAL  TO WSV-CTAGEN-SUC
                       MOVE FSG-NROCUENTA TO WSV-CTAGEN-NRO
                       MOVE WSV-CTAGEN    TO WST-GEN-CUENTA(WSV-CANTGEN)
                       MOVE FSG-PRODUCTO  TO
                                         WST-GEN-PRODUCTO(WSV-CANTGEN)
                 END-READ
              END-PERFORM
              CLOSE CUENTASGEN
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
           IF WSV-POSUSO = 0
              MOVE 0 TO WSV-LIMITEDESC
           ELSE
              IF WST-USO-USADO(WSV-POSUSO) >= WSV-LIMITEDESC
                 MOVE 0 TO WSV-LIMITEDESC
              ELSE
                 SUBTRACT WST-USO-USADO(WSV-POSUSO)
                     FROM WSV-LIMITEDESC
              END-IF
           END-IF.

      *****************************************************************
      * EMBARGOS (VER BLOQUEOS-09-FL): UN BLOQUEO TOTAL IMPIDE EL     *
      * DEBITO Y UNO PARCIAL NO DEJA LLEVAR EL SALDO POR DEBAJO DE LO *
      * EMBARGADO (WSV-TOTAL ES LO QUE SE QUIERE DEBITAR).            *
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
              IF WST-CTA-MONTO(WSV-POSICION) < WSV-TOTAL
                                             + WSV-EMBARGADO
                 MOVE 1 TO WSV-BLOQUEADO
              END-IF
           END-IF.

       200000-LISTAR-TARIFAS.
           OPEN INPUT COMISIONES
           IF NOT WSS-FS-COMISIONES-OK
              DISPLAY "NO HAY COMISIONES.DAT"
           ELSE
              DISPLAY "--------------------------------------"
              PERFORM UNTIL WSS-FS-COMISIONES-EOF
                 READ COMISIONES
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE COM-IMPORTE     TO WSM-IMPORTE
                       MOVE COM-SALDOEXENTO TO WSM-TOTAL
                       DISPLAY "PRODUCTO " COM-PRODUCTO " COMISION "
                               WSM-IMPORTE " EXENTA DESDE PROMEDIO "
                               WSM-TOTAL " VIGENCIA " COM-VIGDESDE
                 END-READ
              END-PERFORM
              CLOSE COMISIONES
              DISPLAY "--------------------------------------"
           END-IF.

      *****************************************************************
      * ENCOLA UNA TARIFA NUEVA PARA UN PRODUCTO, SOLO CON VIGENCIA   *
      * POSTERIOR A LA FECHA DE PROCESO (IGUAL QUE MANTPAR-09-FL).    *
      *****************************************************************
       250000-ENCOLAR-TARIFA.
           DISPLAY "INGRESE PRODUCTO (2 DIGITOS, 00 = SIN PRODUCTO): "
           ACCEPT WSV-PRODUCTO
           DISPLAY "INGRESE COMISION MENSUAL (SIN IVA): "
           ACCEPT WSV-IMPORTECOM
           DISPLAY "INGRESE SALDO PROMEDIO PARA EXENCION (0 = SIN "
                   "EXENCION): "
           ACCEPT WSV-SALDOEXENTO
           DISPLAY "INGRESE VIGENCIA DESDE (AAAAMMDD): "
           ACCEPT WSV-VIGDESDE

           IF WSV-VIGDESDE <= WSV-FECHA-PROCESO
              DISPLAY "RECHAZADO: LA VIGENCIA DEBE SER FUTURA"
           ELSE
              OPEN EXTEND COMISIONES
              IF WSS-FS-COMISIONES-NOEXISTE
                 OPEN OUTPUT COMISIONES
              END-IF
              MOVE WSV-PRODUCTO    TO COM-PRODUCTO
              MOVE WSV-IMPORTECOM  TO COM-IMPORTE
              MOVE WSV-SALDOEXENTO TO COM-SALDOEXENTO
              MOVE WSV-VIGDESDE    TO COM-VIGDESDE
              WRITE REG-COMISION
              IF NOT WSS-FS-COMISIONES-OK
                 DISPLAY "ERROR AL GRABAR COMISIONES.DAT"
                 DISPLAY "FILE STATUS " WSS-FS-COMISIONES
              ELSE
                 DISPLAY "TARIFA ENCOLADA: RIGE DESDE " WSV-VIGDESDE
              END-IF
              CLOSE COMISIONES
           END-IF.

      *****************************************************************
      * LIQUIDACION DEL MES (PERIODO 0 = MES ANTERIOR A LA FECHA DE   *
      * PROCESO). EL MES DEBE ESTAR CERRADO: SE ADMITE EL MES EN      *
      * CURSO SOLO SI LA FECHA DE PROCESO ES SU ULTIMO DIA. PRIMERO   *
      * SE REINTENTAN LAS PENDIENTES DE MESES ANTERIORES Y DESPUES SE *
      * LIQUIDA CADA CUENTA QUE TODAVIA NO TENGA LIQUIDACION DEL MES. *
      *****************************************************************
       300000-LIQUIDAR-MES.
           DISPLAY "PERIODO A LIQUIDAR (AAAAMM, 0 = MES ANTERIOR): "
           ACCEPT WSV-PERIODO
           IF WSV-PERIODO = 0
              MOVE WSV-PERIODO-PROCESO TO WSV-PERIODO
              IF WSV-MES = 1
                 SUBTRACT 1 FROM WSV-ANIO
                 MOVE 12 TO WSV-MES
              ELSE
                 SUBTRACT 1 FROM WSV-MES
              END-IF
           END-IF
           IF WSV-MES >= 1 AND WSV-MES <= 12
              PERFORM 310000-FECHAS-DEL-MES
           END-IF

           EVALUATE TRUE
              WHEN WSV-MES < 1 OR WSV-MES > 12
                 DISPLAY "PERIODO INVALIDO"
              WHEN WSV-FINDEMES > WSV-FECHA-PROCESO
                 DISPLAY "EL MES " WSV-PERIODO " NO CERRO: SE LIQUIDA "
                         "EL ULTIMO DIA DEL MES O DESPUES"
              WHEN OTHER
                 MOVE 0 TO WSA-COBRADAS
                 MOVE 0 TO WSA-EXENTAS
                 MOVE 0 TO WSA-PENDIENTES
                 MOVE 0 TO WSA-SINTARIFA
                 MOVE 0 TO WSA-IMPCOBRADO
                 MOVE 0 TO WSA-IVACOBRADO
                 MOVE 0 TO WSA-IMPPENDIENTE
                 PERFORM 500000-COBRAR-PENDIENTES
                 PERFORM 320000-CALCULAR-NETOS
                 OPEN OUTPUT COMISMES
                 MOVE SPACES TO WSV-LINEA
                 STRING 'COMISIONES DE MANTENIMIENTO - PERIODO '
                        WSV-PERIODO ' - LIQUIDADO EL '
                        WSV-FECHA-PROCESO
                        DELIMITED BY SIZE INTO WSV-LINEA
                 WRITE REG-INFORME FROM WSV-LINEA
                 MOVE SPACES TO WSV-LINEA
                 STRING 'CUENTA   PR   SALDO PROMEDIO      COMISION'
                        '          IVA  RESULTADO'
                        DELIMITED BY SIZE INTO WSV-LINEA
                 WRITE REG-INFORME FROM WSV-LINEA
                 MOVE ALL '-' TO REG-INFORME
                 WRITE REG-INFORME
                 PERFORM VARYING WSI-C FROM 1 BY 1
                         UNTIL WSI-C > WSV-CANTCUENTAS
                    PERFORM 330000-LIQUIDAR-CUENTA
                 END-PERFORM
                 PERFORM 390000-TOTALES-DEL-MES
                 CLOSE COMISMES
                 DISPLAY "COMISIONES COBRADAS:  " WSA-COBRADAS
                 DISPLAY "EXENTAS POR PROMEDIO: " WSA-EXENTAS
                 DISPLAY "PENDIENTES:           " WSA-PENDIENTES
                 DISPLAY "SIN TARIFA:           " WSA-SINTARIFA
                 DISPLAY "DETALLE EN COMISMES.DAT"
                 PERFORM VARYING WSI-L FROM 1 BY 1
                         UNTIL WSI-L > WSV-CANTLIQ
                    IF LQT-ESTADO(WSI-L) = 'P'
                       MOVE 4 TO RETURN-CODE
                    END-IF
                 END-PERFORM
           END-EVALUATE.

       310000-FECHAS-DEL-MES.
           MOVE WSV-PERIODO TO WSV-PRIMERODELMES(1:6)
           MOVE '01'        TO WSV-PRIMERODELMES(7:2)
           MOVE WSV-ANIO TO WSV-SIG-ANIO
           MOVE WSV-MES  TO WSV-SIG-MES
           MOVE 1        TO WSV-SIG-DIA
           IF WSV-SIG-MES = 12
              MOVE 1 TO WSV-SIG-MES
              ADD 1 TO WSV-SIG-ANIO
           ELSE
              ADD 1 TO WSV-SIG-MES
           END-IF
           COMPUTE WSV-FINDEMES =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WSV-PRIMERODESIG) - 1)
           MOVE WSV-FINDEMES(7:2) TO WSV-DIASMES.

      *****************************************************************
      * UNA PASADA POR MOVIMIENTOS.DAT ACUMULA, POR CUENTA, EL NETO   *
      * DE CADA DIA DEL MES Y EL NETO POSTERIOR AL FIN DE MES.        *
      *****************************************************************
       320000-CALCULAR-NETOS.
           PERFORM VARYING WSI-C FROM 1 BY 1
                   UNTIL WSI-C > WSV-CANTCUENTAS
              MOVE 0 TO WST-NETO-POST(WSI-C)
              PERFORM VARYING WSI-D FROM 1 BY 1 UNTIL WSI-D > 31
                 MOVE 0 TO WST-NETO-DIA(WSI-C, WSI-D)
              END-PERFORM
           END-PERFORM
           OPEN INPUT MOVIMIENTOS
           IF WSS-FS-MOVIM-OK
              PERFORM UNTIL WSS-FS-MOVIM-EOF
                 READ MOVIMIENTOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF MOV-FECHA >= WSV-PRIMERODELMES
                          PERFORM 325000-ACUMULAR-NETO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MOVIMIENTOS
              MOVE '00' TO WSS-FS-MOVIM
           END-IF.

       325000-ACUMULAR-NETO.
           MOVE MOV-NROCUENTA TO WSV-NROCUENTA
           PERFORM 150000-BUSCAR-CUENTA
           IF WSV-POSICION > 0
              IF MOV-TIPO = 'C'
                 MOVE MOV-IMPORTE TO WSV-NETO
              ELSE
                 COMPUTE WSV-NETO = 0 - MOV-IMPORTE
              END-IF
              IF MOV-FECHA > WSV-FINDEMES
                 ADD WSV-NETO TO WST-NETO-POST(WSV-POSICION)
              ELSE
                 MOVE MOV-FECHA(7:2) TO WSI-D
                 ADD WSV-NETO TO WST-NETO-DIA(WSV-POSICION, WSI-D)
              END-IF
           END-IF.

      *****************************************************************
      * SALDO PROMEDIO: SE PARTE DEL SALDO REAL ACTUAL (SALDO MENOS   *
      * DESCUBIERTO USADO), SE DESCUENTA LO MOVIDO DESPUES DEL FIN DE *
      * MES Y SE RECORRE EL MES HACIA ATRAS PROMEDIANDO EL SALDO DE   *
      * CIERRE DE CADA DIA.                                           *
      *****************************************************************
       330000-LIQUIDAR-CUENTA.
           MOVE WST-CTA-NRO(WSI-C) TO WSV-NROCUENTA
           MOVE 0 TO WSV-YALIQUIDADA
           PERFORM VARYING WSI-L FROM 1 BY 1
                   UNTIL WSI-L > WSV-CANTLIQ
              IF LQT-NROCUENTA(WSI-L) = WSV-NROCUENTA
                 AND LQT-PERIODO(WSI-L) = WSV-PERIODO
                 MOVE 1 TO WSV-YALIQUIDADA
              END-IF
           END-PERFORM
           MOVE WSV-NROCUENTA TO WS-ECT-NROCUENTA
           PERFORM 9700-ESTADO-CUENTA
           IF WSV-YALIQUIDADA = 0 AND NOT WS-ECT-CERRADA
              PERFORM 340000-BUSCAR-PRODUCTO
              PERFORM 350000-BUSCAR-TARIFA
              IF WSV-HAYTARIFA = 0 OR WSV-IMPORTECOM = 0
                 ADD 1 TO WSA-SINTARIFA
              ELSE
                 IF WSV-CANTLIQ >= 3000
                    DISPLAY "LIQCOMIS.DAT LLENO: LA CUENTA "
                            WSV-NROCUENTA " QUEDA SIN LIQUIDAR"
                    MOVE 4 TO RETURN-CODE
                 ELSE
                    PERFORM 360000-CALCULAR-PROMEDIO
                    PERFORM 370000-REGISTRAR-LIQUIDACION
                 END-IF
              END-IF
           END-IF.

       340000-BUSCAR-PRODUCTO.
           MOVE 0 TO WSV-PRODUCTO
           PERFORM VARYING WSI-G FROM 1 BY 1
                   UNTIL WSI-G > WSV-CANTGEN
              IF WST-GEN-CUENTA(WSI-G) = WSV-NROCUENTA
                 MOVE WST-GEN-PRODUCTO(WSI-G) TO WSV-PRODUCTO
              END-IF
           END-PERFORM.

      *****************************************************************
      * TARIFA DEL PRODUCTO VIGENTE AL ULTIMO DIA DEL MES LIQUIDADO:   *
      * LA DE VIGENCIA MAS RECIENTE QUE NO LO SUPERE.                 *
      *****************************************************************
       350000-BUSCAR-TARIFA.
           MOVE 0 TO WSV-HAYTARIFA
           MOVE 0 TO WSV-TARIFAVIG
           MOVE 0 TO WSV-IMPORTECOM
           MOVE 0 TO WSV-SALDOEXENTO
           OPEN INPUT COMISIONES
           IF WSS-FS-COMISIONES-OK
              PERFORM UNTIL WSS-FS-COMISIONES-EOF
                 READ COMISIONES
                    AT END
                       CONTINUE
                    NOT AT END
                       IF COM-PRODUCTO = WSV-PRODUCTO
                          AND COM-VIGDESDE <= WSV-FINDEMES
                          AND COM-VIGDESDE >= WSV-TARIFAVIG
                          MOVE 1               TO WSV-HAYTARIFA
                          MOVE COM-VIGDESDE    TO WSV-TARIFAVIG
                          MOVE COM-IMPORTE     TO WSV-IMPORTECOM
                          MOVE COM-SALDOEXENTO TO WSV-SALDOEXENTO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COMISIONES
           END-IF.

       360000-CALCULAR-PROMEDIO.
           MOVE WST-CTA-MONTO(WSI-C) TO WSV-SALDOREAL
           MOVE 0 TO WSV-POSUSO
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTUSOS
              IF WST-USO-NRO(WSI-I) = WSV-NROCUENTA
                 SUBTRACT WST-USO-USADO(WSI-I) FROM WSV-SALDOREAL
              END-IF
           END-PERFORM
           COMPUTE WSV-SALDODIA = WSV-SALDOREAL - WST-NETO-POST(WSI-C)
           MOVE 0 TO WSV-SUMASALDOS
           PERFORM VARYING WSI-D FROM WSV-DIASMES BY -1
                   UNTIL WSI-D < 1
              ADD WSV-SALDODIA TO WSV-SUMASALDOS
              SUBTRACT WST-NETO-DIA(WSI-C, WSI-D) FROM WSV-SALDODIA
           END-PERFORM
           COMPUTE WSV-PROMEDIO ROUNDED = WSV-SUMASALDOS / WSV-DIASMES.

       370000-REGISTRAR-LIQUIDACION.
           ADD 1 TO WSV-CANTLIQ
           MOVE WSV-CANTLIQ TO WSV-POSLIQ
           MOVE WSV-NROCUENTA     TO LQT-NROCUENTA(WSV-POSLIQ)
           MOVE WSV-PERIODO       TO LQT-PERIODO(WSV-POSLIQ)
           MOVE WSV-PRODUCTO      TO LQT-PRODUCTO(WSV-POSLIQ)
           MOVE WSV-PROMEDIO      TO LQT-PROMEDIO(WSV-POSLIQ)
           MOVE WSV-IMPORTECOM    TO LQT-IMPORTE(WSV-POSLIQ)
           COMPUTE LQT-IVA(WSV-POSLIQ) ROUNDED =
                   WSV-IMPORTECOM * WSC-ALICIVA / 100
           MOVE SPACE             TO LQT-MOTIVO(WSV-POSLIQ)
           MOVE WSV-FECHA-PROCESO TO LQT-FECHA(WSV-POSLIQ)
           MOVE 0                 TO LQT-FECHACOBRO(WSV-POSLIQ)
           MOVE 0                 TO LQT-COMPROBANTE(WSV-POSLIQ)
           MOVE 1 TO WSV-LIQCAMBIOS
           IF WSV-SALDOEXENTO > 0 AND WSV-PROMEDIO >= WSV-SALDOEXENTO
              MOVE 'E' TO LQT-ESTADO(WSV-POSLIQ)
              MOVE 0   TO LQT-IVA(WSV-POSLIQ)
              ADD 1 TO WSA-EXENTAS
           ELSE
              MOVE 'P' TO LQT-ESTADO(WSV-POSLIQ)
              PERFORM 400000-INTENTAR-COBRO
              IF LQT-ESTADO(WSV-POSLIQ) = 'C'
                 ADD 1 TO WSA-COBRADAS
                 ADD LQT-IMPORTE(WSV-POSLIQ) TO WSA-IMPCOBRADO
                 ADD LQT-IVA(WSV-POSLIQ)     TO WSA-IVACOBRADO
              ELSE
                 ADD 1 TO WSA-PENDIENTES
                 COMPUTE WSA-IMPPENDIENTE = WSA-IMPPENDIENTE
                         + LQT-IMPORTE(WSV-POSLIQ)
                         + LQT-IVA(WSV-POSLIQ)
              END-IF
           END-IF
           PERFORM 380000-LINEA-DEL-MES.

       380000-LINEA-DEL-MES.
           MOVE LQT-PROMEDIO(WSV-POSLIQ) TO WSM-SALDO
           MOVE LQT-IMPORTE(WSV-POSLIQ)  TO WSM-IMPORTE
           MOVE LQT-IVA(WSV-POSLIQ)      TO WSM-IMPORTE2
           MOVE SPACES TO WSV-LINEA
           STRING LQT-NROCUENTA(WSV-POSLIQ) ' '
                  LQT-PRODUCTO(WSV-POSLIQ) ' ' WSM-SALDO ' '
                  WSM-IMPORTE ' ' WSM-IMPORTE2
                  DELIMITED BY SIZE INTO WSV-LINEA
           EVALUATE TRUE
              WHEN LQT-ESTADO(WSV-POSLIQ) = 'E'
                 MOVE 'EXENTA'       TO WSV-LINEA(70:11)
              WHEN LQT-ESTADO(WSV-POSLIQ) = 'C'
                 MOVE 'COBRADA'      TO WSV-LINEA(70:11)
              WHEN LQT-MOTIVO(WSV-POSLIQ) = 'E'
                 MOVE 'PEND.EMBARG' TO WSV-LINEA(70:11)
              WHEN OTHER
                 MOVE 'PEND.SALDO'   TO WSV-LINEA(70:11)
           END-EVALUATE
           WRITE REG-INFORME FROM WSV-LINEA.

       390000-TOTALES-DEL-MES.
           MOVE ALL '=' TO REG-INFORME
           WRITE REG-INFORME
           MOVE WSA-COBRADAS   TO WSM-CANT
           MOVE WSA-IMPCOBRADO TO WSM-TOTAL
           MOVE SPACES TO WSV-LINEA
           STRING 'COBRADAS   ' WSM-CANT '   COMISION ' WSM-TOTAL
                  DELIMITED BY SIZE INTO WSV-LINEA
           MOVE WSA-IVACOBRADO TO WSM-TOTAL
           STRING '   IVA ' WSM-TOTAL
                  DELIMITED BY SIZE INTO WSV-LINEA(47:34)
           WRITE REG-INFORME FROM WSV-LINEA
           MOVE WSA-EXENTAS TO WSM-CANT
           MOVE SPACES TO WSV-LINEA
           STRING 'EXENTAS    ' WSM-CANT
                  DELIMITED BY SIZE INTO WSV-LINEA
           WRITE REG-INFORME FROM WSV-LINEA
           MOVE WSA-PENDIENTES   TO WSM-CANT
           MOVE WSA-IMPPENDIENTE TO WSM-TOTAL
           MOVE SPACES TO WSV-LINEA
           STRING 'PENDIENTES ' WSM-CANT '   CON IVA  ' WSM-TOTAL
                  DELIMITED BY SIZE INTO WSV-LINEA
           WRITE REG-INFORME FROM WSV-LINEA
           MOVE WSA-SINTARIFA TO WSM-CANT
           MOVE SPACES TO WSV-LINEA
           STRING 'SIN TARIFA ' WSM-CANT
                  DELIMITED BY SIZE INTO WSV-LINEA
           WRITE REG-INFORME FROM WSV-LINEA.

      *****************************************************************
      * INTENTA DEBITAR LA LIQUIDACION WSV-POSLIQ: COMISION E IVA EN  *
      * DOS LINEAS BAJO UN MISMO COMPROBANTE. NO SE DEBITA SI LA      *
      * CUENTA TIENE BLOQUEO TOTAL, SI EL DEBITO INVADIRIA LO         *
      * EMBARGADO O SI EXCEDERIA SALDO MAS DESCUBIERTO DISPONIBLE:    *
      * QUEDA 'P' CON EL MOTIVO. LAS COMISIONES DEL BANCO NO PAGAN    *
      * IMPUESTO SOBRE DEBITOS Y CREDITOS.                            *
      *****************************************************************
       400000-INTENTAR-COBRO.
           MOVE LQT-NROCUENTA(WSV-POSLIQ) TO WSV-NROCUENTA
           PERFORM 150000-BUSCAR-CUENTA
           COMPUTE WSV-TOTAL = LQT-IMPORTE(WSV-POSLIQ)
                             + LQT-IVA(WSV-POSLIQ)
           IF WSV-POSICION = 0
              MOVE 'D' TO LQT-MOTIVO(WSV-POSLIQ)
           ELSE
              PERFORM 180000-VERIFICAR-BLOQUEO
              PERFORM 170000-BUSCAR-ACUERDO
              COMPUTE WSV-DISPONIBLE =
                      WST-CTA-MONTO(WSV-POSICION) + WSV-LIMITEDESC
              EVALUATE TRUE
                 WHEN WSV-BLOQUEADO = 1
                    MOVE 'E' TO LQT-MOTIVO(WSV-POSLIQ)
                 WHEN WSV-TOTAL > WSV-DISPONIBLE
                    MOVE 'D' TO LQT-MOTIVO(WSV-POSLIQ)
                 WHEN OTHER
                    PERFORM 410000-ASENTAR-COMISION
              END-EVALUATE
           END-IF
           MOVE 1 TO WSV-LIQCAMBIOS.

       410000-ASENTAR-COMISION.
           OPEN EXTEND MOVIMIENTOS
           IF WSS-FS-MOVIM-NOEXISTE
              OPEN OUTPUT MOVIMIENTOS
           END-IF
           IF NOT WSS-FS-MOVIM-OK
              DISPLAY "NO SE PUDO ABRIR MOVIMIENTOS.DAT"
              DISPLAY "FILE STATUS " WSS-FS-MOVIM
              MOVE 'D' TO LQT-MOTIVO(WSV-POSLIQ)
           ELSE
              ADD 1 TO WSV-ULTCOMPROBANTE
              MOVE WSV-ULTCOMPROBANTE TO WSV-COMPROBANTE
              MOVE WSV-NROCUENTA      TO MOV-NROCUENTA
              MOVE WSV-FECHA-PROCESO  TO MOV-FECHA
              MOVE 'D'                TO MOV-TIPO
              MOVE SPACES             TO MOV-CONCEPTO
              STRING 'COMISION MANTENIMIENTO '
                     LQT-PERIODO(WSV-POSLIQ)
                     DELIMITED BY SIZE INTO MOV-CONCEPTO
              MOVE LQT-IMPORTE(WSV-POSLIQ) TO MOV-IMPORTE
              MOVE WSV-COMPROBANTE    TO MOV-COMPROBANTE
              MOVE 0                  TO MOV-REFREVERSA
              MOVE SPACES             TO MOV-MOTIVO
              WRITE REG-MOVIMIENTO
              MOVE SPACES             TO MOV-CONCEPTO
              STRING 'IVA COMISION MANTEN. '
                     LQT-PERIODO(WSV-POSLIQ)
                     DELIMITED BY SIZE INTO MOV-CONCEPTO
              MOVE LQT-IVA(WSV-POSLIQ) TO MOV-IMPORTE
              WRITE REG-MOVIMIENTO
              IF WSS-FS-MOVIM-OK
                 MOVE 'C'               TO LQT-ESTADO(WSV-POSLIQ)
                 MOVE SPACE             TO LQT-MOTIVO(WSV-POSLIQ)
                 MOVE WSV-FECHA-PROCESO TO LQT-FECHACOBRO(WSV-POSLIQ)
                 MOVE WSV-COMPROBANTE   TO LQT-COMPROBANTE(WSV-POSLIQ)
                 PERFORM 420000-APLICAR-DEBITO
              ELSE
                 DISPLAY "ERROR AL GRABAR MOVIMIENTOS.DAT"
                 DISPLAY "FILE STATUS " WSS-FS-MOVIM
                 MOVE 'D' TO LQT-MOTIVO(WSV-POSLIQ)
              END-IF
              CLOSE MOVIMIENTOS
           END-IF.

      *****************************************************************
      * DEBITO CON DESCUBIERTO (MISMA MECANICA QUE MOVIM-09-FL): LO   *
      * QUE EL SALDO NO CUBRE GIRA EN DESCUBIERTO EN WSV-POSUSO.      *
      *****************************************************************
       420000-APLICAR-DEBITO.
           IF WSV-TOTAL <= WST-CTA-MONTO(WSV-POSICION)
              SUBTRACT WSV-TOTAL FROM WST-CTA-MONTO(WSV-POSICION)
           ELSE
              COMPUTE WSV-EXCEDENTE =
                      WSV-TOTAL - WST-CTA-MONTO(WSV-POSICION)
              MOVE 0 TO WST-CTA-MONTO(WSV-POSICION)
              ADD WSV-EXCEDENTE TO WST-USO-USADO(WSV-POSUSO)
              MOVE 1 TO WSV-USOCAMBIOS
           END-IF
           MOVE 1 TO WSV-CTACAMBIOS.

      *****************************************************************
      * REINTENTA TODAS LAS LIQUIDACIONES PENDIENTES, LA MAS VIEJA    *
      * PRIMERO (LIQCOMIS.DAT ESTA EN ORDEN DE LIQUIDACION).          *
      *****************************************************************
       500000-COBRAR-PENDIENTES.
           MOVE 0 TO WSA-RECUPERADAS
           PERFORM VARYING WSI-L FROM 1 BY 1
                   UNTIL WSI-L > WSV-CANTLIQ
              IF LQT-ESTADO(WSI-L) = 'P'
                 MOVE WSI-L TO WSV-POSLIQ
                 PERFORM 400000-INTENTAR-COBRO
                 IF LQT-ESTADO(WSI-L) = 'C'
                    ADD 1 TO WSA-RECUPERADAS
                    DISPLAY "COBRADA PENDIENTE " LQT-NROCUENTA(WSI-L)
                            " PERIODO " LQT-PERIODO(WSI-L)
                            " (COMPROBANTE " LQT-COMPROBANTE(WSI-L) ")"
                 END-IF
              END-IF
           END-PERFORM
           DISPLAY "PENDIENTES COBRADAS: " WSA-RECUPERADAS.

       600000-LISTAR-PENDIENTES.
           MOVE 0 TO WSA-PENDIENTES
           MOVE 0 TO WSA-IMPPENDIENTE
           DISPLAY "--------------------------------------"
           PERFORM VARYING WSI-L FROM 1 BY 1
                   UNTIL WSI-L > WSV-CANTLIQ
              IF LQT-ESTADO(WSI-L) = 'P'
                 COMPUTE WSV-TOTAL = LQT-IMPORTE(WSI-L)
                                   + LQT-IVA(WSI-L)
                 MOVE WSV-TOTAL TO WSM-TOTAL
                 IF LQT-MOTIVO(WSI-L) = 'E'
                    DISPLAY LQT-NROCUENTA(WSI-L) " "
                            LQT-PERIODO(WSI-L) " " WSM-TOTAL
                            " POR EMBARGO"
                 ELSE
                    DISPLAY LQT-NROCUENTA(WSI-L) " "
                            LQT-PERIODO(WSI-L) " " WSM-TOTAL
                            " SIN SALDO/DESCUBIERTO"
                 END-IF
                 ADD 1 TO WSA-PENDIENTES
                 ADD WSV-TOTAL TO WSA-IMPPENDIENTE
              END-IF
           END-PERFORM
           MOVE WSA-IMPPENDIENTE TO WSM-TOTAL
           DISPLAY "PENDIENTES: " WSA-PENDIENTES " POR " WSM-TOTAL
           DISPLAY "--------------------------------------".

       900000-REGRABAR-CUENTAS.
           MOVE 'CUENTAS.DAT' TO WS-INT-ARCHIVO
           MOVE 'COMIS-09-FL' TO WS-INT-PROGRAMA
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
           MOVE 'COMIS-09-FL' TO WS-INT-PROGRAMA
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

       920000-REGRABAR-LIQCOMIS.
           MOVE 'LIQCOMIS.DAT' TO WS-INT-ARCHIVO
           MOVE 'COMIS-09-FL'  TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT LIQCOMIS
           IF WSS-FS-LIQCOMIS-OK
              PERFORM VARYING WSI-L FROM 1 BY 1
                      UNTIL WSI-L > WSV-CANTLIQ
                 MOVE WST-LIQ(WSI-L) TO REG-LIQCOMIS
                 WRITE REG-LIQCOMIS
              END-PERFORM
              CLOSE LIQCOMIS
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR LIQCOMIS.DAT"
              DISPLAY "FILE STATUS " WSS-FS-LIQCOMIS
              MOVE 8 TO WSV-RETORNO
           END-IF.

       COPY FSLOGPROC.

       COPY FSFECHAPROC.

       COPY FSINTPROC.

       COPY FSECTPROC.

       COPY FSLOCKPROC.

       END PROGRAM COMIS-09-FL.
