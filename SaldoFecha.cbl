      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 18/10/2019
      * Purpose: SALDOS DE TODAS LAS CUENTAS A UNA FECHA PASADA, PARA
      *          OFICIOS JUDICIALES (EMBARGOS DE BLOQUEO-09-FL) Y
      *          PARA LA AUDITORIA DE CIERRE DE EJERCICIO. RECONSTRUYE
      *          EL SALDO DE CADA CUENTA DE CUENTAS.DAT COMO SU
      *          POSICION DE APERTURA (APERCTAS.DAT, LA MISMA BASE DE
      *          CONCSAL-09-FL) MAS EL NETO DE MOVIMIENTOS.DAT HASTA
      *          LA FECHA INCLUSIVE, Y LO IMPRIME EN SALDOFECHA.DAT
      *          POR CLIENTE Y MONEDA CON TOTALES. DESPUES PRUEBA
      *          CADA CUENTA: SALDO A LA FECHA MAS LOS MOVIMIENTOS
      *          POSTERIORES DEBE DAR EL SALDO ACTUAL DE
      *          FSE-MONTOCUENTA (NETO DEL DESCUBIERTO USADO DE
      *          USODESC.DAT); LAS QUE NO EMPATAN SE LISTAN APARTE.
      *          EXTRACTO-09-FL SIGUE SIENDO EL DETALLE DE UNA CUENTA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALFEC-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS   ASSIGN TO DISK 'CUENTAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT MOVIMIENTOS ASSIGN TO DISK 'MOVIMIENTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MOVIM.

           SELECT APERCTAS  ASSIGN TO DISK 'APERCTAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-APERCTAS.

           SELECT USODESC   ASSIGN TO DISK 'USODESC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-USODESC.

           SELECT MAECLI    ASSIGN TO DISK 'MAECLI.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MAECLI.

           SELECT INFORME   ASSIGN TO DISK 'SALDOFECHA.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-INFORME.

           SELECT FECHAPROC ASSIGN TO DISK 'FECHAPROC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-FPR-FS.

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

      *****************************************************************
      * APERCTAS.DAT: POSICION DE APERTURA DE CADA CUENTA, FIJADA Y   *
      * MANTENIDA POR CONCSAL-09-FL. ACA SOLO SE LEE.                 *
      *****************************************************************
       FD APERCTAS.
       01 REG-APERCTA.
          05 APE-NROCUENTA         PIC X(08).
          05 APE-SALDOINICIAL      PIC S9(15)V9(02).

       FD USODESC.
       01 REG-USODESC.
           05 USO-NROCUENTA            PIC X(08).
           05 USO-USADO                PIC 9(13)V9(02).

       FD MAECLI.
       01 REG-MAECLI.
          05 MAE-CODIGO            PIC 9(08).
          05 MAE-NOMBRE            PIC A(20).
          05 MAE-APELLIDO          PIC A(20).
          05 MAE-ESTADO            PIC X(01).

       FD INFORME.
       01 REG-INFORME              PIC X(100).

       FD FECHAPROC.
       COPY FSFECHA.

       FD PROCLOG.
       COPY FSLOG.

       WORKING-STORAGE SECTION.

       COPY FSLOGVAR.

       COPY FSFECHAVAR.

       01 VARIABLES.
          05 WSV-FECHA            PIC 9(08)       VALUE 0.
          05 WSV-POSICION         PIC 9(03)       VALUE 0.
          05 WSV-SALDOFECHA       PIC S9(15)V9(02) VALUE 0.
          05 WSV-EFECTIVO         PIC S9(15)V9(02) VALUE 0.
          05 WSV-DIFERENCIA       PIC S9(15)V9(02) VALUE 0.
          05 WSV-SUBTOTAL         PIC S9(16)V9(02) VALUE 0.
          05 WSV-CLIENTEANT       PIC 9(08)       VALUE 0.
          05 WSV-MONEDAANT        PIC X(03)       VALUE SPACES.
          05 WSV-NOMBRE           PIC X(42)       VALUE SPACES.
          05 WSV-TABLALLENA       PIC 9(01)       VALUE 0.
          05 WSV-TRUNCADO         PIC 9(01)       VALUE 0.
          05 WSV-AUXCUENTA        PIC X(150)      VALUE SPACES.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSI-J                PIC 9(03)       VALUE 0.
          05 WSI-M                PIC 9(03)       VALUE 0.
          05 WSV-CANTCUENTAS      PIC 9(03)       VALUE 0.
          05 WSV-CANTMONEDAS      PIC 9(03)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-CLIENTES         PIC 9(05)       VALUE 0.
          05 WSA-SINBASE          PIC 9(05)       VALUE 0.
          05 WSA-DISCREPANCIAS    PIC 9(05)       VALUE 0.
          05 WSA-MOVHASTA         PIC 9(07)       VALUE 0.
          05 WSA-MOVPOSTERIOR     PIC 9(07)       VALUE 0.

       01 SWITCHES.
          05 WSS-FS-CUENTAS       PIC X(02).
            88 WSS-FS-CUENTAS-OK                  VALUE '00'.
            88 WSS-FS-CUENTAS-EOF                 VALUE '10'.
          05 WSS-FS-MOVIM         PIC X(02).
            88 WSS-FS-MOVIM-OK                    VALUE '00'.
            88 WSS-FS-MOVIM-EOF                   VALUE '10'.
          05 WSS-FS-APERCTAS      PIC X(02).
            88 WSS-FS-APERCTAS-OK                 VALUE '00'.
            88 WSS-FS-APERCTAS-EOF                VALUE '10'.
          05 WSS-FS-USODESC       PIC X(02).
            88 WSS-FS-USODESC-OK                  VALUE '00'.
            88 WSS-FS-USODESC-EOF                 VALUE '10'.
          05 WSS-FS-MAECLI        PIC X(02).
            88 WSS-FS-MAECLI-OK                   VALUE '00'.
            88 WSS-FS-MAECLI-EOF                  VALUE '10'.
          05 WSS-FS-INFORME       PIC X(02).
            88 WSS-FS-INFORME-OK                  VALUE '00'.

       01 MASCARAS.
          05 WSM-SALDO            PIC -(14)9,99.
          05 WSM-CANTIDAD         PIC Z(04)9.

      *****************************************************************
      * CUENTAS CON SU SALDO DE MAESTRO Y SU APERTURA, EL NETO DEL    *
      * LIBRO HASTA LA FECHA Y EL POSTERIOR. LA CLAVE (CLIENTE,       *
      * MONEDA Y CUENTA) VA ADELANTE PARA ORDENAR EL LISTADO.         *
      *****************************************************************
       01 TABLA-CUENTAS.
          05 WST-CUENTA           OCCURS 200 TIMES.
             10 CTA-CLAVE.
                15 CTA-CODCLTE    PIC 9(08).
                15 CTA-MONEDA     PIC X(03).
                15 CTA-NRO        PIC X(08).
             10 CTA-MONTO         PIC 9(15)V9(02).
             10 CTA-USODESC       PIC 9(13)V9(02).
             10 CTA-APERTURA      PIC S9(15)V9(02).
             10 CTA-TIENEBASE     PIC 9(01).
             10 CTA-HASTAFECHA    PIC S9(15)V9(02).
             10 CTA-POSTERIOR     PIC S9(15)V9(02).
             10 CTA-NOMBRE        PIC X(42).

       01 TABLA-MONEDAS.
          05 WST-MONEDA           OCCURS 10 TIMES.
             10 MON-CODIGO        PIC X(03).
             10 MON-CUENTAS       PIC 9(05).
             10 MON-SALDO         PIC S9(16)V9(02).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'SALFEC-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           PERFORM 9300-LEER-FECHA-PROCESO

           DISPLAY "SALDOS A LA FECHA (AAAAMMDD, 0 = FECHA DE "
                   "PROCESO): "
           ACCEPT WSV-FECHA
           IF WSV-FECHA = 0
              MOVE WS-FPR-FECHA TO WSV-FECHA
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WSV-FECHA) NOT = 0
              DISPLAY "FECHA INVALIDA"
              MOVE 4 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
              PERFORM 100000-CARGAR-CUENTAS
      *****************************************************************
      * UN LISTADO PARCIAL NO SIRVE PARA CONTESTAR UN OFICIO NI PARA  *
      * LA AUDITORIA: CON MAS CUENTAS QUE TABLA SE CANCELA.           *
      *****************************************************************
              IF WSV-TABLALLENA = 1
                 DISPLAY "CUENTAS.DAT SUPERA LA TABLA: SE CANCELA"
                 MOVE 8 TO RETURN-CODE
                 SET WS-LOG-TERMINO-ERROR TO TRUE
              ELSE
              IF WSV-CANTCUENTAS = 0
                 DISPLAY "NO HAY CUENTAS CARGADAS EN CUENTAS.DAT"
              ELSE
                 PERFORM 150000-CARGAR-USODESC
                 PERFORM 200000-NETEAR-MOVIMIENTOS
                 PERFORM 300000-CARGAR-APERTURAS
                 PERFORM 350000-BUSCAR-NOMBRES
                 PERFORM 400000-ORDENAR-CUENTAS
                 PERFORM 500000-GRABAR-INFORME
                 IF WSA-DISCREPANCIAS > 0
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
              END-IF
           END-IF
           SET WS-LOG-FIN TO TRUE
           MOVE WSV-CANTCUENTAS   TO WS-LOG-LEIDOS
           MOVE WSV-CANTCUENTAS   TO WS-LOG-GRABADOS
           MOVE WSA-DISCREPANCIAS TO WS-LOG-RECHAZADOS
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
                       INITIALIZE WST-CUENTA(WSV-CANTCUENTAS)
                       MOVE FSE-NROCUENTA   TO
                                        CTA-NRO(WSV-CANTCUENTAS)
                       MOVE FSE-CODIGOCLTE  TO
                                        CTA-CODCLTE(WSV-CANTCUENTAS)
                       MOVE FSE-MONEDA      TO
                                        CTA-MONEDA(WSV-CANTCUENTAS)
                       MOVE FSE-MONTOCUENTA TO
                                        CTA-MONTO(WSV-CANTCUENTAS)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-CUENTAS-EOF
                 READ CUENTAS
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLALLENA
                 END-READ
              END-IF
              CLOSE CUENTAS
           END-IF.

      *****************************************************************
      * EL MAESTRO NO GUARDA SALDOS NEGATIVOS: EL SALDO REAL ES       *
      * MAESTRO MENOS EL DESCUBIERTO USADO (MISMO CRITERIO QUE        *
      * CONCSAL-09-FL Y EXTRACTO-09-FL).                              *
      *****************************************************************
       150000-CARGAR-USODESC.
           OPEN INPUT USODESC
           IF WSS-FS-USODESC-OK
              PERFORM UNTIL WSS-FS-USODESC-EOF
                 READ USODESC
                    AT END
                       CONTINUE
                    NOT AT END
                       PERFORM VARYING WSI-I FROM 1 BY 1
                               UNTIL WSI-I > WSV-CANTCUENTAS
                          IF CTA-NRO(WSI-I) = USO-NROCUENTA
                             AND USO-USADO IS NUMERIC
                             MOVE USO-USADO TO CTA-USODESC(WSI-I)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE USODESC
           END-IF.

      *****************************************************************
      * UNA SOLA PASADA DEL LIBRO: LO FECHADO HASTA EL DIA PEDIDO     *
      * INCLUSIVE VA AL SALDO A LA FECHA, LO POSTERIOR SE ACUMULA     *
      * APARTE PARA LA PRUEBA CONTRA EL MAESTRO.                      *
      *****************************************************************
       200000-NETEAR-MOVIMIENTOS.
           OPEN INPUT MOVIMIENTOS
           IF WSS-FS-MOVIM-OK
              PERFORM UNTIL WSS-FS-MOVIM-EOF
                 READ MOVIMIENTOS
                    AT END
                       CONTINUE
                    NOT AT END
                       PERFORM 210000-APLICAR-MOVIMIENTO
                 END-READ
              END-PERFORM
              CLOSE MOVIMIENTOS
           END-IF.

       210000-APLICAR-MOVIMIENTO.
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCUENTAS
              IF CTA-NRO(WSI-I) = MOV-NROCUENTA
                 IF MOV-FECHA > WSV-FECHA
                    ADD 1 TO WSA-MOVPOSTERIOR
                    IF MOV-TIPO = 'D'
                       SUBTRACT MOV-IMPORTE FROM CTA-POSTERIOR(WSI-I)
                    ELSE
                       ADD MOV-IMPORTE TO CTA-POSTERIOR(WSI-I)
                    END-IF
                 ELSE
                    ADD 1 TO WSA-MOVHASTA
                    IF MOV-TIPO = 'D'
                       SUBTRACT MOV-IMPORTE FROM CTA-HASTAFECHA(WSI-I)
                    ELSE
                       ADD MOV-IMPORTE TO CTA-HASTAFECHA(WSI-I)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      *****************************************************************
      * SIN APERTURA EN APERCTAS.DAT (CONCSAL-09-FL TODAVIA NO CORRIO *
      * PARA LA CUENTA) SE DEDUCE COMO SALDO ACTUAL MENOS TODO EL     *
      * LIBRO: EL SALDO A LA FECHA SALE IGUAL, PERO ESA CUENTA NO SE  *
      * PUEDE PROBAR CONTRA EL MAESTRO Y SE MARCA EN EL LISTADO.      *
      *****************************************************************
       300000-CARGAR-APERTURAS.
           OPEN INPUT APERCTAS
           IF WSS-FS-APERCTAS-OK
              PERFORM UNTIL WSS-FS-APERCTAS-EOF
                 READ APERCTAS
                    AT END
                       CONTINUE
                    NOT AT END
                       PERFORM VARYING WSI-I FROM 1 BY 1
                               UNTIL WSI-I > WSV-CANTCUENTAS
                          IF CTA-NRO(WSI-I) = APE-NROCUENTA
                             MOVE APE-SALDOINICIAL TO
                                  CTA-APERTURA(WSI-I)
                             MOVE 1 TO CTA-TIENEBASE(WSI-I)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE APERCTAS
           END-IF

           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCUENTAS
              IF CTA-TIENEBASE(WSI-I) = 0
                 ADD 1 TO WSA-SINBASE
                 COMPUTE CTA-APERTURA(WSI-I) =
                         CTA-MONTO(WSI-I) - CTA-USODESC(WSI-I)
                         - CTA-HASTAFECHA(WSI-I) - CTA-POSTERIOR(WSI-I)
              END-IF
           END-PERFORM.

       350000-BUSCAR-NOMBRES.
           OPEN INPUT MAECLI
           IF WSS-FS-MAECLI-OK
              PERFORM UNTIL WSS-FS-MAECLI-EOF
                 READ MAECLI
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE SPACES TO WSV-NOMBRE
                       STRING FUNCTION TRIM(MAE-APELLIDO) ', '
                              FUNCTION TRIM(MAE-NOMBRE)
                              DELIMITED BY SIZE INTO WSV-NOMBRE
                       PERFORM VARYING WSI-I FROM 1 BY 1
                               UNTIL WSI-I > WSV-CANTCUENTAS
                          IF CTA-CODCLTE(WSI-I) = MAE-CODIGO
                             MOVE WSV-NOMBRE TO CTA-NOMBRE(WSI-I)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE MAECLI
           END-IF.

      *****************************************************************
      * ORDENA POR CLIENTE, MONEDA Y CUENTA (BURBUJA).                *
      *****************************************************************
       400000-ORDENAR-CUENTAS.
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCUENTAS
              PERFORM VARYING WSI-J FROM 1 BY 1
                      UNTIL WSI-J > WSV-CANTCUENTAS - WSI-I
                 IF CTA-CLAVE(WSI-J) > CTA-CLAVE(WSI-J + 1)
                    MOVE WST-CUENTA(WSI-J)     TO WSV-AUXCUENTA
                    MOVE WST-CUENTA(WSI-J + 1) TO WST-CUENTA(WSI-J)
                    MOVE WSV-AUXCUENTA TO WST-CUENTA(WSI-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

      *****************************************************************
      * LISTADO: CUENTAS POR CLIENTE CON SUBTOTAL POR MONEDA, TOTALES *
      * GENERALES POR MONEDA Y, AL FINAL, LAS CUENTAS QUE NO EMPATAN  *
      * CONTRA EL MAESTRO (SALDO A LA FECHA + POSTERIOR <> ACTUAL).   *
      *****************************************************************
       500000-GRABAR-INFORME.
           OPEN OUTPUT INFORME
           IF NOT WSS-FS-INFORME-OK
              DISPLAY "NO SE PUDO GENERAR SALDOFECHA.DAT"
              DISPLAY "FILE STATUS " WSS-FS-INFORME
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
              MOVE ALL '=' TO REG-INFORME
              PERFORM 590000-GRABAR-LINEA
              STRING 'SALDOS DE CUENTAS AL ' WSV-FECHA
                     ' - EMITIDO CON FECHA DE PROCESO ' WS-FPR-FECHA
                     DELIMITED BY SIZE INTO REG-INFORME
              PERFORM 590000-GRABAR-LINEA
              MOVE 'APERTURA DE APERCTAS.DAT MAS LOS MOVIMIENTOS DE '
                   TO REG-INFORME
              MOVE 'MOVIMIENTOS.DAT HASTA LA FECHA INCLUSIVE'
                   TO REG-INFORME(49:)
              PERFORM 590000-GRABAR-LINEA
              MOVE ALL '=' TO REG-INFORME
              PERFORM 590000-GRABAR-LINEA
              MOVE 'CLIENTE  CUENTA   MON' TO REG-INFORME
              MOVE 'SALDO A LA FECHA' TO REG-INFORME(32:16)
              PERFORM 590000-GRABAR-LINEA

              MOVE HIGH-VALUES TO WSV-MONEDAANT
              MOVE 0 TO WSV-CLIENTEANT
              MOVE 0 TO WSV-SUBTOTAL
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTCUENTAS
                 IF WSI-I > 1
                    AND (CTA-CODCLTE(WSI-I) NOT = WSV-CLIENTEANT
                         OR CTA-MONEDA(WSI-I) NOT = WSV-MONEDAANT)
                    PERFORM 520000-SUBTOTAL-MONEDA
                 END-IF
                 IF WSI-I = 1 OR CTA-CODCLTE(WSI-I) NOT = WSV-CLIENTEANT
                    ADD 1 TO WSA-CLIENTES
                    MOVE ALL '-' TO REG-INFORME
                    PERFORM 590000-GRABAR-LINEA
                    IF CTA-NOMBRE(WSI-I) = SPACES
                       STRING CTA-CODCLTE(WSI-I)
                              ' (SIN NOMBRE EN MAECLI.DAT)'
                              DELIMITED BY SIZE INTO REG-INFORME
                    ELSE
                       STRING CTA-CODCLTE(WSI-I) ' ' CTA-NOMBRE(WSI-I)
                              DELIMITED BY SIZE INTO REG-INFORME
                    END-IF
                    PERFORM 590000-GRABAR-LINEA
                 END-IF
                 MOVE CTA-CODCLTE(WSI-I) TO WSV-CLIENTEANT
                 MOVE CTA-MONEDA(WSI-I)  TO WSV-MONEDAANT
                 PERFORM 510000-LINEA-CUENTA
              END-PERFORM
              PERFORM 520000-SUBTOTAL-MONEDA

              PERFORM 530000-TOTALES-MONEDA
              PERFORM 540000-DISCREPANCIAS
              CLOSE INFORME

              DISPLAY "CUENTAS:                  " WSV-CANTCUENTAS
              DISPLAY "MOVIMIENTOS HASTA LA FECHA: " WSA-MOVHASTA
              DISPLAY "MOVIMIENTOS POSTERIORES:    " WSA-MOVPOSTERIOR
              DISPLAY "CLIENTES:                 " WSA-CLIENTES
              DISPLAY "SIN APERTURA (NO PROBADAS): " WSA-SINBASE
              DISPLAY "NO EMPATAN CONTRA EL MAESTRO: " WSA-DISCREPANCIAS
              DISPLAY "LISTADO EN SALDOFECHA.DAT"
              IF WSV-TRUNCADO = 1
                 DISPLAY "ATENCION: MAS DE 10 MONEDAS, LOS TOTALES POR "
                         "MONEDA ESTAN INCOMPLETOS"
              END-IF
           END-IF.

       510000-LINEA-CUENTA.
           COMPUTE WSV-SALDOFECHA =
                   CTA-APERTURA(WSI-I) + CTA-HASTAFECHA(WSI-I)
           ADD WSV-SALDOFECHA TO WSV-SUBTOTAL
           PERFORM 515000-ACUMULAR-MONEDA
           MOVE WSV-SALDOFECHA TO WSM-SALDO
           MOVE CTA-NRO(WSI-I)    TO REG-INFORME(10:8)
           MOVE CTA-MONEDA(WSI-I) TO REG-INFORME(19:3)
           MOVE WSM-SALDO         TO REG-INFORME(30:18)
           IF CTA-TIENEBASE(WSI-I) = 0
              MOVE '(*) SIN APERTURA' TO REG-INFORME(50:)
           END-IF
           PERFORM 590000-GRABAR-LINEA.

       515000-ACUMULAR-MONEDA.
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSI-M FROM 1 BY 1
                   UNTIL WSI-M > WSV-CANTMONEDAS
              IF MON-CODIGO(WSI-M) = CTA-MONEDA(WSI-I)
                 MOVE WSI-M TO WSV-POSICION
              END-IF
           END-PERFORM
           IF WSV-POSICION = 0
              IF WSV-CANTMONEDAS < 10
                 ADD 1 TO WSV-CANTMONEDAS
                 MOVE WSV-CANTMONEDAS   TO WSV-POSICION
                 MOVE CTA-MONEDA(WSI-I) TO MON-CODIGO(WSV-POSICION)
                 MOVE 0 TO MON-CUENTAS(WSV-POSICION)
                 MOVE 0 TO MON-SALDO(WSV-POSICION)
              ELSE
                 MOVE 1 TO WSV-TRUNCADO
              END-IF
           END-IF
           IF WSV-POSICION > 0
              ADD 1 TO MON-CUENTAS(WSV-POSICION)
              ADD WSV-SALDOFECHA TO MON-SALDO(WSV-POSICION)
           END-IF.

       520000-SUBTOTAL-MONEDA.
           MOVE WSV-SUBTOTAL TO WSM-SALDO
           STRING '         TOTAL ' WSV-MONEDAANT
                  DELIMITED BY SIZE INTO REG-INFORME
           MOVE WSM-SALDO TO REG-INFORME(30:18)
           PERFORM 590000-GRABAR-LINEA
           MOVE 0 TO WSV-SUBTOTAL.

       530000-TOTALES-MONEDA.
           MOVE ALL '=' TO REG-INFORME
           PERFORM 590000-GRABAR-LINEA
           MOVE 'TOTALES POR MONEDA' TO REG-INFORME
           PERFORM 590000-GRABAR-LINEA
           PERFORM VARYING WSI-M FROM 1 BY 1
                   UNTIL WSI-M > WSV-CANTMONEDAS
              MOVE MON-CUENTAS(WSI-M) TO WSM-CANTIDAD
              MOVE MON-SALDO(WSI-M)   TO WSM-SALDO
              STRING MON-CODIGO(WSI-M) ' ' WSM-CANTIDAD ' CUENTAS'
                     DELIMITED BY SIZE INTO REG-INFORME
              MOVE WSM-SALDO TO REG-INFORME(30:18)
              PERFORM 590000-GRABAR-LINEA
           END-PERFORM
           MOVE WSA-CLIENTES TO WSM-CANTIDAD
           STRING 'CLIENTES: ' WSM-CANTIDAD
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 590000-GRABAR-LINEA
           IF WSA-SINBASE > 0
              MOVE WSA-SINBASE TO WSM-CANTIDAD
              STRING '(*) ' WSM-CANTIDAD ' CUENTAS SIN APERTURA EN '
                     'APERCTAS.DAT: SALDO DEDUCIDO DEL MAESTRO, '
                     'SIN PRUEBA'
                     DELIMITED BY SIZE INTO REG-INFORME
              PERFORM 590000-GRABAR-LINEA
           END-IF.

      *****************************************************************
      * PRUEBA DE CADA CUENTA CON APERTURA: SALDO A LA FECHA MAS LOS  *
      * MOVIMIENTOS POSTERIORES CONTRA EL SALDO EFECTIVO ACTUAL. UNA  *
      * DIFERENCIA ES UN MOVIMIENTO NO ASENTADO O UN SALDO TOCADO A   *
      * MANO: EL SALDO A LA FECHA DE ESA CUENTA HAY QUE REVISARLO     *
      * ANTES DE INFORMARLO.                                          *
      *****************************************************************
       540000-DISCREPANCIAS.
           MOVE SPACES TO REG-INFORME
           PERFORM 590000-GRABAR-LINEA
           MOVE ALL '=' TO REG-INFORME
           PERFORM 590000-GRABAR-LINEA
           MOVE 'CUENTAS CUYO SALDO A LA FECHA MAS LO POSTERIOR NO '
                TO REG-INFORME
           MOVE 'EMPATA CONTRA CUENTAS.DAT' TO REG-INFORME(51:)
           PERFORM 590000-GRABAR-LINEA
           MOVE 'CUENTA   MON' TO REG-INFORME
           MOVE 'A LA FECHA'   TO REG-INFORME(22:10)
           MOVE 'POSTERIOR'    TO REG-INFORME(42:9)
           MOVE 'ACTUAL'       TO REG-INFORME(64:6)
           MOVE 'DIFERENCIA'   TO REG-INFORME(79:10)
           PERFORM 590000-GRABAR-LINEA
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCUENTAS
              IF CTA-TIENEBASE(WSI-I) = 1
                 COMPUTE WSV-SALDOFECHA =
                         CTA-APERTURA(WSI-I) + CTA-HASTAFECHA(WSI-I)
                 COMPUTE WSV-EFECTIVO =
                         CTA-MONTO(WSI-I) - CTA-USODESC(WSI-I)
                 COMPUTE WSV-DIFERENCIA = WSV-EFECTIVO
                         - WSV-SALDOFECHA - CTA-POSTERIOR(WSI-I)
                 IF WSV-DIFERENCIA NOT = 0
                    PERFORM 545000-LINEA-DISCREPANCIA
                 END-IF
              END-IF
           END-PERFORM
           IF WSA-DISCREPANCIAS = 0
              MOVE 'NINGUNA: TODAS LAS CUENTAS CON APERTURA EMPATAN.'
                   TO REG-INFORME
              PERFORM 590000-GRABAR-LINEA
           END-IF
           MOVE ALL '=' TO REG-INFORME
           PERFORM 590000-GRABAR-LINEA.

       545000-LINEA-DISCREPANCIA.
           ADD 1 TO WSA-DISCREPANCIAS
           MOVE CTA-NRO(WSI-I)    TO REG-INFORME(1:8)
           MOVE CTA-MONEDA(WSI-I) TO REG-INFORME(10:3)
           MOVE WSV-SALDOFECHA TO WSM-SALDO
           MOVE WSM-SALDO TO REG-INFORME(14:18)
           MOVE CTA-POSTERIOR(WSI-I) TO WSM-SALDO
           MOVE WSM-SALDO TO REG-INFORME(33:18)
           MOVE WSV-EFECTIVO TO WSM-SALDO
           MOVE WSM-SALDO TO REG-INFORME(52:18)
           MOVE WSV-DIFERENCIA TO WSM-SALDO
           MOVE WSM-SALDO TO REG-INFORME(71:18)
           PERFORM 590000-GRABAR-LINEA
           MOVE WSV-DIFERENCIA TO WSM-SALDO
           DISPLAY "*** CUENTA " CTA-NRO(WSI-I)
                   " NO EMPATA CONTRA EL MAESTRO: DIFERENCIA "
                   WSM-SALDO.

       590000-GRABAR-LINEA.
           IF WSS-FS-INFORME-OK
              WRITE REG-INFORME
           END-IF
           MOVE SPACES TO REG-INFORME.

       COPY FSLOGPROC.

       COPY FSFECHAPROC.

       END PROGRAM SALFEC-09-FL.
