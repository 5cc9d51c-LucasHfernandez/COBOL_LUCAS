      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 18/10/2019
      * Purpose: CONTROL DE INTEGRIDAD REFERENCIAL ENTRE MAESTROS:
      *          CUENTAS DE CLIENTES INEXISTENTES EN MAECLI, CARGOS
      *          DE SERVICIO.DAT Y ABONOS.DAT DE CUENTAS INEXISTENTES,
      *          NOMBRES DE CRUZCLI, ASIGCOB Y MANDATOS SIN CLIENTE,
      *          LEGAJOS INSCRIPTOS SIN VINCULO EN CRUZCLI Y PAGOS DE
      *          CUOTAS QUE NO EXISTEN (NI VIVAS NI ARCHIVADAS EN LOS
      *          CUOTAS-A<AAAA>.DAT). SOLO LECTURA: DEJA EL DETALLE
      *          EN INTEGRIDAD.DAT Y UN RESUMEN POR REGLA. CORRE
      *          DESDE LA CADENA SIN RESPUESTAS; CON HUERFANOS
      *          TERMINA CON CODIGO 4. CADA HUERFANO QUEDA ADEMAS EN
      *          LA BANDEJA DE EXCEPCIONES (EXCEPC-09-FL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGR-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAECLI    ASSIGN TO DISK 'MAECLI.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MAECLI.

           SELECT CUENTAS   ASSIGN TO DISK 'CUENTAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT SERVICIOS ASSIGN TO DISK 'SERVICIO.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SERVICIOS.

           SELECT ABONOS    ASSIGN TO DISK 'ABONOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ABONOS.

           SELECT CRUZCLI   ASSIGN TO DISK 'CRUZCLI.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CRUZCLI.

           SELECT ASIGCOB   ASSIGN TO DISK 'ASIGCOB.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ASIGCOB.

           SELECT MANDATOS  ASSIGN TO DISK 'MANDATOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MANDATOS.

           SELECT INSCRIPTOS ASSIGN TO DISK 'INSCRIPTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-INSCRIPTOS.

           SELECT CUOTAS    ASSIGN TO DISK 'CUOTAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CUOTAS.

           SELECT ANUAL     ASSIGN TO DYNAMIC WSV-NOMBRE-ANUAL
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ANUAL.

           SELECT PAGOS     ASSIGN TO DISK 'PAGOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PAGOS.

           SELECT LISTADO   ASSIGN TO DISK 'INTEGRIDAD.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-LISTADO.

           SELECT FECHAPROC ASSIGN TO DISK 'FECHAPROC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-FPR-FS.

           SELECT EXCEPCIONES ASSIGN TO DISK 'EXCEPCIONES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-EXC-FS.

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

       FD CUENTAS.
       01 REG-CUENTA.
           05 FSE-NROCUENTA            PIC X(08).
           05 FSE-CODIGOCLTE           PIC 9(08).
           05 FSE-MONTOCUENTA          PIC 9(15)V9(02).
           05 FSE-MONEDA               PIC X(03).

       FD SERVICIOS.
       01 REG-SERVICIO.
           05 FSV-CODIGOSERVICIO       PIC X(03).
           05 FSV-NROCUENTA            PIC 9(08).
           05 FSV-DESCRIPCION          PIC X(30).
           05 FSV-PERIODO              PIC X(06).
           05 FSV-MONTOFACTURA         PIC 9(05)V9(02).
           05 FSV-PRECIOMANUAL         PIC X(01).

       FD ABONOS.
       01 REG-ABONO.
           05 ABO-CODIGOSERVICIO       PIC X(03).
           05 ABO-NROCUENTA            PIC 9(08).
           05 ABO-DESCRIPCION          PIC X(30).
           05 ABO-MONTOMENSUAL         PIC 9(05)V9(02).

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

       FD MANDATOS.
       01 REG-MANDATO.
          05 MAN-NOMBRE            PIC A(20).
          05 MAN-APELLIDO          PIC A(20).
          05 MAN-CBU               PIC X(22).
          05 MAN-CUENTA            PIC X(08).
          05 MAN-FECHAALTA         PIC 9(08).
          05 MAN-ESTADO            PIC X(01).

       FD INSCRIPTOS.
       01 REG-INSCRIPTO.
          05 INS-PERIODO           PIC X(06).
          05 INS-MATERIA           PIC 9(02).
          05 INS-LEGAJO            PIC 9(06).
          05 INS-NOMBRE            PIC A(20).
          05 INS-APELLIDO          PIC A(20).
          05 INS-ESTADO            PIC X(01).

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

      *****************************************************************
      * CUOTAS-A<AAAA>.DAT: CUOTAS ARCHIVADAS POR ARCHIVO-09-FL, CON  *
      * EL MISMO REGISTRO QUE CUOTAS.DAT.                             *
      *****************************************************************
       FD ANUAL.
       01 REG-ANUAL.
          05 ANU-NOMBRE            PIC A(20).
          05 ANU-APELLIDO          PIC A(20).
          05 ANU-NUMERO-CUOTA      PIC 9(02).
          05 ANU-RESTO             PIC X(35).

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

      *****************************************************************
      * INTEGRIDAD.DAT: LISTADO IMPRIMIBLE, UNA LINEA POR HUERFANO    *
      * CON EL NUMERO DE REGLA, Y EL RESUMEN AL PIE.                  *
      *****************************************************************
       FD LISTADO.
       01 REG-LISTADO              PIC X(80).

       FD FECHAPROC.
       COPY FSFECHA.

       FD EXCEPCIONES.
       COPY FSEXC.

       FD PROCLOG.
       COPY FSLOG.

       WORKING-STORAGE SECTION.

       COPY FSLOGVAR.

       COPY FSEXCVAR.

       COPY FSFECHAVAR.

       01 VARIABLES.
          05 WSV-LINEA            PIC X(80)       VALUE SPACES.
          05 WSV-NROCUENTA        PIC X(08)       VALUE SPACES.
          05 WSV-NOMBRE           PIC A(20)       VALUE SPACES.
          05 WSV-APELLIDO         PIC A(20)       VALUE SPACES.
          05 WSV-ENCONTRADO       PIC 9(01)       VALUE 0.
          05 WSV-SINCLIENTES      PIC 9(01)       VALUE 0.
          05 WSV-SINCUENTAS       PIC 9(01)       VALUE 0.
          05 WSV-SINLEGAJOS       PIC 9(01)       VALUE 0.
          05 WSV-SINCUOTAS        PIC 9(01)       VALUE 0.
          05 WSV-TABLALLENA       PIC 9(01)       VALUE 0.
          05 WSV-NOMBRE-ANUAL     PIC X(30)       VALUE SPACES.
          05 WSV-ANIO             PIC 9(04)       VALUE 0.
          05 WSV-ANIO-DESDE       PIC 9(04)       VALUE 0.
          05 WSV-ANIO-HASTA       PIC 9(04)       VALUE 0.
          05 WSV-REGLA            PIC 9(02)       VALUE 0.

      *****************************************************************
      * UN PAGO PUEDE SER DE UNA CUOTA EMITIDA VARIOS AÑOS ANTES: SE  *
      * BUSCA EN LOS ANUALES DESDE DIEZ AÑOS ANTES DEL PAGO MAS VIEJO *
      * QUE QUEDO SIN CUOTA VIVA.                                     *
      *****************************************************************
       01 CONSTANTES.
          05 WSC-ANIOS-ATRAS      PIC 9(02)       VALUE 10.

       01 INDICES.
          05 WSI-I                PIC 9(04)       VALUE 0.
          05 WSI-R                PIC 9(02)       VALUE 0.
          05 WSV-CANTCLIENTES     PIC 9(04)       VALUE 0.
          05 WSV-CANTCUENTAS      PIC 9(04)       VALUE 0.
          05 WSV-CANTLEGAJOS      PIC 9(04)       VALUE 0.
          05 WSV-CANTCUOTAS       PIC 9(04)       VALUE 0.
          05 WSV-CANTPEND         PIC 9(04)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-LEIDOS           PIC 9(07)       VALUE 0.
          05 WSA-HUERFANOS        PIC 9(07)       VALUE 0.
          05 WSA-REGLA            PIC 9(05)       VALUE 0
                                  OCCURS 8 TIMES.

       01 SWITCHES.
          05 WSS-FS-MAECLI        PIC X(02).
            88 WSS-FS-MAECLI-OK                   VALUE '00'.
            88 WSS-FS-MAECLI-EOF                  VALUE '10'.
          05 WSS-FS-CUENTAS       PIC X(02).
            88 WSS-FS-CUENTAS-OK                  VALUE '00'.
            88 WSS-FS-CUENTAS-EOF                 VALUE '10'.
          05 WSS-FS-SERVICIOS     PIC X(02).
            88 WSS-FS-SERVICIOS-OK                VALUE '00'.
            88 WSS-FS-SERVICIOS-EOF               VALUE '10'.
          05 WSS-FS-ABONOS        PIC X(02).
            88 WSS-FS-ABONOS-OK                   VALUE '00'.
            88 WSS-FS-ABONOS-EOF                  VALUE '10'.
          05 WSS-FS-CRUZCLI       PIC X(02).
            88 WSS-FS-CRUZCLI-OK                  VALUE '00'.
            88 WSS-FS-CRUZCLI-EOF                 VALUE '10'.
          05 WSS-FS-ASIGCOB       PIC X(02).
            88 WSS-FS-ASIGCOB-OK                  VALUE '00'.
            88 WSS-FS-ASIGCOB-EOF                 VALUE '10'.
          05 WSS-FS-MANDATOS      PIC X(02).
            88 WSS-FS-MANDATOS-OK                 VALUE '00'.
            88 WSS-FS-MANDATOS-EOF                VALUE '10'.
          05 WSS-FS-INSCRIPTOS    PIC X(02).
            88 WSS-FS-INSCRIPTOS-OK               VALUE '00'.
            88 WSS-FS-INSCRIPTOS-EOF              VALUE '10'.
          05 WSS-FS-CUOTAS        PIC X(02).
            88 WSS-FS-CUOTAS-OK                   VALUE '00'.
            88 WSS-FS-CUOTAS-EOF                  VALUE '10'.
          05 WSS-FS-ANUAL         PIC X(02).
            88 WSS-FS-ANUAL-OK                    VALUE '00'.
            88 WSS-FS-ANUAL-EOF                   VALUE '10'.
          05 WSS-FS-PAGOS         PIC X(02).
            88 WSS-FS-PAGOS-OK                    VALUE '00'.
            88 WSS-FS-PAGOS-EOF                   VALUE '10'.
          05 WSS-FS-LISTADO       PIC X(02).
            88 WSS-FS-LISTADO-OK                  VALUE '00'.

       01 MASCARAS.
          05 WSM-CANTIDAD         PIC ZZZZ9.
          05 WSM-IMPORTE          PIC ZZZ.ZZ9,99.

       01 TABLA-REGLAS.
          05 WST-REGLA            PIC X(40)       OCCURS 8 TIMES.

      *****************************************************************
      * CLAVES DE LOS MAESTROS EN MEMORIA. SI UN MAESTRO NO ENTRA EN  *
      * SU TABLA, LAS REGLAS QUE DEPENDEN DE EL NO SE CORREN (DARIAN  *
      * HUERFANOS FALSOS) Y LA CORRIDA TERMINA CON CODIGO 8.          *
      *****************************************************************
       01 TABLA-CLIENTES.
          05 WST-CLIENTE          OCCURS 500 TIMES.
             10 CLI-CODIGO        PIC 9(08).
             10 CLI-NOMBRE        PIC A(20).
             10 CLI-APELLIDO      PIC A(20).

       01 TABLA-CUENTAS.
          05 WST-CUENTA           OCCURS 500 TIMES.
             10 CTA-NRO           PIC X(08).

       01 TABLA-LEGAJOS.
          05 WST-LEGAJO           OCCURS 500 TIMES.
             10 LEG-LEGAJO        PIC 9(06).

       01 TABLA-CUOTAS.
          05 WST-CUOTA            OCCURS 3000 TIMES.
             10 CUO-NOMBRE        PIC A(20).
             10 CUO-APELLIDO      PIC A(20).
             10 CUO-NRO           PIC 9(02).

      *****************************************************************
      * PAGOS SIN CUOTA VIVA, PENDIENTES DE BUSCAR EN LOS ANUALES.    *
      *****************************************************************
       01 TABLA-PENDIENTES.
          05 WST-PENDIENTE        OCCURS 200 TIMES.
             10 PEN-NOMBRE        PIC A(20).
             10 PEN-APELLIDO      PIC A(20).
             10 PEN-NRO           PIC 9(02).
             10 PEN-FECHA         PIC 9(08).
             10 PEN-IMPORTE       PIC 9(06)V9(02).
             10 PEN-ARCHIVADA     PIC 9(01).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'INTEGR-09-FL' TO WS-LOG-PROGRAMA
           MOVE 'INTEGR-09-FL' TO WS-EXC-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           PERFORM 9300-LEER-FECHA-PROCESO

           MOVE 'CUENTA SIN CLIENTE EN MAECLI'     TO WST-REGLA(1)
           MOVE 'CARGO DE SERVICIO SIN CUENTA'     TO WST-REGLA(2)
           MOVE 'ABONO SIN CUENTA'                 TO WST-REGLA(3)
           MOVE 'CRUZCLI SIN CLIENTE'              TO WST-REGLA(4)
           MOVE 'ASIGCOB SIN CLIENTE'              TO WST-REGLA(5)
           MOVE 'MANDATO SIN CLIENTE'              TO WST-REGLA(6)
           MOVE 'INSCRIPCION SIN VINCULO CRUZCLI'  TO WST-REGLA(7)
           MOVE 'PAGO DE CUOTA INEXISTENTE'        TO WST-REGLA(8)

           OPEN OUTPUT LISTADO
           IF NOT WSS-FS-LISTADO-OK
              DISPLAY "NO SE PUDO GENERAR INTEGRIDAD.DAT"
              DISPLAY "FILE STATUS " WSS-FS-LISTADO
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
              SET WS-LOG-FIN TO TRUE
              PERFORM 9100-GRABAR-PROCLOG
              STOP RUN
           END-IF
           STRING 'CONTROL DE INTEGRIDAD REFERENCIAL AL ' WS-FPR-FECHA
                  DELIMITED BY SIZE INTO WSV-LINEA
           PERFORM 900000-GRABAR-LINEA
           MOVE ALL '-' TO WSV-LINEA
           PERFORM 900000-GRABAR-LINEA

           PERFORM 100000-CARGAR-MAESTROS
           PERFORM 200000-CONTROLAR-CUENTAS
           PERFORM 300000-CONTROLAR-CARGOS
           PERFORM 400000-CONTROLAR-NOMBRES
           PERFORM 500000-CONTROLAR-INSCRIPTOS
           PERFORM 600000-CONTROLAR-PAGOS
           PERFORM 700000-RESUMEN
           CLOSE LISTADO

           IF WSV-TABLALLENA = 1
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
              IF WSA-HUERFANOS > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           MOVE WSA-LEIDOS    TO WS-LOG-LEIDOS
           MOVE WSA-HUERFANOS TO WS-LOG-GRABADOS
           SET WS-LOG-FIN TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

      *****************************************************************
      * CARGA LAS CLAVES DE MAECLI, CUENTAS, CRUZCLI Y CUOTAS. UN     *
      * MAESTRO QUE NO EXISTE QUEDA VACIO: TODO LO QUE LO REFERENCIE  *
      * SALE COMO HUERFANO, QUE ES LO QUE CORRESPONDE.                *
      *****************************************************************
       100000-CARGAR-MAESTROS.
           PERFORM 110000-CARGAR-CLIENTES
           PERFORM 120000-CARGAR-CUENTAS
           PERFORM 130000-CARGAR-LEGAJOS
           PERFORM 140000-CARGAR-CUOTAS.

       110000-CARGAR-CLIENTES.
           MOVE 0 TO WSV-CANTCLIENTES
           OPEN INPUT MAECLI
           IF WSS-FS-MAECLI-OK
              PERFORM UNTIL WSS-FS-MAECLI-EOF OR WSV-SINCLIENTES = 1
                 READ MAECLI
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSA-LEIDOS
                       IF WSV-CANTCLIENTES = 500
                          MOVE 1 TO WSV-SINCLIENTES
                       ELSE
                          ADD 1 TO WSV-CANTCLIENTES
                          MOVE MAE-CODIGO   TO
                                           CLI-CODIGO(WSV-CANTCLIENTES)
                          MOVE MAE-NOMBRE   TO
                                           CLI-NOMBRE(WSV-CANTCLIENTES)
                          MOVE MAE-APELLIDO TO
                                         CLI-APELLIDO(WSV-CANTCLIENTES)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MAECLI
           END-IF
           IF WSV-SINCLIENTES = 1
              DISPLAY "MAECLI.DAT SUPERA LA TABLA DE 500 CLIENTES: "
                      "NO SE CONTROLAN LAS REGLAS 01, 04, 05 Y 06"
              MOVE 1 TO WSV-TABLALLENA
           END-IF.

       120000-CARGAR-CUENTAS.
           MOVE 0 TO WSV-CANTCUENTAS
           OPEN INPUT CUENTAS
           IF WSS-FS-CUENTAS-OK
              PERFORM UNTIL WSS-FS-CUENTAS-EOF OR WSV-SINCUENTAS = 1
                 READ CUENTAS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF WSV-CANTCUENTAS = 500
                          MOVE 1 TO WSV-SINCUENTAS
                       ELSE
                          ADD 1 TO WSV-CANTCUENTAS
                          MOVE FSE-NROCUENTA TO
                                           CTA-NRO(WSV-CANTCUENTAS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUENTAS
           END-IF
           IF WSV-SINCUENTAS = 1
              DISPLAY "CUENTAS.DAT SUPERA LA TABLA DE 500 CUENTAS: "
                      "NO SE CONTROLAN LAS REGLAS 02 Y 03"
              MOVE 1 TO WSV-TABLALLENA
           END-IF.

       130000-CARGAR-LEGAJOS.
           MOVE 0 TO WSV-CANTLEGAJOS
           OPEN INPUT CRUZCLI
           IF WSS-FS-CRUZCLI-OK
              PERFORM UNTIL WSS-FS-CRUZCLI-EOF OR WSV-SINLEGAJOS = 1
                 READ CRUZCLI
                    AT END
                       CONTINUE
                    NOT AT END
                       IF WSV-CANTLEGAJOS = 500
                          MOVE 1 TO WSV-SINLEGAJOS
                       ELSE
                          ADD 1 TO WSV-CANTLEGAJOS
                          MOVE CRZ-LEGAJO TO
                                           LEG-LEGAJO(WSV-CANTLEGAJOS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CRUZCLI
           END-IF
           IF WSV-SINLEGAJOS = 1
              DISPLAY "CRUZCLI.DAT SUPERA LA TABLA DE 500 VINCULOS: "
                      "NO SE CONTROLA LA REGLA 07"
              MOVE 1 TO WSV-TABLALLENA
           END-IF.

       140000-CARGAR-CUOTAS.
           MOVE 0 TO WSV-CANTCUOTAS
           OPEN INPUT CUOTAS
           IF WSS-FS-CUOTAS-OK
              PERFORM UNTIL WSS-FS-CUOTAS-EOF OR WSV-SINCUOTAS = 1
                 READ CUOTAS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF WSV-CANTCUOTAS = 3000
                          MOVE 1 TO WSV-SINCUOTAS
                       ELSE
                          ADD 1 TO WSV-CANTCUOTAS
                          MOVE FSC-NOMBRE       TO
                                           CUO-NOMBRE(WSV-CANTCUOTAS)
                          MOVE FSC-APELLIDO     TO
                                           CUO-APELLIDO(WSV-CANTCUOTAS)
                          MOVE FSC-NUMERO-CUOTA TO
                                           CUO-NRO(WSV-CANTCUOTAS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUOTAS
           END-IF
           IF WSV-SINCUOTAS = 1
              DISPLAY "CUOTAS.DAT SUPERA LA TABLA DE 3000 CUOTAS: "
                      "NO SE CONTROLA LA REGLA 08"
              MOVE 1 TO WSV-TABLALLENA
           END-IF.

      *****************************************************************
      * REGLA 01: CADA CUENTA DEBE SER DE UN CLIENTE DE MAECLI.       *
      *****************************************************************
       200000-CONTROLAR-CUENTAS.
           IF WSV-SINCLIENTES = 0
              OPEN INPUT CUENTAS
              IF WSS-FS-CUENTAS-OK
                 PERFORM UNTIL WSS-FS-CUENTAS-EOF
                    READ CUENTAS
                       AT END
                          CONTINUE
                       NOT AT END
                          ADD 1 TO WSA-LEIDOS
                          PERFORM 210000-BUSCAR-CODIGO
                          IF WSV-ENCONTRADO = 0
                             MOVE 1 TO WSV-REGLA
                             STRING 'REGLA 01 CUENTA ' FSE-NROCUENTA
                                    ' CLIENTE ' FSE-CODIGOCLTE
                                    ' NO EXISTE EN MAECLI'
                                    DELIMITED BY SIZE INTO WSV-LINEA
                             PERFORM 800000-INFORMAR-HUERFANO
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE CUENTAS
              END-IF
           END-IF.

       210000-BUSCAR-CODIGO.
           MOVE 0 TO WSV-ENCONTRADO
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCLIENTES OR WSV-ENCONTRADO = 1
              IF CLI-CODIGO(WSI-I) = FSE-CODIGOCLTE
                 MOVE 1 TO WSV-ENCONTRADO
              END-IF
           END-PERFORM.

      *****************************************************************
      * REGLAS 02 Y 03: LOS CARGOS (SERVICIO.DAT) Y LOS ABONOS        *
      * RECURRENTES (ABONOS.DAT) DEBEN SER DE UNA CUENTA EXISTENTE.   *
      * EL NUMERO ES 9(08) EN ESTOS ARCHIVOS Y X(08) EN CUENTAS.DAT.  *
      *****************************************************************
       300000-CONTROLAR-CARGOS.
           IF WSV-SINCUENTAS = 0
              OPEN INPUT SERVICIOS
              IF WSS-FS-SERVICIOS-OK
                 PERFORM UNTIL WSS-FS-SERVICIOS-EOF
                    READ SERVICIOS
                       AT END
                          CONTINUE
                       NOT AT END
                          ADD 1 TO WSA-LEIDOS
                          MOVE FSV-NROCUENTA TO WSV-NROCUENTA
                          PERFORM 310000-BUSCAR-CUENTA
                          IF WSV-ENCONTRADO = 0
                             MOVE 2 TO WSV-REGLA
                             STRING 'REGLA 02 CUENTA ' WSV-NROCUENTA
                                    ' SERVICIO ' FSV-CODIGOSERVICIO
                                    ' PERIODO ' FSV-PERIODO
                                    DELIMITED BY SIZE INTO WSV-LINEA
                             PERFORM 800000-INFORMAR-HUERFANO
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE SERVICIOS
              END-IF

              OPEN INPUT ABONOS
              IF WSS-FS-ABONOS-OK
                 PERFORM UNTIL WSS-FS-ABONOS-EOF
                    READ ABONOS
                       AT END
                          CONTINUE
                       NOT AT END
                          ADD 1 TO WSA-LEIDOS
                          MOVE ABO-NROCUENTA TO WSV-NROCUENTA
                          PERFORM 310000-BUSCAR-CUENTA
                          IF WSV-ENCONTRADO = 0
                             MOVE 3 TO WSV-REGLA
                             STRING 'REGLA 03 CUENTA ' WSV-NROCUENTA
                                    ' ABONO ' ABO-CODIGOSERVICIO
                                    ' ' ABO-DESCRIPCION
                                    DELIMITED BY SIZE INTO WSV-LINEA
                             PERFORM 800000-INFORMAR-HUERFANO
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE ABONOS
              END-IF
           END-IF.

       310000-BUSCAR-CUENTA.
           MOVE 0 TO WSV-ENCONTRADO
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCUENTAS OR WSV-ENCONTRADO = 1
              IF CTA-NRO(WSI-I) = WSV-NROCUENTA
                 MOVE 1 TO WSV-ENCONTRADO
              END-IF
           END-PERFORM.

      *****************************************************************
      * REGLAS 04 A 06: LOS ARCHIVOS QUE VINCULAN POR NOMBRE Y        *
      * APELLIDO (CRUZCLI, ASIGCOB, MANDATOS) DEBEN NOMBRAR UN        *
      * CLIENTE DE MAECLI.                                            *
      *****************************************************************
       400000-CONTROLAR-NOMBRES.
           IF WSV-SINCLIENTES = 0
              OPEN INPUT CRUZCLI
              IF WSS-FS-CRUZCLI-OK
                 PERFORM UNTIL WSS-FS-CRUZCLI-EOF
                    READ CRUZCLI
                       AT END
                          CONTINUE
                       NOT AT END
                          ADD 1 TO WSA-LEIDOS
                          MOVE CRZ-NOMBRE   TO WSV-NOMBRE
                          MOVE CRZ-APELLIDO TO WSV-APELLIDO
                          PERFORM 410000-BUSCAR-NOMBRE
                          IF WSV-ENCONTRADO = 0
                             MOVE 4 TO WSV-REGLA
                             STRING 'REGLA 04 LEGAJO ' CRZ-LEGAJO ' '
                                    WSV-NOMBRE ' ' WSV-APELLIDO
                                    DELIMITED BY SIZE INTO WSV-LINEA
                             PERFORM 800000-INFORMAR-HUERFANO
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE CRUZCLI
              END-IF

              OPEN INPUT ASIGCOB
              IF WSS-FS-ASIGCOB-OK
                 PERFORM UNTIL WSS-FS-ASIGCOB-EOF
                    READ ASIGCOB
                       AT END
                          CONTINUE
                       NOT AT END
                          ADD 1 TO WSA-LEIDOS
                          MOVE ASG-NOMBRE   TO WSV-NOMBRE
                          MOVE ASG-APELLIDO TO WSV-APELLIDO
                          PERFORM 410000-BUSCAR-NOMBRE
                          IF WSV-ENCONTRADO = 0
                             MOVE 5 TO WSV-REGLA
                             STRING 'REGLA 05 COBRADOR ' ASG-COBRADOR
                                    ' ' WSV-NOMBRE ' ' WSV-APELLIDO
                                    DELIMITED BY SIZE INTO WSV-LINEA
                             PERFORM 800000-INFORMAR-HUERFANO
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE ASIGCOB
              END-IF

              OPEN INPUT MANDATOS
              IF WSS-FS-MANDATOS-OK
                 PERFORM UNTIL WSS-FS-MANDATOS-EOF
                    READ MANDATOS
                       AT END
                          CONTINUE
                       NOT AT END
                          ADD 1 TO WSA-LEIDOS
                          MOVE MAN-NOMBRE   TO WSV-NOMBRE
                          MOVE MAN-APELLIDO TO WSV-APELLIDO
                          PERFORM 410000-BUSCAR-NOMBRE
                          IF WSV-ENCONTRADO = 0
                             MOVE 6 TO WSV-REGLA
                             STRING 'REGLA 06 MANDATO ' MAN-CUENTA ' '
                                    WSV-NOMBRE ' ' WSV-APELLIDO
                                    DELIMITED BY SIZE INTO WSV-LINEA
                             PERFORM 800000-INFORMAR-HUERFANO
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE MANDATOS
              END-IF
           END-IF.

       410000-BUSCAR-NOMBRE.
           MOVE 0 TO WSV-ENCONTRADO
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCLIENTES OR WSV-ENCONTRADO = 1
              IF CLI-NOMBRE(WSI-I)   = WSV-NOMBRE AND
                 CLI-APELLIDO(WSI-I) = WSV-APELLIDO
                 MOVE 1 TO WSV-ENCONTRADO
              END-IF
           END-PERFORM.

      *****************************************************************
      * REGLA 07: CADA LEGAJO INSCRIPTO DEBE TENER SU VINCULO CON UN  *
      * CLIENTE EN CRUZCLI (SI NO, SU CUOTA NO SE PUEDE FACTURAR).    *
      *****************************************************************
       500000-CONTROLAR-INSCRIPTOS.
           IF WSV-SINLEGAJOS = 0
              OPEN INPUT INSCRIPTOS
              IF WSS-FS-INSCRIPTOS-OK
                 PERFORM UNTIL WSS-FS-INSCRIPTOS-EOF
                    READ INSCRIPTOS
                       AT END
                          CONTINUE
                       NOT AT END
                          ADD 1 TO WSA-LEIDOS
                          MOVE 0 TO WSV-ENCONTRADO
                          PERFORM VARYING WSI-I FROM 1 BY 1
                                  UNTIL WSI-I > WSV-CANTLEGAJOS
                                     OR WSV-ENCONTRADO = 1
                             IF LEG-LEGAJO(WSI-I) = INS-LEGAJO
                                MOVE 1 TO WSV-ENCONTRADO
                             END-IF
                          END-PERFORM
                          IF WSV-ENCONTRADO = 0
                             MOVE 7 TO WSV-REGLA
                             STRING 'REGLA 07 LEGAJO ' INS-LEGAJO
                                    ' PERIODO ' INS-PERIODO
                                    ' MATERIA ' INS-MATERIA
                                    DELIMITED BY SIZE INTO WSV-LINEA
                             PERFORM 800000-INFORMAR-HUERFANO
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE INSCRIPTOS
              END-IF
           END-IF.

      *****************************************************************
      * REGLA 08: CADA PAGO DEBE CORRESPONDER A UNA CUOTA. PAGOS.DAT  *
      * NO SE ARCHIVA Y CUOTAS SI: LO QUE NO ESTA VIVO SE BUSCA EN    *
      * LOS CUOTAS-A<AAAA>.DAT ANTES DE DARLO POR HUERFANO.           *
      *****************************************************************
       600000-CONTROLAR-PAGOS.
           IF WSV-SINCUOTAS = 0
              MOVE 0 TO WSV-CANTPEND
              MOVE 9999 TO WSV-ANIO-DESDE
              MOVE 0 TO WSV-ANIO-HASTA
              OPEN INPUT PAGOS
              IF WSS-FS-PAGOS-OK
                 PERFORM UNTIL WSS-FS-PAGOS-EOF
                    READ PAGOS
                       AT END
                          CONTINUE
                       NOT AT END
                          ADD 1 TO WSA-LEIDOS
                          PERFORM 610000-BUSCAR-CUOTA
                          IF WSV-ENCONTRADO = 0
                             PERFORM 620000-AGREGAR-PENDIENTE
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE PAGOS
              END-IF

              IF WSV-CANTPEND > 0
                 IF WSV-ANIO-DESDE > WSC-ANIOS-ATRAS
                    SUBTRACT WSC-ANIOS-ATRAS FROM WSV-ANIO-DESDE
                 END-IF
                 PERFORM VARYING WSV-ANIO FROM WSV-ANIO-DESDE BY 1
                         UNTIL WSV-ANIO > WSV-ANIO-HASTA
                    PERFORM 630000-BUSCAR-EN-ANUAL
                 END-PERFORM
                 PERFORM 640000-INFORMAR-PENDIENTES
              END-IF
           END-IF.

       610000-BUSCAR-CUOTA.
           MOVE 0 TO WSV-ENCONTRADO
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCUOTAS OR WSV-ENCONTRADO = 1
              IF CUO-NOMBRE(WSI-I)   = PAG-NOMBRE   AND
                 CUO-APELLIDO(WSI-I) = PAG-APELLIDO AND
                 CUO-NRO(WSI-I)      = PAG-NUMERO-CUOTA
                 MOVE 1 TO WSV-ENCONTRADO
              END-IF
           END-PERFORM.

      *****************************************************************
      * SI LA TABLA DE PENDIENTES SE LLENA, EL PAGO SE INFORMA COMO   *
      * HUERFANO SIN BUSCARLO EN LOS ANUALES, Y SE AVISA.             *
      *****************************************************************
       620000-AGREGAR-PENDIENTE.
           IF WSV-CANTPEND = 200
              MOVE 8 TO WSV-REGLA
              MOVE PAG-IMPORTE TO WSM-IMPORTE
              STRING 'REGLA 08 ' PAG-NOMBRE ' ' PAG-APELLIDO
                     ' CUOTA ' PAG-NUMERO-CUOTA ' ' PAG-FECHA
                     WSM-IMPORTE ' (SIN ANUALES)'
                     DELIMITED BY SIZE INTO WSV-LINEA
              PERFORM 800000-INFORMAR-HUERFANO
           ELSE
              ADD 1 TO WSV-CANTPEND
              MOVE PAG-NOMBRE       TO PEN-NOMBRE(WSV-CANTPEND)
              MOVE PAG-APELLIDO     TO PEN-APELLIDO(WSV-CANTPEND)
              MOVE PAG-NUMERO-CUOTA TO PEN-NRO(WSV-CANTPEND)
              MOVE PAG-FECHA        TO PEN-FECHA(WSV-CANTPEND)
              MOVE PAG-IMPORTE      TO PEN-IMPORTE(WSV-CANTPEND)
              MOVE 0                TO PEN-ARCHIVADA(WSV-CANTPEND)
              IF PAG-FECHA(1:4) < WSV-ANIO-DESDE
                 MOVE PAG-FECHA(1:4) TO WSV-ANIO-DESDE
              END-IF
              IF PAG-FECHA(1:4) > WSV-ANIO-HASTA
                 MOVE PAG-FECHA(1:4) TO WSV-ANIO-HASTA
              END-IF
           END-IF.

       630000-BUSCAR-EN-ANUAL.
           MOVE SPACES TO WSV-NOMBRE-ANUAL
           STRING 'CUOTAS-A' WSV-ANIO '.DAT'
                  DELIMITED BY SIZE INTO WSV-NOMBRE-ANUAL
           END-STRING
           OPEN INPUT ANUAL
           IF WSS-FS-ANUAL-OK
              PERFORM UNTIL WSS-FS-ANUAL-EOF
                 READ ANUAL
                    AT END
                       CONTINUE
                    NOT AT END
                       PERFORM VARYING WSI-I FROM 1 BY 1
                               UNTIL WSI-I > WSV-CANTPEND
                          IF PEN-NOMBRE(WSI-I)   = ANU-NOMBRE   AND
                             PEN-APELLIDO(WSI-I) = ANU-APELLIDO AND
                             PEN-NRO(WSI-I)      = ANU-NUMERO-CUOTA
                             MOVE 1 TO PEN-ARCHIVADA(WSI-I)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE ANUAL
           END-IF.

       640000-INFORMAR-PENDIENTES.
           PERFORM VARYING WSI-I FROM 1 BY 1 UNTIL WSI-I > WSV-CANTPEND
              IF PEN-ARCHIVADA(WSI-I) = 0
                 MOVE 8 TO WSV-REGLA
                 MOVE PEN-IMPORTE(WSI-I) TO WSM-IMPORTE
                 STRING 'REGLA 08 ' PEN-NOMBRE(WSI-I) ' '
                        PEN-APELLIDO(WSI-I) ' CUOTA ' PEN-NRO(WSI-I)
                        ' ' PEN-FECHA(WSI-I) WSM-IMPORTE
                        DELIMITED BY SIZE INTO WSV-LINEA
                 PERFORM 800000-INFORMAR-HUERFANO
              END-IF
           END-PERFORM.

      *****************************************************************
      * RESUMEN POR REGLA, EN PANTALLA Y AL PIE DEL LISTADO.           *
      *****************************************************************
       700000-RESUMEN.
           MOVE ALL '-' TO WSV-LINEA
           PERFORM 900000-GRABAR-LINEA
           DISPLAY "**************************************"
           DISPLAY "CONTROL DE INTEGRIDAD AL " WS-FPR-FECHA
           PERFORM VARYING WSI-R FROM 1 BY 1 UNTIL WSI-R > 8
              MOVE WSA-REGLA(WSI-R) TO WSM-CANTIDAD
              DISPLAY "REGLA " WSI-R " " WST-REGLA(WSI-R) ": "
                      WSM-CANTIDAD
              STRING 'REGLA ' WSI-R ' ' WST-REGLA(WSI-R) ': '
                     WSM-CANTIDAD
                     DELIMITED BY SIZE INTO WSV-LINEA
              PERFORM 900000-GRABAR-LINEA
           END-PERFORM
           MOVE WSA-HUERFANOS TO WSM-CANTIDAD
           DISPLAY "TOTAL DE HUERFANOS: " WSM-CANTIDAD
           STRING 'TOTAL DE HUERFANOS: ' WSM-CANTIDAD
                  DELIMITED BY SIZE INTO WSV-LINEA
           PERFORM 900000-GRABAR-LINEA
           IF WSV-TABLALLENA = 1
              DISPLAY "ATENCION: HAY REGLAS SIN CONTROLAR (VER ARRIBA)"
              MOVE 'ATENCION: HAY REGLAS SIN CONTROLAR POR TABLA LLENA'
                   TO WSV-LINEA
              PERFORM 900000-GRABAR-LINEA
           END-IF
           DISPLAY "DETALLE EN INTEGRIDAD.DAT"
           DISPLAY "**************************************".

       800000-INFORMAR-HUERFANO.
           ADD 1 TO WSA-REGLA(WSV-REGLA)
           ADD 1 TO WSA-HUERFANOS
           SET WS-EXC-MEDIA TO TRUE
           STRING 'INTEGRIDAD REGLA ' WSV-REGLA
                  DELIMITED BY SIZE INTO WS-EXC-CLAVE
           END-STRING
           MOVE WSV-LINEA(10:60) TO WS-EXC-DESCRIPCION
           PERFORM 9150-GRABAR-EXCEPCION
           PERFORM 900000-GRABAR-LINEA.

       900000-GRABAR-LINEA.
           MOVE WSV-LINEA TO REG-LISTADO
           WRITE REG-LISTADO
           MOVE SPACES TO WSV-LINEA.

       COPY FSLOGPROC.

       COPY FSEXCPROC.

       COPY FSFECHAPROC.

       END PROGRAM INTEGR-09-FL.
