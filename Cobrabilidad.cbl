      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 18/09/2019
      * Purpose: INFORME MENSUAL DE COBRABILIDAD: DE TODO LO QUE VENCIO
      *          EN UN MES (CUOTAS.DAT) CUANTO SE COBRO AL VENCIMIENTO,
      *          CUANTO SE COBRO DESPUES PERO DENTRO DEL MES Y CUANTO
      *          QUEDO IMPAGO AL CIERRE, SEGUN PAGOS.DAT NETO DE LO
      *          ANULADO (ANULPAGOS.DAT). ABRE LO COBRADO POR OFICINA
      *          (LA DE LA SESION DE CAJA) Y POR COBRADOR (EL DEL PAGO
      *          O EL ASIGNADO AL CLIENTE EN ASIGCOB.DAT) Y CIERRA CON
      *          LA TENDENCIA DE LOS ULTIMOS 12 MESES. QUEDA EN
      *          COBRABILIDAD.DAT PARA LA GERENCIA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRAB-09-FL.

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

           SELECT ANULPAGOS           ASSIGN TO DISK 'ANULPAGOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ANULPAGOS.

           SELECT CAJASES             ASSIGN TO DISK 'CAJASES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CAJASES.

           SELECT ASIGCOB             ASSIGN TO DISK 'ASIGCOB.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ASIGCOB.

           SELECT COBRADORES          ASSIGN TO DISK 'COBRADORES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-COBRAD.

           SELECT INFORME             ASSIGN TO DISK 'COBRABILIDAD.DAT'
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

       FD CUOTAS.
       01 REG-CUOTA.
          05 FSC-NOMBRE            PIC A(20).
          05 FSC-APELLIDO          PIC A(20).
          05 FSC-NUMERO-CUOTA      PIC 9(02).
          05 FSC-IMPORTE           PIC 9(06)V9(02).
          05 FSC-FECHA             PIC 9(08).
          05 FSC-VENCIMIENTO       PIC 9(08).
          05 FSC-VENCIMIENTO-X REDEFINES FSC-VENCIMIENTO.
             10 FSC-VENC-PERIODO   PIC 9(06).
             10 FSC-VENC-DIA       PIC 9(02).
          05 FSC-MORA              PIC 9(06)V9(02).
          05 FSC-ESTADO            PIC X(01).
          05 FSC-PLANREF           PIC 9(02).

       FD PAGOS.
       01 REG-PAGO.
          05 PAG-NOMBRE            PIC A(20).
          05 PAG-APELLIDO          PIC A(20).
          05 PAG-NUMERO-CUOTA      PIC 9(02).
          05 PAG-FECHA             PIC 9(08).
          05 PAG-FECHA-X REDEFINES PAG-FECHA.
             10 PAG-PERIODO        PIC 9(06).
             10 PAG-DIA            PIC 9(02).
          05 PAG-IMPORTE           PIC 9(06)V9(02).
          05 PAG-MEDIO             PIC X(01).
          05 PAG-SESION            PIC 9(04).
          05 PAG-COBRADOR          PIC 9(03).

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

       FD ASIGCOB.
       01 REG-ASIGCOB.
          05 ASG-COBRADOR          PIC 9(03).
          05 ASG-NOMBRE            PIC A(20).
          05 ASG-APELLIDO          PIC A(20).

       FD COBRADORES.
       01 REG-COBRADOR.
          05 COB-CODIGO            PIC 9(03).
          05 COB-NOMBRE            PIC X(30).
          05 COB-COMISION          PIC 9(02)V9(02).
          05 COB-ESTADO            PIC X(01).

       FD INFORME.
       01 REG-INFORME              PIC X(80).

       FD FECHAPROC.
       COPY FSFECHA.

       FD PROCLOG.
       COPY FSLOG.

       WORKING-STORAGE SECTION.

       COPY FSLOGVAR.

       COPY FSFECHAVAR.

       01 VARIABLES.
          05 WSV-FECHA-SISTEMA    PIC 9(08)       VALUE 0.
          05 WSV-FECHA-SISTEMA-X REDEFINES WSV-FECHA-SISTEMA.
             10 WSV-PERIODO-SISTEMA PIC 9(06).
             10 WSV-DIA-SISTEMA   PIC 9(02).
          05 WSV-PERIODO          PIC 9(06)       VALUE 0.
          05 WSV-PERIODO-X REDEFINES WSV-PERIODO.
             10 WSV-ANIO          PIC 9(04).
             10 WSV-MES           PIC 9(02).
          05 WSV-NOMBRE           PIC A(20).
          05 WSV-APELLIDO         PIC A(20).
          05 WSV-POSICION         PIC 9(04)       VALUE 0.
          05 WSV-POSCLIENTE       PIC 9(04)       VALUE 0.
          05 WSV-POSFILA          PIC 9(03)       VALUE 0.
          05 WSV-ANULADO          PIC 9(01)       VALUE 0.
          05 WSV-OFICINA          PIC X(03)       VALUE SPACES.
          05 WSV-COBRADOR         PIC 9(03)       VALUE 0.
          05 WSV-COLUMNA          PIC 9(01)       VALUE 0.
          05 WSV-SALDO            PIC 9(06)V9(02) VALUE 0.
          05 WSV-APLICADO         PIC 9(06)V9(02) VALUE 0.
          05 WSV-COBRADO          PIC 9(10)V9(02) VALUE 0.
          05 WSV-VENCIDO          PIC 9(10)V9(02) VALUE 0.
          05 WSV-PORCENTAJE       PIC 9(03)V9(01) VALUE 0.
          05 WSV-NOMBRECOB        PIC X(20)       VALUE SPACES.
          05 WSV-TRUNCADO         PIC 9(01)       VALUE 0.

      *****************************************************************
      * COLUMNAS DE LOS CUADROS: 1 = COBRADO AL VENCIMIENTO, 2 =      *
      * COBRADO DESPUES DEL VENCIMIENTO DENTRO DEL MES, 3 = IMPAGO AL *
      * CIERRE DEL MES. OFICINA '---' = CLIENTE SIN PAGOS EN CAJA.    *
      *****************************************************************
       01 CONSTANTES.
          05 WSC-ESTADO-REFINAN   PIC X(01)       VALUE 'R'.
          05 WSC-SINOFICINA       PIC X(03)       VALUE '---'.
          05 WSC-MESES            PIC 9(02)       VALUE 12.

       01 INDICES.
          05 WSI-I                PIC 9(04)       VALUE 0.
          05 WSI-J                PIC 9(04)       VALUE 0.
          05 WSI-K                PIC 9(02)       VALUE 0.
          05 WSI-C                PIC 9(01)       VALUE 0.
          05 WSV-CANTCUOTAS       PIC 9(04)       VALUE 0.
          05 WSV-CANTCLIENTES     PIC 9(04)       VALUE 0.
          05 WSV-CANTANULADOS     PIC 9(03)       VALUE 0.
          05 WSV-CANTOFICINAS     PIC 9(03)       VALUE 0.
          05 WSV-CANTCOBRAD       PIC 9(03)       VALUE 0.
          05 WSV-CANTNOMBRES      PIC 9(03)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-LEIDOS           PIC 9(06)       VALUE 0.
          05 WSA-DESCONTADOS      PIC 9(06)       VALUE 0.

       01 SWITCHES.
          05 WSS-FS-CUOTAS        PIC X(02).
            88 WSS-FS-CUOTAS-OK                   VALUE '00'.
            88 WSS-FS-CUOTAS-EOF                  VALUE '10'.
          05 WSS-FS-PAGOS         PIC X(02).
            88 WSS-FS-PAGOS-OK                    VALUE '00'.
            88 WSS-FS-PAGOS-EOF                   VALUE '10'.
          05 WSS-FS-ANULPAGOS     PIC X(02).
            88 WSS-FS-ANULPAGOS-OK                VALUE '00'.
            88 WSS-FS-ANULPAGOS-EOF               VALUE '10'.
          05 WSS-FS-CAJASES       PIC X(02).
            88 WSS-FS-CAJASES-OK                  VALUE '00'.
            88 WSS-FS-CAJASES-EOF                 VALUE '10'.
          05 WSS-FS-ASIGCOB       PIC X(02).
            88 WSS-FS-ASIGCOB-OK                  VALUE '00'.
            88 WSS-FS-ASIGCOB-EOF                 VALUE '10'.
          05 WSS-FS-COBRAD        PIC X(02).
            88 WSS-FS-COBRAD-OK                   VALUE '00'.
            88 WSS-FS-COBRAD-EOF                  VALUE '10'.
          05 WSS-FS-INFORME       PIC X(02).
            88 WSS-FS-INFORME-OK                  VALUE '00'.

       01 MASCARAS.
          05 WSM-IMPORTE          PIC Z(08)9,99.
          05 WSM-COLUMNA          PIC Z(08)9,99   OCCURS 3 TIMES.
          05 WSM-PORCENTAJE       PIC ZZ9,9.
          05 WSM-CANTIDAD         PIC Z(04)9.

      *****************************************************************
      * LOS 12 PERIODOS DE LA TENDENCIA; EL 12 ES EL MES INFORMADO.   *
      *****************************************************************
       01 TABLA-PERIODOS.
          05 WST-PERIODO          OCCURS 12 TIMES.
             10 PER-PERIODO       PIC 9(06).
             10 PER-CANTIDAD      PIC 9(05).
             10 PER-VENCIDO       PIC 9(10)V9(02).
             10 PER-IMPORTE       PIC 9(10)V9(02) OCCURS 3 TIMES.

      *****************************************************************
      * CUOTAS VENCIDAS EN LOS 12 PERIODOS, CON LO COBRADO AL         *
      * VENCIMIENTO Y DENTRO DEL MES.                                 *
      *****************************************************************
       01 TABLA-CUOTAS.
          05 WST-CUOTA            OCCURS 3000 TIMES.
             10 CUO-NOMBRE        PIC A(20).
             10 CUO-APELLIDO      PIC A(20).
             10 CUO-NRO           PIC 9(02).
             10 CUO-IMPORTE       PIC 9(06)V9(02).
             10 CUO-VENCIMIENTO   PIC 9(08).
             10 CUO-VENC-PERIODO  PIC 9(06).
             10 CUO-INDPERIODO    PIC 9(02).
             10 CUO-CLIENTE       PIC 9(04).
             10 CUO-TERMINO       PIC 9(06)V9(02).
             10 CUO-ENMES         PIC 9(06)V9(02).

      *****************************************************************
      * CLIENTES DE ESAS CUOTAS: COBRADOR ASIGNADO (ASIGCOB.DAT, VALE *
      * LA ULTIMA ASIGNACION) Y OFICINA DE SU ULTIMO PAGO EN CAJA, A  *
      * LA QUE SE CARGA LO QUE QUEDO IMPAGO.                          *
      *****************************************************************
       01 TABLA-CLIENTES.
          05 WST-CLIENTE          OCCURS 1000 TIMES.
             10 CLI-NOMBRE        PIC A(20).
             10 CLI-APELLIDO      PIC A(20).
             10 CLI-COBRADOR      PIC 9(03).
             10 CLI-OFICINA       PIC X(03).
             10 CLI-FECHAOFICINA  PIC 9(08).

       01 TABLA-ANULADOS.
          05 WST-ANULADO          OCCURS 500 TIMES.
             10 ANT-NOMBRE        PIC A(20).
             10 ANT-APELLIDO      PIC A(20).
             10 ANT-NRO           PIC 9(02).
             10 ANT-FECHAPAGO     PIC 9(08).
             10 ANT-IMPORTE       PIC 9(06)V9(02).
             10 ANT-SESION        PIC 9(04).
             10 ANT-USADO         PIC 9(01).

      *****************************************************************
      * OFICINA DE CADA SESION DE CAJA, POR NUMERO DE SESION.         *
      *****************************************************************
       01 TABLA-SESIONES.
          05 WST-SESOFICINA       PIC X(03)       OCCURS 9999 TIMES.

       01 TABLA-NOMBRES.
          05 WST-NOMBRECOB        OCCURS 200 TIMES.
             10 NOM-CODIGO        PIC 9(03).
             10 NOM-NOMBRE        PIC X(30).

       01 TABLA-OFICINAS.
          05 WST-OFICINA          OCCURS 50 TIMES.
             10 OFI-CODIGO        PIC X(03).
             10 OFI-IMPORTE       PIC 9(10)V9(02) OCCURS 3 TIMES.

       01 TABLA-COBRADORES.
          05 WST-COBRADOR         OCCURS 200 TIMES.
             10 COR-CODIGO        PIC 9(03).
             10 COR-IMPORTE       PIC 9(10)V9(02) OCCURS 3 TIMES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'COBRAB-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           PERFORM 9300-LEER-FECHA-PROCESO
           MOVE WS-FPR-FECHA TO WSV-FECHA-SISTEMA

           DISPLAY "PERIODO A INFORMAR (AAAAMM, 0 = MES ANTERIOR): "
           ACCEPT WSV-PERIODO
           IF WSV-PERIODO = 0
              MOVE WSV-PERIODO-SISTEMA TO WSV-PERIODO
              PERFORM 010000-MES-ANTERIOR
           END-IF

           IF WSV-MES < 1 OR WSV-MES > 12
              DISPLAY "PERIODO INVALIDO"
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
              PERFORM 020000-ARMAR-PERIODOS
              PERFORM 100000-CARGAR-CUOTAS
              IF WSV-CANTCUOTAS = 0
                 DISPLAY "NO HAY CUOTAS VENCIDAS EN LOS ULTIMOS "
                         WSC-MESES " MESES HASTA " PER-PERIODO(12)
              ELSE
                 PERFORM 120000-CARGAR-ASIGNACIONES
                 PERFORM 130000-CARGAR-SESIONES
                 PERFORM 140000-CARGAR-COBRADORES
                 PERFORM 150000-CARGAR-ANULADOS
                 PERFORM 200000-PROCESAR-PAGOS
                 PERFORM 300000-CERRAR-CUOTAS
                 PERFORM 400000-EMITIR-INFORME
                 DISPLAY "INFORME EN COBRABILIDAD.DAT"
              END-IF
              IF WSV-TRUNCADO = 1
                 DISPLAY "ATENCION: ALGUNA TABLA SE LLENO, EL INFORME "
                         "PUEDE ESTAR INCOMPLETO"
              END-IF
           END-IF
           MOVE WSA-LEIDOS      TO WS-LOG-LEIDOS
           MOVE WSA-DESCONTADOS TO WS-LOG-RECHAZADOS
           SET WS-LOG-FIN TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

       010000-MES-ANTERIOR.
           IF WSV-MES = 1
              SUBTRACT 1 FROM WSV-ANIO
              MOVE 12 TO WSV-MES
           ELSE
              SUBTRACT 1 FROM WSV-MES
           END-IF.

      *****************************************************************
      * PARTE DEL MES INFORMADO (POSICION 12) Y RETROCEDE MES A MES.  *
      *****************************************************************
       020000-ARMAR-PERIODOS.
           INITIALIZE TABLA-PERIODOS
           MOVE WSV-PERIODO TO PER-PERIODO(12)
           PERFORM VARYING WSI-K FROM 11 BY -1 UNTIL WSI-K < 1
              PERFORM 010000-MES-ANTERIOR
              MOVE WSV-PERIODO TO PER-PERIODO(WSI-K)
           END-PERFORM
           MOVE PER-PERIODO(12) TO WSV-PERIODO.

      *****************************************************************
      * TOMA LAS CUOTAS QUE VENCEN EN ALGUNO DE LOS 12 PERIODOS. LAS  *
      * REFINANCIADAS NO CUENTAN: SU DEUDA VENCE EN EL PLAN NUEVO.    *
      *****************************************************************
       100000-CARGAR-CUOTAS.
           MOVE 0 TO WSV-CANTCUOTAS
           MOVE 0 TO WSV-CANTCLIENTES
           OPEN INPUT CUOTAS
           IF WSS-FS-CUOTAS-OK
              PERFORM UNTIL WSS-FS-CUOTAS-EOF
                 READ CUOTAS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF FSC-ESTADO NOT = WSC-ESTADO-REFINAN
                          AND FSC-VENC-PERIODO >= PER-PERIODO(1)
                          AND FSC-VENC-PERIODO <= PER-PERIODO(12)
                          PERFORM 105000-AGREGAR-CUOTA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUOTAS
           END-IF.

       105000-AGREGAR-CUOTA.
           IF WSV-CANTCUOTAS > 2999
              MOVE 1 TO WSV-TRUNCADO
           ELSE
              MOVE FSC-NOMBRE   TO WSV-NOMBRE
              MOVE FSC-APELLIDO TO WSV-APELLIDO
              PERFORM 110000-BUSCAR-CLIENTE
              IF WSV-POSCLIENTE = 0
                 MOVE 1 TO WSV-TRUNCADO
              ELSE
                 ADD 1 TO WSV-CANTCUOTAS
                 MOVE FSC-NOMBRE       TO CUO-NOMBRE(WSV-CANTCUOTAS)
                 MOVE FSC-APELLIDO     TO CUO-APELLIDO(WSV-CANTCUOTAS)
                 MOVE FSC-NUMERO-CUOTA TO CUO-NRO(WSV-CANTCUOTAS)
                 MOVE FSC-IMPORTE      TO CUO-IMPORTE(WSV-CANTCUOTAS)
                 MOVE FSC-VENCIMIENTO  TO
                                       CUO-VENCIMIENTO(WSV-CANTCUOTAS)
                 MOVE FSC-VENC-PERIODO TO
                                      CUO-VENC-PERIODO(WSV-CANTCUOTAS)
                 MOVE WSV-POSCLIENTE   TO CUO-CLIENTE(WSV-CANTCUOTAS)
                 MOVE 0                TO CUO-TERMINO(WSV-CANTCUOTAS)
                 MOVE 0                TO CUO-ENMES(WSV-CANTCUOTAS)
                 PERFORM VARYING WSI-K FROM 1 BY 1 UNTIL WSI-K > 12
                    IF PER-PERIODO(WSI-K) = FSC-VENC-PERIODO
                       MOVE WSI-K TO CUO-INDPERIODO(WSV-CANTCUOTAS)
                    END-IF
                 END-PERFORM
                 MOVE CUO-INDPERIODO(WSV-CANTCUOTAS) TO WSI-K
                 ADD 1           TO PER-CANTIDAD(WSI-K)
                 ADD FSC-IMPORTE TO PER-VENCIDO(WSI-K)
              END-IF
           END-IF.

      *****************************************************************
      * BUSCA (O AGREGA) AL CLIENTE WSV-NOMBRE + WSV-APELLIDO Y DEJA  *
      * SU POSICION EN WSV-POSCLIENTE (0 = TABLA LLENA).              *
      *****************************************************************
       110000-BUSCAR-CLIENTE.
           MOVE 0 TO WSV-POSCLIENTE
           PERFORM VARYING WSI-J FROM 1 BY 1
                   UNTIL WSI-J > WSV-CANTCLIENTES
              IF CLI-NOMBRE(WSI-J) = WSV-NOMBRE
                 AND CLI-APELLIDO(WSI-J) = WSV-APELLIDO
                 MOVE WSI-J TO WSV-POSCLIENTE
              END-IF
           END-PERFORM
           IF WSV-POSCLIENTE = 0 AND WSV-CANTCLIENTES < 1000
              ADD 1 TO WSV-CANTCLIENTES
              MOVE WSV-CANTCLIENTES TO WSV-POSCLIENTE
              MOVE WSV-NOMBRE     TO CLI-NOMBRE(WSV-POSCLIENTE)
              MOVE WSV-APELLIDO   TO CLI-APELLIDO(WSV-POSCLIENTE)
              MOVE 0              TO CLI-COBRADOR(WSV-POSCLIENTE)
              MOVE WSC-SINOFICINA TO CLI-OFICINA(WSV-POSCLIENTE)
              MOVE 0              TO CLI-FECHAOFICINA(WSV-POSCLIENTE)
           END-IF.

       115000-UBICAR-CLIENTE.
           MOVE 0 TO WSV-POSCLIENTE
           PERFORM VARYING WSI-J FROM 1 BY 1
                   UNTIL WSI-J > WSV-CANTCLIENTES
              IF CLI-NOMBRE(WSI-J) = WSV-NOMBRE
                 AND CLI-APELLIDO(WSI-J) = WSV-APELLIDO
                 MOVE WSI-J TO WSV-POSCLIENTE
              END-IF
           END-PERFORM.

       120000-CARGAR-ASIGNACIONES.
           OPEN INPUT ASIGCOB
           IF WSS-FS-ASIGCOB-OK
              PERFORM UNTIL WSS-FS-ASIGCOB-EOF
                 READ ASIGCOB
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE ASG-NOMBRE   TO WSV-NOMBRE
                       MOVE ASG-APELLIDO TO WSV-APELLIDO
                       PERFORM 115000-UBICAR-CLIENTE
                       IF WSV-POSCLIENTE > 0
                          MOVE ASG-COBRADOR TO
                                          CLI-COBRADOR(WSV-POSCLIENTE)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ASIGCOB
           END-IF.

       130000-CARGAR-SESIONES.
           MOVE ALL '-' TO TABLA-SESIONES
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

       140000-CARGAR-COBRADORES.
           MOVE 0 TO WSV-CANTNOMBRES
           OPEN INPUT COBRADORES
           IF WSS-FS-COBRAD-OK
              PERFORM UNTIL WSS-FS-COBRAD-EOF
                 READ COBRADORES
                    AT END
                       CONTINUE
                    NOT AT END
                       IF WSV-CANTNOMBRES < 200
                          ADD 1 TO WSV-CANTNOMBRES
                          MOVE COB-CODIGO TO
                                          NOM-CODIGO(WSV-CANTNOMBRES)
                          MOVE COB-NOMBRE TO
                                          NOM-NOMBRE(WSV-CANTNOMBRES)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COBRADORES
           END-IF.

      *****************************************************************
      * ANULPAGO-09-FL YA QUITA DE PAGOS.DAT LO QUE ANULA; SI UN PAGO *
      * ANULADO VUELVE A APARECER (RESGUARDO REPUESTO, CARGA DOBLE)   *
      * SE DESCUENTA IGUAL: CADA ANULACION DESCUENTA UN SOLO PAGO.    *
      *****************************************************************
       150000-CARGAR-ANULADOS.
           MOVE 0 TO WSV-CANTANULADOS
           OPEN INPUT ANULPAGOS
           IF WSS-FS-ANULPAGOS-OK
              PERFORM UNTIL WSS-FS-ANULPAGOS-EOF
                 READ ANULPAGOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF WSV-CANTANULADOS < 500
                          ADD 1 TO WSV-CANTANULADOS
                          MOVE ANU-NOMBRE       TO
                                          ANT-NOMBRE(WSV-CANTANULADOS)
                          MOVE ANU-APELLIDO     TO
                                        ANT-APELLIDO(WSV-CANTANULADOS)
                          MOVE ANU-NUMERO-CUOTA TO
                                             ANT-NRO(WSV-CANTANULADOS)
                          MOVE ANU-FECHAPAGO    TO
                                       ANT-FECHAPAGO(WSV-CANTANULADOS)
                          MOVE ANU-IMPORTE      TO
                                         ANT-IMPORTE(WSV-CANTANULADOS)
                          MOVE ANU-SESION       TO
                                          ANT-SESION(WSV-CANTANULADOS)
                          MOVE 0                TO
                                           ANT-USADO(WSV-CANTANULADOS)
                       ELSE
                          MOVE 1 TO WSV-TRUNCADO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ANULPAGOS
           END-IF.

      *****************************************************************
      * CADA PAGO NO ANULADO: ACTUALIZA LA OFICINA DEL CLIENTE Y, SI  *
      * ES DE UNA CUOTA DEL CUADRO, SE IMPUTA AL VENCIMIENTO (FECHA   *
      * HASTA EL VENCIMIENTO) O DENTRO DEL MES (DESPUES, PERO EN EL   *
      * MISMO MES). LO COBRADO DESPUES DEL MES QUEDA COMO IMPAGO AL   *
      * CIERRE. NUNCA SE IMPUTA MAS QUE EL IMPORTE DE LA CUOTA (EL    *
      * EXCEDENTE ES MORA).                                           *
      *****************************************************************
       200000-PROCESAR-PAGOS.
           INITIALIZE TABLA-OFICINAS
           INITIALIZE TABLA-COBRADORES
           MOVE 0 TO WSV-CANTOFICINAS
           MOVE 0 TO WSV-CANTCOBRAD
           OPEN INPUT PAGOS
           IF WSS-FS-PAGOS-OK
              PERFORM UNTIL WSS-FS-PAGOS-EOF
                 READ PAGOS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSA-LEIDOS
                       PERFORM 210000-BUSCAR-ANULACION
                       IF WSV-ANULADO = 1
                          ADD 1 TO WSA-DESCONTADOS
                       ELSE
                          PERFORM 220000-IMPUTAR-PAGO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAGOS
           END-IF.

       210000-BUSCAR-ANULACION.
           MOVE 0 TO WSV-ANULADO
           PERFORM VARYING WSI-J FROM 1 BY 1
                   UNTIL WSI-J > WSV-CANTANULADOS OR WSV-ANULADO = 1
              IF ANT-USADO(WSI-J) = 0
                 AND ANT-NOMBRE(WSI-J)    = PAG-NOMBRE
                 AND ANT-APELLIDO(WSI-J)  = PAG-APELLIDO
                 AND ANT-NRO(WSI-J)       = PAG-NUMERO-CUOTA
                 AND ANT-FECHAPAGO(WSI-J) = PAG-FECHA
                 AND ANT-IMPORTE(WSI-J)   = PAG-IMPORTE
                 AND ANT-SESION(WSI-J)    = PAG-SESION
                 MOVE 1 TO ANT-USADO(WSI-J)
                 MOVE 1 TO WSV-ANULADO
              END-IF
           END-PERFORM.

       220000-IMPUTAR-PAGO.
           MOVE PAG-NOMBRE   TO WSV-NOMBRE
           MOVE PAG-APELLIDO TO WSV-APELLIDO
           PERFORM 115000-UBICAR-CLIENTE
           MOVE 0 TO WSV-POSICION
           IF WSV-POSCLIENTE > 0
              IF PAG-SESION > 0
                 IF PAG-FECHA >= CLI-FECHAOFICINA(WSV-POSCLIENTE)
                    MOVE WST-SESOFICINA(PAG-SESION) TO
                                          CLI-OFICINA(WSV-POSCLIENTE)
                    MOVE PAG-FECHA TO CLI-FECHAOFICINA(WSV-POSCLIENTE)
                 END-IF
              END-IF
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTCUOTAS
                 IF CUO-NOMBRE(WSI-I) = PAG-NOMBRE
                    AND CUO-APELLIDO(WSI-I) = PAG-APELLIDO
                    AND CUO-NRO(WSI-I) = PAG-NUMERO-CUOTA
                    MOVE WSI-I TO WSV-POSICION
                 END-IF
              END-PERFORM
           END-IF

           MOVE 0 TO WSV-COLUMNA
           MOVE 0 TO WSV-APLICADO
           IF WSV-POSICION > 0
              IF PAG-FECHA <= CUO-VENCIMIENTO(WSV-POSICION)
                 MOVE 1 TO WSV-COLUMNA
              ELSE
                 IF PAG-PERIODO = CUO-VENC-PERIODO(WSV-POSICION)
                    MOVE 2 TO WSV-COLUMNA
                 END-IF
              END-IF
           END-IF

           IF WSV-COLUMNA > 0
              COMPUTE WSV-SALDO = CUO-IMPORTE(WSV-POSICION)
                                - CUO-TERMINO(WSV-POSICION)
                                - CUO-ENMES(WSV-POSICION)
              IF PAG-IMPORTE < WSV-SALDO
                 MOVE PAG-IMPORTE TO WSV-APLICADO
              ELSE
                 MOVE WSV-SALDO TO WSV-APLICADO
              END-IF
           END-IF

           IF WSV-APLICADO > 0
              IF WSV-COLUMNA = 1
                 ADD WSV-APLICADO TO CUO-TERMINO(WSV-POSICION)
              ELSE
                 ADD WSV-APLICADO TO CUO-ENMES(WSV-POSICION)
              END-IF
              MOVE CUO-INDPERIODO(WSV-POSICION) TO WSI-K
              ADD WSV-APLICADO TO PER-IMPORTE(WSI-K, WSV-COLUMNA)
              IF WSI-K = 12
                 MOVE WSC-SINOFICINA TO WSV-OFICINA
                 IF PAG-SESION > 0
                    MOVE WST-SESOFICINA(PAG-SESION) TO WSV-OFICINA
                 END-IF
                 PERFORM 230000-SUMAR-OFICINA
                 IF PAG-COBRADOR > 0
                    MOVE PAG-COBRADOR TO WSV-COBRADOR
                 ELSE
                    MOVE CLI-COBRADOR(WSV-POSCLIENTE) TO WSV-COBRADOR
                 END-IF
                 PERFORM 240000-SUMAR-COBRADOR
              END-IF
           END-IF.

      *****************************************************************
      * SUMA WSV-APLICADO EN LA COLUMNA WSV-COLUMNA DE LA OFICINA     *
      * WSV-OFICINA (LA AGREGA SI ES NUEVA).                          *
      *****************************************************************
       230000-SUMAR-OFICINA.
           MOVE 0 TO WSV-POSFILA
           PERFORM VARYING WSI-J FROM 1 BY 1
                   UNTIL WSI-J > WSV-CANTOFICINAS
              IF OFI-CODIGO(WSI-J) = WSV-OFICINA
                 MOVE WSI-J TO WSV-POSFILA
              END-IF
           END-PERFORM
           IF WSV-POSFILA = 0
              IF WSV-CANTOFICINAS < 50
                 ADD 1 TO WSV-CANTOFICINAS
                 MOVE WSV-CANTOFICINAS TO WSV-POSFILA
                 MOVE WSV-OFICINA TO OFI-CODIGO(WSV-POSFILA)
              ELSE
                 MOVE 1 TO WSV-TRUNCADO
              END-IF
           END-IF
           IF WSV-POSFILA > 0
              ADD WSV-APLICADO TO OFI-IMPORTE(WSV-POSFILA, WSV-COLUMNA)
           END-IF.

       240000-SUMAR-COBRADOR.
           MOVE 0 TO WSV-POSFILA
           PERFORM VARYING WSI-J FROM 1 BY 1
                   UNTIL WSI-J > WSV-CANTCOBRAD
              IF COR-CODIGO(WSI-J) = WSV-COBRADOR
                 MOVE WSI-J TO WSV-POSFILA
              END-IF
           END-PERFORM
           IF WSV-POSFILA = 0
              IF WSV-CANTCOBRAD < 200
                 ADD 1 TO WSV-CANTCOBRAD
                 MOVE WSV-CANTCOBRAD TO WSV-POSFILA
                 MOVE WSV-COBRADOR TO COR-CODIGO(WSV-POSFILA)
              ELSE
                 MOVE 1 TO WSV-TRUNCADO
              END-IF
           END-IF
           IF WSV-POSFILA > 0
              ADD WSV-APLICADO TO COR-IMPORTE(WSV-POSFILA, WSV-COLUMNA)
           END-IF.

      *****************************************************************
      * LO QUE NO SE COBRO HASTA FIN DE MES ES IMPAGO AL CIERRE. EN   *
      * EL MES INFORMADO VA A LA OFICINA DEL ULTIMO PAGO DEL CLIENTE  *
      * Y A SU COBRADOR ASIGNADO (000 = SIN COBRADOR DE CALLE).       *
      *****************************************************************
       300000-CERRAR-CUOTAS.
           MOVE 3 TO WSV-COLUMNA
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCUOTAS
              COMPUTE WSV-APLICADO = CUO-IMPORTE(WSI-I)
                                   - CUO-TERMINO(WSI-I)
                                   - CUO-ENMES(WSI-I)
              IF WSV-APLICADO > 0
                 MOVE CUO-INDPERIODO(WSI-I) TO WSI-K
                 ADD WSV-APLICADO TO PER-IMPORTE(WSI-K, 3)
                 IF WSI-K = 12
                    MOVE CUO-CLIENTE(WSI-I) TO WSV-POSCLIENTE
                    MOVE CLI-OFICINA(WSV-POSCLIENTE)  TO WSV-OFICINA
                    MOVE CLI-COBRADOR(WSV-POSCLIENTE) TO WSV-COBRADOR
                    PERFORM 230000-SUMAR-OFICINA
                    PERFORM 240000-SUMAR-COBRADOR
                 END-IF
              END-IF
           END-PERFORM.

       400000-EMITIR-INFORME.
           OPEN OUTPUT INFORME
           IF NOT WSS-FS-INFORME-OK
              DISPLAY "NO SE PUDO GENERAR COBRABILIDAD.DAT"
              DISPLAY "FILE STATUS " WSS-FS-INFORME
           END-IF
           MOVE SPACES TO REG-INFORME
           STRING 'COBRABILIDAD DEL PERIODO ' PER-PERIODO(12)
                  ' - EMITIDO EL ' WSV-FECHA-SISTEMA
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE ALL '-' TO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           PERFORM 410000-RESUMEN-DEL-MES
           PERFORM 420000-CUADRO-OFICINAS
           PERFORM 430000-CUADRO-COBRADORES
           PERFORM 440000-TENDENCIA
           CLOSE INFORME.

       410000-RESUMEN-DEL-MES.
           MOVE PER-CANTIDAD(12) TO WSM-CANTIDAD
           MOVE SPACES TO REG-INFORME
           STRING 'CUOTAS VENCIDAS EN EL MES:      ' WSM-CANTIDAD
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE PER-VENCIDO(12) TO WSM-IMPORTE
           MOVE SPACES TO REG-INFORME
           STRING 'IMPORTE VENCIDO:           ' WSM-IMPORTE
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE PER-VENCIDO(12) TO WSV-VENCIDO
           PERFORM VARYING WSI-C FROM 1 BY 1 UNTIL WSI-C > 3
              MOVE PER-IMPORTE(12, WSI-C) TO WSV-COBRADO
              PERFORM 480000-CALCULAR-PORCENTAJE
              MOVE WSV-COBRADO TO WSM-IMPORTE
              MOVE SPACES TO REG-INFORME
              EVALUATE WSI-C
                 WHEN 1
                    STRING 'COBRADO AL VENCIMIENTO:    ' WSM-IMPORTE
                           '  ' WSM-PORCENTAJE ' %'
                           DELIMITED BY SIZE INTO REG-INFORME
                 WHEN 2
                    STRING 'COBRADO EN EL MES:         ' WSM-IMPORTE
                           '  ' WSM-PORCENTAJE ' %'
                           DELIMITED BY SIZE INTO REG-INFORME
                 WHEN OTHER
                    STRING 'IMPAGO AL CIERRE DEL MES:  ' WSM-IMPORTE
                           '  ' WSM-PORCENTAJE ' %'
                           DELIMITED BY SIZE INTO REG-INFORME
              END-EVALUATE
              PERFORM 490000-GRABAR-LINEA
           END-PERFORM
           MOVE ALL '-' TO REG-INFORME
           PERFORM 490000-GRABAR-LINEA.

       420000-CUADRO-OFICINAS.
           MOVE 'POR OFICINA (SESION DE CAJA DEL PAGO)' TO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE 'EL IMPAGO VA A LA OFICINA DEL ULTIMO PAGO DEL CLIENTE'
                                                       TO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE '(--- = CLIENTE SIN PAGOS EN CAJA)' TO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE SPACES TO REG-INFORME
           STRING 'OFI   AL VENCIM.    EN EL MES'
                  '       IMPAGO  % COBR.'
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           PERFORM VARYING WSI-J FROM 1 BY 1
                   UNTIL WSI-J > WSV-CANTOFICINAS
              COMPUTE WSV-COBRADO = OFI-IMPORTE(WSI-J, 1)
                                  + OFI-IMPORTE(WSI-J, 2)
              COMPUTE WSV-VENCIDO = WSV-COBRADO + OFI-IMPORTE(WSI-J, 3)
              PERFORM 480000-CALCULAR-PORCENTAJE
              PERFORM VARYING WSI-C FROM 1 BY 1 UNTIL WSI-C > 3
                 MOVE OFI-IMPORTE(WSI-J, WSI-C) TO WSM-COLUMNA(WSI-C)
              END-PERFORM
              MOVE SPACES TO REG-INFORME
              STRING OFI-CODIGO(WSI-J) ' ' WSM-COLUMNA(1) ' '
                     WSM-COLUMNA(2) ' ' WSM-COLUMNA(3) '  '
                     WSM-PORCENTAJE
                     DELIMITED BY SIZE INTO REG-INFORME
              PERFORM 490000-GRABAR-LINEA
           END-PERFORM
           MOVE ALL '-' TO REG-INFORME
           PERFORM 490000-GRABAR-LINEA.

       430000-CUADRO-COBRADORES.
           MOVE 'POR COBRADOR (EL DEL PAGO O EL ASIGNADO AL CLIENTE)'
                                                       TO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE SPACES TO REG-INFORME
           STRING 'COB NOMBRE          AL VENCIM.'
                  '   EN EL MES      IMPAGO  % COBR.'
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           PERFORM VARYING WSI-J FROM 1 BY 1
                   UNTIL WSI-J > WSV-CANTCOBRAD
              MOVE SPACES TO WSV-NOMBRECOB
              IF COR-CODIGO(WSI-J) = 0
                 MOVE 'MOSTRADOR' TO WSV-NOMBRECOB
              END-IF
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTNOMBRES
                 IF NOM-CODIGO(WSI-I) = COR-CODIGO(WSI-J)
                    MOVE NOM-NOMBRE(WSI-I) TO WSV-NOMBRECOB
                 END-IF
              END-PERFORM
              COMPUTE WSV-COBRADO = COR-IMPORTE(WSI-J, 1)
                                  + COR-IMPORTE(WSI-J, 2)
              COMPUTE WSV-VENCIDO = WSV-COBRADO + COR-IMPORTE(WSI-J, 3)
              PERFORM 480000-CALCULAR-PORCENTAJE
              PERFORM VARYING WSI-C FROM 1 BY 1 UNTIL WSI-C > 3
                 MOVE COR-IMPORTE(WSI-J, WSI-C) TO WSM-COLUMNA(WSI-C)
              END-PERFORM
              MOVE SPACES TO REG-INFORME
              STRING COR-CODIGO(WSI-J) ' ' WSV-NOMBRECOB(1:14)
                     WSM-COLUMNA(1) WSM-COLUMNA(2) WSM-COLUMNA(3)
                     '  ' WSM-PORCENTAJE
                     DELIMITED BY SIZE INTO REG-INFORME
              PERFORM 490000-GRABAR-LINEA
           END-PERFORM
           MOVE ALL '-' TO REG-INFORME
           PERFORM 490000-GRABAR-LINEA.

      *****************************************************************
      * TENDENCIA: UNA LINEA POR MES CON LO VENCIDO, LAS TRES         *
      * COLUMNAS Y EL PORCENTAJE COBRADO DENTRO DEL MES.              *
      *****************************************************************
       440000-TENDENCIA.
           MOVE 'TENDENCIA DE LOS ULTIMOS 12 MESES' TO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE SPACES TO REG-INFORME
           STRING 'MES        VENCIDO  AL VENCIM.'
                  '   EN EL MES      IMPAGO  % COBR.'
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           PERFORM VARYING WSI-K FROM 1 BY 1 UNTIL WSI-K > 12
              COMPUTE WSV-COBRADO = PER-IMPORTE(WSI-K, 1)
                                  + PER-IMPORTE(WSI-K, 2)
              MOVE PER-VENCIDO(WSI-K) TO WSV-VENCIDO
              PERFORM 480000-CALCULAR-PORCENTAJE
              MOVE PER-VENCIDO(WSI-K) TO WSM-IMPORTE
              PERFORM VARYING WSI-C FROM 1 BY 1 UNTIL WSI-C > 3
                 MOVE PER-IMPORTE(WSI-K, WSI-C) TO WSM-COLUMNA(WSI-C)
              END-PERFORM
              MOVE SPACES TO REG-INFORME
              STRING PER-PERIODO(WSI-K) WSM-IMPORTE WSM-COLUMNA(1)
                     WSM-COLUMNA(2) WSM-COLUMNA(3) '  ' WSM-PORCENTAJE
                     DELIMITED BY SIZE INTO REG-INFORME
              PERFORM 490000-GRABAR-LINEA
           END-PERFORM.

       480000-CALCULAR-PORCENTAJE.
           IF WSV-VENCIDO > 0
              COMPUTE WSV-PORCENTAJE ROUNDED =
                      WSV-COBRADO * 100 / WSV-VENCIDO
           ELSE
              MOVE 0 TO WSV-PORCENTAJE
           END-IF
           MOVE WSV-PORCENTAJE TO WSM-PORCENTAJE.

       490000-GRABAR-LINEA.
           IF WSS-FS-INFORME-OK
              WRITE REG-INFORME
           END-IF.

       COPY FSFECHAPROC.

       COPY FSLOGPROC.

       END PROGRAM COBRAB-09-FL.
