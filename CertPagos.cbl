      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 18/09/2019
      * Purpose: CERTIFICADO ANUAL DE PAGOS PARA LA DEDUCCION DE
      *          GASTOS DE EDUCACION EN EL IMPUESTO A LAS GANANCIAS:
      *          TOTALIZA POR CLIENTE LO PAGADO EN EL AÑO SEGUN
      *          PAGOS.DAT, NETO DE LO ANULADO (ANULPAGOS.DAT), CON
      *          EL DETALLE MES POR MES. EL CERTIFICADO SALE NUMERADO
      *          E IMPRIMIBLE EN CERTPAG.DAT CON EL CUIT DE
      *          NOMBRES.DAT Y EL DOMICILIO VIGENTE DE DOMICILIOS.DAT,
      *          Y QUEDA ANOTADO EN EL REGISTRO REGCERTPAG.DAT. SE
      *          EMITE PARA UN CLIENTE EN EL MOSTRADOR O PARA TODOS
      *          LOS CLIENTES CON PAGOS EN EL AÑO (EN LOTE, SALTEANDO
      *          A LOS QUE YA TIENEN EL CERTIFICADO DE ESE AÑO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTPAG-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGOS               ASSIGN TO DISK 'PAGOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PAGOS.

           SELECT ANULPAGOS           ASSIGN TO DISK 'ANULPAGOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ANULPAGOS.

           SELECT NOMBRES             ASSIGN TO DISK 'NOMBRES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-NOMBRES.

           SELECT DOMICILIOS          ASSIGN TO DISK 'DOMICILIOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DOMICIL.

           SELECT CERTPAG             ASSIGN TO DISK 'CERTPAG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CERTPAG.

           SELECT REGCERTPAG          ASSIGN TO DISK 'REGCERTPAG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REGCERT.

           SELECT FECHAPROC ASSIGN TO DISK 'FECHAPROC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-FPR-FS.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.

       DATA DIVISION.

       FILE SECTION.

       FD PAGOS.
       01 REG-PAGO.
          05 PAG-NOMBRE            PIC A(20).
          05 PAG-APELLIDO          PIC A(20).
          05 PAG-NUMERO-CUOTA      PIC 9(02).
          05 PAG-FECHA             PIC 9(08).
          05 PAG-FECHA-X REDEFINES PAG-FECHA.
             10 PAG-ANIO           PIC 9(04).
             10 PAG-MES            PIC 9(02).
             10 PAG-DIA            PIC 9(02).
          05 PAG-IMPORTE           PIC 9(06)V9(02).
          05 PAG-MEDIO             PIC X(01).
          05 PAG-SESION            PIC 9(04).

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

       FD NOMBRES.
       01 REG-NOMBRE.
          05 FSN-NOMBRE            PIC A(30).
          05 FSN-APELLIDO          PIC A(30).
          05 FSN-CUIT              PIC 9(11).
          05 FSN-ESTADO            PIC X(01).
          05 FSN-CUITREF           PIC 9(11).

      *****************************************************************
      * DOMICILIOS.DAT: DOMICILIO VIGENTE POR CUIT (DOMICIL-09-FL).   *
      *****************************************************************
       FD DOMICILIOS.
       01 REG-DOMICILIO.
          05 DOM-CUIT              PIC 9(11).
          05 DOM-DIRECCION         PIC X(30).
          05 DOM-LOCALIDAD         PIC X(20).
          05 DOM-CODPOSTAL         PIC X(08).
          05 DOM-TELEFONO          PIC X(15).
          05 DOM-EMAIL             PIC X(30).
          05 DOM-VIGDESDE          PIC 9(08).
          05 DOM-ESTADO            PIC X(01).

       FD CERTPAG.
       01 REG-CERTPAG              PIC X(70).

      *****************************************************************
      * REGCERTPAG.DAT: REGISTRO DE CERTIFICADOS DE PAGO EMITIDOS.    *
      * RCP-MODO: 'I' = INDIVIDUAL (MOSTRADOR), 'L' = LOTE.           *
      * RCP-REEMPLAZA: NUMERO DEL CERTIFICADO ANTERIOR DEL MISMO      *
      * CLIENTE Y AÑO QUE ESTE REEMPLAZA (0 = PRIMERO).               *
      *****************************************************************
       FD REGCERTPAG.
       01 REG-REGCERTPAG.
          05 RCP-NUMERO            PIC 9(06).
          05 RCP-FECHA             PIC 9(08).
          05 RCP-ANIO              PIC 9(04).
          05 RCP-NOMBRE            PIC A(20).
          05 RCP-APELLIDO          PIC A(20).
          05 RCP-CUIT              PIC 9(11).
          05 RCP-IMPORTE           PIC 9(08)V9(02).
          05 RCP-CANTPAGOS         PIC 9(04).
          05 RCP-MODO              PIC X(01).
          05 RCP-REEMPLAZA         PIC 9(06).

       FD FECHAPROC.
       COPY FSFECHA.

       FD PROCLOG.
       COPY FSLOG.

       WORKING-STORAGE SECTION.

       COPY FSLOGVAR.

       COPY FSFECHAVAR.

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-FECHA-SISTEMA    PIC 9(08)       VALUE 0.
          05 WSV-FECHA-SISTEMA-X REDEFINES WSV-FECHA-SISTEMA.
             10 WSV-ANIO-SISTEMA  PIC 9(04).
             10 FILLER            PIC 9(04).
          05 WSV-ANIO             PIC 9(04)       VALUE 0.
          05 WSV-ANIOVALIDO       PIC 9(01)       VALUE 0.
          05 WSV-MODO             PIC X(01)       VALUE SPACES.
          05 WSV-NOMBRE           PIC A(20).
          05 WSV-APELLIDO         PIC A(20).
          05 WSV-POSICION         PIC 9(03)       VALUE 0.
          05 WSV-ANULADO          PIC 9(01)       VALUE 0.
          05 WSV-NUMERO           PIC 9(06)       VALUE 0.
          05 WSV-ULTIMONUMERO     PIC 9(06)       VALUE 0.
          05 WSV-REEMPLAZA        PIC 9(06)       VALUE 0.
          05 WSV-CUIT             PIC 9(11)       VALUE 0.
          05 WSV-HAYCUIT          PIC 9(01)       VALUE 0.
          05 WSV-HAYDOMICILIO     PIC 9(01)       VALUE 0.
          05 WSV-DIRECCION        PIC X(30)       VALUE SPACES.
          05 WSV-LOCALIDAD        PIC X(20)       VALUE SPACES.
          05 WSV-CODPOSTAL        PIC X(08)       VALUE SPACES.
          05 WSV-LINEA            PIC X(70)       VALUE SPACES.
          05 WSV-TRUNCADO         PIC 9(01)       VALUE 0.

       01 CONSTANTES.
          05 WSC-MODO-INDIVIDUAL  PIC X(01)       VALUE 'I'.
          05 WSC-MODO-LOTE        PIC X(01)       VALUE 'L'.
          05 WSC-NOMBREMESES      PIC X(36)       VALUE
             'ENEFEBMARABRMAYJUNJULAGOSEPOCTNOVDIC'.
          05 WSC-MESES REDEFINES WSC-NOMBREMESES.
             10 WSC-MES           PIC X(03)       OCCURS 12 TIMES.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSI-J                PIC 9(03)       VALUE 0.
          05 WSI-M                PIC 9(02)       VALUE 0.
          05 WSV-CANTANULADOS     PIC 9(03)       VALUE 0.
          05 WSV-CANTCLIENTES     PIC 9(03)       VALUE 0.
          05 WSV-CANTEMITIDOS     PIC 9(03)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-LEIDOS           PIC 9(06)       VALUE 0.
          05 WSA-GRABADOS         PIC 9(06)       VALUE 0.
          05 WSA-DESCONTADOS      PIC 9(06)       VALUE 0.
          05 WSA-YAEMITIDOS       PIC 9(04)       VALUE 0.
          05 WSA-LOTEEMITIDOS     PIC 9(04)       VALUE 0.
          05 WSA-LOTEIMPORTE      PIC 9(10)V9(02) VALUE 0.

       01 SWITCHES.
          05 WSS-FS-PAGOS         PIC X(02).
            88 WSS-FS-PAGOS-OK                    VALUE '00'.
            88 WSS-FS-PAGOS-EOF                   VALUE '10'.
          05 WSS-FS-ANULPAGOS     PIC X(02).
            88 WSS-FS-ANULPAGOS-OK                VALUE '00'.
            88 WSS-FS-ANULPAGOS-EOF               VALUE '10'.
          05 WSS-FS-NOMBRES       PIC X(02).
            88 WSS-FS-NOMBRES-OK                  VALUE '00'.
            88 WSS-FS-NOMBRES-EOF                 VALUE '10'.
          05 WSS-FS-DOMICIL       PIC X(02).
            88 WSS-FS-DOMICIL-OK                  VALUE '00'.
            88 WSS-FS-DOMICIL-EOF                 VALUE '10'.
          05 WSS-FS-CERTPAG       PIC X(02).
            88 WSS-FS-CERTPAG-OK                  VALUE '00'.
            88 WSS-FS-CERTPAG-NOEXISTE            VALUE '35'.
          05 WSS-FS-REGCERT       PIC X(02).
            88 WSS-FS-REGCERT-OK                  VALUE '00'.
            88 WSS-FS-REGCERT-EOF                 VALUE '10'.
            88 WSS-FS-REGCERT-NOEXISTE            VALUE '35'.

       01 MASCARAS.
          05 WSM-IMPORTE          PIC Z(07)9,99.
          05 WSM-TOTAL            PIC Z(09)9,99.

      *****************************************************************
      * ANULACIONES: ANULPAGO-09-FL YA QUITA EL PAGO DE PAGOS.DAT; SI *
      * UN PAGO ANULADO REAPARECE (RESGUARDO REPUESTO, CARGA DOBLE)   *
      * SE DESCUENTA IGUAL. CADA ANULACION DESCUENTA UN SOLO PAGO.    *
      *****************************************************************
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
      * UN RENGLON POR CLIENTE CON PAGOS EN EL AÑO: CANTIDAD, TOTAL Y *
      * TOTAL POR MES. CLI-EMITIDO: NUMERO DEL CERTIFICADO DE ESE AÑO *
      * YA REGISTRADO PARA EL CLIENTE (0 = NINGUNO).                  *
      *****************************************************************
       01 TABLA-CLIENTES.
          05 WST-CLIENTE          OCCURS 500 TIMES.
             10 CLI-NOMBRE        PIC A(20).
             10 CLI-APELLIDO      PIC A(20).
             10 CLI-CANTPAGOS     PIC 9(04).
             10 CLI-TOTAL         PIC 9(08)V9(02).
             10 CLI-MES           PIC 9(08)V9(02) OCCURS 12 TIMES.
             10 CLI-EMITIDO       PIC 9(06).
             10 CLI-FECHAEMITIDO  PIC 9(08).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'CERTPAG-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           PERFORM 9300-LEER-FECHA-PROCESO
           MOVE WS-FPR-FECHA TO WSV-FECHA-SISTEMA

           PERFORM UNTIL WSV-OPCION = 3
              DISPLAY "**************************************"
              DISPLAY "CERTIFICADO ANUAL DE PAGOS (GANANCIAS)"
              DISPLAY "1 - EMITIR CERTIFICADO DE UN CLIENTE"
              DISPLAY "2 - EMITIR CERTIFICADOS DE TODOS LOS CLIENTES"
              DISPLAY "3 - SALIR"
              DISPLAY "RESPUESTA: "
              ACCEPT WSV-OPCION

              EVALUATE WSV-OPCION
                 WHEN 1
                    PERFORM 200000-EMITIR-UNO
                 WHEN 2
                    PERFORM 300000-EMITIR-TODOS
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM

           MOVE WSA-LEIDOS      TO WS-LOG-LEIDOS
           MOVE WSA-GRABADOS    TO WS-LOG-GRABADOS
           MOVE WSA-DESCONTADOS TO WS-LOG-RECHAZADOS
           SET WS-LOG-FIN TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

      *****************************************************************
      * AÑO A CERTIFICAR: POR DEFECTO EL AÑO ANTERIOR AL DE PROCESO. *
      * EL AÑO EN CURSO SE ACEPTA, PERO EL CERTIFICADO ES PARCIAL.    *
      *****************************************************************
       100000-PEDIR-ANIO.
           MOVE 0 TO WSV-ANIOVALIDO
           DISPLAY "AÑO A CERTIFICAR (AAAA, 0 = AÑO ANTERIOR): "
           ACCEPT WSV-ANIO
           IF WSV-ANIO = 0
              COMPUTE WSV-ANIO = WSV-ANIO-SISTEMA - 1
           END-IF
           EVALUATE TRUE
              WHEN WSV-ANIO < 1900 OR WSV-ANIO > WSV-ANIO-SISTEMA
                 DISPLAY "AÑO INVALIDO"
              WHEN WSV-ANIO = WSV-ANIO-SISTEMA
                 DISPLAY "ATENCION: AÑO EN CURSO, EL CERTIFICADO "
                         "CUBRE SOLO LO PAGADO HASTA HOY"
                 MOVE 1 TO WSV-ANIOVALIDO
              WHEN OTHER
                 MOVE 1 TO WSV-ANIOVALIDO
           END-EVALUATE.

      *****************************************************************
      * MOSTRADOR: UN CLIENTE. SI YA TIENE CERTIFICADO DE ESE AÑO SE  *
      * EMITE UNO NUEVO QUE LO REEMPLAZA (QUEDA ANOTADO EN EL         *
      * REGISTRO), POR SI SE REGISTRARON PAGOS DESPUES.               *
      *****************************************************************
       200000-EMITIR-UNO.
           PERFORM 100000-PEDIR-ANIO
           IF WSV-ANIOVALIDO = 1
              DISPLAY "INGRESE NOMBRE DEL CLIENTE: "
              ACCEPT WSV-NOMBRE
              DISPLAY "INGRESE APELLIDO DEL CLIENTE: "
              ACCEPT WSV-APELLIDO
              MOVE WSC-MODO-INDIVIDUAL TO WSV-MODO
              PERFORM 400000-ACUMULAR-PAGOS
              IF WSV-CANTCLIENTES = 0
                 DISPLAY "EL CLIENTE NO REGISTRA PAGOS EN EL AÑO "
                         WSV-ANIO ": NO HAY NADA QUE CERTIFICAR"
              ELSE
                 PERFORM 450000-CARGAR-REGISTRO
                 MOVE 1 TO WSI-I
                 IF CLI-EMITIDO(WSI-I) > 0
                    DISPLAY "YA SE EMITIO EL CERTIFICADO "
                            CLI-EMITIDO(WSI-I) " EL "
                            CLI-FECHAEMITIDO(WSI-I)
                            ": EL NUEVO LO REEMPLAZA"
                 END-IF
                 PERFORM 500000-EMITIR-CERTIFICADO
                 IF WSV-NUMERO > 0
                    DISPLAY "CERTIFICADO " WSV-NUMERO
                            " EMITIDO EN CERTPAG.DAT"
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      * LOTE: TODOS LOS CLIENTES CON PAGOS EN EL AÑO QUE TODAVIA NO   *
      * TIENEN SU CERTIFICADO DE ESE AÑO (LA CORRIDA SE PUEDE REPETIR *
      * SIN DUPLICAR).                                                *
      *****************************************************************
       300000-EMITIR-TODOS.
           PERFORM 100000-PEDIR-ANIO
           IF WSV-ANIOVALIDO = 1
              MOVE SPACES TO WSV-NOMBRE
              MOVE SPACES TO WSV-APELLIDO
              MOVE WSC-MODO-LOTE TO WSV-MODO
              MOVE 0 TO WSA-YAEMITIDOS
              MOVE 0 TO WSA-LOTEEMITIDOS
              MOVE 0 TO WSA-LOTEIMPORTE
              PERFORM 400000-ACUMULAR-PAGOS
              IF WSV-CANTCLIENTES = 0
                 DISPLAY "NO HAY PAGOS REGISTRADOS EN EL AÑO "
                         WSV-ANIO
              ELSE
                 PERFORM 450000-CARGAR-REGISTRO
                 PERFORM VARYING WSI-I FROM 1 BY 1
                         UNTIL WSI-I > WSV-CANTCLIENTES
                    IF CLI-EMITIDO(WSI-I) > 0
                       ADD 1 TO WSA-YAEMITIDOS
                    ELSE
                       PERFORM 500000-EMITIR-CERTIFICADO
                       IF WSV-NUMERO > 0
                          ADD 1 TO WSA-LOTEEMITIDOS
                          ADD CLI-TOTAL(WSI-I) TO WSA-LOTEIMPORTE
                       END-IF
                    END-IF
                 END-PERFORM
                 MOVE WSA-LOTEIMPORTE TO WSM-TOTAL
                 DISPLAY "**************************************"
                 DISPLAY "CERTIFICADOS DEL AÑO " WSV-ANIO
                 DISPLAY "CLIENTES CON PAGOS:      " WSV-CANTCLIENTES
                 DISPLAY "EMITIDOS EN ESTA CORRIDA: " WSA-LOTEEMITIDOS
                 DISPLAY "YA EMITIDOS ANTES:        " WSA-YAEMITIDOS
                 DISPLAY "IMPORTE CERTIFICADO:  " WSM-TOTAL
                 DISPLAY "CERTIFICADOS EN CERTPAG.DAT"
              END-IF
           END-IF
           IF WSV-TRUNCADO = 1
              DISPLAY "ATENCION: ALGUNA TABLA SE LLENO, LOS TOTALES "
                      "PUEDEN ESTAR INCOMPLETOS"
           END-IF.

      *****************************************************************
      * ARMA LA TABLA DE CLIENTES CON LOS PAGOS DEL AÑO NO ANULADOS.  *
      * EN EL MODO INDIVIDUAL SOLO SE TOMA EL CLIENTE PEDIDO.         *
      *****************************************************************
       400000-ACUMULAR-PAGOS.
           MOVE 0 TO WSV-CANTCLIENTES
           MOVE 0 TO WSV-TRUNCADO
           INITIALIZE TABLA-CLIENTES
           PERFORM 410000-CARGAR-ANULADOS
           OPEN INPUT PAGOS
           IF WSS-FS-PAGOS-OK
              PERFORM UNTIL WSS-FS-PAGOS-EOF
                 READ PAGOS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSA-LEIDOS
                       IF PAG-ANIO = WSV-ANIO
                          AND (WSV-MODO = WSC-MODO-LOTE
                               OR (PAG-NOMBRE = WSV-NOMBRE
                                   AND PAG-APELLIDO = WSV-APELLIDO))
                          PERFORM 420000-VERIFICAR-ANULADO
                          IF WSV-ANULADO = 1
                             ADD 1 TO WSA-DESCONTADOS
                          ELSE
                             PERFORM 430000-SUMAR-PAGO
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAGOS
           END-IF.

       410000-CARGAR-ANULADOS.
           MOVE 0 TO WSV-CANTANULADOS
           OPEN INPUT ANULPAGOS
           IF WSS-FS-ANULPAGOS-OK
              PERFORM UNTIL WSS-FS-ANULPAGOS-EOF
                 READ ANULPAGOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF ANU-FECHAPAGO(1:4) = WSV-ANIO
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
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ANULPAGOS
           END-IF.

       420000-VERIFICAR-ANULADO.
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

       430000-SUMAR-PAGO.
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSI-J FROM 1 BY 1
                   UNTIL WSI-J > WSV-CANTCLIENTES OR WSV-POSICION > 0
              IF CLI-NOMBRE(WSI-J) = PAG-NOMBRE
                 AND CLI-APELLIDO(WSI-J) = PAG-APELLIDO
                 MOVE WSI-J TO WSV-POSICION
              END-IF
           END-PERFORM
           IF WSV-POSICION = 0
              IF WSV-CANTCLIENTES < 500
                 ADD 1 TO WSV-CANTCLIENTES
                 MOVE WSV-CANTCLIENTES TO WSV-POSICION
                 MOVE PAG-NOMBRE   TO CLI-NOMBRE(WSV-POSICION)
                 MOVE PAG-APELLIDO TO CLI-APELLIDO(WSV-POSICION)
              ELSE
                 MOVE 1 TO WSV-TRUNCADO
              END-IF
           END-IF
           IF WSV-POSICION > 0
              IF PAG-MES >= 1 AND PAG-MES <= 12
                 ADD 1           TO CLI-CANTPAGOS(WSV-POSICION)
                 ADD PAG-IMPORTE TO CLI-TOTAL(WSV-POSICION)
                 ADD PAG-IMPORTE TO CLI-MES(WSV-POSICION, PAG-MES)
              END-IF
           END-IF.

      *****************************************************************
      * LEE EL REGISTRO: ULTIMO NUMERO USADO Y, PARA CADA CLIENTE DE  *
      * LA TABLA, EL ULTIMO CERTIFICADO YA EMITIDO DEL MISMO AÑO.     *
      *****************************************************************
       450000-CARGAR-REGISTRO.
           MOVE 0 TO WSV-ULTIMONUMERO
           OPEN INPUT REGCERTPAG
           IF WSS-FS-REGCERT-OK
              PERFORM UNTIL WSS-FS-REGCERT-EOF
                 READ REGCERTPAG
                    AT END
                       CONTINUE
                    NOT AT END
                       IF RCP-NUMERO > WSV-ULTIMONUMERO
                          MOVE RCP-NUMERO TO WSV-ULTIMONUMERO
                       END-IF
                       IF RCP-ANIO = WSV-ANIO
                          PERFORM VARYING WSI-J FROM 1 BY 1
                                  UNTIL WSI-J > WSV-CANTCLIENTES
                             IF CLI-NOMBRE(WSI-J) = RCP-NOMBRE
                                AND CLI-APELLIDO(WSI-J) = RCP-APELLIDO
                                MOVE RCP-NUMERO TO CLI-EMITIDO(WSI-J)
                                MOVE RCP-FECHA  TO
                                                CLI-FECHAEMITIDO(WSI-J)
                             END-IF
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REGCERTPAG
           END-IF.

      *****************************************************************
      * CERTIFICADO DEL CLIENTE WSI-I: NUMERO CORRELATIVO, DATOS      *
      * FISCALES, DETALLE MENSUAL Y TOTAL DEL AÑO. SE GRABA EN        *
      * CERTPAG.DAT Y SE ANOTA EN REGCERTPAG.DAT.                     *
      *****************************************************************
       500000-EMITIR-CERTIFICADO.
           ADD 1 TO WSV-ULTIMONUMERO
           MOVE WSV-ULTIMONUMERO TO WSV-NUMERO
           MOVE CLI-EMITIDO(WSI-I) TO WSV-REEMPLAZA
           PERFORM 510000-BUSCAR-CUIT
           PERFORM 520000-BUSCAR-DOMICILIO

           OPEN EXTEND CERTPAG
           IF WSS-FS-CERTPAG-NOEXISTE
              OPEN OUTPUT CERTPAG
           END-IF
           IF NOT WSS-FS-CERTPAG-OK
              DISPLAY "ERROR AL ABRIR CERTPAG.DAT"
              DISPLAY "FILE STATUS " WSS-FS-CERTPAG
              SUBTRACT 1 FROM WSV-ULTIMONUMERO
              MOVE 0 TO WSV-NUMERO
           ELSE
              PERFORM 530000-GRABAR-TEXTO
              CLOSE CERTPAG
              PERFORM 540000-GRABAR-REGISTRO
              MOVE WSV-NUMERO TO CLI-EMITIDO(WSI-I)
              MOVE WSV-FECHA-SISTEMA TO CLI-FECHAEMITIDO(WSI-I)
              ADD 1 TO WSA-GRABADOS
           END-IF.

       510000-BUSCAR-CUIT.
           MOVE 0 TO WSV-HAYCUIT
           MOVE 0 TO WSV-CUIT
           OPEN INPUT NOMBRES
           IF WSS-FS-NOMBRES-OK
              PERFORM UNTIL WSS-FS-NOMBRES-EOF
                 READ NOMBRES
                    AT END
                       CONTINUE
                    NOT AT END
                       IF FUNCTION TRIM(FSN-NOMBRE) =
                          FUNCTION TRIM(CLI-NOMBRE(WSI-I))
                          AND FUNCTION TRIM(FSN-APELLIDO) =
                          FUNCTION TRIM(CLI-APELLIDO(WSI-I))
                          AND FSN-CUIT IS NUMERIC
                          AND FSN-CUIT NOT = 0
                          AND FSN-ESTADO NOT = 'D'
                          MOVE FSN-CUIT TO WSV-CUIT
                          MOVE 1 TO WSV-HAYCUIT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE NOMBRES
           END-IF.

       520000-BUSCAR-DOMICILIO.
           MOVE 0 TO WSV-HAYDOMICILIO
           IF WSV-HAYCUIT = 1
              OPEN INPUT DOMICILIOS
              IF WSS-FS-DOMICIL-OK
                 PERFORM UNTIL WSS-FS-DOMICIL-EOF
                    READ DOMICILIOS
                       AT END
                          CONTINUE
                       NOT AT END
                          IF DOM-CUIT = WSV-CUIT
                             AND DOM-ESTADO = 'A'
                             MOVE 1 TO WSV-HAYDOMICILIO
                             MOVE DOM-DIRECCION TO WSV-DIRECCION
                             MOVE DOM-LOCALIDAD TO WSV-LOCALIDAD
                             MOVE DOM-CODPOSTAL TO WSV-CODPOSTAL
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE DOMICILIOS
              END-IF
           END-IF.

       530000-GRABAR-TEXTO.
           MOVE '====================================================='
                TO WSV-LINEA
           PERFORM 550000-GRABAR-LINEA
           STRING 'CERTIFICADO DE PAGOS AÑO ' WSV-ANIO
                  ' - NRO ' WSV-NUMERO
                  DELIMITED BY SIZE INTO WSV-LINEA
           PERFORM 550000-GRABAR-LINEA
           IF WSV-REEMPLAZA > 0
              STRING '(REEMPLAZA AL CERTIFICADO NRO ' WSV-REEMPLAZA
                     ')'
                     DELIMITED BY SIZE INTO WSV-LINEA
              PERFORM 550000-GRABAR-LINEA
           END-IF
           PERFORM 550000-GRABAR-LINEA
           STRING 'SE CERTIFICA QUE '
                  FUNCTION TRIM(CLI-NOMBRE(WSI-I)) ' '
                  FUNCTION TRIM(CLI-APELLIDO(WSI-I))
                  DELIMITED BY SIZE INTO WSV-LINEA
           PERFORM 550000-GRABAR-LINEA
           IF WSV-HAYCUIT = 1
              STRING 'CUIT: ' WSV-CUIT
                     DELIMITED BY SIZE INTO WSV-LINEA
           ELSE
              MOVE 'CUIT: NO REGISTRADO' TO WSV-LINEA
           END-IF
           PERFORM 550000-GRABAR-LINEA
           IF WSV-HAYDOMICILIO = 1
              STRING 'DOMICILIO: ' FUNCTION TRIM(WSV-DIRECCION)
                     DELIMITED BY SIZE INTO WSV-LINEA
              PERFORM 550000-GRABAR-LINEA
              STRING '           ' FUNCTION TRIM(WSV-LOCALIDAD)
                     ' (CP ' FUNCTION TRIM(WSV-CODPOSTAL) ')'
                     DELIMITED BY SIZE INTO WSV-LINEA
           ELSE
              MOVE 'DOMICILIO: NO REGISTRADO' TO WSV-LINEA
           END-IF
           PERFORM 550000-GRABAR-LINEA
           STRING 'ABONO DURANTE EL AÑO ' WSV-ANIO
                  ' EN CONCEPTO DE CUOTAS DE ENSEÑANZA:'
                  DELIMITED BY SIZE INTO WSV-LINEA
           PERFORM 550000-GRABAR-LINEA
           PERFORM VARYING WSI-M FROM 1 BY 1 UNTIL WSI-M > 12
              IF CLI-MES(WSI-I, WSI-M) > 0
                 MOVE CLI-MES(WSI-I, WSI-M) TO WSM-IMPORTE
                 STRING '   ' WSC-MES(WSI-M) ' ' WSV-ANIO
                        '     $ ' WSM-IMPORTE
                        DELIMITED BY SIZE INTO WSV-LINEA
                 PERFORM 550000-GRABAR-LINEA
              END-IF
           END-PERFORM
           MOVE CLI-TOTAL(WSI-I) TO WSM-IMPORTE
           STRING '   TOTAL DEL AÑO  $ ' WSM-IMPORTE
                  ' (' CLI-CANTPAGOS(WSI-I) ' PAGOS)'
                  DELIMITED BY SIZE INTO WSV-LINEA
           PERFORM 550000-GRABAR-LINEA
           MOVE 'IMPORTES NETOS DE PAGOS ANULADOS. SE EXTIENDE PARA'
                TO WSV-LINEA
           PERFORM 550000-GRABAR-LINEA
           MOVE 'SU PRESENTACION ANTE EL IMPUESTO A LAS GANANCIAS.'
                TO WSV-LINEA
           PERFORM 550000-GRABAR-LINEA
           STRING 'EMITIDO EL ' WSV-FECHA-SISTEMA
                  DELIMITED BY SIZE INTO WSV-LINEA
           PERFORM 550000-GRABAR-LINEA
           MOVE '====================================================='
                TO WSV-LINEA
           PERFORM 550000-GRABAR-LINEA.

       540000-GRABAR-REGISTRO.
           OPEN EXTEND REGCERTPAG
           IF WSS-FS-REGCERT-NOEXISTE
              OPEN OUTPUT REGCERTPAG
           END-IF
           MOVE WSV-NUMERO              TO RCP-NUMERO
           MOVE WSV-FECHA-SISTEMA       TO RCP-FECHA
           MOVE WSV-ANIO                TO RCP-ANIO
           MOVE CLI-NOMBRE(WSI-I)       TO RCP-NOMBRE
           MOVE CLI-APELLIDO(WSI-I)     TO RCP-APELLIDO
           MOVE WSV-CUIT                TO RCP-CUIT
           MOVE CLI-TOTAL(WSI-I)        TO RCP-IMPORTE
           MOVE CLI-CANTPAGOS(WSI-I)    TO RCP-CANTPAGOS
           MOVE WSV-MODO                TO RCP-MODO
           MOVE WSV-REEMPLAZA           TO RCP-REEMPLAZA
           WRITE REG-REGCERTPAG
           IF NOT WSS-FS-REGCERT-OK
              DISPLAY "ERROR AL GRABAR REGCERTPAG.DAT"
              DISPLAY "FILE STATUS " WSS-FS-REGCERT
              SET WS-LOG-TERMINO-ERROR TO TRUE
           END-IF
           CLOSE REGCERTPAG.

       550000-GRABAR-LINEA.
           MOVE WSV-LINEA TO REG-CERTPAG
           WRITE REG-CERTPAG
           MOVE SPACES TO WSV-LINEA.

       COPY FSFECHAPROC.

       COPY FSLOGPROC.

       END PROGRAM CERTPAG-09-FL.
