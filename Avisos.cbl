      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 14/09/2019
      * Purpose: AVISOS PREVIOS AL VENCIMIENTO: PROCESO DIARIO QUE
      *          MIRA EN CUOTAS.DAT LAS CUOTAS IMPAGAS O CON PAGO
      *          PARCIAL QUE VENCEN DENTRO DE LOS PROXIMOS DIAS
      *          HABILES (FERIADOS.DAT) Y GENERA AVISOS.DAT, LA
      *          INTERFASE CON EL PROVEEDOR DE MENSAJERIA, CON EL
      *          TELEFONO Y EL CORREO DEL DOMICILIO VIGENTE. QUEDAN
      *          AFUERA, CONTADOS APARTE, LOS CLIENTES CON DEBITO
      *          AUTOMATICO VIGENTE (MANDATOS.DAT) Y LOS QUE NO TIENEN
      *          DATOS DE CONTACTO. CADA AVISO EMITIDO SE ANOTA EN
      *          AVISOSENV.DAT PARA NO AVISAR DOS VECES LA MISMA CUOTA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISOS-09-FL.

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

           SELECT FERIADOS            ASSIGN TO DISK 'FERIADOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-FERIADOS.

           SELECT MANDATOS            ASSIGN TO DISK 'MANDATOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MANDATOS.

           SELECT NOMBRES             ASSIGN TO DISK 'NOMBRES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-NOMBRES.

           SELECT DOMICILIOS          ASSIGN TO DISK 'DOMICILIOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DOMICILIOS.

           SELECT AVISOS              ASSIGN TO DISK 'AVISOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-AVISOS.

           SELECT ENVIADOS            ASSIGN TO DISK 'AVISOSENV.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ENVIADOS.

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
          05 FSC-MORA              PIC 9(06)V9(02).
          05 FSC-ESTADO            PIC X(01).
          05 FSC-PLANREF           PIC 9(02).

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

       FD FERIADOS.
       COPY FSFER.

       FD MANDATOS.
       01 REG-MANDATO.
          05 MAN-NOMBRE            PIC A(20).
          05 MAN-APELLIDO          PIC A(20).
          05 MAN-CBU               PIC X(22).
          05 MAN-CUENTA            PIC X(08).
          05 MAN-FECHAALTA         PIC 9(08).
          05 MAN-ESTADO            PIC X(01).

       FD NOMBRES.
       01 REG-NOMBRE.
          05 FSN-NOMBRE            PIC A(30).
          05 FSN-APELLIDO          PIC A(30).
          05 FSN-CUIT              PIC 9(11).
          05 FSN-ESTADO            PIC X(01).
          05 FSN-CUITREF           PIC 9(11).

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

      *****************************************************************
      * AVISOS.DAT: FORMATO FIJO PARA EL PROVEEDOR DE MENSAJERIA, UN  *
      * AVISO POR CUOTA. EL PROVEEDOR MANDA SMS SI HAY TELEFONO Y     *
      * CORREO SI HAY EMAIL. SE REGENERA EN CADA CORRIDA.             *
      *****************************************************************
       FD AVISOS.
       01 REG-AVISO.
          05 AVI-NOMBRE            PIC A(20).
          05 AVI-APELLIDO          PIC A(20).
          05 AVI-TELEFONO          PIC X(15).
          05 AVI-EMAIL             PIC X(30).
          05 AVI-NUMERO-CUOTA      PIC 9(02).
          05 AVI-VENCIMIENTO       PIC 9(08).
          05 AVI-IMPORTE           PIC 9(08)V9(02).

      *****************************************************************
      * AVISOSENV.DAT: REGISTRO HISTORICO DE AVISOS EMITIDOS. UNA     *
      * CUOTA (CLIENTE, NUMERO Y VENCIMIENTO) QUE YA FIGURA NO SE     *
      * VUELVE A AVISAR AUNQUE LA CORRIDA SE REPITA.                  *
      *****************************************************************
       FD ENVIADOS.
       01 REG-ENVIADO.
          05 ENV-NOMBRE            PIC A(20).
          05 ENV-APELLIDO          PIC A(20).
          05 ENV-NUMERO-CUOTA      PIC 9(02).
          05 ENV-VENCIMIENTO       PIC 9(08).
          05 ENV-FECHAENVIO        PIC 9(08).

       FD FECHAPROC.
       COPY FSFECHA.

       FD PROCLOG.
       COPY FSLOG.

       WORKING-STORAGE SECTION.

       COPY FSLOGVAR.

       COPY FSFECHAVAR.

      *****************************************************************
      * WSC-DIASAVISO: CUANTOS DIAS HABILES ANTES DEL VENCIMIENTO SE  *
      * AVISA.                                                        *
      *****************************************************************
       01 CONSTANTES.
          05 WSC-DIASAVISO        PIC 9(02)       VALUE 3.
          05 WSC-ESTADO-IMPAGA    PIC X(01)       VALUE 'I'.
          05 WSC-ESTADO-PARCIAL   PIC X(01)       VALUE 'A'.

       01 VARIABLES.
          05 WSV-FECHA-SISTEMA    PIC 9(08)       VALUE 0.
          05 WSV-FECHALIMITE      PIC 9(08)       VALUE 0.
          05 WSV-FECHA            PIC 9(08)       VALUE 0.
          05 WSV-DIASEMANA        PIC 9(01)       VALUE 0.
          05 WSV-ESFERIADO        PIC 9(01)       VALUE 0.
          05 WSV-ESHABIL          PIC 9(01)       VALUE 0.
          05 WSV-HABILES          PIC 9(02)       VALUE 0.
          05 WSV-NOMBRE           PIC A(20).
          05 WSV-APELLIDO         PIC A(20).
          05 WSV-PENDIENTE        PIC S9(08)V9(02) VALUE 0.
          05 WSV-CUIT             PIC 9(11)       VALUE 0.
          05 WSV-TELEFONO         PIC X(15).
          05 WSV-EMAIL            PIC X(30).
          05 WSV-CONDEBITO        PIC 9(01)       VALUE 0.
          05 WSV-YAENVIADO        PIC 9(01)       VALUE 0.
          05 WSV-TABLALLENA       PIC 9(01)       VALUE 0.
          05 WSV-ENVLLENOS        PIC 9(01)       VALUE 0.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSI-F                PIC 9(03)       VALUE 0.
          05 WSI-M                PIC 9(03)       VALUE 0.
          05 WSI-E                PIC 9(03)       VALUE 0.
          05 WSV-CANTCUOTAS       PIC 9(03)       VALUE 0.
          05 WSV-CANTFERIADOS     PIC 9(03)       VALUE 0.
          05 WSV-CANTMANDATOS     PIC 9(03)       VALUE 0.
          05 WSV-CANTENVIADOS     PIC 9(03)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-ENVENTANA        PIC 9(05)       VALUE 0.
          05 WSA-AVISOS           PIC 9(05)       VALUE 0.
          05 WSA-CONDEBITO        PIC 9(05)       VALUE 0.
          05 WSA-SINCONTACTO      PIC 9(05)       VALUE 0.
          05 WSA-YAENVIADOS       PIC 9(05)       VALUE 0.

       01 SWITCHES.
          05 WSS-FS-CUOTAS        PIC X(02).
            88 WSS-FS-CUOTAS-OK                   VALUE '00'.
            88 WSS-FS-CUOTAS-EOF                  VALUE '10'.
          05 WSS-FS-PAGOS         PIC X(02).
            88 WSS-FS-PAGOS-OK                    VALUE '00'.
            88 WSS-FS-PAGOS-EOF                   VALUE '10'.
          05 WSS-FS-FERIADOS      PIC X(02).
            88 WSS-FS-FERIADOS-OK                 VALUE '00'.
            88 WSS-FS-FERIADOS-EOF                VALUE '10'.
          05 WSS-FS-MANDATOS      PIC X(02).
            88 WSS-FS-MANDATOS-OK                 VALUE '00'.
            88 WSS-FS-MANDATOS-EOF                VALUE '10'.
          05 WSS-FS-NOMBRES       PIC X(02).
            88 WSS-FS-NOMBRES-OK                  VALUE '00'.
            88 WSS-FS-NOMBRES-EOF                 VALUE '10'.
          05 WSS-FS-DOMICILIOS    PIC X(02).
            88 WSS-FS-DOMICILIOS-OK               VALUE '00'.
            88 WSS-FS-DOMICILIOS-EOF              VALUE '10'.
          05 WSS-FS-AVISOS        PIC X(02).
            88 WSS-FS-AVISOS-OK                   VALUE '00'.
          05 WSS-FS-ENVIADOS      PIC X(02).
            88 WSS-FS-ENVIADOS-OK                 VALUE '00'.
            88 WSS-FS-ENVIADOS-EOF                VALUE '10'.
            88 WSS-FS-ENVIADOS-NOEXISTE           VALUE '35'.

       01 MASCARAS.
          05 WSM-IMPORTE          PIC Z(08),99.

       01 TABLA-FERIADOS.
          05 WST-FERIADO          PIC 9(08)       OCCURS 500 TIMES.

       01 TABLA-CUOTAS.
          05 WST-CUOTA            OCCURS 200 TIMES.
             10 CUO-NOMBRE        PIC A(20).
             10 CUO-APELLIDO      PIC A(20).
             10 CUO-NRO           PIC 9(02).
             10 CUO-IMPORTE       PIC 9(06)V9(02).
             10 CUO-VENCIMIENTO   PIC 9(08).
             10 CUO-MORA          PIC 9(06)V9(02).
             10 CUO-ESTADO        PIC X(01).
             10 CUO-PAGADO        PIC 9(07)V9(02).

       01 TABLA-MANDATOS.
          05 WST-MANDATO          OCCURS 200 TIMES.
             10 MAT-NOMBRE        PIC A(20).
             10 MAT-APELLIDO      PIC A(20).

      *****************************************************************
      * AVISOS YA EMITIDOS PARA CUOTAS QUE TODAVIA NO VENCIERON: LOS  *
      * DE CUOTAS YA VENCIDAS NO PUEDEN VOLVER A CAER EN LA VENTANA.  *
      *****************************************************************
       01 TABLA-ENVIADOS.
          05 WST-ENVIADO          OCCURS 500 TIMES.
             10 ENT-NOMBRE        PIC A(20).
             10 ENT-APELLIDO      PIC A(20).
             10 ENT-NRO           PIC 9(02).
             10 ENT-VENCIMIENTO   PIC 9(08).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'AVISOS-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           PERFORM 9300-LEER-FECHA-PROCESO
           MOVE WS-FPR-FECHA TO WSV-FECHA-SISTEMA

           PERFORM 100000-CARGAR-FERIADOS
           PERFORM 110000-CALCULAR-LIMITE
           PERFORM 120000-CARGAR-CUOTAS
           PERFORM 130000-CARGAR-PAGOS
           PERFORM 140000-CARGAR-MANDATOS
           PERFORM 150000-CARGAR-ENVIADOS
      *****************************************************************
      * SIN LA HISTORIA COMPLETA DE AVISOS NO SE PUEDE GARANTIZAR QUE *
      * NO SE REPITA UNO: LA CORRIDA SE CANCELA SIN EMITIR NADA       *
      * (AMPLIAR EL OCCURS ANTES DE REINTENTAR).                      *
      *****************************************************************
           IF WSV-ENVLLENOS = 1
              DISPLAY "AVISOSENV.DAT SUPERA LA TABLA: SE CANCELA SIN "
                      "EMITIR AVISOS"
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
              PERFORM 200000-GENERAR-AVISOS
              PERFORM 300000-RESUMEN
           END-IF
           MOVE WSA-ENVENTANA TO WS-LOG-LEIDOS
           MOVE WSA-AVISOS    TO WS-LOG-GRABADOS
           COMPUTE WS-LOG-RECHAZADOS = WSA-CONDEBITO + WSA-SINCONTACTO
           SET WS-LOG-FIN TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

       100000-CARGAR-FERIADOS.
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

      *****************************************************************
      * FECHA LIMITE DE LA VENTANA: AVANZA DESDE LA FECHA DE PROCESO  *
      * HASTA CONTAR WSC-DIASAVISO DIAS HABILES (MISMO CRITERIO DE    *
      * DIA HABIL QUE APERTURA-09-FL). SE AVISAN LAS CUOTAS QUE       *
      * VENCEN DESPUES DE HOY Y HASTA ESA FECHA INCLUSIVE.            *
      *****************************************************************
       110000-CALCULAR-LIMITE.
           MOVE WSV-FECHA-SISTEMA TO WSV-FECHA
           MOVE 0 TO WSV-HABILES
           PERFORM UNTIL WSV-HABILES >= WSC-DIASAVISO
              COMPUTE WSV-FECHA =
                  FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(WSV-FECHA) + 1)
              PERFORM 115000-VERIFICAR-HABIL
              IF WSV-ESHABIL = 1
                 ADD 1 TO WSV-HABILES
              END-IF
           END-PERFORM
           MOVE WSV-FECHA TO WSV-FECHALIMITE
           DISPLAY "AVISOS PARA CUOTAS QUE VENCEN DEL "
                   WSV-FECHA-SISTEMA " (EXCLUSIVE) AL " WSV-FECHALIMITE.

       115000-VERIFICAR-HABIL.
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
      * SOLO SE CARGAN LAS CUOTAS IMPAGAS O CON PAGO PARCIAL QUE      *
      * VENCEN DENTRO DE LA VENTANA.                                  *
      *****************************************************************
       120000-CARGAR-CUOTAS.
           MOVE 0 TO WSV-CANTCUOTAS
           OPEN INPUT CUOTAS
           IF WSS-FS-CUOTAS-OK
              PERFORM UNTIL WSS-FS-CUOTAS-EOF
                 READ CUOTAS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF (FSC-ESTADO = WSC-ESTADO-IMPAGA
                           OR FSC-ESTADO = WSC-ESTADO-PARCIAL)
                          AND FSC-VENCIMIENTO > WSV-FECHA-SISTEMA
                          AND FSC-VENCIMIENTO <= WSV-FECHALIMITE
                          PERFORM 125000-AGREGAR-CUOTA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUOTAS
           END-IF.

       125000-AGREGAR-CUOTA.
           IF WSV-CANTCUOTAS < 200
              ADD 1 TO WSV-CANTCUOTAS
              MOVE FSC-NOMBRE       TO CUO-NOMBRE(WSV-CANTCUOTAS)
              MOVE FSC-APELLIDO     TO CUO-APELLIDO(WSV-CANTCUOTAS)
              MOVE FSC-NUMERO-CUOTA TO CUO-NRO(WSV-CANTCUOTAS)
              MOVE FSC-IMPORTE      TO CUO-IMPORTE(WSV-CANTCUOTAS)
              MOVE FSC-VENCIMIENTO  TO CUO-VENCIMIENTO(WSV-CANTCUOTAS)
              MOVE FSC-MORA         TO CUO-MORA(WSV-CANTCUOTAS)
              MOVE FSC-ESTADO       TO CUO-ESTADO(WSV-CANTCUOTAS)
              MOVE 0                TO CUO-PAGADO(WSV-CANTCUOTAS)
           ELSE
              DISPLAY "ATENCION: MAS DE 200 CUOTAS EN LA VENTANA. "
                      "CUOTA " FSC-NUMERO-CUOTA " DE "
                      FUNCTION TRIM(FSC-NOMBRE) " "
                      FUNCTION TRIM(FSC-APELLIDO)
                      " QUEDA PARA LA PROXIMA CORRIDA"
           END-IF.

       130000-CARGAR-PAGOS.
           OPEN INPUT PAGOS
           IF WSS-FS-PAGOS-OK
              PERFORM UNTIL WSS-FS-PAGOS-EOF
                 READ PAGOS
                    AT END
                       CONTINUE
                    NOT AT END
                       PERFORM VARYING WSI-I FROM 1 BY 1
                               UNTIL WSI-I > WSV-CANTCUOTAS
                          IF CUO-NOMBRE(WSI-I) = PAG-NOMBRE
                             AND CUO-APELLIDO(WSI-I) = PAG-APELLIDO
                             AND CUO-NRO(WSI-I) = PAG-NUMERO-CUOTA
                             ADD PAG-IMPORTE TO CUO-PAGADO(WSI-I)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE PAGOS
           END-IF.

       140000-CARGAR-MANDATOS.
           MOVE 0 TO WSV-CANTMANDATOS
           OPEN INPUT MANDATOS
           IF WSS-FS-MANDATOS-OK
              PERFORM UNTIL WSS-FS-MANDATOS-EOF
                         OR WSV-CANTMANDATOS > 199
                 READ MANDATOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF MAN-ESTADO = 'A'
                          ADD 1 TO WSV-CANTMANDATOS
                          MOVE MAN-NOMBRE   TO
                                        MAT-NOMBRE(WSV-CANTMANDATOS)
                          MOVE MAN-APELLIDO TO
                                        MAT-APELLIDO(WSV-CANTMANDATOS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MANDATOS
           END-IF.

       150000-CARGAR-ENVIADOS.
           MOVE 0 TO WSV-CANTENVIADOS
           OPEN INPUT ENVIADOS
           IF WSS-FS-ENVIADOS-OK
              PERFORM UNTIL WSS-FS-ENVIADOS-EOF
                 READ ENVIADOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF ENV-VENCIMIENTO > WSV-FECHA-SISTEMA
                          IF WSV-CANTENVIADOS < 500
                             ADD 1 TO WSV-CANTENVIADOS
                             MOVE ENV-NOMBRE       TO
                                        ENT-NOMBRE(WSV-CANTENVIADOS)
                             MOVE ENV-APELLIDO     TO
                                        ENT-APELLIDO(WSV-CANTENVIADOS)
                             MOVE ENV-NUMERO-CUOTA TO
                                        ENT-NRO(WSV-CANTENVIADOS)
                             MOVE ENV-VENCIMIENTO  TO
                                      ENT-VENCIMIENTO(WSV-CANTENVIADOS)
                          ELSE
                             MOVE 1 TO WSV-ENVLLENOS
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ENVIADOS
           END-IF.

      *****************************************************************
      * UNA CUOTA DE LA VENTANA CON SALDO PENDIENTE SE DESCARTA SI    *
      * YA FUE AVISADA, SI EL CLIENTE TIENE DEBITO AUTOMATICO VIGENTE *
      * (EL BANCO LA COBRA SOLO) O SI NO HAY TELEFONO NI CORREO.      *
      *****************************************************************
       200000-GENERAR-AVISOS.
           OPEN OUTPUT AVISOS
           IF NOT WSS-FS-AVISOS-OK
              DISPLAY "NO SE PUDO GENERAR AVISOS.DAT"
              DISPLAY "FILE STATUS " WSS-FS-AVISOS
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
              OPEN EXTEND ENVIADOS
              IF WSS-FS-ENVIADOS-NOEXISTE
                 OPEN OUTPUT ENVIADOS
              END-IF
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTCUOTAS
                 COMPUTE WSV-PENDIENTE =
                         CUO-IMPORTE(WSI-I) + CUO-MORA(WSI-I)
                         - CUO-PAGADO(WSI-I)
                 IF WSV-PENDIENTE > 0
                    ADD 1 TO WSA-ENVENTANA
                    PERFORM 210000-PROCESAR-CUOTA
                 END-IF
              END-PERFORM
              CLOSE ENVIADOS
              CLOSE AVISOS
           END-IF.

       210000-PROCESAR-CUOTA.
           MOVE 0 TO WSV-YAENVIADO
           PERFORM VARYING WSI-E FROM 1 BY 1
                   UNTIL WSI-E > WSV-CANTENVIADOS
              IF ENT-NOMBRE(WSI-E) = CUO-NOMBRE(WSI-I)
                 AND ENT-APELLIDO(WSI-E) = CUO-APELLIDO(WSI-I)
                 AND ENT-NRO(WSI-E) = CUO-NRO(WSI-I)
                 AND ENT-VENCIMIENTO(WSI-E) = CUO-VENCIMIENTO(WSI-I)
                 MOVE 1 TO WSV-YAENVIADO
              END-IF
           END-PERFORM

           MOVE 0 TO WSV-CONDEBITO
           PERFORM VARYING WSI-M FROM 1 BY 1
                   UNTIL WSI-M > WSV-CANTMANDATOS
              IF MAT-NOMBRE(WSI-M) = CUO-NOMBRE(WSI-I)
                 AND MAT-APELLIDO(WSI-M) = CUO-APELLIDO(WSI-I)
                 MOVE 1 TO WSV-CONDEBITO
              END-IF
           END-PERFORM

           IF WSV-YAENVIADO = 1
              ADD 1 TO WSA-YAENVIADOS
           ELSE
           IF WSV-CONDEBITO = 1
              ADD 1 TO WSA-CONDEBITO
           ELSE
              MOVE CUO-NOMBRE(WSI-I)   TO WSV-NOMBRE
              MOVE CUO-APELLIDO(WSI-I) TO WSV-APELLIDO
              PERFORM 220000-BUSCAR-CONTACTO
              IF WSV-TELEFONO = SPACES AND WSV-EMAIL = SPACES
                 ADD 1 TO WSA-SINCONTACTO
                 DISPLAY "SIN DATOS DE CONTACTO: "
                         FUNCTION TRIM(CUO-NOMBRE(WSI-I)) " "
                         FUNCTION TRIM(CUO-APELLIDO(WSI-I))
                         " CUOTA " CUO-NRO(WSI-I)
              ELSE
                 PERFORM 230000-GRABAR-AVISO
              END-IF
           END-IF
           END-IF.

      *****************************************************************
      * CONTACTO: CUIT DEL CLIENTE EN NOMBRES.DAT Y DOMICILIO VIGENTE *
      * DE ESE CUIT EN DOMICILIOS.DAT (DOMICIL-09-FL).                *
      *****************************************************************
       220000-BUSCAR-CONTACTO.
           MOVE 0 TO WSV-CUIT
           MOVE SPACES TO WSV-TELEFONO
           MOVE SPACES TO WSV-EMAIL
           OPEN INPUT NOMBRES
           IF WSS-FS-NOMBRES-OK
              PERFORM UNTIL WSS-FS-NOMBRES-EOF
                 READ NOMBRES
                    AT END
                       CONTINUE
                    NOT AT END
                       IF FUNCTION TRIM(FSN-NOMBRE) =
                          FUNCTION TRIM(WSV-NOMBRE)
                          AND FUNCTION TRIM(FSN-APELLIDO) =
                          FUNCTION TRIM(WSV-APELLIDO)
                          AND FSN-CUIT IS NUMERIC
                          AND FSN-ESTADO NOT = 'D'
                          MOVE FSN-CUIT TO WSV-CUIT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE NOMBRES
           END-IF

           IF WSV-CUIT > 0
              OPEN INPUT DOMICILIOS
              IF WSS-FS-DOMICILIOS-OK
                 PERFORM UNTIL WSS-FS-DOMICILIOS-EOF
                    READ DOMICILIOS
                       AT END
                          CONTINUE
                       NOT AT END
                          IF DOM-CUIT = WSV-CUIT
                             AND DOM-ESTADO = 'A'
                             MOVE DOM-TELEFONO TO WSV-TELEFONO
                             MOVE DOM-EMAIL    TO WSV-EMAIL
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE DOMICILIOS
              END-IF
           END-IF.

       230000-GRABAR-AVISO.
           MOVE CUO-NOMBRE(WSI-I)      TO AVI-NOMBRE
           MOVE CUO-APELLIDO(WSI-I)    TO AVI-APELLIDO
           MOVE WSV-TELEFONO           TO AVI-TELEFONO
           MOVE WSV-EMAIL              TO AVI-EMAIL
           MOVE CUO-NRO(WSI-I)         TO AVI-NUMERO-CUOTA
           MOVE CUO-VENCIMIENTO(WSI-I) TO AVI-VENCIMIENTO
           MOVE WSV-PENDIENTE          TO AVI-IMPORTE
           WRITE REG-AVISO

           MOVE CUO-NOMBRE(WSI-I)      TO ENV-NOMBRE
           MOVE CUO-APELLIDO(WSI-I)    TO ENV-APELLIDO
           MOVE CUO-NRO(WSI-I)         TO ENV-NUMERO-CUOTA
           MOVE CUO-VENCIMIENTO(WSI-I) TO ENV-VENCIMIENTO
           MOVE WSV-FECHA-SISTEMA      TO ENV-FECHAENVIO
           WRITE REG-ENVIADO
           ADD 1 TO WSA-AVISOS

           MOVE WSV-PENDIENTE TO WSM-IMPORTE
           DISPLAY "AVISO: " FUNCTION TRIM(CUO-NOMBRE(WSI-I)) " "
                   FUNCTION TRIM(CUO-APELLIDO(WSI-I))
                   " CUOTA " CUO-NRO(WSI-I)
                   " VENCE " CUO-VENCIMIENTO(WSI-I)
                   " IMPORTE " WSM-IMPORTE.

       300000-RESUMEN.
           DISPLAY "**************************************"
           DISPLAY "AVISOS PREVIOS AL VENCIMIENTO"
           DISPLAY "CUOTAS CON SALDO EN LA VENTANA: " WSA-ENVENTANA
           DISPLAY "AVISOS GRABADOS EN AVISOS.DAT:  " WSA-AVISOS
           DISPLAY "YA AVISADAS EN CORRIDA ANTERIOR: " WSA-YAENVIADOS
           DISPLAY "EXCLUIDAS POR DEBITO AUTOMATICO: " WSA-CONDEBITO
           DISPLAY "EXCLUIDAS SIN DATOS DE CONTACTO: " WSA-SINCONTACTO
           DISPLAY "**************************************".

       COPY FSLOGPROC.

       COPY FSFECHAPROC.

       END PROGRAM AVISOS-09-FL.
