      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 12/09/2019
      * Purpose: RENDICION DIARIA DE LA RED DE COBRANZA EXTRABANCARIA
      *          (RAPIPAGO / PAGO FACIL): LEE EL ARCHIVO QUE ENVIA LA
      *          RED (RENDRED.DAT, CABECERA 'H', UN DETALLE 'D' POR
      *          COBRO CON EL CODIGO DE BARRAS DEL RECIBO DE
      *          PROG01-09-FL, COLA 'T' CON LOS TOTALES Y EL NETO
      *          DEPOSITADO), VERIFICA LOS CONTROLES E IMPUTA CADA
      *          COBRO A SU CUOTA EN PAGOS.DAT CON MEDIO 'R', CON LAS
      *          MISMAS REGLAS DEL REGISTRO DE PAGOS DE PAGOS-09-FL.
      *          DEJA EL INFORME DE CONTROL EN CTLRENDRED.DAT: COBROS
      *          IMPUTADOS, COBROS SIN CUOTA ABIERTA Y COMISION
      *          RETENIDA POR LA RED CONTRA EL NETO DEPOSITADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENDRED-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RENDICION           ASSIGN TO DISK 'RENDRED.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RENDICION.

           SELECT RENDCTL             ASSIGN TO DISK 'RENDCTL.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RENDCTL.

           SELECT INFORME             ASSIGN TO DISK 'CTLRENDRED.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-INFORME.

           SELECT MAESTRO             ASSIGN TO DISK 'MAECLI.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MAESTRO.

           SELECT CUOTAS              ASSIGN TO DISK 'CUOTAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CUOTAS.

           SELECT PAGOS               ASSIGN TO DISK 'PAGOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PAGOS.

           SELECT DESCUENTOS          ASSIGN TO DISK 'DESCUENTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DESCUENTOS.

           SELECT INTENCION ASSIGN TO DISK 'INTENCION.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-INT-FS.

           SELECT FECHAPROC ASSIGN TO DISK 'FECHAPROC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-FPR-FS.

           SELECT CERROJOS  ASSIGN TO DISK 'CERROJOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-CER-FS.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.

       DATA DIVISION.

       FILE SECTION.

      *****************************************************************
      * RENDRED.DAT: RENDICION DIARIA DE LA RED. TIPO DE REGISTRO EN  *
      * LA COLUMNA 1: 'H' = CABECERA (RED Y FECHA DE LA RENDICION),   *
      * 'D' = UN COBRO (FECHA, CODIGO DE BARRAS ESCANEADO, IMPORTE    *
      * COBRADO Y COMISION DE LA RED), 'T' = COLA (CANTIDAD DE COBROS,*
      * TOTAL COBRADO, COMISION TOTAL Y NETO DEPOSITADO EN EL BANCO). *
      *****************************************************************
       FD RENDICION.
       01 REG-RENDICION.
          05 RND-TIPO              PIC X(01).
          05 RND-DATOS             PIC X(79).
          05 RND-CABECERA          REDEFINES RND-DATOS.
             10 RND-RED            PIC X(10).
             10 RND-FECHARENDICION PIC 9(08).
             10 FILLER             PIC X(61).
          05 RND-DETALLE           REDEFINES RND-DATOS.
             10 RND-FECHACOBRO     PIC 9(08).
             10 RND-CODIGO         PIC X(33).
             10 RND-IMPORTE        PIC 9(08)V9(02).
             10 RND-COMISION       PIC 9(06)V9(02).
             10 FILLER             PIC X(20).
          05 RND-COLA              REDEFINES RND-DATOS.
             10 RND-CANTIDAD       PIC 9(06).
             10 RND-TOTALCOBRADO   PIC 9(10)V9(02).
             10 RND-TOTALCOMISION  PIC 9(08)V9(02).
             10 RND-NETODEPOSITADO PIC 9(10)V9(02).
             10 FILLER             PIC X(39).

      *****************************************************************
      * RENDCTL.DAT: RENDICIONES YA IMPUTADAS (RED + FECHA), PARA QUE *
      * UNA RENDICION REENVIADA POR LA RED NO SE IMPUTE DOS VECES.    *
      *****************************************************************
       FD RENDCTL.
       01 REG-RENDCTL.
          05 RCT-RED               PIC X(10).
          05 RCT-FECHARENDICION    PIC 9(08).
          05 RCT-FECHAPROCESO      PIC 9(08).
          05 RCT-CANTIDAD          PIC 9(06).
          05 RCT-IMPUTADOS         PIC 9(06).
          05 RCT-TOTALCOBRADO      PIC 9(10)V9(02).
          05 RCT-COMISION          PIC 9(08)V9(02).
          05 RCT-NETODEPOSITADO    PIC 9(10)V9(02).

       FD INFORME.
       01 REG-INFORME              PIC X(80).

       FD MAESTRO.
       01 REG-MAESTRO.
          05 MAE-CODIGO            PIC 9(08).
          05 MAE-NOMBRE            PIC A(20).
          05 MAE-APELLIDO          PIC A(20).
          05 MAE-ESTADO            PIC X(01).

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
      * PAGOS.DAT: LOS COBROS DE LA RED SE GRABAN CON MEDIO 'R', SIN  *
      * SESION DE CAJA NI COBRADOR (LA PLATA NO PASA POR LA CAJA: LA  *
      * DEPOSITA LA RED NETA DE SU COMISION).                         *
      *****************************************************************
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
      * DESCUENTOS.DAT: DESCUENTOS POR PRONTO PAGO (PAGOS-09-FL). LO  *
      * DESCONTADO VIGENTE ('V') CUENTA COMO COBRADO EN LA CUOTA.     *
      *****************************************************************
       FD DESCUENTOS.
       01 REG-DESCUENTO.
          05 DSC-NOMBRE            PIC A(20).
          05 DSC-APELLIDO          PIC A(20).
          05 DSC-NUMERO-CUOTA      PIC 9(02).
          05 DSC-VENCIMIENTO       PIC 9(08).
          05 DSC-FECHAPAGO         PIC 9(08).
          05 DSC-IMPORTECUOTA      PIC 9(06)V9(02).
          05 DSC-PORCENTAJE        PIC 9(02)V9(02).
          05 DSC-DESCUENTO         PIC 9(06)V9(02).
          05 DSC-COBRADO           PIC 9(06)V9(02).
          05 DSC-SESION            PIC 9(04).
          05 DSC-ESTADO            PIC X(01).

       FD INTENCION.
       COPY FSINT.

       FD FECHAPROC.
       COPY FSFECHA.

       FD CERROJOS.
       COPY FSLOCK.

       FD PROCLOG.
       COPY FSLOG.

       WORKING-STORAGE SECTION.

       COPY FSLOGVAR.

       COPY FSLOCKVAR.

       COPY FSFECHAVAR.

       COPY FSINTVAR.

       COPY FSCODREDVAR.

       01 VARIABLES.
          05 WSV-NOMBRE           PIC A(20).
          05 WSV-APELLIDO         PIC A(20).
          05 WSV-NUMERO-CUOTA     PIC 9(02).
          05 WSV-FECHA-SISTEMA    PIC 9(08)       VALUE 0.
          05 WSV-FECHA-PAGO       PIC 9(08)       VALUE 0.
          05 WSV-PENDIENTE        PIC 9(07)V9(02) VALUE 0.
          05 WSV-ENCONTRADO       PIC 9(01)       VALUE 0.
          05 WSV-POSICION         PIC 9(03)       VALUE 0.
          05 WSV-TABLALLENA       PIC 9(01)       VALUE 0.
          05 WSV-CLIENTEHALLADO   PIC 9(01)       VALUE 0.
          05 WSV-MOTIVO           PIC X(30)       VALUE SPACES.
          05 WSV-RED              PIC X(10)       VALUE SPACES.
          05 WSV-FECHARENDICION   PIC 9(08)       VALUE 0.
          05 WSV-RENDICIONOK      PIC 9(01)       VALUE 0.
          05 WSV-HAYCABECERA      PIC 9(01)       VALUE 0.
          05 WSV-HAYTRAILER       PIC 9(01)       VALUE 0.
          05 WSV-TRL-CANTIDAD     PIC 9(06)       VALUE 0.
          05 WSV-TRL-COBRADO      PIC 9(10)V9(02) VALUE 0.
          05 WSV-TRL-COMISION     PIC 9(08)V9(02) VALUE 0.
          05 WSV-TRL-NETO         PIC 9(10)V9(02) VALUE 0.
          05 WSV-NETOESPERADO     PIC 9(10)V9(02) VALUE 0.
          05 WSV-DIFERENCIA       PIC S9(10)V9(02) VALUE 0.
          05 WSV-LINEA            PIC X(80)       VALUE SPACES.

       01 CONSTANTES.
          05 WSC-ESTADO-IMPAGA    PIC X(01)       VALUE 'I'.
          05 WSC-ESTADO-PARCIAL   PIC X(01)       VALUE 'A'.
          05 WSC-ESTADO-PAGADA    PIC X(01)       VALUE 'P'.
          05 WSC-ESTADO-REFINAN   PIC X(01)       VALUE 'R'.
          05 WSC-ESTADO-CASTIGADA PIC X(01)       VALUE 'C'.
          05 WSC-MEDIO-RED        PIC X(01)       VALUE 'R'.
          05 WSC-MAXIMPORTEPAGO   PIC 9(06)V9(02) VALUE 999999,99.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSI-M                PIC 9(03)       VALUE 0.
          05 WSI-N                PIC 9(03)       VALUE 0.
          05 WSV-CANTCUOTAS       PIC 9(03)       VALUE 0.
          05 WSV-CANTMAECLI       PIC 9(03)       VALUE 0.
          05 WSV-CANTNOIMPUTADOS  PIC 9(03)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-DETALLES         PIC 9(06)       VALUE 0.
          05 WSA-COBRADO          PIC 9(10)V9(02) VALUE 0.
          05 WSA-COMISION         PIC 9(08)V9(02) VALUE 0.
          05 WSA-IMPUTADOS        PIC 9(06)       VALUE 0.
          05 WSA-IMPORTEIMPUTADO  PIC 9(10)V9(02) VALUE 0.
          05 WSA-NOIMPUTADOS      PIC 9(06)       VALUE 0.
          05 WSA-IMPORTENOIMPUT   PIC 9(10)V9(02) VALUE 0.

       01 SWITCHES.
          05 WSS-FS-RENDICION     PIC X(02).
            88 WSS-FS-RENDICION-OK                VALUE '00'.
            88 WSS-FS-RENDICION-EOF               VALUE '10'.
          05 WSS-FS-RENDCTL       PIC X(02).
            88 WSS-FS-RENDCTL-OK                  VALUE '00'.
            88 WSS-FS-RENDCTL-EOF                 VALUE '10'.
            88 WSS-FS-RENDCTL-NOEXISTE            VALUE '35'.
          05 WSS-FS-INFORME       PIC X(02).
            88 WSS-FS-INFORME-OK                  VALUE '00'.
          05 WSS-FS-MAESTRO       PIC X(02).
            88 WSS-FS-MAESTRO-OK                  VALUE '00'.
            88 WSS-FS-MAESTRO-EOF                 VALUE '10'.
          05 WSS-FS-CUOTAS        PIC X(02).
            88 WSS-FS-CUOTAS-OK                   VALUE '00'.
            88 WSS-FS-CUOTAS-EOF                  VALUE '10'.
          05 WSS-FS-PAGOS         PIC X(02).
            88 WSS-FS-PAGOS-OK                    VALUE '00'.
            88 WSS-FS-PAGOS-EOF                   VALUE '10'.
            88 WSS-FS-PAGOS-NOEXISTE              VALUE '35'.
          05 WSS-FS-DESCUENTOS    PIC X(02).
            88 WSS-FS-DESCUENTOS-OK               VALUE '00'.
            88 WSS-FS-DESCUENTOS-EOF              VALUE '10'.

       01 MASCARAS.
          05 WSM-IMPORTE          PIC Z(08),99.
          05 WSM-TOTAL            PIC Z(10),99.
          05 WSM-DIFERENCIA       PIC -(10)9,99.
          05 WSM-CANTIDAD         PIC Z(05)9.

      *****************************************************************
      * CUOTAS.DAT EN MEMORIA CON LO YA PAGADO ACUMULADO, IGUAL QUE   *
      * EN PAGOS-09-FL: SE IMPUTAN LOS COBROS SOBRE LA TABLA Y AL     *
      * FINAL SE REGRABA EL ARCHIVO CON LOS ESTADOS NUEVOS.           *
      *****************************************************************
       01 TABLA-CUOTAS.
          05 WST-CUOTA            OCCURS 200 TIMES.
             10 CUO-NOMBRE        PIC A(20).
             10 CUO-APELLIDO      PIC A(20).
             10 CUO-NRO           PIC 9(02).
             10 CUO-IMPORTE       PIC 9(06)V9(02).
             10 CUO-FECHA         PIC 9(08).
             10 CUO-VENCIMIENTO   PIC 9(08).
             10 CUO-MORA          PIC 9(06)V9(02).
             10 CUO-ESTADO        PIC X(01).
             10 CUO-PLANREF       PIC 9(02).
             10 CUO-PAGADO        PIC 9(07)V9(02).

       01 TABLA-MAESTRO.
          05 WST-MAECLI           OCCURS 300 TIMES.
             10 MC-CODIGO         PIC 9(08).
             10 MC-NOMBRE         PIC A(20).
             10 MC-APELLIDO       PIC A(20).

      *****************************************************************
      * COBROS QUE NO SE PUDIERON IMPUTAR: SE LISTAN JUNTOS AL PIE    *
      * DEL INFORME PARA QUE LA MESA DE COBRANZA LOS RESUELVA A MANO  *
      * (LA PLATA YA ESTA DEPOSITADA POR LA RED).                     *
      *****************************************************************
       01 TABLA-NOIMPUTADOS.
          05 WST-NOIMPUTADO       OCCURS 100 TIMES.
             10 NOI-FECHACOBRO    PIC 9(08).
             10 NOI-CODIGO        PIC X(33).
             10 NOI-IMPORTE       PIC 9(08)V9(02).
             10 NOI-MOTIVO        PIC X(30).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'RENDRED-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           MOVE 'RENDRED-09-FL' TO WS-CER-PROGRAMA
           MOVE 2 TO WS-CER-CANTARCH
           MOVE 'CUOTAS.DAT' TO WS-CER-ARCHIVO(1)
           MOVE 'PAGOS.DAT'  TO WS-CER-ARCHIVO(2)
           PERFORM 9200-TOMAR-CERROJOS
           IF WS-CER-DENEGADO = 1
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
              SET WS-LOG-FIN TO TRUE
              PERFORM 9100-GRABAR-PROCLOG
              STOP RUN
           END-IF
           PERFORM 9300-LEER-FECHA-PROCESO
           MOVE WS-FPR-FECHA TO WSV-FECHA-SISTEMA

           PERFORM 100000-CARGAR-MAESTRO
           PERFORM 110000-CARGAR-CUOTAS
           IF WSV-TABLALLENA = 1
              DISPLAY "CUOTAS.DAT SUPERA LA TABLA: SE CANCELA SIN "
                      "REGRABAR"
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
              PERFORM 120000-CARGAR-PAGOS
              PERFORM 125000-CARGAR-DESCUENTOS
              PERFORM 200000-VERIFICAR-RENDICION
      *****************************************************************
      * UNA RENDICION QUE NO CIERRA CONTRA SU COLA, SIN CABECERA O    *
      * YA IMPUTADA SE RECHAZA ENTERA, SIN GRABAR UN SOLO PAGO, Y LA  *
      * CORRIDA TERMINA CON CODIGO 8 PARA CORTAR LA CADENA.           *
      *****************************************************************
              IF WSV-RENDICIONOK = 0
                 MOVE 8 TO RETURN-CODE
                 SET WS-LOG-TERMINO-ERROR TO TRUE
              ELSE
                 PERFORM 300000-PROCESAR-RENDICION
                 IF WSA-IMPUTADOS > 0
                    PERFORM 500000-REGRABAR-CUOTAS
                 END-IF
                 PERFORM 510000-REGISTRAR-RENDICION
              END-IF
           END-IF
           PERFORM 9250-LIBERAR-CERROJOS
           MOVE WSA-DETALLES    TO WS-LOG-LEIDOS
           MOVE WSA-IMPUTADOS   TO WS-LOG-GRABADOS
           MOVE WSA-NOIMPUTADOS TO WS-LOG-RECHAZADOS
           SET WS-LOG-FIN TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

       100000-CARGAR-MAESTRO.
           MOVE 0 TO WSV-CANTMAECLI
           OPEN INPUT MAESTRO
           IF WSS-FS-MAESTRO-OK
              PERFORM UNTIL WSS-FS-MAESTRO-EOF OR WSV-CANTMAECLI > 299
                 READ MAESTRO
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTMAECLI
                       MOVE MAE-CODIGO   TO MC-CODIGO(WSV-CANTMAECLI)
                       MOVE MAE-NOMBRE   TO MC-NOMBRE(WSV-CANTMAECLI)
                       MOVE MAE-APELLIDO TO MC-APELLIDO(WSV-CANTMAECLI)
                 END-READ
              END-PERFORM
              CLOSE MAESTRO
           ELSE
              DISPLAY "ATENCION: NO HAY MAECLI.DAT - NINGUN COBRO "
                      "PODRA IDENTIFICAR SU CLIENTE"
           END-IF.

      *****************************************************************
      * CARGA TODAS LAS CUOTAS EN LA TABLA. UN FSC-ESTADO EN BLANCO   *
      * (ARCHIVOS ANTERIORES A ESTE CAMPO) SE TOMA COMO IMPAGA.       *
      *****************************************************************
       110000-CARGAR-CUOTAS.
           MOVE 0 TO WSV-CANTCUOTAS
           OPEN INPUT CUOTAS
           IF WSS-FS-CUOTAS-OK
              PERFORM UNTIL WSS-FS-CUOTAS-EOF OR WSV-CANTCUOTAS > 199
                 READ CUOTAS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTCUOTAS
                       MOVE FSC-NOMBRE       TO
                                          CUO-NOMBRE(WSV-CANTCUOTAS)
                       MOVE FSC-APELLIDO     TO
                                          CUO-APELLIDO(WSV-CANTCUOTAS)
                       MOVE FSC-NUMERO-CUOTA TO
                                          CUO-NRO(WSV-CANTCUOTAS)
                       MOVE FSC-IMPORTE      TO
                                          CUO-IMPORTE(WSV-CANTCUOTAS)
                       MOVE FSC-FECHA        TO
                                          CUO-FECHA(WSV-CANTCUOTAS)
                       MOVE FSC-VENCIMIENTO  TO
                                        CUO-VENCIMIENTO(WSV-CANTCUOTAS)
                       MOVE FSC-MORA         TO
                                          CUO-MORA(WSV-CANTCUOTAS)
                       IF FSC-ESTADO = WSC-ESTADO-PAGADA
                          OR FSC-ESTADO = WSC-ESTADO-PARCIAL
                          OR FSC-ESTADO = WSC-ESTADO-REFINAN
                          OR FSC-ESTADO = WSC-ESTADO-CASTIGADA
                          MOVE FSC-ESTADO    TO
                                          CUO-ESTADO(WSV-CANTCUOTAS)
                       ELSE
                          MOVE WSC-ESTADO-IMPAGA TO
                                          CUO-ESTADO(WSV-CANTCUOTAS)
                       END-IF
                       IF FSC-PLANREF IS NUMERIC
                          MOVE FSC-PLANREF TO
                                          CUO-PLANREF(WSV-CANTCUOTAS)
                       ELSE
                          MOVE 0 TO CUO-PLANREF(WSV-CANTCUOTAS)
                       END-IF
                       MOVE 0                TO
                                          CUO-PAGADO(WSV-CANTCUOTAS)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-CUOTAS-EOF
                 READ CUOTAS
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLALLENA
                 END-READ
              END-IF
              CLOSE CUOTAS
           END-IF.

      *****************************************************************
      * ACUMULA EN CUO-PAGADO LOS PAGOS YA REGISTRADOS EN PAGOS.DAT Y *
      * RECALCULA EL ESTADO DE CADA CUOTA A PARTIR DE LO COBRADO.     *
      *****************************************************************
       120000-CARGAR-PAGOS.
           OPEN INPUT PAGOS
           IF WSS-FS-PAGOS-OK
              PERFORM UNTIL WSS-FS-PAGOS-EOF
                 READ PAGOS
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE PAG-NOMBRE       TO WSV-NOMBRE
                       MOVE PAG-APELLIDO     TO WSV-APELLIDO
                       MOVE PAG-NUMERO-CUOTA TO WSV-NUMERO-CUOTA
                       PERFORM 130000-BUSCAR-CUOTA
                       IF WSV-ENCONTRADO = 1
                          ADD PAG-IMPORTE TO CUO-PAGADO(WSV-POSICION)
                          PERFORM 140000-RECALCULAR-ESTADO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAGOS
           END-IF.

      *****************************************************************
      * LO DESCONTADO POR PRONTO PAGO CUENTA COMO COBRADO, IGUAL QUE  *
      * EN PAGOS-09-FL.                                               *
      *****************************************************************
       125000-CARGAR-DESCUENTOS.
           OPEN INPUT DESCUENTOS
           IF WSS-FS-DESCUENTOS-OK
              PERFORM UNTIL WSS-FS-DESCUENTOS-EOF
                 READ DESCUENTOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF DSC-ESTADO NOT = 'A'
                          MOVE DSC-NOMBRE       TO WSV-NOMBRE
                          MOVE DSC-APELLIDO     TO WSV-APELLIDO
                          MOVE DSC-NUMERO-CUOTA TO WSV-NUMERO-CUOTA
                          PERFORM 130000-BUSCAR-CUOTA
                          IF WSV-ENCONTRADO = 1
                             ADD DSC-DESCUENTO TO
                                 CUO-PAGADO(WSV-POSICION)
                             PERFORM 140000-RECALCULAR-ESTADO
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DESCUENTOS
           END-IF.

       130000-BUSCAR-CUOTA.
           MOVE 0 TO WSV-ENCONTRADO
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCUOTAS
              IF CUO-NOMBRE(WSI-I) = WSV-NOMBRE
                 AND CUO-APELLIDO(WSI-I) = WSV-APELLIDO
                 AND CUO-NRO(WSI-I) = WSV-NUMERO-CUOTA
                 MOVE 1     TO WSV-ENCONTRADO
                 MOVE WSI-I TO WSV-POSICION
              END-IF
           END-PERFORM.

      *****************************************************************
      * MISMA REGLA QUE PAGOS-09-FL: SIN PAGO = IMPAGA; PAGO MENOR AL *
      * IMPORTE MAS MORA = PARCIAL; PAGO COMPLETO = PAGADA. LA        *
      * CASTIGADA NO CAMBIA DE ESTADO.                                *
      *****************************************************************
       140000-RECALCULAR-ESTADO.
           IF CUO-ESTADO(WSV-POSICION) NOT = WSC-ESTADO-CASTIGADA
              IF CUO-PAGADO(WSV-POSICION) = 0
                 MOVE WSC-ESTADO-IMPAGA  TO CUO-ESTADO(WSV-POSICION)
              ELSE
                 IF CUO-PAGADO(WSV-POSICION) >=
                    CUO-IMPORTE(WSV-POSICION) + CUO-MORA(WSV-POSICION)
                    MOVE WSC-ESTADO-PAGADA  TO CUO-ESTADO(WSV-POSICION)
                 ELSE
                    MOVE WSC-ESTADO-PARCIAL TO CUO-ESTADO(WSV-POSICION)
                 END-IF
              END-IF
           END-IF.

       150000-BUSCAR-CLIENTE.
           MOVE 0 TO WSV-CLIENTEHALLADO
           PERFORM VARYING WSI-M FROM 1 BY 1
                   UNTIL WSI-M > WSV-CANTMAECLI
              IF MC-CODIGO(WSI-M) = WS-CBR-CLIENTE
                 MOVE 1 TO WSV-CLIENTEHALLADO
                 MOVE MC-NOMBRE(WSI-M)   TO WSV-NOMBRE
                 MOVE MC-APELLIDO(WSI-M) TO WSV-APELLIDO
              END-IF
           END-PERFORM.

      *****************************************************************
      * PREPASADA DE CONTROL, COMO EN EL LOTE DE FACTURACION: LA      *
      * RENDICION DEBE EMPEZAR CON SU CABECERA, Y LA CANTIDAD DE      *
      * COBROS Y EL TOTAL COBRADO DE LOS DETALLES DEBEN CERRAR CONTRA *
      * LA COLA. ADEMAS LA RED + FECHA NO PUEDE ESTAR YA IMPUTADA EN  *
      * RENDCTL.DAT.                                                  *
      *****************************************************************
       200000-VERIFICAR-RENDICION.
           MOVE 0 TO WSV-RENDICIONOK
           OPEN INPUT RENDICION
           IF NOT WSS-FS-RENDICION-OK
              DISPLAY "NO SE PUDO ABRIR RENDRED.DAT"
              DISPLAY "FILE STATUS " WSS-FS-RENDICION
           ELSE
              READ RENDICION
                 AT END
                    SET WSS-FS-RENDICION-EOF TO TRUE
                 NOT AT END
                    IF RND-TIPO = 'H'
                       MOVE 1 TO WSV-HAYCABECERA
                       MOVE RND-RED            TO WSV-RED
                       MOVE RND-FECHARENDICION TO WSV-FECHARENDICION
                    END-IF
              END-READ
              PERFORM UNTIL WSS-FS-RENDICION-EOF
                 READ RENDICION
                    AT END
                       CONTINUE
                    NOT AT END
                       EVALUATE RND-TIPO
                          WHEN 'D'
                             ADD 1 TO WSA-DETALLES
                             IF RND-IMPORTE IS NUMERIC
                                ADD RND-IMPORTE TO WSA-COBRADO
                             END-IF
                             IF RND-COMISION IS NUMERIC
                                ADD RND-COMISION TO WSA-COMISION
                             END-IF
                          WHEN 'T'
                             MOVE 1 TO WSV-HAYTRAILER
                             IF RND-CANTIDAD IS NUMERIC
                                MOVE RND-CANTIDAD TO WSV-TRL-CANTIDAD
                             END-IF
                             IF RND-TOTALCOBRADO IS NUMERIC
                                MOVE RND-TOTALCOBRADO TO WSV-TRL-COBRADO
                             END-IF
                             IF RND-TOTALCOMISION IS NUMERIC
                                MOVE RND-TOTALCOMISION TO
                                                    WSV-TRL-COMISION
                             END-IF
                             IF RND-NETODEPOSITADO IS NUMERIC
                                MOVE RND-NETODEPOSITADO TO WSV-TRL-NETO
                             END-IF
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE RENDICION

              IF WSV-HAYCABECERA = 0
                 DISPLAY "*** RENDICION RECHAZADA: SIN CABECERA 'H' ***"
              ELSE
              IF WSV-HAYTRAILER = 0
                 OR WSV-TRL-CANTIDAD NOT = WSA-DETALLES
                 OR WSV-TRL-COBRADO NOT = WSA-COBRADO
                 DISPLAY "*** RENDICION RECHAZADA: LOS REGISTROS DE "
                         "CONTROL NO CIERRAN ***"
                 DISPLAY "COBROS CONTADOS " WSA-DETALLES
                         " DECLARADOS " WSV-TRL-CANTIDAD
                 MOVE WSA-COBRADO TO WSM-TOTAL
                 DISPLAY "TOTAL CONTADO   " WSM-TOTAL
                 MOVE WSV-TRL-COBRADO TO WSM-TOTAL
                 DISPLAY "TOTAL DECLARADO " WSM-TOTAL
              ELSE
                 PERFORM 210000-BUSCAR-RENDICION-PREVIA
              END-IF
              END-IF
           END-IF
           IF WSV-RENDICIONOK = 0
              MOVE 0 TO WSA-DETALLES
           END-IF.

       210000-BUSCAR-RENDICION-PREVIA.
           MOVE 1 TO WSV-RENDICIONOK
           OPEN INPUT RENDCTL
           IF WSS-FS-RENDCTL-OK
              PERFORM UNTIL WSS-FS-RENDCTL-EOF
                 READ RENDCTL
                    AT END
                       CONTINUE
                    NOT AT END
                       IF RCT-RED = WSV-RED
                          AND RCT-FECHARENDICION = WSV-FECHARENDICION
                          MOVE 0 TO WSV-RENDICIONOK
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RENDCTL
           END-IF
           IF WSV-RENDICIONOK = 0
              DISPLAY "*** RENDICION RECHAZADA: " FUNCTION TRIM(WSV-RED)
                      " DEL " WSV-FECHARENDICION
                      " YA FUE IMPUTADA ***"
           END-IF.

      *****************************************************************
      * SEGUNDA PASADA: CADA COBRO SE IMPUTA (O NO) Y SE DEJA UNA     *
      * LINEA EN EL INFORME; LOS NO IMPUTADOS Y LOS TOTALES DE        *
      * COMISION Y NETO VAN AL PIE (400000).                          *
      *****************************************************************
       300000-PROCESAR-RENDICION.
           OPEN OUTPUT INFORME
           IF NOT WSS-FS-INFORME-OK
              DISPLAY "NO SE PUDO GENERAR CTLRENDRED.DAT"
              DISPLAY "FILE STATUS " WSS-FS-INFORME
           END-IF
           MOVE SPACES TO REG-INFORME
           STRING 'CONTROL DE RENDICION ' FUNCTION TRIM(WSV-RED)
                  ' DEL ' WSV-FECHARENDICION
                  ' - PROCESADA EL ' WSV-FECHA-SISTEMA
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE ALL '-' TO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE 'COBROS IMPUTADOS' TO REG-INFORME
           PERFORM 490000-GRABAR-LINEA

           MOVE 0 TO WSA-DETALLES
           OPEN INPUT RENDICION
           PERFORM UNTIL WSS-FS-RENDICION-EOF
              READ RENDICION
                 AT END
                    CONTINUE
                 NOT AT END
                    IF RND-TIPO = 'D'
                       ADD 1 TO WSA-DETALLES
                       PERFORM 310000-IMPUTAR-COBRO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RENDICION

           PERFORM 400000-PIE-INFORME
           CLOSE INFORME
           DISPLAY "COBROS LEIDOS:       " WSA-DETALLES
           DISPLAY "COBROS IMPUTADOS:    " WSA-IMPUTADOS
           DISPLAY "COBROS NO IMPUTADOS: " WSA-NOIMPUTADOS
           DISPLAY "INFORME DE CONTROL EN CTLRENDRED.DAT".

      *****************************************************************
      * DECODIFICA EL CODIGO DE BARRAS (ENTE PROPIO Y DIGITO          *
      * VERIFICADOR), IDENTIFICA AL CLIENTE POR SU CODIGO DE MAESTRO  *
      * Y BUSCA LA CUOTA. SE IMPUTA CON LAS REGLAS DEL REGISTRO DE    *
      * PAGOS: NI REFINANCIADA NI YA PAGADA, IMPORTE MAYOR A CERO Y   *
      * NO MAYOR AL PENDIENTE. LO QUE NO CUMPLE QUEDA NO IMPUTADO CON *
      * SU MOTIVO.                                                    *
      *****************************************************************
       310000-IMPUTAR-COBRO.
           MOVE SPACES TO WSV-MOTIVO
           MOVE RND-CODIGO TO WS-CBR-CODIGO
           PERFORM 9500-DIGITO-CODIGO-RED
           IF WS-CBR-VALIDO = 0
              MOVE 'CODIGO DE BARRAS INVALIDO' TO WSV-MOTIVO
           END-IF

           IF WSV-MOTIVO = SPACES
              IF RND-IMPORTE IS NOT NUMERIC OR RND-IMPORTE = 0
                 MOVE 'IMPORTE COBRADO INVALIDO' TO WSV-MOTIVO
              END-IF
           END-IF

           IF WSV-MOTIVO = SPACES
              PERFORM 150000-BUSCAR-CLIENTE
              IF WSV-CLIENTEHALLADO = 0
                 MOVE 'CLIENTE INEXISTENTE EN MAECLI' TO WSV-MOTIVO
              END-IF
           END-IF

           IF WSV-MOTIVO = SPACES
              MOVE 0 TO WSV-ENCONTRADO
              MOVE WS-CBR-CUOTA TO WSV-NUMERO-CUOTA
              PERFORM 130000-BUSCAR-CUOTA
              IF WSV-ENCONTRADO = 0
                 MOVE 'CUOTA INEXISTENTE' TO WSV-MOTIVO
              END-IF
           END-IF

           IF WSV-MOTIVO = SPACES
              COMPUTE WSV-PENDIENTE =
                      CUO-IMPORTE(WSV-POSICION) + CUO-MORA(WSV-POSICION)
                      - CUO-PAGADO(WSV-POSICION)
              EVALUATE TRUE
                 WHEN CUO-ESTADO(WSV-POSICION) = WSC-ESTADO-REFINAN
                    MOVE 'CUOTA REFINANCIADA' TO WSV-MOTIVO
                 WHEN CUO-ESTADO(WSV-POSICION) = WSC-ESTADO-CASTIGADA
                    MOVE 'CUOTA CASTIGADA' TO WSV-MOTIVO
                 WHEN CUO-ESTADO(WSV-POSICION) = WSC-ESTADO-PAGADA
                    MOVE 'CUOTA YA PAGADA' TO WSV-MOTIVO
                 WHEN RND-IMPORTE > WSV-PENDIENTE
                    MOVE 'IMPORTE SUPERA EL PENDIENTE' TO WSV-MOTIVO
                 WHEN RND-IMPORTE > WSC-MAXIMPORTEPAGO
                    MOVE 'IMPORTE SUPERA EL MAXIMO' TO WSV-MOTIVO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

           IF WSV-MOTIVO = SPACES
              PERFORM 320000-GRABAR-PAGO-RED
           ELSE
              PERFORM 330000-ANOTAR-NO-IMPUTADO
           END-IF.

       320000-GRABAR-PAGO-RED.
           IF RND-FECHACOBRO IS NUMERIC AND RND-FECHACOBRO > 0
              MOVE RND-FECHACOBRO TO WSV-FECHA-PAGO
           ELSE
              MOVE WSV-FECHA-SISTEMA TO WSV-FECHA-PAGO
           END-IF

           OPEN EXTEND PAGOS
           IF WSS-FS-PAGOS-NOEXISTE
              OPEN OUTPUT PAGOS
           END-IF

           MOVE WSV-NOMBRE       TO PAG-NOMBRE
           MOVE WSV-APELLIDO     TO PAG-APELLIDO
           MOVE WSV-NUMERO-CUOTA TO PAG-NUMERO-CUOTA
           MOVE WSV-FECHA-PAGO   TO PAG-FECHA
           MOVE RND-IMPORTE      TO PAG-IMPORTE
           MOVE WSC-MEDIO-RED    TO PAG-MEDIO
           MOVE 0                TO PAG-SESION
           MOVE 0                TO PAG-COBRADOR
           MOVE 'ARS'            TO PAG-MONEDA
           MOVE RND-IMPORTE      TO PAG-IMPORTEORIG
           MOVE 1                TO PAG-COTIZ
           WRITE REG-PAGO
           IF WSS-FS-PAGOS-OK
              ADD RND-IMPORTE TO CUO-PAGADO(WSV-POSICION)
              PERFORM 140000-RECALCULAR-ESTADO
              ADD 1 TO WSA-IMPUTADOS
              ADD RND-IMPORTE TO WSA-IMPORTEIMPUTADO
              MOVE RND-IMPORTE TO WSM-IMPORTE
              MOVE SPACES TO REG-INFORME
              STRING WSV-FECHA-PAGO ' '
                     FUNCTION TRIM(WSV-NOMBRE) ' '
                     FUNCTION TRIM(WSV-APELLIDO)
                     ' CUOTA ' WSV-NUMERO-CUOTA
                     ' ' WSM-IMPORTE
                     ' ESTADO ' CUO-ESTADO(WSV-POSICION)
                     DELIMITED BY SIZE INTO REG-INFORME
              PERFORM 490000-GRABAR-LINEA
           ELSE
              DISPLAY 'ERROR AL GRABAR PAGOS.DAT'
              DISPLAY 'FILE STATUS ' WSS-FS-PAGOS
              SET WS-LOG-TERMINO-ERROR TO TRUE
              MOVE 'ERROR AL GRABAR PAGOS.DAT' TO WSV-MOTIVO
              PERFORM 330000-ANOTAR-NO-IMPUTADO
           END-IF

           CLOSE PAGOS.

       330000-ANOTAR-NO-IMPUTADO.
           ADD 1 TO WSA-NOIMPUTADOS
           IF RND-IMPORTE IS NUMERIC
              ADD RND-IMPORTE TO WSA-IMPORTENOIMPUT
           END-IF
           IF WSV-CANTNOIMPUTADOS < 100
              ADD 1 TO WSV-CANTNOIMPUTADOS
              MOVE RND-FECHACOBRO TO
                                NOI-FECHACOBRO(WSV-CANTNOIMPUTADOS)
              MOVE RND-CODIGO     TO NOI-CODIGO(WSV-CANTNOIMPUTADOS)
              IF RND-IMPORTE IS NUMERIC
                 MOVE RND-IMPORTE TO NOI-IMPORTE(WSV-CANTNOIMPUTADOS)
              ELSE
                 MOVE 0 TO NOI-IMPORTE(WSV-CANTNOIMPUTADOS)
              END-IF
              MOVE WSV-MOTIVO     TO NOI-MOTIVO(WSV-CANTNOIMPUTADOS)
           END-IF.

      *****************************************************************
      * PIE DEL INFORME: COBROS SIN CUOTA ABIERTA CON SU MOTIVO, Y EL *
      * CUADRO DE LA RED: TOTAL COBRADO, COMISION RETENIDA, NETO QUE  *
      * DEBIO DEPOSITAR (COBRADO - COMISION) CONTRA EL NETO QUE LA    *
      * RED DECLARA DEPOSITADO, CON SU DIFERENCIA.                    *
      *****************************************************************
       400000-PIE-INFORME.
           MOVE WSA-IMPUTADOS TO WSM-CANTIDAD
           MOVE WSA-IMPORTEIMPUTADO TO WSM-TOTAL
           MOVE SPACES TO REG-INFORME
           STRING 'TOTAL IMPUTADO: ' WSM-CANTIDAD ' COBROS POR '
                  WSM-TOTAL
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE ALL '-' TO REG-INFORME
           PERFORM 490000-GRABAR-LINEA

           MOVE 'COBROS SIN CUOTA ABIERTA (A RESOLVER POR COBRANZA)'
                                                       TO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           PERFORM VARYING WSI-N FROM 1 BY 1
                   UNTIL WSI-N > WSV-CANTNOIMPUTADOS
              MOVE NOI-IMPORTE(WSI-N) TO WSM-IMPORTE
              MOVE SPACES TO REG-INFORME
              STRING NOI-FECHACOBRO(WSI-N) ' ' NOI-CODIGO(WSI-N)
                     ' ' WSM-IMPORTE
                     DELIMITED BY SIZE INTO REG-INFORME
              PERFORM 490000-GRABAR-LINEA
              MOVE SPACES TO REG-INFORME
              STRING '   MOTIVO: ' NOI-MOTIVO(WSI-N)
                     DELIMITED BY SIZE INTO REG-INFORME
              PERFORM 490000-GRABAR-LINEA
           END-PERFORM
           IF WSA-NOIMPUTADOS > WSV-CANTNOIMPUTADOS
              MOVE '   (HAY MAS COBROS NO IMPUTADOS QUE LOS LISTADOS)'
                                                       TO REG-INFORME
              PERFORM 490000-GRABAR-LINEA
           END-IF
           MOVE WSA-NOIMPUTADOS TO WSM-CANTIDAD
           MOVE WSA-IMPORTENOIMPUT TO WSM-TOTAL
           MOVE SPACES TO REG-INFORME
           STRING 'TOTAL NO IMPUTADO: ' WSM-CANTIDAD ' COBROS POR '
                  WSM-TOTAL
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE ALL '-' TO REG-INFORME
           PERFORM 490000-GRABAR-LINEA

           COMPUTE WSV-NETOESPERADO = WSA-COBRADO - WSA-COMISION
           COMPUTE WSV-DIFERENCIA = WSV-TRL-NETO - WSV-NETOESPERADO

           MOVE WSA-COBRADO TO WSM-TOTAL
           MOVE SPACES TO REG-INFORME
           STRING 'TOTAL COBRADO POR LA RED:     ' WSM-TOTAL
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE WSA-COMISION TO WSM-TOTAL
           MOVE SPACES TO REG-INFORME
           STRING 'COMISION RETENIDA:            ' WSM-TOTAL
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           IF WSV-TRL-COMISION NOT = WSA-COMISION
              MOVE WSV-TRL-COMISION TO WSM-TOTAL
              MOVE SPACES TO REG-INFORME
              STRING '   (LA COLA DECLARA COMISION ' WSM-TOTAL ')'
                     DELIMITED BY SIZE INTO REG-INFORME
              PERFORM 490000-GRABAR-LINEA
           END-IF
           MOVE WSV-NETOESPERADO TO WSM-TOTAL
           MOVE SPACES TO REG-INFORME
           STRING 'NETO A DEPOSITAR:             ' WSM-TOTAL
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE WSV-TRL-NETO TO WSM-TOTAL
           MOVE SPACES TO REG-INFORME
           STRING 'NETO DEPOSITADO SEGUN LA RED: ' WSM-TOTAL
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE WSV-DIFERENCIA TO WSM-DIFERENCIA
           MOVE SPACES TO REG-INFORME
           STRING 'DIFERENCIA:                   ' WSM-DIFERENCIA
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           IF WSV-DIFERENCIA NOT = 0
              DISPLAY "ATENCION: EL NETO DEPOSITADO POR LA RED NO "
                      "CIERRA (VER CTLRENDRED.DAT)"
           END-IF.

       490000-GRABAR-LINEA.
           IF WSS-FS-INFORME-OK
              WRITE REG-INFORME
           END-IF.

      *****************************************************************
      * REGRABA CUOTAS.DAT COMPLETO CON LOS ESTADOS ACTUALIZADOS      *
      * (LINE SEQUENTIAL NO PERMITE REESCRITURA DIRECTA).             *
      *****************************************************************
       500000-REGRABAR-CUOTAS.
           MOVE 'CUOTAS.DAT'    TO WS-INT-ARCHIVO
           MOVE 'RENDRED-09-FL' TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT CUOTAS
           IF WSS-FS-CUOTAS-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTCUOTAS
                 MOVE CUO-NOMBRE(WSI-I)       TO FSC-NOMBRE
                 MOVE CUO-APELLIDO(WSI-I)     TO FSC-APELLIDO
                 MOVE CUO-NRO(WSI-I)          TO FSC-NUMERO-CUOTA
                 MOVE CUO-IMPORTE(WSI-I)      TO FSC-IMPORTE
                 MOVE CUO-FECHA(WSI-I)        TO FSC-FECHA
                 MOVE CUO-VENCIMIENTO(WSI-I)  TO FSC-VENCIMIENTO
                 MOVE CUO-MORA(WSI-I)         TO FSC-MORA
                 MOVE CUO-ESTADO(WSI-I)       TO FSC-ESTADO
                 MOVE CUO-PLANREF(WSI-I)      TO FSC-PLANREF
                 WRITE REG-CUOTA
              END-PERFORM
              CLOSE CUOTAS
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR CUOTAS.DAT"
              DISPLAY "FILE STATUS " WSS-FS-CUOTAS
              SET WS-LOG-TERMINO-ERROR TO TRUE
           END-IF.

       510000-REGISTRAR-RENDICION.
           OPEN EXTEND RENDCTL
           IF WSS-FS-RENDCTL-NOEXISTE
              OPEN OUTPUT RENDCTL
           END-IF
           MOVE WSV-RED            TO RCT-RED
           MOVE WSV-FECHARENDICION TO RCT-FECHARENDICION
           MOVE WSV-FECHA-SISTEMA  TO RCT-FECHAPROCESO
           MOVE WSA-DETALLES       TO RCT-CANTIDAD
           MOVE WSA-IMPUTADOS      TO RCT-IMPUTADOS
           MOVE WSA-COBRADO        TO RCT-TOTALCOBRADO
           MOVE WSA-COMISION       TO RCT-COMISION
           MOVE WSV-TRL-NETO       TO RCT-NETODEPOSITADO
           WRITE REG-RENDCTL
           IF NOT WSS-FS-RENDCTL-OK
              DISPLAY 'ERROR AL GRABAR RENDCTL.DAT'
              DISPLAY 'FILE STATUS ' WSS-FS-RENDCTL
           END-IF
           CLOSE RENDCTL.

       COPY FSCODREDPROC.

       COPY FSINTPROC.

       COPY FSFECHAPROC.

       COPY FSLOCKPROC.

       COPY FSLOGPROC.

       END PROGRAM RENDRED-09-FL.
