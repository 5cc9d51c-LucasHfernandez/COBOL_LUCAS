      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 25/09/2019
      * Purpose: PREVENCION DE LAVADO DE DINERO: MONITOREO DE LOS
      *          PAGOS EN EFECTIVO (PAGOS.DAT, MEDIO 'E') Y DE LOS
      *          CREDITOS EN CUENTA (MOVIMIENTOS.DAT). ALERTA CADA
      *          OPERACION QUE ALCANZA EL UMBRAL Y EL FRACCIONAMIENTO
      *          (VARIAS OPERACIONES DEL MISMO CLIENTE O CUENTA APENAS
      *          POR DEBAJO DEL UMBRAL DENTRO DE POCOS DIAS). UMBRALES
      *          Y VENTANA CON VIGENCIA EN PARAMPLA.DAT. CADA ALERTA
      *          QUEDA EN ALERTASPLA.DAT Y EL OFICIAL DE CUMPLIMIENTO
      *          LA CIERRA COMO DESCARTADA O REPORTADA CON SU
      *          COMENTARIO. EL INFORME MENSUAL DE ALERTAS Y SU
      *          RESOLUCION QUEDA EN ALERTASMES.DAT. EL MONITOREO
      *          (OPCION 3) CORRE DESDE CADENA-09-FL CON UN ARCHIVO DE
      *          RESPUESTAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAVADO-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMPLA            ASSIGN TO DISK 'PARAMPLA.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PARAMPLA.

           SELECT PAGOS               ASSIGN TO DISK 'PAGOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PAGOS.

           SELECT MOVIMIENTOS         ASSIGN TO DISK 'MOVIMIENTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MOVIM.

           SELECT CUENTAS             ASSIGN TO DISK 'CUENTAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT MAECLI              ASSIGN TO DISK 'MAECLI.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MAECLI.

           SELECT ALERTAS             ASSIGN TO DISK 'ALERTASPLA.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ALERTAS.

           SELECT INFORME             ASSIGN TO DISK 'ALERTASMES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-INFORME.

           SELECT OPERADORES ASSIGN TO DISK 'OPERADORES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-OPERADORES.

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
      * PARAMPLA.DAT: PARAMETROS DEL MONITOREO CON VIGENCIA. RIGE EL  *
      * DE MAYOR VIGENCIA QUE NO SUPERE LA FECHA DE PROCESO.          *
      * PPL-PORCFRAC: DESDE QUE PORCENTAJE DEL UMBRAL UNA OPERACION   *
      * CUENTA COMO "APENAS POR DEBAJO"; PPL-CANTFRAC OPERACIONES DE  *
      * ESAS DENTRO DE PPL-VENTANA DIAS CORRIDOS SON FRACCIONAMIENTO. *
      *****************************************************************
       FD PARAMPLA.
       01 REG-PARAMPLA.
          05 PPL-UMBRALEFE         PIC 9(11)V9(02).
          05 PPL-UMBRALCTA         PIC 9(13)V9(02).
          05 PPL-PORCFRAC          PIC 9(03).
          05 PPL-CANTFRAC          PIC 9(02).
          05 PPL-VENTANA           PIC 9(03).
          05 PPL-VIGDESDE          PIC 9(08).

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

       FD CUENTAS.
       01 REG-CUENTA.
           05 FSE-NROCUENTA            PIC X(08).
           05 FSE-CODIGOCLTE           PIC 9(08).
           05 FSE-MONTOCUENTA          PIC 9(15)V9(02).
           05 FSE-MONEDA               PIC X(03).

       FD MAECLI.
       01 REG-MAECLI.
          05 MAE-CODIGO            PIC 9(08).
          05 MAE-NOMBRE            PIC A(20).
          05 MAE-APELLIDO          PIC A(20).
          05 MAE-ESTADO            PIC X(01).

      *****************************************************************
      * ALERTASPLA.DAT: REGISTRO DE ALERTAS, NUMERADAS. ALE-ORIGEN    *
      * 'P' = PAGO EN EFECTIVO, 'M' = CREDITO EN CUENTA. ALE-TIPO     *
      * 'U' = OPERACION QUE ALCANZA EL UMBRAL, 'F' = FRACCIONAMIENTO  *
      * (ALE-CANTOPER OPERACIONES ENTRE ALE-FECHAOPER Y ALE-          *
      * FECHAHASTA). ALE-ESTADO 'A' = ABIERTA, 'D' = DESCARTADA,      *
      * 'R' = REPORTADA A LA UNIDAD DE INFORMACION FINANCIERA.        *
      *****************************************************************
       FD ALERTAS.
       01 REG-ALERTA.
          05 ALE-NUMERO            PIC 9(05).
          05 ALE-FECHA             PIC 9(08).
          05 ALE-FECHA-X REDEFINES ALE-FECHA.
             10 ALE-PERIODO        PIC 9(06).
             10 ALE-DIA            PIC 9(02).
          05 ALE-ORIGEN            PIC X(01).
          05 ALE-TIPO              PIC X(01).
          05 ALE-NOMBRE            PIC A(20).
          05 ALE-APELLIDO          PIC A(20).
          05 ALE-NROCUENTA         PIC X(08).
          05 ALE-FECHAOPER         PIC 9(08).
          05 ALE-FECHAHASTA        PIC 9(08).
          05 ALE-CANTOPER          PIC 9(03).
          05 ALE-IMPORTE           PIC 9(13)V9(02).
          05 ALE-UMBRAL            PIC 9(13)V9(02).
          05 ALE-ESTADO            PIC X(01).
          05 ALE-FECHACIERRE       PIC 9(08).
          05 ALE-FECHACIERRE-X REDEFINES ALE-FECHACIERRE.
             10 ALE-PERCIERRE      PIC 9(06).
             10 ALE-DIACIERRE      PIC 9(02).
          05 ALE-OFICIAL           PIC X(10).
          05 ALE-COMENTARIO        PIC X(60).

       FD INFORME.
       01 REG-INFORME              PIC X(80).

       FD OPERADORES.
       01 REG-OPERADOR.
           05 OPE-USUARIO              PIC X(10).
           05 OPE-CLAVE                PIC X(10).
           05 OPE-NIVEL                PIC 9(01).

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

      *****************************************************************
      * VALORES POR DEFECTO MIENTRAS NO SE CARGUE PARAMPLA.DAT, Y     *
      * DIAS HACIA ATRAS QUE REVISA LA CORRIDA DIARIA.                *
      *****************************************************************
       01 CONSTANTES.
          05 WSC-UMBRALEFE        PIC 9(11)V9(02) VALUE 1000000.
          05 WSC-UMBRALCTA        PIC 9(13)V9(02) VALUE 1000000.
          05 WSC-PORCFRAC         PIC 9(03)       VALUE 80.
          05 WSC-CANTFRAC         PIC 9(02)       VALUE 3.
          05 WSC-VENTANA          PIC 9(03)       VALUE 7.
          05 WSC-DIASREVISION     PIC 9(03)       VALUE 30.
          05 WSC-MEDIO-EFECTIVO   PIC X(01)       VALUE 'E'.

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-FECHA-SISTEMA    PIC 9(08)       VALUE 0.
          05 WSV-FECHA-SISTEMA-X REDEFINES WSV-FECHA-SISTEMA.
             10 WSV-PERIODO-SISTEMA PIC 9(06).
             10 FILLER            PIC 9(02).
          05 WSV-DESDE            PIC 9(08)       VALUE 0.
          05 WSV-HASTA            PIC 9(08)       VALUE 0.
          05 WSV-PERIODO          PIC 9(06)       VALUE 0.
          05 WSV-PERIODO-X REDEFINES WSV-PERIODO.
             10 WSV-ANIO          PIC 9(04).
             10 WSV-MES           PIC 9(02).
          05 WSV-UMBRAL           PIC 9(13)V9(02) VALUE 0.
          05 WSV-PISO             PIC 9(13)V9(02) VALUE 0.
          05 WSV-FINVENTANA       PIC 9(08)       VALUE 0.
          05 WSV-CANTVENTANA      PIC 9(03)       VALUE 0.
          05 WSV-IMPVENTANA       PIC 9(13)V9(02) VALUE 0.
          05 WSV-ULTFECHAVENT     PIC 9(08)       VALUE 0.
          05 WSV-CUBIERTO         PIC 9(08)       VALUE 0.
          05 WSV-YAALERTADA       PIC 9(01)       VALUE 0.
          05 WSV-ORIGEN           PIC X(01)       VALUE SPACE.
          05 WSV-ULTIMONUMERO     PIC 9(05)       VALUE 0.
          05 WSV-NUMERO           PIC 9(05)       VALUE 0.
          05 WSV-POSALERTA        PIC 9(04)       VALUE 0.
          05 WSV-RESOLUCION       PIC X(01)       VALUE SPACE.
            88 WSV-RESOLUCION-VALIDA              VALUE 'D' 'R'.
          05 WSV-COMENTARIO       PIC X(60)       VALUE SPACES.
          05 WSV-CONFIRMA         PIC X(01)       VALUE SPACE.
          05 WSV-USUARIO          PIC X(10)       VALUE SPACES.
          05 WSV-CLAVE            PIC X(10)       VALUE SPACES.
          05 WSV-AUTORIZADO       PIC 9(01)       VALUE 0.
          05 WSV-TRUNCADO         PIC 9(01)       VALUE 0.
          05 WSV-HUBOCAMBIOS      PIC 9(01)       VALUE 0.
          05 WSV-TABLALLENA       PIC 9(01)       VALUE 0.

      *****************************************************************
      * PARAMETROS VIGENTES A LA FECHA DE PROCESO.                    *
      *****************************************************************
       01 PARAMETROS-VIGENTES.
          05 WSP-UMBRALEFE        PIC 9(11)V9(02) VALUE 0.
          05 WSP-UMBRALCTA        PIC 9(13)V9(02) VALUE 0.
          05 WSP-PORCFRAC         PIC 9(03)       VALUE 0.
          05 WSP-CANTFRAC         PIC 9(02)       VALUE 0.
          05 WSP-VENTANA          PIC 9(03)       VALUE 0.
          05 WSP-VIGDESDE         PIC 9(08)       VALUE 0.

       01 NUEVO-PARAMETRO.
          05 WSN-UMBRALEFE        PIC 9(11)V9(02) VALUE 0.
          05 WSN-UMBRALCTA        PIC 9(13)V9(02) VALUE 0.
          05 WSN-PORCFRAC         PIC 9(03)       VALUE 0.
          05 WSN-CANTFRAC         PIC 9(02)       VALUE 0.
          05 WSN-VENTANA          PIC 9(03)       VALUE 0.
          05 WSN-VIGDESDE         PIC 9(08)       VALUE 0.

       01 INDICES.
          05 WSI-I                PIC 9(04)       VALUE 0.
          05 WSI-J                PIC 9(04)       VALUE 0.
          05 WSI-A                PIC 9(04)       VALUE 0.
          05 WSV-CANTOPER         PIC 9(04)       VALUE 0.
          05 WSV-CANTALERTAS      PIC 9(04)       VALUE 0.
          05 WSV-CANTCUENTAS      PIC 9(04)       VALUE 0.
          05 WSV-CANTCLIENTES     PIC 9(04)       VALUE 0.
          05 WSV-CANTREVERSAS     PIC 9(04)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-LEIDOS           PIC 9(07)       VALUE 0.
          05 WSA-NUEVAS           PIC 9(05)       VALUE 0.
          05 WSA-UMBRAL           PIC 9(05)       VALUE 0.
          05 WSA-FRACCION         PIC 9(05)       VALUE 0.
          05 WSA-CANT             PIC 9(05)       OCCURS 3 TIMES.
          05 WSA-IMPORTE          PIC 9(15)V9(02) OCCURS 3 TIMES.

       01 SWITCHES.
          05 WSS-FS-PARAMPLA      PIC X(02).
            88 WSS-FS-PARAMPLA-OK                 VALUE '00'.
            88 WSS-FS-PARAMPLA-EOF                VALUE '10'.
            88 WSS-FS-PARAMPLA-NOEXISTE           VALUE '35'.
          05 WSS-FS-PAGOS         PIC X(02).
            88 WSS-FS-PAGOS-OK                    VALUE '00'.
            88 WSS-FS-PAGOS-EOF                   VALUE '10'.
          05 WSS-FS-MOVIM         PIC X(02).
            88 WSS-FS-MOVIM-OK                    VALUE '00'.
            88 WSS-FS-MOVIM-EOF                   VALUE '10'.
          05 WSS-FS-CUENTAS       PIC X(02).
            88 WSS-FS-CUENTAS-OK                  VALUE '00'.
            88 WSS-FS-CUENTAS-EOF                 VALUE '10'.
          05 WSS-FS-MAECLI        PIC X(02).
            88 WSS-FS-MAECLI-OK                   VALUE '00'.
            88 WSS-FS-MAECLI-EOF                  VALUE '10'.
          05 WSS-FS-ALERTAS       PIC X(02).
            88 WSS-FS-ALERTAS-OK                  VALUE '00'.
            88 WSS-FS-ALERTAS-EOF                 VALUE '10'.
            88 WSS-FS-ALERTAS-NOEXISTE            VALUE '35'.
          05 WSS-FS-INFORME       PIC X(02).
            88 WSS-FS-INFORME-OK                  VALUE '00'.
          05 WSS-FS-OPERADORES    PIC X(02).
            88 WSS-FS-OPERADORES-OK               VALUE '00'.
            88 WSS-FS-OPERADORES-EOF              VALUE '10'.

       01 MASCARAS.
          05 WSM-IMPORTE          PIC Z(12)9,99.
          05 WSM-TOTAL            PIC Z(14)9,99.
          05 WSM-CANT             PIC Z(04)9.
          05 WSM-PORC             PIC ZZ9.

      *****************************************************************
      * OPERACIONES DEL PERIODO REVISADO. OPE-CLAVE IDENTIFICA AL     *
      * TITULAR: NOMBRE+APELLIDO EN LOS PAGOS, NUMERO DE CUENTA EN    *
      * LOS CREDITOS.                                                 *
      *****************************************************************
       01 TABLA-OPERACIONES.
          05 WST-OPERACION        OCCURS 3000 TIMES.
             10 OPE-ORIGEN        PIC X(01).
             10 OPE-NOMBRE        PIC A(20).
             10 OPE-APELLIDO      PIC A(20).
             10 OPE-NROCUENTA     PIC X(08).
             10 OPE-COMPROBANTE   PIC 9(06).
             10 OPE-FECHA         PIC 9(08).
             10 OPE-IMPORTE       PIC 9(13)V9(02).

       01 TABLA-REVERSAS.
          05 WST-REVERSADO        PIC 9(06)       OCCURS 1000 TIMES.

       01 TABLA-ALERTAS.
          05 WST-ALERTA           OCCURS 2000 TIMES.
             10 ALT-NUMERO        PIC 9(05).
             10 ALT-FECHA         PIC 9(08).
             10 ALT-ORIGEN        PIC X(01).
             10 ALT-TIPO          PIC X(01).
             10 ALT-NOMBRE        PIC A(20).
             10 ALT-APELLIDO      PIC A(20).
             10 ALT-NROCUENTA     PIC X(08).
             10 ALT-FECHAOPER     PIC 9(08).
             10 ALT-FECHAHASTA    PIC 9(08).
             10 ALT-CANTOPER      PIC 9(03).
             10 ALT-IMPORTE       PIC 9(13)V9(02).
             10 ALT-UMBRAL        PIC 9(13)V9(02).
             10 ALT-ESTADO        PIC X(01).
             10 ALT-FECHACIERRE   PIC 9(08).
             10 ALT-OFICIAL       PIC X(10).
             10 ALT-COMENTARIO    PIC X(60).

       01 TABLA-CUENTAS.
          05 WST-CUENTA           OCCURS 500 TIMES.
             10 CTA-NRO           PIC X(08).
             10 CTA-CODCLTE       PIC 9(08).

       01 TABLA-CLIENTES.
          05 WST-CLIENTE          OCCURS 1000 TIMES.
             10 CLI-CODIGO        PIC 9(08).
             10 CLI-NOMBRE        PIC A(20).
             10 CLI-APELLIDO      PIC A(20).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'PLAVADO-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           MOVE 'PLAVADO-09-FL' TO WS-CER-PROGRAMA
           MOVE 2 TO WS-CER-CANTARCH
           MOVE 'ALERTASPLA.DAT'  TO WS-CER-ARCHIVO(1)
           MOVE 'PARAMPLA.DAT'    TO WS-CER-ARCHIVO(2)
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
           PERFORM 100000-CARGAR-PARAMETROS
           PERFORM 110000-CARGAR-ALERTAS
           IF WSV-TABLALLENA = 1
              DISPLAY "ALERTASPLA.DAT SUPERA LA TABLA: SE CANCELA SIN "
                      "REGRABAR"
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
              PERFORM UNTIL WSV-OPCION = 7
                 DISPLAY "**************************************"
                 DISPLAY "PREVENCION DE LAVADO DE DINERO"
                 DISPLAY "1 - VER PARAMETROS VIGENTES E HISTORIA"
                 DISPLAY "2 - CARGAR PARAMETROS CON VIGENCIA"
                 DISPLAY "3 - MONITOREO DE OPERACIONES"
                 DISPLAY "4 - LISTAR ALERTAS ABIERTAS"
                 DISPLAY "5 - CERRAR ALERTA (OFICIAL DE CUMPLIMIENTO)"
                 DISPLAY "6 - INFORME MENSUAL DE ALERTAS"
                 DISPLAY "7 - SALIR"
                 DISPLAY "RESPUESTA: "
                 ACCEPT WSV-OPCION

                 EVALUATE WSV-OPCION
                    WHEN 1
                       PERFORM 150000-LISTAR-PARAMETROS
                    WHEN 2
                       PERFORM 160000-CARGAR-PARAMETRO
                    WHEN 3
                       PERFORM 200000-MONITOREO
                    WHEN 4
                       PERFORM 400000-LISTAR-ABIERTAS
                    WHEN 5
                       PERFORM 500000-CERRAR-ALERTA
                    WHEN 6
                       PERFORM 600000-INFORME-MENSUAL
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-PERFORM
              IF WSV-HUBOCAMBIOS = 1
                 PERFORM 900000-REGRABAR-ALERTAS
              END-IF
           END-IF
           PERFORM 9250-LIBERAR-CERROJOS
           MOVE WSA-LEIDOS  TO WS-LOG-LEIDOS
           MOVE WSA-NUEVAS  TO WS-LOG-GRABADOS
           SET WS-LOG-FIN TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

      *****************************************************************
      * PARAMETROS VIGENTES: EL REGISTRO DE MAYOR VIGENCIA QUE NO     *
      * SUPERA LA FECHA DE PROCESO; SIN NINGUNO, LOS VALORES POR      *
      * DEFECTO DE CONSTANTES.                                        *
      *****************************************************************
       100000-CARGAR-PARAMETROS.
           MOVE WSC-UMBRALEFE TO WSP-UMBRALEFE
           MOVE WSC-UMBRALCTA TO WSP-UMBRALCTA
           MOVE WSC-PORCFRAC  TO WSP-PORCFRAC
           MOVE WSC-CANTFRAC  TO WSP-CANTFRAC
           MOVE WSC-VENTANA   TO WSP-VENTANA
           MOVE 0             TO WSP-VIGDESDE
           OPEN INPUT PARAMPLA
           IF WSS-FS-PARAMPLA-OK
              PERFORM UNTIL WSS-FS-PARAMPLA-EOF
                 READ PARAMPLA
                    AT END
                       CONTINUE
                    NOT AT END
                       IF PPL-VIGDESDE <= WSV-FECHA-SISTEMA
                          AND PPL-VIGDESDE >= WSP-VIGDESDE
                          MOVE PPL-UMBRALEFE TO WSP-UMBRALEFE
                          MOVE PPL-UMBRALCTA TO WSP-UMBRALCTA
                          MOVE PPL-PORCFRAC  TO WSP-PORCFRAC
                          MOVE PPL-CANTFRAC  TO WSP-CANTFRAC
                          MOVE PPL-VENTANA   TO WSP-VENTANA
                          MOVE PPL-VIGDESDE  TO WSP-VIGDESDE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PARAMPLA
           END-IF
           IF WSP-VIGDESDE = 0
              DISPLAY "ATENCION: SIN PARAMETROS VIGENTES EN "
                      "PARAMPLA.DAT - SE USAN LOS VALORES POR DEFECTO"
           END-IF.

       110000-CARGAR-ALERTAS.
           MOVE 0 TO WSV-CANTALERTAS
           MOVE 0 TO WSV-ULTIMONUMERO
           OPEN INPUT ALERTAS
           IF WSS-FS-ALERTAS-OK
              PERFORM UNTIL WSS-FS-ALERTAS-EOF
                 READ ALERTAS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF WSV-CANTALERTAS < 2000
                          ADD 1 TO WSV-CANTALERTAS
                          MOVE WSV-CANTALERTAS TO WSI-A
                          PERFORM 115000-ALERTA-A-TABLA
                          IF ALE-NUMERO > WSV-ULTIMONUMERO
                             MOVE ALE-NUMERO TO WSV-ULTIMONUMERO
                          END-IF
                       ELSE
                          MOVE 1 TO WSV-TABLALLENA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ALERTAS
           END-IF.

       115000-ALERTA-A-TABLA.
           MOVE ALE-NUMERO      TO ALT-NUMERO(WSI-A)
           MOVE ALE-FECHA       TO ALT-FECHA(WSI-A)
           MOVE ALE-ORIGEN      TO ALT-ORIGEN(WSI-A)
           MOVE ALE-TIPO        TO ALT-TIPO(WSI-A)
           MOVE ALE-NOMBRE      TO ALT-NOMBRE(WSI-A)
           MOVE ALE-APELLIDO    TO ALT-APELLIDO(WSI-A)
           MOVE ALE-NROCUENTA   TO ALT-NROCUENTA(WSI-A)
           MOVE ALE-FECHAOPER   TO ALT-FECHAOPER(WSI-A)
           MOVE ALE-FECHAHASTA  TO ALT-FECHAHASTA(WSI-A)
           MOVE ALE-CANTOPER    TO ALT-CANTOPER(WSI-A)
           MOVE ALE-IMPORTE     TO ALT-IMPORTE(WSI-A)
           MOVE ALE-UMBRAL      TO ALT-UMBRAL(WSI-A)
           MOVE ALE-ESTADO      TO ALT-ESTADO(WSI-A)
           MOVE ALE-FECHACIERRE TO ALT-FECHACIERRE(WSI-A)
           MOVE ALE-OFICIAL     TO ALT-OFICIAL(WSI-A)
           MOVE ALE-COMENTARIO  TO ALT-COMENTARIO(WSI-A).

       150000-LISTAR-PARAMETROS.
           DISPLAY "--------------------------------------"
           MOVE WSP-UMBRALEFE TO WSM-IMPORTE
           DISPLAY "VIGENTES DESDE " WSP-VIGDESDE
           DISPLAY "UMBRAL EFECTIVO EN CAJA:    " WSM-IMPORTE
           MOVE WSP-UMBRALCTA TO WSM-IMPORTE
           DISPLAY "UMBRAL CREDITO EN CUENTA:   " WSM-IMPORTE
           DISPLAY "FRACCIONAMIENTO: " WSP-CANTFRAC
                   " OPERACIONES DESDE EL " WSP-PORCFRAC
                   "% DEL UMBRAL EN " WSP-VENTANA " DIAS"
           DISPLAY "--------------------------------------"
           OPEN INPUT PARAMPLA
           IF WSS-FS-PARAMPLA-OK
              PERFORM UNTIL WSS-FS-PARAMPLA-EOF
                 READ PARAMPLA
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE PPL-UMBRALEFE TO WSM-IMPORTE
                       DISPLAY PPL-VIGDESDE " EFECTIVO " WSM-IMPORTE
                       MOVE PPL-UMBRALCTA TO WSM-IMPORTE
                       DISPLAY "         CUENTA   " WSM-IMPORTE
                               " FRACC " PPL-CANTFRAC " OP/"
                               PPL-PORCFRAC "%/" PPL-VENTANA " DIAS"
                 END-READ
              END-PERFORM
              CLOSE PARAMPLA
           END-IF.

      *****************************************************************
      * ALTA DE PARAMETROS CON VIGENCIA: NO SE ADMITE UNA VIGENCIA    *
      * ANTERIOR A LA FECHA DE PROCESO (NO SE REESCRIBE EL PASADO) NI *
      * REPETIDA. RESERVADO A SUPERVISORES.                           *
      *****************************************************************
       160000-CARGAR-PARAMETRO.
           PERFORM 800000-VALIDAR-SUPERVISOR
           IF WSV-AUTORIZADO = 0
              DISPLAY "OPERACION RESERVADA A SUPERVISORES"
           ELSE
              DISPLAY "VIGENCIA DESDE (AAAAMMDD): "
              ACCEPT WSN-VIGDESDE
              DISPLAY "UMBRAL DE EFECTIVO EN CAJA: "
              ACCEPT WSN-UMBRALEFE
              DISPLAY "UMBRAL DE CREDITO EN CUENTA: "
              ACCEPT WSN-UMBRALCTA
              DISPLAY "PORCENTAJE DEL UMBRAL DESDE EL QUE SE MIRA EL "
                      "FRACCIONAMIENTO (1-99): "
              ACCEPT WSN-PORCFRAC
              DISPLAY "CANTIDAD DE OPERACIONES QUE HACEN "
                      "FRACCIONAMIENTO (2-99): "
              ACCEPT WSN-CANTFRAC
              DISPLAY "VENTANA EN DIAS CORRIDOS (1-999): "
              ACCEPT WSN-VENTANA
              MOVE 0 TO WSV-YAALERTADA
              OPEN INPUT PARAMPLA
              IF WSS-FS-PARAMPLA-OK
                 PERFORM UNTIL WSS-FS-PARAMPLA-EOF
                    READ PARAMPLA
                       AT END
                          CONTINUE
                       NOT AT END
                          IF PPL-VIGDESDE = WSN-VIGDESDE
                             MOVE 1 TO WSV-YAALERTADA
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE PARAMPLA
              END-IF
              EVALUATE TRUE
                 WHEN WSN-VIGDESDE < WSV-FECHA-SISTEMA
                    DISPLAY "LA VIGENCIA NO PUEDE SER ANTERIOR A LA "
                            "FECHA DE PROCESO"
                 WHEN WSV-YAALERTADA = 1
                    DISPLAY "YA HAY PARAMETROS CON ESA VIGENCIA"
                 WHEN WSN-UMBRALEFE = 0 OR WSN-UMBRALCTA = 0
                    DISPLAY "LOS UMBRALES NO PUEDEN SER CERO"
                 WHEN WSN-PORCFRAC < 1 OR WSN-PORCFRAC > 99
                    DISPLAY "PORCENTAJE INVALIDO"
                 WHEN WSN-CANTFRAC < 2
                    DISPLAY "SE NECESITAN AL MENOS 2 OPERACIONES"
                 WHEN WSN-VENTANA = 0
                    DISPLAY "VENTANA INVALIDA"
                 WHEN OTHER
                    OPEN EXTEND PARAMPLA
                    IF WSS-FS-PARAMPLA-NOEXISTE
                       OPEN OUTPUT PARAMPLA
                    END-IF
                    MOVE WSN-UMBRALEFE TO PPL-UMBRALEFE
                    MOVE WSN-UMBRALCTA TO PPL-UMBRALCTA
                    MOVE WSN-PORCFRAC  TO PPL-PORCFRAC
                    MOVE WSN-CANTFRAC  TO PPL-CANTFRAC
                    MOVE WSN-VENTANA   TO PPL-VENTANA
                    MOVE WSN-VIGDESDE  TO PPL-VIGDESDE
                    WRITE REG-PARAMPLA
                    CLOSE PARAMPLA
                    DISPLAY "PARAMETROS GRABADOS, RIGEN DESDE "
                            WSN-VIGDESDE
                    PERFORM 100000-CARGAR-PARAMETROS
              END-EVALUATE
           END-IF.

      *****************************************************************
      * MONITOREO: CARGA LAS OPERACIONES DEL PERIODO REVISADO (POR    *
      * DEFECTO LOS ULTIMOS 30 DIAS HASTA LA FECHA DE PROCESO) Y      *
      * BUSCA, POR SEPARADO PARA CADA ORIGEN CON SU UMBRAL, LAS QUE   *
      * LO ALCANZAN Y LOS FRACCIONAMIENTOS. NO SE REPITE UNA ALERTA   *
      * YA REGISTRADA, ASI LA CORRIDA DIARIA SOLO AGREGA LO NUEVO.    *
      *****************************************************************
       200000-MONITOREO.
           DISPLAY "FECHA DESDE (AAAAMMDD, 0 = ULTIMOS "
                   WSC-DIASREVISION " DIAS): "
           ACCEPT WSV-DESDE
           MOVE WSV-FECHA-SISTEMA TO WSV-HASTA
           IF WSV-DESDE = 0
              COMPUTE WSV-DESDE =
                  FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(WSV-HASTA)
                      - WSC-DIASREVISION + 1)
           END-IF
           DISPLAY "MONITOREO DEL " WSV-DESDE " AL " WSV-HASTA
           MOVE 0 TO WSV-CANTOPER
           MOVE 0 TO WSV-TRUNCADO
           MOVE 0 TO WSA-UMBRAL
           MOVE 0 TO WSA-FRACCION
           PERFORM 210000-CARGAR-PAGOS
           PERFORM 220000-CARGAR-CUENTAS
           PERFORM 230000-CARGAR-CREDITOS

           MOVE 'P'           TO WSV-ORIGEN
           MOVE WSP-UMBRALEFE TO WSV-UMBRAL
           PERFORM 300000-ANALIZAR-ORIGEN
           MOVE 'M'           TO WSV-ORIGEN
           MOVE WSP-UMBRALCTA TO WSV-UMBRAL
           PERFORM 300000-ANALIZAR-ORIGEN

           DISPLAY "--------------------------------------"
           DISPLAY "OPERACIONES REVISADAS:       " WSV-CANTOPER
           DISPLAY "ALERTAS NUEVAS POR UMBRAL:   " WSA-UMBRAL
           DISPLAY "ALERTAS NUEVAS POR FRACCION: " WSA-FRACCION
           IF WSV-TRUNCADO = 1
              DISPLAY "ATENCION: MAS OPERACIONES QUE LA TABLA, EL "
                      "MONITOREO QUEDO INCOMPLETO"
              MOVE 4 TO RETURN-CODE
           END-IF.

       210000-CARGAR-PAGOS.
           OPEN INPUT PAGOS
           IF WSS-FS-PAGOS-OK
              PERFORM UNTIL WSS-FS-PAGOS-EOF
                 READ PAGOS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSA-LEIDOS
                       IF PAG-MEDIO = WSC-MEDIO-EFECTIVO
                          AND PAG-FECHA >= WSV-DESDE
                          AND PAG-FECHA <= WSV-HASTA
                          PERFORM 215000-AGREGAR-PAGO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAGOS
           END-IF.

      *****************************************************************
      * LOS PAGOS EN EFECTIVO DEL MISMO CLIENTE, EL MISMO DIA Y LA    *
      * MISMA SESION DE CAJA SON UNA SOLA ENTREGA DE DINERO AUNQUE SE *
      * IMPUTEN A VARIAS CUOTAS: SE SUMAN EN UNA OPERACION.           *
      *****************************************************************
       215000-AGREGAR-PAGO.
           MOVE 0 TO WSI-J
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTOPER OR WSI-J > 0
              IF OPE-ORIGEN(WSI-I) = 'P'
                 AND OPE-NOMBRE(WSI-I) = PAG-NOMBRE
                 AND OPE-APELLIDO(WSI-I) = PAG-APELLIDO
                 AND OPE-FECHA(WSI-I) = PAG-FECHA
                 AND OPE-COMPROBANTE(WSI-I) = PAG-SESION
                 MOVE WSI-I TO WSI-J
              END-IF
           END-PERFORM
           IF WSI-J > 0
              ADD PAG-IMPORTE TO OPE-IMPORTE(WSI-J)
           ELSE
              IF WSV-CANTOPER < 3000
                 ADD 1 TO WSV-CANTOPER
                 MOVE 'P'          TO OPE-ORIGEN(WSV-CANTOPER)
                 MOVE PAG-NOMBRE   TO OPE-NOMBRE(WSV-CANTOPER)
                 MOVE PAG-APELLIDO TO OPE-APELLIDO(WSV-CANTOPER)
                 MOVE SPACES       TO OPE-NROCUENTA(WSV-CANTOPER)
                 MOVE PAG-SESION   TO OPE-COMPROBANTE(WSV-CANTOPER)
                 MOVE PAG-FECHA    TO OPE-FECHA(WSV-CANTOPER)
                 MOVE PAG-IMPORTE  TO OPE-IMPORTE(WSV-CANTOPER)
              ELSE
                 MOVE 1 TO WSV-TRUNCADO
              END-IF
           END-IF.

      *****************************************************************
      * CUENTAS Y CLIENTES PARA PONERLE NOMBRE AL TITULAR DE CADA     *
      * CREDITO (FSE-CODIGOCLTE CONTRA MAECLI.DAT).                   *
      *****************************************************************
       220000-CARGAR-CUENTAS.
           MOVE 0 TO WSV-CANTCUENTAS
           OPEN INPUT CUENTAS
           IF WSS-FS-CUENTAS-OK
              PERFORM UNTIL WSS-FS-CUENTAS-EOF
                         OR WSV-CANTCUENTAS > 499
                 READ CUENTAS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTCUENTAS
                       MOVE FSE-NROCUENTA  TO CTA-NRO(WSV-CANTCUENTAS)
                       MOVE FSE-CODIGOCLTE TO
                                        CTA-CODCLTE(WSV-CANTCUENTAS)
                 END-READ
              END-PERFORM
              CLOSE CUENTAS
           END-IF
           MOVE 0 TO WSV-CANTCLIENTES
           OPEN INPUT MAECLI
           IF WSS-FS-MAECLI-OK
              PERFORM UNTIL WSS-FS-MAECLI-EOF
                         OR WSV-CANTCLIENTES > 999
                 READ MAECLI
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTCLIENTES
                       MOVE MAE-CODIGO   TO
                                        CLI-CODIGO(WSV-CANTCLIENTES)
                       MOVE MAE-NOMBRE   TO
                                        CLI-NOMBRE(WSV-CANTCLIENTES)
                       MOVE MAE-APELLIDO TO
                                        CLI-APELLIDO(WSV-CANTCLIENTES)
                 END-READ
              END-PERFORM
              CLOSE MAECLI
           END-IF.

      *****************************************************************
      * CREDITOS EN CUENTA DEL PERIODO. LAS REVERSAS NO SON           *
      * OPERACIONES DEL CLIENTE, Y UN CREDITO REVERSADO NO EXISTIO:   *
      * SE DESCARTAN LOS DOS (PRIMERA LECTURA: COMPROBANTES           *
      * REVERSADOS; SEGUNDA: CREDITOS).                               *
      *****************************************************************
       230000-CARGAR-CREDITOS.
           MOVE 0 TO WSV-CANTREVERSAS
           OPEN INPUT MOVIMIENTOS
           IF WSS-FS-MOVIM-OK
              PERFORM UNTIL WSS-FS-MOVIM-EOF
                 READ MOVIMIENTOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF MOV-REFREVERSA IS NUMERIC
                          AND MOV-REFREVERSA > 0
                          AND WSV-CANTREVERSAS < 1000
                          ADD 1 TO WSV-CANTREVERSAS
                          MOVE MOV-REFREVERSA TO
                               WST-REVERSADO(WSV-CANTREVERSAS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MOVIMIENTOS
           END-IF
           OPEN INPUT MOVIMIENTOS
           IF WSS-FS-MOVIM-OK
              PERFORM UNTIL WSS-FS-MOVIM-EOF
                 READ MOVIMIENTOS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSA-LEIDOS
                       IF MOV-TIPO = 'C'
                          AND MOV-FECHA >= WSV-DESDE
                          AND MOV-FECHA <= WSV-HASTA
                          PERFORM 235000-AGREGAR-CREDITO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MOVIMIENTOS
           END-IF.

       235000-AGREGAR-CREDITO.
           MOVE 0 TO WSI-J
           IF MOV-REFREVERSA IS NUMERIC AND MOV-REFREVERSA > 0
              MOVE 1 TO WSI-J
           END-IF
           IF MOV-COMPROBANTE IS NUMERIC
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTREVERSAS
                 IF WST-REVERSADO(WSI-I) = MOV-COMPROBANTE
                    MOVE 1 TO WSI-J
                 END-IF
              END-PERFORM
           END-IF
           IF WSI-J = 0
              IF WSV-CANTOPER < 3000
                 ADD 1 TO WSV-CANTOPER
                 MOVE 'M'           TO OPE-ORIGEN(WSV-CANTOPER)
                 MOVE SPACES        TO OPE-NOMBRE(WSV-CANTOPER)
                 MOVE SPACES        TO OPE-APELLIDO(WSV-CANTOPER)
                 MOVE MOV-NROCUENTA TO OPE-NROCUENTA(WSV-CANTOPER)
                 IF MOV-COMPROBANTE IS NUMERIC
                    MOVE MOV-COMPROBANTE TO
                                      OPE-COMPROBANTE(WSV-CANTOPER)
                 ELSE
                    MOVE 0 TO OPE-COMPROBANTE(WSV-CANTOPER)
                 END-IF
                 MOVE MOV-FECHA     TO OPE-FECHA(WSV-CANTOPER)
                 MOVE MOV-IMPORTE   TO OPE-IMPORTE(WSV-CANTOPER)
                 PERFORM 236000-TITULAR-CUENTA
              ELSE
                 MOVE 1 TO WSV-TRUNCADO
              END-IF
           END-IF.

       236000-TITULAR-CUENTA.
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCUENTAS
              IF CTA-NRO(WSI-I) = MOV-NROCUENTA
                 PERFORM VARYING WSI-J FROM 1 BY 1
                         UNTIL WSI-J > WSV-CANTCLIENTES
                    IF CLI-CODIGO(WSI-J) = CTA-CODCLTE(WSI-I)
                       MOVE CLI-NOMBRE(WSI-J)   TO
                                        OPE-NOMBRE(WSV-CANTOPER)
                       MOVE CLI-APELLIDO(WSI-J) TO
                                        OPE-APELLIDO(WSV-CANTOPER)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

      *****************************************************************
      * ANALISIS DE UN ORIGEN (WSV-ORIGEN = 'P' O 'M') CONTRA SU      *
      * UMBRAL (WSV-UMBRAL). PRIMERO LAS OPERACIONES QUE LO ALCANZAN; *
      * DESPUES, PARA CADA OPERACION "APENAS POR DEBAJO" QUE ABRE UNA *
      * VENTANA, SE CUENTAN LAS DEL MISMO TITULAR HASTA VENTANA - 1   *
      * DIAS DESPUES. UNA VENTANA QUE EMPIEZA DENTRO DE OTRA YA       *
      * ALERTADA PARA EL MISMO TITULAR NO GENERA OTRA ALERTA.         *
      *****************************************************************
       300000-ANALIZAR-ORIGEN.
           COMPUTE WSV-PISO ROUNDED = WSV-UMBRAL * WSP-PORCFRAC / 100
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTOPER
              IF OPE-ORIGEN(WSI-I) = WSV-ORIGEN
                 AND OPE-IMPORTE(WSI-I) >= WSV-UMBRAL
                 PERFORM 310000-ALERTA-UMBRAL
              END-IF
           END-PERFORM
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTOPER
              IF OPE-ORIGEN(WSI-I) = WSV-ORIGEN
                 AND OPE-IMPORTE(WSI-I) >= WSV-PISO
                 AND OPE-IMPORTE(WSI-I) < WSV-UMBRAL
                 PERFORM 320000-VENTANA-FRACCION
              END-IF
           END-PERFORM.

       310000-ALERTA-UMBRAL.
           MOVE 0 TO WSV-YAALERTADA
           PERFORM VARYING WSI-A FROM 1 BY 1
                   UNTIL WSI-A > WSV-CANTALERTAS
              IF ALT-TIPO(WSI-A) = 'U'
                 AND ALT-ORIGEN(WSI-A) = OPE-ORIGEN(WSI-I)
                 AND ALT-NOMBRE(WSI-A) = OPE-NOMBRE(WSI-I)
                 AND ALT-APELLIDO(WSI-A) = OPE-APELLIDO(WSI-I)
                 AND ALT-NROCUENTA(WSI-A) = OPE-NROCUENTA(WSI-I)
                 AND ALT-FECHAOPER(WSI-A) = OPE-FECHA(WSI-I)
                 AND ALT-IMPORTE(WSI-A) = OPE-IMPORTE(WSI-I)
                 MOVE 1 TO WSV-YAALERTADA
              END-IF
           END-PERFORM
           IF WSV-YAALERTADA = 0
              MOVE 'U'                 TO ALE-TIPO
              MOVE OPE-FECHA(WSI-I)    TO ALE-FECHAOPER
              MOVE OPE-FECHA(WSI-I)    TO ALE-FECHAHASTA
              MOVE 1                   TO ALE-CANTOPER
              MOVE OPE-IMPORTE(WSI-I)  TO ALE-IMPORTE
              PERFORM 350000-AGREGAR-ALERTA
              ADD 1 TO WSA-UMBRAL
           END-IF.

       320000-VENTANA-FRACCION.
           COMPUTE WSV-FINVENTANA =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(OPE-FECHA(WSI-I))
                   + WSP-VENTANA - 1)
           MOVE 0 TO WSV-CANTVENTANA
           MOVE 0 TO WSV-IMPVENTANA
           MOVE OPE-FECHA(WSI-I) TO WSV-ULTFECHAVENT
           PERFORM VARYING WSI-J FROM 1 BY 1
                   UNTIL WSI-J > WSV-CANTOPER
              IF OPE-ORIGEN(WSI-J) = OPE-ORIGEN(WSI-I)
                 AND OPE-NOMBRE(WSI-J) = OPE-NOMBRE(WSI-I)
                 AND OPE-APELLIDO(WSI-J) = OPE-APELLIDO(WSI-I)
                 AND OPE-NROCUENTA(WSI-J) = OPE-NROCUENTA(WSI-I)
                 AND OPE-FECHA(WSI-J) >= OPE-FECHA(WSI-I)
                 AND OPE-FECHA(WSI-J) <= WSV-FINVENTANA
                 AND OPE-IMPORTE(WSI-J) >= WSV-PISO
                 AND OPE-IMPORTE(WSI-J) < WSV-UMBRAL
                 ADD 1 TO WSV-CANTVENTANA
                 ADD OPE-IMPORTE(WSI-J) TO WSV-IMPVENTANA
                 IF OPE-FECHA(WSI-J) > WSV-ULTFECHAVENT
                    MOVE OPE-FECHA(WSI-J) TO WSV-ULTFECHAVENT
                 END-IF
              END-IF
           END-PERFORM
           IF WSV-CANTVENTANA >= WSP-CANTFRAC
              MOVE 0 TO WSV-YAALERTADA
              PERFORM VARYING WSI-A FROM 1 BY 1
                      UNTIL WSI-A > WSV-CANTALERTAS
                 IF ALT-TIPO(WSI-A) = 'F'
                    AND ALT-ORIGEN(WSI-A) = OPE-ORIGEN(WSI-I)
                    AND ALT-NOMBRE(WSI-A) = OPE-NOMBRE(WSI-I)
                    AND ALT-APELLIDO(WSI-A) = OPE-APELLIDO(WSI-I)
                    AND ALT-NROCUENTA(WSI-A) = OPE-NROCUENTA(WSI-I)
                    AND ALT-FECHAOPER(WSI-A) <= OPE-FECHA(WSI-I)
                    AND ALT-FECHAHASTA(WSI-A) >= OPE-FECHA(WSI-I)
                    MOVE 1 TO WSV-YAALERTADA
                 END-IF
              END-PERFORM
              IF WSV-YAALERTADA = 0
                 MOVE 'F'              TO ALE-TIPO
                 MOVE OPE-FECHA(WSI-I) TO ALE-FECHAOPER
                 MOVE WSV-ULTFECHAVENT TO ALE-FECHAHASTA
                 MOVE WSV-CANTVENTANA  TO ALE-CANTOPER
                 MOVE WSV-IMPVENTANA   TO ALE-IMPORTE
                 PERFORM 350000-AGREGAR-ALERTA
                 ADD 1 TO WSA-FRACCION
              END-IF
           END-IF.

      *****************************************************************
      * AGREGA A LA TABLA LA ALERTA ARMADA EN ALE-TIPO/FECHAOPER/     *
      * FECHAHASTA/CANTOPER/IMPORTE PARA LA OPERACION WSI-I. SE       *
      * GRABA AL SALIR CON EL RESTO DEL REGISTRO.                     *
      *****************************************************************
       350000-AGREGAR-ALERTA.
           IF WSV-CANTALERTAS > 1999
              MOVE 1 TO WSV-TRUNCADO
           ELSE
              ADD 1 TO WSV-CANTALERTAS
              ADD 1 TO WSV-ULTIMONUMERO
              MOVE WSV-ULTIMONUMERO     TO ALE-NUMERO
              MOVE WSV-FECHA-SISTEMA    TO ALE-FECHA
              MOVE OPE-ORIGEN(WSI-I)    TO ALE-ORIGEN
              MOVE OPE-NOMBRE(WSI-I)    TO ALE-NOMBRE
              MOVE OPE-APELLIDO(WSI-I)  TO ALE-APELLIDO
              MOVE OPE-NROCUENTA(WSI-I) TO ALE-NROCUENTA
              MOVE WSV-UMBRAL           TO ALE-UMBRAL
              MOVE 'A'                  TO ALE-ESTADO
              MOVE 0                    TO ALE-FECHACIERRE
              MOVE SPACES               TO ALE-OFICIAL
              MOVE SPACES               TO ALE-COMENTARIO
              MOVE WSV-CANTALERTAS      TO WSI-A
              PERFORM 115000-ALERTA-A-TABLA
              MOVE 1 TO WSV-HUBOCAMBIOS
              ADD 1 TO WSA-NUEVAS
              MOVE ALE-IMPORTE TO WSM-IMPORTE
              DISPLAY "ALERTA " ALE-NUMERO " " ALE-TIPO " "
                      ALE-ORIGEN " "
                      FUNCTION TRIM(ALE-NOMBRE) " "
                      FUNCTION TRIM(ALE-APELLIDO) " "
                      ALE-NROCUENTA " " ALE-FECHAOPER " "
                      ALE-CANTOPER " OP. " WSM-IMPORTE
           END-IF.

       400000-LISTAR-ABIERTAS.
           MOVE 0 TO WSA-CANT(1)
           DISPLAY "--------------------------------------"
           PERFORM VARYING WSI-A FROM 1 BY 1
                   UNTIL WSI-A > WSV-CANTALERTAS
              IF ALT-ESTADO(WSI-A) = 'A'
                 ADD 1 TO WSA-CANT(1)
                 PERFORM 410000-MOSTRAR-ALERTA
              END-IF
           END-PERFORM
           DISPLAY "--------------------------------------"
           DISPLAY "ALERTAS ABIERTAS: " WSA-CANT(1).

       410000-MOSTRAR-ALERTA.
           MOVE ALT-IMPORTE(WSI-A) TO WSM-IMPORTE
           DISPLAY ALT-NUMERO(WSI-A) " " ALT-FECHA(WSI-A) " "
                   ALT-ORIGEN(WSI-A) ALT-TIPO(WSI-A) " "
                   FUNCTION TRIM(ALT-NOMBRE(WSI-A)) " "
                   FUNCTION TRIM(ALT-APELLIDO(WSI-A)) " "
                   ALT-NROCUENTA(WSI-A) " "
                   ALT-FECHAOPER(WSI-A) "-" ALT-FECHAHASTA(WSI-A)
                   " " ALT-CANTOPER(WSI-A) " OP. " WSM-IMPORTE.

      *****************************************************************
      * CIERRE DE UNA ALERTA POR EL OFICIAL DE CUMPLIMIENTO (CLAVE DE *
      * SUPERVISOR): DESCARTADA O REPORTADA, CON COMENTARIO           *
      * OBLIGATORIO. UNA ALERTA CERRADA NO SE REABRE.                 *
      *****************************************************************
       500000-CERRAR-ALERTA.
           PERFORM 800000-VALIDAR-SUPERVISOR
           IF WSV-AUTORIZADO = 0
              DISPLAY "OPERACION RESERVADA AL OFICIAL DE CUMPLIMIENTO"
           ELSE
              DISPLAY "NUMERO DE ALERTA: "
              ACCEPT WSV-NUMERO
              MOVE 0 TO WSV-POSALERTA
              PERFORM VARYING WSI-A FROM 1 BY 1
                      UNTIL WSI-A > WSV-CANTALERTAS
                 IF ALT-NUMERO(WSI-A) = WSV-NUMERO
                    MOVE WSI-A TO WSV-POSALERTA
                 END-IF
              END-PERFORM
              IF WSV-POSALERTA = 0
                 DISPLAY "NO EXISTE ESA ALERTA"
              ELSE
              IF ALT-ESTADO(WSV-POSALERTA) NOT = 'A'
                 DISPLAY "LA ALERTA YA ESTA CERRADA ("
                         ALT-ESTADO(WSV-POSALERTA) ")"
              ELSE
                 MOVE WSV-POSALERTA TO WSI-A
                 PERFORM 410000-MOSTRAR-ALERTA
                 MOVE SPACE TO WSV-RESOLUCION
                 PERFORM UNTIL WSV-RESOLUCION-VALIDA
                    DISPLAY "RESOLUCION (D = DESCARTADA, R = "
                            "REPORTADA): "
                    ACCEPT WSV-RESOLUCION
                 END-PERFORM
                 MOVE SPACES TO WSV-COMENTARIO
                 PERFORM UNTIL WSV-COMENTARIO NOT = SPACES
                    DISPLAY "COMENTARIO (OBLIGATORIO): "
                    ACCEPT WSV-COMENTARIO
                 END-PERFORM
                 DISPLAY "CONFIRMA EL CIERRE (S/N): "
                 ACCEPT WSV-CONFIRMA
                 IF WSV-CONFIRMA = 'S'
                    MOVE WSV-RESOLUCION    TO ALT-ESTADO(WSI-A)
                    MOVE WSV-FECHA-SISTEMA TO ALT-FECHACIERRE(WSI-A)
                    MOVE WSV-USUARIO       TO ALT-OFICIAL(WSI-A)
                    MOVE WSV-COMENTARIO    TO ALT-COMENTARIO(WSI-A)
                    MOVE 1 TO WSV-HUBOCAMBIOS
                    DISPLAY "ALERTA CERRADA"
                 ELSE
                    DISPLAY "CIERRE CANCELADO"
                 END-IF
                 MOVE SPACE TO WSV-RESOLUCION
              END-IF
              END-IF
           END-IF.

      *****************************************************************
      * INFORME MENSUAL PARA EL OFICIAL DE CUMPLIMIENTO: LAS ALERTAS  *
      * DETECTADAS EN EL MES CON SU ESTADO, LAS CERRADAS EN EL MES    *
      * CON SU RESOLUCION Y COMENTARIO, Y LOS TOTALES POR RESOLUCION. *
      * LAS ABIERTAS DE MESES ANTERIORES SE LISTAN COMO PENDIENTES.   *
      *****************************************************************
       600000-INFORME-MENSUAL.
           DISPLAY "PERIODO (AAAAMM, 0 = MES ANTERIOR): "
           ACCEPT WSV-PERIODO
           IF WSV-PERIODO = 0
              MOVE WSV-PERIODO-SISTEMA TO WSV-PERIODO
              IF WSV-MES = 1
                 SUBTRACT 1 FROM WSV-ANIO
                 MOVE 12 TO WSV-MES
              ELSE
                 SUBTRACT 1 FROM WSV-MES
              END-IF
           END-IF
           INITIALIZE WSA-CANT(1) WSA-CANT(2) WSA-CANT(3)
           INITIALIZE WSA-IMPORTE(1) WSA-IMPORTE(2) WSA-IMPORTE(3)
           OPEN OUTPUT INFORME
           IF NOT WSS-FS-INFORME-OK
              DISPLAY "NO SE PUDO GENERAR ALERTASMES.DAT"
              DISPLAY "FILE STATUS " WSS-FS-INFORME
           ELSE
              MOVE SPACES TO REG-INFORME
              STRING 'ALERTAS DE PREVENCION DE LAVADO - PERIODO '
                     WSV-PERIODO ' - EMITIDO EL ' WSV-FECHA-SISTEMA
                     DELIMITED BY SIZE INTO REG-INFORME
              WRITE REG-INFORME
              MOVE ALL '-' TO REG-INFORME
              WRITE REG-INFORME
              MOVE 'DETECTADAS EN EL PERIODO' TO REG-INFORME
              WRITE REG-INFORME
              PERFORM VARYING WSI-A FROM 1 BY 1
                      UNTIL WSI-A > WSV-CANTALERTAS
                 IF ALT-FECHA(WSI-A) (1:6) = WSV-PERIODO
                    PERFORM 610000-LINEA-ALERTA
                    EVALUATE ALT-ESTADO(WSI-A)
                       WHEN 'A'
                          MOVE 1 TO WSI-J
                       WHEN 'D'
                          MOVE 2 TO WSI-J
                       WHEN OTHER
                          MOVE 3 TO WSI-J
                    END-EVALUATE
                    ADD 1 TO WSA-CANT(WSI-J)
                    ADD ALT-IMPORTE(WSI-A) TO WSA-IMPORTE(WSI-J)
                 END-IF
              END-PERFORM
              MOVE ALL '-' TO REG-INFORME
              WRITE REG-INFORME
              MOVE 'CERRADAS EN EL PERIODO' TO REG-INFORME
              WRITE REG-INFORME
              PERFORM VARYING WSI-A FROM 1 BY 1
                      UNTIL WSI-A > WSV-CANTALERTAS
                 IF ALT-ESTADO(WSI-A) NOT = 'A'
                    AND ALT-FECHACIERRE(WSI-A) (1:6) = WSV-PERIODO
                    MOVE SPACES TO REG-INFORME
                    STRING ALT-NUMERO(WSI-A) ' '
                           ALT-ESTADO(WSI-A) ' '
                           ALT-FECHACIERRE(WSI-A) ' '
                           ALT-OFICIAL(WSI-A)
                           DELIMITED BY SIZE INTO REG-INFORME
                    WRITE REG-INFORME
                    MOVE SPACES TO REG-INFORME
                    STRING '      ' ALT-COMENTARIO(WSI-A)
                           DELIMITED BY SIZE INTO REG-INFORME
                    WRITE REG-INFORME
                 END-IF
              END-PERFORM
              MOVE ALL '-' TO REG-INFORME
              WRITE REG-INFORME
              MOVE 'ABIERTAS DE PERIODOS ANTERIORES' TO REG-INFORME
              WRITE REG-INFORME
              PERFORM VARYING WSI-A FROM 1 BY 1
                      UNTIL WSI-A > WSV-CANTALERTAS
                 IF ALT-ESTADO(WSI-A) = 'A'
                    AND ALT-FECHA(WSI-A) (1:6) < WSV-PERIODO
                    PERFORM 610000-LINEA-ALERTA
                 END-IF
              END-PERFORM
              MOVE ALL '-' TO REG-INFORME
              WRITE REG-INFORME
              PERFORM 620000-LINEA-TOTALES
              CLOSE INFORME
              DISPLAY "INFORME EN ALERTASMES.DAT"
           END-IF.

       610000-LINEA-ALERTA.
           MOVE ALT-IMPORTE(WSI-A) TO WSM-IMPORTE
           MOVE SPACES TO REG-INFORME
           STRING ALT-NUMERO(WSI-A) ' '
                  ALT-FECHA(WSI-A) ' '
                  ALT-ORIGEN(WSI-A) ALT-TIPO(WSI-A) ' '
                  ALT-APELLIDO(WSI-A) (1:15) ' '
                  ALT-NOMBRE(WSI-A) (1:10) ' '
                  ALT-NROCUENTA(WSI-A) ' '
                  ALT-CANTOPER(WSI-A) ' '
                  WSM-IMPORTE ' '
                  ALT-ESTADO(WSI-A)
                  DELIMITED BY SIZE INTO REG-INFORME
           WRITE REG-INFORME.

       620000-LINEA-TOTALES.
           MOVE WSA-CANT(1) TO WSM-CANT
           MOVE WSA-IMPORTE(1) TO WSM-TOTAL
           MOVE SPACES TO REG-INFORME
           STRING 'ABIERTAS    ' WSM-CANT ' ' WSM-TOTAL
                  DELIMITED BY SIZE INTO REG-INFORME
           WRITE REG-INFORME
           DISPLAY REG-INFORME
           MOVE WSA-CANT(2) TO WSM-CANT
           MOVE WSA-IMPORTE(2) TO WSM-TOTAL
           MOVE SPACES TO REG-INFORME
           STRING 'DESCARTADAS ' WSM-CANT ' ' WSM-TOTAL
                  DELIMITED BY SIZE INTO REG-INFORME
           WRITE REG-INFORME
           DISPLAY REG-INFORME
           MOVE WSA-CANT(3) TO WSM-CANT
           MOVE WSA-IMPORTE(3) TO WSM-TOTAL
           MOVE SPACES TO REG-INFORME
           STRING 'REPORTADAS  ' WSM-CANT ' ' WSM-TOTAL
                  DELIMITED BY SIZE INTO REG-INFORME
           WRITE REG-INFORME
           DISPLAY REG-INFORME.

       800000-VALIDAR-SUPERVISOR.
           MOVE 0 TO WSV-AUTORIZADO
           OPEN INPUT OPERADORES
           IF NOT WSS-FS-OPERADORES-OK
              DISPLAY "ATENCION: NO HAY OPERADORES.DAT - SE OPERA "
                      "SIN CONTROL DE ACCESO"
              MOVE 1 TO WSV-AUTORIZADO
              MOVE SPACES TO WSV-USUARIO
           ELSE
              DISPLAY "INGRESE USUARIO SUPERVISOR: "
              ACCEPT WSV-USUARIO
              DISPLAY "INGRESE CLAVE: "
              ACCEPT WSV-CLAVE
              PERFORM UNTIL WSS-FS-OPERADORES-EOF
                 READ OPERADORES
                    AT END
                       CONTINUE
                    NOT AT END
                       IF OPE-USUARIO = WSV-USUARIO
                          AND OPE-CLAVE = WSV-CLAVE
                          AND OPE-NIVEL = 1
                          MOVE 1 TO WSV-AUTORIZADO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERADORES
           END-IF.

       900000-REGRABAR-ALERTAS.
           OPEN OUTPUT ALERTAS
           IF WSS-FS-ALERTAS-OK
              PERFORM VARYING WSI-A FROM 1 BY 1
                      UNTIL WSI-A > WSV-CANTALERTAS
                 MOVE ALT-NUMERO(WSI-A)      TO ALE-NUMERO
                 MOVE ALT-FECHA(WSI-A)       TO ALE-FECHA
                 MOVE ALT-ORIGEN(WSI-A)      TO ALE-ORIGEN
                 MOVE ALT-TIPO(WSI-A)        TO ALE-TIPO
                 MOVE ALT-NOMBRE(WSI-A)      TO ALE-NOMBRE
                 MOVE ALT-APELLIDO(WSI-A)    TO ALE-APELLIDO
                 MOVE ALT-NROCUENTA(WSI-A)   TO ALE-NROCUENTA
                 MOVE ALT-FECHAOPER(WSI-A)   TO ALE-FECHAOPER
                 MOVE ALT-FECHAHASTA(WSI-A)  TO ALE-FECHAHASTA
                 MOVE ALT-CANTOPER(WSI-A)    TO ALE-CANTOPER
                 MOVE ALT-IMPORTE(WSI-A)     TO ALE-IMPORTE
                 MOVE ALT-UMBRAL(WSI-A)      TO ALE-UMBRAL
                 MOVE ALT-ESTADO(WSI-A)      TO ALE-ESTADO
                 MOVE ALT-FECHACIERRE(WSI-A) TO ALE-FECHACIERRE
                 MOVE ALT-OFICIAL(WSI-A)     TO ALE-OFICIAL
                 MOVE ALT-COMENTARIO(WSI-A)  TO ALE-COMENTARIO
                 WRITE REG-ALERTA
              END-PERFORM
              CLOSE ALERTAS
              DISPLAY "ALERTASPLA.DAT ACTUALIZADO"
           ELSE
              DISPLAY "ERROR AL REGRABAR ALERTASPLA.DAT"
              DISPLAY "FILE STATUS " WSS-FS-ALERTAS
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           END-IF.

       COPY FSFECHAPROC.

       COPY FSLOCKPROC.

       COPY FSLOGPROC.

       END PROGRAM PLAVADO-09-FL.
