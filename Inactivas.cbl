      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 01/10/2019
      * Purpose: DETECCION DE CUENTAS INACTIVAS Y CONTROL DE SU
      *          REACTIVACION: EL LOTE BUSCA EN MOVIMIENTOS.DAT EL
      *          ULTIMO MOVIMIENTO ORIGINADO POR EL CLIENTE EN CADA
      *          CUENTA (SIN CONTAR INTERESES, COMISIONES, IMPUESTOS,
      *          REVERSAS NI DEBITOS AUTOMATICOS) Y MARCA INACTIVAS EN
      *          ESTADOSCTA.DAT LAS QUE SUPERAN LOS MESES DE
      *          PARAMINAC.DAT. MOVIM-09-FL NO LES DEBITA NADA HASTA
      *          QUE UN SUPERVISOR LAS REACTIVA CON UN MOTIVO. EL
      *          INFORME MENSUAL (INACTMES.DAT) LISTA LAS NUEVAS
      *          INACTIVAS Y LAS REACTIVACIONES DEL MES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INACT-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMINAC           ASSIGN TO DISK 'PARAMINAC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PARAMINAC.

           SELECT CUENTAS             ASSIGN TO DISK 'CUENTAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT MOVIMIENTOS         ASSIGN TO DISK 'MOVIMIENTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MOVIM.

           SELECT APERTURAS           ASSIGN TO DISK 'APERTURAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-APERTURAS.

           SELECT OPERADORES          ASSIGN TO DISK 'OPERADORES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-OPERADORES.

           SELECT INACTMES            ASSIGN TO DISK 'INACTMES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-INACTMES.

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

      *****************************************************************
      * PARAMINAC.DAT: MESES SIN MOVIMIENTOS DEL CLIENTE PARA QUE UNA *
      * CUENTA PASE A INACTIVA, CON VIGENCIA (RIGE EL REGISTRO DE     *
      * MAYOR VIGENCIA QUE NO SUPERA LA FECHA DE PROCESO).            *
      *****************************************************************
       FD PARAMINAC.
       01 REG-PARAMINAC.
          05 PIN-MESES             PIC 9(03).
          05 PIN-VIGDESDE          PIC 9(08).

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

       FD APERTURAS.
       01 REG-APERTURA.
           05 APE-FECHA                PIC 9(08).
           05 APE-CUENTA               PIC X(08).
           05 APE-CLIENTE              PIC 9(08).
           05 APE-SUCURSAL             PIC 9(03).
           05 APE-PRODUCTO             PIC 9(02).
           05 APE-DIGITO               PIC 9(01).
           05 APE-DEPOSITO             PIC 9(15)V9(02).

       FD OPERADORES.
       01 REG-OPERADOR.
           05 OPE-USUARIO              PIC X(10).
           05 OPE-CLAVE                PIC X(10).
           05 OPE-NIVEL                PIC 9(01).

       FD INACTMES.
       01 REG-INFORME              PIC X(80).

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

      *****************************************************************
      * VALOR POR DEFECTO MIENTRAS NO SE CARGUE PARAMINAC.DAT.        *
      *****************************************************************
       01 CONSTANTES.
          05 WSC-MESES            PIC 9(03)       VALUE 12.

      *****************************************************************
      * CONCEPTOS QUE ASIENTA EL BANCO Y NO CUENTAN COMO MOVIMIENTO   *
      * DEL CLIENTE: INTERESES (INTERES-09-FL, ACUERDOS-09-FL),       *
      * COMISIONES Y SU IVA (COMIS-09-FL), DEBITOS DE ORDENES         *
      * PERMANENTES (ORDPERM-09-FL), VENCIMIENTOS DE PLAZO FIJO Y     *
      * CUOTAS DE PRESTAMOS. LOS IMPUESTOS Y LAS REVERSAS SE RECONOCEN*
      * POR MOV-MOTIVO. CADA ENTRADA ES EL PREFIJO Y SU LARGO.        *
      *****************************************************************
       01 TABLA-CONCEPTOS-AUTO.
          05 FILLER               PIC X(24) VALUE
             'INTERES                 '.
          05 FILLER               PIC 9(02) VALUE 07.
          05 FILLER               PIC X(24) VALUE
             'COMISION MANTENIMIENTO  '.
          05 FILLER               PIC 9(02) VALUE 22.
          05 FILLER               PIC X(24) VALUE
             'IVA COMISION            '.
          05 FILLER               PIC 9(02) VALUE 12.
          05 FILLER               PIC X(24) VALUE
             'IMPUESTO S/             '.
          05 FILLER               PIC 9(02) VALUE 11.
          05 FILLER               PIC X(24) VALUE
             'ORDEN PERMANENTE        '.
          05 FILLER               PIC 9(02) VALUE 16.
          05 FILLER               PIC X(24) VALUE
             'VENCIMIENTO PLAZO FIJO  '.
          05 FILLER               PIC 9(02) VALUE 22.
          05 FILLER               PIC X(24) VALUE
             'CUOTA                   '.
          05 FILLER               PIC 9(02) VALUE 06.
       01 TABLA-CONCEPTOS-AUTO-R REDEFINES TABLA-CONCEPTOS-AUTO.
          05 WSC-AUTO             OCCURS 7 TIMES.
             10 WSC-AUTO-PREFIJO  PIC X(24).
             10 WSC-AUTO-LARGO    PIC 9(02).

       01 PARAMETROS.
          05 WSP-MESES            PIC 9(03)       VALUE 0.
          05 WSP-VIGDESDE         PIC 9(08)       VALUE 0.

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-FECHA-PROCESO    PIC 9(08)       VALUE 0.
          05 WSV-FECHA-PROCESO-X REDEFINES WSV-FECHA-PROCESO.
             10 WSV-PERIODO-PROCESO PIC 9(06).
             10 FILLER            PIC 9(02).
          05 WSV-CORTE            PIC 9(08)       VALUE 0.
          05 WSV-CORTE-X REDEFINES WSV-CORTE.
             10 WSV-CORTE-ANIO    PIC 9(04).
             10 WSV-CORTE-MES     PIC 9(02).
             10 WSV-CORTE-DIA     PIC 9(02).
          05 WSV-MESESTOTAL       PIC 9(06)       VALUE 0.
          05 WSV-PERIODO          PIC 9(06)       VALUE 0.
          05 WSV-NROCUENTA        PIC X(08).
          05 WSV-BASE             PIC 9(08)       VALUE 0.
          05 WSV-AUTOMATICO       PIC 9(01)       VALUE 0.
          05 WSV-LARGO            PIC 9(02)       VALUE 0.
          05 WSV-POSICION         PIC 9(03)       VALUE 0.
          05 WSV-POSESTADO        PIC 9(03)       VALUE 0.
          05 WSV-USUARIO          PIC X(10)       VALUE SPACES.
          05 WSV-CLAVE            PIC X(10)       VALUE SPACES.
          05 WSV-AUTORIZADO       PIC 9(01)       VALUE 0.
          05 WSV-MOTIVO           PIC X(30)       VALUE SPACES.
          05 WSV-LINEA            PIC X(80)       VALUE SPACES.
          05 WSV-HUBOCAMBIOS      PIC 9(01)       VALUE 0.
          05 WSV-TABLALLENA       PIC 9(01)       VALUE 0.
          05 WSV-CTALLENAS        PIC 9(01)       VALUE 0.
          05 WSV-RETORNO          PIC 9(02)       VALUE 0.

       01 NUEVO-PARAMETRO.
          05 WSN-MESES            PIC 9(03)       VALUE 0.
          05 WSN-VIGDESDE         PIC 9(08)       VALUE 0.
          05 WSN-REPETIDA         PIC 9(01)       VALUE 0.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSI-C                PIC 9(03)       VALUE 0.
          05 WSI-E                PIC 9(03)       VALUE 0.
          05 WSI-A                PIC 9(02)       VALUE 0.
          05 WSV-CANTCUENTAS      PIC 9(03)       VALUE 0.
          05 WSV-CANTESTADOS      PIC 9(03)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-NUEVAS           PIC 9(04)       VALUE 0.
          05 WSA-YAINACTIVAS      PIC 9(04)       VALUE 0.
          05 WSA-SINREFERENCIA    PIC 9(04)       VALUE 0.
          05 WSA-REACTIVADAS      PIC 9(04)       VALUE 0.
          05 WSA-LEIDOS           PIC 9(07)       VALUE 0.

       01 SWITCHES.
          05 WSS-FS-PARAMINAC     PIC X(02).
            88 WSS-FS-PARAMINAC-OK                VALUE '00'.
            88 WSS-FS-PARAMINAC-EOF               VALUE '10'.
            88 WSS-FS-PARAMINAC-NOEXISTE          VALUE '35'.
          05 WSS-FS-CUENTAS       PIC X(02).
            88 WSS-FS-CUENTAS-OK                  VALUE '00'.
            88 WSS-FS-CUENTAS-EOF                 VALUE '10'.
          05 WSS-FS-MOVIM         PIC X(02).
            88 WSS-FS-MOVIM-OK                    VALUE '00'.
            88 WSS-FS-MOVIM-EOF                   VALUE '10'.
          05 WSS-FS-APERTURAS     PIC X(02).
            88 WSS-FS-APERTURAS-OK                VALUE '00'.
            88 WSS-FS-APERTURAS-EOF               VALUE '10'.
          05 WSS-FS-OPERADORES    PIC X(02).
            88 WSS-FS-OPERADORES-OK               VALUE '00'.
            88 WSS-FS-OPERADORES-EOF              VALUE '10'.
          05 WSS-FS-INACTMES      PIC X(02).
            88 WSS-FS-INACTMES-OK                 VALUE '00'.

       01 MASCARAS.
          05 WSM-CANT             PIC ZZZ9.

      *****************************************************************
      * CUENTAS CON SU ULTIMO MOVIMIENTO DEL CLIENTE Y SU FECHA DE    *
      * APERTURA (LA REFERENCIA DE LAS QUE NUNCA OPERARON).           *
      *****************************************************************
       01 TABLA-CUENTAS.
          05 WST-CUENTA           OCCURS 200 TIMES.
             10 WST-CTA-NRO       PIC X(08).
             10 WST-CTA-ULTMOV    PIC 9(08).
             10 WST-CTA-APERTURA  PIC 9(08).

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

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'INACT-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           MOVE 'INACT-09-FL' TO WS-CER-PROGRAMA
           MOVE 1 TO WS-CER-CANTARCH
           MOVE 'ESTADOSCTA.DAT' TO WS-CER-ARCHIVO(1)
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
           PERFORM 100000-CARGAR-PARAMETROS
           PERFORM 110000-CARGAR-ESTADOS
      *****************************************************************
      * ESTADOSCTA.DAT SE REGRABA ENTERO DESDE LA TABLA: SI NO ENTRA, *
      * REGRABARLO LO TRUNCARIA, ASI QUE NO SE TOCA NADA.             *
      *****************************************************************
           IF WSV-TABLALLENA = 1
              DISPLAY "ESTADOSCTA.DAT SUPERA LA TABLA: SE CANCELA SIN "
                      "REGRABAR"
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
           PERFORM UNTIL WSV-OPCION = 6
              DISPLAY "**************************************"
              DISPLAY "CUENTAS INACTIVAS - FECHA " WSV-FECHA-PROCESO
              DISPLAY "1 - DETECTAR CUENTAS INACTIVAS (LOTE)"
              DISPLAY "2 - REACTIVAR CUENTA (SUPERVISOR)"
              DISPLAY "3 - INFORME DEL MES (INACTMES.DAT)"
              DISPLAY "4 - LISTAR CUENTAS INACTIVAS"
              DISPLAY "5 - CARGAR MESES DE INACTIVIDAD (SUPERVISOR)"
              DISPLAY "6 - SALIR"
              DISPLAY "RESPUESTA: "
              ACCEPT WSV-OPCION

              EVALUATE WSV-OPCION
                 WHEN 1
                    PERFORM 200000-DETECTAR
                 WHEN 2
                    PERFORM 300000-REACTIVAR
                 WHEN 3
                    PERFORM 400000-INFORME-MES
                 WHEN 4
                    PERFORM 500000-LISTAR-INACTIVAS
                 WHEN 5
                    PERFORM 600000-CARGAR-PARAMETRO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
      *****************************************************************
      * EL RESPALDO DE CADA MAESTRO (9400) PISA RETURN-CODE: EL       *
      * CODIGO DEL PROCESO SE GUARDA Y SE REPONE AL FINAL.            *
      *****************************************************************
           MOVE RETURN-CODE TO WSV-RETORNO
           IF WSV-HUBOCAMBIOS = 1
              PERFORM 900000-REGRABAR-ESTADOS
           END-IF
           MOVE WSV-RETORNO TO RETURN-CODE
           END-IF
           PERFORM 9250-LIBERAR-CERROJOS
           SET WS-LOG-FIN TO TRUE
           MOVE WSA-LEIDOS TO WS-LOG-LEIDOS
           COMPUTE WS-LOG-GRABADOS = WSA-NUEVAS + WSA-REACTIVADAS
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

      *****************************************************************
      * PARAMETRO VIGENTE: EL REGISTRO DE MAYOR VIGENCIA QUE NO       *
      * SUPERA LA FECHA DE PROCESO; SIN NINGUNO, EL VALOR POR DEFECTO.*
      *****************************************************************
       100000-CARGAR-PARAMETROS.
           MOVE WSC-MESES TO WSP-MESES
           MOVE 0         TO WSP-VIGDESDE
           OPEN INPUT PARAMINAC
           IF WSS-FS-PARAMINAC-OK
              PERFORM UNTIL WSS-FS-PARAMINAC-EOF
                 READ PARAMINAC
                    AT END
                       CONTINUE
                    NOT AT END
                       IF PIN-VIGDESDE <= WSV-FECHA-PROCESO
                          AND PIN-VIGDESDE >= WSP-VIGDESDE
                          MOVE PIN-MESES    TO WSP-MESES
                          MOVE PIN-VIGDESDE TO WSP-VIGDESDE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PARAMINAC
           END-IF
           IF WSP-VIGDESDE = 0
              DISPLAY "ATENCION: SIN PARAMETRO VIGENTE EN PARAMINAC.DAT"
                      " - SE USAN " WSP-MESES " MESES"
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
                       MOVE 1 TO WSV-TABLALLENA
                 END-READ
              END-IF
              CLOSE ESTADOSCTA
           END-IF.

       120000-CARGAR-CUENTAS.
           MOVE 0 TO WSV-CANTCUENTAS
           MOVE 0 TO WSV-CTALLENAS
           OPEN INPUT CUENTAS
           IF WSS-FS-CUENTAS-OK
              PERFORM UNTIL WSS-FS-CUENTAS-EOF OR WSV-CANTCUENTAS > 199
                 READ CUENTAS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTCUENTAS
                       MOVE FSE-NROCUENTA TO
                                          WST-CTA-NRO(WSV-CANTCUENTAS)
                       MOVE 0 TO WST-CTA-ULTMOV(WSV-CANTCUENTAS)
                       MOVE 0 TO WST-CTA-APERTURA(WSV-CANTCUENTAS)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-CUENTAS-EOF
                 READ CUENTAS
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-CTALLENAS
                 END-READ
              END-IF
              CLOSE CUENTAS
           END-IF.

       130000-CARGAR-APERTURAS.
           OPEN INPUT APERTURAS
           IF WSS-FS-APERTURAS-OK
              PERFORM UNTIL WSS-FS-APERTURAS-EOF
                 READ APERTURAS
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE APE-CUENTA TO WSV-NROCUENTA
                       PERFORM 150000-BUSCAR-CUENTA
                       IF WSV-POSICION > 0
                          MOVE APE-FECHA TO
                                       WST-CTA-APERTURA(WSV-POSICION)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE APERTURAS
           END-IF.

      *****************************************************************
      * UNA PASADA POR MOVIMIENTOS.DAT: DEJA EN CADA CUENTA LA FECHA  *
      * DE SU ULTIMO MOVIMIENTO ORIGINADO POR EL CLIENTE.             *
      *****************************************************************
       140000-BUSCAR-ULTIMOS-MOVIMIENTOS.
           MOVE 0 TO WSA-LEIDOS
           OPEN INPUT MOVIMIENTOS
           IF WSS-FS-MOVIM-OK
              PERFORM UNTIL WSS-FS-MOVIM-EOF
                 READ MOVIMIENTOS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSA-LEIDOS
                       PERFORM 145000-CLASIFICAR-MOVIMIENTO
                       IF WSV-AUTOMATICO = 0
                          MOVE MOV-NROCUENTA TO WSV-NROCUENTA
                          PERFORM 150000-BUSCAR-CUENTA
                          IF WSV-POSICION > 0
                             AND MOV-FECHA >
                                 WST-CTA-ULTMOV(WSV-POSICION)
                             MOVE MOV-FECHA TO
                                         WST-CTA-ULTMOV(WSV-POSICION)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MOVIMIENTOS
           END-IF.

       145000-CLASIFICAR-MOVIMIENTO.
           MOVE 0 TO WSV-AUTOMATICO
           IF MOV-MOTIVO NOT = SPACES
              MOVE 1 TO WSV-AUTOMATICO
           ELSE
              PERFORM VARYING WSI-A FROM 1 BY 1 UNTIL WSI-A > 7
                 MOVE WSC-AUTO-LARGO(WSI-A) TO WSV-LARGO
                 IF MOV-CONCEPTO(1:WSV-LARGO) =
                    WSC-AUTO-PREFIJO(WSI-A)(1:WSV-LARGO)
                    MOVE 1 TO WSV-AUTOMATICO
                 END-IF
              END-PERFORM
           END-IF.

       150000-BUSCAR-CUENTA.
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCUENTAS
              IF WST-CTA-NRO(WSI-I) = WSV-NROCUENTA
                 MOVE WSI-I TO WSV-POSICION
              END-IF
           END-PERFORM.

       160000-BUSCAR-ESTADO.
           MOVE 0 TO WSV-POSESTADO
           PERFORM VARYING WSI-E FROM 1 BY 1
                   UNTIL WSI-E > WSV-CANTESTADOS
              IF WST-ECT-NRO(WSI-E) = WSV-NROCUENTA
                 MOVE WSI-E TO WSV-POSESTADO
              END-IF
           END-PERFORM.

      *****************************************************************
      * FECHA DE CORTE: LA FECHA DE PROCESO MENOS LOS MESES VIGENTES  *
      * (DIA TOPEADO EN 28 PARA QUE SEA VALIDA EN CUALQUIER MES).     *
      *****************************************************************
       170000-FECHA-DE-CORTE.
           MOVE WSV-FECHA-PROCESO TO WSV-CORTE
           COMPUTE WSV-MESESTOTAL = WSV-CORTE-ANIO * 12
                                  + WSV-CORTE-MES - 1 - WSP-MESES
           DIVIDE WSV-MESESTOTAL BY 12 GIVING WSV-CORTE-ANIO
                  REMAINDER WSV-CORTE-MES
           ADD 1 TO WSV-CORTE-MES
           IF WSV-CORTE-DIA > 28
              MOVE 28 TO WSV-CORTE-DIA
           END-IF.

      *****************************************************************
      * LOTE: UNA CUENTA PASA A INACTIVA SI SU REFERENCIA (ULTIMO     *
      * MOVIMIENTO DEL CLIENTE, O LA APERTURA SI NUNCA OPERO, O LA    *
      * ULTIMA REACTIVACION SI ES POSTERIOR) ES ANTERIOR AL CORTE.    *
      * LA QUE YA ESTA INACTIVA O CERRADA NO SE TOCA.                 *
      *****************************************************************
       200000-DETECTAR.
           PERFORM 120000-CARGAR-CUENTAS
           IF WSV-CTALLENAS = 1
              DISPLAY "CUENTAS.DAT SUPERA LA TABLA: NO SE DETECTA"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 130000-CARGAR-APERTURAS
              PERFORM 140000-BUSCAR-ULTIMOS-MOVIMIENTOS
              PERFORM 170000-FECHA-DE-CORTE
              MOVE 0 TO WSA-NUEVAS
              MOVE 0 TO WSA-YAINACTIVAS
              MOVE 0 TO WSA-SINREFERENCIA
              DISPLAY "SIN MOVIMIENTOS DEL CLIENTE DESDE ANTES DEL "
                      WSV-CORTE " (" WSP-MESES " MESES)"
              PERFORM VARYING WSI-C FROM 1 BY 1
                      UNTIL WSI-C > WSV-CANTCUENTAS
                 PERFORM 210000-EVALUAR-CUENTA
              END-PERFORM
              DISPLAY "NUEVAS INACTIVAS:     " WSA-NUEVAS
              DISPLAY "YA INACTIVAS:         " WSA-YAINACTIVAS
              DISPLAY "SIN FECHA REFERENCIA: " WSA-SINREFERENCIA
           END-IF.

       210000-EVALUAR-CUENTA.
           MOVE WST-CTA-NRO(WSI-C) TO WSV-NROCUENTA
           PERFORM 160000-BUSCAR-ESTADO
           MOVE WST-CTA-ULTMOV(WSI-C) TO WSV-BASE
           IF WSV-BASE = 0
              MOVE WST-CTA-APERTURA(WSI-C) TO WSV-BASE
           END-IF
           IF WSV-POSESTADO > 0
              IF WST-ECT-FECHAREACT(WSV-POSESTADO) > WSV-BASE
                 MOVE WST-ECT-FECHAREACT(WSV-POSESTADO) TO WSV-BASE
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN WSV-POSESTADO > 0
                   AND WST-ECT-ESTADO(WSV-POSESTADO) = 'C'
                 CONTINUE
              WHEN WSV-POSESTADO > 0
                   AND WST-ECT-ESTADO(WSV-POSESTADO) NOT = 'A'
                 ADD 1 TO WSA-YAINACTIVAS
              WHEN WSV-BASE = 0
                 ADD 1 TO WSA-SINREFERENCIA
                 DISPLAY "SIN MOVIMIENTOS NI APERTURA REGISTRADA: "
                         WSV-NROCUENTA " (NO SE MARCA)"
              WHEN WSV-BASE < WSV-CORTE
                 PERFORM 220000-MARCAR-INACTIVA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       220000-MARCAR-INACTIVA.
           IF WSV-POSESTADO = 0
              IF WSV-CANTESTADOS < 500
                 ADD 1 TO WSV-CANTESTADOS
                 MOVE WSV-CANTESTADOS TO WSV-POSESTADO
                 MOVE WSV-NROCUENTA   TO WST-ECT-NRO(WSV-POSESTADO)
                 MOVE 0      TO WST-ECT-FECHAREACT(WSV-POSESTADO)
                 MOVE SPACES TO WST-ECT-USUARIO(WSV-POSESTADO)
                 MOVE SPACES TO WST-ECT-MOTIVO(WSV-POSESTADO)
                 MOVE 0      TO WST-ECT-FECHACIERRE(WSV-POSESTADO)
              ELSE
                 DISPLAY "ESTADOSCTA.DAT LLENO: LA CUENTA "
                         WSV-NROCUENTA " NO SE PUDO MARCAR"
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           IF WSV-POSESTADO > 0
              MOVE 'I'                   TO
                                    WST-ECT-ESTADO(WSV-POSESTADO)
              MOVE WST-CTA-ULTMOV(WSI-C) TO
                                    WST-ECT-ULTMOV(WSV-POSESTADO)
              MOVE WSV-FECHA-PROCESO     TO
                                    WST-ECT-FECHAINACT(WSV-POSESTADO)
              MOVE 1 TO WSV-HUBOCAMBIOS
              ADD 1 TO WSA-NUEVAS
              DISPLAY "INACTIVA: " WSV-NROCUENTA " ULTIMO MOVIMIENTO "
                      WST-CTA-ULTMOV(WSI-C)
           END-IF.

      *****************************************************************
      * REACTIVACION: SOLO SUPERVISOR Y CON MOTIVO. QUEDAN LA FECHA,  *
      * EL USUARIO Y EL MOTIVO; DESDE ESA FECHA VUELVE A CORRER EL    *
      * PLAZO DE INACTIVIDAD.                                         *
      *****************************************************************
       300000-REACTIVAR.
           DISPLAY "INGRESE NUMERO DE CUENTA (8 DIGITOS): "
           ACCEPT WSV-NROCUENTA
           PERFORM 160000-BUSCAR-ESTADO
           EVALUATE TRUE
              WHEN WSV-POSESTADO = 0
                 DISPLAY "LA CUENTA NO ESTA INACTIVA"
              WHEN WST-ECT-ESTADO(WSV-POSESTADO) NOT = 'I'
                 DISPLAY "LA CUENTA NO ESTA INACTIVA"
              WHEN OTHER
                 PERFORM 800000-VALIDAR-SUPERVISOR
                 IF WSV-AUTORIZADO = 0
                    DISPLAY "OPERACION RESERVADA A SUPERVISORES"
                 ELSE
                    DISPLAY "MOTIVO DE LA REACTIVACION: "
                    ACCEPT WSV-MOTIVO
                    IF WSV-MOTIVO = SPACES
                       DISPLAY "EL MOTIVO ES OBLIGATORIO - NO SE "
                               "REACTIVA"
                    ELSE
                       MOVE 'A'        TO
                                    WST-ECT-ESTADO(WSV-POSESTADO)
                       MOVE WSV-FECHA-PROCESO TO
                                    WST-ECT-FECHAREACT(WSV-POSESTADO)
                       MOVE WSV-USUARIO TO
                                    WST-ECT-USUARIO(WSV-POSESTADO)
                       MOVE WSV-MOTIVO TO
                                    WST-ECT-MOTIVO(WSV-POSESTADO)
                       MOVE 1 TO WSV-HUBOCAMBIOS
                       ADD 1 TO WSA-REACTIVADAS
                       DISPLAY "CUENTA " WSV-NROCUENTA " REACTIVADA"
                    END-IF
                 END-IF
           END-EVALUATE.

      *****************************************************************
      * INFORME DEL MES (0 = MES DE LA FECHA DE PROCESO): CUENTAS QUE *
      * PASARON A INACTIVAS EN EL MES Y REACTIVACIONES DEL MES.       *
      *****************************************************************
       400000-INFORME-MES.
           DISPLAY "PERIODO (AAAAMM, 0 = MES EN CURSO): "
           ACCEPT WSV-PERIODO
           IF WSV-PERIODO = 0
              MOVE WSV-PERIODO-PROCESO TO WSV-PERIODO
           END-IF
           MOVE 0 TO WSA-NUEVAS
           MOVE 0 TO WSA-REACTIVADAS
           OPEN OUTPUT INACTMES
           MOVE SPACES TO WSV-LINEA
           STRING 'CUENTAS INACTIVAS - PERIODO ' WSV-PERIODO
                  ' - EMITIDO EL ' WSV-FECHA-PROCESO
                  DELIMITED BY SIZE INTO WSV-LINEA
           WRITE REG-INFORME FROM WSV-LINEA
           MOVE ALL '=' TO REG-INFORME
           WRITE REG-INFORME
           MOVE 'NUEVAS INACTIVAS' TO REG-INFORME
           WRITE REG-INFORME
           MOVE 'CUENTA   ULT.MOV.  MARCADA   ESTADO ACTUAL'
                TO REG-INFORME
           WRITE REG-INFORME
           MOVE ALL '-' TO REG-INFORME
           WRITE REG-INFORME
           PERFORM VARYING WSI-E FROM 1 BY 1
                   UNTIL WSI-E > WSV-CANTESTADOS
              IF WST-ECT-FECHAINACT(WSI-E)(1:6) = WSV-PERIODO
                 MOVE SPACES TO WSV-LINEA
                 STRING WST-ECT-NRO(WSI-E) ' '
                        WST-ECT-ULTMOV(WSI-E) '  '
                        WST-ECT-FECHAINACT(WSI-E) '  '
                        DELIMITED BY SIZE INTO WSV-LINEA
                 IF WST-ECT-ESTADO(WSI-E) = 'I'
                    MOVE 'INACTIVA'   TO WSV-LINEA(38:10)
                 ELSE
                    MOVE 'REACTIVADA' TO WSV-LINEA(38:10)
                 END-IF
                 WRITE REG-INFORME FROM WSV-LINEA
                 ADD 1 TO WSA-NUEVAS
              END-IF
           END-PERFORM
           MOVE WSA-NUEVAS TO WSM-CANT
           MOVE SPACES TO WSV-LINEA
           STRING 'TOTAL NUEVAS INACTIVAS: ' WSM-CANT
                  DELIMITED BY SIZE INTO WSV-LINEA
           WRITE REG-INFORME FROM WSV-LINEA
           MOVE SPACES TO REG-INFORME
           WRITE REG-INFORME
           MOVE 'REACTIVACIONES' TO REG-INFORME
           WRITE REG-INFORME
           MOVE 'CUENTA   FECHA     USUARIO    MOTIVO' TO REG-INFORME
           WRITE REG-INFORME
           MOVE ALL '-' TO REG-INFORME
           WRITE REG-INFORME
           PERFORM VARYING WSI-E FROM 1 BY 1
                   UNTIL WSI-E > WSV-CANTESTADOS
              IF WST-ECT-FECHAREACT(WSI-E)(1:6) = WSV-PERIODO
                 MOVE SPACES TO WSV-LINEA
                 STRING WST-ECT-NRO(WSI-E) ' '
                        WST-ECT-FECHAREACT(WSI-E) '  '
                        WST-ECT-USUARIO(WSI-E) ' '
                        WST-ECT-MOTIVO(WSI-E)
                        DELIMITED BY SIZE INTO WSV-LINEA
                 WRITE REG-INFORME FROM WSV-LINEA
                 ADD 1 TO WSA-REACTIVADAS
              END-IF
           END-PERFORM
           MOVE WSA-REACTIVADAS TO WSM-CANT
           MOVE SPACES TO WSV-LINEA
           STRING 'TOTAL REACTIVACIONES: ' WSM-CANT
                  DELIMITED BY SIZE INTO WSV-LINEA
           WRITE REG-INFORME FROM WSV-LINEA
           CLOSE INACTMES
           DISPLAY "INFORME GRABADO EN INACTMES.DAT ("
                   WSA-NUEVAS " NUEVAS, " WSA-REACTIVADAS
                   " REACTIVACIONES)".

       500000-LISTAR-INACTIVAS.
           MOVE 0 TO WSA-YAINACTIVAS
           DISPLAY "--------------------------------------"
           PERFORM VARYING WSI-E FROM 1 BY 1
                   UNTIL WSI-E > WSV-CANTESTADOS
              IF WST-ECT-ESTADO(WSI-E) = 'I'
                 DISPLAY WST-ECT-NRO(WSI-E) " INACTIVA DESDE "
                         WST-ECT-FECHAINACT(WSI-E)
                         " ULTIMO MOVIMIENTO " WST-ECT-ULTMOV(WSI-E)
                 ADD 1 TO WSA-YAINACTIVAS
              END-IF
           END-PERFORM
           DISPLAY "CUENTAS INACTIVAS: " WSA-YAINACTIVAS
           DISPLAY "--------------------------------------".

      *****************************************************************
      * ALTA DE UN PARAMETRO CON VIGENCIA FUTURA (SOLO SUPERVISOR).   *
      *****************************************************************
       600000-CARGAR-PARAMETRO.
           PERFORM 800000-VALIDAR-SUPERVISOR
           IF WSV-AUTORIZADO = 0
              DISPLAY "OPERACION RESERVADA A SUPERVISORES"
           ELSE
              DISPLAY "VIGENCIA DESDE (AAAAMMDD): "
              ACCEPT WSN-VIGDESDE
              DISPLAY "MESES SIN MOVIMIENTOS DEL CLIENTE PARA PASAR A "
                      "INACTIVA (1-999): "
              ACCEPT WSN-MESES
              MOVE 0 TO WSN-REPETIDA
              OPEN INPUT PARAMINAC
              IF WSS-FS-PARAMINAC-OK
                 PERFORM UNTIL WSS-FS-PARAMINAC-EOF
                    READ PARAMINAC
                       AT END
                          CONTINUE
                       NOT AT END
                          IF PIN-VIGDESDE = WSN-VIGDESDE
                             MOVE 1 TO WSN-REPETIDA
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE PARAMINAC
              END-IF
              EVALUATE TRUE
                 WHEN WSN-VIGDESDE <= WSV-FECHA-PROCESO
                    DISPLAY "RECHAZADO: LA VIGENCIA DEBE SER FUTURA"
                 WHEN WSN-REPETIDA = 1
                    DISPLAY "YA HAY UN PARAMETRO CON ESA VIGENCIA"
                 WHEN WSN-MESES = 0
                    DISPLAY "CANTIDAD DE MESES INVALIDA"
                 WHEN OTHER
                    OPEN EXTEND PARAMINAC
                    IF WSS-FS-PARAMINAC-NOEXISTE
                       OPEN OUTPUT PARAMINAC
                    END-IF
                    MOVE WSN-MESES    TO PIN-MESES
                    MOVE WSN-VIGDESDE TO PIN-VIGDESDE
                    WRITE REG-PARAMINAC
                    IF NOT WSS-FS-PARAMINAC-OK
                       DISPLAY "ERROR AL GRABAR PARAMINAC.DAT"
                       DISPLAY "FILE STATUS " WSS-FS-PARAMINAC
                    ELSE
                       DISPLAY "PARAMETRO ENCOLADO: RIGE DESDE "
                               WSN-VIGDESDE
                    END-IF
                    CLOSE PARAMINAC
              END-EVALUATE
           END-IF.

      *****************************************************************
      * CLAVE DE SUPERVISOR: NIVEL 1 DE OPERADORES.DAT. SIN EL        *
      * ARCHIVO SE AVISA Y SE OPERA SIN CONTROL DE ACCESO.            *
      *****************************************************************
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

       900000-REGRABAR-ESTADOS.
           MOVE 'ESTADOSCTA.DAT' TO WS-INT-ARCHIVO
           MOVE 'INACT-09-FL'    TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT ESTADOSCTA
           IF WS-ECT-FS-OK
              PERFORM VARYING WSI-E FROM 1 BY 1
                      UNTIL WSI-E > WSV-CANTESTADOS
                 MOVE WST-ESTADO(WSI-E) TO REG-ESTADOCTA
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

       END PROGRAM INACT-09-FL.
