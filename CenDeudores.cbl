      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 24/09/2019
      * Purpose: REGIMEN INFORMATIVO MENSUAL DE LA CENTRAL DE DEUDORES:
      *          CLASIFICA A CADA CLIENTE CON DEUDA AL CIERRE DEL MES
      *          EN SITUACION 1 A 5 SEGUN LOS DIAS DE ATRASO DE SUS
      *          CUOTAS (CUOTAS.DAT NETO DE PAGOS.DAT Y DESCUENTOS),
      *          AGRAVADA POR LA REFINANCIACION (FSC-PLANREF), LA
      *          ASIGNACION A LA AGENCIA (GESTIONES.DAT) Y EL CASTIGO
      *          (CASTIGOS.DAT O CUOTAS EN 'C'). GENERA CENDEU.DAT EN
      *          FORMATO FIJO CON EL CUIT DE NOMBRES.DAT Y UN REGISTRO
      *          FINAL DE CONTROL (CANTIDAD Y DEUDA TOTAL). LOS
      *          CLIENTES SIN CUIT NO SE PUEDEN INFORMAR: SALEN ANTES
      *          EN CENDEUEXC.DAT PARA REGULARIZARLOS ANTES DE
      *          PRESENTAR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENDEU-09-FL.

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

           SELECT DESCUENTOS          ASSIGN TO DISK 'DESCUENTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DESCUENTOS.

           SELECT GESTIONES           ASSIGN TO DISK 'GESTIONES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-GESTIONES.

           SELECT CASTIGOS            ASSIGN TO DISK 'CASTIGOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CASTIGOS.

           SELECT NOMBRES             ASSIGN TO DISK 'NOMBRES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-NOMBRES.

           SELECT CENDEU              ASSIGN TO DISK 'CENDEU.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CENDEU.

           SELECT EXCEPCION           ASSIGN TO DISK 'CENDEUEXC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-EXCEPCION.

           SELECT FECHAPROC ASSIGN TO DISK 'FECHAPROC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-FPR-FS.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.

       DATA DIVISION.

       FILE SECTION.

      *****************************************************************
      * CUOTAS.DAT: FSC-ESTADO 'I' = IMPAGA, 'A' = PARCIAL, 'P' =     *
      * PAGADA, 'R' = REFINANCIADA, 'C' = CASTIGADA. FSC-PLANREF > 0  *
      * MARCA LAS CUOTAS DE UN PLAN DE REFINANCIACION.                *
      *****************************************************************
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

      *****************************************************************
      * GESTIONES.DAT: ASIGNACIONES A LA AGENCIA (AGENCIA-09-FL).     *
      * 'A' = ASIGNADA, 'G' = EN GESTION, 'C' = COBRADA, 'I' =        *
      * INCOBRABLE.                                                   *
      *****************************************************************
       FD GESTIONES.
       01 REG-GESTION.
          05 GES-NOMBRE            PIC A(20).
          05 GES-APELLIDO          PIC A(20).
          05 GES-CUIT              PIC 9(11).
          05 GES-FECHAASIG         PIC 9(08).
          05 GES-DEUDA             PIC 9(08)V9(02).
          05 GES-ESTADO            PIC X(01).
          05 GES-FECHARES          PIC 9(08).
          05 GES-RECUPERADO        PIC 9(08)V9(02).

       FD CASTIGOS.
       01 REG-CASTIGO.
          05 CAS-NUMERO            PIC 9(04).
          05 CAS-FECHA             PIC 9(08).
          05 CAS-NOMBRE            PIC A(20).
          05 CAS-APELLIDO          PIC A(20).
          05 CAS-CUIT              PIC 9(11).
          05 CAS-RESOLUCION        PIC X(10).
          05 CAS-CANTCUOTAS        PIC 9(02).
          05 CAS-CUOTA             PIC 9(02) OCCURS 24 TIMES.
          05 CAS-IMPORTE           PIC 9(08)V9(02).
          05 CAS-SUPERVISOR        PIC X(10).

       FD NOMBRES.
       01 REG-NOMBRE.
          05 FSN-NOMBRE            PIC A(30).
          05 FSN-APELLIDO          PIC A(30).
          05 FSN-CUIT              PIC 9(11).
          05 FSN-ESTADO            PIC X(01).
          05 FSN-CUITREF           PIC 9(11).

      *****************************************************************
      * CENDEU.DAT: DISENO DE REGISTRO FIJO DEL REGIMEN INFORMATIVO.  *
      * TIPO 'D' = UN DEUDOR POR LINEA; TIPO 'T' = REGISTRO FINAL DE  *
      * CONTROL CON LA CANTIDAD DE DEUDORES Y LA DEUDA TOTAL. CDE-     *
      * MARCAS INFORMA LOS AGRAVANTES: R = REFINANCIADO, G = EN       *
      * GESTION DE COBRO EXTERNA, C = CASTIGADO.                      *
      *****************************************************************
       FD CENDEU.
       01 REG-CENDEU.
          05 CDE-TIPOREG           PIC X(01).
          05 CDE-PERIODO           PIC 9(06).
          05 CDE-CUIT              PIC 9(11).
          05 CDE-DENOMINACION      PIC X(41).
          05 CDE-SITUACION         PIC 9(01).
          05 CDE-DEUDA             PIC 9(12)V9(02).
          05 CDE-DIASATRASO        PIC 9(05).
          05 CDE-MARCAS.
             10 CDE-REFINANCIADO   PIC X(01).
             10 CDE-GESTION        PIC X(01).
             10 CDE-CASTIGADO      PIC X(01).
       01 REG-CENDEU-CONTROL.
          05 CDT-TIPOREG           PIC X(01).
          05 CDT-PERIODO           PIC 9(06).
          05 CDT-CANTIDAD          PIC 9(07).
          05 CDT-DEUDATOTAL        PIC 9(15)V9(02).
          05 FILLER                PIC X(51).

      *****************************************************************
      * CENDEUEXC.DAT: CLIENTES CON DEUDA QUE NO TIENEN CUIT VALIDO   *
      * EN NOMBRES.DAT Y POR LO TANTO QUEDARON FUERA DEL ARCHIVO.     *
      *****************************************************************
       FD EXCEPCION.
       01 REG-EXCEPCION.
          05 EXC-PERIODO           PIC 9(06).
          05 EXC-NOMBRE            PIC A(20).
          05 EXC-APELLIDO          PIC A(20).
          05 EXC-SITUACION         PIC 9(01).
          05 EXC-DEUDA             PIC 9(12)V9(02).
          05 EXC-MOTIVO            PIC X(30).

       FD FECHAPROC.
       COPY FSFECHA.

       FD PROCLOG.
       COPY FSLOG.

       WORKING-STORAGE SECTION.

       COPY FSLOGVAR.

       COPY FSFECHAVAR.

      *****************************************************************
      * LIMITES DE DIAS DE ATRASO DE CADA SITUACION (1 = NORMAL HASTA *
      * 31 DIAS; 5 = IRRECUPERABLE, MAS DE UN ANO). UN PLAN DE        *
      * REFINANCIACION VIGENTE NO BAJA DE SITUACION 2, LA DEUDA EN    *
      * MANOS DE LA AGENCIA NO BAJA DE 3 Y LA DEVUELTA INCOBRABLE O   *
      * CASTIGADA VA A 5.                                             *
      *****************************************************************
       01 CONSTANTES.
          05 WSC-LIMITE1          PIC 9(03)       VALUE 31.
          05 WSC-LIMITE2          PIC 9(03)       VALUE 90.
          05 WSC-LIMITE3          PIC 9(03)       VALUE 180.
          05 WSC-LIMITE4          PIC 9(03)       VALUE 365.
          05 WSC-MINREFINAN       PIC 9(01)       VALUE 2.
          05 WSC-MINGESTION       PIC 9(01)       VALUE 3.
          05 WSC-ESTADO-REFINAN   PIC X(01)       VALUE 'R'.
          05 WSC-ESTADO-CASTIGADA PIC X(01)       VALUE 'C'.

       01 VARIABLES.
          05 WSV-FECHA-SISTEMA    PIC 9(08)       VALUE 0.
          05 WSV-FECHA-SISTEMA-X REDEFINES WSV-FECHA-SISTEMA.
             10 WSV-PERIODO-SISTEMA PIC 9(06).
             10 FILLER            PIC 9(02).
          05 WSV-PERIODO          PIC 9(06)       VALUE 0.
          05 WSV-PERIODO-X REDEFINES WSV-PERIODO.
             10 WSV-ANIO          PIC 9(04).
             10 WSV-MES           PIC 9(02).
          05 WSV-FECHACORTE       PIC 9(08)       VALUE 0.
          05 WSV-PRIMERODESIG     PIC 9(08)       VALUE 0.
          05 WSV-PRIMERODESIG-X REDEFINES WSV-PRIMERODESIG.
             10 WSV-SIG-ANIO      PIC 9(04).
             10 WSV-SIG-MES       PIC 9(02).
             10 WSV-SIG-DIA       PIC 9(02).
          05 WSV-NOMBRE           PIC A(20).
          05 WSV-APELLIDO         PIC A(20).
          05 WSV-POSCLIENTE       PIC 9(04)       VALUE 0.
          05 WSV-PENDIENTE        PIC S9(08)V9(02) VALUE 0.
          05 WSV-DIAS             PIC S9(05)      VALUE 0.
          05 WSV-SITUACION        PIC 9(01)       VALUE 0.
          05 WSV-TRUNCADO         PIC 9(01)       VALUE 0.

       01 INDICES.
          05 WSI-I                PIC 9(04)       VALUE 0.
          05 WSI-C                PIC 9(04)       VALUE 0.
          05 WSI-N                PIC 9(04)       VALUE 0.
          05 WSI-S                PIC 9(01)       VALUE 0.
          05 WSV-CANTCUOTAS       PIC 9(04)       VALUE 0.
          05 WSV-CANTCLIENTES     PIC 9(04)       VALUE 0.
          05 WSV-CANTNOMBRES      PIC 9(04)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-LEIDOS           PIC 9(07)       VALUE 0.
          05 WSA-INFORMADOS       PIC 9(07)       VALUE 0.
          05 WSA-SINCUIT          PIC 9(07)       VALUE 0.
          05 WSA-DEUDATOTAL       PIC 9(15)V9(02) VALUE 0.
          05 WSA-DEUDASINCUIT     PIC 9(15)V9(02) VALUE 0.

       01 SWITCHES.
          05 WSS-FS-CUOTAS        PIC X(02).
            88 WSS-FS-CUOTAS-OK                   VALUE '00'.
            88 WSS-FS-CUOTAS-EOF                  VALUE '10'.
          05 WSS-FS-PAGOS         PIC X(02).
            88 WSS-FS-PAGOS-OK                    VALUE '00'.
            88 WSS-FS-PAGOS-EOF                   VALUE '10'.
          05 WSS-FS-DESCUENTOS    PIC X(02).
            88 WSS-FS-DESCUENTOS-OK               VALUE '00'.
            88 WSS-FS-DESCUENTOS-EOF              VALUE '10'.
          05 WSS-FS-GESTIONES     PIC X(02).
            88 WSS-FS-GESTIONES-OK                VALUE '00'.
            88 WSS-FS-GESTIONES-EOF               VALUE '10'.
          05 WSS-FS-CASTIGOS      PIC X(02).
            88 WSS-FS-CASTIGOS-OK                 VALUE '00'.
            88 WSS-FS-CASTIGOS-EOF                VALUE '10'.
          05 WSS-FS-NOMBRES       PIC X(02).
            88 WSS-FS-NOMBRES-OK                  VALUE '00'.
            88 WSS-FS-NOMBRES-EOF                 VALUE '10'.
          05 WSS-FS-CENDEU        PIC X(02).
            88 WSS-FS-CENDEU-OK                   VALUE '00'.
          05 WSS-FS-EXCEPCION     PIC X(02).
            88 WSS-FS-EXCEPCION-OK                VALUE '00'.

       01 MASCARAS.
          05 WSM-DEUDA            PIC Z(10),99.
          05 WSM-TOTAL            PIC Z(13),99.
          05 WSM-CANT             PIC Z(06)9.
          05 WSM-DIAS             PIC Z(04)9.

      *****************************************************************
      * CUOTAS CON DEUDA POSIBLE A LA FECHA DE CORTE: LO EMITIDO      *
      * HASTA ESA FECHA Y NO REEMPLAZADO POR UNA REFINANCIACION.      *
      * CUO-PAGADO ACUMULA PAGOS Y DESCUENTOS HASTA EL CORTE.         *
      *****************************************************************
       01 TABLA-CUOTAS.
          05 WST-CUOTA            OCCURS 3000 TIMES.
             10 CUO-CLIENTE       PIC 9(04).
             10 CUO-NRO           PIC 9(02).
             10 CUO-IMPORTE       PIC 9(07)V9(02).
             10 CUO-VENCIMIENTO   PIC 9(08).
             10 CUO-ESTADO        PIC X(01).
             10 CUO-PLANREF       PIC 9(02).
             10 CUO-PAGADO        PIC 9(08)V9(02).

       01 TABLA-CLIENTES.
          05 WST-CLIENTE          OCCURS 500 TIMES.
             10 CLI-NOMBRE        PIC A(20).
             10 CLI-APELLIDO      PIC A(20).
             10 CLI-CUIT          PIC 9(11).
             10 CLI-DEUDA         PIC 9(12)V9(02).
             10 CLI-MAXATRASO     PIC 9(05).
             10 CLI-REFINAN       PIC X(01).
             10 CLI-GESTION       PIC X(01).
             10 CLI-CASTIGO       PIC X(01).
             10 CLI-SITUACION     PIC 9(01).

       01 TABLA-NOMBRES.
          05 WST-NOMBRE           OCCURS 2000 TIMES.
             10 NOM-NOMBRE        PIC A(30).
             10 NOM-APELLIDO      PIC A(30).
             10 NOM-CUIT          PIC 9(11).

       01 TABLA-SITUACIONES.
          05 WST-SITUACION        OCCURS 5 TIMES.
             10 SIT-CANTIDAD      PIC 9(07).
             10 SIT-DEUDA         PIC 9(15)V9(02).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'CENDEU-09-FL' TO WS-LOG-PROGRAMA
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
              PERFORM 020000-FECHA-DE-CORTE
              PERFORM 100000-CARGAR-CUOTAS
              PERFORM 200000-CARGAR-PAGOS
              PERFORM 210000-CARGAR-DESCUENTOS
              PERFORM 220000-CARGAR-GESTIONES
              PERFORM 230000-CARGAR-CASTIGOS
              PERFORM 240000-CARGAR-NOMBRES
              PERFORM 300000-CLASIFICAR
              PERFORM 400000-GENERAR-EXCEPCIONES
              PERFORM 500000-GENERAR-EXPORTACION
              PERFORM 600000-RESUMEN
              IF WSV-TRUNCADO = 1
                 DISPLAY "ATENCION: ALGUNA TABLA SE LLENO, EL ARCHIVO "
                         "PUEDE ESTAR INCOMPLETO - NO PRESENTAR"
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           MOVE WSA-LEIDOS     TO WS-LOG-LEIDOS
           MOVE WSA-INFORMADOS TO WS-LOG-GRABADOS
           MOVE WSA-SINCUIT    TO WS-LOG-RECHAZADOS
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
      * LA SITUACION SE MIDE AL ULTIMO DIA DEL MES INFORMADO. SI EL   *
      * MES TODAVIA NO CERRO SE TOMA LA FECHA DE PROCESO.             *
      *****************************************************************
       020000-FECHA-DE-CORTE.
           MOVE WSV-ANIO TO WSV-SIG-ANIO
           MOVE WSV-MES  TO WSV-SIG-MES
           MOVE 1        TO WSV-SIG-DIA
           IF WSV-SIG-MES = 12
              MOVE 1 TO WSV-SIG-MES
              ADD 1 TO WSV-SIG-ANIO
           ELSE
              ADD 1 TO WSV-SIG-MES
           END-IF
           COMPUTE WSV-FECHACORTE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WSV-PRIMERODESIG) - 1)
           IF WSV-FECHACORTE > WSV-FECHA-SISTEMA
              MOVE WSV-FECHA-SISTEMA TO WSV-FECHACORTE
              DISPLAY "ATENCION: EL MES NO CERRO, SE CLASIFICA AL "
                      WSV-FECHACORTE
           END-IF
           DISPLAY "CENTRAL DE DEUDORES - PERIODO " WSV-PERIODO
                   " - SITUACION AL " WSV-FECHACORTE.

       100000-CARGAR-CUOTAS.
           MOVE 0 TO WSV-CANTCUOTAS
           MOVE 0 TO WSV-CANTCLIENTES
           OPEN INPUT CUOTAS
           IF NOT WSS-FS-CUOTAS-OK
              DISPLAY "NO SE PUDO ABRIR CUOTAS.DAT"
              DISPLAY "FILE STATUS " WSS-FS-CUOTAS
           ELSE
              PERFORM UNTIL WSS-FS-CUOTAS-EOF
                 READ CUOTAS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSA-LEIDOS
                       IF FSC-ESTADO NOT = WSC-ESTADO-REFINAN
                          AND FSC-FECHA <= WSV-FECHACORTE
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
                 MOVE WSV-POSCLIENTE   TO CUO-CLIENTE(WSV-CANTCUOTAS)
                 MOVE FSC-NUMERO-CUOTA TO CUO-NRO(WSV-CANTCUOTAS)
                 COMPUTE CUO-IMPORTE(WSV-CANTCUOTAS) =
                         FSC-IMPORTE + FSC-MORA
                 MOVE FSC-VENCIMIENTO  TO
                                       CUO-VENCIMIENTO(WSV-CANTCUOTAS)
                 MOVE FSC-ESTADO       TO CUO-ESTADO(WSV-CANTCUOTAS)
                 IF FSC-PLANREF IS NUMERIC
                    MOVE FSC-PLANREF   TO CUO-PLANREF(WSV-CANTCUOTAS)
                 ELSE
                    MOVE 0             TO CUO-PLANREF(WSV-CANTCUOTAS)
                 END-IF
                 MOVE 0                TO CUO-PAGADO(WSV-CANTCUOTAS)
              END-IF
           END-IF.

       110000-BUSCAR-CLIENTE.
           MOVE 0 TO WSV-POSCLIENTE
           PERFORM VARYING WSI-C FROM 1 BY 1
                   UNTIL WSI-C > WSV-CANTCLIENTES
                      OR WSV-POSCLIENTE > 0
              IF CLI-NOMBRE(WSI-C) = WSV-NOMBRE
                 AND CLI-APELLIDO(WSI-C) = WSV-APELLIDO
                 MOVE WSI-C TO WSV-POSCLIENTE
              END-IF
           END-PERFORM
           IF WSV-POSCLIENTE = 0 AND WSV-CANTCLIENTES < 500
              ADD 1 TO WSV-CANTCLIENTES
              MOVE WSV-CANTCLIENTES TO WSV-POSCLIENTE
              MOVE WSV-NOMBRE   TO CLI-NOMBRE(WSV-POSCLIENTE)
              MOVE WSV-APELLIDO TO CLI-APELLIDO(WSV-POSCLIENTE)
              MOVE 0            TO CLI-CUIT(WSV-POSCLIENTE)
              MOVE 0            TO CLI-DEUDA(WSV-POSCLIENTE)
              MOVE 0            TO CLI-MAXATRASO(WSV-POSCLIENTE)
              MOVE 'N'          TO CLI-REFINAN(WSV-POSCLIENTE)
              MOVE 'N'          TO CLI-GESTION(WSV-POSCLIENTE)
              MOVE 'N'          TO CLI-CASTIGO(WSV-POSCLIENTE)
              MOVE 1            TO CLI-SITUACION(WSV-POSCLIENTE)
           END-IF.

      *****************************************************************
      * SOLO CUENTAN LOS PAGOS HECHOS HASTA LA FECHA DE CORTE: LO     *
      * COBRADO DESPUES NO CAMBIA LA SITUACION DEL MES INFORMADO.     *
      *****************************************************************
       200000-CARGAR-PAGOS.
           OPEN INPUT PAGOS
           IF WSS-FS-PAGOS-OK
              PERFORM UNTIL WSS-FS-PAGOS-EOF
                 READ PAGOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF PAG-FECHA <= WSV-FECHACORTE
                          MOVE PAG-NOMBRE   TO WSV-NOMBRE
                          MOVE PAG-APELLIDO TO WSV-APELLIDO
                          MOVE PAG-NUMERO-CUOTA TO WSI-N
                          PERFORM 205000-BUSCAR-CUOTA
                          IF WSI-I > 0
                             ADD PAG-IMPORTE TO CUO-PAGADO(WSI-I)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAGOS
           END-IF.

      *****************************************************************
      * DEVUELVE EN WSI-I LA CUOTA WSI-N DEL CLIENTE WSV-NOMBRE/      *
      * WSV-APELLIDO, O CERO SI NO ESTA EN LA TABLA.                  *
      *****************************************************************
       205000-BUSCAR-CUOTA.
           MOVE 0 TO WSV-POSCLIENTE
           PERFORM VARYING WSI-C FROM 1 BY 1
                   UNTIL WSI-C > WSV-CANTCLIENTES
                      OR WSV-POSCLIENTE > 0
              IF CLI-NOMBRE(WSI-C) = WSV-NOMBRE
                 AND CLI-APELLIDO(WSI-C) = WSV-APELLIDO
                 MOVE WSI-C TO WSV-POSCLIENTE
              END-IF
           END-PERFORM
           MOVE 0 TO WSI-I
           IF WSV-POSCLIENTE > 0
              PERFORM VARYING WSI-C FROM 1 BY 1
                      UNTIL WSI-C > WSV-CANTCUOTAS OR WSI-I > 0
                 IF CUO-CLIENTE(WSI-C) = WSV-POSCLIENTE
                    AND CUO-NRO(WSI-C) = WSI-N
                    MOVE WSI-C TO WSI-I
                 END-IF
              END-PERFORM
           END-IF.

      *****************************************************************
      * EL DESCUENTO POR PRONTO PAGO VIGENTE CANCELA SU PARTE DE LA   *
      * CUOTA, IGUAL QUE EN PAGOS-09-FL.                              *
      *****************************************************************
       210000-CARGAR-DESCUENTOS.
           OPEN INPUT DESCUENTOS
           IF WSS-FS-DESCUENTOS-OK
              PERFORM UNTIL WSS-FS-DESCUENTOS-EOF
                 READ DESCUENTOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF DSC-ESTADO NOT = 'A'
                          AND DSC-FECHAPAGO <= WSV-FECHACORTE
                          MOVE DSC-NOMBRE   TO WSV-NOMBRE
                          MOVE DSC-APELLIDO TO WSV-APELLIDO
                          MOVE DSC-NUMERO-CUOTA TO WSI-N
                          PERFORM 205000-BUSCAR-CUOTA
                          IF WSI-I > 0
                             ADD DSC-DESCUENTO TO CUO-PAGADO(WSI-I)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DESCUENTOS
           END-IF.

      *****************************************************************
      * GESTION EXTERNA: LA ASIGNACION ABIERTA ('A' O 'G') A LA FECHA *
      * DE CORTE MARCA 'G'; LA DEVUELTA INCOBRABLE MARCA 'I'.         *
      *****************************************************************
       220000-CARGAR-GESTIONES.
           OPEN INPUT GESTIONES
           IF WSS-FS-GESTIONES-OK
              PERFORM UNTIL WSS-FS-GESTIONES-EOF
                 READ GESTIONES
                    AT END
                       CONTINUE
                    NOT AT END
                       IF GES-FECHAASIG <= WSV-FECHACORTE
                          MOVE GES-NOMBRE   TO WSV-NOMBRE
                          MOVE GES-APELLIDO TO WSV-APELLIDO
                          PERFORM 225000-UBICAR-CLIENTE
                          IF WSV-POSCLIENTE > 0
                             EVALUATE GES-ESTADO
                                WHEN 'A'
                                WHEN 'G'
                                   IF CLI-GESTION(WSV-POSCLIENTE)
                                      NOT = 'I'
                                      MOVE 'G' TO
                                           CLI-GESTION(WSV-POSCLIENTE)
                                   END-IF
                                WHEN 'I'
                                   MOVE 'I' TO
                                        CLI-GESTION(WSV-POSCLIENTE)
                                WHEN OTHER
                                   CONTINUE
                             END-EVALUATE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GESTIONES
           END-IF.

       225000-UBICAR-CLIENTE.
           MOVE 0 TO WSV-POSCLIENTE
           PERFORM VARYING WSI-C FROM 1 BY 1
                   UNTIL WSI-C > WSV-CANTCLIENTES
                      OR WSV-POSCLIENTE > 0
              IF CLI-NOMBRE(WSI-C) = WSV-NOMBRE
                 AND CLI-APELLIDO(WSI-C) = WSV-APELLIDO
                 MOVE WSI-C TO WSV-POSCLIENTE
              END-IF
           END-PERFORM.

       230000-CARGAR-CASTIGOS.
           OPEN INPUT CASTIGOS
           IF WSS-FS-CASTIGOS-OK
              PERFORM UNTIL WSS-FS-CASTIGOS-EOF
                 READ CASTIGOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF CAS-FECHA <= WSV-FECHACORTE
                          MOVE CAS-NOMBRE   TO WSV-NOMBRE
                          MOVE CAS-APELLIDO TO WSV-APELLIDO
                          PERFORM 225000-UBICAR-CLIENTE
                          IF WSV-POSCLIENTE > 0
                             MOVE 'S' TO CLI-CASTIGO(WSV-POSCLIENTE)
                             IF CAS-CUIT IS NUMERIC AND CAS-CUIT > 0
                                MOVE CAS-CUIT TO
                                     CLI-CUIT(WSV-POSCLIENTE)
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CASTIGOS
           END-IF.

      *****************************************************************
      * NOMBRES.DAT EN MEMORIA (LOS NOMBRES DADOS DE BAJA POR FUSION, *
      * 'D', NO CUENTAN) PARA BUSCAR EL CUIT DE CADA DEUDOR SIN       *
      * RELEER EL ARCHIVO.                                            *
      *****************************************************************
       240000-CARGAR-NOMBRES.
           MOVE 0 TO WSV-CANTNOMBRES
           OPEN INPUT NOMBRES
           IF WSS-FS-NOMBRES-OK
              PERFORM UNTIL WSS-FS-NOMBRES-EOF
                 READ NOMBRES
                    AT END
                       CONTINUE
                    NOT AT END
                       IF FSN-CUIT IS NUMERIC
                          AND FSN-CUIT > 0
                          AND FSN-ESTADO NOT = 'D'
                          IF WSV-CANTNOMBRES < 2000
                             ADD 1 TO WSV-CANTNOMBRES
                             MOVE FSN-NOMBRE   TO
                                  NOM-NOMBRE(WSV-CANTNOMBRES)
                             MOVE FSN-APELLIDO TO
                                  NOM-APELLIDO(WSV-CANTNOMBRES)
                             MOVE FSN-CUIT     TO
                                  NOM-CUIT(WSV-CANTNOMBRES)
                          ELSE
                             MOVE 1 TO WSV-TRUNCADO
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE NOMBRES
           END-IF.

      *****************************************************************
      * DEUDA Y MAYOR ATRASO DE CADA CLIENTE A LA FECHA DE CORTE, Y   *
      * SU SITUACION: PRIMERO POR DIAS DE ATRASO Y LUEGO AGRAVADA POR *
      * REFINANCIACION, GESTION EXTERNA O CASTIGO.                    *
      *****************************************************************
       300000-CLASIFICAR.
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCUOTAS
              COMPUTE WSV-PENDIENTE =
                      CUO-IMPORTE(WSI-I) - CUO-PAGADO(WSI-I)
              IF WSV-PENDIENTE > 0
                 MOVE CUO-CLIENTE(WSI-I) TO WSI-C
                 ADD WSV-PENDIENTE TO CLI-DEUDA(WSI-C)
                 IF CUO-VENCIMIENTO(WSI-I) < WSV-FECHACORTE
                    COMPUTE WSV-DIAS =
                        FUNCTION INTEGER-OF-DATE(WSV-FECHACORTE)
                        - FUNCTION INTEGER-OF-DATE(
                              CUO-VENCIMIENTO(WSI-I))
                    IF WSV-DIAS > CLI-MAXATRASO(WSI-C)
                       MOVE WSV-DIAS TO CLI-MAXATRASO(WSI-C)
                    END-IF
                 END-IF
                 IF CUO-PLANREF(WSI-I) > 0
                    MOVE 'S' TO CLI-REFINAN(WSI-C)
                 END-IF
                 IF CUO-ESTADO(WSI-I) = WSC-ESTADO-CASTIGADA
                    MOVE 'S' TO CLI-CASTIGO(WSI-C)
                 END-IF
              END-IF
           END-PERFORM

           PERFORM VARYING WSI-C FROM 1 BY 1
                   UNTIL WSI-C > WSV-CANTCLIENTES
              PERFORM 310000-SITUACION-CLIENTE
              PERFORM 320000-BUSCAR-CUIT
           END-PERFORM.

       310000-SITUACION-CLIENTE.
           EVALUATE TRUE
              WHEN CLI-MAXATRASO(WSI-C) <= WSC-LIMITE1
                 MOVE 1 TO WSV-SITUACION
              WHEN CLI-MAXATRASO(WSI-C) <= WSC-LIMITE2
                 MOVE 2 TO WSV-SITUACION
              WHEN CLI-MAXATRASO(WSI-C) <= WSC-LIMITE3
                 MOVE 3 TO WSV-SITUACION
              WHEN CLI-MAXATRASO(WSI-C) <= WSC-LIMITE4
                 MOVE 4 TO WSV-SITUACION
              WHEN OTHER
                 MOVE 5 TO WSV-SITUACION
           END-EVALUATE
           IF CLI-REFINAN(WSI-C) = 'S'
              AND WSV-SITUACION < WSC-MINREFINAN
              MOVE WSC-MINREFINAN TO WSV-SITUACION
           END-IF
           IF CLI-GESTION(WSI-C) = 'G'
              AND WSV-SITUACION < WSC-MINGESTION
              MOVE WSC-MINGESTION TO WSV-SITUACION
           END-IF
           IF CLI-GESTION(WSI-C) = 'I' OR CLI-CASTIGO(WSI-C) = 'S'
              MOVE 5 TO WSV-SITUACION
           END-IF
           MOVE WSV-SITUACION TO CLI-SITUACION(WSI-C).

       320000-BUSCAR-CUIT.
           IF CLI-CUIT(WSI-C) = 0
              PERFORM VARYING WSI-N FROM 1 BY 1
                      UNTIL WSI-N > WSV-CANTNOMBRES
                 IF FUNCTION TRIM(NOM-NOMBRE(WSI-N)) =
                    FUNCTION TRIM(CLI-NOMBRE(WSI-C))
                    AND FUNCTION TRIM(NOM-APELLIDO(WSI-N)) =
                    FUNCTION TRIM(CLI-APELLIDO(WSI-C))
                    MOVE NOM-CUIT(WSI-N) TO CLI-CUIT(WSI-C)
                 END-IF
              END-PERFORM
           END-IF.

      *****************************************************************
      * LISTA DE EXCEPCIONES: SE ARMA ANTES QUE LA EXPORTACION PARA   *
      * QUE LOS DEUDORES SIN CUIT SE REGULARICEN ANTES DE PRESENTAR.  *
      *****************************************************************
       400000-GENERAR-EXCEPCIONES.
           OPEN OUTPUT EXCEPCION
           IF NOT WSS-FS-EXCEPCION-OK
              DISPLAY "NO SE PUDO GENERAR CENDEUEXC.DAT"
              DISPLAY "FILE STATUS " WSS-FS-EXCEPCION
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
              PERFORM VARYING WSI-C FROM 1 BY 1
                      UNTIL WSI-C > WSV-CANTCLIENTES
                 IF CLI-DEUDA(WSI-C) > 0 AND CLI-CUIT(WSI-C) = 0
                    MOVE WSV-PERIODO          TO EXC-PERIODO
                    MOVE CLI-NOMBRE(WSI-C)    TO EXC-NOMBRE
                    MOVE CLI-APELLIDO(WSI-C)  TO EXC-APELLIDO
                    MOVE CLI-SITUACION(WSI-C) TO EXC-SITUACION
                    MOVE CLI-DEUDA(WSI-C)     TO EXC-DEUDA
                    MOVE 'SIN CUIT EN NOMBRES.DAT' TO EXC-MOTIVO
                    WRITE REG-EXCEPCION
                    ADD 1 TO WSA-SINCUIT
                    ADD CLI-DEUDA(WSI-C) TO WSA-DEUDASINCUIT
                    MOVE CLI-DEUDA(WSI-C) TO WSM-DEUDA
                    DISPLAY "SIN CUIT: "
                            FUNCTION TRIM(CLI-NOMBRE(WSI-C)) " "
                            FUNCTION TRIM(CLI-APELLIDO(WSI-C))
                            " SITUACION " CLI-SITUACION(WSI-C)
                            " DEUDA " WSM-DEUDA
                 END-IF
              END-PERFORM
              CLOSE EXCEPCION
           END-IF.

       500000-GENERAR-EXPORTACION.
           INITIALIZE TABLA-SITUACIONES
           OPEN OUTPUT CENDEU
           IF NOT WSS-FS-CENDEU-OK
              DISPLAY "NO SE PUDO GENERAR CENDEU.DAT"
              DISPLAY "FILE STATUS " WSS-FS-CENDEU
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
              PERFORM VARYING WSI-C FROM 1 BY 1
                      UNTIL WSI-C > WSV-CANTCLIENTES
                 IF CLI-DEUDA(WSI-C) > 0 AND CLI-CUIT(WSI-C) > 0
                    PERFORM 510000-GRABAR-DEUDOR
                 END-IF
              END-PERFORM
              MOVE SPACES         TO REG-CENDEU-CONTROL
              MOVE 'T'            TO CDT-TIPOREG
              MOVE WSV-PERIODO    TO CDT-PERIODO
              MOVE WSA-INFORMADOS TO CDT-CANTIDAD
              MOVE WSA-DEUDATOTAL TO CDT-DEUDATOTAL
              WRITE REG-CENDEU-CONTROL
              CLOSE CENDEU
           END-IF.

       510000-GRABAR-DEUDOR.
           MOVE SPACES                TO REG-CENDEU
           MOVE 'D'                   TO CDE-TIPOREG
           MOVE WSV-PERIODO           TO CDE-PERIODO
           MOVE CLI-CUIT(WSI-C)       TO CDE-CUIT
           STRING FUNCTION TRIM(CLI-APELLIDO(WSI-C)) DELIMITED BY SIZE
                  ' '                                DELIMITED BY SIZE
                  FUNCTION TRIM(CLI-NOMBRE(WSI-C))   DELIMITED BY SIZE
                  INTO CDE-DENOMINACION
           END-STRING
           MOVE CLI-SITUACION(WSI-C)  TO CDE-SITUACION
           MOVE CLI-DEUDA(WSI-C)      TO CDE-DEUDA
           MOVE CLI-MAXATRASO(WSI-C)  TO CDE-DIASATRASO
           MOVE 'N'                   TO CDE-REFINANCIADO
           MOVE 'N'                   TO CDE-GESTION
           MOVE 'N'                   TO CDE-CASTIGADO
           IF CLI-REFINAN(WSI-C) = 'S'
              MOVE 'R' TO CDE-REFINANCIADO
           END-IF
           IF CLI-GESTION(WSI-C) NOT = 'N'
              MOVE 'G' TO CDE-GESTION
           END-IF
           IF CLI-CASTIGO(WSI-C) = 'S'
              MOVE 'C' TO CDE-CASTIGADO
           END-IF
           WRITE REG-CENDEU
           ADD 1 TO WSA-INFORMADOS
           ADD CLI-DEUDA(WSI-C) TO WSA-DEUDATOTAL
           MOVE CLI-SITUACION(WSI-C) TO WSI-S
           ADD 1 TO SIT-CANTIDAD(WSI-S)
           ADD CLI-DEUDA(WSI-C) TO SIT-DEUDA(WSI-S).

       600000-RESUMEN.
           DISPLAY "**************************************"
           DISPLAY "CENTRAL DE DEUDORES - PERIODO " WSV-PERIODO
           PERFORM VARYING WSI-S FROM 1 BY 1 UNTIL WSI-S > 5
              MOVE SIT-CANTIDAD(WSI-S) TO WSM-CANT
              MOVE SIT-DEUDA(WSI-S)    TO WSM-TOTAL
              DISPLAY "SITUACION " WSI-S ": " WSM-CANT
                      " DEUDORES " WSM-TOTAL
           END-PERFORM
           MOVE WSA-INFORMADOS TO WSM-CANT
           MOVE WSA-DEUDATOTAL TO WSM-TOTAL
           DISPLAY "TOTAL INFORMADO:  " WSM-CANT " DEUDORES " WSM-TOTAL
           MOVE WSA-SINCUIT      TO WSM-CANT
           MOVE WSA-DEUDASINCUIT TO WSM-TOTAL
           DISPLAY "SIN CUIT (FUERA): " WSM-CANT " DEUDORES " WSM-TOTAL
           IF WSA-SINCUIT > 0
              DISPLAY "REGULARIZAR LOS CUIT DE CENDEUEXC.DAT Y "
                      "REPETIR LA CORRIDA ANTES DE PRESENTAR"
           END-IF
           DISPLAY "ARCHIVO A PRESENTAR: CENDEU.DAT"
           DISPLAY "**************************************".

       COPY FSFECHAPROC.

       COPY FSLOGPROC.

       END PROGRAM CENDEU-09-FL.
