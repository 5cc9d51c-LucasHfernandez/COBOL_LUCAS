      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 18/10/2019
      * Purpose: INFORME MENSUAL DE OPOSICION DE FUNCIONES PARA
      *          AUDITORIA: LISTA CADA PAR DE ACCIONES QUE DEBIERON
      *          HACER DOS PERSONAS Y HIZO UNA SOLA - PAGO REGISTRADO
      *          Y ANULADO POR EL MISMO USUARIO (ANULPAGOS.DAT),
      *          SESION DE CAJA ABIERTA Y CERRADA POR EL MISMO CAJERO
      *          (CAJASES.DAT), VALE DE CAJA AUTORIZADO POR QUIEN LO
      *          EMITIO (EGRESOS.DAT) Y MOVIMIENTO CARGADO Y REVERSADO
      *          POR EL MISMO OPERADOR (MOVIMIENTOS.DAT) - CON
      *          IMPORTES Y FECHAS, Y CIERRA CON LOS TOTALES POR
      *          USUARIO. CADA USUARIO CON CASOS QUEDA COMO EXCEPCION
      *          EN LA BANDEJA CENTRAL. QUEDA EN OPOSICION.DAT.
      *          SI ALGUNA TABLA SE LLENA EL AVISO QUEDA EN EL
      *          INFORME Y TERMINA CON 4; SIN INFORME, CON 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPOSIC-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANULPAGOS ASSIGN TO DISK 'ANULPAGOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ANULADOS.

           SELECT CAJASES   ASSIGN TO DISK 'CAJASES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CAJASES.

           SELECT EGRESOS   ASSIGN TO DISK 'EGRESOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-EGRESOS.

           SELECT MOVIMIENTOS ASSIGN TO DISK 'MOVIMIENTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MOVIM.

           SELECT INFORME   ASSIGN TO DISK 'OPOSICION.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-INFORME.

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

      *****************************************************************
      * ANULPAGOS.DAT (ANULPAG-09-FL): ANU-OPERPAGO ES QUIEN REGISTRO *
      * EL PAGO Y ANU-SUPERVISOR QUIEN LO ANULO. LAS ANULACIONES      *
      * ANTERIORES AL CAMPO LO TRAEN EN BLANCO Y NO SE INFORMAN.      *
      *****************************************************************
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
          05 ANU-OPERPAGO          PIC X(10).

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
          05 SES-OPERAPERTURA      PIC X(10).
          05 SES-OPERCIERRE        PIC X(10).
          05 SES-FECHACIERRE       PIC X(08).

       FD EGRESOS.
       01 REG-EGRESO.
          05 EGR-SESION            PIC 9(04).
          05 EGR-COMPROBANTE       PIC 9(06).
          05 EGR-CONCEPTO          PIC X(03).
          05 EGR-IMPORTE           PIC 9(08)V9(02).
          05 EGR-FECHA             PIC 9(08).
          05 EGR-AUTORIZANTE       PIC X(10).
          05 EGR-OPERADOR          PIC X(10).

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
           05 MOV-ORDENANTE            PIC 9(08).
           05 MOV-OPERADOR             PIC X(10).

       FD INFORME.
       01 REG-INFORME              PIC X(100).

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
          05 WSV-FECHA-SISTEMA    PIC 9(08)       VALUE 0.
          05 WSV-FECHA-SISTEMA-X REDEFINES WSV-FECHA-SISTEMA.
             10 WSV-PERIODO-SISTEMA PIC 9(06).
             10 FILLER            PIC 9(02).
          05 WSV-PERIODO          PIC 9(06)       VALUE 0.
          05 WSV-PERIODO-X REDEFINES WSV-PERIODO.
             10 WSV-ANIO          PIC 9(04).
             10 WSV-MES           PIC 9(02).
          05 WSV-CLIENTE          PIC X(30)       VALUE SPACES.
          05 WSV-USUARIO          PIC X(10)       VALUE SPACES.
          05 WSV-CASO             PIC 9(01)       VALUE 0.
          05 WSV-IMPCASO          PIC 9(13)V9(02) VALUE 0.
          05 WSV-POSICION         PIC 9(02)       VALUE 0.
          05 WSV-CANTCASOS        PIC 9(05)       VALUE 0.
          05 WSV-TRUNCADO         PIC 9(01)       VALUE 0.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSI-K                PIC 9(01)       VALUE 0.
          05 WSI-J                PIC 9(02)       VALUE 0.
          05 WSV-CANTOPER         PIC 9(02)       VALUE 0.
          05 WSV-CANTREV          PIC 9(03)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-LEIDOS           PIC 9(07)       VALUE 0.
          05 WSA-CASOS            PIC 9(05)       VALUE 0.
          05 WSA-TIPO             PIC 9(05)       OCCURS 4 TIMES.

       01 SWITCHES.
          05 WSS-FS-ANULADOS      PIC X(02).
            88 WSS-FS-ANULADOS-OK                 VALUE '00'.
            88 WSS-FS-ANULADOS-EOF                VALUE '10'.
          05 WSS-FS-CAJASES       PIC X(02).
            88 WSS-FS-CAJASES-OK                  VALUE '00'.
            88 WSS-FS-CAJASES-EOF                 VALUE '10'.
          05 WSS-FS-EGRESOS       PIC X(02).
            88 WSS-FS-EGRESOS-OK                  VALUE '00'.
            88 WSS-FS-EGRESOS-EOF                 VALUE '10'.
          05 WSS-FS-MOVIM         PIC X(02).
            88 WSS-FS-MOVIM-OK                    VALUE '00'.
            88 WSS-FS-MOVIM-EOF                   VALUE '10'.
          05 WSS-FS-INFORME       PIC X(02).
            88 WSS-FS-INFORME-OK                  VALUE '00'.

       01 MASCARAS.
          05 WSM-IMPORTE          PIC Z(12)9,99.
          05 WSM-DIFERENCIA       PIC +Z(08)9,99.
          05 WSM-CANTIDAD         PIC Z(04)9.

      *****************************************************************
      * REVERSAS DEL MES (PRIMERA PASADA DE MOVIMIENTOS.DAT) Y, EN LA *
      * SEGUNDA, EL OPERADOR Y LA FECHA DEL MOVIMIENTO ORIGINAL.      *
      *****************************************************************
       01 TABLA-REVERSAS.
          05 WST-REVERSA          OCCURS 200 TIMES.
             10 REV-CUENTA        PIC X(08).
             10 REV-CPTEORIG      PIC 9(06).
             10 REV-CPTE          PIC 9(06).
             10 REV-FECHA         PIC 9(08).
             10 REV-IMPORTE       PIC 9(13)V9(02).
             10 REV-OPERADOR      PIC X(10).
             10 REV-FECHAORIG     PIC 9(08).
             10 REV-OPERORIG      PIC X(10).

      *****************************************************************
      * TOTALES POR USUARIO Y POR TIPO DE CASO: 1 PAGO ANULADO, 2     *
      * SESION DE CAJA, 3 VALE AUTOAUTORIZADO, 4 REVERSA PROPIA.      *
      *****************************************************************
       01 TABLA-OPERADORES.
          05 WST-OPERADOR         OCCURS 50 TIMES.
             10 OPR-USUARIO       PIC X(10).
             10 OPR-CASO          OCCURS 4 TIMES.
                15 OPR-CANTIDAD   PIC 9(05).
                15 OPR-IMPORTE    PIC 9(13)V9(02).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'OPOSIC-09-FL' TO WS-LOG-PROGRAMA
           MOVE 'OPOSIC-09-FL' TO WS-EXC-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           PERFORM 9300-LEER-FECHA-PROCESO
           MOVE WS-FPR-FECHA TO WSV-FECHA-SISTEMA
           INITIALIZE ACUMULADORES

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
              OPEN OUTPUT INFORME
              IF NOT WSS-FS-INFORME-OK
                 DISPLAY "NO SE PUDO GENERAR OPOSICION.DAT"
                 DISPLAY "FILE STATUS " WSS-FS-INFORME
                 MOVE 8 TO RETURN-CODE
                 SET WS-LOG-TERMINO-ERROR TO TRUE
              ELSE
                 MOVE SPACES TO REG-INFORME
                 STRING 'OPOSICION DE FUNCIONES DEL PERIODO '
                        WSV-PERIODO
                        ' - EMITIDO EL ' WSV-FECHA-SISTEMA
                        DELIMITED BY SIZE INTO REG-INFORME
                 PERFORM 900000-GRABAR-LINEA
                 MOVE ALL '=' TO REG-INFORME
                 PERFORM 900000-GRABAR-LINEA
                 PERFORM 100000-PAGOS-ANULADOS
                 PERFORM 200000-SESIONES-CAJA
                 PERFORM 300000-VALES-CAJA
                 PERFORM 400000-REVERSAS
                 PERFORM 500000-TOTALES-OPERADOR
      *****************************************************************
      * UN INFORME INCOMPLETO NO DEBE LEERSE COMO COMPLETO: EL AVISO  *
      * QUEDA TAMBIEN EN OPOSICION.DAT Y LA CORRIDA TERMINA CON 4.    *
      *****************************************************************
                 IF WSV-TRUNCADO = 1
                    MOVE SPACES TO REG-INFORME
                    MOVE '*** ATENCION: ALGUNA TABLA SE LLENO, '
                         TO REG-INFORME
                    MOVE 'EL INFORME ESTA INCOMPLETO ***'
                         TO REG-INFORME(38:)
                    PERFORM 900000-GRABAR-LINEA
                    MOVE 4 TO RETURN-CODE
                 END-IF
                 CLOSE INFORME
                 DISPLAY "CASOS DEL PERIODO " WSV-PERIODO ": " WSA-CASOS
                 DISPLAY "INFORME EN OPOSICION.DAT"
                 IF WSV-TRUNCADO = 1
                    DISPLAY "ATENCION: ALGUNA TABLA SE LLENO, EL "
                            "INFORME ESTA INCOMPLETO"
                 END-IF
              END-IF
           END-IF
           MOVE WSA-LEIDOS TO WS-LOG-LEIDOS
           MOVE WSA-CASOS  TO WS-LOG-GRABADOS
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
      * PAGOS ANULADOS EN EL MES POR EL MISMO USUARIO QUE LOS HABIA   *
      * REGISTRADO.                                                   *
      *****************************************************************
       100000-PAGOS-ANULADOS.
           MOVE 1 TO WSV-CASO
           MOVE 'PAGOS REGISTRADOS Y ANULADOS POR EL MISMO USUARIO'
                TO REG-INFORME
           PERFORM 900000-GRABAR-LINEA
           MOVE 'USUARIO    F.PAGO   F.ANUL.  CLIENTE                  '
                TO REG-INFORME
           MOVE '      CUOTA          IMPORTE' TO REG-INFORME(58:)
           PERFORM 900000-GRABAR-LINEA
           OPEN INPUT ANULPAGOS
           IF WSS-FS-ANULADOS-OK
              PERFORM UNTIL WSS-FS-ANULADOS-EOF
                 READ ANULPAGOS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSA-LEIDOS
                       IF ANU-OPERPAGO NOT = SPACES
                          AND ANU-OPERPAGO = ANU-SUPERVISOR
                          AND ANU-FECHAANUL(1:6) = WSV-PERIODO
                          PERFORM 110000-LISTAR-ANULACION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ANULPAGOS
           END-IF
           PERFORM 950000-CERRAR-SECCION.

       110000-LISTAR-ANULACION.
           MOVE SPACES TO WSV-CLIENTE
           STRING FUNCTION TRIM(ANU-NOMBRE) ' '
                  FUNCTION TRIM(ANU-APELLIDO)
                  DELIMITED BY SIZE INTO WSV-CLIENTE
           MOVE ANU-IMPORTE TO WSM-IMPORTE
           MOVE SPACES TO REG-INFORME
           STRING ANU-OPERPAGO ' ' ANU-FECHAPAGO ' ' ANU-FECHAANUL
                  ' ' WSV-CLIENTE '    ' ANU-NUMERO-CUOTA
                  ' ' WSM-IMPORTE
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 900000-GRABAR-LINEA
           MOVE ANU-OPERPAGO TO WSV-USUARIO
           MOVE ANU-IMPORTE  TO WSV-IMPCASO
           PERFORM 800000-SUMAR-OPERADOR.

      *****************************************************************
      * SESIONES CERRADAS EN EL MES POR EL MISMO CAJERO QUE LAS       *
      * ABRIO: NADIE CONTROLO EL ARQUEO. EL IMPORTE ES LO COBRADO EN  *
      * EFECTIVO EN LA SESION.                                        *
      *****************************************************************
       200000-SESIONES-CAJA.
           MOVE 2 TO WSV-CASO
           MOVE 'SESIONES DE CAJA ABIERTA Y CERRADA POR EL MISMO CAJERO'
                TO REG-INFORME
           PERFORM 900000-GRABAR-LINEA
           MOVE 'USUARIO    SESION APERTURA CIERRE   OFI' TO REG-INFORME
           MOVE '          COBRADO' TO REG-INFORME(41:)
           MOVE '     DIFERENCIA' TO REG-INFORME(58:)
           PERFORM 900000-GRABAR-LINEA
           OPEN INPUT CAJASES
           IF WSS-FS-CAJASES-OK
              PERFORM UNTIL WSS-FS-CAJASES-EOF
                 READ CAJASES
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSA-LEIDOS
                       IF SES-ESTADO = 'C'
                          AND SES-OPERAPERTURA NOT = SPACES
                          AND SES-OPERAPERTURA = SES-OPERCIERRE
                          AND SES-FECHACIERRE(1:6) = WSV-PERIODO
                          PERFORM 210000-LISTAR-SESION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CAJASES
           END-IF
           PERFORM 950000-CERRAR-SECCION.

       210000-LISTAR-SESION.
           MOVE SES-RECAUDADO  TO WSM-IMPORTE
           MOVE SES-DIFERENCIA TO WSM-DIFERENCIA
           MOVE SPACES TO REG-INFORME
           STRING SES-OPERAPERTURA ' ' SES-NUMERO '   ' SES-FECHA
                  ' ' SES-FECHACIERRE ' ' SES-OFICINA ' ' WSM-IMPORTE
                  ' ' WSM-DIFERENCIA
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 900000-GRABAR-LINEA
           MOVE SES-OPERAPERTURA TO WSV-USUARIO
           MOVE SES-RECAUDADO    TO WSV-IMPCASO
           PERFORM 800000-SUMAR-OPERADOR.

      *****************************************************************
      * VALES DE CAJA DEL MES QUE SUPERARON EL TOPE Y LOS AUTORIZO EL *
      * MISMO CAJERO QUE LOS EMITIO (LOS VALES BAJO EL TOPE NO LLEVAN *
      * AUTORIZANTE Y NO SON CASO).                                   *
      *****************************************************************
       300000-VALES-CAJA.
           MOVE 3 TO WSV-CASO
           MOVE 'VALES DE CAJA AUTORIZADOS POR QUIEN LOS EMITIO'
                TO REG-INFORME
           PERFORM 900000-GRABAR-LINEA
           MOVE 'USUARIO    VALE   SESION FECHA    CONCEPTO'
                TO REG-INFORME
           MOVE '                IMPORTE' TO REG-INFORME(58:)
           PERFORM 900000-GRABAR-LINEA
           OPEN INPUT EGRESOS
           IF WSS-FS-EGRESOS-OK
              PERFORM UNTIL WSS-FS-EGRESOS-EOF
                 READ EGRESOS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSA-LEIDOS
                       IF EGR-OPERADOR NOT = SPACES
                          AND EGR-OPERADOR = EGR-AUTORIZANTE
                          AND EGR-FECHA(1:6) = WSV-PERIODO
                          PERFORM 310000-LISTAR-VALE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EGRESOS
           END-IF
           PERFORM 950000-CERRAR-SECCION.

       310000-LISTAR-VALE.
           MOVE EGR-IMPORTE TO WSM-IMPORTE
           MOVE SPACES TO REG-INFORME
           STRING EGR-OPERADOR ' ' EGR-COMPROBANTE ' ' EGR-SESION
                  '   ' EGR-FECHA ' ' EGR-CONCEPTO
                  '                         ' WSM-IMPORTE
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 900000-GRABAR-LINEA
           MOVE EGR-OPERADOR TO WSV-USUARIO
           MOVE EGR-IMPORTE  TO WSV-IMPCASO
           PERFORM 800000-SUMAR-OPERADOR.

      *****************************************************************
      * REVERSAS ASENTADAS EN EL MES POR EL MISMO OPERADOR QUE CARGO  *
      * EL MOVIMIENTO ORIGINAL (DE CUALQUIER FECHA). LAS LINEAS DE    *
      * IMPUESTO (MOTIVO 'I.') VIAJAN CON SU MOVIMIENTO Y NO CUENTAN. *
      *****************************************************************
       400000-REVERSAS.
           MOVE 4 TO WSV-CASO
           MOVE 'MOVIMIENTOS CARGADOS Y REVERSADOS POR EL MISMO USUARIO'
                TO REG-INFORME
           PERFORM 900000-GRABAR-LINEA
           MOVE 'USUARIO    CUENTA   CPTE   F.ORIG.  REVERSA F.REVERSA'
                TO REG-INFORME
           MOVE '                IMPORTE' TO REG-INFORME(58:)
           PERFORM 900000-GRABAR-LINEA
           PERFORM 410000-CARGAR-REVERSAS
           IF WSV-CANTREV > 0
              PERFORM 420000-BUSCAR-ORIGINALES
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTREV
                 IF REV-OPERORIG(WSI-I) = REV-OPERADOR(WSI-I)
                    PERFORM 430000-LISTAR-REVERSA
                 END-IF
              END-PERFORM
           END-IF
           PERFORM 950000-CERRAR-SECCION.

       410000-CARGAR-REVERSAS.
           MOVE 0 TO WSV-CANTREV
           OPEN INPUT MOVIMIENTOS
           IF WSS-FS-MOVIM-OK
              PERFORM UNTIL WSS-FS-MOVIM-EOF
                 READ MOVIMIENTOS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSA-LEIDOS
                       IF MOV-REFREVERSA IS NUMERIC
                          AND MOV-REFREVERSA > 0
                          AND MOV-MOTIVO(1:1) NOT = 'I'
                          AND MOV-OPERADOR NOT = SPACES
                          AND MOV-FECHA(1:6) = WSV-PERIODO
                          IF WSV-CANTREV < 200
                             ADD 1 TO WSV-CANTREV
                             MOVE MOV-NROCUENTA   TO
                                  REV-CUENTA(WSV-CANTREV)
                             MOVE MOV-REFREVERSA  TO
                                  REV-CPTEORIG(WSV-CANTREV)
                             MOVE MOV-COMPROBANTE TO
                                  REV-CPTE(WSV-CANTREV)
                             MOVE MOV-FECHA       TO
                                  REV-FECHA(WSV-CANTREV)
                             MOVE MOV-IMPORTE     TO
                                  REV-IMPORTE(WSV-CANTREV)
                             MOVE MOV-OPERADOR    TO
                                  REV-OPERADOR(WSV-CANTREV)
                             MOVE 0      TO REV-FECHAORIG(WSV-CANTREV)
                             MOVE SPACES TO REV-OPERORIG(WSV-CANTREV)
                          ELSE
                             MOVE 1 TO WSV-TRUNCADO
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MOVIMIENTOS
           END-IF.

       420000-BUSCAR-ORIGINALES.
           OPEN INPUT MOVIMIENTOS
           IF WSS-FS-MOVIM-OK
              PERFORM UNTIL WSS-FS-MOVIM-EOF
                 READ MOVIMIENTOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF MOV-REFREVERSA IS NUMERIC
                          AND MOV-REFREVERSA = 0
                          AND MOV-MOTIVO(1:1) NOT = 'I'
                          PERFORM VARYING WSI-I FROM 1 BY 1
                                  UNTIL WSI-I > WSV-CANTREV
                             IF REV-CPTEORIG(WSI-I) = MOV-COMPROBANTE
                                AND REV-CUENTA(WSI-I) = MOV-NROCUENTA
                                MOVE MOV-FECHA    TO
                                     REV-FECHAORIG(WSI-I)
                                MOVE MOV-OPERADOR TO
                                     REV-OPERORIG(WSI-I)
                             END-IF
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MOVIMIENTOS
           END-IF.

       430000-LISTAR-REVERSA.
           MOVE REV-IMPORTE(WSI-I) TO WSM-IMPORTE
           MOVE SPACES TO REG-INFORME
           STRING REV-OPERADOR(WSI-I) ' ' REV-CUENTA(WSI-I) ' '
                  REV-CPTEORIG(WSI-I) ' ' REV-FECHAORIG(WSI-I) ' '
                  REV-CPTE(WSI-I) '  ' REV-FECHA(WSI-I)
                  '    ' WSM-IMPORTE
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 900000-GRABAR-LINEA
           MOVE REV-OPERADOR(WSI-I) TO WSV-USUARIO
           MOVE REV-IMPORTE(WSI-I)  TO WSV-IMPCASO
           PERFORM 800000-SUMAR-OPERADOR.

      *****************************************************************
      * CUADRO FINAL: POR USUARIO, CANTIDAD E IMPORTE DE CADA TIPO DE *
      * CASO. CADA USUARIO CON CASOS QUEDA EN LA BANDEJA CENTRAL DE   *
      * EXCEPCIONES (UNA POR USUARIO Y PERIODO).                      *
      *****************************************************************
       500000-TOTALES-OPERADOR.
           MOVE 'TOTALES POR USUARIO' TO REG-INFORME
           PERFORM 900000-GRABAR-LINEA
           IF WSV-CANTOPER = 0
              MOVE '   SIN CASOS EN EL PERIODO' TO REG-INFORME
              PERFORM 900000-GRABAR-LINEA
           END-IF
           PERFORM VARYING WSI-I FROM 1 BY 1 UNTIL WSI-I > WSV-CANTOPER
              MOVE 0 TO WSV-CANTCASOS
              MOVE SPACES TO REG-INFORME
              STRING 'USUARIO ' OPR-USUARIO(WSI-I)
                     DELIMITED BY SIZE INTO REG-INFORME
              PERFORM 900000-GRABAR-LINEA
              PERFORM VARYING WSI-K FROM 1 BY 1 UNTIL WSI-K > 4
                 ADD OPR-CANTIDAD(WSI-I, WSI-K) TO WSV-CANTCASOS
                 MOVE OPR-CANTIDAD(WSI-I, WSI-K) TO WSM-CANTIDAD
                 MOVE OPR-IMPORTE(WSI-I, WSI-K)  TO WSM-IMPORTE
                 MOVE SPACES TO REG-INFORME
                 EVALUATE WSI-K
                    WHEN 1
                       STRING '   PAGOS ANULADOS:      '
                              WSM-CANTIDAD ' ' WSM-IMPORTE
                              DELIMITED BY SIZE INTO REG-INFORME
                    WHEN 2
                       STRING '   SESIONES DE CAJA:    '
                              WSM-CANTIDAD ' ' WSM-IMPORTE
                              DELIMITED BY SIZE INTO REG-INFORME
                    WHEN 3
                       STRING '   VALES AUTORIZADOS:   '
                              WSM-CANTIDAD ' ' WSM-IMPORTE
                              DELIMITED BY SIZE INTO REG-INFORME
                    WHEN OTHER
                       STRING '   REVERSAS PROPIAS:    '
                              WSM-CANTIDAD ' ' WSM-IMPORTE
                              DELIMITED BY SIZE INTO REG-INFORME
                 END-EVALUATE
                 PERFORM 900000-GRABAR-LINEA
              END-PERFORM
              SET WS-EXC-MEDIA TO TRUE
              MOVE OPR-USUARIO(WSI-I) TO WS-EXC-CLAVE
              MOVE WSV-CANTCASOS TO WSM-CANTIDAD
              MOVE SPACES TO WS-EXC-DESCRIPCION
              STRING 'OPOSICION DE FUNCIONES ' WSV-PERIODO ':'
                     WSM-CANTIDAD ' CASOS EN OPOSICION.DAT'
                     DELIMITED BY SIZE INTO WS-EXC-DESCRIPCION
              PERFORM 9150-GRABAR-EXCEPCION
           END-PERFORM
           MOVE ALL '=' TO REG-INFORME
           PERFORM 900000-GRABAR-LINEA
           MOVE SPACES TO REG-INFORME
           STRING 'TOTAL DE CASOS: ' WSA-CASOS
                  ' (PAGOS ' WSA-TIPO(1) ' CAJAS ' WSA-TIPO(2)
                  ' VALES ' WSA-TIPO(3) ' REVERSAS ' WSA-TIPO(4) ')'
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 900000-GRABAR-LINEA.

       800000-SUMAR-OPERADOR.
           ADD 1 TO WSA-CASOS
           ADD 1 TO WSA-TIPO(WSV-CASO)
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSI-J FROM 1 BY 1 UNTIL WSI-J > WSV-CANTOPER
              IF OPR-USUARIO(WSI-J) = WSV-USUARIO
                 MOVE WSI-J TO WSV-POSICION
              END-IF
           END-PERFORM
           IF WSV-POSICION = 0
              IF WSV-CANTOPER < 50
                 ADD 1 TO WSV-CANTOPER
                 MOVE WSV-CANTOPER TO WSV-POSICION
                 MOVE WSV-USUARIO  TO OPR-USUARIO(WSV-POSICION)
                 PERFORM VARYING WSI-K FROM 1 BY 1 UNTIL WSI-K > 4
                    MOVE 0 TO OPR-CANTIDAD(WSV-POSICION, WSI-K)
                    MOVE 0 TO OPR-IMPORTE(WSV-POSICION, WSI-K)
                 END-PERFORM
              ELSE
                 MOVE 1 TO WSV-TRUNCADO
              END-IF
           END-IF
           IF WSV-POSICION > 0
              ADD 1 TO OPR-CANTIDAD(WSV-POSICION, WSV-CASO)
              ADD WSV-IMPCASO TO OPR-IMPORTE(WSV-POSICION, WSV-CASO)
           END-IF.

       900000-GRABAR-LINEA.
           IF WSS-FS-INFORME-OK
              WRITE REG-INFORME
           END-IF.

       950000-CERRAR-SECCION.
           MOVE WSA-TIPO(WSV-CASO) TO WSM-CANTIDAD
           MOVE SPACES TO REG-INFORME
           STRING '   CASOS: ' WSM-CANTIDAD
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 900000-GRABAR-LINEA
           MOVE ALL '-' TO REG-INFORME
           PERFORM 900000-GRABAR-LINEA.

       COPY FSFECHAPROC.

       COPY FSLOGPROC.

       COPY FSEXCPROC.

       END PROGRAM OPOSIC-09-FL.
