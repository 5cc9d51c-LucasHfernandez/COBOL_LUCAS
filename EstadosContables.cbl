      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 07/10/2019
      * Purpose: ESTADOS CONTABLES DESDE EL MAYOR: MANTIENE LOS RUBROS
      *          DE LOS ESTADOS (RUBROS.DAT: ACTIVO, PASIVO,
      *          PATRIMONIO NETO, INGRESOS Y EGRESOS CON SUS RUBROS)
      *          Y LA ASIGNACION DE CADA CUENTA IMPUTABLE DEL PLAN
      *          (PLANCTAS.DAT) A UN RUBRO (CTASRUBRO.DAT), Y EMITE
      *          PARA UN PERIODO, CON LA COLUMNA COMPARATIVA DEL
      *          PERIODO ANTERIOR, EL ESTADO DE SITUACION PATRIMONIAL
      *          (CON EL CONTROL ACTIVO = PASIVO + PATRIMONIO NETO) Y
      *          EL ESTADO DE RESULTADOS DEL EJERCICIO, AMBOS SOBRE
      *          MAYOR.DAT (VER MAYOR-09-FL), EN ESTADOS.DAT. LAS
      *          CUENTAS CON SALDO SIN RUBRO SE LISTAN APARTE: NO SE
      *          PIERDEN EN SILENCIO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTCONT-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUBROS              ASSIGN TO DISK 'RUBROS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUBROS.

           SELECT CTASRUBRO           ASSIGN TO DISK 'CTASRUBRO.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CTASRUB.

           SELECT PLANCTAS            ASSIGN TO DISK 'PLANCTAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PLANCTAS.

           SELECT MAYOR               ASSIGN TO DISK 'MAYOR.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MAYOR.

           SELECT EJERCICIOS ASSIGN TO DISK 'EJERCICIOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-EJERC.

           SELECT ESTADOS             ASSIGN TO DISK 'ESTADOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ESTADOS.

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
      * RUBROS.DAT: RENGLONES DE LOS ESTADOS. EL CODIGO DA EL ORDEN   *
      * DE IMPRESION DENTRO DE LA SECCION: 'A' = ACTIVO, 'P' =        *
      * PASIVO, 'N' = PATRIMONIO NETO (SITUACION PATRIMONIAL), 'I' =  *
      * INGRESOS, 'E' = EGRESOS (RESULTADOS).                         *
      *****************************************************************
       FD RUBROS.
       01 REG-RUBRO.
          05 RUB-CODIGO            PIC X(04).
          05 RUB-SECCION           PIC X(01).
          05 RUB-DESCRIPCION       PIC X(30).

      *****************************************************************
      * CTASRUBRO.DAT: CUENTA IMPUTABLE DEL PLAN -> RUBRO.            *
      *****************************************************************
       FD CTASRUBRO.
       01 REG-CTARUBRO.
          05 CRU-CUENTA            PIC X(08).
          05 CRU-RUBRO             PIC X(04).

       FD PLANCTAS.
       01 REG-PLANCTA.
          05 PLA-CODIGO            PIC X(08).
          05 PLA-DESCRIPCION       PIC X(30).
          05 PLA-IMPUTABLE         PIC X(01).

       FD MAYOR.
       01 REG-MAYOR.
          05 MAY-CUENTA            PIC X(08).
          05 MAY-PERIODO           PIC X(06).
          05 MAY-PERIODO-R REDEFINES MAY-PERIODO.
             10 MAY-ANO            PIC 9(04).
             10 MAY-MES            PIC 9(02).
          05 MAY-DEBE              PIC 9(15)V9(02).
          05 MAY-HABER             PIC 9(15)V9(02).

       FD EJERCICIOS.
       01 REG-EJERCICIO.
          05 EJE-ANO               PIC 9(04).
          05 EJE-ESTADO            PIC X(01).
          05 EJE-FECHACIERRE       PIC 9(08).

       FD ESTADOS.
       01 REG-ESTADOS              PIC X(100).

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

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-RUBRO            PIC X(04)       VALUE SPACES.
          05 WSV-SECCION          PIC X(01)       VALUE SPACE.
            88 WSV-SECCION-VALIDA         VALUE 'A' 'P' 'N' 'I' 'E'.
          05 WSV-DESCRIPCION      PIC X(30)       VALUE SPACES.
          05 WSV-CUENTA           PIC X(08)       VALUE SPACES.
          05 WSV-POSRUBRO         PIC 9(03)       VALUE 0.
          05 WSV-POSPLAN          PIC 9(03)       VALUE 0.
          05 WSV-POSASIG          PIC 9(03)       VALUE 0.
          05 WSV-POSSALDO         PIC 9(03)       VALUE 0.
          05 WSV-HUBOCAMBIOS      PIC 9(01)       VALUE 0.
          05 WSV-TABLASLLENAS     PIC 9(01)       VALUE 0.
          05 WSV-RETORNO          PIC 9(02)       VALUE 0.
          05 WSV-LINEA            PIC X(100)      VALUE SPACES.
          05 WSV-NETO             PIC S9(15)V9(02) VALUE 0.
          05 WSV-IMPACT           PIC S9(15)V9(02) VALUE 0.
          05 WSV-IMPANT           PIC S9(15)V9(02) VALUE 0.
          05 WSV-TITULO           PIC X(30)       VALUE SPACES.
          05 WSV-SINRUBRO         PIC 9(03)       VALUE 0.

      *****************************************************************
      * PERIODO PEDIDO Y SU ANTERIOR, CADA UNO CON EL PRIMER PERIODO  *
      * QUE CUENTA PARA LA SITUACION PATRIMONIAL: EL SIGUIENTE AL     *
      * ULTIMO EJERCICIO CERRADO (LA APERTURA DE CIERREEJ-09-FL TRAE  *
      * LOS SALDOS) O, SIN EJERCICIOS CERRADOS, TODO EL MAYOR.        *
      *****************************************************************
       01 PERIODOS.
          05 WSV-PERIODO          PIC 9(06)       VALUE 0.
          05 WSV-PERIODO-R REDEFINES WSV-PERIODO.
             10 WSV-PER-ANO       PIC 9(04).
             10 WSV-PER-MES       PIC 9(02).
          05 WSV-ANTERIOR         PIC 9(06)       VALUE 0.
          05 WSV-ANTERIOR-R REDEFINES WSV-ANTERIOR.
             10 WSV-ANT-ANO       PIC 9(04).
             10 WSV-ANT-MES       PIC 9(02).
          05 WSV-INICIOACT        PIC 9(06)       VALUE 0.
          05 WSV-INICIOANT        PIC 9(06)       VALUE 0.
          05 WSV-ULTCERRADO       PIC 9(04)       VALUE 0.
          05 WSV-ULTCERRADOANT    PIC 9(04)       VALUE 0.
          05 WSV-MAYPERIODO       PIC 9(06)       VALUE 0.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSI-J                PIC 9(03)       VALUE 0.
          05 WSV-CANTRUBROS       PIC 9(03)       VALUE 0.
          05 WSV-CANTASIG         PIC 9(03)       VALUE 0.
          05 WSV-CANTPLAN         PIC 9(03)       VALUE 0.
          05 WSV-CANTSALDOS       PIC 9(03)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-ASIGNADAS        PIC 9(05)       VALUE 0.
          05 WSA-SECACT           PIC S9(15)V9(02) VALUE 0.
          05 WSA-SECANT           PIC S9(15)V9(02) VALUE 0.
          05 WSA-ACTIVOACT        PIC S9(15)V9(02) VALUE 0.
          05 WSA-ACTIVOANT        PIC S9(15)V9(02) VALUE 0.
          05 WSA-PASIVOACT        PIC S9(15)V9(02) VALUE 0.
          05 WSA-PASIVOANT        PIC S9(15)V9(02) VALUE 0.
          05 WSA-INGRESOACT       PIC S9(15)V9(02) VALUE 0.
          05 WSA-INGRESOANT       PIC S9(15)V9(02) VALUE 0.
          05 WSA-RESNOASIGACT     PIC S9(15)V9(02) VALUE 0.
          05 WSA-RESNOASIGANT     PIC S9(15)V9(02) VALUE 0.
          05 WSA-DIFERENCIA       PIC S9(15)V9(02) VALUE 0.

       01 SWITCHES.
          05 WSS-FS-RUBROS        PIC X(02).
            88 WSS-FS-RUBROS-OK                   VALUE '00'.
            88 WSS-FS-RUBROS-EOF                  VALUE '10'.
          05 WSS-FS-CTASRUB       PIC X(02).
            88 WSS-FS-CTASRUB-OK                  VALUE '00'.
            88 WSS-FS-CTASRUB-EOF                 VALUE '10'.
          05 WSS-FS-PLANCTAS      PIC X(02).
            88 WSS-FS-PLANCTAS-OK                 VALUE '00'.
            88 WSS-FS-PLANCTAS-EOF                VALUE '10'.
          05 WSS-FS-MAYOR         PIC X(02).
            88 WSS-FS-MAYOR-OK                    VALUE '00'.
            88 WSS-FS-MAYOR-EOF                   VALUE '10'.
          05 WSS-FS-EJERC         PIC X(02).
            88 WSS-FS-EJERC-OK                    VALUE '00'.
            88 WSS-FS-EJERC-EOF                   VALUE '10'.
          05 WSS-FS-ESTADOS       PIC X(02).
            88 WSS-FS-ESTADOS-OK                  VALUE '00'.

       01 MASCARAS.
          05 WSM-IMPORTE          PIC -(13)9,99.

       01 DET-RENGLON.
          05 FILLER               PIC X(04)       VALUE SPACES.
          05 DET-DESCRIPCION      PIC X(40).
          05 DET-IMPACT           PIC -(15)9,99.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 DET-IMPANT           PIC -(15)9,99.

       01 TABLA-RUBROS.
          05 WST-RUBRO            OCCURS 100 TIMES.
             10 RBT-CODIGO        PIC X(04).
             10 RBT-SECCION       PIC X(01).
             10 RBT-DESCRIPCION   PIC X(30).
             10 RBT-IMPACT        PIC S9(15)V9(02).
             10 RBT-IMPANT        PIC S9(15)V9(02).

       01 WSV-AUXRUBRO            PIC X(69).

       01 TABLA-ASIGNACIONES.
          05 WST-CTARUBRO         OCCURS 200 TIMES.
             10 ASG-CUENTA        PIC X(08).
             10 ASG-RUBRO         PIC X(04).

       01 TABLA-PLAN.
          05 WST-PLANCTA          OCCURS 200 TIMES.
             10 PLT-CODIGO        PIC X(08).
             10 PLT-DESCRIPCION   PIC X(30).
             10 PLT-IMPUTABLE     PIC X(01).

      *****************************************************************
      * SALDOS POR CUENTA (DEBE - HABER): ACUMULADO PATRIMONIAL Y DEL *
      * EJERCICIO, AL PERIODO PEDIDO Y AL ANTERIOR.                   *
      *****************************************************************
       01 TABLA-SALDOS.
          05 WST-SALDO            OCCURS 300 TIMES.
             10 SAL-CUENTA        PIC X(08).
             10 SAL-PATACT        PIC S9(15)V9(02).
             10 SAL-PATANT        PIC S9(15)V9(02).
             10 SAL-EJEACT        PIC S9(15)V9(02).
             10 SAL-EJEANT        PIC S9(15)V9(02).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'ESTCONT-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           MOVE 'ESTCONT-09-FL' TO WS-CER-PROGRAMA
           MOVE 2 TO WS-CER-CANTARCH
           MOVE 'RUBROS.DAT'    TO WS-CER-ARCHIVO(1)
           MOVE 'CTASRUBRO.DAT' TO WS-CER-ARCHIVO(2)
           PERFORM 9200-TOMAR-CERROJOS
           IF WS-CER-DENEGADO = 1
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
              SET WS-LOG-FIN TO TRUE
              PERFORM 9100-GRABAR-PROCLOG
              STOP RUN
           END-IF
           PERFORM 100000-CARGAR-PLAN
           PERFORM 110000-CARGAR-RUBROS
           PERFORM 120000-CARGAR-ASIGNACIONES
           IF WSV-TABLASLLENAS = 1
              DISPLAY "PLANCTAS.DAT, RUBROS.DAT O CTASRUBRO.DAT "
                      "SUPERAN LA TABLA: SE CANCELA SIN REGRABAR"
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
           PERFORM UNTIL WSV-OPCION = 5
              DISPLAY "**************************************"
              DISPLAY "ESTADOS CONTABLES"
              DISPLAY "1 - ALTA/MODIFICACION DE RUBRO"
              DISPLAY "2 - ASIGNAR CUENTA A RUBRO"
              DISPLAY "3 - LISTAR RUBROS Y CUENTAS"
              DISPLAY "4 - EMITIR ESTADOS DE UN PERIODO"
              DISPLAY "5 - SALIR"
              DISPLAY "RESPUESTA: "
              ACCEPT WSV-OPCION

              EVALUATE WSV-OPCION
                 WHEN 1
                    PERFORM 200000-ACTUALIZAR-RUBRO
                 WHEN 2
                    PERFORM 250000-ASIGNAR-CUENTA
                 WHEN 3
                    PERFORM 300000-LISTAR-RUBROS
                 WHEN 4
                    PERFORM 400000-EMITIR-ESTADOS
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
      *****************************************************************
      * EL RESPALDO DEL MAESTRO (9400) PISA RETURN-CODE: EL CODIGO    *
      * DEL PROCESO SE GUARDA Y SE REPONE AL FINAL.                   *
      *****************************************************************
           MOVE RETURN-CODE TO WSV-RETORNO
           IF WSV-HUBOCAMBIOS = 1
              PERFORM 900000-REGRABAR-RUBROS
              PERFORM 910000-REGRABAR-ASIGNACIONES
           END-IF
           MOVE WSV-RETORNO TO RETURN-CODE
           END-IF
           PERFORM 9250-LIBERAR-CERROJOS
           SET WS-LOG-FIN TO TRUE
           MOVE WSA-ASIGNADAS TO WS-LOG-GRABADOS
           MOVE WSV-SINRUBRO  TO WS-LOG-RECHAZADOS
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

       100000-CARGAR-PLAN.
           MOVE 0 TO WSV-CANTPLAN
           OPEN INPUT PLANCTAS
           IF WSS-FS-PLANCTAS-OK
              PERFORM UNTIL WSS-FS-PLANCTAS-EOF OR WSV-CANTPLAN > 199
                 READ PLANCTAS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTPLAN
                       MOVE REG-PLANCTA TO WST-PLANCTA(WSV-CANTPLAN)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-PLANCTAS-EOF
                 READ PLANCTAS
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLASLLENAS
                 END-READ
              END-IF
              CLOSE PLANCTAS
           END-IF.

       110000-CARGAR-RUBROS.
           MOVE 0 TO WSV-CANTRUBROS
           OPEN INPUT RUBROS
           IF WSS-FS-RUBROS-OK
              PERFORM UNTIL WSS-FS-RUBROS-EOF OR WSV-CANTRUBROS > 99
                 READ RUBROS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTRUBROS
                       MOVE RUB-CODIGO      TO
                                        RBT-CODIGO(WSV-CANTRUBROS)
                       MOVE RUB-SECCION     TO
                                        RBT-SECCION(WSV-CANTRUBROS)
                       MOVE RUB-DESCRIPCION TO
                                        RBT-DESCRIPCION(WSV-CANTRUBROS)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-RUBROS-EOF
                 READ RUBROS
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLASLLENAS
                 END-READ
              END-IF
              CLOSE RUBROS
           END-IF.

       120000-CARGAR-ASIGNACIONES.
           MOVE 0 TO WSV-CANTASIG
           OPEN INPUT CTASRUBRO
           IF WSS-FS-CTASRUB-OK
              PERFORM UNTIL WSS-FS-CTASRUB-EOF OR WSV-CANTASIG > 199
                 READ CTASRUBRO
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTASIG
                       MOVE REG-CTARUBRO TO WST-CTARUBRO(WSV-CANTASIG)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-CTASRUB-EOF
                 READ CTASRUBRO
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLASLLENAS
                 END-READ
              END-IF
              CLOSE CTASRUBRO
           END-IF.

       130000-BUSCAR-RUBRO.
           MOVE 0 TO WSV-POSRUBRO
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTRUBROS
              IF RBT-CODIGO(WSI-I) = WSV-RUBRO
                 MOVE WSI-I TO WSV-POSRUBRO
              END-IF
           END-PERFORM.

       140000-BUSCAR-ASIGNACION.
           MOVE 0 TO WSV-POSASIG
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTASIG
              IF ASG-CUENTA(WSI-I) = WSV-CUENTA
                 MOVE WSI-I TO WSV-POSASIG
              END-IF
           END-PERFORM.

       150000-BUSCAR-CUENTA-PLAN.
           MOVE 0 TO WSV-POSPLAN
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTPLAN
              IF PLT-CODIGO(WSI-I) = WSV-CUENTA
                 MOVE WSI-I TO WSV-POSPLAN
              END-IF
           END-PERFORM.

       200000-ACTUALIZAR-RUBRO.
           DISPLAY "INGRESE CODIGO DE RUBRO (4 CARACT., DA EL ORDEN): "
           ACCEPT WSV-RUBRO
           PERFORM 130000-BUSCAR-RUBRO
           IF WSV-POSRUBRO = 0 AND WSV-CANTRUBROS >= 100
              DISPLAY "NO HAY MAS ESPACIO PARA RUBROS"
           ELSE
              IF WSV-POSRUBRO > 0
                 DISPLAY "ACTUAL: " RBT-SECCION(WSV-POSRUBRO) " "
                         FUNCTION TRIM(RBT-DESCRIPCION(WSV-POSRUBRO))
              END-IF
              DISPLAY "SECCION (A=ACTIVO P=PASIVO N=PATRIMONIO NETO "
                      "I=INGRESOS E=EGRESOS): "
              ACCEPT WSV-SECCION
              DISPLAY "INGRESE DESCRIPCION: "
              ACCEPT WSV-DESCRIPCION
              IF NOT WSV-SECCION-VALIDA OR WSV-DESCRIPCION = SPACES
                 DISPLAY "SECCION O DESCRIPCION INVALIDA"
              ELSE
                 IF WSV-POSRUBRO = 0
                    ADD 1 TO WSV-CANTRUBROS
                    MOVE WSV-CANTRUBROS TO WSV-POSRUBRO
                    MOVE WSV-RUBRO TO RBT-CODIGO(WSV-POSRUBRO)
                 END-IF
                 MOVE WSV-SECCION     TO RBT-SECCION(WSV-POSRUBRO)
                 MOVE WSV-DESCRIPCION TO RBT-DESCRIPCION(WSV-POSRUBRO)
                 MOVE 1 TO WSV-HUBOCAMBIOS
                 DISPLAY "RUBRO REGISTRADO (SE GRABA AL SALIR)"
              END-IF
           END-IF.

       250000-ASIGNAR-CUENTA.
           DISPLAY "INGRESE CUENTA CONTABLE: "
           ACCEPT WSV-CUENTA
           DISPLAY "INGRESE RUBRO: "
           ACCEPT WSV-RUBRO
           PERFORM 150000-BUSCAR-CUENTA-PLAN
           PERFORM 130000-BUSCAR-RUBRO
           PERFORM 140000-BUSCAR-ASIGNACION
           EVALUATE TRUE
              WHEN WSV-POSPLAN = 0
                 DISPLAY "LA CUENTA NO EXISTE EN EL PLAN DE CUENTAS"
              WHEN PLT-IMPUTABLE(WSV-POSPLAN) NOT = 'S'
                 DISPLAY "LA CUENTA NO ES IMPUTABLE: SE ASIGNAN LAS "
                         "CUENTAS DE DETALLE"
              WHEN WSV-POSRUBRO = 0
                 DISPLAY "EL RUBRO NO EXISTE: DARLO DE ALTA PRIMERO"
              WHEN WSV-POSASIG = 0 AND WSV-CANTASIG >= 200
                 DISPLAY "NO HAY MAS ESPACIO PARA ASIGNACIONES"
              WHEN OTHER
                 IF WSV-POSASIG = 0
                    ADD 1 TO WSV-CANTASIG
                    MOVE WSV-CANTASIG TO WSV-POSASIG
                    MOVE WSV-CUENTA TO ASG-CUENTA(WSV-POSASIG)
                 ELSE
                    DISPLAY "ESTABA EN EL RUBRO " ASG-RUBRO(WSV-POSASIG)
                 END-IF
                 MOVE WSV-RUBRO TO ASG-RUBRO(WSV-POSASIG)
                 MOVE 1 TO WSV-HUBOCAMBIOS
                 ADD 1 TO WSA-ASIGNADAS
                 DISPLAY "CUENTA ASIGNADA A "
                         FUNCTION TRIM(RBT-DESCRIPCION(WSV-POSRUBRO))
                         " (SE GRABA AL SALIR)"
           END-EVALUATE.

       300000-LISTAR-RUBROS.
           PERFORM 410000-ORDENAR-RUBROS
           DISPLAY "--------------------------------------------------"
           PERFORM VARYING WSI-J FROM 1 BY 1
                   UNTIL WSI-J > WSV-CANTRUBROS
              DISPLAY RBT-CODIGO(WSI-J) " " RBT-SECCION(WSI-J) " "
                      FUNCTION TRIM(RBT-DESCRIPCION(WSI-J))
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTASIG
                 IF ASG-RUBRO(WSI-I) = RBT-CODIGO(WSI-J)
                    DISPLAY "       " ASG-CUENTA(WSI-I)
                 END-IF
              END-PERFORM
           END-PERFORM
           DISPLAY "CUENTAS IMPUTABLES SIN RUBRO:"
           MOVE 0 TO WSV-SINRUBRO
           PERFORM VARYING WSI-J FROM 1 BY 1
                   UNTIL WSI-J > WSV-CANTPLAN
              IF PLT-IMPUTABLE(WSI-J) = 'S'
                 MOVE PLT-CODIGO(WSI-J) TO WSV-CUENTA
                 PERFORM 140000-BUSCAR-ASIGNACION
                 IF WSV-POSASIG = 0
                    ADD 1 TO WSV-SINRUBRO
                    DISPLAY "       " PLT-CODIGO(WSI-J) " "
                            FUNCTION TRIM(PLT-DESCRIPCION(WSI-J))
                 END-IF
              END-IF
           END-PERFORM
           IF WSV-SINRUBRO = 0
              DISPLAY "       (NINGUNA)"
           END-IF
           DISPLAY "--------------------------------------------------".

      *****************************************************************
      * EMISION: SALDOS POR CUENTA DESDE EL MAYOR, VOLCADO A RUBROS   *
      * CON EL SIGNO DE LA SECCION, Y LOS DOS ESTADOS MAS LAS CUENTAS *
      * SIN RUBRO. EL ESTADO DE RESULTADOS ES DEL EJERCICIO HASTA EL  *
      * PERIODO; LOS RESULTADOS ACUMULADOS QUE TODAVIA ESTAN EN LAS   *
      * CUENTAS DE INGRESOS Y EGRESOS ENTRAN AL PATRIMONIO NETO COMO  *
      * RESULTADOS NO ASIGNADOS, PARA QUE LA ECUACION CIERRE.         *
      *****************************************************************
       400000-EMITIR-ESTADOS.
           DISPLAY "INGRESE PERIODO (AAAAMM): "
           ACCEPT WSV-PERIODO
           IF WSV-PER-MES < 1 OR WSV-PER-MES > 12
              DISPLAY "PERIODO INVALIDO"
           ELSE
              IF WSV-PER-MES = 1
                 COMPUTE WSV-ANT-ANO = WSV-PER-ANO - 1
                 MOVE 12 TO WSV-ANT-MES
              ELSE
                 MOVE WSV-PER-ANO TO WSV-ANT-ANO
                 COMPUTE WSV-ANT-MES = WSV-PER-MES - 1
              END-IF
              PERFORM 405000-BUSCAR-INICIOS
              PERFORM 410000-ORDENAR-RUBROS
              PERFORM 420000-ACUMULAR-MAYOR
              IF WSV-TABLASLLENAS = 1
                 DISPLAY "EL MAYOR SUPERA LA TABLA DE SALDOS: AMPLIAR "
                         "EL OCCURS"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM 430000-VOLCAR-A-RUBROS
                 OPEN OUTPUT ESTADOS
                 IF NOT WSS-FS-ESTADOS-OK
                    DISPLAY "NO SE PUDO GENERAR ESTADOS.DAT"
                    DISPLAY "FILE STATUS " WSS-FS-ESTADOS
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    PERFORM 500000-SITUACION-PATRIMONIAL
                    PERFORM 600000-ESTADO-RESULTADOS
                    PERFORM 700000-CUENTAS-SIN-RUBRO
                    CLOSE ESTADOS
                    DISPLAY "ESTADOS GENERADOS EN ESTADOS.DAT"
                    IF WSV-SINRUBRO > 0
                       DISPLAY "ATENCION: " WSV-SINRUBRO
                               " CUENTAS CON SALDO SIN RUBRO (VER AL "
                               "PIE DE ESTADOS.DAT)"
                    END-IF
                 END-IF
              END-IF
           END-IF.

       405000-BUSCAR-INICIOS.
           MOVE 0 TO WSV-ULTCERRADO
           MOVE 0 TO WSV-ULTCERRADOANT
           OPEN INPUT EJERCICIOS
           IF WSS-FS-EJERC-OK
              PERFORM UNTIL WSS-FS-EJERC-EOF
                 READ EJERCICIOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF EJE-ESTADO = 'C'
                          IF EJE-ANO < WSV-PER-ANO
                             AND EJE-ANO > WSV-ULTCERRADO
                             MOVE EJE-ANO TO WSV-ULTCERRADO
                          END-IF
                          IF EJE-ANO < WSV-ANT-ANO
                             AND EJE-ANO > WSV-ULTCERRADOANT
                             MOVE EJE-ANO TO WSV-ULTCERRADOANT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EJERCICIOS
           END-IF
           IF WSV-ULTCERRADO = 0
              MOVE 0 TO WSV-INICIOACT
           ELSE
              COMPUTE WSV-INICIOACT = (WSV-ULTCERRADO + 1) * 100 + 1
           END-IF
           IF WSV-ULTCERRADOANT = 0
              MOVE 0 TO WSV-INICIOANT
           ELSE
              COMPUTE WSV-INICIOANT = (WSV-ULTCERRADOANT + 1) * 100 + 1
           END-IF.

      *****************************************************************
      * RUBROS EN ORDEN DE CODIGO (BURBUJA).                          *
      *****************************************************************
       410000-ORDENAR-RUBROS.
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTRUBROS
              PERFORM VARYING WSI-J FROM 1 BY 1
                      UNTIL WSI-J > WSV-CANTRUBROS - WSI-I
                 IF RBT-CODIGO(WSI-J) > RBT-CODIGO(WSI-J + 1)
                    MOVE WST-RUBRO(WSI-J)     TO WSV-AUXRUBRO
                    MOVE WST-RUBRO(WSI-J + 1) TO WST-RUBRO(WSI-J)
                    MOVE WSV-AUXRUBRO         TO WST-RUBRO(WSI-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       420000-ACUMULAR-MAYOR.
           MOVE 0 TO WSV-CANTSALDOS
           OPEN INPUT MAYOR
           IF NOT WSS-FS-MAYOR-OK
              DISPLAY "ATENCION: NO HAY MAYOR.DAT - LOS ESTADOS SALEN "
                      "EN CERO (MAYORIZAR PRIMERO CON MAYOR-09-FL)"
           ELSE
              PERFORM UNTIL WSS-FS-MAYOR-EOF
                 READ MAYOR
                    AT END
                       CONTINUE
                    NOT AT END
                       IF MAY-PERIODO IS NUMERIC
                          MOVE MAY-PERIODO TO WSV-MAYPERIODO
                          IF WSV-MAYPERIODO NOT > WSV-PERIODO
                             PERFORM 425000-ACUMULAR-CUENTA
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MAYOR
           END-IF.

       425000-ACUMULAR-CUENTA.
           MOVE 0 TO WSV-POSSALDO
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTSALDOS
              IF SAL-CUENTA(WSI-I) = MAY-CUENTA
                 MOVE WSI-I TO WSV-POSSALDO
              END-IF
           END-PERFORM
           IF WSV-POSSALDO = 0
              IF WSV-CANTSALDOS < 300
                 ADD 1 TO WSV-CANTSALDOS
                 MOVE WSV-CANTSALDOS TO WSV-POSSALDO
                 MOVE MAY-CUENTA TO SAL-CUENTA(WSV-POSSALDO)
                 MOVE 0 TO SAL-PATACT(WSV-POSSALDO)
                 MOVE 0 TO SAL-PATANT(WSV-POSSALDO)
                 MOVE 0 TO SAL-EJEACT(WSV-POSSALDO)
                 MOVE 0 TO SAL-EJEANT(WSV-POSSALDO)
              ELSE
                 MOVE 1 TO WSV-TABLASLLENAS
              END-IF
           END-IF
           IF WSV-POSSALDO > 0
              COMPUTE WSV-NETO = MAY-DEBE - MAY-HABER
              IF WSV-MAYPERIODO NOT < WSV-INICIOACT
                 ADD WSV-NETO TO SAL-PATACT(WSV-POSSALDO)
              END-IF
              IF MAY-ANO = WSV-PER-ANO
                 ADD WSV-NETO TO SAL-EJEACT(WSV-POSSALDO)
              END-IF
              IF WSV-MAYPERIODO NOT > WSV-ANTERIOR
                 IF WSV-MAYPERIODO NOT < WSV-INICIOANT
                    ADD WSV-NETO TO SAL-PATANT(WSV-POSSALDO)
                 END-IF
                 IF MAY-ANO = WSV-ANT-ANO
                    ADD WSV-NETO TO SAL-EJEANT(WSV-POSSALDO)
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      * ACTIVO Y EGRESOS SE MUESTRAN DEUDORES (DEBE - HABER); PASIVO, *
      * PATRIMONIO NETO E INGRESOS, ACREEDORES (HABER - DEBE).        *
      *****************************************************************
       430000-VOLCAR-A-RUBROS.
           PERFORM VARYING WSI-J FROM 1 BY 1
                   UNTIL WSI-J > WSV-CANTRUBROS
              MOVE 0 TO RBT-IMPACT(WSI-J)
              MOVE 0 TO RBT-IMPANT(WSI-J)
           END-PERFORM
           MOVE 0 TO WSA-RESNOASIGACT
           MOVE 0 TO WSA-RESNOASIGANT
           MOVE 0 TO WSV-SINRUBRO
           PERFORM VARYING WSI-J FROM 1 BY 1
                   UNTIL WSI-J > WSV-CANTSALDOS
              MOVE SAL-CUENTA(WSI-J) TO WSV-CUENTA
              PERFORM 140000-BUSCAR-ASIGNACION
              MOVE 0 TO WSV-POSRUBRO
              IF WSV-POSASIG > 0
                 MOVE ASG-RUBRO(WSV-POSASIG) TO WSV-RUBRO
                 PERFORM 130000-BUSCAR-RUBRO
              END-IF
              IF WSV-POSRUBRO = 0
                 IF SAL-PATACT(WSI-J) NOT = 0
                    OR SAL-PATANT(WSI-J) NOT = 0
                    OR SAL-EJEACT(WSI-J) NOT = 0
                    OR SAL-EJEANT(WSI-J) NOT = 0
                    ADD 1 TO WSV-SINRUBRO
                 END-IF
              ELSE
                 PERFORM 435000-SUMAR-RUBRO
              END-IF
           END-PERFORM.

       435000-SUMAR-RUBRO.
           EVALUATE RBT-SECCION(WSV-POSRUBRO)
              WHEN 'A'
                 ADD SAL-PATACT(WSI-J) TO RBT-IMPACT(WSV-POSRUBRO)
                 ADD SAL-PATANT(WSI-J) TO RBT-IMPANT(WSV-POSRUBRO)
              WHEN 'P'
              WHEN 'N'
                 SUBTRACT SAL-PATACT(WSI-J) FROM
                          RBT-IMPACT(WSV-POSRUBRO)
                 SUBTRACT SAL-PATANT(WSI-J) FROM
                          RBT-IMPANT(WSV-POSRUBRO)
              WHEN 'I'
                 SUBTRACT SAL-EJEACT(WSI-J) FROM
                          RBT-IMPACT(WSV-POSRUBRO)
                 SUBTRACT SAL-EJEANT(WSI-J) FROM
                          RBT-IMPANT(WSV-POSRUBRO)
                 SUBTRACT SAL-PATACT(WSI-J) FROM WSA-RESNOASIGACT
                 SUBTRACT SAL-PATANT(WSI-J) FROM WSA-RESNOASIGANT
              WHEN 'E'
                 ADD SAL-EJEACT(WSI-J) TO RBT-IMPACT(WSV-POSRUBRO)
                 ADD SAL-EJEANT(WSI-J) TO RBT-IMPANT(WSV-POSRUBRO)
                 SUBTRACT SAL-PATACT(WSI-J) FROM WSA-RESNOASIGACT
                 SUBTRACT SAL-PATANT(WSI-J) FROM WSA-RESNOASIGANT
           END-EVALUATE.

       450000-GRABAR-LINEA.
           MOVE WSV-LINEA TO REG-ESTADOS
           WRITE REG-ESTADOS
           MOVE SPACES TO WSV-LINEA.

      *****************************************************************
      * IMPRIME LOS RUBROS DE LA SECCION WSV-SECCION CON SU TOTAL     *
      * (TITULO EN WSV-TITULO) Y LO DEJA EN WSA-SECACT / WSA-SECANT.  *
      *****************************************************************
       460000-IMPRIMIR-SECCION.
           MOVE 0 TO WSA-SECACT
           MOVE 0 TO WSA-SECANT
           MOVE WSV-TITULO TO WSV-LINEA
           PERFORM 450000-GRABAR-LINEA
           PERFORM VARYING WSI-J FROM 1 BY 1
                   UNTIL WSI-J > WSV-CANTRUBROS
              IF RBT-SECCION(WSI-J) = WSV-SECCION
                 MOVE RBT-DESCRIPCION(WSI-J) TO DET-DESCRIPCION
                 MOVE RBT-IMPACT(WSI-J) TO DET-IMPACT
                 MOVE RBT-IMPANT(WSI-J) TO DET-IMPANT
                 MOVE DET-RENGLON TO WSV-LINEA
                 PERFORM 450000-GRABAR-LINEA
                 ADD RBT-IMPACT(WSI-J) TO WSA-SECACT
                 ADD RBT-IMPANT(WSI-J) TO WSA-SECANT
              END-IF
           END-PERFORM
           IF WSV-SECCION = 'N'
              MOVE 'RESULTADOS NO ASIGNADOS' TO DET-DESCRIPCION
              MOVE WSA-RESNOASIGACT TO DET-IMPACT
              MOVE WSA-RESNOASIGANT TO DET-IMPANT
              MOVE DET-RENGLON TO WSV-LINEA
              PERFORM 450000-GRABAR-LINEA
              ADD WSA-RESNOASIGACT TO WSA-SECACT
              ADD WSA-RESNOASIGANT TO WSA-SECANT
           END-IF
           MOVE SPACES TO DET-DESCRIPCION
           STRING 'TOTAL ' WSV-TITULO DELIMITED BY '  '
                  INTO DET-DESCRIPCION
           MOVE WSA-SECACT TO DET-IMPACT
           MOVE WSA-SECANT TO DET-IMPANT
           MOVE DET-RENGLON TO WSV-LINEA
           PERFORM 450000-GRABAR-LINEA
           MOVE SPACES TO WSV-LINEA
           PERFORM 450000-GRABAR-LINEA.

       470000-CABECERA-COLUMNAS.
           STRING '                                            '
                  '   PERIODO ' WSV-PERIODO
                  '         PERIODO ' WSV-ANTERIOR
                  DELIMITED BY SIZE INTO WSV-LINEA
           PERFORM 450000-GRABAR-LINEA
           MOVE ALL '-' TO WSV-LINEA
           PERFORM 450000-GRABAR-LINEA.

       500000-SITUACION-PATRIMONIAL.
           MOVE ALL '*' TO WSV-LINEA
           PERFORM 450000-GRABAR-LINEA
           STRING 'ESTADO DE SITUACION PATRIMONIAL AL PERIODO '
                  WSV-PERIODO
                  DELIMITED BY SIZE INTO WSV-LINEA
           PERFORM 450000-GRABAR-LINEA
           MOVE ALL '*' TO WSV-LINEA
           PERFORM 450000-GRABAR-LINEA
           PERFORM 470000-CABECERA-COLUMNAS

           MOVE 'A' TO WSV-SECCION
           MOVE 'ACTIVO' TO WSV-TITULO
           PERFORM 460000-IMPRIMIR-SECCION
           MOVE WSA-SECACT TO WSA-ACTIVOACT
           MOVE WSA-SECANT TO WSA-ACTIVOANT

           MOVE 'P' TO WSV-SECCION
           MOVE 'PASIVO' TO WSV-TITULO
           PERFORM 460000-IMPRIMIR-SECCION
           MOVE WSA-SECACT TO WSA-PASIVOACT
           MOVE WSA-SECANT TO WSA-PASIVOANT

           MOVE 'N' TO WSV-SECCION
           MOVE 'PATRIMONIO NETO' TO WSV-TITULO
           PERFORM 460000-IMPRIMIR-SECCION
           ADD WSA-SECACT TO WSA-PASIVOACT
           ADD WSA-SECANT TO WSA-PASIVOANT

           MOVE 'TOTAL PASIVO + PATRIMONIO NETO' TO DET-DESCRIPCION
           MOVE WSA-PASIVOACT TO DET-IMPACT
           MOVE WSA-PASIVOANT TO DET-IMPANT
           MOVE DET-RENGLON TO WSV-LINEA
           PERFORM 450000-GRABAR-LINEA

           IF WSA-ACTIVOACT = WSA-PASIVOACT
              AND WSA-ACTIVOANT = WSA-PASIVOANT
              MOVE 'CONTROL: ACTIVO = PASIVO + PATRIMONIO NETO'
                   TO WSV-LINEA
              PERFORM 450000-GRABAR-LINEA
           ELSE
              COMPUTE WSA-DIFERENCIA = WSA-ACTIVOACT - WSA-PASIVOACT
              MOVE WSA-DIFERENCIA TO WSM-IMPORTE
              STRING '*** NO CIERRA: ACTIVO - (PASIVO + PN) = '
                     WSM-IMPORTE ' ***'
                     DELIMITED BY SIZE INTO WSV-LINEA
              PERFORM 450000-GRABAR-LINEA
              DISPLAY "*** LA SITUACION PATRIMONIAL NO CIERRA: "
                      "REVISAR CUENTAS SIN RUBRO ***"
              MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO WSV-LINEA
           PERFORM 450000-GRABAR-LINEA.

       600000-ESTADO-RESULTADOS.
           MOVE ALL '*' TO WSV-LINEA
           PERFORM 450000-GRABAR-LINEA
           STRING 'ESTADO DE RESULTADOS - EJERCICIO ' WSV-PER-ANO
                  ' HASTA EL PERIODO ' WSV-PERIODO
                  DELIMITED BY SIZE INTO WSV-LINEA
           PERFORM 450000-GRABAR-LINEA
           MOVE ALL '*' TO WSV-LINEA
           PERFORM 450000-GRABAR-LINEA
           PERFORM 470000-CABECERA-COLUMNAS

           MOVE 'I' TO WSV-SECCION
           MOVE 'INGRESOS' TO WSV-TITULO
           PERFORM 460000-IMPRIMIR-SECCION
           MOVE WSA-SECACT TO WSA-INGRESOACT
           MOVE WSA-SECANT TO WSA-INGRESOANT

           MOVE 'E' TO WSV-SECCION
           MOVE 'EGRESOS' TO WSV-TITULO
           PERFORM 460000-IMPRIMIR-SECCION

           COMPUTE WSV-IMPACT = WSA-INGRESOACT - WSA-SECACT
           COMPUTE WSV-IMPANT = WSA-INGRESOANT - WSA-SECANT
           MOVE 'RESULTADO DEL EJERCICIO' TO DET-DESCRIPCION
           MOVE WSV-IMPACT TO DET-IMPACT
           MOVE WSV-IMPANT TO DET-IMPANT
           MOVE DET-RENGLON TO WSV-LINEA
           PERFORM 450000-GRABAR-LINEA
           MOVE SPACES TO WSV-LINEA
           PERFORM 450000-GRABAR-LINEA.

       700000-CUENTAS-SIN-RUBRO.
           MOVE ALL '*' TO WSV-LINEA
           PERFORM 450000-GRABAR-LINEA
           MOVE 'CUENTAS CON SALDO SIN RUBRO ASIGNADO (DEBE - HABER)'
                TO WSV-LINEA
           PERFORM 450000-GRABAR-LINEA
           MOVE ALL '*' TO WSV-LINEA
           PERFORM 450000-GRABAR-LINEA
           IF WSV-SINRUBRO = 0
              MOVE '    (NINGUNA)' TO WSV-LINEA
              PERFORM 450000-GRABAR-LINEA
           ELSE
              PERFORM VARYING WSI-J FROM 1 BY 1
                      UNTIL WSI-J > WSV-CANTSALDOS
                 MOVE SAL-CUENTA(WSI-J) TO WSV-CUENTA
                 PERFORM 140000-BUSCAR-ASIGNACION
                 MOVE 0 TO WSV-POSRUBRO
                 IF WSV-POSASIG > 0
                    MOVE ASG-RUBRO(WSV-POSASIG) TO WSV-RUBRO
                    PERFORM 130000-BUSCAR-RUBRO
                 END-IF
                 IF WSV-POSRUBRO = 0
                    AND (SAL-PATACT(WSI-J) NOT = 0
                         OR SAL-PATANT(WSI-J) NOT = 0
                         OR SAL-EJEACT(WSI-J) NOT = 0
                         OR SAL-EJEANT(WSI-J) NOT = 0)
                    PERFORM 150000-BUSCAR-CUENTA-PLAN
                    MOVE SPACES TO DET-DESCRIPCION
                    IF WSV-POSPLAN = 0
                       STRING SAL-CUENTA(WSI-J) ' (NO ESTA EN EL PLAN)'
                              DELIMITED BY SIZE INTO DET-DESCRIPCION
                    ELSE
                       STRING SAL-CUENTA(WSI-J) ' '
                              PLT-DESCRIPCION(WSV-POSPLAN)
                              DELIMITED BY SIZE INTO DET-DESCRIPCION
                    END-IF
                    MOVE SAL-PATACT(WSI-J) TO DET-IMPACT
                    MOVE SAL-PATANT(WSI-J) TO DET-IMPANT
                    MOVE DET-RENGLON TO WSV-LINEA
                    PERFORM 450000-GRABAR-LINEA
                    DISPLAY "SIN RUBRO: " SAL-CUENTA(WSI-J)
                 END-IF
              END-PERFORM
           END-IF.

       900000-REGRABAR-RUBROS.
           MOVE 'RUBROS.DAT'    TO WS-INT-ARCHIVO
           MOVE 'ESTCONT-09-FL' TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT RUBROS
           IF WSS-FS-RUBROS-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTRUBROS
                 MOVE RBT-CODIGO(WSI-I)      TO RUB-CODIGO
                 MOVE RBT-SECCION(WSI-I)     TO RUB-SECCION
                 MOVE RBT-DESCRIPCION(WSI-I) TO RUB-DESCRIPCION
                 WRITE REG-RUBRO
              END-PERFORM
              CLOSE RUBROS
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR RUBROS.DAT"
              DISPLAY "FILE STATUS " WSS-FS-RUBROS
              MOVE 8 TO WSV-RETORNO
           END-IF.

       910000-REGRABAR-ASIGNACIONES.
           MOVE 'CTASRUBRO.DAT' TO WS-INT-ARCHIVO
           MOVE 'ESTCONT-09-FL' TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT CTASRUBRO
           IF WSS-FS-CTASRUB-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTASIG
                 MOVE WST-CTARUBRO(WSI-I) TO REG-CTARUBRO
                 WRITE REG-CTARUBRO
              END-PERFORM
              CLOSE CTASRUBRO
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR CTASRUBRO.DAT"
              DISPLAY "FILE STATUS " WSS-FS-CTASRUB
              MOVE 8 TO WSV-RETORNO
           END-IF.

       COPY FSLOGPROC.

       COPY FSINTPROC.

       COPY FSLOCKPROC.

       END PROGRAM ESTCONT-09-FL.
