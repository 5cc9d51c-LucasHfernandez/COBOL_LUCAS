      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 06/10/2019
      * Purpose: PRESUPUESTO ANUAL POR CUENTA CONTABLE: CARGA Y
      *          MANTENIMIENTO DE PRESUPUESTO.DAT, UN REGISTRO POR
      *          EJERCICIO Y CUENTA CON EL IMPORTE DE CADA MES Y LA
      *          NATURALEZA DE LA CUENTA (DEUDORA: GASTOS Y ACTIVOS,
      *          SE COMPARA CONTRA DEBE - HABER; ACREEDORA: INGRESOS Y
      *          PASIVOS, CONTRA HABER - DEBE). SOLO SE ACEPTAN
      *          CUENTAS IMPUTABLES DEL PLAN (PLANCTAS.DAT) Y UN
      *          EJERCICIO YA CERRADO (EJERCICIOS.DAT) NO SE TOCA. EL
      *          INFORME CONTRA EL MAYOR LO EMITE INFPRES-09-FL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESUP-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESUPUESTO         ASSIGN TO DISK 'PRESUPUESTO.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PRESUP.

           SELECT PLANCTAS            ASSIGN TO DISK 'PLANCTAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PLANCTAS.

           SELECT EJERCICIOS ASSIGN TO DISK 'EJERCICIOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-EJERC.

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
      * PRESUPUESTO.DAT: EJERCICIO + CUENTA + NATURALEZA ('D' =       *
      * DEUDORA, 'A' = ACREEDORA) + LOS DOCE IMPORTES MENSUALES.      *
      *****************************************************************
       FD PRESUPUESTO.
       01 REG-PRESUPUESTO.
          05 PRE-EJERCICIO         PIC 9(04).
          05 PRE-CUENTA            PIC X(08).
          05 PRE-NATURALEZA        PIC X(01).
          05 PRE-IMPORTE           PIC 9(13)V9(02) OCCURS 12 TIMES.

       FD PLANCTAS.
       01 REG-PLANCTA.
          05 PLA-CODIGO            PIC X(08).
          05 PLA-DESCRIPCION       PIC X(30).
          05 PLA-IMPUTABLE         PIC X(01).

       FD EJERCICIOS.
       01 REG-EJERCICIO.
          05 EJE-ANO               PIC 9(04).
          05 EJE-ESTADO            PIC X(01).
          05 EJE-FECHACIERRE       PIC 9(08).

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
          05 WSV-EJERCICIO        PIC 9(04)       VALUE 0.
          05 WSV-CUENTA           PIC X(08)       VALUE SPACES.
          05 WSV-NATURALEZA       PIC X(01)       VALUE SPACE.
            88 WSV-NATURALEZA-VALIDA              VALUE 'D' 'A'.
          05 WSV-MES              PIC 9(02)       VALUE 0.
          05 WSV-IMPORTE          PIC 9(13)V9(02) VALUE 0.
          05 WSV-CONFIRMA         PIC X(01)       VALUE SPACE.
          05 WSV-POSPLAN          PIC 9(03)       VALUE 0.
          05 WSV-POSPRESUP        PIC 9(03)       VALUE 0.
          05 WSV-YACERRADO        PIC 9(01)       VALUE 0.
          05 WSV-CUENTAOK         PIC 9(01)       VALUE 0.
          05 WSV-HUBOCAMBIOS      PIC 9(01)       VALUE 0.
          05 WSV-TABLALLENA       PIC 9(01)       VALUE 0.
          05 WSV-RETORNO          PIC 9(02)       VALUE 0.
          05 WSV-TOTALCUENTA      PIC 9(15)V9(02) VALUE 0.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSI-M                PIC 9(02)       VALUE 0.
          05 WSV-CANTPLAN         PIC 9(03)       VALUE 0.
          05 WSV-CANTPRESUP       PIC 9(03)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-CARGADAS         PIC 9(05)       VALUE 0.
          05 WSA-TOTALEJERCICIO   PIC 9(15)V9(02) VALUE 0.
          05 WSA-TOTALMES         PIC 9(15)V9(02) VALUE 0
                                  OCCURS 12 TIMES.

       01 SWITCHES.
          05 WSS-FS-PRESUP        PIC X(02).
            88 WSS-FS-PRESUP-OK                   VALUE '00'.
            88 WSS-FS-PRESUP-EOF                  VALUE '10'.
          05 WSS-FS-PLANCTAS      PIC X(02).
            88 WSS-FS-PLANCTAS-OK                 VALUE '00'.
            88 WSS-FS-PLANCTAS-EOF                VALUE '10'.
          05 WSS-FS-EJERC         PIC X(02).
            88 WSS-FS-EJERC-OK                    VALUE '00'.
            88 WSS-FS-EJERC-EOF                   VALUE '10'.

       01 MASCARAS.
          05 WSM-IMPORTE          PIC Z(12),99.
          05 WSM-TOTAL            PIC Z(14),99.

       01 TABLA-PLAN.
          05 WST-PLANCTA          OCCURS 200 TIMES.
             10 PLT-CODIGO        PIC X(08).
             10 PLT-DESCRIPCION   PIC X(30).
             10 PLT-IMPUTABLE     PIC X(01).

       01 TABLA-PRESUPUESTO.
          05 WST-PRESUPUESTO      OCCURS 300 TIMES.
             10 PRT-EJERCICIO     PIC 9(04).
             10 PRT-CUENTA        PIC X(08).
             10 PRT-NATURALEZA    PIC X(01).
             10 PRT-IMPORTE       PIC 9(13)V9(02) OCCURS 12 TIMES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'PRESUP-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           MOVE 'PRESUP-09-FL' TO WS-CER-PROGRAMA
           MOVE 1 TO WS-CER-CANTARCH
           MOVE 'PRESUPUESTO.DAT' TO WS-CER-ARCHIVO(1)
           PERFORM 9200-TOMAR-CERROJOS
           IF WS-CER-DENEGADO = 1
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
              SET WS-LOG-FIN TO TRUE
              PERFORM 9100-GRABAR-PROCLOG
              STOP RUN
           END-IF
           PERFORM 100000-CARGAR-PLAN
           PERFORM 110000-CARGAR-PRESUPUESTO
           IF WSV-TABLALLENA = 1
              DISPLAY "PLANCTAS.DAT O PRESUPUESTO.DAT SUPERAN LA "
                      "TABLA: SE CANCELA SIN REGRABAR"
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
           PERFORM UNTIL WSV-OPCION = 4
              DISPLAY "**************************************"
              DISPLAY "PRESUPUESTO ANUAL POR CUENTA CONTABLE"
              DISPLAY "1 - CARGAR PRESUPUESTO DE UNA CUENTA"
              DISPLAY "2 - MODIFICAR UN MES"
              DISPLAY "3 - LISTAR PRESUPUESTO DE UN EJERCICIO"
              DISPLAY "4 - SALIR"
              DISPLAY "RESPUESTA: "
              ACCEPT WSV-OPCION

              EVALUATE WSV-OPCION
                 WHEN 1
                    PERFORM 200000-CARGAR-CUENTA
                 WHEN 2
                    PERFORM 300000-MODIFICAR-MES
                 WHEN 3
                    PERFORM 400000-LISTAR-EJERCICIO
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
              PERFORM 900000-REGRABAR-PRESUPUESTO
           END-IF
           MOVE WSV-RETORNO TO RETURN-CODE
           END-IF
           PERFORM 9250-LIBERAR-CERROJOS
           SET WS-LOG-FIN TO TRUE
           MOVE WSA-CARGADAS TO WS-LOG-GRABADOS
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
                       MOVE 1 TO WSV-TABLALLENA
                 END-READ
              END-IF
              CLOSE PLANCTAS
           END-IF.

       110000-CARGAR-PRESUPUESTO.
           MOVE 0 TO WSV-CANTPRESUP
           OPEN INPUT PRESUPUESTO
           IF WSS-FS-PRESUP-OK
              PERFORM UNTIL WSS-FS-PRESUP-EOF OR WSV-CANTPRESUP > 299
                 READ PRESUPUESTO
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTPRESUP
                       MOVE REG-PRESUPUESTO TO
                                      WST-PRESUPUESTO(WSV-CANTPRESUP)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-PRESUP-EOF
                 READ PRESUPUESTO
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLALLENA
                 END-READ
              END-IF
              CLOSE PRESUPUESTO
           END-IF.

      *****************************************************************
      * PIDE EJERCICIO Y CUENTA Y LOS CONTROLA: EJERCICIO ABIERTO Y   *
      * CUENTA EXISTENTE E IMPUTABLE EN EL PLAN. DEJA WSV-CUENTAOK EN *
      * 1 Y LA POSICION DEL PRESUPUESTO (0 SI LA CUENTA NO TIENE).    *
      *****************************************************************
       150000-PEDIR-CUENTA.
           MOVE 0 TO WSV-CUENTAOK
           DISPLAY "INGRESE EJERCICIO (AAAA): "
           ACCEPT WSV-EJERCICIO
           DISPLAY "INGRESE CUENTA CONTABLE: "
           ACCEPT WSV-CUENTA
           PERFORM 160000-VERIFICAR-EJERCICIO
           MOVE 0 TO WSV-POSPLAN
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTPLAN
              IF PLT-CODIGO(WSI-I) = WSV-CUENTA
                 MOVE WSI-I TO WSV-POSPLAN
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WSV-YACERRADO = 1
                 DISPLAY "EL EJERCICIO " WSV-EJERCICIO
                         " ESTA CERRADO: NO SE MODIFICA SU PRESUPUESTO"
              WHEN WSV-POSPLAN = 0
                 DISPLAY "LA CUENTA NO EXISTE EN EL PLAN DE CUENTAS"
              WHEN PLT-IMPUTABLE(WSV-POSPLAN) NOT = 'S'
                 DISPLAY "LA CUENTA NO ES IMPUTABLE: SE PRESUPUESTAN "
                         "LAS CUENTAS DE DETALLE"
              WHEN OTHER
                 MOVE 1 TO WSV-CUENTAOK
                 DISPLAY "CUENTA: "
                         FUNCTION TRIM(PLT-DESCRIPCION(WSV-POSPLAN))
           END-EVALUATE
           MOVE 0 TO WSV-POSPRESUP
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTPRESUP
              IF PRT-EJERCICIO(WSI-I) = WSV-EJERCICIO
                 AND PRT-CUENTA(WSI-I) = WSV-CUENTA
                 MOVE WSI-I TO WSV-POSPRESUP
              END-IF
           END-PERFORM.

       160000-VERIFICAR-EJERCICIO.
           MOVE 0 TO WSV-YACERRADO
           OPEN INPUT EJERCICIOS
           IF WSS-FS-EJERC-OK
              PERFORM UNTIL WSS-FS-EJERC-EOF
                 READ EJERCICIOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF EJE-ANO = WSV-EJERCICIO AND EJE-ESTADO = 'C'
                          MOVE 1 TO WSV-YACERRADO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EJERCICIOS
           END-IF.

       200000-CARGAR-CUENTA.
           PERFORM 150000-PEDIR-CUENTA
           IF WSV-CUENTAOK = 1
              MOVE 'S' TO WSV-CONFIRMA
              IF WSV-POSPRESUP > 0
                 DISPLAY "LA CUENTA YA TIENE PRESUPUESTO EN EL "
                         "EJERCICIO. REEMPLAZARLO? (S/N): "
                 ACCEPT WSV-CONFIRMA
              ELSE
                 IF WSV-CANTPRESUP >= 300
                    DISPLAY "NO HAY MAS ESPACIO EN LA TABLA"
                    MOVE 'N' TO WSV-CONFIRMA
                 END-IF
              END-IF
              IF WSV-CONFIRMA = 'S'
                 PERFORM 210000-PEDIR-IMPORTES
              END-IF
           END-IF.

       210000-PEDIR-IMPORTES.
           DISPLAY "NATURALEZA (D = DEUDORA, A = ACREEDORA): "
           ACCEPT WSV-NATURALEZA
           IF NOT WSV-NATURALEZA-VALIDA
              DISPLAY "NATURALEZA INVALIDA: DEBE SER D O A"
           ELSE
              IF WSV-POSPRESUP = 0
                 ADD 1 TO WSV-CANTPRESUP
                 MOVE WSV-CANTPRESUP TO WSV-POSPRESUP
                 MOVE WSV-EJERCICIO TO PRT-EJERCICIO(WSV-POSPRESUP)
                 MOVE WSV-CUENTA    TO PRT-CUENTA(WSV-POSPRESUP)
              END-IF
              MOVE WSV-NATURALEZA TO PRT-NATURALEZA(WSV-POSPRESUP)
              PERFORM VARYING WSI-M FROM 1 BY 1 UNTIL WSI-M > 12
                 DISPLAY "IMPORTE MES " WSI-M ": "
                 ACCEPT WSV-IMPORTE
                 MOVE WSV-IMPORTE TO PRT-IMPORTE(WSV-POSPRESUP, WSI-M)
              END-PERFORM
              MOVE 1 TO WSV-HUBOCAMBIOS
              ADD 1 TO WSA-CARGADAS
              DISPLAY "PRESUPUESTO REGISTRADO (SE GRABA AL SALIR)"
           END-IF.

       300000-MODIFICAR-MES.
           PERFORM 150000-PEDIR-CUENTA
           IF WSV-CUENTAOK = 1
              IF WSV-POSPRESUP = 0
                 DISPLAY "LA CUENTA NO TIENE PRESUPUESTO EN EL "
                         "EJERCICIO: CARGARLO PRIMERO"
              ELSE
                 DISPLAY "INGRESE MES (1-12): "
                 ACCEPT WSV-MES
                 IF WSV-MES < 1 OR WSV-MES > 12
                    DISPLAY "MES INVALIDO"
                 ELSE
                    MOVE PRT-IMPORTE(WSV-POSPRESUP, WSV-MES)
                         TO WSM-IMPORTE
                    DISPLAY "IMPORTE ACTUAL: " WSM-IMPORTE
                    DISPLAY "INGRESE IMPORTE NUEVO: "
                    ACCEPT WSV-IMPORTE
                    MOVE WSV-IMPORTE TO
                         PRT-IMPORTE(WSV-POSPRESUP, WSV-MES)
                    MOVE 1 TO WSV-HUBOCAMBIOS
                    ADD 1 TO WSA-CARGADAS
                    DISPLAY "MES MODIFICADO (SE GRABA AL SALIR)"
                 END-IF
              END-IF
           END-IF.

       400000-LISTAR-EJERCICIO.
           DISPLAY "INGRESE EJERCICIO (AAAA): "
           ACCEPT WSV-EJERCICIO
           MOVE 0 TO WSA-TOTALEJERCICIO
           PERFORM VARYING WSI-M FROM 1 BY 1 UNTIL WSI-M > 12
              MOVE 0 TO WSA-TOTALMES(WSI-M)
           END-PERFORM
           DISPLAY "--------------------------------------------------"
           DISPLAY "PRESUPUESTO DEL EJERCICIO " WSV-EJERCICIO
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTPRESUP
              IF PRT-EJERCICIO(WSI-I) = WSV-EJERCICIO
                 PERFORM 410000-LISTAR-CUENTA
              END-IF
           END-PERFORM
           DISPLAY "--------------------------------------------------"
           PERFORM VARYING WSI-M FROM 1 BY 1 UNTIL WSI-M > 12
              MOVE WSA-TOTALMES(WSI-M) TO WSM-TOTAL
              DISPLAY "TOTAL MES " WSI-M ": " WSM-TOTAL
           END-PERFORM
           MOVE WSA-TOTALEJERCICIO TO WSM-TOTAL
           DISPLAY "TOTAL EJERCICIO: " WSM-TOTAL
           DISPLAY "--------------------------------------------------".

       410000-LISTAR-CUENTA.
           MOVE 0 TO WSV-TOTALCUENTA
           PERFORM VARYING WSI-M FROM 1 BY 1 UNTIL WSI-M > 12
              ADD PRT-IMPORTE(WSI-I, WSI-M) TO WSV-TOTALCUENTA
              ADD PRT-IMPORTE(WSI-I, WSI-M) TO WSA-TOTALMES(WSI-M)
           END-PERFORM
           ADD WSV-TOTALCUENTA TO WSA-TOTALEJERCICIO
           MOVE WSV-TOTALCUENTA TO WSM-TOTAL
           DISPLAY PRT-CUENTA(WSI-I) " " PRT-NATURALEZA(WSI-I)
                   " ANUAL " WSM-TOTAL.

       900000-REGRABAR-PRESUPUESTO.
           MOVE 'PRESUPUESTO.DAT' TO WS-INT-ARCHIVO
           MOVE 'PRESUP-09-FL'    TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT PRESUPUESTO
           IF WSS-FS-PRESUP-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTPRESUP
                 MOVE WST-PRESUPUESTO(WSI-I) TO REG-PRESUPUESTO
                 WRITE REG-PRESUPUESTO
              END-PERFORM
              CLOSE PRESUPUESTO
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR PRESUPUESTO.DAT"
              DISPLAY "FILE STATUS " WSS-FS-PRESUP
              MOVE 8 TO WSV-RETORNO
           END-IF.

       COPY FSLOGPROC.

       COPY FSINTPROC.

       COPY FSLOCKPROC.

       END PROGRAM PRESUP-09-FL.
