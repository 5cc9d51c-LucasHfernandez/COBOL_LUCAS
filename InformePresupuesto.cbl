      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 06/10/2019
      * Purpose: INFORME MENSUAL DE PRESUPUESTO CONTRA REAL: PARA UN
      *          EJERCICIO Y UN MES COMPARA EL PRESUPUESTO
      *          (PRESUPUESTO.DAT, VER PRESUP-09-FL) CON LO MAYORIZADO
      *          (MAYOR.DAT, VER MAYOR-09-FL), POR CUENTA Y CON
      *          SUBTOTALES POR GRUPO DEL PLAN (LA CUENTA NO IMPUTABLE
      *          DE PLANCTAS.DAT CUYO CODIGO, SIN LOS CEROS FINALES,
      *          ES EL PREFIJO MAS LARGO DE LA CUENTA): PRESUPUESTO,
      *          REAL, DESVIO Y % DE DESVIO DEL MES Y ACUMULADO DEL
      *          EJERCICIO. LOS RENGLONES CUYO DESVIO SUPERA LA
      *          TOLERANCIA SE MARCAN. SALIDA IMPRIMIBLE EN
      *          PRESUPREAL.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFPRES-09-FL.

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

           SELECT MAYOR               ASSIGN TO DISK 'MAYOR.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MAYOR.

           SELECT INFORME             ASSIGN TO DISK 'PRESUPREAL.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-INFORME.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.

       DATA DIVISION.

       FILE SECTION.

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

       FD MAYOR.
       01 REG-MAYOR.
          05 MAY-CUENTA            PIC X(08).
          05 MAY-PERIODO           PIC X(06).
          05 MAY-PERIODO-R REDEFINES MAY-PERIODO.
             10 MAY-ANO            PIC 9(04).
             10 MAY-MES            PIC 9(02).
          05 MAY-DEBE              PIC 9(15)V9(02).
          05 MAY-HABER             PIC 9(15)V9(02).

       FD INFORME.
       01 REG-INFORME              PIC X(150).

       FD PROCLOG.
       COPY FSLOG.

       WORKING-STORAGE SECTION.

       COPY FSLOGVAR.

       01 VARIABLES.
          05 WSV-EJERCICIO        PIC 9(04)       VALUE 0.
          05 WSV-MES              PIC 9(02)       VALUE 0.
          05 WSV-TOLERANCIA       PIC 9(03)V9(01) VALUE 0.
          05 WSV-POSICION         PIC 9(03)       VALUE 0.
          05 WSV-POSGRUPO         PIC 9(03)       VALUE 0.
          05 WSV-LARGOGRUPO       PIC 9(01)       VALUE 0.
          05 WSV-GRUPOACTUAL      PIC X(08)       VALUE SPACES.
          05 WSV-CUENTA           PIC X(08)       VALUE SPACES.
          05 WSV-PRESMES          PIC S9(15)V9(02) VALUE 0.
          05 WSV-REALMES          PIC S9(15)V9(02) VALUE 0.
          05 WSV-PRESACUM         PIC S9(15)V9(02) VALUE 0.
          05 WSV-REALACUM         PIC S9(15)V9(02) VALUE 0.
          05 WSV-NETO             PIC S9(15)V9(02) VALUE 0.
          05 WSV-DESVIO           PIC S9(15)V9(02) VALUE 0.
          05 WSV-PORCENTAJE       PIC S9(05)V9(01) VALUE 0.
          05 WSV-FUERATOL         PIC 9(01)       VALUE 0.
          05 WSV-LINEA            PIC X(150)      VALUE SPACES.
          05 WSV-TABLALLENA       PIC 9(01)       VALUE 0.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSI-J                PIC 9(03)       VALUE 0.
          05 WSI-M                PIC 9(02)       VALUE 0.
          05 WSI-L                PIC 9(01)       VALUE 0.
          05 WSV-CANTPLAN         PIC 9(03)       VALUE 0.
          05 WSV-CANTLINEAS       PIC 9(03)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-FUERATOL         PIC 9(05)       VALUE 0.
          05 WSA-GRUPO.
             10 WSA-GRP-PRESMES   PIC S9(15)V9(02) VALUE 0.
             10 WSA-GRP-REALMES   PIC S9(15)V9(02) VALUE 0.
             10 WSA-GRP-PRESACUM  PIC S9(15)V9(02) VALUE 0.
             10 WSA-GRP-REALACUM  PIC S9(15)V9(02) VALUE 0.
          05 WSA-GENERAL.
             10 WSA-GEN-PRESMES   PIC S9(15)V9(02) VALUE 0.
             10 WSA-GEN-REALMES   PIC S9(15)V9(02) VALUE 0.
             10 WSA-GEN-PRESACUM  PIC S9(15)V9(02) VALUE 0.
             10 WSA-GEN-REALACUM  PIC S9(15)V9(02) VALUE 0.

       01 SWITCHES.
          05 WSS-FS-PRESUP        PIC X(02).
            88 WSS-FS-PRESUP-OK                   VALUE '00'.
            88 WSS-FS-PRESUP-EOF                  VALUE '10'.
          05 WSS-FS-PLANCTAS      PIC X(02).
            88 WSS-FS-PLANCTAS-OK                 VALUE '00'.
            88 WSS-FS-PLANCTAS-EOF                VALUE '10'.
          05 WSS-FS-MAYOR         PIC X(02).
            88 WSS-FS-MAYOR-OK                    VALUE '00'.
            88 WSS-FS-MAYOR-EOF                   VALUE '10'.
          05 WSS-FS-INFORME       PIC X(02).
            88 WSS-FS-INFORME-OK                  VALUE '00'.

       01 MASCARAS.
          05 WSM-TOLERANCIA       PIC ZZ9,9.

      *****************************************************************
      * RENGLON IMPRESO: MES (PRESUPUESTO, REAL, DESVIO, %) Y         *
      * ACUMULADO DEL EJERCICIO (IDEM); '<<<' = FUERA DE TOLERANCIA.  *
      *****************************************************************
       01 DET-RENGLON.
          05 DET-CUENTA           PIC X(08).
          05 FILLER               PIC X(01)       VALUE SPACE.
          05 DET-DESCRIPCION      PIC X(20).
          05 FILLER               PIC X(01)       VALUE SPACE.
          05 DET-PRESMES          PIC -(10)9,99.
          05 FILLER               PIC X(01)       VALUE SPACE.
          05 DET-REALMES          PIC -(10)9,99.
          05 FILLER               PIC X(01)       VALUE SPACE.
          05 DET-DESVMES          PIC -(10)9,99.
          05 FILLER               PIC X(01)       VALUE SPACE.
          05 DET-PCTMES           PIC -(5)9,9.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 DET-PRESACUM         PIC -(10)9,99.
          05 FILLER               PIC X(01)       VALUE SPACE.
          05 DET-REALACUM         PIC -(10)9,99.
          05 FILLER               PIC X(01)       VALUE SPACE.
          05 DET-DESVACUM         PIC -(10)9,99.
          05 FILLER               PIC X(01)       VALUE SPACE.
          05 DET-PCTACUM          PIC -(5)9,9.
          05 FILLER               PIC X(01)       VALUE SPACE.
          05 DET-MARCA            PIC X(03).

      *****************************************************************
      * PLAN EN MEMORIA; PLT-LARGO ES EL LARGO SIGNIFICATIVO DEL      *
      * CODIGO DE LAS CUENTAS DE AGRUPACION (SIN CEROS NI BLANCOS AL  *
      * FINAL), EL QUE SE COMPARA CONTRA EL COMIENZO DE CADA CUENTA.  *
      *****************************************************************
       01 TABLA-PLAN.
          05 WST-PLANCTA          OCCURS 200 TIMES.
             10 PLT-CODIGO        PIC X(08).
             10 PLT-DESCRIPCION   PIC X(30).
             10 PLT-IMPUTABLE     PIC X(01).
             10 PLT-LARGO         PIC 9(01).

      *****************************************************************
      * UN RENGLON POR CUENTA CON PRESUPUESTO O CON MOVIMIENTO EN EL  *
      * EJERCICIO. LOS IMPORTES REALES YA VAN CON EL SIGNO DE LA      *
      * NATURALEZA (LAS CUENTAS SIN PRESUPUESTO SE TOMAN DEUDORAS).   *
      *****************************************************************
       01 TABLA-LINEAS.
          05 WST-LINEA            OCCURS 300 TIMES.
             10 LIN-CLAVE.
                15 LIN-GRUPO      PIC X(08).
                15 LIN-CUENTA     PIC X(08).
             10 LIN-POSGRUPO      PIC 9(03).
             10 LIN-NATURALEZA    PIC X(01).
             10 LIN-PRESMES       PIC S9(15)V9(02).
             10 LIN-PRESACUM      PIC S9(15)V9(02).
             10 LIN-REALMES       PIC S9(15)V9(02).
             10 LIN-REALACUM      PIC S9(15)V9(02).

       01 WSV-AUXLINEA            PIC X(88).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'INFPRES-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG

           DISPLAY "INGRESE EJERCICIO (AAAA): "
           ACCEPT WSV-EJERCICIO
           DISPLAY "INGRESE MES (1-12): "
           ACCEPT WSV-MES
           DISPLAY "TOLERANCIA DE DESVIO EN % (0 = 10%): "
           ACCEPT WSV-TOLERANCIA
           IF WSV-TOLERANCIA = 0
              MOVE 10 TO WSV-TOLERANCIA
           END-IF

           IF WSV-MES < 1 OR WSV-MES > 12
              DISPLAY "MES INVALIDO"
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
              PERFORM 100000-CARGAR-PLAN
              PERFORM 110000-CARGAR-PRESUPUESTO
              PERFORM 120000-CARGAR-MAYOR
              IF WSV-TABLALLENA = 1
                 DISPLAY "PLANCTAS.DAT O LAS CUENTAS DEL EJERCICIO "
                         "SUPERAN LA TABLA: AMPLIAR EL OCCURS"
                 MOVE 8 TO RETURN-CODE
                 SET WS-LOG-TERMINO-ERROR TO TRUE
              ELSE
                 PERFORM 200000-ASIGNAR-GRUPOS
                 PERFORM 210000-ORDENAR-LINEAS
                 PERFORM 300000-IMPRIMIR-INFORME
              END-IF
           END-IF

           SET WS-LOG-FIN TO TRUE
           MOVE WSV-CANTLINEAS TO WS-LOG-GRABADOS
           MOVE WSA-FUERATOL   TO WS-LOG-RECHAZADOS
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
                       MOVE PLA-CODIGO      TO PLT-CODIGO(WSV-CANTPLAN)
                       MOVE PLA-DESCRIPCION TO
                                        PLT-DESCRIPCION(WSV-CANTPLAN)
                       MOVE PLA-IMPUTABLE   TO
                                        PLT-IMPUTABLE(WSV-CANTPLAN)
                       PERFORM 105000-LARGO-CODIGO
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

       105000-LARGO-CODIGO.
           MOVE 8 TO WSI-L
           PERFORM UNTIL WSI-L = 0
                      OR (PLA-CODIGO(WSI-L:1) NOT = SPACE
                          AND PLA-CODIGO(WSI-L:1) NOT = '0')
              SUBTRACT 1 FROM WSI-L
           END-PERFORM
           MOVE WSI-L TO PLT-LARGO(WSV-CANTPLAN).

       110000-CARGAR-PRESUPUESTO.
           OPEN INPUT PRESUPUESTO
           IF WSS-FS-PRESUP-OK
              PERFORM UNTIL WSS-FS-PRESUP-EOF
                 READ PRESUPUESTO
                    AT END
                       CONTINUE
                    NOT AT END
                       IF PRE-EJERCICIO = WSV-EJERCICIO
                          MOVE PRE-CUENTA TO WSV-CUENTA
                          PERFORM 130000-UBICAR-LINEA
                          IF WSV-POSICION > 0
                             PERFORM 115000-SUMAR-PRESUPUESTO
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRESUPUESTO
           ELSE
              DISPLAY "ATENCION: NO HAY PRESUPUESTO.DAT - EL INFORME "
                      "SALE SOLO CON LO REAL"
           END-IF.

       115000-SUMAR-PRESUPUESTO.
           MOVE PRE-NATURALEZA TO LIN-NATURALEZA(WSV-POSICION)
           MOVE PRE-IMPORTE(WSV-MES) TO LIN-PRESMES(WSV-POSICION)
           MOVE 0 TO LIN-PRESACUM(WSV-POSICION)
           PERFORM VARYING WSI-M FROM 1 BY 1 UNTIL WSI-M > WSV-MES
              ADD PRE-IMPORTE(WSI-M) TO LIN-PRESACUM(WSV-POSICION)
           END-PERFORM.

      *****************************************************************
      * LO REAL SALE DEL MAYOR DE LOS PERIODOS DEL EJERCICIO HASTA EL *
      * MES PEDIDO: DEBE - HABER EN LAS DEUDORAS, HABER - DEBE EN LAS *
      * ACREEDORAS.                                                   *
      *****************************************************************
       120000-CARGAR-MAYOR.
           OPEN INPUT MAYOR
           IF WSS-FS-MAYOR-OK
              PERFORM UNTIL WSS-FS-MAYOR-EOF
                 READ MAYOR
                    AT END
                       CONTINUE
                    NOT AT END
                       IF MAY-PERIODO IS NUMERIC
                          AND MAY-ANO = WSV-EJERCICIO
                          AND MAY-MES NOT > WSV-MES
                          PERFORM 125000-SUMAR-REAL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MAYOR
           ELSE
              DISPLAY "ATENCION: NO HAY MAYOR.DAT - EL REAL SALE EN "
                      "CERO (MAYORIZAR PRIMERO CON MAYOR-09-FL)"
           END-IF.

       125000-SUMAR-REAL.
           MOVE MAY-CUENTA TO WSV-CUENTA
           PERFORM 130000-UBICAR-LINEA
           IF WSV-POSICION > 0
              IF LIN-NATURALEZA(WSV-POSICION) = 'A'
                 COMPUTE WSV-NETO = MAY-HABER - MAY-DEBE
              ELSE
                 COMPUTE WSV-NETO = MAY-DEBE - MAY-HABER
              END-IF
              ADD WSV-NETO TO LIN-REALACUM(WSV-POSICION)
              IF MAY-MES = WSV-MES
                 ADD WSV-NETO TO LIN-REALMES(WSV-POSICION)
              END-IF
           END-IF.

      *****************************************************************
      * BUSCA EL RENGLON DE WSV-CUENTA Y SI NO ESTA LO AGREGA EN CERO.*
      *****************************************************************
       130000-UBICAR-LINEA.
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTLINEAS
              IF LIN-CUENTA(WSI-I) = WSV-CUENTA
                 MOVE WSI-I TO WSV-POSICION
              END-IF
           END-PERFORM
           IF WSV-POSICION = 0
              IF WSV-CANTLINEAS < 300
                 ADD 1 TO WSV-CANTLINEAS
                 MOVE WSV-CANTLINEAS TO WSV-POSICION
                 MOVE SPACES TO LIN-GRUPO(WSV-POSICION)
                 MOVE WSV-CUENTA TO LIN-CUENTA(WSV-POSICION)
                 MOVE 0   TO LIN-POSGRUPO(WSV-POSICION)
                 MOVE 'D' TO LIN-NATURALEZA(WSV-POSICION)
                 MOVE 0   TO LIN-PRESMES(WSV-POSICION)
                 MOVE 0   TO LIN-PRESACUM(WSV-POSICION)
                 MOVE 0   TO LIN-REALMES(WSV-POSICION)
                 MOVE 0   TO LIN-REALACUM(WSV-POSICION)
              ELSE
                 MOVE 1 TO WSV-TABLALLENA
              END-IF
           END-IF.

       200000-ASIGNAR-GRUPOS.
           PERFORM VARYING WSI-J FROM 1 BY 1
                   UNTIL WSI-J > WSV-CANTLINEAS
              MOVE 0 TO WSV-POSGRUPO
              MOVE 0 TO WSV-LARGOGRUPO
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTPLAN
                 IF PLT-IMPUTABLE(WSI-I) = 'N'
                    AND PLT-LARGO(WSI-I) > WSV-LARGOGRUPO
                    MOVE PLT-LARGO(WSI-I) TO WSI-L
                    IF PLT-CODIGO(WSI-I)(1:WSI-L) =
                       LIN-CUENTA(WSI-J)(1:WSI-L)
                       MOVE WSI-I TO WSV-POSGRUPO
                       MOVE WSI-L TO WSV-LARGOGRUPO
                    END-IF
                 END-IF
              END-PERFORM
              MOVE WSV-POSGRUPO TO LIN-POSGRUPO(WSI-J)
              IF WSV-POSGRUPO = 0
                 MOVE HIGH-VALUES TO LIN-GRUPO(WSI-J)
              ELSE
                 MOVE PLT-CODIGO(WSV-POSGRUPO) TO LIN-GRUPO(WSI-J)
              END-IF
           END-PERFORM.

      *****************************************************************
      * ORDENA POR GRUPO Y CUENTA (BURBUJA); LAS CUENTAS SIN GRUPO    *
      * QUEDAN AL FINAL.                                              *
      *****************************************************************
       210000-ORDENAR-LINEAS.
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTLINEAS
              PERFORM VARYING WSI-J FROM 1 BY 1
                      UNTIL WSI-J > WSV-CANTLINEAS - WSI-I
                 IF LIN-CLAVE(WSI-J) > LIN-CLAVE(WSI-J + 1)
                    MOVE WST-LINEA(WSI-J)     TO WSV-AUXLINEA
                    MOVE WST-LINEA(WSI-J + 1) TO WST-LINEA(WSI-J)
                    MOVE WSV-AUXLINEA         TO WST-LINEA(WSI-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       250000-GRABAR-LINEA.
           MOVE WSV-LINEA TO REG-INFORME
           WRITE REG-INFORME
           MOVE SPACES TO WSV-LINEA.

       300000-IMPRIMIR-INFORME.
           OPEN OUTPUT INFORME
           IF NOT WSS-FS-INFORME-OK
              DISPLAY "NO SE PUDO GENERAR PRESUPREAL.DAT"
              DISPLAY "FILE STATUS " WSS-FS-INFORME
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE WSV-TOLERANCIA TO WSM-TOLERANCIA
              MOVE ALL '*' TO WSV-LINEA
              PERFORM 250000-GRABAR-LINEA
              STRING 'PRESUPUESTO CONTRA REAL - EJERCICIO '
                     WSV-EJERCICIO ' MES ' WSV-MES
                     ' - TOLERANCIA ' WSM-TOLERANCIA '%'
                     DELIMITED BY SIZE INTO WSV-LINEA
              PERFORM 250000-GRABAR-LINEA
              MOVE ALL '*' TO WSV-LINEA
              PERFORM 250000-GRABAR-LINEA
              STRING 'CUENTA   DESCRIPCION          '
                     '  PRESUP. MES       REAL MES    DESVIO MES'
                     '    % MES  '
                     '  PRESUP. ACUM      REAL ACUM   DESVIO ACUM'
                     '   % ACUM'
                     DELIMITED BY SIZE INTO WSV-LINEA
              PERFORM 250000-GRABAR-LINEA

              MOVE 0 TO WSA-FUERATOL
              INITIALIZE WSA-GENERAL
              MOVE LOW-VALUES TO WSV-GRUPOACTUAL
              PERFORM VARYING WSI-J FROM 1 BY 1
                      UNTIL WSI-J > WSV-CANTLINEAS
                 IF LIN-GRUPO(WSI-J) NOT = WSV-GRUPOACTUAL
                    IF WSI-J > 1
                       PERFORM 330000-SUBTOTAL-GRUPO
                    END-IF
                    PERFORM 310000-CABECERA-GRUPO
                 END-IF
                 PERFORM 320000-RENGLON-CUENTA
              END-PERFORM
              IF WSV-CANTLINEAS > 0
                 PERFORM 330000-SUBTOTAL-GRUPO
              END-IF

              MOVE ALL '=' TO WSV-LINEA
              PERFORM 250000-GRABAR-LINEA
              PERFORM 340000-ARMAR-TOTAL-GENERAL
              PERFORM 250000-GRABAR-LINEA

              CLOSE INFORME
              DISPLAY "INFORME GENERADO EN PRESUPREAL.DAT: "
                      WSV-CANTLINEAS " CUENTAS, " WSA-FUERATOL
                      " FUERA DE TOLERANCIA"
           END-IF.

       310000-CABECERA-GRUPO.
           MOVE LIN-GRUPO(WSI-J) TO WSV-GRUPOACTUAL
           INITIALIZE WSA-GRUPO
           MOVE ALL '-' TO WSV-LINEA
           PERFORM 250000-GRABAR-LINEA
           IF LIN-POSGRUPO(WSI-J) = 0
              MOVE 'SIN GRUPO EN EL PLAN' TO WSV-LINEA
           ELSE
              MOVE LIN-POSGRUPO(WSI-J) TO WSV-POSGRUPO
              STRING 'GRUPO ' PLT-CODIGO(WSV-POSGRUPO) ' '
                     PLT-DESCRIPCION(WSV-POSGRUPO)
                     DELIMITED BY SIZE INTO WSV-LINEA
           END-IF
           PERFORM 250000-GRABAR-LINEA.

       320000-RENGLON-CUENTA.
           MOVE LIN-CUENTA(WSI-J) TO DET-CUENTA
           MOVE SPACES TO DET-DESCRIPCION
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTPLAN
              IF PLT-CODIGO(WSI-I) = LIN-CUENTA(WSI-J)
                 MOVE PLT-DESCRIPCION(WSI-I) TO DET-DESCRIPCION
              END-IF
           END-PERFORM
           MOVE LIN-PRESMES(WSI-J)  TO WSV-PRESMES
           MOVE LIN-REALMES(WSI-J)  TO WSV-REALMES
           MOVE LIN-PRESACUM(WSI-J) TO WSV-PRESACUM
           MOVE LIN-REALACUM(WSI-J) TO WSV-REALACUM
           PERFORM 350000-ARMAR-IMPORTES
           IF WSV-FUERATOL = 1
              ADD 1 TO WSA-FUERATOL
           END-IF
           ADD LIN-PRESMES(WSI-J)  TO WSA-GRP-PRESMES
           ADD LIN-REALMES(WSI-J)  TO WSA-GRP-REALMES
           ADD LIN-PRESACUM(WSI-J) TO WSA-GRP-PRESACUM
           ADD LIN-REALACUM(WSI-J) TO WSA-GRP-REALACUM
           MOVE DET-RENGLON TO WSV-LINEA
           PERFORM 250000-GRABAR-LINEA.

       330000-SUBTOTAL-GRUPO.
           MOVE SPACES TO DET-CUENTA
           MOVE '  SUBTOTAL GRUPO' TO DET-DESCRIPCION
           MOVE WSA-GRP-PRESMES  TO WSV-PRESMES
           MOVE WSA-GRP-REALMES  TO WSV-REALMES
           MOVE WSA-GRP-PRESACUM TO WSV-PRESACUM
           MOVE WSA-GRP-REALACUM TO WSV-REALACUM
           PERFORM 350000-ARMAR-IMPORTES
           ADD WSA-GRP-PRESMES  TO WSA-GEN-PRESMES
           ADD WSA-GRP-REALMES  TO WSA-GEN-REALMES
           ADD WSA-GRP-PRESACUM TO WSA-GEN-PRESACUM
           ADD WSA-GRP-REALACUM TO WSA-GEN-REALACUM
           MOVE DET-RENGLON TO WSV-LINEA
           PERFORM 250000-GRABAR-LINEA.

       340000-ARMAR-TOTAL-GENERAL.
           MOVE SPACES TO DET-CUENTA
           MOVE 'TOTAL GENERAL' TO DET-DESCRIPCION
           MOVE WSA-GEN-PRESMES  TO WSV-PRESMES
           MOVE WSA-GEN-REALMES  TO WSV-REALMES
           MOVE WSA-GEN-PRESACUM TO WSV-PRESACUM
           MOVE WSA-GEN-REALACUM TO WSV-REALACUM
           PERFORM 350000-ARMAR-IMPORTES
           MOVE DET-RENGLON TO WSV-LINEA.

      *****************************************************************
      * ARMA LOS IMPORTES DEL RENGLON (WSV-PRES/REAL): DESVIO = REAL -*
      * PRESUPUESTO, % SOBRE EL PRESUPUESTO. SIN PRESUPUESTO Y CON    *
      * REAL EL % NO SE PUEDE CALCULAR Y EL RENGLON SE MARCA IGUAL.   *
      *****************************************************************
       350000-ARMAR-IMPORTES.
           MOVE 0 TO WSV-FUERATOL
           MOVE SPACES TO DET-MARCA
           MOVE WSV-PRESMES  TO DET-PRESMES
           MOVE WSV-REALMES  TO DET-REALMES
           COMPUTE WSV-DESVIO = WSV-REALMES - WSV-PRESMES
           MOVE WSV-DESVIO TO DET-DESVMES
           IF WSV-PRESMES = 0
              MOVE 0 TO DET-PCTMES
              IF WSV-DESVIO NOT = 0
                 MOVE 1 TO WSV-FUERATOL
              END-IF
           ELSE
              COMPUTE WSV-PORCENTAJE ROUNDED =
                      WSV-DESVIO * 100 / WSV-PRESMES
                 ON SIZE ERROR
                    MOVE 9999,9 TO WSV-PORCENTAJE
              END-COMPUTE
              MOVE WSV-PORCENTAJE TO DET-PCTMES
              PERFORM 355000-CONTROLAR-TOLERANCIA
           END-IF

           MOVE WSV-PRESACUM TO DET-PRESACUM
           MOVE WSV-REALACUM TO DET-REALACUM
           COMPUTE WSV-DESVIO =
                   WSV-REALACUM - WSV-PRESACUM
           MOVE WSV-DESVIO TO DET-DESVACUM
           IF WSV-PRESACUM = 0
              MOVE 0 TO DET-PCTACUM
              IF WSV-DESVIO NOT = 0
                 MOVE 1 TO WSV-FUERATOL
              END-IF
           ELSE
              COMPUTE WSV-PORCENTAJE ROUNDED =
                      WSV-DESVIO * 100 / WSV-PRESACUM
                 ON SIZE ERROR
                    MOVE 9999,9 TO WSV-PORCENTAJE
              END-COMPUTE
              MOVE WSV-PORCENTAJE TO DET-PCTACUM
              PERFORM 355000-CONTROLAR-TOLERANCIA
           END-IF
           IF WSV-FUERATOL = 1
              MOVE '<<<' TO DET-MARCA
           END-IF.

       355000-CONTROLAR-TOLERANCIA.
           IF WSV-PORCENTAJE > WSV-TOLERANCIA
              OR WSV-PORCENTAJE < 0 - WSV-TOLERANCIA
              MOVE 1 TO WSV-FUERATOL
           END-IF.

       COPY FSLOGPROC.

       END PROGRAM INFPRES-09-FL.
