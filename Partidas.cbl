      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 17/09/2019
      * Purpose: CREDITOS BANCARIOS EN SUSPENSO (PARTIDAS.DAT): LISTA
      *          LAS PARTIDAS QUE CONCILIA-09-FL DEJO SIN PAGO, CON SU
      *          ESTADO Y EL CLIENTE AL QUE SE IMPUTARON, Y EMITE EL
      *          INFORME DE ANTIGUEDAD DE LO QUE SIGUE SIN IDENTIFICAR
      *          (HASTA 7 DIAS, 8 A 30, 31 A 60 Y MAS DE 60 DESDE LA
      *          FECHA DEL BANCO) QUE PIDE LA AUDITORIA. LA
      *          IDENTIFICACION SE HACE EN PAGOS-09-FL, OPCION 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTIDA-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTIDAS            ASSIGN TO DISK 'PARTIDAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PARTIDAS.

           SELECT FECHAPROC ASSIGN TO DISK 'FECHAPROC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-FPR-FS.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.

       DATA DIVISION.

       FILE SECTION.

      *****************************************************************
      * PARTIDAS.DAT: CREDITOS DEL BANCO EN SUSPENSO QUE DEJA         *
      * CONCILIA-09-FL. PAR-ESTADO 'P' = PENDIENTE DE IDENTIFICAR,    *
      * 'I' = IDENTIFICADA E IMPUTADA AL CLIENTE POR PAGOS-09-FL.     *
      *****************************************************************
       FD PARTIDAS.
       01 REG-PARTIDA.
          05 PAR-NUMERO            PIC 9(05).
          05 PAR-FECHA             PIC 9(08).
          05 PAR-REFERENCIA        PIC X(10).
          05 PAR-IMPORTE           PIC 9(08)V9(02).
          05 PAR-ESTADO            PIC X(01).
          05 PAR-FECHAIDENT        PIC 9(08).
          05 PAR-NOMBRE            PIC A(20).
          05 PAR-APELLIDO          PIC A(20).

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
          05 WSV-DIAS             PIC S9(05)      VALUE 0.
          05 WSV-TRAMO            PIC 9(01)       VALUE 0.
          05 WSV-SOLOPENDIENTES   PIC X(01)       VALUE SPACE.

      *****************************************************************
      * LIMITES DE LOS TRAMOS DE ANTIGUEDAD, EN DIAS CORRIDOS DESDE   *
      * LA FECHA DEL CREDITO EN EL BANCO.                             *
      *****************************************************************
       01 CONSTANTES.
          05 WSC-TRAMO1           PIC 9(03)       VALUE 7.
          05 WSC-TRAMO2           PIC 9(03)       VALUE 30.
          05 WSC-TRAMO3           PIC 9(03)       VALUE 60.

       01 INDICES.
          05 WSI-I                PIC 9(01)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-CANTPEND         PIC 9(05)       VALUE 0.
          05 WSA-TOTALPEND        PIC 9(10)V9(02) VALUE 0.
          05 WSA-CANTIDENT        PIC 9(05)       VALUE 0.
          05 WSA-TOTALIDENT       PIC 9(10)V9(02) VALUE 0.

       01 SWITCHES.
          05 WSS-FS-PARTIDAS      PIC X(02).
            88 WSS-FS-PARTIDAS-OK                 VALUE '00'.
            88 WSS-FS-PARTIDAS-EOF                VALUE '10'.

       01 MASCARAS.
          05 WSM-IMPORTE          PIC Z(08),99.
          05 WSM-TOTAL            PIC Z(10),99.
          05 WSM-DIAS             PIC Z(04)9.
          05 WSM-CANT             PIC Z(04)9.

       01 TABLA-TRAMOS.
          05 WST-TRAMO            OCCURS 4 TIMES.
             10 TRA-DESCRIPCION   PIC X(16).
             10 TRA-CANTIDAD      PIC 9(05).
             10 TRA-IMPORTE       PIC 9(10)V9(02).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'PARTIDA-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           PERFORM 9300-LEER-FECHA-PROCESO
           MOVE WS-FPR-FECHA TO WSV-FECHA-SISTEMA

           PERFORM UNTIL WSV-OPCION = 3
              DISPLAY "**************************************"
              DISPLAY "CREDITOS BANCARIOS EN SUSPENSO"
              DISPLAY "1 - LISTAR PARTIDAS"
              DISPLAY "2 - ANTIGUEDAD DE LO PENDIENTE DE IDENTIFICAR"
              DISPLAY "3 - SALIR"
              DISPLAY "RESPUESTA: "
              ACCEPT WSV-OPCION

              EVALUATE WSV-OPCION
                 WHEN 1
                    PERFORM 100000-LISTAR-PARTIDAS
                 WHEN 2
                    PERFORM 200000-INFORME-ANTIGUEDAD
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
           SET WS-LOG-FIN TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

      *****************************************************************
      * LISTADO DE PARTIDAS: LAS PENDIENTES CON SUS DIAS EN SUSPENSO  *
      * Y LAS IDENTIFICADAS CON EL CLIENTE Y LA FECHA EN QUE SE       *
      * IMPUTARON.                                                    *
      *****************************************************************
       100000-LISTAR-PARTIDAS.
           DISPLAY "SOLO LAS PENDIENTES (S/N): "
           ACCEPT WSV-SOLOPENDIENTES
           MOVE 0 TO WSA-CANTPEND
           MOVE 0 TO WSA-TOTALPEND
           MOVE 0 TO WSA-CANTIDENT
           MOVE 0 TO WSA-TOTALIDENT
           OPEN INPUT PARTIDAS
           IF NOT WSS-FS-PARTIDAS-OK
              DISPLAY "NO HAY PARTIDAS EN SUSPENSO REGISTRADAS"
           ELSE
              DISPLAY "--------------------------------------"
              PERFORM UNTIL WSS-FS-PARTIDAS-EOF
                 READ PARTIDAS
                    AT END
                       CONTINUE
                    NOT AT END
                       PERFORM 110000-MOSTRAR-PARTIDA
                 END-READ
              END-PERFORM
              CLOSE PARTIDAS
              DISPLAY "--------------------------------------"
              MOVE WSA-CANTPEND  TO WSM-CANT
              MOVE WSA-TOTALPEND TO WSM-TOTAL
              DISPLAY "PENDIENTES:    " WSM-CANT " POR " WSM-TOTAL
              IF WSV-SOLOPENDIENTES NOT = 'S'
                 MOVE WSA-CANTIDENT  TO WSM-CANT
                 MOVE WSA-TOTALIDENT TO WSM-TOTAL
                 DISPLAY "IDENTIFICADAS: " WSM-CANT " POR " WSM-TOTAL
              END-IF
           END-IF.

       110000-MOSTRAR-PARTIDA.
           MOVE PAR-IMPORTE TO WSM-IMPORTE
           IF PAR-ESTADO = 'P'
              ADD 1 TO WSA-CANTPEND
              ADD PAR-IMPORTE TO WSA-TOTALPEND
              COMPUTE WSV-DIAS =
                  FUNCTION INTEGER-OF-DATE(WSV-FECHA-SISTEMA)
                  - FUNCTION INTEGER-OF-DATE(PAR-FECHA)
              MOVE WSV-DIAS TO WSM-DIAS
              DISPLAY PAR-NUMERO " " PAR-FECHA " " PAR-REFERENCIA
                      " " WSM-IMPORTE " PENDIENTE HACE "
                      WSM-DIAS " DIAS"
           ELSE
              ADD 1 TO WSA-CANTIDENT
              ADD PAR-IMPORTE TO WSA-TOTALIDENT
              IF WSV-SOLOPENDIENTES NOT = 'S'
                 DISPLAY PAR-NUMERO " " PAR-FECHA " " PAR-REFERENCIA
                         " " WSM-IMPORTE " IDENTIFICADA "
                         PAR-FECHAIDENT " "
                         FUNCTION TRIM(PAR-NOMBRE) " "
                         FUNCTION TRIM(PAR-APELLIDO)
              END-IF
           END-IF.

      *****************************************************************
      * ANTIGUEDAD DE LAS PARTIDAS PENDIENTES A LA FECHA DE PROCESO:  *
      * CANTIDAD E IMPORTE POR TRAMO. LO DE MAS DE 60 DIAS SE LISTA   *
      * UNA POR UNA PARA EL SEGUIMIENTO.                              *
      *****************************************************************
       200000-INFORME-ANTIGUEDAD.
           MOVE 'HASTA 7 DIAS'     TO TRA-DESCRIPCION(1)
           MOVE '8 A 30 DIAS'      TO TRA-DESCRIPCION(2)
           MOVE '31 A 60 DIAS'     TO TRA-DESCRIPCION(3)
           MOVE 'MAS DE 60 DIAS'   TO TRA-DESCRIPCION(4)
           PERFORM VARYING WSI-I FROM 1 BY 1 UNTIL WSI-I > 4
              MOVE 0 TO TRA-CANTIDAD(WSI-I)
              MOVE 0 TO TRA-IMPORTE(WSI-I)
           END-PERFORM
           MOVE 0 TO WSA-CANTPEND
           MOVE 0 TO WSA-TOTALPEND

           OPEN INPUT PARTIDAS
           IF NOT WSS-FS-PARTIDAS-OK
              DISPLAY "NO HAY PARTIDAS EN SUSPENSO REGISTRADAS"
           ELSE
              DISPLAY "--------------------------------------"
              DISPLAY "ANTIGUEDAD DE CREDITOS SIN IDENTIFICAR AL "
                      WSV-FECHA-SISTEMA
              PERFORM UNTIL WSS-FS-PARTIDAS-EOF
                 READ PARTIDAS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF PAR-ESTADO = 'P'
                          PERFORM 210000-CLASIFICAR-PARTIDA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PARTIDAS
              DISPLAY "--------------------------------------"
              PERFORM VARYING WSI-I FROM 1 BY 1 UNTIL WSI-I > 4
                 MOVE TRA-CANTIDAD(WSI-I) TO WSM-CANT
                 MOVE TRA-IMPORTE(WSI-I)  TO WSM-TOTAL
                 DISPLAY TRA-DESCRIPCION(WSI-I) " " WSM-CANT
                         " PARTIDAS " WSM-TOTAL
              END-PERFORM
              DISPLAY "--------------------------------------"
              MOVE WSA-CANTPEND  TO WSM-CANT
              MOVE WSA-TOTALPEND TO WSM-TOTAL
              DISPLAY "TOTAL SIN IDENTIFICAR " WSM-CANT
                      " PARTIDAS " WSM-TOTAL
           END-IF.

       210000-CLASIFICAR-PARTIDA.
           COMPUTE WSV-DIAS =
               FUNCTION INTEGER-OF-DATE(WSV-FECHA-SISTEMA)
               - FUNCTION INTEGER-OF-DATE(PAR-FECHA)
           EVALUATE TRUE
              WHEN WSV-DIAS <= WSC-TRAMO1
                 MOVE 1 TO WSV-TRAMO
              WHEN WSV-DIAS <= WSC-TRAMO2
                 MOVE 2 TO WSV-TRAMO
              WHEN WSV-DIAS <= WSC-TRAMO3
                 MOVE 3 TO WSV-TRAMO
              WHEN OTHER
                 MOVE 4 TO WSV-TRAMO
           END-EVALUATE
           ADD 1 TO TRA-CANTIDAD(WSV-TRAMO)
           ADD PAR-IMPORTE TO TRA-IMPORTE(WSV-TRAMO)
           ADD 1 TO WSA-CANTPEND
           ADD PAR-IMPORTE TO WSA-TOTALPEND
           IF WSV-TRAMO = 4
              MOVE PAR-IMPORTE TO WSM-IMPORTE
              MOVE WSV-DIAS    TO WSM-DIAS
              DISPLAY "  +60: PARTIDA " PAR-NUMERO " " PAR-FECHA
                      " " PAR-REFERENCIA " " WSM-IMPORTE " "
                      WSM-DIAS " DIAS"
           END-IF.

       COPY FSFECHAPROC.

       COPY FSLOGPROC.

       END PROGRAM PARTIDA-09-FL.
