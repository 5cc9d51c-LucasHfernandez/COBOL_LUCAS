      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 18/09/2019
      * Purpose: MATRIZ DE TRANSICIONES DE LA MORA (ROLL RATE) ENTRE
      *          DOS FOTOS DE CIERRE DE MES QUE GUARDA MORA-09-FL EN
      *          MORAHIST.DAT: DE LO QUE CADA TRAMO TENIA EN LA FOTO DE
      *          ORIGEN, CUANTO QUEDO SIN DEUDA, SE CURO A AL DIA,
      *          SIGUIO EN EL MISMO TRAMO, PASO A UNO PEOR, LLEGO A MAS
      *          DE 90 O SE CASTIGO EN LA FOTO DE DESTINO. PESA POR
      *          IMPORTE PENDIENTE EN EL ORIGEN. QUEDA EN MATRIZMORA.DAT
      *          PARA COBRANZAS (PRONOSTICO DE PERDIDA Y EFECTO DE LAS
      *          INTIMACIONES Y DE LA AGENCIA).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSIC-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MORAHIST            ASSIGN TO DISK 'MORAHIST.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MORAHIST.

           SELECT INFORME             ASSIGN TO DISK 'MATRIZMORA.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-INFORME.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.

       DATA DIVISION.

       FILE SECTION.

      *****************************************************************
      * MORAHIST.DAT: FOTOS DE CIERRE DE MES DE MORA-09-FL. TRAMO 1 = *
      * AL DIA, 2 = 1-30, 3 = 31-60, 4 = 61-90, 5 = MAS DE 90, 6 =    *
      * DEUDA CASTIGADA.                                              *
      *****************************************************************
       FD MORAHIST.
       01 REG-MORAHIST.
          05 HIS-SELLO.
             10 HIS-PERIODO        PIC 9(06).
             10 HIS-FECHA          PIC 9(08).
             10 HIS-HORA           PIC 9(06).
          05 HIS-NOMBRE            PIC A(20).
          05 HIS-APELLIDO          PIC A(20).
          05 HIS-TRAMO             PIC 9(01).
          05 HIS-IMPORTE           PIC 9(08)V9(02).

       FD INFORME.
       01 REG-INFORME              PIC X(80).

       FD PROCLOG.
       COPY FSLOG.

       WORKING-STORAGE SECTION.

       COPY FSLOGVAR.

       01 VARIABLES.
          05 WSV-ORIGEN           PIC 9(06)       VALUE 0.
          05 WSV-DESTINO          PIC 9(06)       VALUE 0.
          05 WSV-SELLOORIGEN      PIC X(20)       VALUE SPACES.
          05 WSV-SELLODESTINO     PIC X(20)       VALUE SPACES.
          05 WSV-POSICION         PIC 9(04)       VALUE 0.
          05 WSV-PORCENTAJE       PIC 9(03)V9(01) VALUE 0.
          05 WSV-IMPORTE          PIC 9(10)V9(02) VALUE 0.
          05 WSV-BASE             PIC 9(10)V9(02) VALUE 0.
          05 WSV-COLUMNA          PIC 9(02)       VALUE 0.
          05 WSV-TRUNCADO         PIC 9(01)       VALUE 0.

      *****************************************************************
      * COLUMNAS DE DESTINO: 1 = SIN DEUDA (NO FIGURA EN LA FOTO DE   *
      * DESTINO), 2 A 7 = TRAMOS 1 A 6 DE LA FOTO.                    *
      *****************************************************************
       01 CONSTANTES.
          05 WSC-TRAMOS.
             10 FILLER            PIC X(09)       VALUE 'AL DIA   '.
             10 FILLER            PIC X(09)       VALUE '1 A 30   '.
             10 FILLER            PIC X(09)       VALUE '31 A 60  '.
             10 FILLER            PIC X(09)       VALUE '61 A 90  '.
             10 FILLER            PIC X(09)       VALUE 'MAS DE 90'.
             10 FILLER            PIC X(09)       VALUE 'CASTIGADO'.
          05 WSC-TRAMOS-R REDEFINES WSC-TRAMOS.
             10 WSC-TRAMO         PIC X(09)       OCCURS 6 TIMES.

       01 INDICES.
          05 WSI-I                PIC 9(04)       VALUE 0.
          05 WSI-O                PIC 9(01)       VALUE 0.
          05 WSI-D                PIC 9(01)       VALUE 0.
          05 WSV-CANTFOTOS        PIC 9(03)       VALUE 0.
          05 WSV-CANTDESTINO      PIC 9(04)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-LEIDOS           PIC 9(06)       VALUE 0.
          05 WSA-CLIENTESORIGEN   PIC 9(06)       VALUE 0.

       01 SWITCHES.
          05 WSS-FS-MORAHIST      PIC X(02).
            88 WSS-FS-MORAHIST-OK                 VALUE '00'.
            88 WSS-FS-MORAHIST-EOF                VALUE '10'.
          05 WSS-FS-INFORME       PIC X(02).
            88 WSS-FS-INFORME-OK                  VALUE '00'.

       01 MASCARAS.
          05 WSM-IMPORTE          PIC Z(09)9,99.
          05 WSM-PORCENTAJE       PIC ZZ9,9.

      *****************************************************************
      * ULTIMA CORRIDA (PERIODO + FECHA + HORA) DE CADA PERIODO.      *
      *****************************************************************
       01 TABLA-FOTOS.
          05 WST-FOTO             OCCURS 240 TIMES.
             10 FOT-PERIODO       PIC 9(06).
             10 FOT-SELLO         PIC X(20).

      *****************************************************************
      * TRAMO DE CADA CLIENTE EN LA FOTO DE DESTINO (EL CASTIGO PESA  *
      * MAS QUE CUALQUIER TRAMO).                                     *
      *****************************************************************
       01 TABLA-DESTINO.
          05 WST-DESTINO          OCCURS 3000 TIMES.
             10 DES-NOMBRE        PIC A(20).
             10 DES-APELLIDO      PIC A(20).
             10 DES-TRAMO         PIC 9(01).

       01 TABLA-MATRIZ.
          05 WST-ORIGEN           OCCURS 6 TIMES.
             10 MAT-CANTIDAD      PIC 9(06).
             10 MAT-TOTAL         PIC 9(10)V9(02).
             10 MAT-IMPORTE       PIC 9(10)V9(02) OCCURS 7 TIMES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'TRANSIC-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG

           PERFORM 100000-CARGAR-FOTOS
           IF WSV-CANTFOTOS < 2
              DISPLAY "MORAHIST.DAT NO TIENE DOS FOTOS DE CIERRE DE MES"
           ELSE
              DISPLAY "FOTOS DISPONIBLES: " FOT-PERIODO(1) " A "
                      FOT-PERIODO(WSV-CANTFOTOS)
              DISPLAY "PERIODO DE ORIGEN (AAAAMM, 0 = ANTEULTIMA): "
              ACCEPT WSV-ORIGEN
              DISPLAY "PERIODO DE DESTINO (AAAAMM, 0 = ULTIMA): "
              ACCEPT WSV-DESTINO
              IF WSV-ORIGEN = 0
                 MOVE FOT-PERIODO(WSV-CANTFOTOS - 1) TO WSV-ORIGEN
              END-IF
              IF WSV-DESTINO = 0
                 MOVE FOT-PERIODO(WSV-CANTFOTOS) TO WSV-DESTINO
              END-IF
              MOVE SPACES TO WSV-SELLOORIGEN
              MOVE SPACES TO WSV-SELLODESTINO
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTFOTOS
                 IF FOT-PERIODO(WSI-I) = WSV-ORIGEN
                    MOVE FOT-SELLO(WSI-I) TO WSV-SELLOORIGEN
                 END-IF
                 IF FOT-PERIODO(WSI-I) = WSV-DESTINO
                    MOVE FOT-SELLO(WSI-I) TO WSV-SELLODESTINO
                 END-IF
              END-PERFORM
              EVALUATE TRUE
                 WHEN WSV-SELLOORIGEN = SPACES
                    DISPLAY "NO HAY FOTO DEL PERIODO " WSV-ORIGEN
                 WHEN WSV-SELLODESTINO = SPACES
                    DISPLAY "NO HAY FOTO DEL PERIODO " WSV-DESTINO
                 WHEN WSV-ORIGEN NOT < WSV-DESTINO
                    DISPLAY "EL ORIGEN DEBE SER ANTERIOR AL DESTINO"
                 WHEN OTHER
                    PERFORM 200000-CARGAR-DESTINO
                    PERFORM 300000-ARMAR-MATRIZ
                    PERFORM 400000-EMITIR-INFORME
                    DISPLAY "MATRIZ EN MATRIZMORA.DAT"
                    IF WSV-TRUNCADO = 1
                       DISPLAY "ATENCION: ALGUNA TABLA SE LLENO, LA "
                               "MATRIZ PUEDE ESTAR INCOMPLETA"
                    END-IF
              END-EVALUATE
           END-IF
           MOVE WSA-LEIDOS         TO WS-LOG-LEIDOS
           MOVE WSA-CLIENTESORIGEN TO WS-LOG-GRABADOS
           SET WS-LOG-FIN TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

      *****************************************************************
      * RECORRE MORAHIST.DAT Y SE QUEDA CON LA ULTIMA CORRIDA DE CADA *
      * PERIODO. LAS FOTOS SE GRABAN EN ORDEN, ASI QUE LA TABLA QUEDA *
      * ORDENADA POR PERIODO.                                         *
      *****************************************************************
       100000-CARGAR-FOTOS.
           MOVE 0 TO WSV-CANTFOTOS
           OPEN INPUT MORAHIST
           IF WSS-FS-MORAHIST-OK
              PERFORM UNTIL WSS-FS-MORAHIST-EOF
                 READ MORAHIST
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSA-LEIDOS
                       PERFORM 110000-REGISTRAR-FOTO
                 END-READ
              END-PERFORM
              CLOSE MORAHIST
           END-IF.

       110000-REGISTRAR-FOTO.
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTFOTOS
              IF FOT-PERIODO(WSI-I) = HIS-PERIODO
                 MOVE WSI-I TO WSV-POSICION
              END-IF
           END-PERFORM
           IF WSV-POSICION = 0
              IF WSV-CANTFOTOS < 240
                 ADD 1 TO WSV-CANTFOTOS
                 MOVE HIS-PERIODO TO FOT-PERIODO(WSV-CANTFOTOS)
                 MOVE HIS-SELLO   TO FOT-SELLO(WSV-CANTFOTOS)
              ELSE
                 MOVE 1 TO WSV-TRUNCADO
              END-IF
           ELSE
              IF HIS-SELLO > FOT-SELLO(WSV-POSICION)
                 MOVE HIS-SELLO TO FOT-SELLO(WSV-POSICION)
              END-IF
           END-IF.

       200000-CARGAR-DESTINO.
           MOVE 0 TO WSV-CANTDESTINO
           OPEN INPUT MORAHIST
           IF WSS-FS-MORAHIST-OK
              PERFORM UNTIL WSS-FS-MORAHIST-EOF
                 READ MORAHIST
                    AT END
                       CONTINUE
                    NOT AT END
                       IF HIS-SELLO = WSV-SELLODESTINO
                          PERFORM 210000-AGREGAR-DESTINO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MORAHIST
           END-IF.

       210000-AGREGAR-DESTINO.
           PERFORM 220000-BUSCAR-DESTINO
           IF WSV-POSICION = 0
              IF WSV-CANTDESTINO < 3000
                 ADD 1 TO WSV-CANTDESTINO
                 MOVE WSV-CANTDESTINO TO WSV-POSICION
                 MOVE HIS-NOMBRE   TO DES-NOMBRE(WSV-POSICION)
                 MOVE HIS-APELLIDO TO DES-APELLIDO(WSV-POSICION)
                 MOVE 0            TO DES-TRAMO(WSV-POSICION)
              ELSE
                 MOVE 1 TO WSV-TRUNCADO
              END-IF
           END-IF
           IF WSV-POSICION > 0
              IF HIS-TRAMO > DES-TRAMO(WSV-POSICION)
                 MOVE HIS-TRAMO TO DES-TRAMO(WSV-POSICION)
              END-IF
           END-IF.

       220000-BUSCAR-DESTINO.
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTDESTINO
              IF DES-NOMBRE(WSI-I) = HIS-NOMBRE
                 AND DES-APELLIDO(WSI-I) = HIS-APELLIDO
                 MOVE WSI-I TO WSV-POSICION
              END-IF
           END-PERFORM.

      *****************************************************************
      * CADA REGISTRO DE LA FOTO DE ORIGEN SUMA SU IMPORTE EN LA FILA *
      * DE SU TRAMO Y EN LA COLUMNA DEL TRAMO QUE EL CLIENTE TIENE EN *
      * LA FOTO DE DESTINO (1 = YA NO TIENE DEUDA).                   *
      *****************************************************************
       300000-ARMAR-MATRIZ.
           INITIALIZE TABLA-MATRIZ
           OPEN INPUT MORAHIST
           IF WSS-FS-MORAHIST-OK
              PERFORM UNTIL WSS-FS-MORAHIST-EOF
                 READ MORAHIST
                    AT END
                       CONTINUE
                    NOT AT END
                       IF HIS-SELLO = WSV-SELLOORIGEN
                          AND HIS-TRAMO > 0 AND HIS-TRAMO < 7
                          PERFORM 310000-SUMAR-TRANSICION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MORAHIST
           END-IF.

       310000-SUMAR-TRANSICION.
           ADD 1 TO WSA-CLIENTESORIGEN
           MOVE HIS-TRAMO TO WSI-O
           PERFORM 220000-BUSCAR-DESTINO
           IF WSV-POSICION = 0
              MOVE 1 TO WSI-D
           ELSE
              COMPUTE WSI-D = DES-TRAMO(WSV-POSICION) + 1
           END-IF
           ADD 1           TO MAT-CANTIDAD(WSI-O)
           ADD HIS-IMPORTE TO MAT-TOTAL(WSI-O)
           ADD HIS-IMPORTE TO MAT-IMPORTE(WSI-O, WSI-D).

       400000-EMITIR-INFORME.
           OPEN OUTPUT INFORME
           IF NOT WSS-FS-INFORME-OK
              DISPLAY "NO SE PUDO GENERAR MATRIZMORA.DAT"
              DISPLAY "FILE STATUS " WSS-FS-INFORME
           END-IF
           MOVE SPACES TO REG-INFORME
           STRING 'MATRIZ DE TRANSICIONES DE LA MORA: ' WSV-ORIGEN
                  ' A ' WSV-DESTINO
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE SPACES TO REG-INFORME
           STRING 'FOTOS DEL ' WSV-SELLOORIGEN(7:8) ' Y DEL '
                  WSV-SELLODESTINO(7:8)
                  ' - % DEL IMPORTE PENDIENTE EN EL ORIGEN'
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE ALL '-' TO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE SPACES TO REG-INFORME
           STRING 'ORIGEN         IMPORTE  SIN D AL DI  1-30'
                  ' 31-60 61-90   +90 CASTG'
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           PERFORM VARYING WSI-O FROM 1 BY 1 UNTIL WSI-O > 6
              PERFORM 410000-LINEA-MATRIZ
           END-PERFORM
           MOVE ALL '-' TO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           PERFORM 420000-INDICADORES
           CLOSE INFORME.

       410000-LINEA-MATRIZ.
           MOVE MAT-TOTAL(WSI-O) TO WSM-IMPORTE
           MOVE SPACES TO REG-INFORME
           STRING WSC-TRAMO(WSI-O) WSM-IMPORTE
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM VARYING WSI-D FROM 1 BY 1 UNTIL WSI-D > 7
              MOVE MAT-IMPORTE(WSI-O, WSI-D) TO WSV-IMPORTE
              MOVE MAT-TOTAL(WSI-O) TO WSV-BASE
              PERFORM 480000-CALCULAR-PORCENTAJE
              COMPUTE WSV-COLUMNA = 25 + (WSI-D - 1) * 6
              MOVE WSM-PORCENTAJE TO REG-INFORME(WSV-COLUMNA:5)
           END-PERFORM
           PERFORM 490000-GRABAR-LINEA.

      *****************************************************************
      * LOS INDICADORES QUE PIDE COBRANZAS: ROLL RATE DE CADA TRAMO   *
      * AL SIGUIENTE, CURA (A SIN DEUDA O AL DIA) DE LO VENCIDO,      *
      * LLEGADA A MAS DE 90 Y CASTIGO.                                *
      *****************************************************************
       420000-INDICADORES.
           PERFORM VARYING WSI-O FROM 1 BY 1 UNTIL WSI-O > 4
              MOVE MAT-IMPORTE(WSI-O, WSI-O + 2) TO WSV-IMPORTE
              MOVE MAT-TOTAL(WSI-O) TO WSV-BASE
              PERFORM 480000-CALCULAR-PORCENTAJE
              MOVE SPACES TO REG-INFORME
              STRING 'PASO DE ' WSC-TRAMO(WSI-O) ' A '
                     WSC-TRAMO(WSI-O + 1) ':    ' WSM-PORCENTAJE ' %'
                     DELIMITED BY SIZE INTO REG-INFORME
              PERFORM 490000-GRABAR-LINEA
           END-PERFORM

           MOVE 0 TO WSV-IMPORTE
           MOVE 0 TO WSV-BASE
           PERFORM VARYING WSI-O FROM 2 BY 1 UNTIL WSI-O > 5
              ADD MAT-IMPORTE(WSI-O, 1) MAT-IMPORTE(WSI-O, 2)
                                               TO WSV-IMPORTE
              ADD MAT-TOTAL(WSI-O) TO WSV-BASE
           END-PERFORM
           PERFORM 480000-CALCULAR-PORCENTAJE
           MOVE SPACES TO REG-INFORME
           STRING 'VENCIDO QUE SE CURO (SIN DEUDA O AL DIA):   '
                  WSM-PORCENTAJE ' %'
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 490000-GRABAR-LINEA

           MOVE 0 TO WSV-IMPORTE
           MOVE 0 TO WSV-BASE
           PERFORM VARYING WSI-O FROM 2 BY 1 UNTIL WSI-O > 4
              ADD MAT-IMPORTE(WSI-O, 6) TO WSV-IMPORTE
              ADD MAT-TOTAL(WSI-O) TO WSV-BASE
           END-PERFORM
           PERFORM 480000-CALCULAR-PORCENTAJE
           MOVE SPACES TO REG-INFORME
           STRING 'VENCIDO HASTA 90 DIAS QUE LLEGO A MAS DE 90: '
                  WSM-PORCENTAJE ' %'
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 490000-GRABAR-LINEA

           MOVE 0 TO WSV-IMPORTE
           MOVE 0 TO WSV-BASE
           PERFORM VARYING WSI-O FROM 2 BY 1 UNTIL WSI-O > 5
              ADD MAT-IMPORTE(WSI-O, 7) TO WSV-IMPORTE
              ADD MAT-TOTAL(WSI-O) TO WSV-BASE
           END-PERFORM
           PERFORM 480000-CALCULAR-PORCENTAJE
           MOVE SPACES TO REG-INFORME
           STRING 'VENCIDO QUE SE CASTIGO:                     '
                  WSM-PORCENTAJE ' %'
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 490000-GRABAR-LINEA.

       480000-CALCULAR-PORCENTAJE.
           IF WSV-BASE > 0
              COMPUTE WSV-PORCENTAJE ROUNDED =
                      WSV-IMPORTE * 100 / WSV-BASE
           ELSE
              MOVE 0 TO WSV-PORCENTAJE
           END-IF
           MOVE WSV-PORCENTAJE TO WSM-PORCENTAJE.

       490000-GRABAR-LINEA.
           IF WSS-FS-INFORME-OK
              WRITE REG-INFORME
           END-IF.

       COPY FSLOGPROC.

       END PROGRAM TRANSIC-09-FL.
