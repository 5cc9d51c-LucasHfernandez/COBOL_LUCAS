      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 18/10/2019
      * Purpose: TENDENCIA DE LA VENTANA BATCH SOBRE LA HISTORIA DE
      *          PROCESOS.LOG: PARA UN RANGO DE FECHAS (HASTA 26
      *          SEMANAS) MUESTRA POR PROGRAMA Y POR SEMANA LA
      *          CANTIDAD DE CORRIDAS, LA DURACION PROMEDIO Y MAXIMA
      *          Y LOS REGISTROS LEIDOS/GRABADOS PROMEDIO, Y MARCA LOS
      *          PROGRAMAS CUYA DURACION O VOLUMEN CRECE MAS QUE EL
      *          PORCENTAJE SEMANAL CONFIGURADO. CON LAS CORRIDAS DE
      *          CADENA-09-FL PROYECTA CUANDO LA CADENA COMPLETA VA A
      *          TERMINAR DESPUES DEL FIN DE LA VENTANA (LA APERTURA
      *          DE CAJAS). LA HORA DE FIN DE VENTANA Y EL PORCENTAJE
      *          SE CONFIGURAN EN VENTANA.DAT DESDE ESTE PROGRAMA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENTANA-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LECTURALOG ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-LECTURA.

           SELECT VENTANA    ASSIGN TO DISK 'VENTANA.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-VENTANA.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.

       DATA DIVISION.

       FILE SECTION.

      *****************************************************************
      * VISTA DE LECTURA DE PROCESOS.LOG (EL MISMO LAYOUT DE          *
      * FSLOG.CPY, CON NOMBRES PROPIOS PARA NO CHOCAR CON EL FD DEL   *
      * LOG DE ESTA CORRIDA).                                         *
      *****************************************************************
       FD LECTURALOG.
       01 REG-LECTURA.
           05 LEC-FECHA                PIC 9(08).
           05 LEC-HORA                 PIC 9(08).
           05 LEC-PROGRAMA             PIC X(14).
           05 LEC-MOMENTO              PIC X(01).
           05 LEC-LEIDOS               PIC 9(09).
           05 LEC-GRABADOS             PIC 9(09).
           05 LEC-RECHAZADOS           PIC 9(09).
           05 LEC-ESTADO               PIC X(01).

      *****************************************************************
      * VENTANA.DAT: UN UNICO REGISTRO CON LA HORA (HHMM) EN QUE LA   *
      * CADENA NOCTURNA TIENE QUE HABER TERMINADO Y EL CRECIMIENTO    *
      * SEMANAL (%) A PARTIR DEL CUAL UN PROGRAMA SE MARCA.           *
      *****************************************************************
       FD VENTANA.
       01 REG-VENTANA.
           05 VEN-HORAFIN              PIC 9(04).
           05 VEN-PORCENTAJE           PIC 9(03)V9(02).

       FD PROCLOG.
       COPY FSLOG.

       WORKING-STORAGE SECTION.

       COPY FSLOGVAR.

       01 VARIABLES.
           05 WSV-OPCION               PIC 9(01)   VALUE 0.
           05 WSV-DESDE                PIC 9(08)   VALUE 0.
           05 WSV-HASTA                PIC 9(08)   VALUE 0.
           05 WSV-HORAFIN              PIC 9(04)   VALUE 0700.
           05 WSV-HORAFIN-R REDEFINES WSV-HORAFIN.
               10 WSV-FIN-HH           PIC 9(02).
               10 WSV-FIN-MM           PIC 9(02).
           05 WSV-PORCENTAJE           PIC 9(03)V9(02) VALUE 5.
           05 WSV-DIA-DESDE            PIC 9(07)   VALUE 0.
           05 WSV-DIA                  PIC 9(07)   VALUE 0.
           05 WSV-SEMANA               PIC 9(02)   VALUE 0.
           05 WSV-CANTSEMANAS          PIC 9(02)   VALUE 0.
           05 WSV-CENT-INICIO          PIC 9(09)   VALUE 0.
           05 WSV-CENT-FIN             PIC 9(09)   VALUE 0.
           05 WSV-CENT-VENTANA         PIC 9(09)   VALUE 0.
           05 WSV-DURACION             PIC 9(09)   VALUE 0.
           05 WSV-HOLGURA              PIC S9(09)  VALUE 0.
           05 WSV-PRIMERA              PIC 9(02)   VALUE 0.
           05 WSV-ULTIMA               PIC 9(02)   VALUE 0.
           05 WSV-PROM-PRIMERA         PIC 9(09)V9(02) VALUE 0.
           05 WSV-PROM-ULTIMA          PIC 9(09)V9(02) VALUE 0.
           05 WSV-CRECE-DURACION       PIC S9(05)V9(02) VALUE 0.
           05 WSV-CRECE-VOLUMEN        PIC S9(05)V9(02) VALUE 0.
           05 WSV-PENDIENTE            PIC S9(09)V9(02) VALUE 0.
           05 WSV-SEMANAS-FALTAN       PIC 9(05)   VALUE 0.
           05 WSV-FECHA-PROYECTADA     PIC 9(08)   VALUE 0.
           05 WSV-POSICION             PIC 9(03)   VALUE 0.
           05 WSV-LUGAR                PIC 9(03)   VALUE 0.
           05 WSV-MARCADO              PIC 9(01)   VALUE 0.

      *****************************************************************
      * DESGLOSE DE LA HORA HHMMSSCC DEL LOG PARA PASARLA A           *
      * CENTESIMAS DE SEGUNDO (LAS CORRIDAS CORTAS DURAN MENOS DE UN  *
      * SEGUNDO Y NO SE VERIA SU CRECIMIENTO).                        *
      *****************************************************************
       01 DESGLOSE-HORA.
           05 WSV-HORA-X               PIC 9(08)   VALUE 0.
           05 WSV-HORA-R REDEFINES WSV-HORA-X.
               10 WSV-HH               PIC 9(02).
               10 WSV-MM               PIC 9(02).
               10 WSV-SS               PIC 9(02).
               10 WSV-CC               PIC 9(02).

       01 CONSTANTES.
           05 WSC-MAXSEMANAS           PIC 9(02)   VALUE 26.
           05 WSC-CENT-DIA             PIC 9(09)   VALUE 8640000.

       01 INDICES.
           05 WSI-I                    PIC 9(03)   VALUE 0.
           05 WSI-S                    PIC 9(02)   VALUE 0.
           05 WSV-CANTPROGRAMAS        PIC 9(03)   VALUE 0.
           05 WSV-CANTABIERTAS         PIC 9(03)   VALUE 0.

       01 ACUMULADORES.
           05 WSA-LINEAS               PIC 9(07)   VALUE 0.
           05 WSA-MARCADOS             PIC 9(03)   VALUE 0.
           05 WSA-PASADAS              PIC 9(04)   VALUE 0.

       01 MASCARAS.
           05 WSM-SEGUNDOS             PIC ZZZ.ZZ9,99.
           05 WSM-CANTIDAD             PIC ZZZ.ZZZ.ZZ9.
           05 WSM-CORRIDAS             PIC ZZZ9.
           05 WSM-PORCENTAJE           PIC -ZZ.ZZ9,99.
           05 WSM-HORA                 PIC 99B99.

       01 SWITCHES.
           05 WSS-FS-LECTURA            PIC X(02).
             88 WSS-FS-LECTURA-OK                  VALUE '00'.
             88 WSS-FS-LECTURA-EOF                 VALUE '10'.
           05 WSS-FS-VENTANA            PIC X(02).
             88 WSS-FS-VENTANA-OK                  VALUE '00'.

      *****************************************************************
      * CORRIDAS ABIERTAS: EL 'I' DEL LOG ABRE UNA Y EL 'F' DEL MISMO *
      * PROGRAMA CIERRA LA ULTIMA ABIERTA (IGUAL QUE EL TABLERO).     *
      *****************************************************************
       01 TABLA-ABIERTAS.
           05 WST-ABIERTA              OCCURS 50 TIMES.
               10 ABT-PROGRAMA         PIC X(14).
               10 ABT-FECHA            PIC 9(08).
               10 ABT-HORA             PIC 9(08).

      *****************************************************************
      * POR PROGRAMA Y POR SEMANA DEL RANGO: CORRIDAS, DURACION TOTAL *
      * Y MAXIMA (EN CENTESIMAS) Y REGISTROS LEIDOS/GRABADOS.         *
      *****************************************************************
       01 TABLA-PROGRAMAS.
           05 WST-PRG                  OCCURS 60 TIMES.
               10 PRG-PROGRAMA         PIC X(14).
               10 PRG-SEMANA           OCCURS 26 TIMES.
                   15 SEM-CORRIDAS     PIC 9(04).
                   15 SEM-DURACION     PIC 9(11).
                   15 SEM-MAXIMO       PIC 9(09).
                   15 SEM-LEIDOS       PIC 9(11).
                   15 SEM-GRABADOS     PIC 9(11).

      *****************************************************************
      * POR SEMANA, LAS CORRIDAS COMPLETAS DE LA CADENA Y SU HOLGURA  *
      * (FIN DE VENTANA MENOS FIN DE LA CADENA, EN CENTESIMAS;        *
      * NEGATIVA SI LA CADENA YA TERMINO TARDE).                      *
      *****************************************************************
       01 TABLA-CADENA.
           05 WST-CAD                  OCCURS 26 TIMES.
               10 CAD-CORRIDAS         PIC 9(04).
               10 CAD-HOLGURA          PIC S9(11).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'VENTANA-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           PERFORM 100000-LEER-VENTANA

           PERFORM UNTIL WSV-OPCION = 3
              DISPLAY "**************************************"
              DISPLAY "TENDENCIA DE LA VENTANA BATCH"
              MOVE WSV-HORAFIN    TO WSM-HORA
              MOVE WSV-PORCENTAJE TO WSM-PORCENTAJE
              DISPLAY "FIN DE VENTANA " WSM-HORA
                      "  CRECIMIENTO TOLERADO " WSM-PORCENTAJE
                      " % SEMANAL"
              DISPLAY "1 - INFORME DE TENDENCIA"
              DISPLAY "2 - CONFIGURAR VENTANA"
              DISPLAY "3 - SALIR"
              DISPLAY "RESPUESTA: "
              ACCEPT WSV-OPCION

              EVALUATE WSV-OPCION
                 WHEN 1
                    PERFORM 200000-INFORME
                 WHEN 2
                    PERFORM 700000-CONFIGURAR
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM

           SET WS-LOG-FIN TO TRUE
           MOVE WSA-LINEAS   TO WS-LOG-LEIDOS
           MOVE WSA-MARCADOS TO WS-LOG-RECHAZADOS
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

      *****************************************************************
      * SIN VENTANA.DAT VALEN LOS VALORES POR OMISION: FIN A LAS 07:00*
      * Y 5 % SEMANAL.                                                *
      *****************************************************************
       100000-LEER-VENTANA.
           OPEN INPUT VENTANA
           IF WSS-FS-VENTANA-OK
              READ VENTANA
                 NOT AT END
                    IF VEN-HORAFIN IS NUMERIC
                       MOVE VEN-HORAFIN    TO WSV-HORAFIN
                    END-IF
                    IF VEN-PORCENTAJE IS NUMERIC
                       MOVE VEN-PORCENTAJE TO WSV-PORCENTAJE
                    END-IF
              END-READ
              CLOSE VENTANA
           END-IF.

       200000-INFORME.
           DISPLAY "FECHA DESDE (AAAAMMDD): "
           ACCEPT WSV-DESDE
           DISPLAY "FECHA HASTA (AAAAMMDD): "
           ACCEPT WSV-HASTA
           IF FUNCTION TEST-DATE-YYYYMMDD(WSV-DESDE) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(WSV-HASTA) NOT = 0
              OR WSV-HASTA < WSV-DESDE
              DISPLAY "RANGO DE FECHAS INVALIDO"
           ELSE
              COMPUTE WSV-CANTSEMANAS =
                      (FUNCTION INTEGER-OF-DATE(WSV-HASTA)
                     - FUNCTION INTEGER-OF-DATE(WSV-DESDE)) / 7 + 1
              IF WSV-CANTSEMANAS > WSC-MAXSEMANAS
                 DISPLAY "EL RANGO NO PUEDE SUPERAR 26 SEMANAS"
              ELSE
                 PERFORM 300000-RELEVAR-LOG
                 PERFORM 400000-IMPRIMIR-PROGRAMAS
                 PERFORM 500000-PROYECTAR-CADENA
              END-IF
           END-IF.

      *****************************************************************
      * RECORRE EL LOG DEL RANGO APAREANDO CADA 'I' CON SU 'F'. LA    *
      * SEMANA ES LA DEL INICIO DE LA CORRIDA, CONTADA DESDE LA FECHA *
      * DESDE (SEMANA 1 = LOS PRIMEROS SIETE DIAS).                   *
      *****************************************************************
       300000-RELEVAR-LOG.
           INITIALIZE TABLA-PROGRAMAS
           INITIALIZE TABLA-CADENA
           MOVE 0 TO WSV-CANTPROGRAMAS
           MOVE 0 TO WSV-CANTABIERTAS
           MOVE 0 TO WSA-PASADAS
           COMPUTE WSV-DIA-DESDE = FUNCTION INTEGER-OF-DATE(WSV-DESDE)
           COMPUTE WSV-CENT-VENTANA =
                   WSV-FIN-HH * 360000 + WSV-FIN-MM * 6000
           MOVE SPACES TO WSS-FS-LECTURA
           OPEN INPUT LECTURALOG
           IF WSS-FS-LECTURA-OK
              PERFORM UNTIL WSS-FS-LECTURA-EOF
                 READ LECTURALOG
                    AT END
                       CONTINUE
                    NOT AT END
                       IF LEC-FECHA >= WSV-DESDE
                          AND LEC-FECHA IS NUMERIC
                          AND LEC-HORA IS NUMERIC
                          ADD 1 TO WSA-LINEAS
                          PERFORM 310000-PROCESAR-LINEA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LECTURALOG
           ELSE
              DISPLAY "NO SE PUDO ABRIR PROCESOS.LOG"
              DISPLAY "FILE STATUS " WSS-FS-LECTURA
           END-IF.

       310000-PROCESAR-LINEA.
           IF LEC-MOMENTO = 'I'
              IF LEC-FECHA <= WSV-HASTA AND WSV-CANTABIERTAS < 50
                 ADD 1 TO WSV-CANTABIERTAS
                 MOVE LEC-PROGRAMA TO ABT-PROGRAMA(WSV-CANTABIERTAS)
                 MOVE LEC-FECHA    TO ABT-FECHA(WSV-CANTABIERTAS)
                 MOVE LEC-HORA     TO ABT-HORA(WSV-CANTABIERTAS)
              END-IF
           ELSE
              MOVE 0 TO WSV-POSICION
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTABIERTAS
                 IF ABT-PROGRAMA(WSI-I) = LEC-PROGRAMA
                    MOVE WSI-I TO WSV-POSICION
                 END-IF
              END-PERFORM
              IF WSV-POSICION > 0
                 PERFORM 320000-CERRAR-CORRIDA
                 PERFORM VARYING WSI-I FROM WSV-POSICION BY 1
                         UNTIL WSI-I >= WSV-CANTABIERTAS
                    MOVE WST-ABIERTA(WSI-I + 1) TO WST-ABIERTA(WSI-I)
                 END-PERFORM
                 SUBTRACT 1 FROM WSV-CANTABIERTAS
              END-IF
           END-IF.

      *****************************************************************
      * DURACION = FIN MENOS INICIO EN CENTESIMAS, CONTANDO LOS DIAS  *
      * QUE PASARON (LA CADENA CRUZA LA MEDIANOCHE).                  *
      *****************************************************************
       320000-CERRAR-CORRIDA.
           COMPUTE WSV-SEMANA =
                   (FUNCTION INTEGER-OF-DATE(ABT-FECHA(WSV-POSICION))
                  - WSV-DIA-DESDE) / 7 + 1
           MOVE ABT-HORA(WSV-POSICION) TO WSV-HORA-X
           COMPUTE WSV-CENT-INICIO = WSV-HH * 360000 + WSV-MM * 6000
                                   + WSV-SS * 100 + WSV-CC
           MOVE LEC-HORA TO WSV-HORA-X
           COMPUTE WSV-CENT-FIN = WSV-HH * 360000 + WSV-MM * 6000
                                + WSV-SS * 100 + WSV-CC
           COMPUTE WSV-DIA =
                   FUNCTION INTEGER-OF-DATE(LEC-FECHA)
                 - FUNCTION INTEGER-OF-DATE(ABT-FECHA(WSV-POSICION))
           COMPUTE WSV-CENT-FIN = WSV-CENT-FIN + WSV-DIA * WSC-CENT-DIA
           IF WSV-CENT-FIN >= WSV-CENT-INICIO
              COMPUTE WSV-DURACION = WSV-CENT-FIN - WSV-CENT-INICIO
           ELSE
              MOVE 0 TO WSV-DURACION
           END-IF

           PERFORM 330000-UBICAR-PROGRAMA
           IF WSI-I > 0
              ADD 1            TO SEM-CORRIDAS(WSI-I, WSV-SEMANA)
              ADD WSV-DURACION TO SEM-DURACION(WSI-I, WSV-SEMANA)
              ADD LEC-LEIDOS   TO SEM-LEIDOS(WSI-I, WSV-SEMANA)
              ADD LEC-GRABADOS TO SEM-GRABADOS(WSI-I, WSV-SEMANA)
              IF WSV-DURACION > SEM-MAXIMO(WSI-I, WSV-SEMANA)
                 MOVE WSV-DURACION TO SEM-MAXIMO(WSI-I, WSV-SEMANA)
              END-IF
           END-IF

      *****************************************************************
      * LA CADENA: LA VENTANA TERMINA EL MISMO DIA DEL ARRANQUE SI LA *
      * HORA DE FIN ES POSTERIOR AL ARRANQUE, SI NO AL DIA SIGUIENTE. *
      *****************************************************************
           IF LEC-PROGRAMA = 'CADENA-09-FL'
              IF WSV-CENT-VENTANA > WSV-CENT-INICIO
                 COMPUTE WSV-HOLGURA =
                         WSV-CENT-VENTANA - WSV-CENT-FIN
              ELSE
                 COMPUTE WSV-HOLGURA =
                         WSV-CENT-VENTANA + WSC-CENT-DIA - WSV-CENT-FIN
              END-IF
              ADD 1 TO CAD-CORRIDAS(WSV-SEMANA)
              ADD WSV-HOLGURA TO CAD-HOLGURA(WSV-SEMANA)
              IF WSV-HOLGURA < 0
                 ADD 1 TO WSA-PASADAS
              END-IF
           END-IF.

       330000-UBICAR-PROGRAMA.
           MOVE 0 TO WSV-LUGAR
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTPROGRAMAS
              IF PRG-PROGRAMA(WSI-I) = LEC-PROGRAMA
                 MOVE WSI-I TO WSV-LUGAR
              END-IF
           END-PERFORM
           IF WSV-LUGAR = 0 AND WSV-CANTPROGRAMAS < 60
              ADD 1 TO WSV-CANTPROGRAMAS
              MOVE LEC-PROGRAMA TO PRG-PROGRAMA(WSV-CANTPROGRAMAS)
              MOVE WSV-CANTPROGRAMAS TO WSV-LUGAR
           END-IF
           MOVE WSV-LUGAR TO WSI-I.

      *****************************************************************
      * POR PROGRAMA, UNA LINEA POR SEMANA CON CORRIDAS Y EL          *
      * CRECIMIENTO SEMANAL ENTRE LA PRIMERA Y LA ULTIMA SEMANA CON   *
      * CORRIDAS (DURACION PROMEDIO Y VOLUMEN LEIDOS+GRABADOS).       *
      *****************************************************************
       400000-IMPRIMIR-PROGRAMAS.
           MOVE 0 TO WSA-MARCADOS
           DISPLAY "================================================="
           DISPLAY "TENDENCIA DE LA VENTANA BATCH " WSV-DESDE
                   " A " WSV-HASTA
           DISPLAY "================================================="
           IF WSV-CANTPROGRAMAS = 0
              DISPLAY "NO HAY CORRIDAS COMPLETAS EN EL RANGO"
           END-IF
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTPROGRAMAS
              DISPLAY "PROGRAMA " PRG-PROGRAMA(WSI-I)
              DISPLAY " SEM CORR  PROM SEG   MAX SEG "
                      "  PROM LEIDOS PROM GRABADOS"
              MOVE 0 TO WSV-PRIMERA
              MOVE 0 TO WSV-ULTIMA
              PERFORM VARYING WSI-S FROM 1 BY 1
                      UNTIL WSI-S > WSV-CANTSEMANAS
                 IF SEM-CORRIDAS(WSI-I, WSI-S) > 0
                    PERFORM 410000-IMPRIMIR-SEMANA
                    IF WSV-PRIMERA = 0
                       MOVE WSI-S TO WSV-PRIMERA
                    END-IF
                    MOVE WSI-S TO WSV-ULTIMA
                 END-IF
              END-PERFORM
              PERFORM 420000-EVALUAR-CRECIMIENTO
              DISPLAY "---------------------------------------------"
           END-PERFORM
           DISPLAY "PROGRAMAS QUE CRECEN MAS DE LO TOLERADO: "
                   WSA-MARCADOS.

       410000-IMPRIMIR-SEMANA.
           MOVE SEM-CORRIDAS(WSI-I, WSI-S) TO WSM-CORRIDAS
           COMPUTE WSV-PROM-ULTIMA ROUNDED =
                   SEM-DURACION(WSI-I, WSI-S)
                 / SEM-CORRIDAS(WSI-I, WSI-S) / 100
           MOVE WSV-PROM-ULTIMA TO WSM-SEGUNDOS
           DISPLAY "  " WSI-S " " WSM-CORRIDAS " " WSM-SEGUNDOS
                   WITH NO ADVANCING
           COMPUTE WSV-PROM-ULTIMA ROUNDED =
                   SEM-MAXIMO(WSI-I, WSI-S) / 100
           MOVE WSV-PROM-ULTIMA TO WSM-SEGUNDOS
           DISPLAY WSM-SEGUNDOS WITH NO ADVANCING
           COMPUTE WSV-PROM-ULTIMA ROUNDED =
                   SEM-LEIDOS(WSI-I, WSI-S) / SEM-CORRIDAS(WSI-I, WSI-S)
           MOVE WSV-PROM-ULTIMA TO WSM-CANTIDAD
           DISPLAY "   " WSM-CANTIDAD WITH NO ADVANCING
           COMPUTE WSV-PROM-ULTIMA ROUNDED =
                   SEM-GRABADOS(WSI-I, WSI-S)
                 / SEM-CORRIDAS(WSI-I, WSI-S)
           MOVE WSV-PROM-ULTIMA TO WSM-CANTIDAD
           DISPLAY "   " WSM-CANTIDAD.

      *****************************************************************
      * CRECIMIENTO SEMANAL = (ULTIMA - PRIMERA) / PRIMERA / SEMANAS  *
      * ENTRE AMBAS, EN %. CON UNA SOLA SEMANA NO HAY TENDENCIA.      *
      *****************************************************************
       420000-EVALUAR-CRECIMIENTO.
           MOVE 0 TO WSV-MARCADO
           IF WSV-ULTIMA > WSV-PRIMERA
              COMPUTE WSV-PROM-PRIMERA =
                      SEM-DURACION(WSI-I, WSV-PRIMERA)
                    / SEM-CORRIDAS(WSI-I, WSV-PRIMERA)
              COMPUTE WSV-PROM-ULTIMA =
                      SEM-DURACION(WSI-I, WSV-ULTIMA)
                    / SEM-CORRIDAS(WSI-I, WSV-ULTIMA)
              MOVE 0 TO WSV-CRECE-DURACION
              IF WSV-PROM-PRIMERA > 0
                 COMPUTE WSV-CRECE-DURACION ROUNDED =
                         (WSV-PROM-ULTIMA - WSV-PROM-PRIMERA) * 100
                       / WSV-PROM-PRIMERA / (WSV-ULTIMA - WSV-PRIMERA)
              END-IF

              COMPUTE WSV-PROM-PRIMERA =
                      (SEM-LEIDOS(WSI-I, WSV-PRIMERA)
                     + SEM-GRABADOS(WSI-I, WSV-PRIMERA))
                    / SEM-CORRIDAS(WSI-I, WSV-PRIMERA)
              COMPUTE WSV-PROM-ULTIMA =
                      (SEM-LEIDOS(WSI-I, WSV-ULTIMA)
                     + SEM-GRABADOS(WSI-I, WSV-ULTIMA))
                    / SEM-CORRIDAS(WSI-I, WSV-ULTIMA)
              MOVE 0 TO WSV-CRECE-VOLUMEN
              IF WSV-PROM-PRIMERA > 0
                 COMPUTE WSV-CRECE-VOLUMEN ROUNDED =
                         (WSV-PROM-ULTIMA - WSV-PROM-PRIMERA) * 100
                       / WSV-PROM-PRIMERA / (WSV-ULTIMA - WSV-PRIMERA)
              END-IF

              MOVE WSV-CRECE-DURACION TO WSM-PORCENTAJE
              DISPLAY " CRECIMIENTO SEMANAL: DURACION " WSM-PORCENTAJE
                      " %" WITH NO ADVANCING
              MOVE WSV-CRECE-VOLUMEN TO WSM-PORCENTAJE
              DISPLAY "  VOLUMEN " WSM-PORCENTAJE " %"
              IF WSV-CRECE-DURACION > WSV-PORCENTAJE
                 OR WSV-CRECE-VOLUMEN > WSV-PORCENTAJE
                 MOVE 1 TO WSV-MARCADO
                 ADD 1 TO WSA-MARCADOS
                 DISPLAY " *** CRECE MAS DE LO TOLERADO ***"
              END-IF
           ELSE
              DISPLAY " SIN TENDENCIA (UNA SOLA SEMANA CON CORRIDAS)"
           END-IF.

      *****************************************************************
      * PROYECCION DE LA CADENA: CON LA HOLGURA PROMEDIO DE LA        *
      * PRIMERA Y LA ULTIMA SEMANA SE SACA CUANTO SE COME POR SEMANA  *
      * Y EN CUANTAS SEMANAS MAS LA CADENA TERMINA FUERA DE VENTANA.  *
      *****************************************************************
       500000-PROYECTAR-CADENA.
           MOVE 0 TO WSV-PRIMERA
           MOVE 0 TO WSV-ULTIMA
           PERFORM VARYING WSI-S FROM 1 BY 1
                   UNTIL WSI-S > WSV-CANTSEMANAS
              IF CAD-CORRIDAS(WSI-S) > 0
                 IF WSV-PRIMERA = 0
                    MOVE WSI-S TO WSV-PRIMERA
                 END-IF
                 MOVE WSI-S TO WSV-ULTIMA
              END-IF
           END-PERFORM

           DISPLAY "================================================="
           MOVE WSV-HORAFIN TO WSM-HORA
           DISPLAY "CADENA NOCTURNA CONTRA EL FIN DE VENTANA ("
                   WSM-HORA ")"
           IF WSV-PRIMERA = 0
              DISPLAY "NO HAY CORRIDAS COMPLETAS DE CADENA-09-FL "
                      "EN EL RANGO"
           ELSE
              COMPUTE WSV-HOLGURA =
                      CAD-HOLGURA(WSV-ULTIMA) / CAD-CORRIDAS(WSV-ULTIMA)
              COMPUTE WSV-PROM-ULTIMA = WSV-HOLGURA / 6000
              MOVE WSV-PROM-ULTIMA TO WSM-SEGUNDOS
              IF WSV-HOLGURA < 0
                 DISPLAY "*** LA ULTIMA SEMANA LA CADENA YA TERMINA "
                         "FUERA DE VENTANA ***"
              ELSE
                 DISPLAY "HOLGURA PROMEDIO DE LA ULTIMA SEMANA: "
                         WSM-SEGUNDOS " MINUTOS"
              END-IF
              IF WSA-PASADAS > 0
                 DISPLAY "CORRIDAS QUE TERMINARON FUERA DE VENTANA: "
                         WSA-PASADAS
              END-IF
              IF WSV-ULTIMA > WSV-PRIMERA
                 COMPUTE WSV-PENDIENTE =
                        (CAD-HOLGURA(WSV-ULTIMA)
                       / CAD-CORRIDAS(WSV-ULTIMA)
                       - CAD-HOLGURA(WSV-PRIMERA)
                       / CAD-CORRIDAS(WSV-PRIMERA))
                       / (WSV-ULTIMA - WSV-PRIMERA)
                 IF WSV-PENDIENTE >= 0
                    DISPLAY "LA DURACION DE LA CADENA NO CRECE: "
                            "SIN FECHA DE DESBORDE PROYECTADA"
                 ELSE
                    COMPUTE WSV-PROM-ULTIMA = 0 - WSV-PENDIENTE / 6000
                    MOVE WSV-PROM-ULTIMA TO WSM-SEGUNDOS
                    DISPLAY "LA CADENA SE COME " WSM-SEGUNDOS
                            " MINUTOS DE VENTANA POR SEMANA"
                    IF WSV-HOLGURA >= 0
                       COMPUTE WSV-SEMANAS-FALTAN =
                               WSV-HOLGURA / (0 - WSV-PENDIENTE) + 1
                       COMPUTE WSV-FECHA-PROYECTADA =
                               FUNCTION DATE-OF-INTEGER(WSV-DIA-DESDE
                             + (WSV-ULTIMA - 1) * 7
                             + WSV-SEMANAS-FALTAN * 7)
                       DISPLAY "*** A ESTE RITMO LA CADENA SUPERA EL "
                               "FIN DE VENTANA EN " WSV-SEMANAS-FALTAN
                               " SEMANAS (SEMANA DEL "
                               WSV-FECHA-PROYECTADA ") ***"
                    END-IF
                 END-IF
              ELSE
                 DISPLAY "UNA SOLA SEMANA CON CADENA: SIN PROYECCION"
              END-IF
           END-IF
           DISPLAY "=================================================".

      *****************************************************************
      * CONFIGURACION DE LA HORA DE FIN DE VENTANA Y DEL PORCENTAJE   *
      * DE CRECIMIENTO SEMANAL TOLERADO.                              *
      *****************************************************************
       700000-CONFIGURAR.
           DISPLAY "HORA DE FIN DE VENTANA (HHMM): "
           ACCEPT WSV-HORAFIN
           IF WSV-FIN-HH > 23 OR WSV-FIN-MM > 59
              DISPLAY "HORA INVALIDA - NO SE GRABA"
              PERFORM 100000-LEER-VENTANA
           ELSE
              DISPLAY "CRECIMIENTO SEMANAL TOLERADO (%): "
              ACCEPT WSV-PORCENTAJE
              OPEN OUTPUT VENTANA
              IF WSS-FS-VENTANA-OK
                 MOVE WSV-HORAFIN    TO VEN-HORAFIN
                 MOVE WSV-PORCENTAJE TO VEN-PORCENTAJE
                 WRITE REG-VENTANA
                 CLOSE VENTANA
                 DISPLAY "VENTANA CONFIGURADA"
              ELSE
                 DISPLAY "NO SE PUDO GRABAR VENTANA.DAT"
                 DISPLAY "FILE STATUS " WSS-FS-VENTANA
              END-IF
           END-IF.

       COPY FSLOGPROC.

       END PROGRAM VENTANA-09-FL.
