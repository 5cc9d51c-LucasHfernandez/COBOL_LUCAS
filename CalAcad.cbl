      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 15/10/2019
      * Purpose: CALENDARIO ACADEMICO (CALACAD.DAT, VER FSCAL.CPY):
      *          MANTIENE POR PERIODO LAS VENTANAS DE INSCRIPCION A
      *          MATERIAS, BAJA DE INSCRIPCIONES, CARGA DE NOTAS Y
      *          CADA TURNO DE MESAS DE EXAMEN. INSCRIP-09-FL,
      *          ADMISION-09-FL, MESAS-09-FL Y PROG02V3-09-FL RECHAZAN
      *          LA OPERACION FUERA DE SU VENTANA SALVO EXCEPCION DE
      *          UN SUPERVISOR CON MOTIVO (9880, FSCALPROC.CPY); ESAS
      *          EXCEPCIONES (CALEXCEP.DAT) SE LISTAN ACA. IMPRIME EL
      *          CALENDARIO DEL PERIODO PARA LOS ALUMNOS
      *          (CALENDARIORPT.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALACAD-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALACAD   ASSIGN TO DISK 'CALACAD.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-CAL-FS.

           SELECT CALEXCEP  ASSIGN TO DISK 'CALEXCEP.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-CAE-FS.

           SELECT CALRPT    ASSIGN TO DISK 'CALENDARIORPT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CALRPT.

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

       FD CALACAD.
       COPY FSCAL.

       FD CALEXCEP.
       COPY FSCALEXC.

       FD CALRPT.
       01 REG-CALRPT               PIC X(80).

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

       COPY FSCALVAR.

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-PERIODO          PIC X(06)       VALUE SPACES.
          05 WSV-TIPO             PIC X(01)       VALUE SPACE.
            88 WSV-TIPO-VALIDO    VALUE 'I' 'B' 'N' 'M'.
          05 WSV-TURNO            PIC 9(01)       VALUE 0.
          05 WSV-DESDE            PIC 9(08)       VALUE 0.
          05 WSV-HASTA            PIC 9(08)       VALUE 0.
          05 WSV-DESCRIPCION      PIC X(30)       VALUE SPACES.
          05 WSV-POSICION         PIC 9(03)       VALUE 0.
          05 WSV-PISADA           PIC 9(03)       VALUE 0.
          05 WSV-FECHAVALIDA      PIC 9(01)       VALUE 0.
          05 WSV-HUBOCAMBIOS      PIC 9(01)       VALUE 0.
          05 WSV-TABLALLENA       PIC 9(01)       VALUE 0.
          05 WSV-RETORNO          PIC 9(02)       VALUE 0.
          05 WSV-NOMBRETIPO       PIC X(25)       VALUE SPACES.
          05 WSV-FECHA            PIC 9(08)       VALUE 0.
          05 WSV-FECHA-R REDEFINES WSV-FECHA.
             10 WSV-FEC-ANO       PIC 9(04).
             10 WSV-FEC-MES       PIC 9(02).
             10 WSV-FEC-DIA       PIC 9(02).
          05 WSV-FECHAEDIT.
             10 WSV-FED-DIA       PIC 9(02).
             10 FILLER            PIC X(01)       VALUE '/'.
             10 WSV-FED-MES       PIC 9(02).
             10 FILLER            PIC X(01)       VALUE '/'.
             10 WSV-FED-ANO       PIC 9(04).
          05 WSV-DESDEEDIT        PIC X(10)       VALUE SPACES.
          05 WSV-HASTAEDIT        PIC X(10)       VALUE SPACES.
          05 WSV-LINEA            PIC X(80)       VALUE SPACES.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSI-J                PIC 9(03)       VALUE 0.
          05 WSV-CANTVENTANAS     PIC 9(03)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-ALTAS            PIC 9(05)       VALUE 0.
          05 WSA-RECHAZOS         PIC 9(05)       VALUE 0.
          05 WSA-LINEAS           PIC 9(05)       VALUE 0.
          05 WSA-EXCEPCIONES      PIC 9(05)       VALUE 0.

       01 SWITCHES.
          05 WSS-FS-CALRPT        PIC X(02).
            88 WSS-FS-CALRPT-OK                   VALUE '00'.

      *****************************************************************
      * CALACAD.DAT COMPLETO EN MEMORIA, CON EL MISMO FORMATO DEL     *
      * REGISTRO (FSCAL.CPY); SE REGRABA AL SALIR SI HUBO CAMBIOS.    *
      *****************************************************************
       01 TABLA-VENTANAS.
          05 WST-VENTANA          OCCURS 200 TIMES.
             10 VEN-PERIODO       PIC X(06).
             10 VEN-TIPO          PIC X(01).
             10 VEN-TURNO         PIC 9(01).
             10 VEN-DESDE         PIC 9(08).
             10 VEN-HASTA         PIC 9(08).
             10 VEN-DESCRIPCION   PIC X(30).

       01 WST-VENTANA-AUX         PIC X(54).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'CALACAD-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           MOVE 'CALACAD-09-FL' TO WS-CER-PROGRAMA
           MOVE 1 TO WS-CER-CANTARCH
           MOVE 'CALACAD.DAT' TO WS-CER-ARCHIVO(1)
           PERFORM 9200-TOMAR-CERROJOS
           IF WS-CER-DENEGADO = 1
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
              SET WS-LOG-FIN TO TRUE
              PERFORM 9100-GRABAR-PROCLOG
              STOP RUN
           END-IF
           PERFORM 100000-CARGAR-VENTANAS
      *****************************************************************
      * EL ARCHIVO TIENE MAS REGISTROS QUE LA TABLA: REGRABARLO DESDE *
      * LA TABLA LO TRUNCARIA, ASI QUE LA CORRIDA SE CANCELA SIN      *
      * TOCAR NADA (AMPLIAR EL OCCURS ANTES DE REINTENTAR).           *
      *****************************************************************
           IF WSV-TABLALLENA = 1
              DISPLAY "CALACAD.DAT SUPERA LA TABLA: SE CANCELA SIN "
                      "REGRABAR"
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
           PERFORM UNTIL WSV-OPCION = 6
              DISPLAY "**************************************"
              DISPLAY "CALENDARIO ACADEMICO (CALACAD.DAT)"
              DISPLAY "1 - ALTA O MODIFICACION DE VENTANA"
              DISPLAY "2 - BAJA DE VENTANA"
              DISPLAY "3 - LISTAR VENTANAS DE UN PERIODO"
              DISPLAY "4 - IMPRIMIR CALENDARIO PARA ALUMNOS"
              DISPLAY "5 - LISTAR EXCEPCIONES AUTORIZADAS"
              DISPLAY "6 - SALIR"
              DISPLAY "RESPUESTA: "
              ACCEPT WSV-OPCION

              EVALUATE WSV-OPCION
                 WHEN 1
                    PERFORM 200000-ALTA-VENTANA
                 WHEN 2
                    PERFORM 300000-BAJA-VENTANA
                 WHEN 3
                    PERFORM 400000-LISTAR-VENTANAS
                 WHEN 4
                    PERFORM 500000-IMPRIMIR-CALENDARIO
                 WHEN 5
                    PERFORM 600000-LISTAR-EXCEPCIONES
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
              PERFORM 700000-REGRABAR-VENTANAS
           END-IF
           MOVE WSV-RETORNO TO RETURN-CODE
           END-IF
           PERFORM 9250-LIBERAR-CERROJOS
           SET WS-LOG-FIN TO TRUE
           MOVE WSV-CANTVENTANAS TO WS-LOG-LEIDOS
           MOVE WSA-ALTAS        TO WS-LOG-GRABADOS
           MOVE WSA-RECHAZOS     TO WS-LOG-RECHAZADOS
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

       100000-CARGAR-VENTANAS.
           MOVE 0 TO WSV-CANTVENTANAS
           OPEN INPUT CALACAD
           IF WS-CAL-FS-OK
              PERFORM UNTIL WS-CAL-FS-EOF OR WSV-CANTVENTANAS > 199
                 READ CALACAD
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTVENTANAS
                       MOVE REG-CALACAD TO
                                        WST-VENTANA(WSV-CANTVENTANAS)
                 END-READ
              END-PERFORM
              IF NOT WS-CAL-FS-EOF
                 READ CALACAD
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLALLENA
                 END-READ
              END-IF
              CLOSE CALACAD
           END-IF.

      *****************************************************************
      * FECHA AAAAMMDD DE WSV-FECHA CON MES Y DIA POSIBLES.           *
      *****************************************************************
       150000-VALIDAR-FECHA.
           MOVE 1 TO WSV-FECHAVALIDA
           IF WSV-FEC-ANO < 1900
              OR WSV-FEC-MES < 1 OR WSV-FEC-MES > 12
              OR WSV-FEC-DIA < 1 OR WSV-FEC-DIA > 31
              MOVE 0 TO WSV-FECHAVALIDA
           END-IF.

       160000-NOMBRE-TIPO.
           EVALUATE WSV-TIPO
              WHEN 'I'
                 MOVE 'INSCRIPCION A MATERIAS' TO WSV-NOMBRETIPO
              WHEN 'B'
                 MOVE 'BAJA DE INSCRIPCIONES'  TO WSV-NOMBRETIPO
              WHEN 'N'
                 MOVE 'CARGA DE NOTAS'         TO WSV-NOMBRETIPO
              WHEN 'M'
                 MOVE SPACES TO WSV-NOMBRETIPO
                 STRING 'MESAS DE EXAMEN, TURNO ' WSV-TURNO
                        DELIMITED BY SIZE INTO WSV-NOMBRETIPO
                 END-STRING
              WHEN OTHER
                 MOVE SPACES                   TO WSV-NOMBRETIPO
           END-EVALUATE.

      *****************************************************************
      * DEJA LA FECHA WSV-FECHA COMO DD/MM/AAAA EN WSV-FECHAEDIT.     *
      *****************************************************************
       170000-EDITAR-FECHA.
           MOVE WSV-FEC-DIA TO WSV-FED-DIA
           MOVE WSV-FEC-MES TO WSV-FED-MES
           MOVE WSV-FEC-ANO TO WSV-FED-ANO.

      *****************************************************************
      * ALTA DE VENTANA: LA CLAVE ES PERIODO + TIPO + TURNO (EL TURNO *
      * SOLO CUENTA EN LAS MESAS); SI YA EXISTE SE REEMPLAZAN LAS     *
      * FECHAS. DOS TURNOS DE MESAS DEL MISMO PERIODO NO PUEDEN       *
      * PISARSE: LA MESA NO SABRIA A CUAL PERTENECE.                  *
      *****************************************************************
       200000-ALTA-VENTANA.
           DISPLAY "PERIODO (AAAACC): "
           ACCEPT WSV-PERIODO
           DISPLAY "TIPO (I = INSCRIPCION, B = BAJAS, N = NOTAS, "
                   "M = MESAS): "
           ACCEPT WSV-TIPO
           MOVE 0 TO WSV-TURNO
           IF WSV-TIPO = 'M'
              DISPLAY "TURNO DE MESAS (1 A 9): "
              ACCEPT WSV-TURNO
           END-IF
           DISPLAY "DESDE (AAAAMMDD): "
           ACCEPT WSV-DESDE
           DISPLAY "HASTA (AAAAMMDD): "
           ACCEPT WSV-HASTA
           DISPLAY "DESCRIPCION (HASTA 30 CARACT.): "
           ACCEPT WSV-DESCRIPCION
           MOVE WSV-DESDE TO WSV-FECHA
           PERFORM 150000-VALIDAR-FECHA
           IF WSV-FECHAVALIDA = 1
              MOVE WSV-HASTA TO WSV-FECHA
              PERFORM 150000-VALIDAR-FECHA
           END-IF
           PERFORM 210000-BUSCAR-VENTANA
           PERFORM 220000-BUSCAR-TURNO-PISADO

           EVALUATE TRUE
              WHEN WSV-PERIODO = SPACES
                 DISPLAY "PERIODO INVALIDO"
                 ADD 1 TO WSA-RECHAZOS
              WHEN NOT WSV-TIPO-VALIDO
                 DISPLAY "TIPO INVALIDO"
                 ADD 1 TO WSA-RECHAZOS
              WHEN WSV-TIPO = 'M' AND WSV-TURNO = 0
                 DISPLAY "TURNO INVALIDO"
                 ADD 1 TO WSA-RECHAZOS
              WHEN WSV-FECHAVALIDA = 0
                 DISPLAY "FECHA INVALIDA"
                 ADD 1 TO WSA-RECHAZOS
              WHEN WSV-DESDE > WSV-HASTA
                 DISPLAY "LA FECHA HASTA NO PUEDE SER ANTERIOR A DESDE"
                 ADD 1 TO WSA-RECHAZOS
              WHEN WSV-PISADA > 0
                 DISPLAY "SE PISA CON EL TURNO "
                         VEN-TURNO(WSV-PISADA) " DEL "
                         VEN-DESDE(WSV-PISADA) " AL "
                         VEN-HASTA(WSV-PISADA) ": NO SE REGISTRA"
                 ADD 1 TO WSA-RECHAZOS
              WHEN WSV-POSICION > 0
                 MOVE WSV-DESDE TO VEN-DESDE(WSV-POSICION)
                 MOVE WSV-HASTA TO VEN-HASTA(WSV-POSICION)
                 IF WSV-DESCRIPCION NOT = SPACES
                    MOVE WSV-DESCRIPCION TO
                                        VEN-DESCRIPCION(WSV-POSICION)
                 END-IF
                 MOVE 1 TO WSV-HUBOCAMBIOS
                 DISPLAY "VENTANA ACTUALIZADA"
              WHEN WSV-CANTVENTANAS >= 200
                 DISPLAY "NO HAY MAS ESPACIO DE VENTANAS"
                 ADD 1 TO WSA-RECHAZOS
              WHEN OTHER
                 ADD 1 TO WSV-CANTVENTANAS
                 MOVE WSV-PERIODO TO VEN-PERIODO(WSV-CANTVENTANAS)
                 MOVE WSV-TIPO    TO VEN-TIPO(WSV-CANTVENTANAS)
                 MOVE WSV-TURNO   TO VEN-TURNO(WSV-CANTVENTANAS)
                 MOVE WSV-DESDE   TO VEN-DESDE(WSV-CANTVENTANAS)
                 MOVE WSV-HASTA   TO VEN-HASTA(WSV-CANTVENTANAS)
                 MOVE WSV-DESCRIPCION TO
                                  VEN-DESCRIPCION(WSV-CANTVENTANAS)
                 MOVE 1 TO WSV-HUBOCAMBIOS
                 ADD 1 TO WSA-ALTAS
                 DISPLAY "VENTANA REGISTRADA"
           END-EVALUATE.

       210000-BUSCAR-VENTANA.
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTVENTANAS
              IF VEN-PERIODO(WSI-I) = WSV-PERIODO
                 AND VEN-TIPO(WSI-I) = WSV-TIPO
                 AND VEN-TURNO(WSI-I) = WSV-TURNO
                 MOVE WSI-I TO WSV-POSICION
              END-IF
           END-PERFORM.

       220000-BUSCAR-TURNO-PISADO.
           MOVE 0 TO WSV-PISADA
           IF WSV-TIPO = 'M'
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTVENTANAS
                 IF VEN-PERIODO(WSI-I) = WSV-PERIODO
                    AND VEN-TIPO(WSI-I) = 'M'
                    AND VEN-TURNO(WSI-I) NOT = WSV-TURNO
                    AND VEN-DESDE(WSI-I) <= WSV-HASTA
                    AND WSV-DESDE <= VEN-HASTA(WSI-I)
                    MOVE WSI-I TO WSV-PISADA
                 END-IF
              END-PERFORM
           END-IF.

       300000-BAJA-VENTANA.
           DISPLAY "PERIODO (AAAACC): "
           ACCEPT WSV-PERIODO
           DISPLAY "TIPO (I = INSCRIPCION, B = BAJAS, N = NOTAS, "
                   "M = MESAS): "
           ACCEPT WSV-TIPO
           MOVE 0 TO WSV-TURNO
           IF WSV-TIPO = 'M'
              DISPLAY "TURNO DE MESAS (1 A 9): "
              ACCEPT WSV-TURNO
           END-IF
           PERFORM 210000-BUSCAR-VENTANA
           IF WSV-POSICION = 0
              DISPLAY "NO HAY VENTANA CON ESOS DATOS"
           ELSE
              PERFORM VARYING WSI-I FROM WSV-POSICION BY 1
                      UNTIL WSI-I >= WSV-CANTVENTANAS
                 MOVE WST-VENTANA(WSI-I + 1) TO WST-VENTANA(WSI-I)
              END-PERFORM
              SUBTRACT 1 FROM WSV-CANTVENTANAS
              MOVE 1 TO WSV-HUBOCAMBIOS
              DISPLAY "VENTANA DADA DE BAJA"
           END-IF.

       400000-LISTAR-VENTANAS.
           DISPLAY "PERIODO (AAAACC): "
           ACCEPT WSV-PERIODO
           DISPLAY "--------------------------------------------------"
           DISPLAY "T N DESDE    HASTA    DESCRIPCION"
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTVENTANAS
              IF VEN-PERIODO(WSI-I) = WSV-PERIODO
                 DISPLAY VEN-TIPO(WSI-I) " " VEN-TURNO(WSI-I) " "
                         VEN-DESDE(WSI-I) " " VEN-HASTA(WSI-I) " "
                         VEN-DESCRIPCION(WSI-I)
              END-IF
           END-PERFORM
           DISPLAY "(I=INSCRIPCION B=BAJAS N=NOTAS M=MESAS)"
           DISPLAY "--------------------------------------------------".

      *****************************************************************
      * CALENDARIO PARA ALUMNOS: LAS VENTANAS DEL PERIODO ORDENADAS   *
      * POR FECHA DE INICIO, CON FECHAS DD/MM/AAAA Y EL NOMBRE DE     *
      * CADA ETAPA EN PALABRAS. SE ORDENA LA TABLA EN MEMORIA, QUE SE *
      * REGRABA EN ESE ORDEN SI HUBO CAMBIOS (EL ORDEN NO IMPORTA A   *
      * LOS PROGRAMAS QUE LA LEEN).                                   *
      *****************************************************************
       500000-IMPRIMIR-CALENDARIO.
           DISPLAY "PERIODO (AAAACC): "
           ACCEPT WSV-PERIODO
           PERFORM 510000-ORDENAR-VENTANAS
           OPEN OUTPUT CALRPT
           IF NOT WSS-FS-CALRPT-OK
              DISPLAY "NO SE PUDO GENERAR CALENDARIORPT.DAT"
              DISPLAY "FILE STATUS " WSS-FS-CALRPT
           ELSE
              MOVE 0 TO WSA-LINEAS
              STRING 'CALENDARIO ACADEMICO - PERIODO ' WSV-PERIODO
                     DELIMITED BY SIZE INTO WSV-LINEA
              END-STRING
              PERFORM 590000-GRABAR-LINEA
              MOVE ALL '=' TO WSV-LINEA
              PERFORM 590000-GRABAR-LINEA
              MOVE 'DESDE       HASTA       ETAPA' TO WSV-LINEA
              PERFORM 590000-GRABAR-LINEA
              MOVE ALL '-' TO WSV-LINEA
              PERFORM 590000-GRABAR-LINEA
              MOVE 0 TO WSI-J
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTVENTANAS
                 IF VEN-PERIODO(WSI-I) = WSV-PERIODO
                    ADD 1 TO WSI-J
                    MOVE VEN-DESDE(WSI-I) TO WSV-FECHA
                    PERFORM 170000-EDITAR-FECHA
                    MOVE WSV-FECHAEDIT TO WSV-DESDEEDIT
                    MOVE VEN-HASTA(WSI-I) TO WSV-FECHA
                    PERFORM 170000-EDITAR-FECHA
                    MOVE WSV-FECHAEDIT TO WSV-HASTAEDIT
                    MOVE VEN-TIPO(WSI-I)  TO WSV-TIPO
                    MOVE VEN-TURNO(WSI-I) TO WSV-TURNO
                    PERFORM 160000-NOMBRE-TIPO
                    STRING WSV-DESDEEDIT '  ' WSV-HASTAEDIT '  '
                           WSV-NOMBRETIPO ' '
                           VEN-DESCRIPCION(WSI-I)
                           DELIMITED BY SIZE INTO WSV-LINEA
                    END-STRING
                    PERFORM 590000-GRABAR-LINEA
                 END-IF
              END-PERFORM
              IF WSI-J = 0
                 MOVE 'SIN FECHAS CARGADAS PARA EL PERIODO'
                      TO WSV-LINEA
                 PERFORM 590000-GRABAR-LINEA
              END-IF
              MOVE ALL '-' TO WSV-LINEA
              PERFORM 590000-GRABAR-LINEA
              MOVE 'FUERA DE ESTAS FECHAS LA OPERACION REQUIERE '
                   TO WSV-LINEA
              MOVE 'AUTORIZACION DE DIRECCION' TO WSV-LINEA(45:25)
              PERFORM 590000-GRABAR-LINEA
              CLOSE CALRPT
              DISPLAY "CALENDARIO GRABADO EN CALENDARIORPT.DAT ("
                      WSA-LINEAS " LINEAS)"
           END-IF.

       510000-ORDENAR-VENTANAS.
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTVENTANAS
              PERFORM VARYING WSI-J FROM 1 BY 1
                      UNTIL WSI-J > WSV-CANTVENTANAS - WSI-I
                 IF VEN-DESDE(WSI-J) > VEN-DESDE(WSI-J + 1)
                    MOVE WST-VENTANA(WSI-J)     TO WST-VENTANA-AUX
                    MOVE WST-VENTANA(WSI-J + 1) TO WST-VENTANA(WSI-J)
                    MOVE WST-VENTANA-AUX        TO
                                        WST-VENTANA(WSI-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       590000-GRABAR-LINEA.
           MOVE WSV-LINEA TO REG-CALRPT
           WRITE REG-CALRPT
           ADD 1 TO WSA-LINEAS
           MOVE SPACES TO WSV-LINEA.

      *****************************************************************
      * EXCEPCIONES AL CALENDARIO AUTORIZADAS POR SUPERVISOR PARA UN  *
      * PERIODO (EN BLANCO = TODAS), CON PROGRAMA Y MOTIVO.           *
      *****************************************************************
       600000-LISTAR-EXCEPCIONES.
           DISPLAY "PERIODO (AAAACC, EN BLANCO = TODOS): "
           ACCEPT WSV-PERIODO
           MOVE 0 TO WSA-EXCEPCIONES
           DISPLAY "--------------------------------------------------"
           OPEN INPUT CALEXCEP
           IF WS-CAE-FS-OK
              PERFORM UNTIL WS-CAE-FS = '10'
                 READ CALEXCEP
                    AT END
                       CONTINUE
                    NOT AT END
                       IF WSV-PERIODO = SPACES
                          OR CAE-PERIODO = WSV-PERIODO
                          ADD 1 TO WSA-EXCEPCIONES
                          DISPLAY CAE-FECHA " "
                                  FUNCTION TRIM(CAE-PROGRAMA) " "
                                  CAE-PERIODO " " CAE-TIPO " "
                                  CAE-FECHAOPER " "
                                  FUNCTION TRIM(CAE-SUPERVISOR)
                          DISPLAY "   MOTIVO: "
                                  FUNCTION TRIM(CAE-MOTIVO)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CALEXCEP
           END-IF
           DISPLAY "TOTAL DE EXCEPCIONES: " WSA-EXCEPCIONES
           DISPLAY "--------------------------------------------------".

       700000-REGRABAR-VENTANAS.
           MOVE 'CALACAD.DAT'   TO WS-INT-ARCHIVO
           MOVE 'CALACAD-09-FL' TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT CALACAD
           IF WS-CAL-FS-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTVENTANAS
                 MOVE WST-VENTANA(WSI-I) TO REG-CALACAD
                 WRITE REG-CALACAD
              END-PERFORM
              CLOSE CALACAD
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR CALACAD.DAT"
              DISPLAY "FILE STATUS " WS-CAL-FS
              MOVE 8 TO WSV-RETORNO
           END-IF.

       COPY FSLOGPROC.

       COPY FSINTPROC.

       COPY FSLOCKPROC.

       END PROGRAM CALACAD-09-FL.
