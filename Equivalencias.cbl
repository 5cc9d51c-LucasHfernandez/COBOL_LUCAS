      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 18/10/2019
      * Purpose: EQUIVALENCIAS (EQUIVALENCIAS.DAT, VER FSEQV.CPY):
      *          REGISTRA LAS MATERIAS QUE UN ALUMNO DE PASE APROBO EN
      *          OTRA INSTITUCION Y QUE SE LE RECONOCEN POR
      *          RESOLUCION (INSTITUCION Y MATERIA DE ORIGEN, NOTA,
      *          NUMERO DE RESOLUCION, FECHA Y TIPO TOTAL/PARCIAL).
      *          SOLO SUPERVISORES. LA EQUIVALENCIA TOTAL CUENTA COMO
      *          APROBADA PARA LAS CORRELATIVAS (INSCRIP-09-FL), LA
      *          AUDITORIA DE EGRESO (EGRESO-09-FL), EL PRONOSTICO DE
      *          DEMANDA (DEMANDA-09-FL) Y EL ANALITICO
      *          (CURSADAS-09-FL), QUE LA IMPRIME EN SECCION APARTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIVAL-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EQUIVALENCIAS ASSIGN TO DISK 'EQUIVALENCIAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-EQV-FS.

           SELECT MATERIAS            ASSIGN TO DISK 'MATERIAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MATERIAS.

           SELECT ALUMNOSMAE ASSIGN TO DISK 'ALUMNOSMAE.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-ALM-FS.

           SELECT OPERADORES ASSIGN TO DISK 'OPERADORES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-OPERADORES.

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

       FD EQUIVALENCIAS.
       COPY FSEQV.

       FD MATERIAS.
       01 REG-MATERIA.
          05 FSM-NOMBRE            PIC X(20).

       FD ALUMNOSMAE.
       COPY FSALU.

       FD OPERADORES.
       01 REG-OPERADOR.
          05 OPE-USUARIO           PIC X(10).
          05 OPE-CLAVE             PIC X(10).
          05 OPE-NIVEL             PIC 9(01).

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

       COPY FSALUVAR.

       COPY FSEQVVAR.

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-LEGAJO           PIC 9(06)       VALUE 0.
          05 WSV-MATERIA          PIC 9(02)       VALUE 0.
          05 WSV-INSTITUCION      PIC X(30)       VALUE SPACES.
          05 WSV-MATORIGEN        PIC X(30)       VALUE SPACES.
          05 WSV-NOTA             PIC 9(02)V9(02) VALUE 0.
          05 WSV-RESOLUCION       PIC X(12)       VALUE SPACES.
          05 WSV-FECHA            PIC 9(08)       VALUE 0.
          05 WSV-FECHA-R REDEFINES WSV-FECHA.
             10 WSV-FEC-ANO       PIC 9(04).
             10 WSV-FEC-MES       PIC 9(02).
             10 WSV-FEC-DIA       PIC 9(02).
          05 WSV-TIPO             PIC X(01)       VALUE SPACE.
            88 WSV-TIPO-VALIDO    VALUE 'T' 'P'.
          05 WSV-FECHA-SISTEMA    PIC 9(08)       VALUE 0.
          05 WSV-POSICION         PIC 9(03)       VALUE 0.
          05 WSV-HUBOCAMBIOS      PIC 9(01)       VALUE 0.
          05 WSV-TABLALLENA       PIC 9(01)       VALUE 0.
          05 WSV-RETORNO          PIC 9(02)       VALUE 0.
          05 WSV-USUARIO          PIC X(10).
          05 WSV-CLAVE            PIC X(10).
          05 WSV-AUTORIZADO       PIC 9(01)       VALUE 0.
          05 WSV-CONFIRMA         PIC X(01)       VALUE SPACE.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WST-CANTMAT          PIC 9(02)       VALUE 0.
          05 WSV-CANTEQUIV        PIC 9(03)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-OTORGADAS        PIC 9(05)       VALUE 0.
          05 WSA-ANULADAS         PIC 9(05)       VALUE 0.
          05 WSA-RECHAZOS         PIC 9(05)       VALUE 0.
          05 WSA-LISTADAS         PIC 9(03)       VALUE 0.

       01 SWITCHES.
          05 WSS-FS-MATERIAS      PIC X(02).
            88 WSS-FS-MATERIAS-OK                 VALUE '00'.
            88 WSS-FS-MATERIAS-EOF                VALUE '10'.
          05 WSS-FS-OPERADORES    PIC X(02).
            88 WSS-FS-OPERADORES-OK               VALUE '00'.
            88 WSS-FS-OPERADORES-EOF              VALUE '10'.

       01 MASCARAS.
          05 WSM-NOTA             PIC Z9,99.

       01 CATALOGO-MATERIAS.
          05 WST-MATCAT           OCCURS 20 TIMES.
             10 WST-MATCAT-NOMBRE PIC X(20).

      *****************************************************************
      * EQUIVALENCIAS.DAT COMPLETO EN MEMORIA, CON EL MISMO FORMATO   *
      * DEL REGISTRO (FSEQV.CPY); SE REGRABA AL SALIR SI HUBO CAMBIOS.*
      *****************************************************************
       01 TABLA-EQUIVALENCIAS.
          05 WST-EQUIV            OCCURS 300 TIMES.
             10 EQT-LEGAJO        PIC 9(06).
             10 EQT-MATERIA       PIC 9(02).
             10 EQT-INSTITUCION   PIC X(30).
             10 EQT-MATORIGEN     PIC X(30).
             10 EQT-NOTA          PIC 9(02)V9(02).
             10 EQT-RESOLUCION    PIC X(12).
             10 EQT-FECHA         PIC 9(08).
             10 EQT-TIPO          PIC X(01).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'EQUIVAL-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           MOVE 'EQUIVAL-09-FL' TO WS-CER-PROGRAMA
           MOVE 1 TO WS-CER-CANTARCH
           MOVE 'EQUIVALENCIAS.' TO WS-CER-ARCHIVO(1)
           PERFORM 9200-TOMAR-CERROJOS
           IF WS-CER-DENEGADO = 1
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
              SET WS-LOG-FIN TO TRUE
              PERFORM 9100-GRABAR-PROCLOG
              STOP RUN
           END-IF
           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD

           PERFORM 100000-VALIDAR-SUPERVISOR
           IF WSV-AUTORIZADO = 0
              DISPLAY "OPERACION RESERVADA A SUPERVISORES"
           ELSE
           PERFORM 110000-CARGAR-MATERIAS
           PERFORM 120000-CARGAR-EQUIVALENCIAS
      *****************************************************************
      * EL ARCHIVO TIENE MAS REGISTROS QUE LA TABLA: REGRABARLO DESDE *
      * LA TABLA LO TRUNCARIA, ASI QUE LA CORRIDA SE CANCELA SIN      *
      * TOCAR NADA (AMPLIAR EL OCCURS ANTES DE REINTENTAR).           *
      *****************************************************************
           IF WSV-TABLALLENA = 1
              DISPLAY "EQUIVALENCIAS.DAT SUPERA LA TABLA: SE CANCELA "
                      "SIN REGRABAR"
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
              PERFORM UNTIL WSV-OPCION = 4
                 DISPLAY "**************************************"
                 DISPLAY "EQUIVALENCIAS DE OTRAS INSTITUCIONES"
                 DISPLAY "1 - OTORGAR EQUIVALENCIA"
                 DISPLAY "2 - CONSULTAR EQUIVALENCIAS DE UN LEGAJO"
                 DISPLAY "3 - ANULAR EQUIVALENCIA"
                 DISPLAY "4 - SALIR"
                 DISPLAY "RESPUESTA: "
                 ACCEPT WSV-OPCION

                 EVALUATE WSV-OPCION
                    WHEN 1
                       PERFORM 200000-OTORGAR
                    WHEN 2
                       PERFORM 300000-CONSULTAR
                    WHEN 3
                       PERFORM 400000-ANULAR
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
                 PERFORM 700000-REGRABAR-EQUIVALENCIAS
              END-IF
              MOVE WSV-RETORNO TO RETURN-CODE
           END-IF
           END-IF
           PERFORM 9250-LIBERAR-CERROJOS
           SET WS-LOG-FIN TO TRUE
           MOVE WSV-CANTEQUIV TO WS-LOG-LEIDOS
           MOVE WSA-OTORGADAS TO WS-LOG-GRABADOS
           MOVE WSA-RECHAZOS  TO WS-LOG-RECHAZADOS
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

       100000-VALIDAR-SUPERVISOR.
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

       110000-CARGAR-MATERIAS.
           MOVE 0 TO WST-CANTMAT
           OPEN INPUT MATERIAS
           IF WSS-FS-MATERIAS-OK
              PERFORM UNTIL WSS-FS-MATERIAS-EOF OR WST-CANTMAT > 19
                 READ MATERIAS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WST-CANTMAT
                       MOVE FSM-NOMBRE TO
                                        WST-MATCAT-NOMBRE(WST-CANTMAT)
                 END-READ
              END-PERFORM
              CLOSE MATERIAS
           END-IF
           IF WST-CANTMAT = 0
              DISPLAY "ATENCION: MATERIAS.DAT VACIO O INEXISTENTE"
           END-IF.

       120000-CARGAR-EQUIVALENCIAS.
           MOVE 0 TO WSV-CANTEQUIV
           OPEN INPUT EQUIVALENCIAS
           IF WS-EQV-FS-OK
              PERFORM UNTIL WS-EQV-FS-EOF OR WSV-CANTEQUIV > 299
                 READ EQUIVALENCIAS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTEQUIV
                       MOVE REG-EQUIVALENCIA TO
                                        WST-EQUIV(WSV-CANTEQUIV)
                 END-READ
              END-PERFORM
              IF NOT WS-EQV-FS-EOF
                 READ EQUIVALENCIAS
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLALLENA
                 END-READ
              END-IF
              CLOSE EQUIVALENCIAS
           END-IF.

       150000-BUSCAR-EQUIVALENCIA.
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTEQUIV
              IF EQT-LEGAJO(WSI-I) = WSV-LEGAJO
                 AND EQT-MATERIA(WSI-I) = WSV-MATERIA
                 MOVE WSI-I TO WSV-POSICION
              END-IF
           END-PERFORM.

      *****************************************************************
      * OTORGAMIENTO: EL LEGAJO DEBE EXISTIR EN EL MAESTRO, LA        *
      * MATERIA EN EL CATALOGO, Y LA NOTA DE ORIGEN SER DE APROBACION *
      * (4 A 10). LA RESOLUCION ES OBLIGATORIA. UNA MATERIA TIENE UNA *
      * SOLA EQUIVALENCIA POR LEGAJO: PARA CAMBIARLA (POR EJEMPLO DE  *
      * PARCIAL A TOTAL) SE ANULA LA ANTERIOR Y SE OTORGA DE NUEVO.   *
      *****************************************************************
       200000-OTORGAR.
           DISPLAY "LEGAJO DEL ALUMNO: "
           ACCEPT WSV-LEGAJO
           MOVE WSV-LEGAJO TO WS-ALM-LEGAJO
           PERFORM 9850-DATOS-ALUMNO
           IF WSV-LEGAJO = 0 OR WS-ALM-HALLADO = 0
              DISPLAY "LEGAJO INEXISTENTE EN EL MAESTRO DE ALUMNOS "
                      "(MAEALU-09-FL)"
              ADD 1 TO WSA-RECHAZOS
           ELSE
              DISPLAY "ALUMNO: " FUNCTION TRIM(WS-ALM-APELLIDO) ", "
                      FUNCTION TRIM(WS-ALM-NOMBRE)
              DISPLAY "MATERIA NUESTRA (NUMERO DE CATALOGO): "
              ACCEPT WSV-MATERIA
              DISPLAY "INSTITUCION DE ORIGEN (HASTA 30 CARACT.): "
              ACCEPT WSV-INSTITUCION
              DISPLAY "MATERIA DE ORIGEN (HASTA 30 CARACT.): "
              ACCEPT WSV-MATORIGEN
              DISPLAY "NOTA OBTENIDA EN ORIGEN: "
              ACCEPT WSV-NOTA
              DISPLAY "NUMERO DE RESOLUCION: "
              ACCEPT WSV-RESOLUCION
              DISPLAY "FECHA DE LA RESOLUCION (AAAAMMDD, 0 = HOY): "
              ACCEPT WSV-FECHA
              IF WSV-FECHA = 0
                 MOVE WSV-FECHA-SISTEMA TO WSV-FECHA
              END-IF
              DISPLAY "TIPO (T = TOTAL, P = PARCIAL): "
              ACCEPT WSV-TIPO
              PERFORM 150000-BUSCAR-EQUIVALENCIA

              EVALUATE TRUE
                 WHEN WSV-MATERIA = 0 OR WSV-MATERIA > WST-CANTMAT
                    DISPLAY "MATERIA FUERA DEL CATALOGO"
                    ADD 1 TO WSA-RECHAZOS
                 WHEN WSV-INSTITUCION = SPACES
                      OR WSV-MATORIGEN = SPACES
                    DISPLAY "FALTA LA INSTITUCION O LA MATERIA DE "
                            "ORIGEN"
                    ADD 1 TO WSA-RECHAZOS
                 WHEN WSV-NOTA < 4 OR WSV-NOTA > 10
                    DISPLAY "LA NOTA DE ORIGEN DEBE SER DE APROBACION "
                            "(4 A 10)"
                    ADD 1 TO WSA-RECHAZOS
                 WHEN WSV-RESOLUCION = SPACES
                    DISPLAY "LA RESOLUCION ES OBLIGATORIA"
                    ADD 1 TO WSA-RECHAZOS
                 WHEN WSV-FEC-ANO < 1900
                      OR WSV-FEC-MES < 1 OR WSV-FEC-MES > 12
                      OR WSV-FEC-DIA < 1 OR WSV-FEC-DIA > 31
                      OR WSV-FECHA > WSV-FECHA-SISTEMA
                    DISPLAY "FECHA INVALIDA"
                    ADD 1 TO WSA-RECHAZOS
                 WHEN NOT WSV-TIPO-VALIDO
                    DISPLAY "TIPO INVALIDO"
                    ADD 1 TO WSA-RECHAZOS
                 WHEN WSV-POSICION > 0
                    DISPLAY "EL LEGAJO YA TIENE EQUIVALENCIA EN ESA "
                            "MATERIA (RESOLUCION "
                            FUNCTION TRIM(EQT-RESOLUCION(WSV-POSICION))
                            "): ANULARLA ANTES DE OTORGAR OTRA"
                    ADD 1 TO WSA-RECHAZOS
                 WHEN WSV-CANTEQUIV >= 300
                    DISPLAY "NO HAY MAS ESPACIO DE EQUIVALENCIAS"
                    ADD 1 TO WSA-RECHAZOS
                 WHEN OTHER
                    ADD 1 TO WSV-CANTEQUIV
                    MOVE WSV-LEGAJO      TO EQT-LEGAJO(WSV-CANTEQUIV)
                    MOVE WSV-MATERIA     TO EQT-MATERIA(WSV-CANTEQUIV)
                    MOVE WSV-INSTITUCION TO
                                     EQT-INSTITUCION(WSV-CANTEQUIV)
                    MOVE WSV-MATORIGEN   TO
                                     EQT-MATORIGEN(WSV-CANTEQUIV)
                    MOVE WSV-NOTA        TO EQT-NOTA(WSV-CANTEQUIV)
                    MOVE WSV-RESOLUCION  TO
                                     EQT-RESOLUCION(WSV-CANTEQUIV)
                    MOVE WSV-FECHA       TO EQT-FECHA(WSV-CANTEQUIV)
                    MOVE WSV-TIPO        TO EQT-TIPO(WSV-CANTEQUIV)
                    MOVE 1 TO WSV-HUBOCAMBIOS
                    ADD 1 TO WSA-OTORGADAS
                    IF WSV-TIPO = 'T'
                       DISPLAY "EQUIVALENCIA TOTAL OTORGADA: "
                               FUNCTION TRIM(
                               WST-MATCAT-NOMBRE(WSV-MATERIA))
                               " CUENTA COMO APROBADA"
                    ELSE
                       DISPLAY "EQUIVALENCIA PARCIAL REGISTRADA: "
                               FUNCTION TRIM(
                               WST-MATCAT-NOMBRE(WSV-MATERIA))
                               " SIGUE PENDIENTE"
                    END-IF
              END-EVALUATE
           END-IF.

       300000-CONSULTAR.
           DISPLAY "LEGAJO DEL ALUMNO: "
           ACCEPT WSV-LEGAJO
           MOVE 0 TO WSA-LISTADAS
           DISPLAY "--------------------------------------------------"
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTEQUIV
              IF EQT-LEGAJO(WSI-I) = WSV-LEGAJO
                 ADD 1 TO WSA-LISTADAS
                 MOVE EQT-NOTA(WSI-I) TO WSM-NOTA
                 IF EQT-MATERIA(WSI-I) > 0
                    AND EQT-MATERIA(WSI-I) <= WST-CANTMAT
                    DISPLAY EQT-MATERIA(WSI-I) " "
                            WST-MATCAT-NOMBRE(EQT-MATERIA(WSI-I))
                            " NOTA " WSM-NOTA " TIPO " EQT-TIPO(WSI-I)
                 ELSE
                    DISPLAY EQT-MATERIA(WSI-I) " (FUERA DEL CATALOGO)"
                            " NOTA " WSM-NOTA " TIPO " EQT-TIPO(WSI-I)
                 END-IF
                 DISPLAY "   ORIGEN: "
                         FUNCTION TRIM(EQT-INSTITUCION(WSI-I)) " - "
                         FUNCTION TRIM(EQT-MATORIGEN(WSI-I))
                 DISPLAY "   RESOLUCION "
                         FUNCTION TRIM(EQT-RESOLUCION(WSI-I))
                         " DEL " EQT-FECHA(WSI-I)
              END-IF
           END-PERFORM
           IF WSA-LISTADAS = 0
              DISPLAY "EL LEGAJO NO TIENE EQUIVALENCIAS"
           END-IF
           DISPLAY "(T = TOTAL, P = PARCIAL)"
           DISPLAY "--------------------------------------------------".

      *****************************************************************
      * ANULACION (RESOLUCION REVOCADA O CARGA ERRONEA): SE PIDE      *
      * CONFIRMACION Y LA EQUIVALENCIA DEJA DE CONTAR DE INMEDIATO.   *
      *****************************************************************
       400000-ANULAR.
           DISPLAY "LEGAJO DEL ALUMNO: "
           ACCEPT WSV-LEGAJO
           DISPLAY "MATERIA (NUMERO DE CATALOGO): "
           ACCEPT WSV-MATERIA
           PERFORM 150000-BUSCAR-EQUIVALENCIA
           IF WSV-POSICION = 0
              DISPLAY "NO HAY EQUIVALENCIA CON ESOS DATOS"
           ELSE
              DISPLAY "RESOLUCION "
                      FUNCTION TRIM(EQT-RESOLUCION(WSV-POSICION))
                      " - "
                      FUNCTION TRIM(EQT-INSTITUCION(WSV-POSICION))
              DISPLAY "CONFIRMA LA ANULACION? (S/N): "
              ACCEPT WSV-CONFIRMA
              IF WSV-CONFIRMA = 'S'
                 PERFORM VARYING WSI-I FROM WSV-POSICION BY 1
                         UNTIL WSI-I >= WSV-CANTEQUIV
                    MOVE WST-EQUIV(WSI-I + 1) TO WST-EQUIV(WSI-I)
                 END-PERFORM
                 SUBTRACT 1 FROM WSV-CANTEQUIV
                 MOVE 1 TO WSV-HUBOCAMBIOS
                 ADD 1 TO WSA-ANULADAS
                 DISPLAY "EQUIVALENCIA ANULADA"
              ELSE
                 DISPLAY "NO SE ANULA"
              END-IF
           END-IF.

       700000-REGRABAR-EQUIVALENCIAS.
           MOVE 'EQUIVALENCIAS.DAT' TO WS-INT-ARCHIVO
           MOVE 'EQUIVAL-09-FL'     TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT EQUIVALENCIAS
           IF WS-EQV-FS-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTEQUIV
                 MOVE WST-EQUIV(WSI-I) TO REG-EQUIVALENCIA
                 WRITE REG-EQUIVALENCIA
              END-PERFORM
              CLOSE EQUIVALENCIAS
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR EQUIVALENCIAS.DAT"
              DISPLAY "FILE STATUS " WS-EQV-FS
              MOVE 8 TO WSV-RETORNO
           END-IF.

       COPY FSLOGPROC.

       COPY FSINTPROC.

       COPY FSLOCKPROC.

       COPY FSALUPROC.

       END PROGRAM EQUIVAL-09-FL.
