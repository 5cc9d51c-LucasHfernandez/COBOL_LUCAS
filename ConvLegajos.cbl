      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 10/10/2019
      * Purpose: CONVERSION UNICA AL LEGAJO DE SEIS DIGITOS: AMPLIA
      *          EL LEGAJO DE 9(03) A 9(06) EN TODOS LOS ARCHIVOS QUE
      *          LO GUARDAN (INSCRIPTOS, CURSADAS, FINALES,
      *          ASISTENCIAS, MESAINSC, CRUZCLI, BECAS, FAMILIAS,
      *          EGRESADOS Y AUDITNOTAS) Y HACE LA CARGA INICIAL DEL
      *          MAESTRO DE ALUMNOS (ALUMNOSMAE.DAT) DESDE EL LISTADO
      *          VIGENTE ALUMNOS-V3.DAT (LEGAJO = POSICION). IGUAL QUE
      *          CONVCUO-09-FL, CADA ARCHIVO SE CONVIERTE A UN
      *          TEMPORAL CON RESPALDO DEL ORIGINAL (<ARCHIVO>.ANT) Y
      *          SOLO PISA AL VIVO SI COINCIDEN LA CANTIDAD DE
      *          REGISTROS Y LA SUMA DE LOS LEGAJOS ANTES Y DESPUES;
      *          EL RESULTADO QUEDA EN CONVFORMATO.DAT, QUE IMPIDE
      *          CONVERTIR DOS VECES EL MISMO ARCHIVO. SE CORRE UNA
      *          SOLA VEZ, ANTES DE USAR LOS PROGRAMAS CON EL LEGAJO
      *          NUEVO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVLEG-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORIGEN    ASSIGN TO DYNAMIC WSV-NOMBRE-ORIGEN
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ORIGEN.

           SELECT RESPALDO  ASSIGN TO DYNAMIC WSV-NOMBRE-RESPALDO
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RESPALDO.

           SELECT TEMPORAL  ASSIGN TO DISK 'CONVLEG.TMP'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-TEMPORAL.

           SELECT REGCONV   ASSIGN TO DISK 'CONVFORMATO.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REGCONV.

           SELECT ALUMNOS   ASSIGN TO DISK 'ALUMNOS-V3.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ALUMNOS.

           SELECT ALUMNOSMAE ASSIGN TO DISK 'ALUMNOSMAE.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-ALM-FS.

           SELECT CERROJOS  ASSIGN TO DISK 'CERROJOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-CER-FS.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.

       DATA DIVISION.

       FILE SECTION.

       FD ORIGEN.
       01 REG-ORIGEN                  PIC X(200).

       FD RESPALDO.
       01 REG-RESPALDO                PIC X(200).

       FD TEMPORAL.
       01 REG-TEMPORAL                PIC X(200).

      *****************************************************************
      * CONVFORMATO.DAT: EL MISMO REGISTRO DE CONVERSIONES DE         *
      * CONVCUO-09-FL. ACA LOS CONTROLES SON LA SUMA DE LOS LEGAJOS   *
      * ANTES Y DESPUES (SIN IMPORTES).                               *
      *****************************************************************
       FD REGCONV.
       01 REG-CONVERSION.
          05 CNV-ARCHIVO           PIC X(20).
          05 CNV-FECHA             PIC 9(08).
          05 CNV-HORA              PIC 9(08).
          05 CNV-ESTADO            PIC X(01).
          05 CNV-LEIDOS            PIC 9(07).
          05 CNV-GRABADOS          PIC 9(07).
          05 CNV-CONTROLANT        PIC 9(09).
          05 CNV-CONTROLNUE        PIC 9(09).
          05 CNV-IMPORTEANT        PIC 9(12)V9(02).
          05 CNV-IMPORTENUE        PIC 9(12)V9(02).
          05 CNV-RESPALDO          PIC X(20).

       FD ALUMNOS.
       01 REG-ALUMNO.
          05 FSA-NOMBRE            PIC A(20).
          05 FSA-APELLIDO          PIC A(20).
          05 FSA-NOTA              PIC 9(02)V9(02) OCCURS 20 TIMES.
          05 FSA-TOTAL             PIC 9(02)V9(02).
          05 FSA-PROMEDIOGEN       PIC 9(02)V9(02).
          05 FSA-CONTADOR          PIC 9(02).
          05 FSA-ESTADO            PIC 9(01).

       FD ALUMNOSMAE.
       COPY FSALU.

       FD CERROJOS.
       COPY FSLOCK.

       FD PROCLOG.
       COPY FSLOG.

       WORKING-STORAGE SECTION.

       COPY FSLOCKVAR.

       COPY FSLOGVAR.

       COPY FSALUVAR.

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-NOMBRE-ORIGEN    PIC X(30)       VALUE SPACES.
          05 WSV-NOMBRE-RESPALDO  PIC X(30)       VALUE SPACES.
          05 WSV-FECHA-SISTEMA    PIC 9(08)       VALUE 0.
          05 WSV-HORA-SISTEMA     PIC 9(08)       VALUE 0.
          05 WSV-YACONVERTIDO     PIC 9(01)       VALUE 0.
          05 WSV-VERIFICADO       PIC 9(01)       VALUE 0.
          05 WSV-REGISTRO         PIC X(200)      VALUE SPACES.
          05 WSV-AUXILIAR         PIC X(200)      VALUE SPACES.
          05 WSV-LARGOCOLA        PIC 9(03)       VALUE 0.
          05 WSV-DESTINO          PIC 9(03)       VALUE 0.
          05 WSV-POSICION         PIC 9(03)       VALUE 0.
          05 WSV-LARGO            PIC 9(02)       VALUE 0.
          05 WSV-LEGAJO           PIC 9(06)       VALUE 0.
          05 WSV-CAMPO-X          PIC X(06)       VALUE ZEROS.
          05 WSV-CAMPO-N REDEFINES WSV-CAMPO-X
                                  PIC 9(06).

       01 CONSTANTES.
          05 WSC-CONVERTIDO       PIC X(01)       VALUE 'C'.
          05 WSC-FALLIDO          PIC X(01)       VALUE 'F'.
          05 WSC-AMPLIACION       PIC 9(02)       VALUE 3.

       01 INDICES.
          05 WSI-F                PIC 9(02)       VALUE 0.
          05 WSV-CANTFMT          PIC 9(02)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-LEIDOS           PIC 9(07)       VALUE 0.
          05 WSA-GRABADOS         PIC 9(07)       VALUE 0.
          05 WSA-RELEIDOS         PIC 9(07)       VALUE 0.
          05 WSA-RESPALDADOS      PIC 9(07)       VALUE 0.
          05 WSA-COPIADOS         PIC 9(07)       VALUE 0.
          05 WSA-CONTROLANT       PIC 9(09)       VALUE 0.
          05 WSA-CONTROLNUE       PIC 9(09)       VALUE 0.
          05 WSA-NONUMANT         PIC 9(07)       VALUE 0.
          05 WSA-NONUMNUE         PIC 9(07)       VALUE 0.
          05 WSA-TOTLEIDOS        PIC 9(09)       VALUE 0.
          05 WSA-TOTGRABADOS      PIC 9(09)       VALUE 0.
          05 WSA-CONVERTIDOS      PIC 9(03)       VALUE 0.
          05 WSA-FALLIDOS         PIC 9(03)       VALUE 0.
          05 WSA-CARGADOS         PIC 9(06)       VALUE 0.
          05 WSA-VACIOS           PIC 9(06)       VALUE 0.

       01 SWITCHES.
          05 WSS-FS-ORIGEN        PIC X(02).
            88 WSS-FS-ORIGEN-OK                   VALUE '00'.
            88 WSS-FS-ORIGEN-EOF                  VALUE '10'.
            88 WSS-FS-ORIGEN-NOEXISTE             VALUE '35'.
          05 WSS-FS-RESPALDO      PIC X(02).
            88 WSS-FS-RESPALDO-OK                 VALUE '00'.
            88 WSS-FS-RESPALDO-EOF                VALUE '10'.
          05 WSS-FS-TEMPORAL      PIC X(02).
            88 WSS-FS-TEMPORAL-OK                 VALUE '00'.
            88 WSS-FS-TEMPORAL-EOF                VALUE '10'.
          05 WSS-FS-REGCONV       PIC X(02).
            88 WSS-FS-REGCONV-OK                  VALUE '00'.
            88 WSS-FS-REGCONV-EOF                 VALUE '10'.
            88 WSS-FS-REGCONV-NOEXISTE            VALUE '35'.
          05 WSS-FS-ALUMNOS       PIC X(02).
            88 WSS-FS-ALUMNOS-OK                  VALUE '00'.
            88 WSS-FS-ALUMNOS-EOF                 VALUE '10'.

       01 MASCARAS.
          05 WSM-CANTIDAD         PIC Z(06)9.
          05 WSM-CONTROL          PIC Z(08)9.

      *****************************************************************
      * CATALOGO: POR ARCHIVO, LA POSICION DEL LEGAJO EN EL FORMATO   *
      * VIEJO. AHI SE INSERTAN TRES CEROS (EL CAMPO PASA DE 9(03) A   *
      * 9(06) Y LO QUE SIGUE SE CORRE) Y LA SUMA DE LOS LEGAJOS ES EL *
      * TOTAL DE CONTROL.                                             *
      *****************************************************************
       01 CATALOGO-FORMATOS.
          05 WST-FORMATO          OCCURS 10 TIMES.
             10 FMT-ARCHIVO       PIC X(20).
             10 FMT-POSLEGAJO     PIC 9(03).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'CONVLEG-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           PERFORM 050000-CARGAR-CATALOGO
      *****************************************************************
      * MIENTRAS SE CONVIERTE NADIE DEBE INSCRIBIR, CERRAR CURSADAS,  *
      * NI TOCAR BECAS O GRUPOS: SE TOMAN LOS ARCHIVOS DEL LEGAJO.    *
      *****************************************************************
           MOVE 'CONVLEG-09-FL' TO WS-CER-PROGRAMA
           MOVE 8 TO WS-CER-CANTARCH
           MOVE 'ALUMNOSMAE.DAT' TO WS-CER-ARCHIVO(1)
           MOVE 'INSCRIPTOS.DAT' TO WS-CER-ARCHIVO(2)
           MOVE 'CURSADAS.DAT'   TO WS-CER-ARCHIVO(3)
           MOVE 'FINALES.DAT'    TO WS-CER-ARCHIVO(4)
           MOVE 'MESAINSC.DAT'   TO WS-CER-ARCHIVO(5)
           MOVE 'CRUZCLI.DAT'    TO WS-CER-ARCHIVO(6)
           MOVE 'BECAS.DAT'      TO WS-CER-ARCHIVO(7)
           MOVE 'FAMILIAS.DAT'   TO WS-CER-ARCHIVO(8)
           PERFORM 9200-TOMAR-CERROJOS
           IF WS-CER-DENEGADO = 1
              DISPLAY "NO SE PUEDE CONVERTIR: HAY ARCHIVOS TOMADOS"
              SET WS-LOG-TERMINO-ERROR TO TRUE
              MOVE 8 TO RETURN-CODE
           ELSE
              ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD
              PERFORM UNTIL WSV-OPCION = 4
                 DISPLAY "**************************************"
                 DISPLAY "CONVERSION AL LEGAJO DE SEIS DIGITOS"
                 DISPLAY "1 - CONVERTIR LOS ARCHIVOS CON LEGAJO"
                 DISPLAY "2 - CARGA INICIAL DEL MAESTRO DE ALUMNOS"
                 DISPLAY "3 - CONSULTAR EL REGISTRO DE CONVERSIONES"
                 DISPLAY "4 - SALIR"
                 DISPLAY "RESPUESTA: "
                 ACCEPT WSV-OPCION

                 EVALUATE WSV-OPCION
                    WHEN 1
                       PERFORM 100000-CONVERTIR-ARCHIVOS
                    WHEN 2
                       PERFORM 400000-CARGAR-MAESTRO
                    WHEN 3
                       PERFORM 500000-CONSULTAR-REGISTRO
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-PERFORM
              PERFORM 9250-LIBERAR-CERROJOS
           END-IF
           IF WSA-FALLIDOS > 0
              SET WS-LOG-TERMINO-ERROR TO TRUE
              MOVE 4 TO RETURN-CODE
           END-IF
           SET WS-LOG-FIN TO TRUE
           MOVE WSA-TOTLEIDOS   TO WS-LOG-LEIDOS
           MOVE WSA-TOTGRABADOS TO WS-LOG-GRABADOS
           MOVE WSA-FALLIDOS    TO WS-LOG-RECHAZADOS
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

      *****************************************************************
      * POSICION DEL LEGAJO DE 9(03) EN EL FORMATO VIEJO DE CADA      *
      * ARCHIVO (VER LOS FD DE LOS PROGRAMAS QUE LOS MANTIENEN).      *
      *****************************************************************
       050000-CARGAR-CATALOGO.
           MOVE 0 TO WSV-CANTFMT
           MOVE 'INSCRIPTOS.DAT'  TO WSV-NOMBRE-ORIGEN
           MOVE 009 TO WSV-POSICION
           PERFORM 060000-ALTA-FORMATO
           MOVE 'CURSADAS.DAT'    TO WSV-NOMBRE-ORIGEN
           MOVE 001 TO WSV-POSICION
           PERFORM 060000-ALTA-FORMATO
           MOVE 'FINALES.DAT'     TO WSV-NOMBRE-ORIGEN
           PERFORM 060000-ALTA-FORMATO
           MOVE 'ASISTENCIAS.DAT' TO WSV-NOMBRE-ORIGEN
           PERFORM 060000-ALTA-FORMATO
           MOVE 'CRUZCLI.DAT'     TO WSV-NOMBRE-ORIGEN
           PERFORM 060000-ALTA-FORMATO
           MOVE 'BECAS.DAT'       TO WSV-NOMBRE-ORIGEN
           PERFORM 060000-ALTA-FORMATO
           MOVE 'FAMILIAS.DAT'    TO WSV-NOMBRE-ORIGEN
           MOVE 005 TO WSV-POSICION
           PERFORM 060000-ALTA-FORMATO
           MOVE 'MESAINSC.DAT'    TO WSV-NOMBRE-ORIGEN
           PERFORM 060000-ALTA-FORMATO
           MOVE 'EGRESADOS.DAT'   TO WSV-NOMBRE-ORIGEN
           MOVE 007 TO WSV-POSICION
           PERFORM 060000-ALTA-FORMATO
           MOVE 'AUDITNOTAS.DAT'  TO WSV-NOMBRE-ORIGEN
           MOVE 027 TO WSV-POSICION
           PERFORM 060000-ALTA-FORMATO.

       060000-ALTA-FORMATO.
           ADD 1 TO WSV-CANTFMT
           MOVE WSV-NOMBRE-ORIGEN TO FMT-ARCHIVO(WSV-CANTFMT)
           MOVE WSV-POSICION      TO FMT-POSLEGAJO(WSV-CANTFMT).

      *****************************************************************
      * TODOS LOS ARCHIVOS DEL CATALOGO. LOS QUE NO EXISTEN O YA      *
      * FIGURAN CONVERTIDOS SE SALTEAN, ASI QUE LA OPCION SE PUEDE    *
      * REPETIR DESPUES DE CORREGIR UN FALLIDO.                       *
      *****************************************************************
       100000-CONVERTIR-ARCHIVOS.
           PERFORM VARYING WSI-F FROM 1 BY 1
                   UNTIL WSI-F > WSV-CANTFMT
              MOVE FMT-ARCHIVO(WSI-F) TO WSV-NOMBRE-ORIGEN
              PERFORM 200000-CONVERTIR-ARCHIVO
           END-PERFORM
           DISPLAY "--------------------------------------"
           DISPLAY "ARCHIVOS CONVERTIDOS EN LA CORRIDA: "
                   WSA-CONVERTIDOS
           DISPLAY "CONVERSIONES RECHAZADAS:            "
                   WSA-FALLIDOS.

      *****************************************************************
      * BUSCA WSV-NOMBRE-ORIGEN CONVERTIDO EN CONVFORMATO.DAT.        *
      *****************************************************************
       150000-BUSCAR-EN-REGISTRO.
           MOVE 0 TO WSV-YACONVERTIDO
           OPEN INPUT REGCONV
           IF WSS-FS-REGCONV-OK
              PERFORM UNTIL WSS-FS-REGCONV-EOF
                 READ REGCONV
                    AT END
                       CONTINUE
                    NOT AT END
                       IF CNV-ARCHIVO = WSV-NOMBRE-ORIGEN
                          AND CNV-ESTADO = WSC-CONVERTIDO
                          MOVE 1 TO WSV-YACONVERTIDO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REGCONV
           END-IF.

      *****************************************************************
      * CONVIERTE WSV-NOMBRE-ORIGEN CON EL FORMATO WSI-F.             *
      *****************************************************************
       200000-CONVERTIR-ARCHIVO.
           PERFORM 150000-BUSCAR-EN-REGISTRO
           IF WSV-YACONVERTIDO = 1
              DISPLAY FUNCTION TRIM(WSV-NOMBRE-ORIGEN)
                      ": YA CONVERTIDO, SE SALTEA"
           ELSE
              OPEN INPUT ORIGEN
              IF WSS-FS-ORIGEN-NOEXISTE
                 DISPLAY FUNCTION TRIM(WSV-NOMBRE-ORIGEN)
                         ": NO EXISTE, NADA QUE CONVERTIR"
              ELSE
              IF NOT WSS-FS-ORIGEN-OK
                 DISPLAY "NO SE PUDO ABRIR "
                         FUNCTION TRIM(WSV-NOMBRE-ORIGEN)
                         " - FILE STATUS " WSS-FS-ORIGEN
                 ADD 1 TO WSA-FALLIDOS
              ELSE
                 CLOSE ORIGEN
                 MOVE SPACES TO WSV-NOMBRE-RESPALDO
                 STRING WSV-NOMBRE-ORIGEN DELIMITED BY '.'
                        '.ANT' DELIMITED BY SIZE
                        INTO WSV-NOMBRE-RESPALDO
                 END-STRING
                 MOVE 0 TO WSA-LEIDOS
                 MOVE 0 TO WSA-GRABADOS
                 MOVE 0 TO WSA-RELEIDOS
                 MOVE 0 TO WSA-RESPALDADOS
                 MOVE 0 TO WSA-COPIADOS
                 MOVE 0 TO WSA-CONTROLANT
                 MOVE 0 TO WSA-CONTROLNUE
                 MOVE 0 TO WSA-NONUMANT
                 MOVE 0 TO WSA-NONUMNUE
                 PERFORM 210000-PRIMERA-PASADA
                 PERFORM 220000-SEGUNDA-PASADA
                 PERFORM 230000-VERIFICAR-Y-REEMPLAZAR
              END-IF
              END-IF
           END-IF.

      *****************************************************************
      * PRIMERA PASADA: CADA REGISTRO VA TAL CUAL AL RESPALDO Y       *
      * CONVERTIDO AL TEMPORAL, SUMANDO EL LEGAJO EN SU POSICION      *
      * VIEJA. EL VIVO NO SE TOCA EN ESTA PASADA.                     *
      *****************************************************************
       210000-PRIMERA-PASADA.
           OPEN INPUT ORIGEN
           OPEN OUTPUT RESPALDO
           OPEN OUTPUT TEMPORAL
           PERFORM UNTIL WSS-FS-ORIGEN-EOF
              READ ORIGEN
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WSA-LEIDOS
                    MOVE REG-ORIGEN TO REG-RESPALDO
                    WRITE REG-RESPALDO
                    MOVE REG-ORIGEN TO WSV-REGISTRO

                    MOVE FMT-POSLEGAJO(WSI-F) TO WSV-POSICION
                    MOVE 3 TO WSV-LARGO
                    PERFORM 250000-EXTRAER-CAMPO
                    IF WSV-CAMPO-X IS NUMERIC
                       ADD WSV-CAMPO-N TO WSA-CONTROLANT
                    ELSE
                       ADD 1 TO WSA-NONUMANT
                    END-IF

                    PERFORM 240000-AMPLIAR-LEGAJO
                    MOVE WSV-REGISTRO TO REG-TEMPORAL
                    WRITE REG-TEMPORAL
                    IF WSS-FS-TEMPORAL-OK
                       ADD 1 TO WSA-GRABADOS
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TEMPORAL
           CLOSE RESPALDO
           CLOSE ORIGEN.

      *****************************************************************
      * SEGUNDA PASADA: SE RELEE EL TEMPORAL SUMANDO EL LEGAJO EN SU  *
      * POSICION NUEVA, Y SE CUENTA EL RESPALDO.                      *
      *****************************************************************
       220000-SEGUNDA-PASADA.
           OPEN INPUT TEMPORAL
           PERFORM UNTIL WSS-FS-TEMPORAL-EOF
              READ TEMPORAL
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WSA-RELEIDOS
                    MOVE REG-TEMPORAL TO WSV-REGISTRO
                    MOVE FMT-POSLEGAJO(WSI-F) TO WSV-POSICION
                    MOVE 6 TO WSV-LARGO
                    PERFORM 250000-EXTRAER-CAMPO
                    IF WSV-CAMPO-X IS NUMERIC
                       ADD WSV-CAMPO-N TO WSA-CONTROLNUE
                    ELSE
                       ADD 1 TO WSA-NONUMNUE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TEMPORAL

           OPEN INPUT RESPALDO
           PERFORM UNTIL WSS-FS-RESPALDO-EOF
              READ RESPALDO
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WSA-RESPALDADOS
              END-READ
           END-PERFORM
           CLOSE RESPALDO.

      *****************************************************************
      * VERIFICACION ANTES DE PISAR NADA: LEIDOS = GRABADOS =         *
      * RELEIDOS = RESPALDADOS Y LA SUMA DE LEGAJOS IGUAL ANTES Y     *
      * DESPUES. RECIEN ENTONCES EL TEMPORAL PISA AL VIVO; SI NO, EL  *
      * VIVO QUEDA COMO ESTABA Y SE ANOTA EL RECHAZO.                 *
      *****************************************************************
       230000-VERIFICAR-Y-REEMPLAZAR.
           MOVE 1 TO WSV-VERIFICADO
           IF WSA-GRABADOS    NOT = WSA-LEIDOS
              OR WSA-RELEIDOS    NOT = WSA-LEIDOS
              OR WSA-RESPALDADOS NOT = WSA-LEIDOS
              OR WSA-CONTROLNUE  NOT = WSA-CONTROLANT
              OR WSA-NONUMNUE    NOT = WSA-NONUMANT
              MOVE 0 TO WSV-VERIFICADO
           END-IF

           IF WSV-VERIFICADO = 1
              OPEN INPUT TEMPORAL
              OPEN OUTPUT ORIGEN
              PERFORM UNTIL WSS-FS-TEMPORAL NOT = '00'
                 READ TEMPORAL
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE REG-TEMPORAL TO REG-ORIGEN
                       WRITE REG-ORIGEN
                       IF WSS-FS-ORIGEN-OK
                          ADD 1 TO WSA-COPIADOS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ORIGEN
              CLOSE TEMPORAL
              IF WSA-COPIADOS NOT = WSA-LEIDOS
                 MOVE 0 TO WSV-VERIFICADO
                 DISPLAY "*** ERROR AL REGRABAR "
                         FUNCTION TRIM(WSV-NOMBRE-ORIGEN)
                         ": RESTAURAR DESDE "
                         FUNCTION TRIM(WSV-NOMBRE-RESPALDO) " ***"
              END-IF
           END-IF

           DISPLAY "--------------------------------------"
           DISPLAY "ARCHIVO:  " FUNCTION TRIM(WSV-NOMBRE-ORIGEN)
                   "  RESPALDO: " FUNCTION TRIM(WSV-NOMBRE-RESPALDO)
           MOVE WSA-LEIDOS      TO WSM-CANTIDAD
           DISPLAY "LEIDOS:            " WSM-CANTIDAD
           MOVE WSA-GRABADOS    TO WSM-CANTIDAD
           DISPLAY "GRABADOS:          " WSM-CANTIDAD
           MOVE WSA-RELEIDOS    TO WSM-CANTIDAD
           DISPLAY "RELEIDOS:          " WSM-CANTIDAD
           MOVE WSA-RESPALDADOS TO WSM-CANTIDAD
           DISPLAY "RESPALDADOS:       " WSM-CANTIDAD
           MOVE WSA-CONTROLANT  TO WSM-CONTROL
           DISPLAY "SUMA DE LEGAJOS:   " WSM-CONTROL " ANTES"
           MOVE WSA-CONTROLNUE  TO WSM-CONTROL
           DISPLAY "                   " WSM-CONTROL " DESPUES"
           IF WSA-NONUMANT > 0 OR WSA-NONUMNUE > 0
              DISPLAY "LEGAJOS NO NUMERICOS: " WSA-NONUMANT
                      " ANTES " WSA-NONUMNUE " DESPUES"
           END-IF

           ADD WSA-LEIDOS TO WSA-TOTLEIDOS
           IF WSV-VERIFICADO = 1
              ADD WSA-COPIADOS TO WSA-TOTGRABADOS
              ADD 1 TO WSA-CONVERTIDOS
              MOVE WSC-CONVERTIDO TO CNV-ESTADO
              DISPLAY "CONVERSION VERIFICADA Y APLICADA"
           ELSE
              ADD 1 TO WSA-FALLIDOS
              MOVE WSC-FALLIDO TO CNV-ESTADO
              DISPLAY "*** VERIFICACION FALLIDA: EL VIVO NO SE TOCA ***"
           END-IF
           MOVE WSA-GRABADOS   TO CNV-GRABADOS
           MOVE WSA-CONTROLANT TO CNV-CONTROLANT
           MOVE WSA-CONTROLNUE TO CNV-CONTROLNUE
           MOVE 0              TO CNV-IMPORTEANT
           MOVE 0              TO CNV-IMPORTENUE
           PERFORM 260000-GRABAR-REGISTRO.

      *****************************************************************
      * TRES CEROS A LA IZQUIERDA DEL LEGAJO: LO QUE EMPIEZA EN SU    *
      * POSICION SE CORRE TRES LUGARES.                               *
      *****************************************************************
       240000-AMPLIAR-LEGAJO.
           MOVE FMT-POSLEGAJO(WSI-F) TO WSV-POSICION
           MOVE WSC-AMPLIACION       TO WSV-LARGO
           COMPUTE WSV-LARGOCOLA = 201 - WSV-POSICION - WSV-LARGO
           COMPUTE WSV-DESTINO   = WSV-POSICION + WSV-LARGO
           MOVE SPACES TO WSV-AUXILIAR
           MOVE WSV-REGISTRO(WSV-POSICION:WSV-LARGOCOLA)
                TO WSV-AUXILIAR(1:WSV-LARGOCOLA)
           MOVE ZEROS TO WSV-REGISTRO(WSV-POSICION:WSV-LARGO)
           MOVE WSV-AUXILIAR(1:WSV-LARGOCOLA)
                TO WSV-REGISTRO(WSV-DESTINO:WSV-LARGOCOLA).

      *****************************************************************
      * CAMPO WSV-POSICION/WSV-LARGO DE WSV-REGISTRO ALINEADO A LA    *
      * DERECHA EN WSV-CAMPO-X.                                       *
      *****************************************************************
       250000-EXTRAER-CAMPO.
           MOVE ZEROS TO WSV-CAMPO-X
           COMPUTE WSV-DESTINO = 7 - WSV-LARGO
           MOVE WSV-REGISTRO(WSV-POSICION:WSV-LARGO)
                TO WSV-CAMPO-X(WSV-DESTINO:WSV-LARGO).

       260000-GRABAR-REGISTRO.
           ACCEPT WSV-HORA-SISTEMA  FROM TIME
           MOVE WSV-NOMBRE-ORIGEN   TO CNV-ARCHIVO
           MOVE WSV-FECHA-SISTEMA   TO CNV-FECHA
           MOVE WSV-HORA-SISTEMA    TO CNV-HORA
           MOVE WSA-LEIDOS          TO CNV-LEIDOS
           MOVE WSV-NOMBRE-RESPALDO TO CNV-RESPALDO
           OPEN EXTEND REGCONV
           IF WSS-FS-REGCONV-NOEXISTE
              OPEN OUTPUT REGCONV
           END-IF
           WRITE REG-CONVERSION
           IF NOT WSS-FS-REGCONV-OK
              DISPLAY "ERROR AL GRABAR CONVFORMATO.DAT"
              DISPLAY "FILE STATUS " WSS-FS-REGCONV
           END-IF
           CLOSE REGCONV.

      *****************************************************************
      * CARGA INICIAL DE ALUMNOSMAE.DAT: UN ALUMNO POR FILA CON NOMBRE*
      * DE ALUMNOS-V3.DAT, CON LEGAJO = POSICION (LA NUMERACION QUE   *
      * YA USAN LOS ARCHIVOS), ESTADO 1 = ACTIVO Y 0 = BAJA. LAS      *
      * FILAS VACIAS SON LEGAJOS SIN ALUMNO Y NO SE CARGAN. EL DNI Y  *
      * LOS DATOS DE CONTACTO NO EXISTIAN: QUEDAN PARA COMPLETAR EN   *
      * MAEALU-09-FL. UN MAESTRO YA CARGADO NO SE PISA.               *
      *****************************************************************
       400000-CARGAR-MAESTRO.
           MOVE 'ALUMNOSMAE.DAT' TO WSV-NOMBRE-ORIGEN
           PERFORM 150000-BUSCAR-EN-REGISTRO
           MOVE 0 TO WSA-CARGADOS
           MOVE 0 TO WSA-VACIOS
           OPEN INPUT ALUMNOSMAE
           IF WS-ALM-FS-OK
              READ ALUMNOSMAE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE 1 TO WSV-YACONVERTIDO
              END-READ
              CLOSE ALUMNOSMAE
           END-IF
           IF WSV-YACONVERTIDO = 1
              DISPLAY "ALUMNOSMAE.DAT YA TIENE ALUMNOS: NO SE PISA"
           ELSE
              OPEN INPUT ALUMNOS
              IF NOT WSS-FS-ALUMNOS-OK
                 DISPLAY "NO HAY ALUMNOS-V3.DAT: EL MAESTRO SE CARGA "
                         "DESDE MAEALU-09-FL"
              ELSE
                 OPEN OUTPUT ALUMNOSMAE
                 MOVE 0 TO WSV-LEGAJO
                 PERFORM UNTIL WSS-FS-ALUMNOS-EOF
                    READ ALUMNOS
                       AT END
                          CONTINUE
                       NOT AT END
                          ADD 1 TO WSV-LEGAJO
                          PERFORM 410000-GRABAR-ALUMNO
                    END-READ
                 END-PERFORM
                 CLOSE ALUMNOSMAE
                 CLOSE ALUMNOS
                 MOVE WSV-LEGAJO TO WSM-CANTIDAD
                 DISPLAY "FILAS DE ALUMNOS-V3.DAT:  " WSM-CANTIDAD
                 MOVE WSA-CARGADOS TO WSM-CANTIDAD
                 DISPLAY "ALUMNOS CARGADOS:         " WSM-CANTIDAD
                 MOVE WSA-VACIOS TO WSM-CANTIDAD
                 DISPLAY "FILAS VACIAS (SIN CARGAR):" WSM-CANTIDAD
                 DISPLAY "COMPLETAR DNI Y DATOS DE CONTACTO EN "
                         "MAEALU-09-FL"
                 MOVE SPACES         TO WSV-NOMBRE-RESPALDO
                 MOVE WSV-LEGAJO     TO WSA-LEIDOS
                 MOVE WSA-CARGADOS   TO WSA-GRABADOS
                 MOVE WSA-CARGADOS   TO CNV-GRABADOS
                 MOVE WSV-LEGAJO     TO CNV-CONTROLANT
                 MOVE WSV-LEGAJO     TO CNV-CONTROLNUE
                 MOVE 0              TO CNV-IMPORTEANT
                 MOVE 0              TO CNV-IMPORTENUE
                 MOVE WSC-CONVERTIDO TO CNV-ESTADO
                 PERFORM 260000-GRABAR-REGISTRO
                 ADD WSA-LEIDOS   TO WSA-TOTLEIDOS
                 ADD WSA-CARGADOS TO WSA-TOTGRABADOS
              END-IF
           END-IF.

       410000-GRABAR-ALUMNO.
           IF FSA-NOMBRE = SPACES AND FSA-APELLIDO = SPACES
              ADD 1 TO WSA-VACIOS
           ELSE
              MOVE WSV-LEGAJO        TO ALM-LEGAJO
              MOVE 0                 TO ALM-DNI
              MOVE FSA-APELLIDO      TO ALM-APELLIDO
              MOVE FSA-NOMBRE        TO ALM-NOMBRE
              MOVE 0                 TO ALM-FECHANAC
              MOVE SPACES            TO ALM-DOMICILIO
              MOVE SPACES            TO ALM-TELEFONO
              MOVE SPACES            TO ALM-EMAIL
              MOVE WSV-FECHA-SISTEMA TO ALM-FECHAINGRESO
              IF FSA-ESTADO = 1
                 MOVE 'A' TO ALM-ESTADO
              ELSE
                 MOVE 'B' TO ALM-ESTADO
              END-IF
              MOVE WSV-FECHA-SISTEMA TO ALM-FECHAESTADO
              WRITE REG-ALUMNOMAE
              ADD 1 TO WSA-CARGADOS
           END-IF.

       500000-CONSULTAR-REGISTRO.
           OPEN INPUT REGCONV
           IF NOT WSS-FS-REGCONV-OK
              DISPLAY "NO HAY CONVERSIONES REGISTRADAS"
           ELSE
              DISPLAY "ARCHIVO              FECHA    ESTADO  LEIDOS"
                      " GRABADOS"
              PERFORM UNTIL WSS-FS-REGCONV-EOF
                 READ REGCONV
                    AT END
                       CONTINUE
                    NOT AT END
                       DISPLAY CNV-ARCHIVO " " CNV-FECHA " "
                               CNV-ESTADO "  " CNV-LEIDOS " "
                               CNV-GRABADOS
                 END-READ
              END-PERFORM
              CLOSE REGCONV
           END-IF.

       COPY FSLOCKPROC.

       COPY FSLOGPROC.

       END PROGRAM CONVLEG-09-FL.
