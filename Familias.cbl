      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 18/09/2019
      * Purpose: GRUPOS FAMILIARES (FAMILIAS.DAT): VINCULA VARIOS
      *          LEGAJOS ACADEMICOS CON UN UNICO RESPONSABLE DE PAGO.
      *          ALTA DE GRUPO, AGREGADO Y BAJA DE LEGAJOS, LISTADO Y
      *          PORCENTAJE DE DESCUENTO POR HERMANO (DESCHERM.DAT).
      *          LA FACTURACION (PROG01-09-FL) DESCUENTA ESE
      *          PORCENTAJE DESDE EL SEGUNDO HIJO Y EMITE UN RECIBO
      *          CONSOLIDADO POR FAMILIA; LAS CARTAS (INTIMA-09-FL) Y
      *          EL INFORME DE MORA (MORA-09-FL) MUESTRAN TAMBIEN LA
      *          DEUDA DEL GRUPO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMILIA-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FAMILIAS            ASSIGN TO DISK 'FAMILIAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-FAMILIAS.

           SELECT DESCHERM            ASSIGN TO DISK 'DESCHERM.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DESCHERM.

           SELECT CRUZCLI             ASSIGN TO DISK 'CRUZCLI.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CRUZCLI.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.

       DATA DIVISION.

       FILE SECTION.

      *****************************************************************
      * FAMILIAS.DAT: UN REGISTRO POR LEGAJO DEL GRUPO, CON EL        *
      * RESPONSABLE DE PAGO REPETIDO EN CADA UNO. EL ORDEN DE LOS     *
      * HIJOS ES EL DE ALTA: EL PRIMER LEGAJO ACTIVO DEL GRUPO PAGA   *
      * COMPLETO Y LOS SIGUIENTES LLEVAN EL DESCUENTO POR HERMANO.    *
      * FAM-ESTADO: 'A' = ACTIVO, 'B' = BAJA.                         *
      *****************************************************************
       FD FAMILIAS.
       01 REG-FAMILIA.
          05 FAM-GRUPO             PIC 9(04).
          05 FAM-LEGAJO            PIC 9(06).
          05 FAM-RESPNOMBRE        PIC A(20).
          05 FAM-RESPAPELLIDO      PIC A(20).
          05 FAM-ESTADO            PIC X(01).

      *****************************************************************
      * DESCHERM.DAT: UN UNICO REGISTRO CON EL PORCENTAJE DE          *
      * DESCUENTO POR HERMANO. SIN ARCHIVO RIGE EL 10 POR CIENTO.     *
      *****************************************************************
       FD DESCHERM.
       01 REG-DESCHERM.
          05 HER-PORCENTAJE        PIC 9(02)V9(02).

       FD CRUZCLI.
       01 REG-CRUZCLI.
          05 CRZ-LEGAJO            PIC 9(06).
          05 CRZ-NOMBRE            PIC A(20).
          05 CRZ-APELLIDO          PIC A(20).

       FD PROCLOG.
       COPY FSLOG.

       WORKING-STORAGE SECTION.

       COPY FSLOGVAR.

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-GRUPO            PIC 9(04)       VALUE 0.
          05 WSV-LEGAJO           PIC 9(06)       VALUE 0.
          05 WSV-RESPNOMBRE       PIC A(20).
          05 WSV-RESPAPELLIDO     PIC A(20).
          05 WSV-POSICION         PIC 9(03)       VALUE 0.
          05 WSV-ULTIMOGRUPO      PIC 9(04)       VALUE 0.
          05 WSV-ORDEN            PIC 9(02)       VALUE 0.
          05 WSV-PORCHERMANO      PIC 9(02)V9(02) VALUE 0.
          05 WSV-NUEVOPORC        PIC 9(02)V9(02) VALUE 0.
          05 WSV-HUBOCAMBIOS      PIC 9(01)       VALUE 0.
          05 WSV-TABLALLENA       PIC 9(01)       VALUE 0.
          05 WSV-ALUMNO           PIC X(41)       VALUE SPACES.

      *****************************************************************
      * PORCENTAJE POR HERMANO SI NO HAY DESCHERM.DAT.                *
      *****************************************************************
       01 CONSTANTES.
          05 WSC-PORCHERMANO      PIC 9(02)V9(02) VALUE 10.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSI-J                PIC 9(03)       VALUE 0.
          05 WSI-C                PIC 9(03)       VALUE 0.
          05 WSV-CANTFAMILIAS     PIC 9(03)       VALUE 0.
          05 WSV-CANTCRUCES       PIC 9(03)       VALUE 0.

       01 SWITCHES.
          05 WSS-FS-FAMILIAS      PIC X(02).
            88 WSS-FS-FAMILIAS-OK                 VALUE '00'.
            88 WSS-FS-FAMILIAS-EOF                VALUE '10'.
          05 WSS-FS-DESCHERM      PIC X(02).
            88 WSS-FS-DESCHERM-OK                 VALUE '00'.
          05 WSS-FS-CRUZCLI       PIC X(02).
            88 WSS-FS-CRUZCLI-OK                  VALUE '00'.
            88 WSS-FS-CRUZCLI-EOF                 VALUE '10'.

       01 MASCARAS.
          05 WSM-PORCENTAJE       PIC Z9,99.

       01 TABLA-FAMILIAS.
          05 WST-FAMILIA          OCCURS 200 TIMES.
             10 FMT-GRUPO         PIC 9(04).
             10 FMT-LEGAJO        PIC 9(06).
             10 FMT-RESPNOMBRE    PIC A(20).
             10 FMT-RESPAPELLIDO  PIC A(20).
             10 FMT-ESTADO        PIC X(01).

       01 TABLA-CRUCES.
          05 WST-CRUCE            OCCURS 100 TIMES.
             10 CRT-LEGAJO        PIC 9(06).
             10 CRT-NOMBRE        PIC A(20).
             10 CRT-APELLIDO      PIC A(20).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'FAMILIA-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           PERFORM 100000-CARGAR-FAMILIAS
           PERFORM 110000-CARGAR-CRUCES
           PERFORM 120000-CARGAR-PORCENTAJE
      *****************************************************************
      * EL ARCHIVO TIENE MAS REGISTROS QUE LA TABLA: REGRABARLO DESDE *
      * LA TABLA LO TRUNCARIA, ASI QUE LA CORRIDA SE CANCELA SIN      *
      * TOCAR NADA (AMPLIAR EL OCCURS ANTES DE REINTENTAR).           *
      *****************************************************************
           IF WSV-TABLALLENA = 1
              DISPLAY "FAMILIAS.DAT SUPERA LA TABLA: SE CANCELA SIN "
                      "REGRABAR"
              MOVE 8 TO RETURN-CODE
           ELSE
           PERFORM UNTIL WSV-OPCION = 6
              DISPLAY "**************************************"
              DISPLAY "GRUPOS FAMILIARES (FAMILIAS.DAT)"
              DISPLAY "1 - ALTA DE GRUPO FAMILIAR"
              DISPLAY "2 - AGREGAR LEGAJO A UN GRUPO"
              DISPLAY "3 - BAJA DE LEGAJO DE UN GRUPO"
              DISPLAY "4 - LISTAR GRUPOS"
              DISPLAY "5 - PORCENTAJE DE DESCUENTO POR HERMANO"
              DISPLAY "6 - SALIR"
              DISPLAY "RESPUESTA: "
              ACCEPT WSV-OPCION

              EVALUATE WSV-OPCION
                 WHEN 1
                    PERFORM 200000-ALTA-GRUPO
                 WHEN 2
                    PERFORM 250000-AGREGAR-LEGAJO
                 WHEN 3
                    PERFORM 300000-BAJA-LEGAJO
                 WHEN 4
                    PERFORM 350000-LISTAR-GRUPOS
                 WHEN 5
                    PERFORM 400000-PORCENTAJE-HERMANO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
           IF WSV-HUBOCAMBIOS = 1
              PERFORM 500000-REGRABAR-FAMILIAS
           END-IF
           END-IF
           SET WS-LOG-FIN TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

       100000-CARGAR-FAMILIAS.
           MOVE 0 TO WSV-CANTFAMILIAS
           MOVE 0 TO WSV-ULTIMOGRUPO
           OPEN INPUT FAMILIAS
           IF WSS-FS-FAMILIAS-OK
              PERFORM UNTIL WSS-FS-FAMILIAS-EOF
                         OR WSV-CANTFAMILIAS > 199
                 READ FAMILIAS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTFAMILIAS
                       MOVE REG-FAMILIA TO
                                        WST-FAMILIA(WSV-CANTFAMILIAS)
                       IF FAM-GRUPO > WSV-ULTIMOGRUPO
                          MOVE FAM-GRUPO TO WSV-ULTIMOGRUPO
                       END-IF
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-FAMILIAS-EOF
                 READ FAMILIAS
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLALLENA
                 END-READ
              END-IF
              CLOSE FAMILIAS
           END-IF.

       110000-CARGAR-CRUCES.
           MOVE 0 TO WSV-CANTCRUCES
           OPEN INPUT CRUZCLI
           IF WSS-FS-CRUZCLI-OK
              PERFORM UNTIL WSS-FS-CRUZCLI-EOF OR WSV-CANTCRUCES > 99
                 READ CRUZCLI
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTCRUCES
                       MOVE REG-CRUZCLI TO WST-CRUCE(WSV-CANTCRUCES)
                 END-READ
              END-PERFORM
              CLOSE CRUZCLI
           END-IF.

       120000-CARGAR-PORCENTAJE.
           MOVE WSC-PORCHERMANO TO WSV-PORCHERMANO
           OPEN INPUT DESCHERM
           IF WSS-FS-DESCHERM-OK
              READ DESCHERM
                 NOT AT END
                    IF HER-PORCENTAJE IS NUMERIC
                       MOVE HER-PORCENTAJE TO WSV-PORCHERMANO
                    END-IF
              END-READ
              CLOSE DESCHERM
           END-IF.

      *****************************************************************
      * NOMBRE DEL ALUMNO DEL LEGAJO WSV-LEGAJO SEGUN CRUZCLI.DAT (EN *
      * BLANCO SI EL LEGAJO TODAVIA NO ESTA CRUZADO CON UN CLIENTE).  *
      *****************************************************************
       130000-BUSCAR-ALUMNO.
           MOVE SPACES TO WSV-ALUMNO
           PERFORM VARYING WSI-C FROM 1 BY 1
                   UNTIL WSI-C > WSV-CANTCRUCES
              IF CRT-LEGAJO(WSI-C) = WSV-LEGAJO
                 MOVE SPACES TO WSV-ALUMNO
                 STRING FUNCTION TRIM(CRT-NOMBRE(WSI-C)) ' '
                        FUNCTION TRIM(CRT-APELLIDO(WSI-C))
                        DELIMITED BY SIZE INTO WSV-ALUMNO
              END-IF
           END-PERFORM.

      *****************************************************************
      * UN LEGAJO SOLO PUEDE ESTAR ACTIVO EN UN GRUPO: DEJA EN        *
      * WSV-POSICION EL RENGLON ACTIVO DEL LEGAJO WSV-LEGAJO (O 0).   *
      *****************************************************************
       140000-BUSCAR-LEGAJO.
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTFAMILIAS
              IF FMT-LEGAJO(WSI-I) = WSV-LEGAJO
                 AND FMT-ESTADO(WSI-I) = 'A'
                 MOVE WSI-I TO WSV-POSICION
              END-IF
           END-PERFORM.

      *****************************************************************
      * AGREGA EL LEGAJO WSV-LEGAJO AL GRUPO WSV-GRUPO CON EL         *
      * RESPONSABLE WSV-RESPNOMBRE / WSV-RESPAPELLIDO.                *
      *****************************************************************
       150000-INCORPORAR-LEGAJO.
           IF WSV-LEGAJO = 0
              DISPLAY "LEGAJO INVALIDO"
           ELSE
              PERFORM 140000-BUSCAR-LEGAJO
              IF WSV-POSICION > 0
                 DISPLAY "EL LEGAJO " WSV-LEGAJO " YA PERTENECE AL "
                         "GRUPO " FMT-GRUPO(WSV-POSICION)
              ELSE
              IF WSV-CANTFAMILIAS >= 200
                 DISPLAY "NO HAY MAS ESPACIO EN LA TABLA DE FAMILIAS"
              ELSE
                 ADD 1 TO WSV-CANTFAMILIAS
                 MOVE WSV-GRUPO        TO FMT-GRUPO(WSV-CANTFAMILIAS)
                 MOVE WSV-LEGAJO       TO FMT-LEGAJO(WSV-CANTFAMILIAS)
                 MOVE WSV-RESPNOMBRE   TO
                                     FMT-RESPNOMBRE(WSV-CANTFAMILIAS)
                 MOVE WSV-RESPAPELLIDO TO
                                     FMT-RESPAPELLIDO(WSV-CANTFAMILIAS)
                 MOVE 'A'              TO FMT-ESTADO(WSV-CANTFAMILIAS)
                 MOVE 1 TO WSV-HUBOCAMBIOS
                 PERFORM 130000-BUSCAR-ALUMNO
                 IF WSV-ALUMNO = SPACES
                    DISPLAY "LEGAJO " WSV-LEGAJO " AGREGADO (ATENCION: "
                            "SIN CRUCE EN CRUZCLI.DAT)"
                 ELSE
                    DISPLAY "LEGAJO " WSV-LEGAJO " AGREGADO: "
                            FUNCTION TRIM(WSV-ALUMNO)
                 END-IF
              END-IF
              END-IF
           END-IF.

       200000-ALTA-GRUPO.
           DISPLAY "NOMBRE DEL RESPONSABLE DE PAGO: "
           ACCEPT WSV-RESPNOMBRE
           DISPLAY "APELLIDO DEL RESPONSABLE DE PAGO: "
           ACCEPT WSV-RESPAPELLIDO
           IF WSV-RESPAPELLIDO = SPACES
              DISPLAY "EL RESPONSABLE ES OBLIGATORIO"
           ELSE
              ADD 1 TO WSV-ULTIMOGRUPO
              MOVE WSV-ULTIMOGRUPO TO WSV-GRUPO
              DISPLAY "GRUPO FAMILIAR NUMERO " WSV-GRUPO
              DISPLAY "INGRESE LOS LEGAJOS DE LOS HIJOS, DEL MAYOR AL "
                      "MENOR (0 = FIN)"
              MOVE 1 TO WSV-LEGAJO
              PERFORM UNTIL WSV-LEGAJO = 0
                 DISPLAY "LEGAJO: "
                 ACCEPT WSV-LEGAJO
                 IF WSV-LEGAJO > 0
                    PERFORM 150000-INCORPORAR-LEGAJO
                 END-IF
              END-PERFORM
           END-IF.

       250000-AGREGAR-LEGAJO.
           DISPLAY "NUMERO DE GRUPO: "
           ACCEPT WSV-GRUPO
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTFAMILIAS
              IF FMT-GRUPO(WSI-I) = WSV-GRUPO
                 MOVE WSI-I TO WSV-POSICION
              END-IF
           END-PERFORM
           IF WSV-POSICION = 0
              DISPLAY "NO EXISTE EL GRUPO " WSV-GRUPO
           ELSE
              MOVE FMT-RESPNOMBRE(WSV-POSICION)   TO WSV-RESPNOMBRE
              MOVE FMT-RESPAPELLIDO(WSV-POSICION) TO WSV-RESPAPELLIDO
              DISPLAY "RESPONSABLE: " FUNCTION TRIM(WSV-RESPNOMBRE) " "
                      FUNCTION TRIM(WSV-RESPAPELLIDO)
              DISPLAY "LEGAJO A AGREGAR: "
              ACCEPT WSV-LEGAJO
              PERFORM 150000-INCORPORAR-LEGAJO
           END-IF.

       300000-BAJA-LEGAJO.
           DISPLAY "LEGAJO A DAR DE BAJA DE SU GRUPO: "
           ACCEPT WSV-LEGAJO
           PERFORM 140000-BUSCAR-LEGAJO
           IF WSV-POSICION = 0
              DISPLAY "EL LEGAJO NO PERTENECE A NINGUN GRUPO ACTIVO"
           ELSE
              MOVE 'B' TO FMT-ESTADO(WSV-POSICION)
              MOVE 1 TO WSV-HUBOCAMBIOS
              DISPLAY "LEGAJO DADO DE BAJA DEL GRUPO "
                      FMT-GRUPO(WSV-POSICION)
           END-IF.

      *****************************************************************
      * LISTADO POR GRUPO: RESPONSABLE Y, POR CADA HIJO ACTIVO, SU    *
      * ORDEN (EL 1 PAGA COMPLETO) Y EL ALUMNO CRUZADO.               *
      *****************************************************************
       350000-LISTAR-GRUPOS.
           DISPLAY "--------------------------------------"
           MOVE WSV-PORCHERMANO TO WSM-PORCENTAJE
           DISPLAY "DESCUENTO POR HERMANO: " WSM-PORCENTAJE " %"
           IF WSV-CANTFAMILIAS = 0
              DISPLAY "NO HAY GRUPOS FAMILIARES REGISTRADOS"
           ELSE
              PERFORM VARYING WSV-GRUPO FROM 1 BY 1
                      UNTIL WSV-GRUPO > WSV-ULTIMOGRUPO
                 MOVE 0 TO WSV-ORDEN
                 PERFORM VARYING WSI-J FROM 1 BY 1
                         UNTIL WSI-J > WSV-CANTFAMILIAS
                    IF FMT-GRUPO(WSI-J) = WSV-GRUPO
                       AND FMT-ESTADO(WSI-J) = 'A'
                       IF WSV-ORDEN = 0
                          DISPLAY "GRUPO " WSV-GRUPO " RESPONSABLE: "
                                  FUNCTION TRIM(FMT-RESPNOMBRE(WSI-J))
                                  " "
                                  FUNCTION TRIM(FMT-RESPAPELLIDO(WSI-J))
                       END-IF
                       ADD 1 TO WSV-ORDEN
                       MOVE FMT-LEGAJO(WSI-J) TO WSV-LEGAJO
                       PERFORM 130000-BUSCAR-ALUMNO
                       DISPLAY "   " WSV-ORDEN " LEGAJO " WSV-LEGAJO
                               " " WSV-ALUMNO
                    END-IF
                 END-PERFORM
              END-PERFORM
           END-IF
           DISPLAY "--------------------------------------".

       400000-PORCENTAJE-HERMANO.
           MOVE WSV-PORCHERMANO TO WSM-PORCENTAJE
           DISPLAY "PORCENTAJE VIGENTE: " WSM-PORCENTAJE " %"
           DISPLAY "NUEVO PORCENTAJE (0 = SIN CAMBIO): "
           ACCEPT WSV-NUEVOPORC
           IF WSV-NUEVOPORC > 0
              OPEN OUTPUT DESCHERM
              IF WSS-FS-DESCHERM-OK
                 MOVE WSV-NUEVOPORC TO HER-PORCENTAJE
                 WRITE REG-DESCHERM
                 CLOSE DESCHERM
                 MOVE WSV-NUEVOPORC TO WSV-PORCHERMANO
                 MOVE WSV-PORCHERMANO TO WSM-PORCENTAJE
                 DISPLAY "DESCUENTO POR HERMANO: " WSM-PORCENTAJE " %"
              ELSE
                 DISPLAY "ERROR AL GRABAR DESCHERM.DAT"
                 DISPLAY "FILE STATUS " WSS-FS-DESCHERM
              END-IF
           END-IF.

       500000-REGRABAR-FAMILIAS.
           OPEN OUTPUT FAMILIAS
           IF WSS-FS-FAMILIAS-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTFAMILIAS
                 MOVE WST-FAMILIA(WSI-I) TO REG-FAMILIA
                 WRITE REG-FAMILIA
              END-PERFORM
              CLOSE FAMILIAS
           ELSE
              DISPLAY "ERROR AL REGRABAR FAMILIAS.DAT"
              DISPLAY "FILE STATUS " WSS-FS-FAMILIAS
           END-IF.

       COPY FSLOGPROC.

       END PROGRAM FAMILIA-09-FL.
