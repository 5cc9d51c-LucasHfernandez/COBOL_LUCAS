      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 03/10/2019
      * Purpose: TITULARES Y FIRMANTES DE CUENTAS: MANTIENE
      *          TITULARES.DAT, QUE VINCULA CADA CUENTA CON VARIOS
      *          CLIENTES DE MAECLI.DAT (CUENTAS CONJUNTAS ENTRE
      *          CONYUGES O PADRES E HIJOS, EMPRESAS CON VARIOS
      *          FIRMANTES), CADA UNO CON SU ROL (TITULAR, COTITULAR,
      *          FIRMANTE) Y SU REGLA DE FIRMA (INDISTINTA O
      *          CONJUNTA). AL PRIMER VINCULO DE UNA CUENTA SE ANOTA
      *          SOLO EL TITULAR DE CUENTAS.DAT. LISTA LOS VINCULOS
      *          POR CUENTA Y LAS CUENTAS DE UN CLIENTE. MOVIM-09-FL
      *          CONTROLA CON ESTE ARCHIVO QUIEN ORDENA CADA DEBITO;
      *          CONSULTA-09-FL Y EXTRACTO-09-FL ENCUENTRAN LA CUENTA
      *          DESDE CUALQUIERA DE SUS TITULARES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TITUL-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TITULARES ASSIGN TO DISK 'TITULARES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-TIT-FS.

           SELECT CUENTAS             ASSIGN TO DISK 'CUENTAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT MAECLI              ASSIGN TO DISK 'MAECLI.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MAECLI.

           SELECT ESTADOSCTA ASSIGN TO DISK 'ESTADOSCTA.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-ECT-FS.

           SELECT FECHAPROC ASSIGN TO DISK 'FECHAPROC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-FPR-FS.

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

       FD TITULARES.
       COPY FSTIT.

       FD CUENTAS.
       01 REG-CUENTA.
           05 FSE-NROCUENTA            PIC X(08).
           05 FSE-CODIGOCLTE           PIC 9(08).
           05 FSE-MONTOCUENTA          PIC 9(15)V9(02).
           05 FSE-MONEDA               PIC X(03).

       FD MAECLI.
       01 REG-MAECLI.
          05 MAE-CODIGO            PIC 9(08).
          05 MAE-NOMBRE            PIC A(20).
          05 MAE-APELLIDO          PIC A(20).
          05 MAE-ESTADO            PIC X(01).

       FD ESTADOSCTA.
       COPY FSECT.

       FD FECHAPROC.
       COPY FSFECHA.

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

       COPY FSFECHAVAR.

       COPY FSECTVAR.

       COPY FSTITVAR.

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-FECHA-PROCESO    PIC 9(08)       VALUE 0.
          05 WSV-NROCUENTA        PIC X(08).
          05 WSV-CODCLTE          PIC 9(08)       VALUE 0.
          05 WSV-TITULAR          PIC 9(08)       VALUE 0.
          05 WSV-ROL              PIC X(01)       VALUE SPACE.
            88 WSV-ROL-VALIDO                     VALUE 'T' 'C' 'F'.
          05 WSV-REGLA            PIC X(01)       VALUE SPACE.
            88 WSV-REGLA-VALIDA                   VALUE 'I' 'J'.
          05 WSV-NOMBRE           PIC X(42)       VALUE SPACES.
          05 WSV-DESCROL          PIC X(10)       VALUE SPACES.
          05 WSV-DESCREGLA        PIC X(10)       VALUE SPACES.
          05 WSV-CLTEACTIVO       PIC 9(01)       VALUE 0.
          05 WSV-VINCULADOS       PIC 9(03)       VALUE 0.
          05 WSV-POSVINCULO       PIC 9(03)       VALUE 0.
          05 WSV-TITULARES        PIC 9(03)       VALUE 0.
          05 WSV-HUBOCAMBIOS      PIC 9(01)       VALUE 0.
          05 WSV-TABLALLENA       PIC 9(01)       VALUE 0.
          05 WSV-RETORNO          PIC 9(02)       VALUE 0.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSI-C                PIC 9(03)       VALUE 0.
          05 WSV-CANTVINCULOS     PIC 9(03)       VALUE 0.
          05 WSV-CANTCUENTAS      PIC 9(03)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-ALTAS            PIC 9(04)       VALUE 0.
          05 WSA-BAJAS            PIC 9(04)       VALUE 0.
          05 WSA-LISTADOS         PIC 9(04)       VALUE 0.

       01 SWITCHES.
          05 WSS-FS-CUENTAS       PIC X(02).
            88 WSS-FS-CUENTAS-OK                  VALUE '00'.
            88 WSS-FS-CUENTAS-EOF                 VALUE '10'.
          05 WSS-FS-MAECLI        PIC X(02).
            88 WSS-FS-MAECLI-OK                   VALUE '00'.
            88 WSS-FS-MAECLI-EOF                  VALUE '10'.

       01 TABLA-VINCULOS.
          05 WST-VINCULO          OCCURS 500 TIMES.
             10 VIN-NROCUENTA     PIC X(08).
             10 VIN-CODCLTE       PIC 9(08).
             10 VIN-ROL           PIC X(01).
             10 VIN-REGLA         PIC X(01).
             10 VIN-FECHAALTA     PIC 9(08).
             10 VIN-FECHABAJA     PIC 9(08).
             10 VIN-ESTADO        PIC X(01).

       01 TABLA-CUENTAS.
          05 WST-CUENTA           OCCURS 200 TIMES.
             10 WST-CTA-NRO       PIC X(08).
             10 WST-CTA-CODCLTE   PIC 9(08).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'TITUL-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           MOVE 'TITUL-09-FL' TO WS-CER-PROGRAMA
           MOVE 1 TO WS-CER-CANTARCH
           MOVE 'TITULARES.DAT'   TO WS-CER-ARCHIVO(1)
           PERFORM 9200-TOMAR-CERROJOS
           IF WS-CER-DENEGADO = 1
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
              SET WS-LOG-FIN TO TRUE
              PERFORM 9100-GRABAR-PROCLOG
              STOP RUN
           END-IF
           PERFORM 9300-LEER-FECHA-PROCESO
           MOVE WS-FPR-FECHA TO WSV-FECHA-PROCESO
           PERFORM 100000-CARGAR-VINCULOS
           PERFORM 110000-CARGAR-CUENTAS
      *****************************************************************
      * TITULARES.DAT SE REGRABA ENTERO DESDE LA TABLA: SI NO ENTRA,  *
      * REGRABARLO LO TRUNCARIA, ASI QUE NO SE TOCA NADA.             *
      *****************************************************************
           IF WSV-TABLALLENA = 1
              DISPLAY "TITULARES.DAT O CUENTAS.DAT SUPERAN LA TABLA: "
                      "SE CANCELA SIN REGRABAR"
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
           PERFORM UNTIL WSV-OPCION = 5
              DISPLAY "**************************************"
              DISPLAY "TITULARES Y FIRMANTES (TITULARES.DAT)"
              DISPLAY "1 - VINCULAR UN CLIENTE A UNA CUENTA"
              DISPLAY "2 - DESVINCULAR UN CLIENTE DE UNA CUENTA"
              DISPLAY "3 - LISTAR TITULARES DE UNA CUENTA"
              DISPLAY "4 - LISTAR CUENTAS DE UN CLIENTE"
              DISPLAY "5 - SALIR"
              DISPLAY "RESPUESTA: "
              ACCEPT WSV-OPCION

              EVALUATE WSV-OPCION
                 WHEN 1
                    PERFORM 200000-VINCULAR
                 WHEN 2
                    PERFORM 300000-DESVINCULAR
                 WHEN 3
                    PERFORM 400000-LISTAR-CUENTA
                 WHEN 4
                    PERFORM 500000-LISTAR-CLIENTE
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
              PERFORM 900000-REGRABAR-VINCULOS
           END-IF
           MOVE WSV-RETORNO TO RETURN-CODE
           END-IF
           PERFORM 9250-LIBERAR-CERROJOS
           SET WS-LOG-FIN TO TRUE
           MOVE WSA-ALTAS TO WS-LOG-GRABADOS
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

       100000-CARGAR-VINCULOS.
           MOVE 0 TO WSV-CANTVINCULOS
           OPEN INPUT TITULARES
           IF WS-TIT-FS-OK
              PERFORM UNTIL WS-TIT-FS-EOF OR WSV-CANTVINCULOS > 499
                 READ TITULARES
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTVINCULOS
                       MOVE REG-TITULAR TO WST-VINCULO(WSV-CANTVINCULOS)
                 END-READ
              END-PERFORM
              IF NOT WS-TIT-FS-EOF
                 READ TITULARES
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLALLENA
                 END-READ
              END-IF
              CLOSE TITULARES
           END-IF.

       110000-CARGAR-CUENTAS.
           MOVE 0 TO WSV-CANTCUENTAS
           OPEN INPUT CUENTAS
           IF WSS-FS-CUENTAS-OK
              PERFORM UNTIL WSS-FS-CUENTAS-EOF OR WSV-CANTCUENTAS > 199
                 READ CUENTAS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTCUENTAS
                       MOVE FSE-NROCUENTA  TO
                                          WST-CTA-NRO(WSV-CANTCUENTAS)
                       MOVE FSE-CODIGOCLTE TO
                                        WST-CTA-CODCLTE(WSV-CANTCUENTAS)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-CUENTAS-EOF
                 READ CUENTAS
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLALLENA
                 END-READ
              END-IF
              CLOSE CUENTAS
           END-IF.

       150000-BUSCAR-CUENTA.
           MOVE 0 TO WSV-TITULAR
           MOVE 0 TO WSI-C
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCUENTAS
              IF WST-CTA-NRO(WSI-I) = WSV-NROCUENTA
                 MOVE WSI-I TO WSI-C
                 MOVE WST-CTA-CODCLTE(WSI-I) TO WSV-TITULAR
              END-IF
           END-PERFORM.

      *****************************************************************
      * VINCULOS DE LA CUENTA: CUANTOS ACTIVOS TIENE, CUANTOS SON     *
      * TITULARES 'T' Y DONDE ESTA EL DEL CLIENTE WSV-CODCLTE.        *
      *****************************************************************
       160000-CONTAR-VINCULOS.
           MOVE 0 TO WSV-VINCULADOS
           MOVE 0 TO WSV-TITULARES
           MOVE 0 TO WSV-POSVINCULO
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTVINCULOS
              IF VIN-NROCUENTA(WSI-I) = WSV-NROCUENTA
                 AND VIN-ESTADO(WSI-I) = 'A'
                 ADD 1 TO WSV-VINCULADOS
                 IF VIN-ROL(WSI-I) = 'T'
                    ADD 1 TO WSV-TITULARES
                 END-IF
                 IF VIN-CODCLTE(WSI-I) = WSV-CODCLTE
                    MOVE WSI-I TO WSV-POSVINCULO
                 END-IF
              END-IF
           END-PERFORM.

       170000-BUSCAR-CLIENTE.
           MOVE 0 TO WSV-CLTEACTIVO
           MOVE 'NO REGISTRADO EN MAECLI.DAT' TO WSV-NOMBRE
           OPEN INPUT MAECLI
           IF WSS-FS-MAECLI-OK
              PERFORM UNTIL WSS-FS-MAECLI-EOF
                 READ MAECLI
                    AT END
                       CONTINUE
                    NOT AT END
                       IF MAE-CODIGO = WSV-CODCLTE
                          MOVE SPACES TO WSV-NOMBRE
                          STRING FUNCTION TRIM(MAE-APELLIDO) ', '
                                 FUNCTION TRIM(MAE-NOMBRE)
                                 DELIMITED BY SIZE INTO WSV-NOMBRE
                          IF MAE-ESTADO NOT = 'B'
                             MOVE 1 TO WSV-CLTEACTIVO
                          ELSE
                             MOVE 0 TO WSV-CLTEACTIVO
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MAECLI
           END-IF.

       180000-DESCRIBIR.
           EVALUATE WSV-ROL
              WHEN 'T'
                 MOVE 'TITULAR'    TO WSV-DESCROL
              WHEN 'C'
                 MOVE 'COTITULAR'  TO WSV-DESCROL
              WHEN 'F'
                 MOVE 'FIRMANTE'   TO WSV-DESCROL
              WHEN OTHER
                 MOVE '?'          TO WSV-DESCROL
           END-EVALUATE
           IF WSV-REGLA = 'J'
              MOVE 'CONJUNTA'   TO WSV-DESCREGLA
           ELSE
              MOVE 'INDISTINTA' TO WSV-DESCREGLA
           END-IF.

      *****************************************************************
      * ALTA DE UN VINCULO. LA CUENTA DEBE EXISTIR Y NO ESTAR CERRADA *
      * Y EL CLIENTE DEBE ESTAR ACTIVO EN MAECLI.DAT. SI LA CUENTA NO *
      * TENIA VINCULOS SE ANOTA ANTES SU TITULAR DE CUENTAS.DAT (CON  *
      * FIRMA INDISTINTA), PARA QUE EL ARCHIVO QUEDE COMPLETO.        *
      *****************************************************************
       200000-VINCULAR.
           DISPLAY "INGRESE NUMERO DE CUENTA (8 DIGITOS): "
           ACCEPT WSV-NROCUENTA
           DISPLAY "INGRESE CODIGO DE CLIENTE: "
           ACCEPT WSV-CODCLTE
           MOVE SPACE TO WSV-ROL
           PERFORM UNTIL WSV-ROL-VALIDO
              DISPLAY "ROL: T = TITULAR  C = COTITULAR  F = FIRMANTE: "
              ACCEPT WSV-ROL
           END-PERFORM
           MOVE SPACE TO WSV-REGLA
           PERFORM UNTIL WSV-REGLA-VALIDA
              DISPLAY "FIRMA: I = INDISTINTA  J = CONJUNTA: "
              ACCEPT WSV-REGLA
           END-PERFORM
           PERFORM 150000-BUSCAR-CUENTA
           PERFORM 160000-CONTAR-VINCULOS
           PERFORM 170000-BUSCAR-CLIENTE
           MOVE WSV-NROCUENTA TO WS-ECT-NROCUENTA
           PERFORM 9700-ESTADO-CUENTA

           EVALUATE TRUE
              WHEN WSI-C = 0
                 DISPLAY "LA CUENTA NO EXISTE EN CUENTAS.DAT"
              WHEN WS-ECT-CERRADA
                 DISPLAY "LA CUENTA ESTA CERRADA"
              WHEN WSV-CLTEACTIVO = 0
                 DISPLAY "EL CLIENTE NO ESTA ACTIVO EN MAECLI.DAT"
              WHEN WSV-POSVINCULO > 0
                 DISPLAY "EL CLIENTE YA ESTA VINCULADO A LA CUENTA"
              WHEN WSV-VINCULADOS = 0 AND WSV-CODCLTE = WSV-TITULAR
                 DISPLAY "ES EL TITULAR DE CUENTAS.DAT: SE LO ANOTA "
                         "CON LOS DATOS INGRESADOS"
                 PERFORM 210000-AGREGAR-VINCULO
              WHEN WSV-CANTVINCULOS + 2 > 500
                 DISPLAY "NO HAY MAS ESPACIO EN TITULARES.DAT"
              WHEN OTHER
                 IF WSV-VINCULADOS = 0 AND WSV-TITULAR > 0
                    PERFORM 220000-ANOTAR-TITULAR-ORIGINAL
                 END-IF
                 PERFORM 210000-AGREGAR-VINCULO
           END-EVALUATE.

       210000-AGREGAR-VINCULO.
           ADD 1 TO WSV-CANTVINCULOS
           MOVE WSV-NROCUENTA     TO VIN-NROCUENTA(WSV-CANTVINCULOS)
           MOVE WSV-CODCLTE       TO VIN-CODCLTE(WSV-CANTVINCULOS)
           MOVE WSV-ROL           TO VIN-ROL(WSV-CANTVINCULOS)
           MOVE WSV-REGLA         TO VIN-REGLA(WSV-CANTVINCULOS)
           MOVE WSV-FECHA-PROCESO TO VIN-FECHAALTA(WSV-CANTVINCULOS)
           MOVE 0                 TO VIN-FECHABAJA(WSV-CANTVINCULOS)
           MOVE 'A'               TO VIN-ESTADO(WSV-CANTVINCULOS)
           MOVE 1 TO WSV-HUBOCAMBIOS
           ADD 1 TO WSA-ALTAS
           PERFORM 180000-DESCRIBIR
           DISPLAY "CLIENTE " WSV-CODCLTE " VINCULADO A LA CUENTA "
                   WSV-NROCUENTA " COMO " WSV-DESCROL
                   " (FIRMA " FUNCTION TRIM(WSV-DESCREGLA) ")".

       220000-ANOTAR-TITULAR-ORIGINAL.
           ADD 1 TO WSV-CANTVINCULOS
           MOVE WSV-NROCUENTA     TO VIN-NROCUENTA(WSV-CANTVINCULOS)
           MOVE WSV-TITULAR       TO VIN-CODCLTE(WSV-CANTVINCULOS)
           MOVE 'T'               TO VIN-ROL(WSV-CANTVINCULOS)
           MOVE 'I'               TO VIN-REGLA(WSV-CANTVINCULOS)
           MOVE WSV-FECHA-PROCESO TO VIN-FECHAALTA(WSV-CANTVINCULOS)
           MOVE 0                 TO VIN-FECHABAJA(WSV-CANTVINCULOS)
           MOVE 'A'               TO VIN-ESTADO(WSV-CANTVINCULOS)
           DISPLAY "SE ANOTO AL TITULAR DE CUENTAS.DAT " WSV-TITULAR
                   " (TITULAR, FIRMA INDISTINTA)".

      *****************************************************************
      * BAJA DE UN VINCULO: QUEDA 'B' CON LA FECHA. LA CUENTA NO PUEDE*
      * QUEDAR SIN NINGUN TITULAR 'T'.                                *
      *****************************************************************
       300000-DESVINCULAR.
           DISPLAY "INGRESE NUMERO DE CUENTA (8 DIGITOS): "
           ACCEPT WSV-NROCUENTA
           DISPLAY "INGRESE CODIGO DE CLIENTE: "
           ACCEPT WSV-CODCLTE
           PERFORM 160000-CONTAR-VINCULOS
           EVALUATE TRUE
              WHEN WSV-POSVINCULO = 0
                 DISPLAY "EL CLIENTE NO ESTA VINCULADO A LA CUENTA"
              WHEN VIN-ROL(WSV-POSVINCULO) = 'T' AND WSV-TITULARES = 1
                 DISPLAY "ES EL UNICO TITULAR: VINCULAR OTRO TITULAR "
                         "ANTES DE DESVINCULARLO"
              WHEN OTHER
                 MOVE 'B' TO VIN-ESTADO(WSV-POSVINCULO)
                 MOVE WSV-FECHA-PROCESO TO VIN-FECHABAJA(WSV-POSVINCULO)
                 MOVE 1 TO WSV-HUBOCAMBIOS
                 ADD 1 TO WSA-BAJAS
                 DISPLAY "CLIENTE " WSV-CODCLTE
                         " DESVINCULADO DE LA CUENTA " WSV-NROCUENTA
           END-EVALUATE.

       400000-LISTAR-CUENTA.
           DISPLAY "INGRESE NUMERO DE CUENTA (8 DIGITOS): "
           ACCEPT WSV-NROCUENTA
           PERFORM 150000-BUSCAR-CUENTA
           MOVE 0 TO WSA-LISTADOS
           DISPLAY "--------------------------------------"
           IF WSI-C = 0
              DISPLAY "LA CUENTA NO EXISTE EN CUENTAS.DAT"
           ELSE
              PERFORM VARYING WSI-C FROM 1 BY 1
                      UNTIL WSI-C > WSV-CANTVINCULOS
                 IF VIN-NROCUENTA(WSI-C) = WSV-NROCUENTA
                    AND VIN-ESTADO(WSI-C) = 'A'
                    MOVE VIN-CODCLTE(WSI-C) TO WSV-CODCLTE
                    MOVE VIN-ROL(WSI-C)     TO WSV-ROL
                    MOVE VIN-REGLA(WSI-C)   TO WSV-REGLA
                    PERFORM 410000-MOSTRAR-VINCULO
                 END-IF
              END-PERFORM
              IF WSA-LISTADOS = 0
                 MOVE WSV-TITULAR TO WSV-CODCLTE
                 MOVE 'T' TO WSV-ROL
                 MOVE 'I' TO WSV-REGLA
                 PERFORM 410000-MOSTRAR-VINCULO
                 DISPLAY "(SIN VINCULOS EN TITULARES.DAT: TITULAR "
                         "UNICO DE CUENTAS.DAT)"
              END-IF
           END-IF
           DISPLAY "--------------------------------------".

       410000-MOSTRAR-VINCULO.
           PERFORM 170000-BUSCAR-CLIENTE
           PERFORM 180000-DESCRIBIR
           ADD 1 TO WSA-LISTADOS
           DISPLAY WSV-CODCLTE " " WSV-NOMBRE(1:30) " " WSV-DESCROL
                   " " WSV-DESCREGLA.

      *****************************************************************
      * CUENTAS DE UN CLIENTE: LAS QUE TIENE POR TITULARES.DAT Y LAS  *
      * QUE FIGURAN A SU NOMBRE EN CUENTAS.DAT SIN VINCULOS CARGADOS. *
      *****************************************************************
       500000-LISTAR-CLIENTE.
           DISPLAY "INGRESE CODIGO DE CLIENTE: "
           ACCEPT WSV-CODCLTE
           PERFORM 170000-BUSCAR-CLIENTE
           MOVE 0 TO WSA-LISTADOS
           DISPLAY "--------------------------------------"
           DISPLAY "CLIENTE " WSV-CODCLTE " " WSV-NOMBRE
           PERFORM VARYING WSI-C FROM 1 BY 1
                   UNTIL WSI-C > WSV-CANTVINCULOS
              IF VIN-CODCLTE(WSI-C) = WSV-CODCLTE
                 AND VIN-ESTADO(WSI-C) = 'A'
                 MOVE VIN-ROL(WSI-C)   TO WSV-ROL
                 MOVE VIN-REGLA(WSI-C) TO WSV-REGLA
                 PERFORM 180000-DESCRIBIR
                 ADD 1 TO WSA-LISTADOS
                 DISPLAY "   CUENTA " VIN-NROCUENTA(WSI-C) " "
                         WSV-DESCROL " FIRMA " WSV-DESCREGLA
              END-IF
           END-PERFORM
           PERFORM VARYING WSI-C FROM 1 BY 1
                   UNTIL WSI-C > WSV-CANTCUENTAS
              IF WST-CTA-CODCLTE(WSI-C) = WSV-CODCLTE
                 MOVE WST-CTA-NRO(WSI-C) TO WSV-NROCUENTA
                 PERFORM 160000-CONTAR-VINCULOS
                 IF WSV-VINCULADOS = 0
                    ADD 1 TO WSA-LISTADOS
                    DISPLAY "   CUENTA " WSV-NROCUENTA
                            " TITULAR    FIRMA INDISTINTA"
                 END-IF
              END-IF
           END-PERFORM
           IF WSA-LISTADOS = 0
              DISPLAY "   SIN CUENTAS"
           END-IF
           DISPLAY "--------------------------------------".

       900000-REGRABAR-VINCULOS.
           MOVE 'TITULARES.DAT' TO WS-INT-ARCHIVO
           MOVE 'TITUL-09-FL'   TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT TITULARES
           IF WS-TIT-FS-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTVINCULOS
                 MOVE WST-VINCULO(WSI-I) TO REG-TITULAR
                 WRITE REG-TITULAR
              END-PERFORM
              CLOSE TITULARES
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR TITULARES.DAT"
              DISPLAY "FILE STATUS " WS-TIT-FS
              MOVE 8 TO WSV-RETORNO
           END-IF.

       COPY FSLOGPROC.

       COPY FSFECHAPROC.

       COPY FSINTPROC.

       COPY FSECTPROC.

       COPY FSLOCKPROC.

       END PROGRAM TITUL-09-FL.
