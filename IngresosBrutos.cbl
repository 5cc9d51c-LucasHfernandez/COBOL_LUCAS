      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 09/10/2019
      * Purpose: INGRESOS BRUTOS POR JURISDICCION (CONVENIO
      *          MULTILATERAL). MANTIENE LA TABLA DE ALICUOTAS POR
      *          JURISDICCION CON SU VIGENCIA (JURISDIC.DAT) Y LA DE
      *          CODIGOS POSTALES Y LOCALIDADES DE CADA JURISDICCION
      *          (JURLOCAL.DAT), CON LAS QUE FACTURAR-09-FL ASIGNA LA
      *          JURISDICCION A CADA FACTURA POR EL DOMICILIO DEL
      *          CLIENTE. LA LIQUIDACION DEL MES TOMA LAS FACTURAS DE
      *          REGFACT.DAT (MENOS LAS RECHAZADAS), APLICA LA
      *          ALICUOTA VIGENTE A LA FECHA DE CADA UNA SOBRE EL NETO
      *          GRAVADO Y EMITE EN IIBBRPT.DAT LA BASE IMPONIBLE Y EL
      *          IMPUESTO POR JURISDICCION CON EL DETALLE DE FACTURAS
      *          DE CADA CIFRA. LAS FACTURAS ANTERIORES A LA
      *          ASIGNACION SE RESUELVEN POR EL DOMICILIO ACTUAL Y LAS
      *          QUE NO SE RESUELVEN SE LISTAN APARTE (RC 4).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IIBB-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGFACT             ASSIGN TO DISK 'REGFACT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REGFACT.

           SELECT DOMICILIOS          ASSIGN TO DISK 'DOMICILIOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DOMICIL.

           SELECT IIBBRPT             ASSIGN TO DISK 'IIBBRPT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-IIBBRPT.

           SELECT JURISDIC  ASSIGN TO DISK 'JURISDIC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-JUR-FS-ALI.

           SELECT JURLOCAL  ASSIGN TO DISK 'JURLOCAL.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-JUR-FS-LOC.

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
      * REGFACT.DAT: REGISTRO DE FACTURAS DE FACTURAR-09-FL. LAS      *
      * ANTERIORES AL CUIT Y LA JURISDICCION TRAEN ESOS CAMPOS EN     *
      * BLANCO.                                                       *
      *****************************************************************
       FD REGFACT.
       01 REG-REGFACT.
          05 RFA-PV                PIC 9(04).
          05 RFA-NUMERO            PIC 9(08).
          05 RFA-FECHA             PIC 9(08).
          05 RFA-FECHA-X REDEFINES RFA-FECHA.
             10 RFA-PERIODO        PIC X(06).
             10 RFA-DIA            PIC X(02).
          05 RFA-NOMBRE            PIC A(20).
          05 RFA-APELLIDO          PIC A(20).
          05 RFA-NETO21            PIC 9(09)V9(02).
          05 RFA-IVA21             PIC 9(09)V9(02).
          05 RFA-NETO105           PIC 9(09)V9(02).
          05 RFA-IVA105            PIC 9(09)V9(02).
          05 RFA-TOTAL             PIC 9(10)V9(02).
          05 RFA-ESTADO            PIC X(01).
            88 RFA-RECHAZADA                      VALUE 'R'.
          05 RFA-CAE               PIC 9(14).
          05 RFA-VTOCAE            PIC 9(08).
          05 RFA-MOTIVO            PIC X(30).
          05 RFA-CUIT              PIC 9(11).
          05 RFA-JURISDICCION      PIC X(03).

       FD DOMICILIOS.
       01 REG-DOMICILIO.
          05 DOM-CUIT              PIC 9(11).
          05 DOM-DIRECCION         PIC X(30).
          05 DOM-LOCALIDAD         PIC X(20).
          05 DOM-CODPOSTAL         PIC X(08).
          05 DOM-TELEFONO          PIC X(15).
          05 DOM-EMAIL             PIC X(30).
          05 DOM-VIGDESDE          PIC 9(08).
          05 DOM-ESTADO            PIC X(01).

       FD IIBBRPT.
       01 REG-IIBBRPT              PIC X(132).

       FD JURISDIC.
       COPY FSJUR.

       FD JURLOCAL.
       COPY FSJURLOC.

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

       COPY FSJURVAR.

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-CODIGO           PIC X(03)       VALUE SPACES.
          05 WSV-VIGDESDE         PIC 9(08)       VALUE 0.
          05 WSV-DESCRIPCION      PIC X(20)       VALUE SPACES.
          05 WSV-ALICUOTA         PIC 9(02)V9(02) VALUE 0.
          05 WSV-CODPOSTAL        PIC X(08)       VALUE SPACES.
          05 WSV-LOCALIDAD        PIC X(20)       VALUE SPACES.
          05 WSV-POSICION         PIC 9(04)       VALUE 0.
          05 WSV-POSJUR           PIC 9(02)       VALUE 0.
          05 WSV-ALICAMBIOS       PIC 9(01)       VALUE 0.
          05 WSV-LOCCAMBIOS       PIC 9(01)       VALUE 0.
          05 WSV-TABLALLENA       PIC 9(01)       VALUE 0.
          05 WSV-RETORNO          PIC 9(02)       VALUE 0.
          05 WSV-LINEA            PIC X(132)      VALUE SPACES.

       01 PERIODOS.
          05 WSV-PERIODO          PIC 9(06)       VALUE 0.
          05 WSV-PERIODO-R REDEFINES WSV-PERIODO.
             10 WSV-PER-ANO       PIC 9(04).
             10 WSV-PER-MES       PIC 9(02).
          05 WSV-PERIODO-X REDEFINES WSV-PERIODO PIC X(06).

       01 INDICES.
          05 WSI-I                PIC 9(04)       VALUE 0.
          05 WSI-J                PIC 9(04)       VALUE 0.
          05 WSV-CANTJUR          PIC 9(02)       VALUE 0.
          05 WSV-CANTDOMICILIOS   PIC 9(04)       VALUE 0.
          05 WSV-CANTFACTURAS     PIC 9(04)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-BASE             PIC 9(13)V9(02) VALUE 0.
          05 WSA-IMPUESTO         PIC 9(13)V9(02) VALUE 0.
          05 WSA-FACTURAS         PIC 9(05)       VALUE 0.
          05 WSA-SINJUR-BASE      PIC 9(13)V9(02) VALUE 0.
          05 WSA-SINJUR-CANT      PIC 9(05)       VALUE 0.
          05 WSA-PORDOMICILIO     PIC 9(05)       VALUE 0.
          05 WSA-RECHAZADAS       PIC 9(05)       VALUE 0.

       01 SWITCHES.
          05 WSS-FS-REGFACT       PIC X(02).
            88 WSS-FS-REGFACT-OK                  VALUE '00'.
            88 WSS-FS-REGFACT-EOF                 VALUE '10'.
          05 WSS-FS-DOMICIL       PIC X(02).
            88 WSS-FS-DOMICIL-OK                  VALUE '00'.
            88 WSS-FS-DOMICIL-EOF                 VALUE '10'.
          05 WSS-FS-IIBBRPT       PIC X(02).
            88 WSS-FS-IIBBRPT-OK                  VALUE '00'.

       01 MASCARAS.
          05 WSM-ALICUOTA         PIC Z9,99.
          05 WSM-IMPORTE          PIC Z(12)9,99.

      *****************************************************************
      * LINEA DEL RESUMEN POR JURISDICCION Y LINEA DE DETALLE DE      *
      * FACTURA DE IIBBRPT.DAT.                                       *
      *****************************************************************
       01 RES-JURISDICCION.
          05 RES-CODIGO           PIC X(03).
          05 FILLER               PIC X(01)       VALUE SPACE.
          05 RES-DESCRIPCION      PIC X(32).
          05 RES-FACTURAS         PIC ZZZZ9.
          05 RES-BASE             PIC Z(14)9,99.
          05 RES-IMPUESTO         PIC Z(14)9,99.

       01 DET-FACTURA.
          05 DET-PV               PIC 9(04).
          05 DET-GUION            PIC X(01).
          05 DET-NUMERO           PIC 9(08).
          05 FILLER               PIC X(01)       VALUE SPACE.
          05 DET-FECHA            PIC 9(08).
          05 FILLER               PIC X(01)       VALUE SPACE.
          05 DET-CLIENTE          PIC X(30).
          05 FILLER               PIC X(01)       VALUE SPACE.
          05 DET-CUIT             PIC X(11).
          05 DET-BASE             PIC Z(14)9,99.
          05 FILLER               PIC X(01)       VALUE SPACE.
          05 DET-ALICUOTA         PIC Z9,99       BLANK WHEN ZERO.
          05 DET-IMPUESTO         PIC Z(14)9,99.
          05 FILLER               PIC X(01)       VALUE SPACE.
          05 DET-OBSERVACION      PIC X(24).

      *****************************************************************
      * JURISDICCIONES DISTINTAS DE JURISDIC.DAT, CON LA DESCRIPCION  *
      * DE SU ULTIMA VIGENCIA Y LOS ACUMULADOS DEL MES LIQUIDADO.     *
      *****************************************************************
       01 TABLA-JURISDICCIONES.
          05 WST-JUR              OCCURS 30 TIMES.
             10 TJU-CODIGO        PIC X(03).
             10 TJU-DESCRIPCION   PIC X(20).
             10 TJU-VIGDESDE      PIC 9(08).
             10 TJU-FACTURAS      PIC 9(05).
             10 TJU-BASE          PIC 9(13)V9(02).
             10 TJU-IMPUESTO      PIC 9(13)V9(02).

       01 TABLA-DOMICILIOS.
          05 WST-DOMICILIO        OCCURS 1000 TIMES.
             10 TDO-CUIT          PIC 9(11).
             10 TDO-CODPOSTAL     PIC X(08).
             10 TDO-LOCALIDAD     PIC X(20).

      *****************************************************************
      * FACTURAS DEL MES LIQUIDADO. TFA-ORIGEN: 'F' = JURISDICCION    *
      * ASIGNADA AL EMITIR, 'D' = RESUELTA POR EL DOMICILIO ACTUAL,   *
      * 'S' = SIN JURISDICCION, 'A' = JURISDICCION SIN ALICUOTA       *
      * VIGENTE A LA FECHA DE LA FACTURA.                             *
      *****************************************************************
       01 TABLA-FACTURAS.
          05 WST-FACTURA          OCCURS 3000 TIMES.
             10 TFA-PV            PIC 9(04).
             10 TFA-NUMERO        PIC 9(08).
             10 TFA-FECHA         PIC 9(08).
             10 TFA-CLIENTE       PIC X(30).
             10 TFA-CUIT          PIC X(11).
             10 TFA-JURISDICCION  PIC X(03).
             10 TFA-ORIGEN        PIC X(01).
             10 TFA-BASE          PIC 9(11)V9(02).
             10 TFA-ALICUOTA      PIC 9(02)V9(02).
             10 TFA-IMPUESTO      PIC 9(11)V9(02).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'IIBB-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           MOVE 'IIBB-09-FL' TO WS-CER-PROGRAMA
           MOVE 2 TO WS-CER-CANTARCH
           MOVE 'JURISDIC.DAT' TO WS-CER-ARCHIVO(1)
           MOVE 'JURLOCAL.DAT' TO WS-CER-ARCHIVO(2)
           PERFORM 9200-TOMAR-CERROJOS
           IF WS-CER-DENEGADO = 1
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
              SET WS-LOG-FIN TO TRUE
              PERFORM 9100-GRABAR-PROCLOG
              STOP RUN
           END-IF
           PERFORM 9900-CARGAR-JURISDICCIONES
           IF WS-JUR-LLENA = 1
              DISPLAY "JURISDIC.DAT O JURLOCAL.DAT SUPERAN LA TABLA: "
                      "SE CANCELA SIN REGRABAR"
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
           PERFORM UNTIL WSV-OPCION = 5
              DISPLAY "**************************************"
              DISPLAY "INGRESOS BRUTOS POR JURISDICCION"
              DISPLAY "1 - ALTA/MODIFICACION DE ALICUOTA"
              DISPLAY "2 - ASIGNAR CODIGO POSTAL O LOCALIDAD"
              DISPLAY "3 - LISTAR TABLAS"
              DISPLAY "4 - LIQUIDACION DEL MES"
              DISPLAY "5 - SALIR"
              DISPLAY "RESPUESTA: "
              ACCEPT WSV-OPCION

              EVALUATE WSV-OPCION
                 WHEN 1
                    PERFORM 200000-ACTUALIZAR-ALICUOTA
                 WHEN 2
                    PERFORM 300000-ASIGNAR-LOCALIDAD
                 WHEN 3
                    PERFORM 400000-LISTAR-TABLAS
                 WHEN 4
                    PERFORM 500000-LIQUIDAR-MES
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
      *****************************************************************
      * EL RESPALDO DEL MAESTRO (9400) PISA RETURN-CODE: EL CODIGO    *
      * DEL PROCESO SE GUARDA Y SE REPONE AL FINAL.                   *
      *****************************************************************
           MOVE RETURN-CODE TO WSV-RETORNO
           IF WSV-ALICAMBIOS = 1
              PERFORM 900000-REGRABAR-ALICUOTAS
           END-IF
           IF WSV-LOCCAMBIOS = 1
              PERFORM 910000-REGRABAR-LOCALIDADES
           END-IF
           MOVE WSV-RETORNO TO RETURN-CODE
           END-IF
           PERFORM 9250-LIBERAR-CERROJOS
           SET WS-LOG-FIN TO TRUE
           MOVE WSA-FACTURAS TO WS-LOG-LEIDOS
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

      *****************************************************************
      * UN CAMBIO DE ALICUOTA ES UNA VIGENCIA NUEVA: LA ANTERIOR SE   *
      * CONSERVA PARA LIQUIDAR LOS MESES PASADOS. LA MISMA            *
      * JURISDICCION Y FECHA DESDE CORRIGE LA LINEA EXISTENTE.        *
      *****************************************************************
       200000-ACTUALIZAR-ALICUOTA.
           DISPLAY "CODIGO DE JURISDICCION (3 DIGITOS, EJ. 901): "
           ACCEPT WSV-CODIGO
           DISPLAY "VIGENTE DESDE (AAAAMMDD): "
           ACCEPT WSV-VIGDESDE
           DISPLAY "DESCRIPCION (EN BLANCO = LA ANTERIOR): "
           ACCEPT WSV-DESCRIPCION
           DISPLAY "ALICUOTA (EJ. 3,50): "
           ACCEPT WSV-ALICUOTA
           IF WSV-DESCRIPCION = SPACES
              MOVE WSV-CODIGO   TO WS-JUR-CODIGO
              MOVE WSV-VIGDESDE TO WS-JUR-FECHA
              PERFORM 9920-ALICUOTA-JURISDICCION
              MOVE WS-JUR-DESCRIPCION TO WSV-DESCRIPCION
           END-IF
           EVALUATE TRUE
              WHEN WSV-CODIGO IS NOT NUMERIC
                 DISPLAY "EL CODIGO DEBE SER DE 3 DIGITOS"
              WHEN WSV-VIGDESDE < 19000101
                   OR WSV-VIGDESDE(5:2) < '01'
                   OR WSV-VIGDESDE(5:2) > '12'
                 DISPLAY "FECHA DE VIGENCIA INVALIDA"
              WHEN WSV-DESCRIPCION = SPACES
                 DISPLAY "JURISDICCION NUEVA: LA DESCRIPCION ES "
                         "OBLIGATORIA"
              WHEN WSV-ALICUOTA = 0
                 DISPLAY "LA ALICUOTA DEBE SER MAYOR A CERO"
              WHEN OTHER
                 MOVE 0 TO WSV-POSICION
                 PERFORM VARYING WSI-I FROM 1 BY 1
                         UNTIL WSI-I > WS-JUR-CANTALI
                    IF WS-JUR-A-CODIGO(WSI-I) = WSV-CODIGO
                       AND WS-JUR-A-VIGDESDE(WSI-I) = WSV-VIGDESDE
                       MOVE WSI-I TO WSV-POSICION
                    END-IF
                 END-PERFORM
                 IF WSV-POSICION = 0
                    IF WS-JUR-CANTALI >= 200
                       DISPLAY "NO HAY ESPACIO PARA MAS ALICUOTAS"
                    ELSE
                       ADD 1 TO WS-JUR-CANTALI
                       MOVE WS-JUR-CANTALI TO WSV-POSICION
                       DISPLAY "VIGENCIA NUEVA REGISTRADA"
                    END-IF
                 ELSE
                    DISPLAY "VIGENCIA EXISTENTE CORREGIDA"
                 END-IF
                 IF WSV-POSICION > 0
                    MOVE WSV-CODIGO      TO
                         WS-JUR-A-CODIGO(WSV-POSICION)
                    MOVE WSV-VIGDESDE    TO
                         WS-JUR-A-VIGDESDE(WSV-POSICION)
                    MOVE WSV-DESCRIPCION TO
                         WS-JUR-A-DESCRIPCION(WSV-POSICION)
                    MOVE WSV-ALICUOTA    TO
                         WS-JUR-A-ALICUOTA(WSV-POSICION)
                    MOVE 1 TO WSV-ALICAMBIOS
                 END-IF
           END-EVALUATE.

      *****************************************************************
      * EL CODIGO POSTAL SE CARGA COMO PREFIJO: UNA LETRA DE CPA      *
      * CUBRE TODA LA PROVINCIA Y UN CODIGO MAS LARGO LA EXCEPCION.   *
      * LA JURISDICCION DEBE TENER ALGUNA ALICUOTA CARGADA.           *
      *****************************************************************
       300000-ASIGNAR-LOCALIDAD.
           DISPLAY "CODIGO POSTAL O PREFIJO (EN BLANCO = NINGUNO): "
           ACCEPT WSV-CODPOSTAL
           DISPLAY "LOCALIDAD (EN BLANCO = NINGUNA): "
           ACCEPT WSV-LOCALIDAD
           DISPLAY "CODIGO DE JURISDICCION: "
           ACCEPT WSV-CODIGO
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WS-JUR-CANTALI
              IF WS-JUR-A-CODIGO(WSI-I) = WSV-CODIGO
                 MOVE WSI-I TO WSV-POSICION
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WSV-CODPOSTAL = SPACES AND WSV-LOCALIDAD = SPACES
                 DISPLAY "INDICAR CODIGO POSTAL O LOCALIDAD"
              WHEN WSV-POSICION = 0
                 DISPLAY "JURISDICCION " WSV-CODIGO " SIN ALICUOTA "
                         "CARGADA: DARLA DE ALTA PRIMERO"
              WHEN OTHER
                 MOVE 0 TO WSV-POSICION
                 PERFORM VARYING WSI-I FROM 1 BY 1
                         UNTIL WSI-I > WS-JUR-CANTLOC
                    IF WS-JUR-L-CODPOSTAL(WSI-I) = WSV-CODPOSTAL
                       AND WS-JUR-L-LOCALIDAD(WSI-I) = WSV-LOCALIDAD
                       MOVE WSI-I TO WSV-POSICION
                    END-IF
                 END-PERFORM
                 IF WSV-POSICION = 0
                    IF WS-JUR-CANTLOC >= 500
                       DISPLAY "NO HAY ESPACIO PARA MAS LOCALIDADES"
                    ELSE
                       ADD 1 TO WS-JUR-CANTLOC
                       MOVE WS-JUR-CANTLOC TO WSV-POSICION
                       MOVE WSV-CODPOSTAL TO
                            WS-JUR-L-CODPOSTAL(WSV-POSICION)
                       MOVE WSV-LOCALIDAD TO
                            WS-JUR-L-LOCALIDAD(WSV-POSICION)
                    END-IF
                 ELSE
                    DISPLAY "ASIGNACION EXISTENTE: SE CAMBIA LA "
                            "JURISDICCION"
                 END-IF
                 IF WSV-POSICION > 0
                    MOVE WSV-CODIGO TO
                         WS-JUR-L-JURISDICCION(WSV-POSICION)
                    MOVE 1 TO WSV-LOCCAMBIOS
                    DISPLAY "ASIGNADO A LA JURISDICCION " WSV-CODIGO
                 END-IF
           END-EVALUATE.

       400000-LISTAR-TABLAS.
           DISPLAY "**************************************"
           DISPLAY "ALICUOTAS POR JURISDICCION"
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WS-JUR-CANTALI
              MOVE WS-JUR-A-ALICUOTA(WSI-I) TO WSM-ALICUOTA
              DISPLAY WS-JUR-A-CODIGO(WSI-I) " "
                      WS-JUR-A-DESCRIPCION(WSI-I) " DESDE "
                      WS-JUR-A-VIGDESDE(WSI-I) " " WSM-ALICUOTA "%"
           END-PERFORM
           DISPLAY "--------------------------------------"
           DISPLAY "CODIGOS POSTALES Y LOCALIDADES"
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WS-JUR-CANTLOC
              DISPLAY "CP " WS-JUR-L-CODPOSTAL(WSI-I) " LOC "
                      WS-JUR-L-LOCALIDAD(WSI-I) " -> "
                      WS-JUR-L-JURISDICCION(WSI-I)
           END-PERFORM
           DISPLAY "**************************************".

      *****************************************************************
      * LIQUIDACION DEL MES: BASE IMPONIBLE = NETO GRAVADO DE CADA    *
      * FACTURA (SIN IVA), IMPUESTO CON LA ALICUOTA VIGENTE A SU      *
      * FECHA. LA FACTURA SIN JURISDICCION ASIGNADA SE RESUELVE POR   *
      * EL DOMICILIO ACTUAL DE SU CUIT; LO QUE NO SE RESUELVE VA AL   *
      * FINAL DEL INFORME PARA CORREGIRLO ANTES DE PRESENTAR.         *
      *****************************************************************
       500000-LIQUIDAR-MES.
           DISPLAY "INGRESE PERIODO A LIQUIDAR (AAAAMM): "
           ACCEPT WSV-PERIODO
           IF WSV-PER-MES < 1 OR WSV-PER-MES > 12
              DISPLAY "PERIODO INVALIDO"
           ELSE
              MOVE 0 TO WSV-TABLALLENA
              PERFORM 510000-ARMAR-JURISDICCIONES
              PERFORM 520000-CARGAR-DOMICILIOS
              PERFORM 530000-CARGAR-FACTURAS
              IF WSV-TABLALLENA = 1
                 DISPLAY "JURISDICCIONES, DOMICILIOS O FACTURAS DEL "
                         "MES SUPERAN LA TABLA: NO SE LIQUIDA"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM 550000-EMITIR-INFORME
              END-IF
           END-IF.

       510000-ARMAR-JURISDICCIONES.
           MOVE 0 TO WSV-CANTJUR
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WS-JUR-CANTALI
              MOVE WS-JUR-A-CODIGO(WSI-I) TO WSV-CODIGO
              PERFORM 515000-BUSCAR-JURISDICCION
              IF WSV-POSJUR = 0
                 IF WSV-CANTJUR >= 30
                    MOVE 1 TO WSV-TABLALLENA
                 ELSE
                    ADD 1 TO WSV-CANTJUR
                    MOVE WSV-CANTJUR TO WSV-POSJUR
                    MOVE WSV-CODIGO  TO TJU-CODIGO(WSV-POSJUR)
                    MOVE 0 TO TJU-VIGDESDE(WSV-POSJUR)
                    MOVE 0 TO TJU-FACTURAS(WSV-POSJUR)
                    MOVE 0 TO TJU-BASE(WSV-POSJUR)
                    MOVE 0 TO TJU-IMPUESTO(WSV-POSJUR)
                 END-IF
              END-IF
              IF WSV-POSJUR > 0
                 IF WS-JUR-A-VIGDESDE(WSI-I) >= TJU-VIGDESDE(WSV-POSJUR)
                    MOVE WS-JUR-A-VIGDESDE(WSI-I)
                      TO TJU-VIGDESDE(WSV-POSJUR)
                    MOVE WS-JUR-A-DESCRIPCION(WSI-I)
                      TO TJU-DESCRIPCION(WSV-POSJUR)
                 END-IF
              END-IF
           END-PERFORM.

       515000-BUSCAR-JURISDICCION.
           MOVE 0 TO WSV-POSJUR
           PERFORM VARYING WSI-J FROM 1 BY 1
                   UNTIL WSI-J > WSV-CANTJUR
              IF TJU-CODIGO(WSI-J) = WSV-CODIGO
                 MOVE WSI-J TO WSV-POSJUR
              END-IF
           END-PERFORM.

       520000-CARGAR-DOMICILIOS.
           MOVE 0 TO WSV-CANTDOMICILIOS
           OPEN INPUT DOMICILIOS
           IF WSS-FS-DOMICIL-OK
              PERFORM UNTIL WSS-FS-DOMICIL-EOF
                 READ DOMICILIOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF DOM-ESTADO = 'A'
                          IF WSV-CANTDOMICILIOS >= 1000
                             MOVE 1 TO WSV-TABLALLENA
                          ELSE
                             ADD 1 TO WSV-CANTDOMICILIOS
                             MOVE DOM-CUIT TO
                                  TDO-CUIT(WSV-CANTDOMICILIOS)
                             MOVE DOM-CODPOSTAL TO
                                  TDO-CODPOSTAL(WSV-CANTDOMICILIOS)
                             MOVE DOM-LOCALIDAD TO
                                  TDO-LOCALIDAD(WSV-CANTDOMICILIOS)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DOMICILIOS
           END-IF.

       530000-CARGAR-FACTURAS.
           MOVE 0 TO WSV-CANTFACTURAS
           MOVE 0 TO WSA-RECHAZADAS
           MOVE 0 TO WSA-PORDOMICILIO
           MOVE 0 TO WSA-SINJUR-CANT
           MOVE 0 TO WSA-SINJUR-BASE
           OPEN INPUT REGFACT
           IF WSS-FS-REGFACT-OK
              PERFORM UNTIL WSS-FS-REGFACT-EOF
                 READ REGFACT
                    AT END
                       CONTINUE
                    NOT AT END
                       IF RFA-PERIODO = WSV-PERIODO-X
                          IF RFA-RECHAZADA
                             ADD 1 TO WSA-RECHAZADAS
                          ELSE
                             PERFORM 535000-AGREGAR-FACTURA
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REGFACT
           END-IF.

       535000-AGREGAR-FACTURA.
           IF WSV-CANTFACTURAS >= 3000
              MOVE 1 TO WSV-TABLALLENA
           ELSE
              ADD 1 TO WSV-CANTFACTURAS
              MOVE WSV-CANTFACTURAS TO WSI-I
              MOVE RFA-PV     TO TFA-PV(WSI-I)
              MOVE RFA-NUMERO TO TFA-NUMERO(WSI-I)
              MOVE RFA-FECHA  TO TFA-FECHA(WSI-I)
              MOVE SPACES     TO TFA-CLIENTE(WSI-I)
              STRING FUNCTION TRIM(RFA-NOMBRE) ' '
                     FUNCTION TRIM(RFA-APELLIDO)
                     DELIMITED BY SIZE INTO TFA-CLIENTE(WSI-I)
              END-STRING
              COMPUTE TFA-BASE(WSI-I) = RFA-NETO21 + RFA-NETO105
              MOVE 0 TO TFA-ALICUOTA(WSI-I)
              MOVE 0 TO TFA-IMPUESTO(WSI-I)
              MOVE SPACES TO TFA-CUIT(WSI-I)
              MOVE SPACES TO WS-JUR-CODIGO
              IF RFA-CUIT IS NUMERIC AND RFA-CUIT > 0
                 MOVE RFA-CUIT TO TFA-CUIT(WSI-I)
              END-IF
              IF RFA-JURISDICCION NOT = SPACES
                 MOVE RFA-JURISDICCION TO WS-JUR-CODIGO
                 MOVE 'F' TO TFA-ORIGEN(WSI-I)
              ELSE
                 PERFORM 537000-RESOLVER-POR-DOMICILIO
              END-IF
              MOVE WS-JUR-CODIGO TO TFA-JURISDICCION(WSI-I)
              IF WS-JUR-CODIGO = SPACES
                 MOVE 'S' TO TFA-ORIGEN(WSI-I)
              ELSE
                 MOVE RFA-FECHA TO WS-JUR-FECHA
                 PERFORM 9920-ALICUOTA-JURISDICCION
                 MOVE WS-JUR-CODIGO TO WSV-CODIGO
                 PERFORM 515000-BUSCAR-JURISDICCION
                 IF WS-JUR-ENCONTRADA = 0 OR WSV-POSJUR = 0
                    MOVE 'A' TO TFA-ORIGEN(WSI-I)
                 ELSE
                    MOVE WS-JUR-ALICUOTA TO TFA-ALICUOTA(WSI-I)
                    COMPUTE TFA-IMPUESTO(WSI-I) ROUNDED =
                            TFA-BASE(WSI-I) * WS-JUR-ALICUOTA / 100
                    ADD 1 TO TJU-FACTURAS(WSV-POSJUR)
                    ADD TFA-BASE(WSI-I)     TO TJU-BASE(WSV-POSJUR)
                    ADD TFA-IMPUESTO(WSI-I) TO TJU-IMPUESTO(WSV-POSJUR)
                 END-IF
              END-IF
              IF TFA-ORIGEN(WSI-I) = 'S' OR TFA-ORIGEN(WSI-I) = 'A'
                 ADD 1 TO WSA-SINJUR-CANT
                 ADD TFA-BASE(WSI-I) TO WSA-SINJUR-BASE
              END-IF
           END-IF.

       537000-RESOLVER-POR-DOMICILIO.
           MOVE SPACES TO WS-JUR-CODPOSTAL
           MOVE SPACES TO WS-JUR-LOCALIDAD
           IF RFA-CUIT IS NUMERIC AND RFA-CUIT > 0
              PERFORM VARYING WSI-J FROM 1 BY 1
                      UNTIL WSI-J > WSV-CANTDOMICILIOS
                 IF TDO-CUIT(WSI-J) = RFA-CUIT
                    MOVE TDO-CODPOSTAL(WSI-J) TO WS-JUR-CODPOSTAL
                    MOVE TDO-LOCALIDAD(WSI-J) TO WS-JUR-LOCALIDAD
                 END-IF
              END-PERFORM
              PERFORM 9910-RESOLVER-JURISDICCION
              IF WS-JUR-CODIGO NOT = SPACES
                 MOVE 'D' TO TFA-ORIGEN(WSI-I)
                 ADD 1 TO WSA-PORDOMICILIO
              END-IF
           END-IF.

      *****************************************************************
      * IIBBRPT.DAT: RESUMEN POR JURISDICCION (LO QUE SE VUELCA EN LA *
      * DECLARACION DEL CONVENIO), DESPUES EL DETALLE DE FACTURAS DE  *
      * CADA JURISDICCION Y AL FINAL LAS QUE NO SE PUDIERON ASIGNAR.  *
      *****************************************************************
       550000-EMITIR-INFORME.
           OPEN OUTPUT IIBBRPT
           IF NOT WSS-FS-IIBBRPT-OK
              DISPLAY "NO SE PUDO GENERAR IIBBRPT.DAT"
              DISPLAY "FILE STATUS " WSS-FS-IIBBRPT
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO WSA-BASE
              MOVE 0 TO WSA-IMPUESTO
              MOVE ALL '*' TO WSV-LINEA
              PERFORM 590000-GRABAR-LINEA
              STRING 'INGRESOS BRUTOS - CONVENIO MULTILATERAL - '
                     'PERIODO ' WSV-PER-MES '/' WSV-PER-ANO
                     DELIMITED BY SIZE INTO WSV-LINEA
              END-STRING
              PERFORM 590000-GRABAR-LINEA
              MOVE ALL '*' TO WSV-LINEA
              PERFORM 590000-GRABAR-LINEA
              STRING 'JUR DESCRIPCION                     FACT'
                     '     BASE IMPONIBLE           IMPUESTO'
                     DELIMITED BY SIZE INTO WSV-LINEA
              END-STRING
              PERFORM 590000-GRABAR-LINEA
              PERFORM VARYING WSV-POSJUR FROM 1 BY 1
                      UNTIL WSV-POSJUR > WSV-CANTJUR
                 IF TJU-FACTURAS(WSV-POSJUR) > 0
                    MOVE SPACES TO RES-JURISDICCION
                    MOVE TJU-CODIGO(WSV-POSJUR)      TO RES-CODIGO
                    MOVE TJU-DESCRIPCION(WSV-POSJUR) TO RES-DESCRIPCION
                    MOVE TJU-FACTURAS(WSV-POSJUR)    TO RES-FACTURAS
                    MOVE TJU-BASE(WSV-POSJUR)        TO RES-BASE
                    MOVE TJU-IMPUESTO(WSV-POSJUR)    TO RES-IMPUESTO
                    MOVE RES-JURISDICCION TO WSV-LINEA
                    PERFORM 590000-GRABAR-LINEA
                    ADD TJU-BASE(WSV-POSJUR)     TO WSA-BASE
                    ADD TJU-IMPUESTO(WSV-POSJUR) TO WSA-IMPUESTO
                 END-IF
              END-PERFORM
              MOVE ALL '-' TO WSV-LINEA
              PERFORM 590000-GRABAR-LINEA
              MOVE SPACES TO RES-JURISDICCION
              MOVE 'TOTAL' TO RES-DESCRIPCION
              COMPUTE RES-FACTURAS = WSV-CANTFACTURAS - WSA-SINJUR-CANT
              MOVE WSA-BASE     TO RES-BASE
              MOVE WSA-IMPUESTO TO RES-IMPUESTO
              MOVE RES-JURISDICCION TO WSV-LINEA
              PERFORM 590000-GRABAR-LINEA
              IF WSA-SINJUR-CANT > 0
                 MOVE SPACES TO RES-JURISDICCION
                 MOVE 'SIN JURISDICCION O ALICUOTA' TO RES-DESCRIPCION
                 MOVE WSA-SINJUR-CANT TO RES-FACTURAS
                 MOVE WSA-SINJUR-BASE TO RES-BASE
                 MOVE RES-JURISDICCION TO WSV-LINEA
                 PERFORM 590000-GRABAR-LINEA
              END-IF

              PERFORM VARYING WSV-POSJUR FROM 1 BY 1
                      UNTIL WSV-POSJUR > WSV-CANTJUR
                 IF TJU-FACTURAS(WSV-POSJUR) > 0
                    PERFORM 560000-DETALLAR-JURISDICCION
                 END-IF
              END-PERFORM
              IF WSA-SINJUR-CANT > 0
                 PERFORM 570000-DETALLAR-SIN-ASIGNAR
              END-IF
              CLOSE IIBBRPT

              ADD WSV-CANTFACTURAS TO WSA-FACTURAS
              MOVE WSA-BASE TO WSM-IMPORTE
              DISPLAY "FACTURAS DEL MES:        " WSV-CANTFACTURAS
              DISPLAY "RECHAZADAS (EXCLUIDAS):  " WSA-RECHAZADAS
              DISPLAY "BASE IMPONIBLE:  " WSM-IMPORTE
              MOVE WSA-IMPUESTO TO WSM-IMPORTE
              DISPLAY "IMPUESTO:        " WSM-IMPORTE
              IF WSA-PORDOMICILIO > 0
                 DISPLAY "ASIGNADAS POR DOMICILIO ACTUAL: "
                         WSA-PORDOMICILIO
              END-IF
              IF WSA-SINJUR-CANT > 0
                 DISPLAY "*** " WSA-SINJUR-CANT " FACTURAS SIN "
                         "JURISDICCION O ALICUOTA: VER EL FINAL DEL "
                         "INFORME ***"
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
              DISPLAY "INFORME GENERADO EN IIBBRPT.DAT"
           END-IF.

       560000-DETALLAR-JURISDICCION.
           MOVE SPACES TO WSV-LINEA
           PERFORM 590000-GRABAR-LINEA
           STRING 'JURISDICCION ' TJU-CODIGO(WSV-POSJUR) ' - '
                  TJU-DESCRIPCION(WSV-POSJUR)
                  DELIMITED BY SIZE INTO WSV-LINEA
           END-STRING
           PERFORM 590000-GRABAR-LINEA
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTFACTURAS
              IF TFA-JURISDICCION(WSI-I) = TJU-CODIGO(WSV-POSJUR)
                 AND (TFA-ORIGEN(WSI-I) = 'F'
                      OR TFA-ORIGEN(WSI-I) = 'D')
                 PERFORM 580000-LINEA-FACTURA
              END-IF
           END-PERFORM
           MOVE SPACES TO DET-FACTURA
           MOVE 'SUBTOTAL JURISDICCION' TO DET-CLIENTE
           MOVE TJU-BASE(WSV-POSJUR)     TO DET-BASE
           MOVE TJU-IMPUESTO(WSV-POSJUR) TO DET-IMPUESTO
           MOVE DET-FACTURA TO WSV-LINEA
           PERFORM 590000-GRABAR-LINEA.

       570000-DETALLAR-SIN-ASIGNAR.
           MOVE SPACES TO WSV-LINEA
           PERFORM 590000-GRABAR-LINEA
           MOVE 'FACTURAS SIN JURISDICCION O SIN ALICUOTA VIGENTE '
             TO WSV-LINEA
           PERFORM 590000-GRABAR-LINEA
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTFACTURAS
              IF TFA-ORIGEN(WSI-I) = 'S' OR TFA-ORIGEN(WSI-I) = 'A'
                 PERFORM 580000-LINEA-FACTURA
              END-IF
           END-PERFORM.

       580000-LINEA-FACTURA.
           MOVE TFA-PV(WSI-I)       TO DET-PV
           MOVE '-'                 TO DET-GUION
           MOVE TFA-NUMERO(WSI-I)   TO DET-NUMERO
           MOVE TFA-FECHA(WSI-I)    TO DET-FECHA
           MOVE TFA-CLIENTE(WSI-I)  TO DET-CLIENTE
           MOVE TFA-CUIT(WSI-I)     TO DET-CUIT
           MOVE TFA-BASE(WSI-I)     TO DET-BASE
           MOVE TFA-ALICUOTA(WSI-I) TO DET-ALICUOTA
           MOVE TFA-IMPUESTO(WSI-I) TO DET-IMPUESTO
           EVALUATE TFA-ORIGEN(WSI-I)
              WHEN 'D'
                 MOVE 'POR DOMICILIO ACTUAL' TO DET-OBSERVACION
              WHEN 'S'
                 MOVE 'SIN JURISDICCION' TO DET-OBSERVACION
              WHEN 'A'
                 MOVE SPACES TO DET-OBSERVACION
                 STRING 'JUR ' TFA-JURISDICCION(WSI-I)
                        ' SIN ALICUOTA'
                        DELIMITED BY SIZE INTO DET-OBSERVACION
                 END-STRING
              WHEN OTHER
                 MOVE SPACES TO DET-OBSERVACION
           END-EVALUATE
           MOVE DET-FACTURA TO WSV-LINEA
           PERFORM 590000-GRABAR-LINEA.

       590000-GRABAR-LINEA.
           MOVE WSV-LINEA TO REG-IIBBRPT
           WRITE REG-IIBBRPT
           MOVE SPACES TO WSV-LINEA.

       900000-REGRABAR-ALICUOTAS.
           MOVE 'JURISDIC.DAT' TO WS-INT-ARCHIVO
           MOVE 'IIBB-09-FL'   TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT JURISDIC
           IF WS-JUR-FS-ALI-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WS-JUR-CANTALI
                 MOVE WS-JUR-ALI(WSI-I) TO REG-JURISDIC
                 WRITE REG-JURISDIC
              END-PERFORM
              CLOSE JURISDIC
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR JURISDIC.DAT"
              DISPLAY "FILE STATUS " WS-JUR-FS-ALI
              MOVE 8 TO WSV-RETORNO
           END-IF.

       910000-REGRABAR-LOCALIDADES.
           MOVE 'JURLOCAL.DAT' TO WS-INT-ARCHIVO
           MOVE 'IIBB-09-FL'   TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT JURLOCAL
           IF WS-JUR-FS-LOC-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WS-JUR-CANTLOC
                 MOVE WS-JUR-LOC(WSI-I) TO REG-JURLOCAL
                 WRITE REG-JURLOCAL
              END-PERFORM
              CLOSE JURLOCAL
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR JURLOCAL.DAT"
              DISPLAY "FILE STATUS " WS-JUR-FS-LOC
              MOVE 8 TO WSV-RETORNO
           END-IF.

       COPY FSLOGPROC.

       COPY FSINTPROC.

       COPY FSLOCKPROC.

       COPY FSJURPROC.

       END PROGRAM IIBB-09-FL.
