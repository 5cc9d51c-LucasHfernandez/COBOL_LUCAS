      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 08/10/2019
      * Purpose: POSICION MENSUAL DE IVA (DECLARACION JURADA): TOMA EL
      *          DEBITO FISCAL DEL MES DE LAS DOS FUENTES DEL LIBRO IVA
      *          VENTAS (RESUMENIVA.DAT, LOTES DE EJERCICIO19, Y
      *          REGFACT.DAT, FACTURAS DE FACTURAR-09-FL), EL CREDITO
      *          FISCAL DE FACTCOMPRAS.DAT, Y DESCUENTA LAS RETENCIONES
      *          Y PERCEPCIONES DE IVA SUFRIDAS (RETSUFRIDAS.DAT, SE
      *          CARGAN DESDE ACA) Y EL SALDO A FAVOR DEL MES ANTERIOR.
      *          EL RESULTADO (IMPUESTO A PAGAR O SALDO A FAVOR QUE SE
      *          TRASLADA) QUEDA GUARDADO POR MES EN POSIVA.DAT, DE
      *          DONDE EL MES SIGUIENTE TOMA SOLO EL SALDO A FAVOR, Y
      *          SE IMPRIME EN DDJJIVA.DAT. LAS FACTURAS DE REGFACT
      *          RECHAZADAS POR EL ORGANISMO (SIN CAE) NO SUMAN DEBITO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSIVA-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESUMENIVA          ASSIGN TO DISK 'RESUMENIVA.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RESUMEN.

           SELECT REGFACT             ASSIGN TO DISK 'REGFACT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REGFACT.

           SELECT FACTCOMPRAS         ASSIGN TO DISK 'FACTCOMPRAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-FACTCOMP.

           SELECT RETSUFRIDAS         ASSIGN TO DISK 'RETSUFRIDAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RETSUF.

           SELECT POSIVA              ASSIGN TO DISK 'POSIVA.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-POSIVA.

           SELECT DDJJIVA             ASSIGN TO DISK 'DDJJIVA.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DDJJ.

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

      *****************************************************************
      * RESUMENIVA.DAT: LINEAS DIARIAS DE EJERCICIO19. LAS ANTERIORES *
      * AL DESGLOSE POR TASA SE TOMAN TODO AL 21% (COMO EL LIBRO).    *
      *****************************************************************
       FD RESUMENIVA.
       01 REG-RESUMEN.
           05 FSR-FECHA              PIC 9(08).
           05 FSR-FECHA-X REDEFINES FSR-FECHA.
               10 FSR-PERIODO        PIC X(06).
               10 FSR-DIA            PIC X(02).
           05 FSR-SUMA               PIC 9(9)V99.
           05 FSR-IVA                PIC 9(9)V99.
           05 FSR-RESULT             PIC 9(9)V99.
           05 FSR-NETO21             PIC 9(9)V99.
           05 FSR-IVA21              PIC 9(9)V99.
           05 FSR-NETO105            PIC 9(9)V99.
           05 FSR-IVA105             PIC 9(9)V99.

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

       FD FACTCOMPRAS.
       01 REG-FACTCOMPRA.
          05 FCP-CUIT              PIC 9(11).
          05 FCP-PV                PIC 9(04).
          05 FCP-NUMERO            PIC 9(08).
          05 FCP-FECHA             PIC 9(08).
          05 FCP-FECHA-X REDEFINES FCP-FECHA.
             10 FCP-PERIODO        PIC X(06).
             10 FCP-DIA            PIC X(02).
          05 FCP-NETO21            PIC 9(09)V9(02).
          05 FCP-IVA21             PIC 9(09)V9(02).
          05 FCP-NETO105           PIC 9(09)V9(02).
          05 FCP-IVA105            PIC 9(09)V9(02).
          05 FCP-TOTAL             PIC 9(10)V9(02).
          05 FCP-VENCIMIENTO       PIC 9(08).
          05 FCP-ESTADO            PIC X(01).
          05 FCP-ORDENPAGO         PIC 9(06).

      *****************************************************************
      * RETSUFRIDAS.DAT: RETENCIONES ('R') Y PERCEPCIONES ('P') DE    *
      * IVA QUE NOS PRACTICARON, CON EL CUIT DEL AGENTE Y EL NUMERO   *
      * DE CERTIFICADO O COMPROBANTE.                                 *
      *****************************************************************
       FD RETSUFRIDAS.
       01 REG-RETSUFRIDA.
          05 RSU-FECHA             PIC 9(08).
          05 RSU-FECHA-X REDEFINES RSU-FECHA.
             10 RSU-PERIODO        PIC X(06).
             10 RSU-DIA            PIC X(02).
          05 RSU-TIPO              PIC X(01).
          05 RSU-CUIT              PIC 9(11).
          05 RSU-COMPROBANTE       PIC X(14).
          05 RSU-IMPORTE           PIC 9(09)V9(02).

      *****************************************************************
      * POSIVA.DAT: UNA POSICION POR MES. PIV-SALDOFAVOR ES LO QUE EL *
      * MES SIGUIENTE TOMA COMO SALDO A FAVOR ANTERIOR.               *
      *****************************************************************
       FD POSIVA.
       01 REG-POSIVA.
          05 PIV-PERIODO           PIC 9(06).
          05 PIV-DEBITO            PIC 9(11)V9(02).
          05 PIV-CREDITO           PIC 9(11)V9(02).
          05 PIV-RETENCIONES       PIC 9(11)V9(02).
          05 PIV-SALDOANTERIOR     PIC 9(11)V9(02).
          05 PIV-APAGAR            PIC 9(11)V9(02).
          05 PIV-SALDOFAVOR        PIC 9(11)V9(02).
          05 PIV-FECHACALCULO      PIC 9(08).

       FD DDJJIVA.
       01 REG-DDJJIVA              PIC X(80).

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

       COPY FSFECHAVAR.

       COPY FSINTVAR.

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-FECHA-PROCESO    PIC 9(08)       VALUE 0.
          05 WSV-FECHA            PIC 9(08)       VALUE 0.
          05 WSV-TIPO             PIC X(01)       VALUE SPACE.
            88 WSV-TIPO-VALIDO                    VALUE 'R' 'P'.
          05 WSV-CUIT             PIC 9(11)       VALUE 0.
          05 WSV-COMPROBANTE      PIC X(14)       VALUE SPACES.
          05 WSV-IMPORTE          PIC 9(09)V9(02) VALUE 0.
          05 WSV-CONFIRMA         PIC X(01)       VALUE SPACE.
          05 WSV-POSPERIODO       PIC 9(03)       VALUE 0.
          05 WSV-POSANTERIOR      PIC 9(03)       VALUE 0.
          05 WSV-MAXPERIODO       PIC 9(06)       VALUE 0.
          05 WSV-PUEDECALCULAR    PIC 9(01)       VALUE 0.
          05 WSV-HUBOCAMBIOS      PIC 9(01)       VALUE 0.
          05 WSV-TABLALLENA       PIC 9(01)       VALUE 0.
          05 WSV-RETORNO          PIC 9(02)       VALUE 0.
          05 WSV-RESULTADO        PIC S9(11)V9(02) VALUE 0.
          05 WSV-LINEA            PIC X(80)       VALUE SPACES.

       01 PERIODOS.
          05 WSV-PERIODO          PIC 9(06)       VALUE 0.
          05 WSV-PERIODO-R REDEFINES WSV-PERIODO.
             10 WSV-PER-ANO       PIC 9(04).
             10 WSV-PER-MES       PIC 9(02).
          05 WSV-PERIODO-X REDEFINES WSV-PERIODO PIC X(06).
          05 WSV-ANTERIOR         PIC 9(06)       VALUE 0.
          05 WSV-ANTERIOR-R REDEFINES WSV-ANTERIOR.
             10 WSV-ANT-ANO       PIC 9(04).
             10 WSV-ANT-MES       PIC 9(02).

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSV-CANTPOSICIONES   PIC 9(03)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-CARGADAS         PIC 9(05)       VALUE 0.
          05 WSA-DEBITOLOTES      PIC 9(11)V9(02) VALUE 0.
          05 WSA-DEBITOFACT       PIC 9(11)V9(02) VALUE 0.
          05 WSA-DEBITO           PIC 9(11)V9(02) VALUE 0.
          05 WSA-CREDITO          PIC 9(11)V9(02) VALUE 0.
          05 WSA-RETENCIONES      PIC 9(11)V9(02) VALUE 0.
          05 WSA-PERCEPCIONES     PIC 9(11)V9(02) VALUE 0.
          05 WSA-SALDOANTERIOR    PIC 9(11)V9(02) VALUE 0.
          05 WSA-LINEASLOTE       PIC 9(05)       VALUE 0.
          05 WSA-FACTURAS         PIC 9(05)       VALUE 0.
          05 WSA-COMPRAS          PIC 9(05)       VALUE 0.
          05 WSA-CERTIFICADOS     PIC 9(05)       VALUE 0.

       01 SWITCHES.
          05 WSS-FS-RESUMEN       PIC X(02).
            88 WSS-FS-RESUMEN-OK                  VALUE '00'.
            88 WSS-FS-RESUMEN-EOF                 VALUE '10'.
          05 WSS-FS-REGFACT       PIC X(02).
            88 WSS-FS-REGFACT-OK                  VALUE '00'.
            88 WSS-FS-REGFACT-EOF                 VALUE '10'.
          05 WSS-FS-FACTCOMP      PIC X(02).
            88 WSS-FS-FACTCOMP-OK                 VALUE '00'.
            88 WSS-FS-FACTCOMP-EOF                VALUE '10'.
          05 WSS-FS-RETSUF        PIC X(02).
            88 WSS-FS-RETSUF-OK                   VALUE '00'.
            88 WSS-FS-RETSUF-EOF                  VALUE '10'.
            88 WSS-FS-RETSUF-NOEXISTE             VALUE '35'.
          05 WSS-FS-POSIVA        PIC X(02).
            88 WSS-FS-POSIVA-OK                   VALUE '00'.
            88 WSS-FS-POSIVA-EOF                  VALUE '10'.
          05 WSS-FS-DDJJ          PIC X(02).
            88 WSS-FS-DDJJ-OK                     VALUE '00'.

       01 MASCARAS.
          05 WSM-IMPORTE          PIC Z(11)9,99.
          05 WSM-SALDO            PIC Z(11)9,99.

       01 TABLA-POSICIONES.
          05 WST-POSIVA           OCCURS 240 TIMES.
             10 POS-PERIODO       PIC 9(06).
             10 POS-DEBITO        PIC 9(11)V9(02).
             10 POS-CREDITO       PIC 9(11)V9(02).
             10 POS-RETENCIONES   PIC 9(11)V9(02).
             10 POS-SALDOANTERIOR PIC 9(11)V9(02).
             10 POS-APAGAR        PIC 9(11)V9(02).
             10 POS-SALDOFAVOR    PIC 9(11)V9(02).
             10 POS-FECHACALCULO  PIC 9(08).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'POSIVA-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           MOVE 'POSIVA-09-FL' TO WS-CER-PROGRAMA
           MOVE 2 TO WS-CER-CANTARCH
           MOVE 'POSIVA.DAT'      TO WS-CER-ARCHIVO(1)
           MOVE 'RETSUFRIDAS.DAT' TO WS-CER-ARCHIVO(2)
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
           PERFORM 100000-CARGAR-POSICIONES
           IF WSV-TABLALLENA = 1
              DISPLAY "POSIVA.DAT SUPERA LA TABLA: SE CANCELA SIN "
                      "REGRABAR"
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
           PERFORM UNTIL WSV-OPCION = 4
              DISPLAY "**************************************"
              DISPLAY "POSICION MENSUAL DE IVA"
              DISPLAY "1 - CARGAR RETENCION/PERCEPCION SUFRIDA"
              DISPLAY "2 - CALCULAR POSICION DE UN MES"
              DISPLAY "3 - LISTAR POSICIONES"
              DISPLAY "4 - SALIR"
              DISPLAY "RESPUESTA: "
              ACCEPT WSV-OPCION

              EVALUATE WSV-OPCION
                 WHEN 1
                    PERFORM 200000-CARGAR-RETENCION
                 WHEN 2
                    PERFORM 300000-CALCULAR-POSICION
                 WHEN 3
                    PERFORM 400000-LISTAR-POSICIONES
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
              PERFORM 900000-REGRABAR-POSICIONES
           END-IF
           MOVE WSV-RETORNO TO RETURN-CODE
           END-IF
           PERFORM 9250-LIBERAR-CERROJOS
           SET WS-LOG-FIN TO TRUE
           MOVE WSA-CARGADAS TO WS-LOG-GRABADOS
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

       100000-CARGAR-POSICIONES.
           MOVE 0 TO WSV-CANTPOSICIONES
           OPEN INPUT POSIVA
           IF WSS-FS-POSIVA-OK
              PERFORM UNTIL WSS-FS-POSIVA-EOF
                         OR WSV-CANTPOSICIONES > 239
                 READ POSIVA
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTPOSICIONES
                       MOVE REG-POSIVA TO
                            WST-POSIVA(WSV-CANTPOSICIONES)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-POSIVA-EOF
                 READ POSIVA
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLALLENA
                 END-READ
              END-IF
              CLOSE POSIVA
           END-IF.

      *****************************************************************
      * LAS RETENCIONES Y PERCEPCIONES SE AGREGAN AL ARCHIVO EN EL    *
      * MOMENTO: NO DEPENDEN DE LA TABLA DE POSICIONES.               *
      *****************************************************************
       200000-CARGAR-RETENCION.
           DISPLAY "INGRESE FECHA DEL CERTIFICADO (AAAAMMDD, "
                   "0 = FECHA DE PROCESO): "
           ACCEPT WSV-FECHA
           IF WSV-FECHA = 0
              MOVE WSV-FECHA-PROCESO TO WSV-FECHA
           END-IF
           DISPLAY "TIPO (R = RETENCION, P = PERCEPCION): "
           ACCEPT WSV-TIPO
           DISPLAY "CUIT DEL AGENTE: "
           ACCEPT WSV-CUIT
           DISPLAY "NUMERO DE CERTIFICADO O COMPROBANTE: "
           ACCEPT WSV-COMPROBANTE
           DISPLAY "IMPORTE: "
           ACCEPT WSV-IMPORTE
           EVALUATE TRUE
              WHEN NOT WSV-TIPO-VALIDO
                 DISPLAY "TIPO INVALIDO"
              WHEN WSV-CUIT = 0 OR WSV-COMPROBANTE = SPACES
                 DISPLAY "CUIT Y COMPROBANTE SON OBLIGATORIOS"
              WHEN WSV-IMPORTE = 0
                 DISPLAY "EL IMPORTE DEBE SER MAYOR A CERO"
              WHEN OTHER
                 MOVE WSV-FECHA(1:6) TO WSV-PERIODO
                 PERFORM 310000-BUSCAR-POSICION
                 IF WSV-POSPERIODO > 0
                    DISPLAY "ATENCION: LA POSICION DE " WSV-PERIODO
                            " YA ESTA CALCULADA: RECALCULARLA"
                 END-IF
                 OPEN EXTEND RETSUFRIDAS
                 IF WSS-FS-RETSUF-NOEXISTE
                    OPEN OUTPUT RETSUFRIDAS
                 END-IF
                 IF NOT WSS-FS-RETSUF-OK
                    DISPLAY "NO SE PUDO GRABAR RETSUFRIDAS.DAT"
                    DISPLAY "FILE STATUS " WSS-FS-RETSUF
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    MOVE WSV-FECHA       TO RSU-FECHA
                    MOVE WSV-TIPO        TO RSU-TIPO
                    MOVE WSV-CUIT        TO RSU-CUIT
                    MOVE WSV-COMPROBANTE TO RSU-COMPROBANTE
                    MOVE WSV-IMPORTE     TO RSU-IMPORTE
                    WRITE REG-RETSUFRIDA
                    CLOSE RETSUFRIDAS
                    ADD 1 TO WSA-CARGADAS
                    DISPLAY "CERTIFICADO REGISTRADO"
                 END-IF
           END-EVALUATE.

      *****************************************************************
      * LA CADENA DE SALDOS A FAVOR SE RESPETA: UN MES SE CALCULA SI  *
      * ESTA CALCULADO EL ANTERIOR (O SI ES EL PRIMERO DEL ARCHIVO,   *
      * CON EL SALDO INICIAL A MANO) Y SE RECALCULA SOLO SI ES EL     *
      * ULTIMO, PARA NO DEJAR DESFASADO EL ARRASTRE DE LOS SIGUIENTES.*
      *****************************************************************
       300000-CALCULAR-POSICION.
           DISPLAY "INGRESE PERIODO (AAAAMM): "
           ACCEPT WSV-PERIODO
           IF WSV-PER-MES < 1 OR WSV-PER-MES > 12
              DISPLAY "PERIODO INVALIDO"
           ELSE
              IF WSV-PER-MES = 1
                 COMPUTE WSV-ANT-ANO = WSV-PER-ANO - 1
                 MOVE 12 TO WSV-ANT-MES
              ELSE
                 MOVE WSV-PER-ANO TO WSV-ANT-ANO
                 COMPUTE WSV-ANT-MES = WSV-PER-MES - 1
              END-IF
              PERFORM 305000-VERIFICAR-CADENA
              IF WSV-PUEDECALCULAR = 1
                 PERFORM 320000-ACUMULAR-VENTAS
                 PERFORM 330000-ACUMULAR-COMPRAS
                 PERFORM 340000-ACUMULAR-RETENCIONES
                 PERFORM 350000-REGISTRAR-POSICION
                 PERFORM 360000-IMPRIMIR-DDJJ
              END-IF
           END-IF.

       305000-VERIFICAR-CADENA.
           MOVE 0 TO WSV-PUEDECALCULAR
           MOVE 0 TO WSV-MAXPERIODO
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTPOSICIONES
              IF POS-PERIODO(WSI-I) > WSV-MAXPERIODO
                 MOVE POS-PERIODO(WSI-I) TO WSV-MAXPERIODO
              END-IF
           END-PERFORM
           PERFORM 310000-BUSCAR-POSICION
           MOVE 0 TO WSV-POSANTERIOR
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTPOSICIONES
              IF POS-PERIODO(WSI-I) = WSV-ANTERIOR
                 MOVE WSI-I TO WSV-POSANTERIOR
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WSV-PERIODO < WSV-MAXPERIODO
                 DISPLAY "YA HAY POSICIONES POSTERIORES A " WSV-PERIODO
                         " (ULTIMA " WSV-MAXPERIODO "): NO SE PUEDE "
                         "CALCULAR SIN ROMPER EL ARRASTRE"
              WHEN WSV-POSANTERIOR = 0 AND WSV-CANTPOSICIONES > 0
                   AND WSV-POSPERIODO = 0
                 DISPLAY "FALTA LA POSICION DE " WSV-ANTERIOR
                         ": CALCULAR LOS MESES EN ORDEN"
              WHEN WSV-POSANTERIOR = 0 AND WSV-POSPERIODO = 0
                 DISPLAY "PRIMERA POSICION DEL ARCHIVO: INGRESE EL "
                         "SALDO A FAVOR INICIAL (0 = NINGUNO): "
                 ACCEPT WSA-SALDOANTERIOR
                 MOVE 1 TO WSV-PUEDECALCULAR
              WHEN WSV-POSANTERIOR = 0
                 MOVE POS-SALDOANTERIOR(WSV-POSPERIODO)
                      TO WSA-SALDOANTERIOR
                 DISPLAY "LA POSICION DE " WSV-PERIODO
                         " YA ESTA CALCULADA. RECALCULAR? (S/N): "
                 ACCEPT WSV-CONFIRMA
                 IF WSV-CONFIRMA = 'S'
                    MOVE 1 TO WSV-PUEDECALCULAR
                 END-IF
              WHEN OTHER
                 MOVE POS-SALDOFAVOR(WSV-POSANTERIOR)
                      TO WSA-SALDOANTERIOR
                 IF WSV-POSPERIODO > 0
                    DISPLAY "LA POSICION DE " WSV-PERIODO
                            " YA ESTA CALCULADA. RECALCULAR? (S/N): "
                    ACCEPT WSV-CONFIRMA
                    IF WSV-CONFIRMA = 'S'
                       MOVE 1 TO WSV-PUEDECALCULAR
                    END-IF
                 ELSE
                    MOVE 1 TO WSV-PUEDECALCULAR
                 END-IF
           END-EVALUATE.

       310000-BUSCAR-POSICION.
           MOVE 0 TO WSV-POSPERIODO
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTPOSICIONES
              IF POS-PERIODO(WSI-I) = WSV-PERIODO
                 MOVE WSI-I TO WSV-POSPERIODO
              END-IF
           END-PERFORM.

      *****************************************************************
      * DEBITO FISCAL: LAS LINEAS DIARIAS DE LOS LOTES (RESUMENIVA)   *
      * Y LAS FACTURAS LEGALES DEL REGISTRO (REGFACT) DEL MES, MENOS  *
      * LAS RECHAZADAS, QUE NO SON FACTURAS VALIDAS.                  *
      *****************************************************************
       320000-ACUMULAR-VENTAS.
           MOVE 0 TO WSA-DEBITOLOTES
           MOVE 0 TO WSA-DEBITOFACT
           MOVE 0 TO WSA-LINEASLOTE
           MOVE 0 TO WSA-FACTURAS
           OPEN INPUT RESUMENIVA
           IF WSS-FS-RESUMEN-OK
              PERFORM UNTIL WSS-FS-RESUMEN-EOF
                 READ RESUMENIVA
                    AT END
                       CONTINUE
                    NOT AT END
                       IF FSR-PERIODO = WSV-PERIODO-X
                          ADD 1 TO WSA-LINEASLOTE
                          IF FSR-IVA21 IS NUMERIC
                             AND FSR-IVA105 IS NUMERIC
                             ADD FSR-IVA21  TO WSA-DEBITOLOTES
                             ADD FSR-IVA105 TO WSA-DEBITOLOTES
                          ELSE
                             ADD FSR-IVA    TO WSA-DEBITOLOTES
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RESUMENIVA
           END-IF
           OPEN INPUT REGFACT
           IF WSS-FS-REGFACT-OK
              PERFORM UNTIL WSS-FS-REGFACT-EOF
                 READ REGFACT
                    AT END
                       CONTINUE
                    NOT AT END
                       IF RFA-PERIODO = WSV-PERIODO-X
                          AND NOT RFA-RECHAZADA
                          ADD 1 TO WSA-FACTURAS
                          ADD RFA-IVA21  TO WSA-DEBITOFACT
                          ADD RFA-IVA105 TO WSA-DEBITOFACT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REGFACT
           END-IF
           COMPUTE WSA-DEBITO = WSA-DEBITOLOTES + WSA-DEBITOFACT.

       330000-ACUMULAR-COMPRAS.
           MOVE 0 TO WSA-CREDITO
           MOVE 0 TO WSA-COMPRAS
           OPEN INPUT FACTCOMPRAS
           IF WSS-FS-FACTCOMP-OK
              PERFORM UNTIL WSS-FS-FACTCOMP-EOF
                 READ FACTCOMPRAS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF FCP-PERIODO = WSV-PERIODO-X
                          ADD 1 TO WSA-COMPRAS
                          ADD FCP-IVA21  TO WSA-CREDITO
                          ADD FCP-IVA105 TO WSA-CREDITO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FACTCOMPRAS
           END-IF.

       340000-ACUMULAR-RETENCIONES.
           MOVE 0 TO WSA-RETENCIONES
           MOVE 0 TO WSA-PERCEPCIONES
           MOVE 0 TO WSA-CERTIFICADOS
           OPEN INPUT RETSUFRIDAS
           IF WSS-FS-RETSUF-OK
              PERFORM UNTIL WSS-FS-RETSUF-EOF
                 READ RETSUFRIDAS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF RSU-PERIODO = WSV-PERIODO-X
                          ADD 1 TO WSA-CERTIFICADOS
                          IF RSU-TIPO = 'P'
                             ADD RSU-IMPORTE TO WSA-PERCEPCIONES
                          ELSE
                             ADD RSU-IMPORTE TO WSA-RETENCIONES
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RETSUFRIDAS
           END-IF.

      *****************************************************************
      * RESULTADO = DEBITO - CREDITO - RETENCIONES Y PERCEPCIONES -   *
      * SALDO A FAVOR ANTERIOR. POSITIVO SE PAGA; NEGATIVO QUEDA COMO *
      * SALDO A FAVOR PARA EL MES SIGUIENTE.                          *
      *****************************************************************
       350000-REGISTRAR-POSICION.
           COMPUTE WSV-RESULTADO = WSA-DEBITO - WSA-CREDITO
                                 - WSA-RETENCIONES - WSA-PERCEPCIONES
                                 - WSA-SALDOANTERIOR
           IF WSV-POSPERIODO = 0
              IF WSV-CANTPOSICIONES >= 240
                 DISPLAY "NO HAY MAS ESPACIO EN LA TABLA: LA POSICION "
                         "NO SE GUARDA"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 ADD 1 TO WSV-CANTPOSICIONES
                 MOVE WSV-CANTPOSICIONES TO WSV-POSPERIODO
              END-IF
           END-IF
           IF WSV-POSPERIODO > 0
              MOVE WSV-PERIODO       TO POS-PERIODO(WSV-POSPERIODO)
              MOVE WSA-DEBITO        TO POS-DEBITO(WSV-POSPERIODO)
              MOVE WSA-CREDITO       TO POS-CREDITO(WSV-POSPERIODO)
              COMPUTE POS-RETENCIONES(WSV-POSPERIODO) =
                      WSA-RETENCIONES + WSA-PERCEPCIONES
              MOVE WSA-SALDOANTERIOR TO
                   POS-SALDOANTERIOR(WSV-POSPERIODO)
              IF WSV-RESULTADO > 0
                 MOVE WSV-RESULTADO TO POS-APAGAR(WSV-POSPERIODO)
                 MOVE 0             TO POS-SALDOFAVOR(WSV-POSPERIODO)
              ELSE
                 MOVE 0             TO POS-APAGAR(WSV-POSPERIODO)
                 COMPUTE POS-SALDOFAVOR(WSV-POSPERIODO) =
                         0 - WSV-RESULTADO
              END-IF
              MOVE WSV-FECHA-PROCESO TO
                   POS-FECHACALCULO(WSV-POSPERIODO)
              MOVE 1 TO WSV-HUBOCAMBIOS
           END-IF.

       360000-IMPRIMIR-DDJJ.
           OPEN OUTPUT DDJJIVA
           IF NOT WSS-FS-DDJJ-OK
              DISPLAY "NO SE PUDO GENERAR DDJJIVA.DAT"
              DISPLAY "FILE STATUS " WSS-FS-DDJJ
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE ALL '*' TO WSV-LINEA
              PERFORM 370000-GRABAR-LINEA
              STRING 'POSICION DE IVA - PERIODO ' WSV-PER-ANO '/'
                     WSV-PER-MES
                     DELIMITED BY SIZE INTO WSV-LINEA
              PERFORM 370000-GRABAR-LINEA
              MOVE ALL '*' TO WSV-LINEA
              PERFORM 370000-GRABAR-LINEA
              MOVE WSA-DEBITOLOTES TO WSM-IMPORTE
              STRING 'DEBITO FISCAL LOTES (' WSA-LINEASLOTE
                     ' DIAS)    ' WSM-IMPORTE
                     DELIMITED BY SIZE INTO WSV-LINEA
              PERFORM 370000-GRABAR-LINEA
              MOVE WSA-DEBITOFACT TO WSM-IMPORTE
              STRING 'DEBITO FISCAL FACTURAS (' WSA-FACTURAS
                     ')      ' WSM-IMPORTE
                     DELIMITED BY SIZE INTO WSV-LINEA
              PERFORM 370000-GRABAR-LINEA
              MOVE WSA-DEBITO TO WSM-IMPORTE
              STRING 'TOTAL DEBITO FISCAL                 '
                     WSM-IMPORTE
                     DELIMITED BY SIZE INTO WSV-LINEA
              PERFORM 370000-GRABAR-LINEA
              MOVE WSA-CREDITO TO WSM-IMPORTE
              STRING '(-) CREDITO FISCAL (' WSA-COMPRAS
                     ' FACTURAS) ' WSM-IMPORTE
                     DELIMITED BY SIZE INTO WSV-LINEA
              PERFORM 370000-GRABAR-LINEA
              MOVE WSA-RETENCIONES TO WSM-IMPORTE
              STRING '(-) RETENCIONES SUFRIDAS            '
                     WSM-IMPORTE
                     DELIMITED BY SIZE INTO WSV-LINEA
              PERFORM 370000-GRABAR-LINEA
              MOVE WSA-PERCEPCIONES TO WSM-IMPORTE
              STRING '(-) PERCEPCIONES SUFRIDAS           '
                     WSM-IMPORTE
                     DELIMITED BY SIZE INTO WSV-LINEA
              PERFORM 370000-GRABAR-LINEA
              MOVE WSA-SALDOANTERIOR TO WSM-IMPORTE
              STRING '(-) SALDO A FAVOR MES ANTERIOR      '
                     WSM-IMPORTE
                     DELIMITED BY SIZE INTO WSV-LINEA
              PERFORM 370000-GRABAR-LINEA
              MOVE ALL '-' TO WSV-LINEA
              PERFORM 370000-GRABAR-LINEA
              IF WSV-RESULTADO > 0
                 MOVE WSV-RESULTADO TO WSM-IMPORTE
                 STRING 'IMPUESTO A PAGAR                    '
                        WSM-IMPORTE
                        DELIMITED BY SIZE INTO WSV-LINEA
              ELSE
                 COMPUTE WSM-IMPORTE = 0 - WSV-RESULTADO
                 STRING 'SALDO A FAVOR AL MES SIGUIENTE      '
                        WSM-IMPORTE
                        DELIMITED BY SIZE INTO WSV-LINEA
              END-IF
              DISPLAY WSV-LINEA
              PERFORM 370000-GRABAR-LINEA
              MOVE ALL '*' TO WSV-LINEA
              PERFORM 370000-GRABAR-LINEA
              CLOSE DDJJIVA
              DISPLAY "POSICION " WSV-PERIODO " GUARDADA E IMPRESA "
                      "EN DDJJIVA.DAT"
           END-IF.

       370000-GRABAR-LINEA.
           MOVE WSV-LINEA TO REG-DDJJIVA
           WRITE REG-DDJJIVA
           MOVE SPACES TO WSV-LINEA.

       400000-LISTAR-POSICIONES.
           DISPLAY "--------------------------------------------------"
           IF WSV-CANTPOSICIONES = 0
              DISPLAY "NO HAY POSICIONES CALCULADAS"
           ELSE
              DISPLAY "PERIODO         A PAGAR   SALDO A FAVOR"
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTPOSICIONES
                 MOVE POS-APAGAR(WSI-I)     TO WSM-IMPORTE
                 MOVE POS-SALDOFAVOR(WSI-I) TO WSM-SALDO
                 DISPLAY POS-PERIODO(WSI-I) " " WSM-IMPORTE " "
                         WSM-SALDO
              END-PERFORM
           END-IF
           DISPLAY "--------------------------------------------------".

       900000-REGRABAR-POSICIONES.
           MOVE 'POSIVA.DAT'   TO WS-INT-ARCHIVO
           MOVE 'POSIVA-09-FL' TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT POSIVA
           IF WSS-FS-POSIVA-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTPOSICIONES
                 MOVE WST-POSIVA(WSI-I) TO REG-POSIVA
                 WRITE REG-POSIVA
              END-PERFORM
              CLOSE POSIVA
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR POSIVA.DAT"
              DISPLAY "FILE STATUS " WSS-FS-POSIVA
              MOVE 8 TO WSV-RETORNO
           END-IF.

       COPY FSLOGPROC.

       COPY FSFECHAPROC.

       COPY FSINTPROC.

       COPY FSLOCKPROC.

       END PROGRAM POSIVA-09-FL.
