      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 07/10/2019
      * Purpose: REGISTRO DE BIENES DE USO (BIENESUSO.DAT): ALTAS CON
      *          DESCRIPCION, CATEGORIA, FECHA Y VALOR DE ORIGEN, VIDA
      *          UTIL EN MESES, FACTURA DE COMPRA (FACTCOMPRAS.DAT) Y
      *          OFICINA (OFICINAS.DAT), Y BAJAS. LAS CATEGORIAS
      *          (CATBIENES.DAT) DAN LA VIDA UTIL SUGERIDA Y LAS
      *          CUENTAS DE AMORTIZACION. EL CIERRE DE MES CALCULA LA
      *          AMORTIZACION LINEAL DE CADA BIEN Y AGREGA A
      *          ASIENTOS.DAT UN PAR DEBE/HABER POR CATEGORIA CON SUS
      *          RENGLONES DE CONTROL (UN MES YA AMORTIZADO NO SE
      *          VUELVE A AGREGAR). EL INFORME DEL REGISTRO (BIENESRPT.
      *          DAT) MUESTRA VALOR DE ORIGEN, AMORTIZACION ACUMULADA Y
      *          VALOR RESIDUAL POR BIEN Y POR CATEGORIA.
      *          EL PAR DE AMORTIZACION SE ABRE POR OFICINA DEL BIEN,
      *          QUE VA COMO CENTRO DE COSTO DE LOS RENGLONES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIENUSO-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIENESUSO           ASSIGN TO DISK 'BIENESUSO.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-BIENES.

           SELECT CATBIENES           ASSIGN TO DISK 'CATBIENES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CATBIEN.

           SELECT FACTCOMPRAS         ASSIGN TO DISK 'FACTCOMPRAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-FACTCOMP.

           SELECT OFICINAS  ASSIGN TO DISK 'OFICINAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-OFICINAS.

           SELECT ASIENTOS            ASSIGN TO DISK 'ASIENTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ASIENTOS.

           SELECT BIENESRPT           ASSIGN TO DISK 'BIENESRPT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-BIENRPT.

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
      * BIENESUSO.DAT: BIE-ESTADO 'A' = EN USO, 'B' = DADO DE BAJA    *
      * (NO SE AMORTIZA DESDE EL MES DE LA BAJA). BIE-ULTPERIODO ES   *
      * EL ULTIMO MES AMORTIZADO (0 = NINGUNO). LA FACTURA EN CERO =  *
      * BIEN SIN FACTURA DE COMPRA (APORTES, ALTAS HISTORICAS).       *
      *****************************************************************
       FD BIENESUSO.
       01 REG-BIEN.
          05 BIE-CODIGO            PIC 9(06).
          05 BIE-DESCRIPCION       PIC X(30).
          05 BIE-CATEGORIA         PIC X(03).
          05 BIE-FECHAALTA         PIC 9(08).
          05 BIE-VALOR             PIC 9(13)V9(02).
          05 BIE-VIDAUTIL          PIC 9(03).
          05 BIE-CUIT              PIC 9(11).
          05 BIE-PV                PIC 9(04).
          05 BIE-NUMERO            PIC 9(08).
          05 BIE-OFICINA           PIC X(03).
          05 BIE-AMORTACUM         PIC 9(13)V9(02).
          05 BIE-ULTPERIODO        PIC 9(06).
          05 BIE-ESTADO            PIC X(01).
          05 BIE-FECHABAJA         PIC 9(08).
          05 BIE-MOTIVOBAJA        PIC X(20).

      *****************************************************************
      * CATBIENES.DAT: VIDA UTIL SUGERIDA EN MESES, CUENTA DE GASTO   *
      * (DEBE) Y DE AMORTIZACION ACUMULADA (HABER) DE LA CATEGORIA.   *
      *****************************************************************
       FD CATBIENES.
       01 REG-CATBIEN.
          05 CAT-CODIGO            PIC X(03).
          05 CAT-DESCRIPCION       PIC X(30).
          05 CAT-VIDAUTIL          PIC 9(03).
          05 CAT-CTAGASTO          PIC X(08).
          05 CAT-CTAAMORT          PIC X(08).

       FD FACTCOMPRAS.
       01 REG-FACTCOMPRA.
          05 FCP-CUIT              PIC 9(11).
          05 FCP-PV                PIC 9(04).
          05 FCP-NUMERO            PIC 9(08).
          05 FCP-FECHA             PIC 9(08).
          05 FCP-NETO21            PIC 9(09)V9(02).
          05 FCP-IVA21             PIC 9(09)V9(02).
          05 FCP-NETO105           PIC 9(09)V9(02).
          05 FCP-IVA105            PIC 9(09)V9(02).
          05 FCP-TOTAL             PIC 9(10)V9(02).
          05 FCP-VENCIMIENTO       PIC 9(08).
          05 FCP-ESTADO            PIC X(01).
          05 FCP-ORDENPAGO         PIC 9(06).

       FD OFICINAS.
       01 REG-OFICINA.
          05 FSO-CODIGO            PIC X(03).

       FD ASIENTOS.
       01 REG-ASIENTO.
           05 ASI-TIPOREG              PIC X(01).
           05 ASI-FECHA                PIC 9(08).
           05 ASI-CUENTA               PIC X(08).
           05 ASI-CLIENTE              PIC 9(08).
           05 ASI-DEBEHABER            PIC X(01).
           05 ASI-CONCEPTO             PIC X(20).
           05 ASI-IMPORTE              PIC 9(15)V9(02).
           05 ASI-CENTROCOSTO          PIC X(03).

       FD BIENESRPT.
       01 REG-BIENESRPT            PIC X(132).

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
          05 WSV-CODIGO           PIC 9(06)       VALUE 0.
          05 WSV-CATEGORIA        PIC X(03)       VALUE SPACES.
          05 WSV-DESCRIPCION      PIC X(30)       VALUE SPACES.
          05 WSV-FECHA            PIC 9(08)       VALUE 0.
          05 WSV-VALOR            PIC 9(13)V9(02) VALUE 0.
          05 WSV-VIDAUTIL         PIC 9(03)       VALUE 0.
          05 WSV-CUIT             PIC 9(11)       VALUE 0.
          05 WSV-PV               PIC 9(04)       VALUE 0.
          05 WSV-NUMERO           PIC 9(08)       VALUE 0.
          05 WSV-OFICINA          PIC X(03)       VALUE SPACES.
          05 WSV-MOTIVO           PIC X(20)       VALUE SPACES.
          05 WSV-CTAGASTO         PIC X(08)       VALUE SPACES.
          05 WSV-CTAAMORT         PIC X(08)       VALUE SPACES.
          05 WSV-CONFIRMA         PIC X(01)       VALUE SPACE.
          05 WSV-CONCEPTO         PIC X(20)       VALUE SPACES.
          05 WSV-POSBIEN          PIC 9(03)       VALUE 0.
          05 WSV-POSCATEG         PIC 9(03)       VALUE 0.
          05 WSV-FACTURAVALIDA    PIC 9(01)       VALUE 0.
          05 WSV-OFICINAVALIDA    PIC 9(01)       VALUE 0.
          05 WSV-YAGENERADO       PIC 9(01)       VALUE 0.
          05 WSV-BIENCAMBIOS      PIC 9(01)       VALUE 0.
          05 WSV-CATCAMBIOS       PIC 9(01)       VALUE 0.
          05 WSV-TABLALLENA       PIC 9(01)       VALUE 0.
          05 WSV-RETORNO          PIC 9(02)       VALUE 0.
          05 WSV-LINEA            PIC X(132)      VALUE SPACES.

      *****************************************************************
      * PERIODO A AMORTIZAR Y ARITMETICA DE MESES: EL INDICE DE MES   *
      * (ANO * 12 + MES) PERMITE CONTAR LOS MESES PENDIENTES DE UN    *
      * BIEN QUE QUEDO ATRASADO.                                      *
      *****************************************************************
       01 PERIODOS.
          05 WSV-PERIODO          PIC 9(06)       VALUE 0.
          05 WSV-PERIODO-R REDEFINES WSV-PERIODO.
             10 WSV-PER-ANO       PIC 9(04).
             10 WSV-PER-MES       PIC 9(02).
          05 WSV-PERAUX           PIC 9(06)       VALUE 0.
          05 WSV-PERAUX-R REDEFINES WSV-PERAUX.
             10 WSV-AUX-ANO       PIC 9(04).
             10 WSV-AUX-MES       PIC 9(02).
          05 WSV-INDPERIODO       PIC 9(06)       VALUE 0.
          05 WSV-INDDESDE         PIC 9(06)       VALUE 0.
          05 WSV-MESES            PIC S9(04)      VALUE 0.
          05 WSV-FECHAASIENTO     PIC 9(08)       VALUE 0.
          05 WSV-FECHAASIENTO-R REDEFINES WSV-FECHAASIENTO.
             10 WSV-FAS-PERIODO   PIC 9(06).
             10 WSV-FAS-DIA       PIC 9(02).
          05 WSV-COCIENTE         PIC 9(04)       VALUE 0.
          05 WSV-RESTO4           PIC 9(04)       VALUE 0.
          05 WSV-RESTO100         PIC 9(04)       VALUE 0.
          05 WSV-RESTO400         PIC 9(04)       VALUE 0.
          05 WSV-CUOTA            PIC 9(13)V9(02) VALUE 0.
          05 WSV-IMPORTE          PIC 9(13)V9(02) VALUE 0.
          05 WSV-PENDIENTE        PIC 9(13)V9(02) VALUE 0.

      *****************************************************************
      * LOS RENGLONES DE CONTROL DE LA AMORTIZACION SE DISTINGUEN DE  *
      * LOS DEMAS POR EL CONCEPTO: CON ELLOS SE RECONOCE UN MES YA    *
      * AGREGADO A ASIENTOS.DAT.                                      *
      *****************************************************************
       01 CONSTANTES.
          05 WSC-CTRL-DEBE        PIC X(20)
                                  VALUE 'CTRL AMORTIZ DEBE'.
          05 WSC-CTRL-HABER       PIC X(20)
                                  VALUE 'CTRL AMORTIZ HABER'.
          05 WSC-DIASMES          PIC X(24)
                                  VALUE '312831303130313130313031'.
          05 WSC-DIASMES-R REDEFINES WSC-DIASMES.
             10 WSC-DIAS          PIC 9(02)       OCCURS 12 TIMES.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSI-J                PIC 9(03)       VALUE 0.
          05 WSV-CANTBIENES       PIC 9(03)       VALUE 0.
          05 WSV-CANTCATEG        PIC 9(03)       VALUE 0.
          05 WSV-CANTAMOFI        PIC 9(03)       VALUE 0.
          05 WSV-POSAMOFI         PIC 9(03)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-ALTAS            PIC 9(05)       VALUE 0.
          05 WSA-BAJAS            PIC 9(05)       VALUE 0.
          05 WSA-AMORTIZADOS      PIC 9(05)       VALUE 0.
          05 WSA-CANTASIENTOS     PIC 9(05)       VALUE 0.
          05 WSA-TOTALDEBE        PIC 9(15)V9(02) VALUE 0.
          05 WSA-TOTALHABER       PIC 9(15)V9(02) VALUE 0.
          05 WSA-VALOR            PIC 9(15)V9(02) VALUE 0.
          05 WSA-AMORT            PIC 9(15)V9(02) VALUE 0.
          05 WSA-CATVALOR         PIC 9(15)V9(02) VALUE 0.
          05 WSA-CATAMORT         PIC 9(15)V9(02) VALUE 0.
          05 WSA-CATBIENES        PIC 9(05)       VALUE 0.

       01 SWITCHES.
          05 WSS-FS-BIENES        PIC X(02).
            88 WSS-FS-BIENES-OK                   VALUE '00'.
            88 WSS-FS-BIENES-EOF                  VALUE '10'.
          05 WSS-FS-CATBIEN       PIC X(02).
            88 WSS-FS-CATBIEN-OK                  VALUE '00'.
            88 WSS-FS-CATBIEN-EOF                 VALUE '10'.
          05 WSS-FS-FACTCOMP      PIC X(02).
            88 WSS-FS-FACTCOMP-OK                 VALUE '00'.
            88 WSS-FS-FACTCOMP-EOF                VALUE '10'.
          05 WSS-FS-OFICINAS      PIC X(02).
            88 WSS-FS-OFICINAS-OK                 VALUE '00'.
            88 WSS-FS-OFICINAS-EOF                VALUE '10'.
          05 WSS-FS-ASIENTOS      PIC X(02).
            88 WSS-FS-ASIENTOS-OK                 VALUE '00'.
            88 WSS-FS-ASIENTOS-EOF                VALUE '10'.
            88 WSS-FS-ASIENTOS-NOEXISTE           VALUE '35'.
          05 WSS-FS-BIENRPT       PIC X(02).
            88 WSS-FS-BIENRPT-OK                  VALUE '00'.

       01 MASCARAS.
          05 WSM-IMPORTE          PIC Z(12)9,99.
          05 WSM-TOTAL            PIC Z(14)9,99.

       01 DET-BIEN.
          05 DET-CODIGO           PIC 9(06).
          05 FILLER               PIC X(01)       VALUE SPACE.
          05 DET-DESCRIPCION      PIC X(30).
          05 FILLER               PIC X(01)       VALUE SPACE.
          05 DET-OFICINA          PIC X(03).
          05 FILLER               PIC X(01)       VALUE SPACE.
          05 DET-FECHAALTA        PIC 9(08).
          05 FILLER               PIC X(01)       VALUE SPACE.
          05 DET-VIDAUTIL         PIC ZZ9.
          05 DET-VALOR            PIC Z(14)9,99.
          05 DET-AMORT            PIC Z(14)9,99.
          05 DET-RESIDUAL         PIC Z(14)9,99.
          05 FILLER               PIC X(01)       VALUE SPACE.
          05 DET-ESTADO           PIC X(13).

       01 TABLA-BIENES.
          05 WST-BIEN             OCCURS 500 TIMES.
             10 BTB-CODIGO        PIC 9(06).
             10 BTB-DESCRIPCION   PIC X(30).
             10 BTB-CATEGORIA     PIC X(03).
             10 BTB-FECHAALTA     PIC 9(08).
             10 BTB-VALOR         PIC 9(13)V9(02).
             10 BTB-VIDAUTIL      PIC 9(03).
             10 BTB-CUIT          PIC 9(11).
             10 BTB-PV            PIC 9(04).
             10 BTB-NUMERO        PIC 9(08).
             10 BTB-OFICINA       PIC X(03).
             10 BTB-AMORTACUM     PIC 9(13)V9(02).
             10 BTB-ULTPERIODO    PIC 9(06).
             10 BTB-ESTADO        PIC X(01).
             10 BTB-FECHABAJA     PIC 9(08).
             10 BTB-MOTIVOBAJA    PIC X(20).

       01 TABLA-CATEGORIAS.
          05 WST-CATEGORIA        OCCURS 50 TIMES.
             10 CTB-CODIGO        PIC X(03).
             10 CTB-DESCRIPCION   PIC X(30).
             10 CTB-VIDAUTIL      PIC 9(03).
             10 CTB-CTAGASTO      PIC X(08).
             10 CTB-CTAAMORT      PIC X(08).
             10 CTB-IMPORTE       PIC 9(13)V9(02).

      *****************************************************************
      * AMORTIZACION DEL MES POR CATEGORIA Y OFICINA: UN PAR DE       *
      * ASIENTO POR FILA. COMO MUCHO HAY UNA FILA POR BIEN.           *
      *****************************************************************
       01 TABLA-AMORTOFI.
          05 WST-AMORTOFI         OCCURS 500 TIMES.
             10 AOF-POSCATEG      PIC 9(03).
             10 AOF-OFICINA       PIC X(03).
             10 AOF-IMPORTE       PIC 9(13)V9(02).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'BIENUSO-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
      *****************************************************************
      * EL CIERRE DE MES AGREGA A ASIENTOS.DAT: NADIE MAS DEBE        *
      * AGREGAR NI TOCAR EL REGISTRO O LAS CATEGORIAS MIENTRAS TANTO. *
      *****************************************************************
           MOVE 'BIENUSO-09-FL' TO WS-CER-PROGRAMA
           MOVE 3 TO WS-CER-CANTARCH
           MOVE 'BIENESUSO.DAT' TO WS-CER-ARCHIVO(1)
           MOVE 'CATBIENES.DAT' TO WS-CER-ARCHIVO(2)
           MOVE 'ASIENTOS.DAT'  TO WS-CER-ARCHIVO(3)
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
           PERFORM 100000-CARGAR-BIENES
           PERFORM 110000-CARGAR-CATEGORIAS
           IF WSV-TABLALLENA = 1
              DISPLAY "BIENESUSO.DAT O CATBIENES.DAT SUPERAN LA TABLA: "
                      "SE CANCELA SIN REGRABAR"
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
           PERFORM UNTIL WSV-OPCION = 6
              DISPLAY "**************************************"
              DISPLAY "BIENES DE USO - FECHA " WSV-FECHA-PROCESO
              DISPLAY "1 - ALTA DE BIEN"
              DISPLAY "2 - BAJA DE BIEN"
              DISPLAY "3 - ALTA/MODIFICACION DE CATEGORIA"
              DISPLAY "4 - AMORTIZACION DEL MES"
              DISPLAY "5 - INFORME DEL REGISTRO"
              DISPLAY "6 - SALIR"
              DISPLAY "RESPUESTA: "
              ACCEPT WSV-OPCION

              EVALUATE WSV-OPCION
                 WHEN 1
                    PERFORM 200000-ALTA-BIEN
                 WHEN 2
                    PERFORM 250000-BAJA-BIEN
                 WHEN 3
                    PERFORM 300000-ACTUALIZAR-CATEGORIA
                 WHEN 4
                    PERFORM 400000-AMORTIZAR-MES
                 WHEN 5
                    PERFORM 500000-INFORME-REGISTRO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
      *****************************************************************
      * EL RESPALDO DEL MAESTRO (9400) PISA RETURN-CODE: EL CODIGO    *
      * DEL PROCESO SE GUARDA Y SE REPONE AL FINAL.                   *
      *****************************************************************
           MOVE RETURN-CODE TO WSV-RETORNO
           IF WSV-BIENCAMBIOS = 1
              PERFORM 900000-REGRABAR-BIENES
           END-IF
           IF WSV-CATCAMBIOS = 1
              PERFORM 910000-REGRABAR-CATEGORIAS
           END-IF
           MOVE WSV-RETORNO TO RETURN-CODE
           END-IF
           PERFORM 9250-LIBERAR-CERROJOS
           SET WS-LOG-FIN TO TRUE
           MOVE WSV-CANTBIENES   TO WS-LOG-LEIDOS
           MOVE WSA-CANTASIENTOS TO WS-LOG-GRABADOS
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

       100000-CARGAR-BIENES.
           MOVE 0 TO WSV-CANTBIENES
           OPEN INPUT BIENESUSO
           IF WSS-FS-BIENES-OK
              PERFORM UNTIL WSS-FS-BIENES-EOF OR WSV-CANTBIENES > 499
                 READ BIENESUSO
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTBIENES
                       MOVE REG-BIEN TO WST-BIEN(WSV-CANTBIENES)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-BIENES-EOF
                 READ BIENESUSO
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLALLENA
                 END-READ
              END-IF
              CLOSE BIENESUSO
           END-IF.

       110000-CARGAR-CATEGORIAS.
           MOVE 0 TO WSV-CANTCATEG
           OPEN INPUT CATBIENES
           IF WSS-FS-CATBIEN-OK
              PERFORM UNTIL WSS-FS-CATBIEN-EOF OR WSV-CANTCATEG > 49
                 READ CATBIENES
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTCATEG
                       MOVE CAT-CODIGO      TO
                                        CTB-CODIGO(WSV-CANTCATEG)
                       MOVE CAT-DESCRIPCION TO
                                        CTB-DESCRIPCION(WSV-CANTCATEG)
                       MOVE CAT-VIDAUTIL    TO
                                        CTB-VIDAUTIL(WSV-CANTCATEG)
                       MOVE CAT-CTAGASTO    TO
                                        CTB-CTAGASTO(WSV-CANTCATEG)
                       MOVE CAT-CTAAMORT    TO
                                        CTB-CTAAMORT(WSV-CANTCATEG)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-CATBIEN-EOF
                 READ CATBIENES
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLALLENA
                 END-READ
              END-IF
              CLOSE CATBIENES
           END-IF.

       120000-BUSCAR-CATEGORIA.
           MOVE 0 TO WSV-POSCATEG
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCATEG
              IF CTB-CODIGO(WSI-I) = WSV-CATEGORIA
                 MOVE WSI-I TO WSV-POSCATEG
              END-IF
           END-PERFORM.

       130000-BUSCAR-BIEN.
           MOVE 0 TO WSV-POSBIEN
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTBIENES
              IF BTB-CODIGO(WSI-I) = WSV-CODIGO
                 MOVE WSI-I TO WSV-POSBIEN
              END-IF
           END-PERFORM.

      *****************************************************************
      * ALTA: EL CODIGO ES EL SIGUIENTE AL MAYOR DEL REGISTRO. VIDA   *
      * UTIL 0 = LA SUGERIDA POR LA CATEGORIA.                        *
      *****************************************************************
       200000-ALTA-BIEN.
           IF WSV-CANTBIENES >= 500
              DISPLAY "NO HAY MAS ESPACIO EN EL REGISTRO"
           ELSE
              DISPLAY "INGRESE DESCRIPCION: "
              ACCEPT WSV-DESCRIPCION
              DISPLAY "INGRESE CATEGORIA: "
              ACCEPT WSV-CATEGORIA
              PERFORM 120000-BUSCAR-CATEGORIA
              DISPLAY "INGRESE FECHA DE ALTA (AAAAMMDD, "
                      "0 = FECHA DE PROCESO): "
              ACCEPT WSV-FECHA
              IF WSV-FECHA = 0
                 MOVE WSV-FECHA-PROCESO TO WSV-FECHA
              END-IF
              DISPLAY "INGRESE VALOR DE ORIGEN: "
              ACCEPT WSV-VALOR
              DISPLAY "INGRESE VIDA UTIL EN MESES (0 = LA DE LA "
                      "CATEGORIA): "
              ACCEPT WSV-VIDAUTIL
              IF WSV-VIDAUTIL = 0 AND WSV-POSCATEG > 0
                 MOVE CTB-VIDAUTIL(WSV-POSCATEG) TO WSV-VIDAUTIL
              END-IF
              EVALUATE TRUE
                 WHEN WSV-DESCRIPCION = SPACES
                    DISPLAY "LA DESCRIPCION ES OBLIGATORIA"
                 WHEN WSV-POSCATEG = 0
                    DISPLAY "CATEGORIA INEXISTENTE EN CATBIENES.DAT"
                 WHEN WSV-VALOR = 0
                    DISPLAY "EL VALOR DE ORIGEN DEBE SER MAYOR A CERO"
                 WHEN WSV-VIDAUTIL = 0
                    DISPLAY "LA VIDA UTIL DEBE SER MAYOR A CERO"
                 WHEN OTHER
                    PERFORM 205000-PEDIR-ORIGEN
              END-EVALUATE
           END-IF.

       205000-PEDIR-ORIGEN.
           DISPLAY "FACTURA DE COMPRA - CUIT DEL PROVEEDOR "
                   "(0 = SIN FACTURA): "
           ACCEPT WSV-CUIT
           MOVE 0 TO WSV-PV
           MOVE 0 TO WSV-NUMERO
           MOVE 1 TO WSV-FACTURAVALIDA
           IF WSV-CUIT > 0
              DISPLAY "PUNTO DE VENTA: "
              ACCEPT WSV-PV
              DISPLAY "NUMERO: "
              ACCEPT WSV-NUMERO
              PERFORM 210000-VALIDAR-FACTURA
           END-IF
           IF WSV-FACTURAVALIDA = 0
              DISPLAY "LA FACTURA NO EXISTE EN FACTCOMPRAS.DAT"
           ELSE
              MOVE 0 TO WSV-OFICINAVALIDA
              PERFORM UNTIL WSV-OFICINAVALIDA = 1
                 DISPLAY "INGRESE OFICINA (CODIGO DE OFICINAS.DAT):"
                 ACCEPT WSV-OFICINA
                 PERFORM 220000-VALIDAR-OFICINA
                 IF WSV-OFICINAVALIDA = 0
                    DISPLAY "OFICINA INEXISTENTE EN OFICINAS.DAT"
                 END-IF
              END-PERFORM
              MOVE 0 TO WSV-CODIGO
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTBIENES
                 IF BTB-CODIGO(WSI-I) > WSV-CODIGO
                    MOVE BTB-CODIGO(WSI-I) TO WSV-CODIGO
                 END-IF
              END-PERFORM
              ADD 1 TO WSV-CODIGO
              ADD 1 TO WSV-CANTBIENES
              MOVE WSV-CODIGO      TO BTB-CODIGO(WSV-CANTBIENES)
              MOVE WSV-DESCRIPCION TO BTB-DESCRIPCION(WSV-CANTBIENES)
              MOVE WSV-CATEGORIA   TO BTB-CATEGORIA(WSV-CANTBIENES)
              MOVE WSV-FECHA       TO BTB-FECHAALTA(WSV-CANTBIENES)
              MOVE WSV-VALOR       TO BTB-VALOR(WSV-CANTBIENES)
              MOVE WSV-VIDAUTIL    TO BTB-VIDAUTIL(WSV-CANTBIENES)
              MOVE WSV-CUIT        TO BTB-CUIT(WSV-CANTBIENES)
              MOVE WSV-PV          TO BTB-PV(WSV-CANTBIENES)
              MOVE WSV-NUMERO      TO BTB-NUMERO(WSV-CANTBIENES)
              MOVE WSV-OFICINA     TO BTB-OFICINA(WSV-CANTBIENES)
              MOVE 0               TO BTB-AMORTACUM(WSV-CANTBIENES)
              MOVE 0               TO BTB-ULTPERIODO(WSV-CANTBIENES)
              MOVE 'A'             TO BTB-ESTADO(WSV-CANTBIENES)
              MOVE 0               TO BTB-FECHABAJA(WSV-CANTBIENES)
              MOVE SPACES          TO BTB-MOTIVOBAJA(WSV-CANTBIENES)
              MOVE 1 TO WSV-BIENCAMBIOS
              ADD 1 TO WSA-ALTAS
              DISPLAY "BIEN DADO DE ALTA CON CODIGO " WSV-CODIGO
                      " (SE GRABA AL SALIR)"
           END-IF.

       210000-VALIDAR-FACTURA.
           MOVE 0 TO WSV-FACTURAVALIDA
           OPEN INPUT FACTCOMPRAS
           IF WSS-FS-FACTCOMP-OK
              PERFORM UNTIL WSS-FS-FACTCOMP-EOF
                 READ FACTCOMPRAS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF FCP-CUIT = WSV-CUIT
                          AND FCP-PV = WSV-PV
                          AND FCP-NUMERO = WSV-NUMERO
                          MOVE 1 TO WSV-FACTURAVALIDA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FACTCOMPRAS
           END-IF.

      *****************************************************************
      * VALIDA LA OFICINA CONTRA OFICINAS.DAT. SIN ARCHIVO DE         *
      * OFICINAS NO HAY CONTRA QUE VALIDAR: SE ACEPTA CON AVISO.      *
      *****************************************************************
       220000-VALIDAR-OFICINA.
           MOVE 0 TO WSV-OFICINAVALIDA
           OPEN INPUT OFICINAS
           IF NOT WSS-FS-OFICINAS-OK
              DISPLAY "ATENCION: NO HAY OFICINAS.DAT - SE ACEPTA "
                      "LA OFICINA SIN VALIDAR"
              MOVE 1 TO WSV-OFICINAVALIDA
           ELSE
              PERFORM UNTIL WSS-FS-OFICINAS-EOF
                 READ OFICINAS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF FSO-CODIGO = WSV-OFICINA
                          MOVE 1 TO WSV-OFICINAVALIDA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OFICINAS
           END-IF.

      *****************************************************************
      * BAJA: EL BIEN QUEDA EN EL REGISTRO CON SU FECHA Y MOTIVO Y NO *
      * SE AMORTIZA DESDE EL MES DE LA BAJA.                          *
      *****************************************************************
       250000-BAJA-BIEN.
           DISPLAY "INGRESE CODIGO DEL BIEN: "
           ACCEPT WSV-CODIGO
           PERFORM 130000-BUSCAR-BIEN
           EVALUATE TRUE
              WHEN WSV-POSBIEN = 0
                 DISPLAY "BIEN INEXISTENTE"
              WHEN BTB-ESTADO(WSV-POSBIEN) = 'B'
                 DISPLAY "EL BIEN YA ESTA DADO DE BAJA DESDE EL "
                         BTB-FECHABAJA(WSV-POSBIEN)
              WHEN OTHER
                 DISPLAY FUNCTION TRIM(BTB-DESCRIPCION(WSV-POSBIEN))
                         " - OFICINA " BTB-OFICINA(WSV-POSBIEN)
                 DISPLAY "INGRESE FECHA DE BAJA (AAAAMMDD, "
                         "0 = FECHA DE PROCESO): "
                 ACCEPT WSV-FECHA
                 IF WSV-FECHA = 0
                    MOVE WSV-FECHA-PROCESO TO WSV-FECHA
                 END-IF
                 DISPLAY "INGRESE MOTIVO: "
                 ACCEPT WSV-MOTIVO
                 DISPLAY "CONFIRMA LA BAJA? (S/N): "
                 ACCEPT WSV-CONFIRMA
                 IF WSV-FECHA < BTB-FECHAALTA(WSV-POSBIEN)
                    DISPLAY "LA BAJA NO PUEDE SER ANTERIOR AL ALTA"
                 ELSE
                    IF WSV-CONFIRMA = 'S'
                       MOVE 'B'        TO BTB-ESTADO(WSV-POSBIEN)
                       MOVE WSV-FECHA  TO BTB-FECHABAJA(WSV-POSBIEN)
                       MOVE WSV-MOTIVO TO BTB-MOTIVOBAJA(WSV-POSBIEN)
                       MOVE 1 TO WSV-BIENCAMBIOS
                       ADD 1 TO WSA-BAJAS
                       DISPLAY "BIEN DADO DE BAJA (SE GRABA AL SALIR)"
                    END-IF
                 END-IF
           END-EVALUATE.

       300000-ACTUALIZAR-CATEGORIA.
           DISPLAY "INGRESE CODIGO DE CATEGORIA: "
           ACCEPT WSV-CATEGORIA
           PERFORM 120000-BUSCAR-CATEGORIA
           IF WSV-POSCATEG = 0 AND WSV-CANTCATEG >= 50
              DISPLAY "NO HAY MAS ESPACIO PARA CATEGORIAS"
           ELSE
              IF WSV-POSCATEG > 0
                 DISPLAY "ACTUAL: "
                         FUNCTION TRIM(CTB-DESCRIPCION(WSV-POSCATEG))
                         " VIDA " CTB-VIDAUTIL(WSV-POSCATEG)
                         " GASTO " CTB-CTAGASTO(WSV-POSCATEG)
                         " AMORT.ACUM. " CTB-CTAAMORT(WSV-POSCATEG)
              END-IF
              DISPLAY "INGRESE DESCRIPCION: "
              ACCEPT WSV-DESCRIPCION
              DISPLAY "INGRESE VIDA UTIL SUGERIDA EN MESES: "
              ACCEPT WSV-VIDAUTIL
              DISPLAY "INGRESE CUENTA DE AMORTIZACION (GASTO, DEBE): "
              ACCEPT WSV-CTAGASTO
              DISPLAY "INGRESE CUENTA DE AMORTIZACION ACUMULADA "
                      "(HABER): "
              ACCEPT WSV-CTAAMORT
              IF WSV-DESCRIPCION = SPACES OR WSV-VIDAUTIL = 0
                 OR WSV-CTAGASTO = SPACES OR WSV-CTAAMORT = SPACES
                 DISPLAY "TODOS LOS DATOS SON OBLIGATORIOS"
              ELSE
                 IF WSV-POSCATEG = 0
                    ADD 1 TO WSV-CANTCATEG
                    MOVE WSV-CANTCATEG TO WSV-POSCATEG
                    MOVE WSV-CATEGORIA TO CTB-CODIGO(WSV-POSCATEG)
                 END-IF
                 MOVE WSV-DESCRIPCION TO CTB-DESCRIPCION(WSV-POSCATEG)
                 MOVE WSV-VIDAUTIL    TO CTB-VIDAUTIL(WSV-POSCATEG)
                 MOVE WSV-CTAGASTO    TO CTB-CTAGASTO(WSV-POSCATEG)
                 MOVE WSV-CTAAMORT    TO CTB-CTAAMORT(WSV-POSCATEG)
                 MOVE 1 TO WSV-CATCAMBIOS
                 DISPLAY "CATEGORIA REGISTRADA (SE GRABA AL SALIR)"
              END-IF
           END-IF.

      *****************************************************************
      * CIERRE DE MES: AMORTIZACION LINEAL (VALOR DE ORIGEN / VIDA    *
      * UTIL POR MES) DESDE EL MES DEL ALTA, PONIENDO AL DIA LOS      *
      * MESES QUE HAYAN QUEDADO SIN CORRER. EL ULTIMO MES DE LA VIDA  *
      * UTIL TOMA EL REMANENTE DEL REDONDEO DE LA CUOTA. EL ASIENTO   *
      * SE FECHA EL ULTIMO DIA DEL MES Y VA UN PAR POR CATEGORIA Y    *
      * OFICINA: DEBE LA CUENTA DE GASTO, HABER LA DE AMORTIZACION    *
      * ACUMULADA. EL REGISTRO SE REGRABA EN EL ACTO PARA QUE NO      *
      * QUEDE DESFASADO DE ASIENTOS.DAT.                              *
      *****************************************************************
       400000-AMORTIZAR-MES.
           DISPLAY "INGRESE MES A AMORTIZAR (AAAAMM): "
           ACCEPT WSV-PERIODO
           IF WSV-PER-MES < 1 OR WSV-PER-MES > 12
              DISPLAY "PERIODO INVALIDO"
           ELSE
              PERFORM 405000-FIN-DE-MES
              PERFORM 410000-VERIFICAR-MES
              IF WSV-YAGENERADO = 1
                 DISPLAY "LA AMORTIZACION DE " WSV-PERIODO
                         " YA ESTA EN ASIENTOS.DAT: NO SE AGREGA DE "
                         "NUEVO"
              ELSE
                 OPEN EXTEND ASIENTOS
                 IF WSS-FS-ASIENTOS-NOEXISTE
                    OPEN OUTPUT ASIENTOS
                 END-IF
                 IF NOT WSS-FS-ASIENTOS-OK
                    DISPLAY "NO SE PUDO AGREGAR A ASIENTOS.DAT"
                    DISPLAY "FILE STATUS " WSS-FS-ASIENTOS
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    PERFORM 420000-CALCULAR-AMORTIZACION
                    PERFORM 440000-GRABAR-ASIENTOS
                    CLOSE ASIENTOS
                    IF WSA-AMORTIZADOS > 0
                       MOVE RETURN-CODE TO WSV-RETORNO
                       PERFORM 900000-REGRABAR-BIENES
                       MOVE WSV-RETORNO TO RETURN-CODE
                       MOVE 0 TO WSV-BIENCAMBIOS
                    END-IF
                 END-IF
              END-IF
           END-IF.

       405000-FIN-DE-MES.
           MOVE WSV-PERIODO TO WSV-FAS-PERIODO
           MOVE WSC-DIAS(WSV-PER-MES) TO WSV-FAS-DIA
           IF WSV-PER-MES = 2
              DIVIDE WSV-PER-ANO BY 4 GIVING WSV-COCIENTE
                     REMAINDER WSV-RESTO4
              DIVIDE WSV-PER-ANO BY 100 GIVING WSV-COCIENTE
                     REMAINDER WSV-RESTO100
              DIVIDE WSV-PER-ANO BY 400 GIVING WSV-COCIENTE
                     REMAINDER WSV-RESTO400
              IF WSV-RESTO4 = 0
                 AND (WSV-RESTO100 NOT = 0 OR WSV-RESTO400 = 0)
                 MOVE 29 TO WSV-FAS-DIA
              END-IF
           END-IF.

       410000-VERIFICAR-MES.
           MOVE 0 TO WSV-YAGENERADO
           OPEN INPUT ASIENTOS
           IF WSS-FS-ASIENTOS-OK
              PERFORM UNTIL WSS-FS-ASIENTOS-EOF
                 READ ASIENTOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF ASI-TIPOREG = 'T'
                          AND ASI-FECHA = WSV-FECHAASIENTO
                          AND ASI-CONCEPTO = WSC-CTRL-DEBE
                          MOVE 1 TO WSV-YAGENERADO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ASIENTOS
           END-IF.

       420000-CALCULAR-AMORTIZACION.
           MOVE 0 TO WSA-AMORTIZADOS
           PERFORM VARYING WSI-J FROM 1 BY 1
                   UNTIL WSI-J > WSV-CANTCATEG
              MOVE 0 TO CTB-IMPORTE(WSI-J)
           END-PERFORM
           MOVE 0 TO WSV-CANTAMOFI
           COMPUTE WSV-INDPERIODO = WSV-PER-ANO * 12 + WSV-PER-MES
           PERFORM VARYING WSI-J FROM 1 BY 1
                   UNTIL WSI-J > WSV-CANTBIENES
              IF BTB-FECHAALTA(WSI-J) (1:6) NOT > WSV-PERIODO
                 AND BTB-ULTPERIODO(WSI-J) < WSV-PERIODO
                 AND BTB-AMORTACUM(WSI-J) < BTB-VALOR(WSI-J)
                 AND (BTB-ESTADO(WSI-J) NOT = 'B'
                      OR BTB-FECHABAJA(WSI-J) (1:6) > WSV-PERIODO)
                 PERFORM 430000-AMORTIZAR-BIEN
              END-IF
           END-PERFORM.

       430000-AMORTIZAR-BIEN.
           IF BTB-ULTPERIODO(WSI-J) = 0
              MOVE BTB-FECHAALTA(WSI-J) (1:6) TO WSV-PERAUX
              COMPUTE WSV-INDDESDE = WSV-AUX-ANO * 12 + WSV-AUX-MES
           ELSE
              MOVE BTB-ULTPERIODO(WSI-J) TO WSV-PERAUX
              COMPUTE WSV-INDDESDE = WSV-AUX-ANO * 12 + WSV-AUX-MES
                                   + 1
           END-IF
           COMPUTE WSV-MESES = WSV-INDPERIODO - WSV-INDDESDE + 1
           MOVE BTB-CATEGORIA(WSI-J) TO WSV-CATEGORIA
           PERFORM 120000-BUSCAR-CATEGORIA
           IF WSV-POSCATEG = 0
              DISPLAY "BIEN " BTB-CODIGO(WSI-J) " CON CATEGORIA "
                      BTB-CATEGORIA(WSI-J) " INEXISTENTE: NO SE "
                      "AMORTIZA"
              MOVE 4 TO RETURN-CODE
           ELSE
              IF WSV-MESES > 0
                 COMPUTE WSV-CUOTA ROUNDED =
                         BTB-VALOR(WSI-J) / BTB-VIDAUTIL(WSI-J)
                 COMPUTE WSV-IMPORTE = WSV-CUOTA * WSV-MESES
                 COMPUTE WSV-PENDIENTE = BTB-VALOR(WSI-J)
                                       - BTB-AMORTACUM(WSI-J)
                 MOVE BTB-FECHAALTA(WSI-J) (1:6) TO WSV-PERAUX
                 COMPUTE WSV-MESES = WSV-INDPERIODO + 1
                                   - (WSV-AUX-ANO * 12 + WSV-AUX-MES)
                 IF WSV-IMPORTE > WSV-PENDIENTE
                    OR WSV-MESES NOT < BTB-VIDAUTIL(WSI-J)
                    MOVE WSV-PENDIENTE TO WSV-IMPORTE
                 END-IF
                 ADD WSV-IMPORTE TO BTB-AMORTACUM(WSI-J)
                 ADD WSV-IMPORTE TO CTB-IMPORTE(WSV-POSCATEG)
                 PERFORM 435000-ACUMULAR-OFICINA
                 MOVE WSV-PERIODO TO BTB-ULTPERIODO(WSI-J)
                 ADD 1 TO WSA-AMORTIZADOS
              END-IF
           END-IF.

       435000-ACUMULAR-OFICINA.
           MOVE 0 TO WSV-POSAMOFI
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTAMOFI
              IF AOF-POSCATEG(WSI-I) = WSV-POSCATEG
                 AND AOF-OFICINA(WSI-I) = BTB-OFICINA(WSI-J)
                 MOVE WSI-I TO WSV-POSAMOFI
              END-IF
           END-PERFORM
           IF WSV-POSAMOFI = 0
              ADD 1 TO WSV-CANTAMOFI
              MOVE WSV-CANTAMOFI TO WSV-POSAMOFI
              MOVE WSV-POSCATEG  TO AOF-POSCATEG(WSV-POSAMOFI)
              MOVE BTB-OFICINA(WSI-J) TO AOF-OFICINA(WSV-POSAMOFI)
              MOVE 0 TO AOF-IMPORTE(WSV-POSAMOFI)
           END-IF
           ADD WSV-IMPORTE TO AOF-IMPORTE(WSV-POSAMOFI).

       440000-GRABAR-ASIENTOS.
           MOVE 0 TO WSA-CANTASIENTOS
           MOVE 0 TO WSA-TOTALDEBE
           MOVE 0 TO WSA-TOTALHABER
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTAMOFI
              MOVE AOF-POSCATEG(WSI-I) TO WSI-J
              IF AOF-IMPORTE(WSI-I) > 0
                 MOVE SPACES TO WSV-CONCEPTO
                 STRING 'AMORT ' CTB-CODIGO(WSI-J) ' ' WSV-PERIODO
                        DELIMITED BY SIZE INTO WSV-CONCEPTO
                 MOVE 'D'                TO ASI-TIPOREG
                 MOVE WSV-FECHAASIENTO   TO ASI-FECHA
                 MOVE CTB-CTAGASTO(WSI-J) TO ASI-CUENTA
                 MOVE 0                  TO ASI-CLIENTE
                 MOVE 'D'                TO ASI-DEBEHABER
                 MOVE WSV-CONCEPTO       TO ASI-CONCEPTO
                 MOVE AOF-IMPORTE(WSI-I) TO ASI-IMPORTE
                 MOVE AOF-OFICINA(WSI-I) TO ASI-CENTROCOSTO
                 WRITE REG-ASIENTO
                 ADD AOF-IMPORTE(WSI-I) TO WSA-TOTALDEBE
                 ADD 1 TO WSA-CANTASIENTOS

                 MOVE CTB-CTAAMORT(WSI-J) TO ASI-CUENTA
                 MOVE 'H'                TO ASI-DEBEHABER
                 WRITE REG-ASIENTO
                 ADD AOF-IMPORTE(WSI-I) TO WSA-TOTALHABER
                 ADD 1 TO WSA-CANTASIENTOS
                 MOVE AOF-IMPORTE(WSI-I) TO WSM-IMPORTE
                 DISPLAY "CATEGORIA " CTB-CODIGO(WSI-J) " "
                         CTB-DESCRIPCION(WSI-J) " OFICINA "
                         AOF-OFICINA(WSI-I) " " WSM-IMPORTE
              END-IF
           END-PERFORM
           IF WSA-CANTASIENTOS = 0
              DISPLAY "NO HAY BIENES PARA AMORTIZAR EN " WSV-PERIODO
           ELSE
              MOVE 'T'               TO ASI-TIPOREG
              MOVE WSV-FECHAASIENTO  TO ASI-FECHA
              MOVE SPACES            TO ASI-CUENTA
              MOVE WSA-CANTASIENTOS  TO ASI-CLIENTE
              MOVE 'D'               TO ASI-DEBEHABER
              MOVE WSC-CTRL-DEBE     TO ASI-CONCEPTO
              MOVE WSA-TOTALDEBE     TO ASI-IMPORTE
              MOVE SPACES            TO ASI-CENTROCOSTO
              WRITE REG-ASIENTO

              MOVE 'H'               TO ASI-DEBEHABER
              MOVE WSC-CTRL-HABER    TO ASI-CONCEPTO
              MOVE WSA-TOTALHABER    TO ASI-IMPORTE
              WRITE REG-ASIENTO

              MOVE WSA-TOTALDEBE TO WSM-TOTAL
              DISPLAY "BIENES AMORTIZADOS: " WSA-AMORTIZADOS
              DISPLAY "AGREGADOS A ASIENTOS.DAT: " WSA-CANTASIENTOS
                      " RENGLONES DEL " WSV-FECHAASIENTO
                      ", TOTAL " WSM-TOTAL
              DISPLAY "PASAR AHORA LA VALIDACION (PLANCTAS-09-FL) Y "
                      "LA MAYORIZACION (MAYOR-09-FL)"
           END-IF.

      *****************************************************************
      * INFORME DEL REGISTRO POR CATEGORIA, CON LA AMORTIZACION       *
      * ACUMULADA AL ULTIMO MES CORRIDO DE CADA BIEN.                 *
      *****************************************************************
       500000-INFORME-REGISTRO.
           OPEN OUTPUT BIENESRPT
           IF NOT WSS-FS-BIENRPT-OK
              DISPLAY "NO SE PUDO GENERAR BIENESRPT.DAT"
              DISPLAY "FILE STATUS " WSS-FS-BIENRPT
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE ALL '*' TO WSV-LINEA
              PERFORM 550000-GRABAR-LINEA
              STRING 'REGISTRO DE BIENES DE USO AL '
                     WSV-FECHA-PROCESO
                     DELIMITED BY SIZE INTO WSV-LINEA
              PERFORM 550000-GRABAR-LINEA
              MOVE ALL '*' TO WSV-LINEA
              PERFORM 550000-GRABAR-LINEA
              STRING 'CODIGO DESCRIPCION                    OFI '
                     'ALTA     VID       VALOR ORIGEN'
                     '   AMORT. ACUMULADA     VALOR RESIDUAL ESTADO'
                     DELIMITED BY SIZE INTO WSV-LINEA
              PERFORM 550000-GRABAR-LINEA
              MOVE 0 TO WSA-VALOR
              MOVE 0 TO WSA-AMORT
              PERFORM VARYING WSV-POSCATEG FROM 1 BY 1
                      UNTIL WSV-POSCATEG > WSV-CANTCATEG
                 PERFORM 510000-INFORMAR-CATEGORIA
              END-PERFORM
              MOVE ALL '-' TO WSV-LINEA
              PERFORM 550000-GRABAR-LINEA
              MOVE SPACES TO DET-BIEN
              MOVE 'TOTAL GENERAL' TO DET-DESCRIPCION
              MOVE WSA-VALOR TO DET-VALOR
              MOVE WSA-AMORT TO DET-AMORT
              COMPUTE DET-RESIDUAL = WSA-VALOR - WSA-AMORT
              MOVE DET-BIEN TO WSV-LINEA
              PERFORM 550000-GRABAR-LINEA
              CLOSE BIENESRPT
              DISPLAY "INFORME GENERADO EN BIENESRPT.DAT"
           END-IF.

       510000-INFORMAR-CATEGORIA.
           MOVE 0 TO WSA-CATVALOR
           MOVE 0 TO WSA-CATAMORT
           MOVE 0 TO WSA-CATBIENES
           MOVE SPACES TO WSV-LINEA
           PERFORM 550000-GRABAR-LINEA
           STRING 'CATEGORIA ' CTB-CODIGO(WSV-POSCATEG) ' - '
                  CTB-DESCRIPCION(WSV-POSCATEG)
                  DELIMITED BY SIZE INTO WSV-LINEA
           PERFORM 550000-GRABAR-LINEA
           PERFORM VARYING WSI-J FROM 1 BY 1
                   UNTIL WSI-J > WSV-CANTBIENES
              IF BTB-CATEGORIA(WSI-J) = CTB-CODIGO(WSV-POSCATEG)
                 MOVE BTB-CODIGO(WSI-J)      TO DET-CODIGO
                 MOVE BTB-DESCRIPCION(WSI-J) TO DET-DESCRIPCION
                 MOVE BTB-OFICINA(WSI-J)     TO DET-OFICINA
                 MOVE BTB-FECHAALTA(WSI-J)   TO DET-FECHAALTA
                 MOVE BTB-VIDAUTIL(WSI-J)    TO DET-VIDAUTIL
                 MOVE BTB-VALOR(WSI-J)       TO DET-VALOR
                 MOVE BTB-AMORTACUM(WSI-J)   TO DET-AMORT
                 COMPUTE DET-RESIDUAL = BTB-VALOR(WSI-J)
                                      - BTB-AMORTACUM(WSI-J)
                 IF BTB-ESTADO(WSI-J) = 'B'
                    MOVE SPACES TO DET-ESTADO
                    STRING 'BAJA ' BTB-FECHABAJA(WSI-J)
                           DELIMITED BY SIZE INTO DET-ESTADO
                 ELSE
                    MOVE 'EN USO' TO DET-ESTADO
                    ADD BTB-VALOR(WSI-J)     TO WSA-CATVALOR
                    ADD BTB-AMORTACUM(WSI-J) TO WSA-CATAMORT
                    ADD 1 TO WSA-CATBIENES
                 END-IF
                 MOVE DET-BIEN TO WSV-LINEA
                 PERFORM 550000-GRABAR-LINEA
              END-IF
           END-PERFORM
           MOVE SPACES TO DET-BIEN
           STRING 'TOTAL ' CTB-CODIGO(WSV-POSCATEG) ' ('
                  WSA-CATBIENES ' EN USO)'
                  DELIMITED BY SIZE INTO DET-DESCRIPCION
           MOVE WSA-CATVALOR TO DET-VALOR
           MOVE WSA-CATAMORT TO DET-AMORT
           COMPUTE DET-RESIDUAL = WSA-CATVALOR - WSA-CATAMORT
           MOVE DET-BIEN TO WSV-LINEA
           PERFORM 550000-GRABAR-LINEA
           ADD WSA-CATVALOR TO WSA-VALOR
           ADD WSA-CATAMORT TO WSA-AMORT.

       550000-GRABAR-LINEA.
           MOVE WSV-LINEA TO REG-BIENESRPT
           WRITE REG-BIENESRPT
           MOVE SPACES TO WSV-LINEA.

       900000-REGRABAR-BIENES.
           MOVE 'BIENESUSO.DAT' TO WS-INT-ARCHIVO
           MOVE 'BIENUSO-09-FL' TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT BIENESUSO
           IF WSS-FS-BIENES-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTBIENES
                 MOVE WST-BIEN(WSI-I) TO REG-BIEN
                 WRITE REG-BIEN
              END-PERFORM
              CLOSE BIENESUSO
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR BIENESUSO.DAT"
              DISPLAY "FILE STATUS " WSS-FS-BIENES
              MOVE 8 TO WSV-RETORNO
           END-IF.

       910000-REGRABAR-CATEGORIAS.
           MOVE 'CATBIENES.DAT' TO WS-INT-ARCHIVO
           MOVE 'BIENUSO-09-FL' TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT CATBIENES
           IF WSS-FS-CATBIEN-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTCATEG
                 MOVE CTB-CODIGO(WSI-I)      TO CAT-CODIGO
                 MOVE CTB-DESCRIPCION(WSI-I) TO CAT-DESCRIPCION
                 MOVE CTB-VIDAUTIL(WSI-I)    TO CAT-VIDAUTIL
                 MOVE CTB-CTAGASTO(WSI-I)    TO CAT-CTAGASTO
                 MOVE CTB-CTAAMORT(WSI-I)    TO CAT-CTAAMORT
                 WRITE REG-CATBIEN
              END-PERFORM
              CLOSE CATBIENES
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR CATBIENES.DAT"
              DISPLAY "FILE STATUS " WSS-FS-CATBIEN
              MOVE 8 TO WSV-RETORNO
           END-IF.

       COPY FSLOGPROC.

       COPY FSFECHAPROC.

       COPY FSINTPROC.

       COPY FSLOCKPROC.

       END PROGRAM BIENUSO-09-FL.
