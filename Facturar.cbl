      *          TOTAL, FECHA) QUEDA EN EL REGISTRO REGFACT.DAT. EL
      *          CONTROL DE NUMERACION LISTA, POR PUNTO DE VENTA, LA
      *          CORRELATIVIDAD DEL REGISTRO PARA MOSTRAR AL INSPECTOR.
      *          CADA FACTURA NACE PENDIENTE DE AUTORIZACION Y SE
      *          AGREGA A LA SOLICITUD DE CAE (CAESOLIC.DAT); LA
      *          RESPUESTA DEL ORGANISMO (CAERESP.DAT) SE IMPORTA AL
      *          REGISTRO CON EL CAE Y SU VENCIMIENTO O EL MOTIVO DEL
      *          RECHAZO. SOLO LAS AUTORIZADAS SE IMPRIMEN (FACTIMP.
      *          DAT, CON CAE Y CODIGO DE BARRAS) Y EL CONTROL DE
      *          NUMERACION SEÑALA LOS NUMEROS SIN AUTORIZAR. CADA
      *          FACTURA LLEVA EL CUIT DEL CLIENTE Y LA JURISDICCION
      *          DE INGRESOS BRUTOS, QUE SALE DE SU DOMICILIO VIGENTE
      *          (DOMICILIOS.DAT) POR LA TABLA JURLOCAL.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REGFACT.

           SELECT CAESOLIC            ASSIGN TO DISK 'CAESOLIC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CAESOLIC.

           SELECT CAERESP             ASSIGN TO DISK 'CAERESP.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CAERESP.

           SELECT TEMPORAL  ASSIGN TO DISK 'FACTCAE.TMP'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-TEMPORAL.

           SELECT FACTIMP             ASSIGN TO DISK 'FACTIMP.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-FACTIMP.

           SELECT DOMICILIOS ASSIGN TO DISK 'DOMICILIOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DOMICIL.

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
      *****************************************************************
      * REGFACT.DAT: REGISTRO DE FACTURAS EMITIDAS, UNA POR LINEA.    *
      * EL PAR PV + NUMERO ES UNICO Y CORRELATIVO POR PUNTO DE VENTA. *
      * RFA-ESTADO: 'P' = PENDIENTE DE CAE, 'A' = AUTORIZADA (CON CAE *
      * Y VENCIMIENTO), 'R' = RECHAZADA (CON MOTIVO). EN BLANCO = LAS *
      * EMITIDAS ANTES DE LA AUTORIZACION ELECTRONICA.                *
      * RFA-JURISDICCION: CODIGO DE INGRESOS BRUTOS (VER FSJUR.CPY),  *
      * EN BLANCO SI NO SE PUDO RESOLVER AL EMITIR.                   *
      *****************************************************************
       FD REGFACT.
       01 REG-REGFACT.
          05 RFA-NETO105           PIC 9(09)V9(02).
          05 RFA-IVA105            PIC 9(09)V9(02).
          05 RFA-TOTAL             PIC 9(10)V9(02).
          05 RFA-ESTADO            PIC X(01).
            88 RFA-PENDIENTE                      VALUE 'P'.
            88 RFA-AUTORIZADA                     VALUE 'A'.
            88 RFA-RECHAZADA                      VALUE 'R'.
          05 RFA-CAE               PIC 9(14).
          05 RFA-VTOCAE            PIC 9(08).
          05 RFA-MOTIVO            PIC X(30).
          05 RFA-CUIT              PIC 9(11).
          05 RFA-JURISDICCION      PIC X(03).

      *****************************************************************
      * CAESOLIC.DAT: SOLICITUD DE AUTORIZACION, UNA LINEA POR        *
      * FACTURA EMITIDA (SE ACUMULA HASTA QUE SE ENVIA).              *
      *****************************************************************
       FD CAESOLIC.
       01 REG-CAESOLIC.
          05 SOL-PV                PIC 9(04).
          05 SOL-NUMERO            PIC 9(08).
          05 SOL-FECHA             PIC 9(08).
          05 SOL-NETO21            PIC 9(09)V9(02).
          05 SOL-IVA21             PIC 9(09)V9(02).
          05 SOL-NETO105           PIC 9(09)V9(02).
          05 SOL-IVA105            PIC 9(09)V9(02).
          05 SOL-TOTAL             PIC 9(10)V9(02).

      *****************************************************************
      * CAERESP.DAT: RESPUESTA DEL ORGANISMO. RSP-RESULTADO 'A' =     *
      * AUTORIZADA CON CAE Y VENCIMIENTO, 'R' = RECHAZADA CON MOTIVO. *
      *****************************************************************
       FD CAERESP.
       01 REG-CAERESP.
          05 RSP-PV                PIC 9(04).
          05 RSP-NUMERO            PIC 9(08).
          05 RSP-RESULTADO         PIC X(01).
          05 RSP-CAE               PIC 9(14).
          05 RSP-VTOCAE            PIC 9(08).
          05 RSP-MOTIVO            PIC X(30).

       FD TEMPORAL.
       01 REG-TEMPORAL             PIC X(200).

       FD FACTIMP.
       01 REG-FACTIMP              PIC X(80).

      *****************************************************************
      * DOMICILIOS.DAT (DE DOMICIL-09-FL): SE BUSCA EL VIGENTE ('A')  *
      * DEL CUIT DEL CLIENTE PARA RESOLVER LA JURISDICCION.           *
      *****************************************************************
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

       COPY FSLOGVAR.

       COPY FSLOCKVAR.

       COPY FSINTVAR.

       COPY FSJURVAR.

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-PV               PIC 9(04)       VALUE 0.
          05 WSV-TABLALLENA       PIC 9(01)       VALUE 0.
          05 WSV-YAEMITIDA        PIC 9(01)       VALUE 0.
          05 WSV-FACTGRABADA      PIC 9(01)       VALUE 0.
          05 WSV-NUMERO           PIC 9(08)       VALUE 0.
          05 WSV-CUIT             PIC 9(11)       VALUE 0.
          05 WSV-JURISDICCION     PIC X(03)       VALUE SPACES.
          05 WSV-ENCONTRADA       PIC 9(01)       VALUE 0.
          05 WSV-POSRESPUESTA     PIC 9(04)       VALUE 0.
          05 WSV-TABLARESPLLENA   PIC 9(01)       VALUE 0.
          05 WSV-RETORNO          PIC 9(02)       VALUE 0.
          05 WSV-LINEA            PIC X(80)       VALUE SPACES.

      *****************************************************************
      * CODIGO DE BARRAS DE LA FACTURA AUTORIZADA: CUIT EMISOR, TIPO  *
      * DE COMPROBANTE, PUNTO DE VENTA, CAE Y VENCIMIENTO, MAS EL     *
      * DIGITO VERIFICADOR (POSICIONES IMPARES POR 3 MAS LAS PARES,   *
      * COMPLEMENTO A 10 DEL ULTIMO DIGITO).                          *
      *****************************************************************
       01 CODIGO-BARRAS.
          05 WSV-CODBARRAS.
             10 CBR-CUIT          PIC 9(11).
             10 CBR-TIPO          PIC 9(03).
             10 CBR-PV            PIC 9(04).
             10 CBR-CAE           PIC 9(14).
             10 CBR-VTOCAE        PIC 9(08).
             10 CBR-VERIFICADOR   PIC 9(01).
          05 WSV-CODBARRAS-R REDEFINES WSV-CODBARRAS.
             10 CBR-DIGITO        PIC 9(01)       OCCURS 41 TIMES.
          05 WSV-SUMAIMPAR        PIC 9(04)       VALUE 0.
          05 WSV-SUMAPAR          PIC 9(04)       VALUE 0.
          05 WSV-SUMABARRAS       PIC 9(05)       VALUE 0.
          05 WSV-COCIENTE         PIC 9(05)       VALUE 0.
          05 WSV-RESTO            PIC 9(01)       VALUE 0.

       01 CONSTANTES.
          05 WSC-TASA21           PIC 9(02)V9(02) VALUE 21.
          05 WSC-TASA105          PIC 9(02)V9(02) VALUE 10,5.
          05 WSC-CUIT-EMISOR      PIC 9(11)       VALUE 30712345675.
          05 WSC-TIPOCOMPROB      PIC 9(03)       VALUE 001.

       01 INDICES.
          05 WSI-I                PIC 9(02)       VALUE 0.
          05 WSI-R                PIC 9(04)       VALUE 0.
          05 WSV-CANTPV           PIC 9(02)       VALUE 0.
          05 WSV-CANTRESPUESTAS   PIC 9(04)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-AUTORIZADAS      PIC 9(05)       VALUE 0.
          05 WSA-RECHAZADAS       PIC 9(05)       VALUE 0.
          05 WSA-IGNORADAS        PIC 9(05)       VALUE 0.
          05 WSA-PENDIENTES       PIC 9(05)       VALUE 0.
          05 WSA-SINCAE           PIC 9(05)       VALUE 0.
          05 WSA-COPIADOS         PIC 9(07)       VALUE 0.

       01 CONTROL-NUMERACION.
          05 WSV-CTL-MINIMO       PIC 9(08)       VALUE 0.
            88 WSS-FS-REGFACT-OK                  VALUE '00'.
            88 WSS-FS-REGFACT-EOF                 VALUE '10'.
            88 WSS-FS-REGFACT-NOEXISTE            VALUE '35'.
          05 WSS-FS-CAESOLIC      PIC X(02).
            88 WSS-FS-CAESOLIC-OK                 VALUE '00'.
            88 WSS-FS-CAESOLIC-NOEXISTE           VALUE '35'.
          05 WSS-FS-CAERESP       PIC X(02).
            88 WSS-FS-CAERESP-OK                  VALUE '00'.
            88 WSS-FS-CAERESP-EOF                 VALUE '10'.
          05 WSS-FS-TEMPORAL      PIC X(02).
            88 WSS-FS-TEMPORAL-OK                 VALUE '00'.
            88 WSS-FS-TEMPORAL-EOF                VALUE '10'.
          05 WSS-FS-FACTIMP       PIC X(02).
            88 WSS-FS-FACTIMP-OK                  VALUE '00'.
          05 WSS-FS-DOMICIL       PIC X(02).
            88 WSS-FS-DOMICIL-OK                  VALUE '00'.
            88 WSS-FS-DOMICIL-EOF                 VALUE '10'.

       01 MASCARAS.
          05 WSM-IMPORTE          PIC Z(09),99.
             10 TPV-PV            PIC 9(04).
             10 TPV-ULTIMO        PIC 9(08).

       01 TABLA-RESPUESTAS.
          05 WST-RESPUESTA        OCCURS 1000 TIMES.
             10 TRS-PV            PIC 9(04).
             10 TRS-NUMERO        PIC 9(08).
             10 TRS-RESULTADO     PIC X(01).
             10 TRS-CAE           PIC 9(14).
             10 TRS-VTOCAE        PIC 9(08).
             10 TRS-MOTIVO        PIC X(30).
             10 TRS-APLICADA      PIC 9(01).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD
      *****************************************************************
      * LA EMISION Y LA IMPORTACION DE CAE REGRABAN EL REGISTRO Y LA  *
      * NUMERACION: NADIE MAS DEBE TOCARLOS MIENTRAS TANTO.           *
      *****************************************************************
           MOVE 'FACTURAR-09-FL' TO WS-CER-PROGRAMA
           MOVE 3 TO WS-CER-CANTARCH
           MOVE 'REGFACT.DAT'  TO WS-CER-ARCHIVO(1)
           MOVE 'NUMFACT.DAT'  TO WS-CER-ARCHIVO(2)
           MOVE 'CAESOLIC.DAT' TO WS-CER-ARCHIVO(3)
           PERFORM 9200-TOMAR-CERROJOS
           IF WS-CER-DENEGADO = 1
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
              SET WS-LOG-FIN TO TRUE
              PERFORM 9100-GRABAR-PROCLOG
              STOP RUN
           END-IF
           PERFORM 100000-CARGAR-NUMERACION
           PERFORM 9900-CARGAR-JURISDICCIONES
      *****************************************************************
      * CON MAS PUNTOS DE VENTA QUE TABLA, REGRABAR LA NUMERACION     *
      * DESDE ELLA REINICIARIA LOS QUE QUEDARON AFUERA Y SE           *
                      "REGRABAR"
              MOVE 8 TO RETURN-CODE
           ELSE
           PERFORM UNTIL WSV-OPCION = 6
              DISPLAY "**************************************"
              DISPLAY "EMISION DE FACTURAS (REGFACT.DAT)"
              DISPLAY "1 - EMITIR FACTURA"
              DISPLAY "2 - LISTAR REGISTRO DE FACTURAS"
              DISPLAY "3 - CONTROL DE NUMERACION POR PUNTO DE VENTA"
              DISPLAY "4 - IMPORTAR RESPUESTA DE CAE (CAERESP.DAT)"
              DISPLAY "5 - IMPRIMIR FACTURA AUTORIZADA"
              DISPLAY "6 - SALIR"
              DISPLAY "RESPUESTA: "
              ACCEPT WSV-OPCION

                    PERFORM 300000-LISTAR-REGISTRO
                 WHEN 3
                    PERFORM 400000-CONTROL-NUMERACION
                 WHEN 4
                    PERFORM 500000-IMPORTAR-RESPUESTA
                 WHEN 5
                    PERFORM 600000-IMPRIMIR-FACTURA
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
           END-IF
           PERFORM 9250-LIBERAR-CERROJOS
           SET WS-LOG-FIN TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.
                 ACCEPT WSV-NOMBRE
                 DISPLAY "INGRESE APELLIDO DEL CLIENTE: "
                 ACCEPT WSV-APELLIDO
                 DISPLAY "INGRESE CUIT DEL CLIENTE (0 = CONSUMIDOR "
                         "FINAL): "
                 ACCEPT WSV-CUIT
                 PERFORM 215000-ASIGNAR-JURISDICCION
                 DISPLAY "INGRESE NETO GRAVADO AL 21%: "
                 ACCEPT WSV-NETO21
                 DISPLAY "INGRESE NETO GRAVADO AL 10,5%: "
              CLOSE REGFACT
           END-IF.

      *****************************************************************
      * JURISDICCION DE INGRESOS BRUTOS: LA DEL DOMICILIO VIGENTE DEL *
      * CLIENTE SEGUN JURLOCAL.DAT. SI NO SE RESUELVE (SIN CUIT, SIN  *
      * DOMICILIO O SIN TABLA) LA INGRESA EL OPERADOR; UN CODIGO SIN  *
      * ALICUOTA VIGENTE NO SE ACEPTA Y LA FACTURA QUEDA SIN ASIGNAR.  *
      *****************************************************************
       215000-ASIGNAR-JURISDICCION.
           MOVE SPACES TO WS-JUR-CODPOSTAL
           MOVE SPACES TO WS-JUR-LOCALIDAD
           IF WSV-CUIT > 0
              OPEN INPUT DOMICILIOS
              IF WSS-FS-DOMICIL-OK
                 PERFORM UNTIL WSS-FS-DOMICIL-EOF
                    READ DOMICILIOS
                       AT END
                          CONTINUE
                       NOT AT END
                          IF DOM-CUIT = WSV-CUIT AND DOM-ESTADO = 'A'
                             MOVE DOM-CODPOSTAL TO WS-JUR-CODPOSTAL
                             MOVE DOM-LOCALIDAD TO WS-JUR-LOCALIDAD
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE DOMICILIOS
              END-IF
           END-IF
           PERFORM 9910-RESOLVER-JURISDICCION
           MOVE WS-JUR-CODIGO TO WSV-JURISDICCION
           IF WSV-JURISDICCION = SPACES
              DISPLAY "NO SE RESUELVE LA JURISDICCION POR DOMICILIO."
              DISPLAY "INGRESE JURISDICCION (3 DIGITOS, EN BLANCO = "
                      "SIN ASIGNAR): "
              ACCEPT WSV-JURISDICCION
           END-IF
           IF WSV-JURISDICCION NOT = SPACES
              MOVE WSV-JURISDICCION  TO WS-JUR-CODIGO
              MOVE WSV-FECHA-SISTEMA TO WS-JUR-FECHA
              PERFORM 9920-ALICUOTA-JURISDICCION
              IF WS-JUR-ENCONTRADA = 0
                 DISPLAY "*** JURISDICCION " WSV-JURISDICCION
                         " SIN ALICUOTA VIGENTE: QUEDA SIN ASIGNAR ***"
                 MOVE SPACES TO WSV-JURISDICCION
              ELSE
                 DISPLAY "JURISDICCION " WSV-JURISDICCION " "
                         WS-JUR-DESCRIPCION
              END-IF
           END-IF.

      *****************************************************************
      * EL CLOSE PISA EL FILE STATUS DEL WRITE: EL RESULTADO REAL DE  *
      * LA GRABACION QUEDA EN WSV-FACTGRABADA, QUE ES LO QUE MIRA EL  *
           MOVE WSV-NETO105       TO RFA-NETO105
           MOVE WSV-IVA105        TO RFA-IVA105
           MOVE WSV-TOTAL         TO RFA-TOTAL
           SET RFA-PENDIENTE      TO TRUE
           MOVE 0                 TO RFA-CAE
           MOVE 0                 TO RFA-VTOCAE
           MOVE SPACES            TO RFA-MOTIVO
           MOVE WSV-CUIT          TO RFA-CUIT
           MOVE WSV-JURISDICCION  TO RFA-JURISDICCION
           WRITE REG-REGFACT
           IF WSS-FS-REGFACT-OK
              MOVE 1 TO WSV-FACTGRABADA
              DISPLAY "FILE STATUS " WSS-FS-REGFACT
           END-IF

           CLOSE REGFACT

           IF WSV-FACTGRABADA = 1
              PERFORM 225000-AGREGAR-SOLICITUD
           END-IF.

      *****************************************************************
      * LA FACTURA YA ESTA EN EL REGISTRO COMO PENDIENTE: SI LA       *
      * SOLICITUD NO SE PUDO GRABAR SE AVISA, PERO EL NUMERO QUEDA    *
      * CONSUMIDO Y EL CONTROL DE NUMERACION LO SEÑALA SIN AUTORIZAR. *
      *****************************************************************
       225000-AGREGAR-SOLICITUD.
           OPEN EXTEND CAESOLIC
           IF WSS-FS-CAESOLIC-NOEXISTE
              OPEN OUTPUT CAESOLIC
           END-IF

           IF WSS-FS-CAESOLIC-OK
              MOVE RFA-PV      TO SOL-PV
              MOVE RFA-NUMERO  TO SOL-NUMERO
              MOVE RFA-FECHA   TO SOL-FECHA
              MOVE RFA-NETO21  TO SOL-NETO21
              MOVE RFA-IVA21   TO SOL-IVA21
              MOVE RFA-NETO105 TO SOL-NETO105
              MOVE RFA-IVA105  TO SOL-IVA105
              MOVE RFA-TOTAL   TO SOL-TOTAL
              WRITE REG-CAESOLIC
              IF NOT WSS-FS-CAESOLIC-OK
                 DISPLAY "ERROR AL GRABAR CAESOLIC.DAT"
                 DISPLAY "FILE STATUS " WSS-FS-CAESOLIC
              END-IF
              CLOSE CAESOLIC
           ELSE
              DISPLAY "NO SE PUDO ABRIR CAESOLIC.DAT"
              DISPLAY "FILE STATUS " WSS-FS-CAESOLIC
           END-IF.

       230000-REGRABAR-NUMERACION.
           OPEN OUTPUT NUMFACT
                               FUNCTION TRIM(RFA-NOMBRE) " "
                               FUNCTION TRIM(RFA-APELLIDO)
                               " TOTAL " WSM-TOTAL
                       EVALUATE TRUE
                          WHEN RFA-AUTORIZADA
                             DISPLAY "     CAE " RFA-CAE
                                     " VTO " RFA-VTOCAE
                          WHEN RFA-PENDIENTE
                             DISPLAY "     PENDIENTE DE CAE"
                          WHEN RFA-RECHAZADA
                             DISPLAY "     RECHAZADA: " RFA-MOTIVO
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE REGFACT
      * MAXIMO Y CONTRA EL ULTIMO DEL CONTROL. CANTIDAD DISTINTA DEL  *
      * RANGO = HAY SALTOS; MAXIMO DISTINTO DEL CONTROL = REGISTRO Y  *
      * CONTROL DESFASADOS. ES LO QUE SE MUESTRA AL INSPECTOR.        *
      * ADEMAS SE SEÑALA CADA NUMERO PENDIENTE O RECHAZADO: UN NUMERO *
      * SIN CAE NO ES UNA FACTURA VALIDA AUNQUE ESTE EN EL REGISTRO.  *
      * LAS EMITIDAS ANTES DE LA AUTORIZACION ELECTRONICA (ESTADO EN  *
      * BLANCO) NO SE SEÑALAN.                                        *
      *****************************************************************
       400000-CONTROL-NUMERACION.
           DISPLAY "INGRESE PUNTO DE VENTA A CONTROLAR: "
           MOVE 0 TO WSV-CTL-MINIMO
           MOVE 0 TO WSV-CTL-MAXIMO
           MOVE 0 TO WSV-CTL-CANTIDAD
           MOVE 0 TO WSA-PENDIENTES
           MOVE 0 TO WSA-RECHAZADAS

           OPEN INPUT REGFACT
           IF NOT WSS-FS-REGFACT-OK
                          IF RFA-NUMERO > WSV-CTL-MAXIMO
                             MOVE RFA-NUMERO TO WSV-CTL-MAXIMO
                          END-IF
                          IF RFA-PENDIENTE
                             ADD 1 TO WSA-PENDIENTES
                          END-IF
                          IF RFA-RECHAZADA
                             ADD 1 TO WSA-RECHAZADAS
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
                               "DICE " TPV-ULTIMO(WSV-POSICION) " ***"
                    END-IF
                 END-IF
                 IF WSA-PENDIENTES > 0 OR WSA-RECHAZADAS > 0
                    DISPLAY "*** NUMEROS SIN AUTORIZAR: "
                            WSA-PENDIENTES " PENDIENTES, "
                            WSA-RECHAZADAS " RECHAZADOS ***"
                    PERFORM 410000-LISTAR-SIN-AUTORIZAR
                 ELSE
                    DISPLAY "TODOS LOS NUMEROS TIENEN CAE"
                 END-IF
              END-IF
              DISPLAY "--------------------------------------"
           END-IF.

       410000-LISTAR-SIN-AUTORIZAR.
           OPEN INPUT REGFACT
           PERFORM UNTIL WSS-FS-REGFACT-EOF
              READ REGFACT
                 AT END
                    CONTINUE
                 NOT AT END
                    IF RFA-PV = WSV-PV
                       IF RFA-PENDIENTE
                          DISPLAY "   " RFA-NUMERO " PENDIENTE DE CAE"
                       END-IF
                       IF RFA-RECHAZADA
                          DISPLAY "   " RFA-NUMERO " RECHAZADA: "
                                  RFA-MOTIVO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REGFACT.

      *****************************************************************
      * IMPORTACION DE LA RESPUESTA DE CAE: CAERESP.DAT SE CARGA EN   *
      * TABLA Y EL REGISTRO SE COPIA A FACTCAE.TMP APLICANDO CADA     *
      * RESPUESTA SOLO A FACTURAS PENDIENTES; LAS YA AUTORIZADAS O    *
      * RECHAZADAS NO SE TOCAN, ASI REIMPORTAR EL MISMO ARCHIVO NO    *
      * CAMBIA NADA. UNA AUTORIZACION SIN CAE O SIN VENCIMIENTO NO SE *
      * APLICA. SI HUBO CAMBIOS, EL REGISTRO SE REGRABA DESDE EL      *
      * TEMPORAL CON RESPALDO (9400/9450).                            *
      *****************************************************************
       500000-IMPORTAR-RESPUESTA.
           MOVE 0 TO WSA-AUTORIZADAS
           MOVE 0 TO WSA-RECHAZADAS
           MOVE 0 TO WSA-IGNORADAS
           MOVE 0 TO WSA-SINCAE
           PERFORM 510000-CARGAR-RESPUESTAS

           EVALUATE TRUE
              WHEN WSV-CANTRESPUESTAS = 0
                 DISPLAY "NO HAY RESPUESTAS EN CAERESP.DAT"
              WHEN WSV-TABLARESPLLENA = 1
                 DISPLAY "CAERESP.DAT SUPERA LA TABLA: NO SE IMPORTA"
              WHEN OTHER
                 PERFORM 520000-APLICAR-RESPUESTAS
                 IF WSA-AUTORIZADAS > 0 OR WSA-RECHAZADAS > 0
                    PERFORM 530000-REGRABAR-REGISTRO
                 END-IF
                 PERFORM 540000-INFORMAR-IMPORTACION
           END-EVALUATE.

       510000-CARGAR-RESPUESTAS.
           MOVE 0 TO WSV-CANTRESPUESTAS
           MOVE 0 TO WSV-TABLARESPLLENA
           OPEN INPUT CAERESP
           IF WSS-FS-CAERESP-OK
              PERFORM UNTIL WSS-FS-CAERESP-EOF
                         OR WSV-CANTRESPUESTAS > 999
                 READ CAERESP
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTRESPUESTAS
                       MOVE RSP-PV        TO TRS-PV(WSV-CANTRESPUESTAS)
                       MOVE RSP-NUMERO
                         TO TRS-NUMERO(WSV-CANTRESPUESTAS)
                       MOVE RSP-RESULTADO
                         TO TRS-RESULTADO(WSV-CANTRESPUESTAS)
                       MOVE RSP-CAE       TO TRS-CAE(WSV-CANTRESPUESTAS)
                       MOVE RSP-VTOCAE
                         TO TRS-VTOCAE(WSV-CANTRESPUESTAS)
                       MOVE RSP-MOTIVO
                         TO TRS-MOTIVO(WSV-CANTRESPUESTAS)
                       MOVE 0 TO TRS-APLICADA(WSV-CANTRESPUESTAS)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-CAERESP-EOF
                 READ CAERESP
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLARESPLLENA
                 END-READ
              END-IF
              CLOSE CAERESP
           END-IF.

      *****************************************************************
      * TRS-APLICADA: 0 = SIN FACTURA, 1 = APLICADA, 2 = LA FACTURA   *
      * YA NO ESTABA PENDIENTE, 3 = RESPUESTA INVALIDA.               *
      *****************************************************************
       520000-APLICAR-RESPUESTAS.
           OPEN INPUT REGFACT
           OPEN OUTPUT TEMPORAL
           IF NOT WSS-FS-REGFACT-OK
              DISPLAY "NO HAY FACTURAS EMITIDAS"
           ELSE
              PERFORM UNTIL WSS-FS-REGFACT-EOF
                 READ REGFACT
                    AT END
                       CONTINUE
                    NOT AT END
                       PERFORM 525000-BUSCAR-RESPUESTA
                       IF WSV-POSRESPUESTA > 0
                          PERFORM 527000-APLICAR-RESPUESTA
                       END-IF
                       MOVE REG-REGFACT TO REG-TEMPORAL
                       WRITE REG-TEMPORAL
                 END-READ
              END-PERFORM
              CLOSE REGFACT
           END-IF
           CLOSE TEMPORAL.

       525000-BUSCAR-RESPUESTA.
           MOVE 0 TO WSV-POSRESPUESTA
           PERFORM VARYING WSI-R FROM 1 BY 1
                   UNTIL WSI-R > WSV-CANTRESPUESTAS
              IF TRS-PV(WSI-R) = RFA-PV
                 AND TRS-NUMERO(WSI-R) = RFA-NUMERO
                 MOVE WSI-R TO WSV-POSRESPUESTA
              END-IF
           END-PERFORM.

       527000-APLICAR-RESPUESTA.
           MOVE WSV-POSRESPUESTA TO WSI-R
           EVALUATE TRUE
              WHEN NOT RFA-PENDIENTE
                 MOVE 2 TO TRS-APLICADA(WSI-R)
              WHEN TRS-RESULTADO(WSI-R) = 'A'
                   AND TRS-CAE(WSI-R) IS NUMERIC
                   AND TRS-VTOCAE(WSI-R) IS NUMERIC
                   AND TRS-CAE(WSI-R) > 0
                   AND TRS-VTOCAE(WSI-R) > 0
                 SET RFA-AUTORIZADA TO TRUE
                 MOVE TRS-CAE(WSI-R)    TO RFA-CAE
                 MOVE TRS-VTOCAE(WSI-R) TO RFA-VTOCAE
                 MOVE SPACES            TO RFA-MOTIVO
                 MOVE 1 TO TRS-APLICADA(WSI-R)
                 ADD 1 TO WSA-AUTORIZADAS
              WHEN TRS-RESULTADO(WSI-R) = 'R'
                 SET RFA-RECHAZADA TO TRUE
                 MOVE 0                 TO RFA-CAE
                 MOVE 0                 TO RFA-VTOCAE
                 MOVE TRS-MOTIVO(WSI-R) TO RFA-MOTIVO
                 IF RFA-MOTIVO = SPACES
                    MOVE 'SIN MOTIVO INFORMADO' TO RFA-MOTIVO
                 END-IF
                 MOVE 1 TO TRS-APLICADA(WSI-R)
                 ADD 1 TO WSA-RECHAZADAS
              WHEN OTHER
                 MOVE 3 TO TRS-APLICADA(WSI-R)
                 ADD 1 TO WSA-SINCAE
           END-EVALUATE.

       530000-REGRABAR-REGISTRO.
           MOVE RETURN-CODE TO WSV-RETORNO
           MOVE 0 TO WSA-COPIADOS
           MOVE 'REGFACT.DAT'    TO WS-INT-ARCHIVO
           MOVE 'FACTURAR-09-FL' TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN INPUT TEMPORAL
           OPEN OUTPUT REGFACT
           IF WSS-FS-REGFACT-OK AND WSS-FS-TEMPORAL-OK
              PERFORM UNTIL WSS-FS-TEMPORAL-EOF
                 READ TEMPORAL
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE REG-TEMPORAL TO REG-REGFACT
                       WRITE REG-REGFACT
                       ADD 1 TO WSA-COPIADOS
                 END-READ
              END-PERFORM
              CLOSE REGFACT
              CLOSE TEMPORAL
              PERFORM 9450-CONFIRMAR-MAESTRO
              DISPLAY "REGFACT.DAT REGRABADO: " WSA-COPIADOS
                      " FACTURAS"
           ELSE
              DISPLAY "ERROR AL REGRABAR REGFACT.DAT"
              DISPLAY "FILE STATUS " WSS-FS-REGFACT
                      " / " WSS-FS-TEMPORAL
              MOVE 8 TO WSV-RETORNO
           END-IF
           MOVE WSV-RETORNO TO RETURN-CODE.

       540000-INFORMAR-IMPORTACION.
           PERFORM VARYING WSI-R FROM 1 BY 1
                   UNTIL WSI-R > WSV-CANTRESPUESTAS
              EVALUATE TRS-APLICADA(WSI-R)
                 WHEN 0
                    DISPLAY "*** RESPUESTA SIN FACTURA EN EL REGISTRO: "
                            TRS-PV(WSI-R) "-" TRS-NUMERO(WSI-R) " ***"
                    ADD 1 TO WSA-IGNORADAS
                 WHEN 2
                    DISPLAY "RESPUESTA YA IMPORTADA O FACTURA NO "
                            "PENDIENTE: " TRS-PV(WSI-R) "-"
                            TRS-NUMERO(WSI-R)
                    ADD 1 TO WSA-IGNORADAS
                 WHEN 3
                    DISPLAY "*** RESPUESTA INVALIDA (SIN CAE, SIN "
                            "VENCIMIENTO O RESULTADO DESCONOCIDO): "
                            TRS-PV(WSI-R) "-" TRS-NUMERO(WSI-R) " ***"
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
           DISPLAY "--------------------------------------"
           DISPLAY "RESPUESTAS LEIDAS:   " WSV-CANTRESPUESTAS
           DISPLAY "AUTORIZADAS:         " WSA-AUTORIZADAS
           DISPLAY "RECHAZADAS:          " WSA-RECHAZADAS
           DISPLAY "INVALIDAS:           " WSA-SINCAE
           DISPLAY "NO APLICADAS:        " WSA-IGNORADAS
           DISPLAY "--------------------------------------"
           IF WSA-SINCAE > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * IMPRESION: SOLO UNA FACTURA AUTORIZADA SE IMPRIME, CON SU CAE,*
      * EL VENCIMIENTO Y EL CODIGO DE BARRAS. LA IMPRESION QUEDA EN   *
      * FACTIMP.DAT (UNA FACTURA POR VEZ).                            *
      *****************************************************************
       600000-IMPRIMIR-FACTURA.
           DISPLAY "INGRESE PUNTO DE VENTA: "
           ACCEPT WSV-PV
           DISPLAY "INGRESE NUMERO DE FACTURA: "
           ACCEPT WSV-NUMERO
           MOVE 0 TO WSV-ENCONTRADA

           OPEN INPUT REGFACT
           IF WSS-FS-REGFACT-OK
              PERFORM UNTIL WSS-FS-REGFACT-EOF OR WSV-ENCONTRADA = 1
                 READ REGFACT
                    AT END
                       CONTINUE
                    NOT AT END
                       IF RFA-PV = WSV-PV AND RFA-NUMERO = WSV-NUMERO
                          MOVE 1 TO WSV-ENCONTRADA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REGFACT
           END-IF

           EVALUATE TRUE
              WHEN WSV-ENCONTRADA = 0
                 DISPLAY "LA FACTURA " WSV-PV "-" WSV-NUMERO
                         " NO ESTA EN EL REGISTRO"
              WHEN RFA-PENDIENTE
                 DISPLAY "FACTURA PENDIENTE DE CAE: NO SE IMPRIME"
              WHEN RFA-RECHAZADA
                 DISPLAY "FACTURA RECHAZADA (" FUNCTION TRIM(RFA-MOTIVO)
                         "): NO SE IMPRIME"
              WHEN NOT RFA-AUTORIZADA
                 DISPLAY "FACTURA SIN AUTORIZACION ELECTRONICA: NO SE "
                         "IMPRIME"
              WHEN OTHER
                 PERFORM 610000-ARMAR-CODIGO-BARRAS
                 PERFORM 620000-GRABAR-IMPRESION
           END-EVALUATE.

       610000-ARMAR-CODIGO-BARRAS.
           MOVE WSC-CUIT-EMISOR TO CBR-CUIT
           MOVE WSC-TIPOCOMPROB TO CBR-TIPO
           MOVE RFA-PV          TO CBR-PV
           MOVE RFA-CAE         TO CBR-CAE
           MOVE RFA-VTOCAE      TO CBR-VTOCAE
           MOVE 0 TO WSV-SUMAIMPAR
           MOVE 0 TO WSV-SUMAPAR
           PERFORM VARYING WSI-I FROM 1 BY 2 UNTIL WSI-I > 40
              ADD CBR-DIGITO(WSI-I) TO WSV-SUMAIMPAR
           END-PERFORM
           PERFORM VARYING WSI-I FROM 2 BY 2 UNTIL WSI-I > 40
              ADD CBR-DIGITO(WSI-I) TO WSV-SUMAPAR
           END-PERFORM
           COMPUTE WSV-SUMABARRAS = WSV-SUMAIMPAR * 3 + WSV-SUMAPAR
           DIVIDE WSV-SUMABARRAS BY 10 GIVING WSV-COCIENTE
                  REMAINDER WSV-RESTO
           IF WSV-RESTO = 0
              MOVE 0 TO CBR-VERIFICADOR
           ELSE
              COMPUTE CBR-VERIFICADOR = 10 - WSV-RESTO
           END-IF.

       620000-GRABAR-IMPRESION.
           OPEN OUTPUT FACTIMP
           IF NOT WSS-FS-FACTIMP-OK
              DISPLAY "NO SE PUDO ABRIR FACTIMP.DAT"
              DISPLAY "FILE STATUS " WSS-FS-FACTIMP
           ELSE
              MOVE ALL '*' TO WSV-LINEA
              PERFORM 630000-GRABAR-LINEA
              STRING "FACTURA A  " RFA-PV "-" RFA-NUMERO
                     "   FECHA " RFA-FECHA(7:2) "/" RFA-FECHA(5:2) "/"
                     RFA-FECHA(1:4)
                     DELIMITED BY SIZE INTO WSV-LINEA
              END-STRING
              PERFORM 630000-GRABAR-LINEA
              STRING "CUIT EMISOR " WSC-CUIT-EMISOR
                     DELIMITED BY SIZE INTO WSV-LINEA
              END-STRING
              PERFORM 630000-GRABAR-LINEA
              STRING "CLIENTE     " FUNCTION TRIM(RFA-NOMBRE) " "
                     FUNCTION TRIM(RFA-APELLIDO)
                     DELIMITED BY SIZE INTO WSV-LINEA
              END-STRING
              PERFORM 630000-GRABAR-LINEA
              MOVE ALL '-' TO WSV-LINEA
              PERFORM 630000-GRABAR-LINEA
              IF RFA-NETO21 > 0
                 MOVE RFA-NETO21 TO WSM-IMPORTE
                 STRING "NETO GRAVADO 21%      " WSM-IMPORTE
                        DELIMITED BY SIZE INTO WSV-LINEA
                 END-STRING
                 PERFORM 630000-GRABAR-LINEA
                 MOVE RFA-IVA21 TO WSM-IMPORTE
                 STRING "IVA 21%               " WSM-IMPORTE
                        DELIMITED BY SIZE INTO WSV-LINEA
                 END-STRING
                 PERFORM 630000-GRABAR-LINEA
              END-IF
              IF RFA-NETO105 > 0
                 MOVE RFA-NETO105 TO WSM-IMPORTE
                 STRING "NETO GRAVADO 10,5%    " WSM-IMPORTE
                        DELIMITED BY SIZE INTO WSV-LINEA
                 END-STRING
                 PERFORM 630000-GRABAR-LINEA
                 MOVE RFA-IVA105 TO WSM-IMPORTE
                 STRING "IVA 10,5%             " WSM-IMPORTE
                        DELIMITED BY SIZE INTO WSV-LINEA
                 END-STRING
                 PERFORM 630000-GRABAR-LINEA
              END-IF
              MOVE RFA-TOTAL TO WSM-TOTAL
              STRING "TOTAL                " WSM-TOTAL
                     DELIMITED BY SIZE INTO WSV-LINEA
              END-STRING
              PERFORM 630000-GRABAR-LINEA
              MOVE ALL '-' TO WSV-LINEA
              PERFORM 630000-GRABAR-LINEA
              STRING "CAE " RFA-CAE "   VTO. CAE " RFA-VTOCAE(7:2) "/"
                     RFA-VTOCAE(5:2) "/" RFA-VTOCAE(1:4)
                     DELIMITED BY SIZE INTO WSV-LINEA
              END-STRING
              PERFORM 630000-GRABAR-LINEA
              MOVE WSV-CODBARRAS TO WSV-LINEA
              PERFORM 630000-GRABAR-LINEA
              MOVE ALL '*' TO WSV-LINEA
              PERFORM 630000-GRABAR-LINEA
              CLOSE FACTIMP
              DISPLAY "FACTURA " RFA-PV "-" RFA-NUMERO
                      " IMPRESA EN FACTIMP.DAT"
              DISPLAY "CODIGO DE BARRAS " WSV-CODBARRAS
           END-IF.

       630000-GRABAR-LINEA.
           MOVE WSV-LINEA TO REG-FACTIMP
           WRITE REG-FACTIMP
           MOVE SPACES TO WSV-LINEA.

       COPY FSLOGPROC.

       COPY FSINTPROC.

       COPY FSLOCKPROC.

       COPY FSJURPROC.

       END PROGRAM FACTURAR-09-FL.
