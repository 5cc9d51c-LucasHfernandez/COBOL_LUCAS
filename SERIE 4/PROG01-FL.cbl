                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-BECAS.

           SELECT FAMILIAS            ASSIGN TO DISK 'FAMILIAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-FAMILIAS.

           SELECT DESCHERM            ASSIGN TO DISK 'DESCHERM.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DESCHERM.

       DATA DIVISION.

       FILE SECTION.
       01 REG-CUOTA.
          05 FSC-NOMBRE            PIC A(20).
          05 FSC-APELLIDO          PIC A(20).
          05 FSC-NUMERO-CUOTA      PIC 9(02).
          05 FSC-IMPORTE           PIC 9(06)V9(02).
          05 FSC-FECHA             PIC 9(08).
          05 FSC-VENCIMIENTO       PIC 9(08).
          05 FSC-MORA              PIC 9(06)V9(02).
          05 FSC-ESTADO            PIC X(01).
          05 FSC-PLANREF           PIC 9(02).

      * LAYOUT DE SIEMPRE CORRIDO UN BYTE), 'T' = COLA (CANTIDAD DE   *
      * DETALLES + SUMA DE IMPORTES), QUE SE VERIFICAN ANTES DE       *
      * PROCESAR NADA. UN ARCHIVO SIN CABECERA SE TOMA COMO FORMATO   *
      * VIEJO Y SE PROCESA SIN CONTROL (CON AVISO). CADA DETALLE      *
      * LLEVA HASTA 24 CUOTAS DE HASTA 999.999,99 (LOS LOTES          *
      * ANTERIORES SE PASAN CON CONVCUO-09-FL).                       *
      *****************************************************************
       FD LOTE.
       01 REG-LOTE                 PIC X(438).

      *****************************************************************
      * MAECLI.DAT: MAESTRO UNICO DE CLIENTES (VER MAECLI-09-FL). SI  *
       COPY FSLOG.

      *****************************************************************
      * FERIADOS.DAT (FERIAD-09-FL): LA MISMA LISTA QUE USA EL        *
      * CALCULO DE DIA HABIL DE EJERCICIO1.                           *
      *****************************************************************
       FD FERIADOS.
       COPY FSFER.

      *****************************************************************
      * NOMBRES.DAT: MAESTRO DE CONTACTOS DE PROG09-09-FL, CON EL     *
       01 REG-PAGO.
          05 PAG-NOMBRE            PIC A(20).
          05 PAG-APELLIDO          PIC A(20).
          05 PAG-NUMERO-CUOTA      PIC 9(02).
          05 PAG-FECHA             PIC 9(08).
          05 PAG-IMPORTE           PIC 9(06)V9(02).
          05 PAG-MEDIO             PIC X(01).
          05 PAG-SESION            PIC 9(04).
          05 PAG-COBRADOR          PIC 9(03).
          05 APL-FECHA             PIC 9(08).
          05 APL-NOMBRE            PIC A(20).
          05 APL-APELLIDO          PIC A(20).
          05 APL-NUMERO-CUOTA      PIC 9(02).
          05 APL-IMPORTE           PIC 9(06)V9(02).

      *****************************************************************
      *****************************************************************
       FD CRUZCLI.
       01 REG-CRUZCLI.
          05 CRZ-LEGAJO            PIC 9(06).
          05 CRZ-NOMBRE            PIC A(20).
          05 CRZ-APELLIDO          PIC A(20).

       FD BECAS.
       01 REG-BECA.
          05 BEC-LEGAJO            PIC 9(06).
          05 BEC-PORCENTAJE        PIC 9(03).
          05 BEC-RESOLUCION        PIC X(15).
          05 BEC-VIGDESDE          PIC 9(08).
          05 BEC-VIGHASTA          PIC 9(08).
          05 BEC-ESTADO            PIC X(01).

      *****************************************************************
      * FAMILIAS.DAT: GRUPOS FAMILIARES (FAMILIA-09-FL), UN REGISTRO  *
      * POR LEGAJO CON EL RESPONSABLE DE PAGO DEL GRUPO. EL ORDEN DE  *
      * ALTA DA EL ORDEN DE HERMANO. DESCHERM.DAT: PORCENTAJE DE      *
      * DESCUENTO POR HERMANO, DESDE EL SEGUNDO HIJO DEL GRUPO.       *
      *****************************************************************
       FD FAMILIAS.
       01 REG-FAMILIA.
          05 FAM-GRUPO             PIC 9(04).
          05 FAM-LEGAJO            PIC 9(06).
          05 FAM-RESPNOMBRE        PIC A(20).
          05 FAM-RESPAPELLIDO      PIC A(20).
          05 FAM-ESTADO            PIC X(01).

       FD DESCHERM.
       01 REG-DESCHERM.
          05 HER-PORCENTAJE        PIC 9(02)V9(02).

       WORKING-STORAGE SECTION.

       01 VARIABLES.
          05 WSV-IMP-CUOTA        PIC 9(06)V9(02).
          05 WSV-NUMERO-CUOTA     PIC 9(02).
          05 WSV-MONTOTOTAL       PIC 9(08)V9(02).
          05 WSV-TOTIVA           PIC 9(08)V9(02).
          05 WSV-PROMEDIO         PIC 9(08)V9(02).
          05 WSV-NOMBRE           PIC A(20).
          05 WSV-APELLIDO         PIC A(20).
          05 WSV-RESPUESTA        PIC 9.
          05 WSV-CODPRODUCTO      PIC X(03)       VALUE 'GEN'.
          05 WSV-PORCIVA          PIC 9(02)V9(02).
          05 WSV-FECHA-VENCE      PIC 9(08).
          05 WSV-IMP-MORA         PIC 9(06)V9(02).
          05 WSV-CODCLIENTE       PIC 9(08)       VALUE 0.
          05 WSV-CLIENTEHALLADO   PIC 9(01)       VALUE 0.
          05 WSV-NOMBRE-LOTE      PIC X(20)       VALUE SPACES.
          05 WSC-PORCIVA-DEFAULT  PIC 9(02)V9(02) VALUE 21.
          05 WSC-PORCMORA         PIC 9(02)V9(02) VALUE 5.
          05 WSC-ESTADO-IMPAGA    PIC X(01)       VALUE 'I'.
          05 WSC-PORCHERMANO      PIC 9(02)V9(02) VALUE 10.

       01 INDICES.
          05 WSI-TASA              PIC 9(02).
          05 WSI-CUOTA             PIC 9(02).
          05 WSV-MEJORVIGENCIA     PIC 9(08)       VALUE 0.
          05 WSI-CLI               PIC 9(03).

          05 FSL-NOMBRE            PIC A(20).
          05 FSL-APELLIDO          PIC A(20).
          05 FSL-CODPRODUCTO       PIC X(03).
          05 FSL-CANTCUOTAS        PIC 9(02).
          05 FSL-CUOTAS            OCCURS 24 TIMES.
             10 FSL-IMPORTE        PIC 9(06)V9(02).
             10 FSL-VENCIMIENTO    PIC 9(08).
          05 FSL-CODCLIENTE        PIC 9(08).

          05 WSV-LOTE-RECHAZADO   PIC 9(01)       VALUE 0.
          05 WSV-LOTE-FIN         PIC 9(01)       VALUE 0.
          05 WSV-CANTDETALLES     PIC 9(06)       VALUE 0.
          05 WSV-SUMADETALLES     PIC 9(11)V9(02) VALUE 0.
          05 WSV-TRL-CANTIDAD     PIC 9(06)       VALUE 0.
          05 WSV-TRL-SUMA         PIC 9(11)V9(02) VALUE 0.
          05 WSV-HAYTRAILER       PIC 9(01)       VALUE 0.

      *****************************************************************
      *****************************************************************
       01 TABLA-FERIADOS.
          05 WSV-CANTFERIADOS     PIC 9(03)       VALUE 0.
          05 WST-FERIADO          PIC 9(08)       OCCURS 500 TIMES.

       01 BUSQUEDA-CUIT.
          05 WSV-CUIT             PIC 9(11)       VALUE 0.
       01 BECAS-CLIENTES.
          05 WSV-CANTCRUCES       PIC 9(03)       VALUE 0.
          05 WSV-CANTBECAS        PIC 9(03)       VALUE 0.
          05 WSV-LEGAJOBECA       PIC 9(06)       VALUE 0.
          05 WSV-PORCBECA         PIC 9(03)       VALUE 0.
          05 WSV-DESCBECA         PIC 9(06)V9(02) VALUE 0.
          05 WSA-BECARECIBO       PIC 9(08)V9(02) VALUE 0.
          05 WSI-BC               PIC 9(03)       VALUE 0.
          05 WST-CRUCE            OCCURS 100 TIMES.
             10 CRT-LEGAJO        PIC 9(06).
             10 CRT-NOMBRE        PIC A(20).
             10 CRT-APELLIDO      PIC A(20).
          05 WST-BECA             OCCURS 100 TIMES.
             10 BET-LEGAJO        PIC 9(06).
             10 BET-PORCENTAJE    PIC 9(03).
             10 BET-VIGDESDE      PIC 9(08).
             10 BET-VIGHASTA      PIC 9(08).
             10 BET-ESTADO        PIC X(01).

      *****************************************************************
      * GRUPOS FAMILIARES EN MEMORIA: EL HERMANO DESDE EL SEGUNDO     *
      * LLEVA EL DESCUENTO DE DESCHERM.DAT SOBRE EL IMPORTE YA        *
      * BECADO. LOS RECIBOS DE LOS ALUMNOS DE UN GRUPO NO SE GRABAN   *
      * SUELTOS: SUS LINEAS QUEDAN EN WST-LINFAM Y AL CERRAR SE EMITE *
      * UN RECIBO CONSOLIDADO POR FAMILIA CON LOS TOTALES DEL GRUPO.  *
      *****************************************************************
       01 FAMILIAS-CLIENTES.
          05 WSV-CANTFAMILIA      PIC 9(03)       VALUE 0.
          05 WSV-PORCHERMANO      PIC 9(02)V9(02) VALUE 0.
          05 WSV-GRUPOFAM         PIC 9(04)       VALUE 0.
          05 WSV-ORDENFAM         PIC 9(03)       VALUE 0.
          05 WSV-ORDENLISTO       PIC 9(01)       VALUE 0.
          05 WSV-DESCHERM         PIC 9(06)V9(02) VALUE 0.
          05 WSA-HERMRECIBO       PIC 9(08)V9(02) VALUE 0.
          05 WSV-CANTLINFAM       PIC 9(03)       VALUE 0.
          05 WSV-AVISOLINFAM      PIC 9(01)       VALUE 0.
          05 WSV-CANTFAMREC       PIC 9(02)       VALUE 0.
          05 WSV-GUARDANOMBRE     PIC A(20)       VALUE SPACES.
          05 WSV-GUARDAAPELLIDO   PIC A(20)       VALUE SPACES.
          05 WSI-FM               PIC 9(03)       VALUE 0.
          05 WSI-FR               PIC 9(02)       VALUE 0.
          05 WSI-LF               PIC 9(03)       VALUE 0.
          05 WST-FAMILIA          OCCURS 200 TIMES.
             10 FMT-GRUPO         PIC 9(04).
             10 FMT-LEGAJO        PIC 9(06).
             10 FMT-RESPNOMBRE    PIC A(20).
             10 FMT-RESPAPELLIDO  PIC A(20).
             10 FMT-ESTADO        PIC X(01).
          05 WST-LINFAM           OCCURS 600 TIMES.
             10 LNF-GRUPO         PIC 9(04).
             10 LNF-TEXTO         PIC X(60).
          05 WST-FAMREC           OCCURS 50 TIMES.
             10 FRT-GRUPO         PIC 9(04).
             10 FRT-RESPNOMBRE    PIC A(20).
             10 FRT-RESPAPELLIDO  PIC A(20).
             10 FRT-ALUMNOS       PIC 9(03).
             10 FRT-IMPORTE       PIC 9(09)V9(02).
             10 FRT-IVA           PIC 9(09)V9(02).
             10 FRT-MORA          PIC 9(09)V9(02).
             10 FRT-BECA          PIC 9(09)V9(02).
             10 FRT-HERMANO       PIC 9(09)V9(02).
             10 FRT-CREDITO       PIC 9(09)V9(02).
             10 FRT-TOTAL         PIC 9(09)V9(02).

       01 CREDITOS-CLIENTES.
          05 WSV-CANTCREDITOS     PIC 9(03)       VALUE 0.
          05 WSV-CREDCAMBIOS      PIC 9(01)       VALUE 0.
          05 WSV-CREDSALDO        PIC 9(06)V9(02) VALUE 0.
          05 WSV-CREDAPLICA       PIC 9(06)V9(02) VALUE 0.
          05 WSV-CUOTAPEND        PIC 9(07)V9(02) VALUE 0.
          05 WSA-CREDITORECIBO    PIC 9(08)V9(02) VALUE 0.
          05 WSI-CR               PIC 9(03)       VALUE 0.
          05 WST-CREDITO          OCCURS 100 TIMES.
             10 CRD-NOMBRE        PIC A(20).
             10 WST-MC-APELLIDO   PIC A(20).
             10 WST-MC-ESTADO     PIC X(01).

      *****************************************************************
      * CODIGOS DE PAGO DEL RECIBO: CADA CUOTA GRABADA DEJA AQUI SU   *
      * CODIGO DE BARRAS PARA LA RED DE COBRANZA EXTRABANCARIA Y EL   *
      * RECIBO LOS IMPRIME AL PIE. RED-SITUACION: 'B' = CON CODIGO,   *
      * 'C' = CUBIERTA CON CREDITO (NADA QUE PAGAR), 'S' = CLIENTE    *
      * SIN CODIGO EN MAECLI.DAT (NO SE PUEDE PAGAR POR LA RED).      *
      *****************************************************************
       01 CODIGOS-RED-RECIBO.
          05 WSV-CANTCODRED       PIC 9(02)       VALUE 0.
          05 WSV-CODREDCLIENTE    PIC 9(08)       VALUE 0.
          05 WSI-RD               PIC 9(02)       VALUE 0.
          05 WST-CODRED           OCCURS 24 TIMES.
             10 RED-NRO           PIC 9(02).
             10 RED-VENCE         PIC 9(08).
             10 RED-IMPORTE       PIC 9(07)V9(02).
             10 RED-CODIGO        PIC X(33).
             10 RED-SITUACION     PIC X(01).

       01 ACUMULADORES.
          05 WSA-ACUM-IMPORTE     PIC 9(08)V9(02).
          05 WSA-ACUM-MORA        PIC 9(08)V9(02).
          05 WSA-CONT             PIC 9.
          05 WSA-CONTPROMEDIO     PIC 9(02).

       01 SWITCHES.
          05 WSS-FS-CUOTAS        PIC X(02).
          05 WSS-FS-BECAS         PIC X(02).
            88 WSS-FS-BECAS-OK                    VALUE '00'.
            88 WSS-FS-BECAS-EOF                   VALUE '10'.
          05 WSS-FS-FAMILIAS      PIC X(02).
            88 WSS-FS-FAMILIAS-OK                 VALUE '00'.
            88 WSS-FS-FAMILIAS-EOF                VALUE '10'.
          05 WSS-FS-DESCHERM      PIC X(02).
            88 WSS-FS-DESCHERM-OK                 VALUE '00'.


       77 WS-MASCARAVALOR         PIC ZZZZZZZZ.V99.
       77 WS-MASCARAIVA           PIC ZZZZZZZZ.V99.
       77 WS-MASCARAPROMEDIO      PIC ZZZZZZZZ.V99.
       77 WS-MASCARARECIBO        PIC ZZZZZZZZ.V99.
       77 WS-MASCARAFAMILIA       PIC ZZZZZZZZZ.V99.
       77 WS-MASCARAPORC          PIC Z9.V99.

       COPY FSLOGVAR.

       COPY FSCODREDVAR.

       PROCEDURE DIVISION.

       000000-CONTROL.
              ELSE
                 DISPLAY 'ATENCION: LOTE SIN REGISTROS DE CONTROL '
                         '(FORMATO VIEJO) - SE PROCESA SIN VERIFICAR'
                 MOVE REG-LOTE(1:437) TO REGISTRO-LOTE
              END-IF
           END-IF.

                    EVALUATE REG-LOTE(1:1)
                       WHEN 'D'
                          ADD 1 TO WSV-CANTDETALLES
                          MOVE REG-LOTE(2:437) TO REGISTRO-LOTE
                          PERFORM VARYING WSI-CUOTA FROM 1 BY 1
                                  UNTIL WSI-CUOTA > FSL-CANTCUOTAS
                                     OR WSI-CUOTA > 24
                             IF FSL-IMPORTE(WSI-CUOTA) IS NUMERIC
                                ADD FSL-IMPORTE(WSI-CUOTA) TO
                                    WSV-SUMADETALLES
                          IF REG-LOTE(2:6) IS NUMERIC
                             MOVE REG-LOTE(2:6) TO WSV-TRL-CANTIDAD
                          END-IF
                          IF REG-LOTE(8:13) IS NUMERIC
                             COMPUTE WSV-TRL-SUMA =
                                 FUNCTION NUMVAL(REG-LOTE(8:13)) / 100
                          END-IF
                       WHEN OTHER
                          CONTINUE
                 NOT AT END
                    EVALUATE REG-LOTE(1:1)
                       WHEN 'D'
                          MOVE REG-LOTE(2:437) TO REGISTRO-LOTE
                          MOVE 1 TO WSV-LOTE-FIN
                       WHEN 'T'
                          SET WSS-FS-LOTE-EOF TO TRUE
           MOVE 0 TO WSV-NUMERO-CUOTA.
           MOVE 0 TO WSA-CREDITORECIBO.
           MOVE 0 TO WSA-BECARECIBO.
           MOVE 0 TO WSA-HERMRECIBO.
           MOVE 0 TO WSV-GRUPOFAM.
           MOVE 0 TO WSV-CANTCODRED.

           MOVE FSL-NOMBRE         TO WSV-NOMBRE
           MOVE FSL-APELLIDO       TO WSV-APELLIDO

           PERFORM VARYING WSI-CUOTA FROM 1 BY 1
                     UNTIL WSI-CUOTA > FSL-CANTCUOTAS
                        OR WSI-CUOTA > 24
              ADD 1 TO WSV-NUMERO-CUOTA
              MOVE FSL-IMPORTE(WSI-CUOTA)     TO WSV-IMP-CUOTA
              PERFORM 114000-APLICAR-BECA
              IF WSS-FS-CUOTAS-OK
                 ADD 1 TO WS-LOG-GRABADOS
                 PERFORM 113000-APLICAR-CREDITO
                 PERFORM 115000-CODIGO-RED-CUOTA
              ELSE
                 ADD 1 TO WS-LOG-RECHAZADOS
                 SET WS-LOG-TERMINO-ERROR TO TRUE
                 AT END
                    SET WSS-FS-LOTE-EOF TO TRUE
                 NOT AT END
                    MOVE REG-LOTE(1:437) TO REGISTRO-LOTE
              END-READ
           END-IF.

           PERFORM 109800-BUSCAR-SESION-ABIERTA.
           PERFORM 109900-CARGAR-CREDITOS.
           PERFORM 109950-CARGAR-BECAS.
           PERFORM 109960-CARGAR-FAMILIAS.

       105000-ABRIR-CUOTAS.

           OPEN INPUT FERIADOS
           IF WSS-FS-FERIADOS-OK
              PERFORM UNTIL WSS-FS-FERIADOS-EOF
                         OR WSV-CANTFERIADOS > 499
                 READ FERIADOS
                    AT END
                       CONTINUE
              CLOSE BECAS
           END-IF.

      *****************************************************************
      * GRUPOS FAMILIARES Y PORCENTAJE POR HERMANO. SIN DESCHERM.DAT  *
      * SE TOMA EL PORCENTAJE POR DEFECTO (WSC-PORCHERMANO).          *
      *****************************************************************
       109960-CARGAR-FAMILIAS.

           MOVE 0 TO WSV-CANTFAMILIA
           OPEN INPUT FAMILIAS
           IF WSS-FS-FAMILIAS-OK
              PERFORM UNTIL WSS-FS-FAMILIAS-EOF OR WSV-CANTFAMILIA > 199
                 READ FAMILIAS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTFAMILIA
                       MOVE FAM-GRUPO        TO
                                        FMT-GRUPO(WSV-CANTFAMILIA)
                       MOVE FAM-LEGAJO       TO
                                        FMT-LEGAJO(WSV-CANTFAMILIA)
                       MOVE FAM-RESPNOMBRE   TO
                                        FMT-RESPNOMBRE(WSV-CANTFAMILIA)
                       MOVE FAM-RESPAPELLIDO TO
                                     FMT-RESPAPELLIDO(WSV-CANTFAMILIA)
                       MOVE FAM-ESTADO       TO
                                        FMT-ESTADO(WSV-CANTFAMILIA)
                 END-READ
              END-PERFORM
              CLOSE FAMILIAS
           END-IF

           MOVE WSC-PORCHERMANO TO WSV-PORCHERMANO
           OPEN INPUT DESCHERM
           IF WSS-FS-DESCHERM-OK
              READ DESCHERM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF HER-PORCENTAJE IS NUMERIC
                       MOVE HER-PORCENTAJE TO WSV-PORCHERMANO
                    END-IF
              END-READ
              CLOSE DESCHERM
           END-IF.

      *****************************************************************
      * BECA DEL CLIENTE DE LA CUOTA EN CURSO: EL LEGAJO SALE DEL     *
      * CRUCE POR NOMBRE (CRUZCLI.DAT) Y LA BECA VIGENTE A LA FECHA   *
                      " % APLICADA: DESCUENTO " WSV-DESCBECA
           END-IF.

           PERFORM 114500-APLICAR-HERMANO.

      *****************************************************************
      * DESCUENTO POR HERMANO: SE UBICA EL GRUPO ACTIVO DEL LEGAJO Y  *
      * SU ORDEN DENTRO DEL GRUPO (LEGAJOS ACTIVOS EN ORDEN DE ALTA). *
      * DESDE EL SEGUNDO HIJO SE DESCUENTA WSV-PORCHERMANO DEL        *
      * IMPORTE QUE YA QUEDO DESPUES DE LA BECA.                      *
      *****************************************************************
       114500-APLICAR-HERMANO.

           MOVE 0 TO WSV-GRUPOFAM
           MOVE 0 TO WSV-ORDENFAM
           MOVE 0 TO WSV-ORDENLISTO
           IF WSV-LEGAJOBECA > 0
              PERFORM VARYING WSI-FM FROM 1 BY 1
                      UNTIL WSI-FM > WSV-CANTFAMILIA
                         OR WSV-GRUPOFAM > 0
                 IF FMT-LEGAJO(WSI-FM) = WSV-LEGAJOBECA
                    AND FMT-ESTADO(WSI-FM) = 'A'
                    MOVE FMT-GRUPO(WSI-FM) TO WSV-GRUPOFAM
                 END-IF
              END-PERFORM
           END-IF

           IF WSV-GRUPOFAM > 0
              PERFORM VARYING WSI-FM FROM 1 BY 1
                      UNTIL WSI-FM > WSV-CANTFAMILIA
                         OR WSV-ORDENLISTO = 1
                 IF FMT-GRUPO(WSI-FM) = WSV-GRUPOFAM
                    AND FMT-ESTADO(WSI-FM) = 'A'
                    ADD 1 TO WSV-ORDENFAM
                    IF FMT-LEGAJO(WSI-FM) = WSV-LEGAJOBECA
                       MOVE 1 TO WSV-ORDENLISTO
                    END-IF
                 END-IF
              END-PERFORM
           END-IF

           IF WSV-ORDENFAM > 1 AND WSV-PORCHERMANO > 0
              COMPUTE WSV-DESCHERM ROUNDED =
                      WSV-IMP-CUOTA * WSV-PORCHERMANO / 100
              SUBTRACT WSV-DESCHERM FROM WSV-IMP-CUOTA
              ADD WSV-DESCHERM TO WSA-HERMRECIBO
              DISPLAY "HERMANO NRO " WSV-ORDENFAM " DEL GRUPO "
                      WSV-GRUPOFAM ": DESCUENTO " WSV-DESCHERM
           END-IF.

      *****************************************************************
      * APLICA LOS CREDITOS ABIERTOS DEL CLIENTE A LA CUOTA RECIEN    *
      * GRABADA (LA MAS VIEJA PRIMERO, POR ORDEN DE CARGA): CADA      *
           END-IF
           CLOSE APLICRED.

      *****************************************************************
      * CODIGO DE BARRAS DE LA CUOTA RECIEN GRABADA PARA COBRARLA EN  *
      * RAPIPAGO / PAGO FACIL: CLIENTE DEL MAESTRO, NUMERO DE CUOTA,  *
      * LO QUE QUEDA A PAGAR (IMPORTE + MORA - CREDITO APLICADO) Y    *
      * VENCIMIENTO. LA RENDICION DE LA RED (RENDRED-09-FL) LO        *
      * DECODIFICA PARA IMPUTAR EL COBRO.                             *
      *****************************************************************
       115000-CODIGO-RED-CUOTA.

           IF WSV-CANTCODRED < 24
              ADD 1 TO WSV-CANTCODRED
              MOVE WSV-NUMERO-CUOTA TO RED-NRO(WSV-CANTCODRED)
              MOVE WSV-FECHA-VENCE  TO RED-VENCE(WSV-CANTCODRED)
              MOVE WSV-CUOTAPEND    TO RED-IMPORTE(WSV-CANTCODRED)
              MOVE SPACES           TO RED-CODIGO(WSV-CANTCODRED)
              IF WSV-CUOTAPEND = 0
                 MOVE 'C' TO RED-SITUACION(WSV-CANTCODRED)
              ELSE
                 PERFORM 115100-BUSCAR-CODIGO-CLIENTE
                 IF WSV-CODREDCLIENTE = 0
                    MOVE 'S' TO RED-SITUACION(WSV-CANTCODRED)
                 ELSE
                    MOVE WS-CBR-ENTE-PROPIO TO WS-CBR-ENTE
                    MOVE WSV-CODREDCLIENTE  TO WS-CBR-CLIENTE
                    MOVE WSV-NUMERO-CUOTA   TO WS-CBR-CUOTA
                    MOVE WSV-CUOTAPEND      TO WS-CBR-IMPORTE
                    MOVE WSV-FECHA-VENCE    TO WS-CBR-VENCIMIENTO
                    MOVE 0                  TO WS-CBR-DV
                    PERFORM 9500-DIGITO-CODIGO-RED
                    MOVE WS-CBR-DVCALC      TO WS-CBR-DV
                    MOVE WS-CBR-CODIGO TO RED-CODIGO(WSV-CANTCODRED)
                    MOVE 'B' TO RED-SITUACION(WSV-CANTCODRED)
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      * CODIGO DE MAECLI.DAT DEL CLIENTE DEL RECIBO, BUSCADO POR      *
      * NOMBRE Y APELLIDO (QUE YA VIENEN DEL MAESTRO CUANDO SE CARGO  *
      * POR CODIGO). SIN MAESTRO O SIN EL CLIENTE QUEDA EN CERO.      *
      *****************************************************************
       115100-BUSCAR-CODIGO-CLIENTE.

           MOVE 0 TO WSV-CODREDCLIENTE
           PERFORM VARYING WSI-CLI FROM 1 BY 1
                   UNTIL WSI-CLI > WST-CANTMAECLI
              IF WST-MC-NOMBRE(WSI-CLI) = WSV-NOMBRE
                 AND WST-MC-APELLIDO(WSI-CLI) = WSV-APELLIDO
                 AND WSV-CODREDCLIENTE = 0
                 MOVE WST-MC-CODIGO(WSI-CLI) TO WSV-CODREDCLIENTE
              END-IF
           END-PERFORM.

      *****************************************************************
      * CORRE WSV-FECHA-VENCE AL PROXIMO DIA HABIL SI CAE EN FIN DE   *
      * SEMANA O FERIADO. EL DIA DE LA SEMANA SE CALCULA COMO EN      *
              IF WSS-FS-CUOTAS-OK
                 ADD 1 TO WS-LOG-GRABADOS
                 PERFORM 113000-APLICAR-CREDITO
                 PERFORM 115000-CODIGO-RED-CUOTA
              ELSE
                 ADD 1 TO WS-LOG-RECHAZADOS
                 SET WS-LOG-TERMINO-ERROR TO TRUE
      *****************************************************************
       231000-GRABAR-RECIBO.

           IF WSV-GRUPOFAM > 0
              PERFORM 237000-UBICAR-FAMILIA
           END-IF

           MOVE '----------------------------------------------------'
                                                          TO REG-RECIBO
           PERFORM 239000-EMITIR-LINEA

           MOVE SPACES TO REG-RECIBO
           IF WSV-GRUPOFAM > 0
              STRING 'ALUMNO: ' FUNCTION TRIM(WSV-NOMBRE) ' '
                     FUNCTION TRIM(WSV-APELLIDO)
                     ' (LEGAJO ' WSV-LEGAJOBECA ')'
                     DELIMITED BY SIZE INTO REG-RECIBO
           ELSE
              STRING 'RECIBO - CLIENTE: ' FUNCTION TRIM(WSV-NOMBRE) ' '
                     FUNCTION TRIM(WSV-APELLIDO)
                     DELIMITED BY SIZE INTO REG-RECIBO
           END-IF
           PERFORM 239000-EMITIR-LINEA

           IF WSV-SESIONABIERTA > 0
              MOVE SPACES TO REG-RECIBO
              STRING 'SESION DE CAJA: ' WSV-SESIONABIERTA
                     DELIMITED BY SIZE INTO REG-RECIBO
              PERFORM 239000-EMITIR-LINEA
           END-IF

           PERFORM 232000-BUSCAR-CUIT
           ELSE
              MOVE 'CUIT: NO REGISTRADO' TO REG-RECIBO
           END-IF
           PERFORM 239000-EMITIR-LINEA

           MOVE SPACES TO REG-RECIBO
           STRING 'FECHA EMISION: ' WSV-FECHA-SISTEMA
                  DELIMITED BY SIZE INTO REG-RECIBO
           PERFORM 239000-EMITIR-LINEA

           MOVE SPACES TO REG-RECIBO
           STRING 'PAGOS TOTALES SIN IVA: ' WS-MASCARAVALOR
                  DELIMITED BY SIZE INTO REG-RECIBO
           PERFORM 239000-EMITIR-LINEA

           MOVE SPACES TO REG-RECIBO
           STRING 'MONTO IVA: ' WS-MASCARAIVA
                  DELIMITED BY SIZE INTO REG-RECIBO
           PERFORM 239000-EMITIR-LINEA

           MOVE SPACES TO REG-RECIBO
           STRING 'MONTO MORA: ' WSA-ACUM-MORA
                  DELIMITED BY SIZE INTO REG-RECIBO
           PERFORM 239000-EMITIR-LINEA

           MOVE SPACES TO REG-RECIBO
           STRING 'TOTAL A PAGAR: ' WSV-MONTOTOTAL
                  DELIMITED BY SIZE INTO REG-RECIBO
           PERFORM 239000-EMITIR-LINEA

           MOVE SPACES TO REG-RECIBO
           STRING 'PROMEDIO POR CUOTA: ' WS-MASCARAPROMEDIO
                  DELIMITED BY SIZE INTO REG-RECIBO
           PERFORM 239000-EMITIR-LINEA

           IF WSA-BECARECIBO > 0
              MOVE SPACES TO REG-RECIBO
              MOVE WSA-BECARECIBO TO WS-MASCARARECIBO
              STRING 'DESCUENTO POR BECA: ' WS-MASCARARECIBO
                     DELIMITED BY SIZE INTO REG-RECIBO
              PERFORM 239000-EMITIR-LINEA
           END-IF

           IF WSA-HERMRECIBO > 0
              MOVE SPACES TO REG-RECIBO
              MOVE WSA-HERMRECIBO TO WS-MASCARARECIBO
              MOVE WSV-PORCHERMANO TO WS-MASCARAPORC
              STRING 'DESCUENTO POR HERMANO (' WS-MASCARAPORC ' %): '
                     WS-MASCARARECIBO
                     DELIMITED BY SIZE INTO REG-RECIBO
              PERFORM 239000-EMITIR-LINEA
           END-IF

           IF WSA-CREDITORECIBO > 0
              MOVE WSA-CREDITORECIBO TO WS-MASCARARECIBO
              STRING 'CREDITO A FAVOR APLICADO: ' WS-MASCARARECIBO
                     DELIMITED BY SIZE INTO REG-RECIBO
              PERFORM 239000-EMITIR-LINEA
           END-IF

           PERFORM 233000-GRABAR-CODIGOS-RED

           MOVE '----------------------------------------------------'
                                                          TO REG-RECIBO
           PERFORM 239000-EMITIR-LINEA

           IF WSV-GRUPOFAM > 0
              PERFORM 238000-ACUMULAR-FAMILIA
           END-IF.

      *****************************************************************
      * BUSCA EL CUIT DEL CLIENTE DEL RECIBO EN NOMBRES.DAT POR       *
              CLOSE NOMBRES
           END-IF.

      *****************************************************************
      * UNA LINEA POR CUOTA CON SU VENCIMIENTO E IMPORTE A PAGAR Y,   *
      * DEBAJO, EL CODIGO DE BARRAS QUE SE ESCANEA EN EL MOSTRADOR DE *
      * RAPIPAGO / PAGO FACIL.                                        *
      *****************************************************************
       233000-GRABAR-CODIGOS-RED.

           IF WSV-CANTCODRED > 0
              MOVE 'PAGABLE EN RAPIPAGO / PAGO FACIL CON EL CODIGO:'
                                                          TO REG-RECIBO
              PERFORM 239000-EMITIR-LINEA
           END-IF

           PERFORM VARYING WSI-RD FROM 1 BY 1
                   UNTIL WSI-RD > WSV-CANTCODRED
              MOVE SPACES TO REG-RECIBO
              MOVE RED-IMPORTE(WSI-RD) TO WS-MASCARARECIBO
              STRING 'CUOTA ' RED-NRO(WSI-RD)
                     ' VTO ' RED-VENCE(WSI-RD)
                     ' A PAGAR ' WS-MASCARARECIBO
                     DELIMITED BY SIZE INTO REG-RECIBO
              PERFORM 239000-EMITIR-LINEA

              MOVE SPACES TO REG-RECIBO
              EVALUATE RED-SITUACION(WSI-RD)
                 WHEN 'B'
                    STRING '  COD.BARRAS: ' RED-CODIGO(WSI-RD)
                           DELIMITED BY SIZE INTO REG-RECIBO
                 WHEN 'C'
                    MOVE '  CUBIERTA CON CREDITO A FAVOR' TO REG-RECIBO
                 WHEN OTHER
                    MOVE '  SIN CODIGO DE CLIENTE: PAGAR EN CAJA'
                                                          TO REG-RECIBO
              END-EVALUATE
              PERFORM 239000-EMITIR-LINEA
           END-PERFORM.

      *****************************************************************
      * UBICA (O DA DE ALTA) EL GRUPO DEL ALUMNO EN LA TABLA DE        *
      * RECIBOS FAMILIARES. SI LA TABLA ESTA LLENA, EL RECIBO DEL     *
      * ALUMNO SE GRABA SUELTO COMO LOS DE CUALQUIER OTRO CLIENTE.    *
      *****************************************************************
       237000-UBICAR-FAMILIA.

           MOVE 0 TO WSI-FR
           PERFORM VARYING WSI-LF FROM 1 BY 1
                   UNTIL WSI-LF > WSV-CANTFAMREC OR WSI-FR > 0
              IF FRT-GRUPO(WSI-LF) = WSV-GRUPOFAM
                 MOVE WSI-LF TO WSI-FR
              END-IF
           END-PERFORM

           IF WSI-FR = 0
              IF WSV-CANTFAMREC < 50
                 ADD 1 TO WSV-CANTFAMREC
                 MOVE WSV-CANTFAMREC TO WSI-FR
                 INITIALIZE WST-FAMREC(WSI-FR)
                 MOVE WSV-GRUPOFAM TO FRT-GRUPO(WSI-FR)
                 PERFORM VARYING WSI-FM FROM 1 BY 1
                         UNTIL WSI-FM > WSV-CANTFAMILIA
                    IF FMT-GRUPO(WSI-FM) = WSV-GRUPOFAM
                       MOVE FMT-RESPNOMBRE(WSI-FM) TO
                                              FRT-RESPNOMBRE(WSI-FR)
                       MOVE FMT-RESPAPELLIDO(WSI-FM) TO
                                              FRT-RESPAPELLIDO(WSI-FR)
                    END-IF
                 END-PERFORM
              ELSE
                 DISPLAY 'ATENCION: DEMASIADOS GRUPOS FAMILIARES EN '
                         'LA CORRIDA, EL RECIBO DEL GRUPO '
                         WSV-GRUPOFAM ' SALE SUELTO'
                 MOVE 0 TO WSV-GRUPOFAM
              END-IF
           END-IF.

      *****************************************************************
      * SUMA LOS IMPORTES DEL RECIBO DEL ALUMNO A LOS DE SU FAMILIA.  *
      *****************************************************************
       238000-ACUMULAR-FAMILIA.

           ADD 1                 TO FRT-ALUMNOS(WSI-FR)
           ADD WSA-ACUM-IMPORTE  TO FRT-IMPORTE(WSI-FR)
           ADD WSV-TOTIVA        TO FRT-IVA(WSI-FR)
           ADD WSA-ACUM-MORA     TO FRT-MORA(WSI-FR)
           ADD WSA-BECARECIBO    TO FRT-BECA(WSI-FR)
           ADD WSA-HERMRECIBO    TO FRT-HERMANO(WSI-FR)
           ADD WSA-CREDITORECIBO TO FRT-CREDITO(WSI-FR)
           ADD WSV-MONTOTOTAL    TO FRT-TOTAL(WSI-FR).

      *****************************************************************
      * EMITE UNA LINEA DEL RECIBO: LA DE UN CLIENTE SIN GRUPO VA     *
      * DIRECTO A REC-CUOTAS.DAT; LA DE UN ALUMNO CON GRUPO QUEDA     *
      * GUARDADA PARA EL RECIBO FAMILIAR (SI NO HAY LUGAR, SE GRABA   *
      * DIRECTO CON AVISO).                                           *
      *****************************************************************
       239000-EMITIR-LINEA.

           IF WSV-GRUPOFAM = 0
              WRITE REG-RECIBO
           ELSE
              IF WSV-CANTLINFAM < 600
                 ADD 1 TO WSV-CANTLINFAM
                 MOVE WSV-GRUPOFAM TO LNF-GRUPO(WSV-CANTLINFAM)
                 MOVE REG-RECIBO   TO LNF-TEXTO(WSV-CANTLINFAM)
              ELSE
                 IF WSV-AVISOLINFAM = 0
                    DISPLAY 'ATENCION: RECIBOS FAMILIARES DEMASIADO '
                            'EXTENSOS, EL RESTO SE GRABA SUELTO'
                    MOVE 1 TO WSV-AVISOLINFAM
                 END-IF
                 WRITE REG-RECIBO
              END-IF
           END-IF.

       240000-CERRAR-CUOTAS.

           CLOSE CUOTAS
              DISPLAY 'FILE STATUS ' WSS-FS-CUOTAS
           END-IF.

           PERFORM 250000-RECIBOS-FAMILIARES.

           CLOSE RECIBO
           IF NOT WSS-FS-RECIBO-OK
              DISPLAY 'ERROR AL CERRAR REC-CUOTAS.DAT'
           SET WS-LOG-FIN TO TRUE.
           PERFORM 9100-GRABAR-PROCLOG.

      *****************************************************************
      * UN RECIBO CONSOLIDADO POR GRUPO FAMILIAR A NOMBRE DEL         *
      * RESPONSABLE DE PAGO: CABECERA, EL DETALLE DE CADA ALUMNO Y    *
      * LOS TOTALES DEL GRUPO.                                        *
      *****************************************************************
       250000-RECIBOS-FAMILIARES.

           PERFORM VARYING WSI-FR FROM 1 BY 1
                   UNTIL WSI-FR > WSV-CANTFAMREC
              PERFORM 251000-GRABAR-RECIBO-FAMILIA
           END-PERFORM.

       251000-GRABAR-RECIBO-FAMILIA.

           MOVE '===================================================='
                                                          TO REG-RECIBO
           WRITE REG-RECIBO

           MOVE SPACES TO REG-RECIBO
           STRING 'RECIBO FAMILIAR - GRUPO ' FRT-GRUPO(WSI-FR)
                  DELIMITED BY SIZE INTO REG-RECIBO
           WRITE REG-RECIBO

           MOVE SPACES TO REG-RECIBO
           STRING 'RESPONSABLE DE PAGO: '
                  FUNCTION TRIM(FRT-RESPNOMBRE(WSI-FR)) ' '
                  FUNCTION TRIM(FRT-RESPAPELLIDO(WSI-FR))
                  DELIMITED BY SIZE INTO REG-RECIBO
           WRITE REG-RECIBO

           MOVE WSV-NOMBRE   TO WSV-GUARDANOMBRE
           MOVE WSV-APELLIDO TO WSV-GUARDAAPELLIDO
           MOVE FRT-RESPNOMBRE(WSI-FR)   TO WSV-NOMBRE
           MOVE FRT-RESPAPELLIDO(WSI-FR) TO WSV-APELLIDO
           PERFORM 232000-BUSCAR-CUIT
           MOVE WSV-GUARDANOMBRE   TO WSV-NOMBRE
           MOVE WSV-GUARDAAPELLIDO TO WSV-APELLIDO
           IF WSV-CUITHALLADO = 1
              MOVE SPACES TO REG-RECIBO
              STRING 'CUIT: ' WSV-CUIT
                     DELIMITED BY SIZE INTO REG-RECIBO
           ELSE
              MOVE 'CUIT: NO REGISTRADO' TO REG-RECIBO
           END-IF
           WRITE REG-RECIBO

           MOVE SPACES TO REG-RECIBO
           STRING 'FECHA EMISION: ' WSV-FECHA-SISTEMA
                  DELIMITED BY SIZE INTO REG-RECIBO
           WRITE REG-RECIBO

           MOVE SPACES TO REG-RECIBO
           STRING 'ALUMNOS DEL GRUPO EN ESTE RECIBO: '
                  FRT-ALUMNOS(WSI-FR)
                  DELIMITED BY SIZE INTO REG-RECIBO
           WRITE REG-RECIBO

           PERFORM VARYING WSI-LF FROM 1 BY 1
                   UNTIL WSI-LF > WSV-CANTLINFAM
              IF LNF-GRUPO(WSI-LF) = FRT-GRUPO(WSI-FR)
                 MOVE LNF-TEXTO(WSI-LF) TO REG-RECIBO
                 WRITE REG-RECIBO
              END-IF
           END-PERFORM

           MOVE 'TOTALES DEL GRUPO FAMILIAR' TO REG-RECIBO
           WRITE REG-RECIBO

           MOVE SPACES TO REG-RECIBO
           MOVE FRT-IMPORTE(WSI-FR) TO WS-MASCARAFAMILIA
           STRING 'PAGOS TOTALES SIN IVA: ' WS-MASCARAFAMILIA
                  DELIMITED BY SIZE INTO REG-RECIBO
           WRITE REG-RECIBO

           MOVE SPACES TO REG-RECIBO
           MOVE FRT-IVA(WSI-FR) TO WS-MASCARAFAMILIA
           STRING 'MONTO IVA: ' WS-MASCARAFAMILIA
                  DELIMITED BY SIZE INTO REG-RECIBO
           WRITE REG-RECIBO

           MOVE SPACES TO REG-RECIBO
           MOVE FRT-MORA(WSI-FR) TO WS-MASCARAFAMILIA
           STRING 'MONTO MORA: ' WS-MASCARAFAMILIA
                  DELIMITED BY SIZE INTO REG-RECIBO
           WRITE REG-RECIBO

           IF FRT-BECA(WSI-FR) > 0
              MOVE SPACES TO REG-RECIBO
              MOVE FRT-BECA(WSI-FR) TO WS-MASCARAFAMILIA
              STRING 'DESCUENTOS POR BECA: ' WS-MASCARAFAMILIA
                     DELIMITED BY SIZE INTO REG-RECIBO
              WRITE REG-RECIBO
           END-IF

           IF FRT-HERMANO(WSI-FR) > 0
              MOVE SPACES TO REG-RECIBO
              MOVE FRT-HERMANO(WSI-FR) TO WS-MASCARAFAMILIA
              STRING 'DESCUENTOS POR HERMANO: ' WS-MASCARAFAMILIA
                     DELIMITED BY SIZE INTO REG-RECIBO
              WRITE REG-RECIBO
           END-IF

           IF FRT-CREDITO(WSI-FR) > 0
              MOVE SPACES TO REG-RECIBO
              MOVE FRT-CREDITO(WSI-FR) TO WS-MASCARAFAMILIA
              STRING 'CREDITO A FAVOR APLICADO: ' WS-MASCARAFAMILIA
                     DELIMITED BY SIZE INTO REG-RECIBO
              WRITE REG-RECIBO
           END-IF

           MOVE SPACES TO REG-RECIBO
           MOVE FRT-TOTAL(WSI-FR) TO WS-MASCARAFAMILIA
           STRING 'TOTAL A PAGAR FAMILIA: ' WS-MASCARAFAMILIA
                  DELIMITED BY SIZE INTO REG-RECIBO
           WRITE REG-RECIBO

           MOVE '===================================================='
                                                          TO REG-RECIBO
           WRITE REG-RECIBO.

       246000-REGRABAR-CREDITOS.

           OPEN OUTPUT CREDITOS
              DISPLAY 'FILE STATUS ' WSS-FS-CREDITOS
           END-IF.

       COPY FSCODREDPROC.

       COPY FSLOGPROC.

       END-RUN.
