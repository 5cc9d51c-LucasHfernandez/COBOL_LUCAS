      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 23/09/2019
      * Purpose: CONVERSION UNICA AL FORMATO NUEVO DE LOS ARCHIVOS DE
      *          CUOTAS: NUMERO DE CUOTA DE DOS DIGITOS (PLANES DE 12
      *          O MAS CUOTAS) E IMPORTES DE CUOTA HASTA 999.999,99.
      *          CONVIERTE CUOTAS.DAT, PAGOS.DAT, CHEQUES.DAT,
      *          APLICRED.DAT Y LOS DEMAS ARCHIVOS QUE LLEVAN NUMERO O
      *          IMPORTE DE CUOTA, LOS ANUALES DE CUOTAS QUE DEJA
      *          ARCHIVO-09-FL Y LAS POSICIONES DE DICCIONARIO.DAT.
      *          CADA ARCHIVO SE CONVIERTE A UN TEMPORAL CON RESPALDO
      *          DEL ORIGINAL (<ARCHIVO>.ANT) Y SOLO PISA AL VIVO SI
      *          COINCIDEN LA CANTIDAD DE REGISTROS Y LOS TOTALES DE
      *          CONTROL (SUMA DE NUMEROS DE CUOTA E IMPORTES) ANTES Y
      *          DESPUES. EL RESULTADO QUEDA EN CONVFORMATO.DAT, QUE
      *          ADEMAS IMPIDE CONVERTIR DOS VECES EL MISMO ARCHIVO.
      *          SE CORRE UNA SOLA VEZ, ANTES DE USAR LOS PROGRAMAS
      *          CON EL FORMATO NUEVO.
      *          TAMBIEN PASA LOS LOTES DE FACTURACION (CLIENTESLOTE,
      *          LOTEACEPTADO Y LOTERECHAZOS) A 24 CUOTAS DE HASTA
      *          999.999,99, CON LA SUMA DE LA COLA AMPLIADA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVCUO-09-FL.

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

           SELECT TEMPORAL  ASSIGN TO DISK 'CONVFMT.TMP'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-TEMPORAL.

           SELECT REGCONV   ASSIGN TO DISK 'CONVFORMATO.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REGCONV.

           SELECT DICCIONARIO ASSIGN TO DISK 'DICCIONARIO.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DICC.

           SELECT CERROJOS  ASSIGN TO DISK 'CERROJOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-CER-FS.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.

       DATA DIVISION.

       FILE SECTION.

       FD ORIGEN.
       01 REG-ORIGEN                  PIC X(440).

       FD RESPALDO.
       01 REG-RESPALDO                PIC X(440).

       FD TEMPORAL.
       01 REG-TEMPORAL                PIC X(440).

      *****************************************************************
      * CONVFORMATO.DAT: UNA LINEA POR ARCHIVO CONVERTIDO (ESTADO     *
      * 'C') O POR CONVERSION RECHAZADA EN LA VERIFICACION (ESTADO    *
      * 'F': EL VIVO QUEDO INTACTO Y SE PUEDE REINTENTAR), CON LOS    *
      * CONTADORES Y LOS TOTALES DE CONTROL ANTES Y DESPUES.          *
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

       FD DICCIONARIO.
       01 REG-DICCIONARIO.
          05 DIC-ARCHIVO           PIC X(20).
          05 DIC-CAMPO             PIC X(20).
          05 DIC-POSICION          PIC 9(03).
          05 DIC-LARGO             PIC 9(02).
          05 DIC-TIPO              PIC X(01).
          05 DIC-DECIMALES         PIC 9(01).

       FD CERROJOS.
       COPY FSLOCK.

       FD PROCLOG.
       COPY FSLOG.

       WORKING-STORAGE SECTION.

       COPY FSLOCKVAR.

       COPY FSLOGVAR.

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-NOMBRE-ORIGEN    PIC X(30)       VALUE SPACES.
          05 WSV-NOMBRE-RESPALDO  PIC X(30)       VALUE SPACES.
          05 WSV-FECHA-SISTEMA    PIC 9(08)       VALUE 0.
          05 WSV-HORA-SISTEMA     PIC 9(08)       VALUE 0.
          05 WSV-YACONVERTIDO     PIC 9(01)       VALUE 0.
          05 WSV-VERIFICADO       PIC 9(01)       VALUE 0.
          05 WSV-DICANTIGUO       PIC 9(01)       VALUE 0.
          05 WSV-ANIODESDE        PIC 9(04)       VALUE 0.
          05 WSV-ANIOHASTA        PIC 9(04)       VALUE 0.
          05 WSV-ANIO             PIC 9(04)       VALUE 0.
          05 WSV-REGISTRO         PIC X(200)      VALUE SPACES.
          05 WSV-AUXILIAR         PIC X(200)      VALUE SPACES.
          05 WSV-LARGOCOLA        PIC 9(03)       VALUE 0.
          05 WSV-DESTINO          PIC 9(03)       VALUE 0.
          05 WSV-POSICION         PIC 9(03)       VALUE 0.
          05 WSV-LARGO            PIC 9(02)       VALUE 0.
          05 WSV-NUEVAPOS         PIC 9(03)       VALUE 0.
          05 WSV-NUEVOLARGO       PIC 9(02)       VALUE 0.
          05 WSV-CAMPO-X          PIC X(10)       VALUE ZEROS.
          05 WSV-CAMPO-N REDEFINES WSV-CAMPO-X
                                  PIC 9(10).
          05 WSV-CAMPO-I REDEFINES WSV-CAMPO-X
                                  PIC 9(08)V9(02).
          05 WSV-COLA-X           PIC X(13)       VALUE ZEROS.
          05 WSV-COLA-I REDEFINES WSV-COLA-X
                                  PIC 9(11)V9(02).

      *****************************************************************
      * LOTES DE FACTURACION (VER 600000): POSICION DEL TIPO DE       *
      * REGISTRO Y DEL DETALLE SEGUN EL ARCHIVO, Y EL REGISTRO VIEJO  *
      * Y EL NUEVO COMPLETOS.                                         *
      *****************************************************************
       01 CONTROL-LOTES.
          05 WSV-LOTEPREFIJO      PIC 9(01)       VALUE 0.
          05 WSV-LOTETIPO         PIC 9(01)       VALUE 0.
          05 WSV-LOTEDET          PIC 9(01)       VALUE 0.
          05 WSV-LOTECONCAB       PIC 9(01)       VALUE 0.
          05 WSV-FMTPRESENTADO    PIC 9(01)       VALUE 1.
          05 WSV-LOTEYANUEVO      PIC 9(01)       VALUE 0.
          05 WSV-LOTEVACIO        PIC 9(01)       VALUE 0.
          05 WSV-LOTEREG          PIC X(440)      VALUE SPACES.
          05 WSV-LOTENUEVO        PIC X(440)      VALUE SPACES.

      *****************************************************************
      * DETALLE DEL LOTE: FORMATO VIEJO (5 CUOTAS DE 9(04)V99, 122    *
      * BYTES) Y NUEVO (24 CUOTAS DE 9(06)V99, 437 BYTES).            *
      *****************************************************************
       01 DETALLE-LOTE-VIEJO.
          05 LTV-IDENTIFICACION   PIC X(43).
          05 LTV-CANTCUOTAS       PIC 9(01).
          05 LTV-CANTCUOTAS-X REDEFINES LTV-CANTCUOTAS
                                  PIC X(01).
          05 LTV-CUOTAS           OCCURS 5 TIMES.
             10 LTV-IMPORTE       PIC 9(04)V9(02).
             10 LTV-IMPORTE-X REDEFINES LTV-IMPORTE
                                  PIC X(06).
             10 LTV-VENCIMIENTO   PIC X(08).
          05 LTV-CODCLIENTE       PIC X(08).

       01 DETALLE-LOTE-NUEVO.
          05 LTN-IDENTIFICACION   PIC X(43).
          05 LTN-CANTCUOTAS       PIC 9(02).
          05 LTN-CANTCUOTAS-X REDEFINES LTN-CANTCUOTAS
                                  PIC X(02).
          05 LTN-CUOTAS           OCCURS 24 TIMES.
             10 LTN-IMPORTE       PIC 9(06)V9(02).
             10 LTN-IMPORTE-X REDEFINES LTN-IMPORTE
                                  PIC X(08).
             10 LTN-VENCIMIENTO   PIC X(08).
          05 LTN-CODCLIENTE       PIC X(08).

      *****************************************************************
      * PARAMETROS DE CARGA DEL CATALOGO (VER 050000).                *
      *****************************************************************
       01 ALTA-CATALOGO.
          05 WSV-CAT-ARCHIVO      PIC X(20)       VALUE SPACES.
          05 WSV-CAT-HASHPOSANT   PIC 9(03)       VALUE 0.
          05 WSV-CAT-HASHLARANT   PIC 9(02)       VALUE 0.
          05 WSV-CAT-HASHPOSNUE   PIC 9(03)       VALUE 0.
          05 WSV-CAT-HASHLARNUE   PIC 9(02)       VALUE 0.
          05 WSV-CAT-IMPPOSANT    PIC 9(03)       VALUE 0.
          05 WSV-CAT-IMPLARANT    PIC 9(02)       VALUE 0.
          05 WSV-CAT-IMPPOSNUE    PIC 9(03)       VALUE 0.
          05 WSV-CAT-IMPLARNUE    PIC 9(02)       VALUE 0.
          05 WSV-CAT-POS          PIC 9(03)       VALUE 0.
          05 WSV-CAT-CANT         PIC 9(02)       VALUE 0.
          05 WSV-CAT-TIPO         PIC X(01)       VALUE SPACE.

       01 CONSTANTES.
          05 WSC-CONVERTIDO       PIC X(01)       VALUE 'C'.
          05 WSC-FALLIDO          PIC X(01)       VALUE 'F'.
          05 WSC-AMPLIA           PIC X(01)       VALUE 'A'.
          05 WSC-NUEVO            PIC X(01)       VALUE 'N'.

       01 INDICES.
          05 WSI-F                PIC 9(02)       VALUE 0.
          05 WSI-K                PIC 9(02)       VALUE 0.
          05 WSI-C                PIC 9(02)       VALUE 0.
          05 WSV-CANTFMT          PIC 9(02)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-LEIDOS           PIC 9(07)       VALUE 0.
          05 WSA-GRABADOS         PIC 9(07)       VALUE 0.
          05 WSA-RELEIDOS         PIC 9(07)       VALUE 0.
          05 WSA-RESPALDADOS      PIC 9(07)       VALUE 0.
          05 WSA-COPIADOS         PIC 9(07)       VALUE 0.
          05 WSA-CONTROLANT       PIC 9(09)       VALUE 0.
          05 WSA-CONTROLNUE       PIC 9(09)       VALUE 0.
          05 WSA-IMPORTEANT       PIC 9(12)V9(02) VALUE 0.
          05 WSA-IMPORTENUE       PIC 9(12)V9(02) VALUE 0.
          05 WSA-NONUMANT         PIC 9(07)       VALUE 0.
          05 WSA-NONUMNUE         PIC 9(07)       VALUE 0.
          05 WSA-DETALLESANT      PIC 9(07)       VALUE 0.
          05 WSA-DETALLESNUE      PIC 9(07)       VALUE 0.
          05 WSA-COLAANT          PIC 9(13)V9(02) VALUE 0.
          05 WSA-COLANUE          PIC 9(13)V9(02) VALUE 0.
          05 WSA-REMAPEADOS       PIC 9(07)       VALUE 0.
          05 WSA-TOTLEIDOS        PIC 9(09)       VALUE 0.
          05 WSA-TOTGRABADOS      PIC 9(09)       VALUE 0.
          05 WSA-CONVERTIDOS      PIC 9(03)       VALUE 0.
          05 WSA-FALLIDOS         PIC 9(03)       VALUE 0.

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
          05 WSS-FS-DICC          PIC X(02).
            88 WSS-FS-DICC-OK                     VALUE '00'.
            88 WSS-FS-DICC-EOF                    VALUE '10'.

       01 MASCARAS.
          05 WSM-CANTIDAD         PIC Z(06)9.
          05 WSM-CONTROL          PIC Z(08)9.
          05 WSM-IMPORTE          PIC Z(11)9,99.

      *****************************************************************
      * CATALOGO DE FORMATOS: POR ARCHIVO, LAS INSERCIONES DE CEROS   *
      * QUE LO LLEVAN AL FORMATO NUEVO (POSICION DEL FORMATO VIEJO Y  *
      * CANTIDAD DE CEROS; TIPO 'A' = AMPLIA EL CAMPO NUMERICO QUE    *
      * EMPIEZA AHI, 'N' = LUGAR NUEVO QUE CORRE LO QUE SIGUE) Y LOS  *
      * DOS CAMPOS DE CONTROL, DECLARADOS APARTE EN SU POSICION VIEJA *
      * Y NUEVA: EL NUMERO DE CUOTA (SE SUMA COMO TOTAL DE CONTROL) Y *
      * UN IMPORTE CON DOS DECIMALES (POSICION 0 = NO TIENE).         *
      *****************************************************************
       01 CATALOGO-FORMATOS.
          05 WST-FORMATO          OCCURS 12 TIMES.
             10 FMT-ARCHIVO       PIC X(20).
             10 FMT-HASHPOSANT    PIC 9(03).
             10 FMT-HASHLARANT    PIC 9(02).
             10 FMT-HASHPOSNUE    PIC 9(03).
             10 FMT-HASHLARNUE    PIC 9(02).
             10 FMT-IMPPOSANT     PIC 9(03).
             10 FMT-IMPLARANT     PIC 9(02).
             10 FMT-IMPPOSNUE     PIC 9(03).
             10 FMT-IMPLARNUE     PIC 9(02).
             10 FMT-CANTINS       PIC 9(02).
             10 FMT-INSERCION     OCCURS 12 TIMES.
                15 INS-POSICION   PIC 9(03).
                15 INS-CANTIDAD   PIC 9(02).
                15 INS-TIPO       PIC X(01).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'CONVCUO-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           PERFORM 050000-CARGAR-CATALOGO
      *****************************************************************
      * MIENTRAS SE CONVIERTE NADIE DEBE COBRAR, FACTURAR NI REGRABAR *
      * LAS CUOTAS: SE TOMAN LOS MAESTROS PRINCIPALES DEL FORMATO.    *
      *****************************************************************
           MOVE 'CONVCUO-09-FL' TO WS-CER-PROGRAMA
           MOVE 5 TO WS-CER-CANTARCH
           MOVE 'CUOTAS.DAT'   TO WS-CER-ARCHIVO(1)
           MOVE 'PAGOS.DAT'    TO WS-CER-ARCHIVO(2)
           MOVE 'CHEQUES.DAT'  TO WS-CER-ARCHIVO(3)
           MOVE 'APLICRED.DAT' TO WS-CER-ARCHIVO(4)
           MOVE 'CASTIGOS.DAT' TO WS-CER-ARCHIVO(5)
           PERFORM 9200-TOMAR-CERROJOS
           IF WS-CER-DENEGADO = 1
              DISPLAY "NO SE PUEDE CONVERTIR: HAY MAESTROS TOMADOS"
              SET WS-LOG-TERMINO-ERROR TO TRUE
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM UNTIL WSV-OPCION = 4
                 DISPLAY "**************************************"
                 DISPLAY "CONVERSION AL FORMATO NUEVO DE CUOTAS"
                 DISPLAY "1 - CONVERTIR LOS ARCHIVOS VIVOS"
                 DISPLAY "2 - CONVERTIR LOS ANUALES DE CUOTAS"
                 DISPLAY "3 - CONSULTAR EL REGISTRO DE CONVERSIONES"
                 DISPLAY "4 - SALIR"
                 DISPLAY "RESPUESTA: "
                 ACCEPT WSV-OPCION

                 EVALUATE WSV-OPCION
                    WHEN 1
                       PERFORM 100000-CONVERTIR-VIVOS
                    WHEN 2
                       PERFORM 400000-CONVERTIR-ANUALES
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
      * FORMATO VIEJO -> NUEVO DE CADA ARCHIVO. LOS NUMEROS DE CUOTA  *
      * PASAN DE 9(01) A 9(02) Y LOS IMPORTES DE CUOTA DE 9(04)V99 A  *
      * 9(06)V99. EN CASTIGOS.DAT ADEMAS LA LISTA DE CUOTAS PASA DE 9 *
      * A 24 POSICIONES. CUOTASEXCEP.DAT ES UN REGISTRO DE CUOTAS.DAT *
      * PRECEDIDO POR EL MOTIVO DE DOS POSICIONES.                    *
      *****************************************************************
       050000-CARGAR-CATALOGO.
           MOVE 0 TO WSV-CANTFMT

           MOVE 'CUOTAS.DAT'      TO WSV-CAT-ARCHIVO
           MOVE 041 TO WSV-CAT-HASHPOSANT
           MOVE 01  TO WSV-CAT-HASHLARANT
           MOVE 041 TO WSV-CAT-HASHPOSNUE
           MOVE 02  TO WSV-CAT-HASHLARNUE
           MOVE 042 TO WSV-CAT-IMPPOSANT
           MOVE 06  TO WSV-CAT-IMPLARANT
           MOVE 043 TO WSV-CAT-IMPPOSNUE
           MOVE 08  TO WSV-CAT-IMPLARNUE
           PERFORM 060000-ALTA-FORMATO
           MOVE 041 TO WSV-CAT-POS
           MOVE 1   TO WSV-CAT-CANT
           PERFORM 070000-ALTA-INSERCION
           MOVE 042 TO WSV-CAT-POS
           MOVE 2   TO WSV-CAT-CANT
           PERFORM 070000-ALTA-INSERCION
           MOVE 064 TO WSV-CAT-POS
           PERFORM 070000-ALTA-INSERCION

           MOVE 'PAGOS.DAT'       TO WSV-CAT-ARCHIVO
           MOVE 050 TO WSV-CAT-IMPPOSANT
           MOVE 051 TO WSV-CAT-IMPPOSNUE
           PERFORM 060000-ALTA-FORMATO
           MOVE 041 TO WSV-CAT-POS
           MOVE 1   TO WSV-CAT-CANT
           PERFORM 070000-ALTA-INSERCION
           MOVE 050 TO WSV-CAT-POS
           MOVE 2   TO WSV-CAT-CANT
           PERFORM 070000-ALTA-INSERCION

           MOVE 'ANULPAGOS.DAT'   TO WSV-CAT-ARCHIVO
           PERFORM 060000-ALTA-FORMATO
           MOVE 041 TO WSV-CAT-POS
           MOVE 1   TO WSV-CAT-CANT
           PERFORM 070000-ALTA-INSERCION
           MOVE 050 TO WSV-CAT-POS
           MOVE 2   TO WSV-CAT-CANT
           PERFORM 070000-ALTA-INSERCION

           MOVE 'CHEQUES.DAT'     TO WSV-CAT-ARCHIVO
           MOVE 086 TO WSV-CAT-HASHPOSANT
           MOVE 086 TO WSV-CAT-HASHPOSNUE
           MOVE 087 TO WSV-CAT-IMPPOSANT
           MOVE 08  TO WSV-CAT-IMPLARANT
           MOVE 088 TO WSV-CAT-IMPPOSNUE
           PERFORM 060000-ALTA-FORMATO
           MOVE 086 TO WSV-CAT-POS
           MOVE 1   TO WSV-CAT-CANT
           PERFORM 070000-ALTA-INSERCION

           MOVE 'APLICRED.DAT'    TO WSV-CAT-ARCHIVO
           MOVE 049 TO WSV-CAT-HASHPOSANT
           MOVE 049 TO WSV-CAT-HASHPOSNUE
           MOVE 050 TO WSV-CAT-IMPPOSANT
           MOVE 051 TO WSV-CAT-IMPPOSNUE
           PERFORM 060000-ALTA-FORMATO
           MOVE 049 TO WSV-CAT-POS
           PERFORM 070000-ALTA-INSERCION

           MOVE 'CUPONES.DAT'     TO WSV-CAT-ARCHIVO
           MOVE 061 TO WSV-CAT-HASHPOSANT
           MOVE 061 TO WSV-CAT-HASHPOSNUE
           MOVE 062 TO WSV-CAT-IMPPOSANT
           MOVE 063 TO WSV-CAT-IMPPOSNUE
           PERFORM 060000-ALTA-FORMATO
           MOVE 061 TO WSV-CAT-POS
           PERFORM 070000-ALTA-INSERCION

           MOVE 'DESCUENTOS.DAT'  TO WSV-CAT-ARCHIVO
           MOVE 041 TO WSV-CAT-HASHPOSANT
           MOVE 041 TO WSV-CAT-HASHPOSNUE
           MOVE 074 TO WSV-CAT-IMPPOSANT
           MOVE 06  TO WSV-CAT-IMPLARANT
           MOVE 079 TO WSV-CAT-IMPPOSNUE
           PERFORM 060000-ALTA-FORMATO
           MOVE 041 TO WSV-CAT-POS
           MOVE 1   TO WSV-CAT-CANT
           PERFORM 070000-ALTA-INSERCION
           MOVE 2   TO WSV-CAT-CANT
           MOVE 058 TO WSV-CAT-POS
           PERFORM 070000-ALTA-INSERCION
           MOVE 068 TO WSV-CAT-POS
           PERFORM 070000-ALTA-INSERCION
           MOVE 074 TO WSV-CAT-POS
           PERFORM 070000-ALTA-INSERCION

           MOVE 'RECUPEROS.DAT'   TO WSV-CAT-ARCHIVO
           MOVE 053 TO WSV-CAT-HASHPOSANT
           MOVE 053 TO WSV-CAT-HASHPOSNUE
           MOVE 062 TO WSV-CAT-IMPPOSANT
           MOVE 063 TO WSV-CAT-IMPPOSNUE
           PERFORM 060000-ALTA-FORMATO
           MOVE 053 TO WSV-CAT-POS
           MOVE 1   TO WSV-CAT-CANT
           PERFORM 070000-ALTA-INSERCION
           MOVE 062 TO WSV-CAT-POS
           MOVE 2   TO WSV-CAT-CANT
           PERFORM 070000-ALTA-INSERCION

           MOVE 'CASTIGOS.DAT'    TO WSV-CAT-ARCHIVO
           MOVE 074 TO WSV-CAT-HASHPOSANT
           MOVE 074 TO WSV-CAT-HASHPOSNUE
           MOVE 084 TO WSV-CAT-IMPPOSANT
           MOVE 10  TO WSV-CAT-IMPLARANT
           MOVE 124 TO WSV-CAT-IMPPOSNUE
           MOVE 10  TO WSV-CAT-IMPLARNUE
           PERFORM 060000-ALTA-FORMATO
           MOVE 1   TO WSV-CAT-CANT
           PERFORM VARYING WSV-CAT-POS FROM 74 BY 1
                   UNTIL WSV-CAT-POS > 83
              PERFORM 070000-ALTA-INSERCION
           END-PERFORM
           MOVE 084 TO WSV-CAT-POS
           MOVE 30  TO WSV-CAT-CANT
           MOVE WSC-NUEVO TO WSV-CAT-TIPO
           PERFORM 070000-ALTA-INSERCION

           MOVE 'PROMESAS.DAT'    TO WSV-CAT-ARCHIVO
           MOVE 045 TO WSV-CAT-HASHPOSANT
           MOVE 045 TO WSV-CAT-HASHPOSNUE
           MOVE 047 TO WSV-CAT-IMPPOSANT
           MOVE 049 TO WSV-CAT-IMPPOSNUE
           PERFORM 060000-ALTA-FORMATO
           MOVE 1   TO WSV-CAT-CANT
           MOVE 045 TO WSV-CAT-POS
           PERFORM 070000-ALTA-INSERCION
           MOVE 046 TO WSV-CAT-POS
           PERFORM 070000-ALTA-INSERCION

           MOVE 'AVISOSENV.DAT'   TO WSV-CAT-ARCHIVO
           MOVE 041 TO WSV-CAT-HASHPOSANT
           MOVE 041 TO WSV-CAT-HASHPOSNUE
           MOVE 0   TO WSV-CAT-IMPPOSANT
           MOVE 0   TO WSV-CAT-IMPLARANT
           MOVE 0   TO WSV-CAT-IMPPOSNUE
           MOVE 0   TO WSV-CAT-IMPLARNUE
           PERFORM 060000-ALTA-FORMATO
           MOVE 041 TO WSV-CAT-POS
           PERFORM 070000-ALTA-INSERCION

           MOVE 'CUOTASEXCEP.DAT' TO WSV-CAT-ARCHIVO
           MOVE 043 TO WSV-CAT-HASHPOSANT
           MOVE 043 TO WSV-CAT-HASHPOSNUE
           MOVE 044 TO WSV-CAT-IMPPOSANT
           MOVE 06  TO WSV-CAT-IMPLARANT
           MOVE 045 TO WSV-CAT-IMPPOSNUE
           MOVE 08  TO WSV-CAT-IMPLARNUE
           PERFORM 060000-ALTA-FORMATO
           MOVE 043 TO WSV-CAT-POS
           PERFORM 070000-ALTA-INSERCION
           MOVE 044 TO WSV-CAT-POS
           MOVE 2   TO WSV-CAT-CANT
           PERFORM 070000-ALTA-INSERCION
           MOVE 066 TO WSV-CAT-POS
           PERFORM 070000-ALTA-INSERCION.

       060000-ALTA-FORMATO.
           ADD 1 TO WSV-CANTFMT
           MOVE WSV-CAT-ARCHIVO    TO FMT-ARCHIVO(WSV-CANTFMT)
           MOVE WSV-CAT-HASHPOSANT TO FMT-HASHPOSANT(WSV-CANTFMT)
           MOVE WSV-CAT-HASHLARANT TO FMT-HASHLARANT(WSV-CANTFMT)
           MOVE WSV-CAT-HASHPOSNUE TO FMT-HASHPOSNUE(WSV-CANTFMT)
           MOVE WSV-CAT-HASHLARNUE TO FMT-HASHLARNUE(WSV-CANTFMT)
           MOVE WSV-CAT-IMPPOSANT  TO FMT-IMPPOSANT(WSV-CANTFMT)
           MOVE WSV-CAT-IMPLARANT  TO FMT-IMPLARANT(WSV-CANTFMT)
           MOVE WSV-CAT-IMPPOSNUE  TO FMT-IMPPOSNUE(WSV-CANTFMT)
           MOVE WSV-CAT-IMPLARNUE  TO FMT-IMPLARNUE(WSV-CANTFMT)
           MOVE 0                  TO FMT-CANTINS(WSV-CANTFMT)
           MOVE WSC-AMPLIA         TO WSV-CAT-TIPO.

       070000-ALTA-INSERCION.
           ADD 1 TO FMT-CANTINS(WSV-CANTFMT)
           MOVE FMT-CANTINS(WSV-CANTFMT) TO WSI-K
           MOVE WSV-CAT-POS  TO INS-POSICION(WSV-CANTFMT, WSI-K)
           MOVE WSV-CAT-CANT TO INS-CANTIDAD(WSV-CANTFMT, WSI-K)
           MOVE WSV-CAT-TIPO TO INS-TIPO(WSV-CANTFMT, WSI-K).

      *****************************************************************
      * TODOS LOS ARCHIVOS VIVOS DEL CATALOGO (CUOTASEXCEP.DAT        *
      * INCLUIDO), EL DICCIONARIO DEL EXPORTADOR Y LOS LOTES DE       *
      * FACTURACION. LOS QUE NO EXISTEN O YA FIGURAN CONVERTIDOS SE   *
      * SALTEAN, ASI QUE LA OPCION SE PUEDE REPETIR DESPUES DE        *
      * CORREGIR UN FALLIDO.                                          *
      *****************************************************************
       100000-CONVERTIR-VIVOS.
           PERFORM VARYING WSI-F FROM 1 BY 1
                   UNTIL WSI-F > WSV-CANTFMT
              MOVE FMT-ARCHIVO(WSI-F) TO WSV-NOMBRE-ORIGEN
              PERFORM 200000-CONVERTIR-ARCHIVO
           END-PERFORM
           PERFORM 300000-REMAPEAR-DICCIONARIO
           PERFORM 600000-CONVERTIR-LOTES
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
                 MOVE 0 TO WSA-IMPORTEANT
                 MOVE 0 TO WSA-IMPORTENUE
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
      * CONVERTIDO AL TEMPORAL, SUMANDO LOS CAMPOS DE CONTROL EN SU   *
      * POSICION VIEJA. EL VIVO NO SE TOCA EN ESTA PASADA.            *
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

                    MOVE FMT-HASHPOSANT(WSI-F) TO WSV-POSICION
                    MOVE FMT-HASHLARANT(WSI-F) TO WSV-LARGO
                    PERFORM 250000-EXTRAER-CAMPO
                    IF WSV-CAMPO-X IS NUMERIC
                       ADD WSV-CAMPO-N TO WSA-CONTROLANT
                    ELSE
                       ADD 1 TO WSA-NONUMANT
                    END-IF
                    IF FMT-IMPPOSANT(WSI-F) > 0
                       MOVE FMT-IMPPOSANT(WSI-F) TO WSV-POSICION
                       MOVE FMT-IMPLARANT(WSI-F) TO WSV-LARGO
                       PERFORM 250000-EXTRAER-CAMPO
                       IF WSV-CAMPO-X IS NUMERIC
                          ADD WSV-CAMPO-I TO WSA-IMPORTEANT
                       ELSE
                          ADD 1 TO WSA-NONUMANT
                       END-IF
                    END-IF

                    PERFORM 240000-APLICAR-INSERCIONES
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
      * SEGUNDA PASADA: SE RELEE EL TEMPORAL SUMANDO LOS CAMPOS DE    *
      * CONTROL EN SU POSICION NUEVA, Y SE CUENTA EL RESPALDO.        *
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

                    MOVE FMT-HASHPOSNUE(WSI-F) TO WSV-POSICION
                    MOVE FMT-HASHLARNUE(WSI-F) TO WSV-LARGO
                    PERFORM 250000-EXTRAER-CAMPO
                    IF WSV-CAMPO-X IS NUMERIC
                       ADD WSV-CAMPO-N TO WSA-CONTROLNUE
                    ELSE
                       ADD 1 TO WSA-NONUMNUE
                    END-IF
                    IF FMT-IMPPOSNUE(WSI-F) > 0
                       MOVE FMT-IMPPOSNUE(WSI-F) TO WSV-POSICION
                       MOVE FMT-IMPLARNUE(WSI-F) TO WSV-LARGO
                       PERFORM 250000-EXTRAER-CAMPO
                       IF WSV-CAMPO-X IS NUMERIC
                          ADD WSV-CAMPO-I TO WSA-IMPORTENUE
                       ELSE
                          ADD 1 TO WSA-NONUMNUE
                       END-IF
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
      * RELEIDOS = RESPALDADOS Y LOS TOTALES DE CONTROL IGUALES ANTES *
      * Y DESPUES. RECIEN ENTONCES EL TEMPORAL PISA AL VIVO; SI NO,   *
      * EL VIVO QUEDA COMO ESTABA Y SE ANOTA EL RECHAZO.              *
      *****************************************************************
       230000-VERIFICAR-Y-REEMPLAZAR.
           MOVE 1 TO WSV-VERIFICADO
           IF WSA-GRABADOS    NOT = WSA-LEIDOS
              OR WSA-RELEIDOS    NOT = WSA-LEIDOS
              OR WSA-RESPALDADOS NOT = WSA-LEIDOS
              OR WSA-CONTROLNUE  NOT = WSA-CONTROLANT
              OR WSA-IMPORTENUE  NOT = WSA-IMPORTEANT
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
           DISPLAY "SUMA NRO. CUOTA:   " WSM-CONTROL " ANTES"
           MOVE WSA-CONTROLNUE  TO WSM-CONTROL
           DISPLAY "                   " WSM-CONTROL " DESPUES"
           IF FMT-IMPPOSANT(WSI-F) > 0
              MOVE WSA-IMPORTEANT TO WSM-IMPORTE
              DISPLAY "TOTAL IMPORTE:     " WSM-IMPORTE " ANTES"
              MOVE WSA-IMPORTENUE TO WSM-IMPORTE
              DISPLAY "                   " WSM-IMPORTE " DESPUES"
           END-IF
           IF WSA-NONUMANT > 0 OR WSA-NONUMNUE > 0
              DISPLAY "CAMPOS NO NUMERICOS: " WSA-NONUMANT
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
           MOVE WSA-IMPORTEANT TO CNV-IMPORTEANT
           MOVE WSA-IMPORTENUE TO CNV-IMPORTENUE
           PERFORM 260000-GRABAR-REGISTRO.

      *****************************************************************
      * INSERCIONES DEL FORMATO DE ATRAS PARA ADELANTE: ASI CADA      *
      * POSICION DEL CATALOGO SIGUE SIENDO LA DEL FORMATO VIEJO.      *
      *****************************************************************
       240000-APLICAR-INSERCIONES.
           PERFORM VARYING WSI-K FROM FMT-CANTINS(WSI-F) BY -1
                   UNTIL WSI-K < 1
              MOVE INS-POSICION(WSI-F, WSI-K) TO WSV-POSICION
              MOVE INS-CANTIDAD(WSI-F, WSI-K) TO WSV-LARGO
              COMPUTE WSV-LARGOCOLA = 201 - WSV-POSICION - WSV-LARGO
              COMPUTE WSV-DESTINO   = WSV-POSICION + WSV-LARGO
              MOVE SPACES TO WSV-AUXILIAR
              MOVE WSV-REGISTRO(WSV-POSICION:WSV-LARGOCOLA)
                   TO WSV-AUXILIAR(1:WSV-LARGOCOLA)
              MOVE ZEROS TO WSV-REGISTRO(WSV-POSICION:WSV-LARGO)
              MOVE WSV-AUXILIAR(1:WSV-LARGOCOLA)
                   TO WSV-REGISTRO(WSV-DESTINO:WSV-LARGOCOLA)
           END-PERFORM.

      *****************************************************************
      * CAMPO WSV-POSICION/WSV-LARGO DE WSV-REGISTRO ALINEADO A LA    *
      * DERECHA EN WSV-CAMPO-X (9(10) O 9(08)V99 SEGUN SE SUME).      *
      *****************************************************************
       250000-EXTRAER-CAMPO.
           MOVE ZEROS TO WSV-CAMPO-X
           COMPUTE WSV-DESTINO = 11 - WSV-LARGO
           MOVE WSV-REGISTRO(WSV-POSICION:WSV-LARGO)
                TO WSV-CAMPO-X(WSV-DESTINO:WSV-LARGO).

       260000-GRABAR-REGISTRO.
           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD
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
      * DICCIONARIO.DAT DEL EXPORTADOR: LAS ENTRADAS DE LOS ARCHIVOS  *
      * DEL CATALOGO SE CORREN CON LAS MISMAS INSERCIONES (UN CAMPO   *
      * QUE EMPIEZA DONDE SE AMPLIA CRECE DE LARGO; LO QUE VIENE      *
      * DESPUES SE CORRE). UN DICCIONARIO SEMBRADO YA CON EL FORMATO  *
      * NUEVO (NUMERO-CUOTA DE CUOTAS.DAT CON LARGO 2) NO SE TOCA.    *
      *****************************************************************
       300000-REMAPEAR-DICCIONARIO.
           MOVE 'DICCIONARIO.DAT' TO WSV-NOMBRE-ORIGEN
           PERFORM 150000-BUSCAR-EN-REGISTRO
           MOVE 0 TO WSV-DICANTIGUO
           MOVE 0 TO WSA-LEIDOS
           IF WSV-YACONVERTIDO = 0
              OPEN INPUT DICCIONARIO
              IF WSS-FS-DICC-OK
                 PERFORM UNTIL WSS-FS-DICC-EOF
                    READ DICCIONARIO
                       AT END
                          CONTINUE
                       NOT AT END
                          ADD 1 TO WSA-LEIDOS
                          IF DIC-ARCHIVO = 'CUOTAS.DAT'
                             AND DIC-CAMPO = 'NUMERO-CUOTA'
                             AND DIC-LARGO = 1
                             MOVE 1 TO WSV-DICANTIGUO
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE DICCIONARIO
              END-IF
           END-IF

           IF WSV-YACONVERTIDO = 1 OR WSV-DICANTIGUO = 0
              DISPLAY "DICCIONARIO.DAT: SIN POSICIONES DEL FORMATO "
                      "VIEJO, NO SE TOCA"
           ELSE
              MOVE SPACES TO WSV-NOMBRE-RESPALDO
              MOVE 'DICCIONARIO.ANT' TO WSV-NOMBRE-RESPALDO
              MOVE 0 TO WSA-LEIDOS
              MOVE 0 TO WSA-GRABADOS
              MOVE 0 TO WSA-RELEIDOS
              MOVE 0 TO WSA-COPIADOS
              MOVE 0 TO WSA-REMAPEADOS
              MOVE 0 TO WSA-CONTROLANT
              MOVE 0 TO WSA-CONTROLNUE
              MOVE 0 TO WSA-IMPORTEANT
              MOVE 0 TO WSA-IMPORTENUE
              OPEN INPUT DICCIONARIO
              OPEN OUTPUT RESPALDO
              OPEN OUTPUT TEMPORAL
              PERFORM UNTIL WSS-FS-DICC-EOF
                 READ DICCIONARIO
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSA-LEIDOS
                       MOVE REG-DICCIONARIO TO REG-RESPALDO
                       WRITE REG-RESPALDO
                       PERFORM 310000-REMAPEAR-ENTRADA
                       MOVE REG-DICCIONARIO TO REG-TEMPORAL
                       WRITE REG-TEMPORAL
                       IF WSS-FS-TEMPORAL-OK
                          ADD 1 TO WSA-GRABADOS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TEMPORAL
              CLOSE RESPALDO
              CLOSE DICCIONARIO

              OPEN INPUT TEMPORAL
              PERFORM UNTIL WSS-FS-TEMPORAL-EOF
                 READ TEMPORAL
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSA-RELEIDOS
                 END-READ
              END-PERFORM
              CLOSE TEMPORAL

              IF WSA-GRABADOS = WSA-LEIDOS
                 AND WSA-RELEIDOS = WSA-LEIDOS
                 OPEN INPUT TEMPORAL
                 OPEN OUTPUT DICCIONARIO
                 PERFORM UNTIL WSS-FS-TEMPORAL NOT = '00'
                    READ TEMPORAL
                       AT END
                          CONTINUE
                       NOT AT END
                          MOVE REG-TEMPORAL TO REG-DICCIONARIO
                          WRITE REG-DICCIONARIO
                          IF WSS-FS-DICC-OK
                             ADD 1 TO WSA-COPIADOS
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE DICCIONARIO
                 CLOSE TEMPORAL
              END-IF

              MOVE WSA-LEIDOS     TO WSM-CANTIDAD
              DISPLAY "DICCIONARIO.DAT: " WSM-CANTIDAD " ENTRADAS"
              MOVE WSA-REMAPEADOS TO WSM-CANTIDAD
              DISPLAY "                 " WSM-CANTIDAD " CORRIDAS AL "
                      "FORMATO NUEVO"
              ADD WSA-LEIDOS TO WSA-TOTLEIDOS
              IF WSA-COPIADOS = WSA-LEIDOS
                 AND WSA-GRABADOS = WSA-LEIDOS
                 ADD WSA-COPIADOS TO WSA-TOTGRABADOS
                 ADD 1 TO WSA-CONVERTIDOS
                 MOVE WSC-CONVERTIDO TO CNV-ESTADO
                 DISPLAY "DICCIONARIO ACTUALIZADO (RESPALDO EN "
                         "DICCIONARIO.ANT)"
              ELSE
                 ADD 1 TO WSA-FALLIDOS
                 MOVE WSC-FALLIDO TO CNV-ESTADO
                 DISPLAY "*** VERIFICACION FALLIDA: DICCIONARIO.DAT "
                         "NO SE TOCA ***"
              END-IF
              MOVE WSA-GRABADOS   TO CNV-GRABADOS
              MOVE WSA-REMAPEADOS TO CNV-CONTROLANT
              MOVE WSA-REMAPEADOS TO CNV-CONTROLNUE
              MOVE 0              TO CNV-IMPORTEANT
              MOVE 0              TO CNV-IMPORTENUE
              PERFORM 260000-GRABAR-REGISTRO
           END-IF.

       310000-REMAPEAR-ENTRADA.
           MOVE 0 TO WSI-F
           PERFORM VARYING WSI-K FROM 1 BY 1
                   UNTIL WSI-K > WSV-CANTFMT
              IF FMT-ARCHIVO(WSI-K) = DIC-ARCHIVO
                 MOVE WSI-K TO WSI-F
              END-IF
           END-PERFORM
           IF WSI-F > 0
              MOVE DIC-POSICION TO WSV-NUEVAPOS
              MOVE DIC-LARGO    TO WSV-NUEVOLARGO
              PERFORM VARYING WSI-K FROM 1 BY 1
                      UNTIL WSI-K > FMT-CANTINS(WSI-F)
                 IF INS-POSICION(WSI-F, WSI-K) < DIC-POSICION
                    OR (INS-POSICION(WSI-F, WSI-K) = DIC-POSICION
                        AND INS-TIPO(WSI-F, WSI-K) = WSC-NUEVO)
                    ADD INS-CANTIDAD(WSI-F, WSI-K) TO WSV-NUEVAPOS
                 ELSE
                    IF INS-POSICION(WSI-F, WSI-K) = DIC-POSICION
                       ADD INS-CANTIDAD(WSI-F, WSI-K) TO WSV-NUEVOLARGO
                    END-IF
                 END-IF
              END-PERFORM
              IF WSV-NUEVAPOS NOT = DIC-POSICION
                 OR WSV-NUEVOLARGO NOT = DIC-LARGO
                 ADD 1 TO WSA-REMAPEADOS
              END-IF
              MOVE WSV-NUEVAPOS   TO DIC-POSICION
              MOVE WSV-NUEVOLARGO TO DIC-LARGO
           END-IF.

      *****************************************************************
      * ANUALES DE CUOTAS.DAT (CUOTAS-A<AAAA>.DAT) DE UN RANGO DE     *
      * AÑOS, CON EL MISMO FORMATO QUE EL VIVO.                       *
      *****************************************************************
       400000-CONVERTIR-ANUALES.
           DISPLAY "AÑO DESDE (AAAA): "
           ACCEPT WSV-ANIODESDE
           DISPLAY "AÑO HASTA (AAAA): "
           ACCEPT WSV-ANIOHASTA
           IF WSV-ANIODESDE = 0 OR WSV-ANIOHASTA < WSV-ANIODESDE
              DISPLAY "RANGO DE AÑOS INVALIDO"
           ELSE
              MOVE 1 TO WSI-F
              PERFORM VARYING WSV-ANIO FROM WSV-ANIODESDE BY 1
                      UNTIL WSV-ANIO > WSV-ANIOHASTA
                 MOVE SPACES TO WSV-NOMBRE-ORIGEN
                 STRING 'CUOTAS-A' WSV-ANIO '.DAT'
                        DELIMITED BY SIZE INTO WSV-NOMBRE-ORIGEN
                 END-STRING
                 PERFORM 200000-CONVERTIR-ARCHIVO
              END-PERFORM
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

      *****************************************************************
      * LOTES DE FACTURACION: EL DETALLE PASA DE 5 CUOTAS DE          *
      * 9(04)V99 A 24 DE 9(06)V99 (CANTIDAD DE CUOTAS DE 9(01) A      *
      * 9(02), LAS CUOTAS QUE AGREGA EL FORMATO EN CERO) Y LA SUMA DE *
      * LA COLA 'T' DE 11 A 13 POSICIONES. CLIENTESLOTE.DAT Y         *
      * LOTEACEPTADO.DAT LLEVAN TIPO DE REGISTRO SI EMPIEZAN CON      *
      * CABECERA 'H'; LOTERECHAZOS.DAT LLEVA EL MOTIVO DE DOS         *
      * POSICIONES ADELANTE Y LOS DETALLES COMO VINIERON EN EL LOTE   *
      * PRESENTADO, ASI QUE TOMA EL FORMATO DE CLIENTESLOTE.DAT (O EL *
      * DE LOTEACEPTADO.DAT SI AQUEL NO ESTA). LOS CONTROLES SON LA   *
      * CANTIDAD DE DETALLES, LA SUMA DE CANTIDADES DE CUOTAS, LA     *
      * SUMA DE IMPORTES Y LA SUMA DECLARADA EN LAS COLAS.            *
      *****************************************************************
       600000-CONVERTIR-LOTES.
           MOVE 1 TO WSV-FMTPRESENTADO
           MOVE 0 TO WSV-LOTEPREFIJO
           MOVE 'LOTEACEPTADO.DAT' TO WSV-NOMBRE-ORIGEN
           PERFORM 610000-RELEVAR-LOTE
           IF WSV-LOTEVACIO = 0
              MOVE WSV-LOTECONCAB TO WSV-FMTPRESENTADO
           END-IF
           MOVE 'CLIENTESLOTE.DAT' TO WSV-NOMBRE-ORIGEN
           PERFORM 610000-RELEVAR-LOTE
           IF WSV-LOTEVACIO = 0
              MOVE WSV-LOTECONCAB TO WSV-FMTPRESENTADO
           END-IF

           MOVE 'CLIENTESLOTE.DAT' TO WSV-NOMBRE-ORIGEN
           PERFORM 620000-CONVERTIR-LOTE
           MOVE 'LOTEACEPTADO.DAT' TO WSV-NOMBRE-ORIGEN
           PERFORM 620000-CONVERTIR-LOTE
           MOVE 2 TO WSV-LOTEPREFIJO
           MOVE 'LOTERECHAZOS.DAT' TO WSV-NOMBRE-ORIGEN
           PERFORM 620000-CONVERTIR-LOTE.

      *****************************************************************
      * RECORRE WSV-NOMBRE-ORIGEN: SI EL PRIMER REGISTRO ES CABECERA  *
      * 'H' LLEVA TIPO DE REGISTRO, Y SI ALGUN REGISTRO PASA DEL      *
      * LARGO MAXIMO DEL FORMATO VIEJO (123 MAS EL PREFIJO) O LA COLA *
      * TRAE LA SUMA DE 13 POSICIONES, YA ESTA EN EL FORMATO NUEVO.   *
      *****************************************************************
       610000-RELEVAR-LOTE.
           MOVE 1 TO WSV-LOTEVACIO
           MOVE 0 TO WSV-LOTECONCAB
           MOVE 0 TO WSV-LOTEYANUEVO
           COMPUTE WSV-LOTETIPO = WSV-LOTEPREFIJO + 1
           OPEN INPUT ORIGEN
           IF WSS-FS-ORIGEN-OK
              PERFORM UNTIL WSS-FS-ORIGEN-EOF
                 READ ORIGEN
                    AT END
                       CONTINUE
                    NOT AT END
                       IF WSV-LOTEVACIO = 1
                          AND REG-ORIGEN(WSV-LOTETIPO:1) = 'H'
                          MOVE 1 TO WSV-LOTECONCAB
                       END-IF
                       MOVE 0 TO WSV-LOTEVACIO
                       IF REG-ORIGEN(126:315) NOT = SPACES
                          MOVE 1 TO WSV-LOTEYANUEVO
                       END-IF
                       IF WSV-LOTECONCAB = 1
                          AND REG-ORIGEN(WSV-LOTETIPO:1) = 'T'
                          AND REG-ORIGEN(WSV-LOTETIPO + 18:2)
                              NOT = SPACES
                          MOVE 1 TO WSV-LOTEYANUEVO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ORIGEN
           END-IF.

      *****************************************************************
      * CONVIERTE EL LOTE WSV-NOMBRE-ORIGEN CON EL MISMO CIRCUITO DE  *
      * LOS DEMAS ARCHIVOS: RESPALDO, TEMPORAL, RELECTURA Y RECIEN    *
      * CON LOS CONTROLES IGUALES SE PISA EL VIVO.                    *
      *****************************************************************
       620000-CONVERTIR-LOTE.
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
                 PERFORM 610000-RELEVAR-LOTE
                 IF WSV-LOTEPREFIJO > 0
                    MOVE WSV-FMTPRESENTADO TO WSV-LOTECONCAB
                 END-IF
                 IF WSV-LOTEYANUEVO = 1
                    DISPLAY FUNCTION TRIM(WSV-NOMBRE-ORIGEN)
                            ": YA ESTA EN EL FORMATO NUEVO, NO SE TOCA"
                 ELSE
                    COMPUTE WSV-LOTEDET = WSV-LOTEPREFIJO
                                        + WSV-LOTECONCAB + 1
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
                    MOVE 0 TO WSA-IMPORTEANT
                    MOVE 0 TO WSA-IMPORTENUE
                    MOVE 0 TO WSA-NONUMANT
                    MOVE 0 TO WSA-NONUMNUE
                    MOVE 0 TO WSA-DETALLESANT
                    MOVE 0 TO WSA-DETALLESNUE
                    MOVE 0 TO WSA-COLAANT
                    MOVE 0 TO WSA-COLANUE
                    PERFORM 630000-PRIMERA-PASADA-LOTE
                    PERFORM 640000-SEGUNDA-PASADA-LOTE
                    PERFORM 650000-VERIFICAR-LOTE
                 END-IF
              END-IF
              END-IF
           END-IF.

       630000-PRIMERA-PASADA-LOTE.
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
                    MOVE REG-ORIGEN TO WSV-LOTEREG
                    MOVE WSV-LOTEREG TO WSV-LOTENUEVO
                    EVALUATE TRUE
                       WHEN WSV-LOTECONCAB = 0
                       WHEN WSV-LOTEREG(WSV-LOTETIPO:1) = 'D'
                          PERFORM 660000-CONVERTIR-DETALLE
                       WHEN WSV-LOTEREG(WSV-LOTETIPO:1) = 'T'
                          PERFORM 670000-CONVERTIR-COLA
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
                    MOVE WSV-LOTENUEVO TO REG-TEMPORAL
                    WRITE REG-TEMPORAL
                    IF WSS-FS-TEMPORAL-OK
                       ADD 1 TO WSA-GRABADOS
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TEMPORAL
           CLOSE RESPALDO
           CLOSE ORIGEN.

       640000-SEGUNDA-PASADA-LOTE.
           OPEN INPUT TEMPORAL
           PERFORM UNTIL WSS-FS-TEMPORAL-EOF
              READ TEMPORAL
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WSA-RELEIDOS
                    MOVE REG-TEMPORAL TO WSV-LOTENUEVO
                    EVALUATE TRUE
                       WHEN WSV-LOTECONCAB = 0
                       WHEN WSV-LOTENUEVO(WSV-LOTETIPO:1) = 'D'
                          PERFORM 665000-SUMAR-DETALLE-NUEVO
                       WHEN WSV-LOTENUEVO(WSV-LOTETIPO:1) = 'T'
                          MOVE WSV-LOTENUEVO(WSV-LOTETIPO + 7:13)
                               TO WSV-COLA-X
                          IF WSV-COLA-X IS NUMERIC
                             ADD WSV-COLA-I TO WSA-COLANUE
                          ELSE
                             ADD 1 TO WSA-NONUMNUE
                          END-IF
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
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
      * MISMA VERIFICACION QUE 230000, CON LOS CONTROLES DEL LOTE.    *
      *****************************************************************
       650000-VERIFICAR-LOTE.
           MOVE 1 TO WSV-VERIFICADO
           IF WSA-GRABADOS    NOT = WSA-LEIDOS
              OR WSA-RELEIDOS    NOT = WSA-LEIDOS
              OR WSA-RESPALDADOS NOT = WSA-LEIDOS
              OR WSA-DETALLESNUE NOT = WSA-DETALLESANT
              OR WSA-CONTROLNUE  NOT = WSA-CONTROLANT
              OR WSA-IMPORTENUE  NOT = WSA-IMPORTEANT
              OR WSA-COLANUE     NOT = WSA-COLAANT
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
           MOVE WSA-DETALLESANT TO WSM-CANTIDAD
           DISPLAY "DETALLES:          " WSM-CANTIDAD " ANTES"
           MOVE WSA-DETALLESNUE TO WSM-CANTIDAD
           DISPLAY "                   " WSM-CANTIDAD " DESPUES"
           MOVE WSA-CONTROLANT  TO WSM-CONTROL
           DISPLAY "SUMA CANT. CUOTAS: " WSM-CONTROL " ANTES"
           MOVE WSA-CONTROLNUE  TO WSM-CONTROL
           DISPLAY "                   " WSM-CONTROL " DESPUES"
           MOVE WSA-IMPORTEANT  TO WSM-IMPORTE
           DISPLAY "TOTAL IMPORTE:     " WSM-IMPORTE " ANTES"
           MOVE WSA-IMPORTENUE  TO WSM-IMPORTE
           DISPLAY "                   " WSM-IMPORTE " DESPUES"
           IF WSV-LOTECONCAB = 1 AND WSV-LOTEPREFIJO = 0
              MOVE WSA-COLAANT  TO WSM-IMPORTE
              DISPLAY "SUMA DE LAS COLAS: " WSM-IMPORTE " ANTES"
              MOVE WSA-COLANUE  TO WSM-IMPORTE
              DISPLAY "                   " WSM-IMPORTE " DESPUES"
           END-IF
           IF WSA-NONUMANT > 0 OR WSA-NONUMNUE > 0
              DISPLAY "CAMPOS NO NUMERICOS: " WSA-NONUMANT
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
           MOVE WSA-IMPORTEANT TO CNV-IMPORTEANT
           MOVE WSA-IMPORTENUE TO CNV-IMPORTENUE
           PERFORM 260000-GRABAR-REGISTRO.

      *****************************************************************
      * DETALLE VIEJO -> NUEVO: CADA CAMPO SE AMPLIA CON CEROS A LA   *
      * IZQUIERDA (IGUAL QUE LAS INSERCIONES DEL CATALOGO) Y LAS      *
      * CUOTAS 6 A 24 QUEDAN EN CERO, COMO LAS GRABA GENLOTE-09-FL.   *
      *****************************************************************
       660000-CONVERTIR-DETALLE.
           ADD 1 TO WSA-DETALLESANT
           MOVE WSV-LOTEREG(WSV-LOTEDET:122) TO DETALLE-LOTE-VIEJO
           MOVE LTV-IDENTIFICACION TO LTN-IDENTIFICACION
           MOVE '0'                TO LTN-CANTCUOTAS-X(1:1)
           MOVE LTV-CANTCUOTAS-X   TO LTN-CANTCUOTAS-X(2:1)
           IF LTV-CANTCUOTAS IS NUMERIC
              ADD LTV-CANTCUOTAS TO WSA-CONTROLANT
           ELSE
              ADD 1 TO WSA-NONUMANT
           END-IF
           PERFORM VARYING WSI-C FROM 1 BY 1 UNTIL WSI-C > 24
              IF WSI-C > 5
                 MOVE ZEROS TO LTN-IMPORTE-X(WSI-C)
                 MOVE ZEROS TO LTN-VENCIMIENTO(WSI-C)
              ELSE
                 MOVE '00' TO LTN-IMPORTE-X(WSI-C)(1:2)
                 MOVE LTV-IMPORTE-X(WSI-C)
                      TO LTN-IMPORTE-X(WSI-C)(3:6)
                 MOVE LTV-VENCIMIENTO(WSI-C)
                      TO LTN-VENCIMIENTO(WSI-C)
                 IF LTV-IMPORTE(WSI-C) IS NUMERIC
                    ADD LTV-IMPORTE(WSI-C) TO WSA-IMPORTEANT
                 ELSE
                    ADD 1 TO WSA-NONUMANT
                 END-IF
              END-IF
           END-PERFORM
           MOVE LTV-CODCLIENTE TO LTN-CODCLIENTE
           MOVE DETALLE-LOTE-NUEVO TO WSV-LOTENUEVO(WSV-LOTEDET:437).

       665000-SUMAR-DETALLE-NUEVO.
           ADD 1 TO WSA-DETALLESNUE
           MOVE WSV-LOTENUEVO(WSV-LOTEDET:437) TO DETALLE-LOTE-NUEVO
           IF LTN-CANTCUOTAS IS NUMERIC
              ADD LTN-CANTCUOTAS TO WSA-CONTROLNUE
           ELSE
              ADD 1 TO WSA-NONUMNUE
           END-IF
           PERFORM VARYING WSI-C FROM 1 BY 1 UNTIL WSI-C > 24
              IF LTN-IMPORTE(WSI-C) IS NUMERIC
                 ADD LTN-IMPORTE(WSI-C) TO WSA-IMPORTENUE
              ELSE
                 ADD 1 TO WSA-NONUMNUE
              END-IF
           END-PERFORM.

      *****************************************************************
      * COLA 'T': LA CANTIDAD QUEDA IGUAL Y LA SUMA (POSICIONES 8 A   *
      * 18 DEL REGISTRO) SE AMPLIA A 13 POSICIONES.                   *
      *****************************************************************
       670000-CONVERTIR-COLA.
           MOVE ZEROS TO WSV-COLA-X
           MOVE WSV-LOTEREG(WSV-LOTETIPO + 7:11) TO WSV-COLA-X(3:11)
           IF WSV-COLA-X IS NUMERIC
              ADD WSV-COLA-I TO WSA-COLAANT
           ELSE
              ADD 1 TO WSA-NONUMANT
           END-IF
           MOVE SPACES TO WSV-LOTENUEVO(WSV-LOTETIPO + 7:)
           MOVE WSV-COLA-X TO WSV-LOTENUEVO(WSV-LOTETIPO + 7:13)
           MOVE WSV-LOTEREG(WSV-LOTETIPO + 18:)
                TO WSV-LOTENUEVO(WSV-LOTETIPO + 20:).

       COPY FSLOCKPROC.

       COPY FSLOGPROC.

       END PROGRAM CONVCUO-09-FL.
