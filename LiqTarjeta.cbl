      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 18/09/2019
      * Purpose: LIQUIDACION DE LA ADQUIRENTE DE TARJETAS: IMPORTA EL
      *          ARCHIVO DE LIQUIDACION (LIQTARJ.DAT, UN REGISTRO POR
      *          CUPON PAGADO) Y APAREA CADA CUPON CONTRA LOS COBRADOS
      *          CON TARJETA EN PAGOS-09-FL (CUPONES.DAT, MEDIO 'K'),
      *          QUE QUEDAN LIQUIDADOS CON SU FECHA Y NETO. DEJA EL
      *          INFORME EN CTLLIQTARJ.DAT: BRUTO, COMISION,
      *          RETENCIONES Y NETO DEPOSITADO POR FECHA DE
      *          LIQUIDACION, CUPONES QUE NO SE PUDIERON APAREAR Y
      *          CUPONES QUE LA ADQUIRENTE NO PAGO PASADOS LOS DIAS DE
      *          ACREDITACION ESPERADOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQTARJ-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIQUIDACION         ASSIGN TO DISK 'LIQTARJ.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-LIQUIDAC.

           SELECT CUPONES             ASSIGN TO DISK 'CUPONES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CUPONES.

           SELECT INFORME             ASSIGN TO DISK 'CTLLIQTARJ.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-INFORME.

           SELECT INTENCION ASSIGN TO DISK 'INTENCION.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-INT-FS.

           SELECT FECHAPROC ASSIGN TO DISK 'FECHAPROC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-FPR-FS.

           SELECT CERROJOS  ASSIGN TO DISK 'CERROJOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-CER-FS.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.

       DATA DIVISION.

       FILE SECTION.

      *****************************************************************
      * LIQTARJ.DAT: LIQUIDACION DE LA ADQUIRENTE, UN REGISTRO POR    *
      * CUPON: FECHA EN QUE SE DEPOSITA, MARCA, NUMERO DE CUPON,      *
      * FECHA DE LA OPERACION, BRUTO, COMISION, RETENCIONES           *
      * IMPOSITIVAS (IVA, GANANCIAS E INGRESOS BRUTOS) Y NETO.        *
      *****************************************************************
       FD LIQUIDACION.
       01 REG-LIQUIDACION.
          05 LIQ-FECHALIQ          PIC 9(08).
          05 LIQ-MARCA             PIC X(10).
          05 LIQ-CUPON             PIC 9(08).
          05 LIQ-FECHAOPER         PIC 9(08).
          05 LIQ-BRUTO             PIC 9(08)V9(02).
          05 LIQ-COMISION          PIC 9(08)V9(02).
          05 LIQ-RETENCIONES       PIC 9(08)V9(02).
          05 LIQ-NETO              PIC 9(08)V9(02).

      *****************************************************************
      * CUPONES.DAT: CUPONES DE TARJETA DE PAGOS-09-FL. CUP-ESTADO    *
      * 'P' = PENDIENTE DE LIQUIDAR, 'L' = LIQUIDADO (ESTE PROGRAMA). *
      *****************************************************************
       FD CUPONES.
       01 REG-CUPON.
          05 CUP-NUMERO            PIC 9(08).
          05 CUP-MARCA             PIC X(10).
          05 CUP-CUOTAS            PIC 9(02).
          05 CUP-NOMBRE            PIC A(20).
          05 CUP-APELLIDO          PIC A(20).
          05 CUP-NUMERO-CUOTA      PIC 9(02).
          05 CUP-IMPORTE           PIC 9(06)V9(02).
          05 CUP-FECHAPAGO         PIC 9(08).
          05 CUP-SESION            PIC 9(04).
          05 CUP-ESTADO            PIC X(01).
          05 CUP-FECHALIQ          PIC 9(08).
          05 CUP-NETO              PIC 9(06)V9(02).

       FD INFORME.
       01 REG-INFORME              PIC X(80).

       FD INTENCION.
       COPY FSINT.

       FD FECHAPROC.
       COPY FSFECHA.

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
          05 WSV-FECHA-SISTEMA    PIC 9(08)       VALUE 0.
          05 WSV-DIASACRED        PIC 9(03)       VALUE 0.
          05 WSV-DIAS             PIC S9(05)      VALUE 0.
          05 WSV-POSICION         PIC 9(04)       VALUE 0.
          05 WSV-POSFECHA         PIC 9(02)       VALUE 0.
          05 WSV-TABLALLENA       PIC 9(01)       VALUE 0.
          05 WSV-MOTIVO           PIC X(30)       VALUE SPACES.
          05 WSV-NETOESPERADO     PIC 9(08)V9(02) VALUE 0.

      *****************************************************************
      * DIAS CORRIDOS QUE LA ADQUIRENTE TARDA EN PAGAR UN CUPON SI NO *
      * SE INDICA OTRA COSA AL CORRER.                                *
      *****************************************************************
       01 CONSTANTES.
          05 WSC-DIASACRED        PIC 9(03)       VALUE 18.

       01 INDICES.
          05 WSI-I                PIC 9(04)       VALUE 0.
          05 WSI-F                PIC 9(02)       VALUE 0.
          05 WSV-CANTCUPONES      PIC 9(04)       VALUE 0.
          05 WSV-CANTFECHAS       PIC 9(02)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-LEIDOS           PIC 9(06)       VALUE 0.
          05 WSA-APAREADOS        PIC 9(06)       VALUE 0.
          05 WSA-NOAPAREADOS      PIC 9(06)       VALUE 0.
          05 WSA-IMPAGOS          PIC 9(06)       VALUE 0.
          05 WSA-IMPORTEIMPAGO    PIC 9(10)V9(02) VALUE 0.
          05 WSA-BRUTO            PIC 9(10)V9(02) VALUE 0.
          05 WSA-COMISION         PIC 9(10)V9(02) VALUE 0.
          05 WSA-RETENCIONES      PIC 9(10)V9(02) VALUE 0.
          05 WSA-NETO             PIC 9(10)V9(02) VALUE 0.

       01 SWITCHES.
          05 WSS-FS-LIQUIDAC      PIC X(02).
            88 WSS-FS-LIQUIDAC-OK                 VALUE '00'.
            88 WSS-FS-LIQUIDAC-EOF                VALUE '10'.
          05 WSS-FS-CUPONES       PIC X(02).
            88 WSS-FS-CUPONES-OK                  VALUE '00'.
            88 WSS-FS-CUPONES-EOF                 VALUE '10'.
          05 WSS-FS-INFORME       PIC X(02).
            88 WSS-FS-INFORME-OK                  VALUE '00'.

       01 MASCARAS.
          05 WSM-IMPORTE          PIC Z(07)9,99.
          05 WSM-TOTAL            PIC Z(09)9,99.
          05 WSM-CANTIDAD         PIC Z(05)9.
          05 WSM-DIAS             PIC Z(04)9.

      *****************************************************************
      * CUPONES.DAT EN MEMORIA PARA MARCAR LOS LIQUIDADOS Y           *
      * REGRABARLO.                                                   *
      *****************************************************************
       01 TABLA-CUPONES.
          05 WST-CUPON            OCCURS 2000 TIMES.
             10 CPT-NUMERO        PIC 9(08).
             10 CPT-MARCA         PIC X(10).
             10 CPT-CUOTAS        PIC 9(02).
             10 CPT-NOMBRE        PIC A(20).
             10 CPT-APELLIDO      PIC A(20).
             10 CPT-NUMERO-CUOTA  PIC 9(02).
             10 CPT-IMPORTE       PIC 9(06)V9(02).
             10 CPT-FECHAPAGO     PIC 9(08).
             10 CPT-SESION        PIC 9(04).
             10 CPT-ESTADO        PIC X(01).
             10 CPT-FECHALIQ      PIC 9(08).
             10 CPT-NETO          PIC 9(06)V9(02).

      *****************************************************************
      * CUADRO POR FECHA DE LIQUIDACION (LO QUE LA ADQUIRENTE         *
      * DEPOSITO CADA DIA).                                           *
      *****************************************************************
       01 TABLA-FECHAS.
          05 WST-FECHA            OCCURS 60 TIMES.
             10 FEC-FECHALIQ      PIC 9(08).
             10 FEC-CANTIDAD      PIC 9(06).
             10 FEC-BRUTO         PIC 9(10)V9(02).
             10 FEC-COMISION      PIC 9(10)V9(02).
             10 FEC-RETENCIONES   PIC 9(10)V9(02).
             10 FEC-NETO          PIC 9(10)V9(02).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'LIQTARJ-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           MOVE 'LIQTARJ-09-FL' TO WS-CER-PROGRAMA
           MOVE 1 TO WS-CER-CANTARCH
           MOVE 'CUPONES.DAT' TO WS-CER-ARCHIVO(1)
           PERFORM 9200-TOMAR-CERROJOS
           IF WS-CER-DENEGADO = 1
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
              SET WS-LOG-FIN TO TRUE
              PERFORM 9100-GRABAR-PROCLOG
              STOP RUN
           END-IF
           PERFORM 9300-LEER-FECHA-PROCESO
           MOVE WS-FPR-FECHA TO WSV-FECHA-SISTEMA

           DISPLAY "DIAS DE ACREDITACION ESPERADOS (0 = "
                   WSC-DIASACRED "): "
           ACCEPT WSV-DIASACRED
           IF WSV-DIASACRED = 0
              MOVE WSC-DIASACRED TO WSV-DIASACRED
           END-IF

           PERFORM 100000-CARGAR-CUPONES
           IF WSV-TABLALLENA = 1
              DISPLAY "CUPONES.DAT SUPERA LA TABLA: SE CANCELA SIN "
                      "REGRABAR"
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
              OPEN OUTPUT INFORME
              IF NOT WSS-FS-INFORME-OK
                 DISPLAY "NO SE PUDO GENERAR CTLLIQTARJ.DAT"
                 DISPLAY "FILE STATUS " WSS-FS-INFORME
              END-IF
              MOVE SPACES TO REG-INFORME
              STRING 'LIQUIDACION DE TARJETAS - PROCESADA EL '
                     WSV-FECHA-SISTEMA
                     DELIMITED BY SIZE INTO REG-INFORME
              PERFORM 490000-GRABAR-LINEA
              MOVE ALL '-' TO REG-INFORME
              PERFORM 490000-GRABAR-LINEA

              PERFORM 200000-PROCESAR-LIQUIDACION
              PERFORM 300000-CUADRO-POR-FECHA
              PERFORM 400000-CUPONES-IMPAGOS
              CLOSE INFORME
              IF WSA-APAREADOS > 0
                 PERFORM 500000-REGRABAR-CUPONES
              END-IF
              DISPLAY "CUPONES LIQUIDADOS LEIDOS: " WSA-LEIDOS
              DISPLAY "APAREADOS:                 " WSA-APAREADOS
              DISPLAY "SIN APAREAR:               " WSA-NOAPAREADOS
              DISPLAY "IMPAGOS POR LA ADQUIRENTE: " WSA-IMPAGOS
              DISPLAY "INFORME EN CTLLIQTARJ.DAT"
           END-IF
           PERFORM 9250-LIBERAR-CERROJOS
           MOVE WSA-LEIDOS      TO WS-LOG-LEIDOS
           MOVE WSA-APAREADOS   TO WS-LOG-GRABADOS
           MOVE WSA-NOAPAREADOS TO WS-LOG-RECHAZADOS
           SET WS-LOG-FIN TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

       100000-CARGAR-CUPONES.
           MOVE 0 TO WSV-CANTCUPONES
           MOVE 0 TO WSV-TABLALLENA
           OPEN INPUT CUPONES
           IF WSS-FS-CUPONES-OK
              PERFORM UNTIL WSS-FS-CUPONES-EOF
                 READ CUPONES
                    AT END
                       CONTINUE
                    NOT AT END
                       IF WSV-CANTCUPONES > 1999
                          MOVE 1 TO WSV-TABLALLENA
                       ELSE
                          ADD 1 TO WSV-CANTCUPONES
                          MOVE REG-CUPON TO WST-CUPON(WSV-CANTCUPONES)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUPONES
           END-IF.

      *****************************************************************
      * CADA CUPON LIQUIDADO SE BUSCA POR NUMERO Y MARCA ENTRE LOS    *
      * PENDIENTES. SE APAREA SI EL BRUTO COINCIDE CON LO COBRADO;    *
      * SI NO, O SI EL CUPON NO EXISTE O YA ESTABA LIQUIDADO, QUEDA   *
      * LISTADO CON SU MOTIVO. TODO LO LIQUIDADO SUMA AL CUADRO DE LA *
      * FECHA, APAREADO O NO: ES LO QUE LA ADQUIRENTE DEPOSITO.       *
      *****************************************************************
       200000-PROCESAR-LIQUIDACION.
           MOVE 0 TO WSV-CANTFECHAS
           OPEN INPUT LIQUIDACION
           IF NOT WSS-FS-LIQUIDAC-OK
              DISPLAY "NO SE PUDO ABRIR LIQTARJ.DAT"
              DISPLAY "FILE STATUS " WSS-FS-LIQUIDAC
              MOVE 'NO SE RECIBIO LIQTARJ.DAT' TO REG-INFORME
              PERFORM 490000-GRABAR-LINEA
           ELSE
              MOVE 'CUPONES LIQUIDADOS SIN APAREAR' TO REG-INFORME
              PERFORM 490000-GRABAR-LINEA
              PERFORM UNTIL WSS-FS-LIQUIDAC-EOF
                 READ LIQUIDACION
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSA-LEIDOS
                       PERFORM 210000-APAREAR-CUPON
                       PERFORM 220000-SUMAR-FECHA
                 END-READ
              END-PERFORM
              CLOSE LIQUIDACION
              MOVE WSA-NOAPAREADOS TO WSM-CANTIDAD
              MOVE SPACES TO REG-INFORME
              STRING 'TOTAL SIN APAREAR: ' WSM-CANTIDAD ' CUPONES'
                     DELIMITED BY SIZE INTO REG-INFORME
              PERFORM 490000-GRABAR-LINEA
           END-IF
           MOVE ALL '-' TO REG-INFORME
           PERFORM 490000-GRABAR-LINEA.

       210000-APAREAR-CUPON.
           MOVE SPACES TO WSV-MOTIVO
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCUPONES
              IF CPT-NUMERO(WSI-I) = LIQ-CUPON
                 AND CPT-MARCA(WSI-I) = LIQ-MARCA
                 IF WSV-POSICION = 0
                    OR CPT-ESTADO(WSI-I) = 'P'
                    MOVE WSI-I TO WSV-POSICION
                 END-IF
              END-IF
           END-PERFORM

           IF WSV-POSICION = 0
              MOVE 'CUPON NO COBRADO EN LA CAJA' TO WSV-MOTIVO
           ELSE
           IF CPT-ESTADO(WSV-POSICION) NOT = 'P'
              MOVE 'CUPON YA LIQUIDADO' TO WSV-MOTIVO
           ELSE
           IF CPT-IMPORTE(WSV-POSICION) NOT = LIQ-BRUTO
              MOVE 'BRUTO DISTINTO DE LO COBRADO' TO WSV-MOTIVO
           END-IF
           END-IF
           END-IF

           IF WSV-MOTIVO = SPACES
              ADD 1 TO WSA-APAREADOS
              MOVE 'L'          TO CPT-ESTADO(WSV-POSICION)
              MOVE LIQ-FECHALIQ TO CPT-FECHALIQ(WSV-POSICION)
              MOVE LIQ-NETO     TO CPT-NETO(WSV-POSICION)
           ELSE
              ADD 1 TO WSA-NOAPAREADOS
              MOVE LIQ-BRUTO TO WSM-IMPORTE
              MOVE SPACES TO REG-INFORME
              STRING LIQ-FECHALIQ ' ' LIQ-MARCA ' CUPON ' LIQ-CUPON
                     ' OPER ' LIQ-FECHAOPER ' ' WSM-IMPORTE
                     DELIMITED BY SIZE INTO REG-INFORME
              PERFORM 490000-GRABAR-LINEA
              MOVE SPACES TO REG-INFORME
              STRING '   MOTIVO: ' WSV-MOTIVO
                     DELIMITED BY SIZE INTO REG-INFORME
              PERFORM 490000-GRABAR-LINEA
           END-IF

           COMPUTE WSV-NETOESPERADO =
                   LIQ-BRUTO - LIQ-COMISION - LIQ-RETENCIONES
           IF WSV-NETOESPERADO NOT = LIQ-NETO
              MOVE SPACES TO REG-INFORME
              STRING '   ATENCION: CUPON ' LIQ-CUPON
                     ' NETO DISTINTO DE BRUTO - COMISION - RETENCIONES'
                     DELIMITED BY SIZE INTO REG-INFORME
              PERFORM 490000-GRABAR-LINEA
           END-IF.

       220000-SUMAR-FECHA.
           MOVE 0 TO WSV-POSFECHA
           PERFORM VARYING WSI-F FROM 1 BY 1
                   UNTIL WSI-F > WSV-CANTFECHAS
              IF FEC-FECHALIQ(WSI-F) = LIQ-FECHALIQ
                 MOVE WSI-F TO WSV-POSFECHA
              END-IF
           END-PERFORM
           IF WSV-POSFECHA = 0 AND WSV-CANTFECHAS < 60
              ADD 1 TO WSV-CANTFECHAS
              MOVE WSV-CANTFECHAS TO WSV-POSFECHA
              MOVE LIQ-FECHALIQ TO FEC-FECHALIQ(WSV-POSFECHA)
              MOVE 0 TO FEC-CANTIDAD(WSV-POSFECHA)
              MOVE 0 TO FEC-BRUTO(WSV-POSFECHA)
              MOVE 0 TO FEC-COMISION(WSV-POSFECHA)
              MOVE 0 TO FEC-RETENCIONES(WSV-POSFECHA)
              MOVE 0 TO FEC-NETO(WSV-POSFECHA)
           END-IF
           IF WSV-POSFECHA = 0
              DISPLAY "ATENCION: TABLA DE FECHAS LLENA - EL CUPON "
                      LIQ-CUPON " NO SUMA AL CUADRO"
           ELSE
              ADD 1               TO FEC-CANTIDAD(WSV-POSFECHA)
              ADD LIQ-BRUTO       TO FEC-BRUTO(WSV-POSFECHA)
              ADD LIQ-COMISION    TO FEC-COMISION(WSV-POSFECHA)
              ADD LIQ-RETENCIONES TO FEC-RETENCIONES(WSV-POSFECHA)
              ADD LIQ-NETO        TO FEC-NETO(WSV-POSFECHA)
           END-IF.

      *****************************************************************
      * CUADRO POR FECHA DE LIQUIDACION: BRUTO, COMISION,             *
      * RETENCIONES Y NETO DEPOSITADO, CON EL TOTAL DEL ARCHIVO.      *
      *****************************************************************
       300000-CUADRO-POR-FECHA.
           MOVE 'CUADRO POR FECHA DE LIQUIDACION' TO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE 0 TO WSA-BRUTO
           MOVE 0 TO WSA-COMISION
           MOVE 0 TO WSA-RETENCIONES
           MOVE 0 TO WSA-NETO
           PERFORM VARYING WSI-F FROM 1 BY 1
                   UNTIL WSI-F > WSV-CANTFECHAS
              MOVE FEC-CANTIDAD(WSI-F) TO WSM-CANTIDAD
              MOVE SPACES TO REG-INFORME
              STRING 'FECHA ' FEC-FECHALIQ(WSI-F) ' - '
                     WSM-CANTIDAD ' CUPONES'
                     DELIMITED BY SIZE INTO REG-INFORME
              PERFORM 490000-GRABAR-LINEA
              MOVE FEC-BRUTO(WSI-F) TO WSM-TOTAL
              MOVE SPACES TO REG-INFORME
              STRING '   BRUTO:           ' WSM-TOTAL
                     DELIMITED BY SIZE INTO REG-INFORME
              PERFORM 490000-GRABAR-LINEA
              MOVE FEC-COMISION(WSI-F) TO WSM-TOTAL
              MOVE SPACES TO REG-INFORME
              STRING '   COMISION:        ' WSM-TOTAL
                     DELIMITED BY SIZE INTO REG-INFORME
              PERFORM 490000-GRABAR-LINEA
              MOVE FEC-RETENCIONES(WSI-F) TO WSM-TOTAL
              MOVE SPACES TO REG-INFORME
              STRING '   RETENCIONES:     ' WSM-TOTAL
                     DELIMITED BY SIZE INTO REG-INFORME
              PERFORM 490000-GRABAR-LINEA
              MOVE FEC-NETO(WSI-F) TO WSM-TOTAL
              MOVE SPACES TO REG-INFORME
              STRING '   NETO DEPOSITADO: ' WSM-TOTAL
                     DELIMITED BY SIZE INTO REG-INFORME
              PERFORM 490000-GRABAR-LINEA
              ADD FEC-BRUTO(WSI-F)       TO WSA-BRUTO
              ADD FEC-COMISION(WSI-F)    TO WSA-COMISION
              ADD FEC-RETENCIONES(WSI-F) TO WSA-RETENCIONES
              ADD FEC-NETO(WSI-F)        TO WSA-NETO
           END-PERFORM
           MOVE ALL '=' TO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE WSA-BRUTO TO WSM-TOTAL
           MOVE SPACES TO REG-INFORME
           STRING 'TOTAL BRUTO:           ' WSM-TOTAL
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE WSA-COMISION TO WSM-TOTAL
           MOVE SPACES TO REG-INFORME
           STRING 'TOTAL COMISION:        ' WSM-TOTAL
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE WSA-RETENCIONES TO WSM-TOTAL
           MOVE SPACES TO REG-INFORME
           STRING 'TOTAL RETENCIONES:     ' WSM-TOTAL
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE WSA-NETO TO WSM-TOTAL
           MOVE SPACES TO REG-INFORME
           STRING 'TOTAL NETO DEPOSITADO: ' WSM-TOTAL
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE ALL '-' TO REG-INFORME
           PERFORM 490000-GRABAR-LINEA.

      *****************************************************************
      * CUPONES COBRADOS EN LA CAJA QUE SIGUEN SIN LIQUIDAR PASADOS   *
      * LOS DIAS DE ACREDITACION: HAY QUE RECLAMARLOS A LA            *
      * ADQUIRENTE.                                                   *
      *****************************************************************
       400000-CUPONES-IMPAGOS.
           MOVE 'CUPONES NO PAGADOS POR LA ADQUIRENTE (A RECLAMAR)'
                                                       TO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCUPONES
              IF CPT-ESTADO(WSI-I) = 'P'
                 COMPUTE WSV-DIAS =
                     FUNCTION INTEGER-OF-DATE(WSV-FECHA-SISTEMA)
                     - FUNCTION INTEGER-OF-DATE(CPT-FECHAPAGO(WSI-I))
                 IF WSV-DIAS > WSV-DIASACRED
                    ADD 1 TO WSA-IMPAGOS
                    ADD CPT-IMPORTE(WSI-I) TO WSA-IMPORTEIMPAGO
                    MOVE CPT-IMPORTE(WSI-I) TO WSM-IMPORTE
                    MOVE WSV-DIAS TO WSM-DIAS
                    MOVE SPACES TO REG-INFORME
                    STRING CPT-FECHAPAGO(WSI-I) ' '
                           CPT-MARCA(WSI-I) ' CUPON '
                           CPT-NUMERO(WSI-I) ' ' WSM-IMPORTE ' '
                           WSM-DIAS ' DIAS '
                           FUNCTION TRIM(CPT-APELLIDO(WSI-I))
                           DELIMITED BY SIZE INTO REG-INFORME
                    PERFORM 490000-GRABAR-LINEA
                 END-IF
              END-IF
           END-PERFORM
           MOVE WSA-IMPAGOS TO WSM-CANTIDAD
           MOVE WSA-IMPORTEIMPAGO TO WSM-TOTAL
           MOVE SPACES TO REG-INFORME
           STRING 'TOTAL A RECLAMAR: ' WSM-CANTIDAD ' CUPONES POR '
                  WSM-TOTAL
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 490000-GRABAR-LINEA.

       490000-GRABAR-LINEA.
           IF WSS-FS-INFORME-OK
              WRITE REG-INFORME
           END-IF.

       500000-REGRABAR-CUPONES.
           MOVE 'CUPONES.DAT'   TO WS-INT-ARCHIVO
           MOVE 'LIQTARJ-09-FL' TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT CUPONES
           IF WSS-FS-CUPONES-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTCUPONES
                 MOVE WST-CUPON(WSI-I) TO REG-CUPON
                 WRITE REG-CUPON
              END-PERFORM
              CLOSE CUPONES
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR CUPONES.DAT"
              DISPLAY "FILE STATUS " WSS-FS-CUPONES
              SET WS-LOG-TERMINO-ERROR TO TRUE
           END-IF.

       COPY FSINTPROC.

       COPY FSFECHAPROC.

       COPY FSLOCKPROC.

       COPY FSLOGPROC.

       END PROGRAM LIQTARJ-09-FL.
