      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 27/09/2019
      * Purpose: IMPUESTO SOBRE LOS DEBITOS Y CREDITOS BANCARIOS.
      *          MANTIENE CON VIGENCIAS LAS ALICUOTAS (IMPDEBCRED.DAT)
      *          QUE APLICAN MOVIM-09-FL Y ORDPERM-09-FL: LA GENERAL
      *          Y LOS TRATAMIENTOS POR CUENTA (EXENTA O ALICUOTA
      *          REDUCIDA, CON SU CERTIFICADO). EMITE EL INFORME
      *          MENSUAL DE PERCEPCIONES POR CUENTA Y TOTAL PARA LA
      *          DECLARACION JURADA (PERCEPIDC.DAT), NETO DE LAS
      *          DEVOLUCIONES POR REVERSAS. EL INFORME (OPCION 4)
      *          CORRE DESDE CADENA-09-FL CON UN ARCHIVO DE RESPUESTAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPDC-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPDEBCRED ASSIGN TO DISK 'IMPDEBCRED.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-IDC-FS.

           SELECT CUENTAS             ASSIGN TO DISK 'CUENTAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT MOVIMIENTOS         ASSIGN TO DISK 'MOVIMIENTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MOVIM.

           SELECT INFORME             ASSIGN TO DISK 'PERCEPIDC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-INFORME.

           SELECT FECHAPROC ASSIGN TO DISK 'FECHAPROC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-FPR-FS.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.

       DATA DIVISION.

       FILE SECTION.
       FD IMPDEBCRED.
       COPY FSIDC.

       FD CUENTAS.
       01 REG-CUENTA.
           05 FSE-NROCUENTA            PIC X(08).
           05 FSE-CODIGOCLTE           PIC 9(08).
           05 FSE-MONTOCUENTA          PIC 9(15)V9(02).
           05 FSE-MONEDA               PIC X(03).

      *****************************************************************
      * MOVIMIENTOS.DAT: EL IMPUESTO PERCIBIDO ES UN DEBITO CON       *
      * MOV-MOTIVO 'ID' (SOBRE UN DEBITO) O 'IC' (SOBRE UN CREDITO) Y *
      * MOV-REFREVERSA EN CERO; SU DEVOLUCION POR REVERSA LLEVA EL    *
      * MISMO CODIGO Y MOV-REFREVERSA DISTINTO DE CERO.               *
      *****************************************************************
       FD MOVIMIENTOS.
       01 REG-MOVIMIENTO.
           05 MOV-NROCUENTA            PIC X(08).
           05 MOV-FECHA                PIC 9(08).
           05 MOV-TIPO                 PIC X(01).
           05 MOV-CONCEPTO             PIC X(30).
           05 MOV-IMPORTE              PIC 9(13)V9(02).
           05 MOV-COMPROBANTE          PIC 9(06).
           05 MOV-REFREVERSA           PIC 9(06).
           05 MOV-MOTIVO               PIC X(02).

       FD INFORME.
       01 REG-INFORME                  PIC X(80).

       FD FECHAPROC.
       COPY FSFECHA.

       FD PROCLOG.
       COPY FSLOG.

       WORKING-STORAGE SECTION.

       COPY FSLOGVAR.

       COPY FSFECHAVAR.

       COPY FSIDCVAR.

       01 VARIABLES.
           05 WSV-OPCION               PIC 9(01)    VALUE 0.
           05 WSV-FECHA-SISTEMA        PIC 9(08)    VALUE 0.
           05 WSV-FECHA-SISTEMA-X REDEFINES WSV-FECHA-SISTEMA.
              10 WSV-PERIODO-SISTEMA   PIC 9(06).
              10 FILLER                PIC 9(02).
           05 WSV-NROCUENTA            PIC X(08)    VALUE SPACES.
           05 WSV-CONDICION            PIC X(01)    VALUE SPACE.
             88 WSV-CONDICION-VALIDA                VALUE 'E' 'R' 'N'.
           05 WSV-TASADEB              PIC 9(02)V9(04) VALUE 0.
           05 WSV-TASACRE              PIC 9(02)V9(04) VALUE 0.
           05 WSV-VIGENCIA             PIC 9(08)    VALUE 0.
           05 WSV-REFERENCIA           PIC X(30)    VALUE SPACES.
           05 WSV-EXISTE               PIC 9(01)    VALUE 0.
           05 WSV-PERIODO              PIC 9(06)    VALUE 0.
           05 WSV-PERIODO-X REDEFINES WSV-PERIODO.
              10 WSV-ANIO              PIC 9(04).
              10 WSV-MES               PIC 9(02).
           05 WSV-POSICION             PIC 9(04)    VALUE 0.
           05 WSV-TRUNCADO             PIC 9(01)    VALUE 0.

       01 INDICES.
           05 WSI-I                    PIC 9(04)    VALUE 0.
           05 WSV-CANTPERC             PIC 9(04)    VALUE 0.

       01 ACUMULADORES.
           05 WSA-LEIDOS               PIC 9(07)    VALUE 0.
           05 WSA-TOTDEB               PIC 9(15)V9(02) VALUE 0.
           05 WSA-TOTCRE               PIC 9(15)V9(02) VALUE 0.
           05 WSA-TOTDEV               PIC 9(15)V9(02) VALUE 0.
           05 WSA-TOTNETO              PIC S9(15)V9(02) VALUE 0.

       01 SWITCHES.
           05 WSS-FS-CUENTAS           PIC X(02).
             88 WSS-FS-CUENTAS-OK                   VALUE '00'.
             88 WSS-FS-CUENTAS-EOF                  VALUE '10'.
           05 WSS-FS-MOVIM             PIC X(02).
             88 WSS-FS-MOVIM-OK                     VALUE '00'.
             88 WSS-FS-MOVIM-EOF                    VALUE '10'.
           05 WSS-FS-INFORME           PIC X(02).
             88 WSS-FS-INFORME-OK                   VALUE '00'.

       01 MASCARAS.
           05 WSM-TASA                 PIC Z9,9999.
           05 WSM-IMPORTE              PIC Z(11)9,99.
           05 WSM-NETO                 PIC -Z(11)9,99.
           05 WSM-TOTAL                PIC Z(13)9,99.
           05 WSM-TOTNETO              PIC -Z(13)9,99.

      *****************************************************************
      * PERCEPCIONES DEL PERIODO POR CUENTA: SOBRE DEBITOS, SOBRE     *
      * CREDITOS Y DEVUELTAS POR REVERSAS.                            *
      *****************************************************************
       01 TABLA-PERCEPCIONES.
           05 WST-PERC                 OCCURS 500 TIMES.
              10 PRC-NROCUENTA         PIC X(08).
              10 PRC-DEBITOS           PIC 9(13)V9(02).
              10 PRC-CREDITOS          PIC 9(13)V9(02).
              10 PRC-DEVUELTO          PIC 9(13)V9(02).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'IMPDC-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           PERFORM 9300-LEER-FECHA-PROCESO
           MOVE WS-FPR-FECHA TO WSV-FECHA-SISTEMA
           PERFORM UNTIL WSV-OPCION = 5
              DISPLAY "**************************************"
              DISPLAY "IMPUESTO SOBRE DEBITOS Y CREDITOS"
              DISPLAY "1 - LISTAR ALICUOTAS Y TRATAMIENTOS"
              DISPLAY "2 - ENCOLAR ALICUOTA GENERAL CON VIGENCIA"
              DISPLAY "3 - EXENCION / ALICUOTA REDUCIDA DE UNA CUENTA"
              DISPLAY "4 - INFORME MENSUAL DE PERCEPCIONES"
              DISPLAY "5 - SALIR"
              DISPLAY "RESPUESTA: "
              ACCEPT WSV-OPCION

              EVALUATE WSV-OPCION
                 WHEN 1
                    PERFORM 100000-LISTAR-ALICUOTAS
                 WHEN 2
                    PERFORM 200000-ENCOLAR-GENERAL
                 WHEN 3
                    PERFORM 300000-TRATAMIENTO-CUENTA
                 WHEN 4
                    PERFORM 400000-INFORME-PERCEPCIONES
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
           MOVE WSA-LEIDOS TO WS-LOG-LEIDOS
           SET WS-LOG-FIN TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

      *****************************************************************
      * LISTA TODO IMPDEBCRED.DAT (HISTORIA INCLUIDA) Y DEBAJO LO QUE *
      * RIGE A LA FECHA DE PROCESO.                                   *
      *****************************************************************
       100000-LISTAR-ALICUOTAS.
           OPEN INPUT IMPDEBCRED
           IF NOT WS-IDC-FS-OK
              DISPLAY "NO HAY IMPDEBCRED.DAT"
           ELSE
              DISPLAY "--------------------------------------"
              PERFORM UNTIL WS-IDC-FS-EOF
                 READ IMPDEBCRED
                    AT END
                       CONTINUE
                    NOT AT END
                       PERFORM 110000-MOSTRAR-REGISTRO
                 END-READ
              END-PERFORM
              CLOSE IMPDEBCRED
              DISPLAY "--------------------------------------"
              MOVE WSV-FECHA-SISTEMA TO WS-IDC-FECHA
              PERFORM 9600-CARGAR-IMPDEBCRED
              MOVE WS-IDC-GRALDEB TO WSM-TASA
              DISPLAY "RIGE AL " WSV-FECHA-SISTEMA
                      ": GENERAL DEBITOS " WSM-TASA "%"
              MOVE WS-IDC-GRALCRE TO WSM-TASA
              DISPLAY "                     CREDITOS " WSM-TASA "%"
              DISPLAY "CUENTAS CON TRATAMIENTO PARTICULAR: "
                      WS-IDC-CANTCTAS
           END-IF.

       110000-MOSTRAR-REGISTRO.
           IF IDC-NROCUENTA = SPACES
              MOVE IDC-TASADEB TO WSM-TASA
              DISPLAY "GENERAL  DESDE " IDC-VIGDESDE
                      " DEB " WSM-TASA "%" WITH NO ADVANCING
              MOVE IDC-TASACRE TO WSM-TASA
              DISPLAY " CRED " WSM-TASA "% "
                      FUNCTION TRIM(IDC-REFERENCIA)
           ELSE
              EVALUATE IDC-CONDICION
                 WHEN 'E'
                    DISPLAY IDC-NROCUENTA " DESDE " IDC-VIGDESDE
                            " EXENTA "
                            FUNCTION TRIM(IDC-REFERENCIA)
                 WHEN 'R'
                    MOVE IDC-TASADEB TO WSM-TASA
                    DISPLAY IDC-NROCUENTA " DESDE " IDC-VIGDESDE
                            " REDUCIDA DEB " WSM-TASA "%"
                            WITH NO ADVANCING
                    MOVE IDC-TASACRE TO WSM-TASA
                    DISPLAY " CRED " WSM-TASA "% "
                            FUNCTION TRIM(IDC-REFERENCIA)
                 WHEN OTHER
                    DISPLAY IDC-NROCUENTA " DESDE " IDC-VIGDESDE
                            " VUELVE A LA GENERAL "
                            FUNCTION TRIM(IDC-REFERENCIA)
              END-EVALUATE
           END-IF.

      *****************************************************************
      * ENCOLA UNA ALICUOTA GENERAL: SOLO CON VIGENCIA POSTERIOR A LA *
      * FECHA DE PROCESO (LO YA PERCIBIDO NO SE RECALCULA). LA        *
      * ANTERIOR QUEDA COMO HISTORIA.                                 *
      *****************************************************************
       200000-ENCOLAR-GENERAL.
           DISPLAY "ALICUOTA SOBRE DEBITOS (%, EJ. 0,6): "
           ACCEPT WSV-TASADEB
           DISPLAY "ALICUOTA SOBRE CREDITOS (%, EJ. 0,6): "
           ACCEPT WSV-TASACRE
           DISPLAY "NORMA (HASTA 30 CARACT.): "
           ACCEPT WSV-REFERENCIA
           DISPLAY "VIGENCIA DESDE (AAAAMMDD): "
           ACCEPT WSV-VIGENCIA
           EVALUATE TRUE
              WHEN WSV-VIGENCIA <= WSV-FECHA-SISTEMA
                 DISPLAY "RECHAZADO: LA VIGENCIA DEBE SER FUTURA"
              WHEN WSV-TASADEB > 10 OR WSV-TASACRE > 10
                 DISPLAY "RECHAZADO: ALICUOTA FUERA DE RANGO (0-10%)"
              WHEN OTHER
                 MOVE SPACES         TO IDC-NROCUENTA
                 MOVE 'G'            TO IDC-CONDICION
                 MOVE WSV-TASADEB    TO IDC-TASADEB
                 MOVE WSV-TASACRE    TO IDC-TASACRE
                 MOVE WSV-VIGENCIA   TO IDC-VIGDESDE
                 MOVE WSV-REFERENCIA TO IDC-REFERENCIA
                 PERFORM 500000-AGREGAR-REGISTRO
           END-EVALUATE.

      *****************************************************************
      * TRATAMIENTO PARTICULAR DE UNA CUENTA: EXENTA (E), ALICUOTA    *
      * REDUCIDA (R) O FIN DEL TRATAMIENTO (N, VUELVE A LA GENERAL).  *
      * LA REFERENCIA AL CERTIFICADO ES OBLIGATORIA PARA E Y R.       *
      *****************************************************************
       300000-TRATAMIENTO-CUENTA.
           DISPLAY "NUMERO DE CUENTA (8 DIGITOS): "
           ACCEPT WSV-NROCUENTA
           PERFORM 310000-VERIFICAR-CUENTA
           IF WSV-EXISTE = 0
              DISPLAY "LA CUENTA NO EXISTE EN CUENTAS.DAT"
           ELSE
              MOVE SPACE TO WSV-CONDICION
              PERFORM UNTIL WSV-CONDICION-VALIDA
                 DISPLAY "CONDICION (E = EXENTA, R = REDUCIDA, "
                         "N = VUELVE A LA GENERAL): "
                 ACCEPT WSV-CONDICION
              END-PERFORM
              MOVE 0 TO WSV-TASADEB
              MOVE 0 TO WSV-TASACRE
              IF WSV-CONDICION = 'R'
                 DISPLAY "ALICUOTA REDUCIDA SOBRE DEBITOS (%): "
                 ACCEPT WSV-TASADEB
                 DISPLAY "ALICUOTA REDUCIDA SOBRE CREDITOS (%): "
                 ACCEPT WSV-TASACRE
              END-IF
              DISPLAY "CERTIFICADO O NORMA (HASTA 30 CARACT.): "
              ACCEPT WSV-REFERENCIA
              DISPLAY "VIGENCIA DESDE (AAAAMMDD): "
              ACCEPT WSV-VIGENCIA
              EVALUATE TRUE
                 WHEN WSV-VIGENCIA <= WSV-FECHA-SISTEMA
                    DISPLAY "RECHAZADO: LA VIGENCIA DEBE SER FUTURA"
                 WHEN WSV-CONDICION NOT = 'N'
                      AND WSV-REFERENCIA = SPACES
                    DISPLAY "RECHAZADO: FALTA EL CERTIFICADO"
                 WHEN WSV-TASADEB > 10 OR WSV-TASACRE > 10
                    DISPLAY "RECHAZADO: ALICUOTA FUERA DE RANGO"
                 WHEN OTHER
                    MOVE WSV-NROCUENTA  TO IDC-NROCUENTA
                    MOVE WSV-CONDICION  TO IDC-CONDICION
                    MOVE WSV-TASADEB    TO IDC-TASADEB
                    MOVE WSV-TASACRE    TO IDC-TASACRE
                    MOVE WSV-VIGENCIA   TO IDC-VIGDESDE
                    MOVE WSV-REFERENCIA TO IDC-REFERENCIA
                    PERFORM 500000-AGREGAR-REGISTRO
              END-EVALUATE
           END-IF.

       310000-VERIFICAR-CUENTA.
           MOVE 0 TO WSV-EXISTE
           OPEN INPUT CUENTAS
           IF WSS-FS-CUENTAS-OK
              PERFORM UNTIL WSS-FS-CUENTAS-EOF
                 READ CUENTAS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF FSE-NROCUENTA = WSV-NROCUENTA
                          MOVE 1 TO WSV-EXISTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUENTAS
           END-IF.

      *****************************************************************
      * INFORME MENSUAL DE PERCEPCIONES: SUMA POR CUENTA LO PERCIBIDO *
      * EN EL PERIODO SOBRE DEBITOS ('ID') Y SOBRE CREDITOS ('IC') Y  *
      * RESTA LO DEVUELTO POR REVERSAS ASENTADAS EN EL MISMO PERIODO. *
      * EL NETO TOTAL ES LO QUE SE DECLARA E INGRESA.                 *
      *****************************************************************
       400000-INFORME-PERCEPCIONES.
           DISPLAY "PERIODO (AAAAMM, 0 = MES ANTERIOR): "
           ACCEPT WSV-PERIODO
           IF WSV-PERIODO = 0
              MOVE WSV-PERIODO-SISTEMA TO WSV-PERIODO
              IF WSV-MES = 1
                 SUBTRACT 1 FROM WSV-ANIO
                 MOVE 12 TO WSV-MES
              ELSE
                 SUBTRACT 1 FROM WSV-MES
              END-IF
           END-IF
           MOVE 0 TO WSV-CANTPERC
           MOVE 0 TO WSV-TRUNCADO
           MOVE 0 TO WSA-TOTDEB
           MOVE 0 TO WSA-TOTCRE
           MOVE 0 TO WSA-TOTDEV
           OPEN INPUT MOVIMIENTOS
           IF WSS-FS-MOVIM-OK
              PERFORM UNTIL WSS-FS-MOVIM-EOF
                 READ MOVIMIENTOS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSA-LEIDOS
                       IF (MOV-MOTIVO = 'ID' OR 'IC')
                          AND MOV-FECHA(1:6) = WSV-PERIODO
                          PERFORM 410000-ACUMULAR-PERCEPCION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MOVIMIENTOS
           END-IF
           OPEN OUTPUT INFORME
           IF NOT WSS-FS-INFORME-OK
              DISPLAY "NO SE PUDO GENERAR PERCEPIDC.DAT"
              DISPLAY "FILE STATUS " WSS-FS-INFORME
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 420000-EMITIR-INFORME
              CLOSE INFORME
              DISPLAY "INFORME EN PERCEPIDC.DAT"
           END-IF
           IF WSV-TRUNCADO = 1
              DISPLAY "ATENCION: MAS CUENTAS QUE LA TABLA, EL DETALLE "
                      "QUEDO INCOMPLETO (LOS TOTALES SON CORRECTOS)"
              MOVE 4 TO RETURN-CODE
           END-IF.

       410000-ACUMULAR-PERCEPCION.
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTPERC
              IF PRC-NROCUENTA(WSI-I) = MOV-NROCUENTA
                 MOVE WSI-I TO WSV-POSICION
              END-IF
           END-PERFORM
           IF WSV-POSICION = 0
              IF WSV-CANTPERC < 500
                 ADD 1 TO WSV-CANTPERC
                 MOVE WSV-CANTPERC  TO WSV-POSICION
                 MOVE MOV-NROCUENTA TO PRC-NROCUENTA(WSV-POSICION)
                 MOVE 0 TO PRC-DEBITOS(WSV-POSICION)
                 MOVE 0 TO PRC-CREDITOS(WSV-POSICION)
                 MOVE 0 TO PRC-DEVUELTO(WSV-POSICION)
              ELSE
                 MOVE 1 TO WSV-TRUNCADO
              END-IF
           END-IF
           IF MOV-REFREVERSA IS NUMERIC AND MOV-REFREVERSA > 0
              ADD MOV-IMPORTE TO WSA-TOTDEV
              IF WSV-POSICION > 0
                 ADD MOV-IMPORTE TO PRC-DEVUELTO(WSV-POSICION)
              END-IF
           ELSE
              IF MOV-MOTIVO = 'ID'
                 ADD MOV-IMPORTE TO WSA-TOTDEB
                 IF WSV-POSICION > 0
                    ADD MOV-IMPORTE TO PRC-DEBITOS(WSV-POSICION)
                 END-IF
              ELSE
                 ADD MOV-IMPORTE TO WSA-TOTCRE
                 IF WSV-POSICION > 0
                    ADD MOV-IMPORTE TO PRC-CREDITOS(WSV-POSICION)
                 END-IF
              END-IF
           END-IF.

       420000-EMITIR-INFORME.
           MOVE SPACES TO REG-INFORME
           STRING 'PERCEPCIONES IMPUESTO S/DEBITOS Y CREDITOS - '
                  'PERIODO ' WSV-PERIODO
                  DELIMITED BY SIZE INTO REG-INFORME
           WRITE REG-INFORME
           MOVE SPACES TO REG-INFORME
           STRING 'CUENTA   ' '   S/DEBITOS    ' '  S/CREDITOS    '
                  '   DEVUELTO    ' '       NETO'
                  DELIMITED BY SIZE INTO REG-INFORME
           WRITE REG-INFORME
           MOVE ALL '-' TO REG-INFORME
           WRITE REG-INFORME
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTPERC
              MOVE SPACES TO REG-INFORME
              MOVE PRC-NROCUENTA(WSI-I) TO REG-INFORME(1:8)
              MOVE PRC-DEBITOS(WSI-I)   TO WSM-IMPORTE
              MOVE WSM-IMPORTE          TO REG-INFORME(10:15)
              MOVE PRC-CREDITOS(WSI-I)  TO WSM-IMPORTE
              MOVE WSM-IMPORTE          TO REG-INFORME(26:15)
              MOVE PRC-DEVUELTO(WSI-I)  TO WSM-IMPORTE
              MOVE WSM-IMPORTE          TO REG-INFORME(42:15)
              COMPUTE WSA-TOTNETO = PRC-DEBITOS(WSI-I)
                    + PRC-CREDITOS(WSI-I) - PRC-DEVUELTO(WSI-I)
              MOVE WSA-TOTNETO          TO WSM-NETO
              MOVE WSM-NETO             TO REG-INFORME(58:16)
              WRITE REG-INFORME
           END-PERFORM
           MOVE ALL '-' TO REG-INFORME
           WRITE REG-INFORME
           COMPUTE WSA-TOTNETO = WSA-TOTDEB + WSA-TOTCRE - WSA-TOTDEV
           MOVE WSA-TOTDEB TO WSM-TOTAL
           MOVE SPACES TO REG-INFORME
           STRING 'PERCIBIDO SOBRE DEBITOS:   ' WSM-TOTAL
                  DELIMITED BY SIZE INTO REG-INFORME
           WRITE REG-INFORME
           DISPLAY REG-INFORME
           MOVE WSA-TOTCRE TO WSM-TOTAL
           MOVE SPACES TO REG-INFORME
           STRING 'PERCIBIDO SOBRE CREDITOS:  ' WSM-TOTAL
                  DELIMITED BY SIZE INTO REG-INFORME
           WRITE REG-INFORME
           DISPLAY REG-INFORME
           MOVE WSA-TOTDEV TO WSM-TOTAL
           MOVE SPACES TO REG-INFORME
           STRING 'DEVUELTO POR REVERSAS:     ' WSM-TOTAL
                  DELIMITED BY SIZE INTO REG-INFORME
           WRITE REG-INFORME
           DISPLAY REG-INFORME
           MOVE WSA-TOTNETO TO WSM-TOTNETO
           MOVE SPACES TO REG-INFORME
           STRING 'NETO A DECLARAR:          ' WSM-TOTNETO
                  DELIMITED BY SIZE INTO REG-INFORME
           WRITE REG-INFORME
           DISPLAY REG-INFORME.

       500000-AGREGAR-REGISTRO.
           OPEN EXTEND IMPDEBCRED
           IF WS-IDC-FS-NOEXISTE
              OPEN OUTPUT IMPDEBCRED
           END-IF
           WRITE REG-IMPDEBCRED
           IF NOT WS-IDC-FS-OK
              DISPLAY "ERROR AL GRABAR IMPDEBCRED.DAT"
              DISPLAY "FILE STATUS " WS-IDC-FS
           ELSE
              DISPLAY "ENCOLADO: RIGE DESDE " IDC-VIGDESDE
           END-IF
           CLOSE IMPDEBCRED.

       COPY FSFECHAPROC.

       COPY FSIDCPROC.

       COPY FSLOGPROC.

       END PROGRAM IMPDC-09-FL.
