      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 18/09/2019
      * Purpose: AJUSTE DE PRECIOS POR INDICE: MANTIENE LOS VALORES
      *          MENSUALES PUBLICADOS DE CER E IPC (INDICES.DAT) Y
      *          AJUSTA EL MONTO MENSUAL DE LOS ABONOS (ABONOS.DAT) Y
      *          EL PRECIO DEL CATALOGO (CATSERV.DAT) POR EL
      *          COEFICIENTE ENTRE DOS PERIODOS DEL INDICE. MUESTRA
      *          EL MONTO ANTERIOR Y EL NUEVO DE CADA ABONO Y SERVICIO
      *          Y SOLO REGRABA DESPUES DE LA CONFIRMACION. CADA
      *          CAMBIO QUEDA EN EL HISTORIAL DE PRECIOS
      *          (PRECIOHIST.DAT) PARA PODER EXPLICARLE AL CLIENTE POR
      *          QUE SUBIO SU CARGO. ACCESO SOLO CON CLAVE DE
      *          SUPERVISOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDEXA-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDICES   ASSIGN TO DISK 'INDICES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-INDICES.

           SELECT ABONOS    ASSIGN TO DISK 'ABONOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ABONOS.

           SELECT CATALOGO  ASSIGN TO DISK 'CATSERV.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CATALOGO.

           SELECT HISTORIAL ASSIGN TO DISK 'PRECIOHIST.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-HISTORIAL.

           SELECT OPERADORES ASSIGN TO DISK 'OPERADORES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-OPERADORES.

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
      * INDICES.DAT: VALOR PUBLICADO DE CADA INDICE ('CER' O 'IPC')   *
      * POR PERIODO AAAAMM. UN VALOR PUBLICADO NO SE CORRIGE: SE      *
      * RECHAZA LA SEGUNDA ALTA DEL MISMO INDICE Y PERIODO.           *
      *****************************************************************
       FD INDICES.
       01 REG-INDICE.
           05 IND-INDICE               PIC X(03).
           05 IND-PERIODO              PIC 9(06).
           05 IND-VALOR                PIC 9(06)V9(04).

       FD ABONOS.
       01 REG-ABONO.
           05 ABO-CODIGOSERVICIO       PIC X(03).
           05 ABO-NROCUENTA            PIC 9(08).
           05 ABO-DESCRIPCION          PIC X(30).
           05 ABO-MONTOMENSUAL         PIC 9(05)V9(02).

       FD CATALOGO.
       01 REG-CATALOGO.
           05 FSC-CODIGO               PIC X(03).
           05 FSC-DESCRIPCION          PIC X(30).
           05 FSC-PRECIO               PIC 9(05)V9(02).

      *****************************************************************
      * PRECIOHIST.DAT: UN REGISTRO POR CADA PRECIO AJUSTADO. TIPO    *
      * 'A' = ABONO (CON SU CUENTA), 'C' = CATALOGO (CUENTA EN CERO). *
      * GUARDA EL INDICE, LOS DOS PERIODOS CON SUS VALORES, EL        *
      * COEFICIENTE, LOS MONTOS ANTERIOR Y NUEVO Y QUIEN LO APLICO.   *
      *****************************************************************
       FD HISTORIAL.
       01 REG-HISTORIAL.
           05 HIP-FECHA                PIC 9(08).
           05 HIP-TIPO                 PIC X(01).
           05 HIP-CODIGO               PIC X(03).
           05 HIP-NROCUENTA            PIC 9(08).
           05 HIP-DESCRIPCION          PIC X(30).
           05 HIP-INDICE               PIC X(03).
           05 HIP-PERDESDE             PIC 9(06).
           05 HIP-PERHASTA             PIC 9(06).
           05 HIP-VALORDESDE           PIC 9(06)V9(04).
           05 HIP-VALORHASTA           PIC 9(06)V9(04).
           05 HIP-COEFICIENTE          PIC 9(03)V9(06).
           05 HIP-ANTERIOR             PIC 9(05)V9(02).
           05 HIP-NUEVO                PIC 9(05)V9(02).
           05 HIP-USUARIO              PIC X(10).

       FD OPERADORES.
       01 REG-OPERADOR.
           05 OPE-USUARIO              PIC X(10).
           05 OPE-CLAVE                PIC X(10).
           05 OPE-NIVEL                PIC 9(01).

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
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-CONFIRMA         PIC 9(01)       VALUE 0.
          05 WSV-USUARIO          PIC X(10)       VALUE SPACES.
          05 WSV-CLAVE            PIC X(10).
          05 WSV-AUTORIZADO       PIC 9(01)       VALUE 0.
          05 WSV-FECHA-SISTEMA    PIC 9(08)       VALUE 0.
          05 WSV-INDICE           PIC X(03).
          05 WSV-PERIODO          PIC 9(06)       VALUE 0.
          05 WSV-PERIODO-R        REDEFINES WSV-PERIODO.
             10 WSV-PER-AÑO       PIC 9(04).
             10 WSV-PER-MES       PIC 9(02).
          05 WSV-PERVALIDO        PIC 9(01)       VALUE 0.
          05 WSV-VALOR            PIC 9(06)V9(04) VALUE 0.
          05 WSV-EXISTE           PIC 9(01)       VALUE 0.
          05 WSV-PERDESDE         PIC 9(06)       VALUE 0.
          05 WSV-PERHASTA         PIC 9(06)       VALUE 0.
          05 WSV-VALORDESDE       PIC 9(06)V9(04) VALUE 0.
          05 WSV-VALORHASTA       PIC 9(06)V9(04) VALUE 0.
          05 WSV-COEFICIENTE      PIC 9(03)V9(06) VALUE 0.
          05 WSV-VARIACION        PIC S9(05)V9(02) VALUE 0.
          05 WSV-SUPERPUESTO      PIC 9(01)       VALUE 0.
          05 WSV-SUPDESDE         PIC 9(06)       VALUE 0.
          05 WSV-SUPHASTA         PIC 9(06)       VALUE 0.
          05 WSV-SUPFECHA         PIC 9(08)       VALUE 0.
          05 WSV-TABLALLENA       PIC 9(01)       VALUE 0.
          05 WSV-NROCUENTA        PIC 9(08)       VALUE 0.

       01 INDICES-TABLAS.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSV-CANTABONOS       PIC 9(03)       VALUE 0.
          05 WSV-CANTCAT          PIC 9(03)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-AJUSTADOS        PIC 9(04)       VALUE 0.
          05 WSA-EXCEDIDOS        PIC 9(04)       VALUE 0.
          05 WSA-HISTORIAL        PIC 9(04)       VALUE 0.
          05 WSA-ALTAS            PIC 9(04)       VALUE 0.
          05 WSA-TOTALANTERIOR    PIC 9(09)V9(02) VALUE 0.
          05 WSA-TOTALNUEVO       PIC 9(09)V9(02) VALUE 0.

       01 SWITCHES.
          05 WSS-FS-INDICES       PIC X(02).
            88 WSS-FS-INDICES-OK                  VALUE '00'.
            88 WSS-FS-INDICES-EOF                 VALUE '10'.
            88 WSS-FS-INDICES-NOEXISTE            VALUE '35'.
          05 WSS-FS-ABONOS        PIC X(02).
            88 WSS-FS-ABONOS-OK                   VALUE '00'.
            88 WSS-FS-ABONOS-EOF                  VALUE '10'.
          05 WSS-FS-CATALOGO      PIC X(02).
            88 WSS-FS-CATALOGO-OK                 VALUE '00'.
            88 WSS-FS-CATALOGO-EOF                VALUE '10'.
          05 WSS-FS-HISTORIAL     PIC X(02).
            88 WSS-FS-HISTORIAL-OK                VALUE '00'.
            88 WSS-FS-HISTORIAL-EOF               VALUE '10'.
            88 WSS-FS-HISTORIAL-NOEXISTE          VALUE '35'.
          05 WSS-FS-OPERADORES    PIC X(02).
            88 WSS-FS-OPERADORES-OK               VALUE '00'.
            88 WSS-FS-OPERADORES-EOF              VALUE '10'.

       01 MASCARAS.
          05 WSM-VALOR            PIC Z(05)9,9999.
          05 WSM-COEF             PIC ZZ9,999999.
          05 WSM-VARIACION        PIC -(04)9,99.
          05 WSM-MONTO            PIC Z(04)9,99.
          05 WSM-NUEVO            PIC Z(04)9,99.
          05 WSM-TOTAL            PIC Z(08)9,99.
          05 WSM-CANTIDAD         PIC Z(03)9.

      *****************************************************************
      * ABONOS Y CATALOGO EN MEMORIA: EL NUEVO MONTO SE CALCULA PARA  *
      * LA VISTA PREVIA Y SE REGRABA RECIEN CON LA CONFIRMACION.      *
      * EXCEDE = 1 CUANDO EL MONTO AJUSTADO NO ENTRA EN EL CAMPO: EL  *
      * PRECIO QUEDA COMO ESTABA Y SE INFORMA.                        *
      *****************************************************************
       01 TABLA-ABONOS.
          05 WST-ABONO            OCCURS 500 TIMES.
             10 ABT-CODIGO        PIC X(03).
             10 ABT-CUENTA        PIC 9(08).
             10 ABT-DESCRIPCION   PIC X(30).
             10 ABT-MONTO         PIC 9(05)V9(02).
             10 ABT-NUEVO         PIC 9(05)V9(02).
             10 ABT-EXCEDE        PIC 9(01).

       01 TABLA-CATALOGO.
          05 WST-CATSERV          OCCURS 100 TIMES.
             10 CAT-CODIGO        PIC X(03).
             10 CAT-DESCRIPCION   PIC X(30).
             10 CAT-PRECIO        PIC 9(05)V9(02).
             10 CAT-NUEVO         PIC 9(05)V9(02).
             10 CAT-EXCEDE        PIC 9(01).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'INDEXA-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           PERFORM 050000-VALIDAR-SUPERVISOR
           IF WSV-AUTORIZADO = 0
              DISPLAY "OPERACION RESERVADA A SUPERVISORES"
           ELSE
              MOVE 'INDEXA-09-FL' TO WS-CER-PROGRAMA
              MOVE 2 TO WS-CER-CANTARCH
              MOVE 'ABONOS.DAT'  TO WS-CER-ARCHIVO(1)
              MOVE 'CATSERV.DAT' TO WS-CER-ARCHIVO(2)
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
              PERFORM UNTIL WSV-OPCION = 5
                 DISPLAY "**************************************"
                 DISPLAY "AJUSTE DE PRECIOS POR INDICE"
                 DISPLAY "1 - LISTAR INDICES (INDICES.DAT)"
                 DISPLAY "2 - ALTA DE VALOR DE INDICE"
                 DISPLAY "3 - AJUSTAR ABONOS Y CATALOGO"
                 DISPLAY "4 - HISTORIAL DE PRECIOS DE UNA CUENTA"
                 DISPLAY "5 - SALIR"
                 DISPLAY "RESPUESTA: "
                 ACCEPT WSV-OPCION

                 EVALUATE WSV-OPCION
                    WHEN 1
                       PERFORM 100000-LISTAR-INDICES
                    WHEN 2
                       PERFORM 200000-ALTA-INDICE
                    WHEN 3
                       PERFORM 300000-AJUSTAR-PRECIOS
                    WHEN 4
                       PERFORM 600000-HISTORIAL-CUENTA
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-PERFORM
              PERFORM 9250-LIBERAR-CERROJOS
           END-IF
           SET WS-LOG-FIN TO TRUE
           MOVE WSA-AJUSTADOS TO WS-LOG-GRABADOS
           MOVE WSA-EXCEDIDOS TO WS-LOG-RECHAZADOS
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

       050000-VALIDAR-SUPERVISOR.
           MOVE 0 TO WSV-AUTORIZADO
           OPEN INPUT OPERADORES
           IF NOT WSS-FS-OPERADORES-OK
              DISPLAY "ATENCION: NO HAY OPERADORES.DAT - SE OPERA "
                      "SIN CONTROL DE ACCESO"
              MOVE 1 TO WSV-AUTORIZADO
           ELSE
              DISPLAY "INGRESE USUARIO: "
              ACCEPT WSV-USUARIO
              DISPLAY "INGRESE CLAVE: "
              ACCEPT WSV-CLAVE
              PERFORM UNTIL WSS-FS-OPERADORES-EOF
                 READ OPERADORES
                    AT END
                       CONTINUE
                    NOT AT END
                       IF OPE-USUARIO = WSV-USUARIO
                          AND OPE-CLAVE = WSV-CLAVE
                          AND OPE-NIVEL = 1
                          MOVE 1 TO WSV-AUTORIZADO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERADORES
           END-IF.

       100000-LISTAR-INDICES.
           OPEN INPUT INDICES
           IF NOT WSS-FS-INDICES-OK
              DISPLAY "NO HAY INDICES CARGADOS"
           ELSE
              DISPLAY "--------------------------------------"
              PERFORM UNTIL WSS-FS-INDICES-EOF
                 READ INDICES
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE IND-VALOR TO WSM-VALOR
                       DISPLAY IND-INDICE " " IND-PERIODO
                               " VALOR " WSM-VALOR
                 END-READ
              END-PERFORM
              CLOSE INDICES
              DISPLAY "--------------------------------------"
           END-IF.

      *****************************************************************
      * VALOR DEL INDICE WSV-INDICE PARA EL PERIODO WSV-PERIODO.      *
      * WSV-EXISTE = 1 SI ESTA CARGADO (EL VALOR QUEDA EN WSV-VALOR). *
      *****************************************************************
       150000-BUSCAR-VALOR.
           MOVE 0 TO WSV-EXISTE
           MOVE 0 TO WSV-VALOR
           MOVE SPACES TO WSS-FS-INDICES
           OPEN INPUT INDICES
           IF WSS-FS-INDICES-OK
              PERFORM UNTIL WSS-FS-INDICES-EOF
                 READ INDICES
                    AT END
                       CONTINUE
                    NOT AT END
                       IF IND-INDICE = WSV-INDICE
                          AND IND-PERIODO = WSV-PERIODO
                          MOVE 1 TO WSV-EXISTE
                          MOVE IND-VALOR TO WSV-VALOR
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INDICES
           END-IF.

       160000-VALIDAR-PERIODO.
           MOVE 1 TO WSV-PERVALIDO
           IF WSV-PER-AÑO < 1900
              OR WSV-PER-MES < 1
              OR WSV-PER-MES > 12
              MOVE 0 TO WSV-PERVALIDO
           END-IF.

       170000-PEDIR-INDICE.
           DISPLAY "INDICE (CER / IPC): "
           ACCEPT WSV-INDICE
           IF WSV-INDICE NOT = 'CER' AND WSV-INDICE NOT = 'IPC'
              DISPLAY "INDICE INVALIDO: DEBE SER CER O IPC"
              MOVE SPACES TO WSV-INDICE
           END-IF.

       200000-ALTA-INDICE.
           PERFORM 170000-PEDIR-INDICE
           IF WSV-INDICE NOT = SPACES
              DISPLAY "PERIODO (AAAAMM): "
              ACCEPT WSV-PERIODO
              PERFORM 160000-VALIDAR-PERIODO
              IF WSV-PERVALIDO = 0
                 DISPLAY "PERIODO INVALIDO"
              ELSE
                 PERFORM 150000-BUSCAR-VALOR
                 IF WSV-EXISTE = 1
                    MOVE WSV-VALOR TO WSM-VALOR
                    DISPLAY "YA ESTA CARGADO " WSV-INDICE " "
                            WSV-PERIODO " CON VALOR " WSM-VALOR
                 ELSE
                    DISPLAY "VALOR PUBLICADO (6 ENTEROS, 4 DECIMALES): "
                    ACCEPT WSV-VALOR
                    IF WSV-VALOR = 0
                       DISPLAY "EL VALOR DEBE SER MAYOR A CERO"
                    ELSE
                       PERFORM 210000-GRABAR-INDICE
                    END-IF
                 END-IF
              END-IF
           END-IF.

       210000-GRABAR-INDICE.
           OPEN EXTEND INDICES
           IF WSS-FS-INDICES-NOEXISTE
              OPEN OUTPUT INDICES
           END-IF
           MOVE WSV-INDICE  TO IND-INDICE
           MOVE WSV-PERIODO TO IND-PERIODO
           MOVE WSV-VALOR   TO IND-VALOR
           WRITE REG-INDICE
           IF NOT WSS-FS-INDICES-OK
              DISPLAY "ERROR AL GRABAR INDICES.DAT"
              DISPLAY "FILE STATUS " WSS-FS-INDICES
           ELSE
              ADD 1 TO WSA-ALTAS
              DISPLAY "VALOR DE INDICE REGISTRADO"
           END-IF
           CLOSE INDICES.

      *****************************************************************
      * AJUSTE: COEFICIENTE = VALOR DEL INDICE EN EL PERIODO HASTA /  *
      * VALOR EN EL PERIODO DESDE. NO SE ACEPTA UN TRAMO QUE SE       *
      * SUPERPONGA CON UNO YA APLICADO DEL MISMO INDICE (LOS PRECIOS  *
      * QUEDARIAN AJUSTADOS DOS VECES POR LOS MISMOS MESES). SE       *
      * MUESTRA LA VISTA PREVIA Y SOLO CON LA CONFIRMACION SE         *
      * REGRABAN LOS DOS ARCHIVOS Y SE ANOTA EL HISTORIAL.            *
      *****************************************************************
       300000-AJUSTAR-PRECIOS.
           MOVE 0 TO WSV-COEFICIENTE
           PERFORM 170000-PEDIR-INDICE
           IF WSV-INDICE NOT = SPACES
              DISPLAY "PERIODO DESDE (AAAAMM): "
              ACCEPT WSV-PERDESDE
              DISPLAY "PERIODO HASTA (AAAAMM): "
              ACCEPT WSV-PERHASTA
              PERFORM 310000-CALCULAR-COEFICIENTE
           END-IF
           IF WSV-COEFICIENTE > 0
              PERFORM 320000-VERIFICAR-APLICADO
              IF WSV-SUPERPUESTO = 1
                 DISPLAY "EL TRAMO SE SUPERPONE CON EL AJUSTE "
                         WSV-SUPDESDE "-" WSV-SUPHASTA
                         " APLICADO EL " WSV-SUPFECHA
                 MOVE 0 TO WSV-COEFICIENTE
              END-IF
           END-IF
           IF WSV-COEFICIENTE > 0
              PERFORM 330000-CARGAR-ABONOS
              PERFORM 340000-CARGAR-CATALOGO
              IF WSV-TABLALLENA = 1
                 DISPLAY "ABONOS.DAT O CATSERV.DAT SUPERA LA TABLA: "
                         "SE CANCELA SIN REGRABAR"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM 350000-VISTA-PREVIA
                 DISPLAY "CONFIRMA EL AJUSTE? (SI = 1 NO = 2): "
                 ACCEPT WSV-CONFIRMA
                 IF WSV-CONFIRMA = 1
                    PERFORM 400000-REGRABAR-ABONOS
                    PERFORM 450000-REGRABAR-CATALOGO
                    PERFORM 500000-GRABAR-HISTORIAL
                    DISPLAY "AJUSTE APLICADO - PRECIOS CAMBIADOS: "
                            WSA-HISTORIAL
                 ELSE
                    DISPLAY "AJUSTE CANCELADO - NO SE MODIFICO NADA"
                 END-IF
              END-IF
           END-IF.

       310000-CALCULAR-COEFICIENTE.
           MOVE 0 TO WSV-COEFICIENTE
           MOVE WSV-PERDESDE TO WSV-PERIODO
           PERFORM 160000-VALIDAR-PERIODO
           IF WSV-PERVALIDO = 1
              MOVE WSV-PERHASTA TO WSV-PERIODO
              PERFORM 160000-VALIDAR-PERIODO
           END-IF
           IF WSV-PERVALIDO = 0 OR WSV-PERHASTA NOT > WSV-PERDESDE
              DISPLAY "PERIODOS INVALIDOS: HASTA DEBE SER POSTERIOR "
                      "A DESDE"
           ELSE
              MOVE WSV-PERDESDE TO WSV-PERIODO
              PERFORM 150000-BUSCAR-VALOR
              MOVE WSV-VALOR TO WSV-VALORDESDE
              IF WSV-EXISTE = 0
                 DISPLAY "NO HAY VALOR DE " WSV-INDICE " PARA "
                         WSV-PERDESDE
              ELSE
                 MOVE WSV-PERHASTA TO WSV-PERIODO
                 PERFORM 150000-BUSCAR-VALOR
                 MOVE WSV-VALOR TO WSV-VALORHASTA
                 IF WSV-EXISTE = 0
                    DISPLAY "NO HAY VALOR DE " WSV-INDICE " PARA "
                            WSV-PERHASTA
                 ELSE
                    COMPUTE WSV-COEFICIENTE ROUNDED =
                            WSV-VALORHASTA / WSV-VALORDESDE
                    COMPUTE WSV-VARIACION ROUNDED =
                            (WSV-COEFICIENTE - 1) * 100
                    MOVE WSV-VALORDESDE  TO WSM-VALOR
                    DISPLAY WSV-INDICE " " WSV-PERDESDE ": " WSM-VALOR
                    MOVE WSV-VALORHASTA  TO WSM-VALOR
                    DISPLAY WSV-INDICE " " WSV-PERHASTA ": " WSM-VALOR
                    MOVE WSV-COEFICIENTE TO WSM-COEF
                    MOVE WSV-VARIACION   TO WSM-VARIACION
                    DISPLAY "COEFICIENTE " WSM-COEF
                            " (VARIACION " WSM-VARIACION " %)"
                 END-IF
              END-IF
           END-IF.

       320000-VERIFICAR-APLICADO.
           MOVE 0 TO WSV-SUPERPUESTO
           MOVE SPACES TO WSS-FS-HISTORIAL
           OPEN INPUT HISTORIAL
           IF WSS-FS-HISTORIAL-OK
              PERFORM UNTIL WSS-FS-HISTORIAL-EOF
                 READ HISTORIAL
                    AT END
                       CONTINUE
                    NOT AT END
                       IF HIP-INDICE = WSV-INDICE
                          AND HIP-PERDESDE < WSV-PERHASTA
                          AND HIP-PERHASTA > WSV-PERDESDE
                          MOVE 1            TO WSV-SUPERPUESTO
                          MOVE HIP-PERDESDE TO WSV-SUPDESDE
                          MOVE HIP-PERHASTA TO WSV-SUPHASTA
                          MOVE HIP-FECHA    TO WSV-SUPFECHA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HISTORIAL
           END-IF.

       330000-CARGAR-ABONOS.
           MOVE 0 TO WSV-CANTABONOS
           MOVE 0 TO WSV-TABLALLENA
           OPEN INPUT ABONOS
           IF WSS-FS-ABONOS-OK
              PERFORM UNTIL WSS-FS-ABONOS-EOF
                 READ ABONOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF WSV-CANTABONOS > 499
                          MOVE 1 TO WSV-TABLALLENA
                       ELSE
                          ADD 1 TO WSV-CANTABONOS
                          MOVE ABO-CODIGOSERVICIO TO
                                            ABT-CODIGO(WSV-CANTABONOS)
                          MOVE ABO-NROCUENTA TO
                                            ABT-CUENTA(WSV-CANTABONOS)
                          MOVE ABO-DESCRIPCION TO
                                       ABT-DESCRIPCION(WSV-CANTABONOS)
                          MOVE ABO-MONTOMENSUAL TO
                                             ABT-MONTO(WSV-CANTABONOS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ABONOS
           END-IF.

       340000-CARGAR-CATALOGO.
           MOVE 0 TO WSV-CANTCAT
           OPEN INPUT CATALOGO
           IF WSS-FS-CATALOGO-OK
              PERFORM UNTIL WSS-FS-CATALOGO-EOF
                 READ CATALOGO
                    AT END
                       CONTINUE
                    NOT AT END
                       IF WSV-CANTCAT > 99
                          MOVE 1 TO WSV-TABLALLENA
                       ELSE
                          ADD 1 TO WSV-CANTCAT
                          MOVE FSC-CODIGO TO CAT-CODIGO(WSV-CANTCAT)
                          MOVE FSC-DESCRIPCION TO
                                           CAT-DESCRIPCION(WSV-CANTCAT)
                          IF FSC-PRECIO IS NUMERIC
                             MOVE FSC-PRECIO TO CAT-PRECIO(WSV-CANTCAT)
                          ELSE
                             MOVE 0 TO CAT-PRECIO(WSV-CANTCAT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CATALOGO
           END-IF.

      *****************************************************************
      * VISTA PREVIA: MONTO ANTERIOR Y NUEVO DE CADA ABONO Y DE CADA  *
      * SERVICIO DEL CATALOGO. LOS PRECIOS EN CERO NO SE TOCAN.       *
      *****************************************************************
       350000-VISTA-PREVIA.
           MOVE 0 TO WSA-EXCEDIDOS
           MOVE 0 TO WSA-TOTALANTERIOR
           MOVE 0 TO WSA-TOTALNUEVO
           DISPLAY "--------------------------------------"
           DISPLAY "ABONOS: CODIGO CUENTA DESCRIPCION ANTERIOR NUEVO"
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTABONOS
              MOVE 0 TO ABT-EXCEDE(WSI-I)
              COMPUTE ABT-NUEVO(WSI-I) ROUNDED =
                      ABT-MONTO(WSI-I) * WSV-COEFICIENTE
                 ON SIZE ERROR
                    MOVE ABT-MONTO(WSI-I) TO ABT-NUEVO(WSI-I)
                    MOVE 1 TO ABT-EXCEDE(WSI-I)
                    ADD 1 TO WSA-EXCEDIDOS
              END-COMPUTE
              ADD ABT-MONTO(WSI-I) TO WSA-TOTALANTERIOR
              ADD ABT-NUEVO(WSI-I) TO WSA-TOTALNUEVO
              MOVE ABT-MONTO(WSI-I) TO WSM-MONTO
              MOVE ABT-NUEVO(WSI-I) TO WSM-NUEVO
              IF ABT-EXCEDE(WSI-I) = 1
                 DISPLAY ABT-CODIGO(WSI-I) " " ABT-CUENTA(WSI-I) " "
                         ABT-DESCRIPCION(WSI-I) " " WSM-MONTO
                         " EXCEDE EL CAMPO - NO SE AJUSTA"
              ELSE
                 DISPLAY ABT-CODIGO(WSI-I) " " ABT-CUENTA(WSI-I) " "
                         ABT-DESCRIPCION(WSI-I) " " WSM-MONTO
                         " " WSM-NUEVO
              END-IF
           END-PERFORM
           MOVE WSV-CANTABONOS    TO WSM-CANTIDAD
           MOVE WSA-TOTALANTERIOR TO WSM-TOTAL
           DISPLAY "ABONOS: " WSM-CANTIDAD " - TOTAL MENSUAL ANTERIOR "
                   WSM-TOTAL
           MOVE WSA-TOTALNUEVO    TO WSM-TOTAL
           DISPLAY "                TOTAL MENSUAL NUEVO    "
                   WSM-TOTAL
           DISPLAY "--------------------------------------"
           DISPLAY "CATALOGO: CODIGO DESCRIPCION ANTERIOR NUEVO"
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCAT
              MOVE 0 TO CAT-EXCEDE(WSI-I)
              COMPUTE CAT-NUEVO(WSI-I) ROUNDED =
                      CAT-PRECIO(WSI-I) * WSV-COEFICIENTE
                 ON SIZE ERROR
                    MOVE CAT-PRECIO(WSI-I) TO CAT-NUEVO(WSI-I)
                    MOVE 1 TO CAT-EXCEDE(WSI-I)
                    ADD 1 TO WSA-EXCEDIDOS
              END-COMPUTE
              MOVE CAT-PRECIO(WSI-I) TO WSM-MONTO
              MOVE CAT-NUEVO(WSI-I)  TO WSM-NUEVO
              IF CAT-EXCEDE(WSI-I) = 1
                 DISPLAY CAT-CODIGO(WSI-I) " " CAT-DESCRIPCION(WSI-I)
                         " " WSM-MONTO
                         " EXCEDE EL CAMPO - NO SE AJUSTA"
              ELSE
                 DISPLAY CAT-CODIGO(WSI-I) " " CAT-DESCRIPCION(WSI-I)
                         " " WSM-MONTO " " WSM-NUEVO
              END-IF
           END-PERFORM
           MOVE WSV-CANTCAT TO WSM-CANTIDAD
           DISPLAY "SERVICIOS DEL CATALOGO: " WSM-CANTIDAD
           IF WSA-EXCEDIDOS > 0
              DISPLAY "ATENCION: " WSA-EXCEDIDOS " PRECIOS EXCEDEN EL "
                      "CAMPO Y QUEDAN SIN AJUSTAR"
           END-IF
           DISPLAY "--------------------------------------".

       400000-REGRABAR-ABONOS.
           IF WSV-CANTABONOS > 0
              MOVE 'ABONOS.DAT'   TO WS-INT-ARCHIVO
              MOVE 'INDEXA-09-FL' TO WS-INT-PROGRAMA
              PERFORM 9400-PROTEGER-MAESTRO
              OPEN OUTPUT ABONOS
              IF WSS-FS-ABONOS-OK
                 PERFORM VARYING WSI-I FROM 1 BY 1
                         UNTIL WSI-I > WSV-CANTABONOS
                    MOVE ABT-CODIGO(WSI-I)      TO ABO-CODIGOSERVICIO
                    MOVE ABT-CUENTA(WSI-I)      TO ABO-NROCUENTA
                    MOVE ABT-DESCRIPCION(WSI-I) TO ABO-DESCRIPCION
                    MOVE ABT-NUEVO(WSI-I)       TO ABO-MONTOMENSUAL
                    WRITE REG-ABONO
                 END-PERFORM
                 CLOSE ABONOS
                 PERFORM 9450-CONFIRMAR-MAESTRO
              ELSE
                 DISPLAY "ERROR AL REGRABAR ABONOS.DAT"
                 DISPLAY "FILE STATUS " WSS-FS-ABONOS
                 SET WS-LOG-TERMINO-ERROR TO TRUE
              END-IF
           END-IF.

       450000-REGRABAR-CATALOGO.
           IF WSV-CANTCAT > 0
              MOVE 'CATSERV.DAT'  TO WS-INT-ARCHIVO
              MOVE 'INDEXA-09-FL' TO WS-INT-PROGRAMA
              PERFORM 9400-PROTEGER-MAESTRO
              OPEN OUTPUT CATALOGO
              IF WSS-FS-CATALOGO-OK
                 PERFORM VARYING WSI-I FROM 1 BY 1
                         UNTIL WSI-I > WSV-CANTCAT
                    MOVE CAT-CODIGO(WSI-I)      TO FSC-CODIGO
                    MOVE CAT-DESCRIPCION(WSI-I) TO FSC-DESCRIPCION
                    MOVE CAT-NUEVO(WSI-I)       TO FSC-PRECIO
                    WRITE REG-CATALOGO
                 END-PERFORM
                 CLOSE CATALOGO
                 PERFORM 9450-CONFIRMAR-MAESTRO
              ELSE
                 DISPLAY "ERROR AL REGRABAR CATSERV.DAT"
                 DISPLAY "FILE STATUS " WSS-FS-CATALOGO
                 SET WS-LOG-TERMINO-ERROR TO TRUE
              END-IF
           END-IF.

      *****************************************************************
      * UN REGISTRO DE HISTORIAL POR CADA PRECIO QUE CAMBIO.          *
      *****************************************************************
       500000-GRABAR-HISTORIAL.
           MOVE 0 TO WSA-HISTORIAL
           OPEN EXTEND HISTORIAL
           IF WSS-FS-HISTORIAL-NOEXISTE
              OPEN OUTPUT HISTORIAL
           END-IF
           IF NOT WSS-FS-HISTORIAL-OK
              DISPLAY "ERROR AL ABRIR PRECIOHIST.DAT"
              DISPLAY "FILE STATUS " WSS-FS-HISTORIAL
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
              MOVE WSV-FECHA-SISTEMA TO HIP-FECHA
              MOVE WSV-INDICE        TO HIP-INDICE
              MOVE WSV-PERDESDE      TO HIP-PERDESDE
              MOVE WSV-PERHASTA      TO HIP-PERHASTA
              MOVE WSV-VALORDESDE    TO HIP-VALORDESDE
              MOVE WSV-VALORHASTA    TO HIP-VALORHASTA
              MOVE WSV-COEFICIENTE   TO HIP-COEFICIENTE
              MOVE WSV-USUARIO       TO HIP-USUARIO
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTABONOS
                 IF ABT-NUEVO(WSI-I) NOT = ABT-MONTO(WSI-I)
                    MOVE 'A'                    TO HIP-TIPO
                    MOVE ABT-CODIGO(WSI-I)      TO HIP-CODIGO
                    MOVE ABT-CUENTA(WSI-I)      TO HIP-NROCUENTA
                    MOVE ABT-DESCRIPCION(WSI-I) TO HIP-DESCRIPCION
                    MOVE ABT-MONTO(WSI-I)       TO HIP-ANTERIOR
                    MOVE ABT-NUEVO(WSI-I)       TO HIP-NUEVO
                    PERFORM 510000-ESCRIBIR-HISTORIAL
                 END-IF
              END-PERFORM
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTCAT
                 IF CAT-NUEVO(WSI-I) NOT = CAT-PRECIO(WSI-I)
                    MOVE 'C'                    TO HIP-TIPO
                    MOVE CAT-CODIGO(WSI-I)      TO HIP-CODIGO
                    MOVE 0                      TO HIP-NROCUENTA
                    MOVE CAT-DESCRIPCION(WSI-I) TO HIP-DESCRIPCION
                    MOVE CAT-PRECIO(WSI-I)      TO HIP-ANTERIOR
                    MOVE CAT-NUEVO(WSI-I)       TO HIP-NUEVO
                    PERFORM 510000-ESCRIBIR-HISTORIAL
                 END-IF
              END-PERFORM
              CLOSE HISTORIAL
           END-IF.

       510000-ESCRIBIR-HISTORIAL.
           WRITE REG-HISTORIAL
           IF WSS-FS-HISTORIAL-OK
              ADD 1 TO WSA-HISTORIAL
              ADD 1 TO WSA-AJUSTADOS
           ELSE
              DISPLAY "ERROR AL GRABAR PRECIOHIST.DAT"
              DISPLAY "FILE STATUS " WSS-FS-HISTORIAL
           END-IF.

      *****************************************************************
      * HISTORIAL DE UNA CUENTA: CADA AJUSTE DE SUS ABONOS CON EL     *
      * INDICE, LOS PERIODOS, LA VARIACION Y LOS MONTOS. CUENTA CERO  *
      * MUESTRA EL HISTORIAL DEL CATALOGO.                            *
      *****************************************************************
       600000-HISTORIAL-CUENTA.
           DISPLAY "NUMERO DE CUENTA (0 = CATALOGO): "
           ACCEPT WSV-NROCUENTA
           MOVE 0 TO WSV-EXISTE
           MOVE SPACES TO WSS-FS-HISTORIAL
           OPEN INPUT HISTORIAL
           IF WSS-FS-HISTORIAL-OK
              DISPLAY "--------------------------------------"
              PERFORM UNTIL WSS-FS-HISTORIAL-EOF
                 READ HISTORIAL
                    AT END
                       CONTINUE
                    NOT AT END
                       IF HIP-NROCUENTA = WSV-NROCUENTA
                          MOVE 1 TO WSV-EXISTE
                          PERFORM 610000-MOSTRAR-HISTORIAL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HISTORIAL
              DISPLAY "--------------------------------------"
           END-IF
           IF WSV-EXISTE = 0
              DISPLAY "SIN AJUSTES REGISTRADOS PARA ESA CUENTA"
           END-IF.

       610000-MOSTRAR-HISTORIAL.
           COMPUTE WSV-VARIACION ROUNDED =
                   (HIP-COEFICIENTE - 1) * 100
           MOVE WSV-VARIACION TO WSM-VARIACION
           MOVE HIP-ANTERIOR  TO WSM-MONTO
           MOVE HIP-NUEVO     TO WSM-NUEVO
           DISPLAY HIP-FECHA " " HIP-CODIGO " " HIP-DESCRIPCION
           DISPLAY "   " HIP-INDICE " " HIP-PERDESDE " A "
                   HIP-PERHASTA " VARIACION " WSM-VARIACION " %"
                   " DE " WSM-MONTO " A " WSM-NUEVO.

       COPY FSINTPROC.

       COPY FSFECHAPROC.

       COPY FSLOCKPROC.

       COPY FSLOGPROC.

       END PROGRAM INDEXA-09-FL.
