      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 04/10/2019
      * Purpose: PAGO A PROVEEDORES POR TRANSFERENCIA BANCARIA: TOMA
      *          LAS ORDENES DE PAGO APROBADAS Y NO PAGADAS
      *          (ORDENESPAGO.DAT, VER PROVEED-09-FL) HASTA UNA FECHA
      *          Y ARMA EL ARCHIVO DE TRANSFERENCIAS MASIVAS DEL BANCO
      *          (TRANSFPROV.DAT) CON EL CBU DE CADA PROVEEDOR Y UN
      *          REGISTRO DE CONTROL CON CANTIDAD E IMPORTE TOTAL. AL
      *          VOLVER LA RESPUESTA DEL BANCO (RESPBANCO.DAT) MARCA
      *          CADA ORDEN COMO PAGADA O RECHAZADA CON EL MOTIVO DEL
      *          BANCO; LAS RECHAZADAS SIGUEN A PAGAR Y ENTRAN EN EL
      *          PROXIMO ARCHIVO (CORREGIDO EL CBU SI HACE FALTA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGOPROV-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVEEDORES         ASSIGN TO DISK 'PROVEEDORES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PROVEED.

           SELECT ORDENESPAGO         ASSIGN TO DISK 'ORDENESPAGO.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ORDPAGO.

           SELECT TRANSFPROV          ASSIGN TO DISK 'TRANSFPROV.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-TRANSF.

           SELECT RESPBANCO           ASSIGN TO DISK 'RESPBANCO.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RESPBCO.

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
      * PROVEEDORES.DAT (VER PROVEED-09-FL): SOLO SE LEE.             *
      *****************************************************************
       FD PROVEEDORES.
       01 REG-PROVEEDOR.
          05 PRV-CUIT              PIC 9(11).
          05 PRV-RAZONSOCIAL       PIC X(30).
          05 PRV-ESTADO            PIC X(01).
          05 PRV-CBU               PIC X(22).

      *****************************************************************
      * ORDENESPAGO.DAT: OPG-ESTADO 'A' (O EN BLANCO, LAS ANTERIORES) *
      * = APROBADA A PAGAR, 'T' = ENVIADA AL BANCO EN EL LOTE         *
      * OPG-LOTE, 'P' = PAGADA, 'R' = RECHAZADA POR EL BANCO CON SU   *
      * MOTIVO (SIGUE A PAGAR).                                       *
      *****************************************************************
       FD ORDENESPAGO.
       01 REG-ORDENPAGO.
          05 OPG-NUMERO            PIC 9(06).
          05 OPG-FECHA             PIC 9(08).
          05 OPG-CUIT              PIC 9(11).
          05 OPG-TOTAL             PIC 9(10)V9(02).
          05 OPG-ESTADO            PIC X(01).
          05 OPG-LOTE              PIC 9(06).
          05 OPG-FECHAPAGO         PIC 9(08).
          05 OPG-MOTIVO            PIC X(30).

      *****************************************************************
      * TRANSFPROV.DAT: ARCHIVO DE TRANSFERENCIAS MASIVAS PARA EL     *
      * BANCO. UNA CABECERA 'H', UN DETALLE 'D' POR ORDEN Y UN PIE    *
      * DE CONTROL 'T' CON CANTIDAD DE DETALLES E IMPORTE TOTAL.      *
      *****************************************************************
       FD TRANSFPROV.
       01 REG-TRANSF                 PIC X(100).

      *****************************************************************
      * RESPBANCO.DAT: RESPUESTA DEL BANCO, UN DETALLE 'D' POR ORDEN  *
      * CON RSP-RESULTADO 'A' = ACREDITADA O 'R' = RECHAZADA Y EL     *
      * MOTIVO. LA CABECERA Y EL PIE DEL BANCO SE IGNORAN.            *
      *****************************************************************
       FD RESPBANCO.
       01 REG-RESPUESTA.
          05 RSP-TIPO              PIC X(01).
          05 RSP-NROORDEN          PIC 9(06).
          05 RSP-LOTE              PIC 9(06).
          05 RSP-RESULTADO         PIC X(01).
          05 RSP-MOTIVO            PIC X(30).

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
          05 WSV-FECHAHASTA       PIC 9(08)       VALUE 0.
          05 WSV-LOTE             PIC 9(06)       VALUE 0.
          05 WSV-POSPROV          PIC 9(03)       VALUE 0.
          05 WSV-POSORDEN         PIC 9(03)       VALUE 0.
          05 WSV-ORDCAMBIOS       PIC 9(01)       VALUE 0.
          05 WSV-TABLASLLENAS     PIC 9(01)       VALUE 0.
          05 WSV-RETORNO          PIC 9(02)       VALUE 0.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSI-P                PIC 9(03)       VALUE 0.
          05 WSV-CANTPROV         PIC 9(03)       VALUE 0.
          05 WSV-CANTORDENES      PIC 9(03)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-ENVIADAS         PIC 9(06)       VALUE 0.
          05 WSA-TOTALENVIADO     PIC 9(15)V9(02) VALUE 0.
          05 WSA-SINCBU           PIC 9(04)       VALUE 0.
          05 WSA-PAGADAS          PIC 9(04)       VALUE 0.
          05 WSA-RECHAZADAS       PIC 9(04)       VALUE 0.
          05 WSA-INCONSISTENTES   PIC 9(04)       VALUE 0.
          05 WSA-SINRESPUESTA     PIC 9(04)       VALUE 0.

       01 SWITCHES.
          05 WSS-FS-PROVEED       PIC X(02).
            88 WSS-FS-PROVEED-OK                  VALUE '00'.
            88 WSS-FS-PROVEED-EOF                 VALUE '10'.
          05 WSS-FS-ORDPAGO       PIC X(02).
            88 WSS-FS-ORDPAGO-OK                  VALUE '00'.
            88 WSS-FS-ORDPAGO-EOF                 VALUE '10'.
          05 WSS-FS-TRANSF        PIC X(02).
            88 WSS-FS-TRANSF-OK                   VALUE '00'.
          05 WSS-FS-RESPBCO       PIC X(02).
            88 WSS-FS-RESPBCO-OK                  VALUE '00'.
            88 WSS-FS-RESPBCO-EOF                 VALUE '10'.

       01 MASCARAS.
          05 WSM-IMPORTE          PIC Z(10),99.
          05 WSM-TOTAL            PIC Z(15),99.

      *****************************************************************
      * REGISTROS DEL ARCHIVO DEL BANCO.                              *
      *****************************************************************
       01 TRF-CABECERA.
          05 TRF-CAB-TIPO         PIC X(01)       VALUE 'H'.
          05 TRF-CAB-FECHA        PIC 9(08).
          05 TRF-CAB-LOTE         PIC 9(06).
          05 FILLER               PIC X(85)       VALUE SPACES.

       01 TRF-DETALLE.
          05 TRF-DET-TIPO         PIC X(01)       VALUE 'D'.
          05 TRF-DET-NROORDEN     PIC 9(06).
          05 TRF-DET-CUIT         PIC 9(11).
          05 TRF-DET-CBU          PIC X(22).
          05 TRF-DET-IMPORTE      PIC 9(13)V9(02).
          05 TRF-DET-REFERENCIA   PIC X(20).
          05 FILLER               PIC X(25)       VALUE SPACES.

       01 TRF-PIE.
          05 TRF-PIE-TIPO         PIC X(01)       VALUE 'T'.
          05 TRF-PIE-LOTE         PIC 9(06).
          05 TRF-PIE-CANTIDAD     PIC 9(06).
          05 TRF-PIE-TOTAL        PIC 9(15)V9(02).
          05 FILLER               PIC X(70)       VALUE SPACES.

       01 TABLA-PROVEEDORES.
          05 WST-PROVEEDOR        OCCURS 200 TIMES.
             10 WST-PRV-CUIT      PIC 9(11).
             10 WST-PRV-RAZON     PIC X(30).
             10 WST-PRV-ESTADO    PIC X(01).
             10 WST-PRV-CBU       PIC X(22).

       01 TABLA-ORDENES.
          05 WST-ORDEN            OCCURS 500 TIMES.
             10 WST-OPG-NUMERO    PIC 9(06).
             10 WST-OPG-FECHA     PIC 9(08).
             10 WST-OPG-CUIT      PIC 9(11).
             10 WST-OPG-TOTAL     PIC 9(10)V9(02).
             10 WST-OPG-ESTADO    PIC X(01).
             10 WST-OPG-LOTE      PIC 9(06).
             10 WST-OPG-FECHAPAGO PIC 9(08).
             10 WST-OPG-MOTIVO    PIC X(30).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'PAGOPROV-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           MOVE 'PAGOPROV-09-FL' TO WS-CER-PROGRAMA
           MOVE 1 TO WS-CER-CANTARCH
           MOVE 'ORDENESPAGO.DAT' TO WS-CER-ARCHIVO(1)
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
           PERFORM 100000-CARGAR-PROVEEDORES
           PERFORM 110000-CARGAR-ORDENES
           IF WSV-TABLASLLENAS = 1
              DISPLAY "PROVEEDORES.DAT U ORDENESPAGO.DAT SUPERAN LA "
                      "TABLA: SE CANCELA SIN REGRABAR"
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
           PERFORM UNTIL WSV-OPCION = 4
              DISPLAY "**************************************"
              DISPLAY "PAGO A PROVEEDORES POR TRANSFERENCIA - FECHA "
                      WSV-FECHA-PROCESO
              DISPLAY "1 - GENERAR ARCHIVO DE TRANSFERENCIAS"
              DISPLAY "2 - PROCESAR RESPUESTA DEL BANCO"
              DISPLAY "3 - LISTAR ORDENES SIN PAGAR"
              DISPLAY "4 - SALIR"
              DISPLAY "RESPUESTA: "
              ACCEPT WSV-OPCION

              EVALUATE WSV-OPCION
                 WHEN 1
                    PERFORM 200000-GENERAR-ARCHIVO
                 WHEN 2
                    PERFORM 300000-PROCESAR-RESPUESTA
                 WHEN 3
                    PERFORM 400000-LISTAR-SIN-PAGAR
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
      *****************************************************************
      * EL RESPALDO DEL MAESTRO (9400) PISA RETURN-CODE: EL CODIGO    *
      * DEL PROCESO SE GUARDA Y SE REPONE AL FINAL.                   *
      *****************************************************************
           MOVE RETURN-CODE TO WSV-RETORNO
           IF WSV-ORDCAMBIOS = 1
              PERFORM 900000-REGRABAR-ORDENES
           END-IF
           MOVE WSV-RETORNO TO RETURN-CODE
           END-IF
           PERFORM 9250-LIBERAR-CERROJOS
           SET WS-LOG-FIN TO TRUE
           COMPUTE WS-LOG-GRABADOS = WSA-ENVIADAS + WSA-PAGADAS
           COMPUTE WS-LOG-RECHAZADOS = WSA-RECHAZADAS + WSA-SINCBU
                                     + WSA-INCONSISTENTES
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

       100000-CARGAR-PROVEEDORES.
           MOVE 0 TO WSV-CANTPROV
           OPEN INPUT PROVEEDORES
           IF WSS-FS-PROVEED-OK
              PERFORM UNTIL WSS-FS-PROVEED-EOF OR WSV-CANTPROV > 199
                 READ PROVEEDORES
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTPROV
                       MOVE PRV-CUIT        TO
                                          WST-PRV-CUIT(WSV-CANTPROV)
                       MOVE PRV-RAZONSOCIAL TO
                                          WST-PRV-RAZON(WSV-CANTPROV)
                       MOVE PRV-ESTADO      TO
                                          WST-PRV-ESTADO(WSV-CANTPROV)
                       MOVE PRV-CBU         TO
                                          WST-PRV-CBU(WSV-CANTPROV)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-PROVEED-EOF
                 READ PROVEEDORES
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLASLLENAS
                 END-READ
              END-IF
              CLOSE PROVEEDORES
           END-IF.

      *****************************************************************
      * LAS ORDENES EMITIDAS ANTES DE LLEVAR ESTADO LLEGAN CON LOS    *
      * CAMPOS NUEVOS EN BLANCO: SE TOMAN COMO APROBADAS A PAGAR.     *
      *****************************************************************
       110000-CARGAR-ORDENES.
           MOVE 0 TO WSV-CANTORDENES
           MOVE 0 TO WSV-LOTE
           OPEN INPUT ORDENESPAGO
           IF WSS-FS-ORDPAGO-OK
              PERFORM UNTIL WSS-FS-ORDPAGO-EOF
                         OR WSV-CANTORDENES > 499
                 READ ORDENESPAGO
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTORDENES
                       IF OPG-ESTADO = SPACE
                          MOVE 'A' TO OPG-ESTADO
                       END-IF
                       IF OPG-LOTE IS NOT NUMERIC
                          MOVE 0 TO OPG-LOTE
                       END-IF
                       IF OPG-FECHAPAGO IS NOT NUMERIC
                          MOVE 0 TO OPG-FECHAPAGO
                       END-IF
                       IF OPG-LOTE > WSV-LOTE
                          MOVE OPG-LOTE TO WSV-LOTE
                       END-IF
                       MOVE REG-ORDENPAGO TO
                                          WST-ORDEN(WSV-CANTORDENES)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-ORDPAGO-EOF
                 READ ORDENESPAGO
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLASLLENAS
                 END-READ
              END-IF
              CLOSE ORDENESPAGO
           END-IF.

      *****************************************************************
      * ARCHIVO DE TRANSFERENCIAS: LAS ORDENES A PAGAR ('A') Y LAS    *
      * RECHAZADAS ('R') EMITIDAS HASTA LA FECHA INDICADA, CON EL CBU *
      * VIGENTE DEL PROVEEDOR. LAS DE PROVEEDORES SIN CBU O DE BAJA   *
      * SE INFORMAN Y QUEDAN A PAGAR. CADA ORDEN ENVIADA PASA A 'T'   *
      * CON EL NUMERO DE LOTE.                                        *
      *****************************************************************
       200000-GENERAR-ARCHIVO.
           DISPLAY "ORDENES EMITIDAS HASTA (AAAAMMDD, 0 = FECHA DE "
                   "PROCESO): "
           ACCEPT WSV-FECHAHASTA
           IF WSV-FECHAHASTA = 0
              MOVE WSV-FECHA-PROCESO TO WSV-FECHAHASTA
           END-IF
           MOVE 0 TO WSA-ENVIADAS
           MOVE 0 TO WSA-TOTALENVIADO
           MOVE 0 TO WSA-SINCBU
           ADD 1 TO WSV-LOTE
           OPEN OUTPUT TRANSFPROV
           IF NOT WSS-FS-TRANSF-OK
              DISPLAY "NO SE PUDO ABRIR TRANSFPROV.DAT"
              DISPLAY "FILE STATUS " WSS-FS-TRANSF
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE WSV-FECHA-PROCESO TO TRF-CAB-FECHA
              MOVE WSV-LOTE          TO TRF-CAB-LOTE
              WRITE REG-TRANSF FROM TRF-CABECERA
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTORDENES
                 IF (WST-OPG-ESTADO(WSI-I) = 'A'
                     OR WST-OPG-ESTADO(WSI-I) = 'R')
                    AND WST-OPG-FECHA(WSI-I) <= WSV-FECHAHASTA
                    PERFORM 210000-AGREGAR-DETALLE
                 END-IF
              END-PERFORM
              MOVE WSV-LOTE         TO TRF-PIE-LOTE
              MOVE WSA-ENVIADAS     TO TRF-PIE-CANTIDAD
              MOVE WSA-TOTALENVIADO TO TRF-PIE-TOTAL
              WRITE REG-TRANSF FROM TRF-PIE
              CLOSE TRANSFPROV
              IF WSA-ENVIADAS = 0
                 DISPLAY "NO HAY ORDENES PARA TRANSFERIR: EL ARCHIVO "
                         "QUEDA VACIO Y NO SE USA EL LOTE"
                 SUBTRACT 1 FROM WSV-LOTE
              ELSE
                 MOVE WSA-TOTALENVIADO TO WSM-TOTAL
                 DISPLAY "LOTE " WSV-LOTE ": " WSA-ENVIADAS
                         " TRANSFERENCIAS POR " WSM-TOTAL
                         " EN TRANSFPROV.DAT"
              END-IF
              IF WSA-SINCBU > 0
                 DISPLAY WSA-SINCBU " ORDENES SIN CBU VALIDO DEL "
                         "PROVEEDOR: SIGUEN A PAGAR"
              END-IF
           END-IF.

       210000-AGREGAR-DETALLE.
           MOVE 0 TO WSV-POSPROV
           PERFORM VARYING WSI-P FROM 1 BY 1
                   UNTIL WSI-P > WSV-CANTPROV
              IF WST-PRV-CUIT(WSI-P) = WST-OPG-CUIT(WSI-I)
                 AND WST-PRV-ESTADO(WSI-P) = 'A'
                 MOVE WSI-P TO WSV-POSPROV
              END-IF
           END-PERFORM
           IF WSV-POSPROV = 0
              ADD 1 TO WSA-SINCBU
              DISPLAY "ORDEN " WST-OPG-NUMERO(WSI-I) ": PROVEEDOR "
                      WST-OPG-CUIT(WSI-I) " INEXISTENTE O DE BAJA"
           ELSE
           IF WST-PRV-CBU(WSV-POSPROV) IS NOT NUMERIC
              ADD 1 TO WSA-SINCBU
              DISPLAY "ORDEN " WST-OPG-NUMERO(WSI-I) ": "
                      FUNCTION TRIM(WST-PRV-RAZON(WSV-POSPROV))
                      " NO TIENE CBU"
           ELSE
              MOVE WST-OPG-NUMERO(WSI-I)    TO TRF-DET-NROORDEN
              MOVE WST-OPG-CUIT(WSI-I)      TO TRF-DET-CUIT
              MOVE WST-PRV-CBU(WSV-POSPROV) TO TRF-DET-CBU
              MOVE WST-OPG-TOTAL(WSI-I)     TO TRF-DET-IMPORTE
              MOVE SPACES                   TO TRF-DET-REFERENCIA
              STRING 'ORDEN DE PAGO ' WST-OPG-NUMERO(WSI-I)
                     DELIMITED BY SIZE INTO TRF-DET-REFERENCIA
              WRITE REG-TRANSF FROM TRF-DETALLE
              ADD 1 TO WSA-ENVIADAS
              ADD WST-OPG-TOTAL(WSI-I) TO WSA-TOTALENVIADO
              MOVE 'T'      TO WST-OPG-ESTADO(WSI-I)
              MOVE WSV-LOTE TO WST-OPG-LOTE(WSI-I)
              MOVE SPACES   TO WST-OPG-MOTIVO(WSI-I)
              MOVE 1 TO WSV-ORDCAMBIOS
           END-IF
           END-IF.

      *****************************************************************
      * RESPUESTA DEL BANCO: CADA DETALLE DEBE CORRESPONDER A UNA     *
      * ORDEN ENVIADA ('T') EN ESE MISMO LOTE. ACREDITADA -> PAGADA   *
      * CON FECHA; RECHAZADA -> 'R' CON EL MOTIVO, VUELVE A PAGAR.    *
      *****************************************************************
       300000-PROCESAR-RESPUESTA.
           MOVE 0 TO WSA-PAGADAS
           MOVE 0 TO WSA-RECHAZADAS
           MOVE 0 TO WSA-INCONSISTENTES
           MOVE 0 TO WSA-SINRESPUESTA
           OPEN INPUT RESPBANCO
           IF NOT WSS-FS-RESPBCO-OK
              DISPLAY "NO HAY RESPBANCO.DAT"
           ELSE
              PERFORM UNTIL WSS-FS-RESPBCO-EOF
                 READ RESPBANCO
                    AT END
                       CONTINUE
                    NOT AT END
                       IF RSP-TIPO = 'D'
                          PERFORM 310000-APLICAR-RESPUESTA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RESPBANCO
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTORDENES
                 IF WST-OPG-ESTADO(WSI-I) = 'T'
                    ADD 1 TO WSA-SINRESPUESTA
                 END-IF
              END-PERFORM
              DISPLAY "ORDENES PAGADAS:           " WSA-PAGADAS
              DISPLAY "ORDENES RECHAZADAS:        " WSA-RECHAZADAS
              DISPLAY "RESPUESTAS SIN ORDEN:      " WSA-INCONSISTENTES
              DISPLAY "ENVIADAS AUN SIN RESPUESTA:" WSA-SINRESPUESTA
           END-IF.

       310000-APLICAR-RESPUESTA.
           MOVE 0 TO WSV-POSORDEN
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTORDENES
              IF WST-OPG-NUMERO(WSI-I) = RSP-NROORDEN
                 AND WST-OPG-ESTADO(WSI-I) = 'T'
                 AND WST-OPG-LOTE(WSI-I) = RSP-LOTE
                 MOVE WSI-I TO WSV-POSORDEN
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WSV-POSORDEN = 0
                 ADD 1 TO WSA-INCONSISTENTES
                 DISPLAY "ORDEN " RSP-NROORDEN " LOTE " RSP-LOTE
                         ": NO FIGURA ENVIADA - SE IGNORA"
              WHEN RSP-RESULTADO = 'A'
                 MOVE 'P' TO WST-OPG-ESTADO(WSV-POSORDEN)
                 MOVE WSV-FECHA-PROCESO TO
                                   WST-OPG-FECHAPAGO(WSV-POSORDEN)
                 MOVE 1 TO WSV-ORDCAMBIOS
                 ADD 1 TO WSA-PAGADAS
              WHEN RSP-RESULTADO = 'R'
                 MOVE 'R' TO WST-OPG-ESTADO(WSV-POSORDEN)
                 MOVE RSP-MOTIVO TO WST-OPG-MOTIVO(WSV-POSORDEN)
                 MOVE 1 TO WSV-ORDCAMBIOS
                 ADD 1 TO WSA-RECHAZADAS
                 DISPLAY "ORDEN " RSP-NROORDEN " RECHAZADA: "
                         FUNCTION TRIM(RSP-MOTIVO)
              WHEN OTHER
                 ADD 1 TO WSA-INCONSISTENTES
                 DISPLAY "ORDEN " RSP-NROORDEN ": RESULTADO '"
                         RSP-RESULTADO "' DESCONOCIDO - SE IGNORA"
           END-EVALUATE.

       400000-LISTAR-SIN-PAGAR.
           DISPLAY "--------------------------------------------------"
           DISPLAY "ORDENES DE PAGO SIN PAGAR AL " WSV-FECHA-PROCESO
           DISPLAY "--------------------------------------------------"
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTORDENES
              MOVE WST-OPG-TOTAL(WSI-I) TO WSM-IMPORTE
              EVALUATE WST-OPG-ESTADO(WSI-I)
                 WHEN 'A'
                    DISPLAY WST-OPG-NUMERO(WSI-I) " "
                            WST-OPG-FECHA(WSI-I) " "
                            WST-OPG-CUIT(WSI-I) " " WSM-IMPORTE
                            " A PAGAR"
                 WHEN 'T'
                    DISPLAY WST-OPG-NUMERO(WSI-I) " "
                            WST-OPG-FECHA(WSI-I) " "
                            WST-OPG-CUIT(WSI-I) " " WSM-IMPORTE
                            " ENVIADA LOTE " WST-OPG-LOTE(WSI-I)
                 WHEN 'R'
                    DISPLAY WST-OPG-NUMERO(WSI-I) " "
                            WST-OPG-FECHA(WSI-I) " "
                            WST-OPG-CUIT(WSI-I) " " WSM-IMPORTE
                            " RECHAZADA: "
                            FUNCTION TRIM(WST-OPG-MOTIVO(WSI-I))
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
           DISPLAY "--------------------------------------------------".

       900000-REGRABAR-ORDENES.
           MOVE 'ORDENESPAGO.DAT' TO WS-INT-ARCHIVO
           MOVE 'PAGOPROV-09-FL'  TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT ORDENESPAGO
           IF WSS-FS-ORDPAGO-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTORDENES
                 MOVE WST-ORDEN(WSI-I) TO REG-ORDENPAGO
                 WRITE REG-ORDENPAGO
              END-PERFORM
              CLOSE ORDENESPAGO
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR ORDENESPAGO.DAT"
              DISPLAY "FILE STATUS " WSS-FS-ORDPAGO
              MOVE 8 TO WSV-RETORNO
           END-IF.

       COPY FSLOGPROC.

       COPY FSFECHAPROC.

       COPY FSINTPROC.

       COPY FSLOCKPROC.

       END PROGRAM PAGOPROV-09-FL.
