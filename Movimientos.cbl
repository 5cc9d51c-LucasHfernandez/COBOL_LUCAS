      *          CUENTAS.DAT Y RECHAZA LOS QUE DEJARIAN UN SALDO
      *          INCONSISTENTE. CADA CAMBIO DE SALDO QUEDA ASENTADO
      *          CON FECHA, CONCEPTO E IMPORTE PARA AUDITORIA.
      *          CADA DEBITO Y CREDITO (TRANSFERENCIAS INCLUIDAS) LLEVA
      *          EL IMPUESTO SOBRE DEBITOS Y CREDITOS BANCARIOS A LAS
      *          ALICUOTAS DE IMPDEBCRED.DAT, ASENTADO COMO DEBITO
      *          PROPIO BAJO EL MISMO COMPROBANTE; LA REVERSA DEVUELVE
      *          TAMBIEN EL IMPUESTO.
      *          LAS CUENTAS MARCADAS INACTIVAS EN ESTADOSCTA.DAT (VER
      *          INACT-09-FL) NO ADMITEN DEBITOS NI TRANSFERENCIAS DE
      *          ORIGEN HASTA QUE UN SUPERVISOR LAS REACTIVE.
      *          LAS CUENTAS CERRADAS (VER CIERCTA-09-FL) NO ADMITEN
      *          DEBITOS, CREDITOS, TRANSFERENCIAS NI REVERSAS.
      *          CADA DEBITO (Y CADA TRANSFERENCIA) REGISTRA EN
      *          MOV-ORDENANTE QUE TITULAR O FIRMANTE DE TITULARES.DAT
      *          LO ORDENO, CONTROLANDO SU REGLA DE FIRMA.
      *          EL OPERADOR SE IDENTIFICA AL ENTRAR (OPERADORES.DAT).
      *          LOS DEBITOS Y TRANSFERENCIAS POR ENCIMA DEL MONTO DE
      *          UMBRALAUT.DAT (VER MANTPAR-09-FL) NO SE APLICAN: VAN
      *          A LA COLA PENDAUT.DAT HASTA QUE OTRO OPERADOR, DE
      *          NIVEL SUPERVISOR, LOS APRUEBE O RECHACE. LO QUE NO SE
      *          DECIDE EN EL DIA VENCE; CADA DECISION QUEDA CON EL
      *          OPERADOR QUE CARGO Y EL QUE DECIDIO.
      *          CADA MOVIMIENTO GRABA EN MOV-OPERADOR QUIEN LO CARGO.
      *          LO DECIDIDO SALE DE PENDAUT.DAT AL HISTORICO
      *          PENDAUTHIS.DAT, ASI LA COLA SOLO GUARDA PENDIENTES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-USODESC.

           SELECT IMPDEBCRED ASSIGN TO DISK 'IMPDEBCRED.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-IDC-FS.

           SELECT OPERADORES          ASSIGN TO DISK 'OPERADORES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-OPERADORES.

           SELECT UMBRALAUT           ASSIGN TO DISK 'UMBRALAUT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-UMBRALAUT.

           SELECT PENDAUT             ASSIGN TO DISK 'PENDAUT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PENDAUT.

           SELECT PENDAUTHIS          ASSIGN TO DISK 'PENDAUTHIS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PENDAUTHIS.

           SELECT TITULARES ASSIGN TO DISK 'TITULARES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-TIT-FS.

           SELECT ESTADOSCTA ASSIGN TO DISK 'ESTADOSCTA.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-ECT-FS.

           SELECT FECHAPROC ASSIGN TO DISK 'FECHAPROC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-FPR-FS.
      *****************************************************************
           05 MOV-REFREVERSA           PIC 9(06).
           05 MOV-MOTIVO               PIC X(02).
           05 MOV-ORDENANTE            PIC 9(08).
      *****************************************************************
      * MOV-OPERADOR: USUARIO QUE CARGO EL MOVIMIENTO (EN LOS QUE     *
      * PASARON POR LA COLA DE AUTORIZACION, EL QUE LO CARGO, NO EL   *
      * SUPERVISOR QUE LO APROBO). EN BLANCO: MOVIMIENTO ANTERIOR AL  *
      * CAMPO O ASENTADO POR UN PROCESO.                              *
      *****************************************************************
           05 MOV-OPERADOR             PIC X(10).

      *****************************************************************
      * BLOQUEOS.DAT: BLOQUEOS JUDICIALES SOBRE CUENTAS (VER          *
           05 USO-NROCUENTA            PIC X(08).
           05 USO-USADO                PIC 9(13)V9(02).

      *****************************************************************
      * EL IMPUESTO SOBRE DEBITOS Y CREDITOS SE ASIENTA COMO DEBITO   *
      * CON MOV-MOTIVO 'ID' (PERCIBIDO SOBRE UN DEBITO) O 'IC' (SOBRE *
      * UN CREDITO) Y MOV-REFREVERSA EN CERO; SU CONTRA-ASIENTO LLEVA *
      * EL MISMO CODIGO CON LA REFERENCIA AL COMPROBANTE REVERSADO.   *
      *****************************************************************
       FD IMPDEBCRED.
       COPY FSIDC.

       FD OPERADORES.
       01 REG-OPERADOR.
           05 OPE-USUARIO              PIC X(10).
           05 OPE-CLAVE                PIC X(10).
           05 OPE-NIVEL                PIC 9(01).

      *****************************************************************
      * UMBRALAUT.DAT: MONTO DE DOBLE AUTORIZACION CON VIGENCIA (VER  *
      * MANTPAR-09-FL). RIGE EL DE VIGENCIA MAS RECIENTE NO FUTURA;   *
      * SIN ARCHIVO, O CON MONTO CERO, NO HAY DOBLE AUTORIZACION.     *
      *****************************************************************
       FD UMBRALAUT.
       01 REG-UMBRALAUT.
           05 FSD-MONTOMAXIMO          PIC 9(15)V9(02).
           05 FSD-VIGENCIADESDE        PIC 9(08).

      *****************************************************************
      * PENDAUT.DAT: COLA DE MOVIMIENTOS QUE ESPERAN UNA SEGUNDA      *
      * FIRMA. PEN-CLASE 'M' = DEBITO, 'T' = TRANSFERENCIA. ESTADO    *
      * 'P' = PENDIENTE, 'A' = APROBADO (CON SU COMPROBANTE), 'R' =   *
      * RECHAZADO, 'V' = VENCIDO SIN DECISION AL CERRAR EL DIA.       *
      *****************************************************************
       FD PENDAUT.
       01 REG-PENDAUT.
           05 PEN-NUMERO               PIC 9(06).
           05 PEN-FECHA                PIC 9(08).
           05 PEN-CLASE                PIC X(01).
           05 PEN-NROCUENTA            PIC X(08).
           05 PEN-CTADESTINO           PIC X(08).
           05 PEN-TIPO                 PIC X(01).
           05 PEN-CONCEPTO             PIC X(30).
           05 PEN-IMPORTE              PIC 9(13)V9(02).
           05 PEN-ORDENANTE            PIC 9(08).
           05 PEN-OPERCARGA            PIC X(10).
           05 PEN-ESTADO               PIC X(01).
           05 PEN-OPERDECIDE           PIC X(10).
           05 PEN-FECHADECIDE          PIC 9(08).
           05 PEN-COMPROBANTE          PIC 9(06).

      *****************************************************************
      * PENDAUTHIS.DAT: HISTORICO DE LA COLA. AL REGRABAR PENDAUT.DAT *
      * LO YA DECIDIDO (APROBADO, RECHAZADO O VENCIDO) SE AGREGA ACA  *
      * CON EL MISMO FORMATO Y SALE DE LA COLA.                       *
      *****************************************************************
       FD PENDAUTHIS.
       01 REG-PENDAUTHIS.
           05 PEH-NUMERO               PIC 9(06).
           05 FILLER                   PIC X(114).

       FD TITULARES.
       COPY FSTIT.

       FD ESTADOSCTA.
       COPY FSECT.

       FD FECHAPROC.
       COPY FSFECHA.


       COPY FSFECHAVAR.

       COPY FSIDCVAR.

       COPY FSECTVAR.

       COPY FSTITVAR.

       01 VARIABLES.
           05 WSV-OPCION               PIC 9(01)    VALUE 0.
           05 WSV-NROCUENTA            PIC X(08).
           05 WSV-POSORIGEN            PIC 9(03)    VALUE 0.
           05 WSV-POSDESTINO           PIC 9(03)    VALUE 0.
           05 WSV-BLOQUEADO            PIC 9(01)    VALUE 0.
           05 WSV-CERRADA              PIC 9(01)    VALUE 0.
           05 WSV-ORDENANTE            PIC 9(08)    VALUE 0.
           05 WSV-FIRMA                PIC X(01)    VALUE SPACE.
           05 WSV-EMBARGADO            PIC 9(13)V9(02) VALUE 0.
           05 WSV-LIMITEDESC           PIC 9(13)V9(02) VALUE 0.
           05 WSV-DISPONIBLE           PIC 9(15)V9(02) VALUE 0.
           05 WSV-MOTIVOREV            PIC X(02).
             88 WSV-MOTIVOREV-VALIDO                VALUE '01' '02'
                                                          '03'.
           05 WSV-IMPUESTO             PIC 9(13)V9(02) VALUE 0.
           05 WSV-USUARIO              PIC X(10)    VALUE SPACES.
           05 WSV-CLAVE                PIC X(10)    VALUE SPACES.
           05 WSV-SUPERVISOR           PIC X(10)    VALUE SPACES.
           05 WSV-AUTORIZADO           PIC 9(01)    VALUE 0.
           05 WSV-UMBRALAUT            PIC 9(15)V9(02) VALUE 0.
           05 WSV-VIGENCIAAUT          PIC 9(08)    VALUE 0.
           05 WSV-DESDECOLA            PIC 9(01)    VALUE 0.
           05 WSV-OPERMOV              PIC X(10)    VALUE SPACES.
           05 WSV-NROPEND              PIC 9(06)    VALUE 0.
           05 WSV-ULTPENDIENTE         PIC 9(06)    VALUE 0.
           05 WSV-POSPEND              PIC 9(03)    VALUE 0.
           05 WSV-PENCAMBIOS           PIC 9(01)    VALUE 0.
           05 WSV-HISTORICO            PIC 9(01)    VALUE 0.
           05 WSV-DECISION             PIC X(01)    VALUE SPACE.
           05 WSV-APLICADOSANT         PIC 9(04)    VALUE 0.
           05 WSV-IMPUESTODEST         PIC 9(13)V9(02) VALUE 0.
           05 WSV-ORIGIMPUESTO         PIC 9(13)V9(02) VALUE 0.

       01 INDICES.
           05 WSI-I                    PIC 9(03)    VALUE 0.
           05 WSV-CANTCUENTAS          PIC 9(03)    VALUE 0.
           05 WSV-CANTPEND             PIC 9(03)    VALUE 0.

       01 ACUMULADORES.
           05 WSA-APLICADOS            PIC 9(04)    VALUE 0.
           05 WSA-RECHAZADOS           PIC 9(04)    VALUE 0.
           05 WSA-ENCOLADOS            PIC 9(04)    VALUE 0.
           05 WSA-VENCIDOS             PIC 9(04)    VALUE 0.
           05 WSA-TOTALDEBE            PIC 9(15)V9(02) VALUE 0.
           05 WSA-TOTALHABER           PIC 9(15)V9(02) VALUE 0.

           05 WSS-FS-USODESC           PIC X(02).
             88 WSS-FS-USODESC-OK                   VALUE '00'.
             88 WSS-FS-USODESC-EOF                  VALUE '10'.
           05 WSS-FS-OPERADORES        PIC X(02).
             88 WSS-FS-OPERADORES-OK                VALUE '00'.
             88 WSS-FS-OPERADORES-EOF               VALUE '10'.
           05 WSS-FS-UMBRALAUT         PIC X(02).
             88 WSS-FS-UMBRALAUT-OK                 VALUE '00'.
             88 WSS-FS-UMBRALAUT-EOF                VALUE '10'.
           05 WSS-FS-PENDAUT           PIC X(02).
             88 WSS-FS-PENDAUT-OK                   VALUE '00'.
             88 WSS-FS-PENDAUT-EOF                  VALUE '10'.
           05 WSS-FS-PENDAUTHIS        PIC X(02).
             88 WSS-FS-PENDAUTHIS-OK                VALUE '00'.
             88 WSS-FS-PENDAUTHIS-EOF               VALUE '10'.
             88 WSS-FS-PENDAUTHIS-NOEXISTE          VALUE '35'.

       01 MASCARAS.
           05 WSM-SALDO                PIC Z(15),99.
               10 WST-USO-NRO          PIC X(08).
               10 WST-USO-USADO        PIC 9(13)V9(02).

      *****************************************************************
      * COLA DE DOBLE AUTORIZACION (PENDAUT.DAT EN MEMORIA): SE       *
      * REGRABA AL SALIR SI HUBO ALTAS, DECISIONES O VENCIMIENTOS,    *
      * SOLO CON LO QUE SIGUE PENDIENTE (LO DEMAS VA A PENDAUTHIS).   *
      *****************************************************************
       01 TABLA-PENDIENTES.
           05 WST-PENDIENTE            OCCURS 200 TIMES.
               10 WST-PEN-NUMERO       PIC 9(06).
               10 WST-PEN-FECHA        PIC 9(08).
               10 WST-PEN-CLASE        PIC X(01).
               10 WST-PEN-NROCUENTA    PIC X(08).
               10 WST-PEN-CTADESTINO   PIC X(08).
               10 WST-PEN-TIPO         PIC X(01).
               10 WST-PEN-CONCEPTO     PIC X(30).
               10 WST-PEN-IMPORTE      PIC 9(13)V9(02).
               10 WST-PEN-ORDENANTE    PIC 9(08).
               10 WST-PEN-OPERCARGA    PIC X(10).
               10 WST-PEN-ESTADO       PIC X(01).
               10 WST-PEN-OPERDECIDE   PIC X(10).
               10 WST-PEN-FECHADECIDE  PIC 9(08).
               10 WST-PEN-COMPROBANTE  PIC 9(06).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           MOVE 'MOVIM-09-FL' TO WS-CER-PROGRAMA
           MOVE 5 TO WS-CER-CANTARCH
           MOVE 'CUENTAS.DAT'     TO WS-CER-ARCHIVO(1)
           MOVE 'MOVIMIENTOS.DAT' TO WS-CER-ARCHIVO(2)
           MOVE 'USODESC.DAT'     TO WS-CER-ARCHIVO(3)
           MOVE 'PENDAUT.DAT'     TO WS-CER-ARCHIVO(4)
           MOVE 'PENDAUTHIS.DAT'  TO WS-CER-ARCHIVO(5)
           PERFORM 9200-TOMAR-CERROJOS
           IF WS-CER-DENEGADO = 1
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9300-LEER-FECHA-PROCESO
           MOVE WS-FPR-FECHA TO WSV-FECHA-SISTEMA
           MOVE WSV-FECHA-SISTEMA TO WS-IDC-FECHA
           PERFORM 9600-CARGAR-IMPDEBCRED
      *****************************************************************
      * EL ARCHIVO TIENE MAS REGISTROS QUE LA TABLA: REGRABARLO DESDE *
      * LA TABLA LO TRUNCARIA, ASI QUE LA CORRIDA SE CANCELA SIN      *
           PERFORM 100000-CARGAR-CUENTAS
           PERFORM 150000-BUSCAR-ULTIMO-COMPROBANTE
           PERFORM 160000-CARGAR-USODESC
           PERFORM 180000-CARGAR-UMBRALAUT
           PERFORM 185000-CARGAR-PENDIENTES
           IF WSV-TABLALLENA = 1
              DISPLAY "CUENTAS.DAT O PENDAUT.DAT SUPERAN LA TABLA: SE "
                      "CANCELA SIN REGRABAR"
              MOVE 8 TO RETURN-CODE
           ELSE
           IF WSV-CANTCUENTAS = 0
              DISPLAY "NO HAY CUENTAS CARGADAS EN CUENTAS.DAT"
           ELSE
              PERFORM 050000-IDENTIFICAR-OPERADOR
              IF WSV-AUTORIZADO = 0
                 DISPLAY "USUARIO O CLAVE INVALIDOS - NO SE OPERA"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE WSV-USUARIO TO WSV-OPERMOV
                 PERFORM 200000-MENU-PRINCIPAL
              END-IF
              IF WSV-HUBOCAMBIOS = 1
                 PERFORM 400000-REGRABAR-CUENTAS
              END-IF
              IF WSV-USOCAMBIOS = 1
                 PERFORM 450000-REGRABAR-USODESC
              END-IF
              IF WSV-PENCAMBIOS = 1
                 PERFORM 460000-REGRABAR-PENDAUT
              END-IF
              DISPLAY "MOVIMIENTOS APLICADOS:  " WSA-APLICADOS
              DISPLAY "MOVIMIENTOS RECHAZADOS: " WSA-RECHAZADOS
              DISPLAY "PENDIENTES DE AUTORIZAR:" WSA-ENCOLADOS
              IF WSA-VENCIDOS > 0
                 DISPLAY "PENDIENTES VENCIDOS:    " WSA-VENCIDOS
              END-IF
           END-IF
           END-IF
           PERFORM 9250-LIBERAR-CERROJOS
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

      *****************************************************************
      * OPERADOR QUE CARGA (CUALQUIER NIVEL DE OPERADORES.DAT): QUEDA *
      * COMO "CARGADO POR" EN LOS MOVIMIENTOS QUE VAN A LA COLA DE    *
      * DOBLE AUTORIZACION. SIN EL ARCHIVO SE AVISA Y SE OPERA SIN    *
      * CONTROL DE ACCESO.                                            *
      *****************************************************************
       050000-IDENTIFICAR-OPERADOR.
           MOVE 0 TO WSV-AUTORIZADO
           DISPLAY "INGRESE USUARIO: "
           ACCEPT WSV-USUARIO
           OPEN INPUT OPERADORES
           IF NOT WSS-FS-OPERADORES-OK
              DISPLAY "ATENCION: NO HAY OPERADORES.DAT - SE OPERA "
                      "SIN CONTROL DE ACCESO"
              MOVE 1 TO WSV-AUTORIZADO
           ELSE
              DISPLAY "INGRESE CLAVE: "
              ACCEPT WSV-CLAVE
              PERFORM UNTIL WSS-FS-OPERADORES-EOF
                 READ OPERADORES
                    AT END
                       CONTINUE
                    NOT AT END
                       IF OPE-USUARIO = WSV-USUARIO
                          AND OPE-CLAVE = WSV-CLAVE
                          MOVE 1 TO WSV-AUTORIZADO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERADORES
           END-IF.

       100000-CARGAR-CUENTAS.
           MOVE 0 TO WSV-CANTCUENTAS
           OPEN INPUT CUENTAS
              MOVE WSV-CANTUSOS  TO WSV-POSUSO
           END-IF.

      *****************************************************************
      * MONTO DE DOBLE AUTORIZACION VIGENTE A LA FECHA DE PROCESO.    *
      *****************************************************************
       180000-CARGAR-UMBRALAUT.
           MOVE 0 TO WSV-UMBRALAUT
           MOVE 0 TO WSV-VIGENCIAAUT
           OPEN INPUT UMBRALAUT
           IF WSS-FS-UMBRALAUT-OK
              PERFORM UNTIL WSS-FS-UMBRALAUT-EOF
                 READ UMBRALAUT
                    AT END
                       CONTINUE
                    NOT AT END
                       IF FSD-VIGENCIADESDE <= WSV-FECHA-SISTEMA
                          AND FSD-VIGENCIADESDE >= WSV-VIGENCIAAUT
                          MOVE FSD-MONTOMAXIMO   TO WSV-UMBRALAUT
                          MOVE FSD-VIGENCIADESDE TO WSV-VIGENCIAAUT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE UMBRALAUT
           END-IF.

      *****************************************************************
      * CARGA LA COLA DE DOBLE AUTORIZACION. LO QUE SIGUE PENDIENTE   *
      * DE UN DIA DE PROCESO ANTERIOR VENCE: EL DIA CERRO SIN QUE     *
      * NADIE LO APROBARA Y HAY QUE VOLVER A CARGARLO. LA NUMERACION  *
      * SIGUE DESDE EL MAYOR NUMERO DE LA COLA O DEL HISTORICO.       *
      *****************************************************************
       185000-CARGAR-PENDIENTES.
           MOVE 0 TO WSV-CANTPEND
           MOVE 0 TO WSV-ULTPENDIENTE
           OPEN INPUT PENDAUTHIS
           IF WSS-FS-PENDAUTHIS-OK
              PERFORM UNTIL WSS-FS-PENDAUTHIS-EOF
                 READ PENDAUTHIS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF PEH-NUMERO > WSV-ULTPENDIENTE
                          MOVE PEH-NUMERO TO WSV-ULTPENDIENTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PENDAUTHIS
           END-IF
           OPEN INPUT PENDAUT
           IF WSS-FS-PENDAUT-OK
              PERFORM UNTIL WSS-FS-PENDAUT-EOF OR WSV-CANTPEND > 199
                 READ PENDAUT
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTPEND
                       MOVE REG-PENDAUT TO WST-PENDIENTE(WSV-CANTPEND)
                       IF PEN-NUMERO > WSV-ULTPENDIENTE
                          MOVE PEN-NUMERO TO WSV-ULTPENDIENTE
                       END-IF
                       IF PEN-ESTADO = 'P'
                          AND PEN-FECHA < WSV-FECHA-SISTEMA
                          MOVE 'V' TO WST-PEN-ESTADO(WSV-CANTPEND)
                          MOVE WSV-FECHA-SISTEMA TO
                                     WST-PEN-FECHADECIDE(WSV-CANTPEND)
                          MOVE 1 TO WSV-PENCAMBIOS
                          ADD 1 TO WSA-VENCIDOS
                       END-IF
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-PENDAUT-EOF
                 READ PENDAUT
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLALLENA
                 END-READ
              END-IF
              CLOSE PENDAUT
           END-IF.

      *****************************************************************
      * LIMITE DE DESCUBIERTO DISPONIBLE DE WSV-NROCUENTA: LIMITE DEL *
      * ACUERDO VIGENTE A LA FECHA MENOS LO YA GIRADO. SIN ACUERDO    *
           END-IF.

       200000-MENU-PRINCIPAL.
           PERFORM UNTIL WSV-OPCION = 6
              DISPLAY "**************************************"
              DISPLAY "LIBRO DE MOVIMIENTOS (MOVIMIENTOS.DAT)"
              DISPLAY "1 - REGISTRAR MOVIMIENTO"
              DISPLAY "2 - CONSULTAR MOVIMIENTOS DE UNA CUENTA"
              DISPLAY "3 - TRANSFERENCIA ENTRE CUENTAS"
              DISPLAY "4 - REVERSAR MOVIMIENTO (CONTRA-ASIENTO)"
              DISPLAY "5 - AUTORIZAR MOVIMIENTOS PENDIENTES"
              DISPLAY "6 - SALIR"
              DISPLAY "RESPUESTA: "
              ACCEPT WSV-OPCION

                    PERFORM 500000-TRANSFERIR
                 WHEN 4
                    PERFORM 600000-REVERSAR
                 WHEN 5
                    PERFORM 700000-AUTORIZAR-PENDIENTES
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           DISPLAY "INGRESE NUMERO DE CUENTA (8 DIGITOS): "
           ACCEPT WSV-NROCUENTA
           PERFORM 220000-BUSCAR-CUENTA
           PERFORM 225000-VERIFICAR-CERRADA
           IF WSV-ENCONTRADO = 0 OR WSV-CERRADA = 1
              IF WSV-ENCONTRADO = 0
                 DISPLAY "LA CUENTA NO EXISTE EN CUENTAS.DAT"
              ELSE
                 DISPLAY "*** CUENTA CERRADA: NO ADMITE MOVIMIENTOS ***"
              END-IF
              ADD 1 TO WSA-RECHAZADOS
           ELSE
              MOVE WST-CTA-MONTO(WSV-POSICION) TO WSM-SALDO
                 DISPLAY "IMPORTE EN CERO - MOVIMIENTO RECHAZADO"
                 ADD 1 TO WSA-RECHAZADOS
              ELSE
                 MOVE 0 TO WSV-ORDENANTE
                 MOVE 0 TO WSV-DESDECOLA
                 PERFORM 212000-CONTROLAR-Y-APLICAR
              END-IF
           END-IF.

      *****************************************************************
      * CONTROLES DEL MOVIMIENTO YA CAPTURADO Y SU APLICACION. UN     *
      * DEBITO POR ENCIMA DEL MONTO DE DOBLE AUTORIZACION VA A LA     *
      * COLA; CUANDO EL SUPERVISOR LO APRUEBA (WSV-DESDECOLA = 1) SE  *
      * REPITEN LOS CONTROLES CONTRA EL SALDO DE ESE MOMENTO, SIN     *
      * VOLVER A PEDIR EL ORDENANTE, Y SE APLICA.                     *
      *****************************************************************
       212000-CONTROLAR-Y-APLICAR.
           PERFORM 260000-CALCULAR-IMPUESTO
           MOVE 0 TO WSV-LIMITEDESC
           IF WSV-TIPO-DEBITO
              PERFORM 170000-BUSCAR-ACUERDO
           END-IF
           COMPUTE WSV-DISPONIBLE =
                   WST-CTA-MONTO(WSV-POSICION) + WSV-LIMITEDESC
           IF WSV-TIPO-DEBITO
              AND WSV-IMPORTE + WSV-IMPUESTO > WSV-DISPONIBLE
              DISPLAY "EL DEBITO MAS EL IMPUESTO SUPERA EL SALDO "
                      "DISPONIBLE (ACUERDO DE DESCUBIERTO "
                      "INCLUIDO) - MOVIMIENTO RECHAZADO"
              ADD 1 TO WSA-RECHAZADOS
           ELSE
              MOVE 0 TO WSV-BLOQUEADO
              IF WSV-TIPO-DEBITO
                 PERFORM 215000-VERIFICAR-BLOQUEO
              END-IF
              IF WSV-TIPO-DEBITO AND WSV-BLOQUEADO = 0
                 AND WSV-DESDECOLA = 0
                 PERFORM 217000-VALIDAR-ORDENANTE
              END-IF
              EVALUATE TRUE
                 WHEN WSV-BLOQUEADO = 1
                    ADD 1 TO WSA-RECHAZADOS
                 WHEN WSV-TIPO-DEBITO AND WSV-DESDECOLA = 0
                      AND WSV-UMBRALAUT > 0
                      AND WSV-IMPORTE > WSV-UMBRALAUT
                    MOVE 'M' TO WSV-DECISION
                    PERFORM 270000-ENCOLAR-PENDIENTE
                 WHEN OTHER
                    PERFORM 230000-APLICAR-MOVIMIENTO
              END-EVALUATE
           END-IF.

      *****************************************************************
      * CONTROL DE EMBARGOS ANTES DE DEBITAR: UN BLOQUEO TOTAL 'T'    *
      * RECHAZA TODO DEBITO; UNO PARCIAL 'P' DEJA INDISPONIBLE EL     *
      * IMPORTE EMBARGADO (EL DEBITO, CON SU IMPUESTO, NO PUEDE DEJAR *
      * EL SALDO POR DEBAJO DE LA SUMA EMBARGADA). EL MENSAJE NOMBRA  *
      * EL EXPEDIENTE PARA QUE EL OPERADOR SEPA A QUIEN DERIVAR AL    *
      * CLIENTE.                                                      *
      *****************************************************************
       215000-VERIFICAR-BLOQUEO.
           MOVE 0 TO WSV-BLOQUEADO

           IF WSV-BLOQUEADO = 0 AND WSV-EMBARGADO > 0
              IF WST-CTA-MONTO(WSV-POSICION) - WSV-IMPORTE
                 - WSV-IMPUESTO < WSV-EMBARGADO
                 MOVE 1 TO WSV-BLOQUEADO
                 MOVE WSV-EMBARGADO TO WSM-IMPORTE
                 DISPLAY "*** EMBARGO PARCIAL SOBRE LA CUENTA: "
                         WSM-IMPORTE " INDISPONIBLES - DEBITO "
                         "RECHAZADO ***"
              END-IF
           END-IF

           IF WSV-BLOQUEADO = 0
              PERFORM 216000-VERIFICAR-INACTIVA
           END-IF.

      *****************************************************************
      * CUENTA INACTIVA (SIN MOVIMIENTOS DEL CLIENTE EN EL PLAZO      *
      * PARAMETRIZADO, VER INACT-09-FL): NO SE DEBITA HASTA QUE UN    *
      * SUPERVISOR LA REACTIVE. LOS CREDITOS SE ADMITEN.              *
      *****************************************************************
       216000-VERIFICAR-INACTIVA.
           MOVE WSV-NROCUENTA TO WS-ECT-NROCUENTA
           PERFORM 9700-ESTADO-CUENTA
           IF WS-ECT-INACTIVA
              MOVE 1 TO WSV-BLOQUEADO
              DISPLAY "*** CUENTA INACTIVA: REQUIERE REACTIVACION DE "
                      "UN SUPERVISOR - DEBITO RECHAZADO ***"
           END-IF.

      *****************************************************************
      * QUIEN ORDENA EL DEBITO: DEBE SER UN TITULAR, COTITULAR O      *
      * FIRMANTE ACTIVO DE LA CUENTA EN TITULARES.DAT (SI LA CUENTA   *
      * NO TIENE VINCULOS, SU TITULAR DE CUENTAS.DAT). CON FIRMA      *
      * CONJUNTA DEBEN FIRMAR TAMBIEN TODOS LOS DEMAS CONJUNTOS.      *
      * CUALQUIER FALTA RECHAZA EL DEBITO COMO UN BLOQUEO.            *
      *****************************************************************
       217000-VALIDAR-ORDENANTE.
           DISPLAY "CODIGO DE CLIENTE QUE ORDENA EL DEBITO: "
           ACCEPT WSV-ORDENANTE
           MOVE WSV-NROCUENTA TO WS-TIT-NROCUENTA
           PERFORM 9800-FIRMANTES-CUENTA
           IF WS-TIT-CANT = 0
              MOVE 1 TO WS-TIT-CANT
              MOVE WST-CTA-CODCLTE(WSV-POSICION) TO WS-TIT-CODCLTE(1)
              MOVE 'T' TO WS-TIT-ROL(1)
              MOVE 'I' TO WS-TIT-REGLA(1)
           END-IF
           MOVE 0 TO WS-TIT-I
           PERFORM VARYING WSI-I FROM 1 BY 1 UNTIL WSI-I > WS-TIT-CANT
              IF WS-TIT-CODCLTE(WSI-I) = WSV-ORDENANTE
                 MOVE WSI-I TO WS-TIT-I
              END-IF
           END-PERFORM
           IF WS-TIT-I = 0
              MOVE 1 TO WSV-BLOQUEADO
              DISPLAY "*** EL CLIENTE " WSV-ORDENANTE " NO ES TITULAR "
                      "NI FIRMANTE DE LA CUENTA: DEBITO RECHAZADO ***"
           ELSE
              IF WS-TIT-REGLA(WS-TIT-I) = 'J'
                 PERFORM VARYING WSI-I FROM 1 BY 1
                         UNTIL WSI-I > WS-TIT-CANT
                            OR WSV-BLOQUEADO = 1
                    IF WS-TIT-REGLA(WSI-I) = 'J'
                       AND WSI-I NOT = WS-TIT-I
                       DISPLAY "FIRMA CONJUNTA: FIRMO EL CLIENTE "
                               WS-TIT-CODCLTE(WSI-I) " (S/N): "
                       ACCEPT WSV-FIRMA
                       IF WSV-FIRMA NOT = 'S' AND WSV-FIRMA NOT = 's'
                          MOVE 1 TO WSV-BLOQUEADO
                          DISPLAY "*** FALTA LA FIRMA CONJUNTA DE "
                                  WS-TIT-CODCLTE(WSI-I)
                                  ": DEBITO RECHAZADO ***"
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.

       220000-BUSCAR-CUENTA.
              END-IF
           END-PERFORM.

      *****************************************************************
      * CUENTA CERRADA (VER CIERCTA-09-FL): NO ADMITE NINGUN          *
      * MOVIMIENTO, NI DEBITO NI CREDITO NI REVERSA.                  *
      *****************************************************************
       225000-VERIFICAR-CERRADA.
           MOVE 0 TO WSV-CERRADA
           IF WSV-ENCONTRADO = 1
              MOVE WSV-NROCUENTA TO WS-ECT-NROCUENTA
              PERFORM 9700-ESTADO-CUENTA
              IF WS-ECT-CERRADA
                 MOVE 1 TO WSV-CERRADA
              END-IF
           END-IF.

      *****************************************************************
      * APLICACION CON DESCUBIERTO: UN DEBITO MAYOR AL SALDO DEJA EL  *
      * SALDO EN CERO Y GIRA EL EXCEDENTE A USODESC.DAT; UN CREDITO   *
      * CANCELA PRIMERO EL DESCUBIERTO USADO Y RECIEN DESPUES SUMA    *
      * AL SALDO. CON LA TABLA DE USOS LLENA NO HAY DONDE ANOTAR EL   *
      * GIRO: EL DEBITO QUE NECESITA DESCUBIERTO SE RECHAZA ENTERO.   *
      * EL IMPUESTO SE DEBITA DESPUES DEL MOVIMIENTO, CON LA MISMA    *
      * MECANICA.                                                     *
      *****************************************************************
       230000-APLICAR-MOVIMIENTO.
           PERFORM 165000-BUSCAR-USO
           IF WSV-TIPO-DEBITO
              AND WSV-IMPORTE + WSV-IMPUESTO
                  > WST-CTA-MONTO(WSV-POSICION)
              AND WSV-POSUSO = 0
              DISPLAY "TABLA DE USO DE DESCUBIERTO LLENA: "
                      "MOVIMIENTO RECHAZADO"
                 ADD WSV-IMPORTE TO WST-CTA-MONTO(WSV-POSICION)
              END-IF
           END-IF
           IF WSV-IMPUESTO > 0
              PERFORM 250000-APLICAR-IMPUESTO
           END-IF
           MOVE 1 TO WSV-HUBOCAMBIOS

           PERFORM 240000-ASENTAR-MOVIMIENTO
           MOVE WSV-COMPROBANTE   TO MOV-COMPROBANTE
           MOVE 0                 TO MOV-REFREVERSA
           MOVE SPACES            TO MOV-MOTIVO
           MOVE WSV-ORDENANTE     TO MOV-ORDENANTE
           MOVE WSV-OPERMOV       TO MOV-OPERADOR
           WRITE REG-MOVIMIENTO
           IF NOT WSS-FS-MOVIM-OK
              PERFORM 248000-ERROR-GRABACION
           END-IF
           IF WSV-IMPUESTO > 0
              PERFORM 245000-ASENTAR-IMPUESTO
           END-IF

           CLOSE MOVIMIENTOS.

      *****************************************************************
      * ASIENTA, CON EL LIBRO YA ABIERTO, EL IMPUESTO SOBRE DEBITOS Y *
      * CREDITOS DEL MOVIMIENTO WSV-TIPO DE WSV-NROCUENTA: UN DEBITO  *
      * POR WSV-IMPUESTO BAJO EL MISMO COMPROBANTE WSV-COMPROBANTE.   *
      *****************************************************************
       245000-ASENTAR-IMPUESTO.
           MOVE WSV-NROCUENTA     TO MOV-NROCUENTA
           MOVE WSV-FECHA-SISTEMA TO MOV-FECHA
           MOVE 'D'               TO MOV-TIPO
           IF WSV-TIPO-DEBITO
              MOVE 'IMPUESTO S/DEBITOS BANCARIOS'  TO MOV-CONCEPTO
              MOVE 'ID'           TO MOV-MOTIVO
           ELSE
              MOVE 'IMPUESTO S/CREDITOS BANCARIOS' TO MOV-CONCEPTO
              MOVE 'IC'           TO MOV-MOTIVO
           END-IF
           MOVE WSV-IMPUESTO      TO MOV-IMPORTE
           MOVE WSV-COMPROBANTE   TO MOV-COMPROBANTE
           MOVE 0                 TO MOV-REFREVERSA
           MOVE 0                 TO MOV-ORDENANTE
           MOVE WSV-OPERMOV       TO MOV-OPERADOR
           WRITE REG-MOVIMIENTO
           IF NOT WSS-FS-MOVIM-OK
              PERFORM 248000-ERROR-GRABACION
           END-IF
           MOVE WSV-IMPUESTO      TO WSM-IMPORTE
           DISPLAY "IMPUESTO S/DEBITOS Y CREDITOS: " WSM-IMPORTE.

      *****************************************************************
      * UN RENGLON DEL LIBRO NO SE GRABO: EL SALDO EN MEMORIA YA LO   *
      * REFLEJA, ASI QUE LA CORRIDA TERMINA CON ERROR PARA QUE SE     *
      * CONCILIE CUENTAS.DAT CONTRA MOVIMIENTOS.DAT.                  *
      *****************************************************************
       248000-ERROR-GRABACION.
           DISPLAY 'ERROR AL GRABAR MOVIMIENTOS.DAT'
           DISPLAY 'FILE STATUS ' WSS-FS-MOVIM
           MOVE 8 TO RETURN-CODE
           SET WS-LOG-TERMINO-ERROR TO TRUE.

      *****************************************************************
      * DEBITA EL IMPUESTO DE LA CUENTA WSV-POSICION (USO DE          *
      * DESCUBIERTO EN WSV-POSUSO): LO QUE EL SALDO NO CUBRE GIRA EN  *
      * DESCUBIERTO, COMO CUALQUIER DEBITO.                           *
      *****************************************************************
       250000-APLICAR-IMPUESTO.
           IF WSV-IMPUESTO <= WST-CTA-MONTO(WSV-POSICION)
              SUBTRACT WSV-IMPUESTO FROM WST-CTA-MONTO(WSV-POSICION)
           ELSE
              COMPUTE WSV-EXCEDENTE =
                      WSV-IMPUESTO - WST-CTA-MONTO(WSV-POSICION)
              MOVE 0 TO WST-CTA-MONTO(WSV-POSICION)
              IF WSV-POSUSO > 0
                 ADD WSV-EXCEDENTE TO WST-USO-USADO(WSV-POSUSO)
                 MOVE 1 TO WSV-USOCAMBIOS
              END-IF
           END-IF.

      *****************************************************************
      * IMPUESTO DEL MOVIMIENTO WSV-TIPO POR WSV-IMPORTE EN LA CUENTA *
      * WSV-NROCUENTA, SEGUN LA ALICUOTA GENERAL O EL TRATAMIENTO     *
      * PARTICULAR DE LA CUENTA (EXENTA O REDUCIDA).                  *
      *****************************************************************
       260000-CALCULAR-IMPUESTO.
           MOVE WSV-NROCUENTA TO WS-IDC-NROCUENTA
           MOVE WSV-TIPO      TO WS-IDC-TIPO
           MOVE WSV-IMPORTE   TO WS-IDC-IMPORTE
           PERFORM 9650-CALCULAR-IMPDEBCRED
           MOVE WS-IDC-IMPUESTO TO WSV-IMPUESTO.

      *****************************************************************
      * DEJA EL MOVIMIENTO (CLASE EN WSV-DECISION) EN LA COLA DE      *
      * DOBLE AUTORIZACION EN LUGAR DE APLICARLO.                     *
      *****************************************************************
       270000-ENCOLAR-PENDIENTE.
           IF WSV-CANTPEND >= 200
              DISPLAY "COLA DE AUTORIZACION LLENA: EL MOVIMIENTO NO "
                      "SE REGISTRA"
              ADD 1 TO WSA-RECHAZADOS
           ELSE
              ADD 1 TO WSV-CANTPEND
              ADD 1 TO WSV-ULTPENDIENTE
              MOVE WSV-ULTPENDIENTE  TO WST-PEN-NUMERO(WSV-CANTPEND)
              MOVE WSV-FECHA-SISTEMA TO WST-PEN-FECHA(WSV-CANTPEND)
              MOVE WSV-DECISION      TO WST-PEN-CLASE(WSV-CANTPEND)
              IF WSV-DECISION = 'T'
                 MOVE WSV-CTAORIGEN  TO WST-PEN-NROCUENTA(WSV-CANTPEND)
                 MOVE WSV-CTADESTINO TO
                                   WST-PEN-CTADESTINO(WSV-CANTPEND)
                 MOVE 'D'            TO WST-PEN-TIPO(WSV-CANTPEND)
                 MOVE SPACES         TO WST-PEN-CONCEPTO(WSV-CANTPEND)
              ELSE
                 MOVE WSV-NROCUENTA  TO WST-PEN-NROCUENTA(WSV-CANTPEND)
                 MOVE SPACES         TO
                                   WST-PEN-CTADESTINO(WSV-CANTPEND)
                 MOVE WSV-TIPO       TO WST-PEN-TIPO(WSV-CANTPEND)
                 MOVE WSV-CONCEPTO   TO WST-PEN-CONCEPTO(WSV-CANTPEND)
              END-IF
              MOVE WSV-IMPORTE       TO WST-PEN-IMPORTE(WSV-CANTPEND)
              MOVE WSV-ORDENANTE     TO WST-PEN-ORDENANTE(WSV-CANTPEND)
              MOVE WSV-USUARIO       TO WST-PEN-OPERCARGA(WSV-CANTPEND)
              MOVE 'P'               TO WST-PEN-ESTADO(WSV-CANTPEND)
              MOVE SPACES            TO
                                   WST-PEN-OPERDECIDE(WSV-CANTPEND)
              MOVE 0                 TO
                                   WST-PEN-FECHADECIDE(WSV-CANTPEND)
              MOVE 0                 TO
                                   WST-PEN-COMPROBANTE(WSV-CANTPEND)
              MOVE 1 TO WSV-PENCAMBIOS
              ADD 1 TO WSA-ENCOLADOS
              MOVE WSV-UMBRALAUT TO WSM-SALDO
              DISPLAY "SUPERA EL MONTO DE DOBLE AUTORIZACION ("
                      WSM-SALDO ")"
              DISPLAY "QUEDA PENDIENTE DE AUTORIZACION CON EL NUMERO "
                      WSV-ULTPENDIENTE
           END-IF.

      *****************************************************************
      * LISTA EL LIBRO DE UNA CUENTA CON TOTALES DE DEBE Y HABER:     *
      * ES LA RESPUESTA A "POR QUE CAMBIO ESTE SALDO".                *
      * (Y EL SALDO DEL ORIGEN) Y RECIEN ENTONCES ASIENTA EL DEBITO Y *
      * EL CREDITO JUNTOS, EN UNA SOLA APERTURA DEL LIBRO Y BAJO EL   *
      * MISMO NUMERO DE COMPROBANTE: O ENTRAN LOS DOS O NO ENTRA      *
      * NINGUNO, SIN MEDIA TRANSFERENCIA COLGADA. EL ORIGEN PAGA EL    *
      * IMPUESTO SOBRE EL DEBITO Y EL DESTINO EL DEL CREDITO, SALVO    *
      * ENTRE CUENTAS DEL MISMO CLIENTE, QUE NO TRIBUTAN.              *
      *****************************************************************
       500000-TRANSFERIR.
           DISPLAY "INGRESE CUENTA DE ORIGEN (8 DIGITOS): "
           ACCEPT WSV-CTAORIGEN
           MOVE WSV-CTAORIGEN TO WSV-NROCUENTA
           PERFORM 220000-BUSCAR-CUENTA
           PERFORM 225000-VERIFICAR-CERRADA
           MOVE WSV-POSICION TO WSV-POSORIGEN
           IF WSV-ENCONTRADO = 0 OR WSV-CERRADA = 1
              IF WSV-ENCONTRADO = 0
                 DISPLAY "LA CUENTA DE ORIGEN NO EXISTE"
              ELSE
                 DISPLAY "LA CUENTA DE ORIGEN ESTA CERRADA"
              END-IF
              ADD 1 TO WSA-RECHAZADOS
           ELSE
              DISPLAY "INGRESE CUENTA DE DESTINO (8 DIGITOS): "
              ACCEPT WSV-CTADESTINO
              MOVE WSV-CTADESTINO TO WSV-NROCUENTA
              PERFORM 220000-BUSCAR-CUENTA
              PERFORM 225000-VERIFICAR-CERRADA
              MOVE WSV-POSICION TO WSV-POSDESTINO
              EVALUATE TRUE
                 WHEN WSV-ENCONTRADO = 0
                    DISPLAY "LA CUENTA DE DESTINO NO EXISTE"
                    ADD 1 TO WSA-RECHAZADOS
                 WHEN WSV-CERRADA = 1
                    DISPLAY "LA CUENTA DE DESTINO ESTA CERRADA"
                    ADD 1 TO WSA-RECHAZADOS
                 WHEN WSV-CTADESTINO = WSV-CTAORIGEN
                    DISPLAY "ORIGEN Y DESTINO SON LA MISMA CUENTA"
                    ADD 1 TO WSA-RECHAZADOS
                 WHEN OTHER
                    DISPLAY "INGRESE IMPORTE A TRANSFERIR: "
                    ACCEPT WSV-IMPORTE
                    MOVE 0 TO WSV-DESDECOLA
                    PERFORM 502000-CONTROLAR-Y-ASENTAR
              END-EVALUATE
           END-IF.

      *****************************************************************
      * CONTROLES DE LA TRANSFERENCIA YA CAPTURADA Y SU ASIENTO. POR  *
      * ENCIMA DEL MONTO DE DOBLE AUTORIZACION VA A LA COLA; AL       *
      * APROBARSE (WSV-DESDECOLA = 1) SE CONTROLA DE NUEVO Y SE       *
      * ASIENTA CON EL ORDENANTE QUE QUEDO REGISTRADO.                *
      *****************************************************************
       502000-CONTROLAR-Y-ASENTAR.
           PERFORM 505000-IMPUESTOS-TRANSFERENCIA
           EVALUATE TRUE
              WHEN WSV-IMPORTE = 0
                 DISPLAY "IMPORTE EN CERO - RECHAZADA"
                 ADD 1 TO WSA-RECHAZADOS
              WHEN WSV-IMPORTE + WSV-IMPUESTO >
                   WST-CTA-MONTO(WSV-POSORIGEN)
                 DISPLAY "EL IMPORTE MAS EL IMPUESTO SUPERA "
                         "EL SALDO DEL ORIGEN - RECHAZADA"
                 ADD 1 TO WSA-RECHAZADOS
              WHEN OTHER
                 MOVE WSV-CTAORIGEN TO WSV-NROCUENTA
                 MOVE WSV-POSORIGEN TO WSV-POSICION
                 PERFORM 215000-VERIFICAR-BLOQUEO
                 IF WSV-BLOQUEADO = 0 AND WSV-DESDECOLA = 0
                    PERFORM 217000-VALIDAR-ORDENANTE
                 END-IF
                 EVALUATE TRUE
                    WHEN WSV-BLOQUEADO = 1
                       ADD 1 TO WSA-RECHAZADOS
                    WHEN WSV-DESDECOLA = 0 AND WSV-UMBRALAUT > 0
                         AND WSV-IMPORTE > WSV-UMBRALAUT
                       MOVE 'T' TO WSV-DECISION
                       PERFORM 270000-ENCOLAR-PENDIENTE
                    WHEN OTHER
                       PERFORM 510000-ASENTAR-PAR
                 END-EVALUATE
           END-EVALUATE.

       505000-IMPUESTOS-TRANSFERENCIA.
           MOVE 0 TO WSV-IMPUESTO
           MOVE 0 TO WSV-IMPUESTODEST
           IF WST-CTA-CODCLTE(WSV-POSORIGEN) NOT =
              WST-CTA-CODCLTE(WSV-POSDESTINO)
              MOVE WSV-CTADESTINO TO WSV-NROCUENTA
              MOVE 'C'            TO WSV-TIPO
              PERFORM 260000-CALCULAR-IMPUESTO
              MOVE WSV-IMPUESTO   TO WSV-IMPUESTODEST
              MOVE WSV-CTAORIGEN  TO WSV-NROCUENTA
              MOVE 'D'            TO WSV-TIPO
              PERFORM 260000-CALCULAR-IMPUESTO
           END-IF.

       510000-ASENTAR-PAR.
           OPEN EXTEND MOVIMIENTOS
           IF WSS-FS-MOVIM-NOEXISTE
              MOVE WSV-COMPROBANTE   TO MOV-COMPROBANTE
              MOVE 0                 TO MOV-REFREVERSA
              MOVE SPACES            TO MOV-MOTIVO
              MOVE WSV-ORDENANTE     TO MOV-ORDENANTE
              MOVE WSV-OPERMOV       TO MOV-OPERADOR
              WRITE REG-MOVIMIENTO
              IF NOT WSS-FS-MOVIM-OK
                 PERFORM 248000-ERROR-GRABACION
              END-IF

              MOVE WSV-CTADESTINO    TO MOV-NROCUENTA
              MOVE WSV-FECHA-SISTEMA TO MOV-FECHA
              MOVE WSV-COMPROBANTE   TO MOV-COMPROBANTE
              MOVE 0                 TO MOV-REFREVERSA
              MOVE SPACES            TO MOV-MOTIVO
              MOVE 0                 TO MOV-ORDENANTE
              MOVE WSV-OPERMOV       TO MOV-OPERADOR
              WRITE REG-MOVIMIENTO
              IF NOT WSS-FS-MOVIM-OK
                 PERFORM 248000-ERROR-GRABACION
              END-IF

              IF WSV-IMPUESTO > 0
                 MOVE WSV-CTAORIGEN  TO WSV-NROCUENTA
                 MOVE 'D'            TO WSV-TIPO
                 PERFORM 245000-ASENTAR-IMPUESTO
              END-IF
              IF WSV-IMPUESTODEST > 0
                 MOVE WSV-IMPUESTO     TO WSV-ORIGIMPUESTO
                 MOVE WSV-IMPUESTODEST TO WSV-IMPUESTO
                 MOVE WSV-CTADESTINO   TO WSV-NROCUENTA
                 MOVE 'C'              TO WSV-TIPO
                 PERFORM 245000-ASENTAR-IMPUESTO
                 MOVE WSV-ORIGIMPUESTO TO WSV-IMPUESTO
              END-IF
              CLOSE MOVIMIENTOS

              SUBTRACT WSV-IMPORTE WSV-IMPUESTO
                  FROM WST-CTA-MONTO(WSV-POSORIGEN)
              ADD WSV-IMPORTE TO WST-CTA-MONTO(WSV-POSDESTINO)
              SUBTRACT WSV-IMPUESTODEST
                  FROM WST-CTA-MONTO(WSV-POSDESTINO)
              MOVE 1 TO WSV-HUBOCAMBIOS
              ADD 2 TO WSA-APLICADOS

      * DE COMPROBANTE, SE VERIFICA QUE NO SEA EL MISMO UNA REVERSA   *
      * NI QUE YA ESTE REVERSADO, Y SE ASIENTA EL OPUESTO EXACTO CON  *
      * LA REFERENCIA AL ORIGINAL Y UN MOTIVO CODIFICADO. EL "ANULA   *
      * MOV ANTERIOR" A MANO DEJA DE SER EL CONTROL. SI EL ORIGINAL   *
      * PAGO IMPUESTO SOBRE DEBITOS Y CREDITOS, LA REVERSA LO         *
      * DEVUELVE BAJO EL MISMO COMPROBANTE; LA REVERSA NO TRIBUTA.    *
      *****************************************************************
       600000-REVERSAR.
           DISPLAY "COMPROBANTE DEL MOVIMIENTO A REVERSAR: "
              WHEN OTHER
                 MOVE WSV-ORIGCUENTA TO WSV-NROCUENTA
                 PERFORM 220000-BUSCAR-CUENTA
                 PERFORM 225000-VERIFICAR-CERRADA
                 IF WSV-ENCONTRADO = 0 OR WSV-CERRADA = 1
                    IF WSV-ENCONTRADO = 0
                       DISPLAY "LA CUENTA DEL MOVIMIENTO YA NO EXISTE"
                    ELSE
                       DISPLAY "LA CUENTA DEL MOVIMIENTO ESTA CERRADA"
                    END-IF
                 ELSE
                    MOVE SPACES TO WSV-MOTIVOREV
                    PERFORM UNTIL WSV-MOTIVOREV-VALIDO
       610000-BUSCAR-ORIGINAL.
           MOVE 0 TO WSV-ORIGHALLADO
           MOVE 0 TO WSV-YAREVERSADO
           MOVE 0 TO WSV-ORIGIMPUESTO
           MOVE SPACES TO WSS-FS-MOVIM
           OPEN INPUT MOVIMIENTOS
           IF WSS-FS-MOVIM-OK
                    NOT AT END
                       IF MOV-COMPROBANTE IS NUMERIC
                          AND MOV-COMPROBANTE = WSV-CPTEORIG
                          EVALUATE TRUE
                             WHEN MOV-REFREVERSA IS NUMERIC
                                  AND MOV-REFREVERSA > 0
                                MOVE 2 TO WSV-ORIGHALLADO
                             WHEN MOV-MOTIVO = 'ID' OR 'IC'
                                IF MOV-NROCUENTA = WSV-ORIGCUENTA
                                   AND MOV-MOTIVO(2:1) = WSV-ORIGTIPO
                                   MOVE MOV-IMPORTE TO WSV-ORIGIMPUESTO
                                END-IF
                             WHEN OTHER
                                MOVE 1 TO WSV-ORIGHALLADO
                                MOVE MOV-NROCUENTA TO WSV-ORIGCUENTA
                                MOVE MOV-TIPO      TO WSV-ORIGTIPO
                                MOVE MOV-IMPORTE   TO WSV-ORIGIMPORTE
                          END-EVALUATE
                       END-IF
                       IF MOV-REFREVERSA IS NUMERIC
                          AND MOV-REFREVERSA = WSV-CPTEORIG
              MOVE WSV-ULTCOMPROBANTE TO MOV-COMPROBANTE
              MOVE WSV-CPTEORIG       TO MOV-REFREVERSA
              MOVE WSV-MOTIVOREV      TO MOV-MOTIVO
              MOVE 0                  TO MOV-ORDENANTE
              MOVE WSV-OPERMOV        TO MOV-OPERADOR
              WRITE REG-MOVIMIENTO
              IF NOT WSS-FS-MOVIM-OK
                 PERFORM 248000-ERROR-GRABACION
              END-IF
              MOVE MOV-TIPO           TO WSV-TIPO
              IF WSV-ORIGIMPUESTO > 0
                 MOVE 'C' TO MOV-TIPO
                 MOVE SPACES TO MOV-CONCEPTO
                 STRING 'DEVOL. IMPUESTO CPTE ' WSV-CPTEORIG
                        DELIMITED BY SIZE INTO MOV-CONCEPTO
                 MOVE WSV-ORIGIMPUESTO   TO MOV-IMPORTE
                 MOVE 'I'                TO MOV-MOTIVO(1:1)
                 MOVE WSV-ORIGTIPO       TO MOV-MOTIVO(2:1)
                 WRITE REG-MOVIMIENTO
                 IF NOT WSS-FS-MOVIM-OK
                    PERFORM 248000-ERROR-GRABACION
                 END-IF
              END-IF
              CLOSE MOVIMIENTOS

      *****************************************************************
      * LA REVERSA SE APLICA AL SALDO CON LA MISMA MECANICA DEL       *
      * DESCUBIERTO QUE CUALQUIER MOVIMIENTO.                         *
      *****************************************************************
              MOVE WSV-ORIGIMPORTE TO WSV-IMPORTE
              PERFORM 165000-BUSCAR-USO
              IF WSV-TIPO-DEBITO
                    ADD WSV-IMPORTE TO WST-CTA-MONTO(WSV-POSICION)
                 END-IF
              END-IF
              IF WSV-ORIGIMPUESTO > 0
                 PERFORM 630000-DEVOLVER-IMPUESTO
              END-IF
              MOVE 1 TO WSV-HUBOCAMBIOS
              ADD 1 TO WSA-APLICADOS

           END-IF
           END-IF.

      *****************************************************************
      * EL IMPUESTO DEVUELTO ES UN CREDITO: CANCELA PRIMERO EL        *
      * DESCUBIERTO USADO Y DESPUES SUMA AL SALDO.                    *
      *****************************************************************
       630000-DEVOLVER-IMPUESTO.
           PERFORM 165000-BUSCAR-USO
           MOVE WSV-ORIGIMPUESTO TO WSV-IMPORTE
           IF WSV-POSUSO > 0 AND WST-USO-USADO(WSV-POSUSO) > 0
              IF WSV-IMPORTE >= WST-USO-USADO(WSV-POSUSO)
                 COMPUTE WSV-PAGODESC = WST-USO-USADO(WSV-POSUSO)
              ELSE
                 MOVE WSV-IMPORTE TO WSV-PAGODESC
              END-IF
              SUBTRACT WSV-PAGODESC FROM WST-USO-USADO(WSV-POSUSO)
              MOVE 1 TO WSV-USOCAMBIOS
              COMPUTE WSV-EXCEDENTE = WSV-IMPORTE - WSV-PAGODESC
              ADD WSV-EXCEDENTE TO WST-CTA-MONTO(WSV-POSICION)
           ELSE
              ADD WSV-IMPORTE TO WST-CTA-MONTO(WSV-POSICION)
           END-IF
           MOVE WSV-ORIGIMPUESTO TO WSM-IMPORTE
           DISPLAY "IMPUESTO DEVUELTO: " WSM-IMPORTE.

      *****************************************************************
      * PANTALLA DE APROBACION: UN SUPERVISOR (NIVEL 1) DISTINTO DEL  *
      * QUE CARGO CADA MOVIMIENTO LO APRUEBA O LO RECHAZA. APROBAR    *
      * REPITE LOS CONTROLES CONTRA EL SALDO ACTUAL: SI YA NO PASAN   *
      * EL MOVIMIENTO SIGUE PENDIENTE (PUEDE RECHAZARSE O VENCER).    *
      *****************************************************************
       700000-AUTORIZAR-PENDIENTES.
           PERFORM 710000-VALIDAR-SUPERVISOR
           IF WSV-AUTORIZADO = 0
              DISPLAY "OPERACION RESERVADA A SUPERVISORES"
           ELSE
              MOVE 1 TO WSV-NROPEND
              PERFORM UNTIL WSV-NROPEND = 0
                 PERFORM 720000-LISTAR-PENDIENTES
                 DISPLAY "NUMERO A DECIDIR (0 = VOLVER): "
                 ACCEPT WSV-NROPEND
                 IF WSV-NROPEND NOT = 0
                    PERFORM 730000-DECIDIR-PENDIENTE
                 END-IF
              END-PERFORM
           END-IF.

       710000-VALIDAR-SUPERVISOR.
           MOVE 0 TO WSV-AUTORIZADO
           MOVE SPACES TO WSV-SUPERVISOR
           OPEN INPUT OPERADORES
           IF NOT WSS-FS-OPERADORES-OK
              DISPLAY "ATENCION: NO HAY OPERADORES.DAT - SE OPERA "
                      "SIN CONTROL DE ACCESO"
              DISPLAY "INGRESE USUARIO SUPERVISOR: "
              ACCEPT WSV-SUPERVISOR
              MOVE 1 TO WSV-AUTORIZADO
           ELSE
              DISPLAY "INGRESE USUARIO SUPERVISOR: "
              ACCEPT WSV-SUPERVISOR
              DISPLAY "INGRESE CLAVE: "
              ACCEPT WSV-CLAVE
              PERFORM UNTIL WSS-FS-OPERADORES-EOF
                 READ OPERADORES
                    AT END
                       CONTINUE
                    NOT AT END
                       IF OPE-USUARIO = WSV-SUPERVISOR
                          AND OPE-CLAVE = WSV-CLAVE
                          AND OPE-NIVEL = 1
                          MOVE 1 TO WSV-AUTORIZADO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERADORES
           END-IF.

       720000-LISTAR-PENDIENTES.
           DISPLAY "--------------------------------------------------"
           DISPLAY "MOVIMIENTOS PENDIENTES DE AUTORIZACION AL "
                   WSV-FECHA-SISTEMA
           DISPLAY "--------------------------------------------------"
           MOVE 0 TO WSV-POSPEND
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTPEND
              IF WST-PEN-ESTADO(WSI-I) = 'P'
                 MOVE WSI-I TO WSV-POSPEND
                 MOVE WST-PEN-IMPORTE(WSI-I) TO WSM-IMPORTE
                 IF WST-PEN-CLASE(WSI-I) = 'T'
                    DISPLAY WST-PEN-NUMERO(WSI-I) " TRANSF. "
                            WST-PEN-NROCUENTA(WSI-I) " A "
                            WST-PEN-CTADESTINO(WSI-I) " "
                            WSM-IMPORTE " CARGO "
                            WST-PEN-OPERCARGA(WSI-I)
                 ELSE
                    DISPLAY WST-PEN-NUMERO(WSI-I) " DEBITO  "
                            WST-PEN-NROCUENTA(WSI-I) " "
                            WST-PEN-CONCEPTO(WSI-I)(1:20) " "
                            WSM-IMPORTE " CARGO "
                            WST-PEN-OPERCARGA(WSI-I)
                 END-IF
              END-IF
           END-PERFORM
           IF WSV-POSPEND = 0
              DISPLAY "NO HAY MOVIMIENTOS PENDIENTES"
           END-IF.

       730000-DECIDIR-PENDIENTE.
           MOVE 0 TO WSV-POSPEND
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTPEND
              IF WST-PEN-NUMERO(WSI-I) = WSV-NROPEND
                 AND WST-PEN-ESTADO(WSI-I) = 'P'
                 MOVE WSI-I TO WSV-POSPEND
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WSV-POSPEND = 0
                 DISPLAY "NO ES UN MOVIMIENTO PENDIENTE"
              WHEN WST-PEN-OPERCARGA(WSV-POSPEND) = WSV-SUPERVISOR
                 DISPLAY "QUIEN CARGO EL MOVIMIENTO NO PUEDE "
                         "AUTORIZARLO"
              WHEN OTHER
                 DISPLAY "A = APROBAR  R = RECHAZAR  OTRO = NADA: "
                 ACCEPT WSV-DECISION
                 EVALUATE WSV-DECISION
                    WHEN 'A'
                       PERFORM 740000-APLICAR-PENDIENTE
                    WHEN 'R'
                       MOVE 'R' TO WST-PEN-ESTADO(WSV-POSPEND)
                       MOVE WSV-SUPERVISOR TO
                                    WST-PEN-OPERDECIDE(WSV-POSPEND)
                       MOVE WSV-FECHA-SISTEMA TO
                                    WST-PEN-FECHADECIDE(WSV-POSPEND)
                       MOVE 1 TO WSV-PENCAMBIOS
                       DISPLAY "PENDIENTE " WSV-NROPEND " RECHAZADO"
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-EVALUATE.

      *****************************************************************
      * APRUEBA EL PENDIENTE WSV-POSPEND: RECONSTRUYE EL MOVIMIENTO   *
      * Y LO PASA POR LOS MISMOS CONTROLES DE LA CARGA. SOLO SI SE    *
      * APLICO QUEDA APROBADO, CON EL COMPROBANTE ASIGNADO.           *
      *****************************************************************
       740000-APLICAR-PENDIENTE.
           MOVE 1 TO WSV-DESDECOLA
           MOVE WST-PEN-OPERCARGA(WSV-POSPEND) TO WSV-OPERMOV
           MOVE WSA-APLICADOS TO WSV-APLICADOSANT
           MOVE WST-PEN-IMPORTE(WSV-POSPEND)   TO WSV-IMPORTE
           MOVE WST-PEN-ORDENANTE(WSV-POSPEND) TO WSV-ORDENANTE
           MOVE WST-PEN-NROCUENTA(WSV-POSPEND) TO WSV-NROCUENTA
           PERFORM 220000-BUSCAR-CUENTA
           PERFORM 225000-VERIFICAR-CERRADA
           MOVE WSV-POSICION TO WSV-POSORIGEN
           IF WSV-ENCONTRADO = 0 OR WSV-CERRADA = 1
              DISPLAY "LA CUENTA YA NO EXISTE O ESTA CERRADA"
              ADD 1 TO WSA-RECHAZADOS
           ELSE
           IF WST-PEN-CLASE(WSV-POSPEND) = 'T'
              MOVE WST-PEN-NROCUENTA(WSV-POSPEND)  TO WSV-CTAORIGEN
              MOVE WST-PEN-CTADESTINO(WSV-POSPEND) TO WSV-CTADESTINO
              MOVE WSV-CTADESTINO TO WSV-NROCUENTA
              PERFORM 220000-BUSCAR-CUENTA
              PERFORM 225000-VERIFICAR-CERRADA
              MOVE WSV-POSICION TO WSV-POSDESTINO
              IF WSV-ENCONTRADO = 0 OR WSV-CERRADA = 1
                 DISPLAY "LA CUENTA DE DESTINO YA NO EXISTE O ESTA "
                         "CERRADA"
                 ADD 1 TO WSA-RECHAZADOS
              ELSE
                 PERFORM 502000-CONTROLAR-Y-ASENTAR
              END-IF
           ELSE
              MOVE WST-PEN-TIPO(WSV-POSPEND)     TO WSV-TIPO
              MOVE WST-PEN-CONCEPTO(WSV-POSPEND) TO WSV-CONCEPTO
              PERFORM 212000-CONTROLAR-Y-APLICAR
           END-IF
           END-IF
           IF WSA-APLICADOS > WSV-APLICADOSANT
              MOVE 'A' TO WST-PEN-ESTADO(WSV-POSPEND)
              MOVE WSV-SUPERVISOR TO WST-PEN-OPERDECIDE(WSV-POSPEND)
              MOVE WSV-FECHA-SISTEMA TO
                                    WST-PEN-FECHADECIDE(WSV-POSPEND)
              MOVE WSV-COMPROBANTE TO WST-PEN-COMPROBANTE(WSV-POSPEND)
              MOVE 1 TO WSV-PENCAMBIOS
              DISPLAY "PENDIENTE " WSV-NROPEND " APROBADO Y APLICADO"
           ELSE
              DISPLAY "PENDIENTE " WSV-NROPEND " NO SE PUDO APLICAR: "
                      "SIGUE PENDIENTE"
           END-IF
           MOVE WSV-USUARIO TO WSV-OPERMOV
           MOVE 0 TO WSV-DESDECOLA.

       400000-REGRABAR-CUENTAS.
           OPEN OUTPUT CUENTAS
           IF WSS-FS-CUENTAS-OK
              DISPLAY "FILE STATUS " WSS-FS-USODESC
           END-IF.

      *****************************************************************
      * LA COLA SE REGRABA SOLO CON LOS PENDIENTES; LO DECIDIDO PASA  *
      * AL HISTORICO. SI EL HISTORICO NO ABRE, LA COLA SE REGRABA     *
      * ENTERA COMO ANTES PARA NO PERDER NINGUNA DECISION.            *
      *****************************************************************
       460000-REGRABAR-PENDAUT.
           OPEN OUTPUT PENDAUT
           IF WSS-FS-PENDAUT-OK
              OPEN EXTEND PENDAUTHIS
              IF WSS-FS-PENDAUTHIS-NOEXISTE
                 OPEN OUTPUT PENDAUTHIS
              END-IF
              IF WSS-FS-PENDAUTHIS-OK
                 MOVE 1 TO WSV-HISTORICO
              ELSE
                 MOVE 0 TO WSV-HISTORICO
                 DISPLAY "NO SE PUDO ABRIR PENDAUTHIS.DAT: LO DECIDIDO "
                         "QUEDA EN PENDAUT.DAT"
                 DISPLAY "FILE STATUS " WSS-FS-PENDAUTHIS
              END-IF
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTPEND
                 IF WST-PEN-ESTADO(WSI-I) NOT = 'P'
                    AND WSV-HISTORICO = 1
                    MOVE WST-PENDIENTE(WSI-I) TO REG-PENDAUTHIS
                    WRITE REG-PENDAUTHIS
                 END-IF
                 IF WST-PEN-ESTADO(WSI-I) = 'P'
                    OR WSV-HISTORICO = 0
                    OR NOT WSS-FS-PENDAUTHIS-OK
                    MOVE WST-PENDIENTE(WSI-I) TO REG-PENDAUT
                    WRITE REG-PENDAUT
                 END-IF
              END-PERFORM
              IF WSV-HISTORICO = 1
                 CLOSE PENDAUTHIS
              END-IF
              CLOSE PENDAUT
           ELSE
              DISPLAY "ERROR AL REGRABAR PENDAUT.DAT"
              DISPLAY "FILE STATUS " WSS-FS-PENDAUT
           END-IF.

       COPY FSFECHAPROC.

       COPY FSIDCPROC.

       COPY FSECTPROC.

       COPY FSTITPROC.

       COPY FSLOCKPROC.

       COPY FSLOGPROC.
