      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 18/10/2019
      * Purpose: CORREO DEVUELTO: CADA CARTA DE INTIMA-09-FL Y CADA
      *          RESUMEN DE LA CORRIDA MASIVA DE RESUMEN-09-FL SALE
      *          CON UN NUMERO DE PIEZA ANOTADO EN ENVIOS.DAT. LAS
      *          PIEZAS QUE EL CORREO DEVUELVE (SU ARCHIVO
      *          DEVCORREO.DAT O LA CARGA A MANO DE LOS NUMEROS)
      *          MARCAN INVALIDO EL DOMICILIO VIGENTE DEL CLIENTE EN
      *          DOMICILIOS.DAT CON EL MOTIVO Y LA FECHA, SI ES EL
      *          MISMO AL QUE SE MANDO LA PIEZA. DESDE ESE MOMENTO NO
      *          SE LE MANDAN MAS CARTAS NI RESUMENES HASTA QUE SE
      *          CARGUE UN DOMICILIO NUEVO EN DOMICIL-09-FL. LA LISTA
      *          PARA EL CALL CENTER (DOMINVAL.DAT) JUNTA A LOS
      *          CLIENTES CON DOMICILIO INVALIDO Y DEUDA PENDIENTE EN
      *          CUOTAS.DAT (NETA DE PAGOS.DAT), CON SU TELEFONO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVCOR-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOMICILIOS ASSIGN TO DISK 'DOMICILIOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DOMICIL.

           SELECT ENVIOS     ASSIGN TO DISK 'ENVIOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ENVIOS.

           SELECT DEVCORREO  ASSIGN TO DISK 'DEVCORREO.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DEVCORREO.

           SELECT NOMBRES    ASSIGN TO DISK 'NOMBRES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-NOMBRES.

           SELECT CUOTAS     ASSIGN TO DISK 'CUOTAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CUOTAS.

           SELECT PAGOS      ASSIGN TO DISK 'PAGOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PAGOS.

           SELECT INFORME    ASSIGN TO DISK 'DOMINVAL.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-INFORME.

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
      * DOMICILIOS.DAT (DOMICIL-09-FL). DOM-INVALIDO 'S' = DEVUELTO   *
      * POR EL CORREO, CON EL MOTIVO Y LA FECHA DE LA DEVOLUCION.     *
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
          05 DOM-INVALIDO          PIC X(01).
          05 DOM-MOTIVOINV         PIC X(02).
          05 DOM-FECHAINV          PIC 9(08).

      *****************************************************************
      * ENVIOS.DAT: UNA LINEA POR PIEZA DESPACHADA (INTIMA-09-FL Y LA *
      * CORRIDA MASIVA DE RESUMEN-09-FL), CON EL DOMICILIO AL QUE SE  *
      * MANDO. EL NUMERO DE PIEZA ES EL QUE EL CORREO DEVUELVE.       *
      *****************************************************************
       FD ENVIOS.
       01 REG-ENVIO.
          05 ENV-PIEZA             PIC 9(08).
          05 ENV-FECHA             PIC 9(08).
          05 ENV-PROGRAMA          PIC X(14).
          05 ENV-CUIT              PIC 9(11).
          05 ENV-NOMBRE            PIC A(20).
          05 ENV-APELLIDO          PIC A(20).
          05 ENV-DIRECCION         PIC X(30).
          05 ENV-CODPOSTAL         PIC X(08).

      *****************************************************************
      * DEVCORREO.DAT: ARCHIVO DE PIEZAS DEVUELTAS QUE ENTREGA LA     *
      * CASA DE CORREO: NUMERO DE PIEZA, FECHA DE DEVOLUCION Y MOTIVO *
      * (VER TABLA-MOTIVOS).                                          *
      *****************************************************************
       FD DEVCORREO.
       01 REG-DEVCORREO.
          05 DVC-PIEZA             PIC 9(08).
          05 DVC-FECHA             PIC 9(08).
          05 DVC-MOTIVO            PIC X(02).

       FD NOMBRES.
       01 REG-NOMBRE.
          05 FSN-NOMBRE            PIC A(30).
          05 FSN-APELLIDO          PIC A(30).
          05 FSN-CUIT              PIC 9(11).
          05 FSN-ESTADO            PIC X(01).
          05 FSN-CUITREF           PIC 9(11).

       FD CUOTAS.
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

       FD PAGOS.
       01 REG-PAGO.
          05 PAG-NOMBRE            PIC A(20).
          05 PAG-APELLIDO          PIC A(20).
          05 PAG-NUMERO-CUOTA      PIC 9(02).
          05 PAG-FECHA             PIC 9(08).
          05 PAG-IMPORTE           PIC 9(06)V9(02).
          05 PAG-MEDIO             PIC X(01).
          05 PAG-SESION            PIC 9(04).

       FD INFORME.
       01 REG-INFORME              PIC X(100).

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

       COPY FSFECHAVAR.

       COPY FSLOCKVAR.

       COPY FSINTVAR.

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-PIEZA            PIC 9(08)       VALUE 0.
          05 WSV-FECHADEV         PIC 9(08)       VALUE 0.
          05 WSV-MOTIVO           PIC X(02)       VALUE SPACES.
            88 WSV-MOTIVO-VALIDO                  VALUE '01' '02' '03'
                                                        '04' '05' '06'.
          05 WSV-NROMOTIVO REDEFINES WSV-MOTIVO PIC 9(02).
          05 WSV-ENCONTRADO       PIC 9(01)       VALUE 0.
          05 WSV-POSICION         PIC 9(03)       VALUE 0.
          05 WSV-RESULTADO        PIC X(40)       VALUE SPACES.
          05 WSV-CLIENTE          PIC X(40)       VALUE SPACES.
          05 WSV-PENDIENTE        PIC S9(08)V9(02) VALUE 0.
          05 WSV-HUBOCAMBIOS      PIC 9(01)       VALUE 0.
          05 WSV-TABLALLENA       PIC 9(01)       VALUE 0.
          05 WSV-TRUNCADO         PIC 9(01)       VALUE 0.
          05 WSV-RETORNO          PIC 9(02)       VALUE 0.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSI-C                PIC 9(03)       VALUE 0.
          05 WSV-CANTDOMICILIOS   PIC 9(03)       VALUE 0.
          05 WSV-CANTINVALIDOS    PIC 9(03)       VALUE 0.
          05 WSV-CANTCUOTAS       PIC 9(03)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-LEIDOS           PIC 9(05)       VALUE 0.
          05 WSA-MARCADOS         PIC 9(05)       VALUE 0.
          05 WSA-YAMARCADOS       PIC 9(05)       VALUE 0.
          05 WSA-CAMBIADOS        PIC 9(05)       VALUE 0.
          05 WSA-RECHAZADOS       PIC 9(05)       VALUE 0.
          05 WSA-LISTADOS         PIC 9(05)       VALUE 0.
          05 WSA-SINDEUDA         PIC 9(05)       VALUE 0.
          05 WSA-DEUDA            PIC 9(09)V9(02) VALUE 0.

       01 SWITCHES.
          05 WSS-FS-DOMICIL       PIC X(02).
            88 WSS-FS-DOMICIL-OK                  VALUE '00'.
            88 WSS-FS-DOMICIL-EOF                 VALUE '10'.
          05 WSS-FS-ENVIOS        PIC X(02).
            88 WSS-FS-ENVIOS-OK                   VALUE '00'.
            88 WSS-FS-ENVIOS-EOF                  VALUE '10'.
          05 WSS-FS-DEVCORREO     PIC X(02).
            88 WSS-FS-DEVCORREO-OK                VALUE '00'.
            88 WSS-FS-DEVCORREO-EOF               VALUE '10'.
          05 WSS-FS-NOMBRES       PIC X(02).
            88 WSS-FS-NOMBRES-OK                  VALUE '00'.
            88 WSS-FS-NOMBRES-EOF                 VALUE '10'.
          05 WSS-FS-CUOTAS        PIC X(02).
            88 WSS-FS-CUOTAS-OK                   VALUE '00'.
            88 WSS-FS-CUOTAS-EOF                  VALUE '10'.
          05 WSS-FS-PAGOS         PIC X(02).
            88 WSS-FS-PAGOS-OK                    VALUE '00'.
            88 WSS-FS-PAGOS-EOF                   VALUE '10'.
          05 WSS-FS-INFORME       PIC X(02).
            88 WSS-FS-INFORME-OK                  VALUE '00'.

       01 MASCARAS.
          05 WSM-IMPORTE          PIC Z(08)9,99.
          05 WSM-CANTIDAD         PIC Z(04)9.

      *****************************************************************
      * MOTIVOS DE DEVOLUCION DEL CORREO.                             *
      *****************************************************************
       01 TABLA-MOTIVOS.
          05 FILLER               PIC X(24)  VALUE 'DESCONOCIDO'.
          05 FILLER               PIC X(24)  VALUE 'SE MUDO'.
          05 FILLER               PIC X(24)  VALUE
                                              'DIRECCION INSUFICIENTE'.
          05 FILLER               PIC X(24)  VALUE
                                              'DIRECCION INEXISTENTE'.
          05 FILLER               PIC X(24)  VALUE 'RECHAZADO'.
          05 FILLER               PIC X(24)  VALUE 'NO RECLAMADO'.
       01 TABLA-MOTIVOS-R REDEFINES TABLA-MOTIVOS.
          05 WST-MOTIVO           PIC X(24)  OCCURS 6 TIMES.

       01 TABLA-DOMICILIOS.
          05 WST-DOMICILIO        OCCURS 200 TIMES.
             10 DOT-CUIT          PIC 9(11).
             10 DOT-DIRECCION     PIC X(30).
             10 DOT-LOCALIDAD     PIC X(20).
             10 DOT-CODPOSTAL     PIC X(08).
             10 DOT-TELEFONO      PIC X(15).
             10 DOT-EMAIL         PIC X(30).
             10 DOT-VIGDESDE      PIC 9(08).
             10 DOT-ESTADO        PIC X(01).
             10 DOT-INVALIDO      PIC X(01).
             10 DOT-MOTIVOINV     PIC X(02).
             10 DOT-FECHAINV      PIC 9(08).

      *****************************************************************
      * LISTA PARA EL CALL CENTER: UN RENGLON POR CLIENTE CON EL      *
      * DOMICILIO VIGENTE INVALIDO, CON SU DEUDA PENDIENTE Y LA PARTE *
      * YA VENCIDA.                                                   *
      *****************************************************************
       01 TABLA-INVALIDOS.
          05 WST-INVALIDO         OCCURS 100 TIMES.
             10 INV-CUIT          PIC 9(11).
             10 INV-NOMBRE        PIC A(30).
             10 INV-APELLIDO      PIC A(30).
             10 INV-TELEFONO      PIC X(15).
             10 INV-MOTIVO        PIC X(02).
             10 INV-FECHA         PIC 9(08).
             10 INV-DEUDA         PIC 9(08)V9(02).
             10 INV-VENCIDA       PIC 9(08)V9(02).

       01 TABLA-CUOTAS.
          05 WST-CUOTA            OCCURS 300 TIMES.
             10 CUO-CLIENTE       PIC 9(03).
             10 CUO-NOMBRE        PIC A(20).
             10 CUO-APELLIDO      PIC A(20).
             10 CUO-NRO           PIC 9(02).
             10 CUO-IMPORTE       PIC 9(06)V9(02).
             10 CUO-VENCIMIENTO   PIC 9(08).
             10 CUO-MORA          PIC 9(06)V9(02).
             10 CUO-PAGADO        PIC 9(07)V9(02).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'DEVCOR-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           MOVE 'DEVCOR-09-FL' TO WS-CER-PROGRAMA
           MOVE 1 TO WS-CER-CANTARCH
           MOVE 'DOMICILIOS.DAT' TO WS-CER-ARCHIVO(1)
           PERFORM 9200-TOMAR-CERROJOS
           IF WS-CER-DENEGADO = 1
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
              SET WS-LOG-FIN TO TRUE
              PERFORM 9100-GRABAR-PROCLOG
              STOP RUN
           END-IF
           PERFORM 9300-LEER-FECHA-PROCESO
           PERFORM 100000-CARGAR-DOMICILIOS
           IF WSV-TABLALLENA = 1
              DISPLAY "DOMICILIOS.DAT SUPERA LA TABLA: SE CANCELA "
                      "SIN REGRABAR"
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
              PERFORM UNTIL WSV-OPCION = 4
                 DISPLAY "**************************************"
                 DISPLAY "CORREO DEVUELTO"
                 DISPLAY "1 - PROCESAR ARCHIVO DEL CORREO "
                         "(DEVCORREO.DAT)"
                 DISPLAY "2 - CARGAR PIEZAS DEVUELTAS A MANO"
                 DISPLAY "3 - LISTA PARA EL CALL CENTER (DOMINVAL.DAT)"
                 DISPLAY "4 - SALIR"
                 DISPLAY "RESPUESTA: "
                 ACCEPT WSV-OPCION

                 EVALUATE WSV-OPCION
                    WHEN 1
                       PERFORM 200000-ARCHIVO-CORREO
                    WHEN 2
                       PERFORM 250000-CARGA-MANUAL
                    WHEN 3
                       PERFORM 500000-LISTA-CALLCENTER
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-PERFORM
              IF WSV-HUBOCAMBIOS = 1
                 PERFORM 900000-REGRABAR-DOMICILIOS
                 MOVE WSV-RETORNO TO RETURN-CODE
              END-IF
           END-IF
           PERFORM 9250-LIBERAR-CERROJOS
           SET WS-LOG-FIN TO TRUE
           MOVE WSA-LEIDOS     TO WS-LOG-LEIDOS
           MOVE WSA-MARCADOS   TO WS-LOG-GRABADOS
           MOVE WSA-RECHAZADOS TO WS-LOG-RECHAZADOS
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

       100000-CARGAR-DOMICILIOS.
           MOVE 0 TO WSV-CANTDOMICILIOS
           OPEN INPUT DOMICILIOS
           IF WSS-FS-DOMICIL-OK
              PERFORM UNTIL WSS-FS-DOMICIL-EOF
                         OR WSV-CANTDOMICILIOS > 199
                 READ DOMICILIOS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTDOMICILIOS
                       MOVE REG-DOMICILIO TO
                            WST-DOMICILIO(WSV-CANTDOMICILIOS)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-DOMICIL-EOF
                 READ DOMICILIOS
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLALLENA
                 END-READ
              END-IF
              CLOSE DOMICILIOS
           END-IF.

      *****************************************************************
      * ARCHIVO DEL CORREO: CADA RENGLON ES UNA PIEZA DEVUELTA. SE    *
      * PUEDE VOLVER A PROCESAR SIN DANO: LO YA MARCADO SE INFORMA.   *
      *****************************************************************
       200000-ARCHIVO-CORREO.
           OPEN INPUT DEVCORREO
           IF NOT WSS-FS-DEVCORREO-OK
              DISPLAY "NO SE PUDO ABRIR DEVCORREO.DAT"
              DISPLAY "FILE STATUS " WSS-FS-DEVCORREO
           ELSE
              PERFORM UNTIL WSS-FS-DEVCORREO-EOF
                 READ DEVCORREO
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE DVC-PIEZA  TO WSV-PIEZA
                       MOVE DVC-MOTIVO TO WSV-MOTIVO
                       MOVE DVC-FECHA  TO WSV-FECHADEV
                       IF DVC-FECHA IS NOT NUMERIC OR DVC-FECHA = 0
                          MOVE WS-FPR-FECHA TO WSV-FECHADEV
                       END-IF
                       PERFORM 300000-PROCESAR-PIEZA
                 END-READ
              END-PERFORM
              CLOSE DEVCORREO
              PERFORM 290000-RESUMEN-DEVOLUCIONES
           END-IF.

       250000-CARGA-MANUAL.
           MOVE 1 TO WSV-PIEZA
           PERFORM UNTIL WSV-PIEZA = 0
              DISPLAY "NUMERO DE PIEZA DEVUELTA (0 = TERMINAR): "
              ACCEPT WSV-PIEZA
              IF WSV-PIEZA > 0
                 PERFORM 260000-PEDIR-MOTIVO
                 MOVE WS-FPR-FECHA TO WSV-FECHADEV
                 PERFORM 300000-PROCESAR-PIEZA
              END-IF
           END-PERFORM
           PERFORM 290000-RESUMEN-DEVOLUCIONES.

       260000-PEDIR-MOTIVO.
           MOVE SPACES TO WSV-MOTIVO
           PERFORM UNTIL WSV-MOTIVO-VALIDO
              DISPLAY "MOTIVO: 01 DESCONOCIDO  02 SE MUDO  "
                      "03 DIRECCION INSUFICIENTE"
              DISPLAY "        04 DIRECCION INEXISTENTE  "
                      "05 RECHAZADO  06 NO RECLAMADO"
              ACCEPT WSV-MOTIVO
              IF NOT WSV-MOTIVO-VALIDO
                 DISPLAY "MOTIVO INVALIDO"
              END-IF
           END-PERFORM.

       290000-RESUMEN-DEVOLUCIONES.
           DISPLAY "**************************************"
           DISPLAY "PIEZAS PROCESADAS:          " WSA-LEIDOS
           DISPLAY "DOMICILIOS MARCADOS:        " WSA-MARCADOS
           DISPLAY "YA ESTABAN MARCADOS:        " WSA-YAMARCADOS
           DISPLAY "DOMICILIO YA CAMBIADO:      " WSA-CAMBIADOS
           DISPLAY "RECHAZADAS:                 " WSA-RECHAZADOS.

      *****************************************************************
      * UNA PIEZA DEVUELTA: SE BUSCA EN ENVIOS.DAT A QUIEN Y A QUE    *
      * DOMICILIO SE MANDO. SOLO SE MARCA EL DOMICILIO VIGENTE SI ES  *
      * EL MISMO DE LA PIEZA: SI EL CLIENTE YA LO CAMBIO, LA          *
      * DEVOLUCION ES VIEJA Y NO INVALIDA EL NUEVO.                   *
      *****************************************************************
       300000-PROCESAR-PIEZA.
           ADD 1 TO WSA-LEIDOS
           MOVE SPACES TO WSV-RESULTADO
           MOVE 0 TO WSV-ENCONTRADO
           IF NOT WSV-MOTIVO-VALIDO
              MOVE 'MOTIVO INVALIDO' TO WSV-RESULTADO
           ELSE
              PERFORM 310000-BUSCAR-ENVIO
              IF WSV-ENCONTRADO = 0
                 MOVE 'PIEZA NO REGISTRADA EN ENVIOS.DAT'
                      TO WSV-RESULTADO
              ELSE
                 PERFORM 320000-BUSCAR-VIGENTE
                 IF WSV-POSICION = 0
                    MOVE 'EL CLIENTE NO TIENE DOMICILIO VIGENTE'
                         TO WSV-RESULTADO
                 END-IF
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN WSV-RESULTADO NOT = SPACES
                 ADD 1 TO WSA-RECHAZADOS
              WHEN DOT-DIRECCION(WSV-POSICION) NOT = ENV-DIRECCION
                 ADD 1 TO WSA-CAMBIADOS
                 MOVE 'EL DOMICILIO YA FUE CAMBIADO, NO SE MARCA'
                      TO WSV-RESULTADO
              WHEN DOT-INVALIDO(WSV-POSICION) = 'S'
                 ADD 1 TO WSA-YAMARCADOS
                 MOVE 'EL DOMICILIO YA ESTABA MARCADO INVALIDO'
                      TO WSV-RESULTADO
              WHEN OTHER
                 MOVE 'S'          TO DOT-INVALIDO(WSV-POSICION)
                 MOVE WSV-MOTIVO   TO DOT-MOTIVOINV(WSV-POSICION)
                 MOVE WSV-FECHADEV TO DOT-FECHAINV(WSV-POSICION)
                 MOVE 1 TO WSV-HUBOCAMBIOS
                 ADD 1 TO WSA-MARCADOS
                 STRING 'DOMICILIO INVALIDO: '
                        WST-MOTIVO(WSV-NROMOTIVO)
                        DELIMITED BY SIZE INTO WSV-RESULTADO
           END-EVALUATE
           DISPLAY "PIEZA " WSV-PIEZA ": "
                   FUNCTION TRIM(WSV-RESULTADO).

       310000-BUSCAR-ENVIO.
           OPEN INPUT ENVIOS
           IF WSS-FS-ENVIOS-OK
              PERFORM UNTIL WSS-FS-ENVIOS-EOF OR WSV-ENCONTRADO = 1
                 READ ENVIOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF ENV-PIEZA = WSV-PIEZA
                          MOVE 1 TO WSV-ENCONTRADO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ENVIOS
           END-IF.

       320000-BUSCAR-VIGENTE.
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTDOMICILIOS
              IF DOT-CUIT(WSI-I) = ENV-CUIT
                 AND DOT-ESTADO(WSI-I) = 'A'
                 MOVE WSI-I TO WSV-POSICION
              END-IF
           END-PERFORM.

      *****************************************************************
      * LISTA PARA EL CALL CENTER: CLIENTES CON EL DOMICILIO VIGENTE  *
      * INVALIDO Y DEUDA PENDIENTE (CUOTAS NO PAGADAS, REFINANCIADAS  *
      * NI CASTIGADAS, NETAS DE PAGOS.DAT). SE LOS LLAMA PARA PEDIR   *
      * EL DOMICILIO NUEVO Y GESTIONAR LA DEUDA.                      *
      *****************************************************************
       500000-LISTA-CALLCENTER.
           MOVE 0 TO WSV-CANTINVALIDOS
           MOVE 0 TO WSV-CANTCUOTAS
           MOVE 0 TO WSA-LISTADOS
           MOVE 0 TO WSA-SINDEUDA
           MOVE 0 TO WSA-DEUDA
           MOVE 0 TO WSV-TRUNCADO
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTDOMICILIOS
              IF DOT-ESTADO(WSI-I) = 'A'
                 AND DOT-INVALIDO(WSI-I) = 'S'
                 IF WSV-CANTINVALIDOS < 100
                    ADD 1 TO WSV-CANTINVALIDOS
                    MOVE DOT-CUIT(WSI-I)      TO
                                        INV-CUIT(WSV-CANTINVALIDOS)
                    MOVE SPACES               TO
                                        INV-NOMBRE(WSV-CANTINVALIDOS)
                    MOVE SPACES               TO
                                        INV-APELLIDO(WSV-CANTINVALIDOS)
                    MOVE DOT-TELEFONO(WSI-I)  TO
                                        INV-TELEFONO(WSV-CANTINVALIDOS)
                    MOVE DOT-MOTIVOINV(WSI-I) TO
                                        INV-MOTIVO(WSV-CANTINVALIDOS)
                    MOVE DOT-FECHAINV(WSI-I)  TO
                                        INV-FECHA(WSV-CANTINVALIDOS)
                    MOVE 0 TO INV-DEUDA(WSV-CANTINVALIDOS)
                    MOVE 0 TO INV-VENCIDA(WSV-CANTINVALIDOS)
                 ELSE
                    MOVE 1 TO WSV-TRUNCADO
                 END-IF
              END-IF
           END-PERFORM

           IF WSV-CANTINVALIDOS = 0
              DISPLAY "NO HAY DOMICILIOS VIGENTES MARCADOS INVALIDOS"
           ELSE
              PERFORM 510000-BUSCAR-NOMBRES
              PERFORM 520000-CARGAR-CUOTAS
              PERFORM 530000-NETEAR-PAGOS
              PERFORM 540000-CALCULAR-DEUDA
              PERFORM 550000-GRABAR-LISTA
           END-IF.

       510000-BUSCAR-NOMBRES.
           OPEN INPUT NOMBRES
           IF WSS-FS-NOMBRES-OK
              PERFORM UNTIL WSS-FS-NOMBRES-EOF
                 READ NOMBRES
                    AT END
                       CONTINUE
                    NOT AT END
                       IF FSN-CUIT IS NUMERIC
                          AND FSN-ESTADO NOT = 'D'
                          PERFORM VARYING WSI-C FROM 1 BY 1
                                  UNTIL WSI-C > WSV-CANTINVALIDOS
                             IF INV-CUIT(WSI-C) = FSN-CUIT
                                MOVE FSN-NOMBRE   TO INV-NOMBRE(WSI-C)
                                MOVE FSN-APELLIDO TO
                                                  INV-APELLIDO(WSI-C)
                             END-IF
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE NOMBRES
           END-IF.

       520000-CARGAR-CUOTAS.
           OPEN INPUT CUOTAS
           IF WSS-FS-CUOTAS-OK
              PERFORM UNTIL WSS-FS-CUOTAS-EOF
                 READ CUOTAS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF FSC-ESTADO NOT = 'P'
                          AND FSC-ESTADO NOT = 'R'
                          AND FSC-ESTADO NOT = 'C'
                          PERFORM 525000-CUOTA-DE-INVALIDO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUOTAS
           END-IF.

       525000-CUOTA-DE-INVALIDO.
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSI-C FROM 1 BY 1
                   UNTIL WSI-C > WSV-CANTINVALIDOS
              IF INV-NOMBRE(WSI-C) NOT = SPACES
                 AND FUNCTION TRIM(INV-NOMBRE(WSI-C)) =
                     FUNCTION TRIM(FSC-NOMBRE)
                 AND FUNCTION TRIM(INV-APELLIDO(WSI-C)) =
                     FUNCTION TRIM(FSC-APELLIDO)
                 MOVE WSI-C TO WSV-POSICION
              END-IF
           END-PERFORM
           IF WSV-POSICION > 0
              IF WSV-CANTCUOTAS < 300
                 ADD 1 TO WSV-CANTCUOTAS
                 MOVE WSV-POSICION     TO CUO-CLIENTE(WSV-CANTCUOTAS)
                 MOVE FSC-NOMBRE       TO CUO-NOMBRE(WSV-CANTCUOTAS)
                 MOVE FSC-APELLIDO     TO CUO-APELLIDO(WSV-CANTCUOTAS)
                 MOVE FSC-NUMERO-CUOTA TO CUO-NRO(WSV-CANTCUOTAS)
                 MOVE FSC-IMPORTE      TO CUO-IMPORTE(WSV-CANTCUOTAS)
                 MOVE FSC-VENCIMIENTO  TO
                                       CUO-VENCIMIENTO(WSV-CANTCUOTAS)
                 MOVE FSC-MORA         TO CUO-MORA(WSV-CANTCUOTAS)
                 MOVE 0                TO CUO-PAGADO(WSV-CANTCUOTAS)
              ELSE
                 MOVE 1 TO WSV-TRUNCADO
              END-IF
           END-IF.

       530000-NETEAR-PAGOS.
           OPEN INPUT PAGOS
           IF WSS-FS-PAGOS-OK
              PERFORM UNTIL WSS-FS-PAGOS-EOF
                 READ PAGOS
                    AT END
                       CONTINUE
                    NOT AT END
                       PERFORM VARYING WSI-I FROM 1 BY 1
                               UNTIL WSI-I > WSV-CANTCUOTAS
                          IF CUO-NOMBRE(WSI-I) = PAG-NOMBRE
                             AND CUO-APELLIDO(WSI-I) = PAG-APELLIDO
                             AND CUO-NRO(WSI-I) = PAG-NUMERO-CUOTA
                             ADD PAG-IMPORTE TO CUO-PAGADO(WSI-I)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE PAGOS
           END-IF.

       540000-CALCULAR-DEUDA.
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCUOTAS
              COMPUTE WSV-PENDIENTE = CUO-IMPORTE(WSI-I)
                      + CUO-MORA(WSI-I) - CUO-PAGADO(WSI-I)
              IF WSV-PENDIENTE > 0
                 MOVE CUO-CLIENTE(WSI-I) TO WSI-C
                 ADD WSV-PENDIENTE TO INV-DEUDA(WSI-C)
                 IF CUO-VENCIMIENTO(WSI-I) < WS-FPR-FECHA
                    ADD WSV-PENDIENTE TO INV-VENCIDA(WSI-C)
                 END-IF
              END-IF
           END-PERFORM.

       550000-GRABAR-LISTA.
           OPEN OUTPUT INFORME
           IF NOT WSS-FS-INFORME-OK
              DISPLAY "NO SE PUDO GENERAR DOMINVAL.DAT"
              DISPLAY "FILE STATUS " WSS-FS-INFORME
           END-IF
           MOVE SPACES TO REG-INFORME
           STRING 'CLIENTES CON DOMICILIO INVALIDO Y DEUDA - AL '
                  WS-FPR-FECHA
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 590000-GRABAR-LINEA
           MOVE 'CUIT        CLIENTE                       TELEFONO'
                TO REG-INFORME
           MOVE 'DEVUELTO MOT         DEUDA      VENCIDA'
                TO REG-INFORME(59:)
           PERFORM 590000-GRABAR-LINEA
           MOVE ALL '-' TO REG-INFORME
           PERFORM 590000-GRABAR-LINEA
           PERFORM VARYING WSI-C FROM 1 BY 1
                   UNTIL WSI-C > WSV-CANTINVALIDOS
              IF INV-DEUDA(WSI-C) > 0
                 PERFORM 560000-LINEA-CLIENTE
              ELSE
                 ADD 1 TO WSA-SINDEUDA
              END-IF
           END-PERFORM
           MOVE ALL '-' TO REG-INFORME
           PERFORM 590000-GRABAR-LINEA
           MOVE WSA-LISTADOS TO WSM-CANTIDAD
           MOVE WSA-DEUDA    TO WSM-IMPORTE
           MOVE SPACES TO REG-INFORME
           STRING 'CLIENTES A LLAMAR: ' WSM-CANTIDAD
                  '   DEUDA TOTAL: ' WSM-IMPORTE
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 590000-GRABAR-LINEA
           MOVE WSA-SINDEUDA TO WSM-CANTIDAD
           MOVE SPACES TO REG-INFORME
           STRING 'CON DOMICILIO INVALIDO SIN DEUDA (NO SE LISTAN): '
                  WSM-CANTIDAD
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 590000-GRABAR-LINEA
           IF WSS-FS-INFORME-OK
              CLOSE INFORME
           END-IF
           DISPLAY "CLIENTES A LLAMAR: " WSA-LISTADOS
           DISPLAY "LISTA EN DOMINVAL.DAT"
           IF WSV-TRUNCADO = 1
              DISPLAY "ATENCION: ALGUNA TABLA SE LLENO, LA LISTA "
                      "PUEDE ESTAR INCOMPLETA"
           END-IF.

       560000-LINEA-CLIENTE.
           ADD 1 TO WSA-LISTADOS
           ADD INV-DEUDA(WSI-C) TO WSA-DEUDA
           MOVE SPACES TO WSV-CLIENTE
           IF INV-APELLIDO(WSI-C) = SPACES
              MOVE '(SIN NOMBRE EN NOMBRES.DAT)' TO WSV-CLIENTE
           ELSE
              STRING FUNCTION TRIM(INV-APELLIDO(WSI-C)) ', '
                     FUNCTION TRIM(INV-NOMBRE(WSI-C))
                     DELIMITED BY SIZE INTO WSV-CLIENTE
           END-IF
           MOVE SPACES TO REG-INFORME
           STRING INV-CUIT(WSI-C) ' ' WSV-CLIENTE(1:29) ' '
                  INV-TELEFONO(WSI-C) ' ' INV-FECHA(WSI-C) ' '
                  INV-MOTIVO(WSI-C)
                  DELIMITED BY SIZE INTO REG-INFORME
           MOVE INV-DEUDA(WSI-C) TO WSM-IMPORTE
           MOVE WSM-IMPORTE TO REG-INFORME(73:12)
           MOVE INV-VENCIDA(WSI-C) TO WSM-IMPORTE
           MOVE WSM-IMPORTE TO REG-INFORME(86:12)
           PERFORM 590000-GRABAR-LINEA.

       590000-GRABAR-LINEA.
           IF WSS-FS-INFORME-OK
              WRITE REG-INFORME
           END-IF.

       900000-REGRABAR-DOMICILIOS.
           MOVE 'DOMICILIOS.DAT' TO WS-INT-ARCHIVO
           MOVE 'DEVCOR-09-FL'   TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT DOMICILIOS
           IF WSS-FS-DOMICIL-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTDOMICILIOS
                 MOVE WST-DOMICILIO(WSI-I) TO REG-DOMICILIO
                 WRITE REG-DOMICILIO
              END-PERFORM
              CLOSE DOMICILIOS
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR DOMICILIOS.DAT"
              DISPLAY "FILE STATUS " WSS-FS-DOMICIL
              MOVE 8 TO WSV-RETORNO
           END-IF.

       COPY FSLOGPROC.

       COPY FSFECHAPROC.

       COPY FSINTPROC.

       COPY FSLOCKPROC.

       END PROGRAM DEVCOR-09-FL.
