      *          QUEDA ANULADO CON UNA CONSTANCIA EN REC-PAGOS.DAT, Y
      *          EL ARQUEO DE LA SESION CIERRA SOLO PORQUE EL PAGO YA
      *          NO SUMA EN PAGOS.DAT.
      *          EL REGISTRO DE ANULACION GUARDA QUIEN COBRO EL PAGO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-OPERADORES.

           SELECT DESCUENTOS ASSIGN TO DISK 'DESCUENTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DESCUENTOS.

           SELECT RECUPEROS  ASSIGN TO DISK 'RECUPEROS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RECUPEROS.

           SELECT INTENCION ASSIGN TO DISK 'INTENCION.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-INT-FS.
       01 REG-PAGO.
          05 PAG-NOMBRE            PIC A(20).
          05 PAG-APELLIDO          PIC A(20).
          05 PAG-NUMERO-CUOTA      PIC 9(02).
          05 PAG-FECHA             PIC 9(08).
          05 PAG-IMPORTE           PIC 9(06)V9(02).
          05 PAG-MEDIO             PIC X(01).
          05 PAG-SESION            PIC 9(04).
          05 PAG-COBRADOR          PIC 9(03).
          05 PAG-MONEDA            PIC X(03).
          05 PAG-IMPORTEORIG       PIC 9(08)V9(02).
          05 PAG-COTIZ             PIC 9(05)V9(04).
          05 PAG-OPERADOR          PIC X(10).

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

      * ANULPAGOS.DAT: EL PAGO ANULADO COMPLETO MAS LA FECHA DE       *
      * ANULACION, EL SUPERVISOR QUE AUTORIZO Y EL MOTIVO (01 =       *
      * ERROR DE CARGA, 02 = PAGO DUPLICADO, 03 = ORDEN DE CAJA).     *
      * ANU-OPERPAGO ES QUIEN HABIA REGISTRADO EL PAGO (OPOSICION DE  *
      * FUNCIONES: NO DEBERIA SER EL MISMO SUPERVISOR QUE LO ANULA).  *
      *****************************************************************
       FD ANULPAGOS.
       01 REG-ANULADO.
          05 ANU-NOMBRE            PIC A(20).
          05 ANU-APELLIDO          PIC A(20).
          05 ANU-NUMERO-CUOTA      PIC 9(02).
          05 ANU-FECHAPAGO         PIC 9(08).
          05 ANU-IMPORTE           PIC 9(06)V9(02).
          05 ANU-MEDIO             PIC X(01).
          05 ANU-SESION            PIC 9(04).
          05 ANU-FECHAANUL         PIC 9(08).
          05 ANU-SUPERVISOR        PIC X(10).
          05 ANU-MOTIVO            PIC X(02).
          05 ANU-OPERPAGO          PIC X(10).

       FD RECPAGOS.
       01 REG-RECPAGO              PIC X(70).
           05 OPE-CLAVE                PIC X(10).
           05 OPE-NIVEL                PIC 9(01).

      *****************************************************************
      * DESCUENTOS.DAT: DESCUENTOS POR PRONTO PAGO (PAGOS-09-FL). SI  *
      * SE QUITA EL PAGO QUE GANO EL DESCUENTO, EL DESCUENTO PASA A   *
      * 'A' (ANULADO) Y DEJA DE CONTAR COMO COBRADO EN LA CUOTA.      *
      *****************************************************************
       FD DESCUENTOS.
       01 REG-DESCUENTO.
          05 DSC-NOMBRE            PIC A(20).
          05 DSC-APELLIDO          PIC A(20).
          05 DSC-NUMERO-CUOTA      PIC 9(02).
          05 DSC-VENCIMIENTO       PIC 9(08).
          05 DSC-FECHAPAGO         PIC 9(08).
          05 DSC-IMPORTECUOTA      PIC 9(06)V9(02).
          05 DSC-PORCENTAJE        PIC 9(02)V9(02).
          05 DSC-DESCUENTO         PIC 9(06)V9(02).
          05 DSC-COBRADO           PIC 9(06)V9(02).
          05 DSC-SESION            PIC 9(04).
          05 DSC-ESTADO            PIC X(01).

      *****************************************************************
      * RECUPEROS.DAT: COBROS SOBRE CUOTAS CASTIGADAS (VER           *
      * CASTIGO-09-FL). SI SE QUITA UN PAGO DE UNA CUOTA CASTIGADA SE *
      * AGREGA UNA ANULACION DEL RECUPERO ('A') CON LA FECHA DEL DIA. *
      *****************************************************************
       FD RECUPEROS.
       01 REG-RECUPERO.
          05 REP-CASTIGO           PIC 9(04).
          05 REP-FECHA             PIC 9(08).
          05 REP-NOMBRE            PIC A(20).
          05 REP-APELLIDO          PIC A(20).
          05 REP-NUMERO-CUOTA      PIC 9(02).
          05 REP-FECHAPAGO         PIC 9(08).
          05 REP-IMPORTE           PIC 9(06)V9(02).
          05 REP-MEDIO             PIC X(01).
          05 REP-SESION            PIC 9(04).
          05 REP-TIPO              PIC X(01).

       FD INTENCION.
       COPY FSINT.

          05 WSV-LINEA            PIC X(70)       VALUE SPACES.
          05 WSV-PAGOSLLENOS      PIC 9(01)       VALUE 0.
          05 WSV-CUOTASLLENAS     PIC 9(01)       VALUE 0.
          05 WSV-DESCLLENOS       PIC 9(01)       VALUE 0.
          05 WSV-DESCCAMBIOS      PIC 9(01)       VALUE 0.
          05 WSV-ESCASTIGADA      PIC 9(01)       VALUE 0.
          05 WSV-NROCASTIGO       PIC 9(04)       VALUE 0.

       01 INDICES.
          05 WSI-P                PIC 9(03)       VALUE 0.
          05 WSI-C                PIC 9(03)       VALUE 0.
          05 WSI-D                PIC 9(03)       VALUE 0.
          05 WSV-CANTDESC         PIC 9(03)       VALUE 0.
          05 WSV-CANTPAGOS        PIC 9(03)       VALUE 0.
          05 WSV-CANTCUOTAS       PIC 9(03)       VALUE 0.

          05 WSS-FS-CUOTAS        PIC X(02).
            88 WSS-FS-CUOTAS-OK                   VALUE '00'.
            88 WSS-FS-CUOTAS-EOF                  VALUE '10'.
          05 WSS-FS-DESCUENTOS    PIC X(02).
            88 WSS-FS-DESCUENTOS-OK               VALUE '00'.
            88 WSS-FS-DESCUENTOS-EOF              VALUE '10'.
          05 WSS-FS-RECUPEROS     PIC X(02).
            88 WSS-FS-RECUPEROS-OK                VALUE '00'.
            88 WSS-FS-RECUPEROS-EOF               VALUE '10'.
            88 WSS-FS-RECUPEROS-NOEXISTE          VALUE '35'.
          05 WSS-FS-ANULADOS      PIC X(02).
            88 WSS-FS-ANULADOS-OK                 VALUE '00'.
            88 WSS-FS-ANULADOS-NOEXISTE           VALUE '35'.
            88 WSS-FS-OPERADORES-EOF              VALUE '10'.

       01 MASCARAS.
          05 WSM-IMPORTE          PIC Z(06),99.

       01 TABLA-PAGOS.
          05 WST-PAGO             OCCURS 300 TIMES.
             10 PGT-NOMBRE        PIC A(20).
             10 PGT-APELLIDO      PIC A(20).
             10 PGT-NUMERO-CUOTA  PIC 9(02).
             10 PGT-FECHA         PIC 9(08).
             10 PGT-IMPORTE       PIC 9(06)V9(02).
             10 PGT-MEDIO         PIC X(01).
             10 PGT-SESION        PIC 9(04).
             10 PGT-COBRADOR      PIC 9(03).
             10 PGT-MONEDA        PIC X(03).
             10 PGT-IMPORTEORIG   PIC 9(08)V9(02).
             10 PGT-COTIZ         PIC 9(05)V9(04).
             10 PGT-OPERADOR      PIC X(10).
             10 PGT-BAJA          PIC 9(01).

       01 TABLA-CUOTAS.
          05 WST-CUOTA            OCCURS 200 TIMES.
             10 CUO-NOMBRE        PIC A(20).
             10 CUO-APELLIDO      PIC A(20).
             10 CUO-NRO           PIC 9(02).
             10 CUO-IMPORTE       PIC 9(06)V9(02).
             10 CUO-FECHA         PIC 9(08).
             10 CUO-VENCIMIENTO   PIC 9(08).
             10 CUO-MORA          PIC 9(06)V9(02).
             10 CUO-ESTADO        PIC X(01).
             10 CUO-PLANREF       PIC 9(02).
             10 CUO-PAGADO        PIC 9(07)V9(02).

       01 TABLA-DESCUENTOS.
          05 WST-DESCUENTO        OCCURS 300 TIMES.
             10 DST-NOMBRE        PIC A(20).
             10 DST-APELLIDO      PIC A(20).
             10 DST-NUMERO-CUOTA  PIC 9(02).
             10 DST-VENCIMIENTO   PIC 9(08).
             10 DST-FECHAPAGO     PIC 9(08).
             10 DST-IMPORTECUOTA  PIC 9(06)V9(02).
             10 DST-PORCENTAJE    PIC 9(02)V9(02).
             10 DST-DESCUENTO     PIC 9(06)V9(02).
             10 DST-COBRADO       PIC 9(06)V9(02).
             10 DST-SESION        PIC 9(04).
             10 DST-ESTADO        PIC X(01).

       PROCEDURE DIVISION.

      * VEZ DE PISAR EL ARCHIVO A MEDIO ESCRIBIR.                     *
      *****************************************************************
           MOVE 'ANULPAG-09-FL' TO WS-CER-PROGRAMA
           MOVE 3 TO WS-CER-CANTARCH
           MOVE 'PAGOS.DAT'  TO WS-CER-ARCHIVO(1)
           MOVE 'CUOTAS.DAT' TO WS-CER-ARCHIVO(2)
           MOVE 'DESCUENTOS.DAT' TO WS-CER-ARCHIVO(3)
           PERFORM 9200-TOMAR-CERROJOS
           IF WS-CER-DENEGADO = 1
              MOVE 8 TO RETURN-CODE
                       ELSE
                          MOVE 1 TO PGT-COTIZ(WSV-CANTPAGOS)
                       END-IF
                       MOVE PAG-OPERADOR     TO
                                        PGT-OPERADOR(WSV-CANTPAGOS)
                       MOVE 0                TO
                                        PGT-BAJA(WSV-CANTPAGOS)
                 END-READ
      * LO TRUNCARIA: LA ANULACION SE CANCELA SIN TOCAR NADA.         *
      *****************************************************************
           PERFORM 305000-CARGAR-CUOTAS
           PERFORM 307000-CARGAR-DESCUENTOS
           IF WSV-PAGOSLLENOS = 1
              DISPLAY "PAGOS.DAT SUPERA LA TABLA: SE CANCELA SIN "
                      "REGRABAR"
              DISPLAY "CUOTAS.DAT SUPERA LA TABLA: SE CANCELA SIN "
                      "REGRABAR"
              MOVE 8 TO RETURN-CODE
           ELSE
           IF WSV-DESCLLENOS = 1
              DISPLAY "DESCUENTOS.DAT SUPERA LA TABLA: SE CANCELA SIN "
                      "REGRABAR"
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE SPACES TO WSV-MOTIVO
              PERFORM UNTIL WSV-MOTIVO-VALIDO
              MOVE 1 TO PGT-BAJA(WSV-POSPAGO)
              PERFORM 320000-REGRABAR-PAGOS
              PERFORM 330000-RECALCULAR-CUOTAS
              MOVE WSV-POSPAGO TO WSI-P
              PERFORM 360000-ANULAR-RECUPERO
              PERFORM 350000-ANULAR-RECIBO
              DISPLAY "PAGO ANULADO Y CUOTA RESTABLECIDA"
           END-IF
           END-IF
           END-IF.

       310000-GRABAR-ANULACION.
           MOVE WSV-FECHA-SISTEMA             TO ANU-FECHAANUL
           MOVE WSV-USUARIO                   TO ANU-SUPERVISOR
           MOVE WSV-MOTIVO                    TO ANU-MOTIVO
           MOVE PGT-OPERADOR(WSV-POSPAGO)     TO ANU-OPERPAGO
           WRITE REG-ANULADO
           IF NOT WSS-FS-ANULADOS-OK
              DISPLAY "ERROR AL GRABAR ANULPAGOS.DAT"
                    MOVE PGT-MONEDA(WSI-P)       TO PAG-MONEDA
                    MOVE PGT-IMPORTEORIG(WSI-P)  TO PAG-IMPORTEORIG
                    MOVE PGT-COTIZ(WSI-P)        TO PAG-COTIZ
                    MOVE PGT-OPERADOR(WSI-P)     TO PAG-OPERADOR
                    WRITE REG-PAGO
                 END-IF
              END-PERFORM
      * REHACE EL ESTADO DE CADA CUOTA CON LOS PAGOS QUE QUEDARON     *
      * (MISMO CRITERIO QUE PAGOS-09-FL Y QUE EL RECHAZO DE CHEQUES): *
      * SIN PAGO 'I', PARCIAL 'A', COMPLETO 'P'; LAS 'R' NO SE TOCAN. *
      * TAMPOCO LAS CASTIGADAS 'C' (LO QUE SE QUITA ES UN RECUPERO).  *
      *****************************************************************
       305000-CARGAR-CUOTAS.
           MOVE 0 TO WSV-CANTCUOTAS
                 END-PERFORM
              END-IF
           END-PERFORM
           PERFORM 335000-AJUSTAR-DESCUENTOS

           PERFORM VARYING WSI-C FROM 1 BY 1
                   UNTIL WSI-C > WSV-CANTCUOTAS
              IF CUO-ESTADO(WSI-C) NOT = 'R'
                 AND CUO-ESTADO(WSI-C) NOT = 'C'
                 IF CUO-PAGADO(WSI-C) = 0
                    MOVE 'I' TO CUO-ESTADO(WSI-C)
                 ELSE
           WRITE REG-RECPAGO
           CLOSE RECPAGOS.

      *****************************************************************
      * UN PAGO QUITADO SOBRE UNA CUOTA CASTIGADA ERA UN RECUPERO:    *
      * SE AGREGA SU ANULACION EN RECUPEROS.DAT CON EL NUMERO DE      *
      * CASTIGO DEL RECUPERO ORIGINAL, PARA QUE CASTIGO-09-FL LO      *
      * REVIERTA EN EL LISTADO Y EN LOS ASIENTOS.                     *
      *****************************************************************
       360000-ANULAR-RECUPERO.
           MOVE 0 TO WSV-ESCASTIGADA
           PERFORM VARYING WSI-C FROM 1 BY 1
                   UNTIL WSI-C > WSV-CANTCUOTAS
              IF CUO-NOMBRE(WSI-C) = PGT-NOMBRE(WSI-P)
                 AND CUO-APELLIDO(WSI-C) = PGT-APELLIDO(WSI-P)
                 AND CUO-NRO(WSI-C) = PGT-NUMERO-CUOTA(WSI-P)
                 AND CUO-ESTADO(WSI-C) = 'C'
                 MOVE 1 TO WSV-ESCASTIGADA
              END-IF
           END-PERFORM

           IF WSV-ESCASTIGADA = 1
              MOVE 0 TO WSV-NROCASTIGO
              OPEN INPUT RECUPEROS
              IF WSS-FS-RECUPEROS-OK
                 PERFORM UNTIL WSS-FS-RECUPEROS-EOF
                    READ RECUPEROS
                       AT END
                          CONTINUE
                       NOT AT END
                          IF REP-TIPO = 'R'
                             AND REP-NOMBRE = PGT-NOMBRE(WSI-P)
                             AND REP-APELLIDO = PGT-APELLIDO(WSI-P)
                             AND REP-NUMERO-CUOTA =
                                 PGT-NUMERO-CUOTA(WSI-P)
                             AND REP-FECHAPAGO = PGT-FECHA(WSI-P)
                             AND REP-IMPORTE = PGT-IMPORTE(WSI-P)
                             MOVE REP-CASTIGO TO WSV-NROCASTIGO
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE RECUPEROS
              END-IF

              OPEN EXTEND RECUPEROS
              IF WSS-FS-RECUPEROS-NOEXISTE
                 OPEN OUTPUT RECUPEROS
              END-IF
              MOVE WSV-NROCASTIGO          TO REP-CASTIGO
              MOVE WSV-FECHA-SISTEMA       TO REP-FECHA
              MOVE PGT-NOMBRE(WSI-P)       TO REP-NOMBRE
              MOVE PGT-APELLIDO(WSI-P)     TO REP-APELLIDO
              MOVE PGT-NUMERO-CUOTA(WSI-P) TO REP-NUMERO-CUOTA
              MOVE PGT-FECHA(WSI-P)        TO REP-FECHAPAGO
              MOVE PGT-IMPORTE(WSI-P)      TO REP-IMPORTE
              MOVE PGT-MEDIO(WSI-P)        TO REP-MEDIO
              MOVE PGT-SESION(WSI-P)       TO REP-SESION
              MOVE 'A'                     TO REP-TIPO
              WRITE REG-RECUPERO
              IF WSS-FS-RECUPEROS-OK
                 DISPLAY "ANULADO EL RECUPERO DEL CASTIGO NRO "
                         WSV-NROCASTIGO
              ELSE
                 DISPLAY "ERROR AL GRABAR RECUPEROS.DAT"
                 DISPLAY "FILE STATUS " WSS-FS-RECUPEROS
              END-IF
              CLOSE RECUPEROS
           END-IF.

       COPY FSLOGPROC.

      *****************************************************************
      * DESCUENTOS.DAT EN MEMORIA PARA PODER ANULAR EL DESCUENTO DEL  *
      * PAGO QUE SE QUITA Y REGRABAR EL ARCHIVO.                      *
      *****************************************************************
       307000-CARGAR-DESCUENTOS.
           MOVE 0 TO WSV-CANTDESC
           MOVE 0 TO WSV-DESCLLENOS
           MOVE 0 TO WSV-DESCCAMBIOS
           OPEN INPUT DESCUENTOS
           IF WSS-FS-DESCUENTOS-OK
              PERFORM UNTIL WSS-FS-DESCUENTOS-EOF OR WSV-CANTDESC > 299
                 READ DESCUENTOS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTDESC
                       MOVE REG-DESCUENTO TO WST-DESCUENTO(WSV-CANTDESC)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-DESCUENTOS-EOF
                 READ DESCUENTOS
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-DESCLLENOS
                 END-READ
              END-IF
              CLOSE DESCUENTOS
           END-IF.

      *****************************************************************
      * UN DESCUENTO VIGENTE CUYO PAGO SE QUITO (MISMO CLIENTE,       *
      * CUOTA, FECHA E IMPORTE COBRADO) QUEDA ANULADO; LOS DEMAS      *
      * SIGUEN CONTANDO COMO COBRADO EN SU CUOTA, IGUAL QUE EN        *
      * PAGOS-09-FL.                                                  *
      *****************************************************************
       335000-AJUSTAR-DESCUENTOS.
           PERFORM VARYING WSI-D FROM 1 BY 1
                   UNTIL WSI-D > WSV-CANTDESC
              IF DST-ESTADO(WSI-D) NOT = 'A'
                 PERFORM VARYING WSI-P FROM 1 BY 1
                         UNTIL WSI-P > WSV-CANTPAGOS
                    IF PGT-BAJA(WSI-P) = 1
                       AND PGT-NOMBRE(WSI-P) = DST-NOMBRE(WSI-D)
                       AND PGT-APELLIDO(WSI-P) = DST-APELLIDO(WSI-D)
                       AND PGT-NUMERO-CUOTA(WSI-P) =
                           DST-NUMERO-CUOTA(WSI-D)
                       AND PGT-FECHA(WSI-P) = DST-FECHAPAGO(WSI-D)
                       AND PGT-IMPORTE(WSI-P) = DST-COBRADO(WSI-D)
                       AND DST-ESTADO(WSI-D) NOT = 'A'
                       MOVE 'A' TO DST-ESTADO(WSI-D)
                       MOVE 1 TO WSV-DESCCAMBIOS
                       DISPLAY "DESCUENTO POR PRONTO PAGO ANULADO: "
                               "CUOTA " DST-NUMERO-CUOTA(WSI-D)
                    END-IF
                 END-PERFORM
              END-IF
              IF DST-ESTADO(WSI-D) NOT = 'A'
                 PERFORM VARYING WSI-C FROM 1 BY 1
                         UNTIL WSI-C > WSV-CANTCUOTAS
                    IF CUO-NOMBRE(WSI-C) = DST-NOMBRE(WSI-D)
                       AND CUO-APELLIDO(WSI-C) = DST-APELLIDO(WSI-D)
                       AND CUO-NRO(WSI-C) = DST-NUMERO-CUOTA(WSI-D)
                       ADD DST-DESCUENTO(WSI-D) TO CUO-PAGADO(WSI-C)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           IF WSV-DESCCAMBIOS = 1
              PERFORM 345000-REGRABAR-DESCUENTOS
           END-IF.

       345000-REGRABAR-DESCUENTOS.
           MOVE 'DESCUENTOS.DAT' TO WS-INT-ARCHIVO
           MOVE 'ANULPAG-09-FL' TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT DESCUENTOS
           IF WSS-FS-DESCUENTOS-OK
              PERFORM VARYING WSI-D FROM 1 BY 1
                      UNTIL WSI-D > WSV-CANTDESC
                 MOVE WST-DESCUENTO(WSI-D) TO REG-DESCUENTO
                 WRITE REG-DESCUENTO
              END-PERFORM
              CLOSE DESCUENTOS
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR DESCUENTOS.DAT"
              DISPLAY "FILE STATUS " WSS-FS-DESCUENTOS
           END-IF.

       COPY FSINTPROC.

       COPY FSLOCKPROC.
