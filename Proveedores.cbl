      *          NUMERADAS (ORDENESPAGO.DAT) QUE CANCELAN FACTURAS.
      *          REEMPLAZA LA PLANILLA DE CALCULO CON LOS MISMOS
      *          CONTROLES QUE TIENE LA COBRANZA.
      *          CADA PROVEEDOR LLEVA SU CBU (CON SUS DOS DIGITOS
      *          VERIFICADORES CONTROLADOS) PARA QUE PAGOPROV-09-FL
      *          PAGUE LAS ORDENES POR ARCHIVO DE TRANSFERENCIAS; LA
      *          ORDEN NACE APROBADA Y PENDIENTE DE PAGO.
      *          CADA FACTURA DE COMPRA SE IMPUTA A UNA OFICINA
      *          (OFICINAS.DAT) O QUEDA COMUN A TODAS, PARA EL
      *          RESULTADO POR SUCURSAL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ORDPAGO.

           SELECT OFICINAS  ASSIGN TO DISK 'OFICINAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-OFICINAS.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.
      *****************************************************************
      * PROVEEDORES.DAT: MAESTRO DE PROVEEDORES. EL CUIT SE VALIDA    *
      * CON EL DIGITO VERIFICADOR (MODULO 11) COMO EN LA CAPTURA DE   *
      * CLIENTES. PRV-ESTADO: 'A' = ACTIVO, 'B' = BAJA. PRV-CBU ES LA *
      * CUENTA DONDE SE LE TRANSFIERE (EN BLANCO EN LOS REGISTROS     *
      * ANTERIORES: SE CARGA CON LA OPCION 6).                        *
      *****************************************************************
       FD PROVEEDORES.
       01 REG-PROVEEDOR.
          05 PRV-CUIT              PIC 9(11).
          05 PRV-RAZONSOCIAL       PIC X(30).
          05 PRV-ESTADO            PIC X(01).
          05 PRV-CBU               PIC X(22).

      *****************************************************************
      * FACTCOMPRAS.DAT: REGISTRO DE FACTURAS DE COMPRA. FCP-ESTADO:  *
      * 'P' = PENDIENTE DE PAGO, 'C' = CANCELADA (CON EL NUMERO DE    *
      * ORDEN DE PAGO QUE LA CANCELO). FCP-OFICINA: CENTRO DE COSTO   *
      * DEL GASTO; EN BLANCO ES COMUN A TODAS LAS OFICINAS.           *
      *****************************************************************
       FD FACTCOMPRAS.
       01 REG-FACTCOMPRA.
          05 FCP-VENCIMIENTO       PIC 9(08).
          05 FCP-ESTADO            PIC X(01).
          05 FCP-ORDENPAGO         PIC 9(06).
          05 FCP-OFICINA           PIC X(03).

      *****************************************************************
      * ORDENESPAGO.DAT: OPG-ESTADO 'A' (O EN BLANCO, LAS ANTERIORES) *
      * = APROBADA A PAGAR, 'T' = ENVIADA AL BANCO EN EL LOTE         *
      * OPG-LOTE, 'P' = PAGADA, 'R' = RECHAZADA POR EL BANCO CON SU   *
      * MOTIVO (SIGUE A PAGAR). VER PAGOPROV-09-FL.                   *
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

       FD OFICINAS.
       01 REG-OFICINA.
          05 FSO-CODIGO            PIC X(03).

       FD PROCLOG.
       COPY FSLOG.
          05 WSV-DIAS             PIC S9(05)      VALUE 0.
          05 WSV-FACTCAMBIOS      PIC 9(01)       VALUE 0.
          05 WSV-TABLALLENA       PIC 9(01)       VALUE 0.
          05 WSV-CBU              PIC X(22)       VALUE SPACES.
          05 WSV-CBUVALIDO        PIC 9(01)       VALUE 0.
          05 WSV-CANTPROV         PIC 9(03)       VALUE 0.
          05 WSV-OFICINA          PIC X(03)       VALUE SPACES.
          05 WSV-OFICINAVALIDA    PIC 9(01)       VALUE 0.

      *****************************************************************
      * CALCULO DEL DIGITO VERIFICADOR DEL CUIT (MODULO 11 CON PESOS  *
          05 WSV-DIGITO           PIC 9(02)       VALUE 0.
          05 WSI-D                PIC 9(02)       VALUE 0.

      *****************************************************************
      * DIGITOS VERIFICADORES DEL CBU: EL PRIMER BLOQUE (BANCO Y      *
      * SUCURSAL, 7 DIGITOS) PONDERA 7-1-3-9-7-1-3 Y VERIFICA EL 8;   *
      * EL SEGUNDO (CUENTA, 13 DIGITOS) PONDERA 3-9-7-1-3-9-7-1-3-9-  *
      * 7-1-3 Y VERIFICA EL 22. DIGITO = (10 - SUMA MOD 10) MOD 10.   *
      *****************************************************************
       01 VALIDACION-CBU.
          05 WSV-CBU-X            PIC X(22).
          05 WSV-CBU-DIG REDEFINES WSV-CBU-X
                                  PIC 9(01) OCCURS 22 TIMES.
          05 WST-PESOCBU          PIC 9(01) OCCURS 20 TIMES.
          05 WSV-SUMACBU          PIC 9(04)       VALUE 0.
          05 WSV-DIGCBU           PIC 9(02)       VALUE 0.
          05 WSI-C                PIC 9(02)       VALUE 0.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSV-CANTFACTURAS     PIC 9(03)       VALUE 0.
            88 WSS-FS-ORDPAGO-OK                  VALUE '00'.
            88 WSS-FS-ORDPAGO-EOF                 VALUE '10'.
            88 WSS-FS-ORDPAGO-NOEXISTE            VALUE '35'.
          05 WSS-FS-OFICINAS      PIC X(02).
            88 WSS-FS-OFICINAS-OK                 VALUE '00'.
            88 WSS-FS-OFICINAS-EOF                VALUE '10'.

       01 MASCARAS.
          05 WSM-IMPORTE          PIC Z(10),99.
             10 FCT-VENCIMIENTO   PIC 9(08).
             10 FCT-ESTADO        PIC X(01).
             10 FCT-ORDENPAGO     PIC 9(06).
             10 FCT-OFICINA       PIC X(03).

       01 TABLA-PROVEEDORES.
          05 WST-PROVEEDOR        OCCURS 200 TIMES
                                  PIC X(64).

       PROCEDURE DIVISION.

                      "SIN REGRABAR"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM UNTIL WSV-OPCION = 7
                 DISPLAY "**************************************"
                 DISPLAY "CUENTAS A PAGAR"
                 DISPLAY "1 - ALTA DE PROVEEDOR"
                 DISPLAY "3 - REGISTRAR FACTURA DE COMPRA"
                 DISPLAY "4 - ENVEJECIMIENTO DE LA DEUDA"
                 DISPLAY "5 - EMITIR ORDEN DE PAGO"
                 DISPLAY "6 - REGISTRAR CBU DE UN PROVEEDOR"
                 DISPLAY "7 - SALIR"
                 DISPLAY "RESPUESTA: "
                 ACCEPT WSV-OPCION

                       PERFORM 400000-ENVEJECIMIENTO
                    WHEN 5
                       PERFORM 500000-ORDEN-DE-PAGO
                    WHEN 6
                       PERFORM 700000-REGISTRAR-CBU
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           MOVE 4 TO WST-PESO(8)
           MOVE 3 TO WST-PESO(9)
           MOVE 2 TO WST-PESO(10).
           MOVE 7 TO WST-PESOCBU(1)
           MOVE 1 TO WST-PESOCBU(2)
           MOVE 3 TO WST-PESOCBU(3)
           MOVE 9 TO WST-PESOCBU(4)
           MOVE 7 TO WST-PESOCBU(5)
           MOVE 1 TO WST-PESOCBU(6)
           MOVE 3 TO WST-PESOCBU(7)
           PERFORM VARYING WSI-C FROM 8 BY 4 UNTIL WSI-C > 20
              MOVE 3 TO WST-PESOCBU(WSI-C)
              IF WSI-C < 20
                 MOVE 9 TO WST-PESOCBU(WSI-C + 1)
                 MOVE 7 TO WST-PESOCBU(WSI-C + 2)
                 MOVE 1 TO WST-PESOCBU(WSI-C + 3)
              END-IF
           END-PERFORM.

       100000-CARGAR-FACTURAS.
           MOVE 0 TO WSV-CANTFACTURAS
              MOVE 1 TO WSV-CUITVALIDO
           END-IF.

       170000-VALIDAR-CBU.
           MOVE 0 TO WSV-CBUVALIDO
           MOVE WSV-CBU TO WSV-CBU-X
           IF WSV-CBU-X IS NUMERIC
              MOVE 0 TO WSV-SUMACBU
              PERFORM VARYING WSI-C FROM 1 BY 1 UNTIL WSI-C > 7
                 COMPUTE WSV-SUMACBU = WSV-SUMACBU
                         + WSV-CBU-DIG(WSI-C) * WST-PESOCBU(WSI-C)
              END-PERFORM
              COMPUTE WSV-DIGCBU =
                      FUNCTION MOD(10 - FUNCTION MOD(WSV-SUMACBU, 10),
                                   10)
              IF WSV-DIGCBU = WSV-CBU-DIG(8)
                 MOVE 0 TO WSV-SUMACBU
                 PERFORM VARYING WSI-C FROM 9 BY 1 UNTIL WSI-C > 21
                    COMPUTE WSV-SUMACBU = WSV-SUMACBU
                         + WSV-CBU-DIG(WSI-C) * WST-PESOCBU(WSI-C - 1)
                 END-PERFORM
                 COMPUTE WSV-DIGCBU =
                      FUNCTION MOD(10 - FUNCTION MOD(WSV-SUMACBU, 10),
                                   10)
                 IF WSV-DIGCBU = WSV-CBU-DIG(22)
                    MOVE 1 TO WSV-CBUVALIDO
                 END-IF
              END-IF
           END-IF.

       160000-BUSCAR-PROVEEDOR.
           MOVE 0 TO WSV-PROVHALLADO
           MOVE SPACES TO WSV-RAZONSOCIAL
              ELSE
                 DISPLAY "INGRESE RAZON SOCIAL (HASTA 30 CARACT.): "
                 ACCEPT WSV-RAZONSOCIAL
                 MOVE 0 TO WSV-CBUVALIDO
                 PERFORM UNTIL WSV-CBUVALIDO = 1
                    DISPLAY "INGRESE CBU (22 DIGITOS, EN BLANCO SI "
                            "AUN NO LO INFORMO): "
                    ACCEPT WSV-CBU
                    IF WSV-CBU = SPACES
                       MOVE 1 TO WSV-CBUVALIDO
                    ELSE
                       PERFORM 170000-VALIDAR-CBU
                       IF WSV-CBUVALIDO = 0
                          DISPLAY "CBU INVALIDO: LOS DIGITOS "
                                  "VERIFICADORES NO CIERRAN"
                       END-IF
                    END-IF
                 END-PERFORM
                 OPEN EXTEND PROVEEDORES
                 IF WSS-FS-PROVEED-NOEXISTE
                    OPEN OUTPUT PROVEEDORES
                 MOVE WSV-CUIT        TO PRV-CUIT
                 MOVE WSV-RAZONSOCIAL TO PRV-RAZONSOCIAL
                 MOVE 'A'             TO PRV-ESTADO
                 MOVE WSV-CBU         TO PRV-CBU
                 WRITE REG-PROVEEDOR
                 IF WSS-FS-PROVEED-OK
                    DISPLAY "PROVEEDOR DADO DE ALTA"
                       CONTINUE
                    NOT AT END
                       DISPLAY PRV-ESTADO " " PRV-CUIT " "
                               PRV-RAZONSOCIAL " CBU " PRV-CBU
                 END-READ
              END-PERFORM
              CLOSE PROVEEDORES
                    ACCEPT WSV-IVA105
                    DISPLAY "INGRESE VENCIMIENTO (AAAAMMDD): "
                    ACCEPT WSV-VENCIMIENTO
                    MOVE 0 TO WSV-OFICINAVALIDA
                    PERFORM UNTIL WSV-OFICINAVALIDA = 1
                       DISPLAY "INGRESE OFICINA QUE IMPUTA EL GASTO "
                               "(EN BLANCO = COMUN A TODAS): "
                       ACCEPT WSV-OFICINA
                       PERFORM 320000-VALIDAR-OFICINA
                       IF WSV-OFICINAVALIDA = 0
                          DISPLAY "OFICINA INEXISTENTE EN OFICINAS.DAT"
                       END-IF
                    END-PERFORM

                    COMPUTE WSV-TOTAL =
                            WSV-NETO21 + WSV-IVA21
                       MOVE 'P'         TO FCT-ESTADO(WSV-CANTFACTURAS)
                       MOVE 0           TO
                                        FCT-ORDENPAGO(WSV-CANTFACTURAS)
                       MOVE WSV-OFICINA TO
                                        FCT-OFICINA(WSV-CANTFACTURAS)
                       MOVE 1 TO WSV-FACTCAMBIOS
                       MOVE WSV-TOTAL TO WSM-IMPORTE
                       DISPLAY "FACTURA " WSV-PV "-" WSV-NUMERO
              END-IF
           END-PERFORM.

      *****************************************************************
      * VALIDA LA OFICINA CONTRA OFICINAS.DAT. EN BLANCO ES GASTO     *
      * COMUN; SIN ARCHIVO DE OFICINAS SE ACEPTA CON AVISO.           *
      *****************************************************************
       320000-VALIDAR-OFICINA.
           MOVE 0 TO WSV-OFICINAVALIDA
           IF WSV-OFICINA = SPACES
              MOVE 1 TO WSV-OFICINAVALIDA
           ELSE
              OPEN INPUT OFICINAS
              IF NOT WSS-FS-OFICINAS-OK
                 DISPLAY "ATENCION: NO HAY OFICINAS.DAT - SE ACEPTA "
                         "LA OFICINA SIN VALIDAR"
                 MOVE 1 TO WSV-OFICINAVALIDA
              ELSE
                 PERFORM UNTIL WSS-FS-OFICINAS-EOF
                    READ OFICINAS
                       AT END
                          CONTINUE
                       NOT AT END
                          IF FSO-CODIGO = WSV-OFICINA
                             MOVE 1 TO WSV-OFICINAVALIDA
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE OFICINAS
              END-IF
           END-IF.

      *****************************************************************
      * ENVEJECIMIENTO DE LO PENDIENTE: A VENCER, VENCIDA HASTA 30    *
      * DIAS, DE 31 A 60, Y MAS DE 60 (LA QUE HAY QUE PAGAR YA).      *
                 MOVE WSV-FECHA-SISTEMA       TO OPG-FECHA
                 MOVE WSV-CUIT                TO OPG-CUIT
                 MOVE FCT-TOTAL(WSV-POSICION) TO OPG-TOTAL
                 MOVE 'A'                     TO OPG-ESTADO
                 MOVE 0                       TO OPG-LOTE
                 MOVE 0                       TO OPG-FECHAPAGO
                 MOVE SPACES                  TO OPG-MOTIVO
                 WRITE REG-ORDENPAGO
                 IF WSS-FS-ORDPAGO-OK
                    MOVE 'C' TO FCT-ESTADO(WSV-POSICION)
              DISPLAY "FILE STATUS " WSS-FS-FACTCOM
           END-IF.

      *****************************************************************
      * CARGA O CORRIGE EL CBU DE UN PROVEEDOR (POR EJEMPLO DESPUES   *
      * DE UN RECHAZO DEL BANCO). EL MAESTRO SE REGRABA ENTERO.       *
      *****************************************************************
       700000-REGISTRAR-CBU.
           DISPLAY "INGRESE CUIT DEL PROVEEDOR: "
           ACCEPT WSV-CUIT
           PERFORM 160000-BUSCAR-PROVEEDOR
           IF WSV-PROVHALLADO = 0
              DISPLAY "EL PROVEEDOR NO EXISTE O ESTA DE BAJA"
           ELSE
              DISPLAY "PROVEEDOR: " FUNCTION TRIM(WSV-RAZONSOCIAL)
              DISPLAY "INGRESE CBU (22 DIGITOS): "
              ACCEPT WSV-CBU
              PERFORM 170000-VALIDAR-CBU
              IF WSV-CBUVALIDO = 0
                 DISPLAY "CBU INVALIDO: LOS DIGITOS VERIFICADORES NO "
                         "CIERRAN"
              ELSE
                 PERFORM 710000-CARGAR-PROVEEDORES
                 IF WSV-TABLALLENA = 1
                    DISPLAY "PROVEEDORES.DAT SUPERA LA TABLA: NO SE "
                            "REGRABA"
                    MOVE 0 TO WSV-TABLALLENA
                 ELSE
                    PERFORM 720000-REGRABAR-PROVEEDORES
                 END-IF
              END-IF
           END-IF.

       710000-CARGAR-PROVEEDORES.
           MOVE 0 TO WSV-CANTPROV
           OPEN INPUT PROVEEDORES
           IF WSS-FS-PROVEED-OK
              PERFORM UNTIL WSS-FS-PROVEED-EOF OR WSV-CANTPROV > 199
                 READ PROVEEDORES
                    AT END
                       CONTINUE
                    NOT AT END
                       IF PRV-CUIT = WSV-CUIT AND PRV-ESTADO = 'A'
                          MOVE WSV-CBU TO PRV-CBU
                       END-IF
                       ADD 1 TO WSV-CANTPROV
                       MOVE REG-PROVEEDOR TO
                                          WST-PROVEEDOR(WSV-CANTPROV)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-PROVEED-EOF
                 READ PROVEEDORES
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLALLENA
                 END-READ
              END-IF
              CLOSE PROVEEDORES
           END-IF.

       720000-REGRABAR-PROVEEDORES.
           OPEN OUTPUT PROVEEDORES
           IF WSS-FS-PROVEED-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTPROV
                 MOVE WST-PROVEEDOR(WSI-I) TO REG-PROVEEDOR
                 WRITE REG-PROVEEDOR
              END-PERFORM
              CLOSE PROVEEDORES
              DISPLAY "CBU REGISTRADO"
           ELSE
              DISPLAY "ERROR AL REGRABAR PROVEEDORES.DAT"
              DISPLAY "FILE STATUS " WSS-FS-PROVEED
           END-IF.

       COPY FSLOGPROC.

       END PROGRAM PROVEED-09-FL.
