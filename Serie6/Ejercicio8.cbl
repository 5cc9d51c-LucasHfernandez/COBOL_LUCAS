      *          ARCHIVOS DE TRABAJO Y SE CRUZAN EN UNA SOLA PASADA
      *          SECUENCIAL, SIN TABLAS EN MEMORIA NI TOPE DE 100
      *          REGISTROS).
      *          CADA RENGLON DE ASIENTOS.DAT LLEVA COMO CENTRO DE
      *          COSTO LA OFICINA DE APERTURA DEL CLIENTE DE LA CUENTA
      *          (CLIENTES.DAT), CRUZADA TAMBIEN POR APAREO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           SELECT TRABAJO2  ASSIGN TO DISK 'CTASSORT.TMP'.

           SELECT TRABAJO3  ASSIGN TO DISK 'CLISORT.TMP'.

           SELECT CLIENTES  ASSIGN TO DISK 'CLIENTES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CLIENTES.

           SELECT CLIEORD   ASSIGN TO DISK 'CLIEORD.TMP'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CLIEORD.

           SELECT CTASCLI   ASSIGN TO DISK 'CTASCLI.TMP'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CTASCLI.

           SELECT SERVORD   ASSIGN TO DISK 'SERVORD.TMP'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SERVORD.
      * CUENTA DEL CLIENTE Y HABER A FACTURACION DE SERVICIOS) Y AL   *
      * FINAL DOS RENGLONES DE CONTROL 'T' CON CANTIDAD Y TOTALES     *
      * DEBE/HABER, QUE DEBEN COINCIDIR PARA QUE CONTADURIA IMPORTE.  *
      * ASI-CENTROCOSTO ES LA OFICINA (OFICINAS.DAT) A LA QUE SE      *
      * IMPUTA EL RENGLON; EN BLANCO ES COMUN A TODAS (SE REPARTE).   *
      *****************************************************************
       FD ASIENTOS.
       01 REG-ASIENTO.
           05 ASI-DEBEHABER            PIC X(01).
           05 ASI-CONCEPTO             PIC X(20).
           05 ASI-IMPORTE              PIC 9(15)V9(02).
           05 ASI-CENTROCOSTO          PIC X(03).

      *****************************************************************
      * COTIZACIONES.DAT: COTIZACION DIARIA POR MONEDA (COMPRA Y      *
           05 ORD-NRO                  PIC X(08).
           05 ORD-CODCLTE              PIC 9(08).
           05 ORD-MONTO                PIC 9(15)V9(02).
           05 ORD-OFICINA              PIC X(03).

       FD SERVORD.
       01 REG-SERVORD.
           05 CTO-NRO                  PIC X(08).
           05 CTO-CODCLTE              PIC 9(08).
           05 CTO-MONTO                PIC 9(15)V9(02).
           05 CTO-OFICINA              PIC X(03).

      *****************************************************************
      * OFICINA DE APERTURA DE CADA CLIENTE (CLIENTES.DAT TRAE UN     *
      * RENGLON POR CLIENTE Y PRODUCTO), ORDENADA POR CLIENTE, Y LAS  *
      * CUENTAS ORDENADAS POR CLIENTE PARA CRUZARLAS EN UNA PASADA.   *
      *****************************************************************
       FD CLIENTES.
       01 REG-CLIENTE.
           05 CLI-NUMCLIEN             PIC X(08).
           05 CLI-OFIAPE               PIC X(03).
           05 CLI-IMPORTE              PIC 9(08)V99.
           05 CLI-CODPROD              PIC X(02).

       SD TRABAJO3.
       01 REG-TRABAJO3.
           05 TCL-CLIENTE              PIC X(08).
           05 TCL-OFICINA              PIC X(03).

       FD CLIEORD.
       01 REG-CLIEORD.
           05 CLO-CLIENTE              PIC X(08).
           05 CLO-OFICINA              PIC X(03).

       FD CTASCLI.
       01 REG-CTASCLI.
           05 CCL-NRO                  PIC X(08).
           05 CCL-CODCLTE              PIC 9(08).
           05 CCL-MONTO                PIC 9(15)V9(02).
           05 CCL-OFICINA              PIC X(03).

       WORKING-STORAGE SECTION.

           05 WSV-TOTALSALDOS          PIC 9(17)V9(02) VALUE 0.
           05 WSV-SALDOACTUAL          PIC 9(15)V9(02) VALUE 0.
           05 WSV-CUENTA-X             PIC X(08).
           05 WSV-CLIENTE-X            PIC X(08).

       01 MASCARAS.
           05 WSM-TOTALSERVICIOS       PIC Z(07),99.
           05 WSV-CANTSERVICIOS        PIC 9(05)       VALUE 0.
           05 WSV-CANTCUENTAS          PIC 9(05)       VALUE 0.
           05 WSV-CANTSINCTA           PIC 9(05)       VALUE 0.
           05 WSV-CANTSINOFI           PIC 9(05)       VALUE 0.

       01 SWITCHES-ENTRADA.
           05 WSS-FS-ENTRADA           PIC X(02).
           05 WSS-FS-CTASORD           PIC X(02).
             88 WSS-FS-CTASORD-OK                      VALUE '00'.
             88 WSS-FS-CTASORD-EOF                     VALUE '10'.
           05 WSS-FS-CLIENTES          PIC X(02).
             88 WSS-FS-CLIENTES-OK                     VALUE '00'.
             88 WSS-FS-CLIENTES-EOF                    VALUE '10'.
           05 WSS-FS-CLIEORD           PIC X(02).
             88 WSS-FS-CLIEORD-OK                      VALUE '00'.
             88 WSS-FS-CLIEORD-EOF                     VALUE '10'.
           05 WSS-FS-CTASCLI           PIC X(02).
             88 WSS-FS-CTASCLI-OK                      VALUE '00'.
             88 WSS-FS-CTASCLI-EOF                     VALUE '10'.

       01 SWITCHES-SALIDA.
           05 WSS-FS-SALIDA            PIC X(02).

           PERFORM 105000-CARGAR-COTIZACIONES.
           PERFORM 110000-ORDENAR-SERVICIOS.
           PERFORM 115000-ORDENAR-CLIENTES.
           PERFORM 120000-ORDENAR-CUENTAS.
           PERFORM 125000-ASIGNAR-OFICINAS.
           PERFORM 200000-APAREO.
           PERFORM 300000-IMPRIMIR-CIERRE.

           END-IF.

      *****************************************************************
      * ORDENA LA OFICINA DE APERTURA DE LOS CLIENTES POR CLIENTE EN  *
      * CLIEORD.TMP. SIN CLIENTES.DAT EL CIERRE SIGUE Y LOS ASIENTOS  *
      * QUEDAN SIN CENTRO DE COSTO (COMUNES A TODAS LAS OFICINAS).    *
      *****************************************************************
       115000-ORDENAR-CLIENTES.
           SORT TRABAJO3 ON ASCENDING KEY TCL-CLIENTE
                INPUT PROCEDURE IS 116000-ENTREGAR-CLIENTES
                GIVING CLIEORD.

       116000-ENTREGAR-CLIENTES.
           OPEN INPUT CLIENTES
           IF NOT WSS-FS-CLIENTES-OK
               DISPLAY "SIN CLIENTES.DAT: LOS ASIENTOS DEL CIERRE "
                       "QUEDAN SIN CENTRO DE COSTO"
           ELSE
               PERFORM UNTIL WSS-FS-CLIENTES-EOF
                   READ CLIENTES
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE CLI-NUMCLIEN TO TCL-CLIENTE
                           MOVE CLI-OFIAPE   TO TCL-OFICINA
                           RELEASE REG-TRABAJO3
                   END-READ
               END-PERFORM
               CLOSE CLIENTES
           END-IF.

      *****************************************************************
      * ORDENA CUENTAS.DAT POR CLIENTE EN CTASCLI.TMP, CONVIRTIENDO A *
      * PESOS LOS SALDOS EN MONEDA EXTRANJERA ANTES DE ENTREGARLOS AL *
      * SORT, ASI TODO EL APAREO TRABAJA EN PESOS.                    *
      *****************************************************************
       120000-ORDENAR-CUENTAS.
           SORT TRABAJO2 ON ASCENDING KEY ORD-CODCLTE
                INPUT PROCEDURE IS 121000-ENTREGAR-CUENTAS
                GIVING CTASCLI.

       121000-ENTREGAR-CUENTAS.
           OPEN INPUT ENTRADA2
                               END-IF
                           END-IF
                           ADD ORD-MONTO TO WSV-TOTALCUENTAS
                           MOVE SPACES TO ORD-OFICINA
                           RELEASE REG-TRABAJO2
                   END-READ
               END-PERFORM
               CLOSE ENTRADA2
           END-IF.

      *****************************************************************
      * APAREA LAS CUENTAS (POR CLIENTE) CON LA OFICINA DE APERTURA   *
      * DE SU CLIENTE Y LAS VUELVE A ORDENAR POR NUMERO DE CUENTA EN  *
      * CTASORD.TMP PARA EL APAREO CON LOS SERVICIOS. UN CLIENTE CON  *
      * VARIOS PRODUCTOS TOMA LA OFICINA DEL PRIMERO.                 *
      *****************************************************************
       125000-ASIGNAR-OFICINAS.
           SORT TRABAJO2 ON ASCENDING KEY ORD-NRO
                INPUT PROCEDURE IS 126000-APAREAR-CLIENTES
                GIVING CTASORD.

       126000-APAREAR-CLIENTES.
           OPEN INPUT CTASCLI
           OPEN INPUT CLIEORD
           READ CTASCLI
               AT END
                   CONTINUE
           END-READ
           READ CLIEORD
               AT END
                   CONTINUE
           END-READ

           PERFORM UNTIL WSS-FS-CTASCLI-EOF
               MOVE CCL-CODCLTE TO WSV-CLIENTE-X
               PERFORM UNTIL WSS-FS-CLIEORD-EOF
                          OR CLO-CLIENTE >= WSV-CLIENTE-X
                   READ CLIEORD
                       AT END
                           CONTINUE
                   END-READ
               END-PERFORM
               MOVE REG-CTASCLI TO REG-TRABAJO2
               IF NOT WSS-FS-CLIEORD-EOF
                  AND CLO-CLIENTE = WSV-CLIENTE-X
                   MOVE CLO-OFICINA TO ORD-OFICINA
               ELSE
                   MOVE SPACES TO ORD-OFICINA
               END-IF
               IF ORD-OFICINA = SPACES
                   ADD 1 TO WSV-CANTSINOFI
               END-IF
               RELEASE REG-TRABAJO2
               READ CTASCLI
                   AT END
                       CONTINUE
               END-READ
           END-PERFORM

           CLOSE CTASCLI
           CLOSE CLIEORD.

      *****************************************************************
      * APAREO POR CORTE DE CONTROL: LOS DOS ORDENADOS SE RECORREN EN *
      * PARALELO. SERVICIO CON CUENTA MENOR A LA ACTUAL = SERVICIO    *
           MOVE 'D'                TO ASI-DEBEHABER
           MOVE SRO-DESCRIPCION    TO ASI-CONCEPTO
           MOVE SRO-MONTO          TO ASI-IMPORTE
           MOVE CTO-OFICINA        TO ASI-CENTROCOSTO
           WRITE REG-ASIENTO
           ADD 1 TO WSA-CANTASIENTOS
           ADD SRO-MONTO TO WSA-TOTALDEBE
           MOVE 'H'                TO ASI-DEBEHABER
           MOVE SRO-DESCRIPCION    TO ASI-CONCEPTO
           MOVE SRO-MONTO          TO ASI-IMPORTE
           MOVE CTO-OFICINA        TO ASI-CENTROCOSTO
           WRITE REG-ASIENTO
           ADD 1 TO WSA-CANTASIENTOS
           ADD SRO-MONTO TO WSA-TOTALHABER.
           MOVE 'D'                TO ASI-DEBEHABER
           MOVE 'CONTROL TOTAL DEBE' TO ASI-CONCEPTO
           MOVE WSA-TOTALDEBE      TO ASI-IMPORTE
           MOVE SPACES             TO ASI-CENTROCOSTO
           WRITE REG-ASIENTO

           MOVE 'T'                TO ASI-TIPOREG
           DISPLAY "TOTAL SALDOS:          " WSM-TOTALSALDOS

           DISPLAY "SERVICIOS SIN CUENTA:  " WSV-CANTSINCTA
           DISPLAY "CUENTAS SIN OFICINA:   " WSV-CANTSINOFI
           DISPLAY "**************************************************".

       COPY FSPROC.
