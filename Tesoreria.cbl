      *          DIFERENCIAS DE ARQUEO POR SUCURSAL Y EL TOTAL QUE
      *          DEBE LLEGAR AL BANCO (EFECTIVO NETO DE RETENCIONES
      *          DE CERTRET.DAT + CHEQUES - VALES DE EGRESO DE
      *          EGRESOS.DAT). LOS COBROS CON TARJETA VAN EN SU PROPIO
      *          RENGLON, FUERA DE LO A DEPOSITAR (LOS DEPOSITA LA
      *          ADQUIRENTE, VER LIQTARJ-09-FL). SALIDA IMPRIMIBLE EN
      *          TESORERIA.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 REG-PAGO.
          05 PAG-NOMBRE            PIC A(20).
          05 PAG-APELLIDO          PIC A(20).
          05 PAG-NUMERO-CUOTA      PIC 9(02).
          05 PAG-FECHA             PIC 9(08).
          05 PAG-IMPORTE           PIC 9(06)V9(02).
          05 PAG-MEDIO             PIC X(01).
          05 PAG-SESION            PIC 9(04).

       01 ACUMULADORES.
          05 WSA-TOTALBANCO       PIC 9(09)V9(02) VALUE 0.
          05 WSA-TOTALDIF         PIC S9(09)V9(02) VALUE 0.
          05 WSA-TOTALTARJETAS    PIC 9(09)V9(02) VALUE 0.

       01 SWITCHES.
          05 WSS-FS-CAJASES       PIC X(02).
             10 OFI-TRANSFER      PIC 9(09)V9(02).
             10 OFI-CHEQUES       PIC 9(09)V9(02).
             10 OFI-DEBITOS       PIC 9(09)V9(02).
             10 OFI-TARJETAS      PIC 9(09)V9(02).
             10 OFI-OTROS         PIC 9(09)V9(02).
             10 OFI-EGRESOS       PIC 9(09)V9(02).
             10 OFI-RETENIDO      PIC 9(09)V9(02).
              MOVE 0 TO OFI-TRANSFER(WSV-CANTOFICINAS)
              MOVE 0 TO OFI-CHEQUES(WSV-CANTOFICINAS)
              MOVE 0 TO OFI-DEBITOS(WSV-CANTOFICINAS)
              MOVE 0 TO OFI-TARJETAS(WSV-CANTOFICINAS)
              MOVE 0 TO OFI-OTROS(WSV-CANTOFICINAS)
              MOVE 0 TO OFI-EGRESOS(WSV-CANTOFICINAS)
              MOVE 0 TO OFI-RETENIDO(WSV-CANTOFICINAS)
                    ADD PAG-IMPORTE TO OFI-CHEQUES(WSV-POSICION)
                 WHEN 'D'
                    ADD PAG-IMPORTE TO OFI-DEBITOS(WSV-POSICION)
                 WHEN 'K'
                    ADD PAG-IMPORTE TO OFI-TARJETAS(WSV-POSICION)
                 WHEN OTHER
                    ADD PAG-IMPORTE TO OFI-OTROS(WSV-POSICION)
              END-EVALUATE

              MOVE 0 TO WSA-TOTALBANCO
              MOVE 0 TO WSA-TOTALDIF
              MOVE 0 TO WSA-TOTALTARJETAS
              PERFORM VARYING WSI-O FROM 1 BY 1
                      UNTIL WSI-O > WSV-CANTOFICINAS
                 PERFORM 310000-CUADRO-OFICINA
              STRING 'DIFERENCIA DE ARQUEO TOTAL:    ' WSM-DIFERENCIA
                     DELIMITED BY SIZE INTO WSV-LINEA
              PERFORM 250000-GRABAR-LINEA
              MOVE WSA-TOTALTARJETAS TO WSM-TOTAL
              STRING 'TARJETAS (DEPOSITA ADQUIRENTE):' WSM-TOTAL
                     DELIMITED BY SIZE INTO WSV-LINEA
              PERFORM 250000-GRABAR-LINEA

              CLOSE INFORME
              DISPLAY "REPORTE GENERADO EN TESORERIA.DAT ("

      *****************************************************************
      * EL RENGLON DE EFECTIVO ES EL FISICO: LO COBRADO 'E' MENOS LAS *
      * RETENCIONES EN EFECTIVO DE LAS SESIONES DE LA OFICINA. LAS    *
      * TARJETAS ('K') SE MUESTRAN PERO NO SUMAN A LO A DEPOSITAR.    *
      *****************************************************************
       310000-CUADRO-OFICINA.
           STRING 'SUCURSAL ' OFI-CODIGO(WSI-O)
           STRING '   DEBITOS:        ' WSM-IMPORTE
                  DELIMITED BY SIZE INTO WSV-LINEA
           PERFORM 250000-GRABAR-LINEA
           MOVE OFI-TARJETAS(WSI-O) TO WSM-IMPORTE
           STRING '   TARJETAS:       ' WSM-IMPORTE
                  '  (FUERA DEL DEPOSITO)'
                  DELIMITED BY SIZE INTO WSV-LINEA
           PERFORM 250000-GRABAR-LINEA
           IF OFI-OTROS(WSI-O) > 0
              MOVE OFI-OTROS(WSI-O) TO WSM-IMPORTE
              STRING '   OTROS MEDIOS:   ' WSM-IMPORTE
           ADD WSV-EFENETO                TO WSA-TOTALBANCO
           ADD OFI-CHEQUES(WSI-O)         TO WSA-TOTALBANCO
           SUBTRACT OFI-EGRESOS(WSI-O)  FROM WSA-TOTALBANCO
           ADD OFI-DIFERENCIA(WSI-O)      TO WSA-TOTALDIF
           ADD OFI-TARJETAS(WSI-O)        TO WSA-TOTALTARJETAS.

       COPY FSLOGPROC.

