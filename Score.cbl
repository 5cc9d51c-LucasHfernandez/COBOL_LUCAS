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

       01 REG-PAGO.
          05 PAG-NOMBRE            PIC A(20).
          05 PAG-APELLIDO          PIC A(20).
          05 PAG-NUMERO-CUOTA      PIC 9(02).
          05 PAG-FECHA             PIC 9(08).
          05 PAG-IMPORTE           PIC 9(06)V9(02).
          05 PAG-MEDIO             PIC X(01).
          05 PAG-SESION            PIC 9(04).

                 MOVE FSC-PLANREF TO CLI-PLANESREF(WSV-POSICION)
              END-IF
              IF FSC-ESTADO NOT = 'P' AND FSC-ESTADO NOT = 'R'
                 AND FSC-ESTADO NOT = 'C'
                 COMPUTE WSV-DIASATRASO =
                     FUNCTION INTEGER-OF-DATE(WSV-FECHA-SISTEMA)
                     - FUNCTION INTEGER-OF-DATE(FSC-VENCIMIENTO)
