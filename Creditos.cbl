          05 APL-FECHA             PIC 9(08).
          05 APL-NOMBRE            PIC A(20).
          05 APL-APELLIDO          PIC A(20).
          05 APL-NUMERO-CUOTA      PIC 9(02).
          05 APL-IMPORTE           PIC 9(06)V9(02).

       FD PROCLOG.
