          05 AUD-FECHA             PIC 9(08).
          05 AUD-HORA              PIC 9(08).
          05 AUD-OPERADOR          PIC X(10).
          05 AUD-LEGAJO            PIC 9(06).
          05 AUD-MATERIA           PIC 9(02).
          05 AUD-NOTA-ANTERIOR     PIC 9(02)V9(02).
          05 AUD-NOTA-NUEVA        PIC 9(02)V9(02).
          05 WSV-TIPOFILTRO       PIC 9(01)       VALUE 0.
          05 WSV-FECHA-DESDE      PIC 9(08)       VALUE 0.
          05 WSV-FECHA-HASTA      PIC 9(08)       VALUE 0.
          05 WSV-LEGAJO           PIC 9(06)       VALUE 0.
          05 WSV-CUMPLE           PIC 9(01)       VALUE 0.

       01 ACUMULADORES.
