          05 WSV-PERIODO          PIC X(06).
          05 WSV-ULTDOCENTE       PIC 9(03)       VALUE 0.
          05 WSV-DOCACTA          PIC X(30)       VALUE SPACES.
          05 WSV-LEGAJO           PIC 9(06)       VALUE 0.
          05 WSV-FECHA-SISTEMA    PIC 9(08)       VALUE 0.
          05 WSV-HALLADO          PIC 9(01)       VALUE 0.
          05 WSV-LINEA            PIC X(70)       VALUE SPACES.
