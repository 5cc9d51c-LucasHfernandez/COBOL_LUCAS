      *****************************************************************
      * PARAMETROS PARA 9600-CARGAR-IMPDEBCRED Y 9650-CALCULAR-       *
      * IMPDEBCRED (VER FSIDCPROC.CPY). EL PROGRAMA CARGA WS-IDC-     *
      * FECHA ANTES DE LA CARGA, Y WS-IDC-NROCUENTA, WS-IDC-TIPO ('D' *
      * O 'C') Y WS-IDC-IMPORTE ANTES DE CADA CALCULO; RECIBE         *
      * WS-IDC-IMPUESTO, WS-IDC-TASA Y WS-IDC-CONDICION.              *
      *****************************************************************
       01 WS-IDC-PARAMS.
           05 WS-IDC-FECHA             PIC 9(08)      VALUE 0.
           05 WS-IDC-NROCUENTA         PIC X(08)      VALUE SPACES.
           05 WS-IDC-TIPO              PIC X(01)      VALUE SPACE.
           05 WS-IDC-IMPORTE           PIC 9(13)V9(02) VALUE 0.
           05 WS-IDC-IMPUESTO          PIC 9(13)V9(02) VALUE 0.
           05 WS-IDC-TASA              PIC 9(02)V9(04) VALUE 0.
           05 WS-IDC-CONDICION         PIC X(01)      VALUE SPACE.
           05 WS-IDC-GRALDEB           PIC 9(02)V9(04) VALUE 0.
           05 WS-IDC-GRALCRE           PIC 9(02)V9(04) VALUE 0.
           05 WS-IDC-GRALVIG           PIC 9(08)      VALUE 0.
           05 WS-IDC-I                 PIC 9(03)      VALUE 0.
           05 WS-IDC-POS               PIC 9(03)      VALUE 0.
           05 WS-IDC-CANTCTAS          PIC 9(03)      VALUE 0.
           05 WS-IDC-FS                PIC X(02)      VALUE SPACES.
             88 WS-IDC-FS-OK                          VALUE '00'.
             88 WS-IDC-FS-EOF                         VALUE '10'.
             88 WS-IDC-FS-NOEXISTE                    VALUE '35'.
           05 WS-IDC-CUENTA            OCCURS 200 TIMES.
               10 WS-IDC-CTA-NRO       PIC X(08).
               10 WS-IDC-CTA-CONDICION PIC X(01).
               10 WS-IDC-CTA-TASADEB   PIC 9(02)V9(04).
               10 WS-IDC-CTA-TASACRE   PIC 9(02)V9(04).
               10 WS-IDC-CTA-VIGDESDE  PIC 9(08).
