      *****************************************************************
      * PARAMETROS PARA 9800-FIRMANTES-CUENTA (VER FSTITPROC.CPY). EL *
      * PROGRAMA CARGA WS-TIT-NROCUENTA Y RECIBE EN WS-TIT-FIRMANTE   *
      * LOS VINCULOS ACTIVOS DE LA CUENTA (WS-TIT-CANT, HASTA 10), Y  *
      * EN WS-TIT-CONJUNTOS CUANTOS FIRMAN EN FORMA CONJUNTA. CON     *
      * WS-TIT-CANT EN CERO LA CUENTA NO TIENE VINCULOS CARGADOS Y SU *
      * UNICO TITULAR ES FSE-CODIGOCLTE.                              *
      *****************************************************************
       01 WS-TIT-PARAMS.
           05 WS-TIT-NROCUENTA         PIC X(08)      VALUE SPACES.
           05 WS-TIT-CANT              PIC 9(02)      VALUE 0.
           05 WS-TIT-CONJUNTOS         PIC 9(02)      VALUE 0.
           05 WS-TIT-I                 PIC 9(02)      VALUE 0.
           05 WS-TIT-FS                PIC X(02)      VALUE SPACES.
             88 WS-TIT-FS-OK                          VALUE '00'.
             88 WS-TIT-FS-EOF                         VALUE '10'.
             88 WS-TIT-FS-NOEXISTE                    VALUE '35'.
           05 WS-TIT-FIRMANTE          OCCURS 10 TIMES.
               10 WS-TIT-CODCLTE       PIC 9(08).
               10 WS-TIT-ROL           PIC X(01).
               10 WS-TIT-REGLA         PIC X(01).
