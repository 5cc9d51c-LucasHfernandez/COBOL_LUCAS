      *****************************************************************
      * PARAMETROS PARA 9700-ESTADO-CUENTA (VER FSECTPROC.CPY). EL    *
      * PROGRAMA CARGA WS-ECT-NROCUENTA Y RECIBE WS-ECT-ESTADO (EN    *
      * BLANCO SI LA CUENTA NO FIGURA EN ESTADOSCTA.DAT).             *
      *****************************************************************
       01 WS-ECT-PARAMS.
           05 WS-ECT-NROCUENTA         PIC X(08)      VALUE SPACES.
           05 WS-ECT-ESTADO            PIC X(01)      VALUE SPACE.
             88 WS-ECT-INACTIVA                       VALUE 'I'.
             88 WS-ECT-CERRADA                        VALUE 'C'.
           05 WS-ECT-FS                PIC X(02)      VALUE SPACES.
             88 WS-ECT-FS-OK                          VALUE '00'.
             88 WS-ECT-FS-EOF                         VALUE '10'.
             88 WS-ECT-FS-NOEXISTE                    VALUE '35'.
