      *****************************************************************
      * PARAMETROS PARA 9890-BUSCAR-EQUIVALENCIA (FSEQVPROC.CPY). EL  *
      * PROGRAMA CARGA WS-EQV-LEGAJO Y WS-EQV-MATERIA; WS-EQV-HALLADA *
      * QUEDA EN 1 SI EL LEGAJO TIENE UNA EQUIVALENCIA TOTAL OTORGADA *
      * PARA ESA MATERIA, CON SU NOTA Y RESOLUCION (0 SI NO LA TIENE  *
      * O NO HAY EQUIVALENCIAS.DAT: WS-EQV-FS-NOEXISTE).              *
      *****************************************************************
       01 WS-EQV-PARAMS.
           05 WS-EQV-LEGAJO            PIC 9(06)      VALUE 0.
           05 WS-EQV-MATERIA           PIC 9(02)      VALUE 0.
           05 WS-EQV-HALLADA           PIC 9(01)      VALUE 0.
           05 WS-EQV-NOTA              PIC 9(02)V9(02) VALUE 0.
           05 WS-EQV-RESOLUCION        PIC X(12)      VALUE SPACES.
           05 WS-EQV-FS                PIC X(02)      VALUE SPACES.
             88 WS-EQV-FS-OK                          VALUE '00'.
             88 WS-EQV-FS-EOF                         VALUE '10'.
             88 WS-EQV-FS-NOEXISTE                    VALUE '35'.
