      *****************************************************************
      * PARAMETROS PARA 9850-DATOS-ALUMNO (VER FSALUPROC.CPY). EL     *
      * PROGRAMA CARGA WS-ALM-LEGAJO Y RECIBE EL APELLIDO, EL NOMBRE, *
      * EL DNI Y EL ESTADO DEL ALUMNO. WS-ALM-HALLADO QUEDA EN 0 SI   *
      * EL LEGAJO NO ESTA EN EL MAESTRO (O NO HAY ALUMNOSMAE.DAT:     *
      * WS-ALM-FS-NOEXISTE).                                          *
      *****************************************************************
       01 WS-ALM-PARAMS.
           05 WS-ALM-LEGAJO            PIC 9(06)      VALUE 0.
           05 WS-ALM-HALLADO           PIC 9(01)      VALUE 0.
           05 WS-ALM-APELLIDO          PIC A(20)      VALUE SPACES.
           05 WS-ALM-NOMBRE            PIC A(20)      VALUE SPACES.
           05 WS-ALM-DNI               PIC 9(08)      VALUE 0.
           05 WS-ALM-ESTADO            PIC X(01)      VALUE SPACE.
             88 WS-ALM-ACTIVO                         VALUE 'A'.
             88 WS-ALM-BAJA                           VALUE 'B'.
             88 WS-ALM-EGRESADO                       VALUE 'E'.
           05 WS-ALM-FS                PIC X(02)      VALUE SPACES.
             88 WS-ALM-FS-OK                          VALUE '00'.
             88 WS-ALM-FS-EOF                         VALUE '10'.
             88 WS-ALM-FS-NOEXISTE                    VALUE '35'.
