      *****************************************************************
      * PARAMETROS PARA 9150-GRABAR-EXCEPCION (VER FSEXCPROC.CPY). EL *
      * PROGRAMA CARGA WS-EXC-PROGRAMA UNA VEZ Y, POR CADA PROBLEMA,  *
      * LA SEVERIDAD, LA CLAVE (CLIENTE, CUENTA, MONEDA, ETC.) Y LA   *
      * DESCRIPCION ANTES DEL PERFORM. WS-EXC-FS ES EL FILE STATUS    *
      * DEL SELECT EXCEPCIONES.                                       *
      *****************************************************************
       01 WS-EXC-PARAMS.
           05 WS-EXC-PROGRAMA          PIC X(14)      VALUE SPACES.
           05 WS-EXC-SEVERIDAD         PIC X(01)      VALUE 'M'.
             88 WS-EXC-CRITICA                        VALUE 'C'.
             88 WS-EXC-MEDIA                          VALUE 'M'.
             88 WS-EXC-BAJA                           VALUE 'B'.
           05 WS-EXC-CLAVE             PIC X(20)      VALUE SPACES.
           05 WS-EXC-DESCRIPCION       PIC X(60)      VALUE SPACES.
           05 WS-EXC-FECHA             PIC 9(08)      VALUE 0.
           05 WS-EXC-HORA              PIC 9(08)      VALUE 0.
           05 WS-EXC-GRABADAS          PIC 9(06)      VALUE 0.
           05 WS-EXC-REPETIDAS         PIC 9(06)      VALUE 0.
           05 WS-EXC-YAABIERTA         PIC 9(01)      VALUE 0.
           05 WS-EXC-FS                PIC X(02)      VALUE SPACES.
             88 WS-EXC-FS-OK                          VALUE '00'.
             88 WS-EXC-FS-EOF                         VALUE '10'.
             88 WS-EXC-FS-NOEXISTE                    VALUE '35'.
