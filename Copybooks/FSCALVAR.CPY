      *****************************************************************
      * PARAMETROS PARA 9880-VERIFICAR-CALENDARIO (FSCALPROC.CPY). EL *
      * PROGRAMA CARGA WS-CAL-PROGRAMA, WS-CAL-PERIODO (EN BLANCO =   *
      * CUALQUIER PERIODO, PARA LAS MESAS), WS-CAL-TIPO Y LA FECHA DE *
      * LA OPERACION EN WS-CAL-FECHA. WS-CAL-ABIERTA QUEDA EN 1 SI LA *
      * FECHA CAE EN LA VENTANA, SI NO HAY VENTANA CARGADA PARA ESE   *
      * PERIODO Y TIPO, O SI UN SUPERVISOR AUTORIZO LA EXCEPCION.     *
      *****************************************************************
       01 WS-CAL-PARAMS.
           05 WS-CAL-PROGRAMA          PIC X(15)      VALUE SPACES.
           05 WS-CAL-PERIODO           PIC X(06)      VALUE SPACES.
           05 WS-CAL-TIPO              PIC X(01)      VALUE SPACE.
           05 WS-CAL-FECHA             PIC 9(08)      VALUE 0.
           05 WS-CAL-ABIERTA           PIC 9(01)      VALUE 0.
           05 WS-CAL-HAYVENTANA        PIC 9(01)      VALUE 0.
           05 WS-CAL-TURNO             PIC 9(01)      VALUE 0.
           05 WS-CAL-DESDE             PIC 9(08)      VALUE 0.
           05 WS-CAL-HASTA             PIC 9(08)      VALUE 0.
           05 WS-CAL-NOMBRETIPO        PIC X(25)      VALUE SPACES.
           05 WS-CAL-RESPUESTA         PIC X(01)      VALUE SPACE.
           05 WS-CAL-AUTORIZADO        PIC 9(01)      VALUE 0.
           05 WS-CAL-USUARIO           PIC X(10)      VALUE SPACES.
           05 WS-CAL-CLAVE             PIC X(10)      VALUE SPACES.
           05 WS-CAL-MOTIVO            PIC X(40)      VALUE SPACES.
           05 WS-CAL-HORA              PIC 9(08)      VALUE 0.
           05 WS-CAL-FS                PIC X(02)      VALUE SPACES.
             88 WS-CAL-FS-OK                          VALUE '00'.
             88 WS-CAL-FS-EOF                         VALUE '10'.
             88 WS-CAL-FS-NOEXISTE                    VALUE '35'.
           05 WS-CAE-FS                PIC X(02)      VALUE SPACES.
             88 WS-CAE-FS-OK                          VALUE '00'.
             88 WS-CAE-FS-NOEXISTE                    VALUE '35'.
