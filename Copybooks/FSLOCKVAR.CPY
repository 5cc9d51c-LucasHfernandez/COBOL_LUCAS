      * PARAMETROS PARA 9200-TOMAR-CERROJOS Y 9250-LIBERAR-CERROJOS   *
      * (VER FSLOCKPROC.CPY). EL PROGRAMA CARGA WS-CER-PROGRAMA, EL   *
      * OPERADOR SI LO CONOCE, Y LA LISTA DE MAESTROS QUE VA A        *
      * ACTUALIZAR EN WS-CER-ARCHIVO(1..WS-CER-CANTARCH, HASTA 12)    *
      * ANTES DE TOMAR LOS CERROJOS. WS-CER-DENEGADO = 1 SIGNIFICA    *
      * QUE OTRO PROGRAMA TIENE UN MAESTRO TOMADO Y NO HAY QUE TOCAR  *
      * NADA.                                                         *
      * WS-CER-FS ES EL FILE STATUS DEL SELECT CERROJOS.              *
      *****************************************************************
       01 WS-CER-PARAMS.
           05 WS-CER-PROGRAMA          PIC X(14)      VALUE SPACES.
           05 WS-CER-OPERADOR          PIC X(10)      VALUE SPACES.
           05 WS-CER-CANTARCH          PIC 9(02)      VALUE 0.
           05 WS-CER-ARCHIVO           PIC X(14)      OCCURS 12 TIMES.
           05 WS-CER-DENEGADO          PIC 9(01)      VALUE 0.
           05 WS-CER-FECHA             PIC 9(08)      VALUE 0.
           05 WS-CER-HORA              PIC 9(08)      VALUE 0.
           05 WS-CER-I                 PIC 9(03)      VALUE 0.
           05 WS-CER-J                 PIC 9(02)      VALUE 0.
           05 WS-CER-CANT              PIC 9(03)      VALUE 0.
           05 WS-CER-FS                PIC X(02)      VALUE SPACES.
             88 WS-CER-FS-OK                          VALUE '00'.
