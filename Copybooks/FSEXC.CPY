      *****************************************************************
      * REGISTRO DE EXCEPCIONES.DAT: BANDEJA UNICA DE EXCEPCIONES DEL *
      * TALLER. LOS PROCESOS AGREGAN UNA LINEA POR PROBLEMA DETECTADO *
      * (VER FSEXCVAR.CPY Y FSEXCPROC.CPY) Y EL SUPERVISOR LAS ASIGNA *
      * Y LAS CIERRA CON UNA NOTA DE RESOLUCION (EXCEPC-09-FL). LA    *
      * EXCEPCION SE IDENTIFICA POR SU POSICION EN EL ARCHIVO, QUE    *
      * SOLO CRECE AL FINAL. SEVERIDAD: 'C' = CRITICA, 'M' = MEDIA,   *
      * 'B' = BAJA. SE INCLUYE BAJO EL FD EXCEPCIONES.                *
      *****************************************************************
       01 REG-EXCEPCIONES.
           05 XCP-FECHA                PIC 9(08).
           05 XCP-HORA                 PIC 9(08).
           05 XCP-PROGRAMA             PIC X(14).
           05 XCP-SEVERIDAD            PIC X(01).
             88 XCP-CRITICA                           VALUE 'C'.
             88 XCP-MEDIA                             VALUE 'M'.
             88 XCP-BAJA                              VALUE 'B'.
           05 XCP-CLAVE                PIC X(20).
           05 XCP-DESCRIPCION          PIC X(60).
           05 XCP-ESTADO               PIC X(01).
             88 XCP-ABIERTA                           VALUE 'A'.
             88 XCP-CERRADA                           VALUE 'C'.
           05 XCP-ASIGNADO             PIC X(10).
           05 XCP-FECHACIERRE          PIC 9(08).
           05 XCP-CERRADOPOR           PIC X(10).
           05 XCP-RESOLUCION           PIC X(60).
