      *          (CUENTA DUPLICADA, MONTO EN CERO, TOPE DE MONTO),
      *          CON UN INFORME DE ACEPTADAS/RECHAZADAS POR SUCURSAL
      *          Y LOS RECHAZOS EN ALTASRECH.DAT.
      *          CADA ALTA RECHAZADA QUEDA ADEMAS EN LA BANDEJA DE
      *          EXCEPCIONES (EXCEPC-09-FL).
      *          CADA ALTA RECHAZADA QUEDA ADEMAS EN LA BANDEJA DE
      *          EXCEPCIONES (EXCEPC-09-FL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RECHAZOS.

           SELECT EXCEPCIONES ASSIGN TO DISK 'EXCEPCIONES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-EXC-FS.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.
           05 RCH-MOTIVO             PIC X(02).
           05 RCH-REGISTRO           PIC X(36).

       FD EXCEPCIONES.
       COPY FSEXC.

       FD PROCLOG.
       COPY FSLOG.


       COPY FSLOGVAR.

       COPY FSEXCVAR.

       01 VARIABLES.
           05 WSV-NOMBRE-ALTAS       PIC X(20)    VALUE SPACES.
           05 WSV-OFICINA            PIC X(03).

       000000-CONTROL.
           MOVE 'CONSOL-09-FL' TO WS-LOG-PROGRAMA
           MOVE 'CONSOL-09-FL' TO WS-EXC-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           PERFORM 100000-CARGAR-CUENTAS-EXISTENTES
              MOVE WSV-MOTIVO  TO RCH-MOTIVO
              MOVE REG-ALTA    TO RCH-REGISTRO
              WRITE REG-RECHAZO
              SET WS-EXC-MEDIA TO TRUE
              MOVE ALT-NROCUENTA TO WS-EXC-CLAVE
              STRING 'ALTA DE LA OFICINA ' WSV-OFICINA
                     ' RECHAZADA, MOTIVO ' WSV-MOTIVO
                     DELIMITED BY SIZE INTO WS-EXC-DESCRIPCION
              END-STRING
              PERFORM 9150-GRABAR-EXCEPCION
           ELSE
              IF ALT-MONTOCUENTA > WSC-MONTOMAXIMO
                 ADD 1 TO WSA-OFI-AVISOS

       COPY FSLOGPROC.

       COPY FSEXCPROC.

       END PROGRAM CONSOL-09-FL.
