      *          DE EMISION. EN MODO REPARACION LOS REGISTROS
      *          OFENSORES SE MUEVEN A CUOTASEXCEP.DAT PARA REVISION
      *          Y EL ARCHIVO VIVO QUEDA LIMPIO.
      *          CADA REGISTRO CUARENTENADO QUEDA ADEMAS EN LA BANDEJA
      *          DE EXCEPCIONES (EXCEPC-09-FL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-EXCEPCION.

           SELECT EXCEPCIONES ASSIGN TO DISK 'EXCEPCIONES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-EXC-FS.

           SELECT CERROJOS  ASSIGN TO DISK 'CERROJOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-CER-FS.
       01 REG-CUOTA.
          05 FSC-NOMBRE            PIC A(20).
          05 FSC-APELLIDO          PIC A(20).
          05 FSC-NUMERO-CUOTA      PIC 9(02).
          05 FSC-IMPORTE           PIC 9(06)V9(02).
          05 FSC-FECHA             PIC 9(08).
          05 FSC-VENCIMIENTO       PIC 9(08).
          05 FSC-MORA              PIC 9(06)V9(02).
          05 FSC-ESTADO            PIC X(01).
          05 FSC-PLANREF           PIC 9(02).

       FD EXCEPCION.
       01 REG-EXCEPCION.
          05 EXC-MOTIVO            PIC X(02).
          05 EXC-REGISTRO          PIC X(77).

       FD EXCEPCIONES.
       COPY FSEXC.

       FD CERROJOS.
       COPY FSLOCK.

       COPY FSINTVAR.

       COPY FSEXCVAR.

       01 VARIABLES.
          05 WSV-REPARAR          PIC 9(01)       VALUE 0.
          05 WSV-MOTIVO           PIC X(02)       VALUE SPACES.
       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSI-J                PIC 9(03)       VALUE 0.
          05 WSI-N                PIC 9(03)       VALUE 0.
          05 WSV-CANTCUOTAS       PIC 9(03)       VALUE 0.
          05 WSV-CANTCLIENTES     PIC 9(03)       VALUE 0.
          05 WSV-POSICION         PIC 9(03)       VALUE 0.

       01 TABLA-CUOTAS.
          05 WST-CUOTA            OCCURS 200 TIMES.
             10 CUO-REGISTRO      PIC X(77).
             10 CUO-REGISTRO-X REDEFINES CUO-REGISTRO.
                15 CUO-NOMBRE     PIC A(20).
                15 CUO-APELLIDO   PIC A(20).
                15 CUO-NRO        PIC 9(02).
                15 CUO-IMPORTE    PIC 9(06)V9(02).
                15 CUO-FECHA      PIC 9(08).
                15 CUO-VENC       PIC 9(08).
                15 CUO-RESTO      PIC X(11).
             10 CUO-MOTIVO        PIC X(02).

      *****************************************************************
      * POR CLIENTE: QUE NUMEROS DE CUOTA (1-99) EXISTEN, PARA LA     *
      * DETECCION DE HUECOS EN LA NUMERACION DEL PLAN.                *
      *****************************************************************
       01 TABLA-CLIENTES.
          05 WST-CLIENTE          OCCURS 100 TIMES.
             10 CLI-NOMBRE        PIC A(20).
             10 CLI-APELLIDO      PIC A(20).
             10 CLI-MAXNRO        PIC 9(02).
             10 CLI-TIENE         PIC 9(01) OCCURS 99 TIMES.

       PROCEDURE DIVISION.

           ACCEPT WSV-REPARAR

           MOVE 'CHKCUOTAS-09FL' TO WS-CER-PROGRAMA
           MOVE 'CHKCUOTAS-09FL' TO WS-EXC-PROGRAMA
           MOVE 1 TO WS-CER-CANTARCH
           MOVE 'CUOTAS.DAT' TO WS-CER-ARCHIVO(1)
           PERFORM 9200-TOMAR-CERROJOS
              MOVE CUO-APELLIDO(WSI-I) TO
                                        CLI-APELLIDO(WSV-CANTCLIENTES)
              MOVE 0 TO CLI-MAXNRO(WSV-CANTCLIENTES)
              PERFORM VARYING WSI-N FROM 1 BY 1 UNTIL WSI-N > 99
                 MOVE 0 TO CLI-TIENE(WSV-CANTCLIENTES, WSI-N)
              END-PERFORM
              MOVE WSV-CANTCLIENTES TO WSV-POSICION
                    MOVE CUO-REGISTRO(WSI-I) TO EXC-REGISTRO
                    WRITE REG-EXCEPCION
                    ADD 1 TO WSA-CUARENTENADAS
                    SET WS-EXC-MEDIA TO TRUE
                    MOVE CUO-APELLIDO(WSI-I) TO WS-EXC-CLAVE
                    STRING 'CUOTA ' CUO-NRO(WSI-I) ' DE '
                           FUNCTION TRIM(CUO-NOMBRE(WSI-I)) ' '
                           FUNCTION TRIM(CUO-APELLIDO(WSI-I))
                           ' A CUOTASEXCEP.DAT, MOTIVO '
                           CUO-MOTIVO(WSI-I)
                           DELIMITED BY SIZE INTO WS-EXC-DESCRIPCION
                    END-STRING
                    PERFORM 9150-GRABAR-EXCEPCION
                 END-IF
              END-PERFORM
              CLOSE CUOTAS
           END-IF
           CLOSE EXCEPCION.

       COPY FSEXCPROC.

       COPY FSINTPROC.

       COPY FSLOCKPROC.
