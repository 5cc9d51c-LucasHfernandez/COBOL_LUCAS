      *          TOCARIA SIN GRABAR NADA, Y CADA CAMBIO REAL QUEDA EN
      *          EL DIARIO REVERSIBLE FUSIONJRN.DAT. HASTA ESTO, LA
      *          DEDUPLICACION ERA COSMETICA.
      *          LAS CUENTAS CERRADAS (ESTADOSCTA.DAT) NO SE
      *          RE-APUNTAN: QUEDAN CON SU CLIENTE Y SE LISTAN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-INT-FS.

           SELECT ESTADOSCTA ASSIGN TO DISK 'ESTADOSCTA.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-ECT-FS.

           SELECT CERROJOS  ASSIGN TO DISK 'CERROJOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-CER-FS.
       01 REG-CUOTA.
          05 FSC-NOMBRE            PIC A(20).
          05 FSC-APELLIDO          PIC A(20).
          05 FSC-RESTO             PIC X(37).

       FD PAGOS.
       01 REG-PAGO.
          05 PAG-NOMBRE            PIC A(20).
          05 PAG-APELLIDO          PIC A(20).
          05 PAG-RESTO             PIC X(58).

       FD CUENTAS.
       01 REG-CUENTA.
       FD CERROJOS.
       COPY FSLOCK.

       FD ESTADOSCTA.
       COPY FSECT.

       FD PROCLOG.
       COPY FSLOG.


       COPY FSINTVAR.

       COPY FSECTVAR.

       01 VARIABLES.
          05 WSV-MODO             PIC 9(01)       VALUE 0.
          05 WSV-FECHA-SISTEMA    PIC 9(08)       VALUE 0.
          05 WSA-CUOTAS           PIC 9(05)       VALUE 0.
          05 WSA-PAGOS            PIC 9(05)       VALUE 0.
          05 WSA-CUENTAS          PIC 9(05)       VALUE 0.
          05 WSA-CERRADAS         PIC 9(05)       VALUE 0.
          05 WSA-MAECLI           PIC 9(05)       VALUE 0.

       01 SWITCHES.
          05 WST-CUOTA            OCCURS 200 TIMES.
             10 CUO-NOMBRE        PIC A(20).
             10 CUO-APELLIDO      PIC A(20).
             10 CUO-RESTO         PIC X(37).

       01 TABLA-PAGOS.
          05 WSV-CANTPAGOS        PIC 9(03)       VALUE 0.
          05 WST-PAGO             OCCURS 300 TIMES.
             10 PGT-NOMBRE        PIC A(20).
             10 PGT-APELLIDO      PIC A(20).
             10 PGT-RESTO         PIC X(58).

       01 TABLA-CUENTAS.
          05 WSV-CANTCUENTAS      PIC 9(03)       VALUE 0.
              END-IF
           END-PERFORM.

      *****************************************************************
      * UNA CUENTA CERRADA (CIERCTA-09-FL) YA NO SE MUEVE: QUEDA CON  *
      * EL CLIENTE QUE TENIA AL CERRARSE, NO SE RE-APUNTA Y SE LISTA  *
      * COMO OMITIDA.                                                 *
      *****************************************************************
       430000-REAPUNTAR-CUENTAS.
           IF PAR-CODVIEJO(WSI-P) > 0 AND PAR-CODNUEVO(WSI-P) > 0
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTCUENTAS
                 IF CTA-CODCLTE(WSI-I) = PAR-CODVIEJO(WSI-P)
                    MOVE CTA-NRO(WSI-I) TO WS-ECT-NROCUENTA
                    PERFORM 9700-ESTADO-CUENTA
                    IF WS-ECT-CERRADA
                       ADD 1 TO WSA-CERRADAS
                       DISPLAY "CUENTA " CTA-NRO(WSI-I)
                               " CERRADA: OMITIDA, SIGUE EN CLIENTE "
                               PAR-CODVIEJO(WSI-P)
                    ELSE
                       PERFORM 435000-REAPUNTAR-CUENTA
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

       435000-REAPUNTAR-CUENTA.
           ADD 1 TO WSA-CUENTAS
           IF WSV-MODO = 2
              MOVE 'CUENTAS.DAT' TO JRN-ARCHIVO
              MOVE SPACES TO JRN-CLAVEVIEJA
              STRING CTA-NRO(WSI-I) ' CLIENTE '
                     PAR-CODVIEJO(WSI-P)
                     DELIMITED BY SIZE INTO JRN-CLAVEVIEJA
              MOVE SPACES TO JRN-CLAVENUEVA
              STRING CTA-NRO(WSI-I) ' CLIENTE '
                     PAR-CODNUEVO(WSI-P)
                     DELIMITED BY SIZE INTO JRN-CLAVENUEVA
              PERFORM 460000-GRABAR-JOURNAL
              MOVE PAR-CODNUEVO(WSI-P) TO CTA-CODCLTE(WSI-I)
           END-IF.

       440000-BAJAR-MAECLI.
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTMAECLI
           DISPLAY "CUOTAS RE-APUNTADAS:     " WSA-CUOTAS
           DISPLAY "PAGOS RE-APUNTADOS:      " WSA-PAGOS
           DISPLAY "CUENTAS RE-APUNTADAS:    " WSA-CUENTAS
           DISPLAY "CUENTAS CERRADAS OMITIDAS: " WSA-CERRADAS
           DISPLAY "MAECLI DADOS DE BAJA:    " WSA-MAECLI
           DISPLAY "---------------------------------------------".


       COPY FSLOCKPROC.

       COPY FSECTPROC.

       END PROGRAM FUSION-09-FL.
