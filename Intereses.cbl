      *          (CON FECHAS DE VIGENCIA, COMO TASASIVA.DAT) Y SE
      *          EMITE UN INFORME CON SALDO ANTERIOR, INTERES Y SALDO
      *          NUEVO POR CUENTA.
      *          LAS CUENTAS CERRADAS (ESTADOSCTA.DAT) NO RECIBEN
      *          INTERES Y SE LISTAN COMO OMITIDAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-TASASINT.

           SELECT ESTADOSCTA ASSIGN TO DISK 'ESTADOSCTA.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-ECT-FS.

           SELECT FECHAPROC ASSIGN TO DISK 'FECHAPROC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-FPR-FS.
           05 FST-VIGENCIADESDE        PIC 9(08).
           05 FST-PORCENTAJE           PIC 9(02)V9(02).

       FD ESTADOSCTA.
       COPY FSECT.

       FD FECHAPROC.
       COPY FSFECHA.


       COPY FSFECHAVAR.

       COPY FSECTVAR.

       01 VARIABLES.
           05 WSV-FECHA-SISTEMA        PIC 9(08).
           05 WSV-TASA                 PIC 9(02)V9(02) VALUE 0.
           05 WSA-TOTALANTERIOR        PIC 9(17)V9(02) VALUE 0.
           05 WSA-TOTALINTERES         PIC 9(15)V9(02) VALUE 0.
           05 WSA-TOTALNUEVO           PIC 9(17)V9(02) VALUE 0.
           05 WSA-CERRADAS             PIC 9(03)       VALUE 0.

       01 SWITCHES.
           05 WSS-FS-CUENTAS           PIC X(02).
           SET WS-LOG-FIN TO TRUE
           MOVE WSV-CANTCUENTAS TO WS-LOG-LEIDOS
           MOVE WSV-CANTCUENTAS TO WS-LOG-GRABADOS
           MOVE WSA-CERRADAS    TO WS-LOG-RECHAZADOS
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.


      *****************************************************************
      * APLICA LA TASA A CADA CUENTA Y EMITE EL INFORME DE            *
      * ACREDITACION: SALDO ANTERIOR, INTERES Y SALDO NUEVO. LAS      *
      * CUENTAS CERRADAS (CIERCTA-09-FL) NO RECIBEN INTERES: SE       *
      * REGRABAN SIN CAMBIOS Y SE LISTAN COMO OMITIDAS.               *
      *****************************************************************
       300000-ACREDITAR-INTERESES.
           MOVE WSV-TASA TO WSM-TASA
           DISPLAY "(VIGENTE DESDE " WSV-MEJORVIGENCIA ")"
           DISPLAY "***************************************************"

           MOVE 0 TO WSA-CERRADAS
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCUENTAS
              MOVE WST-CTA-NRO(WSI-I) TO WS-ECT-NROCUENTA
              PERFORM 9700-ESTADO-CUENTA
              IF WS-ECT-CERRADA
                 ADD 1 TO WSA-CERRADAS
                 DISPLAY "CUENTA " WST-CTA-NRO(WSI-I)
                         " CERRADA: OMITIDA, SIN INTERES"
              ELSE
                 COMPUTE WSV-INTERES ROUNDED =
                         WST-CTA-MONTO(WSI-I) * WSV-TASA / 100
                 MOVE WST-CTA-MONTO(WSI-I) TO WSM-ANTERIOR
                 ADD WST-CTA-MONTO(WSI-I)  TO WSA-TOTALANTERIOR
                 ADD WSV-INTERES           TO WSA-TOTALINTERES
                 ADD WSV-INTERES           TO WST-CTA-MONTO(WSI-I)
                 ADD WST-CTA-MONTO(WSI-I)  TO WSA-TOTALNUEVO
                 MOVE WSV-INTERES          TO WSM-INTERES
                 MOVE WST-CTA-MONTO(WSI-I) TO WSM-NUEVO
                 DISPLAY "CUENTA " WST-CTA-NRO(WSI-I)
                         " ANTERIOR " WSM-ANTERIOR
                         " INTERES " WSM-INTERES
                         " NUEVO " WSM-NUEVO
              END-IF
           END-PERFORM

           DISPLAY "---------------------------------------------------"
           DISPLAY "TOTAL INTERESES:         " WSM-TOTAL
           MOVE WSA-TOTALNUEVO    TO WSM-TOTAL
           DISPLAY "TOTAL SALDOS NUEVOS:     " WSM-TOTAL
           DISPLAY "CUENTAS CERRADAS OMITIDAS: " WSA-CERRADAS
           DISPLAY "***************************************************"
           .


       COPY FSFECHAPROC.

       COPY FSECTPROC.

       END PROGRAM INTERES-09-FL.
