      *          UN DEBITO MAS EN MOVIMIENTOS.DAT (CON COMPROBANTE) Y
      *          SE SUMA AL DESCUBIERTO USADO. MOVIM-09-FL ADMITE
      *          DEBITOS DENTRO DEL LIMITE LEYENDO ESTOS ARCHIVOS.
      *          NO SE DAN ACUERDOS SOBRE CUENTAS CERRADAS (VER
      *          CIERCTA-09-FL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-LIQDESC.

           SELECT ESTADOSCTA ASSIGN TO DISK 'ESTADOSCTA.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-ECT-FS.

           SELECT CERROJOS  ASSIGN TO DISK 'CERROJOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-CER-FS.
           05 LIQ-CUENTAS              PIC 9(03).
           05 LIQ-INTERES              PIC 9(13)V9(02).

       FD ESTADOSCTA.
       COPY FSECT.

       FD CERROJOS.
       COPY FSLOCK.


       COPY FSLOCKVAR.

       COPY FSECTVAR.

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-NROCUENTA        PIC X(08).
              ACCEPT WSV-VIGDESDE
              DISPLAY "INGRESE VIGENCIA HASTA (AAAAMMDD): "
              ACCEPT WSV-VIGHASTA
              MOVE WSV-NROCUENTA TO WS-ECT-NROCUENTA
              PERFORM 9700-ESTADO-CUENTA

              EVALUATE TRUE
                 WHEN WS-ECT-CERRADA
                    DISPLAY "LA CUENTA " WSV-NROCUENTA " ESTA CERRADA"
                 WHEN WSV-LIMITE = 0
                    DISPLAY "EL LIMITE NO PUEDE SER CERO"
                 WHEN WSV-VIGHASTA < WSV-VIGDESDE

       COPY FSLOGPROC.

       COPY FSECTPROC.

       COPY FSLOCKPROC.

       END PROGRAM ACUERDOS-09-FL.
