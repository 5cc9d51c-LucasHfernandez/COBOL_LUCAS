      *          SE ENCOLAN CON FECHA DE VIGENCIA FUTURA Y LOS VALORES
      *          ANTERIORES QUEDAN COMO HISTORIA: NADIE TIENE QUE
      *          MADRUGAR A TIPEAR EL VALOR EL DIA QUE EMPIEZA A REGIR.
      *          TAMBIEN EL MONTO A PARTIR DEL CUAL UN DEBITO O UNA
      *          TRANSFERENCIA DE MOVIM-09-FL REQUIERE LA APROBACION
      *          DE UN SEGUNDO OPERADOR SUPERVISOR (UMBRALAUT.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-UMBRAL.

           SELECT UMBRALAUT ASSIGN TO DISK 'UMBRALAUT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-UMBRALAUT.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.
           05 FSU-MONTOMINIMO        PIC 9(15)V9(02).
           05 FSU-VIGENCIADESDE      PIC 9(08).

       FD UMBRALAUT.
       01 REG-UMBRALAUT.
           05 FSD-MONTOMAXIMO        PIC 9(15)V9(02).
           05 FSD-VIGENCIADESDE      PIC 9(08).

       FD PROCLOG.
       COPY FSLOG.

             88 WSS-FS-UMBRAL-OK                   VALUE '00'.
             88 WSS-FS-UMBRAL-EOF                  VALUE '10'.
             88 WSS-FS-UMBRAL-NOEXISTE             VALUE '35'.
           05 WSS-FS-UMBRALAUT        PIC X(02).
             88 WSS-FS-UMBRALAUT-OK                VALUE '00'.
             88 WSS-FS-UMBRALAUT-EOF               VALUE '10'.
             88 WSS-FS-UMBRALAUT-NOEXISTE          VALUE '35'.

       01 MASCARAS.
           05 WSM-MONTO              PIC Z(15),99.
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM UNTIL WSV-OPCION = 7
              DISPLAY "**************************************"
              DISPLAY "PARAMETROS CON VIGENCIA"
              DISPLAY "1 - LISTAR LIMITES (LIMITES.DAT)"
              DISPLAY "2 - ENCOLAR LIMITE CON VIGENCIA FUTURA"
              DISPLAY "3 - LISTAR UMBRALES (UMBRALSALDO.DAT)"
              DISPLAY "4 - ENCOLAR UMBRAL CON VIGENCIA FUTURA"
              DISPLAY "5 - LISTAR MONTOS DE DOBLE AUTORIZACION"
              DISPLAY "6 - ENCOLAR MONTO DE DOBLE AUTORIZACION"
              DISPLAY "7 - SALIR"
              DISPLAY "RESPUESTA: "
              ACCEPT WSV-OPCION

                    PERFORM 300000-LISTAR-UMBRALES
                 WHEN 4
                    PERFORM 400000-ENCOLAR-UMBRAL
                 WHEN 5
                    PERFORM 500000-LISTAR-UMBRALAUT
                 WHEN 6
                    PERFORM 600000-ENCOLAR-UMBRALAUT
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              CLOSE UMBRAL
           END-IF.

       500000-LISTAR-UMBRALAUT.
           OPEN INPUT UMBRALAUT
           IF NOT WSS-FS-UMBRALAUT-OK
              DISPLAY "NO HAY UMBRALAUT.DAT"
           ELSE
              DISPLAY "--------------------------------------"
              PERFORM UNTIL WSS-FS-UMBRALAUT-EOF
                 READ UMBRALAUT
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE FSD-MONTOMAXIMO TO WSM-MONTO
                       DISPLAY "DOBLE AUTORIZACION SOBRE " WSM-MONTO
                               " DESDE " FSD-VIGENCIADESDE
                 END-READ
              END-PERFORM
              CLOSE UMBRALAUT
              DISPLAY "--------------------------------------"
           END-IF.

      *****************************************************************
      * MONTO POR ENCIMA DEL CUAL UN DEBITO O UNA TRANSFERENCIA VA A  *
      * LA COLA DE APROBACION DE MOVIM-09-FL EN LUGAR DE APLICARSE.   *
      * CERO DESACTIVA EL CONTROL DESDE ESA VIGENCIA.                 *
      *****************************************************************
       600000-ENCOLAR-UMBRALAUT.
           DISPLAY "INGRESE MONTO DE DOBLE AUTORIZACION: "
           ACCEPT WSV-MONTO
           DISPLAY "INGRESE VIGENCIA DESDE (AAAAMMDD): "
           ACCEPT WSV-VIGENCIA

           IF WSV-VIGENCIA <= WSV-FECHA-SISTEMA
              DISPLAY "RECHAZADO: LA VIGENCIA DEBE SER FUTURA"
           ELSE
              OPEN EXTEND UMBRALAUT
              IF WSS-FS-UMBRALAUT-NOEXISTE
                 OPEN OUTPUT UMBRALAUT
              END-IF
              MOVE WSV-MONTO    TO FSD-MONTOMAXIMO
              MOVE WSV-VIGENCIA TO FSD-VIGENCIADESDE
              WRITE REG-UMBRALAUT
              IF NOT WSS-FS-UMBRALAUT-OK
                 DISPLAY "ERROR AL GRABAR UMBRALAUT.DAT"
                 DISPLAY "FILE STATUS " WSS-FS-UMBRALAUT
              ELSE
                 DISPLAY "MONTO ENCOLADO: RIGE DESDE " WSV-VIGENCIA
              END-IF
              CLOSE UMBRALAUT
           END-IF.

       COPY FSLOGPROC.

       END PROGRAM MANTPAR-09-FL.
