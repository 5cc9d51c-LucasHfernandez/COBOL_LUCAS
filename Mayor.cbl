      *          PRUEBAN QUE EL MAYOR BALANCEA) EN BALANCE.DAT. LA
      *          MAYORIZACION DE UN PERIODO ES REPETIBLE: PISA LO YA
      *          MAYORIZADO DE ESE PERIODO EN VEZ DE DUPLICARLO.
      *          EN LA MISMA PASADA ABRE LOS SALDOS POR CENTRO DE
      *          COSTO (OFICINA) EN MAYORCC.DAT, BASE DEL RESULTADO
      *          POR SUCURSAL (RESOFI-09-FL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MAYOR.

           SELECT MAYORCC             ASSIGN TO DISK 'MAYORCC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MAYORCC.

           SELECT BALANCE             ASSIGN TO DISK 'BALANCE.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-BALANCE.
           05 AVA-DEBEHABER            PIC X(01).
           05 AVA-CONCEPTO             PIC X(20).
           05 AVA-IMPORTE              PIC 9(15)V9(02).
           05 AVA-CENTROCOSTO          PIC X(03).

      *****************************************************************
      * MAYOR.DAT: ACUMULADO DE DEBE Y HABER POR CUENTA CONTABLE Y    *
          05 MAY-DEBE              PIC 9(15)V9(02).
          05 MAY-HABER             PIC 9(15)V9(02).

      *****************************************************************
      * MAYORCC.DAT: EL MISMO ACUMULADO ABIERTO POR CENTRO DE COSTO   *
      * (OFICINA DE OFICINAS.DAT; EN BLANCO = COMUN A TODAS).         *
      *****************************************************************
       FD MAYORCC.
       01 REG-MAYORCC.
          05 MCC-CUENTA            PIC X(08).
          05 MCC-PERIODO           PIC X(06).
          05 MCC-CENTRO            PIC X(03).
          05 MCC-DEBE              PIC 9(15)V9(02).
          05 MCC-HABER             PIC 9(15)V9(02).

       FD BALANCE.
       01 REG-BALANCE              PIC X(120).

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSV-CANTMAYOR        PIC 9(03)       VALUE 0.
          05 WSI-K                PIC 9(04)       VALUE 0.
          05 WSV-CANTMAYORCC      PIC 9(04)       VALUE 0.
          05 WSV-POSICIONCC       PIC 9(04)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-MAYORIZADOS      PIC 9(05)       VALUE 0.
          05 WSS-FS-MAYOR         PIC X(02).
            88 WSS-FS-MAYOR-OK                    VALUE '00'.
            88 WSS-FS-MAYOR-EOF                   VALUE '10'.
          05 WSS-FS-MAYORCC       PIC X(02).
            88 WSS-FS-MAYORCC-OK                  VALUE '00'.
            88 WSS-FS-MAYORCC-EOF                 VALUE '10'.
          05 WSS-FS-BALANCE       PIC X(02).
            88 WSS-FS-BALANCE-OK                  VALUE '00'.

             10 MYT-DEBE          PIC 9(15)V9(02).
             10 MYT-HABER         PIC 9(15)V9(02).

       01 TABLA-MAYORCC.
          05 WST-MAYORCC          OCCURS 1000 TIMES.
             10 MCT-CUENTA        PIC X(08).
             10 MCT-PERIODO       PIC X(06).
             10 MCT-CENTRO        PIC X(03).
             10 MCT-DEBE          PIC 9(15)V9(02).
             10 MCT-HABER         PIC 9(15)V9(02).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           PERFORM 100000-CARGAR-MAYOR
           PERFORM 110000-CARGAR-MAYORCC
      *****************************************************************
      * EL MAYOR CRECE UNA FILA POR CUENTA Y PERIODO: SI SUPERA LA    *
      * TABLA, REGRABARLO DESDE ELLA BORRARIA LOS SALDOS VIEJOS, ASI  *
      * ANTES DE REINTENTAR).                                         *
      *****************************************************************
           IF WSV-TABLALLENA = 1
              DISPLAY "MAYOR.DAT O MAYORCC.DAT SUPERA LA TABLA: SE "
                      "CANCELA SIN REGRABAR"
              MOVE 8 TO RETURN-CODE
           ELSE
           PERFORM UNTIL WSV-OPCION = 3
           END-PERFORM
           IF WSV-HUBOCAMBIOS = 1
              PERFORM 500000-REGRABAR-MAYOR
              PERFORM 510000-REGRABAR-MAYORCC
           END-IF
           END-IF
           SET WS-LOG-FIN TO TRUE
              CLOSE MAYOR
           END-IF.

       110000-CARGAR-MAYORCC.
           MOVE 0 TO WSV-CANTMAYORCC
           OPEN INPUT MAYORCC
           IF WSS-FS-MAYORCC-OK
              PERFORM UNTIL WSS-FS-MAYORCC-EOF
                         OR WSV-CANTMAYORCC > 999
                 READ MAYORCC
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTMAYORCC
                       MOVE REG-MAYORCC TO
                                       WST-MAYORCC(WSV-CANTMAYORCC)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-MAYORCC-EOF
                 READ MAYORCC
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLALLENA
                 END-READ
              END-IF
              CLOSE MAYORCC
           END-IF.

      *****************************************************************
      * MAYORIZA UN PERIODO: PRIMERO SE VACIAN LAS FILAS YA           *
      * MAYORIZADAS DE ESE PERIODO (CORRIDA REPETIBLE) Y DESPUES SE   *
                 MOVE 0 TO MYT-HABER(WSI-I)
              END-IF
           END-PERFORM
           PERFORM VARYING WSI-K FROM 1 BY 1
                   UNTIL WSI-K > WSV-CANTMAYORCC
              IF MCT-PERIODO(WSI-K) = WSV-PERIODO
                 MOVE 0 TO MCT-DEBE(WSI-K)
                 MOVE 0 TO MCT-HABER(WSI-K)
              END-IF
           END-PERFORM

           MOVE 0 TO WSA-MAYORIZADOS
           OPEN INPUT ASIVALID
                 ADD AVA-IMPORTE TO MYT-HABER(WSV-POSICION)
              END-IF
              ADD 1 TO WSA-MAYORIZADOS
           END-IF
           PERFORM 220000-ACUMULAR-CENTRO.

       220000-ACUMULAR-CENTRO.
           MOVE 0 TO WSV-POSICIONCC
           PERFORM VARYING WSI-K FROM 1 BY 1
                   UNTIL WSI-K > WSV-CANTMAYORCC
              IF MCT-CUENTA(WSI-K) = AVA-CUENTA
                 AND MCT-PERIODO(WSI-K) = WSV-PERIODO
                 AND MCT-CENTRO(WSI-K) = AVA-CENTROCOSTO
                 MOVE WSI-K TO WSV-POSICIONCC
              END-IF
           END-PERFORM
           IF WSV-POSICIONCC = 0
              IF WSV-CANTMAYORCC < 1000
                 ADD 1 TO WSV-CANTMAYORCC
                 MOVE AVA-CUENTA  TO MCT-CUENTA(WSV-CANTMAYORCC)
                 MOVE WSV-PERIODO TO MCT-PERIODO(WSV-CANTMAYORCC)
                 MOVE AVA-CENTROCOSTO TO MCT-CENTRO(WSV-CANTMAYORCC)
                 MOVE 0 TO MCT-DEBE(WSV-CANTMAYORCC)
                 MOVE 0 TO MCT-HABER(WSV-CANTMAYORCC)
                 MOVE WSV-CANTMAYORCC TO WSV-POSICIONCC
              ELSE
                 DISPLAY "EL MAYOR POR OFICINA SUPERA LA TABLA: "
                         "AMPLIAR EL OCCURS"
              END-IF
           END-IF
           IF WSV-POSICIONCC > 0
              IF AVA-DEBEHABER = 'D'
                 ADD AVA-IMPORTE TO MCT-DEBE(WSV-POSICIONCC)
              ELSE
                 ADD AVA-IMPORTE TO MCT-HABER(WSV-POSICIONCC)
              END-IF
           END-IF.

       250000-GRABAR-LINEA.
              DISPLAY "FILE STATUS " WSS-FS-MAYOR
           END-IF.

       510000-REGRABAR-MAYORCC.
           OPEN OUTPUT MAYORCC
           IF WSS-FS-MAYORCC-OK
              PERFORM VARYING WSI-K FROM 1 BY 1
                      UNTIL WSI-K > WSV-CANTMAYORCC
                 MOVE WST-MAYORCC(WSI-K) TO REG-MAYORCC
                 WRITE REG-MAYORCC
              END-PERFORM
              CLOSE MAYORCC
           ELSE
              DISPLAY "ERROR AL REGRABAR MAYORCC.DAT"
              DISPLAY "FILE STATUS " WSS-FS-MAYORCC
           END-IF.

       COPY FSLOGPROC.

       END PROGRAM MAYOR-09-FL.
