
       FD CRUZCLI.
       01 REG-CRUZCLI.
          05 CRZ-LEGAJO            PIC 9(06).
          05 CRZ-NOMBRE            PIC A(20).
          05 CRZ-APELLIDO          PIC A(20).

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

       01 REG-PAGO.
          05 PAG-NOMBRE            PIC A(20).
          05 PAG-APELLIDO          PIC A(20).
          05 PAG-NUMERO-CUOTA      PIC 9(02).
          05 PAG-FECHA             PIC 9(08).
          05 PAG-IMPORTE           PIC 9(06)V9(02).
          05 PAG-MEDIO             PIC X(01).
          05 PAG-SESION            PIC 9(04).


       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-LEGAJO           PIC 9(06)       VALUE 0.
          05 WSV-NOMBRE           PIC A(20).
          05 WSV-APELLIDO         PIC A(20).
          05 WSV-FECHA-HOY        PIC 9(08)       VALUE 0.
          05 WSV-PENDIENTE        PIC S9(08)V9(02) VALUE 0.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
            88 WSS-FS-PAGOS-EOF                   VALUE '10'.

       01 MASCARAS.
          05 WSM-DEUDA            PIC Z(08),99.
          05 WSM-TOTAL            PIC Z(08),99.

      *****************************************************************
      *****************************************************************
       01 TABLA-VINCULOS.
          05 WST-VINCULO          OCCURS 100 TIMES.
             10 VIN-LEGAJO        PIC 9(06).
             10 VIN-NOMBRE        PIC A(20).
             10 VIN-APELLIDO      PIC A(20).
             10 VIN-DEUDA         PIC 9(08)V9(02).
             10 VIN-PAGADO        PIC 9(08)V9(02).

       PROCEDURE DIVISION.

                       IF FSC-VENCIMIENTO < WSV-FECHA-HOY
                          AND FSC-ESTADO NOT = 'P'
                          AND FSC-ESTADO NOT = 'R'
                          AND FSC-ESTADO NOT = 'C'
                          PERFORM VARYING WSI-I FROM 1 BY 1
                                  UNTIL WSI-I > WSV-CANTVINCULOS
                             IF VIN-NOMBRE(WSI-I) = FSC-NOMBRE
