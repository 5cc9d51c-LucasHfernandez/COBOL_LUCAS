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
          05 PAG-COBRADOR          PIC 9(03).
          05 WSV-PENDIENTE        PIC 9(08)V9(02) VALUE 0.
          05 WSV-ADEBITAR         PIC 9(08)V9(02) VALUE 0.
          05 WSV-RESTO            PIC 9(08)V9(02) VALUE 0.
          05 WSV-APLICA           PIC 9(06)V9(02) VALUE 0.
          05 WSV-POSMENOR         PIC 9(03)       VALUE 0.
          05 WSV-TABLALLENA       PIC 9(01)       VALUE 0.

       01 CONSTANTES.
          05 WSC-ESTADO-PAGADA    PIC X(01)       VALUE 'P'.
          05 WSC-ESTADO-REFINAN   PIC X(01)       VALUE 'R'.
          05 WSC-ESTADO-CASTIGADA PIC X(01)       VALUE 'C'.
          05 WSC-MAXIMPORTEPAGO   PIC 9(06)V9(02) VALUE 999999,99.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WST-CUOTA            OCCURS 200 TIMES.
             10 CUO-NOMBRE        PIC A(20).
             10 CUO-APELLIDO      PIC A(20).
             10 CUO-NRO           PIC 9(02).
             10 CUO-IMPORTE       PIC 9(06)V9(02).
             10 CUO-VENCIMIENTO   PIC 9(08).
             10 CUO-MORA          PIC 9(06)V9(02).
             10 CUO-ESTADO        PIC X(01).
             10 CUO-PAGADO        PIC 9(07)V9(02).
             10 CUO-IMPUTADA      PIC 9(01).

       01 TABLA-MANDATOS.
                 AND CUO-APELLIDO(WSI-I) = MAN-T-APELLIDO(WSI-M)
                 AND CUO-ESTADO(WSI-I) NOT = WSC-ESTADO-PAGADA
                 AND CUO-ESTADO(WSI-I) NOT = WSC-ESTADO-REFINAN
                 AND CUO-ESTADO(WSI-I) NOT = WSC-ESTADO-CASTIGADA
                 AND CUO-VENCIMIENTO(WSI-I) <= WSV-FECHA-SISTEMA
                 COMPUTE WSV-PENDIENTE =
                         CUO-IMPORTE(WSI-I) + CUO-MORA(WSI-I)
                         CUO-IMPORTE(WSV-POSMENOR)
                         + CUO-MORA(WSV-POSMENOR)
                         - CUO-PAGADO(WSV-POSMENOR)
                 IF WSV-PENDIENTE > WSC-MAXIMPORTEPAGO
                    MOVE WSC-MAXIMPORTEPAGO TO WSV-PENDIENTE
                 END-IF
                 IF WSV-RESTO >= WSV-PENDIENTE
                    MOVE WSV-PENDIENTE TO WSV-APLICA
                 ELSE
                 AND CUO-APELLIDO(WSI-I) = RSP-APELLIDO
                 AND CUO-ESTADO(WSI-I) NOT = WSC-ESTADO-PAGADA
                 AND CUO-ESTADO(WSI-I) NOT = WSC-ESTADO-REFINAN
                 AND CUO-ESTADO(WSI-I) NOT = WSC-ESTADO-CASTIGADA
                 AND CUO-IMPUTADA(WSI-I) = 0
                 COMPUTE WSV-PENDIENTE =
                         CUO-IMPORTE(WSI-I) + CUO-MORA(WSI-I)
