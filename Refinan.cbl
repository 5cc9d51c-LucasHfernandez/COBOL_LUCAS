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
          05 WSV-NOMBRE           PIC A(20).
          05 WSV-APELLIDO         PIC A(20).
          05 WSV-NUMERO-CUOTA     PIC 9(02).
          05 WSV-ENCONTRADO       PIC 9(01)       VALUE 0.
          05 WSV-POSICION         PIC 9(03)       VALUE 0.
          05 WSV-PENDIENTE        PIC 9(07)V9(02) VALUE 0.
          05 WSV-CANTNUEVAS       PIC 9(02)       VALUE 0.
          05 WSV-RECARGO          PIC 9(02)V9(02) VALUE 0.
          05 WSV-PRIMERVENC       PIC 9(08)       VALUE 0.
          05 WSV-VENC             PIC 9(08)       VALUE 0.
             10 WSV-VENC-MES      PIC 9(02).
             10 WSV-VENC-DIA      PIC 9(02).
          05 WSV-PLANNUEVO        PIC 9(02)       VALUE 0.
          05 WSV-MAXNROCUOTA      PIC 9(02)       VALUE 0.
          05 WSV-IMPNUEVA         PIC 9(06)V9(02) VALUE 0.
          05 WSV-IMPULTIMA        PIC 9(06)V9(02) VALUE 0.
          05 WSV-EXCEDE           PIC 9(01)       VALUE 0.
          05 WSV-CONFIRMA         PIC 9(01)       VALUE 0.
          05 WSV-FECHA-SISTEMA    PIC 9(08)       VALUE 0.
          05 WSV-TABLALLENA       PIC 9(01)       VALUE 0.
          05 WSC-ESTADO-PARCIAL   PIC X(01)       VALUE 'A'.
          05 WSC-ESTADO-PAGADA    PIC X(01)       VALUE 'P'.
          05 WSC-ESTADO-REFINAN   PIC X(01)       VALUE 'R'.
          05 WSC-ESTADO-CASTIGADA PIC X(01)       VALUE 'C'.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSI-N                PIC 9(02)       VALUE 0.
          05 WSV-CANTCUOTAS       PIC 9(03)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-TOTALPENDIENTE   PIC 9(08)V9(02) VALUE 0.
          05 WSA-TOTALREFIN       PIC 9(08)V9(02) VALUE 0.
          05 WSA-CANTCANCELADAS   PIC 9(02)       VALUE 0.

       01 SWITCHES.
            88 WSS-FS-NROCOTIZ-EOF                VALUE '10'.

       01 MASCARAS.
          05 WSM-PENDIENTE        PIC Z(07),99.
          05 WSM-TOTAL            PIC Z(08),99.
          05 WSM-IMPORTE          PIC Z(06),99.

       01 TABLA-CUOTAS.
          05 WST-CUOTA            OCCURS 200 TIMES.
             10 CUO-NOMBRE        PIC A(20).
             10 CUO-APELLIDO      PIC A(20).
             10 CUO-NRO           PIC 9(02).
             10 CUO-IMPORTE       PIC 9(06)V9(02).
             10 CUO-FECHA         PIC 9(08).
             10 CUO-VENCIMIENTO   PIC 9(08).
             10 CUO-MORA          PIC 9(06)V9(02).
             10 CUO-ESTADO        PIC X(01).
             10 CUO-PLANREF       PIC 9(02).
             10 CUO-PAGADO        PIC 9(07)V9(02).

       PROCEDURE DIVISION.

                 END-IF
                 IF CUO-ESTADO(WSI-I) NOT = WSC-ESTADO-PAGADA
                    AND CUO-ESTADO(WSI-I) NOT = WSC-ESTADO-REFINAN
                    AND CUO-ESTADO(WSI-I) NOT = WSC-ESTADO-CASTIGADA
                    COMPUTE WSV-PENDIENTE =
                            CUO-IMPORTE(WSI-I) + CUO-MORA(WSI-I)
                            - CUO-PAGADO(WSI-I)
       300000-ARMAR-PLAN-NUEVO.
           ADD 1 TO WSV-PLANNUEVO

           DISPLAY "CANTIDAD DE CUOTAS DEL PLAN NUEVO (1-24): "
           ACCEPT WSV-CANTNUEVAS
           IF WSV-CANTNUEVAS = 0 OR WSV-CANTNUEVAS > 24
              MOVE 1 TO WSV-CANTNUEVAS
           END-IF
           IF WSV-MAXNROCUOTA + WSV-CANTNUEVAS > 99
              DISPLAY "EL CLIENTE NO TIENE NUMERACION LIBRE PARA "
                      WSV-CANTNUEVAS " CUOTAS MAS"
           ELSE
           IF WSV-CANTCUOTAS + WSV-CANTNUEVAS > 200
              DISPLAY "CUOTAS.DAT NO ADMITE " WSV-CANTNUEVAS
                      " CUOTAS MAS: SE CANCELA SIN REGRABAR"
           ELSE
              DISPLAY "RECARGO DE REFINANCIACION (PORCENTAJE): "
              ACCEPT WSV-RECARGO
              COMPUTE WSA-TOTALREFIN =
                      WSA-TOTALPENDIENTE
                      + WSA-TOTALPENDIENTE * WSV-RECARGO / 100
      *****************************************************************
      * SI EL IMPORTE POR CUOTA NO ENTRA EN EL CAMPO DE CUOTAS.DAT EL *
      * PLAN SE RECHAZA: HAY QUE PEDIR MAS CUOTAS.                    *
      *****************************************************************
              MOVE 0 TO WSV-EXCEDE
              COMPUTE WSV-IMPNUEVA =
                      WSA-TOTALREFIN / WSV-CANTNUEVAS
                 ON SIZE ERROR
                    MOVE 1 TO WSV-EXCEDE
              END-COMPUTE
      *****************************************************************
      * EL AJUSTE DE REDONDEO VA EN LA ULTIMA CUOTA. SE CALCULA EN    *
      * DOS PASOS PORQUE ESTE COMPILADOR, CON DECIMAL-POINT IS COMMA, *
              COMPUTE WSV-IMPULTIMA = WSV-CANTNUEVAS - 1
              COMPUTE WSV-IMPULTIMA =
                      WSA-TOTALREFIN - WSV-IMPNUEVA * WSV-IMPULTIMA
                 ON SIZE ERROR
                    MOVE 1 TO WSV-EXCEDE
              END-COMPUTE

              MOVE WSA-TOTALREFIN TO WSM-TOTAL
              DISPLAY "TOTAL CON RECARGO: " WSM-TOTAL
              IF WSV-EXCEDE = 1
                 DISPLAY "EL IMPORTE POR CUOTA SUPERA EL MAXIMO DE "
                         "CUOTAS.DAT: AUMENTE LA CANTIDAD DE CUOTAS"
              ELSE
                 DISPLAY "CONFIRMA LA REFINANCIACION? (SI = 1 NO = 2)"
                 ACCEPT WSV-CONFIRMA
                 IF WSV-CONFIRMA = 1
                    PERFORM 310000-CANCELAR-PENDIENTES
                    PERFORM 320000-AGREGAR-CUOTAS-NUEVAS
                    PERFORM 400000-REGRABAR-CUOTAS
                    DISPLAY "REFINANCIACION APLICADA: PLAN "
                            WSV-PLANNUEVO " CON " WSV-CANTNUEVAS
                            " CUOTAS (SE CANCELARON "
                            WSA-CANTCANCELADAS " PENDIENTES)"
                 ELSE
                    DISPLAY "REFINANCIACION CANCELADA POR EL OPERADOR"
                 END-IF
              END-IF
           END-IF
           END-IF.

       310000-CANCELAR-PENDIENTES.
                 AND CUO-APELLIDO(WSI-I) = WSV-APELLIDO
                 AND CUO-ESTADO(WSI-I) NOT = WSC-ESTADO-PAGADA
                 AND CUO-ESTADO(WSI-I) NOT = WSC-ESTADO-REFINAN
                 AND CUO-ESTADO(WSI-I) NOT = WSC-ESTADO-CASTIGADA
                 MOVE WSC-ESTADO-REFINAN TO CUO-ESTADO(WSI-I)
                 MOVE WSV-PLANNUEVO      TO CUO-PLANREF(WSI-I)
                 ADD 1 TO WSA-CANTCANCELADAS
           END-IF.

      *****************************************************************
      * COTIZACION: IMPRIME ESCENARIOS DE PLAN (2, 3, 5, 12 Y 24      *
      * CUOTAS, EL TOPE DEL PLAN) CON EL MISMO CALCULO DE RECARGO Y   *
      * REDONDEO QUE LA REFINANCIACION REAL, SIN TOCAR CUOTAS.DAT.    *
      * CADA COTIZACION SALE NUMERADA EN COTIZREF.DAT PARA QUE EL     *
           PERFORM 520000-COTIZAR-ESCENARIO
           MOVE 5 TO WSV-CANTNUEVAS
           PERFORM 520000-COTIZAR-ESCENARIO
           MOVE 12 TO WSV-CANTNUEVAS
           PERFORM 520000-COTIZAR-ESCENARIO
           MOVE 24 TO WSV-CANTNUEVAS
           PERFORM 520000-COTIZAR-ESCENARIO

           MOVE 'LA COTIZACION NO COMPROMETE NI MODIFICA EL PLAN.'
                TO WSV-LINEA
           COMPUTE WSA-TOTALREFIN =
                   WSA-TOTALPENDIENTE
                   + WSA-TOTALPENDIENTE * WSV-RECARGO / 100
           MOVE 0 TO WSV-EXCEDE
           COMPUTE WSV-IMPNUEVA =
                   WSA-TOTALREFIN / WSV-CANTNUEVAS
              ON SIZE ERROR
                 MOVE 1 TO WSV-EXCEDE
           END-COMPUTE
           COMPUTE WSV-IMPULTIMA = WSV-CANTNUEVAS - 1
           COMPUTE WSV-IMPULTIMA =
                   WSA-TOTALREFIN - WSV-IMPNUEVA * WSV-IMPULTIMA
              ON SIZE ERROR
                 MOVE 1 TO WSV-EXCEDE
           END-COMPUTE

           MOVE '-----------------------------------------------------'
                TO WSV-LINEA
                  DELIMITED BY SIZE INTO WSV-LINEA
           PERFORM 530000-GRABAR-LINEA-COTIZ

           IF WSV-EXCEDE = 1
              MOVE '   IMPORTE POR CUOTA SUPERIOR AL MAXIMO ADMITIDO'
                   TO WSV-LINEA
              PERFORM 530000-GRABAR-LINEA-COTIZ
              MOVE 0 TO WSV-CANTNUEVAS
           END-IF

           MOVE WSV-PRIMERVENC TO WSV-VENC
           PERFORM VARYING WSI-N FROM 1 BY 1
                   UNTIL WSI-N > WSV-CANTNUEVAS
