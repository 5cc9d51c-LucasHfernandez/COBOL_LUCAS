      *          SE INFORMAN (NO SE PIERDEN EN SILENCIO) Y LOS DADOS
      *          DE BAJA NO SE FACTURAN. EL LOTE SIGUE EL CIRCUITO DE
      *          SIEMPRE: VALLOTE-09-FL LO DEPURA Y PROG01 LO FACTURA.
      *          EL ARANCEL ADMITE HASTA 24 CUOTAS DE HASTA
      *          999.999,99 Y LA COLA SUMA HASTA 13 DIGITOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 REG-INSCRIPTO.
          05 INS-PERIODO           PIC X(06).
          05 INS-MATERIA           PIC 9(02).
          05 INS-LEGAJO            PIC 9(06).
          05 INS-NOMBRE            PIC A(20).
          05 INS-APELLIDO          PIC A(20).
          05 INS-ESTADO            PIC X(01).

       FD CRUZCLI.
       01 REG-CRUZCLI.
          05 CRZ-LEGAJO            PIC 9(06).
          05 CRZ-NOMBRE            PIC A(20).
          05 CRZ-APELLIDO          PIC A(20).

       FD LOTE.
       01 REG-LOTE                 PIC X(438).

       FD PROCLOG.
       COPY FSLOG.
       COPY FSLOGVAR.

      *****************************************************************
      * VISTA DE TRABAJO DEL DETALLE DEL LOTE (EL MISMO LAYOUT DE 437 *
      * BYTES QUE CONSUMEN VALLOTE-09-FL Y PROG01, CORRIDO UN BYTE    *
      * POR EL TIPO DE REGISTRO EN LA COLUMNA 1).                     *
      *****************************************************************
          05 FSL-NOMBRE            PIC A(20).
          05 FSL-APELLIDO          PIC A(20).
          05 FSL-CODPRODUCTO       PIC X(03).
          05 FSL-CANTCUOTAS        PIC 9(02).
          05 FSL-CUOTAS            OCCURS 24 TIMES.
             10 FSL-IMPORTE        PIC 9(06)V9(02).
             10 FSL-VENCIMIENTO    PIC 9(08).
          05 FSL-CODCLIENTE        PIC 9(08).

       01 VARIABLES.
          05 WSV-PERIODO          PIC X(06).
          05 WSV-PRODUCTO         PIC X(03).
          05 WSV-CANTCUOTAS       PIC 9(02)       VALUE 0.
          05 WSV-IMPORTE          PIC 9(06)V9(02) VALUE 0.
          05 WSV-PRIMERVENC       PIC 9(08)       VALUE 0.
          05 WSV-VENC             PIC 9(08)       VALUE 0.
          05 WSV-VENC-X REDEFINES WSV-VENC.
          05 WSV-APELLIDO         PIC A(20).
          05 WSV-CRUCEHALLADO     PIC 9(01)       VALUE 0.
          05 WSV-YAPROCESADO      PIC 9(01)       VALUE 0.
          05 WSV-SUMA-ENTERA      PIC 9(13)       VALUE 0.
          05 WSV-CANT-ENTERA      PIC 9(06)       VALUE 0.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSI-C                PIC 9(02)       VALUE 0.
          05 WSV-CANTLEGAJOS      PIC 9(03)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-DETALLES         PIC 9(06)       VALUE 0.
          05 WSA-SUMAIMPORTES     PIC 9(11)V9(02) VALUE 0.
          05 WSA-SINCRUCE         PIC 9(03)       VALUE 0.

       01 SWITCHES.
      *****************************************************************
       01 TABLA-LEGAJOS.
          05 WST-LEGAJO           OCCURS 300 TIMES.
             10 LEG-LEGAJO        PIC 9(06).

       PROCEDURE DIVISION.

           IF WSV-PRODUCTO = SPACES
              MOVE 'GEN' TO WSV-PRODUCTO
           END-IF
           DISPLAY "CANTIDAD DE CUOTAS DEL ARANCEL (1-24): "
           ACCEPT WSV-CANTCUOTAS
           IF WSV-CANTCUOTAS = 0 OR WSV-CANTCUOTAS > 24
              MOVE 1 TO WSV-CANTCUOTAS
           END-IF
           DISPLAY "IMPORTE POR CUOTA: "
              MOVE WSA-DETALLES TO WSV-CANT-ENTERA
              MOVE WSV-CANT-ENTERA TO REG-LOTE(2:6)
              COMPUTE WSV-SUMA-ENTERA = WSA-SUMAIMPORTES * 100
              MOVE WSV-SUMA-ENTERA TO REG-LOTE(8:13)
              WRITE REG-LOTE

              CLOSE LOTE
              MOVE WSV-PRODUCTO TO FSL-CODPRODUCTO
              MOVE WSV-CANTCUOTAS TO FSL-CANTCUOTAS
              MOVE WSV-PRIMERVENC TO WSV-VENC
              PERFORM VARYING WSI-C FROM 1 BY 1 UNTIL WSI-C > 24
                 IF WSI-C <= WSV-CANTCUOTAS
                    MOVE WSV-IMPORTE TO FSL-IMPORTE(WSI-C)
                    MOVE WSV-VENC    TO FSL-VENCIMIENTO(WSI-C)

              MOVE SPACES TO REG-LOTE
              MOVE 'D' TO REG-LOTE(1:1)
              MOVE REGISTRO-LOTE TO REG-LOTE(2:437)
              WRITE REG-LOTE
              ADD 1 TO WSA-DETALLES
           END-IF.
