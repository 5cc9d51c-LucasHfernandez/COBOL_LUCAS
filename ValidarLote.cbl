      *          LOTERECHAZOS.DAT CON UN CODIGO DE MOTIVO, PARA QUE UN
      *          REGISTRO ROTO NO SE DESCUBRA CON MEDIA CARTERA YA
      *          GRABADA EN CUOTAS.DAT.
      *          CADA RECHAZO (Y EL LOTE RECHAZADO ENTERO, COMO CRITICA)
      *          QUEDA ADEMAS EN LA BANDEJA DE EXCEPCIONES
      *          (EXCEPC-09-FL).
      *          CADA DETALLE ADMITE HASTA 24 CUOTAS DE HASTA
      *          999.999,99 (MOTIVO 02 SI PASA DE 24).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RECHAZOS.

           SELECT EXCEPCIONES ASSIGN TO DISK 'EXCEPCIONES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-EXC-FS.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.
      * CONTROL DE COMPLETITUD (CON AVISO).                           *
      *****************************************************************
       FD LOTE.
       01 REG-LOTE                 PIC X(438).

       FD ACEPTADOS.
       01 REG-ACEPTADO             PIC X(438).

      *****************************************************************
      * LOTERECHAZOS.DAT: MOTIVO + REGISTRO ORIGINAL COMPLETO, PARA   *
      * CORREGIR Y VOLVER A PRESENTAR. MOTIVOS: 01 = IMPORTE NO       *
      * NUMERICO O EN CERO, 02 = CANTIDAD DE CUOTAS INVALIDA (0 O     *
      * MAYOR A 24), 03 = VENCIMIENTO IMPOSIBLE, 04 = SIN NOMBRE.     *
      *****************************************************************
       FD RECHAZOS.
       01 REG-RECHAZO.
          05 RCH-MOTIVO            PIC X(02).
          05 RCH-REGISTRO          PIC X(438).

       FD EXCEPCIONES.
       COPY FSEXC.

       FD PROCLOG.
       COPY FSLOG.

       COPY FSLOGVAR.

       COPY FSEXCVAR.

       01 REGISTRO-LOTE.
          05 FSL-NOMBRE            PIC A(20).
          05 FSL-APELLIDO          PIC A(20).
          05 FSL-CODPRODUCTO       PIC X(03).
          05 FSL-CANTCUOTAS        PIC 9(02).
          05 FSL-CUOTAS            OCCURS 24 TIMES.
             10 FSL-IMPORTE        PIC 9(06)V9(02).
             10 FSL-VENCIMIENTO    PIC 9(08).
             10 FSL-VENC-X REDEFINES FSL-VENCIMIENTO.
                15 FSL-VENC-AÑO    PIC 9(04).
          05 WSV-FORMATO-NUEVO    PIC 9(01)       VALUE 0.
          05 WSV-LOTE-RECHAZADO   PIC 9(01)       VALUE 0.
          05 WSV-CANTDETALLES     PIC 9(06)       VALUE 0.
          05 WSV-SUMADETALLES     PIC 9(11)V9(02) VALUE 0.
          05 WSV-TRL-CANTIDAD     PIC 9(06)       VALUE 0.
          05 WSV-TRL-SUMA         PIC 9(11)V9(02) VALUE 0.
          05 WSV-HAYTRAILER       PIC 9(01)       VALUE 0.
          05 WSV-SUMAACEPTADA     PIC 9(11)V9(02) VALUE 0.
          05 WSV-SUMA-ENTERA      PIC 9(13)       VALUE 0.
          05 WSV-CANT-ENTERA      PIC 9(06)       VALUE 0.
          05 WSV-CABECERA         PIC X(438)      VALUE SPACES.

       01 VARIABLES.
          05 WSV-MOTIVO           PIC X(02)       VALUE SPACES.

       000000-CONTROL.
           MOVE 'VALLOTE-09-FL' TO WS-LOG-PROGRAMA
           MOVE 'VALLOTE-09-FL' TO WS-EXC-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           OPEN INPUT LOTE
                 CLOSE LOTE
                 DISPLAY "*** LOTE RECHAZADO ENTERO: LOS REGISTROS "
                         "DE CONTROL NO CIERRAN ***"
                 SET WS-EXC-CRITICA TO TRUE
                 MOVE 'CLIENTESLOTE.DAT' TO WS-EXC-CLAVE
                 MOVE 'LOTE RECHAZADO ENTERO: NO CIERRAN LOS CONTROLES'
                      TO WS-EXC-DESCRIPCION
                 PERFORM 9150-GRABAR-EXCEPCION
                 SET WS-LOG-FIN TO TRUE
                 MOVE WSA-LEIDOS TO WS-LOG-LEIDOS
                 MOVE WSA-ACEPTADOS TO WS-LOG-GRABADOS
                       EVALUATE REG-LOTE(1:1)
                          WHEN 'D'
                             ADD 1 TO WSV-CANTDETALLES
                             MOVE REG-LOTE(2:437) TO REGISTRO-LOTE
                             PERFORM VARYING WSI-C FROM 1 BY 1
                                     UNTIL WSI-C > FSL-CANTCUOTAS
                                        OR WSI-C > 24
                                IF FSL-IMPORTE(WSI-C) IS NUMERIC
                                   ADD FSL-IMPORTE(WSI-C) TO
                                       WSV-SUMADETALLES
                             IF REG-LOTE(2:6) IS NUMERIC
                                MOVE REG-LOTE(2:6) TO WSV-TRL-CANTIDAD
                             END-IF
                             IF REG-LOTE(8:13) IS NUMERIC
                                COMPUTE WSV-TRL-SUMA =
                                    FUNCTION NUMVAL(REG-LOTE(8:13))
                                    / 100
                             END-IF
                          WHEN OTHER
                 SET WSS-FS-LOTE-EOF TO TRUE
              ELSE
                 IF REG-LOTE(1:1) = 'D'
                    MOVE REG-LOTE(2:437) TO REGISTRO-LOTE
                    PERFORM 206000-CLASIFICAR-REGISTRO
                 END-IF
              END-IF
           ELSE
              MOVE REG-LOTE(1:437) TO REGISTRO-LOTE
              PERFORM 206000-CLASIFICAR-REGISTRO
           END-IF.

              IF WSV-FORMATO-NUEVO = 1
                 MOVE REG-LOTE TO REG-ACEPTADO
                 PERFORM VARYING WSI-C FROM 1 BY 1
                         UNTIL WSI-C > FSL-CANTCUOTAS OR WSI-C > 24
                    ADD FSL-IMPORTE(WSI-C) TO WSV-SUMAACEPTADA
                 END-PERFORM
              ELSE
              DISPLAY "RECHAZADO (MOTIVO " WSV-MOTIVO "): "
                      FUNCTION TRIM(FSL-NOMBRE) " "
                      FUNCTION TRIM(FSL-APELLIDO)
              SET WS-EXC-MEDIA TO TRUE
              MOVE FSL-APELLIDO TO WS-EXC-CLAVE
              STRING 'LOTE: RECHAZO MOTIVO ' WSV-MOTIVO ' DE '
                     FUNCTION TRIM(FSL-NOMBRE) ' '
                     FUNCTION TRIM(FSL-APELLIDO)
                     DELIMITED BY SIZE INTO WS-EXC-DESCRIPCION
              END-STRING
              PERFORM 9150-GRABAR-EXCEPCION
           END-IF.

      *****************************************************************
           MOVE WSA-ACEPTADOS TO WSV-CANT-ENTERA
           MOVE WSV-CANT-ENTERA TO REG-ACEPTADO(2:6)
           COMPUTE WSV-SUMA-ENTERA = WSV-SUMAACEPTADA * 100
           MOVE WSV-SUMA-ENTERA TO REG-ACEPTADO(8:13)
           WRITE REG-ACEPTADO.

      *****************************************************************
           IF WSV-MOTIVO = SPACES
              IF FSL-CANTCUOTAS NOT NUMERIC
                 OR FSL-CANTCUOTAS = 0
                 OR FSL-CANTCUOTAS > 24
                 MOVE '02' TO WSV-MOTIVO
              END-IF
           END-IF

       COPY FSLOGPROC.

       COPY FSEXCPROC.

       END PROGRAM VALLOTE-09-FL.
