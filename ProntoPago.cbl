      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 15/09/2019
      * Purpose: DESCUENTO POR PRONTO PAGO: MANTIENE LOS PARAMETROS
      *          CON VIGENCIA (PRONTOPAGO.DAT: DIAS DE ANTICIPACION AL
      *          VENCIMIENTO Y PORCENTAJE, CON LAS MISMAS REGLAS DE
      *          VIGENCIA FUTURA QUE TASASIVA.DAT) Y EMITE EL INFORME
      *          MENSUAL DE DESCUENTOS OTORGADOS (DESCUENTOS.DAT,
      *          GRABADO POR PAGOS-09-FL AL COBRAR) PARA MEDIR LO QUE
      *          CUESTA EL INCENTIVO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRONTOP-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRONTOPAGO          ASSIGN TO DISK 'PRONTOPAGO.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PRONTOPAGO.

           SELECT DESCUENTOS          ASSIGN TO DISK 'DESCUENTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DESCUENTOS.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.

       DATA DIVISION.

       FILE SECTION.

      *****************************************************************
      * PRONTOPAGO.DAT: PARAMETROS DEL DESCUENTO CON VIGENCIA. RIGE   *
      * EL DE VIGENCIA MAS RECIENTE NO POSTERIOR A LA FECHA DE PAGO.  *
      * UNA CUOTA PAGADA ENTERA CON PPG-DIAS O MAS DIAS DE            *
      * ANTICIPACION AL VENCIMIENTO TIENE PPG-PORCENTAJE DE           *
      * DESCUENTO SOBRE SU IMPORTE.                                   *
      *****************************************************************
       FD PRONTOPAGO.
       01 REG-PRONTOPAGO.
          05 PPG-VIGENCIADESDE     PIC 9(08).
          05 PPG-DIAS              PIC 9(03).
          05 PPG-PORCENTAJE        PIC 9(02)V9(02).

      *****************************************************************
      * DESCUENTOS.DAT: UN REGISTRO POR DESCUENTO OTORGADO.           *
      * DSC-ESTADO: 'V' = VIGENTE (CUENTA COMO COBRADO EN LA CUOTA),  *
      * 'A' = ANULADO (SE ANULO O RECHAZO EL PAGO QUE LO GANO).       *
      *****************************************************************
       FD DESCUENTOS.
       01 REG-DESCUENTO.
          05 DSC-NOMBRE            PIC A(20).
          05 DSC-APELLIDO          PIC A(20).
          05 DSC-NUMERO-CUOTA      PIC 9(02).
          05 DSC-VENCIMIENTO       PIC 9(08).
          05 DSC-FECHAPAGO         PIC 9(08).
          05 DSC-FECHAPAGO-X REDEFINES DSC-FECHAPAGO.
             10 DSC-PERIODO        PIC X(06).
             10 DSC-DIA            PIC X(02).
          05 DSC-IMPORTECUOTA      PIC 9(06)V9(02).
          05 DSC-PORCENTAJE        PIC 9(02)V9(02).
          05 DSC-DESCUENTO         PIC 9(06)V9(02).
          05 DSC-COBRADO           PIC 9(06)V9(02).
          05 DSC-SESION            PIC 9(04).
          05 DSC-ESTADO            PIC X(01).

       FD PROCLOG.
       COPY FSLOG.

       WORKING-STORAGE SECTION.

       COPY FSLOGVAR.

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-VIGENCIA         PIC 9(08)       VALUE 0.
          05 WSV-DIAS             PIC 9(03)       VALUE 0.
          05 WSV-PORCENTAJE       PIC 9(02)V9(02) VALUE 0.
          05 WSV-MAXVIGENCIA      PIC 9(08)       VALUE 0.
          05 WSV-MEJORVIGENCIA    PIC 9(08)       VALUE 0.
          05 WSV-FECHA-SISTEMA    PIC 9(08)       VALUE 0.
          05 WSV-PERIODO          PIC X(06).
          05 WSV-COSTO            PIC 9(03)V9(02) VALUE 0.

       01 ACUMULADORES.
          05 WSA-DESCUENTOS       PIC 9(04)       VALUE 0.
          05 WSA-ANULADOS         PIC 9(04)       VALUE 0.
          05 WSA-TOTALCUOTAS      PIC 9(10)V9(02) VALUE 0.
          05 WSA-TOTALDESCUENTO   PIC 9(10)V9(02) VALUE 0.
          05 WSA-TOTALCOBRADO     PIC 9(10)V9(02) VALUE 0.

       01 SWITCHES.
          05 WSS-FS-PRONTOPAGO    PIC X(02).
            88 WSS-FS-PRONTOPAGO-OK               VALUE '00'.
            88 WSS-FS-PRONTOPAGO-EOF              VALUE '10'.
            88 WSS-FS-PRONTOPAGO-NOEXISTE         VALUE '35'.
          05 WSS-FS-DESCUENTOS    PIC X(02).
            88 WSS-FS-DESCUENTOS-OK               VALUE '00'.
            88 WSS-FS-DESCUENTOS-EOF              VALUE '10'.

       01 MASCARAS.
          05 WSM-PORCENTAJE       PIC Z9,99.
          05 WSM-COSTO            PIC ZZ9,99.
          05 WSM-IMPORTE          PIC Z(06),99.
          05 WSM-DESCUENTO        PIC Z(06),99.
          05 WSM-TOTAL            PIC Z(10),99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'PRONTOP-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM UNTIL WSV-OPCION = 4
              DISPLAY "**************************************"
              DISPLAY "DESCUENTO POR PRONTO PAGO"
              DISPLAY "1 - LISTAR PARAMETROS (PRONTOPAGO.DAT)"
              DISPLAY "2 - ENCOLAR PARAMETRO CON VIGENCIA FUTURA"
              DISPLAY "3 - INFORME MENSUAL DE DESCUENTOS OTORGADOS"
              DISPLAY "4 - SALIR"
              DISPLAY "RESPUESTA: "
              ACCEPT WSV-OPCION

              EVALUATE WSV-OPCION
                 WHEN 1
                    PERFORM 100000-LISTAR-PARAMETROS
                 WHEN 2
                    PERFORM 200000-ENCOLAR-PARAMETRO
                 WHEN 3
                    PERFORM 300000-INFORME-MENSUAL
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
           SET WS-LOG-FIN TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

      *****************************************************************
      * LISTA TODOS LOS PARAMETROS Y MARCA EL QUE RIGE HOY (EL DE     *
      * VIGENCIA MAS RECIENTE NO POSTERIOR A LA FECHA).               *
      *****************************************************************
       100000-LISTAR-PARAMETROS.
           MOVE 0 TO WSV-MEJORVIGENCIA
           OPEN INPUT PRONTOPAGO
           IF WSS-FS-PRONTOPAGO-OK
              PERFORM UNTIL WSS-FS-PRONTOPAGO-EOF
                 READ PRONTOPAGO
                    AT END
                       CONTINUE
                    NOT AT END
                       IF PPG-VIGENCIADESDE <= WSV-FECHA-SISTEMA
                          AND PPG-VIGENCIADESDE >= WSV-MEJORVIGENCIA
                          MOVE PPG-VIGENCIADESDE TO WSV-MEJORVIGENCIA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRONTOPAGO
              MOVE '00' TO WSS-FS-PRONTOPAGO
           END-IF

           OPEN INPUT PRONTOPAGO
           IF NOT WSS-FS-PRONTOPAGO-OK
              DISPLAY "NO HAY PARAMETROS DE PRONTO PAGO CARGADOS"
           ELSE
              DISPLAY "--------------------------------------"
              PERFORM UNTIL WSS-FS-PRONTOPAGO-EOF
                 READ PRONTOPAGO
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE PPG-PORCENTAJE TO WSM-PORCENTAJE
                       IF PPG-VIGENCIADESDE = WSV-MEJORVIGENCIA
                          DISPLAY "DESDE " PPG-VIGENCIADESDE
                                  " DIAS " PPG-DIAS
                                  " DESCUENTO " WSM-PORCENTAJE
                                  " % (VIGENTE HOY)"
                       ELSE
                          DISPLAY "DESDE " PPG-VIGENCIADESDE
                                  " DIAS " PPG-DIAS
                                  " DESCUENTO " WSM-PORCENTAJE " %"
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRONTOPAGO
              DISPLAY "--------------------------------------"
           END-IF.

      *****************************************************************
      * MISMAS REGLAS QUE LAS TASAS DE IVA: SOLO VIGENCIAS FUTURAS Y  *
      * POSTERIORES A LA ULTIMA ENCOLADA; LA HISTORIA NO SE BORRA.    *
      * UN PORCENTAJE 0 ES VALIDO: SUSPENDE EL DESCUENTO DESDE ESA    *
      * FECHA.                                                        *
      *****************************************************************
       200000-ENCOLAR-PARAMETRO.
           DISPLAY "INGRESE VIGENCIA DESDE (AAAAMMDD): "
           ACCEPT WSV-VIGENCIA
           DISPLAY "INGRESE DIAS DE ANTICIPACION AL VENCIMIENTO: "
           ACCEPT WSV-DIAS
           DISPLAY "INGRESE PORCENTAJE DE DESCUENTO (EJ 5,00): "
           ACCEPT WSV-PORCENTAJE

           MOVE 0 TO WSV-MAXVIGENCIA
           OPEN INPUT PRONTOPAGO
           IF WSS-FS-PRONTOPAGO-OK
              PERFORM UNTIL WSS-FS-PRONTOPAGO-EOF
                 READ PRONTOPAGO
                    AT END
                       CONTINUE
                    NOT AT END
                       IF PPG-VIGENCIADESDE > WSV-MAXVIGENCIA
                          MOVE PPG-VIGENCIADESDE TO WSV-MAXVIGENCIA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRONTOPAGO
           END-IF

           EVALUATE TRUE
              WHEN WSV-PORCENTAJE > 50
                 DISPLAY "RECHAZADO: EL PORCENTAJE NO PUEDE SUPERAR "
                         "EL 50 %"
              WHEN WSV-PORCENTAJE > 0 AND WSV-DIAS = 0
                 DISPLAY "RECHAZADO: INDIQUE LOS DIAS DE ANTICIPACION"
              WHEN WSV-VIGENCIA <= WSV-FECHA-SISTEMA
                 DISPLAY "RECHAZADO: LA VIGENCIA DEBE SER FUTURA"
              WHEN WSV-VIGENCIA <= WSV-MAXVIGENCIA
                 DISPLAY "RECHAZADO: YA HAY UNA VIGENCIA IGUAL O "
                         "POSTERIOR (" WSV-MAXVIGENCIA ")"
              WHEN OTHER
                 OPEN EXTEND PRONTOPAGO
                 IF WSS-FS-PRONTOPAGO-NOEXISTE
                    OPEN OUTPUT PRONTOPAGO
                 END-IF
                 MOVE WSV-VIGENCIA   TO PPG-VIGENCIADESDE
                 MOVE WSV-DIAS       TO PPG-DIAS
                 MOVE WSV-PORCENTAJE TO PPG-PORCENTAJE
                 WRITE REG-PRONTOPAGO
                 IF WSS-FS-PRONTOPAGO-OK
                    DISPLAY "PARAMETRO ENCOLADO: REGIRA DESDE "
                            WSV-VIGENCIA
                 ELSE
                    DISPLAY "ERROR AL GRABAR PRONTOPAGO.DAT"
                    DISPLAY "FILE STATUS " WSS-FS-PRONTOPAGO
                 END-IF
                 CLOSE PRONTOPAGO
           END-EVALUATE.

      *****************************************************************
      * DESCUENTOS OTORGADOS EN EL MES (POR FECHA DE PAGO). LOS       *
      * ANULADOS SE LISTAN PERO NO SUMAN: EL COSTO DEL INCENTIVO ES   *
      * LO DESCONTADO VIGENTE, TAMBIEN COMO PORCENTAJE DE LO QUE       *
      * VALIAN LAS CUOTAS COBRADAS CON DESCUENTO.                     *
      *****************************************************************
       300000-INFORME-MENSUAL.
           DISPLAY "INGRESE PERIODO (AAAAMM): "
           ACCEPT WSV-PERIODO
           MOVE 0 TO WSA-DESCUENTOS
           MOVE 0 TO WSA-ANULADOS
           MOVE 0 TO WSA-TOTALCUOTAS
           MOVE 0 TO WSA-TOTALDESCUENTO
           MOVE 0 TO WSA-TOTALCOBRADO
           OPEN INPUT DESCUENTOS
           IF NOT WSS-FS-DESCUENTOS-OK
              DISPLAY "NO HAY DESCUENTOS OTORGADOS"
           ELSE
              DISPLAY "---------------------------------------------"
              DISPLAY "DESCUENTOS POR PRONTO PAGO DEL PERIODO "
                      WSV-PERIODO
              DISPLAY "---------------------------------------------"
              PERFORM UNTIL WSS-FS-DESCUENTOS-EOF
                 READ DESCUENTOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF DSC-PERIODO = WSV-PERIODO
                          PERFORM 310000-MOSTRAR-DESCUENTO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DESCUENTOS
              DISPLAY "---------------------------------------------"
              DISPLAY "DESCUENTOS OTORGADOS:      " WSA-DESCUENTOS
              DISPLAY "DESCUENTOS ANULADOS:       " WSA-ANULADOS
              MOVE WSA-TOTALCUOTAS TO WSM-TOTAL
              DISPLAY "VALOR DE LAS CUOTAS:       " WSM-TOTAL
              MOVE WSA-TOTALCOBRADO TO WSM-TOTAL
              DISPLAY "TOTAL COBRADO:             " WSM-TOTAL
              MOVE WSA-TOTALDESCUENTO TO WSM-TOTAL
              DISPLAY "COSTO DEL DESCUENTO:       " WSM-TOTAL
              IF WSA-TOTALCUOTAS > 0
                 COMPUTE WSV-COSTO ROUNDED =
                         WSA-TOTALDESCUENTO * 100 / WSA-TOTALCUOTAS
                 MOVE WSV-COSTO TO WSM-COSTO
                 DISPLAY "COSTO SOBRE VALOR CUOTAS:  " WSM-COSTO " %"
              END-IF
              DISPLAY "---------------------------------------------"
           END-IF.

       310000-MOSTRAR-DESCUENTO.
           MOVE DSC-IMPORTECUOTA TO WSM-IMPORTE
           MOVE DSC-DESCUENTO    TO WSM-DESCUENTO
           MOVE DSC-PORCENTAJE   TO WSM-PORCENTAJE
           IF DSC-ESTADO = 'A'
              ADD 1 TO WSA-ANULADOS
              DISPLAY DSC-FECHAPAGO " "
                      FUNCTION TRIM(DSC-NOMBRE) " "
                      FUNCTION TRIM(DSC-APELLIDO)
                      " CUOTA " DSC-NUMERO-CUOTA
                      " DESCUENTO " WSM-DESCUENTO " (ANULADO)"
           ELSE
              ADD 1 TO WSA-DESCUENTOS
              ADD DSC-IMPORTECUOTA TO WSA-TOTALCUOTAS
              ADD DSC-DESCUENTO    TO WSA-TOTALDESCUENTO
              ADD DSC-COBRADO      TO WSA-TOTALCOBRADO
              DISPLAY DSC-FECHAPAGO " "
                      FUNCTION TRIM(DSC-NOMBRE) " "
                      FUNCTION TRIM(DSC-APELLIDO)
                      " CUOTA " DSC-NUMERO-CUOTA
                      " IMPORTE " WSM-IMPORTE
                      " " WSM-PORCENTAJE " %"
                      " DESCUENTO " WSM-DESCUENTO
           END-IF.

       COPY FSLOGPROC.

       END PROGRAM PRONTOP-09-FL.
