      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 13/09/2019
      * Purpose: PROMESAS DE PAGO (PROMESAS.DAT): EL OPERADOR QUE
      *          GESTIONA LA MORA REGISTRA LA PROMESA DEL CLIENTE
      *          (CUOTAS QUE CUBRE, IMPORTE Y FECHA PROMETIDOS).
      *          MIENTRAS LA PROMESA ESTA ACTIVA, INTIMA-09-FL NO LE
      *          MANDA CARTA AL CLIENTE Y AGENCIA-09-FL NO LO ASIGNA.
      *          EL CONTROL DIARIO COTEJA CADA PROMESA ACTIVA CONTRA
      *          PAGOS.DAT Y LA MARCA CUMPLIDA O INCUMPLIDA, Y DEJA EN
      *          PROMLLAMAR.DAT LAS PROMESAS INCUMPLIDAS QUE TODAVIA
      *          NO TIENEN UNA NUEVA GESTION, PARA LA PROXIMA RONDA
      *          DE LLAMADOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMESA-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMESAS            ASSIGN TO DISK 'PROMESAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PROMESAS.

           SELECT CUOTAS              ASSIGN TO DISK 'CUOTAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CUOTAS.

           SELECT PAGOS               ASSIGN TO DISK 'PAGOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PAGOS.

           SELECT NOMBRES             ASSIGN TO DISK 'NOMBRES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-NOMBRES.

           SELECT DOMICILIOS          ASSIGN TO DISK 'DOMICILIOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DOMICILIOS.

           SELECT LLAMADOS            ASSIGN TO DISK 'PROMLLAMAR.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-LLAMADOS.

           SELECT FECHAPROC ASSIGN TO DISK 'FECHAPROC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-FPR-FS.

           SELECT CERROJOS  ASSIGN TO DISK 'CERROJOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-CER-FS.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.

       DATA DIVISION.

       FILE SECTION.

      *****************************************************************
      * PROMESAS.DAT: UNA PROMESA POR GESTION. CUBRE LAS CUOTAS       *
      * PRM-CUOTADESDE A PRM-CUOTAHASTA DEL CLIENTE. PRM-ESTADO: 'A'  *
      * = ACTIVA, 'C' = CUMPLIDA, 'I' = INCUMPLIDA, 'N' = ANULADA.    *
      * PRM-PAGADO ES LO QUE EL CONTROL DIARIO ENCONTRO PAGADO DE     *
      * ESAS CUOTAS ENTRE EL ALTA Y LA FECHA PROMETIDA.               *
      *****************************************************************
       FD PROMESAS.
       01 REG-PROMESA.
          05 PRM-NUMERO            PIC 9(04).
          05 PRM-NOMBRE            PIC A(20).
          05 PRM-APELLIDO          PIC A(20).
          05 PRM-CUOTADESDE        PIC 9(02).
          05 PRM-CUOTAHASTA        PIC 9(02).
          05 PRM-IMPORTE           PIC 9(08)V9(02).
          05 PRM-FECHAPROMESA      PIC 9(08).
          05 PRM-OPERADOR          PIC X(10).
          05 PRM-FECHAALTA         PIC 9(08).
          05 PRM-ESTADO            PIC X(01).
          05 PRM-FECHARESOL        PIC 9(08).
          05 PRM-PAGADO            PIC 9(08)V9(02).

       FD CUOTAS.
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

       FD PAGOS.
       01 REG-PAGO.
          05 PAG-NOMBRE            PIC A(20).
          05 PAG-APELLIDO          PIC A(20).
          05 PAG-NUMERO-CUOTA      PIC 9(02).
          05 PAG-FECHA             PIC 9(08).
          05 PAG-IMPORTE           PIC 9(06)V9(02).
          05 PAG-MEDIO             PIC X(01).
          05 PAG-SESION            PIC 9(04).
          05 PAG-COBRADOR          PIC 9(03).
          05 PAG-MONEDA            PIC X(03).
          05 PAG-IMPORTEORIG       PIC 9(08)V9(02).
          05 PAG-COTIZ             PIC 9(05)V9(04).

       FD NOMBRES.
       01 REG-NOMBRE.
          05 FSN-NOMBRE            PIC A(30).
          05 FSN-APELLIDO          PIC A(30).
          05 FSN-CUIT              PIC 9(11).
          05 FSN-ESTADO            PIC X(01).
          05 FSN-CUITREF           PIC 9(11).

       FD DOMICILIOS.
       01 REG-DOMICILIO.
          05 DOM-CUIT              PIC 9(11).
          05 DOM-DIRECCION         PIC X(30).
          05 DOM-LOCALIDAD         PIC X(20).
          05 DOM-CODPOSTAL         PIC X(08).
          05 DOM-TELEFONO          PIC X(15).
          05 DOM-EMAIL             PIC X(30).
          05 DOM-VIGDESDE          PIC 9(08).
          05 DOM-ESTADO            PIC X(01).

      *****************************************************************
      * PROMLLAMAR.DAT: LISTA DE LLAMADOS POR PROMESA INCUMPLIDA, SE  *
      * REGENERA EN CADA CONTROL DIARIO. LLA-SALDO ES LO QUE FALTO    *
      * PAGAR DE LO PROMETIDO.                                        *
      *****************************************************************
       FD LLAMADOS.
       01 REG-LLAMADO.
          05 LLA-NUMERO            PIC 9(04).
          05 LLA-NOMBRE            PIC A(20).
          05 LLA-APELLIDO          PIC A(20).
          05 LLA-TELEFONO          PIC X(15).
          05 LLA-FECHAPROMESA      PIC 9(08).
          05 LLA-IMPORTE           PIC 9(08)V9(02).
          05 LLA-SALDO             PIC 9(08)V9(02).
          05 LLA-OPERADOR          PIC X(10).

       FD FECHAPROC.
       COPY FSFECHA.

       FD CERROJOS.
       COPY FSLOCK.

       FD PROCLOG.
       COPY FSLOG.

       WORKING-STORAGE SECTION.

       COPY FSLOGVAR.

       COPY FSLOCKVAR.

       COPY FSFECHAVAR.

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-FECHA-SISTEMA    PIC 9(08)       VALUE 0.
          05 WSV-NOMBRE           PIC A(20).
          05 WSV-APELLIDO         PIC A(20).
          05 WSV-CUOTADESDE       PIC 9(02)       VALUE 0.
          05 WSV-CUOTAHASTA       PIC 9(02)       VALUE 0.
          05 WSV-IMPORTE          PIC 9(08)V9(02) VALUE 0.
          05 WSV-FECHAPROMESA     PIC 9(08)       VALUE 0.
          05 WSV-OPERADOR         PIC X(10).
          05 WSV-NUMERO           PIC 9(04)       VALUE 0.
          05 WSV-DEUDA            PIC 9(08)V9(02) VALUE 0.
          05 WSV-PENDIENTE        PIC S9(08)V9(02) VALUE 0.
          05 WSV-PAGADO           PIC 9(08)V9(02) VALUE 0.
          05 WSV-CUIT             PIC 9(11)       VALUE 0.
          05 WSV-TELEFONO         PIC X(15).
          05 WSV-POSICION         PIC 9(03)       VALUE 0.
          05 WSV-NUEVAGESTION     PIC 9(01)       VALUE 0.
          05 WSV-HUBOCAMBIOS      PIC 9(01)       VALUE 0.
          05 WSV-TABLALLENA       PIC 9(01)       VALUE 0.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSI-P                PIC 9(03)       VALUE 0.
          05 WSV-CANTPROMESAS     PIC 9(03)       VALUE 0.
          05 WSV-CANTCUOTAS       PIC 9(03)       VALUE 0.
          05 WSV-ULTNUMERO        PIC 9(04)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-CUMPLIDAS        PIC 9(03)       VALUE 0.
          05 WSA-INCUMPLIDAS      PIC 9(03)       VALUE 0.
          05 WSA-ACTIVAS          PIC 9(03)       VALUE 0.
          05 WSA-LLAMADOS         PIC 9(03)       VALUE 0.

       01 SWITCHES.
          05 WSS-FS-PROMESAS      PIC X(02).
            88 WSS-FS-PROMESAS-OK                 VALUE '00'.
            88 WSS-FS-PROMESAS-EOF                VALUE '10'.
          05 WSS-FS-CUOTAS        PIC X(02).
            88 WSS-FS-CUOTAS-OK                   VALUE '00'.
            88 WSS-FS-CUOTAS-EOF                  VALUE '10'.
          05 WSS-FS-PAGOS         PIC X(02).
            88 WSS-FS-PAGOS-OK                    VALUE '00'.
            88 WSS-FS-PAGOS-EOF                   VALUE '10'.
          05 WSS-FS-NOMBRES       PIC X(02).
            88 WSS-FS-NOMBRES-OK                  VALUE '00'.
            88 WSS-FS-NOMBRES-EOF                 VALUE '10'.
          05 WSS-FS-DOMICILIOS    PIC X(02).
            88 WSS-FS-DOMICILIOS-OK               VALUE '00'.
            88 WSS-FS-DOMICILIOS-EOF              VALUE '10'.
          05 WSS-FS-LLAMADOS      PIC X(02).
            88 WSS-FS-LLAMADOS-OK                 VALUE '00'.

       01 MASCARAS.
          05 WSM-IMPORTE          PIC Z(08),99.
          05 WSM-PAGADO           PIC Z(08),99.

       01 TABLA-PROMESAS.
          05 WST-PROMESA          OCCURS 200 TIMES.
             10 PRT-NUMERO        PIC 9(04).
             10 PRT-NOMBRE        PIC A(20).
             10 PRT-APELLIDO      PIC A(20).
             10 PRT-CUOTADESDE    PIC 9(02).
             10 PRT-CUOTAHASTA    PIC 9(02).
             10 PRT-IMPORTE       PIC 9(08)V9(02).
             10 PRT-FECHAPROMESA  PIC 9(08).
             10 PRT-OPERADOR      PIC X(10).
             10 PRT-FECHAALTA     PIC 9(08).
             10 PRT-ESTADO        PIC X(01).
             10 PRT-FECHARESOL    PIC 9(08).
             10 PRT-PAGADO        PIC 9(08)V9(02).

       01 TABLA-CUOTAS.
          05 WST-CUOTA            OCCURS 200 TIMES.
             10 CUO-NOMBRE        PIC A(20).
             10 CUO-APELLIDO      PIC A(20).
             10 CUO-NRO           PIC 9(02).
             10 CUO-IMPORTE       PIC 9(06)V9(02).
             10 CUO-MORA          PIC 9(06)V9(02).
             10 CUO-ESTADO        PIC X(01).
             10 CUO-PAGADO        PIC 9(07)V9(02).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'PROMESA-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
      *****************************************************************
      * EL ALTA Y EL CONTROL DIARIO REGRABAN PROMESAS.DAT: CON EL     *
      * CERROJO UNA OPERADORA NO PISA EL CONTROL QUE CORRE LA CADENA. *
      *****************************************************************
           MOVE 'PROMESA-09-FL' TO WS-CER-PROGRAMA
           MOVE 1 TO WS-CER-CANTARCH
           MOVE 'PROMESAS.DAT'  TO WS-CER-ARCHIVO(1)
           PERFORM 9200-TOMAR-CERROJOS
           IF WS-CER-DENEGADO = 1
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
              SET WS-LOG-FIN TO TRUE
              PERFORM 9100-GRABAR-PROCLOG
              STOP RUN
           END-IF
      *****************************************************************
      * LAS FECHAS DE ALTA Y DE RESOLUCION SON LA FECHA OPERATIVA DE  *
      * PROCESO, IGUAL QUE LOS PAGOS CONTRA LOS QUE SE COTEJA.        *
      *****************************************************************
           PERFORM 9300-LEER-FECHA-PROCESO
           MOVE WS-FPR-FECHA TO WSV-FECHA-SISTEMA
           PERFORM 100000-CARGAR-PROMESAS
      *****************************************************************
      * EL REGISTRO DE PROMESAS ACUMULA HISTORIA: SI SUPERA LA TABLA, *
      * REGRABARLO DESDE ELLA LO TRUNCARIA, ASI QUE LA CORRIDA SE     *
      * CANCELA SIN TOCAR NADA (AMPLIAR EL OCCURS ANTES DE            *
      * REINTENTAR).                                                  *
      *****************************************************************
           IF WSV-TABLALLENA = 1
              DISPLAY "PROMESAS.DAT SUPERA LA TABLA: SE CANCELA SIN "
                      "REGRABAR"
              MOVE 8 TO RETURN-CODE
           ELSE
           PERFORM UNTIL WSV-OPCION = 5
              DISPLAY "**************************************"
              DISPLAY "PROMESAS DE PAGO (PROMESAS.DAT)"
              DISPLAY "1 - REGISTRAR PROMESA DE PAGO"
              DISPLAY "2 - ANULAR PROMESA ACTIVA"
              DISPLAY "3 - LISTAR PROMESAS"
              DISPLAY "4 - CONTROL DIARIO CONTRA PAGOS.DAT"
              DISPLAY "5 - SALIR"
              DISPLAY "RESPUESTA: "
              ACCEPT WSV-OPCION

              EVALUATE WSV-OPCION
                 WHEN 1
                    PERFORM 200000-REGISTRAR-PROMESA
                 WHEN 2
                    PERFORM 300000-ANULAR-PROMESA
                 WHEN 3
                    PERFORM 400000-LISTAR-PROMESAS
                 WHEN 4
                    PERFORM 500000-CONTROL-DIARIO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
           IF WSV-HUBOCAMBIOS = 1
              PERFORM 600000-REGRABAR-PROMESAS
           END-IF
           END-IF
           PERFORM 9250-LIBERAR-CERROJOS
           SET WS-LOG-FIN TO TRUE
           MOVE WSV-CANTPROMESAS TO WS-LOG-LEIDOS
           COMPUTE WS-LOG-GRABADOS = WSA-CUMPLIDAS + WSA-INCUMPLIDAS
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

       100000-CARGAR-PROMESAS.
           MOVE 0 TO WSV-CANTPROMESAS
           OPEN INPUT PROMESAS
           IF WSS-FS-PROMESAS-OK
              PERFORM UNTIL WSS-FS-PROMESAS-EOF
                         OR WSV-CANTPROMESAS > 199
                 READ PROMESAS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTPROMESAS
                       MOVE REG-PROMESA TO
                                        WST-PROMESA(WSV-CANTPROMESAS)
                       IF PRM-NUMERO > WSV-ULTNUMERO
                          MOVE PRM-NUMERO TO WSV-ULTNUMERO
                       END-IF
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-PROMESAS-EOF
                 READ PROMESAS
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLALLENA
                 END-READ
              END-IF
              CLOSE PROMESAS
           END-IF.

      *****************************************************************
      * ALTA: EL CLIENTE DEBE TENER DEUDA PENDIENTE EN LAS CUOTAS QUE *
      * CUBRE LA PROMESA Y NO TENER OTRA PROMESA ACTIVA. LA FECHA     *
      * PROMETIDA NO PUEDE SER ANTERIOR A LA FECHA DE PROCESO.        *
      *****************************************************************
       200000-REGISTRAR-PROMESA.
           IF WSV-CANTPROMESAS >= 200
              DISPLAY "NO HAY MAS ESPACIO DE PROMESAS"
           ELSE
              DISPLAY "INGRESE NOMBRE DEL CLIENTE: "
              ACCEPT WSV-NOMBRE
              DISPLAY "INGRESE APELLIDO DEL CLIENTE: "
              ACCEPT WSV-APELLIDO

              MOVE 0 TO WSV-POSICION
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTPROMESAS
                 IF PRT-NOMBRE(WSI-I) = WSV-NOMBRE
                    AND PRT-APELLIDO(WSI-I) = WSV-APELLIDO
                    AND PRT-ESTADO(WSI-I) = 'A'
                    MOVE WSI-I TO WSV-POSICION
                 END-IF
              END-PERFORM
              IF WSV-POSICION > 0
                 DISPLAY "EL CLIENTE YA TIENE LA PROMESA "
                         PRT-NUMERO(WSV-POSICION) " ACTIVA"
              ELSE
                 DISPLAY "CUOTA DESDE: "
                 ACCEPT WSV-CUOTADESDE
                 DISPLAY "CUOTA HASTA: "
                 ACCEPT WSV-CUOTAHASTA
                 IF WSV-CUOTADESDE = 0
                    OR WSV-CUOTAHASTA < WSV-CUOTADESDE
                    DISPLAY "RANGO DE CUOTAS INVALIDO"
                 ELSE
                    PERFORM 210000-CALCULAR-DEUDA
                    IF WSV-DEUDA = 0
                       DISPLAY "EL CLIENTE NO TIENE DEUDA PENDIENTE "
                               "EN ESAS CUOTAS"
                    ELSE
                       MOVE WSV-DEUDA TO WSM-IMPORTE
                       DISPLAY "DEUDA PENDIENTE DE ESAS CUOTAS: "
                               WSM-IMPORTE
                       PERFORM 220000-COMPLETAR-ALTA
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      * DEUDA PENDIENTE DEL CLIENTE EN EL RANGO DE CUOTAS: IMPORTE    *
      * MAS MORA MENOS LO PAGADO, SOLO CUOTAS NO PAGADAS NI           *
      * REFINANCIADAS.                                                *
      *****************************************************************
       210000-CALCULAR-DEUDA.
           MOVE 0 TO WSV-DEUDA
           PERFORM 211000-CARGAR-CUOTAS
           PERFORM 212000-CARGAR-PAGOS
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCUOTAS
              IF CUO-ESTADO(WSI-I) NOT = 'P'
                 AND CUO-ESTADO(WSI-I) NOT = 'R'
                 COMPUTE WSV-PENDIENTE =
                         CUO-IMPORTE(WSI-I) + CUO-MORA(WSI-I)
                         - CUO-PAGADO(WSI-I)
                 IF WSV-PENDIENTE > 0
                    ADD WSV-PENDIENTE TO WSV-DEUDA
                 END-IF
              END-IF
           END-PERFORM.

       211000-CARGAR-CUOTAS.
           MOVE 0 TO WSV-CANTCUOTAS
           OPEN INPUT CUOTAS
           IF WSS-FS-CUOTAS-OK
              PERFORM UNTIL WSS-FS-CUOTAS-EOF OR WSV-CANTCUOTAS > 199
                 READ CUOTAS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF FSC-NOMBRE = WSV-NOMBRE
                          AND FSC-APELLIDO = WSV-APELLIDO
                          AND FSC-NUMERO-CUOTA >= WSV-CUOTADESDE
                          AND FSC-NUMERO-CUOTA <= WSV-CUOTAHASTA
                          ADD 1 TO WSV-CANTCUOTAS
                          MOVE FSC-NOMBRE       TO
                                          CUO-NOMBRE(WSV-CANTCUOTAS)
                          MOVE FSC-APELLIDO     TO
                                          CUO-APELLIDO(WSV-CANTCUOTAS)
                          MOVE FSC-NUMERO-CUOTA TO
                                          CUO-NRO(WSV-CANTCUOTAS)
                          MOVE FSC-IMPORTE      TO
                                          CUO-IMPORTE(WSV-CANTCUOTAS)
                          MOVE FSC-MORA         TO
                                          CUO-MORA(WSV-CANTCUOTAS)
                          MOVE FSC-ESTADO       TO
                                          CUO-ESTADO(WSV-CANTCUOTAS)
                          MOVE 0                TO
                                          CUO-PAGADO(WSV-CANTCUOTAS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUOTAS
           END-IF.

       212000-CARGAR-PAGOS.
           OPEN INPUT PAGOS
           IF WSS-FS-PAGOS-OK
              PERFORM UNTIL WSS-FS-PAGOS-EOF
                 READ PAGOS
                    AT END
                       CONTINUE
                    NOT AT END
                       PERFORM VARYING WSI-I FROM 1 BY 1
                               UNTIL WSI-I > WSV-CANTCUOTAS
                          IF CUO-NOMBRE(WSI-I) = PAG-NOMBRE
                             AND CUO-APELLIDO(WSI-I) = PAG-APELLIDO
                             AND CUO-NRO(WSI-I) = PAG-NUMERO-CUOTA
                             ADD PAG-IMPORTE TO CUO-PAGADO(WSI-I)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE PAGOS
           END-IF.

       220000-COMPLETAR-ALTA.
           DISPLAY "IMPORTE PROMETIDO: "
           ACCEPT WSV-IMPORTE
           DISPLAY "FECHA PROMETIDA DE PAGO (AAAAMMDD): "
           ACCEPT WSV-FECHAPROMESA
           IF WSV-IMPORTE = 0 OR WSV-IMPORTE > WSV-DEUDA
              DISPLAY "EL IMPORTE DEBE SER MAYOR A CERO Y NO SUPERAR "
                      "LA DEUDA PENDIENTE"
           ELSE
           IF FUNCTION TEST-DATE-YYYYMMDD(WSV-FECHAPROMESA) NOT = 0
              OR WSV-FECHAPROMESA < WSV-FECHA-SISTEMA
              DISPLAY "FECHA PROMETIDA INVALIDA O ANTERIOR A LA FECHA "
                      "DE PROCESO " WSV-FECHA-SISTEMA
           ELSE
              DISPLAY "OPERADOR QUE REGISTRA: "
              ACCEPT WSV-OPERADOR

              ADD 1 TO WSV-ULTNUMERO
              ADD 1 TO WSV-CANTPROMESAS
              MOVE WSV-ULTNUMERO     TO PRT-NUMERO(WSV-CANTPROMESAS)
              MOVE WSV-NOMBRE        TO PRT-NOMBRE(WSV-CANTPROMESAS)
              MOVE WSV-APELLIDO      TO PRT-APELLIDO(WSV-CANTPROMESAS)
              MOVE WSV-CUOTADESDE    TO
                                     PRT-CUOTADESDE(WSV-CANTPROMESAS)
              MOVE WSV-CUOTAHASTA    TO
                                     PRT-CUOTAHASTA(WSV-CANTPROMESAS)
              MOVE WSV-IMPORTE       TO PRT-IMPORTE(WSV-CANTPROMESAS)
              MOVE WSV-FECHAPROMESA  TO
                                     PRT-FECHAPROMESA(WSV-CANTPROMESAS)
              MOVE WSV-OPERADOR      TO PRT-OPERADOR(WSV-CANTPROMESAS)
              MOVE WSV-FECHA-SISTEMA TO
                                     PRT-FECHAALTA(WSV-CANTPROMESAS)
              MOVE 'A'               TO PRT-ESTADO(WSV-CANTPROMESAS)
              MOVE 0                 TO
                                     PRT-FECHARESOL(WSV-CANTPROMESAS)
              MOVE 0                 TO PRT-PAGADO(WSV-CANTPROMESAS)
              MOVE 1 TO WSV-HUBOCAMBIOS
              DISPLAY "PROMESA " WSV-ULTNUMERO " REGISTRADA: EL "
                      "CLIENTE NO SE INTIMA NI SE ASIGNA A LA AGENCIA "
                      "MIENTRAS ESTE ACTIVA"
           END-IF
           END-IF.

      *****************************************************************
      * ANULACION: SOLO UNA PROMESA ACTIVA (P.EJ. CARGADA POR ERROR). *
      * ANULADA, EL CLIENTE VUELVE AL CIRCUITO NORMAL DE MORA.        *
      *****************************************************************
       300000-ANULAR-PROMESA.
           DISPLAY "NUMERO DE PROMESA A ANULAR: "
           ACCEPT WSV-NUMERO
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTPROMESAS
              IF PRT-NUMERO(WSI-I) = WSV-NUMERO
                 AND PRT-ESTADO(WSI-I) = 'A'
                 MOVE WSI-I TO WSV-POSICION
              END-IF
           END-PERFORM
           IF WSV-POSICION = 0
              DISPLAY "NO HAY PROMESA ACTIVA CON ESE NUMERO"
           ELSE
              DISPLAY "OPERADOR QUE ANULA: "
              ACCEPT WSV-OPERADOR
              MOVE 'N'               TO PRT-ESTADO(WSV-POSICION)
              MOVE WSV-OPERADOR      TO PRT-OPERADOR(WSV-POSICION)
              MOVE WSV-FECHA-SISTEMA TO PRT-FECHARESOL(WSV-POSICION)
              MOVE 1 TO WSV-HUBOCAMBIOS
              DISPLAY "PROMESA " WSV-NUMERO " ANULADA"
           END-IF.

       400000-LISTAR-PROMESAS.
           DISPLAY "--------------------------------------"
           IF WSV-CANTPROMESAS = 0
              DISPLAY "NO HAY PROMESAS REGISTRADAS"
           ELSE
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTPROMESAS
                 MOVE PRT-IMPORTE(WSI-I) TO WSM-IMPORTE
                 DISPLAY PRT-ESTADO(WSI-I) " PROMESA "
                         PRT-NUMERO(WSI-I) " "
                         FUNCTION TRIM(PRT-NOMBRE(WSI-I)) " "
                         FUNCTION TRIM(PRT-APELLIDO(WSI-I))
                         " CUOTAS " PRT-CUOTADESDE(WSI-I)
                         "-" PRT-CUOTAHASTA(WSI-I)
                         " POR " WSM-IMPORTE
                         " AL " PRT-FECHAPROMESA(WSI-I)
                         " (" FUNCTION TRIM(PRT-OPERADOR(WSI-I)) ")"
              END-PERFORM
              DISPLAY "(A=ACTIVA C=CUMPLIDA I=INCUMPLIDA N=ANULADA)"
           END-IF
           DISPLAY "--------------------------------------".

      *****************************************************************
      * CONTROL DIARIO: PARA CADA PROMESA ACTIVA SUMA LOS PAGOS DE    *
      * LAS CUOTAS QUE CUBRE HECHOS DESDE EL ALTA HASTA LA FECHA      *
      * PROMETIDA. SI ALCANZAN LO PROMETIDO LA PROMESA SE CUMPLIO; SI *
      * NO ALCANZAN Y LA FECHA PROMETIDA YA PASO, SE INCUMPLIO; SI NO *
      * SIGUE ACTIVA. LUEGO REGENERA LA LISTA DE LLAMADOS.            *
      *****************************************************************
       500000-CONTROL-DIARIO.
           MOVE 0 TO WSA-CUMPLIDAS
           MOVE 0 TO WSA-INCUMPLIDAS
           MOVE 0 TO WSA-ACTIVAS
           PERFORM VARYING WSI-P FROM 1 BY 1
                   UNTIL WSI-P > WSV-CANTPROMESAS
              IF PRT-ESTADO(WSI-P) = 'A'
                 PERFORM 510000-VERIFICAR-PROMESA
              END-IF
           END-PERFORM
           DISPLAY "PROMESAS CUMPLIDAS HOY:   " WSA-CUMPLIDAS
           DISPLAY "PROMESAS INCUMPLIDAS HOY: " WSA-INCUMPLIDAS
           DISPLAY "PROMESAS QUE SIGUEN ACTIVAS: " WSA-ACTIVAS
           PERFORM 520000-LISTA-LLAMADOS.

       510000-VERIFICAR-PROMESA.
           MOVE 0 TO WSV-PAGADO
           OPEN INPUT PAGOS
           IF WSS-FS-PAGOS-OK
              PERFORM UNTIL WSS-FS-PAGOS-EOF
                 READ PAGOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF PAG-NOMBRE = PRT-NOMBRE(WSI-P)
                          AND PAG-APELLIDO = PRT-APELLIDO(WSI-P)
                          AND PAG-NUMERO-CUOTA >=
                              PRT-CUOTADESDE(WSI-P)
                          AND PAG-NUMERO-CUOTA <=
                              PRT-CUOTAHASTA(WSI-P)
                          AND PAG-FECHA >= PRT-FECHAALTA(WSI-P)
                          AND PAG-FECHA <= PRT-FECHAPROMESA(WSI-P)
                          ADD PAG-IMPORTE TO WSV-PAGADO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAGOS
           END-IF

           MOVE WSV-PAGADO TO PRT-PAGADO(WSI-P)
           MOVE PRT-IMPORTE(WSI-P) TO WSM-IMPORTE
           MOVE WSV-PAGADO TO WSM-PAGADO
           IF WSV-PAGADO >= PRT-IMPORTE(WSI-P)
              MOVE 'C' TO PRT-ESTADO(WSI-P)
              MOVE WSV-FECHA-SISTEMA TO PRT-FECHARESOL(WSI-P)
              MOVE 1 TO WSV-HUBOCAMBIOS
              ADD 1 TO WSA-CUMPLIDAS
              DISPLAY "CUMPLIDA:   PROMESA " PRT-NUMERO(WSI-P) " "
                      FUNCTION TRIM(PRT-NOMBRE(WSI-P)) " "
                      FUNCTION TRIM(PRT-APELLIDO(WSI-P))
                      " PAGO " WSM-PAGADO
           ELSE
              IF WSV-FECHA-SISTEMA > PRT-FECHAPROMESA(WSI-P)
                 MOVE 'I' TO PRT-ESTADO(WSI-P)
                 MOVE WSV-FECHA-SISTEMA TO PRT-FECHARESOL(WSI-P)
                 MOVE 1 TO WSV-HUBOCAMBIOS
                 ADD 1 TO WSA-INCUMPLIDAS
                 DISPLAY "INCUMPLIDA: PROMESA " PRT-NUMERO(WSI-P) " "
                         FUNCTION TRIM(PRT-NOMBRE(WSI-P)) " "
                         FUNCTION TRIM(PRT-APELLIDO(WSI-P))
                         " PROMETIO " WSM-IMPORTE
                         " PAGO " WSM-PAGADO
              ELSE
                 ADD 1 TO WSA-ACTIVAS
              END-IF
           END-IF.

      *****************************************************************
      * LISTA DE LLAMADOS: CADA PROMESA INCUMPLIDA CUYO CLIENTE NO    *
      * TIENE UNA PROMESA POSTERIOR (O SEA, QUE NADIE VOLVIO A        *
      * GESTIONAR), CON EL TELEFONO VIGENTE DE DOMICILIOS.DAT.        *
      *****************************************************************
       520000-LISTA-LLAMADOS.
           MOVE 0 TO WSA-LLAMADOS
           OPEN OUTPUT LLAMADOS
           IF NOT WSS-FS-LLAMADOS-OK
              DISPLAY "NO SE PUDO GENERAR PROMLLAMAR.DAT"
              DISPLAY "FILE STATUS " WSS-FS-LLAMADOS
           ELSE
              PERFORM VARYING WSI-P FROM 1 BY 1
                      UNTIL WSI-P > WSV-CANTPROMESAS
                 IF PRT-ESTADO(WSI-P) = 'I'
                    MOVE 0 TO WSV-NUEVAGESTION
                    PERFORM VARYING WSI-I FROM 1 BY 1
                            UNTIL WSI-I > WSV-CANTPROMESAS
                       IF PRT-NOMBRE(WSI-I) = PRT-NOMBRE(WSI-P)
                          AND PRT-APELLIDO(WSI-I) = PRT-APELLIDO(WSI-P)
                          AND PRT-NUMERO(WSI-I) > PRT-NUMERO(WSI-P)
                          MOVE 1 TO WSV-NUEVAGESTION
                       END-IF
                    END-PERFORM
                    IF WSV-NUEVAGESTION = 0
                       PERFORM 530000-GRABAR-LLAMADO
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE LLAMADOS
              DISPLAY "CLIENTES A LLAMAR EN PROMLLAMAR.DAT: "
                      WSA-LLAMADOS
           END-IF.

       530000-GRABAR-LLAMADO.
           MOVE PRT-NOMBRE(WSI-P)   TO WSV-NOMBRE
           MOVE PRT-APELLIDO(WSI-P) TO WSV-APELLIDO
           PERFORM 540000-BUSCAR-TELEFONO

           MOVE PRT-NUMERO(WSI-P)       TO LLA-NUMERO
           MOVE PRT-NOMBRE(WSI-P)       TO LLA-NOMBRE
           MOVE PRT-APELLIDO(WSI-P)     TO LLA-APELLIDO
           MOVE WSV-TELEFONO            TO LLA-TELEFONO
           MOVE PRT-FECHAPROMESA(WSI-P) TO LLA-FECHAPROMESA
           MOVE PRT-IMPORTE(WSI-P)      TO LLA-IMPORTE
           COMPUTE LLA-SALDO = PRT-IMPORTE(WSI-P) - PRT-PAGADO(WSI-P)
           MOVE PRT-OPERADOR(WSI-P)     TO LLA-OPERADOR
           WRITE REG-LLAMADO
           ADD 1 TO WSA-LLAMADOS.

      *****************************************************************
      * TELEFONO: CUIT DEL CLIENTE EN NOMBRES.DAT (MISMO CRITERIO QUE *
      * AGENCIA-09-FL) Y DOMICILIO VIGENTE DE ESE CUIT.               *
      *****************************************************************
       540000-BUSCAR-TELEFONO.
           MOVE 0 TO WSV-CUIT
           MOVE SPACES TO WSV-TELEFONO
           OPEN INPUT NOMBRES
           IF WSS-FS-NOMBRES-OK
              PERFORM UNTIL WSS-FS-NOMBRES-EOF
                 READ NOMBRES
                    AT END
                       CONTINUE
                    NOT AT END
                       IF FUNCTION TRIM(FSN-NOMBRE) =
                          FUNCTION TRIM(WSV-NOMBRE)
                          AND FUNCTION TRIM(FSN-APELLIDO) =
                          FUNCTION TRIM(WSV-APELLIDO)
                          AND FSN-CUIT IS NUMERIC
                          AND FSN-ESTADO NOT = 'D'
                          MOVE FSN-CUIT TO WSV-CUIT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE NOMBRES
           END-IF

           IF WSV-CUIT > 0
              OPEN INPUT DOMICILIOS
              IF WSS-FS-DOMICILIOS-OK
                 PERFORM UNTIL WSS-FS-DOMICILIOS-EOF
                    READ DOMICILIOS
                       AT END
                          CONTINUE
                       NOT AT END
                          IF DOM-CUIT = WSV-CUIT
                             AND DOM-ESTADO = 'A'
                             MOVE DOM-TELEFONO TO WSV-TELEFONO
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE DOMICILIOS
              END-IF
           END-IF.

       600000-REGRABAR-PROMESAS.
           OPEN OUTPUT PROMESAS
           IF WSS-FS-PROMESAS-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTPROMESAS
                 MOVE WST-PROMESA(WSI-I) TO REG-PROMESA
                 WRITE REG-PROMESA
              END-PERFORM
              CLOSE PROMESAS
           ELSE
              DISPLAY "ERROR AL REGRABAR PROMESAS.DAT"
              DISPLAY "FILE STATUS " WSS-FS-PROMESAS
           END-IF.

       COPY FSLOGPROC.

       COPY FSLOCKPROC.

       COPY FSFECHAPROC.

       END PROGRAM PROMESA-09-FL.
