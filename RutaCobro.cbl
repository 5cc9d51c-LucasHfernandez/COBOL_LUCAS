      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 18/10/2019
      * Purpose: HOJA DE RUTA DEL COBRADOR DE CALLE: PARA UNA FECHA
      *          Y UN COBRADOR DE COBRADORES.DAT (COBRAD-09-FL) LISTA
      *          EN HOJARUTA.DAT LOS CLIENTES QUE TIENE ASIGNADOS EN
      *          ASIGCOB.DAT (VALE LA ULTIMA ASIGNACION DE CADA UNO),
      *          AGRUPADOS Y ORDENADOS POR LOCALIDAD Y CODIGO POSTAL
      *          DEL DOMICILIO VIGENTE DE DOMICILIOS.DAT. DE CADA
      *          CLIENTE SALEN LAS CUOTAS VENCIDAS Y LAS QUE VENCEN EN
      *          LA SEMANA (NETAS DE PAGOS.DAT) CON SU MORA, EL
      *          TELEFONO, LA PROMESA DE PAGO ACTIVA SI LA HAY
      *          (PROMESAS.DAT) Y UN RENGLON PARA ANOTAR EL RESULTADO
      *          DE LA VISITA. AL PIE VA EL TOTAL A COBRAR EN LA RUTA.
      *          LOS CLIENTES SIN DOMICILIO VIGENTE O CON EL DOMICILIO
      *          DEVUELTO POR EL CORREO SE LISTAN APARTE.
      *          SI LOS CLIENTES O CUOTAS DEL COBRADOR NO ENTRAN
      *          EN LA TABLA NO SE EMITE LA HOJA (CODIGO 8).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUTCOB-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COBRADORES ASSIGN TO DISK 'COBRADORES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-COBRAD.

           SELECT ASIGCOB    ASSIGN TO DISK 'ASIGCOB.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ASIGCOB.

           SELECT NOMBRES    ASSIGN TO DISK 'NOMBRES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-NOMBRES.

           SELECT DOMICILIOS ASSIGN TO DISK 'DOMICILIOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DOMICIL.

           SELECT CUOTAS     ASSIGN TO DISK 'CUOTAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CUOTAS.

           SELECT PAGOS      ASSIGN TO DISK 'PAGOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PAGOS.

           SELECT PROMESAS   ASSIGN TO DISK 'PROMESAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PROMESAS.

           SELECT INFORME    ASSIGN TO DISK 'HOJARUTA.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-INFORME.

           SELECT FECHAPROC ASSIGN TO DISK 'FECHAPROC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-FPR-FS.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.

       DATA DIVISION.

       FILE SECTION.

       FD COBRADORES.
       01 REG-COBRADOR.
          05 COB-CODIGO            PIC 9(03).
          05 COB-NOMBRE            PIC X(30).
          05 COB-COMISION          PIC 9(02)V9(02).
          05 COB-ESTADO            PIC X(01).

       FD ASIGCOB.
       01 REG-ASIGCOB.
          05 ASG-COBRADOR          PIC 9(03).
          05 ASG-NOMBRE            PIC A(20).
          05 ASG-APELLIDO          PIC A(20).

       FD NOMBRES.
       01 REG-NOMBRE.
          05 FSN-NOMBRE            PIC A(30).
          05 FSN-APELLIDO          PIC A(30).
          05 FSN-CUIT              PIC 9(11).
          05 FSN-ESTADO            PIC X(01).
          05 FSN-CUITREF           PIC 9(11).

      *****************************************************************
      * DOMICILIOS.DAT (DOMICIL-09-FL). DOM-INVALIDO 'S' = DEVUELTO   *
      * POR EL CORREO (DEVCOR-09-FL): NO SE MANDA AL COBRADOR.        *
      *****************************************************************
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
          05 DOM-INVALIDO          PIC X(01).
          05 DOM-MOTIVOINV         PIC X(02).
          05 DOM-FECHAINV          PIC 9(08).

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

      *****************************************************************
      * PROMESAS.DAT: PROMESAS DE PAGO DE PROMESA-09-FL. SOLO         *
      * INTERESA LA ACTIVA (PRM-ESTADO = 'A') DE CADA CLIENTE.        *
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

       FD INFORME.
       01 REG-INFORME              PIC X(100).

       FD FECHAPROC.
       COPY FSFECHA.

       FD PROCLOG.
       COPY FSLOG.

       WORKING-STORAGE SECTION.

       COPY FSLOGVAR.

       COPY FSFECHAVAR.

       01 VARIABLES.
          05 WSV-CODIGO           PIC 9(03)       VALUE 0.
          05 WSV-NOMBRECOB        PIC X(30)       VALUE SPACES.
          05 WSV-HALLADO          PIC 9(01)       VALUE 0.
          05 WSV-FECHA            PIC 9(08)       VALUE 0.
          05 WSV-FINSEMANA        PIC 9(08)       VALUE 0.
          05 WSV-POSICION         PIC 9(04)       VALUE 0.
          05 WSV-PENDIENTE        PIC S9(08)V9(02) VALUE 0.
          05 WSV-TIPOCUOTA        PIC X(10)       VALUE SPACES.
          05 WSV-CLIENTE          PIC X(42)       VALUE SPACES.
          05 WSV-LOCALIDAD        PIC X(20)       VALUE SPACES.
          05 WSV-SECCION          PIC X(01)       VALUE SPACES.
            88 WSV-SECCION-RUTA                   VALUE 'R'.
            88 WSV-SECCION-APARTE                 VALUE 'A'.
          05 WSV-TRUNCADO         PIC 9(01)       VALUE 0.
          05 WSV-AUXCLIENTE       PIC X(200)      VALUE SPACES.

       01 INDICES.
          05 WSI-I                PIC 9(04)       VALUE 0.
          05 WSI-J                PIC 9(04)       VALUE 0.
          05 WSI-C                PIC 9(04)       VALUE 0.
          05 WSV-CANTCLIENTES     PIC 9(04)       VALUE 0.
          05 WSV-CANTCUOTAS       PIC 9(04)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-ASIGNADOS        PIC 9(05)       VALUE 0.
          05 WSA-VISITAS          PIC 9(05)       VALUE 0.
          05 WSA-APARTE           PIC 9(05)       VALUE 0.
          05 WSA-SINDEUDA         PIC 9(05)       VALUE 0.
          05 WSA-CONPROMESA       PIC 9(05)       VALUE 0.
          05 WSA-VENCIDO          PIC 9(09)V9(02) VALUE 0.
          05 WSA-SEMANA           PIC 9(09)V9(02) VALUE 0.
          05 WSA-MORA             PIC 9(09)V9(02) VALUE 0.
          05 WSA-RUTA             PIC 9(09)V9(02) VALUE 0.
          05 WSA-DEUDAAPARTE      PIC 9(09)V9(02) VALUE 0.

       01 SWITCHES.
          05 WSS-FS-COBRAD        PIC X(02).
            88 WSS-FS-COBRAD-OK                   VALUE '00'.
            88 WSS-FS-COBRAD-EOF                  VALUE '10'.
          05 WSS-FS-ASIGCOB       PIC X(02).
            88 WSS-FS-ASIGCOB-OK                  VALUE '00'.
            88 WSS-FS-ASIGCOB-EOF                 VALUE '10'.
          05 WSS-FS-NOMBRES       PIC X(02).
            88 WSS-FS-NOMBRES-OK                  VALUE '00'.
            88 WSS-FS-NOMBRES-EOF                 VALUE '10'.
          05 WSS-FS-DOMICIL       PIC X(02).
            88 WSS-FS-DOMICIL-OK                  VALUE '00'.
            88 WSS-FS-DOMICIL-EOF                 VALUE '10'.
          05 WSS-FS-CUOTAS        PIC X(02).
            88 WSS-FS-CUOTAS-OK                   VALUE '00'.
            88 WSS-FS-CUOTAS-EOF                  VALUE '10'.
          05 WSS-FS-PAGOS         PIC X(02).
            88 WSS-FS-PAGOS-OK                    VALUE '00'.
            88 WSS-FS-PAGOS-EOF                   VALUE '10'.
          05 WSS-FS-PROMESAS      PIC X(02).
            88 WSS-FS-PROMESAS-OK                 VALUE '00'.
            88 WSS-FS-PROMESAS-EOF                VALUE '10'.
          05 WSS-FS-INFORME       PIC X(02).
            88 WSS-FS-INFORME-OK                  VALUE '00'.

       01 MASCARAS.
          05 WSM-IMPORTE          PIC Z(08)9,99.
          05 WSM-CANTIDAD         PIC Z(04)9.

      *****************************************************************
      * CLIENTES DEL COBRADOR. LA CLAVE (LOCALIDAD, CODIGO POSTAL,    *
      * APELLIDO Y NOMBRE) VA ADELANTE PARA ORDENAR LA RUTA.          *
      * CLI-DOMICILIO: 'V' VIGENTE, 'N' SIN DOMICILIO VIGENTE, 'D'    *
      * DEVUELTO POR EL CORREO.                                       *
      *****************************************************************
       01 TABLA-CLIENTES.
          05 WST-CLIENTE          OCCURS 1000 TIMES.
             10 CLI-CLAVE.
                15 CLI-LOCALIDAD  PIC X(20).
                15 CLI-CODPOSTAL  PIC X(08).
                15 CLI-APELLIDO   PIC A(20).
                15 CLI-NOMBRE     PIC A(20).
             10 CLI-COBRADOR      PIC 9(03).
             10 CLI-CUIT          PIC 9(11).
             10 CLI-DIRECCION     PIC X(30).
             10 CLI-TELEFONO      PIC X(15).
             10 CLI-DOMICILIO     PIC X(01).
             10 CLI-VENCIDO       PIC 9(08)V9(02).
             10 CLI-SEMANA        PIC 9(08)V9(02).
             10 CLI-MORA          PIC 9(08)V9(02).
             10 CLI-PROMIMPORTE   PIC 9(08)V9(02).
             10 CLI-PROMFECHA     PIC 9(08).

       01 TABLA-CUOTAS.
          05 WST-CUOTA            OCCURS 3000 TIMES.
             10 CUO-CLIENTE       PIC 9(04).
             10 CUO-NOMBRE        PIC A(20).
             10 CUO-APELLIDO      PIC A(20).
             10 CUO-NRO           PIC 9(02).
             10 CUO-IMPORTE       PIC 9(06)V9(02).
             10 CUO-VENCIMIENTO   PIC 9(08).
             10 CUO-MORA          PIC 9(06)V9(02).
             10 CUO-PAGADO        PIC 9(07)V9(02).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'RUTCOB-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           PERFORM 9300-LEER-FECHA-PROCESO
           INITIALIZE ACUMULADORES

           DISPLAY "CODIGO DE COBRADOR: "
           ACCEPT WSV-CODIGO
           PERFORM 050000-VERIFICAR-COBRADOR
           IF WSV-HALLADO = 0
              DISPLAY "EL COBRADOR NO EXISTE O ESTA DE BAJA"
              MOVE 4 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
              DISPLAY "FECHA DE LA RUTA (AAAAMMDD, 0 = FECHA DE "
                      "PROCESO): "
              ACCEPT WSV-FECHA
              IF WSV-FECHA = 0
                 MOVE WS-FPR-FECHA TO WSV-FECHA
              END-IF
              IF FUNCTION TEST-DATE-YYYYMMDD(WSV-FECHA) NOT = 0
                 DISPLAY "FECHA INVALIDA"
                 MOVE 4 TO RETURN-CODE
                 SET WS-LOG-TERMINO-ERROR TO TRUE
              ELSE
                 COMPUTE WSV-FINSEMANA =
                         FUNCTION DATE-OF-INTEGER(
                         FUNCTION INTEGER-OF-DATE(WSV-FECHA) + 6)
                 PERFORM 100000-CARGAR-ASIGNADOS
                 IF WSV-CANTCLIENTES = 0
                    DISPLAY "EL COBRADOR NO TIENE CLIENTES ASIGNADOS"
                 ELSE
                    PERFORM 110000-BUSCAR-CUIT
                    PERFORM 120000-BUSCAR-DOMICILIOS
                    PERFORM 200000-ORDENAR-RUTA
                    PERFORM 300000-CARGAR-CUOTAS
                    PERFORM 310000-NETEAR-PAGOS
                    PERFORM 320000-CALCULAR-DEUDA
                    PERFORM 330000-BUSCAR-PROMESAS
      *****************************************************************
      * UNA HOJA DE RUTA CON CLIENTES O CUOTAS DE MENOS NO SE EMITE.  *
      *****************************************************************
                    IF WSV-TRUNCADO = 1
                       DISPLAY "*** LOS CLIENTES O LAS CUOTAS DEL "
                               "COBRADOR SUPERAN LA TABLA: NO SE "
                               "EMITE LA HOJA DE RUTA ***"
                       MOVE 8 TO RETURN-CODE
                       SET WS-LOG-TERMINO-ERROR TO TRUE
                    ELSE
                       PERFORM 400000-GRABAR-HOJA
                    END-IF
                 END-IF
              END-IF
           END-IF
           SET WS-LOG-FIN TO TRUE
           MOVE WSA-ASIGNADOS TO WS-LOG-LEIDOS
           MOVE WSA-VISITAS   TO WS-LOG-GRABADOS
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

       050000-VERIFICAR-COBRADOR.
           MOVE 0 TO WSV-HALLADO
           OPEN INPUT COBRADORES
           IF WSS-FS-COBRAD-OK
              PERFORM UNTIL WSS-FS-COBRAD-EOF
                 READ COBRADORES
                    AT END
                       CONTINUE
                    NOT AT END
                       IF COB-CODIGO = WSV-CODIGO
                          AND COB-ESTADO = 'A'
                          MOVE 1 TO WSV-HALLADO
                          MOVE COB-NOMBRE TO WSV-NOMBRECOB
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COBRADORES
           END-IF.

      *****************************************************************
      * ASIGCOB.DAT SE AGREGA AL FINAL: SI UN CLIENTE SE REASIGNO,    *
      * VALE LA ULTIMA LINEA (MISMO CRITERIO QUE COBRAB-09-FL). SOLO  *
      * ENTRAN A LA TABLA LOS CLIENTES ASIGNADOS ALGUNA VEZ A ESTE    *
      * COBRADOR; LOS QUE DESPUES SE REASIGNARON A OTRO SE QUITAN AL  *
      * FINAL.                                                        *
      *****************************************************************
       100000-CARGAR-ASIGNADOS.
           MOVE 0 TO WSV-CANTCLIENTES
           OPEN INPUT ASIGCOB
           IF WSS-FS-ASIGCOB-OK
              PERFORM UNTIL WSS-FS-ASIGCOB-EOF
                 READ ASIGCOB
                    AT END
                       CONTINUE
                    NOT AT END
                       PERFORM 105000-UBICAR-ASIGNADO
                 END-READ
              END-PERFORM
              CLOSE ASIGCOB
           END-IF

           MOVE 0 TO WSI-J
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCLIENTES
              IF CLI-COBRADOR(WSI-I) = WSV-CODIGO
                 ADD 1 TO WSI-J
                 MOVE WST-CLIENTE(WSI-I) TO WST-CLIENTE(WSI-J)
              END-IF
           END-PERFORM
           MOVE WSI-J TO WSV-CANTCLIENTES
           MOVE WSV-CANTCLIENTES TO WSA-ASIGNADOS.

       105000-UBICAR-ASIGNADO.
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCLIENTES
              IF CLI-NOMBRE(WSI-I) = ASG-NOMBRE
                 AND CLI-APELLIDO(WSI-I) = ASG-APELLIDO
                 MOVE WSI-I TO WSV-POSICION
              END-IF
           END-PERFORM
           IF WSV-POSICION > 0
              MOVE ASG-COBRADOR TO CLI-COBRADOR(WSV-POSICION)
           ELSE
              IF ASG-COBRADOR = WSV-CODIGO
                 IF WSV-CANTCLIENTES < 1000
                    ADD 1 TO WSV-CANTCLIENTES
                    INITIALIZE WST-CLIENTE(WSV-CANTCLIENTES)
                    MOVE ASG-NOMBRE   TO CLI-NOMBRE(WSV-CANTCLIENTES)
                    MOVE ASG-APELLIDO TO CLI-APELLIDO(WSV-CANTCLIENTES)
                    MOVE ASG-COBRADOR TO CLI-COBRADOR(WSV-CANTCLIENTES)
                    MOVE 'N'          TO CLI-DOMICILIO(WSV-CANTCLIENTES)
                 ELSE
                    MOVE 1 TO WSV-TRUNCADO
                 END-IF
              END-IF
           END-IF.

       110000-BUSCAR-CUIT.
           OPEN INPUT NOMBRES
           IF WSS-FS-NOMBRES-OK
              PERFORM UNTIL WSS-FS-NOMBRES-EOF
                 READ NOMBRES
                    AT END
                       CONTINUE
                    NOT AT END
                       IF FSN-CUIT IS NUMERIC
                          AND FSN-ESTADO NOT = 'D'
                          PERFORM VARYING WSI-C FROM 1 BY 1
                                  UNTIL WSI-C > WSV-CANTCLIENTES
                             IF FUNCTION TRIM(CLI-NOMBRE(WSI-C)) =
                                FUNCTION TRIM(FSN-NOMBRE)
                                AND FUNCTION TRIM(CLI-APELLIDO(WSI-C))
                                  = FUNCTION TRIM(FSN-APELLIDO)
                                MOVE FSN-CUIT TO CLI-CUIT(WSI-C)
                             END-IF
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE NOMBRES
           END-IF.

      *****************************************************************
      * DOMICILIO VIGENTE ('A') DE CADA CLIENTE. SI ESTA DEVUELTO POR *
      * EL CORREO SE GUARDA IGUAL PARA INFORMARLO EN LA LISTA APARTE. *
      *****************************************************************
       120000-BUSCAR-DOMICILIOS.
           OPEN INPUT DOMICILIOS
           IF WSS-FS-DOMICIL-OK
              PERFORM UNTIL WSS-FS-DOMICIL-EOF
                 READ DOMICILIOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF DOM-ESTADO = 'A'
                          PERFORM 125000-DOMICILIO-CLIENTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DOMICILIOS
           END-IF.

       125000-DOMICILIO-CLIENTE.
           PERFORM VARYING WSI-C FROM 1 BY 1
                   UNTIL WSI-C > WSV-CANTCLIENTES
              IF CLI-CUIT(WSI-C) > 0
                 AND CLI-CUIT(WSI-C) = DOM-CUIT
                 MOVE DOM-DIRECCION TO CLI-DIRECCION(WSI-C)
                 MOVE DOM-LOCALIDAD TO CLI-LOCALIDAD(WSI-C)
                 MOVE DOM-CODPOSTAL TO CLI-CODPOSTAL(WSI-C)
                 MOVE DOM-TELEFONO  TO CLI-TELEFONO(WSI-C)
                 IF DOM-INVALIDO = 'S'
                    MOVE 'D' TO CLI-DOMICILIO(WSI-C)
                 ELSE
                    MOVE 'V' TO CLI-DOMICILIO(WSI-C)
                 END-IF
              END-IF
           END-PERFORM.

      *****************************************************************
      * ORDENA LA RUTA POR LOCALIDAD, CODIGO POSTAL, APELLIDO Y       *
      * NOMBRE (BURBUJA).                                             *
      *****************************************************************
       200000-ORDENAR-RUTA.
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCLIENTES
              PERFORM VARYING WSI-J FROM 1 BY 1
                      UNTIL WSI-J > WSV-CANTCLIENTES - WSI-I
                 IF CLI-CLAVE(WSI-J) > CLI-CLAVE(WSI-J + 1)
                    MOVE WST-CLIENTE(WSI-J)     TO WSV-AUXCLIENTE
                    MOVE WST-CLIENTE(WSI-J + 1) TO WST-CLIENTE(WSI-J)
                    MOVE WSV-AUXCLIENTE TO WST-CLIENTE(WSI-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

      *****************************************************************
      * CUOTAS NO PAGADAS, REFINANCIADAS NI CASTIGADAS DE LOS         *
      * CLIENTES DE LA RUTA QUE YA VENCIERON O VENCEN HASTA EL FIN DE *
      * LA SEMANA (FECHA DE LA RUTA MAS SEIS DIAS).                   *
      *****************************************************************
       300000-CARGAR-CUOTAS.
           MOVE 0 TO WSV-CANTCUOTAS
           OPEN INPUT CUOTAS
           IF WSS-FS-CUOTAS-OK
              PERFORM UNTIL WSS-FS-CUOTAS-EOF
                 READ CUOTAS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF FSC-ESTADO NOT = 'P'
                          AND FSC-ESTADO NOT = 'R'
                          AND FSC-ESTADO NOT = 'C'
                          AND FSC-VENCIMIENTO NOT > WSV-FINSEMANA
                          PERFORM 305000-CUOTA-DE-LA-RUTA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUOTAS
           END-IF.

       305000-CUOTA-DE-LA-RUTA.
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSI-C FROM 1 BY 1
                   UNTIL WSI-C > WSV-CANTCLIENTES
              IF CLI-NOMBRE(WSI-C) = FSC-NOMBRE
                 AND CLI-APELLIDO(WSI-C) = FSC-APELLIDO
                 MOVE WSI-C TO WSV-POSICION
              END-IF
           END-PERFORM
           IF WSV-POSICION > 0
              IF WSV-CANTCUOTAS < 3000
                 ADD 1 TO WSV-CANTCUOTAS
                 MOVE WSV-POSICION     TO CUO-CLIENTE(WSV-CANTCUOTAS)
                 MOVE FSC-NOMBRE       TO CUO-NOMBRE(WSV-CANTCUOTAS)
                 MOVE FSC-APELLIDO     TO CUO-APELLIDO(WSV-CANTCUOTAS)
                 MOVE FSC-NUMERO-CUOTA TO CUO-NRO(WSV-CANTCUOTAS)
                 MOVE FSC-IMPORTE      TO CUO-IMPORTE(WSV-CANTCUOTAS)
                 MOVE FSC-VENCIMIENTO  TO
                                       CUO-VENCIMIENTO(WSV-CANTCUOTAS)
                 MOVE FSC-MORA         TO CUO-MORA(WSV-CANTCUOTAS)
                 MOVE 0                TO CUO-PAGADO(WSV-CANTCUOTAS)
              ELSE
                 MOVE 1 TO WSV-TRUNCADO
              END-IF
           END-IF.

       310000-NETEAR-PAGOS.
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

       320000-CALCULAR-DEUDA.
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCUOTAS
              COMPUTE WSV-PENDIENTE = CUO-IMPORTE(WSI-I)
                      + CUO-MORA(WSI-I) - CUO-PAGADO(WSI-I)
              IF WSV-PENDIENTE > 0
                 MOVE CUO-CLIENTE(WSI-I) TO WSI-C
                 ADD CUO-MORA(WSI-I) TO CLI-MORA(WSI-C)
                 IF CUO-VENCIMIENTO(WSI-I) < WSV-FECHA
                    ADD WSV-PENDIENTE TO CLI-VENCIDO(WSI-C)
                 ELSE
                    ADD WSV-PENDIENTE TO CLI-SEMANA(WSI-C)
                 END-IF
              END-IF
           END-PERFORM.

       330000-BUSCAR-PROMESAS.
           OPEN INPUT PROMESAS
           IF WSS-FS-PROMESAS-OK
              PERFORM UNTIL WSS-FS-PROMESAS-EOF
                 READ PROMESAS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF PRM-ESTADO = 'A'
                          PERFORM VARYING WSI-C FROM 1 BY 1
                                  UNTIL WSI-C > WSV-CANTCLIENTES
                             IF CLI-NOMBRE(WSI-C) = PRM-NOMBRE
                                AND CLI-APELLIDO(WSI-C) = PRM-APELLIDO
                                MOVE PRM-IMPORTE TO
                                              CLI-PROMIMPORTE(WSI-C)
                                MOVE PRM-FECHAPROMESA TO
                                              CLI-PROMFECHA(WSI-C)
                             END-IF
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PROMESAS
           END-IF.

      *****************************************************************
      * HOJA DE RUTA: PRIMERO LOS CLIENTES A VISITAR, CORTANDO POR    *
      * LOCALIDAD; DESPUES, APARTE, LOS QUE NO TIENEN UN DOMICILIO    *
      * VALIDO (SE GESTIONAN POR TELEFONO). LOS CLIENTES SIN NADA A   *
      * COBRAR EN LA SEMANA SOLO SE CUENTAN.                          *
      *****************************************************************
       400000-GRABAR-HOJA.
           OPEN OUTPUT INFORME
           IF NOT WSS-FS-INFORME-OK
              DISPLAY "NO SE PUDO GENERAR HOJARUTA.DAT"
              DISPLAY "FILE STATUS " WSS-FS-INFORME
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
              MOVE ALL '=' TO REG-INFORME
              PERFORM 490000-GRABAR-LINEA
              MOVE SPACES TO REG-INFORME
              STRING 'HOJA DE RUTA DEL ' WSV-FECHA
                     ' - COBRADOR ' WSV-CODIGO ' '
                     FUNCTION TRIM(WSV-NOMBRECOB)
                     DELIMITED BY SIZE INTO REG-INFORME
              PERFORM 490000-GRABAR-LINEA
              MOVE SPACES TO REG-INFORME
              STRING 'CUOTAS VENCIDAS Y CON VENCIMIENTO HASTA EL '
                     WSV-FINSEMANA ', NETAS DE LOS PAGOS REGISTRADOS'
                     DELIMITED BY SIZE INTO REG-INFORME
              PERFORM 490000-GRABAR-LINEA
              MOVE ALL '=' TO REG-INFORME
              PERFORM 490000-GRABAR-LINEA

              SET WSV-SECCION-RUTA TO TRUE
              MOVE HIGH-VALUES TO WSV-LOCALIDAD
              PERFORM VARYING WSI-C FROM 1 BY 1
                      UNTIL WSI-C > WSV-CANTCLIENTES
                 EVALUATE TRUE
                    WHEN CLI-VENCIDO(WSI-C) + CLI-SEMANA(WSI-C) = 0
                       ADD 1 TO WSA-SINDEUDA
                    WHEN CLI-DOMICILIO(WSI-C) NOT = 'V'
                       ADD 1 TO WSA-APARTE
                    WHEN OTHER
                       IF CLI-LOCALIDAD(WSI-C) NOT = WSV-LOCALIDAD
                          MOVE CLI-LOCALIDAD(WSI-C) TO WSV-LOCALIDAD
                          MOVE SPACES TO REG-INFORME
                          PERFORM 490000-GRABAR-LINEA
                          STRING 'LOCALIDAD: '
                                 FUNCTION TRIM(CLI-LOCALIDAD(WSI-C))
                                 DELIMITED BY SIZE INTO REG-INFORME
                          PERFORM 490000-GRABAR-LINEA
                          PERFORM 405000-TITULO-CUOTAS
                       END-IF
                       ADD 1 TO WSA-VISITAS
                       ADD CLI-VENCIDO(WSI-C) TO WSA-VENCIDO
                       ADD CLI-SEMANA(WSI-C)  TO WSA-SEMANA
                       ADD CLI-MORA(WSI-C)    TO WSA-MORA
                       PERFORM 410000-BLOQUE-CLIENTE
                 END-EVALUATE
              END-PERFORM

              IF WSA-APARTE > 0
                 SET WSV-SECCION-APARTE TO TRUE
                 MOVE SPACES TO REG-INFORME
                 PERFORM 490000-GRABAR-LINEA
                 MOVE ALL '=' TO REG-INFORME
                 PERFORM 490000-GRABAR-LINEA
                 MOVE 'CLIENTES SIN DOMICILIO VALIDO: NO SE '
                      TO REG-INFORME
                 MOVE 'VISITAN, SE GESTIONAN POR TELEFONO'
                      TO REG-INFORME(38:)
                 PERFORM 490000-GRABAR-LINEA
                 PERFORM 405000-TITULO-CUOTAS
                 PERFORM VARYING WSI-C FROM 1 BY 1
                         UNTIL WSI-C > WSV-CANTCLIENTES
                    IF CLI-VENCIDO(WSI-C) + CLI-SEMANA(WSI-C) > 0
                       AND CLI-DOMICILIO(WSI-C) NOT = 'V'
                       ADD CLI-VENCIDO(WSI-C) TO WSA-DEUDAAPARTE
                       ADD CLI-SEMANA(WSI-C)  TO WSA-DEUDAAPARTE
                       PERFORM 410000-BLOQUE-CLIENTE
                    END-IF
                 END-PERFORM
              END-IF

              PERFORM 450000-RESUMEN-RUTA
              CLOSE INFORME
              DISPLAY "CLIENTES A VISITAR: " WSA-VISITAS
              MOVE WSA-RUTA TO WSM-IMPORTE
              DISPLAY "TOTAL A COBRAR EN LA RUTA: " WSM-IMPORTE
              DISPLAY "SIN DOMICILIO VALIDO (LISTADOS APARTE): "
                      WSA-APARTE
              DISPLAY "HOJA DE RUTA EN HOJARUTA.DAT"
           END-IF.

       405000-TITULO-CUOTAS.
           MOVE SPACES TO REG-INFORME
           MOVE 'IMPORTE'  TO REG-INFORME(46:7)
           MOVE 'MORA'     TO REG-INFORME(62:4)
           MOVE 'PAGADO'   TO REG-INFORME(73:6)
           MOVE 'A COBRAR' TO REG-INFORME(84:8)
           PERFORM 490000-GRABAR-LINEA.

      *****************************************************************
      * BLOQUE DE UN CLIENTE: DATOS DE CONTACTO, CUOTAS, PROMESA,     *
      * TOTAL Y EL RENGLON PARA EL RESULTADO DE LA VISITA.            *
      *****************************************************************
       410000-BLOQUE-CLIENTE.
           MOVE ALL '-' TO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE SPACES TO WSV-CLIENTE
           STRING FUNCTION TRIM(CLI-APELLIDO(WSI-C)) ', '
                  FUNCTION TRIM(CLI-NOMBRE(WSI-C))
                  DELIMITED BY SIZE INTO WSV-CLIENTE
           MOVE SPACES TO REG-INFORME
           IF CLI-CUIT(WSI-C) > 0
              STRING WSV-CLIENTE ' CUIT ' CLI-CUIT(WSI-C)
                     DELIMITED BY SIZE INTO REG-INFORME
           ELSE
              STRING WSV-CLIENTE ' (SIN CUIT EN NOMBRES.DAT)'
                     DELIMITED BY SIZE INTO REG-INFORME
           END-IF
           PERFORM 490000-GRABAR-LINEA
           EVALUATE CLI-DOMICILIO(WSI-C)
              WHEN 'V'
                 STRING 'DOMICILIO: '
                        FUNCTION TRIM(CLI-DIRECCION(WSI-C))
                        ' (CP ' FUNCTION TRIM(CLI-CODPOSTAL(WSI-C))
                        ')   TEL: ' CLI-TELEFONO(WSI-C)
                        DELIMITED BY SIZE INTO REG-INFORME
              WHEN 'D'
                 STRING 'DOMICILIO DEVUELTO POR EL CORREO: '
                        FUNCTION TRIM(CLI-DIRECCION(WSI-C))
                        '   TEL: ' CLI-TELEFONO(WSI-C)
                        DELIMITED BY SIZE INTO REG-INFORME
              WHEN OTHER
                 MOVE 'SIN DOMICILIO VIGENTE EN DOMICILIOS.DAT'
                      TO REG-INFORME
           END-EVALUATE
           PERFORM 490000-GRABAR-LINEA

           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCUOTAS
              IF CUO-CLIENTE(WSI-I) = WSI-C
                 PERFORM 420000-LINEA-CUOTA
              END-IF
           END-PERFORM

           IF CLI-PROMIMPORTE(WSI-C) > 0
              ADD 1 TO WSA-CONPROMESA
              MOVE CLI-PROMIMPORTE(WSI-C) TO WSM-IMPORTE
              STRING '  PROMESA DE PAGO ACTIVA: ' WSM-IMPORTE
                     ' PARA EL ' CLI-PROMFECHA(WSI-C)
                     DELIMITED BY SIZE INTO REG-INFORME
              PERFORM 490000-GRABAR-LINEA
           END-IF

           COMPUTE WSV-PENDIENTE = CLI-VENCIDO(WSI-C)
                                 + CLI-SEMANA(WSI-C)
           MOVE WSV-PENDIENTE TO WSM-IMPORTE
           MOVE '  TOTAL A COBRAR' TO REG-INFORME
           MOVE WSM-IMPORTE TO REG-INFORME(80:12)
           PERFORM 490000-GRABAR-LINEA
           IF WSV-SECCION-RUTA
              MOVE '  RESULTADO DE LA VISITA: ' TO REG-INFORME
              MOVE ALL '_' TO REG-INFORME(27:65)
           ELSE
              MOVE '  RESULTADO DEL LLAMADO: ' TO REG-INFORME
              MOVE ALL '_' TO REG-INFORME(26:66)
           END-IF
           PERFORM 490000-GRABAR-LINEA.

       420000-LINEA-CUOTA.
           COMPUTE WSV-PENDIENTE = CUO-IMPORTE(WSI-I)
                   + CUO-MORA(WSI-I) - CUO-PAGADO(WSI-I)
           IF WSV-PENDIENTE > 0
              IF CUO-VENCIMIENTO(WSI-I) < WSV-FECHA
                 MOVE 'VENCIDA' TO WSV-TIPOCUOTA
              ELSE
                 MOVE 'SEMANA'  TO WSV-TIPOCUOTA
              END-IF
              STRING '  CUOTA ' CUO-NRO(WSI-I)
                     ' VTO ' CUO-VENCIMIENTO(WSI-I) ' '
                     WSV-TIPOCUOTA
                     DELIMITED BY SIZE INTO REG-INFORME
              MOVE CUO-IMPORTE(WSI-I) TO WSM-IMPORTE
              MOVE WSM-IMPORTE TO REG-INFORME(41:12)
              MOVE CUO-MORA(WSI-I) TO WSM-IMPORTE
              MOVE WSM-IMPORTE TO REG-INFORME(54:12)
              MOVE CUO-PAGADO(WSI-I) TO WSM-IMPORTE
              MOVE WSM-IMPORTE TO REG-INFORME(67:12)
              MOVE WSV-PENDIENTE TO WSM-IMPORTE
              MOVE WSM-IMPORTE TO REG-INFORME(80:12)
              PERFORM 490000-GRABAR-LINEA
           END-IF.

       450000-RESUMEN-RUTA.
           COMPUTE WSA-RUTA = WSA-VENCIDO + WSA-SEMANA
           MOVE SPACES TO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE ALL '=' TO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE 'RESUMEN DE LA RUTA' TO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE WSA-ASIGNADOS TO WSM-CANTIDAD
           STRING 'CLIENTES ASIGNADOS:               ' WSM-CANTIDAD
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE WSA-VISITAS TO WSM-CANTIDAD
           STRING 'CLIENTES A VISITAR:               ' WSM-CANTIDAD
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE WSA-CONPROMESA TO WSM-CANTIDAD
           STRING 'CON PROMESA DE PAGO ACTIVA:       ' WSM-CANTIDAD
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE WSA-SINDEUDA TO WSM-CANTIDAD
           STRING 'SIN NADA A COBRAR EN LA SEMANA:   ' WSM-CANTIDAD
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE WSA-VENCIDO TO WSM-IMPORTE
           STRING 'VENCIDO:                          ' WSM-IMPORTE
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE WSA-SEMANA TO WSM-IMPORTE
           STRING 'VENCE EN LA SEMANA:               ' WSM-IMPORTE
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE WSA-MORA TO WSM-IMPORTE
           STRING '  (MORA INCLUIDA:                 ' WSM-IMPORTE
                  ')'
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE WSA-RUTA TO WSM-IMPORTE
           STRING 'TOTAL A COBRAR EN LA RUTA:        ' WSM-IMPORTE
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE WSA-APARTE TO WSM-CANTIDAD
           MOVE WSA-DEUDAAPARTE TO WSM-IMPORTE
           STRING 'SIN DOMICILIO VALIDO (APARTE):    ' WSM-CANTIDAD
                  ' CLIENTES POR ' WSM-IMPORTE
                  DELIMITED BY SIZE INTO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE 'FIRMA DEL COBRADOR: ____________________'
                TO REG-INFORME
           PERFORM 490000-GRABAR-LINEA
           MOVE ALL '=' TO REG-INFORME
           PERFORM 490000-GRABAR-LINEA.

       490000-GRABAR-LINEA.
           IF WSS-FS-INFORME-OK
              WRITE REG-INFORME
           END-IF
           MOVE SPACES TO REG-INFORME.

       COPY FSLOGPROC.

       COPY FSFECHAPROC.

       END PROGRAM RUTCOB-09-FL.
