      *          REGISTRO GESTIONES.DAT, E IMPORTA EL RESULTADO
      *          MENSUAL DE LA AGENCIA (AGENRES.DAT) MARCANDO CADA
      *          DEUDA COMO GESTIONADA, COBRADA O INCOBRABLE PARA QUE
      *          LA DEUDA EN AGENCIA NO SE CUENTE DOS VECES. EL
      *          CLIENTE CON UNA PROMESA DE PAGO ACTIVA EN PROMESAS.DAT
      *          (PROMESA-09-FL) NO SE ASIGNA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-GESTIONES.

           SELECT PROMESAS            ASSIGN TO DISK 'PROMESAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PROMESAS.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.
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
          05 AGE-NOMBRE            PIC A(20).
          05 AGE-APELLIDO          PIC A(20).
          05 AGE-CUIT              PIC 9(11).
          05 AGE-NUMERO-CUOTA      PIC 9(02).
          05 AGE-VENCIMIENTO       PIC 9(08).
          05 AGE-IMPORTE           PIC 9(08)V9(02).
          05 AGE-ATRASO            PIC 9(05).
          05 GES-FECHARES          PIC 9(08).
          05 GES-RECUPERADO        PIC 9(08)V9(02).

      *****************************************************************
      * PROMESAS.DAT: PROMESAS DE PAGO DE PROMESA-09-FL. SOLO         *
      * INTERESA SI EL CLIENTE TIENE UNA ACTIVA (PRM-ESTADO = 'A').   *
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

       FD PROCLOG.
       COPY FSLOG.

          05 WSV-FECHA-SISTEMA    PIC 9(08)       VALUE 0.
          05 WSV-NOMBRE           PIC A(20).
          05 WSV-APELLIDO         PIC A(20).
          05 WSV-NUMERO-CUOTA     PIC 9(02).
          05 WSV-PENDIENTE        PIC 9(08)V9(02) VALUE 0.
          05 WSV-DIASATRASO       PIC S9(05)      VALUE 0.
          05 WSV-ENCONTRADO       PIC 9(01)       VALUE 0.
          05 WSV-APLICA           PIC 9(08)V9(02) VALUE 0.
          05 WSV-POSMENOR         PIC 9(03)       VALUE 0.
          05 WSV-GESTLLENAS       PIC 9(01)       VALUE 0.
          05 WSV-CONPROMESA       PIC 9(01)       VALUE 0.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSV-CANTCUOTAS       PIC 9(03)       VALUE 0.
          05 WSV-CANTMOROSOS      PIC 9(03)       VALUE 0.
          05 WSV-CANTGESTIONES    PIC 9(03)       VALUE 0.
          05 WSI-P                PIC 9(03)       VALUE 0.
          05 WSV-CANTPROMESAS     PIC 9(03)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-ASIGNADOS        PIC 9(03)       VALUE 0.
          05 WSS-FS-GESTIONES     PIC X(02).
            88 WSS-FS-GESTIONES-OK                VALUE '00'.
            88 WSS-FS-GESTIONES-EOF               VALUE '10'.
          05 WSS-FS-PROMESAS      PIC X(02).
            88 WSS-FS-PROMESAS-OK                 VALUE '00'.
            88 WSS-FS-PROMESAS-EOF                VALUE '10'.

       01 MASCARAS.
          05 WSM-DEUDA            PIC Z(08),99.
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

      *****************************************************************
             10 GET-FECHARES      PIC 9(08).
             10 GET-RECUPERADO    PIC 9(08)V9(02).

       01 TABLA-PROMESAS.
          05 WST-PROMESA          OCCURS 200 TIMES.
             10 PRT-NOMBRE        PIC A(20).
             10 PRT-APELLIDO      PIC A(20).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
              DISPLAY "NO HAY CUOTAS CARGADAS EN CUOTAS.DAT"
           ELSE
              PERFORM 220000-CARGAR-PAGOS
              PERFORM 225000-CARGAR-PROMESAS
              PERFORM 230000-CLASIFICAR-MOROSOS
              IF WSV-CANTMOROSOS = 0
                 DISPLAY "NO HAY CLIENTES CON 90 DIAS DE ATRASO"
              CLOSE PAGOS
           END-IF.

       225000-CARGAR-PROMESAS.
           MOVE 0 TO WSV-CANTPROMESAS
           OPEN INPUT PROMESAS
           IF WSS-FS-PROMESAS-OK
              PERFORM UNTIL WSS-FS-PROMESAS-EOF
                         OR WSV-CANTPROMESAS > 199
                 READ PROMESAS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF PRM-ESTADO = 'A'
                          ADD 1 TO WSV-CANTPROMESAS
                          MOVE PRM-NOMBRE   TO
                                        PRT-NOMBRE(WSV-CANTPROMESAS)
                          MOVE PRM-APELLIDO TO
                                        PRT-APELLIDO(WSV-CANTPROMESAS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PROMESAS
           END-IF.

       230000-CLASIFICAR-MOROSOS.
           MOVE 0 TO WSV-CANTMOROSOS
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTCUOTAS
              IF CUO-ESTADO(WSI-I) NOT = 'P'
                 AND CUO-ESTADO(WSI-I) NOT = 'R'
                 AND CUO-ESTADO(WSI-I) NOT = 'C'
                 COMPUTE WSV-DIASATRASO =
                     FUNCTION INTEGER-OF-DATE(WSV-FECHA-SISTEMA)
                     - FUNCTION INTEGER-OF-DATE(CUO-VENCIMIENTO(WSI-I))
                 MOVE 1 TO WSV-ENCONTRADO
              END-IF
           END-PERFORM
      *****************************************************************
      * TAMPOCO SE ASIGNA AL CLIENTE CON PROMESA DE PAGO ACTIVA: SI   *
      * LA INCUMPLE, EL CONTROL DIARIO LA CIERRA Y ENTRA EN LA        *
      * PROXIMA ASIGNACION.                                           *
      *****************************************************************
           MOVE 0 TO WSV-CONPROMESA
           PERFORM VARYING WSI-P FROM 1 BY 1
                   UNTIL WSI-P > WSV-CANTPROMESAS
              IF PRT-NOMBRE(WSI-P) = MOR-NOMBRE(WSI-C)
                 AND PRT-APELLIDO(WSI-P) = MOR-APELLIDO(WSI-C)
                 MOVE 1 TO WSV-CONPROMESA
              END-IF
           END-PERFORM

           IF WSV-ENCONTRADO = 1
              DISPLAY "YA EN GESTION: "
                      FUNCTION TRIM(MOR-NOMBRE(WSI-C)) " "
                      FUNCTION TRIM(MOR-APELLIDO(WSI-C))
           ELSE
           IF WSV-CONPROMESA = 1
              DISPLAY "CON PROMESA DE PAGO ACTIVA: "
                      FUNCTION TRIM(MOR-NOMBRE(WSI-C)) " "
                      FUNCTION TRIM(MOR-APELLIDO(WSI-C))
           ELSE
              MOVE MOR-NOMBRE(WSI-C)   TO WSV-NOMBRE
              MOVE MOR-APELLIDO(WSI-C) TO WSV-APELLIDO
                      FUNCTION TRIM(MOR-NOMBRE(WSI-C)) " "
                      FUNCTION TRIM(MOR-APELLIDO(WSI-C))
                      " DEUDA " WSM-DEUDA
           END-IF
           END-IF.

       245000-BUSCAR-CUIT.
                 AND CUO-APELLIDO(WSI-I) = MOR-APELLIDO(WSI-C)
                 AND CUO-ESTADO(WSI-I) NOT = 'P'
                 AND CUO-ESTADO(WSI-I) NOT = 'R'
                 AND CUO-ESTADO(WSI-I) NOT = 'C'
                 COMPUTE WSV-DIASATRASO =
                     FUNCTION INTEGER-OF-DATE(WSV-FECHA-SISTEMA)
                     - FUNCTION INTEGER-OF-DATE(CUO-VENCIMIENTO(WSI-I))
                         CUO-IMPORTE(WSV-POSMENOR)
                         + CUO-MORA(WSV-POSMENOR)
                         - CUO-PAGADO(WSV-POSMENOR)
                 IF WSV-PENDIENTE > 999999,99
                    MOVE 999999,99 TO WSV-PENDIENTE
                 END-IF
                 IF WSV-RESTO >= WSV-PENDIENTE
                    MOVE WSV-PENDIENTE TO WSV-APLICA
                 ELSE
                 AND CUO-APELLIDO(WSI-C) = RES-APELLIDO
                 AND CUO-ESTADO(WSI-C) NOT = 'P'
                 AND CUO-ESTADO(WSI-C) NOT = 'R'
                 AND CUO-ESTADO(WSI-C) NOT = 'C'
                 AND CUO-IMPUTADA(WSI-C) = 0
                 COMPUTE WSV-PENDIENTE =
                         CUO-IMPORTE(WSI-C) + CUO-MORA(WSI-C)
