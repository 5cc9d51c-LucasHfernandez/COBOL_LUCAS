      *          LOS 30 DIAS, SEGUNDO A LOS 60, INTIMACION LEGAL A LOS
      *          90). GENERA CARTAS LISTAS PARA IMPRIMIR EN
      *          CARTAS30/60/90.DAT, CON LOS DATOS DE CONTACTO DE
      *          NOMBRES.DAT, Y UN RESUMEN DE LO EMITIDO. EL CLIENTE
      *          CON UNA PROMESA DE PAGO ACTIVA EN PROMESAS.DAT
      *          (PROMESA-09-FL) NO RECIBE CARTA. SI EL ALUMNO
      *          INTEGRA UN GRUPO FAMILIAR (FAMILIAS.DAT) LA CARTA
      *          INFORMA TAMBIEN LA DEUDA VENCIDA DE TODO EL GRUPO.
      *          CADA CARTA LLEVA NUMERO DE PIEZA (ENVIOS.DAT); NO SE
      *          MANDA CARTA A UN DOMICILIO DEVUELTO POR EL CORREO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DOMICIL.

           SELECT PROMESAS            ASSIGN TO DISK 'PROMESAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PROMESAS.

           SELECT CRUZCLI             ASSIGN TO DISK 'CRUZCLI.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CRUZCLI.

           SELECT FAMILIAS            ASSIGN TO DISK 'FAMILIAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-FAMILIAS.

           SELECT ENVIOS              ASSIGN TO DISK 'ENVIOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ENVIOS.

           SELECT CARTAS30            ASSIGN TO DISK 'CARTAS30.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CARTAS30.
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

      *****************************************************************
      * DOMICILIOS.DAT: DOMICILIO VIGENTE POR CUIT (DOMICIL-09-FL).   *
      * LA CARTA IMPRIME EL VIGENTE; SIN DOMICILIO SE MARCA PARA      *
      * COMPLETAR A MANO, COMO SE HACIA CON EL CONTACTO. SI EL CORREO *
      * YA DEVOLVIO UNA PIEZA A ESE DOMICILIO (DOM-INVALIDO 'S') NO   *
      * SE MANDA CARTA: EL CLIENTE SE LISTA SIN DOMICILIO VALIDO.     *
      *****************************************************************
       FD DOMICILIOS.
       01 REG-DOMICILIO.
          05 DOM-EMAIL             PIC X(30).
          05 DOM-VIGDESDE          PIC 9(08).
          05 DOM-ESTADO            PIC X(01).
          05 DOM-INVALIDO          PIC X(01).
          05 DOM-MOTIVOINV         PIC X(02).
          05 DOM-FECHAINV          PIC 9(08).

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

      *****************************************************************
      * CRUZCLI.DAT: CRUCE LEGAJO <-> CLIENTE (MOROSOS-09-FL).        *
      * FAMILIAS.DAT: GRUPOS FAMILIARES POR LEGAJO (FAMILIA-09-FL).   *
      * CON AMBOS SE AGRUPA LA DEUDA DE LOS HERMANOS.                 *
      *****************************************************************
       FD CRUZCLI.
       01 REG-CRUZCLI.
          05 CRZ-LEGAJO            PIC 9(06).
          05 CRZ-NOMBRE            PIC A(20).
          05 CRZ-APELLIDO          PIC A(20).

       FD FAMILIAS.
       01 REG-FAMILIA.
          05 FAM-GRUPO             PIC 9(04).
          05 FAM-LEGAJO            PIC 9(06).
          05 FAM-RESPNOMBRE        PIC A(20).
          05 FAM-RESPAPELLIDO      PIC A(20).
          05 FAM-ESTADO            PIC X(01).

      *****************************************************************
      * ENVIOS.DAT: CADA CARTA SALE CON UN NUMERO DE PIEZA (EL        *
      * SIGUIENTE AL ULTIMO DEL ARCHIVO) Y SE ANOTA CON EL DOMICILIO  *
      * AL QUE SE MANDO, PARA PROCESAR LAS DEVOLUCIONES DEL CORREO    *
      * (DEVCOR-09-FL).                                               *
      *****************************************************************
       FD ENVIOS.
       01 REG-ENVIO.
          05 ENV-PIEZA             PIC 9(08).
          05 ENV-FECHA             PIC 9(08).
          05 ENV-PROGRAMA          PIC X(14).
          05 ENV-CUIT              PIC 9(11).
          05 ENV-NOMBRE            PIC A(20).
          05 ENV-APELLIDO          PIC A(20).
          05 ENV-DIRECCION         PIC X(30).
          05 ENV-CODPOSTAL         PIC X(08).

       FD CARTAS30.
       01 REG-CARTA30              PIC X(70).
          05 WSV-DIASATRASO       PIC S9(05)      VALUE 0.
          05 WSV-NOMBRE           PIC A(20).
          05 WSV-APELLIDO         PIC A(20).
          05 WSV-NUMERO-CUOTA     PIC 9(02).
          05 WSV-ENCONTRADO       PIC 9(01)       VALUE 0.
          05 WSV-POSICION         PIC 9(03)       VALUE 0.
          05 WSV-PENDIENTE        PIC 9(07)V9(02) VALUE 0.
          05 WSV-NIVEL            PIC 9(01)       VALUE 0.
          05 WSV-CONTACTO         PIC 9(01)       VALUE 0.
          05 WSV-INFORMETRUNCADO  PIC 9(01)       VALUE 0.
          05 WSV-DIRECCION        PIC X(30)       VALUE SPACES.
          05 WSV-LOCALIDAD        PIC X(20)       VALUE SPACES.
          05 WSV-CODPOSTAL        PIC X(08)       VALUE SPACES.
          05 WSV-CONPROMESA       PIC 9(01)       VALUE 0.
          05 WSV-DOMINVALIDO      PIC 9(01)       VALUE 0.
          05 WSV-PIEZA            PIC 9(08)       VALUE 0.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSI-C                PIC 9(03)       VALUE 0.
          05 WSV-CANTCUOTAS       PIC 9(03)       VALUE 0.
          05 WSV-CANTCLIENTES     PIC 9(03)       VALUE 0.
          05 WSI-P                PIC 9(03)       VALUE 0.
          05 WSV-CANTPROMESAS     PIC 9(03)       VALUE 0.
          05 WSI-F                PIC 9(03)       VALUE 0.
          05 WSI-G                PIC 9(02)       VALUE 0.
          05 WSV-CANTCRUCES       PIC 9(03)       VALUE 0.
          05 WSV-CANTFAMILIA      PIC 9(03)       VALUE 0.
          05 WSV-CANTGRUPOS       PIC 9(02)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-CARTAS30         PIC 9(03)       VALUE 0.
          05 WSA-CARTAS60         PIC 9(03)       VALUE 0.
          05 WSA-CARTAS90         PIC 9(03)       VALUE 0.
          05 WSA-CONPROMESA       PIC 9(03)       VALUE 0.
          05 WSA-SINDOMICILIO     PIC 9(03)       VALUE 0.

       01 SWITCHES.
          05 WSS-FS-CUOTAS        PIC X(02).
          05 WSS-FS-DOMICIL       PIC X(02).
            88 WSS-FS-DOMICIL-OK                  VALUE '00'.
            88 WSS-FS-DOMICIL-EOF                 VALUE '10'.
          05 WSS-FS-PROMESAS      PIC X(02).
            88 WSS-FS-PROMESAS-OK                 VALUE '00'.
            88 WSS-FS-PROMESAS-EOF                VALUE '10'.
          05 WSS-FS-CRUZCLI       PIC X(02).
            88 WSS-FS-CRUZCLI-OK                  VALUE '00'.
            88 WSS-FS-CRUZCLI-EOF                 VALUE '10'.
          05 WSS-FS-FAMILIAS      PIC X(02).
            88 WSS-FS-FAMILIAS-OK                 VALUE '00'.
            88 WSS-FS-FAMILIAS-EOF                VALUE '10'.
          05 WSS-FS-ENVIOS        PIC X(02).
            88 WSS-FS-ENVIOS-OK                   VALUE '00'.
            88 WSS-FS-ENVIOS-EOF                  VALUE '10'.
            88 WSS-FS-ENVIOS-NOEXISTE             VALUE '35'.
          05 WSS-FS-CARTAS30      PIC X(02).
            88 WSS-FS-CARTAS30-OK                 VALUE '00'.
          05 WSS-FS-CARTAS60      PIC X(02).
            88 WSS-FS-CARTAS90-OK                 VALUE '00'.

       01 MASCARAS.
          05 WSM-DEUDA            PIC Z(08),99.
          05 WSM-DEUDAGRUPO       PIC Z(09),99.

       01 TABLA-CUOTAS.
          05 WST-CUOTA            OCCURS 200 TIMES.
             10 CUO-NOMBRE        PIC A(20).
             10 CUO-APELLIDO      PIC A(20).
             10 CUO-NRO           PIC 9(02).
             10 CUO-IMPORTE       PIC 9(06)V9(02).
             10 CUO-VENCIMIENTO   PIC 9(08).
             10 CUO-MORA          PIC 9(06)V9(02).
             10 CUO-ESTADO        PIC X(01).
             10 CUO-PAGADO        PIC 9(07)V9(02).

      *****************************************************************
      * UN RENGLON POR CLIENTE MOROSO: DEUDA VENCIDA TOTAL Y MAYOR    *
          05 WST-MOROSO           OCCURS 100 TIMES.
             10 MOR-NOMBRE        PIC A(20).
             10 MOR-APELLIDO      PIC A(20).
             10 MOR-DEUDA         PIC 9(08)V9(02).
             10 MOR-MAXATRASO     PIC 9(05).
             10 MOR-LEGAJO        PIC 9(06).
             10 MOR-GRUPO         PIC 9(04).
             10 MOR-POSGRUPO      PIC 9(02).

      *****************************************************************
      * CRUCE, GRUPOS FAMILIARES Y DEUDA VENCIDA ACUMULADA POR GRUPO  *
      * (SUMA DE LOS ALUMNOS MOROSOS DEL GRUPO).                      *
      *****************************************************************
       01 TABLA-CRUCES.
          05 WST-CRUCE            OCCURS 200 TIMES.
             10 CRT-LEGAJO        PIC 9(06).
             10 CRT-NOMBRE        PIC A(20).
             10 CRT-APELLIDO      PIC A(20).

       01 TABLA-FAMILIAS.
          05 WST-FAMILIA          OCCURS 200 TIMES.
             10 FMT-GRUPO         PIC 9(04).
             10 FMT-LEGAJO        PIC 9(06).
             10 FMT-RESPNOMBRE    PIC A(20).
             10 FMT-RESPAPELLIDO  PIC A(20).
             10 FMT-ESTADO        PIC X(01).

       01 TABLA-GRUPOS.
          05 WST-GRUPO            OCCURS 50 TIMES.
             10 GRT-GRUPO         PIC 9(04).
             10 GRT-RESPNOMBRE    PIC A(20).
             10 GRT-RESPAPELLIDO  PIC A(20).
             10 GRT-ALUMNOS       PIC 9(03).
             10 GRT-DEUDA         PIC 9(09)V9(02).

       01 TABLA-PROMESAS.
          05 WST-PROMESA          OCCURS 200 TIMES.
             10 PRT-NOMBRE        PIC A(20).
             10 PRT-APELLIDO      PIC A(20).

       PROCEDURE DIVISION.

              IF WSV-CANTCLIENTES = 0
                 DISPLAY "NO HAY CLIENTES CON ATRASO DE 30 DIAS O MAS"
              ELSE
                 PERFORM 130000-CARGAR-PROMESAS
                 PERFORM 140000-CARGAR-FAMILIAS
                 PERFORM 220000-AGRUPAR-FAMILIAS
                 PERFORM 300000-GENERAR-CARTAS
                 PERFORM 400000-RESUMEN
              END-IF
              END-IF
           END-PERFORM.

       130000-CARGAR-PROMESAS.
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

       140000-CARGAR-FAMILIAS.
           MOVE 0 TO WSV-CANTCRUCES
           OPEN INPUT CRUZCLI
           IF WSS-FS-CRUZCLI-OK
              PERFORM UNTIL WSS-FS-CRUZCLI-EOF OR WSV-CANTCRUCES > 199
                 READ CRUZCLI
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTCRUCES
                       MOVE CRZ-LEGAJO   TO
                                        CRT-LEGAJO(WSV-CANTCRUCES)
                       MOVE CRZ-NOMBRE   TO
                                        CRT-NOMBRE(WSV-CANTCRUCES)
                       MOVE CRZ-APELLIDO TO
                                        CRT-APELLIDO(WSV-CANTCRUCES)
                 END-READ
              END-PERFORM
              CLOSE CRUZCLI
           END-IF

           MOVE 0 TO WSV-CANTFAMILIA
           OPEN INPUT FAMILIAS
           IF WSS-FS-FAMILIAS-OK
              PERFORM UNTIL WSS-FS-FAMILIAS-EOF OR WSV-CANTFAMILIA > 199
                 READ FAMILIAS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF FAM-ESTADO = 'A'
                          ADD 1 TO WSV-CANTFAMILIA
                          MOVE FAM-GRUPO        TO
                                        FMT-GRUPO(WSV-CANTFAMILIA)
                          MOVE FAM-LEGAJO       TO
                                        FMT-LEGAJO(WSV-CANTFAMILIA)
                          MOVE FAM-RESPNOMBRE   TO
                                        FMT-RESPNOMBRE(WSV-CANTFAMILIA)
                          MOVE FAM-RESPAPELLIDO TO
                                     FMT-RESPAPELLIDO(WSV-CANTFAMILIA)
                          MOVE FAM-ESTADO       TO
                                        FMT-ESTADO(WSV-CANTFAMILIA)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FAMILIAS
           END-IF.

      *****************************************************************
      * ACUMULA POR CLIENTE LA DEUDA VENCIDA CON 30 DIAS O MAS DE     *
      * ATRASO Y EL MAYOR ATRASO, QUE DEFINE EL NIVEL DE LA CARTA.    *
      *****************************************************************
              IF CUO-ESTADO(WSI-I) NOT = 'P'
                 AND CUO-ESTADO(WSI-I) NOT = 'R'
                 AND CUO-ESTADO(WSI-I) NOT = 'C'
                 COMPUTE WSV-DIASATRASO =
                     FUNCTION INTEGER-OF-DATE(WSV-FECHA-SISTEMA)
                     - FUNCTION INTEGER-OF-DATE(CUO-VENCIMIENTO(WSI-I))
              END-IF
           END-IF.

      *****************************************************************
      * A CADA MOROSO SE LE BUSCA EL LEGAJO (CRUZCLI.DAT) Y SU GRUPO  *
      * FAMILIAR ACTIVO, Y SU DEUDA SE SUMA A LA DEL GRUPO.           *
      *****************************************************************
       220000-AGRUPAR-FAMILIAS.
           MOVE 0 TO WSV-CANTGRUPOS
           PERFORM VARYING WSI-C FROM 1 BY 1
                   UNTIL WSI-C > WSV-CANTCLIENTES
              MOVE 0 TO MOR-LEGAJO(WSI-C)
              MOVE 0 TO MOR-GRUPO(WSI-C)
              MOVE 0 TO MOR-POSGRUPO(WSI-C)
              PERFORM VARYING WSI-F FROM 1 BY 1
                      UNTIL WSI-F > WSV-CANTCRUCES
                 IF CRT-NOMBRE(WSI-F) = MOR-NOMBRE(WSI-C)
                    AND CRT-APELLIDO(WSI-F) = MOR-APELLIDO(WSI-C)
                    MOVE CRT-LEGAJO(WSI-F) TO MOR-LEGAJO(WSI-C)
                 END-IF
              END-PERFORM
              IF MOR-LEGAJO(WSI-C) > 0
                 PERFORM VARYING WSI-F FROM 1 BY 1
                         UNTIL WSI-F > WSV-CANTFAMILIA
                    IF FMT-LEGAJO(WSI-F) = MOR-LEGAJO(WSI-C)
                       MOVE FMT-GRUPO(WSI-F) TO MOR-GRUPO(WSI-C)
                       PERFORM 225000-SUMAR-GRUPO
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

       225000-SUMAR-GRUPO.
           PERFORM VARYING WSI-G FROM 1 BY 1
                   UNTIL WSI-G > WSV-CANTGRUPOS
                      OR MOR-POSGRUPO(WSI-C) > 0
              IF GRT-GRUPO(WSI-G) = MOR-GRUPO(WSI-C)
                 MOVE WSI-G TO MOR-POSGRUPO(WSI-C)
              END-IF
           END-PERFORM
           IF MOR-POSGRUPO(WSI-C) = 0
              IF WSV-CANTGRUPOS < 50
                 ADD 1 TO WSV-CANTGRUPOS
                 MOVE WSV-CANTGRUPOS TO MOR-POSGRUPO(WSI-C)
                 MOVE MOR-GRUPO(WSI-C) TO GRT-GRUPO(WSV-CANTGRUPOS)
                 MOVE FMT-RESPNOMBRE(WSI-F) TO
                                      GRT-RESPNOMBRE(WSV-CANTGRUPOS)
                 MOVE FMT-RESPAPELLIDO(WSI-F) TO
                                      GRT-RESPAPELLIDO(WSV-CANTGRUPOS)
                 MOVE 0 TO GRT-ALUMNOS(WSV-CANTGRUPOS)
                 MOVE 0 TO GRT-DEUDA(WSV-CANTGRUPOS)
              ELSE
                 MOVE 0 TO MOR-GRUPO(WSI-C)
                 DISPLAY "ATENCION: MAS DE 50 GRUPOS FAMILIARES CON "
                         "DEUDA, EL GRUPO " FMT-GRUPO(WSI-F)
                         " NO SE TOTALIZA"
              END-IF
           END-IF
           IF MOR-POSGRUPO(WSI-C) > 0
              ADD 1 TO GRT-ALUMNOS(MOR-POSGRUPO(WSI-C))
              ADD MOR-DEUDA(WSI-C) TO GRT-DEUDA(MOR-POSGRUPO(WSI-C))
           END-IF.

       300000-GENERAR-CARTAS.
           PERFORM 305000-ULTIMA-PIEZA
           OPEN OUTPUT CARTAS30
           OPEN OUTPUT CARTAS60
           OPEN OUTPUT CARTAS90
           OPEN EXTEND ENVIOS
           IF WSS-FS-ENVIOS-NOEXISTE
              OPEN OUTPUT ENVIOS
           END-IF

      *****************************************************************
      * EL CLIENTE CON PROMESA DE PAGO ACTIVA NO SE INTIMA: SE ESPERA *
      * A QUE EL CONTROL DIARIO DE PROMESA-09-FL LA DE POR CUMPLIDA O *
      * INCUMPLIDA.                                                   *
      *****************************************************************
           PERFORM VARYING WSI-C FROM 1 BY 1
                   UNTIL WSI-C > WSV-CANTCLIENTES
              PERFORM 330000-BUSCAR-PROMESA
              IF WSV-CONPROMESA = 0
                 PERFORM 310000-VERIFICAR-CONTACTO
                 PERFORM 312000-BUSCAR-DOMICILIO
              END-IF
              EVALUATE TRUE
                 WHEN WSV-CONPROMESA = 1
                    ADD 1 TO WSA-CONPROMESA
                    DISPLAY "CON PROMESA DE PAGO ACTIVA, SIN CARTA: "
                            FUNCTION TRIM(MOR-NOMBRE(WSI-C)) " "
                            FUNCTION TRIM(MOR-APELLIDO(WSI-C))
                 WHEN WSV-DOMINVALIDO = 1
                    ADD 1 TO WSA-SINDOMICILIO
                    DISPLAY "SIN DOMICILIO VALIDO (DEVUELTO POR EL "
                            "CORREO), SIN CARTA: "
                            FUNCTION TRIM(MOR-NOMBRE(WSI-C)) " "
                            FUNCTION TRIM(MOR-APELLIDO(WSI-C))
                 WHEN OTHER
                    EVALUATE TRUE
                       WHEN MOR-MAXATRASO(WSI-C) >= 90
                          MOVE 3 TO WSV-NIVEL
                          ADD 1 TO WSA-CARTAS90
                       WHEN MOR-MAXATRASO(WSI-C) >= 60
                          MOVE 2 TO WSV-NIVEL
                          ADD 1 TO WSA-CARTAS60
                       WHEN OTHER
                          MOVE 1 TO WSV-NIVEL
                          ADD 1 TO WSA-CARTAS30
                    END-EVALUATE
                    ADD 1 TO WSV-PIEZA
                    PERFORM 320000-GRABAR-CARTA
                    PERFORM 325000-ANOTAR-ENVIO
              END-EVALUATE
           END-PERFORM

           CLOSE CARTAS30
           CLOSE CARTAS60
           CLOSE CARTAS90
           IF WSS-FS-ENVIOS-OK
              CLOSE ENVIOS
           END-IF.

       305000-ULTIMA-PIEZA.
           MOVE 0 TO WSV-PIEZA
           OPEN INPUT ENVIOS
           IF WSS-FS-ENVIOS-OK
              PERFORM UNTIL WSS-FS-ENVIOS-EOF
                 READ ENVIOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF ENV-PIEZA > WSV-PIEZA
                          MOVE ENV-PIEZA TO WSV-PIEZA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ENVIOS
           END-IF.

      *****************************************************************
      * VERIFICA SI EL CLIENTE FIGURA EN EL MAESTRO DE CONTACTOS      *
      *****************************************************************
       312000-BUSCAR-DOMICILIO.
           MOVE 0 TO WSV-HAYDOMICILIO
           MOVE 0 TO WSV-DOMINVALIDO
           IF WSV-CUIT > 0
              OPEN INPUT DOMICILIOS
              IF WSS-FS-DOMICIL-OK
                             MOVE DOM-DIRECCION TO WSV-DIRECCION
                             MOVE DOM-LOCALIDAD TO WSV-LOCALIDAD
                             MOVE DOM-CODPOSTAL TO WSV-CODPOSTAL
                             IF DOM-INVALIDO = 'S'
                                MOVE 1 TO WSV-DOMINVALIDO
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
              PERFORM 315000-GRABAR-LINEA-CARTA
           END-IF

           IF WSV-HAYDOMICILIO = 1
              STRING 'DOMICILIO: ' FUNCTION TRIM(WSV-DIRECCION)
                     DELIMITED BY SIZE INTO WSV-LINEA
           END-IF

           STRING 'FECHA: ' WSV-FECHA-SISTEMA
                  '   PIEZA NRO: ' WSV-PIEZA
                  DELIMITED BY SIZE INTO WSV-LINEA
           PERFORM 315000-GRABAR-LINEA-CARTA

                  DELIMITED BY SIZE INTO WSV-LINEA
           PERFORM 315000-GRABAR-LINEA-CARTA

           IF MOR-POSGRUPO(WSI-C) > 0
              MOVE MOR-POSGRUPO(WSI-C) TO WSI-G
              STRING 'GRUPO FAMILIAR ' GRT-GRUPO(WSI-G)
                     ' - RESPONSABLE: '
                     FUNCTION TRIM(GRT-RESPNOMBRE(WSI-G)) ' '
                     FUNCTION TRIM(GRT-RESPAPELLIDO(WSI-G))
                     DELIMITED BY SIZE INTO WSV-LINEA
              PERFORM 315000-GRABAR-LINEA-CARTA
              MOVE GRT-DEUDA(WSI-G) TO WSM-DEUDAGRUPO
              STRING 'DEUDA VENCIDA DEL GRUPO FAMILIAR: '
                     WSM-DEUDAGRUPO ' (' GRT-ALUMNOS(WSI-G)
                     ' ALUMNOS)'
                     DELIMITED BY SIZE INTO WSV-LINEA
              PERFORM 315000-GRABAR-LINEA-CARTA
           END-IF

           MOVE '------------------------------------------------'
                TO WSV-LINEA
           PERFORM 315000-GRABAR-LINEA-CARTA.

       325000-ANOTAR-ENVIO.
           IF WSS-FS-ENVIOS-OK
              MOVE WSV-PIEZA         TO ENV-PIEZA
              MOVE WSV-FECHA-SISTEMA TO ENV-FECHA
              MOVE 'INTIMA-09-FL'    TO ENV-PROGRAMA
              MOVE WSV-CUIT          TO ENV-CUIT
              MOVE MOR-NOMBRE(WSI-C)   TO ENV-NOMBRE
              MOVE MOR-APELLIDO(WSI-C) TO ENV-APELLIDO
              IF WSV-HAYDOMICILIO = 1
                 MOVE WSV-DIRECCION  TO ENV-DIRECCION
                 MOVE WSV-CODPOSTAL  TO ENV-CODPOSTAL
              ELSE
                 MOVE SPACES         TO ENV-DIRECCION
                 MOVE SPACES         TO ENV-CODPOSTAL
              END-IF
              WRITE REG-ENVIO
           END-IF.

       330000-BUSCAR-PROMESA.
           MOVE 0 TO WSV-CONPROMESA
           PERFORM VARYING WSI-P FROM 1 BY 1
                   UNTIL WSI-P > WSV-CANTPROMESAS
              IF PRT-NOMBRE(WSI-P) = MOR-NOMBRE(WSI-C)
                 AND PRT-APELLIDO(WSI-P) = MOR-APELLIDO(WSI-C)
                 MOVE 1 TO WSV-CONPROMESA
              END-IF
           END-PERFORM.

       400000-RESUMEN.
           DISPLAY "**************************************"
           DISPLAY "CARTAS DE INTIMACION GENERADAS"
           DISPLAY "PRIMER AVISO (30):  " WSA-CARTAS30
           DISPLAY "SEGUNDO AVISO (60): " WSA-CARTAS60
           DISPLAY "INTIMACION LEGAL (90): " WSA-CARTAS90
           DISPLAY "SIN CARTA POR PROMESA ACTIVA: " WSA-CONPROMESA
           DISPLAY "SIN CARTA POR DOMICILIO INVALIDO: "
                   WSA-SINDOMICILIO
           DISPLAY "GRUPOS FAMILIARES CON DEUDA: " WSV-CANTGRUPOS
           PERFORM VARYING WSI-G FROM 1 BY 1
                   UNTIL WSI-G > WSV-CANTGRUPOS
              MOVE GRT-DEUDA(WSI-G) TO WSM-DEUDAGRUPO
              DISPLAY "  GRUPO " GRT-GRUPO(WSI-G) " "
                      GRT-RESPAPELLIDO(WSI-G) " ALUMNOS "
                      GRT-ALUMNOS(WSI-G) " DEUDA " WSM-DEUDAGRUPO
           END-PERFORM
           DISPLAY "**************************************".

       COPY FSLOGPROC.
