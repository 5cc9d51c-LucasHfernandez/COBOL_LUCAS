      *          LOS SERVICIOS FACTURADOS EN EL PERIODO Y EL SALDO
      *          RESULTANTE SEGUN SALDOS.DAT, EN UN ARCHIVO IMPRIMIBLE
      *          (RESUMEN-CLIENTE.DAT) CON FORMATO DE CUADRO.
      *          EN LA CORRIDA MASIVA CADA RESUMEN LLEVA NUMERO DE
      *          PIEZA (ENVIOS.DAT) Y SE SALTEA AL CLIENTE CUYO
      *          DOMICILIO DEVOLVIO EL CORREO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MANIF.

           SELECT ENVIOS     ASSIGN TO DISK 'ENVIOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ENVIOS.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.
      * DOMICILIOS.DAT: DOMICILIO VIGENTE POR CUIT (DOMICIL-09-FL).   *
      * EL RESUMEN IMPRIME EL DOMICILIO DE ENVIO EN EL ENCABEZADO:    *
      * CODIGO DE CLIENTE -> NOMBRE (MAECLI) -> CUIT (NOMBRES) ->     *
      * DOMICILIO VIGENTE. UN DOMICILIO DEVUELTO POR EL CORREO        *
      * (DOM-INVALIDO 'S') NO SIRVE PARA ENVIAR.                      *
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
      * RESUMEN-CLIENTE.DAT: LISTADO IMPRIMIBLE PARA ENTREGAR O       *
      *****************************************************************
      * MANIFRESU.DAT: MANIFIESTO DE LA CORRIDA MASIVA PARA LA CASA   *
      * DE CORREO: CLIENTE, ARCHIVO GENERADO, PAGINAS Y DOMICILIO DE  *
      * ENVIO (DE DOMICILIOS.DAT), CON EL NUMERO DE PIEZA.            *
      *****************************************************************
       FD MANIFIESTO.
       01 REG-MANIFIESTO.
           05 MAN-DIRECCION            PIC X(30).
           05 MAN-LOCALIDAD            PIC X(20).
           05 MAN-CODPOSTAL            PIC X(08).
           05 MAN-PIEZA                PIC 9(08).

      *****************************************************************
      * ENVIOS.DAT: CADA RESUMEN DE LA CORRIDA MASIVA SE ANOTA CON SU *
      * NUMERO DE PIEZA Y EL DOMICILIO AL QUE SE MANDO, PARA PROCESAR *
      * LAS DEVOLUCIONES DEL CORREO (DEVCOR-09-FL).                   *
      *****************************************************************
       FD ENVIOS.
       01 REG-ENVIO.
           05 ENV-PIEZA                PIC 9(08).
           05 ENV-FECHA                PIC 9(08).
           05 ENV-PROGRAMA             PIC X(14).
           05 ENV-CUIT                 PIC 9(11).
           05 ENV-NOMBRE               PIC A(20).
           05 ENV-APELLIDO             PIC A(20).
           05 ENV-DIRECCION            PIC X(30).
           05 ENV-CODPOSTAL            PIC X(08).

       FD PROCLOG.
       COPY FSLOG.
           05 WSV-MODO                 PIC 9(01)    VALUE 0.
           05 WSV-ARCHRESUMEN          PIC X(30)    VALUE SPACES.
           05 WSV-CODIGO-X             PIC 9(08)    VALUE 0.
           05 WSV-DOMINVALIDO          PIC 9(01)    VALUE 0.
           05 WSV-PIEZA                PIC 9(08)    VALUE 0.

       01 INDICES.
           05 WSI-I                    PIC 9(03)    VALUE 0.
           05 WSA-PAGINAS              PIC 9(03)    VALUE 0.
           05 WSA-GENERADOS            PIC 9(03)    VALUE 0.
           05 WSA-SALTEADOS            PIC 9(03)    VALUE 0.
           05 WSA-SINDOMICILIO         PIC 9(03)    VALUE 0.

       01 SWITCHES.
           05 WSS-FS-CUENTAS           PIC X(02).
             88 WSS-FS-DOMICIL-EOF                  VALUE '10'.
           05 WSS-FS-MANIF             PIC X(02).
             88 WSS-FS-MANIF-OK                     VALUE '00'.
           05 WSS-FS-ENVIOS            PIC X(02).
             88 WSS-FS-ENVIOS-OK                    VALUE '00'.
             88 WSS-FS-ENVIOS-EOF                   VALUE '10'.
             88 WSS-FS-ENVIOS-NOEXISTE              VALUE '35'.

       01 MASCARAS.
           05 WSM-MONTOCUENTA          PIC Z(15),99.
              MOVE 'PERIODO: TODOS' TO WSV-LINEA
           END-IF
           PERFORM 205000-GRABAR-LINEA
           IF WSV-MODO = 2
              STRING 'PIEZA NRO: ' WSV-PIEZA
                     DELIMITED BY SIZE INTO WSV-LINEA
              PERFORM 205000-GRABAR-LINEA
           END-IF

           PERFORM 215000-BUSCAR-DOMICILIO-CLIENTE
           IF WSV-DOMINVALIDO = 1
              DISPLAY "ATENCION: EL DOMICILIO DEL CLIENTE FUE DEVUELTO "
                      "POR EL CORREO - ACTUALIZARLO EN DOMICIL-09-FL"
           END-IF
           IF WSV-HAYDOMICILIO = 1 AND WSV-DOMINVALIDO = 0
              STRING 'ENVIAR A: ' FUNCTION TRIM(WSV-DIRECCION)
                     ', ' FUNCTION TRIM(WSV-LOCALIDAD)
                     ' (CP ' FUNCTION TRIM(WSV-CODPOSTAL) ')'
      *****************************************************************
       215000-BUSCAR-DOMICILIO-CLIENTE.
           MOVE 0 TO WSV-HAYDOMICILIO
           MOVE 0 TO WSV-DOMINVALIDO
           MOVE 0 TO WSV-CUIT
           MOVE SPACES TO WSV-NOMBRECLTE
           MOVE SPACES TO WSV-APELLIDOCLTE
                             MOVE DOM-DIRECCION TO WSV-DIRECCION
                             MOVE DOM-LOCALIDAD TO WSV-LOCALIDAD
                             MOVE DOM-CODPOSTAL TO WSV-CODPOSTAL
                             IF DOM-INVALIDO = 'S'
                                MOVE 1 TO WSV-DOMINVALIDO
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
      * PERIODO SE SALTEAN Y SE INFORMAN, Y EL MANIFIESTO             *
      * (MANIFRESU.DAT) LLEVA CLIENTE, ARCHIVO, PAGINAS Y DOMICILIO   *
      * DE ENVIO PARA LA CASA DE CORREO. UN COMANDO, NO UNA TARDE.    *
      * EL CLIENTE CUYO DOMICILIO DEVOLVIO EL CORREO NO RECIBE        *
      * RESUMEN: SE LISTA COMO SIN DOMICILIO VALIDO.                  *
      *****************************************************************
       600000-CORRIDA-MASIVA.
           DISPLAY "AÑO DEL PERIODO CERRADO (4 DIGITOS): "
           IF WSV-CANTMASIVA = 0
              DISPLAY "NO HAY CLIENTES ACTIVOS EN MAECLI.DAT"
           ELSE
              PERFORM 605000-ULTIMA-PIEZA
              OPEN EXTEND ENVIOS
              IF WSS-FS-ENVIOS-NOEXISTE
                 OPEN OUTPUT ENVIOS
              END-IF
              OPEN OUTPUT MANIFIESTO
              IF NOT WSS-FS-MANIF-OK
                 DISPLAY "NO SE PUDO GENERAR MANIFRESU.DAT"
                 DISPLAY "**************************************"
                 DISPLAY "RESUMENES GENERADOS: " WSA-GENERADOS
                 DISPLAY "CLIENTES SALTEADOS:  " WSA-SALTEADOS
                 DISPLAY "  SIN DOMICILIO VALIDO: " WSA-SINDOMICILIO
                 DISPLAY "MANIFIESTO EN MANIFRESU.DAT"
                 DISPLAY "**************************************"
              END-IF
              IF WSS-FS-ENVIOS-OK
                 CLOSE ENVIOS
              END-IF
           END-IF.

       605000-ULTIMA-PIEZA.
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

       610000-CARGAR-CLIENTES-ACTIVOS.
                 ADD 1 TO WSA-SALTEADOS
                 DISPLAY "SALTEADO " WSV-CODIGOCLTE
                         ": SIN ACTIVIDAD EN EL PERIODO"
              ELSE
                 PERFORM 215000-BUSCAR-DOMICILIO-CLIENTE
              END-IF
           END-IF
           IF WSV-CANTCUENTAS > 0 AND WSA-CANTSERVICIOS > 0
              IF WSV-DOMINVALIDO = 1
                 ADD 1 TO WSA-SALTEADOS
                 ADD 1 TO WSA-SINDOMICILIO
                 DISPLAY "SALTEADO " WSV-CODIGOCLTE
                         ": SIN DOMICILIO VALIDO (DEVUELTO POR EL "
                         "CORREO)"
              ELSE
                 MOVE 0 TO WSA-CANTSERVICIOS
                 MOVE 0 TO WSA-TOTALSERVICIOS
                 END-STRING
                 PERFORM 200000-ABRIR-RESUMEN
                 IF WSS-FS-RESUMEN-OK
                    ADD 1 TO WSV-PIEZA
                    PERFORM 210000-GRABAR-ENCABEZADO
                    PERFORM 220000-GRABAR-CUENTAS
                    PERFORM 230000-GRABAR-SERVICIOS
           MOVE WSV-CODIGOCLTE  TO MAN-CLIENTE
           MOVE WSV-ARCHRESUMEN TO MAN-ARCHIVO
           MOVE WSA-PAGINAS     TO MAN-PAGINAS
           MOVE WSV-PIEZA       TO MAN-PIEZA
           IF WSV-HAYDOMICILIO = 1
              MOVE WSV-DIRECCION TO MAN-DIRECCION
              MOVE WSV-LOCALIDAD TO MAN-LOCALIDAD
              MOVE SPACES TO MAN-CODPOSTAL
           END-IF
           WRITE REG-MANIFIESTO
           IF WSS-FS-ENVIOS-OK
              MOVE WSV-PIEZA         TO ENV-PIEZA
              MOVE WSV-FECHA-SISTEMA TO ENV-FECHA
              MOVE 'RESUMEN-09-FL'   TO ENV-PROGRAMA
              MOVE WSV-CUIT          TO ENV-CUIT
              MOVE WSV-NOMBRECLTE    TO ENV-NOMBRE
              MOVE WSV-APELLIDOCLTE  TO ENV-APELLIDO
              IF WSV-HAYDOMICILIO = 1
                 MOVE WSV-DIRECCION  TO ENV-DIRECCION
                 MOVE WSV-CODPOSTAL  TO ENV-CODPOSTAL
              ELSE
                 MOVE SPACES         TO ENV-DIRECCION
                 MOVE SPACES         TO ENV-CODPOSTAL
              END-IF
              WRITE REG-ENVIO
           END-IF
           DISPLAY "GENERADO " FUNCTION TRIM(WSV-ARCHRESUMEN)
                   " (" WSA-PAGINAS " PAGINAS)".

