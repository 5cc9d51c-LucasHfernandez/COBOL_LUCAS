      *          LAS CARTAS DE INTIMACION Y EL RESUMEN DE CUENTA
      *          IMPRIMEN EL DOMICILIO VIGENTE DESDE ACA, ASI LA CASA
      *          DE CORREO DEJA DE COMPLETARLO DE SU PROPIA LISTA.
      *          UN DOMICILIO DEVUELTO POR EL CORREO QUEDA MARCADO
      *          INVALIDO CON SU MOTIVO HASTA QUE SE CARGA OTRO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
      * DOMICILIOS.DAT: UNA LINEA POR DOMICILIO. DOM-ESTADO 'A' = EL  *
      * VIGENTE DEL CUIT (A LO SUMO UNO), 'H' = HISTORIA CON LA       *
      * VIGENCIA DESDE LA QUE RIGIO. DOM-INVALIDO 'S' = EL CORREO     *
      * DEVOLVIO UNA PIEZA ENVIADA A ESTE DOMICILIO (DEVCOR-09-FL),   *
      * CON EL MOTIVO Y LA FECHA; LA MARCA SIGUE AL PASAR A HISTORIA. *
      *****************************************************************
       FD DOMICILIOS.
       01 REG-DOMICILIO.
          05 DOM-EMAIL             PIC X(30).
          05 DOM-VIGDESDE          PIC 9(08).
          05 DOM-ESTADO            PIC X(01).
          05 DOM-INVALIDO          PIC X(01).
          05 DOM-MOTIVOINV         PIC X(02).
          05 DOM-FECHAINV          PIC 9(08).

       FD NOMBRES.
       01 REG-NOMBRE.
             10 DOT-EMAIL         PIC X(30).
             10 DOT-VIGDESDE      PIC 9(08).
             10 DOT-ESTADO        PIC X(01).
             10 DOT-INVALIDO      PIC X(01).
             10 DOT-MOTIVOINV     PIC X(02).
             10 DOT-FECHAINV      PIC 9(08).

       PROCEDURE DIVISION.

                 MOVE WSV-FECHA-SISTEMA TO
                                    DOT-VIGDESDE(WSV-CANTDOMICILIOS)
                 MOVE 'A'           TO DOT-ESTADO(WSV-CANTDOMICILIOS)
                 MOVE SPACES        TO DOT-INVALIDO(WSV-CANTDOMICILIOS)
                 MOVE SPACES        TO
                                    DOT-MOTIVOINV(WSV-CANTDOMICILIOS)
                 MOVE 0             TO DOT-FECHAINV(WSV-CANTDOMICILIOS)
                 MOVE 1 TO WSV-HUBOCAMBIOS
                 DISPLAY "DOMICILIO REGISTRADO"
              END-IF
              DISPLAY "CORREO:    "
                      FUNCTION TRIM(DOT-EMAIL(WSV-POSICION))
              DISPLAY "VIGE DESDE " DOT-VIGDESDE(WSV-POSICION)
              IF DOT-INVALIDO(WSV-POSICION) = 'S'
                 DISPLAY "ATENCION: DOMICILIO INVALIDO, EL CORREO "
                         "DEVOLVIO UNA PIEZA EL "
                         DOT-FECHAINV(WSV-POSICION) " (MOTIVO "
                         DOT-MOTIVOINV(WSV-POSICION) ")"
                 DISPLAY "NO SE LE ENVIAN CARTAS NI RESUMENES HASTA "
                         "CARGAR UN DOMICILIO NUEVO"
              END-IF
           END-IF.

       400000-HISTORIA.
                         DOT-VIGDESDE(WSI-I) " "
                         FUNCTION TRIM(DOT-DIRECCION(WSI-I)) ", "
                         FUNCTION TRIM(DOT-LOCALIDAD(WSI-I))
                 IF DOT-INVALIDO(WSI-I) = 'S'
                    DISPLAY "  DEVUELTO POR EL CORREO EL "
                            DOT-FECHAINV(WSI-I) " (MOTIVO "
                            DOT-MOTIVOINV(WSI-I) ")"
                 END-IF
              END-IF
           END-PERFORM
           DISPLAY "(A=VIGENTE H=HISTORIA)"
