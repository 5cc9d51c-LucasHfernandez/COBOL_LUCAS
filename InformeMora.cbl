      *          IMPAGA DE CUOTAS.DAT SE CLASIFICA POR DIAS DE ATRASO
      *          (AL DIA / 1-30 / 31-60 / 61-90 / MAS DE 90) CON
      *          SUBTOTALES POR CLIENTE Y TOTAL GENERAL POR TRAMO.
      *          LA CORRIDA DEL ULTIMO DIA DEL MES GUARDA ADEMAS LA
      *          FOTO DEL TRAMO DE CADA CLIENTE EN MORAHIST.DAT, DE
      *          DONDE TRANSIC-09-FL ARMA LA MATRIZ DE TRANSICIONES.
      *          AL PIE SE AGRUPA LA DEUDA DE LOS ALUMNOS QUE INTEGRAN
      *          UN GRUPO FAMILIAR (FAMILIAS.DAT) POR GRUPO Y TRAMO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PAGOS.

           SELECT MORAHIST            ASSIGN TO DISK 'MORAHIST.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MORAHIST.

           SELECT CRUZCLI             ASSIGN TO DISK 'CRUZCLI.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CRUZCLI.

           SELECT FAMILIAS            ASSIGN TO DISK 'FAMILIAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-FAMILIAS.

       DATA DIVISION.

       FILE SECTION.
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
      * MORAHIST.DAT: FOTO DE CIERRE DE MES, UN REGISTRO POR CLIENTE  *
      * CON SU PEOR TRAMO (1 AL DIA A 5 MAS DE 90) Y SU PENDIENTE     *
      * TOTAL, MAS UNO CON TRAMO 6 SI TIENE DEUDA CASTIGADA. PERIODO, *
      * FECHA Y HORA IDENTIFICAN LA CORRIDA (VALE LA ULTIMA DEL MES). *
      *****************************************************************
       FD MORAHIST.
       01 REG-MORAHIST.
          05 HIS-PERIODO           PIC 9(06).
          05 HIS-FECHA             PIC 9(08).
          05 HIS-HORA              PIC 9(06).
          05 HIS-NOMBRE            PIC A(20).
          05 HIS-APELLIDO          PIC A(20).
          05 HIS-TRAMO             PIC 9(01).
          05 HIS-IMPORTE           PIC 9(08)V9(02).

      *****************************************************************
      * CRUZCLI.DAT: CRUCE LEGAJO <-> CLIENTE (MOROSOS-09-FL).        *
      * FAMILIAS.DAT: GRUPOS FAMILIARES POR LEGAJO (FAMILIA-09-FL).   *
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

       WORKING-STORAGE SECTION.

       01 VARIABLES.
          05 WSV-FECHA-SISTEMA    PIC 9(08).
          05 WSV-DIASATRASO       PIC S9(05).
          05 WSV-PENDIENTE        PIC 9(07)V9(02).
          05 WSV-TRAMO            PIC 9(01).
          05 WSV-NOMBRE           PIC A(20).
          05 WSV-APELLIDO         PIC A(20).
          05 WSV-NUMERO-CUOTA     PIC 9(02).
          05 WSV-ENCONTRADO       PIC 9(01)       VALUE 0.
          05 WSV-POSICION         PIC 9(03)       VALUE 0.
          05 WSV-INFORMETRUNCADO  PIC 9(01)       VALUE 0.
          05 WSV-HORA-SISTEMA     PIC 9(08)       VALUE 0.
          05 WSV-MANIANA          PIC 9(08)       VALUE 0.
          05 WSV-MANIANA-X REDEFINES WSV-MANIANA.
             10 FILLER            PIC 9(06).
             10 WSV-MANIANA-DIA   PIC 9(02).
          05 WSV-FOTOGRABADOS     PIC 9(05)       VALUE 0.

       01 CONSTANTES.
          05 WSC-ESTADO-PAGADA    PIC X(01)       VALUE 'P'.
          05 WSC-ESTADO-REFINAN   PIC X(01)       VALUE 'R'.
          05 WSC-ESTADO-CASTIGADA PIC X(01)       VALUE 'C'.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSI-T                PIC 9(01)       VALUE 0.
          05 WSV-CANTCUOTAS       PIC 9(03)       VALUE 0.
          05 WSV-CANTCLIENTES     PIC 9(03)       VALUE 0.
          05 WSV-CANTCASTIGADOS   PIC 9(03)       VALUE 0.
          05 WSI-F                PIC 9(03)       VALUE 0.
          05 WSI-G                PIC 9(02)       VALUE 0.
          05 WSV-CANTCRUCES       PIC 9(03)       VALUE 0.
          05 WSV-CANTFAMILIA      PIC 9(03)       VALUE 0.
          05 WSV-CANTGRUPOS       PIC 9(02)       VALUE 0.
          05 WSV-LEGAJO           PIC 9(06)       VALUE 0.
          05 WSV-GRUPO            PIC 9(04)       VALUE 0.
          05 WSV-GRUPOSTRUNCADO   PIC 9(01)       VALUE 0.

       01 MASCARAS.
          05 WSM-TRAMO            PIC Z(08),99.
          05 WSM-TOTALCLIENTE     PIC Z(09),99.
          05 WSM-TOTALGENERAL     PIC Z(10),99.

      *****************************************************************
      * CUOTAS.DAT EN MEMORIA, CON LO PAGADO SEGUN PAGOS.DAT, PARA    *
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
      * UN RENGLON POR CLIENTE CON EL PENDIENTE ACUMULADO EN CADA     *
          05 WST-CLIENTE          OCCURS 100 TIMES.
             10 CLI-NOMBRE        PIC A(20).
             10 CLI-APELLIDO      PIC A(20).
             10 CLI-TRAMO         PIC 9(08)V9(02) OCCURS 5 TIMES.
             10 CLI-PEOR          PIC 9(01).

      *****************************************************************
      * DEUDA CASTIGADA PENDIENTE POR CLIENTE, SOLO PARA LA FOTO: EL  *
      * INFORME DE ANTIGUEDAD NO LA MUESTRA.                          *
      *****************************************************************
       01 TABLA-CASTIGADOS.
          05 WST-CASTIGADO        OCCURS 100 TIMES.
             10 CAS-NOMBRE        PIC A(20).
             10 CAS-APELLIDO      PIC A(20).
             10 CAS-IMPORTE       PIC 9(08)V9(02).

      *****************************************************************
      * CRUCE, GRUPOS FAMILIARES ACTIVOS Y DEUDA DE CADA GRUPO POR    *
      * TRAMO (SUMA DE LOS RENGLONES DE SUS ALUMNOS).                 *
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

       01 TABLA-GRUPOS.
          05 WST-GRUPO            OCCURS 50 TIMES.
             10 GRT-GRUPO         PIC 9(04).
             10 GRT-RESPNOMBRE    PIC A(20).
             10 GRT-RESPAPELLIDO  PIC A(20).
             10 GRT-ALUMNOS       PIC 9(03).
             10 GRT-TRAMO         PIC 9(09)V9(02) OCCURS 5 TIMES.

       01 TOTALES-GENERALES.
          05 WSA-TOTALTRAMO       PIC 9(09)V9(02) OCCURS 5 TIMES.
          05 WSA-TOTALGENERAL     PIC 9(10)V9(02) VALUE 0.

       01 SWITCHES.
          05 WSS-FS-CUOTAS        PIC X(02).
          05 WSS-FS-PAGOS         PIC X(02).
            88 WSS-FS-PAGOS-OK                    VALUE '00'.
            88 WSS-FS-PAGOS-EOF                   VALUE '10'.
          05 WSS-FS-MORAHIST      PIC X(02).
            88 WSS-FS-MORAHIST-OK                 VALUE '00'.
            88 WSS-FS-MORAHIST-NOEXISTE           VALUE '35'.
          05 WSS-FS-CRUZCLI       PIC X(02).
            88 WSS-FS-CRUZCLI-OK                  VALUE '00'.
            88 WSS-FS-CRUZCLI-EOF                 VALUE '10'.
          05 WSS-FS-FAMILIAS      PIC X(02).
            88 WSS-FS-FAMILIAS-OK                 VALUE '00'.
            88 WSS-FS-FAMILIAS-EOF                VALUE '10'.

       PROCEDURE DIVISION.

           ELSE
              PERFORM 110000-CARGAR-PAGOS
              PERFORM 200000-CLASIFICAR-CUOTAS
              PERFORM 150000-CARGAR-FAMILIAS
              PERFORM 240000-AGRUPAR-FAMILIAS
              PERFORM 300000-IMPRIMIR-INFORME
              COMPUTE WSV-MANIANA = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(WSV-FECHA-SISTEMA) + 1)
              IF WSV-MANIANA-DIA = 1
                 PERFORM 400000-GRABAR-FOTO
              END-IF
           END-IF
           STOP RUN.

              END-IF
           END-PERFORM.

       150000-CARGAR-FAMILIAS.
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
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FAMILIAS
           END-IF.

      *****************************************************************
      * RECORRE LAS CUOTAS: LAS QUE TIENEN SALDO PENDIENTE SE SUMAN   *
      * AL TRAMO DE ATRASO QUE LES CORRESPONDE, EN EL RENGLON DEL     *
                   UNTIL WSI-I > WSV-CANTCUOTAS
              IF CUO-ESTADO(WSI-I) NOT = WSC-ESTADO-PAGADA
                 AND CUO-ESTADO(WSI-I) NOT = WSC-ESTADO-REFINAN
                 AND CUO-ESTADO(WSI-I) NOT = WSC-ESTADO-CASTIGADA
                 COMPUTE WSV-PENDIENTE =
                         CUO-IMPORTE(WSI-I) + CUO-MORA(WSI-I)
                         - CUO-PAGADO(WSI-I)
                    IF WSV-POSICION > 0
                       ADD WSV-PENDIENTE TO
                           CLI-TRAMO(WSV-POSICION, WSV-TRAMO)
                       IF WSV-TRAMO > CLI-PEOR(WSV-POSICION)
                          MOVE WSV-TRAMO TO CLI-PEOR(WSV-POSICION)
                       END-IF
                       ADD WSV-PENDIENTE TO WSA-TOTALTRAMO(WSV-TRAMO)
                       ADD WSV-PENDIENTE TO WSA-TOTALGENERAL
                    END-IF
                 END-IF
              END-IF
              IF CUO-ESTADO(WSI-I) = WSC-ESTADO-CASTIGADA
                 COMPUTE WSV-PENDIENTE =
                         CUO-IMPORTE(WSI-I) + CUO-MORA(WSI-I)
                         - CUO-PAGADO(WSI-I)
                 IF WSV-PENDIENTE > 0
                    PERFORM 230000-SUMAR-CASTIGADO
                 END-IF
              END-IF
           END-PERFORM.

      *****************************************************************
                 PERFORM VARYING WSI-T FROM 1 BY 1 UNTIL WSI-T > 5
                    MOVE 0 TO CLI-TRAMO(WSV-CANTCLIENTES, WSI-T)
                 END-PERFORM
                 MOVE 0 TO CLI-PEOR(WSV-CANTCLIENTES)
                 MOVE WSV-CANTCLIENTES TO WSV-POSICION
              ELSE
                 MOVE 1 TO WSV-INFORMETRUNCADO
              END-IF
           END-IF.

       230000-SUMAR-CASTIGADO.
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSI-J FROM 1 BY 1
                   UNTIL WSI-J > WSV-CANTCASTIGADOS
              IF CAS-NOMBRE(WSI-J) = CUO-NOMBRE(WSI-I)
                 AND CAS-APELLIDO(WSI-J) = CUO-APELLIDO(WSI-I)
                 MOVE WSI-J TO WSV-POSICION
              END-IF
           END-PERFORM

           IF WSV-POSICION = 0
              IF WSV-CANTCASTIGADOS < 100
                 ADD 1 TO WSV-CANTCASTIGADOS
                 MOVE WSV-CANTCASTIGADOS TO WSV-POSICION
                 MOVE CUO-NOMBRE(WSI-I)   TO CAS-NOMBRE(WSV-POSICION)
                 MOVE CUO-APELLIDO(WSI-I) TO CAS-APELLIDO(WSV-POSICION)
                 MOVE 0                   TO CAS-IMPORTE(WSV-POSICION)
              ELSE
                 MOVE 1 TO WSV-INFORMETRUNCADO
              END-IF
           END-IF
           IF WSV-POSICION > 0
              ADD WSV-PENDIENTE TO CAS-IMPORTE(WSV-POSICION)
           END-IF.

      *****************************************************************
      * CADA CLIENTE CON DEUDA SE CRUZA CON SU LEGAJO Y SU GRUPO      *
      * FAMILIAR ACTIVO; SUS TRAMOS SE SUMAN AL RENGLON DEL GRUPO.    *
      *****************************************************************
       240000-AGRUPAR-FAMILIAS.
           MOVE 0 TO WSV-CANTGRUPOS
           PERFORM VARYING WSI-J FROM 1 BY 1
                   UNTIL WSI-J > WSV-CANTCLIENTES
              MOVE 0 TO WSV-LEGAJO
              MOVE 0 TO WSV-GRUPO
              PERFORM VARYING WSI-F FROM 1 BY 1
                      UNTIL WSI-F > WSV-CANTCRUCES
                 IF CRT-NOMBRE(WSI-F) = CLI-NOMBRE(WSI-J)
                    AND CRT-APELLIDO(WSI-F) = CLI-APELLIDO(WSI-J)
                    MOVE CRT-LEGAJO(WSI-F) TO WSV-LEGAJO
                 END-IF
              END-PERFORM
              IF WSV-LEGAJO > 0
                 PERFORM VARYING WSI-F FROM 1 BY 1
                         UNTIL WSI-F > WSV-CANTFAMILIA
                            OR WSV-GRUPO > 0
                    IF FMT-LEGAJO(WSI-F) = WSV-LEGAJO
                       MOVE FMT-GRUPO(WSI-F) TO WSV-GRUPO
                       PERFORM 245000-SUMAR-GRUPO
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

       245000-SUMAR-GRUPO.
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSI-G FROM 1 BY 1
                   UNTIL WSI-G > WSV-CANTGRUPOS
              IF GRT-GRUPO(WSI-G) = WSV-GRUPO
                 MOVE WSI-G TO WSV-POSICION
              END-IF
           END-PERFORM
           IF WSV-POSICION = 0
              IF WSV-CANTGRUPOS < 50
                 ADD 1 TO WSV-CANTGRUPOS
                 MOVE WSV-CANTGRUPOS TO WSV-POSICION
                 MOVE WSV-GRUPO TO GRT-GRUPO(WSV-POSICION)
                 MOVE FMT-RESPNOMBRE(WSI-F) TO
                                      GRT-RESPNOMBRE(WSV-POSICION)
                 MOVE FMT-RESPAPELLIDO(WSI-F) TO
                                      GRT-RESPAPELLIDO(WSV-POSICION)
                 MOVE 0 TO GRT-ALUMNOS(WSV-POSICION)
                 PERFORM VARYING WSI-T FROM 1 BY 1 UNTIL WSI-T > 5
                    MOVE 0 TO GRT-TRAMO(WSV-POSICION, WSI-T)
                 END-PERFORM
              ELSE
                 MOVE 1 TO WSV-GRUPOSTRUNCADO
              END-IF
           END-IF
           IF WSV-POSICION > 0
              ADD 1 TO GRT-ALUMNOS(WSV-POSICION)
              PERFORM VARYING WSI-T FROM 1 BY 1 UNTIL WSI-T > 5
                 ADD CLI-TRAMO(WSI-J, WSI-T) TO
                     GRT-TRAMO(WSV-POSICION, WSI-T)
              END-PERFORM
           END-IF.

       300000-IMPRIMIR-INFORME.
           DISPLAY "***************************************************"
           DISPLAY "INFORME DE DEUDA POR ANTIGUEDAD AL "
                 DISPLAY "ATENCION: HAY MAS DE 100 CLIENTES CON "
                         "DEUDA. EL INFORME QUEDO TRUNCADO."
              END-IF
              IF WSV-CANTGRUPOS > 0
                 PERFORM 310000-IMPRIMIR-FAMILIAS
              END-IF
           END-IF.

      *****************************************************************
      * DEUDA POR GRUPO FAMILIAR: UN BLOQUE POR GRUPO CON SU          *
      * RESPONSABLE DE PAGO, LOS ALUMNOS CON DEUDA Y LOS TRAMOS.      *
      *****************************************************************
       310000-IMPRIMIR-FAMILIAS.
           DISPLAY " "
           DISPLAY "DEUDA POR GRUPO FAMILIAR"
           DISPLAY "---------------------------------------------"
           PERFORM VARYING WSI-G FROM 1 BY 1
                   UNTIL WSI-G > WSV-CANTGRUPOS
              DISPLAY "GRUPO " GRT-GRUPO(WSI-G) " - RESPONSABLE: "
                      FUNCTION TRIM(GRT-RESPNOMBRE(WSI-G)) " "
                      FUNCTION TRIM(GRT-RESPAPELLIDO(WSI-G))
                      " (" GRT-ALUMNOS(WSI-G) " ALUMNOS CON DEUDA)"
              MOVE GRT-TRAMO(WSI-G, 1) TO WSM-TOTALCLIENTE
              DISPLAY "   AL DIA:        " WSM-TOTALCLIENTE
              MOVE GRT-TRAMO(WSI-G, 2) TO WSM-TOTALCLIENTE
              DISPLAY "   1 A 30 DIAS:   " WSM-TOTALCLIENTE
              MOVE GRT-TRAMO(WSI-G, 3) TO WSM-TOTALCLIENTE
              DISPLAY "   31 A 60 DIAS:  " WSM-TOTALCLIENTE
              MOVE GRT-TRAMO(WSI-G, 4) TO WSM-TOTALCLIENTE
              DISPLAY "   61 A 90 DIAS:  " WSM-TOTALCLIENTE
              MOVE GRT-TRAMO(WSI-G, 5) TO WSM-TOTALCLIENTE
              DISPLAY "   MAS DE 90 DIAS:" WSM-TOTALCLIENTE
              COMPUTE WSM-TOTALGENERAL =
                      GRT-TRAMO(WSI-G, 1) + GRT-TRAMO(WSI-G, 2)
                      + GRT-TRAMO(WSI-G, 3) + GRT-TRAMO(WSI-G, 4)
                      + GRT-TRAMO(WSI-G, 5)
              DISPLAY "   TOTAL GRUPO:  " WSM-TOTALGENERAL
              DISPLAY " "
           END-PERFORM
           DISPLAY "---------------------------------------------"
           IF WSV-GRUPOSTRUNCADO = 1
              DISPLAY "ATENCION: HAY MAS DE 50 GRUPOS FAMILIARES CON "
                      "DEUDA. EL DETALLE POR GRUPO QUEDO TRUNCADO."
           END-IF.

      *****************************************************************
      * FOTO DE CIERRE DE MES: SE AGREGA A MORAHIST.DAT CON LA FECHA  *
      * Y HORA DE LA CORRIDA; SI EL CIERRE SE REPITE EL MISMO DIA,    *
      * TRANSIC-09-FL TOMA LA ULTIMA FOTO DEL PERIODO.                *
      *****************************************************************
       400000-GRABAR-FOTO.
           ACCEPT WSV-HORA-SISTEMA FROM TIME
           MOVE 0 TO WSV-FOTOGRABADOS
           OPEN EXTEND MORAHIST
           IF WSS-FS-MORAHIST-NOEXISTE
              OPEN OUTPUT MORAHIST
           END-IF
           IF NOT WSS-FS-MORAHIST-OK
              DISPLAY "NO SE PUDO GRABAR LA FOTO EN MORAHIST.DAT"
              DISPLAY "FILE STATUS " WSS-FS-MORAHIST
           ELSE
              MOVE WSV-FECHA-SISTEMA(1:6)  TO HIS-PERIODO
              MOVE WSV-FECHA-SISTEMA       TO HIS-FECHA
              MOVE WSV-HORA-SISTEMA(1:6)   TO HIS-HORA
              PERFORM VARYING WSI-J FROM 1 BY 1
                      UNTIL WSI-J > WSV-CANTCLIENTES
                 MOVE CLI-NOMBRE(WSI-J)   TO HIS-NOMBRE
                 MOVE CLI-APELLIDO(WSI-J) TO HIS-APELLIDO
                 MOVE CLI-PEOR(WSI-J)     TO HIS-TRAMO
                 COMPUTE HIS-IMPORTE =
                         CLI-TRAMO(WSI-J, 1) + CLI-TRAMO(WSI-J, 2)
                         + CLI-TRAMO(WSI-J, 3) + CLI-TRAMO(WSI-J, 4)
                         + CLI-TRAMO(WSI-J, 5)
                 WRITE REG-MORAHIST
                 ADD 1 TO WSV-FOTOGRABADOS
              END-PERFORM
              PERFORM VARYING WSI-J FROM 1 BY 1
                      UNTIL WSI-J > WSV-CANTCASTIGADOS
                 MOVE CAS-NOMBRE(WSI-J)   TO HIS-NOMBRE
                 MOVE CAS-APELLIDO(WSI-J) TO HIS-APELLIDO
                 MOVE 6                   TO HIS-TRAMO
                 MOVE CAS-IMPORTE(WSI-J)  TO HIS-IMPORTE
                 WRITE REG-MORAHIST
                 ADD 1 TO WSV-FOTOGRABADOS
              END-PERFORM
              CLOSE MORAHIST
              DISPLAY "FOTO DE CIERRE DE MES GRABADA EN MORAHIST.DAT ("
                      WSV-FOTOGRABADOS " REGISTROS)"
              IF WSV-INFORMETRUNCADO = 1
                 DISPLAY "ATENCION: LA FOTO QUEDO INCOMPLETA"
              END-IF
           END-IF.

       END PROGRAM MORA-09-FL.
