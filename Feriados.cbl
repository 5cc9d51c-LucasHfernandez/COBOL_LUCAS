      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 18/10/2019
      * Purpose: MANTENIMIENTO DEL CALENDARIO DE FERIADOS
      *          (FERIADOS.DAT, VER FSFER.CPY) QUE USAN APERTURA,
      *          PROG01, CITAS, ENTREV, AVISOS, PLAZOS, MANTCOT Y EL
      *          PLANIFICADOR: ALTA, BAJA Y LISTADO DE FERIADOS CON
      *          SU DESCRIPCION, CARGA DE UN ANO COMPLETO DESDE LA
      *          LISTA OFICIAL (FERIADOSOFI.DAT, MISMO FORMATO)
      *          RECHAZANDO DUPLICADOS Y FINES DE SEMANA, Y DEPURACION
      *          DE ANOS VIEJOS. AVISA SI EL CALENDARIO NO CUBRE LOS
      *          PROXIMOS 60 DIAS (EL ANO DE LA FECHA DE PROCESO MAS
      *          60 DIAS TODAVIA NO ESTA CARGADO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERIAD-09-FL.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FERIADOS   ASSIGN TO DISK 'FERIADOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-FERIADOS.

           SELECT OFICIAL    ASSIGN TO DISK 'FERIADOSOFI.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-OFICIAL.

           SELECT FECHAPROC ASSIGN TO DISK 'FECHAPROC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-FPR-FS.

           SELECT INTENCION ASSIGN TO DISK 'INTENCION.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-INT-FS.

           SELECT CERROJOS  ASSIGN TO DISK 'CERROJOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-CER-FS.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.

       DATA DIVISION.

       FILE SECTION.

       FD FERIADOS.
       COPY FSFER.

      *****************************************************************
      * LISTA OFICIAL DEL ANO A CARGAR, CON EL MISMO FORMATO QUE      *
      * FERIADOS.DAT (FECHA, UN BLANCO Y LA DESCRIPCION).             *
      *****************************************************************
       FD OFICIAL.
       01 REG-OFICIAL.
           05 OFI-FECHA                PIC 9(08).
           05 FILLER                   PIC X(01).
           05 OFI-DESCRIPCION          PIC X(40).

       FD FECHAPROC.
       COPY FSFECHA.

       FD INTENCION.
       COPY FSINT.

       FD CERROJOS.
       COPY FSLOCK.

       FD PROCLOG.
       COPY FSLOG.

       WORKING-STORAGE SECTION.

       COPY FSLOGVAR.

       COPY FSFECHAVAR.

       COPY FSLOCKVAR.

       COPY FSINTVAR.

       01 VARIABLES.
           05 WSV-OPCION              PIC 9(01)   VALUE 0.
           05 WSV-FECHA               PIC 9(08)   VALUE 0.
           05 WSV-FECHA-R REDEFINES WSV-FECHA.
              10 WSV-FEC-ANO          PIC 9(04).
              10 WSV-FEC-MESDIA       PIC 9(04).
           05 WSV-DESCRIPCION         PIC X(40)   VALUE SPACES.
           05 WSV-ANO                 PIC 9(04)   VALUE 0.
           05 WSV-ANO-CUBIERTO        PIC 9(04)   VALUE 0.
           05 WSV-FECHA-LIMITE        PIC 9(08)   VALUE 0.
           05 WSV-FECHA-LIMITE-R REDEFINES WSV-FECHA-LIMITE.
              10 WSV-LIM-ANO          PIC 9(04).
              10 WSV-LIM-MESDIA       PIC 9(04).
           05 WSV-DIASEMANA           PIC 9(01)   VALUE 0.
           05 WSV-NOMBREDIA           PIC X(09)   VALUE SPACES.
           05 WSV-MOTIVO              PIC X(30)   VALUE SPACES.
           05 WSV-CONFIRMA            PIC X(01)   VALUE SPACE.
           05 WSV-HUBOCAMBIOS         PIC 9(01)   VALUE 0.
           05 WSV-TABLALLENA          PIC 9(01)   VALUE 0.
           05 WSV-RETORNO             PIC 9(02)   VALUE 0.

       01 INDICES.
           05 WSV-I                   PIC 9(03)   VALUE 0.
           05 WSV-POSICION            PIC 9(03)   VALUE 0.
           05 WSV-CANTFERIADOS        PIC 9(03)   VALUE 0.

       01 CONSTANTES.
           05 WSC-MAXFERIADOS         PIC 9(03)   VALUE 500.
           05 WSC-DIASCOBERTURA       PIC 9(03)   VALUE 60.

       01 ACUMULADORES.
           05 WSA-ALTAS               PIC 9(04)   VALUE 0.
           05 WSA-BAJAS               PIC 9(04)   VALUE 0.
           05 WSA-RECHAZADOS          PIC 9(04)   VALUE 0.
           05 WSA-LISTADOS            PIC 9(04)   VALUE 0.
           05 WSA-CARGADOS            PIC 9(04)   VALUE 0.
           05 WSA-LEIDOS-OFI          PIC 9(04)   VALUE 0.

       01 TABLA-FERIADOS.
           05 WST-FER                OCCURS 500 TIMES.
              10 FTB-FECHA           PIC 9(08).
              10 FTB-DESCRIPCION     PIC X(40).

       01 TABLA-DIAS.
           05 FILLER                  PIC X(09)   VALUE 'LUNES'.
           05 FILLER                  PIC X(09)   VALUE 'MARTES'.
           05 FILLER                  PIC X(09)   VALUE 'MIERCOLES'.
           05 FILLER                  PIC X(09)   VALUE 'JUEVES'.
           05 FILLER                  PIC X(09)   VALUE 'VIERNES'.
           05 FILLER                  PIC X(09)   VALUE 'SABADO'.
           05 FILLER                  PIC X(09)   VALUE 'DOMINGO'.
       01 TABLA-DIAS-R REDEFINES TABLA-DIAS.
           05 WST-DIA                 PIC X(09)   OCCURS 7 TIMES.

       01 SWITCHES.
           05 WSS-FS-FERIADOS         PIC X(02).
             88 WSS-FS-FERIADOS-OK                VALUE '00'.
             88 WSS-FS-FERIADOS-EOF               VALUE '10'.
           05 WSS-FS-OFICIAL          PIC X(02).
             88 WSS-FS-OFICIAL-OK                 VALUE '00'.
             88 WSS-FS-OFICIAL-EOF                VALUE '10'.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'FERIAD-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           MOVE 'FERIAD-09-FL' TO WS-CER-PROGRAMA
           MOVE 1 TO WS-CER-CANTARCH
           MOVE 'FERIADOS.DAT'   TO WS-CER-ARCHIVO(1)
           PERFORM 9200-TOMAR-CERROJOS
           IF WS-CER-DENEGADO = 1
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
              SET WS-LOG-FIN TO TRUE
              PERFORM 9100-GRABAR-PROCLOG
              STOP RUN
           END-IF
           PERFORM 9300-LEER-FECHA-PROCESO
           PERFORM 100000-CARGAR-FERIADOS
           IF WSV-TABLALLENA = 1
              DISPLAY "FERIADOS.DAT SUPERA LA TABLA DE 500: SE CANCELA "
                      "SIN REGRABAR"
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
           PERFORM 800000-VERIFICAR-COBERTURA
           PERFORM UNTIL WSV-OPCION = 6
              DISPLAY "**************************************"
              DISPLAY "CALENDARIO DE FERIADOS"
              DISPLAY "1 - ALTA DE FERIADO"
              DISPLAY "2 - BAJA DE FERIADO"
              DISPLAY "3 - LISTADO DE FERIADOS"
              DISPLAY "4 - CARGA ANUAL DESDE LA LISTA OFICIAL"
              DISPLAY "5 - DEPURAR UN ANO VIEJO"
              DISPLAY "6 - SALIR"
              DISPLAY "RESPUESTA: "
              ACCEPT WSV-OPCION

              EVALUATE WSV-OPCION
                 WHEN 1
                    PERFORM 200000-ALTA-FERIADO
                 WHEN 2
                    PERFORM 300000-BAJA-FERIADO
                 WHEN 3
                    PERFORM 400000-LISTADO
                 WHEN 4
                    PERFORM 500000-CARGA-ANUAL
                 WHEN 5
                    PERFORM 600000-DEPURAR-ANO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
           MOVE RETURN-CODE TO WSV-RETORNO
           IF WSV-HUBOCAMBIOS = 1
              PERFORM 900000-REGRABAR-FERIADOS
              PERFORM 800000-VERIFICAR-COBERTURA
           END-IF
           MOVE WSV-RETORNO TO RETURN-CODE
           END-IF
           PERFORM 9250-LIBERAR-CERROJOS
           SET WS-LOG-FIN TO TRUE
           MOVE WSV-CANTFERIADOS TO WS-LOG-LEIDOS
           MOVE WSA-ALTAS        TO WS-LOG-GRABADOS
           MOVE WSA-RECHAZADOS   TO WS-LOG-RECHAZADOS
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

       100000-CARGAR-FERIADOS.
           MOVE 0 TO WSV-CANTFERIADOS
           OPEN INPUT FERIADOS
           IF WSS-FS-FERIADOS-OK
              PERFORM UNTIL WSS-FS-FERIADOS-EOF
                         OR WSV-CANTFERIADOS > 499
                 READ FERIADOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF FSF-FECHA IS NUMERIC
                          MOVE FSF-FECHA       TO WSV-FECHA
                          MOVE FSF-DESCRIPCION TO WSV-DESCRIPCION
                          PERFORM 160000-INSERTAR-FERIADO
                       END-IF
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-FERIADOS-EOF
                 READ FERIADOS
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLALLENA
                 END-READ
              END-IF
              CLOSE FERIADOS
           END-IF.

       150000-BUSCAR-FERIADO.
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSV-I FROM 1 BY 1
                   UNTIL WSV-I > WSV-CANTFERIADOS
              IF FTB-FECHA(WSV-I) = WSV-FECHA
                 MOVE WSV-I TO WSV-POSICION
              END-IF
           END-PERFORM.

      *****************************************************************
      * INSERTA WSV-FECHA / WSV-DESCRIPCION EN ORDEN DE FECHA. EL     *
      * ARCHIVO SE REGRABA SIEMPRE ORDENADO, AUNQUE SE HAYA EDITADO A *
      * MANO EN DESORDEN.                                             *
      *****************************************************************
       160000-INSERTAR-FERIADO.
           MOVE WSV-CANTFERIADOS TO WSV-I
           ADD 1 TO WSV-CANTFERIADOS
           MOVE WSV-CANTFERIADOS TO WSV-POSICION
           PERFORM UNTIL WSV-I = 0
              IF FTB-FECHA(WSV-I) > WSV-FECHA
                 MOVE WST-FER(WSV-I) TO WST-FER(WSV-I + 1)
                 MOVE WSV-I TO WSV-POSICION
                 SUBTRACT 1 FROM WSV-I
              ELSE
                 MOVE 0 TO WSV-I
              END-IF
           END-PERFORM
           MOVE WSV-FECHA       TO FTB-FECHA(WSV-POSICION)
           MOVE WSV-DESCRIPCION TO FTB-DESCRIPCION(WSV-POSICION).

      *****************************************************************
      * VALIDA WSV-FECHA PARA SER FERIADO: FECHA REAL, NO SABADO NI   *
      * DOMINGO (YA SON INHABILES) Y NO REPETIDA. DEJA EL MOTIVO DEL  *
      * RECHAZO EN WSV-MOTIVO (EN BLANCO SI ES VALIDA).               *
      *****************************************************************
       170000-VALIDAR-FECHA.
           MOVE SPACES TO WSV-MOTIVO
           IF WSV-FECHA IS NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(WSV-FECHA) NOT = 0
              MOVE 'FECHA INVALIDA' TO WSV-MOTIVO
           ELSE
              PERFORM 180000-DIA-SEMANA
              IF WSV-DIASEMANA > 4
                 STRING 'CAE ' DELIMITED BY SIZE
                        WSV-NOMBREDIA DELIMITED BY SPACE
                        ' (FIN DE SEMANA)' DELIMITED BY SIZE
                        INTO WSV-MOTIVO
              ELSE
                 PERFORM 150000-BUSCAR-FERIADO
                 IF WSV-POSICION > 0
                    MOVE 'YA ESTA CARGADO' TO WSV-MOTIVO
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      * DIA DE LA SEMANA DE WSV-FECHA: 0 = LUNES ... 6 = DOMINGO      *
      * (DISTANCIA A UN LUNES CONOCIDO, MODULO 7, COMO APERTURA).     *
      *****************************************************************
       180000-DIA-SEMANA.
           COMPUTE WSV-DIASEMANA =
               FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WSV-FECHA)
                   - FUNCTION INTEGER-OF-DATE(20240101), 7)
           MOVE WST-DIA(WSV-DIASEMANA + 1) TO WSV-NOMBREDIA.

       200000-ALTA-FERIADO.
           IF WSV-CANTFERIADOS >= WSC-MAXFERIADOS
              DISPLAY "NO HAY MAS ESPACIO DE FERIADOS"
           ELSE
              DISPLAY "FECHA DEL FERIADO (AAAAMMDD): "
              ACCEPT WSV-FECHA
              PERFORM 170000-VALIDAR-FECHA
              IF WSV-MOTIVO NOT = SPACES
                 DISPLAY "SE RECHAZA " WSV-FECHA ": " WSV-MOTIVO
                 ADD 1 TO WSA-RECHAZADOS
              ELSE
                 DISPLAY "DESCRIPCION: "
                 ACCEPT WSV-DESCRIPCION
                 IF WSV-DESCRIPCION = SPACES
                    DISPLAY "LA DESCRIPCION ES OBLIGATORIA"
                 ELSE
                    PERFORM 160000-INSERTAR-FERIADO
                    ADD 1 TO WSA-ALTAS
                    MOVE 1 TO WSV-HUBOCAMBIOS
                    DISPLAY "FERIADO " WSV-FECHA " (" WSV-NOMBREDIA
                            ") AGREGADO (SE GRABA AL SALIR)"
                 END-IF
              END-IF
           END-IF.

       300000-BAJA-FERIADO.
           DISPLAY "FECHA DEL FERIADO A BORRAR (AAAAMMDD): "
           ACCEPT WSV-FECHA
           PERFORM 150000-BUSCAR-FERIADO
           IF WSV-POSICION = 0
              DISPLAY "LA FECHA " WSV-FECHA " NO ESTA EN EL CALENDARIO"
           ELSE
              DISPLAY FTB-FECHA(WSV-POSICION) " "
                      FTB-DESCRIPCION(WSV-POSICION)
              DISPLAY "CONFIRMA LA BAJA? (S/N): "
              ACCEPT WSV-CONFIRMA
              IF WSV-CONFIRMA = 'S'
                 PERFORM 310000-QUITAR-FERIADO
                 ADD 1 TO WSA-BAJAS
                 MOVE 1 TO WSV-HUBOCAMBIOS
                 DISPLAY "FERIADO BORRADO (SE GRABA AL SALIR)"
              END-IF
           END-IF.

       310000-QUITAR-FERIADO.
           PERFORM VARYING WSV-I FROM WSV-POSICION BY 1
                   UNTIL WSV-I >= WSV-CANTFERIADOS
              MOVE WST-FER(WSV-I + 1) TO WST-FER(WSV-I)
           END-PERFORM
           SUBTRACT 1 FROM WSV-CANTFERIADOS.

      *****************************************************************
      * LISTADO CON DIA DE LA SEMANA Y DESCRIPCION, DE UN ANO O DE    *
      * TODO EL CALENDARIO (ANO 0).                                   *
      *****************************************************************
       400000-LISTADO.
           DISPLAY "ANO A LISTAR (0 = TODOS): "
           ACCEPT WSV-ANO
           MOVE 0 TO WSA-LISTADOS
           DISPLAY "FECHA    DIA       DESCRIPCION"
           PERFORM VARYING WSV-I FROM 1 BY 1
                   UNTIL WSV-I > WSV-CANTFERIADOS
              MOVE FTB-FECHA(WSV-I) TO WSV-FECHA
              IF WSV-ANO = 0 OR WSV-FEC-ANO = WSV-ANO
                 PERFORM 180000-DIA-SEMANA
                 DISPLAY WSV-FECHA " " WSV-NOMBREDIA " "
                         FTB-DESCRIPCION(WSV-I)
                 ADD 1 TO WSA-LISTADOS
              END-IF
           END-PERFORM
           DISPLAY "FERIADOS LISTADOS: " WSA-LISTADOS
           PERFORM 800000-VERIFICAR-COBERTURA.

      *****************************************************************
      * CARGA ANUAL: SE TOMAN DE FERIADOSOFI.DAT LAS FECHAS DEL ANO   *
      * PEDIDO. CADA RECHAZO (OTRO ANO, FECHA INVALIDA, FIN DE SEMANA *
      * O DUPLICADO, INCLUSO DENTRO DE LA MISMA LISTA) SE INFORMA.    *
      *****************************************************************
       500000-CARGA-ANUAL.
           DISPLAY "ANO A CARGAR (AAAA): "
           ACCEPT WSV-ANO
           MOVE 0 TO WSA-CARGADOS
           MOVE 0 TO WSA-LEIDOS-OFI
           OPEN INPUT OFICIAL
           IF NOT WSS-FS-OFICIAL-OK
              DISPLAY "NO SE PUDO ABRIR FERIADOSOFI.DAT"
              DISPLAY "FILE STATUS " WSS-FS-OFICIAL
           ELSE
              PERFORM UNTIL WSS-FS-OFICIAL-EOF
                 READ OFICIAL
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSA-LEIDOS-OFI
                       PERFORM 510000-CARGAR-OFICIAL
                 END-READ
              END-PERFORM
              CLOSE OFICIAL
              DISPLAY "LEIDOS DE LA LISTA OFICIAL: " WSA-LEIDOS-OFI
              DISPLAY "FERIADOS " WSV-ANO " AGREGADOS: " WSA-CARGADOS
                      " (SE GRABAN AL SALIR)"
              IF WSA-CARGADOS > 0
                 MOVE 1 TO WSV-HUBOCAMBIOS
              END-IF
           END-IF.

       510000-CARGAR-OFICIAL.
           MOVE OFI-FECHA       TO WSV-FECHA
           MOVE OFI-DESCRIPCION TO WSV-DESCRIPCION
           PERFORM 170000-VALIDAR-FECHA
           IF WSV-MOTIVO = SPACES AND WSV-FEC-ANO NOT = WSV-ANO
              MOVE 'NO ES DEL ANO A CARGAR' TO WSV-MOTIVO
           END-IF
           IF WSV-MOTIVO = SPACES AND WSV-DESCRIPCION = SPACES
              MOVE 'SIN DESCRIPCION' TO WSV-MOTIVO
           END-IF
           IF WSV-MOTIVO = SPACES
              AND WSV-CANTFERIADOS >= WSC-MAXFERIADOS
              MOVE 'NO HAY MAS ESPACIO' TO WSV-MOTIVO
           END-IF
           IF WSV-MOTIVO NOT = SPACES
              DISPLAY "RECHAZADO " OFI-FECHA " " OFI-DESCRIPCION
              DISPLAY "   MOTIVO: " WSV-MOTIVO
              ADD 1 TO WSA-RECHAZADOS
           ELSE
              PERFORM 160000-INSERTAR-FERIADO
              ADD 1 TO WSA-CARGADOS
              ADD 1 TO WSA-ALTAS
           END-IF.

      *****************************************************************
      * DEPURACION: BORRA TODOS LOS FERIADOS DE UN ANO YA PASADO,     *
      * PARA QUE EL ARCHIVO NO LLEGUE AL TOPE DE WSC-MAXFERIADOS, QUE *
      * ES TAMBIEN LA TABLA DE LOS PROGRAMAS QUE CALCULAN HABILES.    *
      *****************************************************************
       600000-DEPURAR-ANO.
           DISPLAY "ANO A DEPURAR (AAAA): "
           ACCEPT WSV-ANO
           MOVE WS-FPR-FECHA TO WSV-FECHA
           IF WSV-ANO >= WSV-FEC-ANO
              DISPLAY "SOLO SE DEPURAN ANOS ANTERIORES AL DE LA FECHA "
                      "DE PROCESO (" WS-FPR-FECHA ")"
           ELSE
              DISPLAY "CONFIRMA BORRAR TODOS LOS FERIADOS DE " WSV-ANO
                      "? (S/N): "
              ACCEPT WSV-CONFIRMA
              IF WSV-CONFIRMA = 'S'
                 MOVE 0 TO WSA-LISTADOS
                 MOVE 1 TO WSV-POSICION
                 PERFORM UNTIL WSV-POSICION > WSV-CANTFERIADOS
                    MOVE FTB-FECHA(WSV-POSICION) TO WSV-FECHA
                    IF WSV-FEC-ANO = WSV-ANO
                       PERFORM 310000-QUITAR-FERIADO
                       ADD 1 TO WSA-LISTADOS
                       ADD 1 TO WSA-BAJAS
                    ELSE
                       ADD 1 TO WSV-POSICION
                    END-IF
                 END-PERFORM
                 DISPLAY "FERIADOS BORRADOS: " WSA-LISTADOS
                         " (SE GRABA AL SALIR)"
                 IF WSA-LISTADOS > 0
                    MOVE 1 TO WSV-HUBOCAMBIOS
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      * COBERTURA: LOS FERIADOS SE CARGAN POR ANO COMPLETO, ASI QUE EL*
      * CALENDARIO CUBRE HASTA EL 31/12 DEL ULTIMO ANO CON FERIADOS.  *
      * SI LA FECHA DE PROCESO MAS 60 DIAS CAE EN UN ANO POSTERIOR SE *
      * AVISA.                                                        *
      *****************************************************************
       800000-VERIFICAR-COBERTURA.
           COMPUTE WSV-FECHA-LIMITE =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-FPR-FECHA)
                     + WSC-DIASCOBERTURA)
           MOVE 0 TO WSV-ANO-CUBIERTO
           IF WSV-CANTFERIADOS > 0
              MOVE FTB-FECHA(WSV-CANTFERIADOS) TO WSV-FECHA
              MOVE WSV-FEC-ANO TO WSV-ANO-CUBIERTO
           END-IF
           IF WSV-LIM-ANO > WSV-ANO-CUBIERTO
              DISPLAY "*** ATENCION: EL CALENDARIO DE FERIADOS NO "
                      "CUBRE LOS PROXIMOS 60 DIAS ***"
              DISPLAY "*** (HASTA " WSV-FECHA-LIMITE "): FALTA CARGAR "
                      "EL ANO " WSV-LIM-ANO " ***"
           END-IF.

       900000-REGRABAR-FERIADOS.
           MOVE 'FERIADOS.DAT' TO WS-INT-ARCHIVO
           MOVE 'FERIAD-09-FL' TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT FERIADOS
           IF WSS-FS-FERIADOS-OK
              PERFORM VARYING WSV-I FROM 1 BY 1
                      UNTIL WSV-I > WSV-CANTFERIADOS
                 MOVE SPACES                 TO REG-FERIADO
                 MOVE FTB-FECHA(WSV-I)       TO FSF-FECHA
                 MOVE FTB-DESCRIPCION(WSV-I) TO FSF-DESCRIPCION
                 WRITE REG-FERIADO
              END-PERFORM
              CLOSE FERIADOS
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR FERIADOS.DAT"
              DISPLAY "FILE STATUS " WSS-FS-FERIADOS
              MOVE 8 TO WSV-RETORNO
           END-IF.

       COPY FSLOGPROC.

       COPY FSFECHAPROC.

       COPY FSINTPROC.

       COPY FSLOCKPROC.

       END PROGRAM FERIAD-09-FL.
