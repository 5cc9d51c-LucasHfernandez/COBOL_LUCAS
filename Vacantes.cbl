      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 18/10/2019
      * Purpose: VACANTES DE PERSONAL (VACANTES.DAT, VER FSVAC.CPY):
      *          ALTA DE CADA PUESTO A CUBRIR CON SU AREA, CANTIDAD DE
      *          PUESTOS, CALIFICACION MINIMA Y RANGO DE EDAD DE LOS
      *          POSTULANTES Y FECHA DE APERTURA; MODIFICACION Y
      *          CANCELACION MIENTRAS ESTA ABIERTA. CITAS-09-FL CITA
      *          CONTRA UNA VACANTE Y ENTREV-09-FL CUENTA LOS
      *          APROBADOS HASTA CUBRIRLA Y CERRARLA. EL INFORME
      *          MUESTRA POR VACANTE LOS DIAS ABIERTA, CITADOS,
      *          ENTREVISTADOS Y CONTRATADOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACANTES-09-FL.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VACANTES   ASSIGN TO DISK 'VACANTES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-VACANTES.

           SELECT CITACIONES ASSIGN TO DISK 'CITACIONES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CITACIONES.

           SELECT RESULCITA  ASSIGN TO DISK 'RESULCITA.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RESULCITA.

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

       FD VACANTES.
       COPY FSVAC.

      *****************************************************************
      * CITACIONES.DAT Y RESULCITA.DAT (VER CITAS-09-FL Y             *
      * ENTREV-09-FL): SOLO SE LEEN PARA EL INFORME.                  *
      *****************************************************************
       FD CITACIONES.
       01 REG-CITACION.
           05 CIT-FECHA              PIC 9(08).
           05 CIT-TURNO              PIC 9(02).
           05 CIT-NOMBRE             PIC X(30).
           05 CIT-VACANTE            PIC 9(04).

       FD RESULCITA.
       01 REG-RESULCITA.
           05 RES-FECHA              PIC 9(08).
           05 RES-TURNO              PIC 9(02).
           05 RES-NOMBRE             PIC X(30).
           05 RES-RESULTADO          PIC X(01).
           05 RES-NOTA               PIC X(30).
           05 RES-REAGENDADO         PIC 9(01).
           05 RES-VACANTE            PIC 9(04).

       FD INTENCION.
       COPY FSINT.

       FD CERROJOS.
       COPY FSLOCK.

       FD PROCLOG.
       COPY FSLOG.

       WORKING-STORAGE SECTION.

       COPY FSLOGVAR.

       COPY FSLOCKVAR.

       COPY FSINTVAR.

       01 VARIABLES.
           05 WSV-OPCION              PIC 9(01)   VALUE 0.
           05 WSV-CODIGO              PIC 9(04)   VALUE 0.
           05 WSV-AREA                PIC X(20)   VALUE SPACES.
           05 WSV-PUESTOS             PIC 9(03)   VALUE 0.
           05 WSV-CALIFMIN            PIC X(07)   VALUE SPACES.
             88 WSV-CALIFMIN-VALIDA   VALUE 'APTO' 'NO APTO'.
           05 WSV-EDADMIN             PIC 9(02)   VALUE 0.
           05 WSV-EDADMAX             PIC 9(02)   VALUE 0.
           05 WSV-FECHA               PIC 9(08)   VALUE 0.
           05 WSV-FECHA-R REDEFINES WSV-FECHA.
              10 WSV-FEC-ANO          PIC 9(04).
              10 WSV-FEC-MES          PIC 9(02).
              10 WSV-FEC-DIA          PIC 9(02).
           05 WSV-FECHA-SISTEMA       PIC 9(08)   VALUE 0.
           05 WSV-FECHAHASTA          PIC 9(08)   VALUE 0.
           05 WSV-DIASABIERTA         PIC 9(05)   VALUE 0.
           05 WSV-CONFIRMA            PIC X(01)   VALUE SPACE.
           05 WSV-DATOSOK             PIC 9(01)   VALUE 0.
           05 WSV-HUBOCAMBIOS         PIC 9(01)   VALUE 0.
           05 WSV-TABLALLENA          PIC 9(01)   VALUE 0.
           05 WSV-RETORNO             PIC 9(02)   VALUE 0.

       01 INDICES.
           05 WSV-I                   PIC 9(03)   VALUE 0.
           05 WSV-POSICION            PIC 9(03)   VALUE 0.
           05 WSV-CANTVACANTES        PIC 9(03)   VALUE 0.

       01 ACUMULADORES.
           05 WSA-ALTAS               PIC 9(04)   VALUE 0.
           05 WSA-ABIERTAS            PIC 9(04)   VALUE 0.
           05 WSA-PUESTOS             PIC 9(05)   VALUE 0.
           05 WSA-CUBIERTOS           PIC 9(05)   VALUE 0.

       01 TABLA-VACANTES.
           05 WST-VAC                OCCURS 200 TIMES.
              10 VTB-CODIGO          PIC 9(04).
              10 VTB-AREA            PIC X(20).
              10 VTB-PUESTOS         PIC 9(03).
              10 VTB-CALIFMIN        PIC X(07).
              10 VTB-EDADMIN         PIC 9(02).
              10 VTB-EDADMAX         PIC 9(02).
              10 VTB-FECHAAPERTURA   PIC 9(08).
              10 VTB-CUBIERTOS       PIC 9(03).
              10 VTB-ESTADO          PIC X(01).
              10 VTB-FECHACIERRE     PIC 9(08).

      *****************************************************************
      * CONTADORES DEL INFORME, EN LA MISMA POSICION QUE LA VACANTE.  *
      *****************************************************************
       01 TABLA-CONTADORES.
           05 WST-CONT               OCCURS 200 TIMES.
              10 CTB-CITADOS         PIC 9(04).
              10 CTB-ENTREVISTADOS   PIC 9(04).
              10 CTB-AUSENTES        PIC 9(04).
              10 CTB-CONTRATADOS     PIC 9(04).

       01 SWITCHES.
           05 WSS-FS-VACANTES         PIC X(02).
             88 WSS-FS-VACANTES-OK                VALUE '00'.
             88 WSS-FS-VACANTES-EOF               VALUE '10'.
           05 WSS-FS-CITACIONES       PIC X(02).
             88 WSS-FS-CITACIONES-OK              VALUE '00'.
             88 WSS-FS-CITACIONES-EOF             VALUE '10'.
           05 WSS-FS-RESULCITA        PIC X(02).
             88 WSS-FS-RESULCITA-OK               VALUE '00'.
             88 WSS-FS-RESULCITA-EOF              VALUE '10'.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'VACANTES-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           MOVE 'VACANTES-09-FL' TO WS-CER-PROGRAMA
           MOVE 1 TO WS-CER-CANTARCH
           MOVE 'VACANTES.DAT'   TO WS-CER-ARCHIVO(1)
           PERFORM 9200-TOMAR-CERROJOS
           IF WS-CER-DENEGADO = 1
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
              SET WS-LOG-FIN TO TRUE
              PERFORM 9100-GRABAR-PROCLOG
              STOP RUN
           END-IF
           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 100000-CARGAR-VACANTES
           IF WSV-TABLALLENA = 1
              DISPLAY "VACANTES.DAT SUPERA LA TABLA DE 200: SE CANCELA "
                      "SIN REGRABAR"
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
           PERFORM UNTIL WSV-OPCION = 5
              DISPLAY "**************************************"
              DISPLAY "VACANTES DE PERSONAL"
              DISPLAY "1 - ALTA DE VACANTE"
              DISPLAY "2 - MODIFICAR VACANTE"
              DISPLAY "3 - CANCELAR VACANTE"
              DISPLAY "4 - INFORME DE VACANTES"
              DISPLAY "5 - SALIR"
              DISPLAY "RESPUESTA: "
              ACCEPT WSV-OPCION

              EVALUATE WSV-OPCION
                 WHEN 1
                    PERFORM 200000-ALTA-VACANTE
                 WHEN 2
                    PERFORM 300000-MODIFICAR-VACANTE
                 WHEN 3
                    PERFORM 400000-CANCELAR-VACANTE
                 WHEN 4
                    PERFORM 500000-INFORME-VACANTES
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
           MOVE RETURN-CODE TO WSV-RETORNO
           IF WSV-HUBOCAMBIOS = 1
              PERFORM 900000-REGRABAR-VACANTES
           END-IF
           MOVE WSV-RETORNO TO RETURN-CODE
           END-IF
           PERFORM 9250-LIBERAR-CERROJOS
           SET WS-LOG-FIN TO TRUE
           MOVE WSV-CANTVACANTES TO WS-LOG-LEIDOS
           MOVE WSA-ALTAS        TO WS-LOG-GRABADOS
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

       100000-CARGAR-VACANTES.
           MOVE 0 TO WSV-CANTVACANTES
           OPEN INPUT VACANTES
           IF WSS-FS-VACANTES-OK
              PERFORM UNTIL WSS-FS-VACANTES-EOF
                         OR WSV-CANTVACANTES > 199
                 READ VACANTES
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTVACANTES
                       MOVE REG-VACANTE TO WST-VAC(WSV-CANTVACANTES)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-VACANTES-EOF
                 READ VACANTES
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLALLENA
                 END-READ
              END-IF
              CLOSE VACANTES
           END-IF.

       150000-BUSCAR-VACANTE.
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSV-I FROM 1 BY 1
                   UNTIL WSV-I > WSV-CANTVACANTES
              IF VTB-CODIGO(WSV-I) = WSV-CODIGO
                 MOVE WSV-I TO WSV-POSICION
              END-IF
           END-PERFORM.

       200000-ALTA-VACANTE.
           IF WSV-CANTVACANTES >= 200
              DISPLAY "NO HAY MAS ESPACIO DE VACANTES"
           ELSE
              PERFORM 210000-PEDIR-DATOS
              DISPLAY "FECHA DE APERTURA (AAAAMMDD, 0 = HOY): "
              ACCEPT WSV-FECHA
              IF WSV-FECHA = 0
                 MOVE WSV-FECHA-SISTEMA TO WSV-FECHA
              END-IF
              IF WSV-FECHA > WSV-FECHA-SISTEMA
                 OR WSV-FEC-MES < 1 OR WSV-FEC-MES > 12
                 OR WSV-FEC-DIA < 1 OR WSV-FEC-DIA > 31
                 DISPLAY "FECHA DE APERTURA INVALIDA"
                 MOVE 0 TO WSV-DATOSOK
              END-IF
              IF WSV-DATOSOK = 1
                 MOVE 0 TO WSV-CODIGO
                 PERFORM VARYING WSV-I FROM 1 BY 1
                         UNTIL WSV-I > WSV-CANTVACANTES
                    IF VTB-CODIGO(WSV-I) > WSV-CODIGO
                       MOVE VTB-CODIGO(WSV-I) TO WSV-CODIGO
                    END-IF
                 END-PERFORM
                 ADD 1 TO WSV-CODIGO
                 ADD 1 TO WSV-CANTVACANTES
                 MOVE WSV-CANTVACANTES TO WSV-POSICION
                 MOVE WSV-CODIGO   TO VTB-CODIGO(WSV-POSICION)
                 MOVE WSV-FECHA    TO VTB-FECHAAPERTURA(WSV-POSICION)
                 MOVE 0            TO VTB-CUBIERTOS(WSV-POSICION)
                 MOVE 'A'          TO VTB-ESTADO(WSV-POSICION)
                 MOVE 0            TO VTB-FECHACIERRE(WSV-POSICION)
                 PERFORM 230000-MOVER-DATOS
                 ADD 1 TO WSA-ALTAS
                 MOVE 1 TO WSV-HUBOCAMBIOS
                 DISPLAY "VACANTE " WSV-CODIGO " ABIERTA "
                         "(SE GRABA AL SALIR)"
              END-IF
           END-IF.

      *****************************************************************
      * AREA, PUESTOS Y REQUISITOS DEL POSTULANTE. SIN CALIFICACION   *
      * SE PIDE 'APTO'; EDAD MAXIMA 0 = SIN TOPE.                     *
      *****************************************************************
       210000-PEDIR-DATOS.
           DISPLAY "AREA / PUESTO: "
           ACCEPT WSV-AREA
           DISPLAY "CANTIDAD DE PUESTOS: "
           ACCEPT WSV-PUESTOS
           DISPLAY "CALIFICACION MINIMA (APTO / NO APTO, "
                   "ENTER = APTO): "
           ACCEPT WSV-CALIFMIN
           IF WSV-CALIFMIN = SPACES
              MOVE 'APTO' TO WSV-CALIFMIN
           END-IF
           DISPLAY "EDAD MINIMA: "
           ACCEPT WSV-EDADMIN
           DISPLAY "EDAD MAXIMA (0 = SIN TOPE): "
           ACCEPT WSV-EDADMAX
           IF WSV-EDADMAX = 0
              MOVE 99 TO WSV-EDADMAX
           END-IF
           MOVE 0 TO WSV-DATOSOK
           EVALUATE TRUE
              WHEN WSV-AREA = SPACES
                 DISPLAY "EL AREA ES OBLIGATORIA"
              WHEN WSV-PUESTOS = 0
                 DISPLAY "LA CANTIDAD DE PUESTOS DEBE SER MAYOR A 0"
              WHEN NOT WSV-CALIFMIN-VALIDA
                 DISPLAY "CALIFICACION INVALIDA"
              WHEN WSV-EDADMIN > WSV-EDADMAX
                 DISPLAY "LA EDAD MINIMA SUPERA A LA MAXIMA"
              WHEN OTHER
                 MOVE 1 TO WSV-DATOSOK
           END-EVALUATE.

       230000-MOVER-DATOS.
           MOVE WSV-AREA     TO VTB-AREA(WSV-POSICION)
           MOVE WSV-PUESTOS  TO VTB-PUESTOS(WSV-POSICION)
           MOVE WSV-CALIFMIN TO VTB-CALIFMIN(WSV-POSICION)
           MOVE WSV-EDADMIN  TO VTB-EDADMIN(WSV-POSICION)
           MOVE WSV-EDADMAX  TO VTB-EDADMAX(WSV-POSICION).

      *****************************************************************
      * SOLO UNA VACANTE ABIERTA SE MODIFICA. LOS PUESTOS NO PUEDEN   *
      * QUEDAR POR DEBAJO DE LOS YA CUBIERTOS; SI QUEDAN IGUALES, LA  *
      * VACANTE SE CIERRA COMO CUBIERTA.                              *
      *****************************************************************
       300000-MODIFICAR-VACANTE.
           DISPLAY "CODIGO DE VACANTE: "
           ACCEPT WSV-CODIGO
           PERFORM 150000-BUSCAR-VACANTE
           EVALUATE TRUE
              WHEN WSV-POSICION = 0
                 DISPLAY "VACANTE INEXISTENTE"
              WHEN VTB-ESTADO(WSV-POSICION) NOT = 'A'
                 DISPLAY "LA VACANTE NO ESTA ABIERTA (ESTADO "
                         VTB-ESTADO(WSV-POSICION) ")"
              WHEN OTHER
                 DISPLAY "VIGENTE: " VTB-AREA(WSV-POSICION)
                         " PUESTOS " VTB-PUESTOS(WSV-POSICION)
                         " CUBIERTOS " VTB-CUBIERTOS(WSV-POSICION)
                         " " VTB-CALIFMIN(WSV-POSICION)
                         " EDAD " VTB-EDADMIN(WSV-POSICION)
                         "-" VTB-EDADMAX(WSV-POSICION)
                 PERFORM 210000-PEDIR-DATOS
                 IF WSV-DATOSOK = 1
                    AND WSV-PUESTOS < VTB-CUBIERTOS(WSV-POSICION)
                    DISPLAY "YA HAY " VTB-CUBIERTOS(WSV-POSICION)
                            " PUESTOS CUBIERTOS"
                    MOVE 0 TO WSV-DATOSOK
                 END-IF
                 IF WSV-DATOSOK = 1
                    PERFORM 230000-MOVER-DATOS
                    IF VTB-CUBIERTOS(WSV-POSICION) = WSV-PUESTOS
                       MOVE 'C' TO VTB-ESTADO(WSV-POSICION)
                       MOVE WSV-FECHA-SISTEMA TO
                                        VTB-FECHACIERRE(WSV-POSICION)
                       DISPLAY "LA VACANTE QUEDA CUBIERTA Y SE CIERRA"
                    END-IF
                    MOVE 1 TO WSV-HUBOCAMBIOS
                    DISPLAY "VACANTE MODIFICADA (SE GRABA AL SALIR)"
                 END-IF
           END-EVALUATE.

       400000-CANCELAR-VACANTE.
           DISPLAY "CODIGO DE VACANTE: "
           ACCEPT WSV-CODIGO
           PERFORM 150000-BUSCAR-VACANTE
           EVALUATE TRUE
              WHEN WSV-POSICION = 0
                 DISPLAY "VACANTE INEXISTENTE"
              WHEN VTB-ESTADO(WSV-POSICION) NOT = 'A'
                 DISPLAY "LA VACANTE NO ESTA ABIERTA (ESTADO "
                         VTB-ESTADO(WSV-POSICION) ")"
              WHEN OTHER
                 DISPLAY VTB-AREA(WSV-POSICION) " - CUBIERTOS "
                         VTB-CUBIERTOS(WSV-POSICION) " DE "
                         VTB-PUESTOS(WSV-POSICION)
                 DISPLAY "CONFIRMA LA CANCELACION? (S/N): "
                 ACCEPT WSV-CONFIRMA
                 IF WSV-CONFIRMA = 'S'
                    MOVE 'X' TO VTB-ESTADO(WSV-POSICION)
                    MOVE WSV-FECHA-SISTEMA TO
                                     VTB-FECHACIERRE(WSV-POSICION)
                    MOVE 1 TO WSV-HUBOCAMBIOS
                    DISPLAY "VACANTE CANCELADA (SE GRABA AL SALIR)"
                 END-IF
           END-EVALUATE.

      *****************************************************************
      * INFORME: POR VACANTE, DIAS ABIERTA (HASTA EL CIERRE O HASTA   *
      * HOY), CITADOS (TURNOS DADOS MENOS LOS REAGENDADOS POR         *
      * AUSENCIA, PARA NO CONTAR DOS VECES A LA MISMA PERSONA),       *
      * ENTREVISTADOS (RESULTADO DISTINTO DE AUSENTE), AUSENTES Y     *
      * CONTRATADOS (APROBADOS).                                      *
      *****************************************************************
       500000-INFORME-VACANTES.
           PERFORM VARYING WSV-I FROM 1 BY 1
                   UNTIL WSV-I > WSV-CANTVACANTES
              MOVE 0 TO CTB-CITADOS(WSV-I)
              MOVE 0 TO CTB-ENTREVISTADOS(WSV-I)
              MOVE 0 TO CTB-AUSENTES(WSV-I)
              MOVE 0 TO CTB-CONTRATADOS(WSV-I)
           END-PERFORM
           PERFORM 510000-CONTAR-CITACIONES
           PERFORM 520000-CONTAR-RESULTADOS

           MOVE 0 TO WSA-ABIERTAS
           MOVE 0 TO WSA-PUESTOS
           MOVE 0 TO WSA-CUBIERTOS
           DISPLAY "----------------------------------------------"
           DISPLAY "INFORME DE VACANTES AL " WSV-FECHA-SISTEMA
           DISPLAY "COD. AREA                 E APERTURA DIAS PUES "
                   "CUB CITAD ENTRE AUSEN CONTR"
           PERFORM VARYING WSV-I FROM 1 BY 1
                   UNTIL WSV-I > WSV-CANTVACANTES
              IF VTB-FECHACIERRE(WSV-I) > 0
                 MOVE VTB-FECHACIERRE(WSV-I) TO WSV-FECHAHASTA
              ELSE
                 MOVE WSV-FECHA-SISTEMA TO WSV-FECHAHASTA
              END-IF
              IF WSV-FECHAHASTA > VTB-FECHAAPERTURA(WSV-I)
                 COMPUTE WSV-DIASABIERTA =
                     FUNCTION INTEGER-OF-DATE(WSV-FECHAHASTA)
                   - FUNCTION INTEGER-OF-DATE(VTB-FECHAAPERTURA(WSV-I))
              ELSE
                 MOVE 0 TO WSV-DIASABIERTA
              END-IF
              DISPLAY VTB-CODIGO(WSV-I) " " VTB-AREA(WSV-I) " "
                      VTB-ESTADO(WSV-I) " "
                      VTB-FECHAAPERTURA(WSV-I) " "
                      WSV-DIASABIERTA " " VTB-PUESTOS(WSV-I) " "
                      VTB-CUBIERTOS(WSV-I) " "
                      CTB-CITADOS(WSV-I) " "
                      CTB-ENTREVISTADOS(WSV-I) " "
                      CTB-AUSENTES(WSV-I) " "
                      CTB-CONTRATADOS(WSV-I)
              IF VTB-ESTADO(WSV-I) = 'A'
                 ADD 1 TO WSA-ABIERTAS
                 ADD VTB-PUESTOS(WSV-I)   TO WSA-PUESTOS
                 ADD VTB-CUBIERTOS(WSV-I) TO WSA-CUBIERTOS
              END-IF
           END-PERFORM
           DISPLAY "(E: A = ABIERTA, C = CUBIERTA, X = CANCELADA)"
           DISPLAY "VACANTES ABIERTAS: " WSA-ABIERTAS
                   " - PUESTOS " WSA-PUESTOS
                   " - YA CUBIERTOS " WSA-CUBIERTOS
           DISPLAY "----------------------------------------------".

       510000-CONTAR-CITACIONES.
           OPEN INPUT CITACIONES
           IF WSS-FS-CITACIONES-OK
              PERFORM UNTIL WSS-FS-CITACIONES-EOF
                 READ CITACIONES
                    AT END
                       CONTINUE
                    NOT AT END
                       IF CIT-VACANTE IS NUMERIC
                          MOVE CIT-VACANTE TO WSV-CODIGO
                          PERFORM 150000-BUSCAR-VACANTE
                          IF WSV-POSICION > 0
                             ADD 1 TO CTB-CITADOS(WSV-POSICION)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CITACIONES
           END-IF.

       520000-CONTAR-RESULTADOS.
           OPEN INPUT RESULCITA
           IF WSS-FS-RESULCITA-OK
              PERFORM UNTIL WSS-FS-RESULCITA-EOF
                 READ RESULCITA
                    AT END
                       CONTINUE
                    NOT AT END
                       IF RES-VACANTE IS NUMERIC
                          MOVE RES-VACANTE TO WSV-CODIGO
                          PERFORM 150000-BUSCAR-VACANTE
                          IF WSV-POSICION > 0
                             PERFORM 525000-CONTAR-RESULTADO
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RESULCITA
           END-IF.

       525000-CONTAR-RESULTADO.
           IF RES-RESULTADO = 'U'
              ADD 1 TO CTB-AUSENTES(WSV-POSICION)
              IF RES-REAGENDADO = 1
                 AND CTB-CITADOS(WSV-POSICION) > 0
                 SUBTRACT 1 FROM CTB-CITADOS(WSV-POSICION)
              END-IF
           ELSE
              ADD 1 TO CTB-ENTREVISTADOS(WSV-POSICION)
              IF RES-RESULTADO = 'A'
                 ADD 1 TO CTB-CONTRATADOS(WSV-POSICION)
              END-IF
           END-IF.

       900000-REGRABAR-VACANTES.
           MOVE 'VACANTES.DAT'   TO WS-INT-ARCHIVO
           MOVE 'VACANTES-09-FL' TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT VACANTES
           IF WSS-FS-VACANTES-OK
              PERFORM VARYING WSV-I FROM 1 BY 1
                      UNTIL WSV-I > WSV-CANTVACANTES
                 MOVE WST-VAC(WSV-I) TO REG-VACANTE
                 WRITE REG-VACANTE
              END-PERFORM
              CLOSE VACANTES
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR VACANTES.DAT"
              DISPLAY "FILE STATUS " WSS-FS-VACANTES
              MOVE 8 TO WSV-RETORNO
           END-IF.

       COPY FSLOGPROC.

       COPY FSINTPROC.

       COPY FSLOCKPROC.

       END PROGRAM VACANTES-09-FL.
