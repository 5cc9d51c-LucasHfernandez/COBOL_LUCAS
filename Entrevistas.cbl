      *          VUELCAN A ALTASRRHH.DAT PARA RRHH, Y EL INFORME DE
      *          PIPELINE MUESTRA APTOS, CITADOS, ENTREVISTADOS Y
      *          APROBADOS EN UNA SOLA PANTALLA.
      *          CADA TURNO ARRASTRA LA VACANTE PARA LA QUE SE CITO
      *          (VER VACANTES-09-FL): EL APROBADO SE CUENTA CONTRA
      *          ELLA Y, AL COMPLETAR SUS PUESTOS, LA VACANTE SE CIERRA
      *          SOLA; SOBRE UNA VACANTE YA CERRADA NO SE APRUEBA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ALTAS.

           SELECT VACANTES   ASSIGN TO DISK 'VACANTES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-VACANTES.

           SELECT INTENCION ASSIGN TO DISK 'INTENCION.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-INT-FS.

           SELECT CERROJOS  ASSIGN TO DISK 'CERROJOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-CER-FS.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.
           05 CIT-FECHA              PIC 9(08).
           05 CIT-TURNO              PIC 9(02).
           05 CIT-NOMBRE             PIC X(30).
           05 CIT-VACANTE            PIC 9(04).

      *****************************************************************
      * RESULCITA.DAT: UN RESULTADO POR TURNO ATENDIDO. RES-RESULTADO:*
      * 'P' = PRESENTADO (SIN DEFINICION), 'U' = AUSENTE, 'A' =       *
      * APROBADO, 'R' = RECHAZADO. RES-REAGENDADO = 1 CUANDO LA       *
      * AUSENCIA YA GENERO UNA NUEVA CITACION. RES-VACANTE ES LA      *
      * VACANTE DEL TURNO (0 = TURNO SIN VACANTE).                    *
      *****************************************************************
       FD RESULCITA.
       01 REG-RESULCITA.
           05 RES-RESULTADO          PIC X(01).
           05 RES-NOTA               PIC X(30).
           05 RES-REAGENDADO         PIC 9(01).
           05 RES-VACANTE            PIC 9(04).

       FD APTOS.
       01 REG-APTO.
           05 FSU-CUPOSDIA           PIC 9(02).

       FD FERIADOS.
       COPY FSFER.

      *****************************************************************
      * ALTASRRHH.DAT: POSTULANTES APROBADOS LISTOS PARA EL CIRCUITO  *
           05 ALT-NOMBRE             PIC X(30).
           05 ALT-FECHA              PIC 9(08).

       FD VACANTES.
       COPY FSVAC.

       FD INTENCION.
       COPY FSINT.

       FD CERROJOS.
       COPY FSLOCK.

       FD PROCLOG.
       COPY FSLOG.


       COPY FSLOGVAR.

       COPY FSLOCKVAR.

       COPY FSINTVAR.

       01 VARIABLES.
           05 WSV-OPCION              PIC 9(01)   VALUE 0.
           05 WSV-FECHA               PIC 9(08)   VALUE 0.
           05 WSV-DIASEMANA           PIC 9(01)   VALUE 0.
           05 WSV-ESFERIADO           PIC 9(01)   VALUE 0.
           05 WSV-ESHABIL             PIC 9(01)   VALUE 0.
           05 WSV-FECHA-SISTEMA       PIC 9(08)   VALUE 0.
           05 WSV-VACANTE             PIC 9(04)   VALUE 0.
           05 WSV-VACANTEOK           PIC 9(01)   VALUE 0.
           05 WSV-TABLALLENA          PIC 9(01)   VALUE 0.

       01 INDICES.
           05 WSV-I                   PIC 9(03)   VALUE 0.
           05 WSV-CANTFERIADOS        PIC 9(03)   VALUE 0.
           05 WSV-CANTVACANTES        PIC 9(03)   VALUE 0.
           05 WSV-POSVAC              PIC 9(03)   VALUE 0.

       01 ACUMULADORES.
           05 WSA-APTOS               PIC 9(04)   VALUE 0.
           05 WSA-AUSENTES            PIC 9(04)   VALUE 0.

       01 TABLA-FERIADOS.
           05 WST-FERIADO            PIC 9(08)   OCCURS 500 TIMES.

      *****************************************************************
      * VACANTES.DAT EN MEMORIA PARA IMPUTAR EL APROBADO Y REGRABAR.  *
      *****************************************************************
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

       01 SWITCHES.
           05 WSS-FS-CITACIONES       PIC X(02).
           05 WSS-FS-ALTAS            PIC X(02).
             88 WSS-FS-ALTAS-OK                   VALUE '00'.
             88 WSS-FS-ALTAS-NOEXISTE             VALUE '35'.
           05 WSS-FS-VACANTES         PIC X(02).
             88 WSS-FS-VACANTES-OK                VALUE '00'.
             88 WSS-FS-VACANTES-EOF               VALUE '10'.

       PROCEDURE DIVISION.

           MOVE 'ENTREV-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 100000-CARGAR-CONFIGURACION
           PERFORM UNTIL WSV-OPCION = 4
              DISPLAY "**************************************"
           OPEN INPUT FERIADOS
           IF WSS-FS-FERIADOS-OK
              PERFORM UNTIL WSS-FS-FERIADOS-EOF
                         OR WSV-CANTFERIADOS > 499
                 READ FERIADOS
                    AT END
                       CONTINUE
                 DISPLAY "NOTA DEL ENTREVISTADOR (HASTA 30 CARACT.): "
                 ACCEPT WSV-NOTA

                 MOVE 1 TO WSV-VACANTEOK
                 IF WSV-RESULTADO = 'A' AND WSV-VACANTE > 0
                    PERFORM 225000-TOMAR-VACANTE
                 END-IF
                 IF WSV-VACANTEOK = 1
                 PERFORM 230000-GRABAR-RESULTADO
                 EVALUATE WSV-RESULTADO
                    WHEN 'A'
                       PERFORM 240000-GRABAR-ALTA-RRHH
                       IF WSV-VACANTE > 0
                          PERFORM 245000-IMPUTAR-VACANTE
                       END-IF
                    WHEN 'U'
                       PERFORM 250000-REAGENDAR-AUSENTE
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
                 END-IF
              END-IF
           END-IF.

       210000-BUSCAR-CITACION.
           MOVE 0 TO WSV-CITAHALLADA
           MOVE 0 TO WSV-VACANTE
           MOVE SPACES TO WSV-NOMBRE
           OPEN INPUT CITACIONES
           IF WSS-FS-CITACIONES-OK
                          AND CIT-TURNO = WSV-TURNO
                          MOVE 1 TO WSV-CITAHALLADA
                          MOVE CIT-NOMBRE TO WSV-NOMBRE
                          IF CIT-VACANTE IS NUMERIC
                             MOVE CIT-VACANTE TO WSV-VACANTE
                          ELSE
                             MOVE 0 TO WSV-VACANTE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RESULCITA
           END-IF.

      *****************************************************************
      * UN APROBADO SE CUENTA CONTRA LA VACANTE DEL TURNO: SE TOMA EL *
      * CERROJO DE VACANTES.DAT SOLO MIENTRAS SE IMPUTA (245000), Y   *
      * SI LA VACANTE YA NO ESTA ABIERTA NO SE REGISTRA EL RESULTADO. *
      *****************************************************************
       225000-TOMAR-VACANTE.
           MOVE 'ENTREV-09-FL'  TO WS-CER-PROGRAMA
           MOVE 1 TO WS-CER-CANTARCH
           MOVE 'VACANTES.DAT'  TO WS-CER-ARCHIVO(1)
           PERFORM 9200-TOMAR-CERROJOS
           IF WS-CER-DENEGADO = 1
              DISPLAY "VACANTES.DAT ESTA EN USO: REGISTRAR EL "
                      "APROBADO MAS TARDE"
              MOVE 0 TO WSV-VACANTEOK
           ELSE
              PERFORM 280000-CARGAR-VACANTES
              MOVE 0 TO WSV-POSVAC
              PERFORM VARYING WSV-I FROM 1 BY 1
                      UNTIL WSV-I > WSV-CANTVACANTES
                 IF VTB-CODIGO(WSV-I) = WSV-VACANTE
                    MOVE WSV-I TO WSV-POSVAC
                 END-IF
              END-PERFORM
              EVALUATE TRUE
                 WHEN WSV-TABLALLENA = 1
                    DISPLAY "VACANTES.DAT SUPERA LA TABLA: NO SE "
                            "PUEDE IMPUTAR EL APROBADO"
                    MOVE 0 TO WSV-VACANTEOK
                 WHEN WSV-POSVAC = 0
                    DISPLAY "LA VACANTE " WSV-VACANTE " NO EXISTE EN "
                            "VACANTES.DAT: NO SE PUEDE APROBAR"
                    MOVE 0 TO WSV-VACANTEOK
                 WHEN VTB-ESTADO(WSV-POSVAC) NOT = 'A'
                    DISPLAY "LA VACANTE " WSV-VACANTE " YA ESTA "
                            "CERRADA (ESTADO " VTB-ESTADO(WSV-POSVAC)
                            "): NO SE PUEDE APROBAR"
                    MOVE 0 TO WSV-VACANTEOK
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              IF WSV-VACANTEOK = 0
                 PERFORM 9250-LIBERAR-CERROJOS
              END-IF
           END-IF.

       230000-GRABAR-RESULTADO.
           OPEN EXTEND RESULCITA
           IF WSS-FS-RESULCITA-NOEXISTE
           MOVE WSV-NOMBRE    TO RES-NOMBRE
           MOVE WSV-RESULTADO TO RES-RESULTADO
           MOVE WSV-NOTA      TO RES-NOTA
           MOVE WSV-VACANTE   TO RES-VACANTE
      *****************************************************************
      * LA PRIMERA AUSENCIA GENERA NUEVA CITACION (250000) Y QUEDA    *
      * MARCADA REAGENDADA; LA SEGUNDA SACA AL POSTULANTE Y VA EN 0.  *
           CLOSE ALTASRRHH
           DISPLAY "APROBADO: PASA A ALTASRRHH.DAT".

       245000-IMPUTAR-VACANTE.
           ADD 1 TO VTB-CUBIERTOS(WSV-POSVAC)
           IF VTB-CUBIERTOS(WSV-POSVAC) NOT < VTB-PUESTOS(WSV-POSVAC)
              MOVE 'C' TO VTB-ESTADO(WSV-POSVAC)
              MOVE WSV-FECHA-SISTEMA TO VTB-FECHACIERRE(WSV-POSVAC)
              DISPLAY "VACANTE " WSV-VACANTE " CUBIERTA ("
                      VTB-CUBIERTOS(WSV-POSVAC) " DE "
                      VTB-PUESTOS(WSV-POSVAC) " PUESTOS): SE CIERRA"
           ELSE
              DISPLAY "VACANTE " WSV-VACANTE ": CUBIERTOS "
                      VTB-CUBIERTOS(WSV-POSVAC) " DE "
                      VTB-PUESTOS(WSV-POSVAC) " PUESTOS"
           END-IF
           PERFORM 900000-REGRABAR-VACANTES
           PERFORM 9250-LIBERAR-CERROJOS.

      *****************************************************************
      * REAGENDA AL AUSENTE EN EL PRIMER TURNO LIBRE DESPUES DE LA    *
      * ULTIMA CITACION AGENDADA (MISMO CRITERIO DE CUPO POR DIA Y    *
              MOVE WSV-FECHA-TURNO TO CIT-FECHA
              MOVE WSV-ULTTURNO    TO CIT-TURNO
              MOVE WSV-NOMBRE      TO CIT-NOMBRE
              MOVE WSV-VACANTE     TO CIT-VACANTE
              WRITE REG-CITACION
              CLOSE CITACIONES
              DISPLAY "REAGENDADO PARA EL " WSV-FECHA-TURNO
               END-IF
           END-PERFORM.

       280000-CARGAR-VACANTES.
           MOVE 0 TO WSV-CANTVACANTES
           MOVE 0 TO WSV-TABLALLENA
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

       400000-LISTAR-RESULTADOS.
           OPEN INPUT RESULCITA
           IF NOT WSS-FS-RESULCITA-OK
                       CONTINUE
                    NOT AT END
                       DISPLAY RES-FECHA " TURNO " RES-TURNO
                               " VAC " RES-VACANTE
                               " " RES-RESULTADO " "
                               FUNCTION TRIM(RES-NOMBRE)
                               " - " FUNCTION TRIM(RES-NOTA)
           DISPLAY "APROBADOS:      " WSA-APROBADOS
           DISPLAY "**************************************".

       900000-REGRABAR-VACANTES.
           MOVE 'VACANTES.DAT'  TO WS-INT-ARCHIVO
           MOVE 'ENTREV-09-FL'  TO WS-INT-PROGRAMA
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
           END-IF.

       COPY FSLOGPROC.

       COPY FSINTPROC.

       COPY FSLOCKPROC.

       END PROGRAM ENTREV-09-FL.
