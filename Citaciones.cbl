      *          POR DIA (CUPOSDIA.DAT) Y SALTEANDO FINES DE SEMANA Y
      *          FERIADOS DE FERIADOS.DAT. GRABA CITACIONES.DAT Y
      *          LISTA LA AGENDA POR DIA PARA EL ENTREVISTADOR.
      *          CADA CORRIDA CITA PARA UNA VACANTE ABIERTA DE
      *          VACANTES.DAT (VER VACANTES-09-FL) SOLO A LOS
      *          POSTULANTES QUE CUMPLEN SU CALIFICACION MINIMA Y SU
      *          RANGO DE EDAD, SIN REPETIR LOS YA CITADOS PARA ESA
      *          VACANTE NI LOS YA APROBADOS EN RESULCITA.DAT; LOS
      *          TURNOS SE AGREGAN A CONTINUACION DE LOS YA AGENDADOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CITACIONES.

           SELECT VACANTES   ASSIGN TO DISK 'VACANTES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-VACANTES.

           SELECT RESULCITA  ASSIGN TO DISK 'RESULCITA.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RESULCITA.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.
           05 FSA-CALIFICACION       PIC X(07).

       FD FERIADOS.
       COPY FSFER.

      *****************************************************************
      * CUPOSDIA.DAT: UN UNICO REGISTRO CON LA CANTIDAD DE TURNOS DE  *
       01 REG-CUPO.
           05 FSU-CUPOSDIA           PIC 9(02).

      *****************************************************************
      * CIT-VACANTE: VACANTE PARA LA QUE SE CITO (LOS TURNOS DADOS    *
      * ANTES DE LAS VACANTES LO TIENEN EN BLANCO = SIN VACANTE).     *
      *****************************************************************
       FD CITACIONES.
       01 REG-CITACION.
           05 CIT-FECHA              PIC 9(08).
           05 CIT-TURNO              PIC 9(02).
           05 CIT-NOMBRE             PIC X(30).
           05 CIT-VACANTE            PIC 9(04).

       FD VACANTES.
       COPY FSVAC.

       FD RESULCITA.
       01 REG-RESULCITA.
           05 RES-FECHA              PIC 9(08).
           05 RES-TURNO              PIC 9(02).
           05 RES-NOMBRE             PIC X(30).
           05 RES-RESULTADO          PIC X(01).
           05 RES-NOTA               PIC X(30).
           05 RES-REAGENDADO         PIC 9(01).
           05 RES-VACANTE            PIC 9(04).

       FD PROCLOG.
       COPY FSLOG.
           05 WSV-ESFERIADO           PIC 9(01)   VALUE 0.
           05 WSV-ESHABIL             PIC 9(01)   VALUE 0.
           05 WSV-FECHA-ANTERIOR      PIC 9(08)   VALUE 0.
           05 WSV-VACANTE             PIC 9(04)   VALUE 0.
           05 WSV-VACANTEOK           PIC 9(01)   VALUE 0.
           05 WSV-ULTFECHA            PIC 9(08)   VALUE 0.
           05 WSV-ULTTURNO            PIC 9(02)   VALUE 0.
           05 WSV-YACITADO            PIC 9(01)   VALUE 0.
           05 WSV-YAAPROBADO          PIC 9(01)   VALUE 0.

      *****************************************************************
      * REQUISITOS DE LA VACANTE ELEGIDA.                             *
      *****************************************************************
       01 VACANTE-ELEGIDA.
           05 WSV-VAC-AREA            PIC X(20)   VALUE SPACES.
           05 WSV-VAC-CALIFMIN        PIC X(07)   VALUE SPACES.
           05 WSV-VAC-EDADMIN         PIC 9(02)   VALUE 0.
           05 WSV-VAC-EDADMAX         PIC 9(02)   VALUE 0.

       01 INDICES.
           05 WSV-I                   PIC 9(03)   VALUE 0.
           05 WSV-CANTFERIADOS        PIC 9(03)   VALUE 0.
           05 WSV-CANTCITADOS         PIC 9(03)   VALUE 0.
           05 WSV-CANTAPROBADOS       PIC 9(03)   VALUE 0.

       01 ACUMULADORES.
           05 WSA-CITADOS            PIC 9(04)   VALUE 0.
           05 WSA-NOAPTOS            PIC 9(04)   VALUE 0.
           05 WSA-YACITADOS          PIC 9(04)   VALUE 0.
           05 WSA-YAAPROBADOS        PIC 9(04)   VALUE 0.

       01 TABLA-FERIADOS.
           05 WST-FERIADO            PIC 9(08)   OCCURS 500 TIMES.

      *****************************************************************
      * POSTULANTES YA CITADOS PARA LA VACANTE Y YA APROBADOS PARA    *
      * CUALQUIERA, PARA NO VOLVER A CITARLOS.                        *
      *****************************************************************
       01 TABLA-CITADOS.
           05 WST-CITADO             PIC X(30)   OCCURS 500 TIMES.

       01 TABLA-APROBADOS.
           05 WST-APROBADO           PIC X(30)   OCCURS 500 TIMES.

       01 SWITCHES.
           05 WSS-FS-APTOS            PIC X(02).
             88 WSS-FS-CUPOS-OK                   VALUE '00'.
           05 WSS-FS-CITACIONES       PIC X(02).
             88 WSS-FS-CITACIONES-OK              VALUE '00'.
             88 WSS-FS-CITACIONES-EOF             VALUE '10'.
             88 WSS-FS-CITACIONES-NOEXISTE        VALUE '35'.
           05 WSS-FS-VACANTES         PIC X(02).
             88 WSS-FS-VACANTES-OK                VALUE '00'.
             88 WSS-FS-VACANTES-EOF               VALUE '10'.
           05 WSS-FS-RESULCITA        PIC X(02).
             88 WSS-FS-RESULCITA-OK               VALUE '00'.
             88 WSS-FS-RESULCITA-EOF              VALUE '10'.

       PROCEDURE DIVISION.

           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 100000-CARGAR-CONFIGURACION

           DISPLAY "CODIGO DE VACANTE A CUBRIR: "
           ACCEPT WSV-VACANTE
           PERFORM 110000-BUSCAR-VACANTE

           IF WSV-VACANTEOK = 1
           PERFORM 120000-CARGAR-CITADOS
           PERFORM 130000-CARGAR-APROBADOS

           DISPLAY "FECHA DE INICIO DE ENTREVISTAS "
                   "(AAAAMMDD, 0 = MAÑANA): "
           ACCEPT WSV-FECHA-INICIO
           MOVE WSV-FECHA-INICIO TO WSV-FECHA-TURNO
           PERFORM 200000-CORRER-A-DIA-HABIL
           MOVE 0 TO WSV-TURNO
      *****************************************************************
      * SI YA HAY TURNOS AGENDADOS ESE DIA O DESPUES, SE SIGUE A      *
      * CONTINUACION DEL ULTIMO PARA NO DAR DOS VECES EL MISMO TURNO. *
      *****************************************************************
           IF WSV-FECHA-TURNO NOT > WSV-ULTFECHA
               MOVE WSV-ULTFECHA TO WSV-FECHA-TURNO
               MOVE WSV-ULTTURNO TO WSV-TURNO
           END-IF

           PERFORM 300000-ASIGNAR-TURNOS

           DISPLAY "**************************************"
           DISPLAY "VACANTE " WSV-VACANTE " - "
                   FUNCTION TRIM(WSV-VAC-AREA)
           DISPLAY "POSTULANTES CITADOS: " WSA-CITADOS
           DISPLAY "NO CUMPLEN LOS REQUISITOS: " WSA-NOAPTOS
           DISPLAY "YA CITADOS PARA LA VACANTE: " WSA-YACITADOS
           DISPLAY "YA APROBADOS EN OTRA: " WSA-YAAPROBADOS
           DISPLAY "**************************************"
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF
           SET WS-LOG-FIN TO TRUE
           MOVE WSA-CITADOS TO WS-LOG-GRABADOS
           MOVE WSA-NOAPTOS TO WS-LOG-RECHAZADOS
           OPEN INPUT FERIADOS
           IF WSS-FS-FERIADOS-OK
               PERFORM UNTIL WSS-FS-FERIADOS-EOF
                          OR WSV-CANTFERIADOS > 499
                   READ FERIADOS
                       AT END
                           CONTINUE
               CLOSE FERIADOS
           END-IF.

      *****************************************************************
      * LA VACANTE DEBE EXISTIR Y ESTAR ABIERTA.                      *
      *****************************************************************
       110000-BUSCAR-VACANTE.
           MOVE 0 TO WSV-VACANTEOK
           OPEN INPUT VACANTES
           IF WSS-FS-VACANTES-OK
               PERFORM UNTIL WSS-FS-VACANTES-EOF
                   READ VACANTES
                       AT END
                           CONTINUE
                       NOT AT END
                           IF VAC-CODIGO = WSV-VACANTE
                               IF VAC-ABIERTA
                                   MOVE 1 TO WSV-VACANTEOK
                                   MOVE VAC-AREA    TO WSV-VAC-AREA
                                   MOVE VAC-CALIFMIN
                                                 TO WSV-VAC-CALIFMIN
                                   MOVE VAC-EDADMIN TO WSV-VAC-EDADMIN
                                   MOVE VAC-EDADMAX TO WSV-VAC-EDADMAX
                               ELSE
                                   DISPLAY "LA VACANTE " WSV-VACANTE
                                           " NO ESTA ABIERTA (ESTADO "
                                           VAC-ESTADO ")"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VACANTES
           END-IF
           IF WSV-VACANTEOK = 0
               DISPLAY "NO HAY UNA VACANTE ABIERTA CON CODIGO "
                       WSV-VACANTE ": NO SE CITA A NADIE"
           END-IF.

      *****************************************************************
      * ULTIMO TURNO AGENDADO (DE CUALQUIER VACANTE) Y POSTULANTES YA *
      * CITADOS PARA ESTA VACANTE.                                    *
      *****************************************************************
       120000-CARGAR-CITADOS.
           MOVE 0 TO WSV-ULTFECHA
           MOVE 0 TO WSV-ULTTURNO
           MOVE 0 TO WSV-CANTCITADOS
           OPEN INPUT CITACIONES
           IF WSS-FS-CITACIONES-OK
               PERFORM UNTIL WSS-FS-CITACIONES-EOF
                   READ CITACIONES
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CIT-FECHA > WSV-ULTFECHA
                               MOVE CIT-FECHA TO WSV-ULTFECHA
                               MOVE CIT-TURNO TO WSV-ULTTURNO
                           ELSE
                               IF CIT-FECHA = WSV-ULTFECHA
                                  AND CIT-TURNO > WSV-ULTTURNO
                                   MOVE CIT-TURNO TO WSV-ULTTURNO
                               END-IF
                           END-IF
                           IF CIT-VACANTE IS NUMERIC
                              AND CIT-VACANTE = WSV-VACANTE
                              AND WSV-CANTCITADOS < 500
                               ADD 1 TO WSV-CANTCITADOS
                               MOVE CIT-NOMBRE TO
                                        WST-CITADO(WSV-CANTCITADOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CITACIONES
           END-IF.

       130000-CARGAR-APROBADOS.
           MOVE 0 TO WSV-CANTAPROBADOS
           OPEN INPUT RESULCITA
           IF WSS-FS-RESULCITA-OK
               PERFORM UNTIL WSS-FS-RESULCITA-EOF
                   READ RESULCITA
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RES-RESULTADO = 'A'
                              AND WSV-CANTAPROBADOS < 500
                               ADD 1 TO WSV-CANTAPROBADOS
                               MOVE RES-NOMBRE TO
                                        WST-APROBADO(WSV-CANTAPROBADOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESULCITA
           END-IF.

      *****************************************************************
      * CORRE WSV-FECHA-TURNO AL PROXIMO DIA HABIL (MISMO CALCULO DE   *
      * DIA DE SEMANA QUE EJERCICIO1: DIFERENCIA CONTRA UN LUNES      *
           END-PERFORM.

      *****************************************************************
      * RECORRE APTOS.DAT EN ORDEN Y DA A CADA POSTULANTE QUE SIRVE   *
      * PARA LA VACANTE EL PROXIMO TURNO LIBRE: TURNOS 1..N POR DIA   *
      * HABIL, SIN DOBLE ASIGNACION. LA AGENDA SE LISTA AGRUPADA POR  *
      * DIA A MEDIDA QUE CAMBIA.                                      *
      *****************************************************************
       300000-ASIGNAR-TURNOS.
           OPEN INPUT APTOS
               DISPLAY "NO SE PUDO ABRIR APTOS.DAT"
               DISPLAY "FILE STATUS " WSS-FS-APTOS
           ELSE
               OPEN EXTEND CITACIONES
               IF WSS-FS-CITACIONES-NOEXISTE
                   OPEN OUTPUT CITACIONES
               END-IF
               IF NOT WSS-FS-CITACIONES-OK
                   DISPLAY "NO SE PUDO GENERAR CITACIONES.DAT"
                   CLOSE APTOS
                           AT END
                               CONTINUE
                           NOT AT END
                               PERFORM 305000-EVALUAR-POSTULANTE
                       END-READ
                   END-PERFORM
                   CLOSE CITACIONES
               END-IF
           END-IF.

       305000-EVALUAR-POSTULANTE.
           MOVE 0 TO WSV-YACITADO
           PERFORM VARYING WSV-I FROM 1 BY 1
                   UNTIL WSV-I > WSV-CANTCITADOS
               IF WST-CITADO(WSV-I) = FSA-NOMBRE
                   MOVE 1 TO WSV-YACITADO
               END-IF
           END-PERFORM
           MOVE 0 TO WSV-YAAPROBADO
           PERFORM VARYING WSV-I FROM 1 BY 1
                   UNTIL WSV-I > WSV-CANTAPROBADOS
               IF WST-APROBADO(WSV-I) = FSA-NOMBRE
                   MOVE 1 TO WSV-YAAPROBADO
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WSV-VAC-CALIFMIN = 'APTO'
                    AND FSA-CALIFICACION NOT = 'APTO'
                   ADD 1 TO WSA-NOAPTOS
               WHEN FSA-EDAD < WSV-VAC-EDADMIN
                 OR FSA-EDAD > WSV-VAC-EDADMAX
                   ADD 1 TO WSA-NOAPTOS
               WHEN WSV-YACITADO = 1
                   ADD 1 TO WSA-YACITADOS
               WHEN WSV-YAAPROBADO = 1
                   ADD 1 TO WSA-YAAPROBADOS
               WHEN OTHER
                   PERFORM 310000-CITAR-POSTULANTE
           END-EVALUATE.

       310000-CITAR-POSTULANTE.
           ADD 1 TO WSV-TURNO
           IF WSV-TURNO > WSV-CUPOSDIA
           MOVE WSV-FECHA-TURNO TO CIT-FECHA
           MOVE WSV-TURNO       TO CIT-TURNO
           MOVE FSA-NOMBRE     TO CIT-NOMBRE
           MOVE WSV-VACANTE    TO CIT-VACANTE
           WRITE REG-CITACION
           ADD 1 TO WSA-CITADOS

