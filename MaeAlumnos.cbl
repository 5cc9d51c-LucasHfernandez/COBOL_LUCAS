      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 10/10/2019
      * Purpose: MAESTRO PERSONAL DE ALUMNOS (ALUMNOSMAE.DAT, VER
      *          FSALU.CPY): ALTA CON NUMERACION AUTOMATICA DEL LEGAJO
      *          (EL MAYOR DEL MAESTRO + 1) Y RECHAZO DEL DNI
      *          REPETIDO, MODIFICACION DE LOS DATOS PERSONALES Y DE
      *          CONTACTO, CAMBIO DE ESTADO (ACTIVO, BAJA, EGRESADO),
      *          CONSULTA POR LEGAJO O DNI Y LISTADO. LOS PROGRAMAS
      *          ACADEMICOS TOMAN DE ACA EL NOMBRE Y EL ESTADO DEL
      *          LEGAJO (9850-DATOS-ALUMNO, FSALUPROC.CPY). LA CARGA
      *          INICIAL DESDE ALUMNOS-V3.DAT LA HACE CONVLEG-09-FL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAEALU-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUMNOSMAE ASSIGN TO DISK 'ALUMNOSMAE.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-ALM-FS.

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

       FD ALUMNOSMAE.
       COPY FSALU.

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

       COPY FSALUVAR.

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-LEGAJO           PIC 9(06)       VALUE 0.
          05 WSV-MAXLEGAJO        PIC 9(06)       VALUE 0.
          05 WSV-DNI              PIC 9(08)       VALUE 0.
          05 WSV-APELLIDO         PIC A(20)       VALUE SPACES.
          05 WSV-NOMBRE           PIC A(20)       VALUE SPACES.
          05 WSV-DOMICILIO        PIC X(40)       VALUE SPACES.
          05 WSV-TELEFONO         PIC X(15)       VALUE SPACES.
          05 WSV-EMAIL            PIC X(40)       VALUE SPACES.
          05 WSV-ESTADO           PIC X(01)       VALUE SPACE.
          05 WSV-POSICION         PIC 9(04)       VALUE 0.
          05 WSV-POSDNI           PIC 9(04)       VALUE 0.
          05 WSV-HUBOCAMBIOS      PIC 9(01)       VALUE 0.
          05 WSV-TABLALLENA       PIC 9(01)       VALUE 0.
          05 WSV-FECHAVALIDA      PIC 9(01)       VALUE 0.
          05 WSV-RETORNO          PIC 9(02)       VALUE 0.
          05 WSV-FECHA-SISTEMA    PIC 9(08)       VALUE 0.
          05 WSV-FECHANAC         PIC 9(08)       VALUE 0.
          05 WSV-FECHAINGRESO     PIC 9(08)       VALUE 0.
          05 WSV-FECHA            PIC 9(08)       VALUE 0.
          05 WSV-FECHA-R REDEFINES WSV-FECHA.
             10 WSV-FEC-ANO       PIC 9(04).
             10 WSV-FEC-MES       PIC 9(02).
             10 WSV-FEC-DIA       PIC 9(02).

       01 INDICES.
          05 WSI-I                PIC 9(04)       VALUE 0.
          05 WSV-CANTALUMNOS      PIC 9(04)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-ALTAS            PIC 9(05)       VALUE 0.
          05 WSA-RECHAZOS         PIC 9(05)       VALUE 0.

      *****************************************************************
      * EL MAESTRO COMPLETO EN MEMORIA, CON EL MISMO FORMATO DEL      *
      * REGISTRO (FSALU.CPY); SE REGRABA AL SALIR SI HUBO CAMBIOS.    *
      *****************************************************************
       01 TABLA-ALUMNOS.
          05 WST-ALUMNO           OCCURS 2000 TIMES.
             10 AMT-LEGAJO        PIC 9(06).
             10 AMT-DNI           PIC 9(08).
             10 AMT-APELLIDO      PIC A(20).
             10 AMT-NOMBRE        PIC A(20).
             10 AMT-FECHANAC      PIC 9(08).
             10 AMT-DOMICILIO     PIC X(40).
             10 AMT-TELEFONO      PIC X(15).
             10 AMT-EMAIL         PIC X(40).
             10 AMT-FECHAINGRESO  PIC 9(08).
             10 AMT-ESTADO        PIC X(01).
             10 AMT-FECHAESTADO   PIC 9(08).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'MAEALU-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           MOVE 'MAEALU-09-FL' TO WS-CER-PROGRAMA
           MOVE 1 TO WS-CER-CANTARCH
           MOVE 'ALUMNOSMAE.DAT' TO WS-CER-ARCHIVO(1)
           PERFORM 9200-TOMAR-CERROJOS
           IF WS-CER-DENEGADO = 1
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
              SET WS-LOG-FIN TO TRUE
              PERFORM 9100-GRABAR-PROCLOG
              STOP RUN
           END-IF
           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 100000-CARGAR-ALUMNOS
      *****************************************************************
      * EL ARCHIVO TIENE MAS REGISTROS QUE LA TABLA: REGRABARLO DESDE *
      * LA TABLA LO TRUNCARIA, ASI QUE LA CORRIDA SE CANCELA SIN      *
      * TOCAR NADA (AMPLIAR EL OCCURS ANTES DE REINTENTAR).           *
      *****************************************************************
           IF WSV-TABLALLENA = 1
              DISPLAY "ALUMNOSMAE.DAT SUPERA LA TABLA: SE CANCELA SIN "
                      "REGRABAR"
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
           PERFORM UNTIL WSV-OPCION = 6
              DISPLAY "**************************************"
              DISPLAY "MAESTRO DE ALUMNOS (ALUMNOSMAE.DAT)"
              DISPLAY "1 - ALTA DE ALUMNO"
              DISPLAY "2 - MODIFICAR DATOS PERSONALES"
              DISPLAY "3 - CAMBIAR ESTADO (BAJA / EGRESO / ACTIVO)"
              DISPLAY "4 - CONSULTAR POR LEGAJO O DNI"
              DISPLAY "5 - LISTAR ALUMNOS"
              DISPLAY "6 - SALIR"
              DISPLAY "RESPUESTA: "
              ACCEPT WSV-OPCION

              EVALUATE WSV-OPCION
                 WHEN 1
                    PERFORM 200000-ALTA-ALUMNO
                 WHEN 2
                    PERFORM 300000-MODIFICAR-ALUMNO
                 WHEN 3
                    PERFORM 350000-CAMBIAR-ESTADO
                 WHEN 4
                    PERFORM 400000-CONSULTAR-ALUMNO
                 WHEN 5
                    PERFORM 450000-LISTAR-ALUMNOS
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
      *****************************************************************
      * EL RESPALDO DEL MAESTRO (9400) PISA RETURN-CODE: EL CODIGO    *
      * DEL PROCESO SE GUARDA Y SE REPONE AL FINAL.                   *
      *****************************************************************
           MOVE RETURN-CODE TO WSV-RETORNO
           IF WSV-HUBOCAMBIOS = 1
              PERFORM 500000-REGRABAR-ALUMNOS
           END-IF
           MOVE WSV-RETORNO TO RETURN-CODE
           END-IF
           PERFORM 9250-LIBERAR-CERROJOS
           SET WS-LOG-FIN TO TRUE
           MOVE WSV-CANTALUMNOS TO WS-LOG-LEIDOS
           MOVE WSA-ALTAS       TO WS-LOG-GRABADOS
           MOVE WSA-RECHAZOS    TO WS-LOG-RECHAZADOS
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

       100000-CARGAR-ALUMNOS.
           MOVE 0 TO WSV-CANTALUMNOS
           MOVE 0 TO WSV-MAXLEGAJO
           OPEN INPUT ALUMNOSMAE
           IF WS-ALM-FS-OK
              PERFORM UNTIL WS-ALM-FS-EOF OR WSV-CANTALUMNOS > 1999
                 READ ALUMNOSMAE
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTALUMNOS
                       MOVE REG-ALUMNOMAE TO
                                        WST-ALUMNO(WSV-CANTALUMNOS)
                       IF ALM-LEGAJO > WSV-MAXLEGAJO
                          MOVE ALM-LEGAJO TO WSV-MAXLEGAJO
                       END-IF
                 END-READ
              END-PERFORM
              IF NOT WS-ALM-FS-EOF
                 READ ALUMNOSMAE
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLALLENA
                 END-READ
              END-IF
              CLOSE ALUMNOSMAE
           END-IF.

       150000-BUSCAR-LEGAJO.
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTALUMNOS
              IF AMT-LEGAJO(WSI-I) = WSV-LEGAJO
                 MOVE WSI-I TO WSV-POSICION
              END-IF
           END-PERFORM.

      *****************************************************************
      * DEJA EN WSV-POSDNI EL ALUMNO QUE YA TIENE EL DNI WSV-DNI (O 0)*
      *****************************************************************
       160000-BUSCAR-DNI.
           MOVE 0 TO WSV-POSDNI
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTALUMNOS
              IF AMT-DNI(WSI-I) = WSV-DNI
                 MOVE WSI-I TO WSV-POSDNI
              END-IF
           END-PERFORM.

      *****************************************************************
      * FECHA AAAAMMDD DE WSV-FECHA CON MES Y DIA POSIBLES.           *
      *****************************************************************
       170000-VALIDAR-FECHA.
           MOVE 1 TO WSV-FECHAVALIDA
           IF WSV-FEC-ANO < 1900
              OR WSV-FEC-MES < 1 OR WSV-FEC-MES > 12
              OR WSV-FEC-DIA < 1 OR WSV-FEC-DIA > 31
              MOVE 0 TO WSV-FECHAVALIDA
           END-IF.

      *****************************************************************
      * ALTA: EL LEGAJO NO SE TIPEA, LO ASIGNA EL PROGRAMA (EL MAYOR  *
      * DEL MAESTRO + 1, ASI UNA BAJA NO LIBERA SU NUMERO). EL DNI    *
      * YA CARGADO EN OTRO LEGAJO SE RECHAZA NOMBRANDO ESE LEGAJO.    *
      *****************************************************************
       200000-ALTA-ALUMNO.
           IF WSV-CANTALUMNOS >= 2000
              DISPLAY "NO HAY MAS ESPACIO EN EL MAESTRO DE ALUMNOS"
           ELSE
           IF WSV-MAXLEGAJO >= 999999
              DISPLAY "SE AGOTO LA NUMERACION DE LEGAJOS"
           ELSE
              DISPLAY "DNI: "
              ACCEPT WSV-DNI
              DISPLAY "APELLIDO: "
              ACCEPT WSV-APELLIDO
              DISPLAY "NOMBRE: "
              ACCEPT WSV-NOMBRE
              DISPLAY "FECHA DE NACIMIENTO (AAAAMMDD): "
              ACCEPT WSV-FECHANAC
              DISPLAY "DOMICILIO: "
              ACCEPT WSV-DOMICILIO
              DISPLAY "TELEFONO: "
              ACCEPT WSV-TELEFONO
              DISPLAY "E-MAIL: "
              ACCEPT WSV-EMAIL
              DISPLAY "FECHA DE INGRESO (AAAAMMDD, 0 = HOY): "
              ACCEPT WSV-FECHAINGRESO
              IF WSV-FECHAINGRESO = 0
                 MOVE WSV-FECHA-SISTEMA TO WSV-FECHAINGRESO
              END-IF
              PERFORM 160000-BUSCAR-DNI
              MOVE WSV-FECHANAC TO WSV-FECHA
              PERFORM 170000-VALIDAR-FECHA

              EVALUATE TRUE
                 WHEN WSV-DNI = 0
                    DISPLAY "DNI INVALIDO"
                    ADD 1 TO WSA-RECHAZOS
                 WHEN WSV-POSDNI > 0
                    DISPLAY "EL DNI YA ESTA CARGADO EN EL LEGAJO "
                            AMT-LEGAJO(WSV-POSDNI) " ("
                            FUNCTION TRIM(AMT-APELLIDO(WSV-POSDNI))
                            ", "
                            FUNCTION TRIM(AMT-NOMBRE(WSV-POSDNI))
                            "): NO SE DA DE ALTA"
                    ADD 1 TO WSA-RECHAZOS
                 WHEN WSV-APELLIDO = SPACES OR WSV-NOMBRE = SPACES
                    DISPLAY "APELLIDO Y NOMBRE SON OBLIGATORIOS"
                    ADD 1 TO WSA-RECHAZOS
                 WHEN WSV-FECHAVALIDA = 0
                    DISPLAY "FECHA DE NACIMIENTO INVALIDA"
                    ADD 1 TO WSA-RECHAZOS
                 WHEN WSV-FECHANAC >= WSV-FECHAINGRESO
                    DISPLAY "LA FECHA DE INGRESO DEBE SER POSTERIOR "
                            "AL NACIMIENTO"
                    ADD 1 TO WSA-RECHAZOS
                 WHEN OTHER
                    ADD 1 TO WSV-MAXLEGAJO
                    ADD 1 TO WSV-CANTALUMNOS
                    MOVE WSV-MAXLEGAJO    TO
                                        AMT-LEGAJO(WSV-CANTALUMNOS)
                    MOVE WSV-DNI          TO AMT-DNI(WSV-CANTALUMNOS)
                    MOVE WSV-APELLIDO     TO
                                        AMT-APELLIDO(WSV-CANTALUMNOS)
                    MOVE WSV-NOMBRE       TO
                                        AMT-NOMBRE(WSV-CANTALUMNOS)
                    MOVE WSV-FECHANAC     TO
                                        AMT-FECHANAC(WSV-CANTALUMNOS)
                    MOVE WSV-DOMICILIO    TO
                                        AMT-DOMICILIO(WSV-CANTALUMNOS)
                    MOVE WSV-TELEFONO     TO
                                        AMT-TELEFONO(WSV-CANTALUMNOS)
                    MOVE WSV-EMAIL        TO
                                        AMT-EMAIL(WSV-CANTALUMNOS)
                    MOVE WSV-FECHAINGRESO TO
                                     AMT-FECHAINGRESO(WSV-CANTALUMNOS)
                    MOVE 'A'              TO
                                        AMT-ESTADO(WSV-CANTALUMNOS)
                    MOVE WSV-FECHAINGRESO TO
                                     AMT-FECHAESTADO(WSV-CANTALUMNOS)
                    MOVE 1 TO WSV-HUBOCAMBIOS
                    ADD 1 TO WSA-ALTAS
                    DISPLAY "ALTA REGISTRADA: LEGAJO " WSV-MAXLEGAJO
              END-EVALUATE
           END-IF
           END-IF.

      *****************************************************************
      * MODIFICACION: CADA DATO EN BLANCO (O EN CERO) QUEDA COMO      *
      * ESTABA. EL DNI CORREGIDO TAMPOCO PUEDE REPETIR EL DE OTRO.    *
      *****************************************************************
       300000-MODIFICAR-ALUMNO.
           DISPLAY "LEGAJO: "
           ACCEPT WSV-LEGAJO
           PERFORM 150000-BUSCAR-LEGAJO
           IF WSV-POSICION = 0
              DISPLAY "LEGAJO INEXISTENTE"
           ELSE
              PERFORM 410000-MOSTRAR-ALUMNO
              DISPLAY "EN BLANCO O EN CERO = SIN CAMBIO"
              DISPLAY "DNI: "
              ACCEPT WSV-DNI
              DISPLAY "APELLIDO: "
              ACCEPT WSV-APELLIDO
              DISPLAY "NOMBRE: "
              ACCEPT WSV-NOMBRE
              DISPLAY "FECHA DE NACIMIENTO (AAAAMMDD): "
              ACCEPT WSV-FECHANAC
              DISPLAY "DOMICILIO: "
              ACCEPT WSV-DOMICILIO
              DISPLAY "TELEFONO: "
              ACCEPT WSV-TELEFONO
              DISPLAY "E-MAIL: "
              ACCEPT WSV-EMAIL
              MOVE 0 TO WSV-POSDNI
              IF WSV-DNI > 0
                 PERFORM 160000-BUSCAR-DNI
              END-IF
              MOVE 1 TO WSV-FECHAVALIDA
              IF WSV-FECHANAC > 0
                 MOVE WSV-FECHANAC TO WSV-FECHA
                 PERFORM 170000-VALIDAR-FECHA
              END-IF

              EVALUATE TRUE
                 WHEN WSV-POSDNI > 0 AND WSV-POSDNI NOT = WSV-POSICION
                    DISPLAY "EL DNI YA ESTA CARGADO EN EL LEGAJO "
                            AMT-LEGAJO(WSV-POSDNI)
                            ": NO SE MODIFICA"
                    ADD 1 TO WSA-RECHAZOS
                 WHEN WSV-FECHAVALIDA = 0
                    DISPLAY "FECHA DE NACIMIENTO INVALIDA: NO SE "
                            "MODIFICA"
                    ADD 1 TO WSA-RECHAZOS
                 WHEN OTHER
                    IF WSV-DNI > 0
                       MOVE WSV-DNI TO AMT-DNI(WSV-POSICION)
                    END-IF
                    IF WSV-APELLIDO NOT = SPACES
                       MOVE WSV-APELLIDO TO AMT-APELLIDO(WSV-POSICION)
                    END-IF
                    IF WSV-NOMBRE NOT = SPACES
                       MOVE WSV-NOMBRE TO AMT-NOMBRE(WSV-POSICION)
                    END-IF
                    IF WSV-FECHANAC > 0
                       MOVE WSV-FECHANAC TO AMT-FECHANAC(WSV-POSICION)
                    END-IF
                    IF WSV-DOMICILIO NOT = SPACES
                       MOVE WSV-DOMICILIO TO
                                        AMT-DOMICILIO(WSV-POSICION)
                    END-IF
                    IF WSV-TELEFONO NOT = SPACES
                       MOVE WSV-TELEFONO TO AMT-TELEFONO(WSV-POSICION)
                    END-IF
                    IF WSV-EMAIL NOT = SPACES
                       MOVE WSV-EMAIL TO AMT-EMAIL(WSV-POSICION)
                    END-IF
                    MOVE 1 TO WSV-HUBOCAMBIOS
                    DISPLAY "DATOS ACTUALIZADOS"
              END-EVALUATE
           END-IF.

       350000-CAMBIAR-ESTADO.
           DISPLAY "LEGAJO: "
           ACCEPT WSV-LEGAJO
           PERFORM 150000-BUSCAR-LEGAJO
           IF WSV-POSICION = 0
              DISPLAY "LEGAJO INEXISTENTE"
           ELSE
              PERFORM 410000-MOSTRAR-ALUMNO
              DISPLAY "ESTADO NUEVO (A = ACTIVO, B = BAJA, "
                      "E = EGRESADO): "
              ACCEPT WSV-ESTADO
              EVALUATE TRUE
                 WHEN WSV-ESTADO NOT = 'A' AND WSV-ESTADO NOT = 'B'
                      AND WSV-ESTADO NOT = 'E'
                    DISPLAY "ESTADO INVALIDO"
                 WHEN WSV-ESTADO = AMT-ESTADO(WSV-POSICION)
                    DISPLAY "EL LEGAJO YA ESTA EN ESE ESTADO"
                 WHEN OTHER
                    MOVE WSV-ESTADO TO AMT-ESTADO(WSV-POSICION)
                    MOVE WSV-FECHA-SISTEMA TO
                                        AMT-FECHAESTADO(WSV-POSICION)
                    MOVE 1 TO WSV-HUBOCAMBIOS
                    DISPLAY "ESTADO ACTUALIZADO"
              END-EVALUATE
           END-IF.

       400000-CONSULTAR-ALUMNO.
           DISPLAY "LEGAJO (0 = BUSCAR POR DNI): "
           ACCEPT WSV-LEGAJO
           IF WSV-LEGAJO = 0
              DISPLAY "DNI: "
              ACCEPT WSV-DNI
              PERFORM 160000-BUSCAR-DNI
              MOVE WSV-POSDNI TO WSV-POSICION
           ELSE
              PERFORM 150000-BUSCAR-LEGAJO
           END-IF
           IF WSV-POSICION = 0
              DISPLAY "ALUMNO INEXISTENTE"
           ELSE
              PERFORM 410000-MOSTRAR-ALUMNO
           END-IF.

       410000-MOSTRAR-ALUMNO.
           DISPLAY "--------------------------------------------------"
           DISPLAY "LEGAJO:     " AMT-LEGAJO(WSV-POSICION)
                   "   DNI: " AMT-DNI(WSV-POSICION)
           DISPLAY "ALUMNO:     "
                   FUNCTION TRIM(AMT-APELLIDO(WSV-POSICION)) ", "
                   FUNCTION TRIM(AMT-NOMBRE(WSV-POSICION))
           DISPLAY "NACIMIENTO: " AMT-FECHANAC(WSV-POSICION)
                   "   INGRESO: " AMT-FECHAINGRESO(WSV-POSICION)
           DISPLAY "DOMICILIO:  " AMT-DOMICILIO(WSV-POSICION)
           DISPLAY "TELEFONO:   " AMT-TELEFONO(WSV-POSICION)
           DISPLAY "E-MAIL:     " AMT-EMAIL(WSV-POSICION)
           EVALUATE AMT-ESTADO(WSV-POSICION)
              WHEN 'A'
                 DISPLAY "ESTADO:     ACTIVO DESDE "
                         AMT-FECHAESTADO(WSV-POSICION)
              WHEN 'B'
                 DISPLAY "ESTADO:     BAJA DESDE "
                         AMT-FECHAESTADO(WSV-POSICION)
              WHEN 'E'
                 DISPLAY "ESTADO:     EGRESADO DESDE "
                         AMT-FECHAESTADO(WSV-POSICION)
              WHEN OTHER
                 DISPLAY "ESTADO:     " AMT-ESTADO(WSV-POSICION)
           END-EVALUATE
           DISPLAY "--------------------------------------------------".

       450000-LISTAR-ALUMNOS.
           DISPLAY "--------------------------------------------------"
           DISPLAY "LEGAJO DNI      E APELLIDO Y NOMBRE"
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTALUMNOS
              DISPLAY AMT-LEGAJO(WSI-I) " " AMT-DNI(WSI-I) " "
                      AMT-ESTADO(WSI-I) " "
                      FUNCTION TRIM(AMT-APELLIDO(WSI-I)) ", "
                      FUNCTION TRIM(AMT-NOMBRE(WSI-I))
           END-PERFORM
           DISPLAY "TOTAL DE ALUMNOS: " WSV-CANTALUMNOS
           DISPLAY "--------------------------------------------------".

       500000-REGRABAR-ALUMNOS.
           MOVE 'ALUMNOSMAE.DAT' TO WS-INT-ARCHIVO
           MOVE 'MAEALU-09-FL'   TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT ALUMNOSMAE
           IF WS-ALM-FS-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTALUMNOS
                 MOVE WST-ALUMNO(WSI-I) TO REG-ALUMNOMAE
                 WRITE REG-ALUMNOMAE
              END-PERFORM
              CLOSE ALUMNOSMAE
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR ALUMNOSMAE.DAT"
              DISPLAY "FILE STATUS " WS-ALM-FS
              MOVE 8 TO WSV-RETORNO
           END-IF.

       COPY FSLOGPROC.

       COPY FSINTPROC.

       COPY FSLOCKPROC.

       END PROGRAM MAEALU-09-FL.
