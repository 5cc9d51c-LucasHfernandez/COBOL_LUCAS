      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 18/10/2019
      * Purpose: MAESTRO DEL PERSONAL (EMPLEADOS.DAT, VER FSEMP.CPY):
      *          INCORPORA LOS POSTULANTES APROBADOS QUE ENTREV-09-FL
      *          DEJA EN ALTASRRHH.DAT Y LOS DOCENTES DE DOCENTES.DAT
      *          QUE TODAVIA NO SON EMPLEADOS, PIDIENDO CUIL,
      *          CATEGORIA, SUELDO BASICO, FECHA DE INGRESO Y CBU PARA
      *          LA ACREDITACION. PERMITE MODIFICAR ESOS DATOS, DAR DE
      *          BAJA Y LISTAR EL PERSONAL. LA LIQUIDACION MENSUAL LA
      *          HACE SUELDOS-09-FL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLEAD-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADOS           ASSIGN TO DISK 'EMPLEADOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-EMPLEADOS.

           SELECT ALTASRRHH           ASSIGN TO DISK 'ALTASRRHH.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ALTAS.

           SELECT DOCENTES            ASSIGN TO DISK 'DOCENTES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DOCENTES.

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

       FD EMPLEADOS.
       COPY FSEMP.

      *****************************************************************
      * ALTASRRHH.DAT (VER ENTREV-09-FL) Y DOCENTES.DAT (VER          *
      * DOCENTES-09-FL): SOLO SE LEEN.                                *
      *****************************************************************
       FD ALTASRRHH.
       01 REG-ALTARRHH.
           05 ALT-NOMBRE             PIC X(30).
           05 ALT-FECHA              PIC 9(08).

       FD DOCENTES.
       01 REG-DOCENTE.
          05 DOC-CODIGO            PIC 9(03).
          05 DOC-NOMBRE            PIC X(30).
          05 DOC-USUARIO           PIC X(10).

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

       COPY FSLOCKVAR.

       COPY FSFECHAVAR.

       COPY FSINTVAR.

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-FECHA-PROCESO    PIC 9(08)       VALUE 0.
          05 WSV-LEGAJO           PIC 9(05)       VALUE 0.
          05 WSV-ULTLEGAJO        PIC 9(05)       VALUE 0.
          05 WSV-NOMBRE           PIC X(30)       VALUE SPACES.
          05 WSV-CUIL             PIC 9(11)       VALUE 0.
          05 WSV-CATEGORIA        PIC X(10)       VALUE SPACES.
          05 WSV-BASICO           PIC 9(09)V9(02) VALUE 0.
          05 WSV-FECHA            PIC 9(08)       VALUE 0.
          05 WSV-FECHA-R REDEFINES WSV-FECHA.
             10 WSV-FEC-ANO       PIC 9(04).
             10 WSV-FEC-MES       PIC 9(02).
             10 WSV-FEC-DIA       PIC 9(02).
          05 WSV-CBU              PIC X(22)       VALUE SPACES.
          05 WSV-ORIGEN           PIC X(01)       VALUE SPACE.
          05 WSV-FECHAORIGEN      PIC 9(08)       VALUE 0.
          05 WSV-DOCENTE          PIC 9(03)       VALUE 0.
          05 WSV-CONFIRMA         PIC X(01)       VALUE SPACE.
          05 WSV-POSICION         PIC 9(03)       VALUE 0.
          05 WSV-DATOSVALIDOS     PIC 9(01)       VALUE 0.
          05 WSV-HUBOCAMBIOS      PIC 9(01)       VALUE 0.
          05 WSV-TABLALLENA       PIC 9(01)       VALUE 0.
          05 WSV-FINALTAS         PIC 9(01)       VALUE 0.
          05 WSV-RETORNO          PIC 9(02)       VALUE 0.

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSV-CANTEMPLEADOS    PIC 9(03)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-INCORPORADOS     PIC 9(05)       VALUE 0.
          05 WSA-PENDIENTES       PIC 9(05)       VALUE 0.
          05 WSA-ACTIVOS          PIC 9(05)       VALUE 0.
          05 WSA-BAJAS            PIC 9(05)       VALUE 0.

       01 SWITCHES.
          05 WSS-FS-EMPLEADOS     PIC X(02).
            88 WSS-FS-EMPLEADOS-OK                VALUE '00'.
            88 WSS-FS-EMPLEADOS-EOF               VALUE '10'.
          05 WSS-FS-ALTAS         PIC X(02).
            88 WSS-FS-ALTAS-OK                    VALUE '00'.
            88 WSS-FS-ALTAS-EOF                   VALUE '10'.
          05 WSS-FS-DOCENTES      PIC X(02).
            88 WSS-FS-DOCENTES-OK                 VALUE '00'.
            88 WSS-FS-DOCENTES-EOF                VALUE '10'.

       01 MASCARAS.
          05 WSM-BASICO           PIC Z(08)9,99.

      *****************************************************************
      * EMPLEADOS.DAT COMPLETO EN MEMORIA, CON EL MISMO FORMATO DEL   *
      * REGISTRO (FSEMP.CPY); SE REGRABA AL SALIR SI HUBO CAMBIOS.    *
      *****************************************************************
       01 TABLA-EMPLEADOS.
          05 WST-EMP              OCCURS 500 TIMES.
             10 ETB-LEGAJO        PIC 9(05).
             10 ETB-NOMBRE        PIC X(30).
             10 ETB-CUIL          PIC 9(11).
             10 ETB-CATEGORIA     PIC X(10).
             10 ETB-BASICO        PIC 9(09)V9(02).
             10 ETB-FECHAINGRESO  PIC 9(08).
             10 ETB-CBU           PIC X(22).
             10 ETB-ORIGEN        PIC X(01).
             10 ETB-FECHAORIGEN   PIC 9(08).
             10 ETB-DOCENTE       PIC 9(03).
             10 ETB-ESTADO        PIC X(01).
             10 ETB-FECHABAJA     PIC 9(08).
             10 ETB-ULTPERIODO    PIC 9(06).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'EMPLEAD-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
      *****************************************************************
      * LA LIQUIDACION (SUELDOS-09-FL) REGRABA EMPLEADOS.DAT CON EL   *
      * ULTIMO MES LIQUIDADO: NO PUEDE CORRER MIENTRAS SE MANTIENE.   *
      *****************************************************************
           MOVE 'EMPLEAD-09-FL' TO WS-CER-PROGRAMA
           MOVE 1 TO WS-CER-CANTARCH
           MOVE 'EMPLEADOS.DAT' TO WS-CER-ARCHIVO(1)
           PERFORM 9200-TOMAR-CERROJOS
           IF WS-CER-DENEGADO = 1
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
              SET WS-LOG-FIN TO TRUE
              PERFORM 9100-GRABAR-PROCLOG
              STOP RUN
           END-IF
           PERFORM 9300-LEER-FECHA-PROCESO
           MOVE WS-FPR-FECHA TO WSV-FECHA-PROCESO
           PERFORM 100000-CARGAR-EMPLEADOS
           IF WSV-TABLALLENA = 1
              DISPLAY "EMPLEADOS.DAT SUPERA LA TABLA: SE CANCELA SIN "
                      "REGRABAR"
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
           PERFORM UNTIL WSV-OPCION = 6
              DISPLAY "**************************************"
              DISPLAY "MAESTRO DEL PERSONAL - FECHA " WSV-FECHA-PROCESO
              DISPLAY "1 - INCORPORAR ALTAS DE RRHH (ALTASRRHH.DAT)"
              DISPLAY "2 - INCORPORAR DOCENTES (DOCENTES.DAT)"
              DISPLAY "3 - MODIFICAR EMPLEADO"
              DISPLAY "4 - BAJA DE EMPLEADO"
              DISPLAY "5 - LISTAR PERSONAL"
              DISPLAY "6 - SALIR"
              DISPLAY "RESPUESTA: "
              ACCEPT WSV-OPCION

              EVALUATE WSV-OPCION
                 WHEN 1
                    PERFORM 200000-INCORPORAR-ALTAS
                 WHEN 2
                    PERFORM 250000-INCORPORAR-DOCENTES
                 WHEN 3
                    PERFORM 300000-MODIFICAR-EMPLEADO
                 WHEN 4
                    PERFORM 400000-BAJA-EMPLEADO
                 WHEN 5
                    PERFORM 500000-LISTAR-PERSONAL
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
              PERFORM 900000-REGRABAR-EMPLEADOS
           END-IF
           MOVE WSV-RETORNO TO RETURN-CODE
           END-IF
           PERFORM 9250-LIBERAR-CERROJOS
           SET WS-LOG-FIN TO TRUE
           MOVE WSV-CANTEMPLEADOS TO WS-LOG-LEIDOS
           MOVE WSA-INCORPORADOS  TO WS-LOG-GRABADOS
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

       100000-CARGAR-EMPLEADOS.
           MOVE 0 TO WSV-CANTEMPLEADOS
           MOVE 0 TO WSV-ULTLEGAJO
           OPEN INPUT EMPLEADOS
           IF WSS-FS-EMPLEADOS-OK
              PERFORM UNTIL WSS-FS-EMPLEADOS-EOF
                         OR WSV-CANTEMPLEADOS > 499
                 READ EMPLEADOS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTEMPLEADOS
                       MOVE REG-EMPLEADO TO WST-EMP(WSV-CANTEMPLEADOS)
                       IF EMP-LEGAJO > WSV-ULTLEGAJO
                          MOVE EMP-LEGAJO TO WSV-ULTLEGAJO
                       END-IF
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-EMPLEADOS-EOF
                 READ EMPLEADOS
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLALLENA
                 END-READ
              END-IF
              CLOSE EMPLEADOS
           END-IF.

       150000-BUSCAR-EMPLEADO.
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTEMPLEADOS
              IF ETB-LEGAJO(WSI-I) = WSV-LEGAJO
                 MOVE WSI-I TO WSV-POSICION
              END-IF
           END-PERFORM.

      *****************************************************************
      * ALTAS DE RRHH: CADA APROBADO DE ALTASRRHH.DAT QUE NO ESTA EN  *
      * EL MAESTRO (MISMO NOMBRE Y FECHA DE APROBACION) SE MUESTRA Y  *
      * EL OPERADOR LO INCORPORA CON SUS DATOS, LO SALTEA (QUEDA PARA *
      * OTRA VEZ) O TERMINA LA RONDA.                                 *
      *****************************************************************
       200000-INCORPORAR-ALTAS.
           MOVE 0 TO WSA-PENDIENTES
           MOVE 0 TO WSV-FINALTAS
           OPEN INPUT ALTASRRHH
           IF NOT WSS-FS-ALTAS-OK
              DISPLAY "NO HAY ALTASRRHH.DAT"
           ELSE
              PERFORM UNTIL WSS-FS-ALTAS-EOF OR WSV-FINALTAS = 1
                 READ ALTASRRHH
                    AT END
                       CONTINUE
                    NOT AT END
                       PERFORM 210000-VER-ALTA
                 END-READ
              END-PERFORM
              CLOSE ALTASRRHH
              IF WSA-PENDIENTES = 0
                 DISPLAY "NO HAY ALTAS DE RRHH PENDIENTES DE INCORPORAR"
              END-IF
           END-IF.

       210000-VER-ALTA.
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTEMPLEADOS
              IF ETB-ORIGEN(WSI-I) = 'R'
                 AND ETB-NOMBRE(WSI-I) = ALT-NOMBRE
                 AND ETB-FECHAORIGEN(WSI-I) = ALT-FECHA
                 MOVE WSI-I TO WSV-POSICION
              END-IF
           END-PERFORM
           IF WSV-POSICION = 0
              ADD 1 TO WSA-PENDIENTES
              DISPLAY "----------------------------------------------"
              DISPLAY "APROBADO EL " ALT-FECHA ": "
                      FUNCTION TRIM(ALT-NOMBRE)
              DISPLAY "INCORPORAR AL PERSONAL? (S = SI, N = SALTEAR, "
                      "F = TERMINAR): "
              ACCEPT WSV-CONFIRMA
              EVALUATE WSV-CONFIRMA
                 WHEN 'S'
                    MOVE ALT-NOMBRE TO WSV-NOMBRE
                    MOVE 'R'        TO WSV-ORIGEN
                    MOVE ALT-FECHA  TO WSV-FECHAORIGEN
                    MOVE 0          TO WSV-DOCENTE
                    PERFORM 220000-PEDIR-DATOS
                    PERFORM 230000-AGREGAR-EMPLEADO
                 WHEN 'F'
                    MOVE 1 TO WSV-FINALTAS
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      *****************************************************************
      * DATOS DE LIQUIDACION DEL EMPLEADO. EL DOCENTE PUEDE TENER     *
      * BASICO CERO (COBRA SOLO SUS HORAS); LOS DEMAS NO. EL CBU ES   *
      * DE 22 DIGITOS O EN BLANCO (COBRA POR CAJA).                   *
      *****************************************************************
       220000-PEDIR-DATOS.
           DISPLAY "CUIL (11 DIGITOS): "
           ACCEPT WSV-CUIL
           DISPLAY "CATEGORIA: "
           ACCEPT WSV-CATEGORIA
           DISPLAY "SUELDO BASICO MENSUAL: "
           ACCEPT WSV-BASICO
           DISPLAY "FECHA DE INGRESO (AAAAMMDD, 0 = FECHA DE PROCESO): "
           ACCEPT WSV-FECHA
           IF WSV-FECHA = 0
              MOVE WSV-FECHA-PROCESO TO WSV-FECHA
           END-IF
           DISPLAY "CBU PARA LA ACREDITACION (EN BLANCO = POR CAJA): "
           MOVE SPACES TO WSV-CBU
           ACCEPT WSV-CBU
           PERFORM 225000-VALIDAR-DATOS.

       225000-VALIDAR-DATOS.
           MOVE 0 TO WSV-DATOSVALIDOS
           EVALUATE TRUE
              WHEN WSV-CUIL < 20000000000
                 DISPLAY "CUIL INVALIDO"
              WHEN WSV-CATEGORIA = SPACES
                 DISPLAY "LA CATEGORIA ES OBLIGATORIA"
              WHEN WSV-BASICO = 0 AND WSV-ORIGEN NOT = 'D'
                 DISPLAY "EL SUELDO BASICO ES OBLIGATORIO"
              WHEN WSV-FEC-ANO < 1900
                   OR WSV-FEC-MES < 1 OR WSV-FEC-MES > 12
                   OR WSV-FEC-DIA < 1 OR WSV-FEC-DIA > 31
                   OR WSV-FECHA > WSV-FECHA-PROCESO
                 DISPLAY "FECHA DE INGRESO INVALIDA"
              WHEN WSV-CBU NOT = SPACES AND WSV-CBU IS NOT NUMERIC
                 DISPLAY "EL CBU DEBE TENER 22 DIGITOS"
              WHEN OTHER
                 MOVE 1 TO WSV-DATOSVALIDOS
           END-EVALUATE.

       230000-AGREGAR-EMPLEADO.
           IF WSV-DATOSVALIDOS = 0
              DISPLAY "NO SE INCORPORA: QUEDA PENDIENTE"
           ELSE
           IF WSV-CANTEMPLEADOS >= 500
              DISPLAY "NO HAY MAS ESPACIO EN EL MAESTRO DEL PERSONAL"
           ELSE
              ADD 1 TO WSV-CANTEMPLEADOS
              ADD 1 TO WSV-ULTLEGAJO
              MOVE WSV-ULTLEGAJO   TO ETB-LEGAJO(WSV-CANTEMPLEADOS)
              MOVE WSV-NOMBRE      TO ETB-NOMBRE(WSV-CANTEMPLEADOS)
              MOVE WSV-CUIL        TO ETB-CUIL(WSV-CANTEMPLEADOS)
              MOVE WSV-CATEGORIA   TO ETB-CATEGORIA(WSV-CANTEMPLEADOS)
              MOVE WSV-BASICO      TO ETB-BASICO(WSV-CANTEMPLEADOS)
              MOVE WSV-FECHA       TO
                                   ETB-FECHAINGRESO(WSV-CANTEMPLEADOS)
              MOVE WSV-CBU         TO ETB-CBU(WSV-CANTEMPLEADOS)
              MOVE WSV-ORIGEN      TO ETB-ORIGEN(WSV-CANTEMPLEADOS)
              MOVE WSV-FECHAORIGEN TO
                                   ETB-FECHAORIGEN(WSV-CANTEMPLEADOS)
              MOVE WSV-DOCENTE     TO ETB-DOCENTE(WSV-CANTEMPLEADOS)
              MOVE 'A'             TO ETB-ESTADO(WSV-CANTEMPLEADOS)
              MOVE 0               TO ETB-FECHABAJA(WSV-CANTEMPLEADOS)
              MOVE 0               TO ETB-ULTPERIODO(WSV-CANTEMPLEADOS)
              MOVE 1 TO WSV-HUBOCAMBIOS
              ADD 1 TO WSA-INCORPORADOS
              DISPLAY "INCORPORADO CON LEGAJO " WSV-ULTLEGAJO
                      " (SE GRABA AL SALIR)"
           END-IF
           END-IF.

      *****************************************************************
      * DOCENTES: CADA DOCENTE DE DOCENTES.DAT QUE TODAVIA NO TIENE   *
      * LEGAJO DE EMPLEADO. LAS HORAS SE LIQUIDAN SEGUN SUS MATERIAS  *
      * ASIGNADAS (ASIGDOC.DAT) Y SU HORARIO (HORARIOS.DAT).          *
      *****************************************************************
       250000-INCORPORAR-DOCENTES.
           MOVE 0 TO WSA-PENDIENTES
           MOVE 0 TO WSV-FINALTAS
           OPEN INPUT DOCENTES
           IF NOT WSS-FS-DOCENTES-OK
              DISPLAY "NO HAY DOCENTES.DAT"
           ELSE
              PERFORM UNTIL WSS-FS-DOCENTES-EOF OR WSV-FINALTAS = 1
                 READ DOCENTES
                    AT END
                       CONTINUE
                    NOT AT END
                       PERFORM 260000-VER-DOCENTE
                 END-READ
              END-PERFORM
              CLOSE DOCENTES
              IF WSA-PENDIENTES = 0
                 DISPLAY "TODOS LOS DOCENTES YA SON EMPLEADOS"
              END-IF
           END-IF.

       260000-VER-DOCENTE.
           MOVE 0 TO WSV-POSICION
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTEMPLEADOS
              IF ETB-ORIGEN(WSI-I) = 'D'
                 AND ETB-DOCENTE(WSI-I) = DOC-CODIGO
                 MOVE WSI-I TO WSV-POSICION
              END-IF
           END-PERFORM
           IF WSV-POSICION = 0
              ADD 1 TO WSA-PENDIENTES
              DISPLAY "----------------------------------------------"
              DISPLAY "DOCENTE " DOC-CODIGO ": "
                      FUNCTION TRIM(DOC-NOMBRE)
              DISPLAY "INCORPORAR AL PERSONAL? (S = SI, N = SALTEAR, "
                      "F = TERMINAR): "
              ACCEPT WSV-CONFIRMA
              EVALUATE WSV-CONFIRMA
                 WHEN 'S'
                    MOVE DOC-NOMBRE TO WSV-NOMBRE
                    MOVE 'D'        TO WSV-ORIGEN
                    MOVE 0          TO WSV-FECHAORIGEN
                    MOVE DOC-CODIGO TO WSV-DOCENTE
                    PERFORM 220000-PEDIR-DATOS
                    PERFORM 230000-AGREGAR-EMPLEADO
                 WHEN 'F'
                    MOVE 1 TO WSV-FINALTAS
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       300000-MODIFICAR-EMPLEADO.
           DISPLAY "LEGAJO DEL EMPLEADO: "
           ACCEPT WSV-LEGAJO
           PERFORM 150000-BUSCAR-EMPLEADO
           IF WSV-POSICION = 0
              DISPLAY "LEGAJO INEXISTENTE"
           ELSE
              MOVE ETB-BASICO(WSV-POSICION) TO WSM-BASICO
              DISPLAY FUNCTION TRIM(ETB-NOMBRE(WSV-POSICION))
                      " CUIL " ETB-CUIL(WSV-POSICION)
                      " CATEGORIA " ETB-CATEGORIA(WSV-POSICION)
              DISPLAY "BASICO " WSM-BASICO
                      " INGRESO " ETB-FECHAINGRESO(WSV-POSICION)
                      " CBU " ETB-CBU(WSV-POSICION)
              DISPLAY "INGRESE LOS DATOS VIGENTES (TODOS)"
              MOVE ETB-ORIGEN(WSV-POSICION) TO WSV-ORIGEN
              PERFORM 220000-PEDIR-DATOS
              IF WSV-DATOSVALIDOS = 0
                 DISPLAY "NO SE MODIFICA"
              ELSE
                 MOVE WSV-CUIL      TO ETB-CUIL(WSV-POSICION)
                 MOVE WSV-CATEGORIA TO ETB-CATEGORIA(WSV-POSICION)
                 MOVE WSV-BASICO    TO ETB-BASICO(WSV-POSICION)
                 MOVE WSV-FECHA     TO ETB-FECHAINGRESO(WSV-POSICION)
                 MOVE WSV-CBU       TO ETB-CBU(WSV-POSICION)
                 MOVE 1 TO WSV-HUBOCAMBIOS
                 DISPLAY "EMPLEADO MODIFICADO (SE GRABA AL SALIR)"
              END-IF
           END-IF.

      *****************************************************************
      * BAJA: SE LIQUIDA TODAVIA EL MES DE LA BAJA. EL REGISTRO QUEDA *
      * EN EL MAESTRO COMO HISTORIA.                                  *
      *****************************************************************
       400000-BAJA-EMPLEADO.
           DISPLAY "LEGAJO DEL EMPLEADO: "
           ACCEPT WSV-LEGAJO
           PERFORM 150000-BUSCAR-EMPLEADO
           IF WSV-POSICION = 0
              DISPLAY "LEGAJO INEXISTENTE"
           ELSE
           IF ETB-ESTADO(WSV-POSICION) = 'B'
              DISPLAY "EL EMPLEADO YA ESTA DE BAJA DESDE EL "
                      ETB-FECHABAJA(WSV-POSICION)
           ELSE
              DISPLAY FUNCTION TRIM(ETB-NOMBRE(WSV-POSICION))
              DISPLAY "FECHA DE BAJA (AAAAMMDD, 0 = FECHA DE PROCESO): "
              ACCEPT WSV-FECHA
              IF WSV-FECHA = 0
                 MOVE WSV-FECHA-PROCESO TO WSV-FECHA
              END-IF
              IF WSV-FECHA < ETB-FECHAINGRESO(WSV-POSICION)
                 OR WSV-FEC-MES < 1 OR WSV-FEC-MES > 12
                 OR WSV-FEC-DIA < 1 OR WSV-FEC-DIA > 31
                 DISPLAY "FECHA DE BAJA INVALIDA"
              ELSE
                 DISPLAY "CONFIRMA LA BAJA? (S/N): "
                 ACCEPT WSV-CONFIRMA
                 IF WSV-CONFIRMA = 'S'
                    MOVE 'B'       TO ETB-ESTADO(WSV-POSICION)
                    MOVE WSV-FECHA TO ETB-FECHABAJA(WSV-POSICION)
                    MOVE 1 TO WSV-HUBOCAMBIOS
                    DISPLAY "BAJA REGISTRADA (SE GRABA AL SALIR)"
                 END-IF
              END-IF
           END-IF
           END-IF.

       500000-LISTAR-PERSONAL.
           MOVE 0 TO WSA-ACTIVOS
           MOVE 0 TO WSA-BAJAS
           DISPLAY "--------------------------------------------------"
           DISPLAY "LEGAJO NOMBRE                         CATEGORIA  "
                   "      BASICO INGRESO  ORIG EST"
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTEMPLEADOS
              MOVE ETB-BASICO(WSI-I) TO WSM-BASICO
              DISPLAY ETB-LEGAJO(WSI-I) "  " ETB-NOMBRE(WSI-I) " "
                      ETB-CATEGORIA(WSI-I) " " WSM-BASICO " "
                      ETB-FECHAINGRESO(WSI-I) " " ETB-ORIGEN(WSI-I)
                      "    " ETB-ESTADO(WSI-I)
              IF ETB-ESTADO(WSI-I) = 'B'
                 ADD 1 TO WSA-BAJAS
              ELSE
                 ADD 1 TO WSA-ACTIVOS
              END-IF
           END-PERFORM
           DISPLAY "--------------------------------------------------"
           DISPLAY "ACTIVOS " WSA-ACTIVOS " DE BAJA " WSA-BAJAS
           DISPLAY "(ORIGEN R = ALTA DE RRHH, D = DOCENTE)".

       900000-REGRABAR-EMPLEADOS.
           MOVE 'EMPLEADOS.DAT' TO WS-INT-ARCHIVO
           MOVE 'EMPLEAD-09-FL' TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT EMPLEADOS
           IF WSS-FS-EMPLEADOS-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTEMPLEADOS
                 MOVE WST-EMP(WSI-I) TO REG-EMPLEADO
                 WRITE REG-EMPLEADO
              END-PERFORM
              CLOSE EMPLEADOS
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR EMPLEADOS.DAT"
              DISPLAY "FILE STATUS " WSS-FS-EMPLEADOS
              MOVE 8 TO WSV-RETORNO
           END-IF.

       COPY FSLOGPROC.

       COPY FSFECHAPROC.

       COPY FSINTPROC.

       COPY FSLOCKPROC.

       END PROGRAM EMPLEAD-09-FL.
