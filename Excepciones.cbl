      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 18/10/2019
      * Purpose: BANDEJA DE EXCEPCIONES DEL SUPERVISOR (EXCEPCIONES.DAT,
      *          VER FSEXC.CPY): LOS PROCESOS DEJAN AHI CADA PROBLEMA
      *          QUE DETECTAN (RECHAZOS DE LOTE Y DE ALTAS, CUOTAS
      *          CUARENTENADAS, DIFERENCIAS DE SALDOS, HUECOS DE
      *          COTIZACION, HUERFANOS ENTRE MAESTROS). ESTE PROGRAMA
      *          LISTA LAS ABIERTAS POR SEVERIDAD Y ANTIGUEDAD, LAS
      *          ASIGNA A UN OPERADOR Y LAS CIERRA CON UNA NOTA DE
      *          RESOLUCION. RESERVADO A SUPERVISORES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCEPC-09-FL.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPCIONES ASSIGN TO DISK 'EXCEPCIONES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-EXC-FS.

           SELECT OPERADORES ASSIGN TO DISK 'OPERADORES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-OPERADORES.

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

       FD EXCEPCIONES.
       COPY FSEXC.

       FD OPERADORES.
       01 REG-OPERADOR.
           05 OPE-USUARIO              PIC X(10).
           05 OPE-CLAVE                PIC X(10).
           05 OPE-NIVEL                PIC 9(01).

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

       COPY FSEXCVAR.

       01 VARIABLES.
           05 WSV-OPCION              PIC 9(01)   VALUE 0.
           05 WSV-USUARIO             PIC X(10)   VALUE SPACES.
           05 WSV-CLAVE               PIC X(10)   VALUE SPACES.
           05 WSV-AUTORIZADO          PIC 9(01)   VALUE 0.
           05 WSV-ASIGNADO            PIC X(10)   VALUE SPACES.
           05 WSV-EXISTE              PIC 9(01)   VALUE 0.
           05 WSV-NUMERO              PIC 9(04)   VALUE 0.
           05 WSV-SEVERIDAD           PIC X(01)   VALUE SPACE.
             88 WSV-SEVERIDAD-VALIDA  VALUE 'C' 'M' 'B' ' '.
           05 WSV-SEV-LISTA           PIC X(01)   VALUE SPACE.
           05 WSV-RESOLUCION          PIC X(60)   VALUE SPACES.
           05 WSV-FECHA-SISTEMA       PIC 9(08)   VALUE 0.
           05 WSV-DIAS                PIC 9(05)   VALUE 0.
           05 WSV-HUBOCAMBIOS         PIC 9(01)   VALUE 0.
           05 WSV-TABLALLENA          PIC 9(01)   VALUE 0.
           05 WSV-RETORNO             PIC 9(02)   VALUE 0.

       01 INDICES.
           05 WSV-I                   PIC 9(04)   VALUE 0.
           05 WSV-S                   PIC 9(01)   VALUE 0.
           05 WSV-CANTEXC             PIC 9(04)   VALUE 0.
           05 WSV-CANTNUEVAS          PIC 9(04)   VALUE 0.

       01 ACUMULADORES.
           05 WSA-ABIERTAS            PIC 9(04)   VALUE 0.
           05 WSA-CRITICAS            PIC 9(04)   VALUE 0.
           05 WSA-ASIGNADAS           PIC 9(04)   VALUE 0.
           05 WSA-CERRADAS            PIC 9(04)   VALUE 0.
           05 WSA-LISTADAS            PIC 9(04)   VALUE 0.

       01 MASCARAS.
           05 WSM-NUMERO              PIC ZZZ9.
           05 WSM-DIAS                PIC ZZZZ9.

      *****************************************************************
      * ORDEN DEL LISTADO: PRIMERO LAS CRITICAS, DESPUES LAS MEDIAS Y *
      * AL FINAL LAS BAJAS. DENTRO DE CADA SEVERIDAD EL ARCHIVO YA    *
      * ESTA EN ORDEN DE LLEGADA: DE LA MAS VIEJA A LA MAS NUEVA.     *
      *****************************************************************
       01 CONSTANTES.
           05 WSC-SEVERIDADES         PIC X(03)   VALUE 'CMB'.
           05 WSC-SEVERIDAD REDEFINES WSC-SEVERIDADES
                                      PIC X(01)   OCCURS 3 TIMES.

       01 TABLA-EXCEPCIONES.
           05 WST-EXC                OCCURS 2000 TIMES.
              10 ETB-FECHA           PIC 9(08).
              10 ETB-HORA            PIC 9(08).
              10 ETB-PROGRAMA        PIC X(14).
              10 ETB-SEVERIDAD       PIC X(01).
              10 ETB-CLAVE           PIC X(20).
              10 ETB-DESCRIPCION     PIC X(60).
              10 ETB-ESTADO          PIC X(01).
              10 ETB-ASIGNADO        PIC X(10).
              10 ETB-FECHACIERRE     PIC 9(08).
              10 ETB-CERRADOPOR      PIC X(10).
              10 ETB-RESOLUCION      PIC X(60).

       01 SWITCHES.
           05 WSS-FS-OPERADORES       PIC X(02).
             88 WSS-FS-OPERADORES-OK              VALUE '00'.
             88 WSS-FS-OPERADORES-EOF             VALUE '10'.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'EXCEPC-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD

           PERFORM 100000-VALIDAR-SUPERVISOR
           IF WSV-AUTORIZADO = 0
              DISPLAY "OPERACION RESERVADA A SUPERVISORES"
              SET WS-LOG-FIN TO TRUE
              PERFORM 9100-GRABAR-PROCLOG
              STOP RUN
           END-IF

           MOVE 'EXCEPC-09-FL'    TO WS-CER-PROGRAMA
           MOVE 1 TO WS-CER-CANTARCH
           MOVE 'EXCEPCIONES.DAT' TO WS-CER-ARCHIVO(1)
           PERFORM 9200-TOMAR-CERROJOS
           IF WS-CER-DENEGADO = 1
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
              SET WS-LOG-FIN TO TRUE
              PERFORM 9100-GRABAR-PROCLOG
              STOP RUN
           END-IF
           PERFORM 150000-CARGAR-EXCEPCIONES
           IF WSV-TABLALLENA = 1
              DISPLAY "EXCEPCIONES.DAT SUPERA LA TABLA DE 2000: SE "
                      "CANCELA SIN REGRABAR"
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
           PERFORM UNTIL WSV-OPCION = 4
              PERFORM 160000-CONTAR-ABIERTAS
              DISPLAY "**************************************"
              DISPLAY "BANDEJA DE EXCEPCIONES"
              DISPLAY "ABIERTAS: " WSA-ABIERTAS
                      "   CRITICAS: " WSA-CRITICAS
              DISPLAY "1 - LISTAR ABIERTAS"
              DISPLAY "2 - ASIGNAR EXCEPCION"
              DISPLAY "3 - CERRAR EXCEPCION"
              DISPLAY "4 - SALIR"
              DISPLAY "RESPUESTA: "
              ACCEPT WSV-OPCION

              EVALUATE WSV-OPCION
                 WHEN 1
                    PERFORM 200000-LISTAR-ABIERTAS
                 WHEN 2
                    PERFORM 300000-ASIGNAR-EXCEPCION
                 WHEN 3
                    PERFORM 400000-CERRAR-EXCEPCION
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
           MOVE RETURN-CODE TO WSV-RETORNO
           IF WSV-HUBOCAMBIOS = 1
              PERFORM 900000-REGRABAR-EXCEPCIONES
           END-IF
           MOVE WSV-RETORNO TO RETURN-CODE
           END-IF
           PERFORM 9250-LIBERAR-CERROJOS
           SET WS-LOG-FIN TO TRUE
           MOVE WSV-CANTEXC   TO WS-LOG-LEIDOS
           COMPUTE WS-LOG-GRABADOS = WSA-ASIGNADAS + WSA-CERRADAS
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

       100000-VALIDAR-SUPERVISOR.
           MOVE 0 TO WSV-AUTORIZADO
           OPEN INPUT OPERADORES
           IF NOT WSS-FS-OPERADORES-OK
              DISPLAY "ATENCION: NO HAY OPERADORES.DAT - SE OPERA "
                      "SIN CONTROL DE ACCESO"
              MOVE 'SUPERVISOR' TO WSV-USUARIO
              MOVE 1 TO WSV-AUTORIZADO
           ELSE
              DISPLAY "INGRESE USUARIO SUPERVISOR: "
              ACCEPT WSV-USUARIO
              DISPLAY "INGRESE CLAVE: "
              ACCEPT WSV-CLAVE
              PERFORM UNTIL WSS-FS-OPERADORES-EOF
                 READ OPERADORES
                    AT END
                       CONTINUE
                    NOT AT END
                       IF OPE-USUARIO = WSV-USUARIO
                          AND OPE-CLAVE = WSV-CLAVE
                          AND OPE-NIVEL = 1
                          MOVE 1 TO WSV-AUTORIZADO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERADORES
           END-IF.

       150000-CARGAR-EXCEPCIONES.
           MOVE 0 TO WSV-CANTEXC
           OPEN INPUT EXCEPCIONES
           IF WS-EXC-FS-OK
              PERFORM UNTIL WS-EXC-FS-EOF OR WSV-CANTEXC > 1999
                 READ EXCEPCIONES
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTEXC
                       MOVE REG-EXCEPCIONES TO WST-EXC(WSV-CANTEXC)
                 END-READ
              END-PERFORM
              IF NOT WS-EXC-FS-EOF
                 READ EXCEPCIONES
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLALLENA
                 END-READ
              END-IF
              CLOSE EXCEPCIONES
           END-IF.

       160000-CONTAR-ABIERTAS.
           MOVE 0 TO WSA-ABIERTAS
           MOVE 0 TO WSA-CRITICAS
           PERFORM VARYING WSV-I FROM 1 BY 1 UNTIL WSV-I > WSV-CANTEXC
              IF ETB-ESTADO(WSV-I) = 'A'
                 ADD 1 TO WSA-ABIERTAS
                 IF ETB-SEVERIDAD(WSV-I) = 'C'
                    ADD 1 TO WSA-CRITICAS
                 END-IF
              END-IF
           END-PERFORM.

      *****************************************************************
      * LISTADO DE ABIERTAS: CRITICAS, MEDIAS Y BAJAS, Y DENTRO DE    *
      * CADA UNA DE LA MAS VIEJA A LA MAS NUEVA, CON LOS DIAS QUE     *
      * LLEVA ABIERTA. SE PUEDE PEDIR UNA SOLA SEVERIDAD.             *
      *****************************************************************
       200000-LISTAR-ABIERTAS.
           DISPLAY "SEVERIDAD A LISTAR (C/M/B, EN BLANCO = TODAS): "
           MOVE SPACE TO WSV-SEVERIDAD
           ACCEPT WSV-SEVERIDAD
           IF NOT WSV-SEVERIDAD-VALIDA
              DISPLAY "SEVERIDAD INVALIDA"
           ELSE
              MOVE 0 TO WSA-LISTADAS
              DISPLAY "----------------------------------------------"
              DISPLAY " NRO S FECHA     DIAS PROGRAMA       CLAVE"
                      "                ASIGNADO"
              DISPLAY "----------------------------------------------"
              PERFORM VARYING WSV-S FROM 1 BY 1 UNTIL WSV-S > 3
                 MOVE WSC-SEVERIDAD(WSV-S) TO WSV-SEV-LISTA
                 IF WSV-SEVERIDAD = SPACE
                    OR WSV-SEVERIDAD = WSV-SEV-LISTA
                    PERFORM 210000-LISTAR-SEVERIDAD
                 END-IF
              END-PERFORM
              DISPLAY "----------------------------------------------"
              DISPLAY "EXCEPCIONES LISTADAS: " WSA-LISTADAS
           END-IF.

       210000-LISTAR-SEVERIDAD.
           PERFORM VARYING WSV-I FROM 1 BY 1 UNTIL WSV-I > WSV-CANTEXC
              IF ETB-ESTADO(WSV-I) = 'A'
                 AND ETB-SEVERIDAD(WSV-I) = WSV-SEV-LISTA
                 ADD 1 TO WSA-LISTADAS
                 MOVE WSV-I TO WSM-NUMERO
                 COMPUTE WSV-DIAS =
                         FUNCTION INTEGER-OF-DATE(WSV-FECHA-SISTEMA)
                       - FUNCTION INTEGER-OF-DATE(ETB-FECHA(WSV-I))
                 MOVE WSV-DIAS TO WSM-DIAS
                 DISPLAY WSM-NUMERO " " ETB-SEVERIDAD(WSV-I) " "
                         ETB-FECHA(WSV-I) WSM-DIAS " "
                         ETB-PROGRAMA(WSV-I) " " ETB-CLAVE(WSV-I) " "
                         ETB-ASIGNADO(WSV-I)
                 DISPLAY "       " ETB-DESCRIPCION(WSV-I)
              END-IF
           END-PERFORM.

      *****************************************************************
      * ASIGNACION A UN OPERADOR (SI HAY OPERADORES.DAT, DEBE         *
      * EXISTIR). UNA EXCEPCION YA ASIGNADA SE PUEDE REASIGNAR.       *
      *****************************************************************
       300000-ASIGNAR-EXCEPCION.
           PERFORM 500000-PEDIR-NUMERO
           IF WSV-NUMERO > 0
              DISPLAY "ASIGNAR AL OPERADOR (USUARIO): "
              MOVE SPACES TO WSV-ASIGNADO
              ACCEPT WSV-ASIGNADO
              PERFORM 310000-VALIDAR-OPERADOR
              IF WSV-EXISTE = 0
                 DISPLAY "OPERADOR INEXISTENTE EN OPERADORES.DAT"
              ELSE
                 MOVE WSV-ASIGNADO TO ETB-ASIGNADO(WSV-NUMERO)
                 MOVE 1 TO WSV-HUBOCAMBIOS
                 ADD 1 TO WSA-ASIGNADAS
                 DISPLAY "EXCEPCION " WSV-NUMERO " ASIGNADA A "
                         WSV-ASIGNADO
              END-IF
           END-IF.

       310000-VALIDAR-OPERADOR.
           MOVE 0 TO WSV-EXISTE
           IF WSV-ASIGNADO NOT = SPACES
              OPEN INPUT OPERADORES
              IF NOT WSS-FS-OPERADORES-OK
                 MOVE 1 TO WSV-EXISTE
              ELSE
                 PERFORM UNTIL WSS-FS-OPERADORES-EOF
                    READ OPERADORES
                       AT END
                          CONTINUE
                       NOT AT END
                          IF OPE-USUARIO = WSV-ASIGNADO
                             MOVE 1 TO WSV-EXISTE
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE OPERADORES
              END-IF
           END-IF.

      *****************************************************************
      * CIERRE CON NOTA DE RESOLUCION OBLIGATORIA. QUEDA LA FECHA Y   *
      * EL SUPERVISOR QUE LA CERRO.                                   *
      *****************************************************************
       400000-CERRAR-EXCEPCION.
           PERFORM 500000-PEDIR-NUMERO
           IF WSV-NUMERO > 0
              DISPLAY ETB-DESCRIPCION(WSV-NUMERO)
              DISPLAY "NOTA DE RESOLUCION: "
              MOVE SPACES TO WSV-RESOLUCION
              ACCEPT WSV-RESOLUCION
              IF WSV-RESOLUCION = SPACES
                 DISPLAY "SIN NOTA DE RESOLUCION NO SE CIERRA"
              ELSE
                 MOVE 'C'               TO ETB-ESTADO(WSV-NUMERO)
                 MOVE WSV-FECHA-SISTEMA TO ETB-FECHACIERRE(WSV-NUMERO)
                 MOVE WSV-USUARIO       TO ETB-CERRADOPOR(WSV-NUMERO)
                 MOVE WSV-RESOLUCION    TO ETB-RESOLUCION(WSV-NUMERO)
                 MOVE 1 TO WSV-HUBOCAMBIOS
                 ADD 1 TO WSA-CERRADAS
                 DISPLAY "EXCEPCION " WSV-NUMERO " CERRADA"
              END-IF
           END-IF.

      *****************************************************************
      * PIDE EL NUMERO DE EXCEPCION (EL DEL LISTADO). DEVUELVE 0 SI   *
      * NO EXISTE O YA ESTA CERRADA.                                  *
      *****************************************************************
       500000-PEDIR-NUMERO.
           DISPLAY "NUMERO DE EXCEPCION: "
           MOVE 0 TO WSV-NUMERO
           ACCEPT WSV-NUMERO
           IF WSV-NUMERO = 0 OR WSV-NUMERO > WSV-CANTEXC
              DISPLAY "EXCEPCION INEXISTENTE"
              MOVE 0 TO WSV-NUMERO
           ELSE
              IF ETB-ESTADO(WSV-NUMERO) NOT = 'A'
                 DISPLAY "LA EXCEPCION YA ESTA CERRADA"
                 MOVE 0 TO WSV-NUMERO
              END-IF
           END-IF.

      *****************************************************************
      * LOS PROCESOS AGREGAN EXCEPCIONES SIN CERROJO (COMO EL LOG),   *
      * ASI QUE ANTES DE REGRABAR SE INCORPORA AL FINAL DE LA TABLA   *
      * LO QUE HAYA LLEGADO MIENTRAS LA BANDEJA ESTABA ABIERTA.       *
      *****************************************************************
       900000-REGRABAR-EXCEPCIONES.
           PERFORM 910000-INCORPORAR-NUEVAS
           IF WSV-TABLALLENA = 1
              DISPLAY "EXCEPCIONES.DAT SUPERA LA TABLA DE 2000: SE "
                      "CANCELA SIN REGRABAR"
              MOVE 8 TO WSV-RETORNO
           ELSE
              MOVE 'EXCEPCIONES.DAT' TO WS-INT-ARCHIVO
              MOVE 'EXCEPC-09-FL'    TO WS-INT-PROGRAMA
              PERFORM 9400-PROTEGER-MAESTRO
              OPEN OUTPUT EXCEPCIONES
              IF WS-EXC-FS-OK
                 PERFORM VARYING WSV-I FROM 1 BY 1
                         UNTIL WSV-I > WSV-CANTEXC
                    MOVE WST-EXC(WSV-I) TO REG-EXCEPCIONES
                    WRITE REG-EXCEPCIONES
                 END-PERFORM
                 CLOSE EXCEPCIONES
                 PERFORM 9450-CONFIRMAR-MAESTRO
              ELSE
                 DISPLAY "ERROR AL REGRABAR EXCEPCIONES.DAT"
                 DISPLAY "FILE STATUS " WS-EXC-FS
                 MOVE 8 TO WSV-RETORNO
              END-IF
           END-IF.

       910000-INCORPORAR-NUEVAS.
           MOVE 0 TO WSV-I
           MOVE 0 TO WSV-CANTNUEVAS
           OPEN INPUT EXCEPCIONES
           IF WS-EXC-FS-OK
              PERFORM UNTIL WS-EXC-FS-EOF OR WSV-TABLALLENA = 1
                 READ EXCEPCIONES
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-I
                       IF WSV-I > WSV-CANTEXC
                          IF WSV-CANTEXC > 1999
                             MOVE 1 TO WSV-TABLALLENA
                          ELSE
                             ADD 1 TO WSV-CANTEXC
                             ADD 1 TO WSV-CANTNUEVAS
                             MOVE REG-EXCEPCIONES TO
                                  WST-EXC(WSV-CANTEXC)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EXCEPCIONES
           END-IF
           IF WSV-CANTNUEVAS > 0
              DISPLAY "SE INCORPORARON " WSV-CANTNUEVAS
                      " EXCEPCIONES LLEGADAS DURANTE LA SESION"
           END-IF.

       COPY FSLOGPROC.

       COPY FSINTPROC.

       COPY FSLOCKPROC.

       END PROGRAM EXCEPC-09-FL.
