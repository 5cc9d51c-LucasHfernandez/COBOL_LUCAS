      *          CLIENTE VIA CRUZCLI.DAT Y GENERA EL PLAN DE CUOTAS
      *          YA DESCONTADO, CON LA BECA A LA VISTA EN EL RECIBO,
      *          EN VEZ DEL IMPORTE REDUCIDO TIPEADO A MANO.
      *          EL ALTA SOLO ACEPTA LEGAJOS ACTIVOS DEL MAESTRO DE
      *          ALUMNOS (ALUMNOSMAE.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-BECAS.

           SELECT ALUMNOSMAE ASSIGN TO DISK 'ALUMNOSMAE.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-ALM-FS.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.
      *****************************************************************
       FD BECAS.
       01 REG-BECA.
          05 BEC-LEGAJO            PIC 9(06).
          05 BEC-PORCENTAJE        PIC 9(03).
          05 BEC-RESOLUCION        PIC X(15).
          05 BEC-VIGDESDE          PIC 9(08).
          05 BEC-VIGHASTA          PIC 9(08).
          05 BEC-ESTADO            PIC X(01).

       FD ALUMNOSMAE.
       COPY FSALU.

       FD PROCLOG.
       COPY FSLOG.


       COPY FSLOGVAR.

       COPY FSALUVAR.

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-LEGAJO           PIC 9(06)       VALUE 0.
          05 WSV-PORCENTAJE       PIC 9(03)       VALUE 0.
          05 WSV-RESOLUCION       PIC X(15).
          05 WSV-VIGDESDE         PIC 9(08)       VALUE 0.

       01 TABLA-BECAS.
          05 WST-BECA             OCCURS 100 TIMES.
             10 BET-LEGAJO        PIC 9(06).
             10 BET-PORCENTAJE    PIC 9(03).
             10 BET-RESOLUCION    PIC X(15).
             10 BET-VIGDESDE      PIC 9(08).
           ELSE
              DISPLAY "LEGAJO DEL ALUMNO: "
              ACCEPT WSV-LEGAJO
              MOVE WSV-LEGAJO TO WS-ALM-LEGAJO
              PERFORM 9850-DATOS-ALUMNO
              IF WS-ALM-HALLADO = 1
                 DISPLAY "ALUMNO: " FUNCTION TRIM(WS-ALM-APELLIDO)
                         ", " FUNCTION TRIM(WS-ALM-NOMBRE)
              END-IF
              DISPLAY "PORCENTAJE (25 / 50 / 100): "
              ACCEPT WSV-PORCENTAJE
              DISPLAY "NUMERO DE RESOLUCION: "
              ACCEPT WSV-VIGHASTA

              EVALUATE TRUE
                 WHEN WSV-LEGAJO = 0 OR WS-ALM-HALLADO = 0
                    DISPLAY "LEGAJO INEXISTENTE EN EL MAESTRO DE "
                            "ALUMNOS"
                 WHEN NOT WS-ALM-ACTIVO
                    DISPLAY "EL ALUMNO NO ESTA ACTIVO (ESTADO "
                            WS-ALM-ESTADO ")"
                 WHEN WSV-PORCENTAJE = 0 OR WSV-PORCENTAJE > 100
                    DISPLAY "EL PORCENTAJE DEBE ESTAR ENTRE 1 Y 100"
                 WHEN WSV-VIGHASTA < WSV-VIGDESDE

       COPY FSLOGPROC.

       COPY FSALUPROC.

       END PROGRAM BECAS-09-FL.
