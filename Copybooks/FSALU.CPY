      *****************************************************************
      * REGISTRO DE ALUMNOSMAE.DAT: MAESTRO PERSONAL DE ALUMNOS, UNO  *
      * POR LEGAJO. EL LEGAJO LO NUMERA MAEALU-09-FL (EL MAYOR + 1) Y *
      * EL DNI NO SE REPITE. ALM-ESTADO 'A' = ACTIVO, 'B' = BAJA,     *
      * 'E' = EGRESADO, CON LA FECHA DEL ULTIMO CAMBIO DE ESTADO. SE  *
      * INCLUYE BAJO EL FD ALUMNOSMAE DE CADA PROGRAMA (VER           *
      * FSALUVAR.CPY Y FSALUPROC.CPY).                                *
      *****************************************************************
       01 REG-ALUMNOMAE.
           05 ALM-LEGAJO               PIC 9(06).
           05 ALM-DNI                  PIC 9(08).
           05 ALM-APELLIDO             PIC A(20).
           05 ALM-NOMBRE               PIC A(20).
           05 ALM-FECHANAC             PIC 9(08).
           05 ALM-DOMICILIO            PIC X(40).
           05 ALM-TELEFONO             PIC X(15).
           05 ALM-EMAIL                PIC X(40).
           05 ALM-FECHAINGRESO         PIC 9(08).
           05 ALM-ESTADO               PIC X(01).
           05 ALM-FECHAESTADO          PIC 9(08).
