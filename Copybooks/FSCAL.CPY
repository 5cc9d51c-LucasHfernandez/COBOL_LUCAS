      *****************************************************************
      * REGISTRO DE CALACAD.DAT: EL CALENDARIO ACADEMICO, UNA VENTANA *
      * DE FECHAS (DESDE/HASTA AAAAMMDD, AMBAS INCLUSIVE) POR PERIODO *
      * Y TIPO DE OPERACION: 'I' = INSCRIPCION A MATERIAS, 'B' = BAJA *
      * DE INSCRIPCIONES, 'N' = CARGA Y MODIFICACION DE NOTAS, 'M' =  *
      * TURNO DE MESAS DE EXAMEN (CAL-TURNO 1 A 9; 0 EN LOS OTROS     *
      * TIPOS). LO MANTIENE CALACAD-09-FL. SE INCLUYE BAJO EL FD      *
      * CALACAD DE CADA PROGRAMA (VER FSCALVAR.CPY Y FSCALPROC.CPY).  *
      *****************************************************************
       01 REG-CALACAD.
           05 CAL-PERIODO              PIC X(06).
           05 CAL-TIPO                 PIC X(01).
             88 CAL-INSCRIPCION                       VALUE 'I'.
             88 CAL-BAJAS                             VALUE 'B'.
             88 CAL-NOTAS                             VALUE 'N'.
             88 CAL-MESAS                             VALUE 'M'.
           05 CAL-TURNO                PIC 9(01).
           05 CAL-DESDE                PIC 9(08).
           05 CAL-HASTA                PIC 9(08).
           05 CAL-DESCRIPCION          PIC X(30).
