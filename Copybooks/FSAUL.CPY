      *****************************************************************
      * REGISTRO DE AULAS.DAT: UNA LINEA POR AULA CON SU CAPACIDAD    *
      * (ASIENTOS). LA CAPACIDAD LIMITA EL CUPO EFECTIVO DE LAS       *
      * MATERIAS QUE SE DICTAN EN ELLA. SE INCLUYE BAJO EL FD AULAS   *
      * DE CADA PROGRAMA (VER FSHORVAR.CPY Y FSHORPROC.CPY).          *
      *****************************************************************
       01 REG-AULA.
           05 AUL-CODIGO               PIC X(04).
           05 AUL-DESCRIPCION          PIC X(20).
           05 AUL-CAPACIDAD            PIC 9(03).
