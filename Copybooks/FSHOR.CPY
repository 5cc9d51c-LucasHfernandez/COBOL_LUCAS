      *****************************************************************
      * REGISTRO DE HORARIOS.DAT: UNA FRANJA DE CLASE POR LINEA (UNA  *
      * MATERIA PUEDE TENER VARIAS EN EL PERIODO). HOR-DIA 1 = LUNES  *
      * ... 6 = SABADO; HOR-DESDE Y HOR-HASTA EN HHMM; HOR-AULA ES EL *
      * CODIGO DE AULAS.DAT. UN AULA NO SE REPITE EN DOS FRANJAS QUE  *
      * SE PISAN (LO CONTROLA HORARIO-09-FL). SE INCLUYE BAJO EL FD   *
      * HORARIOS DE CADA PROGRAMA (VER FSHORVAR.CPY Y FSHORPROC.CPY). *
      *****************************************************************
       01 REG-HORARIO.
           05 HOR-MATERIA              PIC 9(02).
           05 HOR-PERIODO              PIC X(06).
           05 HOR-DIA                  PIC 9(01).
           05 HOR-DESDE                PIC 9(04).
           05 HOR-HASTA                PIC 9(04).
           05 HOR-AULA                 PIC X(04).
