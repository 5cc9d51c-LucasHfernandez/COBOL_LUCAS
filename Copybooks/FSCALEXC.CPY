      *****************************************************************
      * REGISTRO DE CALEXCEP.DAT: CADA OPERACION HECHA FUERA DE LA    *
      * VENTANA DEL CALENDARIO ACADEMICO CON AUTORIZACION DE UN       *
      * SUPERVISOR, CON SU MOTIVO (LO GRABA 9885-AUTORIZAR-EXCEPCION, *
      * FSCALPROC.CPY). SE INCLUYE BAJO EL FD CALEXCEP.               *
      *****************************************************************
       01 REG-CALEXCEP.
           05 CAE-FECHA                PIC 9(08).
           05 CAE-HORA                 PIC 9(08).
           05 CAE-PROGRAMA             PIC X(15).
           05 CAE-PERIODO              PIC X(06).
           05 CAE-TIPO                 PIC X(01).
           05 CAE-FECHAOPER            PIC 9(08).
           05 CAE-SUPERVISOR           PIC X(10).
           05 CAE-MOTIVO               PIC X(40).
