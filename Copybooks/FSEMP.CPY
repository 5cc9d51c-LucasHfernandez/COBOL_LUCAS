      *****************************************************************
      * REGISTRO DE EMPLEADOS.DAT (MAESTRO DEL PERSONAL, VER          *
      * EMPLEAD-09-FL). EMP-ORIGEN 'R' = ALTA DE RRHH (ALTASRRHH.DAT, *
      * EMP-FECHAORIGEN ES LA FECHA DE APROBACION DE LA ENTREVISTA),  *
      * 'D' = DOCENTE (EMP-DOCENTE ES EL CODIGO DE DOCENTES.DAT Y     *
      * COBRA ADEMAS LAS HORAS DE SUS MATERIAS). EMP-ESTADO 'A' =     *
      * ACTIVO, 'B' = BAJA (NO SE LIQUIDA DESDE EL MES SIGUIENTE A LA *
      * BAJA). EMP-ULTPERIODO ES EL ULTIMO MES LIQUIDADO (0 = NUNCA). *
      * EMP-CBU EN BLANCO = COBRA POR CAJA. SE INCLUYE BAJO EL FD     *
      * EMPLEADOS DE CADA PROGRAMA.                                   *
      *****************************************************************
       01 REG-EMPLEADO.
           05 EMP-LEGAJO               PIC 9(05).
           05 EMP-NOMBRE               PIC X(30).
           05 EMP-CUIL                 PIC 9(11).
           05 EMP-CATEGORIA            PIC X(10).
           05 EMP-BASICO               PIC 9(09)V9(02).
           05 EMP-FECHAINGRESO         PIC 9(08).
           05 EMP-CBU                  PIC X(22).
           05 EMP-ORIGEN               PIC X(01).
             88 EMP-DE-RRHH                           VALUE 'R'.
             88 EMP-DE-DOCENTES                       VALUE 'D'.
           05 EMP-FECHAORIGEN          PIC 9(08).
           05 EMP-DOCENTE              PIC 9(03).
           05 EMP-ESTADO               PIC X(01).
             88 EMP-ACTIVO                            VALUE 'A'.
             88 EMP-BAJA                              VALUE 'B'.
           05 EMP-FECHABAJA            PIC 9(08).
           05 EMP-ULTPERIODO           PIC 9(06).
