      *****************************************************************
      * REGISTRO DE VACANTES.DAT (PUESTOS A CUBRIR, VER               *
      * VACANTES-09-FL). VAC-CALIFMIN ES LA CALIFICACION MINIMA DE    *
      * APTOS.DAT: 'APTO' = SOLO APTOS, 'NO APTO' = CUALQUIER         *
      * POSTULANTE EVALUADO.                                          *
      * VAC-EDADMIN/VAC-EDADMAX ES EL RANGO DE EDAD ADMITIDO.         *
      * VAC-CUBIERTOS SUMA LOS APROBADOS EN ENTREV-09-FL; AL LLEGAR A *
      * VAC-PUESTOS LA VACANTE PASA SOLA A 'C' (CUBIERTA). 'X' =      *
      * CANCELADA A MANO. VAC-FECHACIERRE = 0 MIENTRAS ESTA ABIERTA.  *
      * SE INCLUYE BAJO EL FD VACANTES DE CADA PROGRAMA.              *
      *****************************************************************
       01 REG-VACANTE.
           05 VAC-CODIGO               PIC 9(04).
           05 VAC-AREA                 PIC X(20).
           05 VAC-PUESTOS              PIC 9(03).
           05 VAC-CALIFMIN             PIC X(07).
           05 VAC-EDADMIN              PIC 9(02).
           05 VAC-EDADMAX              PIC 9(02).
           05 VAC-FECHAAPERTURA        PIC 9(08).
           05 VAC-CUBIERTOS            PIC 9(03).
           05 VAC-ESTADO               PIC X(01).
             88 VAC-ABIERTA                           VALUE 'A'.
             88 VAC-CUBIERTA                          VALUE 'C'.
             88 VAC-CANCELADA                         VALUE 'X'.
           05 VAC-FECHACIERRE          PIC 9(08).
