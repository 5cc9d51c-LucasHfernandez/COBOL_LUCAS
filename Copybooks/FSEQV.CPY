      *****************************************************************
      * REGISTRO DE EQUIVALENCIAS.DAT: MATERIAS APROBADAS EN OTRA     *
      * INSTITUCION Y RECONOCIDAS POR RESOLUCION, UNA POR LEGAJO Y    *
      * MATERIA NUESTRA (NUMERO DE CATALOGO). EQV-TIPO 'T' = TOTAL:   *
      * CUENTA COMO APROBADA (CORRELATIVAS, EGRESO, ANALITICO); 'P' = *
      * PARCIAL: SE REGISTRA PERO LA MATERIA SIGUE PENDIENTE HASTA    *
      * COMPLETARLA. LA CARGA LA HACE EQUIVAL-09-FL (SUPERVISORES).   *
      * SE INCLUYE BAJO EL FD EQUIVALENCIAS DE CADA PROGRAMA (VER     *
      * FSEQVVAR.CPY Y FSEQVPROC.CPY).                                *
      *****************************************************************
       01 REG-EQUIVALENCIA.
           05 EQV-LEGAJO               PIC 9(06).
           05 EQV-MATERIA              PIC 9(02).
           05 EQV-INSTITUCION          PIC X(30).
           05 EQV-MATORIGEN            PIC X(30).
           05 EQV-NOTA                 PIC 9(02)V9(02).
           05 EQV-RESOLUCION           PIC X(12).
           05 EQV-FECHA                PIC 9(08).
           05 EQV-TIPO                 PIC X(01).
             88 EQV-TOTAL                             VALUE 'T'.
             88 EQV-PARCIAL                           VALUE 'P'.
