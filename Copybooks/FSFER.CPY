      *****************************************************************
      * REGISTRO DE FERIADOS.DAT: UNA FECHA NO HABIL POR LINEA        *
      * (AAAAMMDD) CON SU DESCRIPCION, ORDENADO POR FECHA. LO         *
      * MANTIENE FERIAD-09-FL (ALTA, BAJA, LISTADO Y CARGA ANUAL DE   *
      * LA LISTA OFICIAL). SE INCLUYE BAJO EL FD FERIADOS DE CADA     *
      * PROGRAMA QUE CALCULA DIAS HABILES.                            *
      *****************************************************************
       01 REG-FERIADO.
           05 FSF-FECHA                PIC 9(08).
           05 FILLER                   PIC X(01).
           05 FSF-DESCRIPCION          PIC X(40).
