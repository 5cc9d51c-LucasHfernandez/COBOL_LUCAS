      *****************************************************************
      * REGISTRO DE JURLOCAL.DAT: A QUE JURISDICCION PERTENECE UN     *
      * DOMICILIO. JLO-CODPOSTAL ES UN PREFIJO DEL CODIGO POSTAL      *
      * (UNA LETRA DE PROVINCIA DEL CPA O UN CODIGO ENTERO; GANA EL    *
      * PREFIJO MAS LARGO); JLO-LOCALIDAD SE USA SOLO SI NINGUN       *
      * PREFIJO COINCIDE. SE INCLUYE BAJO EL FD JURLOCAL.             *
      *****************************************************************
       01 REG-JURLOCAL.
           05 JLO-CODPOSTAL            PIC X(08).
           05 JLO-LOCALIDAD            PIC X(20).
           05 JLO-JURISDICCION         PIC X(03).
