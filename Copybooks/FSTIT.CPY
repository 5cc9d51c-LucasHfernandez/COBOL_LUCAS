      *****************************************************************
      * REGISTRO DE TITULARES.DAT: PERSONAS VINCULADAS A CADA CUENTA  *
      * (UNA LINEA POR CUENTA Y CLIENTE DE MAECLI.DAT). TIT-ROL 'T' = *
      * TITULAR, 'C' = COTITULAR, 'F' = FIRMANTE AUTORIZADO. TIT-REGLA*
      * 'I' = FIRMA INDISTINTA (CUALQUIERA ORDENA SOLO), 'J' = FIRMA  *
      * CONJUNTA (ORDENA JUNTO CON TODOS LOS DEMAS CONJUNTOS). LA      *
      * BAJA QUEDA 'B' CON SU FECHA. UNA CUENTA SIN VINCULOS EN ESTE  *
      * ARCHIVO TIENE UN SOLO TITULAR, FSE-CODIGOCLTE DE CUENTAS.DAT, *
      * CON FIRMA INDISTINTA (VER TITUL-09-FL). SE INCLUYE BAJO EL FD  *
      * TITULARES DE CADA PROGRAMA (VER FSTITVAR.CPY Y FSTITPROC.CPY).*
      *****************************************************************
       01 REG-TITULAR.
           05 TIT-NROCUENTA            PIC X(08).
           05 TIT-CODCLTE              PIC 9(08).
           05 TIT-ROL                  PIC X(01).
           05 TIT-REGLA                PIC X(01).
           05 TIT-FECHAALTA            PIC 9(08).
           05 TIT-FECHABAJA            PIC 9(08).
           05 TIT-ESTADO               PIC X(01).
