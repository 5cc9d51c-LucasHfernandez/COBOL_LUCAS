      *****************************************************************
      * REGISTRO DE JURISDIC.DAT: ALICUOTAS DE INGRESOS BRUTOS POR    *
      * JURISDICCION (CODIGO DEL CONVENIO MULTILATERAL, 901-924) CON  *
      * SU VIGENCIA. UN CAMBIO DE ALICUOTA ES UNA LINEA NUEVA CON LA  *
      * FECHA DESDE LA QUE RIGE: LA FACTURA TOMA LA VIGENTE A SU      *
      * FECHA. SE INCLUYE BAJO EL FD JURISDIC (VER FSJURVAR.CPY Y     *
      * FSJURPROC.CPY).                                               *
      *****************************************************************
       01 REG-JURISDIC.
           05 JUR-CODIGO               PIC X(03).
           05 JUR-VIGDESDE             PIC 9(08).
           05 JUR-DESCRIPCION          PIC X(20).
           05 JUR-ALICUOTA             PIC 9(02)V9(02).
