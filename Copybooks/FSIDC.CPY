      *****************************************************************
      * REGISTRO DE IMPDEBCRED.DAT: ALICUOTAS DEL IMPUESTO SOBRE LOS  *
      * DEBITOS Y CREDITOS BANCARIOS, CON VIGENCIA. IDC-NROCUENTA EN  *
      * BLANCO ES LA ALICUOTA GENERAL; CON CUENTA ES UN TRATAMIENTO   *
      * PARTICULAR: IDC-CONDICION 'E' = EXENTA, 'R' = ALICUOTA        *
      * REDUCIDA (LAS DEL REGISTRO), 'N' = VUELVE A LA GENERAL. RIGE  *
      * EN CADA CASO EL REGISTRO DE MAYOR VIGENCIA QUE NO SUPERE LA   *
      * FECHA. LAS ALICUOTAS SON PORCENTAJES (0,6000 = 0,6 %).        *
      * IDC-REFERENCIA GUARDA EL CERTIFICADO O LA NORMA QUE LO        *
      * JUSTIFICA. SE INCLUYE BAJO EL FD IMPDEBCRED DE CADA PROGRAMA  *
      * (VER FSIDCVAR.CPY Y FSIDCPROC.CPY).                           *
      *****************************************************************
       01 REG-IMPDEBCRED.
           05 IDC-NROCUENTA            PIC X(08).
           05 IDC-CONDICION            PIC X(01).
           05 IDC-TASADEB              PIC 9(02)V9(04).
           05 IDC-TASACRE              PIC 9(02)V9(04).
           05 IDC-VIGDESDE             PIC 9(08).
           05 IDC-REFERENCIA           PIC X(30).
