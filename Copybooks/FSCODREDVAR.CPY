      *****************************************************************
      * CODIGO DE BARRAS PARA COBRAR CUOTAS POR LA RED EXTRABANCARIA  *
      * (RAPIPAGO / PAGO FACIL), VER FSCODREDPROC.CPY. 33 DIGITOS:    *
      * ENTE(4) CLIENTE DE MAECLI.DAT(8) CUOTA(2) IMPORTE CON 2       *
      * DECIMALES(10) VENCIMIENTO AAAAMMDD(8) DIGITO VERIFICADOR(1).  *
      * WS-CBR-ENTE-PROPIO ES EL CODIGO DE ENTE QUE LA RED NOS ASIGNO.*
      *****************************************************************
       01 WS-CBR-PARAMS.
           05 WS-CBR-CODIGO.
             10 WS-CBR-ENTE            PIC 9(04).
             10 WS-CBR-CLIENTE         PIC 9(08).
             10 WS-CBR-CUOTA           PIC 9(02).
             10 WS-CBR-IMPORTE         PIC 9(08)V9(02).
             10 WS-CBR-VENCIMIENTO     PIC 9(08).
             10 WS-CBR-DV              PIC 9(01).
           05 WS-CBR-DIGITOS REDEFINES WS-CBR-CODIGO.
             10 WS-CBR-DIGITO          PIC 9(01)      OCCURS 33 TIMES.
           05 WS-CBR-ENTE-PROPIO       PIC 9(04)      VALUE 0917.
           05 WS-CBR-SUMA              PIC 9(04)      VALUE 0.
           05 WS-CBR-PESO              PIC 9(01)      VALUE 0.
           05 WS-CBR-MITAD             PIC 9(04)      VALUE 0.
           05 WS-CBR-DVCALC            PIC 9(01)      VALUE 0.
           05 WS-CBR-I                 PIC 9(02)      VALUE 0.
           05 WS-CBR-VALIDO            PIC 9(01)      VALUE 0.
