      *****************************************************************
      * REGISTRO DE ESTADOSCTA.DAT: ESTADO OPERATIVO DE LAS CUENTAS   *
      * QUE NO ESTAN NORMALES (UNA LINEA POR CUENTA; LA CUENTA QUE NO *
      * FIGURA ESTA NORMAL). ECT-ESTADO 'I' = INACTIVA (SIN           *
      * MOVIMIENTOS DEL CLIENTE EN LOS MESES PARAMETRIZADOS, NO ADMITE*
      * DEBITOS HASTA QUE UN SUPERVISOR LA REACTIVE), 'A' = ACTIVA    *
      * (REACTIVADA: ECT-FECHAREACT, ECT-USUARIO Y ECT-MOTIVO DICEN   *
      * CUANDO, QUIEN Y POR QUE), 'C' = CERRADA (VER CIERCTA-09-FL,   *
      * ECT-FECHACIERRE; NINGUN PROGRAMA LE ASIENTA NADA MAS).        *
      * ECT-ULTMOV ES EL ULTIMO MOVIMIENTO DEL CLIENTE CONOCIDO AL    *
      * MARCARLA INACTIVA. SE INCLUYE BAJO EL FD ESTADOSCTA DE CADA   *
      * PROGRAMA (VER FSECTVAR.CPY Y FSECTPROC.CPY).                  *
      *****************************************************************
       01 REG-ESTADOCTA.
           05 ECT-NROCUENTA            PIC X(08).
           05 ECT-ESTADO               PIC X(01).
           05 ECT-ULTMOV               PIC 9(08).
           05 ECT-FECHAINACT           PIC 9(08).
           05 ECT-FECHAREACT           PIC 9(08).
           05 ECT-USUARIO              PIC X(10).
           05 ECT-MOTIVO               PIC X(30).
           05 ECT-FECHACIERRE          PIC 9(08).
