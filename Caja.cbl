      *          CONTRA FONDO + COBRADO EN EFECTIVO DE LA SESION
      *          (PAGOS.DAT) Y DEJA EL ARQUEO GRABADO CON SU
      *          DIFERENCIA. REQUISITO PARA COBRAR EN SUCURSALES.
      *          EL CAJERO SE IDENTIFICA AL ENTRAR: QUEDA EN LA
      *          APERTURA Y EL CIERRE DE LA SESION Y EN CADA VALE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
      * SES-OFICINA ES LA SUCURSAL DONDE SE ABRIO LA SESION (CODIGO   *
      * DE OFICINAS.DAT). LAS SESIONES ANTERIORES AL CAMPO LO TRAEN   *
      * EN BLANCO Y SE LISTAN COMO CASA CENTRAL. SES-OPERAPERTURA Y   *
      * SES-OPERCIERRE SON LOS USUARIOS QUE ABRIERON Y CERRARON LA    *
      * SESION, SES-FECHACIERRE LA FECHA DEL ARQUEO (EN BLANCO EN LAS *
      * SESIONES ANTERIORES A LOS CAMPOS).                            *
      *****************************************************************
       FD CAJASES.
       01 REG-CAJASES.
          05 SES-RECAUDADO         PIC 9(08)V9(02).
          05 SES-DIFERENCIA        PIC S9(08)V9(02).
          05 SES-OFICINA           PIC X(03).
          05 SES-OPERAPERTURA      PIC X(10).
          05 SES-OPERCIERRE        PIC X(10).
          05 SES-FECHACIERRE       PIC X(08).

       FD PAGOS.
       01 REG-PAGO.
          05 PAG-NOMBRE            PIC A(20).
          05 PAG-APELLIDO          PIC A(20).
          05 PAG-NUMERO-CUOTA      PIC 9(02).
          05 PAG-FECHA             PIC 9(08).
          05 PAG-IMPORTE           PIC 9(06)V9(02).
          05 PAG-MEDIO             PIC X(01).
          05 PAG-SESION            PIC 9(04).
          05 PAG-COBRADOR          PIC 9(03).
      * ARRIBA DEL TOPE DE EGRESOMAX.DAT EL VALE LLEVA LA CLAVE DE UN *
      * SUPERVISOR. EL CIERRE LOS DESCUENTA DEL EFECTIVO ESPERADO:    *
      * SE TERMINARON LOS FALTANTES DE MENTIRA EXPLICADOS EN PAPEL.   *
      * EGR-OPERADOR ES EL CAJERO QUE EMITIO EL VALE.                 *
      *****************************************************************
       FD EGRESOS.
       01 REG-EGRESO.
          05 EGR-IMPORTE           PIC 9(08)V9(02).
          05 EGR-FECHA             PIC 9(08).
          05 EGR-AUTORIZANTE       PIC X(10).
          05 EGR-OPERADOR          PIC X(10).

      *****************************************************************
      * EGRESOMAX.DAT: UN UNICO REGISTRO CON EL TOPE DE EGRESO SIN    *
          05 WSV-TOTALRET         PIC 9(08)V9(02) VALUE 0.
          05 WSV-ULTVALE          PIC 9(06)       VALUE 0.
          05 WSV-USUARIO          PIC X(10).
          05 WSV-OPERADOR         PIC X(10)       VALUE SPACES.
          05 WSV-CLAVE            PIC X(10).
          05 WSV-AUTORIZADO       PIC 9(01)       VALUE 0.
          05 WSV-SESIONLISTA      PIC 9(04)       VALUE 0.
             10 TSE-RECAUDADO     PIC 9(08)V9(02).
             10 TSE-DIFERENCIA    PIC S9(08)V9(02).
             10 TSE-OFICINA       PIC X(03).
             10 TSE-OPERAPERTURA  PIC X(10).
             10 TSE-OPERCIERRE    PIC X(10).
             10 TSE-FECHACIERRE   PIC X(08).

       PROCEDURE DIVISION.

              STOP RUN
           END-IF
           PERFORM 115000-CARGAR-TOPE-EGRESO
      *****************************************************************
      * EL CAJERO SE IDENTIFICA AL ENTRAR: QUEDA EN LA APERTURA, EN   *
      * EL CIERRE Y EN CADA VALE (OPOSICION DE FUNCIONES).            *
      *****************************************************************
           PERFORM 050000-IDENTIFICAR-OPERADOR
           IF WSV-AUTORIZADO = 0
              DISPLAY "USUARIO O CLAVE INVALIDOS - NO SE OPERA"
              MOVE 8 TO RETURN-CODE
              MOVE 6 TO WSV-OPCION
           END-IF
           PERFORM UNTIL WSV-OPCION = 6
              DISPLAY "**************************************"
              DISPLAY "SESIONES DE CAJA (CAJASES.DAT)"
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

      *****************************************************************
      * CAJERO (CUALQUIER NIVEL DE OPERADORES.DAT). SIN EL ARCHIVO SE *
      * AVISA Y SE OPERA SIN CONTROL DE ACCESO.                       *
      *****************************************************************
       050000-IDENTIFICAR-OPERADOR.
           MOVE 0 TO WSV-AUTORIZADO
           DISPLAY "INGRESE USUARIO: "
           ACCEPT WSV-OPERADOR
           OPEN INPUT OPERADORES
           IF NOT WSS-FS-OPERADORES-OK
              DISPLAY "ATENCION: NO HAY OPERADORES.DAT - SE OPERA "
                      "SIN CONTROL DE ACCESO"
              MOVE 1 TO WSV-AUTORIZADO
           ELSE
              DISPLAY "INGRESE CLAVE: "
              ACCEPT WSV-CLAVE
              PERFORM UNTIL WSS-FS-OPERADORES-EOF
                 READ OPERADORES
                    AT END
                       CONTINUE
                    NOT AT END
                       IF OPE-USUARIO = WSV-OPERADOR
                          AND OPE-CLAVE = WSV-CLAVE
                          MOVE 1 TO WSV-AUTORIZADO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERADORES
           END-IF.

       100000-CARGAR-SESIONES.
           MOVE 0 TO WSV-CANTSESIONES
           OPEN INPUT CAJASES
                 MOVE 0 TO TSE-RECAUDADO(WSV-CANTSESIONES)
                 MOVE 0 TO TSE-DIFERENCIA(WSV-CANTSESIONES)
                 MOVE WSV-OFICINA       TO TSE-OFICINA(WSV-CANTSESIONES)
                 MOVE WSV-OPERADOR      TO
                                      TSE-OPERAPERTURA(WSV-CANTSESIONES)
                 MOVE SPACES TO TSE-OPERCIERRE(WSV-CANTSESIONES)
                 MOVE SPACES TO TSE-FECHACIERRE(WSV-CANTSESIONES)
                 MOVE WSV-ULTIMASESION  TO WSV-SESIONABIERTA
                 MOVE WSV-CANTSESIONES  TO WSV-POSABIERTA
                 MOVE 1 TO WSV-HUBOCAMBIOS
              MOVE WSV-DECLARADO  TO TSE-DECLARADO(WSV-POSABIERTA)
              MOVE WSV-RECAUDADO  TO TSE-RECAUDADO(WSV-POSABIERTA)
              MOVE WSV-DIFERENCIA TO TSE-DIFERENCIA(WSV-POSABIERTA)
              MOVE WSV-OPERADOR   TO TSE-OPERCIERRE(WSV-POSABIERTA)
              MOVE WSV-FECHA-SISTEMA TO TSE-FECHACIERRE(WSV-POSABIERTA)
              MOVE 1 TO WSV-HUBOCAMBIOS

              DISPLAY "ARQUEO DE LA SESION " WSV-SESIONABIERTA
           MOVE WSV-IMPEGRESO     TO EGR-IMPORTE
           MOVE WSV-FECHA-SISTEMA TO EGR-FECHA
           MOVE WSV-USUARIO       TO EGR-AUTORIZANTE
           MOVE WSV-OPERADOR      TO EGR-OPERADOR
           WRITE REG-EGRESO
           IF WSS-FS-EGRESOS-OK
              DISPLAY "VALE " WSV-ULTVALE " GRABADO EN LA SESION "
