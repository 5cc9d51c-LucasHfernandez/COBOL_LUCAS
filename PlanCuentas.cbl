      *          ASIVALID.DAT CON RENGLONES DE CONTROL RECALCULADOS;
      *          LO DEFECTUOSO SE DESVIA A ASIRECHAZO.DAT CON SU
      *          MOTIVO EN VEZ DE CONTAMINAR LA ENTREGA.
      *          EL CENTRO DE COSTO (OFICINA) DE CADA RENGLON PASA
      *          TAL CUAL A ASIVALID.DAT PARA EL MAYOR POR OFICINA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 ASI-DEBEHABER            PIC X(01).
           05 ASI-CONCEPTO             PIC X(20).
           05 ASI-IMPORTE              PIC 9(15)V9(02).
           05 ASI-CENTROCOSTO          PIC X(03).

       FD ASIVALID.
       01 REG-ASIVALID.
           05 AVA-DEBEHABER            PIC X(01).
           05 AVA-CONCEPTO             PIC X(20).
           05 AVA-IMPORTE              PIC 9(15)V9(02).
           05 AVA-CENTROCOSTO          PIC X(03).

      *****************************************************************
      * ASIRECHAZO.DAT: MOTIVO + RENGLON ORIGINAL COMPLETO. MOTIVOS:  *
       FD ASIRECHAZO.
       01 REG-ASIRECHAZO.
          05 ARE-MOTIVO            PIC X(02).
          05 ARE-REGISTRO          PIC X(66).

       FD PROCLOG.
       COPY FSLOG.
           MOVE 'D'             TO AVA-DEBEHABER
           MOVE 'CONTROL TOTAL DEBE' TO AVA-CONCEPTO
           MOVE WSA-TOTALDEBE   TO AVA-IMPORTE
           MOVE SPACES          TO AVA-CENTROCOSTO
           WRITE REG-ASIVALID

           MOVE 'T'             TO AVA-TIPOREG
           MOVE 'H'             TO AVA-DEBEHABER
           MOVE 'CONTROL TOTAL HABER' TO AVA-CONCEPTO
           MOVE WSA-TOTALHABER  TO AVA-IMPORTE
           MOVE SPACES          TO AVA-CENTROCOSTO
           WRITE REG-ASIVALID.

       COPY FSLOGPROC.
