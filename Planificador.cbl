       01 REG-CADENA               PIC X(128).

       FD FERIADOS.
       COPY FSFER.

       FD PROCLOG.
       COPY FSLOG.
            88 WSS-FS-FERIADOS-EOF                VALUE '10'.

       01 TABLA-FERIADOS.
          05 WST-FERIADO          PIC 9(08)       OCCURS 500 TIMES.

       01 TABLA-CADENAS.
          05 WST-CADENA           OCCURS 20 TIMES.
           OPEN INPUT FERIADOS
           IF WSS-FS-FERIADOS-OK
              PERFORM UNTIL WSS-FS-FERIADOS-EOF
                         OR WSV-CANTFERIADOS > 499
                 READ FERIADOS
                    AT END
                       CONTINUE
