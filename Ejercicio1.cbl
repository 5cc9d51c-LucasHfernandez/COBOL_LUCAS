      * QUE EL CALCULO DE DIA HABIL TAMBIEN DESCUENTE FERIADOS.       *
      *****************************************************************
       FD FERIADOS.
       COPY FSFER.

       WORKING-STORAGE SECTION.
      *****************************************************************
               05 WSV-CANTFERIADOS  PIC 9(03)   VALUE 0.

           01 TABLA-FERIADOS.
               05 WST-FERIADO OCCURS 500 TIMES PIC 9(08) VALUE 0.

           01 SWITCHES.
               05 WS-FS-FERIADOS    PIC X(02).
                READ FERIADOS
                    AT END SET WS-FS-FERIADOS-EOF TO TRUE
                END-READ
                PERFORM UNTIL WS-FS-FERIADOS-EOF OR WSI-I > 499
                    ADD 1 TO WSI-I
                    MOVE FSF-FECHA TO WST-FERIADO (WSI-I)
                    READ FERIADOS
