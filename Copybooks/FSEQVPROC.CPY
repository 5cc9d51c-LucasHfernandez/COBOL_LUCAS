      *****************************************************************
      * EQUIVALENCIA OTORGADA: 9890-BUSCAR-EQUIVALENCIA RECORRE       *
      * EQUIVALENCIAS.DAT BUSCANDO UNA EQUIVALENCIA TOTAL DE          *
      * WS-EQV-LEGAJO PARA WS-EQV-MATERIA; LA PARCIAL NO APRUEBA LA   *
      * MATERIA. EL PROGRAMA QUE LA USA DEBE DECLARAR EL SELECT       *
      * EQUIVALENCIAS (EQUIVALENCIAS.DAT, LINE SEQUENTIAL, FILE       *
      * STATUS WS-EQV-FS), EL FD EQUIVALENCIAS CON COPY FSEQV Y LOS   *
      * PARAMETROS CON COPY FSEQVVAR.                                 *
      *****************************************************************
       9890-BUSCAR-EQUIVALENCIA.
           MOVE 0      TO WS-EQV-HALLADA
           MOVE 0      TO WS-EQV-NOTA
           MOVE SPACES TO WS-EQV-RESOLUCION
           OPEN INPUT EQUIVALENCIAS
           IF WS-EQV-FS-OK
              PERFORM UNTIL WS-EQV-FS-EOF OR WS-EQV-HALLADA = 1
                 READ EQUIVALENCIAS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF EQV-LEGAJO = WS-EQV-LEGAJO
                          AND EQV-MATERIA = WS-EQV-MATERIA
                          AND EQV-TOTAL
                          MOVE 1              TO WS-EQV-HALLADA
                          MOVE EQV-NOTA       TO WS-EQV-NOTA
                          MOVE EQV-RESOLUCION TO WS-EQV-RESOLUCION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EQUIVALENCIAS
           END-IF.
