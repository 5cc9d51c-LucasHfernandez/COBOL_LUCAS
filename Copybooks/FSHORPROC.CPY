      *****************************************************************
      * HORARIOS Y AULAS: 9860-CARGAR-HORARIOS DEJA EN WS-HOR-TABLA   *
      * LAS FRANJAS DE WS-HOR-PERIODO (HORARIOS.DAT) CON LA CAPACIDAD *
      * DE SU AULA (AULAS.DAT). 9865-CHOQUE-HORARIO DICE SI ALGUNA    *
      * FRANJA DE WS-HOR-MATERIA SE PISA CON ALGUNA DE WS-HOR-OTRA    *
      * (MISMO DIA Y LOS INTERVALOS SE CRUZAN; TERMINAR A LA HORA EN  *
      * QUE EMPIEZA LA OTRA NO ES CHOQUE). 9870-CAPACIDAD-MATERIA     *
      * DEJA LA MENOR CAPACIDAD DE LAS AULAS DE WS-HOR-MATERIA. EL    *
      * PROGRAMA QUE LAS USA DEBE DECLARAR LOS SELECT HORARIOS        *
      * (HORARIOS.DAT, FILE STATUS WS-HOR-FS) Y AULAS (AULAS.DAT,     *
      * FILE STATUS WS-AUL-FS), LINE SEQUENTIAL, LOS FD CON COPY      *
      * FSHOR Y COPY FSAUL Y LOS PARAMETROS CON COPY FSHORVAR.        *
      *****************************************************************
       9860-CARGAR-HORARIOS.
           MOVE 0 TO WS-HOR-CANT
           MOVE 0 TO WS-HOR-LLENA
           OPEN INPUT HORARIOS
           IF WS-HOR-FS-OK
              PERFORM UNTIL WS-HOR-FS-EOF
                 READ HORARIOS
                    AT END
                       CONTINUE
                    NOT AT END
                       IF HOR-PERIODO = WS-HOR-PERIODO
                          IF WS-HOR-CANT < 300
                             ADD 1 TO WS-HOR-CANT
                             MOVE HOR-MATERIA TO
                                  WS-HOR-T-MATERIA(WS-HOR-CANT)
                             MOVE HOR-DIA     TO
                                  WS-HOR-T-DIA(WS-HOR-CANT)
                             MOVE HOR-DESDE   TO
                                  WS-HOR-T-DESDE(WS-HOR-CANT)
                             MOVE HOR-HASTA   TO
                                  WS-HOR-T-HASTA(WS-HOR-CANT)
                             MOVE HOR-AULA    TO
                                  WS-HOR-T-AULA(WS-HOR-CANT)
                             MOVE 999         TO
                                  WS-HOR-T-CAPACIDAD(WS-HOR-CANT)
                          ELSE
                             MOVE 1 TO WS-HOR-LLENA
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HORARIOS
           END-IF
           IF WS-HOR-LLENA = 1
              DISPLAY 'ATENCION: EL PERIODO TIENE MAS DE 300 FRANJAS '
                      'HORARIAS, SOLO SE CONTROLAN LAS PRIMERAS'
           END-IF

           IF WS-HOR-CANT > 0
              OPEN INPUT AULAS
              IF WS-AUL-FS-OK
                 PERFORM UNTIL WS-AUL-FS-EOF
                    READ AULAS
                       AT END
                          CONTINUE
                       NOT AT END
                          PERFORM VARYING WS-HOR-I FROM 1 BY 1
                                  UNTIL WS-HOR-I > WS-HOR-CANT
                             IF WS-HOR-T-AULA(WS-HOR-I) = AUL-CODIGO
                                MOVE AUL-CAPACIDAD TO
                                     WS-HOR-T-CAPACIDAD(WS-HOR-I)
                             END-IF
                          END-PERFORM
                    END-READ
                 END-PERFORM
                 CLOSE AULAS
              END-IF
           END-IF.

       9865-CHOQUE-HORARIO.
           MOVE 0 TO WS-HOR-CHOCA
           MOVE 0 TO WS-HOR-DIA
           MOVE 0 TO WS-HOR-DESDE
           MOVE 0 TO WS-HOR-HASTA
           PERFORM VARYING WS-HOR-I FROM 1 BY 1
                   UNTIL WS-HOR-I > WS-HOR-CANT OR WS-HOR-CHOCA = 1
              IF WS-HOR-T-MATERIA(WS-HOR-I) = WS-HOR-MATERIA
                 PERFORM VARYING WS-HOR-J FROM 1 BY 1
                         UNTIL WS-HOR-J > WS-HOR-CANT
                            OR WS-HOR-CHOCA = 1
                    IF WS-HOR-T-MATERIA(WS-HOR-J) = WS-HOR-OTRA
                       AND WS-HOR-T-DIA(WS-HOR-J) =
                           WS-HOR-T-DIA(WS-HOR-I)
                       AND WS-HOR-T-DESDE(WS-HOR-I) <
                           WS-HOR-T-HASTA(WS-HOR-J)
                       AND WS-HOR-T-DESDE(WS-HOR-J) <
                           WS-HOR-T-HASTA(WS-HOR-I)
                       MOVE 1 TO WS-HOR-CHOCA
                       MOVE WS-HOR-T-DIA(WS-HOR-J)   TO WS-HOR-DIA
                       MOVE WS-HOR-T-DESDE(WS-HOR-J) TO WS-HOR-DESDE
                       MOVE WS-HOR-T-HASTA(WS-HOR-J) TO WS-HOR-HASTA
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

       9870-CAPACIDAD-MATERIA.
           MOVE 999 TO WS-HOR-CAPACIDAD
           PERFORM VARYING WS-HOR-I FROM 1 BY 1
                   UNTIL WS-HOR-I > WS-HOR-CANT
              IF WS-HOR-T-MATERIA(WS-HOR-I) = WS-HOR-MATERIA
                 AND WS-HOR-T-CAPACIDAD(WS-HOR-I) < WS-HOR-CAPACIDAD
                 MOVE WS-HOR-T-CAPACIDAD(WS-HOR-I) TO WS-HOR-CAPACIDAD
              END-IF
           END-PERFORM.
