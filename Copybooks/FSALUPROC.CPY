      *****************************************************************
      * DATOS PERSONALES DE UN ALUMNO: 9850-DATOS-ALUMNO RECORRE      *
      * ALUMNOSMAE.DAT Y DEJA EN WS-ALM-PARAMS EL APELLIDO, NOMBRE,   *
      * DNI Y ESTADO DE WS-ALM-LEGAJO. EL PROGRAMA QUE LA USA DEBE    *
      * DECLARAR EL SELECT ALUMNOSMAE (ALUMNOSMAE.DAT, LINE           *
      * SEQUENTIAL, FILE STATUS WS-ALM-FS), EL FD ALUMNOSMAE CON COPY *
      * FSALU Y LOS PARAMETROS CON COPY FSALUVAR.                     *
      *****************************************************************
       9850-DATOS-ALUMNO.
           MOVE 0      TO WS-ALM-HALLADO
           MOVE SPACES TO WS-ALM-APELLIDO
           MOVE SPACES TO WS-ALM-NOMBRE
           MOVE 0      TO WS-ALM-DNI
           MOVE SPACE  TO WS-ALM-ESTADO
           OPEN INPUT ALUMNOSMAE
           IF WS-ALM-FS-OK
              PERFORM UNTIL WS-ALM-FS-EOF OR WS-ALM-HALLADO = 1
                 READ ALUMNOSMAE
                    AT END
                       CONTINUE
                    NOT AT END
                       IF ALM-LEGAJO = WS-ALM-LEGAJO
                          MOVE 1            TO WS-ALM-HALLADO
                          MOVE ALM-APELLIDO TO WS-ALM-APELLIDO
                          MOVE ALM-NOMBRE   TO WS-ALM-NOMBRE
                          MOVE ALM-DNI      TO WS-ALM-DNI
                          MOVE ALM-ESTADO   TO WS-ALM-ESTADO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ALUMNOSMAE
           END-IF.
