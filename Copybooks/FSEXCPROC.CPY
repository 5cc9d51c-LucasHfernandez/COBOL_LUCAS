      *****************************************************************
      * AGREGA UNA EXCEPCION ABIERTA A EXCEPCIONES.DAT CON FECHA/HORA,*
      * PROGRAMA, SEVERIDAD, CLAVE Y DESCRIPCION, PARA QUE TODOS LOS  *
      * PROCESOS INFORMEN SUS PROBLEMAS EN LA MISMA BANDEJA. SI YA    *
      * HAY UNA ABIERTA DEL MISMO PROGRAMA CON LA MISMA CLAVE Y       *
      * DESCRIPCION NO SE REPITE (LOS CONTROLES NOCTURNOS VUELVEN A   *
      * ENCONTRAR LO MISMO HASTA QUE SE CORRIJA). EL PROGRAMA QUE LA  *
      * USA DEBE DECLARAR EL SELECT EXCEPCIONES (EXCEPCIONES.DAT,     *
      * LINE SEQUENTIAL, FILE STATUS WS-EXC-FS), EL FD EXCEPCIONES    *
      * CON COPY FSEXC Y LOS PARAMETROS CON COPY FSEXCVAR. DEJA LA    *
      * CLAVE Y LA DESCRIPCION EN BLANCO.                             *
      *****************************************************************
       9150-GRABAR-EXCEPCION.
           ACCEPT WS-EXC-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-EXC-HORA FROM TIME

           PERFORM 9160-BUSCAR-ABIERTA
           IF WS-EXC-YAABIERTA = 1
               ADD 1 TO WS-EXC-REPETIDAS
           ELSE
               OPEN EXTEND EXCEPCIONES
               IF WS-EXC-FS-NOEXISTE
                   OPEN OUTPUT EXCEPCIONES
               END-IF

               IF WS-EXC-FS-OK
                   MOVE SPACES             TO REG-EXCEPCIONES
                   MOVE WS-EXC-FECHA       TO XCP-FECHA
                   MOVE WS-EXC-HORA        TO XCP-HORA
                   MOVE WS-EXC-PROGRAMA    TO XCP-PROGRAMA
                   MOVE WS-EXC-SEVERIDAD   TO XCP-SEVERIDAD
                   MOVE WS-EXC-CLAVE       TO XCP-CLAVE
                   MOVE WS-EXC-DESCRIPCION TO XCP-DESCRIPCION
                   SET XCP-ABIERTA         TO TRUE
                   MOVE 0                  TO XCP-FECHACIERRE
                   WRITE REG-EXCEPCIONES
                   IF WS-EXC-FS-OK
                       ADD 1 TO WS-EXC-GRABADAS
                   ELSE
                       DISPLAY 'ERROR AL GRABAR EXCEPCIONES.DAT'
                       DISPLAY 'FILE STATUS ' WS-EXC-FS
                   END-IF
                   CLOSE EXCEPCIONES
               ELSE
                   DISPLAY 'NO SE PUDO ABRIR EXCEPCIONES.DAT'
                   DISPLAY 'FILE STATUS ' WS-EXC-FS
               END-IF
           END-IF
           MOVE SPACES TO WS-EXC-CLAVE
           MOVE SPACES TO WS-EXC-DESCRIPCION.

       9160-BUSCAR-ABIERTA.
           MOVE 0 TO WS-EXC-YAABIERTA
           OPEN INPUT EXCEPCIONES
           IF WS-EXC-FS-OK
               PERFORM UNTIL WS-EXC-FS-EOF OR WS-EXC-YAABIERTA = 1
                   READ EXCEPCIONES
                       AT END
                           CONTINUE
                       NOT AT END
                           IF XCP-ABIERTA
                              AND XCP-PROGRAMA = WS-EXC-PROGRAMA
                              AND XCP-CLAVE = WS-EXC-CLAVE
                              AND XCP-DESCRIPCION = WS-EXC-DESCRIPCION
                               MOVE 1 TO WS-EXC-YAABIERTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCEPCIONES
           END-IF.
