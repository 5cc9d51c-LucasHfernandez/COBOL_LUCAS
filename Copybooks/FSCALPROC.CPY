      *****************************************************************
      * CALENDARIO ACADEMICO: 9880-VERIFICAR-CALENDARIO BUSCA EN      *
      * CALACAD.DAT LA VENTANA DE WS-CAL-TIPO PARA WS-CAL-PERIODO Y   *
      * DICE SI WS-CAL-FECHA CAE ADENTRO. FUERA DE LA VENTANA LA      *
      * OPERACION SE RECHAZA SALVO QUE UN SUPERVISOR (NIVEL 1 DE      *
      * OPERADORES.DAT) LA AUTORICE CON UN MOTIVO, QUE QUEDA EN       *
      * CALEXCEP.DAT (9885-AUTORIZAR-EXCEPCION). UN PERIODO SIN       *
      * VENTANA CARGADA SE OPERA CON AVISO, COMO SIEMPRE SE TRABAJO.  *
      * EL PROGRAMA QUE LAS USA DEBE DECLARAR LOS SELECT CALACAD      *
      * (CALACAD.DAT, FILE STATUS WS-CAL-FS) Y CALEXCEP (CALEXCEP.DAT,*
      * FILE STATUS WS-CAE-FS), LINE SEQUENTIAL, CON SUS FD (COPY     *
      * FSCAL Y COPY FSCALEXC) Y COPY FSCALVAR, Y EL FD OPERADORES    *
      * (OPE-USUARIO, OPE-CLAVE, OPE-NIVEL) CON FILE STATUS           *
      * WSS-FS-OPERADORES (88 -OK Y -EOF), COMO LO DECLARAN LOS       *
      * PROGRAMAS CON CONTROL DE ACCESO.                              *
      *****************************************************************
       9880-VERIFICAR-CALENDARIO.
           MOVE 0 TO WS-CAL-ABIERTA
           MOVE 0 TO WS-CAL-HAYVENTANA
           MOVE 0 TO WS-CAL-TURNO
           MOVE 0 TO WS-CAL-DESDE
           MOVE 0 TO WS-CAL-HASTA
           EVALUATE WS-CAL-TIPO
              WHEN 'I'
                 MOVE 'INSCRIPCION A MATERIAS' TO WS-CAL-NOMBRETIPO
              WHEN 'B'
                 MOVE 'BAJA DE INSCRIPCIONES'  TO WS-CAL-NOMBRETIPO
              WHEN 'N'
                 MOVE 'CARGA DE NOTAS'         TO WS-CAL-NOMBRETIPO
              WHEN 'M'
                 MOVE 'MESAS DE EXAMEN'        TO WS-CAL-NOMBRETIPO
              WHEN OTHER
                 MOVE SPACES                   TO WS-CAL-NOMBRETIPO
           END-EVALUATE
           OPEN INPUT CALACAD
           IF WS-CAL-FS-OK
              PERFORM UNTIL WS-CAL-FS-EOF OR WS-CAL-ABIERTA = 1
                 READ CALACAD
                    AT END
                       CONTINUE
                    NOT AT END
                       IF CAL-TIPO = WS-CAL-TIPO
                          AND (CAL-PERIODO = WS-CAL-PERIODO
                               OR WS-CAL-PERIODO = SPACES)
                          MOVE 1 TO WS-CAL-HAYVENTANA
                          MOVE CAL-DESDE TO WS-CAL-DESDE
                          MOVE CAL-HASTA TO WS-CAL-HASTA
                          IF WS-CAL-FECHA >= CAL-DESDE
                             AND WS-CAL-FECHA <= CAL-HASTA
                             MOVE 1 TO WS-CAL-ABIERTA
                             MOVE CAL-TURNO TO WS-CAL-TURNO
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CALACAD
           END-IF
           EVALUATE TRUE
              WHEN WS-CAL-ABIERTA = 1
                 CONTINUE
              WHEN WS-CAL-HAYVENTANA = 0
                 DISPLAY "ATENCION: SIN VENTANA DE "
                         FUNCTION TRIM(WS-CAL-NOMBRETIPO)
                         " EN EL CALENDARIO ACADEMICO (CALACAD-09-FL)"
                         " - SE OPERA SIN CONTROL"
                 MOVE 1 TO WS-CAL-ABIERTA
              WHEN OTHER
                 IF WS-CAL-PERIODO = SPACES
                    DISPLAY "FUERA DEL CALENDARIO ACADEMICO: LA FECHA "
                            WS-CAL-FECHA " NO CAE EN NINGUN TURNO DE "
                            FUNCTION TRIM(WS-CAL-NOMBRETIPO)
                 ELSE
                    DISPLAY "FUERA DEL CALENDARIO ACADEMICO: "
                            FUNCTION TRIM(WS-CAL-NOMBRETIPO)
                            " DEL PERIODO " WS-CAL-PERIODO " VA DEL "
                            WS-CAL-DESDE " AL " WS-CAL-HASTA
                 END-IF
                 PERFORM 9885-AUTORIZAR-EXCEPCION
           END-EVALUATE.

      *****************************************************************
      * EXCEPCION AL CALENDARIO: LOGIN DE SUPERVISOR Y MOTIVO         *
      * OBLIGATORIO. SIN OPERADORES.DAT NO HAY CONTRA QUE VALIDAR Y   *
      * SE AVISA, COMO EN EL RESTO DE LOS CONTROLES DE ACCESO; EL     *
      * MOTIVO SE PIDE Y SE REGISTRA IGUAL.                           *
      *****************************************************************
       9885-AUTORIZAR-EXCEPCION.
           MOVE 0 TO WS-CAL-AUTORIZADO
           MOVE SPACES TO WS-CAL-USUARIO
           MOVE SPACES TO WS-CAL-MOTIVO
           DISPLAY "AUTORIZA UN SUPERVISOR LA EXCEPCION? (S/N): "
           ACCEPT WS-CAL-RESPUESTA
           IF WS-CAL-RESPUESTA = 'S' OR WS-CAL-RESPUESTA = 's'
              OPEN INPUT OPERADORES
              IF NOT WSS-FS-OPERADORES-OK
                 DISPLAY "ATENCION: NO HAY OPERADORES.DAT - SE OPERA "
                         "SIN CONTROL DE ACCESO"
                 MOVE 1 TO WS-CAL-AUTORIZADO
              ELSE
                 DISPLAY "INGRESE USUARIO SUPERVISOR: "
                 ACCEPT WS-CAL-USUARIO
                 DISPLAY "INGRESE CLAVE: "
                 ACCEPT WS-CAL-CLAVE
                 PERFORM UNTIL WSS-FS-OPERADORES-EOF
                    READ OPERADORES
                       AT END
                          CONTINUE
                       NOT AT END
                          IF OPE-USUARIO = WS-CAL-USUARIO
                             AND OPE-CLAVE = WS-CAL-CLAVE
                             AND OPE-NIVEL = 1
                             MOVE 1 TO WS-CAL-AUTORIZADO
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE OPERADORES
              END-IF
              IF WS-CAL-AUTORIZADO = 0
                 DISPLAY "OPERACION RESERVADA A SUPERVISORES"
              ELSE
                 DISPLAY "MOTIVO DE LA EXCEPCION: "
                 ACCEPT WS-CAL-MOTIVO
                 IF WS-CAL-MOTIVO = SPACES
                    DISPLAY "SIN MOTIVO NO SE AUTORIZA LA EXCEPCION"
                    MOVE 0 TO WS-CAL-AUTORIZADO
                 END-IF
              END-IF
           END-IF
           IF WS-CAL-AUTORIZADO = 1
              ACCEPT WS-CAL-HORA FROM TIME
              OPEN EXTEND CALEXCEP
              IF WS-CAE-FS-NOEXISTE
                 OPEN OUTPUT CALEXCEP
              END-IF
              ACCEPT CAE-FECHA FROM DATE YYYYMMDD
              MOVE WS-CAL-HORA     TO CAE-HORA
              MOVE WS-CAL-PROGRAMA TO CAE-PROGRAMA
              MOVE WS-CAL-PERIODO  TO CAE-PERIODO
              MOVE WS-CAL-TIPO     TO CAE-TIPO
              MOVE WS-CAL-FECHA    TO CAE-FECHAOPER
              MOVE WS-CAL-USUARIO  TO CAE-SUPERVISOR
              MOVE WS-CAL-MOTIVO   TO CAE-MOTIVO
              WRITE REG-CALEXCEP
              IF NOT WS-CAE-FS-OK
                 DISPLAY "ERROR AL GRABAR CALEXCEP.DAT"
                 DISPLAY "FILE STATUS " WS-CAE-FS
              END-IF
              CLOSE CALEXCEP
              MOVE 1 TO WS-CAL-ABIERTA
              DISPLAY "EXCEPCION AUTORIZADA Y REGISTRADA"
           END-IF.
