      *****************************************************************
      * JURISDICCIONES DE INGRESOS BRUTOS. 9900-CARGAR-JURISDICCIONES *
      * LEE JURISDIC.DAT Y JURLOCAL.DAT A LAS TABLAS (SIN ARCHIVO,    *
      * TABLA VACIA). 9910-RESOLVER-JURISDICCION DEJA EN              *
      * WS-JUR-CODIGO LA JURISDICCION DEL DOMICILIO (EL PREFIJO DE    *
      * CODIGO POSTAL MAS LARGO QUE COINCIDA, SI NO LA LOCALIDAD; EN  *
      * BLANCO SI NO SE RESUELVE). 9920-ALICUOTA-JURISDICCION DEJA LA *
      * ALICUOTA Y LA DESCRIPCION VIGENTES A WS-JUR-FECHA, CON        *
      * WS-JUR-ENCONTRADA = 0 SI EL CODIGO NO TIENE ALICUOTA A ESA    *
      * FECHA. EL PROGRAMA DEBE DECLARAR LOS SELECT JURISDIC          *
      * (JURISDIC.DAT, FILE STATUS WS-JUR-FS-ALI) Y JURLOCAL          *
      * (JURLOCAL.DAT, FILE STATUS WS-JUR-FS-LOC), LINE SEQUENTIAL,   *
      * LOS FD CON COPY FSJUR Y COPY FSJURLOC Y LOS PARAMETROS CON    *
      * COPY FSJURVAR.                                                *
      *****************************************************************
       9900-CARGAR-JURISDICCIONES.
           MOVE 0 TO WS-JUR-CANTALI
           MOVE 0 TO WS-JUR-CANTLOC
           MOVE 0 TO WS-JUR-LLENA
           OPEN INPUT JURISDIC
           IF WS-JUR-FS-ALI-OK
              PERFORM UNTIL WS-JUR-FS-ALI-EOF
                 READ JURISDIC
                    AT END
                       CONTINUE
                    NOT AT END
                       IF WS-JUR-CANTALI < 200
                          ADD 1 TO WS-JUR-CANTALI
                          MOVE REG-JURISDIC
                            TO WS-JUR-ALI(WS-JUR-CANTALI)
                       ELSE
                          MOVE 1 TO WS-JUR-LLENA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JURISDIC
           END-IF
           OPEN INPUT JURLOCAL
           IF WS-JUR-FS-LOC-OK
              PERFORM UNTIL WS-JUR-FS-LOC-EOF
                 READ JURLOCAL
                    AT END
                       CONTINUE
                    NOT AT END
                       IF WS-JUR-CANTLOC < 500
                          ADD 1 TO WS-JUR-CANTLOC
                          MOVE REG-JURLOCAL
                            TO WS-JUR-LOC(WS-JUR-CANTLOC)
                       ELSE
                          MOVE 1 TO WS-JUR-LLENA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JURLOCAL
           END-IF.

       9910-RESOLVER-JURISDICCION.
           MOVE SPACES TO WS-JUR-CODIGO
           MOVE 0 TO WS-JUR-MEJOR
           PERFORM VARYING WS-JUR-I FROM 1 BY 1
                   UNTIL WS-JUR-I > WS-JUR-CANTLOC
              IF WS-JUR-L-CODPOSTAL(WS-JUR-I) NOT = SPACES
                 AND WS-JUR-CODPOSTAL NOT = SPACES
                 MOVE 0 TO WS-JUR-LARGO
                 INSPECT WS-JUR-L-CODPOSTAL(WS-JUR-I)
                         TALLYING WS-JUR-LARGO
                         FOR CHARACTERS BEFORE INITIAL SPACE
                 IF WS-JUR-LARGO > WS-JUR-MEJOR
                    AND WS-JUR-CODPOSTAL(1:WS-JUR-LARGO) =
                        WS-JUR-L-CODPOSTAL(WS-JUR-I)(1:WS-JUR-LARGO)
                    MOVE WS-JUR-LARGO TO WS-JUR-MEJOR
                    MOVE WS-JUR-L-JURISDICCION(WS-JUR-I)
                      TO WS-JUR-CODIGO
                 END-IF
              END-IF
           END-PERFORM
           IF WS-JUR-CODIGO = SPACES AND WS-JUR-LOCALIDAD NOT = SPACES
              PERFORM VARYING WS-JUR-I FROM 1 BY 1
                      UNTIL WS-JUR-I > WS-JUR-CANTLOC
                 IF WS-JUR-L-LOCALIDAD(WS-JUR-I) = WS-JUR-LOCALIDAD
                    MOVE WS-JUR-L-JURISDICCION(WS-JUR-I)
                      TO WS-JUR-CODIGO
                 END-IF
              END-PERFORM
           END-IF.

       9920-ALICUOTA-JURISDICCION.
           MOVE 0 TO WS-JUR-ENCONTRADA
           MOVE 0 TO WS-JUR-VIGDESDE
           MOVE 0 TO WS-JUR-ALICUOTA
           MOVE SPACES TO WS-JUR-DESCRIPCION
           PERFORM VARYING WS-JUR-I FROM 1 BY 1
                   UNTIL WS-JUR-I > WS-JUR-CANTALI
              IF WS-JUR-A-CODIGO(WS-JUR-I) = WS-JUR-CODIGO
                 AND WS-JUR-A-VIGDESDE(WS-JUR-I) <= WS-JUR-FECHA
                 AND WS-JUR-A-VIGDESDE(WS-JUR-I) >= WS-JUR-VIGDESDE
                 MOVE 1 TO WS-JUR-ENCONTRADA
                 MOVE WS-JUR-A-VIGDESDE(WS-JUR-I) TO WS-JUR-VIGDESDE
                 MOVE WS-JUR-A-ALICUOTA(WS-JUR-I) TO WS-JUR-ALICUOTA
                 MOVE WS-JUR-A-DESCRIPCION(WS-JUR-I)
                   TO WS-JUR-DESCRIPCION
              END-IF
           END-PERFORM.
