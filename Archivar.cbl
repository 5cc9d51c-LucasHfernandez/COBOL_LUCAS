       050000-CARGAR-CATALOGO.
           MOVE 'CUOTAS.DAT'     TO HIS-ARCHIVO(1)
           MOVE 'CUOTAS'         TO HIS-PREFIJO(1)
           MOVE 51               TO HIS-FECHAPOS(1)
           MOVE 'AUDITORIA.DAT'  TO HIS-ARCHIVO(2)
           MOVE 'AUDITORIA'      TO HIS-PREFIJO(2)
           MOVE 1                TO HIS-FECHAPOS(2)
