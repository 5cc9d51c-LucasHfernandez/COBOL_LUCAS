           WRITE REG-DICCIONARIO
           MOVE 'NUMERO-CUOTA' TO DIC-CAMPO
           MOVE 41  TO DIC-POSICION
           MOVE 2   TO DIC-LARGO
           MOVE 'N' TO DIC-TIPO
           WRITE REG-DICCIONARIO
           MOVE 'IMPORTE'      TO DIC-CAMPO
           MOVE 43  TO DIC-POSICION
           MOVE 8   TO DIC-LARGO
           MOVE 2   TO DIC-DECIMALES
           WRITE REG-DICCIONARIO
           MOVE 'FECHA'        TO DIC-CAMPO
           MOVE 51  TO DIC-POSICION
           MOVE 8   TO DIC-LARGO
           MOVE 0   TO DIC-DECIMALES
           WRITE REG-DICCIONARIO
           MOVE 'VENCIMIENTO'  TO DIC-CAMPO
           MOVE 59  TO DIC-POSICION
           WRITE REG-DICCIONARIO
           MOVE 'MORA'         TO DIC-CAMPO
           MOVE 67  TO DIC-POSICION
           MOVE 8   TO DIC-LARGO
           MOVE 2   TO DIC-DECIMALES
           WRITE REG-DICCIONARIO
           MOVE 'ESTADO'       TO DIC-CAMPO
           MOVE 75  TO DIC-POSICION
           MOVE 1   TO DIC-LARGO
           MOVE 'X' TO DIC-TIPO
           MOVE 0   TO DIC-DECIMALES
           WRITE REG-DICCIONARIO
           MOVE 'PLANREF'      TO DIC-CAMPO
           MOVE 76  TO DIC-POSICION
           MOVE 2   TO DIC-LARGO
           MOVE 'N' TO DIC-TIPO
           WRITE REG-DICCIONARIO.
           WRITE REG-DICCIONARIO
           MOVE 'NUMERO-CUOTA' TO DIC-CAMPO
           MOVE 41  TO DIC-POSICION
           MOVE 2   TO DIC-LARGO
           MOVE 'N' TO DIC-TIPO
           WRITE REG-DICCIONARIO
           MOVE 'FECHA'        TO DIC-CAMPO
           MOVE 43  TO DIC-POSICION
           MOVE 8   TO DIC-LARGO
           WRITE REG-DICCIONARIO
           MOVE 'IMPORTE'      TO DIC-CAMPO
           MOVE 51  TO DIC-POSICION
           MOVE 8   TO DIC-LARGO
           MOVE 2   TO DIC-DECIMALES
           WRITE REG-DICCIONARIO
           MOVE 'MEDIO'        TO DIC-CAMPO
           MOVE 59  TO DIC-POSICION
           MOVE 1   TO DIC-LARGO
           MOVE 'X' TO DIC-TIPO
           MOVE 0   TO DIC-DECIMALES
           WRITE REG-DICCIONARIO
           MOVE 'SESION'       TO DIC-CAMPO
           MOVE 60  TO DIC-POSICION
           MOVE 4   TO DIC-LARGO
           MOVE 'N' TO DIC-TIPO
           WRITE REG-DICCIONARIO
           MOVE 'COBRADOR'     TO DIC-CAMPO
           MOVE 64  TO DIC-POSICION
           MOVE 3   TO DIC-LARGO
           WRITE REG-DICCIONARIO.

