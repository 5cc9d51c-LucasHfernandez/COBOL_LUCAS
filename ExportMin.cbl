
       FD CURSADAS.
       01 REG-CURSADA.
          05 CUR-LEGAJO            PIC 9(06).
          05 CUR-PERIODO           PIC X(06).
          05 CUR-MATERIA           PIC 9(02).
          05 CUR-NOMBREMAT         PIC X(20).

       SD TRABAJO.
       01 REG-TRABAJO.
          05 TRA-LEGAJO            PIC 9(06).
          05 TRA-MATERIA           PIC 9(02).
          05 TRA-NOMBREMAT         PIC X(20).
          05 TRA-NOMBRE            PIC A(20).

       FD ORDENADO.
       01 REG-ORDENADO.
          05 ORD-LEGAJO            PIC 9(06).
          05 ORD-MATERIA           PIC 9(02).
          05 ORD-NOMBREMAT         PIC X(20).
          05 ORD-NOMBRE            PIC A(20).
       01 REG-MINISTERIO.
          05 MIN-TIPOREG           PIC X(01).
          05 MIN-PERIODO           PIC X(06).
          05 MIN-LEGAJO            PIC 9(06).
          05 MIN-APELLIDO          PIC X(20).
          05 MIN-NOMBRE            PIC X(20).
          05 MIN-NOMBREMAT         PIC X(20).
