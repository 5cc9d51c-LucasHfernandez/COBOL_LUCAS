      *****************************************************************
      * PARAMETROS PARA 9860-CARGAR-HORARIOS, 9865-CHOQUE-HORARIO Y   *
      * 9870-CAPACIDAD-MATERIA (VER FSHORPROC.CPY). EL PROGRAMA CARGA *
      * WS-HOR-PERIODO Y CARGA LAS FRANJAS; DESPUES PREGUNTA CON      *
      * WS-HOR-MATERIA (Y WS-HOR-OTRA PARA EL CHOQUE). WS-HOR-CHOCA   *
      * = 1 DEJA EN WS-HOR-DIA/DESDE/HASTA LA FRANJA QUE SE PISA.     *
      * WS-HOR-CAPACIDAD = 999 SI LA MATERIA NO TIENE AULA ASIGNADA.  *
      *****************************************************************
       01 WS-HOR-PARAMS.
           05 WS-HOR-PERIODO           PIC X(06)      VALUE SPACES.
           05 WS-HOR-MATERIA           PIC 9(02)      VALUE 0.
           05 WS-HOR-OTRA              PIC 9(02)      VALUE 0.
           05 WS-HOR-CHOCA             PIC 9(01)      VALUE 0.
           05 WS-HOR-DIA               PIC 9(01)      VALUE 0.
           05 WS-HOR-DESDE             PIC 9(04)      VALUE 0.
           05 WS-HOR-HASTA             PIC 9(04)      VALUE 0.
           05 WS-HOR-CAPACIDAD         PIC 9(03)      VALUE 0.
           05 WS-HOR-LLENA             PIC 9(01)      VALUE 0.
           05 WS-HOR-CANT              PIC 9(03)      VALUE 0.
           05 WS-HOR-I                 PIC 9(03)      VALUE 0.
           05 WS-HOR-J                 PIC 9(03)      VALUE 0.
           05 WS-HOR-FS                PIC X(02)      VALUE SPACES.
             88 WS-HOR-FS-OK                          VALUE '00'.
             88 WS-HOR-FS-EOF                         VALUE '10'.
             88 WS-HOR-FS-NOEXISTE                    VALUE '35'.
           05 WS-AUL-FS                PIC X(02)      VALUE SPACES.
             88 WS-AUL-FS-OK                          VALUE '00'.
             88 WS-AUL-FS-EOF                         VALUE '10'.
             88 WS-AUL-FS-NOEXISTE                    VALUE '35'.

      *****************************************************************
      * FRANJAS DEL PERIODO WS-HOR-PERIODO CON LA CAPACIDAD DE SU     *
      * AULA (999 SI EL AULA NO ESTA EN AULAS.DAT).                   *
      *****************************************************************
       01 WS-HOR-TABLA.
           05 WS-HOR-FRANJA            OCCURS 300 TIMES.
               10 WS-HOR-T-MATERIA     PIC 9(02).
               10 WS-HOR-T-DIA         PIC 9(01).
               10 WS-HOR-T-DESDE       PIC 9(04).
               10 WS-HOR-T-HASTA       PIC 9(04).
               10 WS-HOR-T-AULA        PIC X(04).
               10 WS-HOR-T-CAPACIDAD   PIC 9(03).
