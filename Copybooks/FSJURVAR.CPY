      *****************************************************************
      * PARAMETROS Y TABLAS DE JURISDICCIONES DE INGRESOS BRUTOS (VER *
      * FSJURPROC.CPY). 9900 CARGA JURISDIC.DAT Y JURLOCAL.DAT EN LAS *
      * TABLAS; PARA RESOLVER UN DOMICILIO EL PROGRAMA CARGA          *
      * WS-JUR-CODPOSTAL Y WS-JUR-LOCALIDAD; PARA LA ALICUOTA CARGA   *
      * WS-JUR-CODIGO Y WS-JUR-FECHA. WS-JUR-LLENA = 1 SIGNIFICA QUE  *
      * ALGUN ARCHIVO NO ENTRO EN SU TABLA.                           *
      *****************************************************************
       01 WS-JUR-PARAMS.
           05 WS-JUR-CODPOSTAL         PIC X(08)      VALUE SPACES.
           05 WS-JUR-LOCALIDAD         PIC X(20)      VALUE SPACES.
           05 WS-JUR-CODIGO            PIC X(03)      VALUE SPACES.
           05 WS-JUR-FECHA             PIC 9(08)      VALUE 0.
           05 WS-JUR-DESCRIPCION       PIC X(20)      VALUE SPACES.
           05 WS-JUR-ALICUOTA          PIC 9(02)V9(02) VALUE 0.
           05 WS-JUR-VIGDESDE          PIC 9(08)      VALUE 0.
           05 WS-JUR-ENCONTRADA        PIC 9(01)      VALUE 0.
           05 WS-JUR-LLENA             PIC 9(01)      VALUE 0.
           05 WS-JUR-LARGO             PIC 9(02)      VALUE 0.
           05 WS-JUR-MEJOR             PIC 9(02)      VALUE 0.
           05 WS-JUR-I                 PIC 9(03)      VALUE 0.
           05 WS-JUR-CANTALI           PIC 9(03)      VALUE 0.
           05 WS-JUR-CANTLOC           PIC 9(03)      VALUE 0.
           05 WS-JUR-FS-ALI            PIC X(02)      VALUE SPACES.
             88 WS-JUR-FS-ALI-OK                      VALUE '00'.
             88 WS-JUR-FS-ALI-EOF                     VALUE '10'.
           05 WS-JUR-FS-LOC            PIC X(02)      VALUE SPACES.
             88 WS-JUR-FS-LOC-OK                      VALUE '00'.
             88 WS-JUR-FS-LOC-EOF                     VALUE '10'.

       01 WS-JUR-TABLA-ALICUOTAS.
           05 WS-JUR-ALI               OCCURS 200 TIMES.
               10 WS-JUR-A-CODIGO      PIC X(03).
               10 WS-JUR-A-VIGDESDE    PIC 9(08).
               10 WS-JUR-A-DESCRIPCION PIC X(20).
               10 WS-JUR-A-ALICUOTA    PIC 9(02)V9(02).

       01 WS-JUR-TABLA-LOCALIDADES.
           05 WS-JUR-LOC               OCCURS 500 TIMES.
               10 WS-JUR-L-CODPOSTAL   PIC X(08).
               10 WS-JUR-L-LOCALIDAD   PIC X(20).
               10 WS-JUR-L-JURISDICCION PIC X(03).
