      ******************************************************************
      * Author: FERNANDEZ LUCAS IVAN
      * Date: 10/10/2019
      * Purpose: RESULTADO POR SUCURSAL: PARA UN MES TOMA EL MAYOR
      *          ABIERTO POR CENTRO DE COSTO (MAYORCC.DAT, VER
      *          MAYOR-09-FL), CLASIFICA LAS CUENTAS EN INGRESOS Y
      *          EGRESOS CON LOS RUBROS DE LOS ESTADOS CONTABLES
      *          (RUBROS.DAT Y CTASRUBRO.DAT, VER ESTCONT-09-FL) Y
      *          EMITE EN RESOFIRPT.DAT, POR CADA OFICINA DE
      *          OFICINAS.DAT Y UNA COLUMNA DE TOTAL, LOS INGRESOS,
      *          LOS COSTOS DIRECTOS, LOS COSTOS COMUNES ASIGNADOS Y
      *          EL RESULTADO. LOS COSTOS SIN OFICINA SE REPARTEN CON
      *          LA CLAVE DE REPARTO (REPARTO.DAT: PESO POR OFICINA,
      *          SE MANTIENE DESDE ACA); SIN CLAVE CARGADA SE REPARTEN
      *          EN PARTES IGUALES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESOFI-09-FL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFICINAS  ASSIGN TO DISK 'OFICINAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-OFICINAS.

           SELECT REPARTO             ASSIGN TO DISK 'REPARTO.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REPARTO.

           SELECT RUBROS              ASSIGN TO DISK 'RUBROS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUBROS.

           SELECT CTASRUBRO           ASSIGN TO DISK 'CTASRUBRO.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CTASRUB.

           SELECT MAYORCC             ASSIGN TO DISK 'MAYORCC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MAYORCC.

           SELECT RESOFIRPT           ASSIGN TO DISK 'RESOFIRPT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RESOFI.

           SELECT INTENCION ASSIGN TO DISK 'INTENCION.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-INT-FS.

           SELECT CERROJOS  ASSIGN TO DISK 'CERROJOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-CER-FS.

           SELECT PROCLOG   ASSIGN TO DISK 'PROCESOS.LOG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-LOG-FS.

       DATA DIVISION.

       FILE SECTION.

       FD OFICINAS.
       01 REG-OFICINA.
          05 FSO-CODIGO            PIC X(03).

      *****************************************************************
      * REPARTO.DAT: CLAVE DE REPARTO DE LOS COSTOS COMUNES. EL PESO  *
      * ES RELATIVO (PERSONAL, METROS, PORCENTAJE...): CADA OFICINA   *
      * ABSORBE SU PESO SOBRE LA SUMA DE LOS PESOS. PESO CERO = NO    *
      * ABSORBE COSTOS COMUNES.                                       *
      *****************************************************************
       FD REPARTO.
       01 REG-REPARTO.
          05 REP-OFICINA           PIC X(03).
          05 REP-PESO              PIC 9(05)V9(02).

       FD RUBROS.
       01 REG-RUBRO.
          05 RUB-CODIGO            PIC X(04).
          05 RUB-SECCION           PIC X(01).
          05 RUB-DESCRIPCION       PIC X(30).

       FD CTASRUBRO.
       01 REG-CTARUBRO.
          05 CRU-CUENTA            PIC X(08).
          05 CRU-RUBRO             PIC X(04).

       FD MAYORCC.
       01 REG-MAYORCC.
          05 MCC-CUENTA            PIC X(08).
          05 MCC-PERIODO           PIC X(06).
          05 MCC-CENTRO            PIC X(03).
          05 MCC-DEBE              PIC 9(15)V9(02).
          05 MCC-HABER             PIC 9(15)V9(02).

       FD RESOFIRPT.
       01 REG-RESOFIRPT            PIC X(132).

       FD INTENCION.
       COPY FSINT.

       FD CERROJOS.
       COPY FSLOCK.

       FD PROCLOG.
       COPY FSLOG.

       WORKING-STORAGE SECTION.

       COPY FSLOGVAR.

       COPY FSLOCKVAR.

       COPY FSINTVAR.

       01 VARIABLES.
          05 WSV-OPCION           PIC 9(01)       VALUE 0.
          05 WSV-OFICINA          PIC X(03)       VALUE SPACES.
          05 WSV-PESO             PIC 9(05)V9(02) VALUE 0.
          05 WSV-CUENTA           PIC X(08)       VALUE SPACES.
          05 WSV-RUBRO            PIC X(04)       VALUE SPACES.
          05 WSV-SECCION          PIC X(01)       VALUE SPACE.
          05 WSV-POSOFI           PIC 9(02)       VALUE 0.
          05 WSV-POSRUBRO         PIC 9(03)       VALUE 0.
          05 WSV-POSASIG          PIC 9(03)       VALUE 0.
          05 WSV-NETO             PIC S9(15)V9(02) VALUE 0.
          05 WSV-REPCAMBIOS       PIC 9(01)       VALUE 0.
          05 WSV-TABLASLLENAS     PIC 9(01)       VALUE 0.
          05 WSV-RETORNO          PIC 9(02)       VALUE 0.
          05 WSV-LINEA            PIC X(132)      VALUE SPACES.
          05 WSV-SINRUBRO         PIC 9(05)       VALUE 0.
          05 WSV-LEIDOS           PIC 9(05)       VALUE 0.
          05 WSV-REPARTOIGUAL     PIC 9(01)       VALUE 0.
          05 WSV-ULTIMA           PIC 9(02)       VALUE 0.
          05 WSV-PESOAPLICADO     PIC 9(05)V9(02) VALUE 0.
          05 WSV-REPARTIDO        PIC S9(15)V9(02) VALUE 0.
          05 WSV-PORCENTAJE       PIC 9(03)V9(02) VALUE 0.

       01 PERIODOS.
          05 WSV-PERIODO          PIC 9(06)       VALUE 0.
          05 WSV-PERIODO-R REDEFINES WSV-PERIODO.
             10 WSV-PER-ANO       PIC 9(04).
             10 WSV-PER-MES       PIC 9(02).

       01 INDICES.
          05 WSI-I                PIC 9(03)       VALUE 0.
          05 WSV-CANTOFI          PIC 9(02)       VALUE 0.
          05 WSV-CANTRUBROS       PIC 9(03)       VALUE 0.
          05 WSV-CANTASIG         PIC 9(03)       VALUE 0.
          05 WSV-DESDE            PIC 9(02)       VALUE 0.
          05 WSV-HASTA            PIC 9(02)       VALUE 0.
          05 WSV-COL              PIC 9(01)       VALUE 0.
          05 WSV-FILA             PIC 9(01)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-PESOTOTAL        PIC 9(07)V9(02) VALUE 0.
          05 WSA-COMUN            PIC S9(15)V9(02) VALUE 0.
          05 WSA-INGSINOFI        PIC S9(15)V9(02) VALUE 0.
          05 WSA-TOT-INGRESOS     PIC S9(15)V9(02) VALUE 0.
          05 WSA-TOT-DIRECTOS     PIC S9(15)V9(02) VALUE 0.
          05 WSA-TOT-ASIGNADOS    PIC S9(15)V9(02) VALUE 0.
          05 WSA-TOT-RESULTADO    PIC S9(15)V9(02) VALUE 0.

       01 SWITCHES.
          05 WSS-FS-OFICINAS      PIC X(02).
            88 WSS-FS-OFICINAS-OK                 VALUE '00'.
            88 WSS-FS-OFICINAS-EOF                VALUE '10'.
          05 WSS-FS-REPARTO       PIC X(02).
            88 WSS-FS-REPARTO-OK                  VALUE '00'.
            88 WSS-FS-REPARTO-EOF                 VALUE '10'.
          05 WSS-FS-RUBROS        PIC X(02).
            88 WSS-FS-RUBROS-OK                   VALUE '00'.
            88 WSS-FS-RUBROS-EOF                  VALUE '10'.
          05 WSS-FS-CTASRUB       PIC X(02).
            88 WSS-FS-CTASRUB-OK                  VALUE '00'.
            88 WSS-FS-CTASRUB-EOF                 VALUE '10'.
          05 WSS-FS-MAYORCC       PIC X(02).
            88 WSS-FS-MAYORCC-OK                  VALUE '00'.
            88 WSS-FS-MAYORCC-EOF                 VALUE '10'.
          05 WSS-FS-RESOFI        PIC X(02).
            88 WSS-FS-RESOFI-OK                   VALUE '00'.

       01 MASCARAS.
          05 WSM-IMPORTE          PIC -(13)9,99.
          05 WSM-PESO             PIC Z(04)9,99.
          05 WSM-PORCENTAJE       PIC ZZ9,99.

      *****************************************************************
      * RENGLONES DEL INFORME: CONCEPTO Y HASTA SEIS COLUMNAS (CINCO  *
      * OFICINAS POR BLOQUE; EL ULTIMO BLOQUE SUMA LA DE TOTAL).      *
      *****************************************************************
       01 LIN-CABECERA.
          05 CAB-TITULO           PIC X(24).
          05 CAB-COLUMNA          PIC X(17)       JUSTIFIED RIGHT
                                  OCCURS 6 TIMES.

       01 LIN-RESULTADO.
          05 LIN-CONCEPTO         PIC X(24).
          05 LIN-COLUMNA          PIC -(13)9,99   OCCURS 6 TIMES.

      *****************************************************************
      * OFICINAS DE OFICINAS.DAT CON SU PESO DE REPARTO Y LO          *
      * ACUMULADO DEL MES EMITIDO.                                    *
      *****************************************************************
       01 TABLA-OFICINAS.
          05 WST-OFICINA          OCCURS 20 TIMES.
             10 OFT-CODIGO        PIC X(03).
             10 OFT-PESO          PIC 9(05)V9(02).
             10 OFT-INGRESOS      PIC S9(15)V9(02).
             10 OFT-DIRECTOS      PIC S9(15)V9(02).
             10 OFT-ASIGNADOS     PIC S9(15)V9(02).
             10 OFT-RESULTADO     PIC S9(15)V9(02).

       01 TABLA-RUBROS.
          05 WST-RUBRO            OCCURS 100 TIMES.
             10 RBT-CODIGO        PIC X(04).
             10 RBT-SECCION       PIC X(01).

       01 TABLA-ASIGNACIONES.
          05 WST-CTARUBRO         OCCURS 200 TIMES.
             10 ASG-CUENTA        PIC X(08).
             10 ASG-RUBRO         PIC X(04).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       000000-CONTROL.
           MOVE 'RESOFI-09-FL' TO WS-LOG-PROGRAMA
           SET WS-LOG-INICIO TO TRUE
           PERFORM 9100-GRABAR-PROCLOG
           MOVE 'RESOFI-09-FL' TO WS-CER-PROGRAMA
           MOVE 1 TO WS-CER-CANTARCH
           MOVE 'REPARTO.DAT' TO WS-CER-ARCHIVO(1)
           PERFORM 9200-TOMAR-CERROJOS
           IF WS-CER-DENEGADO = 1
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
              SET WS-LOG-FIN TO TRUE
              PERFORM 9100-GRABAR-PROCLOG
              STOP RUN
           END-IF
           PERFORM 100000-CARGAR-OFICINAS
           PERFORM 110000-CARGAR-REPARTO
           PERFORM 120000-CARGAR-RUBROS
           PERFORM 130000-CARGAR-ASIGNACIONES
           IF WSV-TABLASLLENAS = 1
              DISPLAY "OFICINAS.DAT, RUBROS.DAT O CTASRUBRO.DAT "
                      "SUPERAN LA TABLA: SE CANCELA SIN REGRABAR"
              MOVE 8 TO RETURN-CODE
              SET WS-LOG-TERMINO-ERROR TO TRUE
           ELSE
           PERFORM UNTIL WSV-OPCION = 4
              DISPLAY "**************************************"
              DISPLAY "RESULTADO POR SUCURSAL"
              DISPLAY "1 - PESO DE REPARTO DE UNA OFICINA"
              DISPLAY "2 - LISTAR CLAVE DE REPARTO"
              DISPLAY "3 - EMITIR RESULTADO DE UN MES"
              DISPLAY "4 - SALIR"
              DISPLAY "RESPUESTA: "
              ACCEPT WSV-OPCION

              EVALUATE WSV-OPCION
                 WHEN 1
                    PERFORM 200000-ASIGNAR-PESO
                 WHEN 2
                    PERFORM 300000-LISTAR-CLAVE
                 WHEN 3
                    PERFORM 400000-EMITIR-RESULTADO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
      *****************************************************************
      * EL RESPALDO DEL MAESTRO (9400) PISA RETURN-CODE: EL CODIGO    *
      * DEL PROCESO SE GUARDA Y SE REPONE AL FINAL.                   *
      *****************************************************************
           MOVE RETURN-CODE TO WSV-RETORNO
           IF WSV-REPCAMBIOS = 1
              PERFORM 900000-REGRABAR-REPARTO
           END-IF
           MOVE WSV-RETORNO TO RETURN-CODE
           END-IF
           PERFORM 9250-LIBERAR-CERROJOS
           SET WS-LOG-FIN TO TRUE
           MOVE WSV-LEIDOS   TO WS-LOG-LEIDOS
           MOVE WSV-SINRUBRO TO WS-LOG-RECHAZADOS
           PERFORM 9100-GRABAR-PROCLOG
           STOP RUN.

       100000-CARGAR-OFICINAS.
           MOVE 0 TO WSV-CANTOFI
           OPEN INPUT OFICINAS
           IF WSS-FS-OFICINAS-OK
              PERFORM UNTIL WSS-FS-OFICINAS-EOF OR WSV-CANTOFI > 19
                 READ OFICINAS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTOFI
                       MOVE FSO-CODIGO TO OFT-CODIGO(WSV-CANTOFI)
                       MOVE 0 TO OFT-PESO(WSV-CANTOFI)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-OFICINAS-EOF
                 READ OFICINAS
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLASLLENAS
                 END-READ
              END-IF
              CLOSE OFICINAS
           END-IF.

      *****************************************************************
      * UNA OFICINA DE LA CLAVE QUE YA NO ESTA EN OFICINAS.DAT SE     *
      * IGNORA (Y SALE DE LA CLAVE SI ESTA SE REGRABA).               *
      *****************************************************************
       110000-CARGAR-REPARTO.
           OPEN INPUT REPARTO
           IF WSS-FS-REPARTO-OK
              PERFORM UNTIL WSS-FS-REPARTO-EOF
                 READ REPARTO
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE REP-OFICINA TO WSV-OFICINA
                       PERFORM 150000-BUSCAR-OFICINA
                       IF WSV-POSOFI = 0
                          DISPLAY "OFICINA " REP-OFICINA " DE "
                                  "REPARTO.DAT INEXISTENTE EN "
                                  "OFICINAS.DAT: SE IGNORA"
                       ELSE
                          MOVE REP-PESO TO OFT-PESO(WSV-POSOFI)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REPARTO
           END-IF.

       120000-CARGAR-RUBROS.
           MOVE 0 TO WSV-CANTRUBROS
           OPEN INPUT RUBROS
           IF WSS-FS-RUBROS-OK
              PERFORM UNTIL WSS-FS-RUBROS-EOF OR WSV-CANTRUBROS > 99
                 READ RUBROS
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTRUBROS
                       MOVE RUB-CODIGO  TO RBT-CODIGO(WSV-CANTRUBROS)
                       MOVE RUB-SECCION TO RBT-SECCION(WSV-CANTRUBROS)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-RUBROS-EOF
                 READ RUBROS
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLASLLENAS
                 END-READ
              END-IF
              CLOSE RUBROS
           END-IF.

       130000-CARGAR-ASIGNACIONES.
           MOVE 0 TO WSV-CANTASIG
           OPEN INPUT CTASRUBRO
           IF WSS-FS-CTASRUB-OK
              PERFORM UNTIL WSS-FS-CTASRUB-EOF OR WSV-CANTASIG > 199
                 READ CTASRUBRO
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WSV-CANTASIG
                       MOVE REG-CTARUBRO TO WST-CTARUBRO(WSV-CANTASIG)
                 END-READ
              END-PERFORM
              IF NOT WSS-FS-CTASRUB-EOF
                 READ CTASRUBRO
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 1 TO WSV-TABLASLLENAS
                 END-READ
              END-IF
              CLOSE CTASRUBRO
           END-IF.

      *****************************************************************
      * SECCION DE LOS ESTADOS DE LA CUENTA WSV-CUENTA POR SU RUBRO:  *
      * 'I' INGRESOS, 'E' EGRESOS, 'A'/'P'/'N' PATRIMONIALES; EN      *
      * BLANCO SI LA CUENTA NO TIENE RUBRO ASIGNADO.                  *
      *****************************************************************
       140000-SECCION-CUENTA.
           MOVE SPACE TO WSV-SECCION
           MOVE 0 TO WSV-POSASIG
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTASIG
              IF ASG-CUENTA(WSI-I) = WSV-CUENTA
                 MOVE WSI-I TO WSV-POSASIG
              END-IF
           END-PERFORM
           IF WSV-POSASIG > 0
              MOVE ASG-RUBRO(WSV-POSASIG) TO WSV-RUBRO
              MOVE 0 TO WSV-POSRUBRO
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTRUBROS
                 IF RBT-CODIGO(WSI-I) = WSV-RUBRO
                    MOVE WSI-I TO WSV-POSRUBRO
                 END-IF
              END-PERFORM
              IF WSV-POSRUBRO > 0
                 MOVE RBT-SECCION(WSV-POSRUBRO) TO WSV-SECCION
              END-IF
           END-IF.

       150000-BUSCAR-OFICINA.
           MOVE 0 TO WSV-POSOFI
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTOFI
              IF OFT-CODIGO(WSI-I) = WSV-OFICINA
                 MOVE WSI-I TO WSV-POSOFI
              END-IF
           END-PERFORM.

       200000-ASIGNAR-PESO.
           DISPLAY "INGRESE OFICINA (CODIGO DE OFICINAS.DAT): "
           ACCEPT WSV-OFICINA
           PERFORM 150000-BUSCAR-OFICINA
           IF WSV-POSOFI = 0
              DISPLAY "OFICINA INEXISTENTE EN OFICINAS.DAT"
           ELSE
              MOVE OFT-PESO(WSV-POSOFI) TO WSM-PESO
              DISPLAY "PESO ACTUAL: " WSM-PESO
              DISPLAY "INGRESE PESO NUEVO (0 = NO ABSORBE COSTOS "
                      "COMUNES): "
              ACCEPT WSV-PESO
              MOVE WSV-PESO TO OFT-PESO(WSV-POSOFI)
              MOVE 1 TO WSV-REPCAMBIOS
              DISPLAY "PESO REGISTRADO (SE GRABA AL SALIR)"
           END-IF.

       300000-LISTAR-CLAVE.
           MOVE 0 TO WSA-PESOTOTAL
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTOFI
              ADD OFT-PESO(WSI-I) TO WSA-PESOTOTAL
           END-PERFORM
           DISPLAY "--------------------------------------------------"
           IF WSV-CANTOFI = 0
              DISPLAY "NO HAY OFICINAS EN OFICINAS.DAT"
           ELSE
              IF WSA-PESOTOTAL = 0
                 DISPLAY "SIN CLAVE CARGADA: LOS COSTOS COMUNES SE "
                         "REPARTEN EN PARTES IGUALES"
              END-IF
              DISPLAY "OFICINA       PESO      %"
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTOFI
                 MOVE OFT-PESO(WSI-I) TO WSM-PESO
                 IF WSA-PESOTOTAL > 0
                    COMPUTE WSV-PORCENTAJE ROUNDED =
                            OFT-PESO(WSI-I) * 100 / WSA-PESOTOTAL
                 ELSE
                    COMPUTE WSV-PORCENTAJE ROUNDED =
                            100 / WSV-CANTOFI
                 END-IF
                 MOVE WSV-PORCENTAJE TO WSM-PORCENTAJE
                 DISPLAY OFT-CODIGO(WSI-I) "     " WSM-PESO " "
                         WSM-PORCENTAJE
              END-PERFORM
           END-IF
           DISPLAY "--------------------------------------------------".

      *****************************************************************
      * RESULTADO DEL MES: INGRESOS = HABER - DEBE DE LAS CUENTAS DE  *
      * INGRESOS, COSTOS = DEBE - HABER DE LAS DE EGRESOS. LO QUE     *
      * TIENE OFICINA ES DIRECTO DE ELLA; EL COSTO SIN OFICINA (O CON *
      * UNA QUE NO ESTA EN OFICINAS.DAT) ES COMUN Y SE REPARTE. EL    *
      * INGRESO SIN OFICINA NO SE REPARTE: SOLO SUMA EN EL TOTAL.     *
      *****************************************************************
       400000-EMITIR-RESULTADO.
           DISPLAY "INGRESE PERIODO (AAAAMM): "
           ACCEPT WSV-PERIODO
           EVALUATE TRUE
              WHEN WSV-PER-MES < 1 OR WSV-PER-MES > 12
                 DISPLAY "PERIODO INVALIDO"
              WHEN WSV-CANTOFI = 0
                 DISPLAY "NO HAY OFICINAS EN OFICINAS.DAT"
              WHEN OTHER
                 PERFORM 410000-ACUMULAR-MAYOR
                 IF WSS-FS-MAYORCC-OK
                    PERFORM 420000-REPARTIR-COMUNES
                    PERFORM 430000-CALCULAR-RESULTADO
                    PERFORM 440000-EMITIR-INFORME
                 END-IF
           END-EVALUATE.

       410000-ACUMULAR-MAYOR.
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTOFI
              MOVE 0 TO OFT-INGRESOS(WSI-I)
              MOVE 0 TO OFT-DIRECTOS(WSI-I)
              MOVE 0 TO OFT-ASIGNADOS(WSI-I)
              MOVE 0 TO OFT-RESULTADO(WSI-I)
           END-PERFORM
           MOVE 0 TO WSA-COMUN
           MOVE 0 TO WSA-INGSINOFI
           MOVE 0 TO WSV-SINRUBRO
           OPEN INPUT MAYORCC
           IF NOT WSS-FS-MAYORCC-OK
              DISPLAY "NO HAY MAYORCC.DAT: MAYORIZAR PRIMERO "
                      "(MAYOR-09-FL)"
           ELSE
              PERFORM UNTIL WSS-FS-MAYORCC-EOF
                 READ MAYORCC
                    AT END
                       CONTINUE
                    NOT AT END
                       IF MCC-PERIODO = WSV-PERIODO
                          ADD 1 TO WSV-LEIDOS
                          PERFORM 415000-IMPUTAR-RENGLON
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MAYORCC
           END-IF.

       415000-IMPUTAR-RENGLON.
           MOVE MCC-CUENTA TO WSV-CUENTA
           PERFORM 140000-SECCION-CUENTA
           MOVE MCC-CENTRO TO WSV-OFICINA
           PERFORM 150000-BUSCAR-OFICINA
           EVALUATE WSV-SECCION
              WHEN 'I'
                 COMPUTE WSV-NETO = MCC-HABER - MCC-DEBE
                 IF WSV-POSOFI > 0
                    ADD WSV-NETO TO OFT-INGRESOS(WSV-POSOFI)
                 ELSE
                    ADD WSV-NETO TO WSA-INGSINOFI
                 END-IF
              WHEN 'E'
                 COMPUTE WSV-NETO = MCC-DEBE - MCC-HABER
                 IF WSV-POSOFI > 0
                    ADD WSV-NETO TO OFT-DIRECTOS(WSV-POSOFI)
                 ELSE
                    ADD WSV-NETO TO WSA-COMUN
                 END-IF
              WHEN 'A'
              WHEN 'P'
              WHEN 'N'
                 CONTINUE
              WHEN OTHER
                 IF MCC-DEBE NOT = MCC-HABER
                    ADD 1 TO WSV-SINRUBRO
                    DISPLAY "CUENTA " MCC-CUENTA " SIN RUBRO: NO "
                            "ENTRA EN EL RESULTADO"
                 END-IF
           END-EVALUATE.

      *****************************************************************
      * REPARTO DE LOS COSTOS COMUNES POR PESO. LA ULTIMA OFICINA QUE *
      * ABSORBE TOMA EL REMANENTE DEL REDONDEO PARA QUE LO ASIGNADO   *
      * SUME EXACTO EL COSTO COMUN. SIN CLAVE, PARTES IGUALES.        *
      *****************************************************************
       420000-REPARTIR-COMUNES.
           MOVE 0 TO WSA-PESOTOTAL
           MOVE 0 TO WSV-ULTIMA
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTOFI
              IF OFT-PESO(WSI-I) > 0
                 ADD OFT-PESO(WSI-I) TO WSA-PESOTOTAL
                 MOVE WSI-I TO WSV-ULTIMA
              END-IF
           END-PERFORM
           IF WSA-PESOTOTAL = 0
              MOVE 1 TO WSV-REPARTOIGUAL
              MOVE WSV-CANTOFI TO WSA-PESOTOTAL
              MOVE WSV-CANTOFI TO WSV-ULTIMA
           ELSE
              MOVE 0 TO WSV-REPARTOIGUAL
           END-IF
           MOVE 0 TO WSV-REPARTIDO
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-ULTIMA
              IF WSV-REPARTOIGUAL = 1
                 MOVE 1 TO WSV-PESOAPLICADO
              ELSE
                 MOVE OFT-PESO(WSI-I) TO WSV-PESOAPLICADO
              END-IF
              IF WSI-I = WSV-ULTIMA
                 COMPUTE OFT-ASIGNADOS(WSI-I) =
                         WSA-COMUN - WSV-REPARTIDO
              ELSE
                 COMPUTE OFT-ASIGNADOS(WSI-I) ROUNDED =
                         WSA-COMUN * WSV-PESOAPLICADO / WSA-PESOTOTAL
                 ADD OFT-ASIGNADOS(WSI-I) TO WSV-REPARTIDO
              END-IF
           END-PERFORM.

       430000-CALCULAR-RESULTADO.
           MOVE WSA-INGSINOFI TO WSA-TOT-INGRESOS
           MOVE 0             TO WSA-TOT-DIRECTOS
           MOVE WSA-COMUN     TO WSA-TOT-ASIGNADOS
           PERFORM VARYING WSI-I FROM 1 BY 1
                   UNTIL WSI-I > WSV-CANTOFI
              COMPUTE OFT-RESULTADO(WSI-I) = OFT-INGRESOS(WSI-I)
                                           - OFT-DIRECTOS(WSI-I)
                                           - OFT-ASIGNADOS(WSI-I)
              ADD OFT-INGRESOS(WSI-I) TO WSA-TOT-INGRESOS
              ADD OFT-DIRECTOS(WSI-I) TO WSA-TOT-DIRECTOS
           END-PERFORM
           COMPUTE WSA-TOT-RESULTADO = WSA-TOT-INGRESOS
                                     - WSA-TOT-DIRECTOS
                                     - WSA-TOT-ASIGNADOS.

      *****************************************************************
      * RESOFIRPT.DAT: LAS OFICINAS VAN DE A CINCO POR BLOQUE, UNA AL *
      * LADO DE LA OTRA; EL ULTIMO BLOQUE CIERRA CON LA COLUMNA DE    *
      * TOTAL. AL PIE, LO QUE NO SE PUDO IMPUTAR A NINGUNA OFICINA.   *
      *****************************************************************
       440000-EMITIR-INFORME.
           OPEN OUTPUT RESOFIRPT
           IF NOT WSS-FS-RESOFI-OK
              DISPLAY "NO SE PUDO GENERAR RESOFIRPT.DAT"
              DISPLAY "FILE STATUS " WSS-FS-RESOFI
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE ALL '*' TO WSV-LINEA
              PERFORM 490000-GRABAR-LINEA
              STRING 'RESULTADO POR SUCURSAL - PERIODO '
                     WSV-PER-MES '/' WSV-PER-ANO
                     DELIMITED BY SIZE INTO WSV-LINEA
              END-STRING
              PERFORM 490000-GRABAR-LINEA
              IF WSV-REPARTOIGUAL = 1
                 STRING 'COSTOS COMUNES REPARTIDOS EN PARTES IGUALES '
                        '(SIN CLAVE DE REPARTO)'
                        DELIMITED BY SIZE INTO WSV-LINEA
                 END-STRING
              ELSE
                 STRING 'COSTOS COMUNES REPARTIDOS SEGUN LA CLAVE DE '
                        'REPARTO.DAT'
                        DELIMITED BY SIZE INTO WSV-LINEA
                 END-STRING
              END-IF
              PERFORM 490000-GRABAR-LINEA
              MOVE ALL '*' TO WSV-LINEA
              PERFORM 490000-GRABAR-LINEA

              PERFORM VARYING WSV-DESDE FROM 1 BY 5
                      UNTIL WSV-DESDE > WSV-CANTOFI
                 PERFORM 450000-IMPRIMIR-BLOQUE
              END-PERFORM

              IF WSA-INGSINOFI NOT = 0
                 MOVE WSA-INGSINOFI TO WSM-IMPORTE
                 STRING 'INGRESOS SIN OFICINA (SOLO EN EL TOTAL): '
                        WSM-IMPORTE
                        DELIMITED BY SIZE INTO WSV-LINEA
                 END-STRING
                 PERFORM 490000-GRABAR-LINEA
              END-IF
              IF WSV-SINRUBRO > 0
                 STRING 'RENGLONES DEL MAYOR CON CUENTAS SIN RUBRO '
                        '(NO ENTRAN EN EL RESULTADO): ' WSV-SINRUBRO
                        DELIMITED BY SIZE INTO WSV-LINEA
                 END-STRING
                 PERFORM 490000-GRABAR-LINEA
              END-IF
              CLOSE RESOFIRPT

              MOVE WSA-TOT-INGRESOS TO WSM-IMPORTE
              DISPLAY "INGRESOS:         " WSM-IMPORTE
              MOVE WSA-TOT-DIRECTOS TO WSM-IMPORTE
              DISPLAY "COSTOS DIRECTOS:  " WSM-IMPORTE
              MOVE WSA-TOT-ASIGNADOS TO WSM-IMPORTE
              DISPLAY "COSTOS COMUNES:   " WSM-IMPORTE
              MOVE WSA-TOT-RESULTADO TO WSM-IMPORTE
              DISPLAY "RESULTADO:        " WSM-IMPORTE
              IF WSV-SINRUBRO > 0
                 DISPLAY "*** " WSV-SINRUBRO " RENGLONES CON CUENTAS "
                         "SIN RUBRO: ASIGNARLAS EN ESTCONT-09-FL ***"
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
              DISPLAY "INFORME GENERADO EN RESOFIRPT.DAT"
           END-IF.

       450000-IMPRIMIR-BLOQUE.
           COMPUTE WSV-HASTA = WSV-DESDE + 4
           IF WSV-HASTA > WSV-CANTOFI
              MOVE WSV-CANTOFI TO WSV-HASTA
           END-IF
           MOVE SPACES TO WSV-LINEA
           PERFORM 490000-GRABAR-LINEA
           MOVE SPACES TO LIN-CABECERA
           MOVE 'CONCEPTO' TO CAB-TITULO
           MOVE 0 TO WSV-COL
           PERFORM VARYING WSI-I FROM WSV-DESDE BY 1
                   UNTIL WSI-I > WSV-HASTA
              ADD 1 TO WSV-COL
              STRING 'OFICINA ' OFT-CODIGO(WSI-I)
                     DELIMITED BY SIZE INTO CAB-COLUMNA(WSV-COL)
              END-STRING
           END-PERFORM
           IF WSV-HASTA = WSV-CANTOFI
              ADD 1 TO WSV-COL
              MOVE 'TOTAL' TO CAB-COLUMNA(WSV-COL)
           END-IF
           MOVE LIN-CABECERA TO WSV-LINEA
           PERFORM 490000-GRABAR-LINEA
           MOVE ALL '-' TO WSV-LINEA
           PERFORM 490000-GRABAR-LINEA
           PERFORM VARYING WSV-FILA FROM 1 BY 1 UNTIL WSV-FILA > 4
              IF WSV-FILA = 4
                 MOVE ALL '-' TO WSV-LINEA
                 PERFORM 490000-GRABAR-LINEA
              END-IF
              PERFORM 460000-IMPRIMIR-FILA
           END-PERFORM.

       460000-IMPRIMIR-FILA.
           MOVE SPACES TO LIN-RESULTADO
           EVALUATE WSV-FILA
              WHEN 1
                 MOVE 'INGRESOS'         TO LIN-CONCEPTO
              WHEN 2
                 MOVE 'COSTOS DIRECTOS'  TO LIN-CONCEPTO
              WHEN 3
                 MOVE 'COSTOS ASIGNADOS' TO LIN-CONCEPTO
              WHEN OTHER
                 MOVE 'RESULTADO'        TO LIN-CONCEPTO
           END-EVALUATE
           MOVE 0 TO WSV-COL
           PERFORM VARYING WSI-I FROM WSV-DESDE BY 1
                   UNTIL WSI-I > WSV-HASTA
              ADD 1 TO WSV-COL
              EVALUATE WSV-FILA
                 WHEN 1
                    MOVE OFT-INGRESOS(WSI-I)  TO LIN-COLUMNA(WSV-COL)
                 WHEN 2
                    MOVE OFT-DIRECTOS(WSI-I)  TO LIN-COLUMNA(WSV-COL)
                 WHEN 3
                    MOVE OFT-ASIGNADOS(WSI-I) TO LIN-COLUMNA(WSV-COL)
                 WHEN OTHER
                    MOVE OFT-RESULTADO(WSI-I) TO LIN-COLUMNA(WSV-COL)
              END-EVALUATE
           END-PERFORM
           IF WSV-HASTA = WSV-CANTOFI
              ADD 1 TO WSV-COL
              EVALUATE WSV-FILA
                 WHEN 1
                    MOVE WSA-TOT-INGRESOS  TO LIN-COLUMNA(WSV-COL)
                 WHEN 2
                    MOVE WSA-TOT-DIRECTOS  TO LIN-COLUMNA(WSV-COL)
                 WHEN 3
                    MOVE WSA-TOT-ASIGNADOS TO LIN-COLUMNA(WSV-COL)
                 WHEN OTHER
                    MOVE WSA-TOT-RESULTADO TO LIN-COLUMNA(WSV-COL)
              END-EVALUATE
           END-IF
           MOVE LIN-RESULTADO TO WSV-LINEA
           PERFORM 490000-GRABAR-LINEA.

       490000-GRABAR-LINEA.
           MOVE WSV-LINEA TO REG-RESOFIRPT
           WRITE REG-RESOFIRPT
           MOVE SPACES TO WSV-LINEA.

       900000-REGRABAR-REPARTO.
           MOVE 'REPARTO.DAT'  TO WS-INT-ARCHIVO
           MOVE 'RESOFI-09-FL' TO WS-INT-PROGRAMA
           PERFORM 9400-PROTEGER-MAESTRO
           OPEN OUTPUT REPARTO
           IF WSS-FS-REPARTO-OK
              PERFORM VARYING WSI-I FROM 1 BY 1
                      UNTIL WSI-I > WSV-CANTOFI
                 IF OFT-PESO(WSI-I) > 0
                    MOVE OFT-CODIGO(WSI-I) TO REP-OFICINA
                    MOVE OFT-PESO(WSI-I)   TO REP-PESO
                    WRITE REG-REPARTO
                 END-IF
              END-PERFORM
              CLOSE REPARTO
              PERFORM 9450-CONFIRMAR-MAESTRO
           ELSE
              DISPLAY "ERROR AL REGRABAR REPARTO.DAT"
              DISPLAY "FILE STATUS " WSS-FS-REPARTO
              MOVE 8 TO WSV-RETORNO
           END-IF.

       COPY FSLOGPROC.

       COPY FSINTPROC.

       COPY FSLOCKPROC.

       END PROGRAM RESOFI-09-FL.
