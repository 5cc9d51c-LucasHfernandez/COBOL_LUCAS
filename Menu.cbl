           05 WSI-I                    PIC 9(03)       VALUE 0.

       01 CONSTANTES.
           05 WSC-CANTOPCIONES         PIC 9(03)       VALUE 158.
           05 WSC-COPYDIR              PIC X(20)       VALUE
                                                        'Copybooks'.

           05 WSV-OPCION               PIC 9(03)       VALUE 0.

       01 PROGRAMAS-DISPONIBLES.
           05 WST-PROGRAMA             OCCURS 158 TIMES.
               10 WST-PROG-ARCHIVO     PIC X(64).
               10 WST-PROG-DESCRIPCION PIC X(60).
               10 WST-PROG-NIVEL       PIC 9(01).

           MOVE 'Exportar.cbl' TO WST-PROG-ARCHIVO(105)
           MOVE 'EXPORTADOR GENERICO DELIMITADO (DICCIONARIO)' TO
                                             WST-PROG-DESCRIPCION(105)

           MOVE 'Rendicion.cbl' TO WST-PROG-ARCHIVO(108)
           MOVE 'RENDICION DE LA RED RAPIPAGO / PAGO FACIL' TO
                                             WST-PROG-DESCRIPCION(108)

           MOVE 'Promesas.cbl' TO WST-PROG-ARCHIVO(109)
           MOVE 'PROMESAS DE PAGO Y CONTROL DIARIO' TO
                                             WST-PROG-DESCRIPCION(109)

           MOVE 'Avisos.cbl' TO WST-PROG-ARCHIVO(110)
           MOVE 'AVISOS PREVIOS AL VENCIMIENTO (SMS / CORREO)' TO
                                             WST-PROG-DESCRIPCION(110)

           MOVE 'ProntoPago.cbl' TO WST-PROG-ARCHIVO(111)
           MOVE 'DESCUENTO POR PRONTO PAGO (PARAMETROS E INFORME)' TO
                                             WST-PROG-DESCRIPCION(111)

           MOVE 'Castigos.cbl' TO WST-PROG-ARCHIVO(112)
           MOVE 'CASTIGO DE DEUDA INCOBRABLE Y RECUPEROS' TO
                                             WST-PROG-DESCRIPCION(112)

           MOVE 'Partidas.cbl' TO WST-PROG-ARCHIVO(113)
           MOVE 'CREDITOS BANCARIOS EN SUSPENSO Y SU ANTIGUEDAD' TO
                                             WST-PROG-DESCRIPCION(113)

           MOVE 'LiqTarjeta.cbl' TO WST-PROG-ARCHIVO(114)
           MOVE 'LIQUIDACION DE TARJETAS DE LA ADQUIRENTE' TO
                                             WST-PROG-DESCRIPCION(114)

           MOVE 'Cobrabilidad.cbl' TO WST-PROG-ARCHIVO(115)
           MOVE 'COBRABILIDAD MENSUAL POR OFICINA Y COBRADOR' TO
                                             WST-PROG-DESCRIPCION(115)

           MOVE 'Transiciones.cbl' TO WST-PROG-ARCHIVO(116)
           MOVE 'MATRIZ DE TRANSICIONES DE LA MORA (ROLL RATE)' TO
                                             WST-PROG-DESCRIPCION(116)

           MOVE 'Indexacion.cbl' TO WST-PROG-ARCHIVO(117)
           MOVE 'AJUSTE DE PRECIOS POR INDICE (CER/IPC)' TO
                                             WST-PROG-DESCRIPCION(117)

           MOVE 'Familias.cbl' TO WST-PROG-ARCHIVO(118)
           MOVE 'GRUPOS FAMILIARES Y DESCUENTO POR HERMANO' TO
                                             WST-PROG-DESCRIPCION(118)

           MOVE 'CertPagos.cbl' TO WST-PROG-ARCHIVO(119)
           MOVE 'CERTIFICADO ANUAL DE PAGOS (GANANCIAS)' TO
                                             WST-PROG-DESCRIPCION(119)

           MOVE 'ConvCuotas.cbl' TO WST-PROG-ARCHIVO(120)
           MOVE 'CONVERSION AL FORMATO NUEVO DE CUOTAS' TO
                                             WST-PROG-DESCRIPCION(120)

           MOVE 'CenDeudores.cbl' TO WST-PROG-ARCHIVO(121)
           MOVE 'CENTRAL DE DEUDORES: SITUACION 1-5 Y EXPORTACION' TO
                                             WST-PROG-DESCRIPCION(121)

           MOVE 'Lavado.cbl' TO WST-PROG-ARCHIVO(122)
           MOVE 'PREVENCION DE LAVADO: ALERTAS DE OPERACIONES' TO
                                             WST-PROG-DESCRIPCION(122)

           MOVE 'ImpDebCred.cbl' TO WST-PROG-ARCHIVO(123)
           MOVE 'IMPUESTO DEB/CRED: ALICUOTAS Y PERCEPCIONES' TO
                                             WST-PROG-DESCRIPCION(123)

           MOVE 'PlazoFijo.cbl' TO WST-PROG-ARCHIVO(124)
           MOVE 'PLAZOS FIJOS: CONSTITUCION Y VENCIMIENTOS' TO
                                             WST-PROG-DESCRIPCION(124)

           MOVE 'Prestamos.cbl' TO WST-PROG-ARCHIVO(125)
           MOVE 'PRESTAMOS PERSONALES: OTORGAMIENTO Y COBRO' TO
                                             WST-PROG-DESCRIPCION(125)

           MOVE 'Comisiones.cbl' TO WST-PROG-ARCHIVO(126)
           MOVE 'COMISIONES DE MANTENIMIENTO POR PRODUCTO' TO
                                             WST-PROG-DESCRIPCION(126)

           MOVE 'Inactivas.cbl' TO WST-PROG-ARCHIVO(127)
           MOVE 'CUENTAS INACTIVAS Y REACTIVACION' TO
                                             WST-PROG-DESCRIPCION(127)

           MOVE 'CierreCuenta.cbl' TO WST-PROG-ARCHIVO(128)
           MOVE 'CIERRE DE CUENTA' TO
                                             WST-PROG-DESCRIPCION(128)

           MOVE 'Titulares.cbl' TO WST-PROG-ARCHIVO(129)
           MOVE 'TITULARES Y FIRMANTES' TO
                                             WST-PROG-DESCRIPCION(129)

           MOVE 'PagoProveedores.cbl' TO WST-PROG-ARCHIVO(130)
           MOVE 'PAGO A PROVEEDORES POR TRANSFERENCIA' TO
                                             WST-PROG-DESCRIPCION(130)

           MOVE 'InterfazContable.cbl' TO WST-PROG-ARCHIVO(131)
           MOVE 'INTERFASE CONTABLE DE SUBDIARIOS' TO
                                             WST-PROG-DESCRIPCION(131)

           MOVE 'Presupuesto.cbl' TO WST-PROG-ARCHIVO(132)
           MOVE 'PRESUPUESTO POR CUENTA CONTABLE' TO
                                             WST-PROG-DESCRIPCION(132)

           MOVE 'InformePresupuesto.cbl' TO WST-PROG-ARCHIVO(133)
           MOVE 'PRESUPUESTO CONTRA REAL' TO
                                             WST-PROG-DESCRIPCION(133)

           MOVE 'EstadosContables.cbl' TO WST-PROG-ARCHIVO(134)
           MOVE 'ESTADOS CONTABLES' TO
                                             WST-PROG-DESCRIPCION(134)

           MOVE 'BienesUso.cbl' TO WST-PROG-ARCHIVO(135)
           MOVE 'BIENES DE USO' TO
                                             WST-PROG-DESCRIPCION(135)

           MOVE 'PosicionIVA.cbl' TO WST-PROG-ARCHIVO(136)
           MOVE 'POSICION MENSUAL DE IVA' TO
                                             WST-PROG-DESCRIPCION(136)

           MOVE 'IngresosBrutos.cbl' TO WST-PROG-ARCHIVO(137)
           MOVE 'INGRESOS BRUTOS POR JURISDICCION' TO
                                             WST-PROG-DESCRIPCION(137)

           MOVE 'ResultadoOficinas.cbl' TO WST-PROG-ARCHIVO(138)
           MOVE 'RESULTADO POR OFICINA' TO
                                             WST-PROG-DESCRIPCION(138)

           MOVE 'MaeAlumnos.cbl' TO WST-PROG-ARCHIVO(139)
           MOVE 'MAESTRO DE ALUMNOS' TO
                                             WST-PROG-DESCRIPCION(139)

           MOVE 'ConvLegajos.cbl' TO WST-PROG-ARCHIVO(140)
           MOVE 'CONVERSION AL LEGAJO DE SEIS DIGITOS' TO
                                             WST-PROG-DESCRIPCION(140)

           MOVE 'Admisiones.cbl' TO WST-PROG-ARCHIVO(141)
           MOVE 'ADMISION DE ALUMNOS NUEVOS' TO
                                             WST-PROG-DESCRIPCION(141)

           MOVE 'Horarios.cbl' TO WST-PROG-ARCHIVO(142)
           MOVE 'HORARIOS DE CLASE Y AULAS' TO
                                             WST-PROG-DESCRIPCION(142)

           MOVE 'CalAcad.cbl' TO WST-PROG-ARCHIVO(143)
           MOVE 'CALENDARIO ACADEMICO' TO
                                             WST-PROG-DESCRIPCION(143)

           MOVE 'Demanda.cbl' TO WST-PROG-ARCHIVO(144)
           MOVE 'PRONOSTICO DE DEMANDA POR MATERIA' TO
                                             WST-PROG-DESCRIPCION(144)

           MOVE 'Constancia.cbl' TO WST-PROG-ARCHIVO(145)
           MOVE 'CONSTANCIA DE ALUMNO REGULAR' TO
                                             WST-PROG-DESCRIPCION(145)

           MOVE 'Equivalencias.cbl' TO WST-PROG-ARCHIVO(146)
           MOVE 'EQUIVALENCIAS DE MATERIAS' TO
                                             WST-PROG-DESCRIPCION(146)

           MOVE 'Empleados.cbl' TO WST-PROG-ARCHIVO(147)
           MOVE 'MAESTRO DEL PERSONAL' TO
                                             WST-PROG-DESCRIPCION(147)

           MOVE 'Sueldos.cbl' TO WST-PROG-ARCHIVO(148)
           MOVE 'LIQUIDACION DE SUELDOS' TO
                                             WST-PROG-DESCRIPCION(148)

           MOVE 'Vacantes.cbl' TO WST-PROG-ARCHIVO(149)
           MOVE 'VACANTES DE PERSONAL' TO
                                             WST-PROG-DESCRIPCION(149)

           MOVE 'Integridad.cbl' TO WST-PROG-ARCHIVO(150)
           MOVE 'CONTROL DE INTEGRIDAD REFERENCIAL' TO
                                             WST-PROG-DESCRIPCION(150)

           MOVE 'Excepciones.cbl' TO WST-PROG-ARCHIVO(151)
           MOVE 'BANDEJA DE EXCEPCIONES' TO
                                             WST-PROG-DESCRIPCION(151)

           MOVE 'Ventana.cbl' TO WST-PROG-ARCHIVO(152)
           MOVE 'TENDENCIA VENTANA BATCH' TO
                                             WST-PROG-DESCRIPCION(152)

           MOVE 'Feriados.cbl' TO WST-PROG-ARCHIVO(153)
           MOVE 'CALENDARIO DE FERIADOS' TO
                                             WST-PROG-DESCRIPCION(153)

           MOVE 'Anonimiza.cbl' TO WST-PROG-ARCHIVO(154)
           MOVE 'ANONIMIZACION DE EX CLIENTES' TO
                                             WST-PROG-DESCRIPCION(154)

           MOVE 'Oposicion.cbl' TO WST-PROG-ARCHIVO(155)
           MOVE 'OPOSICION DE FUNCIONES' TO
                                             WST-PROG-DESCRIPCION(155)

           MOVE 'DevCorreo.cbl' TO WST-PROG-ARCHIVO(156)
           MOVE 'CORREO DEVUELTO Y DOMICILIOS INVALIDOS' TO
                                             WST-PROG-DESCRIPCION(156)

           MOVE 'RutaCobro.cbl' TO WST-PROG-ARCHIVO(157)
           MOVE 'HOJA DE RUTA DEL COBRADOR DE CALLE' TO
                                             WST-PROG-DESCRIPCION(157)

           MOVE 'SaldoFecha.cbl' TO WST-PROG-ARCHIVO(158)
           MOVE 'SALDOS DE TODAS LAS CUENTAS A UNA FECHA' TO
                                             WST-PROG-DESCRIPCION(158).

      *****************************************************************
      * NIVEL MINIMO DE PERMISO POR OPCION: 1 = SOLO SUPERVISOR (LOS  *
           MOVE 1 TO WST-PROG-NIVEL(104)
           MOVE 3 TO WST-PROG-NIVEL(105)
           MOVE 3 TO WST-PROG-NIVEL(106)
           MOVE 2 TO WST-PROG-NIVEL(107)
           MOVE 1 TO WST-PROG-NIVEL(108)
           MOVE 2 TO WST-PROG-NIVEL(109)
           MOVE 2 TO WST-PROG-NIVEL(110)
           MOVE 1 TO WST-PROG-NIVEL(111)
           MOVE 1 TO WST-PROG-NIVEL(112)
           MOVE 2 TO WST-PROG-NIVEL(113)
           MOVE 1 TO WST-PROG-NIVEL(114)
           MOVE 3 TO WST-PROG-NIVEL(115)
           MOVE 3 TO WST-PROG-NIVEL(116)
           MOVE 1 TO WST-PROG-NIVEL(117)
           MOVE 1 TO WST-PROG-NIVEL(118)
           MOVE 2 TO WST-PROG-NIVEL(119)
           MOVE 1 TO WST-PROG-NIVEL(120)
           MOVE 1 TO WST-PROG-NIVEL(121)
           MOVE 1 TO WST-PROG-NIVEL(122)
           MOVE 1 TO WST-PROG-NIVEL(123)
           MOVE 1 TO WST-PROG-NIVEL(124)
           MOVE 1 TO WST-PROG-NIVEL(125)
           MOVE 1 TO WST-PROG-NIVEL(126)
           MOVE 1 TO WST-PROG-NIVEL(127)
           MOVE 1 TO WST-PROG-NIVEL(128)
           MOVE 1 TO WST-PROG-NIVEL(129)
           MOVE 1 TO WST-PROG-NIVEL(130)
           MOVE 1 TO WST-PROG-NIVEL(131)
           MOVE 1 TO WST-PROG-NIVEL(132)
           MOVE 3 TO WST-PROG-NIVEL(133)
           MOVE 1 TO WST-PROG-NIVEL(134)
           MOVE 1 TO WST-PROG-NIVEL(135)
           MOVE 1 TO WST-PROG-NIVEL(136)
           MOVE 1 TO WST-PROG-NIVEL(137)
           MOVE 1 TO WST-PROG-NIVEL(138)
           MOVE 1 TO WST-PROG-NIVEL(139)
           MOVE 1 TO WST-PROG-NIVEL(140)
           MOVE 1 TO WST-PROG-NIVEL(141)
           MOVE 1 TO WST-PROG-NIVEL(142)
           MOVE 1 TO WST-PROG-NIVEL(143)
           MOVE 3 TO WST-PROG-NIVEL(144)
           MOVE 2 TO WST-PROG-NIVEL(145)
           MOVE 1 TO WST-PROG-NIVEL(146)
           MOVE 1 TO WST-PROG-NIVEL(147)
           MOVE 1 TO WST-PROG-NIVEL(148)
           MOVE 2 TO WST-PROG-NIVEL(149)
           MOVE 1 TO WST-PROG-NIVEL(150)
           MOVE 1 TO WST-PROG-NIVEL(151)
           MOVE 1 TO WST-PROG-NIVEL(152)
           MOVE 1 TO WST-PROG-NIVEL(153)
           MOVE 1 TO WST-PROG-NIVEL(154)
           MOVE 1 TO WST-PROG-NIVEL(155)
           MOVE 2 TO WST-PROG-NIVEL(156)
           MOVE 2 TO WST-PROG-NIVEL(157)
           MOVE 1 TO WST-PROG-NIVEL(158).

       120000-CARGAR-OPERADORES.

