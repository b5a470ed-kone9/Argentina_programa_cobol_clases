      *>   CORRIDA, TOTAL DISTRIBUIDO, SU PORCENTAJE, RETENCIONES Y
      *>   EL NETO TRANSFERIDO A SU CBU. HASTA AHORA ESO SE CONTESTABA
      *>   LEYENDO LA LINEA DEL LIBRO POR TELEFONO.
      *> - CADA LINEA DE LA ORDEN DE PAGO QUEDA ADEMAS EN EL MAESTRO
      *>   DE ESTADO DE PAGOS ESTPAGPF (CLAVE CORRIDA + PARTICIPANTE)
      *>   COMO "EMITIDO" (VER 6200-EXPORTAR-PAGOS). PAGOSPF SE PISA
      *>   EN LA CORRIDA SIGUIENTE; ESTPAGPF ES PERMANENTE Y LO VAN
      *>   ACTUALIZANDO RET-BANCO (ACEPTADO/RECHAZADO) Y REE-PAGO
      *>   (REEMITIDO), ASI SE PUEDE CONTESTAR SI UN PAGO LLEGO.
      *> - LA LINEA DE CERTIFICADO DE CERTRETPF LLEVA AHORA EL NUMERO
      *>   DE CORRIDA, LA CORRIDA ANULADA Y EL MODO (CORR= ORIGCORR=
      *>   MODO=), Y UNA REVERSA TAMBIEN DEJA SU LINEA DE CERTIFICADO
      *>   (MODO=R) CON LAS RETENCIONES QUE DEVUELVE: RPT-RETEN LAS
      *>   RESTA AL ARMAR LA POSICION MENSUAL Y LA DECLARACION ANUAL,
      *>   IGUAL QUE LOS REPORTES DEL LIBRO RESTAN LA LINEA TIPO=
      *>   REVERSA. PARTICPF SUMA LA CUIT DEL PARTICIPANTE AL FINAL.
      *> - NUEVO MODO COMPLEMENTARIA (PEDIDO EN COMPLEPF, QUE DEJA
      *>   COR-VISIT AL CORREGIR LAS VISITAS DE UNA SEMANA YA
      *>   CONSOLIDADA): DISTRIBUYE LA DIFERENCIA EN PESOS CON LOS
      *>   PORCENTAJES DE LA FECHA DE ESA SEMANA Y LA REGISTRA COMO
      *>   UNA CORRIDA NORMAL CON LA SEMANA QUE CORRIGE EN LA NOTA.
      *>   UNA CORRECCION A LA BAJA NO PASA POR ACA: COR-VISIT LA PIDE
      *>   COMO UNA REVERSA PARCIAL DE LA CORRIDA DE ESA SEMANA.
      *> - LA IDENTIFICACION DEL OPERADOR PIDE AHORA UN PIN, QUE EN
      *>   OPERPF SOLO SE GUARDA COMO HASH JUNTO CON SU VENCIMIENTO Y
      *>   EL ESTADO DEL OPERADOR (ACTIVO O SUSPENDIDO, VER MNT-OPER).
      *>   TRES PINES INCORRECTOS SEGUIDOS BLOQUEAN AL OPERADOR, Y
      *>   CADA INTENTO, BUENO O MALO, QUEDA EN EL REGISTRO DE
      *>   INGRESOS SESIONPF (VER SESCALC.CPY Y 0400-INICIAR-SESION).
      *> - EMBARGOS JUDICIALES: LOS OFICIOS VIGENTES DEL ARCHIVO
      *>   EMBARGPF (POR PARTICIPANTE, PORCENTAJE DEL NETO O MONTO
      *>   FIJO POR PAGO, CON UN TOPE TOTAL, VER MNT-EMBARG) PARTEN EL
      *>   NETO DE CADA PAGO EN 5600-CALCULAR-EMBARGOS: LA ORDEN DE
      *>   PAGO SALE CON UNA LINEA AL CBU DEL PARTICIPANTE Y OTRA AL
      *>   CBU DEL JUZGADO POR LO EMBARGADO, Y CADA DEPOSITO AL
      *>   JUZGADO QUEDA EN EL REGISTRO EMBMOVPF CON EL SALDO QUE LE
      *>   FALTA AL OFICIO PARA LLEGAR A SU TOPE (EL EXTRACTO PARA EL
      *>   JUZGADO LO ARMA RPT-EMBARG). EL AVISO DE PAGO MUESTRA LO
      *>   EMBARGADO. EL LIBRO SIGUE REGISTRANDO EL BRUTO Y EL
      *>   CERTIFICADO DE RETENCION NO CAMBIA: EL EMBARGO ES UN
      *>   DESTINO DISTINTO PARA PLATA DEL PARTICIPANTE. HASTA AHORA
      *>   ESTO SE HACIA EDITANDO PAGOSPF A MANO ANTES DE SUBIRLO.
      *> - ESQUEMAS DE REPARTO POR SUCURSAL O REGION: PARTICPF PUEDE
      *>   TRAER, ADEMAS DEL ESQUEMA GENERAL, ESQUEMAS PROPIOS DE UNA
      *>   SUCURSAL O DE UNA REGION DE SUCURPF (VER MNT-PARTIC). UNA
      *>   CORRIDA ENCADENADA TOMA DE TOTSUCPF EL MONTO TARIFADO DE
      *>   CADA SUCURSAL (VER 4060) Y REPARTE CADA UNO CON SU ESQUEMA
      *>   (SUCURSAL, SI NO REGION, SI NO EL GENERAL) DENTRO DE LA
      *>   MISMA CORRIDA (VER 5100). EL LIBRO SIGUE CON UNA LINEA POR
      *>   CORRIDA Y EL DETALLE POR SUCURSAL QUEDA EN DISTSUCPF (VER
      *>   6400), QUE LEEN RPT-PARTIC Y RPT-TIEOUT. LA ORDEN DE PAGO
      *>   SALE CON UNA LINEA POR CBU. UNA COMPLEMENTARIA O UNA
      *>   REVERSA DE COR-VISIT USA EL ESQUEMA DE SU SUCURSAL, Y UNA
      *>   REVERSA DE UNA CORRIDA CON DETALLE REPITE ESE DETALLE.
      *> - TRANSFERENCIA MINIMA CON SALDO PENDIENTE POR PARTICIPANTE:
      *>   UN LOTE DEJABA VARIAS TRANSFERENCIAS CHICAS AL MISMO CBU.
      *>   SI EL NETO DE UN PARTICIPANTE EN LA DISTRIBUCION (MAS LO
      *>   QUE YA TIENE ACUMULADO) NO LLEGA A WS-TRANSF-MINIMA, NO
      *>   SALE EN LA ORDEN DE PAGO: QUEDA COMO SALDO PENDIENTE EN
      *>   SALPENPF (VER 6220), Y LA PRIMERA DISTRIBUCION QUE LO HACE
      *>   PASAR DEL MINIMO LO LIBERA JUNTO CON SU PAGO. LO QUE SIGA
      *>   PENDIENTE AL CIERRE DEL MES LO FUERZA CIE-MES. EL LIBRO
      *>   SIGUE REGISTRANDO EL BRUTO; EL AVISO DE PAGO Y EL RESUMEN
      *>   DEL LOTE MUESTRAN LO RETENIDO, LO LIBERADO Y LO PENDIENTE.


       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TOTSEM WS-FS-TOTSEM-EXT.

      *>   ARCHIVO DE ENLACE CON EL MONTO TARIFADO DE CADA SUCURSAL DE
      *>   LA SEMANA, QUE EJ-03ENCL18 DEJA JUNTO CON TOTSEMPF (VER 4060)
           SELECT TOTSUC-FILE ASSIGN TO "TOTSUCPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TOTSUC WS-FS-TOTSUC-EXT.

      *>   MAESTRO DE SUCURSALES, PARA SABER LA REGION DE CADA UNA AL
      *>   ELEGIR SU ESQUEMA DE REPARTO (VER 2300-RESOLVER-ESQUEMA)
           SELECT SUCUR-FILE ASSIGN TO "SUCURPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUCUR WS-FS-SUCUR-EXT.

      *>   DETALLE POR SUCURSAL DE CADA CORRIDA REPARTIDA POR
      *>   SUCURSAL (VER 6400-REGISTRAR-DIST-SUCURSAL)
           SELECT DISTSUC-FILE ASSIGN TO "DISTSUCPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DISTSUC WS-FS-DISTSUC-EXT.

      *>   LISTA DE MONTOS PARA LA CORRIDA POR LOTE (VER 0500 Y 7000)
           SELECT LOTE-FILE ASSIGN TO "MILLOTPF"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REVERSA WS-FS-REVERSA-EXT.

      *>   ARCHIVO DE ENLACE PARA PEDIR UNA DISTRIBUCION COMPLEMENTARIA
      *>   (VISITAS AGREGADAS A UNA SEMANA YA DISTRIBUIDA, VER COR-VISIT
      *>   Y 0750-LEER-COMPLEMENTARIA)
           SELECT COMPLE-FILE ASSIGN TO "COMPLEPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMPLE WS-FS-COMPLE-EXT.

      *>   ORDEN DE PAGO PARA TRANSFERENCIA BANCARIA MASIVA, GENERADA DE
      *>   NUEVO EN CADA CORRIDA DE DISTRIBUCION (VER 6200-EXPORTAR-PAGOS)
           SELECT PAGOS-FILE ASSIGN TO "PAGOSPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGOS WS-FS-PAGOS-EXT.

      *>   MAESTRO PERMANENTE DE ESTADO DE PAGOS: UNA LINEA POR
      *>   CORRIDA Y PARTICIPANTE PAGADO, QUE NACE "EMITIDO" ACA (VER
      *>   6200-EXPORTAR-PAGOS) Y QUE DESPUES ACTUALIZAN RET-BANCO Y
      *>   REE-PAGO; CADA CORRIDA AGREGA LAS SUYAS, COMO CERTRETPF
           SELECT ESTPAG-FILE ASSIGN TO "ESTPAGPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESTPAG WS-FS-ESTPAG-EXT.

      *>   RESUMEN DE CONTROL DE CADA CORRIDA DE LOTE, PARA QUE
      *>   OPERACIONES TENGA UN COMPROBANTE ARCHIVADO DE QUE EL LOTE
      *>   CORRIO LIMPIO Y NO SOLO LO QUE PASO POR LA CONSOLA (VER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESLOT WS-FS-RESLOT-EXT.

      *>   OFICIOS DE EMBARGO JUDICIAL POR PARTICIPANTE (VER
      *>   3600-CARGAR-EMBARGOS); LO MANTIENE MNT-EMBARG
           SELECT EMBARG-FILE ASSIGN TO "EMBARGPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMBARG WS-FS-EMBARG-EXT.

      *>   REGISTRO DE DEPOSITOS A LOS JUZGADOS: UNA LINEA POR OFICIO
      *>   Y CORRIDA CON LO EMBARGADO Y EL SALDO QUE QUEDA HASTA EL
      *>   TOPE (VER 6210-EXPORTAR-EMBARGOS); CADA CORRIDA AGREGA LAS
      *>   SUYAS, COMO CERTRETPF
           SELECT EMBMOV-FILE ASSIGN TO "EMBMOVPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMBMOV WS-FS-EMBMOV-EXT.

      *>   MOVIMIENTOS DE LOS SALDOS PENDIENTES DE TRANSFERIR POR NO
      *>   LLEGAR A LA TRANSFERENCIA MINIMA: LO RETENIDO Y LO LIBERADO
      *>   EN CADA CORRIDA (VER 6220) Y LO FORZADO EN EL CIERRE DEL
      *>   MES (CIE-MES), CON EL SALDO QUE LE QUEDA AL PARTICIPANTE;
      *>   CADA CORRIDA AGREGA LOS SUYOS, COMO EMBMOVPF
           SELECT SALPEN-FILE ASSIGN TO "SALPENPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SALPEN WS-FS-SALPEN-EXT.

      *>   DISTRIBUCION PENDIENTE DE APROBACION (MONTO POR ENCIMA DEL
      *>   TECHO WS-APROBACION-UMBRAL, VER 6300-REGISTRAR-PENDIENTE):
      *>   SOLO PUEDE HABER UNA PENDIENTE POR VEZ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPER WS-FS-OPER-EXT.

      *>   REGISTRO DE INGRESOS: UNA LINEA POR CADA INTENTO DE
      *>   IDENTIFICACION, CORRECTO O NO (VER SESCALC.CPY)
           SELECT SESION-FILE ASSIGN TO "SESIONPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SESION WS-FS-SESION-EXT.

      *>   CONTROL CON EL ULTIMO NUMERO DE CORRIDA ASIGNADO: CADA
      *>   DISTRIBUCION QUE REGISTRA EN EL LIBRO TOMA EL SIGUIENTE
      *>   (VER 6800-ASIGNAR-CORRIDA), ASI DOS CORRIDAS DEL MISMO DIA
           02 PARTIC-REG-PORCENTAJE  PIC 99V9.
           02 PARTIC-REG-NOMBRE      PIC X(20).
           02 PARTIC-REG-CBU         PIC X(22).
      *>       CUIT DEL PARTICIPANTE; ESTE PROGRAMA NO LA USA, LA
      *>       LEE RPT-RETEN PARA LA DECLARACION ANUAL
           02 PARTIC-REG-CUIT        PIC X(11).
      *>       ESQUEMA AL QUE PERTENECE EL REGISTRO: S = SUCURSAL,
      *>       R = REGION (CON SU CODIGO EN LA CLAVE), CUALQUIER OTRO
      *>       VALOR (O UN REGISTRO VIEJO SIN EL CAMPO) ES EL GENERAL
           02 PARTIC-REG-ESQ-TIPO    PIC X(1).
           02 PARTIC-REG-ESQ-CLAVE   PIC X(10).

       FD  LEDGER-FILE.
       01  LEDGER-REG                PIC X(700).
           02 TOTSEM-REG-VISITAS     PIC 9(5).
           02 TOTSEM-REG-TARIFA      PIC 9(4)V99.

      *>   MISMO LAYOUT QUE ESCRIBE 8050-ENVIAR-TOTAL-SUCURSAL EN
      *>   EJ-03ENCL18: UN REGISTRO POR SUCURSAL, Y LA SUMA DE LOS
      *>   MONTOS ES EXACTAMENTE EL TOTAL DE TOTSEMPF
       FD  TOTSUC-FILE.
       01  TOTSUC-REG.
           02 TOTSUC-REG-FECHA       PIC 9(8).
           02 TOTSUC-REG-SUC         PIC X(4).
           02 TOTSUC-REG-MONTO       PIC 9(9)V9.
           02 TOTSUC-REG-VISITAS     PIC 9(5).
           02 TOTSUC-REG-TARIFA      PIC 9(4)V99.

      *>   MISMO LAYOUT QUE SUCUR-REG EN MNT-SUCUR
       FD  SUCUR-FILE.
       01  SUCUR-REG.
           02 SUCUR-REG-CODIGO       PIC X(4).
           02 SUCUR-REG-NOMBRE       PIC X(20).
           02 SUCUR-REG-REGION       PIC X(10).
           02 SUCUR-REG-ACTIVA       PIC X(1).

      *>   UNA LINEA POR SUCURSAL Y PARTICIPANTE DE UNA CORRIDA
      *>   REPARTIDA POR SUCURSAL: FECHA, CORRIDA (Y LA QUE ANULA SI
      *>   ES UNA REVERSA), MODO N = NORMAL / R = REVERSA, SUCURSAL QUE
      *>   FINANCIO, ESQUEMA CON QUE SE REPARTIO Y LO QUE LE TOCO AL
      *>   PARTICIPANTE. LA SUMA DE LAS LINEAS DE UNA CORRIDA ES EL
      *>   MONTO DE SU LINEA DEL LIBRO
       FD  DISTSUC-FILE.
       01  DISTSUC-REG.
           02 DSU-REG-FECHA          PIC 9(8).
           02 DSU-REG-CORRIDA        PIC 9(6).
           02 DSU-REG-ORIG-CORRIDA   PIC 9(6).
           02 DSU-REG-MODO           PIC X(1).
           02 DSU-REG-SUC            PIC X(4).
           02 DSU-REG-ESQ-TIPO       PIC X(1).
           02 DSU-REG-ESQ-CLAVE      PIC X(10).
           02 DSU-REG-NRO            PIC 9(1).
           02 DSU-REG-NOMBRE         PIC X(20).
           02 DSU-REG-MONTO          PIC 9(7)V99.

      *>   EL CODIGO DE MONEDA ES OPCIONAL AL FINAL DEL REGISTRO DE
      *>   LOTE: BLANCOS (O UN ARCHIVO VIEJO SIN EL CAMPO) ES PESOS
       FD  LOTE-FILE.
      *>       BLANCOS Y SE TOMA COMO CERO (CORRIDA ANTERIOR A LA
      *>       NUMERACION, VER 0600-LEER-REVERSA)
           02 REV-REG-CORRIDA        PIC 9(6).
      *>       SUCURSAL DE LA SEMANA CORREGIDA CUANDO EL PEDIDO LO
      *>       DEJA COR-VISIT; BLANCOS = SIN SUCURSAL (VER 0620)
           02 REV-REG-SUC            PIC X(4).

      *>   PEDIDO DE DISTRIBUCION COMPLEMENTARIA: FECHA DE LA SEMANA
      *>   CORREGIDA, MONTO EN PESOS, VISITAS AGREGADAS Y TARIFA DE
      *>   ESA SEMANA, NOTA CON LA REFERENCIA Y LA CORRIDA ORIGINAL DE
      *>   LA SEMANA (MISMO LAYOUT QUE COMPLE-REG EN COR-VISIT)
       FD  COMPLE-FILE.
       01  COMPLE-REG.
           02 COMP-REG-FECHA         PIC 9(8).
           02 COMP-REG-MILLONES      PIC 9(9)V9.
           02 COMP-REG-VISITAS       PIC 9(5).
           02 COMP-REG-TARIFA        PIC 9(4)V99.
           02 COMP-REG-NOTA          PIC X(40).
           02 COMP-REG-CORRIDA       PIC 9(6).
      *>       SUCURSAL CUYAS VISITAS SE CORRIGIERON, PARA REPARTIR
      *>       LA DIFERENCIA CON SU ESQUEMA; BLANCOS = ESQUEMA GENERAL
           02 COMP-REG-SUC           PIC X(4).

      *>   LINEA DE LA ORDEN DE PAGO: CBU DEL PARTICIPANTE Y EL MONTO
      *>   EXACTO QUE LE TOCO EN LA CORRIDA, SIN EDITAR (EL ARCHIVO SE
           02 PAGO-REG-NOMBRE        PIC X(20).
           02 PAGO-REG-MONTO         PIC 9(9)V99.

      *>   ESTADO DE UN PAGO: CLAVE CORRIDA + NUMERO DE PARTICIPANTE,
      *>   LOS MISMOS CBU/NOMBRE/MONTO QUE VIAJAN EN PAGOSPF, EL
      *>   ESTADO, LA FECHA DE EMISION (PARA LA ANTIGUEDAD, VER
      *>   RPT-PAGOS), LA FECHA DEL ULTIMO CAMBIO DE ESTADO, CUANTAS
      *>   VECES REBOTO Y EL MOTIVO DEL ULTIMO RECHAZO DEL BANCO
       FD  ESTPAG-FILE.
       01  ESTPAG-REG.
           02 ESTP-REG-CORRIDA       PIC 9(6).
           02 ESTP-REG-NRO           PIC 9(1).
           02 ESTP-REG-CBU           PIC X(22).
           02 ESTP-REG-NOMBRE        PIC X(20).
           02 ESTP-REG-MONTO         PIC 9(9)V99.
           02 ESTP-REG-ESTADO        PIC X(9).
           02 ESTP-REG-FEC-EMISION   PIC 9(8).
           02 ESTP-REG-FEC-ESTADO    PIC 9(8).
           02 ESTP-REG-RECHAZOS      PIC 9(2).
           02 ESTP-REG-MOTIVO        PIC X(3).

      *>   DISTRIBUCION PENDIENTE DE APROBACION: FECHA Y MONTO QUE
      *>   QUEDARON SIN REGISTRAR EN EL LIBRO A LA ESPERA DE UN SEGUNDO
      *>   RESPONSABLE (VER 6300-REGISTRAR-PENDIENTE)
      *>       GRANDES; CERO = CORRIDA NO ENCADENADA
           02 APROB-REG-VISITAS      PIC 9(5).
           02 APROB-REG-TARIFA       PIC 9(4)V99.
      *>       MONTO DE CADA SUCURSAL DE UNA CORRIDA REPARTIDA POR
      *>       SUCURSAL QUE QUEDO PENDIENTE: TOTSUCPF O COMPLEPF YA NO
      *>       ESTARAN CUANDO SE APRUEBE. CERO O BLANCOS = SIN
      *>       DESGLOSE (SE REPARTE CON EL ESQUEMA GENERAL)
           02 APROB-REG-CANT-SUC     PIC 9(1).
           02 APROB-REG-SUCURSAL OCCURS 9 TIMES.
               03 APROB-REG-SUC      PIC X(4).
               03 APROB-REG-MONTO-SUC PIC 9(9)V9.

      *>   CONFIRMACION DEL SUPERVISOR QUE AUTORIZA A TERMINAR DE
      *>   REGISTRAR LA DISTRIBUCION PENDIENTE (VER 0700-LEER-APROBACION)
      *>   RESLOT-REG: EL ARMADO DE CAMPOS SE HACE EN WORKING-STORAGE
      *>   Y SE ESCRIBE CON WRITE ... FROM
       FD  CERTRET-FILE.
       01  CERTRET-REG               PIC X(180).

      *>   LINEA LIBRE DEL AVISO DE PAGO, MISMA TECNICA QUE RESLOT-REG
       FD  AVISO-FILE.
           02 CIERRE-REG-ESTADO      PIC X(1).

      *>   UN REGISTRO POR OPERADOR HABILITADO (VER 0400-INICIAR-SESION)
      *>   CON SU ESTADO (A=ACTIVO, S=SUSPENDIDO; BLANCO EN LOS
      *>   REGISTROS VIEJOS = ACTIVO), EL HASH DEL PIN, SU VENCIMIENTO
      *>   (CERO = PIN PROVISIONAL) Y LA FECHA DE ALTA. LO MANTIENE
      *>   MNT-OPER
       FD  OPER-FILE.
       01  OPER-REG.
           02 OPER-REG-CODIGO        PIC X(4).
           02 OPER-REG-NIVEL         PIC 9(1).
           02 OPER-REG-NOMBRE        PIC X(20).
           02 OPER-REG-ESTADO        PIC X(1).
           02 OPER-REG-PIN-HASH      PIC X(9).
           02 OPER-REG-PIN-VENCE     PIC 9(8).
           02 OPER-REG-ALTA          PIC 9(8).

      *>   UN REGISTRO POR INTENTO DE IDENTIFICACION (VER SESCPY.CPY
      *>   PARA LOS CODIGOS DE RESULTADO)
       FD  SESION-FILE.
       01  SESION-REG.
           02 SES-REG-FECHA          PIC 9(8).
           02 SES-REG-HORA           PIC 9(6).
           02 SES-REG-OPER           PIC X(4).
           02 SES-REG-PROGRAMA       PIC X(12).
           02 SES-REG-RESULTADO      PIC X(1).

      *>   ULTIMO NUMERO DE CORRIDA ASIGNADO (VER 6800-ASIGNAR-CORRIDA)
       FD  CORRIDA-FILE.
       FD  RESLOT-FILE.
       01  RESLOT-REG                PIC X(80).

      *>   UN OFICIO DE EMBARGO: PARTICIPANTE, NUMERO DE OFICIO,
      *>   JUZGADO Y CBU DE LA CUENTA JUDICIAL, MODALIDAD (P =
      *>   PORCENTAJE DEL NETO DE CADA PAGO, F = MONTO FIJO POR PAGO),
      *>   TOPE TOTAL A EMBARGAR Y VIGENCIA DESDE / HASTA (HASTA EN
      *>   CERO = SIN FECHA DE LEVANTAMIENTO)
       FD  EMBARG-FILE.
       01  EMBARG-REG.
           02 EMB-REG-NRO            PIC 9(1).
           02 EMB-REG-ORDEN          PIC X(12).
           02 EMB-REG-JUZGADO        PIC X(20).
           02 EMB-REG-CBU            PIC X(22).
           02 EMB-REG-TIPO           PIC X(1).
           02 EMB-REG-PORCENTAJE     PIC 99V99.
           02 EMB-REG-MONTO-FIJO     PIC 9(9)V99.
           02 EMB-REG-TOPE           PIC 9(9)V99.
           02 EMB-REG-DESDE          PIC 9(8).
           02 EMB-REG-HASTA          PIC 9(8).

      *>   UN DEPOSITO AL JUZGADO: FECHA Y CORRIDA, OFICIO Y
      *>   PARTICIPANTE, NETO DEL PARTICIPANTE SOBRE EL QUE SE CALCULO,
      *>   MONTO EMBARGADO Y SALDO DEL OFICIO DESPUES DE ESTE DEPOSITO
       FD  EMBMOV-FILE.
       01  EMBMOV-REG.
           02 EMV-REG-FECHA          PIC 9(8).
           02 EMV-REG-CORRIDA        PIC 9(6).
           02 EMV-REG-ORDEN          PIC X(12).
           02 EMV-REG-NRO            PIC 9(1).
           02 EMV-REG-BASE           PIC 9(9)V99.
           02 EMV-REG-MONTO          PIC 9(9)V99.
           02 EMV-REG-SALDO          PIC 9(9)V99.

      *>   UN MOVIMIENTO DEL SALDO PENDIENTE DE UN PARTICIPANTE: FECHA
      *>   Y CORRIDA, PARTICIPANTE CON SU NOMBRE Y CBU, TIPO (A =
      *>   ACUMULADO POR NO LLEGAR AL MINIMO, L = LIBERADO EN UNA
      *>   CORRIDA, F = FORZADO EN EL CIERRE DEL MES), MONTO Y SALDO
      *>   PENDIENTE DESPUES DE ESTE MOVIMIENTO
       FD  SALPEN-FILE.
       01  SALPEN-REG.
           02 SPN-REG-FECHA          PIC 9(8).
           02 SPN-REG-CORRIDA        PIC 9(6).
           02 SPN-REG-NRO            PIC 9(1).
           02 SPN-REG-NOMBRE         PIC X(20).
           02 SPN-REG-CBU            PIC X(22).
           02 SPN-REG-TIPO           PIC X(1).
           02 SPN-REG-MONTO          PIC 9(9)V99.
           02 SPN-REG-SALDO          PIC 9(9)V99.

      *>-----------------------------WORKING-STORAGE----------------------------
       WORKING-STORAGE SECTION.
       01 MILLONES PIC 9(9)V9 VALUE 5250210.
       01  WS-TOTSEM-VISITAS         PIC 9(5) VALUE 0.
       01  WS-TOTSEM-TARIFA          PIC 9(4)V99 VALUE 0.

      *>   ESTADO DEL ARCHIVO DE ENLACE CON EL MONTO POR SUCURSAL
       01  WS-FS-TOTSUC              PIC XX.
           88 FS-TOTSUC-OK           VALUE "00".
           88 FS-TOTSUC-EOF          VALUE "10".
       01  WS-FS-TOTSUC-EXT          PIC 9(4).

      *>   ESTADO DEL MAESTRO DE SUCURSALES
       01  WS-FS-SUCUR               PIC XX.
           88 FS-SUCUR-OK            VALUE "00".
           88 FS-SUCUR-EOF           VALUE "10".
       01  WS-FS-SUCUR-EXT           PIC 9(4).

      *>   ESTADO DEL DETALLE DE DISTRIBUCION POR SUCURSAL
       01  WS-FS-DISTSUC             PIC XX.
           88 FS-DISTSUC-OK          VALUE "00".
           88 FS-DISTSUC-EOF         VALUE "10".
       01  WS-FS-DISTSUC-EXT         PIC 9(4).

      *>   ESQUEMAS DE REPARTO DE PARTICPF (VER 2000): LA ENTRADA 1 ES
      *>   SIEMPRE EL ESQUEMA GENERAL, LAS DEMAS SON LOS ESQUEMAS DE
      *>   UNA SUCURSAL (TIPO S) O DE UNA REGION (TIPO R). CADA UNA
      *>   GUARDA EL PORCENTAJE VIGENTE DE CADA PARTICIPANTE Y LA
      *>   VIGENCIA DEL REGISTRO ELEGIDO; UN PARTICIPANTE SIN
      *>   REGISTRO EN UN ESQUEMA NO PARTICIPA DE ESE ESQUEMA
       01  WS-CANT-ESQUEMAS          PIC 99 VALUE 0.
       01  TABLA-ESQUEMAS.
           02 WS-ESQ-ENTRADA OCCURS 20 TIMES.
               03 WS-ESQ-TIPO        PIC X(1).
               03 WS-ESQ-CLAVE       PIC X(10).
               03 WS-ESQ-VIGENTE-SW  PIC X(1).
                   88 ESQ-VIGENTE    VALUE "S".
               03 WS-ESQ-PORC        PIC 99V9 OCCURS 9 TIMES.
               03 WS-ESQ-VIG         PIC 9(8) OCCURS 9 TIMES.
       01  WS-ESQ-IX                 PIC 99 VALUE 0.
       01  WS-ESQ-TIPO-LEIDO         PIC X(1) VALUE SPACE.
       01  WS-ESQ-CLAVE-LEIDA        PIC X(10) VALUE SPACES.

      *>   CODIGO Y REGION DE CADA SUCURSAL DE SUCURPF (VER 2200)
       01  WS-CANT-SUCUR             PIC 99 VALUE 0.
       01  TABLA-SUCUR.
           02 WS-SUC-ENTRADA OCCURS 20 TIMES.
               03 WS-SUC-CODIGO      PIC X(4).
               03 WS-SUC-REGION      PIC X(10).
       01  WS-SUC-IX                 PIC 99 VALUE 0.

      *>   ENTRADA Y SALIDA DE 2300-RESOLVER-ESQUEMA: LA SUCURSAL, SU
      *>   REGION Y LA ENTRADA DE TABLA-ESQUEMAS QUE LE TOCA
       01  WS-RES-SUC                PIC X(4) VALUE SPACES.
       01  WS-RES-REGION             PIC X(10) VALUE SPACES.
       01  WS-RES-ESQ                PIC 99 VALUE 0.

      *>   SUCURSALES QUE FINANCIARON LA CORRIDA (VER 4060, 0620,
      *>   0700 Y 0750): MONTO DE CADA UNA, ESQUEMA CON QUE SE REPARTIO
      *>   Y LO QUE LE TOCO A CADA PARTICIPANTE DE ESE MONTO. CERO
      *>   SUCURSALES = CORRIDA SIN DESGLOSE, QUE SE REPARTE ENTERA
      *>   CON EL ESQUEMA GENERAL COMO SIEMPRE. EL SWITCH DE REPARTO
      *>   FIJO DICE QUE LOS MONTOS YA VIENEN CARGADOS (UNA REVERSA
      *>   QUE REPITE EL DETALLE DE LA CORRIDA ORIGINAL)
       01  WS-CANT-SUCDIST           PIC 9 VALUE 0.
       01  TABLA-SUCDIST.
           02 WS-SD-ENTRADA OCCURS 9 TIMES.
               03 WS-SD-SUC          PIC X(4).
               03 WS-SD-MONTO        PIC 9(9)V99.
               03 WS-SD-ESQ-TIPO     PIC X(1).
               03 WS-SD-ESQ-CLAVE    PIC X(10).
               03 WS-SD-PART         PIC 9(7)V99 OCCURS 9 TIMES.
       01  WS-SD-IX                  PIC 99 VALUE 0.
       01  WS-SD-FIJO-SW             PIC X(01) VALUE "N".
           88 SD-REPARTO-FIJO        VALUE "S".
       01  WS-SD-DESCARTE-SW         PIC X(01) VALUE "N".
           88 SD-DESCARTADO          VALUE "S".
       01  WS-SD-TOTAL               PIC 9(9)V9 VALUE 0.
       01  WS-SD-SUMA-MONTO          PIC 9(10)V99 VALUE 0.
       01  WS-SD-SUMA-VISITAS        PIC 9(6) VALUE 0.
       01  TABLA-SD-ACUM.
           02 WS-SD-ACUM-PART        PIC 9(7)V99 OCCURS 9 TIMES.
       01  WS-SD-MONTO-ED            PIC ZZZ.ZZZ.ZZ9,99.

      *>   ORDEN DE PAGO AGRUPADA POR CBU (VER 6200): CADA CBU
      *>   DISTINTO SALE EN UNA SOLA LINEA CON LA SUMA DE LO QUE SE
      *>   LE TRANSFIERE, Y CON EL NOMBRE Y NUMERO DEL PRIMER
      *>   PARTICIPANTE QUE LO USA
       01  WS-CANT-PAGCBU            PIC 9 VALUE 0.
       01  TABLA-PAGCBU.
           02 WS-PC-ENTRADA OCCURS 9 TIMES.
               03 WS-PC-CBU          PIC X(22).
               03 WS-PC-NRO          PIC 9(1).
               03 WS-PC-MONTO        PIC 9(9)V99.
       01  WS-PC-IX                  PIC 99 VALUE 0.

      *>   ESTADO DEL ARCHIVO DE MONTOS POR LOTE
       01  WS-FS-LOTE                PIC XX.
           88 FS-LOTE-OK             VALUE "00".
       01  WS-PAGOS-INICIADO-SW      PIC X(01) VALUE "N".
           88 PAGOS-INICIADO         VALUE "S".

      *>   ESTADO DEL MAESTRO DE ESTADO DE PAGOS
       01  WS-FS-ESTPAG              PIC XX.
           88 FS-ESTPAG-OK           VALUE "00".
       01  WS-FS-ESTPAG-EXT          PIC 9(4).

      *>   ESTADO DEL ARCHIVO DE RESUMEN DE LOTE
       01  WS-FS-RESLOT              PIC XX.
           88 FS-RESLOT-OK           VALUE "00".
               03 WS-RET-GAN         PIC 9(7)V99 VALUE 0.
               03 WS-RET-IIBB        PIC 9(7)V99 VALUE 0.
               03 WS-NETO-PART       PIC 9(7)V99 VALUE 0.
      *>           LO EMBARGADO DEL NETO Y LO QUE FINALMENTE VA AL CBU
      *>           DEL PARTICIPANTE (VER 5600-CALCULAR-EMBARGOS)
               03 WS-EMBARGO-PART    PIC 9(7)V99 VALUE 0.
               03 WS-PAGO-PART       PIC 9(7)V99 VALUE 0.

      *>   TOTALES RETENIDOS DE LA DISTRIBUCION ACTUAL Y ACUMULADOS DE
      *>   TODA LA CORRIDA DE LOTE (VER 7040-EMITIR-RESUMEN-LOTE)
       01  WS-LOTE-RET-GAN           PIC 9(9)V99 VALUE 0.
       01  WS-LOTE-RET-IIBB          PIC 9(9)V99 VALUE 0.

      *>   ESTADO DE LOS ARCHIVOS DE EMBARGOS Y TABLA DE LOS OFICIOS
      *>   VIGENTES A LA FECHA DE LA CORRIDA (VER 3600), CON EL SALDO
      *>   QUE LE FALTA A CADA UNO PARA LLEGAR AL TOPE Y LO EMBARGADO
      *>   EN LA DISTRIBUCION ACTUAL. SIN EMBARGPF NO HAY EMBARGOS Y
      *>   LA CORRIDA PAGA COMO ANTES
       01  WS-FS-EMBARG              PIC XX.
           88 FS-EMBARG-OK           VALUE "00".
           88 FS-EMBARG-EOF          VALUE "10".
       01  WS-FS-EMBARG-EXT          PIC 9(4).
       01  WS-FS-EMBMOV              PIC XX.
           88 FS-EMBMOV-OK           VALUE "00".
           88 FS-EMBMOV-EOF          VALUE "10".
       01  WS-FS-EMBMOV-EXT          PIC 9(4).
       01  WS-CANT-EMBARGOS          PIC 99 VALUE 0.
       01  WS-TABLA-EMBARGOS.
           02 WS-EMB-ENTRADA OCCURS 30 TIMES.
               03 WS-EMB-NRO         PIC 9(1).
               03 WS-EMB-ORDEN       PIC X(12).
               03 WS-EMB-CBU         PIC X(22).
               03 WS-EMB-TIPO        PIC X(1).
               03 WS-EMB-PORCENTAJE  PIC 99V99.
               03 WS-EMB-MONTO-FIJO  PIC 9(9)V99.
               03 WS-EMB-SALDO       PIC 9(9)V99.
               03 WS-EMB-APLICADO    PIC 9(9)V99.
       01  k                         PIC 99.
       01  WS-EMB-CALCULO            PIC 9(9)V99 VALUE 0.

      *>   TOTAL EMBARGADO EN LA DISTRIBUCION ACTUAL Y ACUMULADO DE
      *>   TODA LA CORRIDA DE LOTE (VER 7040-EMITIR-RESUMEN-LOTE)
       01  WS-EMB-TOT                PIC 9(9)V99 VALUE 0.
       01  WS-LOTE-EMBARGADO         PIC 9(9)V99 VALUE 0.
      *>   MONTO DE EMBARGO EDITADO PARA LOS MENSAJES DE CONSOLA
       01  WS-EMB-EDIT               PIC ZZZ.ZZZ.ZZ9,99.

      *>   TRANSFERENCIA MINIMA: UN NETO POR DEBAJO DE ESTE MONTO NO
      *>   SALE EN LA ORDEN DE PAGO Y QUEDA COMO SALDO PENDIENTE DEL
      *>   PARTICIPANTE EN SALPENPF (VER 6220-APLICAR-TRANSF-MINIMA)
       01  WS-TRANSF-MINIMA          PIC 9(7)V99 VALUE 5000.

      *>   ESTADO DE SALPENPF Y SALDO PENDIENTE DE CADA PARTICIPANTE
      *>   (VER 3700-CARGAR-SALDOS), CON LO RETENIDO Y LO LIBERADO EN
      *>   LA DISTRIBUCION ACTUAL. SIN SALPENPF NO HAY NADA PENDIENTE
       01  WS-FS-SALPEN              PIC XX.
           88 FS-SALPEN-OK           VALUE "00".
           88 FS-SALPEN-EOF          VALUE "10".
       01  WS-FS-SALPEN-EXT          PIC 9(4).
       01  WS-SALDOS-TABLA.
           02 WS-SPN-PARTIC OCCURS 9 TIMES.
               03 WS-SPN-SALDO       PIC 9(9)V99 VALUE 0.
               03 WS-SPN-RETENIDO    PIC 9(7)V99 VALUE 0.
               03 WS-SPN-LIBERADO    PIC 9(9)V99 VALUE 0.

      *>   TOTAL RETENIDO Y LIBERADO EN LA DISTRIBUCION ACTUAL, SUS
      *>   ACUMULADOS DE TODA LA CORRIDA DE LOTE Y EL TOTAL PENDIENTE
      *>   AL TERMINAR (VER 7040-EMITIR-RESUMEN-LOTE)
       01  WS-SPN-TOT-RETENIDO       PIC 9(9)V99 VALUE 0.
       01  WS-SPN-TOT-LIBERADO       PIC 9(9)V99 VALUE 0.
       01  WS-LOTE-SPN-RETENIDO      PIC 9(9)V99 VALUE 0.
       01  WS-LOTE-SPN-LIBERADO      PIC 9(9)V99 VALUE 0.
       01  WS-SPN-TOT-PENDIENTE      PIC 9(9)V99 VALUE 0.

      *>   LINEA DEL CERTIFICADO DE RETENCION, UNA POR PARTICIPANTE Y
      *>   CORRIDA (VER 6250-EMITIR-CERTIFICADOS); MISMA TECNICA DE
      *>   LINEA ARMADA CON FILLER QUE EL LIBRO DIARIO
           02 WS-CR-RET-IIBB         PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(07) VALUE " NETO $".
           02 WS-CR-NETO             PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(06) VALUE " CORR=".
           02 WS-CR-CORRIDA          PIC 9(6).
           02 FILLER                 PIC X(10) VALUE " ORIGCORR=".
           02 WS-CR-ORIG-CORRIDA     PIC 9(6).
           02 FILLER                 PIC X(06) VALUE " MODO=".
           02 WS-CR-MODO             PIC X(1).

      *>   DATOS DE LA DISTRIBUCION PENDIENTE, LEIDOS DE APROBPF (VER
      *>   0700-LEER-APROBACION)
           88 OPER-HALLADO           VALUE "S".
       01  WS-NIVEL-REQUERIDO        PIC 9 VALUE 2.

      *>   CONTROL DE PIN, BLOQUEO Y REGISTRO DE INGRESOS (VER
      *>   SESCPY.CPY / SESCALC.CPY)
           COPY SESCPY.

      *>   ESTADO DEL CONTROL DE PERIODOS CERRADOS Y PERIODO AAAAMM A
      *>   VERIFICAR (VER 0800-VERIFICAR-PERIODO); EL SWITCH QUEDA
      *>   PRENDIDO SI EL ULTIMO REGISTRO DEL PERIODO ES UN CIERRE
           02 FILLER                 PIC X(32)
               VALUE "RETENIDO IIBB.................: ".
           02 WS-RS-RET-IIBB-VAL     PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-RS-EMBARGO.
           02 FILLER                 PIC X(32)
               VALUE "EMBARGADO A JUZGADOS..........: ".
           02 WS-RS-EMBARGO-VAL      PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-RS-SPN-RETENIDO.
           02 FILLER                 PIC X(32)
               VALUE "RETENIDO POR TRANSF. MINIMA...: ".
           02 WS-RS-SPN-RETENIDO-VAL PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-RS-SPN-LIBERADO.
           02 FILLER                 PIC X(32)
               VALUE "LIBERADO DE SALDOS ANTERIORES.: ".
           02 WS-RS-SPN-LIBERADO-VAL PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-RS-SPN-PENDIENTE.
           02 FILLER                 PIC X(32)
               VALUE "SALDO PENDIENTE DE TRANSFERIR.: ".
           02 WS-RS-SPN-PENDIENTE-VAL
                                     PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-RS-PARTIC-TITULO       PIC X(35) VALUE
           "TOTAL DISTRIBUIDO POR PARTICIPANTE:".
       01  WS-RS-PARTIC.
       01  WS-REV-LEIDO-SW           PIC X(01) VALUE "N".
           88 REV-LEIDO              VALUE "S".

      *>   DATOS DEL PEDIDO DE COMPLEMENTARIA, LEIDOS DE COMPLEPF (VER
      *>   0750); LA NOTA VA A LA LINEA DEL LIBRO (VER 6000)
       01  WS-FS-COMPLE              PIC XX.
           88 FS-COMPLE-OK           VALUE "00".
       01  WS-FS-COMPLE-EXT          PIC 9(4).
       01  WS-COMP-FECHA             PIC 9(8) VALUE 0.
       01  WS-COMP-MILLONES          PIC 9(9)V9 VALUE 0.
       01  WS-COMP-NOTA              PIC X(40) VALUE SPACES.
       01  WS-COMP-CORRIDA           PIC 9(6) VALUE 0.

      *>   ESTADO DEL CONTROL DE NUMEROS DE CORRIDA Y NUMERO ASIGNADO
      *>   A LA DISTRIBUCION QUE SE ESTA REGISTRANDO (VER 6800)
       01  WS-FS-CORRIDA             PIC XX.
      *>   REGISTRAR NADA), SEGUN LO QUE ENCUENTRE 0500-DETECTAR-MODO
      *>   AL ARRANCAR. LA PRIORIDAD ES SIMULACION (NO CONSUME NI PISA
      *>   NINGUN OTRO ENLACE PENDIENTE), LUEGO REVERSA, LUEGO
      *>   APROBACION, LUEGO LOTE Y POR ULTIMO INTERACTIVO. UNA
      *>   COMPLEMENTARIA (COMPLEPF) VA ENTRE LA REVERSA Y LA
      *>   APROBACION
       01  WS-MODO-CORRIDA           PIC X(01) VALUE "I".
           88 MODO-ES-LOTE           VALUE "L".
           88 MODO-ES-INTERACTIVO    VALUE "I".
           88 MODO-ES-REVERSA        VALUE "R".
           88 MODO-ES-APROBACION     VALUE "A".
           88 MODO-ES-SIMULACION     VALUE "S".
           88 MODO-ES-COMPLEMENTARIA VALUE "C".

      *>   TECHO RAZONABLE PARA EL MONTO, PARA FRENAR UN TIPEO DE MAS
       01  WS-MILLONES-MAX-OK        PIC 9(9)V9 VALUE 500000000.
           02 FILLER                 PIC X(21)
               VALUE "LE CORRESPONDIO: $".
           02 WS-AP-BRUTO-VAL        PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-AP-SUCURSAL.
           02 FILLER                 PIC X(21)
               VALUE "  APORTE SUCURSAL ".
           02 WS-AP-SUC              PIC X(4).
           02 FILLER                 PIC X(03) VALUE ": $".
           02 WS-AP-SUC-VAL          PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-AP-RETEN.
           02 FILLER                 PIC X(23)
               VALUE "RETENCIONES: GAN. $".
           02 WS-AP-RET-GAN-VAL      PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(08) VALUE " IIBB $".
           02 WS-AP-RET-IIBB-VAL     PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-AP-EMBARGO.
           02 FILLER                 PIC X(24)
               VALUE "EMBARGO JUDICIAL OFICIO ".
           02 WS-AP-EMB-ORDEN        PIC X(12).
           02 FILLER                 PIC X(03) VALUE ": $".
           02 WS-AP-EMB-VAL          PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-AP-NETO.
           02 FILLER                 PIC X(18)
               VALUE "TRANSFERIDO AL CBU".
           02 WS-AP-CBU              PIC X(22).
           02 FILLER                 PIC X(03) VALUE ": $".
           02 WS-AP-NETO-VAL         PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-AP-SPN-RETENIDO.
           02 FILLER                 PIC X(38)
               VALUE "RETENIDO POR TRANSFERENCIA MINIMA..: $".
           02 WS-AP-SPN-RETENIDO-VAL PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-AP-SPN-LIBERADO.
           02 FILLER                 PIC X(38)
               VALUE "INCLUYE SALDO ACUMULADO LIBERADO...: $".
           02 WS-AP-SPN-LIBERADO-VAL PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-AP-SPN-PENDIENTE.
           02 FILLER                 PIC X(38)
               VALUE "SALDO PENDIENTE DE TRANSFERIR......: $".
           02 WS-AP-SPN-PENDIENTE-VAL
                                     PIC ZZZ.ZZZ.ZZ9,99.

      *>   MONEDA DE LA DISTRIBUCION ACTUAL, MONTO EN ESA MONEDA Y
      *>   COTIZACION APLICADA (VER 4500-CONVERTIR-MONEDA): PARA UNA
      *>       HOY, SALVO EN UNA REVERSA: AHI SE USA LA FECHA DE LA
      *>       CORRIDA ORIGINAL, PARA QUE LA REVERSA SE CALCULE CON EL
      *>       MISMO PORCENTAJE QUE SE USO ESE DIA Y NO CON EL DE HOY
      *>       UNA COMPLEMENTARIA, POR LA MISMA RAZON, USA LOS
      *>       PORCENTAJES DE LA SEMANA QUE CORRIGE
           EVALUATE TRUE
               WHEN MODO-ES-REVERSA
                   PERFORM 0600-LEER-REVERSA
                       THRU 0600-LEER-REVERSA-EXIT
                   MOVE WS-REV-FECHA TO WS-FECHA-PORCENTAJES
               WHEN MODO-ES-COMPLEMENTARIA
                   PERFORM 0750-LEER-COMPLEMENTARIA
                       THRU 0750-LEER-COMPLEMENTARIA-EXIT
                   MOVE WS-COMP-FECHA TO WS-FECHA-PORCENTAJES
               WHEN OTHER
                   MOVE WS-FECHA-CORRIDA TO WS-FECHA-PORCENTAJES
           END-EVALUATE

           PERFORM 2000-CARGAR-PORCENTAJES
               THRU 2000-CARGAR-PORCENTAJES-EXIT
           PERFORM 3500-CARGAR-RETENCIONES
               THRU 3500-CARGAR-RETENCIONES-EXIT

           PERFORM 3600-CARGAR-EMBARGOS
               THRU 3600-CARGAR-EMBARGOS-EXIT

           PERFORM 3700-CARGAR-SALDOS
               THRU 3700-CARGAR-SALDOS-EXIT

           EVALUATE TRUE
               WHEN MODO-ES-SIMULACION
                   PERFORM 0650-LEER-SIMULACION
               WHEN MODO-ES-REVERSA
                   MOVE WS-REV-MILLONES TO MILLONES

                   PERFORM 5100-DISTRIBUIR-SUCURSALES
                       THRU 5100-DISTRIBUIR-SUCURSALES-EXIT

                   PERFORM 6100-REGISTRAR-REVERSA
                       THRU 6100-REGISTRAR-REVERSA-EXIT

               WHEN MODO-ES-COMPLEMENTARIA
                   MOVE WS-COMP-MILLONES TO MILLONES

                   DISPLAY "DISTRIBUCION COMPLEMENTARIA DE $" MILLONES
                       " (" WS-COMP-NOTA ")"

                   PERFORM 5100-DISTRIBUIR-SUCURSALES
                       THRU 5100-DISTRIBUIR-SUCURSALES-EXIT

      *>               MISMO UMBRAL DE DOBLE CONTROL QUE UN MONTO
      *>               TECLEADO: UNA CORRECCION GRANDE TAMBIEN ESPERA
      *>               UN APROBADOR
                   IF MILLONES > WS-APROBACION-UMBRAL
                       PERFORM 6300-REGISTRAR-PENDIENTE
                           THRU 6300-REGISTRAR-PENDIENTE-EXIT
                   ELSE
                       PERFORM 6000-REGISTRAR-LEDGER
                           THRU 6000-REGISTRAR-LEDGER-EXIT
                   END-IF

               WHEN MODO-ES-APROBACION
                   PERFORM 0700-LEER-APROBACION
                       THRU 0700-LEER-APROBACION-EXIT
                   MOVE WS-APROB-MILLONES TO MILLONES

                   PERFORM 5100-DISTRIBUIR-SUCURSALES
                       THRU 5100-DISTRIBUIR-SUCURSALES-EXIT

                   PERFORM 6000-REGISTRAR-LEDGER
                       THRU 6000-REGISTRAR-LEDGER-EXIT
                   PERFORM 4000-PEDIR-MONTO
                       THRU 4000-PEDIR-MONTO-EXIT

                   PERFORM 5100-DISTRIBUIR-SUCURSALES
                       THRU 5100-DISTRIBUIR-SUCURSALES-EXIT

                   IF MILLONES > WS-APROBACION-UMBRAL
                       PERFORM 6300-REGISTRAR-PENDIENTE
      *>   APROBADOR SEA OTRA PERSONA QUE EL QUE PIDIO (VER 0700).
      *>   SIN MAESTRO DE OPERADORES NO SE OPERA: UN CONTROL DE
      *>   ACCESO QUE SE APAGA SOLO CUANDO FALTA EL ARCHIVO NO
      *>   CONTROLA NADA. EL CODIGO SE CONFIRMA CON EL PIN DEL
      *>   OPERADOR (VER SESCALC.CPY) Y CADA INTENTO QUEDA EN SESIONPF
       0400-INICIAR-SESION.

           MOVE "N" TO WS-OPER-HALLADO-SW
           MOVE "CL-18-EJ-18" TO WS-SES-PROGRAMA

           DISPLAY "INGRESE SU CODIGO DE OPERADOR"
           MOVE SPACES TO WS-OPER-CODIGO
                           SET OPER-HALLADO TO TRUE
                           MOVE OPER-REG-NIVEL TO WS-OPER-NIVEL
                           MOVE OPER-REG-NOMBRE TO WS-OPER-NOMBRE
                           PERFORM 8610-TOMAR-DATOS-OPER
                               THRU 8610-TOMAR-DATOS-OPER-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF NOT OPER-HALLADO
               DISPLAY "ERROR: EL OPERADOR '" WS-OPER-CODIGO "' NO "
                   "ESTA EN EL MAESTRO OPERPF"
               SET SES-OPER-INEXISTENTE TO TRUE
               PERFORM 8680-REGISTRAR-INTENTO
                   THRU 8680-REGISTRAR-INTENTO-EXIT
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 8600-VERIFICAR-PIN
               THRU 8600-VERIFICAR-PIN-EXIT

           IF NOT SES-AUTORIZADA
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
                   WS-OPER-NOMBRE ") TIENE NIVEL " WS-OPER-NIVEL
                   " Y ESTE MODO DE CORRIDA EXIGE NIVEL "
                   WS-NIVEL-REQUERIDO
               SET SES-NIVEL-INSUFICIENTE TO TRUE
               PERFORM 8680-REGISTRAR-INTENTO
                   THRU 8680-REGISTRAR-INTENTO-EXIT
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           SET SES-INGRESO-OK TO TRUE
           PERFORM 8680-REGISTRAR-INTENTO
               THRU 8680-REGISTRAR-INTENTO-EXIT

           DISPLAY "SESION INICIADA: " WS-OPER-CODIGO " ("
               WS-OPER-NOMBRE ") NIVEL " WS-OPER-NIVEL.

               GO TO 0500-DETECTAR-MODO-EXIT
           END-IF

      *>       UNA COMPLEMENTARIA NO LE GANA A UNA CORRIDA ENCADENADA
      *>       DE DRV18TOT: SI HAY UN TOTAL SEMANAL ESPERANDO EN
      *>       TOTSEMPF, EL PEDIDO QUEDA PARA LA PROXIMA CORRIDA
           OPEN INPUT COMPLE-FILE
           IF FS-COMPLE-OK
               READ COMPLE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "C" TO WS-MODO-CORRIDA
               END-READ
               CLOSE COMPLE-FILE
           ELSE
               CLOSE COMPLE-FILE
           END-IF

           IF MODO-ES-COMPLEMENTARIA
               OPEN INPUT TOTSEM-FILE
               IF FS-TOTSEM-OK
                   READ TOTSEM-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE "I" TO WS-MODO-CORRIDA
                           DISPLAY "AVISO: HAY UN TOTAL SEMANAL "
                               "ENCADENADO EN TOTSEMPF; LA "
                               "COMPLEMENTARIA DE COMPLEPF QUEDA "
                               "PARA LA PROXIMA CORRIDA"
                   END-READ
               END-IF
               CLOSE TOTSEM-FILE
           END-IF

           IF MODO-ES-COMPLEMENTARIA
               GO TO 0500-DETECTAR-MODO-EXIT
           END-IF

      *>       LA APROBACION VA DESPUES DE LA REVERSA Y ANTES DEL LOTE:
      *>       UNA CONFIRMACION PENDIENTE DEBE RESOLVERSE ANTES DE
      *>       EMPEZAR CUALQUIER OTRA COSA, PERO NO PISA UNA REVERSA
                   ELSE
                       MOVE 0 TO WS-REV-CORRIDA
                   END-IF
                   MOVE REV-REG-SUC TO WS-RES-SUC
           END-READ

           CLOSE REVERSA-FILE
               GOBACK
           END-IF

           PERFORM 0620-LEER-DIST-ORIGINAL
               THRU 0620-LEER-DIST-ORIGINAL-EXIT

      *>       SE VACIA EL ARCHIVO DE PEDIDO PARA QUE NO SE VUELVA A
      *>       PROCESAR LA MISMA REVERSA EN LA PROXIMA CORRIDA
           OPEN OUTPUT REVERSA-FILE
           EXIT.


      *>   UNA REVERSA DE UNA CORRIDA QUE SE REPARTIO POR SUCURSAL
      *>   REPITE EXACTAMENTE EL DETALLE QUE ESA CORRIDA DEJO EN
      *>   DISTSUCPF, SI ESE DETALLE SUMA EL MONTO A REVERSAR (UNA
      *>   REVERSA TOTAL). SI NO (REVERSA PARCIAL DE COR-VISIT, O UNA
      *>   CORRIDA SIN DETALLE), EL MONTO SE REPARTE CON EL ESQUEMA
      *>   DE LA SUCURSAL DEL PEDIDO (WS-RES-SUC) O CON EL GENERAL
       0620-LEER-DIST-ORIGINAL.

           MOVE 0 TO WS-CANT-SUCDIST
           MOVE 0 TO WS-SD-SUMA-MONTO
           MOVE "N" TO WS-SD-DESCARTE-SW

           IF WS-REV-CORRIDA > 0
               PERFORM 0625-BUSCAR-DIST-ORIGINAL
                   THRU 0625-BUSCAR-DIST-ORIGINAL-EXIT
           END-IF

           IF WS-CANT-SUCDIST > 0
                   AND NOT SD-DESCARTADO
                   AND WS-SD-SUMA-MONTO = WS-REV-MILLONES
               SET SD-REPARTO-FIJO TO TRUE
               DISPLAY "LA REVERSA REPITE EL DETALLE POR SUCURSAL DE "
                   "LA CORRIDA NRO " WS-REV-CORRIDA
               GO TO 0620-LEER-DIST-ORIGINAL-EXIT
           END-IF

           MOVE 0 TO WS-CANT-SUCDIST

           IF WS-RES-SUC NOT = SPACES
               MOVE 1 TO WS-CANT-SUCDIST
               MOVE WS-RES-SUC TO WS-SD-SUC(1)
               MOVE WS-REV-MILLONES TO WS-SD-MONTO(1)
           END-IF.

       0620-LEER-DIST-ORIGINAL-EXIT.
           EXIT.


      *>   RECORRE DISTSUCPF BUSCANDO LAS LINEAS NORMALES DE LA
      *>   CORRIDA QUE SE REVERSA. SIN ARCHIVO NO HAY DETALLE
       0625-BUSCAR-DIST-ORIGINAL.

           OPEN INPUT DISTSUC-FILE

           IF NOT FS-DISTSUC-OK
               CLOSE DISTSUC-FILE
               GO TO 0625-BUSCAR-DIST-ORIGINAL-EXIT
           END-IF

           PERFORM UNTIL FS-DISTSUC-EOF
               READ DISTSUC-FILE
                   AT END
                       SET FS-DISTSUC-EOF TO TRUE
                   NOT AT END
                       IF DSU-REG-MODO = "N"
                               AND DSU-REG-CORRIDA = WS-REV-CORRIDA
                               AND DSU-REG-NRO > 0
                           PERFORM 0630-ACUMULAR-DIST-ORIGINAL
                               THRU 0630-ACUMULAR-DIST-ORIGINAL-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DISTSUC-FILE.

       0625-BUSCAR-DIST-ORIGINAL-EXIT.
           EXIT.


      *>   SUMA UNA LINEA DE DISTSUCPF DE LA CORRIDA ORIGINAL EN LA
      *>   ENTRADA DE SU SUCURSAL (LA AGREGA SI ES LA PRIMERA)
       0630-ACUMULAR-DIST-ORIGINAL.

           PERFORM VARYING WS-SD-IX FROM 1 BY 1
                   UNTIL WS-SD-IX > WS-CANT-SUCDIST
                   OR WS-SD-SUC(WS-SD-IX) = DSU-REG-SUC
               CONTINUE
           END-PERFORM

           IF WS-SD-IX > WS-CANT-SUCDIST
               IF WS-CANT-SUCDIST = 9
      *>           MAS SUCURSALES QUE LAS QUE ENTRAN: SE DESCARTA EL
      *>           DETALLE Y LA REVERSA SE REPARTE POR ESQUEMA
                   SET SD-DESCARTADO TO TRUE
                   GO TO 0630-ACUMULAR-DIST-ORIGINAL-EXIT
               END-IF
               ADD 1 TO WS-CANT-SUCDIST
               MOVE WS-CANT-SUCDIST TO WS-SD-IX
               MOVE DSU-REG-SUC TO WS-SD-SUC(WS-SD-IX)
               MOVE 0 TO WS-SD-MONTO(WS-SD-IX)
               MOVE DSU-REG-ESQ-TIPO TO WS-SD-ESQ-TIPO(WS-SD-IX)
               MOVE DSU-REG-ESQ-CLAVE TO WS-SD-ESQ-CLAVE(WS-SD-IX)
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > 9
                   MOVE 0 TO WS-SD-PART(WS-SD-IX, i)
               END-PERFORM
           END-IF

           ADD DSU-REG-MONTO TO WS-SD-PART(WS-SD-IX, DSU-REG-NRO)
           ADD DSU-REG-MONTO TO WS-SD-MONTO(WS-SD-IX)
           ADD DSU-REG-MONTO TO WS-SD-SUMA-MONTO.

       0630-ACUMULAR-DIST-ORIGINAL-EXIT.
           EXIT.


      *>   LEE EL MONTO A SIMULAR DE SIMULAPF Y VACIA EL ARCHIVO PARA
      *>   QUE LA PROXIMA CORRIDA VUELVA A SER REAL (MISMO CRITERIO DE
      *>   ENLACE DE UN SOLO USO QUE 0600-LEER-REVERSA). EL MONTO SE
                       END-IF
                       SET TOTSEM-LEIDO TO TRUE
                   END-IF
      *>           EL MONTO DE CADA SUCURSAL DE UN PENDIENTE REPARTIDO
      *>           POR SUCURSAL; UN PENDIENTE VIEJO SIN ESTOS CAMPOS
      *>           LLEGA CON BLANCOS Y SE REPARTE CON EL GENERAL
                   MOVE 0 TO WS-CANT-SUCDIST
                   IF APROB-REG-CANT-SUC IS NUMERIC
                       MOVE APROB-REG-CANT-SUC TO WS-CANT-SUCDIST
                   END-IF
                   PERFORM VARYING WS-SD-IX FROM 1 BY 1
                           UNTIL WS-SD-IX > WS-CANT-SUCDIST
                       MOVE APROB-REG-SUC(WS-SD-IX)
                           TO WS-SD-SUC(WS-SD-IX)
                       IF APROB-REG-MONTO-SUC(WS-SD-IX) IS NUMERIC
                           MOVE APROB-REG-MONTO-SUC(WS-SD-IX)
                               TO WS-SD-MONTO(WS-SD-IX)
                       ELSE
                           MOVE 0 TO WS-SD-MONTO(WS-SD-IX)
                       END-IF
                   END-PERFORM
           END-READ

           CLOSE APROB-FILE
           EXIT.


      *>   LEE EL PEDIDO DE DISTRIBUCION COMPLEMENTARIA QUE DEJO
      *>   COR-VISIT (DIFERENCIA EN PESOS DE UNA SEMANA YA DISTRIBUIDA
      *>   A LA QUE SE LE AGREGARON VISITAS) Y VACIA COMPLEPF, MISMO
      *>   CRITERIO QUE 0600 CON REVERSAPF. LAS VISITAS AGREGADAS Y LA
      *>   TARIFA DE ESA SEMANA SE CARGAN COMO LAS DE UNA CORRIDA
      *>   ENCADENADA PARA QUE LA LINEA DEL LIBRO LLEVE VIS=/TARIFA=
       0750-LEER-COMPLEMENTARIA.

           MOVE 0 TO WS-COMP-FECHA
           MOVE 0 TO WS-COMP-MILLONES
           MOVE SPACES TO WS-COMP-NOTA
           MOVE 0 TO WS-COMP-CORRIDA

           OPEN INPUT COMPLE-FILE

           IF NOT FS-COMPLE-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR COMPLEPF - STATUS "
                   WS-FS-COMPLE
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           READ COMPLE-FILE
               AT END
                   DISPLAY "ERROR: COMPLEPF QUEDO VACIO ENTRE LA "
                       "DETECCION DE MODO Y LA LECTURA"
                   DISPLAY "PROGRAMA ABORTADO"
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               NOT AT END
                   MOVE COMP-REG-FECHA TO WS-COMP-FECHA
                   MOVE COMP-REG-MILLONES TO WS-COMP-MILLONES
                   MOVE COMP-REG-NOTA TO WS-COMP-NOTA
                   MOVE COMP-REG-CORRIDA TO WS-COMP-CORRIDA
                   MOVE COMP-REG-VISITAS TO WS-TOTSEM-VISITAS
                   MOVE COMP-REG-TARIFA TO WS-TOTSEM-TARIFA
      *>           LA DIFERENCIA ES TODA DE UNA SUCURSAL Y SE REPARTE
      *>           CON SU ESQUEMA (VER 5100); UN PEDIDO VIEJO SIN LA
      *>           SUCURSAL SE REPARTE CON EL GENERAL, COMO ANTES
                   MOVE 0 TO WS-CANT-SUCDIST
                   IF COMP-REG-SUC NOT = SPACES
                       MOVE 1 TO WS-CANT-SUCDIST
                       MOVE COMP-REG-SUC TO WS-SD-SUC(1)
                       MOVE COMP-REG-MILLONES TO WS-SD-MONTO(1)
                   END-IF
           END-READ

           CLOSE COMPLE-FILE

           IF WS-COMP-MILLONES NOT > 0
                   OR WS-COMP-MILLONES > WS-MILLONES-MAX-OK
               DISPLAY "ERROR: EL MONTO DE LA COMPLEMENTARIA ES "
                   "INVALIDO: " WS-COMP-MILLONES
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           SET TOTSEM-LEIDO TO TRUE
           MOVE "ARS" TO WS-MONEDA
           MOVE WS-COMP-MILLONES TO WS-MONTO-ORIG
           MOVE 1 TO WS-COTIZ

      *>       EL CONTROL DE PERIODO CERRADO CORRE ANTES DE VACIAR EL
      *>       PEDIDO, POR LA MISMA RAZON QUE EN 0600 (6000 LO REPITE)
           MOVE WS-FECHA-CORRIDA(1:6) TO WS-PERIODO-VERIFICAR
           PERFORM 0800-VERIFICAR-PERIODO
               THRU 0800-VERIFICAR-PERIODO-EXIT
           IF PERIODO-CERRADO
               DISPLAY "ERROR: EL PERIODO " WS-PERIODO-VERIFICAR
                   " ESTA CERRADO, NO SE PUEDE REGISTRAR LA "
                   "COMPLEMENTARIA"
               DISPLAY "EL PEDIDO SIGUE EN COMPLEPF; REABRA EL "
                   "PERIODO CON CIE-MES SI DE VERDAD CORRESPONDE"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "COMPLEMENTARIA DE LA SEMANA DEL " WS-COMP-FECHA
               " (CORRIDA ORIGINAL NRO " WS-COMP-CORRIDA ")"

           OPEN OUTPUT COMPLE-FILE
           CLOSE COMPLE-FILE.

       0750-LEER-COMPLEMENTARIA-EXIT.
           EXIT.


      *>   LEE DEL ARCHIVO DE PARAMETROS EL PORCENTAJE VIGENTE DE CADA
      *>   PARTICIPANTE A LA FECHA WS-FECHA-PORCENTAJES. PARTICPF PUEDE
      *>   TRAER VARIOS REGISTROS PARA EL MISMO PARTICIPANTE, CADA UNO
      *>   CON SU PROPIA FECHA DE VIGENCIA DESDE; PARA CADA NRO SE
      *>   QUEDA CON EL REGISTRO DE VIGENCIA MAS RECIENTE QUE NO SEA
      *>   POSTERIOR A LA FECHA DE REFERENCIA (UN REGISTRO CON VIGENCIA
      *>   FUTURA TODAVIA NO APLICA Y SE IGNORA). LA ELECCION SE HACE
      *>   POR SEPARADO EN CADA ESQUEMA (GENERAL, DE SUCURSAL O DE
      *>   REGION, VER TABLA-ESQUEMAS); EL NOMBRE Y EL CBU SON LOS DEL
      *>   REGISTRO MAS RECIENTE DE CUALQUIER ESQUEMA, Y PORCENTAJES
      *>   QUEDA CON LOS DEL ESQUEMA GENERAL
       2000-CARGAR-PORCENTAJES.

           OPEN INPUT PARTIC-FILE
               MOVE 0 TO WS-VIG-ELEGIDA(i)
           END-PERFORM

      *>       EL ESQUEMA GENERAL OCUPA SIEMPRE LA PRIMERA ENTRADA
           MOVE 1 TO WS-CANT-ESQUEMAS
           MOVE 1 TO WS-ESQ-IX
           PERFORM 2150-LIMPIAR-ESQUEMA
               THRU 2150-LIMPIAR-ESQUEMA-EXIT
           MOVE "G" TO WS-ESQ-TIPO(1)
           MOVE SPACES TO WS-ESQ-CLAVE(1)

           PERFORM UNTIL FS-PARTIC-EOF
               READ PARTIC-FILE
                   AT END
                           GOBACK
                       END-IF

                       PERFORM 2100-UBICAR-ESQUEMA
                           THRU 2100-UBICAR-ESQUEMA-EXIT

                       IF PARTIC-REG-VIGENCIA NOT > WS-FECHA-PORCENTAJES
                               AND PARTIC-REG-VIGENCIA >
                                   WS-ESQ-VIG(WS-ESQ-IX, PARTIC-REG-NRO)
                           MOVE PARTIC-REG-PORCENTAJE
                               TO WS-ESQ-PORC(WS-ESQ-IX, PARTIC-REG-NRO)
                           MOVE PARTIC-REG-VIGENCIA
                               TO WS-ESQ-VIG(WS-ESQ-IX, PARTIC-REG-NRO)
                           SET ESQ-VIGENTE(WS-ESQ-IX) TO TRUE
                       END-IF

                       IF PARTIC-REG-VIGENCIA NOT > WS-FECHA-PORCENTAJES
                               AND PARTIC-REG-VIGENCIA >
                                   WS-VIG-ELEGIDA(PARTIC-REG-NRO)
                           MOVE PARTIC-REG-NOMBRE
                               TO NOMBRES(PARTIC-REG-NRO)
                           MOVE PARTIC-REG-CBU
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-PERFORM

      *>       EL ESQUEMA GENERAL ES EL QUE SE USA CUANDO UNA SUCURSAL
      *>       NO TIENE ESQUEMA PROPIO NI DE SU REGION, Y EL DE TODA
      *>       CORRIDA SIN DESGLOSE POR SUCURSAL: TIENE QUE EXISTIR
           IF NOT ESQ-VIGENTE(1)
               DISPLAY "ERROR: PARTICPF NO TIENE NINGUN PORCENTAJE "
                   "VIGENTE DEL ESQUEMA GENERAL A LA FECHA "
                   WS-FECHA-PORCENTAJES
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > 9
               MOVE WS-ESQ-PORC(1, i) TO PORCENTAJES(i)
           END-PERFORM

           IF WS-CANT-ESQUEMAS > 1
               PERFORM 2200-CARGAR-SUCURSALES
                   THRU 2200-CARGAR-SUCURSALES-EXIT
           END-IF.

       2000-CARGAR-PORCENTAJES-EXIT.
           EXIT.


      *>   DEJA EN WS-ESQ-IX LA ENTRADA DE TABLA-ESQUEMAS DEL ESQUEMA
      *>   DEL REGISTRO DE PARTICPF RECIEN LEIDO, AGREGANDOLA SI ES
      *>   LA PRIMERA VEZ QUE APARECE. UN TIPO QUE NO SEA S NI R (O
      *>   UN REGISTRO VIEJO SIN EL CAMPO) ES EL ESQUEMA GENERAL
       2100-UBICAR-ESQUEMA.

           IF PARTIC-REG-ESQ-TIPO = "S" OR PARTIC-REG-ESQ-TIPO = "R"
               MOVE PARTIC-REG-ESQ-TIPO TO WS-ESQ-TIPO-LEIDO
               MOVE PARTIC-REG-ESQ-CLAVE TO WS-ESQ-CLAVE-LEIDA
           ELSE
               MOVE 1 TO WS-ESQ-IX
               GO TO 2100-UBICAR-ESQUEMA-EXIT
           END-IF

           PERFORM VARYING WS-ESQ-IX FROM 2 BY 1
                   UNTIL WS-ESQ-IX > WS-CANT-ESQUEMAS
                   OR (WS-ESQ-TIPO(WS-ESQ-IX) = WS-ESQ-TIPO-LEIDO
                       AND WS-ESQ-CLAVE(WS-ESQ-IX) = WS-ESQ-CLAVE-LEIDA)
               CONTINUE
           END-PERFORM

           IF WS-ESQ-IX NOT > WS-CANT-ESQUEMAS
               GO TO 2100-UBICAR-ESQUEMA-EXIT
           END-IF

           IF WS-CANT-ESQUEMAS = 20
               DISPLAY "ERROR: PARTICPF TIENE MAS DE 20 ESQUEMAS DE "
                   "REPARTO, NO ENTRAN EN LA TABLA"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-CANT-ESQUEMAS
           MOVE WS-CANT-ESQUEMAS TO WS-ESQ-IX
           PERFORM 2150-LIMPIAR-ESQUEMA
               THRU 2150-LIMPIAR-ESQUEMA-EXIT
           MOVE WS-ESQ-TIPO-LEIDO TO WS-ESQ-TIPO(WS-ESQ-IX)
           MOVE WS-ESQ-CLAVE-LEIDA TO WS-ESQ-CLAVE(WS-ESQ-IX).

       2100-UBICAR-ESQUEMA-EXIT.
           EXIT.


      *>   DEJA EN CERO LA ENTRADA WS-ESQ-IX DE TABLA-ESQUEMAS
       2150-LIMPIAR-ESQUEMA.

           MOVE "N" TO WS-ESQ-VIGENTE-SW(WS-ESQ-IX)
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > 9
               MOVE 0 TO WS-ESQ-PORC(WS-ESQ-IX, i)
               MOVE 0 TO WS-ESQ-VIG(WS-ESQ-IX, i)
           END-PERFORM.

       2150-LIMPIAR-ESQUEMA-EXIT.
           EXIT.


      *>   CARGA CODIGO Y REGION DE CADA SUCURSAL DE SUCURPF, PARA
      *>   RESOLVER LOS ESQUEMAS DE REGION (VER 2300). SIN EL MAESTRO
      *>   SOLO SE PUEDEN RESOLVER LOS ESQUEMAS DE SUCURSAL, QUE SE
      *>   BUSCAN POR EL CODIGO; EL RESTO VA AL GENERAL
       2200-CARGAR-SUCURSALES.

           MOVE 0 TO WS-CANT-SUCUR

           OPEN INPUT SUCUR-FILE

           IF NOT FS-SUCUR-OK
               DISPLAY "AVISO: NO HAY MAESTRO DE SUCURSALES SUCURPF, "
                   "NO SE PUEDEN USAR LOS ESQUEMAS POR REGION"
               CLOSE SUCUR-FILE
               GO TO 2200-CARGAR-SUCURSALES-EXIT
           END-IF

           PERFORM UNTIL FS-SUCUR-EOF
               READ SUCUR-FILE
                   AT END
                       SET FS-SUCUR-EOF TO TRUE
                   NOT AT END
                       IF WS-CANT-SUCUR = 20
                           DISPLAY "ERROR: SUCURPF TIENE MAS DE 20 "
                               "SUCURSALES, NO ENTRAN EN LA TABLA"
                           DISPLAY "PROGRAMA ABORTADO"
                           MOVE 1 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-CANT-SUCUR
                       MOVE SUCUR-REG-CODIGO
                           TO WS-SUC-CODIGO(WS-CANT-SUCUR)
                       MOVE SUCUR-REG-REGION
                           TO WS-SUC-REGION(WS-CANT-SUCUR)
               END-READ
           END-PERFORM

           CLOSE SUCUR-FILE.

       2200-CARGAR-SUCURSALES-EXIT.
           EXIT.


      *>   ELIGE EL ESQUEMA CON QUE SE REPARTE EL MONTO DE LA
      *>   SUCURSAL WS-RES-SUC: EL DE LA SUCURSAL SI TIENE UNO
      *>   VIGENTE, SI NO EL DE SU REGION, SI NO EL GENERAL. LA
      *>   ENTRADA ELEGIDA QUEDA EN WS-RES-ESQ
       2300-RESOLVER-ESQUEMA.

           MOVE 1 TO WS-RES-ESQ

           PERFORM VARYING WS-ESQ-IX FROM 2 BY 1
                   UNTIL WS-ESQ-IX > WS-CANT-ESQUEMAS
               IF ESQ-VIGENTE(WS-ESQ-IX)
                       AND WS-ESQ-TIPO(WS-ESQ-IX) = "S"
                       AND WS-ESQ-CLAVE(WS-ESQ-IX) = WS-RES-SUC
                   MOVE WS-ESQ-IX TO WS-RES-ESQ
               END-IF
           END-PERFORM

           IF WS-RES-ESQ > 1
               GO TO 2300-RESOLVER-ESQUEMA-EXIT
           END-IF

           MOVE SPACES TO WS-RES-REGION
           PERFORM VARYING WS-SUC-IX FROM 1 BY 1
                   UNTIL WS-SUC-IX > WS-CANT-SUCUR
               IF WS-SUC-CODIGO(WS-SUC-IX) = WS-RES-SUC
                   MOVE WS-SUC-REGION(WS-SUC-IX) TO WS-RES-REGION
               END-IF
           END-PERFORM

           IF WS-RES-REGION = SPACES
               GO TO 2300-RESOLVER-ESQUEMA-EXIT
           END-IF

           PERFORM VARYING WS-ESQ-IX FROM 2 BY 1
                   UNTIL WS-ESQ-IX > WS-CANT-ESQUEMAS
               IF ESQ-VIGENTE(WS-ESQ-IX)
                       AND WS-ESQ-TIPO(WS-ESQ-IX) = "R"
                       AND WS-ESQ-CLAVE(WS-ESQ-IX) = WS-RES-REGION
                   MOVE WS-ESQ-IX TO WS-RES-ESQ
               END-IF
           END-PERFORM.

       2300-RESOLVER-ESQUEMA-EXIT.
           EXIT.


      *>   SUMA LOS PORCENTAJES CARGADOS (WS-CANT-PARTICIPANTES DE
      *>   ELLOS) Y VERIFICA QUE DEN 100% ANTES DE REPARTIR NINGUN
      *>   MONTO; SI NO CIERRAN, ABORTA. CADA ESQUEMA VIGENTE DE
      *>   SUCURSAL O DE REGION TIENE QUE CERRAR EN 100 POR SU CUENTA
       3000-VALIDAR-PORCENTAJES.

           MOVE 0 TO WS-SUMA-PORCENTAJES
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WS-ESQ-IX FROM 2 BY 1
                   UNTIL WS-ESQ-IX > WS-CANT-ESQUEMAS
               IF ESQ-VIGENTE(WS-ESQ-IX)
                   MOVE 0 TO WS-SUMA-PORCENTAJES
                   PERFORM VARYING i FROM 1 BY 1
                           UNTIL i > WS-CANT-PARTICIPANTES
                       ADD WS-ESQ-PORC(WS-ESQ-IX, i)
                           TO WS-SUMA-PORCENTAJES
                   END-PERFORM
                   IF WS-SUMA-PORCENTAJES NOT = 100
                       DISPLAY "ERROR: LOS PORCENTAJES DEL ESQUEMA "
                           WS-ESQ-TIPO(WS-ESQ-IX) " "
                           WS-ESQ-CLAVE(WS-ESQ-IX) " DE PARTICPF "
                           "SUMAN " WS-SUMA-PORCENTAJES
                           " Y DEBEN SUMAR 100"
                       DISPLAY "PROGRAMA ABORTADO"
                       MOVE 1 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF
           END-PERFORM.

       3000-VALIDAR-PORCENTAJES-EXIT.
           EXIT.
           EXIT.


      *>   CARGA DE EMBARGPF LOS OFICIOS DE EMBARGO VIGENTES A LA FECHA
      *>   DE LA CORRIDA (DESDE NO POSTERIOR Y HASTA EN CERO O NO
      *>   ANTERIOR) Y, DE EMBMOVPF, LO YA DEPOSITADO POR CADA UNO,
      *>   PARA SABER CUANTO LE FALTA PARA LLEGAR AL TOPE. UN OFICIO
      *>   QUE YA LLEGO AL TOPE NO SE CARGA. VA POR LA FECHA DE LA
      *>   CORRIDA Y NO POR LA DE REFERENCIA DE LOS PORCENTAJES: EL
      *>   EMBARGO SE APLICA AL PAGO QUE SALE HOY. SI EMBARGPF NO
      *>   EXISTE NO HAY EMBARGOS Y LA CORRIDA PAGA COMO ANTES
       3600-CARGAR-EMBARGOS.

           MOVE 0 TO WS-CANT-EMBARGOS

           OPEN INPUT EMBARG-FILE

           IF NOT FS-EMBARG-OK
               CLOSE EMBARG-FILE
               GO TO 3600-CARGAR-EMBARGOS-EXIT
           END-IF

           PERFORM UNTIL FS-EMBARG-EOF
               READ EMBARG-FILE
                   AT END
                       SET FS-EMBARG-EOF TO TRUE
                   NOT AT END
                       IF EMB-REG-DESDE NOT > WS-FECHA-CORRIDA
                               AND (EMB-REG-HASTA = 0
                                   OR EMB-REG-HASTA NOT <
                                       WS-FECHA-CORRIDA)
      *>                   EL PARTICIPANTE SE USA COMO SUBINDICE Y LA
      *>                   MODALIDAD DECIDE EL CALCULO: UN OFICIO MAL
      *>                   CARGADO NO PUEDE PASAR EN SILENCIO, PORQUE
      *>                   EL PAGO SALDRIA SIN EMBARGAR
                           IF EMB-REG-NRO < 1 OR EMB-REG-NRO > 9
                                   OR (EMB-REG-TIPO NOT = "P"
                                       AND EMB-REG-TIPO NOT = "F")
                                   OR EMB-REG-CBU = SPACES
                               DISPLAY "ERROR: EL OFICIO DE EMBARGO "
                                   EMB-REG-ORDEN " ESTA MAL CARGADO "
                                   "EN EMBARGPF"
                               DISPLAY "PROGRAMA ABORTADO"
                               MOVE 1 TO RETURN-CODE
                               GOBACK
                           END-IF
                           IF WS-CANT-EMBARGOS = 30
                               DISPLAY "ERROR: EMBARGPF TIENE MAS "
                                   "DE 30 OFICIOS VIGENTES, NO "
                                   "ENTRAN EN LA TABLA"
                               DISPLAY "PROGRAMA ABORTADO"
                               MOVE 1 TO RETURN-CODE
                               GOBACK
                           END-IF
                           ADD 1 TO WS-CANT-EMBARGOS
                           MOVE EMB-REG-NRO
                               TO WS-EMB-NRO(WS-CANT-EMBARGOS)
                           MOVE EMB-REG-ORDEN
                               TO WS-EMB-ORDEN(WS-CANT-EMBARGOS)
                           MOVE EMB-REG-CBU
                               TO WS-EMB-CBU(WS-CANT-EMBARGOS)
                           MOVE EMB-REG-TIPO
                               TO WS-EMB-TIPO(WS-CANT-EMBARGOS)
                           MOVE EMB-REG-PORCENTAJE
                               TO WS-EMB-PORCENTAJE(WS-CANT-EMBARGOS)
                           MOVE EMB-REG-MONTO-FIJO
                               TO WS-EMB-MONTO-FIJO(WS-CANT-EMBARGOS)
                           MOVE EMB-REG-TOPE
                               TO WS-EMB-SALDO(WS-CANT-EMBARGOS)
                           MOVE 0 TO WS-EMB-APLICADO(WS-CANT-EMBARGOS)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EMBARG-FILE

           IF WS-CANT-EMBARGOS = 0
               GO TO 3600-CARGAR-EMBARGOS-EXIT
           END-IF

      *>       LO YA DEPOSITADO POR CADA OFICIO SE DESCUENTA DEL TOPE
           OPEN INPUT EMBMOV-FILE

           IF FS-EMBMOV-OK
               PERFORM UNTIL FS-EMBMOV-EOF
                   READ EMBMOV-FILE
                       AT END
                           SET FS-EMBMOV-EOF TO TRUE
                       NOT AT END
                           PERFORM VARYING k FROM 1 BY 1
                                   UNTIL k > WS-CANT-EMBARGOS
                               IF WS-EMB-ORDEN(k) = EMV-REG-ORDEN
                                   IF EMV-REG-MONTO < WS-EMB-SALDO(k)
                                       SUBTRACT EMV-REG-MONTO
                                           FROM WS-EMB-SALDO(k)
                                   ELSE
                                       MOVE 0 TO WS-EMB-SALDO(k)
                                   END-IF
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
           END-IF

           CLOSE EMBMOV-FILE

           PERFORM VARYING k FROM 1 BY 1 UNTIL k > WS-CANT-EMBARGOS
               IF WS-EMB-SALDO(k) > 0
                   MOVE WS-EMB-SALDO(k) TO WS-EMB-EDIT
                   DISPLAY "EMBARGO VIGENTE: OFICIO " WS-EMB-ORDEN(k)
                       " SOBRE EL PARTICIPANTE " WS-EMB-NRO(k)
                       ", SALDO A EMBARGAR $" WS-EMB-EDIT
               END-IF
           END-PERFORM.

       3600-CARGAR-EMBARGOS-EXIT.
           EXIT.


      *>   CARGA DE SALPENPF EL SALDO PENDIENTE DE TRANSFERIR DE CADA
      *>   PARTICIPANTE: ES EL SALDO DEL ULTIMO MOVIMIENTO DE CADA UNO
      *>   (EL ARCHIVO SE ESCRIBE SOLO AGREGANDO, EN ORDEN). SI
      *>   SALPENPF NO EXISTE NADIE TIENE SALDO PENDIENTE
       3700-CARGAR-SALDOS.

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > 9
               MOVE 0 TO WS-SPN-SALDO(i)
           END-PERFORM

           OPEN INPUT SALPEN-FILE

           IF NOT FS-SALPEN-OK
               CLOSE SALPEN-FILE
               GO TO 3700-CARGAR-SALDOS-EXIT
           END-IF

           PERFORM UNTIL FS-SALPEN-EOF
               READ SALPEN-FILE
                   AT END
                       SET FS-SALPEN-EOF TO TRUE
                   NOT AT END
      *>               EL PARTICIPANTE SE USA COMO SUBINDICE: UN
      *>               MOVIMIENTO SIN PARTICIPANTE DEJARIA PLATA SIN
      *>               DUENO, NO PUEDE PASAR EN SILENCIO
                       IF SPN-REG-NRO < 1
                           DISPLAY "ERROR: SALPENPF TIENE UN "
                               "MOVIMIENTO DE LA CORRIDA "
                               SPN-REG-CORRIDA " SIN PARTICIPANTE"
                           DISPLAY "PROGRAMA ABORTADO"
                           MOVE 1 TO RETURN-CODE
                           GOBACK
                       END-IF
                       MOVE SPN-REG-SALDO TO WS-SPN-SALDO(SPN-REG-NRO)
               END-READ
           END-PERFORM

           CLOSE SALPEN-FILE

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > 9
               IF WS-SPN-SALDO(i) > 0
                   MOVE WS-SPN-SALDO(i) TO WS-EMB-EDIT
                   DISPLAY "SALDO PENDIENTE DE TRANSFERIR: "
                       "PARTICIPANTE " i " $" WS-EMB-EDIT
               END-IF
           END-PERFORM.

       3700-CARGAR-SALDOS-EXIT.
           EXIT.


      *>   PIDE EL MONTO A DISTRIBUIR Y NO SIGUE HASTA QUE SEA UN
      *>   NUMERO VALIDO, MAYOR A CERO Y DENTRO DEL TECHO PERMITIDO
       4000-PEDIR-MONTO.

           MOVE "N" TO WS-MONTO-VALIDO

                       SET MONTO-ES-VALIDO TO TRUE
                       DISPLAY "MONTO ENCADENADO DESDE EJ-03ENCL18: "
                           MILLONES
                       PERFORM 4060-LEER-TOTAL-SUCURSAL
                           THRU 4060-LEER-TOTAL-SUCURSAL-EXIT
                   ELSE
                       DISPLAY "ERROR: EL TOTAL SEMANAL ENCADENADO "
                           "ES INVALIDO, SE PEDIRA POR TECLADO"
           EXIT.


      *>   LEE DE TOTSUCPF EL MONTO TARIFADO DE CADA SUCURSAL QUE
      *>   EJ-03ENCL18 DEJO JUNTO CON EL TOTAL SEMANAL, PARA REPARTIR
      *>   CADA UNO CON SU PROPIO ESQUEMA (VER 5100). EL DESGLOSE SE
      *>   USA SOLO SI EMPATA EXACTO CON EL TOTAL Y LAS VISITAS DE
      *>   TOTSEMPF: UN TOTSUCPF VIEJO O DE OTRA SEMANA NO PUEDE
      *>   REPARTIR UN TOTAL QUE NO ES EL SUYO. SIN DESGLOSE VALIDO
      *>   EL TOTAL SE REPARTE CON EL ESQUEMA GENERAL, COMO ANTES.
      *>   TOTSUCPF NO SE VACIA: DRV18TOT REPONE TOTSEMPF ANTES DE
      *>   REINTENTAR EL PASO Y EL DESGLOSE TIENE QUE SEGUIR AHI
       4060-LEER-TOTAL-SUCURSAL.

           MOVE 0 TO WS-CANT-SUCDIST
           MOVE 0 TO WS-SD-SUMA-MONTO
           MOVE 0 TO WS-SD-SUMA-VISITAS
           MOVE "N" TO WS-SD-DESCARTE-SW

           OPEN INPUT TOTSUC-FILE

           IF NOT FS-TOTSUC-OK
               CLOSE TOTSUC-FILE
               GO TO 4060-LEER-TOTAL-SUCURSAL-EXIT
           END-IF

           PERFORM UNTIL FS-TOTSUC-EOF
               READ TOTSUC-FILE
                   AT END
                       SET FS-TOTSUC-EOF TO TRUE
                   NOT AT END
                       IF WS-CANT-SUCDIST = 9
                               OR TOTSUC-REG-MONTO IS NOT NUMERIC
                               OR TOTSUC-REG-VISITAS IS NOT NUMERIC
                           SET SD-DESCARTADO TO TRUE
                       ELSE
                           ADD 1 TO WS-CANT-SUCDIST
                           MOVE TOTSUC-REG-SUC
                               TO WS-SD-SUC(WS-CANT-SUCDIST)
                           MOVE TOTSUC-REG-MONTO
                               TO WS-SD-MONTO(WS-CANT-SUCDIST)
                           ADD TOTSUC-REG-MONTO TO WS-SD-SUMA-MONTO
                           ADD TOTSUC-REG-VISITAS TO WS-SD-SUMA-VISITAS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TOTSUC-FILE

           IF WS-CANT-SUCDIST = 0
               GO TO 4060-LEER-TOTAL-SUCURSAL-EXIT
           END-IF

           IF SD-DESCARTADO
                   OR WS-SD-SUMA-MONTO NOT = WS-TOTSEM-MONTO
                   OR WS-SD-SUMA-VISITAS NOT = WS-TOTSEM-VISITAS
               DISPLAY "AVISO: EL DESGLOSE POR SUCURSAL DE TOTSUCPF "
                   "NO EMPATA CON EL TOTAL DE TOTSEMPF, SE REPARTE "
                   "TODO CON EL ESQUEMA GENERAL"
               MOVE 0 TO WS-CANT-SUCDIST
               GO TO 4060-LEER-TOTAL-SUCURSAL-EXIT
           END-IF

           DISPLAY "MONTO DESGLOSADO EN " WS-CANT-SUCDIST
               " SUCURSALES (TOTSUCPF)".

       4060-LEER-TOTAL-SUCURSAL-EXIT.
           EXIT.


      *>   RECORRE LOS WS-CANT-PARTICIPANTES PARTICIPANTES, DISTRIBUYE
      *>   EL MONTO SEGUN CADA PORCENTAJE Y MUESTRA EL RESULTADO YA
      *>   EDITADO. MONTOS ES PIC 9(7)V99, ASI QUE UN MILLONES GRANDE
           EXIT.


      *>   REPARTO DE UNA CORRIDA FINANCIADA POR VARIAS SUCURSALES:
      *>   EL MONTO DE CADA SUCURSAL SE REPARTE CON 5000-DISTRIBUIR
      *>   USANDO LOS PORCENTAJES DE SU ESQUEMA (VER 2300), Y LO QUE
      *>   LE TOCO A CADA PARTICIPANTE EN CADA SUCURSAL SE SUMA EN
      *>   MONTOS, QUE ES LO QUE VA AL LIBRO, A LAS RETENCIONES Y A LA
      *>   ORDEN DE PAGO. AL TERMINAR, MILLONES VUELVE A SER EL TOTAL
      *>   Y PORCENTAJES QUEDA CON LA PARTICIPACION EFECTIVA DE CADA
      *>   UNO EN ESE TOTAL (LA QUE MUESTRA EL AVISO DE PAGO). UNA
      *>   CORRIDA SIN DESGLOSE PASA DIRECTO A 5000-DISTRIBUIR
       5100-DISTRIBUIR-SUCURSALES.

           IF WS-CANT-SUCDIST = 0
               PERFORM 5000-DISTRIBUIR
                   THRU 5000-DISTRIBUIR-EXIT
               GO TO 5100-DISTRIBUIR-SUCURSALES-EXIT
           END-IF

           MOVE MILLONES TO WS-SD-TOTAL
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > 9
               MOVE 0 TO WS-SD-ACUM-PART(i)
           END-PERFORM

           PERFORM VARYING WS-SD-IX FROM 1 BY 1
                   UNTIL WS-SD-IX > WS-CANT-SUCDIST

               IF NOT SD-REPARTO-FIJO
                   PERFORM 5150-REPARTIR-SUCURSAL
                       THRU 5150-REPARTIR-SUCURSAL-EXIT
               END-IF

               PERFORM VARYING i FROM 1 BY 1
                       UNTIL i > WS-CANT-PARTICIPANTES
                   ADD WS-SD-PART(WS-SD-IX, i) TO WS-SD-ACUM-PART(i)
                       ON SIZE ERROR
                           DISPLAY "ERROR: EL TOTAL DEL PARTICIPANTE "
                               i " NO ENTRA EN EL CAMPO DE MONTOS"
                           DISPLAY "PROGRAMA ABORTADO"
                           MOVE 1 TO RETURN-CODE
                           GOBACK
                   END-ADD
               END-PERFORM

           END-PERFORM

           MOVE WS-SD-TOTAL TO MILLONES
           MOVE 0 TO WS-SUMA-REPARTIDA
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > 9
               MOVE WS-SD-ACUM-PART(i) TO MONTOS(i)
               ADD MONTOS(i) TO WS-SUMA-REPARTIDA
           END-PERFORM

      *>       EL MISMO CONTROL FINAL QUE 5000: LO REPARTIDO EN TODAS
      *>       LAS SUCURSALES TIENE QUE EMPATAR AL CENTAVO CON EL TOTAL
           IF WS-SUMA-REPARTIDA NOT = MILLONES
               DISPLAY "ERROR: LOS PAGOS POR SUCURSAL SUMAN "
                   WS-SUMA-REPARTIDA " Y EL MONTO A DISTRIBUIR ES "
                   MILLONES ", NO EMPATAN AL CENTAVO"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "TOTAL DE LA CORRIDA $" MILLONES
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-PARTICIPANTES
               COMPUTE PORCENTAJES(i) ROUNDED =
                   MONTOS(i) * 100 / MILLONES
               MOVE MONTOS(i) TO MONTOS-ED(i)
               DISPLAY "PARTICIPANTE " i " (" NOMBRES(i) "): $"
                   MONTOS-ED(i)
           END-PERFORM.

       5100-DISTRIBUIR-SUCURSALES-EXIT.
           EXIT.


      *>   REPARTE EL MONTO DE LA SUCURSAL WS-SD-IX CON SU ESQUEMA Y
      *>   GUARDA EN SU ENTRADA LO QUE LE TOCO A CADA PARTICIPANTE
       5150-REPARTIR-SUCURSAL.

           MOVE WS-SD-SUC(WS-SD-IX) TO WS-RES-SUC
           PERFORM 2300-RESOLVER-ESQUEMA
               THRU 2300-RESOLVER-ESQUEMA-EXIT
           MOVE WS-ESQ-TIPO(WS-RES-ESQ) TO WS-SD-ESQ-TIPO(WS-SD-IX)
           MOVE WS-ESQ-CLAVE(WS-RES-ESQ) TO WS-SD-ESQ-CLAVE(WS-SD-IX)

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > 9
               MOVE 0 TO WS-SD-PART(WS-SD-IX, i)
           END-PERFORM

           MOVE WS-SD-MONTO(WS-SD-IX) TO WS-SD-MONTO-ED
           DISPLAY "SUCURSAL " WS-SD-SUC(WS-SD-IX) ": $"
               WS-SD-MONTO-ED " CON EL ESQUEMA "
               WS-SD-ESQ-TIPO(WS-SD-IX) " " WS-SD-ESQ-CLAVE(WS-SD-IX)

           IF WS-SD-MONTO(WS-SD-IX) = 0
               GO TO 5150-REPARTIR-SUCURSAL-EXIT
           END-IF

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > 9
               MOVE WS-ESQ-PORC(WS-RES-ESQ, i) TO PORCENTAJES(i)
           END-PERFORM
           MOVE WS-SD-MONTO(WS-SD-IX) TO MILLONES

           PERFORM 5000-DISTRIBUIR
               THRU 5000-DISTRIBUIR-EXIT

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > 9
               MOVE MONTOS(i) TO WS-SD-PART(WS-SD-IX, i)
           END-PERFORM.

       5150-REPARTIR-SUCURSAL-EXIT.
           EXIT.


      *>   CALCULA LA RETENCION DE GANANCIAS E IIBB DE CADA
      *>   PARTICIPANTE SOBRE EL BRUTO QUE LE DEJO 5000-DISTRIBUIR,
      *>   Y EL NETO QUE REALMENTE VIAJA EN LA ORDEN DE PAGO. EL

           MOVE 0 TO WS-RET-TOT-GAN
           MOVE 0 TO WS-RET-TOT-IIBB
           MOVE 0 TO WS-SPN-TOT-RETENIDO
           MOVE 0 TO WS-SPN-TOT-LIBERADO

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-PARTICIPANTES

                   MONTOS(i) * WS-ALIC-IIBB / 100
               COMPUTE WS-NETO-PART(i) =
                   MONTOS(i) - WS-RET-GAN(i) - WS-RET-IIBB(i)
               MOVE 0 TO WS-EMBARGO-PART(i)
               MOVE WS-NETO-PART(i) TO WS-PAGO-PART(i)
               MOVE 0 TO WS-SPN-RETENIDO(i)
               MOVE 0 TO WS-SPN-LIBERADO(i)

               ADD WS-RET-GAN(i) TO WS-RET-TOT-GAN
               ADD WS-RET-IIBB(i) TO WS-RET-TOT-IIBB

           END-PERFORM

      *>       EL NETO DE RETENCIONES SE PARTE ENTRE EL PARTICIPANTE Y
      *>       LOS JUZGADOS; UNA REVERSA NO GENERA PAGO, ASI QUE NO
      *>       EMBARGA NADA (LO YA DEPOSITADO AL JUZGADO NO VUELVE)
           MOVE 0 TO WS-EMB-TOT
           IF NOT MODO-ES-REVERSA
               PERFORM 5600-CALCULAR-EMBARGOS
                   THRU 5600-CALCULAR-EMBARGOS-EXIT
           END-IF.

       5500-CALCULAR-RETENCIONES-EXIT.
           EXIT.


      *>   APLICA LOS OFICIOS DE EMBARGO VIGENTES AL NETO DE CADA
      *>   PARTICIPANTE: UN PORCENTAJE DEL NETO O UN MONTO FIJO POR
      *>   PAGO, NUNCA MAS QUE EL SALDO QUE LE FALTA AL OFICIO PARA
      *>   LLEGAR AL TOPE NI MAS QUE LO QUE TODAVIA QUEDA DEL NETO
      *>   (CON DOS OFICIOS SOBRE EL MISMO PARTICIPANTE, EL SEGUNDO
      *>   COBRA SOBRE LO QUE DEJO EL PRIMERO, EN EL ORDEN DE
      *>   EMBARGPF). EL SALDO SE DESCUENTA RECIEN AL EXPORTAR EL
      *>   DEPOSITO (VER 6210-EXPORTAR-EMBARGOS)
       5600-CALCULAR-EMBARGOS.

           PERFORM VARYING k FROM 1 BY 1 UNTIL k > WS-CANT-EMBARGOS

               MOVE 0 TO WS-EMB-APLICADO(k)
               MOVE WS-EMB-NRO(k) TO i

               IF WS-EMB-SALDO(k) > 0
                       AND i NOT > WS-CANT-PARTICIPANTES
                       AND WS-PAGO-PART(i) > 0
                   IF WS-EMB-TIPO(k) = "P"
                       COMPUTE WS-EMB-CALCULO ROUNDED =
                           WS-NETO-PART(i) * WS-EMB-PORCENTAJE(k) / 100
                   ELSE
                       MOVE WS-EMB-MONTO-FIJO(k) TO WS-EMB-CALCULO
                   END-IF
                   IF WS-EMB-CALCULO > WS-EMB-SALDO(k)
                       MOVE WS-EMB-SALDO(k) TO WS-EMB-CALCULO
                   END-IF
                   IF WS-EMB-CALCULO > WS-PAGO-PART(i)
                       MOVE WS-PAGO-PART(i) TO WS-EMB-CALCULO
                   END-IF
                   MOVE WS-EMB-CALCULO TO WS-EMB-APLICADO(k)
                   SUBTRACT WS-EMB-CALCULO FROM WS-PAGO-PART(i)
                   ADD WS-EMB-CALCULO TO WS-EMBARGO-PART(i)
                   ADD WS-EMB-CALCULO TO WS-EMB-TOT
                   IF WS-EMB-CALCULO > 0
                       MOVE WS-EMB-CALCULO TO WS-EMB-EDIT
                       DISPLAY "EMBARGO OFICIO " WS-EMB-ORDEN(k)
                           ": $" WS-EMB-EDIT " DEL NETO DE "
                           NOMBRES(i)
                   END-IF
               END-IF

           END-PERFORM.

       5600-CALCULAR-EMBARGOS-EXIT.
           EXIT.


      *>   ARMA LA PARTE COMUN DE LA LINEA DE LIBRO DIARIO (FECHA DE
      *>   CORRIDA, YA VALIDADA EN 1000-INICIALIZAR, LA CANTIDAD DE
      *>   PARTICIPANTES DE ESTA CORRIDA Y SUS NOMBRES/MONTOS),
           SET LL-TIPO-NORMAL TO TRUE
           MOVE 0 TO WS-LL-ORIG-FECHA
           MOVE 0 TO WS-LL-ORIG-MILLONES
      *>       UNA COMPLEMENTARIA LLEVA EN LA NOTA LA SEMANA Y LA
      *>       SUCURSAL QUE CORRIGE; EN CUALQUIER OTRA CORRIDA NORMAL
      *>       WS-COMP-NOTA QUEDA EN BLANCO
           MOVE WS-COMP-NOTA TO WS-LL-NOTA

      *>       CADA DISTRIBUCION REGISTRADA RECIBE SU NUMERO UNICO DE
      *>       CORRIDA, QUE VIAJA EN LA LINEA DEL LIBRO Y EN EL ESPEJO
           PERFORM 6900-ESCRIBIR-LEDGER
               THRU 6900-ESCRIBIR-LEDGER-EXIT

           PERFORM 6400-REGISTRAR-DIST-SUCURSAL
               THRU 6400-REGISTRAR-DIST-SUCURSAL-EXIT

           PERFORM 6200-EXPORTAR-PAGOS
               THRU 6200-EXPORTAR-PAGOS-EXIT


           SET PAGOS-INICIADO TO TRUE

           OPEN EXTEND ESTPAG-FILE

           IF NOT FS-ESTPAG-OK
      *>       SI EL ARCHIVO TODAVIA NO EXISTE, EXTEND FALLA PORQUE NO
      *>       LO ENCUENTRA; LO CREO CON OPEN OUTPUT LA PRIMERA VEZ
               CLOSE ESTPAG-FILE
               OPEN OUTPUT ESTPAG-FILE
           END-IF

           IF NOT FS-ESTPAG-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR EL MAESTRO DE ESTADO "
                   "DE PAGOS ESTPAGPF - STATUS " WS-FS-ESTPAG
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

      *>       UN PARTICIPANTE CON MONTO CERO (TIPICAMENTE UNO DADO DE
      *>       BAJA EN PARTICPF CON PORCENTAJE 0, QUE CONSERVA SU
      *>       HISTORIAL PARA LAS REVERSAS VIEJAS) NO VA AL BANCO: UNA
      *>       LINEA DEL LIBRO EL PAR EN CERO SI QUEDA, PARA AUDITORIA
      *>       LA ORDEN DE PAGO SALE POR EL NETO DE RETENCIONES (VER
      *>       5500-CALCULAR-RETENCIONES): LO RETENIDO NO VIAJA AL
      *>       CBU DEL PARTICIPANTE, SE DEPOSITA AL FISCO. LO EMBARGADO
      *>       TAMPOCO: SALE EN SU PROPIA LINEA AL CBU DEL JUZGADO (VER
      *>       6210), Y AL PARTICIPANTE LE LLEGA EL RESTO
      *>       LO QUE NO LLEGA A LA TRANSFERENCIA MINIMA TAMPOCO VIAJA:
      *>       QUEDA PENDIENTE EN SALPENPF, Y LO PENDIENTE SE SUMA AL
      *>       PAGO DE LA DISTRIBUCION QUE LO HACE PASAR DEL MINIMO
           PERFORM 6220-APLICAR-TRANSF-MINIMA
               THRU 6220-APLICAR-TRANSF-MINIMA-EXIT

      *>       LA ORDEN SALE CON UNA SOLA LINEA POR CBU: LO QUE VA A
      *>       UN MISMO CBU (AUNQUE VENGA DE VARIAS SUCURSALES O DE
      *>       VARIOS NUMEROS DE PARTICIPANTE) SE TRANSFIERE JUNTO
           MOVE 0 TO WS-CANT-PAGCBU
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-PARTICIPANTES
               IF WS-PAGO-PART(i) > 0
                   PERFORM VARYING WS-PC-IX FROM 1 BY 1
                           UNTIL WS-PC-IX > WS-CANT-PAGCBU
                           OR WS-PC-CBU(WS-PC-IX) = CBUS(i)
                       CONTINUE
                   END-PERFORM
                   IF WS-PC-IX > WS-CANT-PAGCBU
                       ADD 1 TO WS-CANT-PAGCBU
                       MOVE WS-CANT-PAGCBU TO WS-PC-IX
                       MOVE CBUS(i) TO WS-PC-CBU(WS-PC-IX)
                       MOVE i TO WS-PC-NRO(WS-PC-IX)
                       MOVE 0 TO WS-PC-MONTO(WS-PC-IX)
                   END-IF
                   ADD WS-PAGO-PART(i) TO WS-PC-MONTO(WS-PC-IX)
               END-IF
           END-PERFORM

           PERFORM VARYING WS-PC-IX FROM 1 BY 1
                   UNTIL WS-PC-IX > WS-CANT-PAGCBU
               MOVE WS-PC-NRO(WS-PC-IX) TO i
               IF WS-PC-MONTO(WS-PC-IX) > 0
                   MOVE WS-PC-CBU(WS-PC-IX) TO PAGO-REG-CBU
                   MOVE NOMBRES(i) TO PAGO-REG-NOMBRE
                   MOVE WS-PC-MONTO(WS-PC-IX) TO PAGO-REG-MONTO
                   WRITE PAGOS-REG
      *>           CADA LINEA DE LA ORDEN NACE "EMITIDO" EN EL
      *>           MAESTRO, CON LA CORRIDA QUE LA GENERO COMO CLAVE
      *>           (Y EL PRIMER PARTICIPANTE DE ESE CBU)
                   MOVE WS-NRO-CORRIDA TO ESTP-REG-CORRIDA
                   MOVE i TO ESTP-REG-NRO
                   MOVE PAGO-REG-CBU TO ESTP-REG-CBU
                   MOVE PAGO-REG-NOMBRE TO ESTP-REG-NOMBRE
                   MOVE PAGO-REG-MONTO TO ESTP-REG-MONTO
                   MOVE "EMITIDO" TO ESTP-REG-ESTADO
                   MOVE WS-FECHA-CORRIDA TO ESTP-REG-FEC-EMISION
                   MOVE WS-FECHA-CORRIDA TO ESTP-REG-FEC-ESTADO
                   MOVE 0 TO ESTP-REG-RECHAZOS
                   MOVE SPACES TO ESTP-REG-MOTIVO
                   WRITE ESTPAG-REG
               END-IF
           END-PERFORM

           IF WS-EMB-TOT > 0
               PERFORM 6210-EXPORTAR-EMBARGOS
                   THRU 6210-EXPORTAR-EMBARGOS-EXIT
           END-IF

           CLOSE ESTPAG-FILE
           CLOSE PAGOS-FILE.

       6200-EXPORTAR-PAGOS-EXIT.
           EXIT.


      *>   LINEAS DE LA ORDEN DE PAGO AL CBU DE CADA JUZGADO POR LO
      *>   EMBARGADO EN ESTA DISTRIBUCION (UNA POR OFICIO), CON SU
      *>   LINEA "EMITIDO" EN ESTPAGPF BAJO EL NUMERO DEL PARTICIPANTE
      *>   EMBARGADO (RET-BANCO Y REE-PAGO LAS SIGUEN POR CBU Y MONTO,
      *>   COMO CUALQUIER PAGO), Y EL DEPOSITO EN EMBMOVPF CON EL
      *>   SALDO QUE LE QUEDA AL OFICIO. PAGOSPF Y ESTPAGPF YA ESTAN
      *>   ABIERTOS POR 6200
       6210-EXPORTAR-EMBARGOS.

           OPEN EXTEND EMBMOV-FILE

           IF NOT FS-EMBMOV-OK
      *>       SI EL ARCHIVO TODAVIA NO EXISTE, EXTEND FALLA PORQUE NO
      *>       LO ENCUENTRA; LO CREO CON OPEN OUTPUT LA PRIMERA VEZ
               CLOSE EMBMOV-FILE
               OPEN OUTPUT EMBMOV-FILE
           END-IF

           IF NOT FS-EMBMOV-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR EL REGISTRO DE "
                   "EMBARGOS EMBMOVPF - STATUS " WS-FS-EMBMOV
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING k FROM 1 BY 1 UNTIL k > WS-CANT-EMBARGOS
               IF WS-EMB-APLICADO(k) > 0
                   MOVE WS-EMB-NRO(k) TO i
                   SUBTRACT WS-EMB-APLICADO(k) FROM WS-EMB-SALDO(k)

                   MOVE WS-EMB-CBU(k) TO PAGO-REG-CBU
                   MOVE SPACES TO PAGO-REG-NOMBRE
                   STRING "EMBARGO " DELIMITED BY SIZE
                       WS-EMB-ORDEN(k) DELIMITED BY SIZE
                       INTO PAGO-REG-NOMBRE
                   MOVE WS-EMB-APLICADO(k) TO PAGO-REG-MONTO
                   WRITE PAGOS-REG

                   MOVE WS-NRO-CORRIDA TO ESTP-REG-CORRIDA
                   MOVE i TO ESTP-REG-NRO
                   MOVE PAGO-REG-CBU TO ESTP-REG-CBU
                   MOVE PAGO-REG-NOMBRE TO ESTP-REG-NOMBRE
                   MOVE PAGO-REG-MONTO TO ESTP-REG-MONTO
                   MOVE "EMITIDO" TO ESTP-REG-ESTADO
                   MOVE WS-FECHA-CORRIDA TO ESTP-REG-FEC-EMISION
                   MOVE WS-FECHA-CORRIDA TO ESTP-REG-FEC-ESTADO
                   MOVE 0 TO ESTP-REG-RECHAZOS
                   MOVE SPACES TO ESTP-REG-MOTIVO
                   WRITE ESTPAG-REG

                   MOVE WS-FECHA-CORRIDA TO EMV-REG-FECHA
                   MOVE WS-NRO-CORRIDA TO EMV-REG-CORRIDA
                   MOVE WS-EMB-ORDEN(k) TO EMV-REG-ORDEN
                   MOVE i TO EMV-REG-NRO
                   MOVE WS-NETO-PART(i) TO EMV-REG-BASE
                   MOVE WS-EMB-APLICADO(k) TO EMV-REG-MONTO
                   MOVE WS-EMB-SALDO(k) TO EMV-REG-SALDO
                   WRITE EMBMOV-REG

                   IF WS-EMB-SALDO(k) = 0
                       DISPLAY "EL OFICIO " WS-EMB-ORDEN(k)
                           " LLEGO A SU TOPE CON ESTE DEPOSITO"
                   END-IF
               END-IF
           END-PERFORM

           CLOSE EMBMOV-FILE.

       6210-EXPORTAR-EMBARGOS-EXIT.
           EXIT.


      *>   TRANSFERENCIA MINIMA: SI LO QUE LE TOCA A UN PARTICIPANTE EN
      *>   ESTA DISTRIBUCION, SUMADO A LO QUE YA TIENE PENDIENTE, NO
      *>   LLEGA A WS-TRANSF-MINIMA, NO SE LE TRANSFIERE: PASA A SU
      *>   SALDO PENDIENTE. SI LLEGA, EL SALDO PENDIENTE SE LIBERA Y
      *>   SALE JUNTO CON EL PAGO DE HOY. SE APLICA SOBRE LO QUE VA AL
      *>   CBU DEL PARTICIPANTE: LO EMBARGADO SALE SIEMPRE AL JUZGADO.
      *>   CADA MOVIMIENTO QUEDA EN SALPENPF CON EL SALDO RESULTANTE
       6220-APLICAR-TRANSF-MINIMA.

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-PARTICIPANTES
               IF WS-PAGO-PART(i) > 0
                   IF WS-PAGO-PART(i) + WS-SPN-SALDO(i)
                           < WS-TRANSF-MINIMA
                       MOVE WS-PAGO-PART(i) TO WS-SPN-RETENIDO(i)
                       ADD WS-PAGO-PART(i) TO WS-SPN-SALDO(i)
                       ADD WS-PAGO-PART(i) TO WS-SPN-TOT-RETENIDO
                       MOVE 0 TO WS-PAGO-PART(i)
                   ELSE
                       IF WS-SPN-SALDO(i) > 0
                           MOVE WS-SPN-SALDO(i) TO WS-SPN-LIBERADO(i)
                           ADD WS-SPN-SALDO(i) TO WS-PAGO-PART(i)
                           ADD WS-SPN-SALDO(i) TO WS-SPN-TOT-LIBERADO
                           MOVE 0 TO WS-SPN-SALDO(i)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-SPN-TOT-RETENIDO = 0 AND WS-SPN-TOT-LIBERADO = 0
               GO TO 6220-APLICAR-TRANSF-MINIMA-EXIT
           END-IF

           OPEN EXTEND SALPEN-FILE

           IF NOT FS-SALPEN-OK
      *>       SI EL ARCHIVO TODAVIA NO EXISTE, EXTEND FALLA PORQUE NO
      *>       LO ENCUENTRA; LO CREO CON OPEN OUTPUT LA PRIMERA VEZ
               CLOSE SALPEN-FILE
               OPEN OUTPUT SALPEN-FILE
           END-IF

           IF NOT FS-SALPEN-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR EL REGISTRO DE SALDOS "
                   "PENDIENTES SALPENPF - STATUS " WS-FS-SALPEN
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-PARTICIPANTES
               MOVE WS-FECHA-CORRIDA TO SPN-REG-FECHA
               MOVE WS-NRO-CORRIDA TO SPN-REG-CORRIDA
               MOVE i TO SPN-REG-NRO
               MOVE NOMBRES(i) TO SPN-REG-NOMBRE
               MOVE CBUS(i) TO SPN-REG-CBU
               MOVE WS-SPN-SALDO(i) TO SPN-REG-SALDO
               IF WS-SPN-RETENIDO(i) > 0
                   MOVE "A" TO SPN-REG-TIPO
                   MOVE WS-SPN-RETENIDO(i) TO SPN-REG-MONTO
                   WRITE SALPEN-REG
                   MOVE WS-SPN-SALDO(i) TO WS-EMB-EDIT
                   DISPLAY NOMBRES(i) ": NO LLEGA A LA TRANSFERENCIA "
                       "MINIMA, QUEDA PENDIENTE $" WS-EMB-EDIT
               END-IF
               IF WS-SPN-LIBERADO(i) > 0
                   MOVE "L" TO SPN-REG-TIPO
                   MOVE WS-SPN-LIBERADO(i) TO SPN-REG-MONTO
                   WRITE SALPEN-REG
                   MOVE WS-SPN-LIBERADO(i) TO WS-EMB-EDIT
                   DISPLAY NOMBRES(i) ": SE LIBERA EL SALDO PENDIENTE "
                       "DE $" WS-EMB-EDIT
               END-IF
           END-PERFORM

           CLOSE SALPEN-FILE.

       6220-APLICAR-TRANSF-MINIMA-EXIT.
           EXIT.


      *>   ESCRIBE EN CERTRETPF UNA LINEA DE CERTIFICADO POR
      *>   PARTICIPANTE DE ESTA CORRIDA CON EL BRUTO, CADA RETENCION
      *>   CON SU ALICUOTA Y EL NETO TRANSFERIDO, PARA ENTREGARSELA AL
      *>   PARTICIPANTE DE CARA A SU DECLARACION. UN PARTICIPANTE CON
      *>   BRUTO CERO (DADO DE BAJA CON PORCENTAJE 0) NO RECIBE
      *>   CERTIFICADO, IGUAL QUE NO RECIBE ORDEN DE PAGO. LA LINEA
      *>   LLEVA LA CORRIDA (Y EN UNA REVERSA LA CORRIDA QUE ANULA) Y
      *>   EL MODO, PARA QUE RPT-RETEN PUEDA RESTAR LAS REVERSAS Y
      *>   CONCILIAR LO DE LOTE CONTRA RESLOTPF
       6250-EMITIR-CERTIFICADOS.

           OPEN EXTEND CERTRET-FILE
                   MOVE WS-ALIC-IIBB TO WS-CR-ALIC-IIBB
                   MOVE WS-RET-IIBB(i) TO WS-CR-RET-IIBB
                   MOVE WS-NETO-PART(i) TO WS-CR-NETO
                   MOVE WS-LL-CORRIDA TO WS-CR-CORRIDA
                   MOVE WS-LL-ORIG-CORRIDA TO WS-CR-ORIG-CORRIDA
                   MOVE WS-MODO-CORRIDA TO WS-CR-MODO
                   WRITE CERTRET-REG FROM WS-CR-LINEA
               END-IF
           END-PERFORM
           MOVE MONTOS(i) TO WS-AP-BRUTO-VAL
           WRITE AVISO-REG FROM WS-AP-BRUTO

      *>       EN UNA CORRIDA REPARTIDA POR SUCURSAL, CUANTO APORTO
      *>       CADA SUCURSAL A LO QUE LE CORRESPONDIO (LA PARTICIPACION
      *>       DE ARRIBA ES LA EFECTIVA SOBRE EL TOTAL)
           PERFORM VARYING WS-SD-IX FROM 1 BY 1
                   UNTIL WS-SD-IX > WS-CANT-SUCDIST
               IF WS-SD-PART(WS-SD-IX, i) > 0
                   MOVE WS-SD-SUC(WS-SD-IX) TO WS-AP-SUC
                   MOVE WS-SD-PART(WS-SD-IX, i) TO WS-AP-SUC-VAL
                   WRITE AVISO-REG FROM WS-AP-SUCURSAL
               END-IF
           END-PERFORM

           MOVE WS-RET-GAN(i) TO WS-AP-RET-GAN-VAL
           MOVE WS-RET-IIBB(i) TO WS-AP-RET-IIBB-VAL
           WRITE AVISO-REG FROM WS-AP-RETEN

      *>       UNA LINEA POR CADA OFICIO QUE EMBARGO PARTE DE ESTE PAGO
           IF WS-EMBARGO-PART(i) > 0
               PERFORM VARYING k FROM 1 BY 1 UNTIL k > WS-CANT-EMBARGOS
                   IF WS-EMB-NRO(k) = i AND WS-EMB-APLICADO(k) > 0
                       MOVE WS-EMB-ORDEN(k) TO WS-AP-EMB-ORDEN
                       MOVE WS-EMB-APLICADO(k) TO WS-AP-EMB-VAL
                       WRITE AVISO-REG FROM WS-AP-EMBARGO
                   END-IF
               END-PERFORM
           END-IF

      *>       LO QUE NO SE TRANSFIRIO POR LA TRANSFERENCIA MINIMA, O
      *>       LO ACUMULADO QUE SE LIBERA HOY, PARA QUE EL PARTICIPANTE
      *>       VEA DONDE ESTA SU PLATA
           IF WS-SPN-RETENIDO(i) > 0
               MOVE WS-SPN-RETENIDO(i) TO WS-AP-SPN-RETENIDO-VAL
               WRITE AVISO-REG FROM WS-AP-SPN-RETENIDO
           END-IF

           IF WS-SPN-LIBERADO(i) > 0
               MOVE WS-SPN-LIBERADO(i) TO WS-AP-SPN-LIBERADO-VAL
               WRITE AVISO-REG FROM WS-AP-SPN-LIBERADO
           END-IF

           MOVE CBUS(i) TO WS-AP-CBU
           MOVE WS-PAGO-PART(i) TO WS-AP-NETO-VAL
           WRITE AVISO-REG FROM WS-AP-NETO

           IF WS-SPN-SALDO(i) > 0 OR WS-SPN-LIBERADO(i) > 0
               MOVE WS-SPN-SALDO(i) TO WS-AP-SPN-PENDIENTE-VAL
               WRITE AVISO-REG FROM WS-AP-SPN-PENDIENTE
           END-IF

           WRITE AVISO-REG FROM WS-RS-SEPARADOR

           CLOSE AVISO-FILE.
      *>       CERO (SOLO 4050 LOS CARGA), ASI QUE SE COPIAN TAL CUAL
           MOVE WS-TOTSEM-VISITAS TO APROB-REG-VISITAS
           MOVE WS-TOTSEM-TARIFA TO APROB-REG-TARIFA
           MOVE WS-CANT-SUCDIST TO APROB-REG-CANT-SUC
           PERFORM VARYING WS-SD-IX FROM 1 BY 1 UNTIL WS-SD-IX > 9
               IF WS-SD-IX > WS-CANT-SUCDIST
                   MOVE SPACES TO APROB-REG-SUC(WS-SD-IX)
                   MOVE 0 TO APROB-REG-MONTO-SUC(WS-SD-IX)
               ELSE
                   MOVE WS-SD-SUC(WS-SD-IX) TO APROB-REG-SUC(WS-SD-IX)
                   MOVE WS-SD-MONTO(WS-SD-IX)
                       TO APROB-REG-MONTO-SUC(WS-SD-IX)
               END-IF
           END-PERFORM

           OPEN OUTPUT APROB-FILE

               WS-REV-FECHA " POR $" WS-REV-MILLONES
           DISPLAY "MOTIVO: " WS-REV-NOTA

      *>       LAS RETENCIONES DE LA CORRIDA ANULADA SE RECALCULAN
      *>       CON LAS ALICUOTAS DE SU FECHA (3500 USO LA FECHA
      *>       ORIGINAL) Y QUEDAN EN UN CERTIFICADO MODO=R: LO RETENIDO
      *>       QUE SE DEVUELVE TIENE QUE SALIR DE LA POSICION DEL MES
      *>       Y DE LA DECLARACION ANUAL. NO HAY ORDEN DE PAGO NI AVISO
           PERFORM 5500-CALCULAR-RETENCIONES
               THRU 5500-CALCULAR-RETENCIONES-EXIT

           PERFORM 6900-ESCRIBIR-LEDGER
               THRU 6900-ESCRIBIR-LEDGER-EXIT

           PERFORM 6400-REGISTRAR-DIST-SUCURSAL
               THRU 6400-REGISTRAR-DIST-SUCURSAL-EXIT

           PERFORM 6250-EMITIR-CERTIFICADOS
               THRU 6250-EMITIR-CERTIFICADOS-EXIT.

       6100-REGISTRAR-REVERSA-EXIT.
           EXIT.


      *>   DEJA EN DISTSUCPF EL DETALLE DE UNA CORRIDA REPARTIDA POR
      *>   SUCURSAL: UNA LINEA POR SUCURSAL Y PARTICIPANTE CON MONTO,
      *>   CON LA SUCURSAL QUE FINANCIO Y EL ESQUEMA APLICADO, PARA
      *>   QUE RPT-PARTIC Y RPT-TIEOUT PUEDAN ABRIR EL TOTAL DE CADA
      *>   PARTICIPANTE POR SUCURSAL. UNA REVERSA LO DEJA COMO MODO R.
      *>   UNA CORRIDA SIN DESGLOSE NO DEJA NADA
       6400-REGISTRAR-DIST-SUCURSAL.

           IF WS-CANT-SUCDIST = 0
               GO TO 6400-REGISTRAR-DIST-SUCURSAL-EXIT
           END-IF

           OPEN EXTEND DISTSUC-FILE

           IF NOT FS-DISTSUC-OK
      *>       SI EL ARCHIVO TODAVIA NO EXISTE, EXTEND FALLA PORQUE NO
      *>       LO ENCUENTRA; LO CREO CON OPEN OUTPUT LA PRIMERA VEZ
               CLOSE DISTSUC-FILE
               OPEN OUTPUT DISTSUC-FILE
           END-IF

           IF NOT FS-DISTSUC-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR EL DETALLE POR "
                   "SUCURSAL DISTSUCPF - STATUS " WS-FS-DISTSUC
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WS-SD-IX FROM 1 BY 1
                   UNTIL WS-SD-IX > WS-CANT-SUCDIST
               PERFORM VARYING i FROM 1 BY 1
                       UNTIL i > WS-CANT-PARTICIPANTES
                   IF WS-SD-PART(WS-SD-IX, i) > 0
                       MOVE WS-FECHA-CORRIDA TO DSU-REG-FECHA
                       MOVE WS-LL-CORRIDA TO DSU-REG-CORRIDA
                       MOVE WS-LL-ORIG-CORRIDA TO DSU-REG-ORIG-CORRIDA
                       IF MODO-ES-REVERSA
                           MOVE "R" TO DSU-REG-MODO
                       ELSE
                           MOVE "N" TO DSU-REG-MODO
                       END-IF
                       MOVE WS-SD-SUC(WS-SD-IX) TO DSU-REG-SUC
                       MOVE WS-SD-ESQ-TIPO(WS-SD-IX)
                           TO DSU-REG-ESQ-TIPO
                       MOVE WS-SD-ESQ-CLAVE(WS-SD-IX)
                           TO DSU-REG-ESQ-CLAVE
                       MOVE i TO DSU-REG-NRO
                       MOVE NOMBRES(i) TO DSU-REG-NOMBRE
                       MOVE WS-SD-PART(WS-SD-IX, i) TO DSU-REG-MONTO
                       WRITE DISTSUC-REG
                   END-IF
               END-PERFORM
           END-PERFORM

           CLOSE DISTSUC-FILE.

       6400-REGISTRAR-DIST-SUCURSAL-EXIT.
           EXIT.


      *>   ESCRITURA FISICA DE WS-LEDGER-LINEA EN LEDGERPF, COMPARTIDA
      *>   POR LA LINEA NORMAL Y LA LINEA DE REVERSA
       6900-ESCRIBIR-LEDGER.
           MOVE 0 TO WS-LOTE-SUMA-MILLONES
           MOVE 0 TO WS-LOTE-RET-GAN
           MOVE 0 TO WS-LOTE-RET-IIBB
           MOVE 0 TO WS-LOTE-EMBARGADO
           MOVE 0 TO WS-LOTE-SPN-RETENIDO
           MOVE 0 TO WS-LOTE-SPN-LIBERADO
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > 9
               MOVE 0 TO WS-LOTE-ACUM-PARTIC(i)
           END-PERFORM
           WRITE RESLOT-REG FROM WS-RS-RET-IIBB
           DISPLAY WS-RS-RET-IIBB

      *>       LO EMBARGADO VIAJA EN PAGOSPF A LOS CBU DE LOS JUZGADOS:
      *>       SOLO SE INFORMA, NO CAMBIA LA CONCILIACION DE ARRIBA
           IF WS-LOTE-EMBARGADO > 0
               MOVE WS-LOTE-EMBARGADO TO WS-RS-EMBARGO-VAL
               WRITE RESLOT-REG FROM WS-RS-EMBARGO
               DISPLAY WS-RS-EMBARGO
           END-IF

      *>       LO RETENIDO POR LA TRANSFERENCIA MINIMA NO VIAJA EN
      *>       PAGOSPF Y LO LIBERADO VIAJA DE MAS: NETO DE PAGOSPF MAS
      *>       RETENCIONES MAS RETENIDO MENOS LIBERADO ES EL BRUTO DEL
      *>       LIBRO. EL PENDIENTE ES EL DE TODOS LOS PARTICIPANTES AL
      *>       TERMINAR EL LOTE, NO SOLO LO QUE QUEDO DE ESTE
           IF WS-LOTE-SPN-RETENIDO > 0 OR WS-LOTE-SPN-LIBERADO > 0
               MOVE WS-LOTE-SPN-RETENIDO TO WS-RS-SPN-RETENIDO-VAL
               WRITE RESLOT-REG FROM WS-RS-SPN-RETENIDO
               DISPLAY WS-RS-SPN-RETENIDO

               MOVE WS-LOTE-SPN-LIBERADO TO WS-RS-SPN-LIBERADO-VAL
               WRITE RESLOT-REG FROM WS-RS-SPN-LIBERADO
               DISPLAY WS-RS-SPN-LIBERADO

               MOVE 0 TO WS-SPN-TOT-PENDIENTE
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > 9
                   ADD WS-SPN-SALDO(i) TO WS-SPN-TOT-PENDIENTE
               END-PERFORM
               MOVE WS-SPN-TOT-PENDIENTE TO WS-RS-SPN-PENDIENTE-VAL
               WRITE RESLOT-REG FROM WS-RS-SPN-PENDIENTE
               DISPLAY WS-RS-SPN-PENDIENTE
           END-IF

           IF WS-LOTE-CANT-PROCESADOS > 0
               WRITE RESLOT-REG FROM WS-RS-PARTIC-TITULO
               DISPLAY WS-RS-PARTIC-TITULO
               ADD MILLONES TO WS-LOTE-SUMA-MILLONES
               ADD WS-RET-TOT-GAN TO WS-LOTE-RET-GAN
               ADD WS-RET-TOT-IIBB TO WS-LOTE-RET-IIBB
               ADD WS-EMB-TOT TO WS-LOTE-EMBARGADO
               ADD WS-SPN-TOT-RETENIDO TO WS-LOTE-SPN-RETENIDO
               ADD WS-SPN-TOT-LIBERADO TO WS-LOTE-SPN-LIBERADO
               PERFORM VARYING i FROM 1 BY 1
                       UNTIL i > WS-CANT-PARTICIPANTES
                   ADD MONTOS(i) TO WS-LOTE-ACUM-PARTIC(i)
      *>   VALIDACION DE FECHA COMPARTIDA (VER 6050-ARMAR-LINEA-COMUN)
           COPY FECHAVAL.

      *>   CONTROL DE PIN Y REGISTRO DE INGRESOS COMPARTIDO (VER
      *>   0400-INICIAR-SESION)
           COPY SESCALC.

      *>   DETALLE ESTETICO FINAL
       9000-FINALIZAR.

