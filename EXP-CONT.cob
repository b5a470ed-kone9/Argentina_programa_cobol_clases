
      *> el comentario siempre empieza de la linea 7
      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXP-CONT.
      *>--------------------------------------

      *> EXPORTACION CONTABLE: CONTADURIA VOLVIA A TIPEAR CADA
      *> DISTRIBUCION EN SU SISTEMA A MANO, MIRANDO RESLOTPF Y EL
      *> LIBRO. ESTE PROGRAMA ARMA, POR CADA CORRIDA DEL LIBRO DIARIO
      *> (CADA CORR= DE LEDGERPF Y DE SU RESGUARDO ARCLEDGPF) DE UN
      *> PERIODO AAAAMM, UN ASIENTO DE PARTIDA DOBLE BALANCEADO EN EL
      *> FORMATO DE IMPORTACION DEL SISTEMA CONTABLE (ASIENTPF):
      *> - CORRIDA NORMAL: DEBE GASTO DISTRIBUIDO POR PARTICIPANTE
      *>   (BRUTO), HABER RETENCION DE GANANCIAS A PAGAR, RETENCION DE
      *>   IIBB A PAGAR Y BANCO (EL NETO TRANSFERIDO),
      *> - REVERSA: EL ASIENTO ESPEJO, CON EL HABER EN LA CUENTA DE
      *>   REVERSAS DE CADA PARTICIPANTE.
      *> LAS CUENTAS Y CENTROS DE COSTO SALEN DEL PLAN DE CUENTAS
      *> CUENTAPF (VER MNT-CUENTA) Y LAS RETENCIONES DE LOS
      *> CERTIFICADOS QUE CL-18-EJ-18 DEJA EN CERTRETPF (Y ARC-HIST
      *> EN ARCCERTPF), ASI EL ASIENTO DICE LO MISMO QUE EL
      *> CERTIFICADO QUE RECIBIO EL PARTICIPANTE.
      *>
      *> CADA EXPORTACION ES UN LOTE NUMERADO. LAS CORRIDAS QUE SALEN
      *> EN UN LOTE QUEDAN EN EL CONTROL EXPCTBPF (SOLO DE ALTA) Y NO
      *> VUELVEN A SALIR EN OTRO: EXPORTAR DOS VECES EL MISMO PERIODO
      *> SOLO MANDA LO QUE SE AGREGO DESPUES. ASIENTPF SE REESCRIBE EN
      *> CADA LOTE; SI SE PIERDE ANTES DE IMPORTARLO, LA OPCION R LO
      *> VUELVE A GENERAR IGUAL DESDE EL CONTROL SIN MARCAR NADA.
      *>
      *> PARA QUE LO QUE RECIBE CONTADURIA CIERRE CON EL ESTADO DE
      *> CIERRE (CIEESTPF), EL PERIODO TIENE QUE ESTAR CERRADO POR
      *> CIE-MES Y EL TOTAL DEL LIBRO TIENE QUE COINCIDIR CON EL DEL
      *> ESTADO. UN PERIODO ABIERTO SOLO SE EXPORTA FORZANDOLO: LO
      *> HACE UN OPERADOR DE NIVEL 3, CON UN MOTIVO QUE QUEDA EN EL
      *> CONTROL JUNTO CON LA MARCA DE FORZADO.
      *> EXIGE SESION DE UN OPERADOR CON PIN DE NIVEL 2 (VER
      *> SESCALC.CPY).

      *>--------------------------------------
       ENVIRONMENT DIVISION.
      *>--------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
      *>   MISMA CONVENCION QUE CL-18-EJ-18 PARA PODER LEER SUS MONTOS
      *>   EDITADOS (PUNTO DE MILES, COMA DECIMAL)
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   CONTROL DE PERIODOS CERRADOS, COMPARTIDO CON CL-18-EJ-18 Y
      *>   CIE-MES
           SELECT CIERRE-FILE ASSIGN TO "CIERREPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CIERRE WS-FS-CIERRE-EXT.

      *>   PLAN DE CUENTAS DE LA EXPORTACION (VER MNT-CUENTA)
           SELECT CUENTA-FILE ASSIGN TO "CUENTAPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CUENTA WS-FS-CUENTA-EXT.

      *>   CONTROL DE CORRIDAS YA EXPORTADAS, SOLO DE ALTA: UN
      *>   REGISTRO POR CORRIDA CON EL LOTE EN QUE SALIO
           SELECT EXPCTB-FILE ASSIGN TO "EXPCTBPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXPCTB WS-FS-EXPCTB-EXT.

      *>   LIBRO DIARIO DE CL-18-EJ-18 Y SU RESGUARDO (VER ARC-HIST)
           SELECT LEDGER-FILE ASSIGN TO "LEDGERPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LEDGER WS-FS-LEDGER-EXT.

           SELECT ARCLEDG-FILE ASSIGN TO "ARCLEDGPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCLEDG WS-FS-ARCLEDG-EXT.

      *>   CERTIFICADOS DE RETENCION DE CL-18-EJ-18 Y SU RESGUARDO
           SELECT CERTRET-FILE ASSIGN TO "CERTRETPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CERTRET WS-FS-CERTRET-EXT.

           SELECT ARCCERT-FILE ASSIGN TO "ARCCERTPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCCERT WS-FS-ARCCERT-EXT.

      *>   ESTADOS DE CIERRE ARCHIVADOS POR CIE-MES
           SELECT CIEEST-FILE ASSIGN TO "CIEESTPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CIEEST WS-FS-CIEEST-EXT.

      *>   ARCHIVO DE IMPORTACION PARA EL SISTEMA CONTABLE, UNO POR
      *>   LOTE
           SELECT ASIENT-FILE ASSIGN TO "ASIENTPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ASIENT WS-FS-ASIENT-EXT.

      *>   MAESTRO DE OPERADORES Y REGISTRO DE INGRESOS (VER MNT-OPER)
           SELECT OPER-FILE ASSIGN TO "OPERPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPER WS-FS-OPER-EXT.

           SELECT SESION-FILE ASSIGN TO "SESIONPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SESION WS-FS-SESION-EXT.

       DATA DIVISION.

       FILE SECTION.
      *>   MISMO LAYOUT QUE CIERRE-REG EN CL-18-EJ-18
       FD  CIERRE-FILE.
       01  CIERRE-REG.
           02 CIERRE-REG-PERIODO     PIC 9(6).
           02 CIERRE-REG-ESTADO      PIC X(1).

      *>   MISMO LAYOUT QUE CUENTA-REG EN MNT-CUENTA. CLASE: G=GASTO
      *>   DISTRIBUIDO, V=REVERSA (AMBAS POR NRO DE PARTICIPANTE, 0 =
      *>   GENERAL), R=GANANCIAS A PAGAR, I=IIBB A PAGAR, B=BANCO
       FD  CUENTA-FILE.
       01  CUENTA-REG.
           02 CUENTA-REG-CLASE       PIC X(1).
           02 CUENTA-REG-NRO         PIC 9(1).
           02 CUENTA-REG-CUENTA      PIC X(12).
           02 CUENTA-REG-CCOSTO      PIC X(8).
           02 CUENTA-REG-DESCRIP     PIC X(30).

      *>   UNA CORRIDA EXPORTADA: LOTE EN QUE SALIO, CUANDO Y QUIEN,
      *>   SI SE FORZO UN PERIODO ABIERTO (CON SU MOTIVO) Y EL IMPORTE
      *>   BRUTO (NEGATIVO EN UNA REVERSA)
       FD  EXPCTB-FILE.
       01  EXPCTB-REG.
           02 EXPC-REG-CORRIDA       PIC 9(6).
           02 EXPC-REG-PERIODO       PIC 9(6).
           02 EXPC-REG-LOTE          PIC 9(6).
           02 EXPC-REG-FECHA         PIC 9(8).
           02 EXPC-REG-HORA          PIC 9(6).
           02 EXPC-REG-OPER          PIC X(4).
           02 EXPC-REG-FORZADO       PIC X(1).
           02 EXPC-REG-IMPORTE       PIC S9(11)V99 SIGN IS TRAILING
                                         SEPARATE CHARACTER.
           02 EXPC-REG-MOTIVO        PIC X(40).

       FD  LEDGER-FILE.
       01  LEDGER-REG                PIC X(700).

       FD  ARCLEDG-FILE.
       01  ARCLEDG-REG               PIC X(700).

      *>   SE LEEN SOBRE WS-CL-LINEA (MISMO LAYOUT QUE WS-CR-LINEA EN
      *>   CL-18-EJ-18)
       FD  CERTRET-FILE.
       01  CERTRET-REG               PIC X(180).

       FD  ARCCERT-FILE.
       01  ARCCERT-REG               PIC X(180).

       FD  CIEEST-FILE.
       01  CIEEST-REG                PIC X(80).

      *>   SE ESCRIBE DESDE WS-AS-DETALLE Y WS-AS-TOTAL
       FD  ASIENT-FILE.
       01  ASIENT-REG                PIC X(98).

      *>   MISMO LAYOUT QUE OPER-REG EN CL-18-EJ-18
       FD  OPER-FILE.
       01  OPER-REG.
           02 OPER-REG-CODIGO        PIC X(4).
           02 OPER-REG-NIVEL         PIC 9(1).
           02 OPER-REG-NOMBRE        PIC X(20).
           02 OPER-REG-ESTADO        PIC X(1).
           02 OPER-REG-PIN-HASH      PIC X(9).
           02 OPER-REG-PIN-VENCE     PIC 9(8).
           02 OPER-REG-ALTA          PIC 9(8).

      *>   MISMO LAYOUT QUE SESION-REG EN CL-18-EJ-18
       FD  SESION-FILE.
       01  SESION-REG.
           02 SES-REG-FECHA          PIC 9(8).
           02 SES-REG-HORA           PIC 9(6).
           02 SES-REG-OPER           PIC X(4).
           02 SES-REG-PROGRAMA       PIC X(12).
           02 SES-REG-RESULTADO      PIC X(1).

      *>--------------------------------------
       WORKING-STORAGE SECTION.

       01  WS-FS-CIERRE              PIC XX.
           88 FS-CIERRE-OK           VALUE "00".
           88 FS-CIERRE-EOF          VALUE "10".
       01  WS-FS-CIERRE-EXT          PIC 9(4).

       01  WS-FS-CUENTA              PIC XX.
           88 FS-CUENTA-OK           VALUE "00".
           88 FS-CUENTA-EOF          VALUE "10".
       01  WS-FS-CUENTA-EXT          PIC 9(4).

       01  WS-FS-EXPCTB              PIC XX.
           88 FS-EXPCTB-OK           VALUE "00".
           88 FS-EXPCTB-EOF          VALUE "10".
       01  WS-FS-EXPCTB-EXT          PIC 9(4).

       01  WS-FS-LEDGER              PIC XX.
           88 FS-LEDGER-OK           VALUE "00".
           88 FS-LEDGER-EOF          VALUE "10".
       01  WS-FS-LEDGER-EXT          PIC 9(4).

       01  WS-FS-ARCLEDG             PIC XX.
           88 FS-ARCLEDG-OK          VALUE "00".
           88 FS-ARCLEDG-EOF         VALUE "10".
       01  WS-FS-ARCLEDG-EXT         PIC 9(4).

       01  WS-FS-CERTRET             PIC XX.
           88 FS-CERTRET-OK          VALUE "00".
           88 FS-CERTRET-EOF         VALUE "10".
       01  WS-FS-CERTRET-EXT         PIC 9(4).

       01  WS-FS-ARCCERT             PIC XX.
           88 FS-ARCCERT-OK          VALUE "00".
           88 FS-ARCCERT-EOF         VALUE "10".
       01  WS-FS-ARCCERT-EXT         PIC 9(4).

       01  WS-FS-CIEEST              PIC XX.
           88 FS-CIEEST-OK           VALUE "00".
           88 FS-CIEEST-EOF          VALUE "10".
       01  WS-FS-CIEEST-EXT          PIC 9(4).

       01  WS-FS-ASIENT              PIC XX.
           88 FS-ASIENT-OK           VALUE "00".
       01  WS-FS-ASIENT-EXT          PIC 9(4).

       01  WS-FS-OPER                PIC XX.
           88 FS-OPER-OK             VALUE "00".
           88 FS-OPER-EOF            VALUE "10".
       01  WS-FS-OPER-EXT            PIC 9(4).

      *>   OPERADOR QUE INICIO LA SESION, NIVEL QUE EXIGE EL PROGRAMA
      *>   Y NIVEL QUE EXIGE FORZAR UN PERIODO ABIERTO
       01  WS-OPER-CODIGO            PIC X(4) VALUE SPACES.
       01  WS-OPER-NOMBRE            PIC X(20) VALUE SPACES.
       01  WS-OPER-NIVEL             PIC 9 VALUE 0.
       01  WS-OPER-HALLADO-SW        PIC X(01) VALUE "N".
           88 OPER-HALLADO           VALUE "S".
       01  WS-NIVEL-REQUERIDO        PIC 9 VALUE 2.
       01  WS-NIVEL-FORZAR           PIC 9 VALUE 3.

      *>   CONTROL DE PIN Y REGISTRO DE INGRESOS (VER SESCPY.CPY)
           COPY SESCPY.

      *>   FECHA Y HORA DE LA EXPORTACION, PARA EL CONTROL
       01  WS-FECHA-HOY              PIC 9(8) VALUE 0.
       01  WS-HORA-LARGA             PIC 9(8) VALUE 0.

      *>   MODO (E=EXPORTAR UN PERIODO, R=REEMITIR UN LOTE YA
      *>   EXPORTADO), PERIODO Y LOTE
       01  WS-MODO                   PIC X(01) VALUE SPACE.
           88 MODO-EXPORTAR          VALUE "E".
           88 MODO-REEMITIR          VALUE "R".
       01  WS-PERIODO                PIC 9(6) VALUE 0.
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           02 WS-PER-ANIO            PIC 9(4).
           02 WS-PER-MES             PIC 9(2).
       01  WS-LOTE                   PIC 9(6) VALUE 0.
       01  WS-ULTIMO-LOTE            PIC 9(6) VALUE 0.

      *>   ESTADO DEL PERIODO EN CIERREPF Y EXPORTACION FORZADA DE UN
      *>   PERIODO ABIERTO, CON SU MOTIVO
       01  WS-PERIODO-CERRADO-SW     PIC X(01) VALUE "N".
           88 PERIODO-CERRADO        VALUE "S".
       01  WS-FORZADO-SW             PIC X(01) VALUE "N".
           88 EXPORTACION-FORZADA    VALUE "S".
       01  WS-MOTIVO                 PIC X(40) VALUE SPACES.
       01  WS-CONFIRMA               PIC X(01) VALUE SPACE.

      *>   PLAN DE CUENTAS CARGADO EN MEMORIA (MISMO TOPE QUE
      *>   MNT-CUENTA) Y RESULTADO DE UNA BUSQUEDA (VER
      *>   7300-BUSCAR-CUENTA)
       01  WS-CANT-CUENTAS           PIC 99 VALUE 0.
       01  WS-TABLA-CUENTA.
           02 WS-CTA-ENTRADA OCCURS 50 TIMES.
               03 WS-CTA-CLASE       PIC X(1).
               03 WS-CTA-NRO         PIC 9(1).
               03 WS-CTA-CUENTA      PIC X(12).
               03 WS-CTA-CCOSTO      PIC X(8).
               03 WS-CTA-DESCRIP     PIC X(30).
       01  WS-BUS-CLASE              PIC X(1) VALUE SPACE.
       01  WS-BUS-NRO                PIC 9(1) VALUE 0.
       01  WS-BUS-CUENTA             PIC X(12) VALUE SPACES.
       01  WS-BUS-CCOSTO             PIC X(8) VALUE SPACES.
       01  WS-BUS-HALLADA-SW         PIC X(01) VALUE "N".
           88 CUENTA-HALLADA         VALUE "S".
       01  WS-FALTAN-CUENTAS-SW      PIC X(01) VALUE "N".
           88 FALTAN-CUENTAS         VALUE "S".

      *>   CORRIDAS DEL CONTROL: EN MODO E LAS YA EXPORTADAS DEL
      *>   PERIODO (NO SE VUELVEN A MANDAR); EN MODO R LAS DEL LOTE QUE
      *>   SE REEMITE (HALLADA = YA SE ENCONTRO EN EL LIBRO)
       01  WS-CANT-EXPORTADAS        PIC 9(4) VALUE 0.
       01  WS-MAX-EXPORTADAS         PIC 9(4) VALUE 1000.
       01  WS-TABLA-EXPORTADAS.
           02 WS-EXP-ENTRADA OCCURS 1000 TIMES.
               03 WS-EXP-CORRIDA     PIC 9(6).
               03 WS-EXP-HALLADA     PIC X(1).
       01  WS-EXP-ENCONTRADA         PIC 9(4) VALUE 0.

      *>   CORRIDAS A EXPORTAR EN ESTE LOTE, CON LOS PARES NOMBRE/
      *>   BRUTO DE LA LINEA DEL LIBRO (LA POSICION k ES EL NRO DE
      *>   PARTICIPANTE, IGUAL QUE EN CL-18-EJ-18) Y LAS RETENCIONES
      *>   DEL CERTIFICADO DE CADA UNO
       01  WS-CANT-PENDIENTES        PIC 9(3) VALUE 0.
       01  WS-MAX-PENDIENTES         PIC 9(3) VALUE 300.
       01  WS-TABLA-PENDIENTES.
           02 WS-PEN-ENTRADA OCCURS 300 TIMES.
               03 WS-PEN-CORRIDA     PIC 9(6).
               03 WS-PEN-ORIG-CORRIDA PIC 9(6).
               03 WS-PEN-FECHA       PIC 9(8).
               03 WS-PEN-TIPO        PIC X(1).
                   88 PEN-REVERSA    VALUE "R".
               03 WS-PEN-CANT        PIC 9.
               03 WS-PEN-TOTAL       PIC 9(11)V99.
               03 WS-PEN-PART OCCURS 9 TIMES.
                   04 WS-PEN-NOMBRE  PIC X(20).
                   04 WS-PEN-BRUTO   PIC 9(9)V99.
                   04 WS-PEN-RET-GAN PIC 9(9)V99.
                   04 WS-PEN-RET-IIBB PIC 9(9)V99.
                   04 WS-PEN-CERT-SW PIC X(1).
                       88 PEN-CON-CERTIFICADO VALUE "S".

       01  i                         PIC 9(4).
       01  j                         PIC 9(4).
       01  k                         PIC 99.
       01  WS-NOMBRE-ACTUAL          PIC X(20).
       01  WS-MONTO-ACTUAL           PIC S9(9)V99.
       01  WS-MONTO-LINEA            PIC S9(11)V99.

      *>   TOTALES DEL PERIODO PARA LA CONCILIACION: EL LIBRO ENTERO
      *>   (NORMALES MENOS REVERSAS, MISMO CRITERIO QUE CIE-MES), LO YA
      *>   EXPORTADO EN LOTES ANTERIORES, LO DE ESTE LOTE Y LAS LINEAS
      *>   SIN NUMERO DE CORRIDA, QUE NO SE PUEDEN EXPORTAR
       01  WS-LINEAS-PERIODO         PIC 9(6) VALUE 0.
       01  WS-TOTAL-LIBRO            PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-ANTERIOR         PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-LOTE             PIC S9(11)V99 VALUE 0.
       01  WS-LINEAS-SIN-CORR        PIC 9(6) VALUE 0.
       01  WS-TOTAL-SIN-CORR         PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-CONTROL          PIC S9(11)V99 VALUE 0.

      *>   TOTAL DEL ULTIMO ESTADO DE CIERRE DEL PERIODO EN CIEESTPF
       01  WS-CIEEST-HALLADO-SW      PIC X(01) VALUE "N".
           88 CIEEST-HALLADO         VALUE "S".
       01  WS-CIEEST-EN-PERIODO-SW   PIC X(01) VALUE "N".
           88 CIEEST-EN-PERIODO      VALUE "S".
       01  WS-TOTAL-CIEEST           PIC S9(11)V99 VALUE 0.
       01  WS-CIEEST-LINEA           PIC X(80).
       01  WS-CIEEST-CAMPOS REDEFINES WS-CIEEST-LINEA.
           02 WS-CE-ROTULO           PIC X(29).
           02 WS-CE-PERIODO          PIC X(6).
           02 FILLER                 PIC X(45).
       01  WS-CIEEST-TOTAL-R REDEFINES WS-CIEEST-LINEA.
           02 WS-CE-ROTULO-TOTAL     PIC X(30).
           02 WS-CE-TOTAL            PIC ---.---.---.--9,99.
           02 FILLER                 PIC X(32).

      *>   LINEA DE CERTIFICADO LEIDA (MISMO LAYOUT QUE WS-CR-LINEA EN
      *>   CL-18-EJ-18) Y SUS MONTOS PASADOS A NUMERICO
       01  WS-CL-LINEA               PIC X(180).
       01  WS-CL-CAMPOS REDEFINES WS-CL-LINEA.
           02 FILLER                 PIC X(06).
           02 WS-CL-FECHA            PIC 9(8).
           02 FILLER                 PIC X(01).
           02 WS-CL-NOMBRE           PIC X(20).
           02 FILLER                 PIC X(08).
           02 WS-CL-BRUTO            PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(11).
           02 WS-CL-ALIC-GAN         PIC Z9,99.
           02 FILLER                 PIC X(03).
           02 WS-CL-RET-GAN          PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(06).
           02 WS-CL-ALIC-IIBB        PIC Z9,99.
           02 FILLER                 PIC X(03).
           02 WS-CL-RET-IIBB         PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(07).
           02 WS-CL-NETO             PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(06).
           02 WS-CL-CORRIDA          PIC X(6).
           02 WS-CL-CORRIDA-N REDEFINES WS-CL-CORRIDA PIC 9(6).
           02 FILLER                 PIC X(10).
           02 WS-CL-ORIG-CORRIDA     PIC X(6).
           02 FILLER                 PIC X(06).
           02 WS-CL-MODO             PIC X(1).
               88 CL-MODO-REVERSA    VALUE "R".
           02 FILLER                 PIC X(06).
       01  WS-CERT-BRUTO             PIC 9(9)V99 VALUE 0.
       01  WS-CERT-RET-GAN           PIC 9(9)V99 VALUE 0.
       01  WS-CERT-RET-IIBB          PIC 9(9)V99 VALUE 0.
       01  WS-CERT-ASIGNADO-SW       PIC X(01) VALUE "N".
           88 CERT-ASIGNADO          VALUE "S".
       01  WS-ERRORES-CERT           PIC 9(4) VALUE 0.

      *>   LINEA DEL LIBRO DIARIO, MISMO LAYOUT QUE ESCRIBE CL-18-EJ-18
           COPY LEDGCPY.

      *>   ASIENTO EN ARMADO: TOTALES DE LA CORRIDA
       01  WS-ASI-GANANCIAS          PIC 9(11)V99 VALUE 0.
       01  WS-ASI-IIBB               PIC 9(11)V99 VALUE 0.
       01  WS-ASI-BANCO              PIC S9(11)V99 VALUE 0.
       01  WS-ASI-DEBE               PIC 9(11)V99 VALUE 0.
       01  WS-ASI-HABER              PIC 9(11)V99 VALUE 0.
       01  WS-RENGLON                PIC 9(3) VALUE 0.

      *>   RENGLON DEL ARCHIVO DE IMPORTACION: LOTE, ASIENTO (EL
      *>   NUMERO DE CORRIDA), FECHA DE LA CORRIDA, RENGLON DENTRO DEL
      *>   ASIENTO, CUENTA, CENTRO DE COSTO, D=DEBE / H=HABER, IMPORTE
      *>   CON DOS DECIMALES IMPLICITOS Y LEYENDA (CONCEPTO, NOMBRE DEL
      *>   PARTICIPANTE Y, EN UNA REVERSA, LA CORRIDA QUE ANULA)
       01  WS-AS-DETALLE.
           02 FILLER                 PIC X(01) VALUE "D".
           02 WS-AD-LOTE             PIC 9(6).
           02 WS-AD-ASIENTO          PIC 9(6).
           02 WS-AD-FECHA            PIC 9(8).
           02 WS-AD-RENGLON          PIC 9(3).
           02 WS-AD-CUENTA           PIC X(12).
           02 WS-AD-CCOSTO           PIC X(8).
           02 WS-AD-DH               PIC X(1).
           02 WS-AD-IMPORTE          PIC 9(11)V99.
           02 WS-AD-LEYENDA.
               03 WS-AD-CONCEPTO     PIC X(13).
               03 WS-AD-NOMBRE       PIC X(20).
               03 FILLER             PIC X(01) VALUE SPACE.
               03 WS-AD-ORIG-CORRIDA PIC X(6).

      *>   RENGLON FINAL DE CONTROL DEL LOTE, PARA QUE EL SISTEMA
      *>   CONTABLE VERIFIQUE QUE RECIBIO TODO
       01  WS-AS-TOTAL.
           02 FILLER                 PIC X(01) VALUE "T".
           02 WS-AT-LOTE             PIC 9(6).
           02 WS-AT-PERIODO          PIC 9(6).
           02 WS-AT-ASIENTOS         PIC 9(6).
           02 WS-AT-RENGLONES        PIC 9(6).
           02 WS-AT-DEBE             PIC 9(13)V99.
           02 WS-AT-HABER            PIC 9(13)V99.
           02 FILLER                 PIC X(43) VALUE SPACES.

       01  WS-CANT-ASIENTOS          PIC 9(6) VALUE 0.
       01  WS-CANT-RENGLONES         PIC 9(6) VALUE 0.
       01  WS-TOT-DEBE               PIC 9(13)V99 VALUE 0.
       01  WS-TOT-HABER              PIC 9(13)V99 VALUE 0.

      *>   IMPORTE EDITADO PARA LOS MENSAJES DE CONSOLA
       01  WS-ED-IMPORTE             PIC ---.---.---.--9,99.
       01  WS-ED-IMPORTE-2           PIC ---.---.---.--9,99.

      *>---------------------------PROCEDURE----------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-LARGA FROM TIME

           PERFORM 1100-INICIAR-SESION
               THRU 1100-INICIAR-SESION-EXIT

           PERFORM 1000-PEDIR-DATOS
               THRU 1000-PEDIR-DATOS-EXIT

           PERFORM 2500-CARGAR-CONTROL
               THRU 2500-CARGAR-CONTROL-EXIT

           IF MODO-EXPORTAR
               PERFORM 1200-VERIFICAR-CIERRE
                   THRU 1200-VERIFICAR-CIERRE-EXIT
           END-IF

           PERFORM 2000-CARGAR-CUENTAS
               THRU 2000-CARGAR-CUENTAS-EXIT

           PERFORM 3000-RECORRER-LIBRO
               THRU 3000-RECORRER-LIBRO-EXIT

           IF MODO-EXPORTAR
               PERFORM 4500-COMPARAR-CIEEST
                   THRU 4500-COMPARAR-CIEEST-EXIT
           END-IF

           IF WS-CANT-PENDIENTES = 0
               DISPLAY "NO HAY CORRIDAS DEL PERIODO " WS-PERIODO
                   " PENDIENTES DE EXPORTAR"
               PERFORM 8000-MOSTRAR-CONCILIACION
                   THRU 8000-MOSTRAR-CONCILIACION-EXIT
               GOBACK
           END-IF

           PERFORM 4000-RECORRER-CERTIFICADOS
               THRU 4000-RECORRER-CERTIFICADOS-EXIT

           PERFORM 4200-VERIFICAR-CERTIFICADOS
               THRU 4200-VERIFICAR-CERTIFICADOS-EXIT

           PERFORM 5000-VERIFICAR-CUENTAS
               THRU 5000-VERIFICAR-CUENTAS-EXIT

           PERFORM 5500-CONFIRMAR-LOTE
               THRU 5500-CONFIRMAR-LOTE-EXIT

      *>       EL CONTROL SE GRABA ANTES QUE EL ARCHIVO DE IMPORTACION:
      *>       SI ASIENTPF FALLA, EL LOTE SE REEMITE CON LA OPCION R;
      *>       AL REVES, UN ARCHIVO SIN CONTROL PODRIA SALIR DOS VECES
           IF MODO-EXPORTAR
               PERFORM 6000-GRABAR-CONTROL
                   THRU 6000-GRABAR-CONTROL-EXIT
           END-IF

           PERFORM 7000-GRABAR-ASIENTOS
               THRU 7000-GRABAR-ASIENTOS-EXIT

           PERFORM 8000-MOSTRAR-CONCILIACION
               THRU 8000-MOSTRAR-CONCILIACION-EXIT

           GOBACK.

       0000-MAINLINE-EXIT.
           EXIT.


      *>   PIDE EL MODO Y, SEGUN EL MODO, EL PERIODO A EXPORTAR O EL
      *>   LOTE A REEMITIR, Y NO SIGUE SI ALGO NO SIRVE
       1000-PEDIR-DATOS.

           DISPLAY "EXPORTACION CONTABLE"
           DISPLAY "INGRESE EL MODO (E=EXPORTAR UN PERIODO, R=REEMITIR"
               " UN LOTE YA EXPORTADO)"
           MOVE SPACE TO WS-MODO
           ACCEPT WS-MODO

           IF NOT MODO-EXPORTAR AND NOT MODO-REEMITIR
               DISPLAY "ERROR: EL MODO DEBE SER E O R"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           IF MODO-REEMITIR
               DISPLAY "INGRESE EL NUMERO DE LOTE A REEMITIR"
               MOVE 0 TO WS-LOTE
               ACCEPT WS-LOTE
               IF WS-LOTE = 0
                   DISPLAY "ERROR: LOTE INVALIDO"
                   DISPLAY "PROGRAMA ABORTADO"
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               GO TO 1000-PEDIR-DATOS-EXIT
           END-IF

           DISPLAY "INGRESE EL PERIODO A EXPORTAR (AAAAMM)"
           ACCEPT WS-PERIODO

           IF WS-PER-ANIO < 1
                   OR WS-PER-MES < 1 OR WS-PER-MES > 12
               DISPLAY "ERROR: PERIODO INVALIDO"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

       1000-PEDIR-DATOS-EXIT.
           EXIT.


      *>   IDENTIFICACION DEL OPERADOR CON SU PIN (VER SESCALC.CPY),
      *>   MISMO ESQUEMA QUE 0400-INICIAR-SESION EN CL-18-EJ-18
       1100-INICIAR-SESION.

           MOVE "N" TO WS-OPER-HALLADO-SW
           MOVE "EXP-CONT" TO WS-SES-PROGRAMA

           DISPLAY "INGRESE SU CODIGO DE OPERADOR"
           MOVE SPACES TO WS-OPER-CODIGO
           ACCEPT WS-OPER-CODIGO

           OPEN INPUT OPER-FILE

           IF NOT FS-OPER-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR EL MAESTRO DE "
                   "OPERADORES OPERPF - STATUS " WS-FS-OPER
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FS-OPER-EOF
               READ OPER-FILE
                   AT END
                       SET FS-OPER-EOF TO TRUE
                   NOT AT END
                       IF OPER-REG-CODIGO = WS-OPER-CODIGO
                           SET OPER-HALLADO TO TRUE
                           MOVE OPER-REG-NIVEL TO WS-OPER-NIVEL
                           MOVE OPER-REG-NOMBRE TO WS-OPER-NOMBRE
                           PERFORM 8610-TOMAR-DATOS-OPER
                               THRU 8610-TOMAR-DATOS-OPER-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OPER-FILE

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
           END-IF

           IF WS-OPER-NIVEL < WS-NIVEL-REQUERIDO
               DISPLAY "ERROR: EL OPERADOR " WS-OPER-CODIGO " ("
                   WS-OPER-NOMBRE ") TIENE NIVEL " WS-OPER-NIVEL
                   " Y LA EXPORTACION CONTABLE EXIGE NIVEL "
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

       1100-INICIAR-SESION-EXIT.
           EXIT.


      *>   EL PERIODO TIENE QUE ESTAR CERRADO POR CIE-MES (ULTIMO
      *>   REGISTRO DE CIERREPF, MISMO CRITERIO QUE 2000-LEER-ESTADO-
      *>   PERIODO ALLA). SI NO LO ESTA, SOLO UN OPERADOR DE NIVEL
      *>   WS-NIVEL-FORZAR PUEDE EXPORTARLO IGUAL, DANDO EL MOTIVO Y
      *>   CONFIRMANDO
       1200-VERIFICAR-CIERRE.

           MOVE "N" TO WS-PERIODO-CERRADO-SW

           OPEN INPUT CIERRE-FILE

           IF FS-CIERRE-OK
               PERFORM UNTIL FS-CIERRE-EOF
                   READ CIERRE-FILE
                       AT END
                           SET FS-CIERRE-EOF TO TRUE
                       NOT AT END
                           IF CIERRE-REG-PERIODO = WS-PERIODO
                               IF CIERRE-REG-ESTADO = "C"
                                   SET PERIODO-CERRADO TO TRUE
                               ELSE
                                   MOVE "N" TO WS-PERIODO-CERRADO-SW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           CLOSE CIERRE-FILE

           IF PERIODO-CERRADO
               GO TO 1200-VERIFICAR-CIERRE-EXIT
           END-IF

           DISPLAY "AVISO: EL PERIODO " WS-PERIODO " NO ESTA CERRADO "
               "POR CIE-MES; LO EXPORTADO PUEDE NO COINCIDIR CON EL "
               "ESTADO DE CIERRE QUE SE EMITA DESPUES"

           IF WS-OPER-NIVEL < WS-NIVEL-FORZAR
               DISPLAY "ERROR: EXPORTAR UN PERIODO ABIERTO EXIGE NIVEL "
                   WS-NIVEL-FORZAR "; CIERRE EL PERIODO CON CIE-MES "
                   "O PIDALO A UN SUPERVISOR"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "PARA EXPORTARLO IGUAL INGRESE S, CUALQUIER OTRA "
               "COSA CANCELA"
           MOVE SPACE TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA NOT = "S"
               DISPLAY "EXPORTACION CANCELADA"
               GOBACK
           END-IF

           DISPLAY "INGRESE EL MOTIVO (HASTA 40 CARACTERES)"
           MOVE SPACES TO WS-MOTIVO
           ACCEPT WS-MOTIVO

           IF WS-MOTIVO = SPACES
               DISPLAY "ERROR: PARA FORZAR UN PERIODO ABIERTO EL "
                   "MOTIVO ES OBLIGATORIO"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           SET EXPORTACION-FORZADA TO TRUE.

       1200-VERIFICAR-CIERRE-EXIT.
           EXIT.


      *>   CARGA EL PLAN DE CUENTAS; SIN CUENTAPF NO HAY DONDE IMPUTAR
       2000-CARGAR-CUENTAS.

           MOVE 0 TO WS-CANT-CUENTAS

           OPEN INPUT CUENTA-FILE

           IF NOT FS-CUENTA-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR EL PLAN DE CUENTAS "
                   "CUENTAPF - STATUS " WS-FS-CUENTA
               DISPLAY "CARGUELO CON MNT-CUENTA"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FS-CUENTA-EOF
               READ CUENTA-FILE
                   AT END
                       SET FS-CUENTA-EOF TO TRUE
                   NOT AT END
                       IF WS-CANT-CUENTAS = 50
                           DISPLAY "ERROR: CUENTAPF TIENE MAS DE 50 "
                               "CUENTAS, NO ENTRA EN LA TABLA"
                           DISPLAY "PROGRAMA ABORTADO"
                           MOVE 1 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-CANT-CUENTAS
                       MOVE CUENTA-REG
                           TO WS-CTA-ENTRADA(WS-CANT-CUENTAS)
               END-READ
           END-PERFORM

           CLOSE CUENTA-FILE.

       2000-CARGAR-CUENTAS-EXIT.
           EXIT.


      *>   RECORRE EL CONTROL EXPCTBPF. EN MODO E: TOMA LAS CORRIDAS
      *>   YA EXPORTADAS DEL PERIODO Y EL ULTIMO LOTE USADO (EL NUEVO
      *>   ES EL SIGUIENTE). EN MODO R: TOMA LAS CORRIDAS DEL LOTE
      *>   PEDIDO Y SU PERIODO. SIN CONTROL NO SE EXPORTO NADA TODAVIA
       2500-CARGAR-CONTROL.

           MOVE 0 TO WS-CANT-EXPORTADAS
           MOVE 0 TO WS-ULTIMO-LOTE

           OPEN INPUT EXPCTB-FILE

           IF FS-EXPCTB-OK
               PERFORM UNTIL FS-EXPCTB-EOF
                   READ EXPCTB-FILE
                       AT END
                           SET FS-EXPCTB-EOF TO TRUE
                       NOT AT END
                           PERFORM 2600-TOMAR-CONTROL
                               THRU 2600-TOMAR-CONTROL-EXIT
                   END-READ
               END-PERFORM
           END-IF

           CLOSE EXPCTB-FILE

           IF MODO-EXPORTAR
               COMPUTE WS-LOTE = WS-ULTIMO-LOTE + 1
               GO TO 2500-CARGAR-CONTROL-EXIT
           END-IF

           IF WS-CANT-EXPORTADAS = 0
               DISPLAY "ERROR: EL LOTE " WS-LOTE " NO ESTA EN EL "
                   "CONTROL EXPCTBPF"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "REEMISION DEL LOTE " WS-LOTE " DEL PERIODO "
               WS-PERIODO ": " WS-CANT-EXPORTADAS " CORRIDAS".

       2500-CARGAR-CONTROL-EXIT.
           EXIT.


      *>   UN REGISTRO DEL CONTROL, SEGUN EL MODO
       2600-TOMAR-CONTROL.

           IF EXPC-REG-LOTE > WS-ULTIMO-LOTE
               MOVE EXPC-REG-LOTE TO WS-ULTIMO-LOTE
           END-IF

           IF MODO-EXPORTAR
               IF EXPC-REG-PERIODO NOT = WS-PERIODO
                   GO TO 2600-TOMAR-CONTROL-EXIT
               END-IF
           ELSE
               IF EXPC-REG-LOTE NOT = WS-LOTE
                   GO TO 2600-TOMAR-CONTROL-EXIT
               END-IF
               MOVE EXPC-REG-PERIODO TO WS-PERIODO
           END-IF

           IF WS-CANT-EXPORTADAS = WS-MAX-EXPORTADAS
               DISPLAY "ERROR: MAS DE " WS-MAX-EXPORTADAS " CORRIDAS "
                   "EXPORTADAS EN EL PERIODO, NO ENTRAN EN LA TABLA"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-CANT-EXPORTADAS
           MOVE EXPC-REG-CORRIDA TO WS-EXP-CORRIDA(WS-CANT-EXPORTADAS)
           MOVE "N" TO WS-EXP-HALLADA(WS-CANT-EXPORTADAS).

       2600-TOMAR-CONTROL-EXIT.
           EXIT.


      *>   RECORRE EL RESGUARDO ARCLEDGPF Y DESPUES EL LIBRO VIVO
      *>   LEDGERPF (LO ARCHIVADO ES SIEMPRE MAS VIEJO) Y PROCESA CADA
      *>   LINEA DEL PERIODO. SIN RESGUARDO NO SE ARCHIVO NADA TODAVIA
       3000-RECORRER-LIBRO.

           MOVE 0 TO WS-CANT-PENDIENTES

           OPEN INPUT ARCLEDG-FILE

           IF FS-ARCLEDG-OK
               PERFORM UNTIL FS-ARCLEDG-EOF
                   READ ARCLEDG-FILE INTO WS-LEDGER-CRUDO
                       AT END
                           SET FS-ARCLEDG-EOF TO TRUE
                       NOT AT END
                           PERFORM 8800-NORMALIZAR-LEDGER
                               THRU 8800-NORMALIZAR-LEDGER-EXIT
                           PERFORM 3100-PROCESAR-LINEA
                               THRU 3100-PROCESAR-LINEA-EXIT
                   END-READ
               END-PERFORM
           END-IF

           CLOSE ARCLEDG-FILE

           OPEN INPUT LEDGER-FILE

           IF NOT FS-LEDGER-OK
               DISPLAY "AVISO: NO HAY LIBRO DIARIO LEDGERPF - STATUS "
                   WS-FS-LEDGER
               CLOSE LEDGER-FILE
               GO TO 3000-RECORRER-LIBRO-EXIT
           END-IF

           PERFORM UNTIL FS-LEDGER-EOF
               READ LEDGER-FILE INTO WS-LEDGER-CRUDO
                   AT END
                       SET FS-LEDGER-EOF TO TRUE
                   NOT AT END
                       PERFORM 8800-NORMALIZAR-LEDGER
                           THRU 8800-NORMALIZAR-LEDGER-EXIT
                       PERFORM 3100-PROCESAR-LINEA
                           THRU 3100-PROCESAR-LINEA-EXIT
               END-READ
           END-PERFORM

           CLOSE LEDGER-FILE

           IF MODO-REEMITIR
               PERFORM VARYING j FROM 1 BY 1
                       UNTIL j > WS-CANT-EXPORTADAS
                   IF WS-EXP-HALLADA(j) NOT = "S"
                       DISPLAY "ERROR: LA CORRIDA " WS-EXP-CORRIDA(j)
                           " DEL LOTE NO ESTA EN EL LIBRO NI EN SU "
                           "RESGUARDO"
                       DISPLAY "PROGRAMA ABORTADO"
                       MOVE 1 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-PERFORM
           END-IF.

       3000-RECORRER-LIBRO-EXIT.
           EXIT.


      *>   UNA LINEA DEL LIBRO: SI ES DEL PERIODO SUMA AL TOTAL DEL
      *>   LIBRO (RESTANDO LAS REVERSAS) Y SE CLASIFICA: SIN NUMERO DE
      *>   CORRIDA NO SE PUEDE EXPORTAR; YA EXPORTADA SUMA A LO
      *>   ANTERIOR; SI NO, VA AL LOTE. EN MODO R SOLO ENTRAN LAS
      *>   CORRIDAS DEL LOTE
       3100-PROCESAR-LINEA.

           IF WS-LL-FECHA(1:6) NOT = WS-PERIODO
               GO TO 3100-PROCESAR-LINEA-EXIT
           END-IF

           ADD 1 TO WS-LINEAS-PERIODO
           MOVE 0 TO WS-MONTO-LINEA

           PERFORM VARYING k FROM 1 BY 1 UNTIL k > WS-LL-CANT
               PERFORM 3150-TOMAR-PARTICIPANTE
                   THRU 3150-TOMAR-PARTICIPANTE-EXIT
               ADD WS-MONTO-ACTUAL TO WS-MONTO-LINEA
           END-PERFORM

           IF LL-TIPO-REVERSA
               COMPUTE WS-MONTO-LINEA = WS-MONTO-LINEA * -1
           END-IF

           ADD WS-MONTO-LINEA TO WS-TOTAL-LIBRO

           IF WS-LL-CORRIDA = 0
               ADD 1 TO WS-LINEAS-SIN-CORR
               ADD WS-MONTO-LINEA TO WS-TOTAL-SIN-CORR
               GO TO 3100-PROCESAR-LINEA-EXIT
           END-IF

           MOVE 0 TO WS-EXP-ENCONTRADA
           PERFORM VARYING j FROM 1 BY 1
                   UNTIL j > WS-CANT-EXPORTADAS
                      OR WS-EXP-ENCONTRADA > 0
               IF WS-EXP-CORRIDA(j) = WS-LL-CORRIDA
                   MOVE j TO WS-EXP-ENCONTRADA
               END-IF
           END-PERFORM

           IF MODO-EXPORTAR
               IF WS-EXP-ENCONTRADA > 0
                   ADD WS-MONTO-LINEA TO WS-TOTAL-ANTERIOR
                   GO TO 3100-PROCESAR-LINEA-EXIT
               END-IF
           ELSE
               IF WS-EXP-ENCONTRADA = 0
                   GO TO 3100-PROCESAR-LINEA-EXIT
               END-IF
               MOVE "S" TO WS-EXP-HALLADA(WS-EXP-ENCONTRADA)
           END-IF

           PERFORM 3200-AGREGAR-PENDIENTE
               THRU 3200-AGREGAR-PENDIENTE-EXIT.

       3100-PROCESAR-LINEA-EXIT.
           EXIT.


      *>   DEJA EN WS-NOMBRE-ACTUAL Y WS-MONTO-ACTUAL EL PAR k DE LA
      *>   LINEA DEL LIBRO (MISMA TECNICA QUE 3100-ACUMULAR-LINEA EN
      *>   CIE-MES)
       3150-TOMAR-PARTICIPANTE.

           EVALUATE k
               WHEN 1
                   MOVE WS-LL-NOM1 TO WS-NOMBRE-ACTUAL
                   MOVE WS-LL-P1 TO WS-MONTO-ACTUAL
               WHEN 2
                   MOVE WS-LL-NOM2 TO WS-NOMBRE-ACTUAL
                   MOVE WS-LL-P2 TO WS-MONTO-ACTUAL
               WHEN 3
                   MOVE WS-LL-NOM3 TO WS-NOMBRE-ACTUAL
                   MOVE WS-LL-P3 TO WS-MONTO-ACTUAL
               WHEN 4
                   MOVE WS-LL-NOM4 TO WS-NOMBRE-ACTUAL
                   MOVE WS-LL-P4 TO WS-MONTO-ACTUAL
               WHEN 5
                   MOVE WS-LL-NOM5 TO WS-NOMBRE-ACTUAL
                   MOVE WS-LL-P5 TO WS-MONTO-ACTUAL
               WHEN 6
                   MOVE WS-LL-NOM6 TO WS-NOMBRE-ACTUAL
                   MOVE WS-LL-P6 TO WS-MONTO-ACTUAL
               WHEN 7
                   MOVE WS-LL-NOM7 TO WS-NOMBRE-ACTUAL
                   MOVE WS-LL-P7 TO WS-MONTO-ACTUAL
               WHEN 8
                   MOVE WS-LL-NOM8 TO WS-NOMBRE-ACTUAL
                   MOVE WS-LL-P8 TO WS-MONTO-ACTUAL
               WHEN 9
                   MOVE WS-LL-NOM9 TO WS-NOMBRE-ACTUAL
                   MOVE WS-LL-P9 TO WS-MONTO-ACTUAL
           END-EVALUATE.

       3150-TOMAR-PARTICIPANTE-EXIT.
           EXIT.


      *>   AGREGA LA CORRIDA DE LA LINEA ACTUAL A LA TABLA DEL LOTE
       3200-AGREGAR-PENDIENTE.

           IF WS-CANT-PENDIENTES = WS-MAX-PENDIENTES
               DISPLAY "ERROR: MAS DE " WS-MAX-PENDIENTES " CORRIDAS "
                   "PARA UN SOLO LOTE, NO ENTRAN EN LA TABLA"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-CANT-PENDIENTES
           MOVE WS-CANT-PENDIENTES TO i

           MOVE WS-LL-CORRIDA TO WS-PEN-CORRIDA(i)
           MOVE WS-LL-ORIG-CORRIDA TO WS-PEN-ORIG-CORRIDA(i)
           MOVE WS-LL-FECHA TO WS-PEN-FECHA(i)
           MOVE WS-LL-CANT TO WS-PEN-CANT(i)
           MOVE 0 TO WS-PEN-TOTAL(i)
           ADD WS-MONTO-LINEA TO WS-TOTAL-LOTE

           IF LL-TIPO-REVERSA
               MOVE "R" TO WS-PEN-TIPO(i)
           ELSE
               MOVE "N" TO WS-PEN-TIPO(i)
           END-IF

           PERFORM VARYING k FROM 1 BY 1 UNTIL k > 9
               MOVE SPACES TO WS-PEN-NOMBRE(i, k)
               MOVE 0 TO WS-PEN-BRUTO(i, k)
               MOVE 0 TO WS-PEN-RET-GAN(i, k)
               MOVE 0 TO WS-PEN-RET-IIBB(i, k)
               MOVE "N" TO WS-PEN-CERT-SW(i, k)
               IF k NOT > WS-LL-CANT
                   PERFORM 3150-TOMAR-PARTICIPANTE
                       THRU 3150-TOMAR-PARTICIPANTE-EXIT
                   MOVE WS-NOMBRE-ACTUAL TO WS-PEN-NOMBRE(i, k)
                   MOVE WS-MONTO-ACTUAL TO WS-PEN-BRUTO(i, k)
                   ADD WS-MONTO-ACTUAL TO WS-PEN-TOTAL(i)
               END-IF
           END-PERFORM.

       3200-AGREGAR-PENDIENTE-EXIT.
           EXIT.


      *>   RECORRE EL RESGUARDO ARCCERTPF Y DESPUES CERTRETPF Y
      *>   APLICA CADA CERTIFICADO DEL PERIODO A SU CORRIDA DEL LOTE
       4000-RECORRER-CERTIFICADOS.

           MOVE 0 TO WS-ERRORES-CERT

           OPEN INPUT ARCCERT-FILE

           IF FS-ARCCERT-OK
               PERFORM UNTIL FS-ARCCERT-EOF
                   READ ARCCERT-FILE INTO WS-CL-LINEA
                       AT END
                           SET FS-ARCCERT-EOF TO TRUE
                       NOT AT END
                           PERFORM 4100-PROCESAR-CERTIFICADO
                               THRU 4100-PROCESAR-CERTIFICADO-EXIT
                   END-READ
               END-PERFORM
           END-IF

           CLOSE ARCCERT-FILE

           OPEN INPUT CERTRET-FILE

           IF FS-CERTRET-OK
               PERFORM UNTIL FS-CERTRET-EOF
                   READ CERTRET-FILE INTO WS-CL-LINEA
                       AT END
                           SET FS-CERTRET-EOF TO TRUE
                       NOT AT END
                           PERFORM 4100-PROCESAR-CERTIFICADO
                               THRU 4100-PROCESAR-CERTIFICADO-EXIT
                   END-READ
               END-PERFORM
           END-IF

           CLOSE CERTRET-FILE.

       4000-RECORRER-CERTIFICADOS-EXIT.
           EXIT.


      *>   UN CERTIFICADO: SE BUSCA SU CORRIDA POR CORR= Y DENTRO DE
      *>   ELLA EL PARTICIPANTE POR NOMBRE; EL BRUTO TIENE QUE SER EL
      *>   DEL LIBRO. LOS CERTIFICADOS ANTERIORES A CORR= SE APAREAN
      *>   POR FECHA, TIPO (REVERSA O NO), NOMBRE Y BRUTO
       4100-PROCESAR-CERTIFICADO.

           IF WS-CL-FECHA(1:6) NOT = WS-PERIODO
               GO TO 4100-PROCESAR-CERTIFICADO-EXIT
           END-IF

           MOVE WS-CL-BRUTO TO WS-CERT-BRUTO
           MOVE WS-CL-RET-GAN TO WS-CERT-RET-GAN
           MOVE WS-CL-RET-IIBB TO WS-CERT-RET-IIBB
           MOVE "N" TO WS-CERT-ASIGNADO-SW

           IF WS-CL-CORRIDA IS NUMERIC AND WS-CL-CORRIDA-N > 0
               PERFORM VARYING i FROM 1 BY 1
                       UNTIL i > WS-CANT-PENDIENTES OR CERT-ASIGNADO
                   IF WS-PEN-CORRIDA(i) = WS-CL-CORRIDA-N
                       PERFORM VARYING k FROM 1 BY 1
                               UNTIL k > WS-PEN-CANT(i)
                                  OR CERT-ASIGNADO
                           IF WS-PEN-NOMBRE(i, k) = WS-CL-NOMBRE
                                   AND NOT PEN-CON-CERTIFICADO(i, k)
                               PERFORM 4150-ASIGNAR-CERTIFICADO
                                   THRU 4150-ASIGNAR-CERTIFICADO-EXIT
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               GO TO 4100-PROCESAR-CERTIFICADO-EXIT
           END-IF

           PERFORM VARYING i FROM 1 BY 1
                   UNTIL i > WS-CANT-PENDIENTES OR CERT-ASIGNADO
               IF WS-PEN-FECHA(i) = WS-CL-FECHA
                       AND ((PEN-REVERSA(i) AND CL-MODO-REVERSA)
                        OR (NOT PEN-REVERSA(i)
                            AND NOT CL-MODO-REVERSA))
                   PERFORM VARYING k FROM 1 BY 1
                           UNTIL k > WS-PEN-CANT(i) OR CERT-ASIGNADO
                       IF WS-PEN-NOMBRE(i, k) = WS-CL-NOMBRE
                               AND WS-PEN-BRUTO(i, k) = WS-CERT-BRUTO
                               AND NOT PEN-CON-CERTIFICADO(i, k)
                           PERFORM 4150-ASIGNAR-CERTIFICADO
                               THRU 4150-ASIGNAR-CERTIFICADO-EXIT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       4100-PROCESAR-CERTIFICADO-EXIT.
           EXIT.


      *>   TOMA LAS RETENCIONES DEL CERTIFICADO PARA EL PARTICIPANTE k
      *>   DE LA CORRIDA i; UN BRUTO DISTINTO DEL LIBRO ES UN ERROR
       4150-ASIGNAR-CERTIFICADO.

           SET CERT-ASIGNADO TO TRUE
           MOVE "S" TO WS-PEN-CERT-SW(i, k)

           IF WS-CERT-BRUTO NOT = WS-PEN-BRUTO(i, k)
               MOVE WS-PEN-BRUTO(i, k) TO WS-ED-IMPORTE
               MOVE WS-CERT-BRUTO TO WS-ED-IMPORTE-2
               DISPLAY "ERROR: CORRIDA " WS-PEN-CORRIDA(i) " "
                   WS-PEN-NOMBRE(i, k) ": BRUTO DEL LIBRO "
                   WS-ED-IMPORTE " Y DEL CERTIFICADO " WS-ED-IMPORTE-2
               ADD 1 TO WS-ERRORES-CERT
               GO TO 4150-ASIGNAR-CERTIFICADO-EXIT
           END-IF

           MOVE WS-CERT-RET-GAN TO WS-PEN-RET-GAN(i, k)
           MOVE WS-CERT-RET-IIBB TO WS-PEN-RET-IIBB(i, k).

       4150-ASIGNAR-CERTIFICADO-EXIT.
           EXIT.


      *>   TODO PARTICIPANTE CON BRUTO DE UNA CORRIDA DEL LOTE TIENE
      *>   QUE TENER SU CERTIFICADO (SIN EL NO SE SABE CUANTO SE
      *>   RETUVO NI CUANTO SALIO DEL BANCO), Y LAS RETENCIONES NO
      *>   PUEDEN SUPERAR AL BRUTO
       4200-VERIFICAR-CERTIFICADOS.

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-PENDIENTES
               PERFORM VARYING k FROM 1 BY 1 UNTIL k > WS-PEN-CANT(i)
                   IF WS-PEN-BRUTO(i, k) > 0
                       IF NOT PEN-CON-CERTIFICADO(i, k)
                           DISPLAY "ERROR: LA CORRIDA "
                               WS-PEN-CORRIDA(i) " NO TIENE "
                               "CERTIFICADO DE RETENCION PARA "
                               WS-PEN-NOMBRE(i, k)
                           ADD 1 TO WS-ERRORES-CERT
                       ELSE
                           IF WS-PEN-RET-GAN(i, k)
                                   + WS-PEN-RET-IIBB(i, k)
                                   > WS-PEN-BRUTO(i, k)
                               DISPLAY "ERROR: LA CORRIDA "
                                   WS-PEN-CORRIDA(i) " RETIENE A "
                                   WS-PEN-NOMBRE(i, k) " MAS QUE SU "
                                   "BRUTO"
                               ADD 1 TO WS-ERRORES-CERT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM

           IF WS-ERRORES-CERT > 0
               DISPLAY "ERROR: " WS-ERRORES-CERT " DIFERENCIAS ENTRE "
                   "EL LIBRO Y LOS CERTIFICADOS; NO SE EXPORTA NADA"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

       4200-VERIFICAR-CERTIFICADOS-EXIT.
           EXIT.


      *>   BUSCA EL ULTIMO ESTADO DE CIERRE DEL PERIODO EN CIEESTPF
      *>   (LINEA "ESTADO DE CIERRE DEL PERIODO " + AAAAMM, SEGUIDA DE
      *>   LA LINEA DEL TOTAL DISTRIBUIDO, VER 6000-EMITIR-ESTADO EN
      *>   CIE-MES) Y LO COMPARA CON EL TOTAL DEL LIBRO. EN UN PERIODO
      *>   CERRADO TIENE QUE ESTAR Y COINCIDIR; FORZADO SOLO SE AVISA
       4500-COMPARAR-CIEEST.

           MOVE "N" TO WS-CIEEST-HALLADO-SW
           MOVE "N" TO WS-CIEEST-EN-PERIODO-SW
           MOVE 0 TO WS-TOTAL-CIEEST

           OPEN INPUT CIEEST-FILE

           IF FS-CIEEST-OK
               PERFORM UNTIL FS-CIEEST-EOF
                   READ CIEEST-FILE INTO WS-CIEEST-LINEA
                       AT END
                           SET FS-CIEEST-EOF TO TRUE
                       NOT AT END
                           IF WS-CE-ROTULO =
                                   "ESTADO DE CIERRE DEL PERIODO "
                               IF WS-CE-PERIODO = WS-PERIODO
                                   SET CIEEST-EN-PERIODO TO TRUE
                               ELSE
                                   MOVE "N" TO WS-CIEEST-EN-PERIODO-SW
                               END-IF
                           END-IF
                           IF CIEEST-EN-PERIODO AND WS-CE-ROTULO-TOTAL
                                   = "TOTAL DISTRIBUIDO DEL MES...: "
                               SET CIEEST-HALLADO TO TRUE
                               MOVE WS-CE-TOTAL TO WS-TOTAL-CIEEST
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           CLOSE CIEEST-FILE

           IF NOT CIEEST-HALLADO
               IF EXPORTACION-FORZADA
                   DISPLAY "AVISO: NO HAY ESTADO DE CIERRE DEL PERIODO "
                       "EN CIEESTPF CONTRA EL CUAL CONCILIAR"
                   GO TO 4500-COMPARAR-CIEEST-EXIT
               END-IF
               DISPLAY "ERROR: EL PERIODO " WS-PERIODO " ESTA CERRADO "
                   "PERO NO HAY ESTADO DE CIERRE EN CIEESTPF"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-TOTAL-CIEEST = WS-TOTAL-LIBRO
               GO TO 4500-COMPARAR-CIEEST-EXIT
           END-IF

           MOVE WS-TOTAL-LIBRO TO WS-ED-IMPORTE
           MOVE WS-TOTAL-CIEEST TO WS-ED-IMPORTE-2
           DISPLAY "EL LIBRO SUMA " WS-ED-IMPORTE " EN EL PERIODO Y "
               "EL ESTADO DE CIERRE DICE " WS-ED-IMPORTE-2

           IF EXPORTACION-FORZADA
               DISPLAY "AVISO: LA EXPORTACION FORZADA NO VA A "
                   "COINCIDIR CON EL ESTADO DE CIERRE"
               GO TO 4500-COMPARAR-CIEEST-EXIT
           END-IF

           DISPLAY "ERROR: EL LIBRO CAMBIO DESDE EL CIERRE; REVISELO "
               "CON VER-LEDG Y, SI CORRESPONDE, REABRA Y VUELVA A "
               "CERRAR EL PERIODO CON CIE-MES ANTES DE EXPORTAR"
           DISPLAY "PROGRAMA ABORTADO"
           MOVE 1 TO RETURN-CODE
           GOBACK.

       4500-COMPARAR-CIEEST-EXIT.
           EXIT.


      *>   ANTES DE ESCRIBIR NADA, CONTROLA QUE EXISTA CADA CUENTA QUE
      *>   VA A HACER FALTA; SE LISTAN TODAS LAS QUE FALTAN JUNTAS
       5000-VERIFICAR-CUENTAS.

           MOVE "N" TO WS-FALTAN-CUENTAS-SW

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-PENDIENTES
               PERFORM VARYING k FROM 1 BY 1 UNTIL k > WS-PEN-CANT(i)
                   IF WS-PEN-BRUTO(i, k) > 0
                       IF PEN-REVERSA(i)
                           MOVE "V" TO WS-BUS-CLASE
                       ELSE
                           MOVE "G" TO WS-BUS-CLASE
                       END-IF
                       MOVE k TO WS-BUS-NRO
                       PERFORM 5100-CONTROLAR-CUENTA
                           THRU 5100-CONTROLAR-CUENTA-EXIT
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE 0 TO WS-BUS-NRO
           MOVE "R" TO WS-BUS-CLASE
           PERFORM 5100-CONTROLAR-CUENTA
               THRU 5100-CONTROLAR-CUENTA-EXIT
           MOVE "I" TO WS-BUS-CLASE
           PERFORM 5100-CONTROLAR-CUENTA
               THRU 5100-CONTROLAR-CUENTA-EXIT
           MOVE "B" TO WS-BUS-CLASE
           PERFORM 5100-CONTROLAR-CUENTA
               THRU 5100-CONTROLAR-CUENTA-EXIT

           IF FALTAN-CUENTAS
               DISPLAY "ERROR: FALTAN CUENTAS EN CUENTAPF; CARGUELAS "
                   "CON MNT-CUENTA"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

       5000-VERIFICAR-CUENTAS-EXIT.
           EXIT.


      *>   BUSCA UNA CUENTA Y, SI FALTA, LO AVISA Y MARCA QUE NO SE
      *>   PUEDE EXPORTAR
       5100-CONTROLAR-CUENTA.

           PERFORM 7300-BUSCAR-CUENTA
               THRU 7300-BUSCAR-CUENTA-EXIT

           IF CUENTA-HALLADA
               GO TO 5100-CONTROLAR-CUENTA-EXIT
           END-IF

           IF WS-BUS-NRO = 0
               DISPLAY "FALTA LA CUENTA " WS-BUS-CLASE "-0"
           ELSE
               DISPLAY "FALTA LA CUENTA " WS-BUS-CLASE "-" WS-BUS-NRO
                   " (NI LA GENERAL " WS-BUS-CLASE "-0)"
           END-IF
           SET FALTAN-CUENTAS TO TRUE.

       5100-CONTROLAR-CUENTA-EXIT.
           EXIT.


      *>   MUESTRA LO QUE VA A SALIR Y PIDE CONFIRMACION
       5500-CONFIRMAR-LOTE.

           DISPLAY "--------------------------------------------------"
           IF MODO-EXPORTAR
               DISPLAY "LOTE NUEVO " WS-LOTE " DEL PERIODO " WS-PERIODO
           ELSE
               DISPLAY "REEMISION DEL LOTE " WS-LOTE " DEL PERIODO "
                   WS-PERIODO
           END-IF
           MOVE WS-TOTAL-LOTE TO WS-ED-IMPORTE
           DISPLAY "CORRIDAS: " WS-CANT-PENDIENTES "  IMPORTE NETO DE "
               "REVERSAS: " WS-ED-IMPORTE
           IF EXPORTACION-FORZADA
               DISPLAY "PERIODO ABIERTO, EXPORTACION FORZADA: "
                   WS-MOTIVO
           END-IF
           DISPLAY "ASIENTPF SE REESCRIBE CON ESTE LOTE"
           DISPLAY "PARA GENERARLO INGRESE S, CUALQUIER OTRA COSA "
               "CANCELA"
           MOVE SPACE TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA NOT = "S"
               DISPLAY "EXPORTACION CANCELADA, NO SE GRABO NADA"
               GOBACK
           END-IF.

       5500-CONFIRMAR-LOTE-EXIT.
           EXIT.


      *>   AGREGA AL CONTROL EXPCTBPF UN REGISTRO POR CORRIDA DEL LOTE
       6000-GRABAR-CONTROL.

           OPEN EXTEND EXPCTB-FILE

           IF NOT FS-EXPCTB-OK
      *>       SI EL ARCHIVO TODAVIA NO EXISTE, EXTEND FALLA PORQUE NO
      *>       LO ENCUENTRA; LO CREO CON OPEN OUTPUT LA PRIMERA VEZ
               CLOSE EXPCTB-FILE
               OPEN OUTPUT EXPCTB-FILE
           END-IF

           IF NOT FS-EXPCTB-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR EL CONTROL EXPCTBPF - "
                   "STATUS " WS-FS-EXPCTB
               DISPLAY "PROGRAMA ABORTADO, NO SE EXPORTO NADA"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-PENDIENTES
               MOVE WS-PEN-CORRIDA(i) TO EXPC-REG-CORRIDA
               MOVE WS-PERIODO TO EXPC-REG-PERIODO
               MOVE WS-LOTE TO EXPC-REG-LOTE
               MOVE WS-FECHA-HOY TO EXPC-REG-FECHA
               MOVE WS-HORA-LARGA(1:6) TO EXPC-REG-HORA
               MOVE WS-OPER-CODIGO TO EXPC-REG-OPER
               MOVE WS-FORZADO-SW TO EXPC-REG-FORZADO
               IF PEN-REVERSA(i)
                   COMPUTE EXPC-REG-IMPORTE = WS-PEN-TOTAL(i) * -1
               ELSE
                   MOVE WS-PEN-TOTAL(i) TO EXPC-REG-IMPORTE
               END-IF
               MOVE WS-MOTIVO TO EXPC-REG-MOTIVO
               WRITE EXPCTB-REG
           END-PERFORM

           CLOSE EXPCTB-FILE.

       6000-GRABAR-CONTROL-EXIT.
           EXIT.


      *>   ESCRIBE ASIENTPF: UN ASIENTO BALANCEADO POR CORRIDA Y EL
      *>   RENGLON FINAL DE CONTROL DEL LOTE
       7000-GRABAR-ASIENTOS.

           MOVE 0 TO WS-CANT-ASIENTOS
           MOVE 0 TO WS-CANT-RENGLONES
           MOVE 0 TO WS-TOT-DEBE
           MOVE 0 TO WS-TOT-HABER

           OPEN OUTPUT ASIENT-FILE

           IF NOT FS-ASIENT-OK
               DISPLAY "ERROR: NO SE PUDO ESCRIBIR ASIENTPF - STATUS "
                   WS-FS-ASIENT
               IF MODO-EXPORTAR
                   DISPLAY "EL LOTE " WS-LOTE " QUEDO REGISTRADO EN "
                       "EL CONTROL; GENERE EL ARCHIVO CON EL MODO R"
               END-IF
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-PENDIENTES
               PERFORM 7100-ARMAR-ASIENTO
                   THRU 7100-ARMAR-ASIENTO-EXIT
           END-PERFORM

           MOVE WS-LOTE TO WS-AT-LOTE
           MOVE WS-PERIODO TO WS-AT-PERIODO
           MOVE WS-CANT-ASIENTOS TO WS-AT-ASIENTOS
           MOVE WS-CANT-RENGLONES TO WS-AT-RENGLONES
           MOVE WS-TOT-DEBE TO WS-AT-DEBE
           MOVE WS-TOT-HABER TO WS-AT-HABER
           WRITE ASIENT-REG FROM WS-AS-TOTAL

           CLOSE ASIENT-FILE

           DISPLAY "ASIENTPF GRABADO: LOTE " WS-LOTE ", "
               WS-CANT-ASIENTOS " ASIENTOS, " WS-CANT-RENGLONES
               " RENGLONES".

       7000-GRABAR-ASIENTOS-EXIT.
           EXIT.


      *>   ARMA EL ASIENTO DE LA CORRIDA i. NORMAL: DEBE EL GASTO DE
      *>   CADA PARTICIPANTE, HABER LAS RETENCIONES Y EL BANCO. REVERSA:
      *>   AL REVES, CON EL HABER EN LA CUENTA DE REVERSAS. EL BANCO ES
      *>   EL BRUTO MENOS LAS RETENCIONES, ASI EL ASIENTO BALANCEA
       7100-ARMAR-ASIENTO.

           ADD 1 TO WS-CANT-ASIENTOS
           MOVE 0 TO WS-RENGLON
           MOVE 0 TO WS-ASI-GANANCIAS
           MOVE 0 TO WS-ASI-IIBB
           MOVE 0 TO WS-ASI-DEBE
           MOVE 0 TO WS-ASI-HABER

           MOVE WS-LOTE TO WS-AD-LOTE
           MOVE WS-PEN-CORRIDA(i) TO WS-AD-ASIENTO
           MOVE WS-PEN-FECHA(i) TO WS-AD-FECHA
           IF PEN-REVERSA(i)
               MOVE WS-PEN-ORIG-CORRIDA(i) TO WS-AD-ORIG-CORRIDA
           ELSE
               MOVE SPACES TO WS-AD-ORIG-CORRIDA
           END-IF

           PERFORM VARYING k FROM 1 BY 1 UNTIL k > WS-PEN-CANT(i)
               IF WS-PEN-BRUTO(i, k) > 0
                   IF PEN-REVERSA(i)
                       MOVE "V" TO WS-BUS-CLASE
                       MOVE "H" TO WS-AD-DH
                       MOVE "REV.DISTRIB. " TO WS-AD-CONCEPTO
                   ELSE
                       MOVE "G" TO WS-BUS-CLASE
                       MOVE "D" TO WS-AD-DH
                       MOVE "DISTRIBUCION " TO WS-AD-CONCEPTO
                   END-IF
                   MOVE k TO WS-BUS-NRO
                   MOVE WS-PEN-NOMBRE(i, k) TO WS-AD-NOMBRE
                   MOVE WS-PEN-BRUTO(i, k) TO WS-AD-IMPORTE
                   PERFORM 7200-ESCRIBIR-RENGLON
                       THRU 7200-ESCRIBIR-RENGLON-EXIT
                   ADD WS-PEN-RET-GAN(i, k) TO WS-ASI-GANANCIAS
                   ADD WS-PEN-RET-IIBB(i, k) TO WS-ASI-IIBB
               END-IF
           END-PERFORM

           COMPUTE WS-ASI-BANCO = WS-PEN-TOTAL(i) - WS-ASI-GANANCIAS
               - WS-ASI-IIBB

           IF PEN-REVERSA(i)
               MOVE "D" TO WS-AD-DH
           ELSE
               MOVE "H" TO WS-AD-DH
           END-IF
           MOVE 0 TO WS-BUS-NRO
           MOVE SPACES TO WS-AD-NOMBRE

           IF WS-ASI-GANANCIAS > 0
               MOVE "R" TO WS-BUS-CLASE
               MOVE "RET.GANANCIAS" TO WS-AD-CONCEPTO
               MOVE WS-ASI-GANANCIAS TO WS-AD-IMPORTE
               PERFORM 7200-ESCRIBIR-RENGLON
                   THRU 7200-ESCRIBIR-RENGLON-EXIT
           END-IF

           IF WS-ASI-IIBB > 0
               MOVE "I" TO WS-BUS-CLASE
               MOVE "RET.IIBB     " TO WS-AD-CONCEPTO
               MOVE WS-ASI-IIBB TO WS-AD-IMPORTE
               PERFORM 7200-ESCRIBIR-RENGLON
                   THRU 7200-ESCRIBIR-RENGLON-EXIT
           END-IF

           IF WS-ASI-BANCO > 0
               MOVE "B" TO WS-BUS-CLASE
               MOVE "BANCO        " TO WS-AD-CONCEPTO
               MOVE WS-ASI-BANCO TO WS-AD-IMPORTE
               PERFORM 7200-ESCRIBIR-RENGLON
                   THRU 7200-ESCRIBIR-RENGLON-EXIT
           END-IF

           IF WS-ASI-DEBE NOT = WS-ASI-HABER
               DISPLAY "ERROR: EL ASIENTO DE LA CORRIDA "
                   WS-PEN-CORRIDA(i) " NO BALANCEA"
               DISPLAY "PROGRAMA ABORTADO; ASIENTPF QUEDO INCOMPLETO"
               CLOSE ASIENT-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

       7100-ARMAR-ASIENTO-EXIT.
           EXIT.


      *>   ESCRIBE UN RENGLON CON LA CUENTA DE WS-BUS-CLASE /
      *>   WS-BUS-NRO (YA CONTROLADA EN 5000-VERIFICAR-CUENTAS) Y LO
      *>   SUMA AL DEBE O AL HABER DEL ASIENTO Y DEL LOTE
       7200-ESCRIBIR-RENGLON.

           PERFORM 7300-BUSCAR-CUENTA
               THRU 7300-BUSCAR-CUENTA-EXIT

           ADD 1 TO WS-RENGLON
           ADD 1 TO WS-CANT-RENGLONES
           MOVE WS-RENGLON TO WS-AD-RENGLON
           MOVE WS-BUS-CUENTA TO WS-AD-CUENTA
           MOVE WS-BUS-CCOSTO TO WS-AD-CCOSTO

           IF WS-AD-DH = "D"
               ADD WS-AD-IMPORTE TO WS-ASI-DEBE
               ADD WS-AD-IMPORTE TO WS-TOT-DEBE
           ELSE
               ADD WS-AD-IMPORTE TO WS-ASI-HABER
               ADD WS-AD-IMPORTE TO WS-TOT-HABER
           END-IF

           WRITE ASIENT-REG FROM WS-AS-DETALLE.

       7200-ESCRIBIR-RENGLON-EXIT.
           EXIT.


      *>   BUSCA LA CUENTA DE WS-BUS-CLASE / WS-BUS-NRO; SI EL
      *>   PARTICIPANTE NO TIENE CUENTA PROPIA USA LA GENERAL (NRO 0)
      *>   DE LA CLASE
       7300-BUSCAR-CUENTA.

           MOVE "N" TO WS-BUS-HALLADA-SW
           MOVE SPACES TO WS-BUS-CUENTA
           MOVE SPACES TO WS-BUS-CCOSTO

           PERFORM VARYING j FROM 1 BY 1
                   UNTIL j > WS-CANT-CUENTAS OR CUENTA-HALLADA
               IF WS-CTA-CLASE(j) = WS-BUS-CLASE
                       AND WS-CTA-NRO(j) = WS-BUS-NRO
                   SET CUENTA-HALLADA TO TRUE
                   MOVE WS-CTA-CUENTA(j) TO WS-BUS-CUENTA
                   MOVE WS-CTA-CCOSTO(j) TO WS-BUS-CCOSTO
               END-IF
           END-PERFORM

           PERFORM VARYING j FROM 1 BY 1
                   UNTIL j > WS-CANT-CUENTAS OR CUENTA-HALLADA
               IF WS-CTA-CLASE(j) = WS-BUS-CLASE
                       AND WS-CTA-NRO(j) = 0
                   SET CUENTA-HALLADA TO TRUE
                   MOVE WS-CTA-CUENTA(j) TO WS-BUS-CUENTA
                   MOVE WS-CTA-CCOSTO(j) TO WS-BUS-CCOSTO
               END-IF
           END-PERFORM.

       7300-BUSCAR-CUENTA-EXIT.
           EXIT.


      *>   CONCILIACION DEL PERIODO POR CONSOLA: LO ANTERIOR, ESTE
      *>   LOTE Y LO QUE NO SE PUEDE EXPORTAR TIENEN QUE SUMAR EL
      *>   TOTAL DEL LIBRO (Y ESTE EL DEL ESTADO DE CIERRE)
       8000-MOSTRAR-CONCILIACION.

           IF MODO-REEMITIR
               GO TO 8000-MOSTRAR-CONCILIACION-EXIT
           END-IF

           DISPLAY "--------------------------------------------------"
           DISPLAY "CONCILIACION DEL PERIODO " WS-PERIODO
           MOVE WS-TOTAL-LIBRO TO WS-ED-IMPORTE
           DISPLAY "TOTAL DEL LIBRO EN EL PERIODO.: " WS-ED-IMPORTE
           IF CIEEST-HALLADO
               MOVE WS-TOTAL-CIEEST TO WS-ED-IMPORTE
               DISPLAY "TOTAL DEL ESTADO DE CIERRE....: " WS-ED-IMPORTE
           ELSE
               DISPLAY "TOTAL DEL ESTADO DE CIERRE....: NO HAY ESTADO"
           END-IF
           MOVE WS-TOTAL-ANTERIOR TO WS-ED-IMPORTE
           DISPLAY "EXPORTADO EN LOTES ANTERIORES.: " WS-ED-IMPORTE
           MOVE WS-TOTAL-LOTE TO WS-ED-IMPORTE
           DISPLAY "EXPORTADO EN ESTE LOTE........: " WS-ED-IMPORTE
           MOVE WS-TOTAL-SIN-CORR TO WS-ED-IMPORTE
           DISPLAY "SIN NUMERO DE CORRIDA.........: " WS-ED-IMPORTE
               " (" WS-LINEAS-SIN-CORR " LINEAS)"

           COMPUTE WS-TOTAL-CONTROL = WS-TOTAL-ANTERIOR + WS-TOTAL-LOTE
               + WS-TOTAL-SIN-CORR
           IF WS-TOTAL-CONTROL NOT = WS-TOTAL-LIBRO
               DISPLAY "AVISO: LAS PARTES NO SUMAN EL TOTAL DEL LIBRO"
           END-IF

           IF WS-LINEAS-SIN-CORR > 0
               DISPLAY "AVISO: LAS LINEAS SIN NUMERO DE CORRIDA SON "
                   "ANTERIORES A LA NUMERACION Y SE ASIENTAN A MANO"
           END-IF.

       8000-MOSTRAR-CONCILIACION-EXIT.
           EXIT.


      *>   CONTROL DE PIN Y REGISTRO DE INGRESOS COMPARTIDO (VER
      *>   1100-INICIAR-SESION)
           COPY SESCALC.

      *>   NORMALIZACION DE LAS LINEAS DEL LIBRO (VER 3000-RECORRER-
      *>   LIBRO)
           COPY LEDGNORM.
