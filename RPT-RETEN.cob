      *> el comentario siempre empieza de la linea 7
      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT-RETEN.
      *>--------------------------------------

      *> POSICION DE RETENCIONES A DEPOSITAR Y DECLARACION ANUAL,
      *> ARMADAS DESDE LOS CERTIFICADOS QUE CL-18-EJ-18 DEJA EN
      *> CERTRETPF (Y SU RESGUARDO ARCCERTPF, VER ARC-HIST). HASTA
      *> AHORA ESTO SE SUMABA EN UNA PLANILLA CADA MES Y SE REARMABA A
      *> MANO A FIN DE ANIO. PIDE POR TECLADO QUE EMITIR:
      *> - M = POSICION MENSUAL DE UN PERIODO AAAAMM, POR CONSOLA: LO
      *>   RETENIDO DE GANANCIAS Y DE IIBB POR PARTICIPANTE, Y LA
      *>   CONCILIACION DE LO RETENIDO EN CORRIDAS DE LOTE CONTRA LOS
      *>   TOTALES DE LOS RESUMENES DE LOTE DEL MES EN RESLOTPF.
      *> - A = EMISION ANUAL DE UN EJERCICIO AAAA: LA DECLARACION DE
      *>   RETENCIONES DE GANANCIAS EN EL FORMATO FIJO DE IMPORTACION
      *>   DEL SICORE (SICOREPF, UNA LINEA POR PARTICIPANTE Y MES) Y EL
      *>   CERTIFICADO ANUAL CONSOLIDADO DE CADA PARTICIPANTE
      *>   (CERTANUPF, MES POR MES CON BRUTO, RETENCIONES Y NETO). IIBB
      *>   ES UN IMPUESTO PROVINCIAL Y NO VA AL SICORE: FIGURA EN EL
      *>   CERTIFICADO ANUAL Y EN LA POSICION MENSUAL.
      *> UNA LINEA DE CERTIFICADO MODO=R ES UNA REVERSA Y SE RESTA, EN
      *> EL MES EN QUE SE REGISTRO LA REVERSA (MISMO CRITERIO QUE LOS
      *> REPORTES DEL LIBRO CON LA LINEA TIPO=REVERSA). LAS LINEAS
      *> ANTERIORES A QUE EL CERTIFICADO LLEVARA CORRIDA Y MODO SE
      *> TOMAN COMO NORMALES Y SE INFORMAN APARTE EN LA CONCILIACION.
      *> EL RETENIDO SE IDENTIFICA POR SU CUIT, QUE SALE DE PARTICPF
      *> (VER MNT-PARTIC) BUSCANDO POR NOMBRE, QUE ES LO QUE LLEVA LA
      *> LINEA DEL CERTIFICADO.

      *>--------------------------------------
       ENVIRONMENT DIVISION.
      *>--------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
      *>   MISMA CONVENCION QUE CL-18-EJ-18, QUE ESCRIBE LOS
      *>   CERTIFICADOS Y EL RESUMEN DE LOTE CON ESTOS MONTOS EDITADOS
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   CERTIFICADOS DE RETENCION VIVOS (VER 6250-EMITIR-
      *>   CERTIFICADOS EN CL-18-EJ-18) Y SU RESGUARDO DE ARC-HIST
           SELECT CERTRET-FILE ASSIGN TO "CERTRETPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CERTRET WS-FS-CERTRET-EXT.

           SELECT ARCCERT-FILE ASSIGN TO "ARCCERTPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCCERT WS-FS-ARCCERT-EXT.

      *>   RESUMENES DE LAS CORRIDAS DE LOTE (VER 7040-EMITIR-
      *>   RESUMEN-LOTE EN CL-18-EJ-18), PARA LA CONCILIACION
           SELECT RESLOT-FILE ASSIGN TO "RESLOTPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESLOT WS-FS-RESLOT-EXT.

      *>   ARCHIVO DE PARAMETROS DE PARTICIPANTES, DE DONDE SALE LA
      *>   CUIT DE CADA RETENIDO
           SELECT PARTIC-FILE ASSIGN TO "PARTICPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARTIC WS-FS-PARTIC-EXT.

      *>   DECLARACION ANUAL EN EL FORMATO DE IMPORTACION DEL SICORE;
      *>   CADA EMISION ANUAL LA REEMPLAZA ENTERA
           SELECT SICORE-FILE ASSIGN TO "SICOREPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SICORE WS-FS-SICORE-EXT.

      *>   CERTIFICADOS ANUALES CONSOLIDADOS, UNO POR PARTICIPANTE A
      *>   CONTINUACION DEL OTRO; CADA EMISION ANUAL LOS REEMPLAZA
           SELECT CERTANU-FILE ASSIGN TO "CERTANUPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CERTANU WS-FS-CERTANU-EXT.

       DATA DIVISION.

       FILE SECTION.
      *>   LAS LINEAS DE CERTIFICADO SE LEEN ENTERAS Y SE DESARMAN EN
      *>   WS-CL-LINEA (MISMO LAYOUT QUE WS-CR-LINEA EN CL-18-EJ-18)
       FD  CERTRET-FILE.
       01  CERTRET-REG               PIC X(180).

       FD  ARCCERT-FILE.
       01  ARCCERT-REG               PIC X(180).

       FD  RESLOT-FILE.
       01  RESLOT-REG                PIC X(80).

      *>   MISMO LAYOUT QUE PARTIC-REG-FILE EN CL-18-EJ-18 (VER ESE
      *>   PROGRAMA PARA EL DETALLE DE CADA CAMPO)
       FD  PARTIC-FILE.
       01  PARTIC-REG-FILE.
           02 PARTIC-REG-NRO         PIC 9(1).
           02 PARTIC-REG-VIGENCIA    PIC 9(8).
           02 PARTIC-REG-PORCENTAJE  PIC 99V9.
           02 PARTIC-REG-NOMBRE      PIC X(20).
           02 PARTIC-REG-CBU         PIC X(22).
           02 PARTIC-REG-CUIT        PIC X(11).
      *>       ESQUEMA DE REPARTO DEL REGISTRO (POR SUCURSAL, POR
      *>       REGION O GENERAL, VER CL-18-EJ-18); ACA NO SE USA: EL
      *>       NOMBRE, EL CBU Y LA CUIT DE UN NRO SON LOS MISMOS EN
      *>       TODOS LOS ESQUEMAS
           02 PARTIC-REG-ESQ-TIPO    PIC X(1).
           02 PARTIC-REG-ESQ-CLAVE   PIC X(10).

       FD  SICORE-FILE.
       01  SICORE-REG                PIC X(144).

       FD  CERTANU-FILE.
       01  CERTANU-REG               PIC X(80).

      *>--------------------------------------
       WORKING-STORAGE SECTION.

       01  WS-FS-CERTRET             PIC XX.
           88 FS-CERTRET-OK          VALUE "00".
           88 FS-CERTRET-EOF         VALUE "10".
       01  WS-FS-CERTRET-EXT         PIC 9(4).

       01  WS-FS-ARCCERT             PIC XX.
           88 FS-ARCCERT-OK          VALUE "00".
           88 FS-ARCCERT-EOF         VALUE "10".
       01  WS-FS-ARCCERT-EXT         PIC 9(4).

       01  WS-FS-RESLOT              PIC XX.
           88 FS-RESLOT-OK           VALUE "00".
           88 FS-RESLOT-EOF          VALUE "10".
       01  WS-FS-RESLOT-EXT          PIC 9(4).

       01  WS-FS-PARTIC              PIC XX.
           88 FS-PARTIC-OK           VALUE "00".
           88 FS-PARTIC-EOF          VALUE "10".
       01  WS-FS-PARTIC-EXT          PIC 9(4).

       01  WS-FS-SICORE              PIC XX.
           88 FS-SICORE-OK           VALUE "00".
       01  WS-FS-SICORE-EXT          PIC 9(4).

       01  WS-FS-CERTANU             PIC XX.
           88 FS-CERTANU-OK          VALUE "00".
       01  WS-FS-CERTANU-EXT         PIC 9(4).

      *>   QUE SE EMITE Y PARA QUE PERIODO: AAAAMM EN LA POSICION
      *>   MENSUAL, AAAA (CON MES EN CERO) EN LA EMISION ANUAL
       01  WS-OPCION                 PIC X(01) VALUE SPACE.
           88 OPCION-MENSUAL         VALUE "M".
           88 OPCION-ANUAL           VALUE "A".
       01  WS-PERIODO                PIC 9(6) VALUE 0.
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           02 WS-PER-ANIO            PIC 9(4).
           02 WS-PER-MES             PIC 9(2).
       01  WS-EJERCICIO              PIC 9(4) VALUE 0.

      *>   HAY QUE ENCONTRAR AL MENOS UNO DE LOS DOS ARCHIVOS DE
      *>   CERTIFICADOS; SIN NINGUNO NO HAY NADA QUE DECLARAR
       01  WS-HAY-CERTIFICADOS-SW    PIC X(01) VALUE "N".
           88 HAY-CERTIFICADOS       VALUE "S".

      *>   LINEA DE CERTIFICADO LEIDA, DESARMADA CAMPO POR CAMPO
       01  WS-CL-LINEA               PIC X(180).
       01  WS-CL-CAMPOS REDEFINES WS-CL-LINEA.
           02 FILLER                 PIC X(06).
           02 WS-CL-FECHA.
               03 WS-CL-ANIO         PIC 9(4).
               03 WS-CL-MES          PIC 9(2).
               03 WS-CL-DIA          PIC 9(2).
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
           02 FILLER                 PIC X(10).
           02 WS-CL-ORIG-CORRIDA     PIC X(6).
           02 FILLER                 PIC X(06).
           02 WS-CL-MODO             PIC X(1).
               88 CL-MODO-LOTE       VALUE "L".
               88 CL-MODO-REVERSA    VALUE "R".
               88 CL-MODO-CONOCIDO   VALUE "L" "I" "A" "R" "C".
           02 FILLER                 PIC X(06).

      *>   MONTOS DE LA LINEA LEIDA PASADOS A NUMERICO, CON SIGNO: UNA
      *>   REVERSA ENTRA NEGATIVA
       01  WS-IMP-BRUTO              PIC S9(9)V99 VALUE 0.
       01  WS-IMP-GAN                PIC S9(9)V99 VALUE 0.
       01  WS-IMP-IIBB               PIC S9(9)V99 VALUE 0.
       01  WS-IMP-NETO               PIC S9(9)V99 VALUE 0.

      *>   LINEAS LEIDAS Y DESCARTADAS POR FECHA ILEGIBLE
       01  WS-CANT-LEIDAS            PIC 9(7) VALUE 0.
       01  WS-CANT-ILEGIBLES         PIC 9(5) VALUE 0.

      *>   ACUMULADOS DEL EJERCICIO POR PARTICIPANTE Y MES, YA NETOS
      *>   DE REVERSAS. EL PARTICIPANTE SE IDENTIFICA POR EL NOMBRE DE
      *>   LA LINEA DEL CERTIFICADO
       01  WS-CANT-PARTIC            PIC 9(2) VALUE 0.
       01  WS-TABLA-RETEN.
           02 WS-RT-PARTIC OCCURS 50 TIMES.
               03 WS-RT-NOMBRE       PIC X(20).
               03 WS-RT-CUIT         PIC X(11).
               03 WS-RT-MES OCCURS 12 TIMES.
                   04 WS-RT-BRUTO    PIC S9(9)V99.
                   04 WS-RT-GAN      PIC S9(9)V99.
                   04 WS-RT-IIBB     PIC S9(9)V99.
                   04 WS-RT-NETO     PIC S9(9)V99.
       01  WS-PARTIC-ACTUAL          PIC 9(2) VALUE 0.
       01  i                         PIC 9(3).
       01  m                         PIC 99.

      *>   CUIT VIGENTE DE CADA NOMBRE EN PARTICPF (LA DEL REGISTRO DE
      *>   VIGENCIA MAS RECIENTE QUE TENGA CUIT CARGADA)
       01  WS-CANT-CUITS             PIC 9(3) VALUE 0.
       01  WS-TABLA-CUITS.
           02 WS-CU-ENTRADA OCCURS 90 TIMES.
               03 WS-CU-NOMBRE       PIC X(20).
               03 WS-CU-CUIT         PIC X(11).
               03 WS-CU-VIGENCIA     PIC 9(8).
       01  j                         PIC 9(3).
       01  WS-CU-ENCONTRADO          PIC 9(3) VALUE 0.

      *>   CONCILIACION DEL MES CONTRA RESLOTPF: LO RETENIDO SEGUN LOS
      *>   CERTIFICADOS, SEPARADO POR ORIGEN (LOTE, OTRAS CORRIDAS,
      *>   REVERSAS Y LINEAS ANTERIORES SIN MODO), Y LO QUE DICEN LOS
      *>   RESUMENES DE LOTE FECHADOS EN EL MES
       01  WS-CC-LOTE-GAN            PIC S9(9)V99 VALUE 0.
       01  WS-CC-LOTE-IIBB           PIC S9(9)V99 VALUE 0.
       01  WS-CC-OTRAS-GAN           PIC S9(9)V99 VALUE 0.
       01  WS-CC-OTRAS-IIBB          PIC S9(9)V99 VALUE 0.
       01  WS-CC-REV-GAN             PIC S9(9)V99 VALUE 0.
       01  WS-CC-REV-IIBB            PIC S9(9)V99 VALUE 0.
       01  WS-CC-ANT-GAN             PIC S9(9)V99 VALUE 0.
       01  WS-CC-ANT-IIBB            PIC S9(9)V99 VALUE 0.
       01  WS-CC-ANT-CANT            PIC 9(5) VALUE 0.
       01  WS-CC-RESLOT-GAN          PIC S9(9)V99 VALUE 0.
       01  WS-CC-RESLOT-IIBB         PIC S9(9)V99 VALUE 0.
       01  WS-CC-RESLOT-CANT         PIC 9(5) VALUE 0.
       01  WS-CC-DIF-GAN             PIC S9(9)V99 VALUE 0.
       01  WS-CC-DIF-IIBB            PIC S9(9)V99 VALUE 0.
       01  WS-CC-TOTAL-GAN           PIC S9(9)V99 VALUE 0.
       01  WS-CC-TOTAL-IIBB          PIC S9(9)V99 VALUE 0.
       01  WS-CC-TOTAL-BRUTO         PIC S9(9)V99 VALUE 0.

      *>   LINEA DE RESLOTPF LEIDA, CON LAS VISTAS DEL TITULO (QUE
      *>   TRAE LA FECHA DEL LOTE) Y DE LAS DOS LINEAS DE RETENIDO
      *>   (VER WS-RS-TITULO / WS-RS-RET-GAN EN CL-18-EJ-18)
       01  WS-RL-LINEA               PIC X(80).
       01  WS-RL-TITULO REDEFINES WS-RL-LINEA.
           02 WS-RL-TIT-TEXTO        PIC X(34).
           02 WS-RL-TIT-ANIO         PIC 9(4).
           02 FILLER                 PIC X(01).
           02 WS-RL-TIT-MES          PIC 9(2).
           02 FILLER                 PIC X(03).
           02 FILLER                 PIC X(36).
       01  WS-RL-RETENIDO REDEFINES WS-RL-LINEA.
           02 WS-RL-RET-TEXTO        PIC X(32).
           02 WS-RL-RET-VAL          PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(34).
       01  WS-RL-LOTE-DEL-MES-SW     PIC X(01) VALUE "N".
           88 RL-LOTE-DEL-MES        VALUE "S".
       01  WS-RL-IMPORTE             PIC S9(9)V99 VALUE 0.

      *>   DATOS FIJOS DE LA DECLARACION: COMPROBANTE 06 (ORDEN DE
      *>   PAGO), IMPUESTO 217 (GANANCIAS), EL REGIMEN QUE CONTADURIA
      *>   TIENE ASIGNADO A ESTOS PAGOS, OPERACION 1 (RETENCION),
      *>   CONDICION 01 (INSCRIPTO) Y DOCUMENTO 80 (CUIT)
       01  WS-SIC-REGIMEN            PIC X(03) VALUE "094".

      *>   REGISTRO DE LA DECLARACION, FORMATO FIJO DE 144 POSICIONES
       01  WS-SIC-LINEA.
           02 WS-SIC-COD-COMPROB     PIC X(02) VALUE "06".
           02 WS-SIC-FEC-COMPROB     PIC X(10).
           02 WS-SIC-NRO-COMPROB     PIC 9(16).
           02 WS-SIC-IMP-COMPROB     PIC 9(13),99.
           02 WS-SIC-IMPUESTO        PIC X(03) VALUE "217".
           02 WS-SIC-REGIMEN-LIN     PIC X(03).
           02 WS-SIC-OPERACION       PIC X(01) VALUE "1".
           02 WS-SIC-BASE            PIC 9(11),99.
           02 WS-SIC-FEC-RETEN       PIC X(10).
           02 WS-SIC-CONDICION       PIC X(02) VALUE "01".
           02 WS-SIC-SUSPENDIDO      PIC X(01) VALUE "0".
           02 WS-SIC-IMP-RETEN       PIC 9(11),99.
           02 WS-SIC-EXCLUSION       PIC X(06) VALUE "000,00".
           02 WS-SIC-FEC-BOLETIN     PIC X(10) VALUE SPACES.
           02 WS-SIC-TIPO-DOC        PIC X(02) VALUE "80".
           02 WS-SIC-NRO-DOC         PIC X(20).
           02 WS-SIC-CERT-ORIG       PIC 9(14) VALUE 0.

      *>   FECHA DD/MM/AAAA DEL ULTIMO DIA DEL MES DECLARADO, Y EL
      *>   NUMERO DE COMPROBANTE AAAAMM + ORDEN DEL PARTICIPANTE
       01  WS-SIC-FECHA.
           02 WS-SFE-DIA             PIC 9(2).
           02 FILLER                 PIC X(01) VALUE "/".
           02 WS-SFE-MES             PIC 9(2).
           02 FILLER                 PIC X(01) VALUE "/".
           02 WS-SFE-ANIO            PIC 9(4).
       01  WS-SIC-COMPROB            PIC 9(16) VALUE 0.
       01  WS-SIC-COMPROB-R REDEFINES WS-SIC-COMPROB.
           02 FILLER                 PIC 9(8).
           02 WS-SCO-ANIO            PIC 9(4).
           02 WS-SCO-MES             PIC 9(2).
           02 WS-SCO-PARTIC          PIC 9(2).

      *>   CONTADORES DE LA EMISION ANUAL
       01  WS-SIC-CANT-LINEAS        PIC 9(5) VALUE 0.
       01  WS-SIC-TOTAL-RETEN        PIC S9(11)V99 VALUE 0.
       01  WS-SIC-CANT-NEGATIVOS     PIC 9(5) VALUE 0.
       01  WS-SIN-CUIT-CANT          PIC 9(3) VALUE 0.
       01  WS-CA-CANT-CERTIFICADOS   PIC 9(3) VALUE 0.

      *>   TOTALES ANUALES DEL PARTICIPANTE EN CURSO (CERTIFICADO)
       01  WS-CA-TOT-BRUTO           PIC S9(11)V99 VALUE 0.
       01  WS-CA-TOT-GAN             PIC S9(11)V99 VALUE 0.
       01  WS-CA-TOT-IIBB            PIC S9(11)V99 VALUE 0.
       01  WS-CA-TOT-NETO            PIC S9(11)V99 VALUE 0.
       01  WS-CA-TIENE-MOVIMIENTO-SW PIC X(01) VALUE "N".
           88 CA-TIENE-MOVIMIENTO    VALUE "S".

      *>   ESTRUCTURA COMPARTIDA DE FECHA VALIDADA (VER FECHACPY.CPY)
           COPY FECHACPY.

      *>   LINEAS DE SALIDA DE LA POSICION MENSUAL, POR CONSOLA
       01  WS-PM-SEPARADOR           PIC X(51) VALUE
           "---------------------------------------------------".
       01  WS-PM-TITULO.
           02 FILLER                 PIC X(36)
               VALUE "POSICION DE RETENCIONES DEL PERIODO ".
           02 WS-PM-ANIO             PIC 9(4).
           02 FILLER                 PIC X(01) VALUE "/".
           02 WS-PM-MES              PIC 9(2).
       01  WS-PM-DETALLE.
           02 FILLER                 PIC X(02) VALUE "  ".
           02 WS-PM-NOMBRE           PIC X(20).
           02 FILLER                 PIC X(08) VALUE " BASE $ ".
           02 WS-PM-BASE             PIC ---.---.--9,99.
           02 FILLER                 PIC X(12) VALUE " RETENIDO $ ".
           02 WS-PM-RETENIDO         PIC ---.---.--9,99.
       01  WS-PM-TOTAL.
           02 FILLER                 PIC X(02) VALUE "  ".
           02 WS-PM-TOT-TEXTO        PIC X(34).
           02 FILLER                 PIC X(02) VALUE "$ ".
           02 WS-PM-TOT-VAL          PIC ---.---.--9,99.

      *>   LINEAS DEL CERTIFICADO ANUAL CONSOLIDADO
       01  WS-CA-SEPARADOR           PIC X(66) VALUE ALL "-".
       01  WS-CA-TITULO.
           02 FILLER                 PIC X(45)
               VALUE "CERTIFICADO ANUAL DE RETENCIONES - EJERCICIO ".
           02 WS-CA-EJERCICIO        PIC 9(4).
       01  WS-CA-PARTICIPANTE.
           02 FILLER                 PIC X(14) VALUE "PARTICIPANTE: ".
           02 WS-CA-NOMBRE           PIC X(20).
           02 FILLER                 PIC X(08) VALUE "  CUIT: ".
           02 WS-CA-CUIT             PIC X(11).
       01  WS-CA-ENCABEZADO.
           02 FILLER                 PIC X(36) VALUE
               "MES          BRUTO       GANANCIAS ".
           02 FILLER                 PIC X(30) VALUE
               "           IIBB           NETO".
       01  WS-CA-DETALLE.
           02 WS-CA-MES              PIC X(05).
           02 WS-CA-BRUTO            PIC ---.---.--9,99.
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WS-CA-GAN              PIC ---.---.--9,99.
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WS-CA-IIBB             PIC ---.---.--9,99.
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WS-CA-NETO             PIC ---.---.--9,99.
       01  WS-CA-MES-NUM.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 WS-CA-MES-NRO          PIC 9(2).
           02 FILLER                 PIC X(01) VALUE SPACE.
       01  WS-CA-LEYENDA.
           02 FILLER                 PIC X(28) VALUE
               "IMPORTES NETOS DE REVERSAS. ".
           02 FILLER                 PIC X(35) VALUE
               "IIBB SE INFORMA AL FISCO PROVINCIAL".

      *>---------------------------PROCEDURE----------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-PEDIR-PERIODO
               THRU 1000-PEDIR-PERIODO-EXIT

           PERFORM 2000-CARGAR-CUITS
               THRU 2000-CARGAR-CUITS-EXIT

      *>       EL RESGUARDO VA PRIMERO PORQUE ES LO MAS VIEJO; EL
      *>       ORDEN NO CAMBIA LOS TOTALES, SOLO EL ORDEN EN QUE
      *>       APARECEN LOS PARTICIPANTES
           PERFORM 3000-LEER-RESGUARDO
               THRU 3000-LEER-RESGUARDO-EXIT

           PERFORM 3100-LEER-VIVOS
               THRU 3100-LEER-VIVOS-EXIT

           IF NOT HAY-CERTIFICADOS
               DISPLAY "ERROR: NO HAY CERTIFICADOS NI EN CERTRETPF NI "
                   "EN EL RESGUARDO ARCCERTPF"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-CANT-ILEGIBLES > 0
               DISPLAY "AVISO: " WS-CANT-ILEGIBLES " LINEAS DE "
                   "CERTIFICADO CON FECHA ILEGIBLE, NO SE TOMARON"
           END-IF

           IF OPCION-MENSUAL
               PERFORM 4000-EMITIR-POSICION
                   THRU 4000-EMITIR-POSICION-EXIT
           ELSE
               PERFORM 5000-EMITIR-DECLARACION
                   THRU 5000-EMITIR-DECLARACION-EXIT
               PERFORM 6000-EMITIR-CERT-ANUALES
                   THRU 6000-EMITIR-CERT-ANUALES-EXIT
           END-IF

           GOBACK.

       0000-MAINLINE-EXIT.
           EXIT.


      *>   PIDE QUE EMITIR Y EL PERIODO: AAAAMM PARA LA POSICION
      *>   MENSUAL, AAAA PARA LA EMISION ANUAL. EL PERIODO SE VALIDA
      *>   CON EL COPYBOOK COMPARTIDO TOMANDO EL DIA 1 DEL MES
       1000-PEDIR-PERIODO.

           DISPLAY "RETENCIONES - OPCIONES:"
           DISPLAY "  M = POSICION MENSUAL A DEPOSITAR"
           DISPLAY "  A = DECLARACION ANUAL SICORE Y CERTIFICADOS "
               "ANUALES"
           ACCEPT WS-OPCION

           EVALUATE TRUE
               WHEN OPCION-MENSUAL
                   DISPLAY "INGRESE EL PERIODO (AAAAMM)"
                   ACCEPT WS-PERIODO
               WHEN OPCION-ANUAL
                   DISPLAY "INGRESE EL EJERCICIO (AAAA)"
                   ACCEPT WS-PER-ANIO
                   MOVE 1 TO WS-PER-MES
               WHEN OTHER
                   DISPLAY "ERROR: OPCION INVALIDA"
                   DISPLAY "PROGRAMA ABORTADO"
                   MOVE 1 TO RETURN-CODE
                   GOBACK
           END-EVALUATE

           MOVE WS-PER-ANIO TO WS-FEC-ANIO
           MOVE WS-PER-MES  TO WS-FEC-MES
           MOVE 1           TO WS-FEC-DIA

           PERFORM 8900-VALIDAR-FECHA
               THRU 8900-VALIDAR-FECHA-EXIT

           IF NOT FECHA-ES-VALIDA OR WS-PER-ANIO < 1
               DISPLAY "ERROR: PERIODO INVALIDO"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-PER-ANIO TO WS-EJERCICIO.

       1000-PEDIR-PERIODO-EXIT.
           EXIT.


      *>   CARGA DE PARTICPF LA CUIT DE CADA NOMBRE: PARA UN MISMO
      *>   NOMBRE QUEDA LA DEL REGISTRO DE VIGENCIA MAS RECIENTE QUE
      *>   TENGA CUIT. SIN PARTICPF LA DECLARACION SALE IGUAL, PERO
      *>   CADA RETENIDO SIN CUIT SE AVISA
       2000-CARGAR-CUITS.

           MOVE 0 TO WS-CANT-CUITS

           OPEN INPUT PARTIC-FILE

           IF NOT FS-PARTIC-OK
               DISPLAY "AVISO: NO SE PUDO ABRIR PARTICPF, LOS "
                   "RETENIDOS QUEDAN SIN CUIT - STATUS " WS-FS-PARTIC
               CLOSE PARTIC-FILE
               GO TO 2000-CARGAR-CUITS-EXIT
           END-IF

           PERFORM UNTIL FS-PARTIC-EOF
               READ PARTIC-FILE
                   AT END
                       SET FS-PARTIC-EOF TO TRUE
                   NOT AT END
                       IF PARTIC-REG-CUIT NOT = SPACES
                           PERFORM 2100-GUARDAR-CUIT
                               THRU 2100-GUARDAR-CUIT-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PARTIC-FILE.

       2000-CARGAR-CUITS-EXIT.
           EXIT.


      *>   GUARDA LA CUIT DEL REGISTRO LEIDO, SALVO QUE EL MISMO
      *>   NOMBRE YA TENGA UNA DE UNA VIGENCIA MAS RECIENTE
       2100-GUARDAR-CUIT.

           MOVE 0 TO WS-CU-ENCONTRADO
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > WS-CANT-CUITS
               IF WS-CU-NOMBRE(j) = PARTIC-REG-NOMBRE
                   MOVE j TO WS-CU-ENCONTRADO
               END-IF
           END-PERFORM

           IF WS-CU-ENCONTRADO = 0
               IF WS-CANT-CUITS = 90
                   GO TO 2100-GUARDAR-CUIT-EXIT
               END-IF
               ADD 1 TO WS-CANT-CUITS
               MOVE WS-CANT-CUITS TO WS-CU-ENCONTRADO
               MOVE PARTIC-REG-NOMBRE TO WS-CU-NOMBRE(WS-CU-ENCONTRADO)
               MOVE 0 TO WS-CU-VIGENCIA(WS-CU-ENCONTRADO)
           END-IF

           IF PARTIC-REG-VIGENCIA NOT < WS-CU-VIGENCIA(WS-CU-ENCONTRADO)
               MOVE PARTIC-REG-CUIT TO WS-CU-CUIT(WS-CU-ENCONTRADO)
               MOVE PARTIC-REG-VIGENCIA
                   TO WS-CU-VIGENCIA(WS-CU-ENCONTRADO)
           END-IF.

       2100-GUARDAR-CUIT-EXIT.
           EXIT.


      *>   LEE EL RESGUARDO DE CERTIFICADOS QUE DEJO ARC-HIST; SI
      *>   TODAVIA NO SE ARCHIVO NUNCA, NO EXISTE Y NO ES UN ERROR
       3000-LEER-RESGUARDO.

           OPEN INPUT ARCCERT-FILE

           IF NOT FS-ARCCERT-OK
               CLOSE ARCCERT-FILE
               GO TO 3000-LEER-RESGUARDO-EXIT
           END-IF

           SET HAY-CERTIFICADOS TO TRUE

           PERFORM UNTIL FS-ARCCERT-EOF
               READ ARCCERT-FILE INTO WS-CL-LINEA
                   AT END
                       SET FS-ARCCERT-EOF TO TRUE
                   NOT AT END
                       PERFORM 3500-ACUMULAR-LINEA
                           THRU 3500-ACUMULAR-LINEA-EXIT
               END-READ
           END-PERFORM

           CLOSE ARCCERT-FILE.

       3000-LEER-RESGUARDO-EXIT.
           EXIT.


      *>   LEE LOS CERTIFICADOS VIVOS DE CERTRETPF
       3100-LEER-VIVOS.

           OPEN INPUT CERTRET-FILE

           IF NOT FS-CERTRET-OK
               DISPLAY "AVISO: NO SE PUDO ABRIR CERTRETPF - STATUS "
                   WS-FS-CERTRET
               CLOSE CERTRET-FILE
               GO TO 3100-LEER-VIVOS-EXIT
           END-IF

           SET HAY-CERTIFICADOS TO TRUE

           PERFORM UNTIL FS-CERTRET-EOF
               READ CERTRET-FILE INTO WS-CL-LINEA
                   AT END
                       SET FS-CERTRET-EOF TO TRUE
                   NOT AT END
                       PERFORM 3500-ACUMULAR-LINEA
                           THRU 3500-ACUMULAR-LINEA-EXIT
               END-READ
           END-PERFORM

           CLOSE CERTRET-FILE.

       3100-LEER-VIVOS-EXIT.
           EXIT.


      *>   SUMA UNA LINEA DE CERTIFICADO DEL EJERCICIO PEDIDO A SU
      *>   PARTICIPANTE Y MES, RESTANDOLA SI ES UNA REVERSA; SI ES DEL
      *>   MES DE LA POSICION MENSUAL, LA SUMA ADEMAS AL ORIGEN QUE LE
      *>   CORRESPONDE EN LA CONCILIACION
       3500-ACUMULAR-LINEA.

           ADD 1 TO WS-CANT-LEIDAS

           IF WS-CL-FECHA NOT NUMERIC
               ADD 1 TO WS-CANT-ILEGIBLES
               GO TO 3500-ACUMULAR-LINEA-EXIT
           END-IF

           IF WS-CL-ANIO NOT = WS-EJERCICIO
                   OR WS-CL-MES < 1 OR WS-CL-MES > 12
               GO TO 3500-ACUMULAR-LINEA-EXIT
           END-IF

           MOVE WS-CL-BRUTO TO WS-IMP-BRUTO
           MOVE WS-CL-RET-GAN TO WS-IMP-GAN
           MOVE WS-CL-RET-IIBB TO WS-IMP-IIBB
           MOVE WS-CL-NETO TO WS-IMP-NETO

           IF CL-MODO-REVERSA
               COMPUTE WS-IMP-BRUTO = 0 - WS-IMP-BRUTO
               COMPUTE WS-IMP-GAN = 0 - WS-IMP-GAN
               COMPUTE WS-IMP-IIBB = 0 - WS-IMP-IIBB
               COMPUTE WS-IMP-NETO = 0 - WS-IMP-NETO
           END-IF

           PERFORM 3600-BUSCAR-PARTICIPANTE
               THRU 3600-BUSCAR-PARTICIPANTE-EXIT

           IF WS-PARTIC-ACTUAL = 0
               GO TO 3500-ACUMULAR-LINEA-EXIT
           END-IF

           MOVE WS-CL-MES TO m
           ADD WS-IMP-BRUTO TO WS-RT-BRUTO(WS-PARTIC-ACTUAL, m)
           ADD WS-IMP-GAN TO WS-RT-GAN(WS-PARTIC-ACTUAL, m)
           ADD WS-IMP-IIBB TO WS-RT-IIBB(WS-PARTIC-ACTUAL, m)
           ADD WS-IMP-NETO TO WS-RT-NETO(WS-PARTIC-ACTUAL, m)

           IF NOT OPCION-MENSUAL OR WS-CL-MES NOT = WS-PER-MES
               GO TO 3500-ACUMULAR-LINEA-EXIT
           END-IF

           EVALUATE TRUE
               WHEN CL-MODO-REVERSA
                   ADD WS-IMP-GAN TO WS-CC-REV-GAN
                   ADD WS-IMP-IIBB TO WS-CC-REV-IIBB
               WHEN CL-MODO-LOTE
                   ADD WS-IMP-GAN TO WS-CC-LOTE-GAN
                   ADD WS-IMP-IIBB TO WS-CC-LOTE-IIBB
               WHEN CL-MODO-CONOCIDO
                   ADD WS-IMP-GAN TO WS-CC-OTRAS-GAN
                   ADD WS-IMP-IIBB TO WS-CC-OTRAS-IIBB
               WHEN OTHER
                   ADD 1 TO WS-CC-ANT-CANT
                   ADD WS-IMP-GAN TO WS-CC-ANT-GAN
                   ADD WS-IMP-IIBB TO WS-CC-ANT-IIBB
           END-EVALUATE.

       3500-ACUMULAR-LINEA-EXIT.
           EXIT.


      *>   BUSCA EL NOMBRE DE LA LINEA EN LA TABLA Y LO AGREGA SI ES
      *>   NUEVO (CON SU CUIT DE PARTICPF); DEJA EL SUBINDICE EN
      *>   WS-PARTIC-ACTUAL, O CERO SI LA TABLA ESTA LLENA
       3600-BUSCAR-PARTICIPANTE.

           MOVE 0 TO WS-PARTIC-ACTUAL

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-PARTIC
               IF WS-RT-NOMBRE(i) = WS-CL-NOMBRE
                   MOVE i TO WS-PARTIC-ACTUAL
                   GO TO 3600-BUSCAR-PARTICIPANTE-EXIT
               END-IF
           END-PERFORM

           IF WS-CANT-PARTIC = 50
               DISPLAY "ERROR: MAS DE 50 PARTICIPANTES DISTINTOS EN "
                   "EL EJERCICIO, NO ENTRAN EN LA TABLA"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-CANT-PARTIC
           MOVE WS-CANT-PARTIC TO WS-PARTIC-ACTUAL
           MOVE WS-CL-NOMBRE TO WS-RT-NOMBRE(WS-PARTIC-ACTUAL)
           MOVE SPACES TO WS-RT-CUIT(WS-PARTIC-ACTUAL)
           PERFORM VARYING m FROM 1 BY 1 UNTIL m > 12
               MOVE 0 TO WS-RT-BRUTO(WS-PARTIC-ACTUAL, m)
               MOVE 0 TO WS-RT-GAN(WS-PARTIC-ACTUAL, m)
               MOVE 0 TO WS-RT-IIBB(WS-PARTIC-ACTUAL, m)
               MOVE 0 TO WS-RT-NETO(WS-PARTIC-ACTUAL, m)
           END-PERFORM

           PERFORM VARYING j FROM 1 BY 1 UNTIL j > WS-CANT-CUITS
               IF WS-CU-NOMBRE(j) = WS-CL-NOMBRE
                   MOVE WS-CU-CUIT(j) TO WS-RT-CUIT(WS-PARTIC-ACTUAL)
               END-IF
           END-PERFORM.

       3600-BUSCAR-PARTICIPANTE-EXIT.
           EXIT.


      *>   POSICION MENSUAL POR CONSOLA: UN BLOQUE POR IMPUESTO CON
      *>   LO RETENIDO A CADA PARTICIPANTE EN EL MES (NETO DE
      *>   REVERSAS) Y EL TOTAL A DEPOSITAR, Y AL FINAL LA
      *>   CONCILIACION CONTRA RESLOTPF
       4000-EMITIR-POSICION.

           MOVE WS-PER-MES TO m
           MOVE WS-PER-ANIO TO WS-PM-ANIO
           MOVE WS-PER-MES TO WS-PM-MES

           DISPLAY WS-PM-SEPARADOR
           DISPLAY WS-PM-TITULO
           DISPLAY WS-PM-SEPARADOR

           MOVE 0 TO WS-CC-TOTAL-GAN
           MOVE 0 TO WS-CC-TOTAL-IIBB
           MOVE 0 TO WS-CC-TOTAL-BRUTO

           DISPLAY "GANANCIAS"
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-PARTIC
               IF WS-RT-BRUTO(i, m) NOT = 0 OR WS-RT-GAN(i, m) NOT = 0
                   MOVE WS-RT-NOMBRE(i) TO WS-PM-NOMBRE
                   MOVE WS-RT-BRUTO(i, m) TO WS-PM-BASE
                   MOVE WS-RT-GAN(i, m) TO WS-PM-RETENIDO
                   DISPLAY WS-PM-DETALLE
                   ADD WS-RT-GAN(i, m) TO WS-CC-TOTAL-GAN
                   ADD WS-RT-BRUTO(i, m) TO WS-CC-TOTAL-BRUTO
               END-IF
           END-PERFORM
           MOVE "TOTAL GANANCIAS A DEPOSITAR......" TO WS-PM-TOT-TEXTO
           MOVE WS-CC-TOTAL-GAN TO WS-PM-TOT-VAL
           DISPLAY WS-PM-TOTAL

           DISPLAY " "
           DISPLAY "IIBB"
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-PARTIC
               IF WS-RT-BRUTO(i, m) NOT = 0 OR WS-RT-IIBB(i, m) NOT = 0
                   MOVE WS-RT-NOMBRE(i) TO WS-PM-NOMBRE
                   MOVE WS-RT-BRUTO(i, m) TO WS-PM-BASE
                   MOVE WS-RT-IIBB(i, m) TO WS-PM-RETENIDO
                   DISPLAY WS-PM-DETALLE
                   ADD WS-RT-IIBB(i, m) TO WS-CC-TOTAL-IIBB
               END-IF
           END-PERFORM
           MOVE "TOTAL IIBB A DEPOSITAR..........." TO WS-PM-TOT-TEXTO
           MOVE WS-CC-TOTAL-IIBB TO WS-PM-TOT-VAL
           DISPLAY WS-PM-TOTAL

           PERFORM 4500-CONCILIAR-RESLOTE
               THRU 4500-CONCILIAR-RESLOTE-EXIT.

       4000-EMITIR-POSICION-EXIT.
           EXIT.


      *>   CONCILIACION DEL MES: LO RETENIDO EN LAS CORRIDAS DE LOTE
      *>   SEGUN LOS CERTIFICADOS TIENE QUE EMPATAR CON LOS TOTALES
      *>   "RETENIDO" DE LOS RESUMENES DE LOTE FECHADOS EN EL MES; LO
      *>   DE LAS CORRIDAS FUERA DE LOTE Y LAS REVERSAS COMPLETA EL
      *>   PASO HASTA EL TOTAL A DEPOSITAR. UN LOTE CORTADO Y
      *>   RETOMADO SOLO RESUME LO QUE PROCESO AL RETOMAR, ASI QUE UNA
      *>   DIFERENCIA ACA PIDE REVISAR ESE LOTE, NO NECESARIAMENTE UN
      *>   ERROR EN LOS CERTIFICADOS
       4500-CONCILIAR-RESLOTE.

           OPEN INPUT RESLOT-FILE

           IF FS-RESLOT-OK
               PERFORM UNTIL FS-RESLOT-EOF
                   READ RESLOT-FILE INTO WS-RL-LINEA
                       AT END
                           SET FS-RESLOT-EOF TO TRUE
                       NOT AT END
                           PERFORM 4600-CLASIFICAR-RESLOTE
                               THRU 4600-CLASIFICAR-RESLOTE-EXIT
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "AVISO: NO HAY RESUMENES DE LOTE RESLOTPF - "
                   "STATUS " WS-FS-RESLOT
           END-IF

           CLOSE RESLOT-FILE

           COMPUTE WS-CC-DIF-GAN = WS-CC-LOTE-GAN - WS-CC-RESLOT-GAN
           COMPUTE WS-CC-DIF-IIBB = WS-CC-LOTE-IIBB - WS-CC-RESLOT-IIBB

           DISPLAY " "
           DISPLAY WS-PM-SEPARADOR
           DISPLAY "CONCILIACION CONTRA RESLOTPF ("
               WS-CC-RESLOT-CANT " RESUMENES DE LOTE EN EL MES)"
           DISPLAY WS-PM-SEPARADOR

           DISPLAY "GANANCIAS"
           MOVE "RETENIDO EN LOTES (CERTIFICADOS)." TO WS-PM-TOT-TEXTO
           MOVE WS-CC-LOTE-GAN TO WS-PM-TOT-VAL
           DISPLAY WS-PM-TOTAL
           MOVE "RETENIDO SEGUN RESLOTPF.........." TO WS-PM-TOT-TEXTO
           MOVE WS-CC-RESLOT-GAN TO WS-PM-TOT-VAL
           DISPLAY WS-PM-TOTAL
           MOVE "DIFERENCIA......................." TO WS-PM-TOT-TEXTO
           MOVE WS-CC-DIF-GAN TO WS-PM-TOT-VAL
           DISPLAY WS-PM-TOTAL
           MOVE "MAS CORRIDAS FUERA DE LOTE......." TO WS-PM-TOT-TEXTO
           MOVE WS-CC-OTRAS-GAN TO WS-PM-TOT-VAL
           DISPLAY WS-PM-TOTAL
           MOVE "MAS LINEAS SIN MODO (ANTERIORES)." TO WS-PM-TOT-TEXTO
           MOVE WS-CC-ANT-GAN TO WS-PM-TOT-VAL
           DISPLAY WS-PM-TOTAL
           MOVE "MENOS REVERSAS..................." TO WS-PM-TOT-TEXTO
           MOVE WS-CC-REV-GAN TO WS-PM-TOT-VAL
           DISPLAY WS-PM-TOTAL
           MOVE "A DEPOSITAR......................" TO WS-PM-TOT-TEXTO
           MOVE WS-CC-TOTAL-GAN TO WS-PM-TOT-VAL
           DISPLAY WS-PM-TOTAL

           DISPLAY "IIBB"
           MOVE "RETENIDO EN LOTES (CERTIFICADOS)." TO WS-PM-TOT-TEXTO
           MOVE WS-CC-LOTE-IIBB TO WS-PM-TOT-VAL
           DISPLAY WS-PM-TOTAL
           MOVE "RETENIDO SEGUN RESLOTPF.........." TO WS-PM-TOT-TEXTO
           MOVE WS-CC-RESLOT-IIBB TO WS-PM-TOT-VAL
           DISPLAY WS-PM-TOTAL
           MOVE "DIFERENCIA......................." TO WS-PM-TOT-TEXTO
           MOVE WS-CC-DIF-IIBB TO WS-PM-TOT-VAL
           DISPLAY WS-PM-TOTAL
           MOVE "MAS CORRIDAS FUERA DE LOTE......." TO WS-PM-TOT-TEXTO
           MOVE WS-CC-OTRAS-IIBB TO WS-PM-TOT-VAL
           DISPLAY WS-PM-TOTAL
           MOVE "MAS LINEAS SIN MODO (ANTERIORES)." TO WS-PM-TOT-TEXTO
           MOVE WS-CC-ANT-IIBB TO WS-PM-TOT-VAL
           DISPLAY WS-PM-TOTAL
           MOVE "MENOS REVERSAS..................." TO WS-PM-TOT-TEXTO
           MOVE WS-CC-REV-IIBB TO WS-PM-TOT-VAL
           DISPLAY WS-PM-TOTAL
           MOVE "A DEPOSITAR......................" TO WS-PM-TOT-TEXTO
           MOVE WS-CC-TOTAL-IIBB TO WS-PM-TOT-VAL
           DISPLAY WS-PM-TOTAL

           DISPLAY WS-PM-SEPARADOR

           IF WS-CC-DIF-GAN = 0 AND WS-CC-DIF-IIBB = 0
               DISPLAY "LOS LOTES DEL MES CONCILIAN CON RESLOTPF"
           ELSE
               DISPLAY "ADVERTENCIA: LOS LOTES DEL MES NO CONCILIAN "
                   "CON RESLOTPF, REVISAR ANTES DE DEPOSITAR"
           END-IF

      *>       LAS LINEAS ANTERIORES AL MODO EN EL CERTIFICADO PUEDEN
      *>       SER DE LOTE O NO: SI HAY, LA DIFERENCIA PUEDE SER SOLO
      *>       ESO Y HAY QUE MIRARLA A MANO
           IF WS-CC-ANT-CANT > 0
               DISPLAY "AVISO: " WS-CC-ANT-CANT " LINEAS DEL MES SIN "
                   "MODO, NO SE PUEDE SABER SI SON DE LOTE"
           END-IF.

       4500-CONCILIAR-RESLOTE-EXIT.
           EXIT.


      *>   CLASIFICA UNA LINEA DE RESLOTPF: EL TITULO DE CADA RESUMEN
      *>   DICE SI EL LOTE ES DEL MES PEDIDO, Y MIENTRAS LO SEA SE
      *>   SUMAN SUS DOS LINEAS DE RETENIDO
       4600-CLASIFICAR-RESLOTE.

           IF WS-RL-TIT-TEXTO = "RESUMEN DE LA CORRIDA DE LOTE DEL "
               MOVE "N" TO WS-RL-LOTE-DEL-MES-SW
               IF WS-RL-TIT-ANIO IS NUMERIC
                       AND WS-RL-TIT-MES IS NUMERIC
                   IF WS-RL-TIT-ANIO = WS-PER-ANIO
                           AND WS-RL-TIT-MES = WS-PER-MES
                       SET RL-LOTE-DEL-MES TO TRUE
                       ADD 1 TO WS-CC-RESLOT-CANT
                   END-IF
               END-IF
               GO TO 4600-CLASIFICAR-RESLOTE-EXIT
           END-IF

           IF NOT RL-LOTE-DEL-MES
               GO TO 4600-CLASIFICAR-RESLOTE-EXIT
           END-IF

           IF WS-RL-RET-TEXTO = "RETENIDO GANANCIAS............: "
               MOVE WS-RL-RET-VAL TO WS-RL-IMPORTE
               ADD WS-RL-IMPORTE TO WS-CC-RESLOT-GAN
           END-IF

           IF WS-RL-RET-TEXTO = "RETENIDO IIBB.................: "
               MOVE WS-RL-RET-VAL TO WS-RL-IMPORTE
               ADD WS-RL-IMPORTE TO WS-CC-RESLOT-IIBB
           END-IF.

       4600-CLASIFICAR-RESLOTE-EXIT.
           EXIT.


      *>   DECLARACION ANUAL DE GANANCIAS EN SICOREPF: UNA LINEA POR
      *>   PARTICIPANTE Y MES CON RETENCION NETA POSITIVA, FECHADA EL
      *>   ULTIMO DIA DEL MES. UN MES QUE QUEDA NEGATIVO (UNA REVERSA
      *>   DE UNA CORRIDA DE UN MES ANTERIOR SIN OTRA RETENCION QUE LA
      *>   CUBRA) NO SE PUEDE DECLARAR COMO RETENCION: SE AVISA PARA
      *>   QUE CONTADURIA LO AJUSTE EN EL MES ORIGINAL
       5000-EMITIR-DECLARACION.

           OPEN OUTPUT SICORE-FILE

           IF NOT FS-SICORE-OK
               DISPLAY "ERROR: NO SE PUDO GENERAR LA DECLARACION "
                   "SICOREPF - STATUS " WS-FS-SICORE
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-SIC-REGIMEN TO WS-SIC-REGIMEN-LIN

           PERFORM VARYING m FROM 1 BY 1 UNTIL m > 12
               PERFORM 5200-FIN-DE-MES
                   THRU 5200-FIN-DE-MES-EXIT
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-PARTIC
                   IF WS-RT-GAN(i, m) > 0
                       PERFORM 5100-ESCRIBIR-LINEA-SICORE
                           THRU 5100-ESCRIBIR-LINEA-SICORE-EXIT
                   END-IF
                   IF WS-RT-GAN(i, m) < 0
                       ADD 1 TO WS-SIC-CANT-NEGATIVOS
                       DISPLAY "ADVERTENCIA: " WS-RT-NOMBRE(i)
                           " QUEDA CON RETENCION NEGATIVA EN EL MES "
                           m ", NO SE DECLARA"
                   END-IF
               END-PERFORM
           END-PERFORM

           CLOSE SICORE-FILE

           DISPLAY WS-PM-SEPARADOR
           DISPLAY "DECLARACION SICOREPF DEL EJERCICIO " WS-EJERCICIO
               ": " WS-SIC-CANT-LINEAS " LINEAS"
           MOVE "TOTAL GANANCIAS DECLARADO........" TO WS-PM-TOT-TEXTO
           MOVE WS-SIC-TOTAL-RETEN TO WS-PM-TOT-VAL
           DISPLAY WS-PM-TOTAL
           IF WS-SIC-CANT-NEGATIVOS > 0
               DISPLAY "ADVERTENCIA: " WS-SIC-CANT-NEGATIVOS
                   " MESES CON RETENCION NEGATIVA NO DECLARADOS"
           END-IF
           IF WS-SIN-CUIT-CANT > 0
               DISPLAY "ADVERTENCIA: " WS-SIN-CUIT-CANT
                   " LINEAS SIN CUIT EN PARTICPF; CARGUELA CON "
                   "MNT-PARTIC Y VUELVA A EMITIR"
           END-IF.

       5000-EMITIR-DECLARACION-EXIT.
           EXIT.


      *>   ARMA Y ESCRIBE LA LINEA DEL PARTICIPANTE i EN EL MES m. EL
      *>   IMPORTE DEL COMPROBANTE Y LA BASE SON EL BRUTO DEL MES; UN
      *>   RETENIDO SIN CUIT SALE CON EL DOCUMENTO EN CEROS (EL SICORE
      *>   LO RECHAZA AL IMPORTAR, QUE ES LO QUE SE BUSCA) Y SE AVISA
       5100-ESCRIBIR-LINEA-SICORE.

           MOVE WS-SIC-FECHA TO WS-SIC-FEC-COMPROB
           MOVE WS-SIC-FECHA TO WS-SIC-FEC-RETEN

           MOVE 0 TO WS-SIC-COMPROB
           MOVE WS-EJERCICIO TO WS-SCO-ANIO
           MOVE m TO WS-SCO-MES
           MOVE i TO WS-SCO-PARTIC
           MOVE WS-SIC-COMPROB TO WS-SIC-NRO-COMPROB

           MOVE WS-RT-BRUTO(i, m) TO WS-SIC-IMP-COMPROB
           MOVE WS-RT-BRUTO(i, m) TO WS-SIC-BASE
           MOVE WS-RT-GAN(i, m) TO WS-SIC-IMP-RETEN

           IF WS-RT-CUIT(i) = SPACES
               MOVE ALL "0" TO WS-SIC-NRO-DOC
               ADD 1 TO WS-SIN-CUIT-CANT
               DISPLAY "ADVERTENCIA: " WS-RT-NOMBRE(i)
                   " NO TIENE CUIT EN PARTICPF"
           ELSE
               MOVE WS-RT-CUIT(i) TO WS-SIC-NRO-DOC
           END-IF

           WRITE SICORE-REG FROM WS-SIC-LINEA

           ADD 1 TO WS-SIC-CANT-LINEAS
           ADD WS-RT-GAN(i, m) TO WS-SIC-TOTAL-RETEN.

       5100-ESCRIBIR-LINEA-SICORE-EXIT.
           EXIT.


      *>   FECHA DD/MM/AAAA DEL ULTIMO DIA DEL MES m: SE PRUEBA DEL 31
      *>   PARA ATRAS CON EL COPYBOOK COMPARTIDO HASTA DAR CON UNA
      *>   FECHA VALIDA (CUBRE MESES DE 30 DIAS Y FEBRERO BISIESTO)
       5200-FIN-DE-MES.

           MOVE WS-EJERCICIO TO WS-FEC-ANIO
           MOVE m TO WS-FEC-MES
           MOVE 31 TO WS-FEC-DIA

           PERFORM 8900-VALIDAR-FECHA
               THRU 8900-VALIDAR-FECHA-EXIT

           PERFORM UNTIL FECHA-ES-VALIDA
               SUBTRACT 1 FROM WS-FEC-DIA
               PERFORM 8900-VALIDAR-FECHA
                   THRU 8900-VALIDAR-FECHA-EXIT
           END-PERFORM

           MOVE WS-FEC-DIA TO WS-SFE-DIA
           MOVE WS-FEC-MES TO WS-SFE-MES
           MOVE WS-FEC-ANIO TO WS-SFE-ANIO.

       5200-FIN-DE-MES-EXIT.
           EXIT.


      *>   CERTIFICADO ANUAL CONSOLIDADO DE CADA PARTICIPANTE CON
      *>   MOVIMIENTO EN EL EJERCICIO, EN CERTANUPF: MES POR MES EL
      *>   BRUTO, LAS DOS RETENCIONES Y EL NETO, YA NETOS DE
      *>   REVERSAS, Y EL TOTAL DEL ANIO
       6000-EMITIR-CERT-ANUALES.

           OPEN OUTPUT CERTANU-FILE

           IF NOT FS-CERTANU-OK
               DISPLAY "ERROR: NO SE PUDIERON GENERAR LOS "
                   "CERTIFICADOS ANUALES CERTANUPF - STATUS "
                   WS-FS-CERTANU
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-PARTIC
               PERFORM 6100-ESCRIBIR-CERTIFICADO
                   THRU 6100-ESCRIBIR-CERTIFICADO-EXIT
           END-PERFORM

           CLOSE CERTANU-FILE

           DISPLAY "CERTIFICADOS ANUALES CERTANUPF: "
               WS-CA-CANT-CERTIFICADOS " PARTICIPANTES"
           DISPLAY WS-PM-SEPARADOR.

       6000-EMITIR-CERT-ANUALES-EXIT.
           EXIT.


      *>   ESCRIBE EL CERTIFICADO DEL PARTICIPANTE i; UN PARTICIPANTE
      *>   CUYO ANIO QUEDO TODO EN CERO (TODO LO QUE COBRO SE
      *>   REVERSO) NO RECIBE CERTIFICADO
       6100-ESCRIBIR-CERTIFICADO.

           MOVE 0 TO WS-CA-TOT-BRUTO
           MOVE 0 TO WS-CA-TOT-GAN
           MOVE 0 TO WS-CA-TOT-IIBB
           MOVE 0 TO WS-CA-TOT-NETO
           MOVE "N" TO WS-CA-TIENE-MOVIMIENTO-SW

           PERFORM VARYING m FROM 1 BY 1 UNTIL m > 12
               ADD WS-RT-BRUTO(i, m) TO WS-CA-TOT-BRUTO
               ADD WS-RT-GAN(i, m) TO WS-CA-TOT-GAN
               ADD WS-RT-IIBB(i, m) TO WS-CA-TOT-IIBB
               ADD WS-RT-NETO(i, m) TO WS-CA-TOT-NETO
               IF WS-RT-BRUTO(i, m) NOT = 0
                   SET CA-TIENE-MOVIMIENTO TO TRUE
               END-IF
           END-PERFORM

           IF NOT CA-TIENE-MOVIMIENTO
               GO TO 6100-ESCRIBIR-CERTIFICADO-EXIT
           END-IF

           ADD 1 TO WS-CA-CANT-CERTIFICADOS

           WRITE CERTANU-REG FROM WS-CA-SEPARADOR
           MOVE WS-EJERCICIO TO WS-CA-EJERCICIO
           WRITE CERTANU-REG FROM WS-CA-TITULO
           MOVE WS-RT-NOMBRE(i) TO WS-CA-NOMBRE
           MOVE WS-RT-CUIT(i) TO WS-CA-CUIT
           WRITE CERTANU-REG FROM WS-CA-PARTICIPANTE
           WRITE CERTANU-REG FROM WS-CA-ENCABEZADO

           PERFORM VARYING m FROM 1 BY 1 UNTIL m > 12
               IF WS-RT-BRUTO(i, m) NOT = 0
                   MOVE m TO WS-CA-MES-NRO
                   MOVE WS-CA-MES-NUM TO WS-CA-MES
                   MOVE WS-RT-BRUTO(i, m) TO WS-CA-BRUTO
                   MOVE WS-RT-GAN(i, m) TO WS-CA-GAN
                   MOVE WS-RT-IIBB(i, m) TO WS-CA-IIBB
                   MOVE WS-RT-NETO(i, m) TO WS-CA-NETO
                   WRITE CERTANU-REG FROM WS-CA-DETALLE
               END-IF
           END-PERFORM

           MOVE "TOTAL" TO WS-CA-MES
           MOVE WS-CA-TOT-BRUTO TO WS-CA-BRUTO
           MOVE WS-CA-TOT-GAN TO WS-CA-GAN
           MOVE WS-CA-TOT-IIBB TO WS-CA-IIBB
           MOVE WS-CA-TOT-NETO TO WS-CA-NETO
           WRITE CERTANU-REG FROM WS-CA-DETALLE

           WRITE CERTANU-REG FROM WS-CA-LEYENDA
           WRITE CERTANU-REG FROM WS-CA-SEPARADOR.

       6100-ESCRIBIR-CERTIFICADO-EXIT.
           EXIT.


      *>   VALIDACION DE FECHA COMPARTIDA (VER 1000-PEDIR-PERIODO)
           COPY FECHAVAL.
