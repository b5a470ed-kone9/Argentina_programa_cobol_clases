
      *> el comentario siempre empieza de la linea 7
      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT-EMBARG.
      *>--------------------------------------

      *> ESTADO DE CUENTA DE LOS OFICIOS DE EMBARGO JUDICIAL, PARA
      *> INFORMAR AL JUZGADO LO DEPOSITADO (VER 6210-EXPORTAR-EMBARGOS
      *> EN CL-18-EJ-18). PIDE UN NUMERO DE OFICIO (EN BLANCO = TODOS)
      *> Y, POR CADA OFICIO DE EMBARGPF, ESCRIBE EN EXTEMBPF:
      *> - LOS DATOS DEL OFICIO: JUZGADO, CUENTA JUDICIAL, PARTICIPANTE
      *>   EMBARGADO, MODALIDAD, TOPE Y VIGENCIA,
      *> - CADA DEPOSITO DE EMBMOVPF: FECHA, CORRIDA, NETO DEL PAGO
      *>   SOBRE EL QUE SE CALCULO, MONTO EMBARGADO Y SALDO,
      *> - EL TOTAL DEPOSITADO, EL SALDO HASTA EL TOPE Y EL ESTADO DEL
      *>   OFICIO (VIGENTE, CUMPLIDO, LEVANTADO O FUTURO).
      *> POR CONSOLA SALE UNA LINEA DE RESUMEN POR OFICIO. CADA
      *> EMISION REEMPLAZA EXTEMBPF ENTERO.

      *>--------------------------------------
       ENVIRONMENT DIVISION.
      *>--------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
      *>   MISMA CONVENCION QUE CL-18-EJ-18, QUE ESCRIBE EMBMOVPF
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   OFICIOS DE EMBARGO (VER MNT-EMBARG)
           SELECT EMBARG-FILE ASSIGN TO "EMBARGPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMBARG WS-FS-EMBARG-EXT.

      *>   DEPOSITOS A LOS JUZGADOS (VER CL-18-EJ-18)
           SELECT EMBMOV-FILE ASSIGN TO "EMBMOVPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMBMOV WS-FS-EMBMOV-EXT.

      *>   PARAMETROS DE PARTICIPANTES, PARA EL NOMBRE DEL EMBARGADO
           SELECT PARTIC-FILE ASSIGN TO "PARTICPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARTIC WS-FS-PARTIC-EXT.

      *>   ESTADOS DE CUENTA, UNO POR OFICIO A CONTINUACION DEL OTRO;
      *>   CADA EMISION LOS REEMPLAZA
           SELECT EXTEMB-FILE ASSIGN TO "EXTEMBPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXTEMB WS-FS-EXTEMB-EXT.

       DATA DIVISION.

       FILE SECTION.
      *>   MISMO LAYOUT QUE EMBARG-REG EN CL-18-EJ-18 (VER ESE PROGRAMA
      *>   PARA EL DETALLE DE CADA CAMPO)
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

      *>   MISMO LAYOUT QUE EMBMOV-REG EN CL-18-EJ-18
       FD  EMBMOV-FILE.
       01  EMBMOV-REG.
           02 EMV-REG-FECHA          PIC 9(8).
           02 EMV-REG-CORRIDA        PIC 9(6).
           02 EMV-REG-ORDEN          PIC X(12).
           02 EMV-REG-NRO            PIC 9(1).
           02 EMV-REG-BASE           PIC 9(9)V99.
           02 EMV-REG-MONTO          PIC 9(9)V99.
           02 EMV-REG-SALDO          PIC 9(9)V99.

      *>   MISMO LAYOUT QUE PARTIC-REG-FILE EN CL-18-EJ-18
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

       FD  EXTEMB-FILE.
       01  EXTEMB-REG                PIC X(80).

      *>--------------------------------------
       WORKING-STORAGE SECTION.

       01  WS-FS-EMBARG              PIC XX.
           88 FS-EMBARG-OK           VALUE "00".
           88 FS-EMBARG-EOF          VALUE "10".
       01  WS-FS-EMBARG-EXT          PIC 9(4).

       01  WS-FS-EMBMOV              PIC XX.
           88 FS-EMBMOV-OK           VALUE "00".
           88 FS-EMBMOV-EOF          VALUE "10".
       01  WS-FS-EMBMOV-EXT          PIC 9(4).

       01  WS-FS-PARTIC              PIC XX.
           88 FS-PARTIC-OK           VALUE "00".
           88 FS-PARTIC-EOF          VALUE "10".
       01  WS-FS-PARTIC-EXT          PIC 9(4).

       01  WS-FS-EXTEMB              PIC XX.
           88 FS-EXTEMB-OK           VALUE "00".
       01  WS-FS-EXTEMB-EXT          PIC 9(4).

      *>   NOMBRE DE CADA PARTICIPANTE, DEL REGISTRO DE PARTICPF CON LA
      *>   VIGENCIA MAS RECIENTE (VIGENCIA EN CERO = NO ESTA)
       01  WS-TABLA-PARTIC.
           02 WS-PAR-ENTRADA OCCURS 9 TIMES.
               03 WS-PAR-VIGENCIA    PIC 9(8).
               03 WS-PAR-NOMBRE      PIC X(20).
       01  k                         PIC 9.

      *>   OFICIO PEDIDO (EN BLANCO = TODOS) Y FECHA DE EMISION
       01  WS-ORDEN-PEDIDA           PIC X(12) VALUE SPACES.
       01  WS-FECHA-HOY              PIC 9(8) VALUE 0.

      *>   ACUMULADOS DEL OFICIO EN CURSO Y DE LA EMISION
       01  WS-DEPOSITADO             PIC 9(9)V99 VALUE 0.
       01  WS-SALDO                  PIC 9(9)V99 VALUE 0.
       01  WS-CANT-DEPOSITOS         PIC 9(5) VALUE 0.
       01  WS-CANT-OFICIOS           PIC 9(5) VALUE 0.
       01  WS-ESTADO                 PIC X(10) VALUE SPACES.

      *>   LINEAS DEL ESTADO DE CUENTA (EXTEMBPF)
       01  WS-EX-SEPARADOR           PIC X(80) VALUE ALL "-".
       01  WS-EX-TITULO.
           02 FILLER                 PIC X(37)
               VALUE "ESTADO DE CUENTA DE EMBARGO - OFICIO ".
           02 WS-EX-ORDEN            PIC X(12).
           02 FILLER                 PIC X(04) VALUE " AL ".
           02 WS-EX-FECHA            PIC 9999/99/99.
       01  WS-EX-JUZGADO.
           02 FILLER                 PIC X(09) VALUE "JUZGADO: ".
           02 WS-EX-JUZGADO-NOM      PIC X(20).
           02 FILLER                 PIC X(22)
               VALUE "  CUENTA JUDICIAL CBU ".
           02 WS-EX-CBU              PIC X(22).
       01  WS-EX-EMBARGADO.
           02 FILLER                 PIC X(24)
               VALUE "EMBARGADO: PARTICIPANTE ".
           02 WS-EX-NRO              PIC 9.
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WS-EX-NOMBRE           PIC X(20).
       01  WS-EX-MODALIDAD.
           02 FILLER                 PIC X(11) VALUE "MODALIDAD: ".
           02 WS-EX-MODALIDAD-TXT    PIC X(32).
           02 FILLER                 PIC X(07) VALUE " TOPE $".
           02 WS-EX-TOPE             PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-EX-VIGENCIA.
           02 FILLER                 PIC X(15) VALUE "VIGENCIA DESDE ".
           02 WS-EX-DESDE            PIC 9999/99/99.
           02 FILLER                 PIC X(07) VALUE " HASTA ".
           02 WS-EX-HASTA            PIC X(20).
       01  WS-EX-HASTA-FECHA         PIC 9999/99/99.
       01  WS-EX-ENCABEZADO.
           02 FILLER                 PIC X(34)
               VALUE "FECHA       CORRIDA  NETO DEL PAGO".
           02 FILLER                 PIC X(32)
               VALUE "       EMBARGADO    SALDO OFICIO".
       01  WS-EX-DETALLE.
           02 WS-EX-MOV-FECHA        PIC 9999/99/99.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 WS-EX-MOV-CORRIDA      PIC 9(6).
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 WS-EX-MOV-BASE         PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 WS-EX-MOV-MONTO        PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 WS-EX-MOV-SALDO        PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-EX-TOTAL.
           02 FILLER                 PIC X(30)
               VALUE "TOTAL DEPOSITADO AL JUZGADO $ ".
           02 WS-EX-TOT-MONTO        PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(04) VALUE " EN ".
           02 WS-EX-TOT-CANT         PIC ZZZZ9.
           02 FILLER                 PIC X(10) VALUE " DEPOSITOS".
       01  WS-EX-SALDO.
           02 FILLER                 PIC X(30)
               VALUE "SALDO PENDIENTE HASTA TOPE  $ ".
           02 WS-EX-SALDO-MONTO      PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(10) VALUE "  ESTADO: ".
           02 WS-EX-ESTADO           PIC X(10).
       01  WS-EX-PORCENTAJE          PIC Z9,99.
       01  WS-EX-MONTO-FIJO          PIC ZZZ.ZZZ.ZZ9,99.

      *>   LINEA DE RESUMEN POR CONSOLA
       01  WS-RP-SEPARADOR           PIC X(51) VALUE
           "---------------------------------------------------".
       01  WS-RP-DETALLE.
           02 WS-RP-ORDEN            PIC X(12).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WS-RP-NOMBRE           PIC X(20).
           02 FILLER                 PIC X(05) VALUE " DEP ".
           02 WS-RP-DEPOSITADO       PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(07) VALUE " SALDO ".
           02 WS-RP-SALDO            PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WS-RP-ESTADO           PIC X(10).

      *>---------------------------PROCEDURE----------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

           DISPLAY "INGRESE EL NUMERO DE OFICIO (EN BLANCO = TODOS)"
           MOVE SPACES TO WS-ORDEN-PEDIDA
           ACCEPT WS-ORDEN-PEDIDA

           PERFORM 1000-CARGAR-PARTICIPANTES
               THRU 1000-CARGAR-PARTICIPANTES-EXIT

           PERFORM 2000-EMITIR-EXTRACTOS
               THRU 2000-EMITIR-EXTRACTOS-EXIT

           GOBACK.

       0000-MAINLINE-EXIT.
           EXIT.


      *>   CARGA DE PARTICPF EL NOMBRE DE CADA PARTICIPANTE; SIN
      *>   PARTICPF EL EXTRACTO SALE IGUAL, SIN NOMBRES
       1000-CARGAR-PARTICIPANTES.

           INITIALIZE WS-TABLA-PARTIC

           OPEN INPUT PARTIC-FILE

           IF NOT FS-PARTIC-OK
               DISPLAY "AVISO: NO SE PUDO ABRIR PARTICPF, LOS "
                   "EXTRACTOS SALEN SIN EL NOMBRE DEL EMBARGADO"
               CLOSE PARTIC-FILE
               GO TO 1000-CARGAR-PARTICIPANTES-EXIT
           END-IF

           PERFORM UNTIL FS-PARTIC-EOF
               READ PARTIC-FILE
                   AT END
                       SET FS-PARTIC-EOF TO TRUE
                   NOT AT END
                       IF PARTIC-REG-NRO > 0
                           MOVE PARTIC-REG-NRO TO k
                           IF PARTIC-REG-VIGENCIA NOT <
                                   WS-PAR-VIGENCIA(k)
                               MOVE PARTIC-REG-VIGENCIA
                                   TO WS-PAR-VIGENCIA(k)
                               MOVE PARTIC-REG-NOMBRE
                                   TO WS-PAR-NOMBRE(k)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PARTIC-FILE.

       1000-CARGAR-PARTICIPANTES-EXIT.
           EXIT.


      *>   RECORRE EMBARGPF Y EMITE EL ESTADO DE CUENTA DE CADA OFICIO
      *>   PEDIDO
       2000-EMITIR-EXTRACTOS.

           OPEN INPUT EMBARG-FILE

           IF NOT FS-EMBARG-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR EL ARCHIVO DE OFICIOS "
                   "DE EMBARGO EMBARGPF - STATUS " WS-FS-EMBARG
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT EXTEMB-FILE

           IF NOT FS-EXTEMB-OK
               DISPLAY "ERROR: NO SE PUDO GENERAR EL ARCHIVO DE "
                   "ESTADOS DE CUENTA EXTEMBPF - STATUS " WS-FS-EXTEMB
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY WS-RP-SEPARADOR

           PERFORM UNTIL FS-EMBARG-EOF
               READ EMBARG-FILE
                   AT END
                       SET FS-EMBARG-EOF TO TRUE
                   NOT AT END
                       IF WS-ORDEN-PEDIDA = SPACES
                               OR WS-ORDEN-PEDIDA = EMB-REG-ORDEN
                           PERFORM 2100-ESCRIBIR-EXTRACTO
                               THRU 2100-ESCRIBIR-EXTRACTO-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EMBARG-FILE
           CLOSE EXTEMB-FILE

           IF WS-CANT-OFICIOS = 0
               IF WS-ORDEN-PEDIDA = SPACES
                   DISPLAY "NO HAY OFICIOS CARGADOS EN EMBARGPF"
               ELSE
                   DISPLAY "EL OFICIO " WS-ORDEN-PEDIDA " NO ESTA EN "
                       "EMBARGPF"
               END-IF
           END-IF

           DISPLAY WS-RP-SEPARADOR
           DISPLAY "ESTADOS DE CUENTA EN EXTEMBPF: " WS-CANT-OFICIOS
               " OFICIOS".

       2000-EMITIR-EXTRACTOS-EXIT.
           EXIT.


      *>   ESTADO DE CUENTA DEL OFICIO DE EMBARG-REG: ENCABEZADO, UNA
      *>   LINEA POR DEPOSITO DE EMBMOVPF (EN EL ORDEN EN QUE SE
      *>   HICIERON) Y LOS TOTALES; EL ARCHIVO DE DEPOSITOS SE RECORRE
      *>   ENTERO UNA VEZ POR OFICIO
       2100-ESCRIBIR-EXTRACTO.

           ADD 1 TO WS-CANT-OFICIOS
           MOVE 0 TO WS-DEPOSITADO
           MOVE 0 TO WS-CANT-DEPOSITOS

           WRITE EXTEMB-REG FROM WS-EX-SEPARADOR
           MOVE EMB-REG-ORDEN TO WS-EX-ORDEN
           MOVE WS-FECHA-HOY TO WS-EX-FECHA
           WRITE EXTEMB-REG FROM WS-EX-TITULO
           MOVE EMB-REG-JUZGADO TO WS-EX-JUZGADO-NOM
           MOVE EMB-REG-CBU TO WS-EX-CBU
           WRITE EXTEMB-REG FROM WS-EX-JUZGADO
           MOVE EMB-REG-NRO TO WS-EX-NRO
           MOVE "(NO ESTA EN PARTICPF)" TO WS-EX-NOMBRE
           IF EMB-REG-NRO > 0
               IF WS-PAR-VIGENCIA(EMB-REG-NRO) > 0
                   MOVE WS-PAR-NOMBRE(EMB-REG-NRO) TO WS-EX-NOMBRE
               END-IF
           END-IF
           WRITE EXTEMB-REG FROM WS-EX-EMBARGADO

           MOVE SPACES TO WS-EX-MODALIDAD-TXT
           IF EMB-REG-TIPO = "P"
               MOVE EMB-REG-PORCENTAJE TO WS-EX-PORCENTAJE
               STRING WS-EX-PORCENTAJE DELIMITED BY SIZE
                   "% DEL NETO DE CADA PAGO" DELIMITED BY SIZE
                   INTO WS-EX-MODALIDAD-TXT
           ELSE
               MOVE EMB-REG-MONTO-FIJO TO WS-EX-MONTO-FIJO
               STRING "$" DELIMITED BY SIZE
                   WS-EX-MONTO-FIJO DELIMITED BY SIZE
                   " POR PAGO" DELIMITED BY SIZE
                   INTO WS-EX-MODALIDAD-TXT
           END-IF
           MOVE EMB-REG-TOPE TO WS-EX-TOPE
           WRITE EXTEMB-REG FROM WS-EX-MODALIDAD

           MOVE EMB-REG-DESDE TO WS-EX-DESDE
           IF EMB-REG-HASTA = 0
               MOVE "SIN LEVANTAMIENTO" TO WS-EX-HASTA
           ELSE
               MOVE EMB-REG-HASTA TO WS-EX-HASTA-FECHA
               MOVE WS-EX-HASTA-FECHA TO WS-EX-HASTA
           END-IF
           WRITE EXTEMB-REG FROM WS-EX-VIGENCIA
           WRITE EXTEMB-REG FROM WS-EX-ENCABEZADO

           OPEN INPUT EMBMOV-FILE

           IF FS-EMBMOV-OK
               PERFORM UNTIL FS-EMBMOV-EOF
                   READ EMBMOV-FILE
                       AT END
                           SET FS-EMBMOV-EOF TO TRUE
                       NOT AT END
                           IF EMV-REG-ORDEN = EMB-REG-ORDEN
                               ADD 1 TO WS-CANT-DEPOSITOS
                               ADD EMV-REG-MONTO TO WS-DEPOSITADO
                               MOVE EMV-REG-FECHA TO WS-EX-MOV-FECHA
                               MOVE EMV-REG-CORRIDA
                                   TO WS-EX-MOV-CORRIDA
                               MOVE EMV-REG-BASE TO WS-EX-MOV-BASE
                               MOVE EMV-REG-MONTO TO WS-EX-MOV-MONTO
                               MOVE EMV-REG-SALDO TO WS-EX-MOV-SALDO
                               WRITE EXTEMB-REG FROM WS-EX-DETALLE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           CLOSE EMBMOV-FILE

           IF WS-DEPOSITADO < EMB-REG-TOPE
               COMPUTE WS-SALDO = EMB-REG-TOPE - WS-DEPOSITADO
           ELSE
               MOVE 0 TO WS-SALDO
           END-IF

      *>       MISMO CRITERIO DE ESTADO QUE EL LISTADO DE MNT-EMBARG
           EVALUATE TRUE
               WHEN WS-SALDO = 0
                   MOVE "CUMPLIDO" TO WS-ESTADO
               WHEN EMB-REG-HASTA NOT = 0
                       AND EMB-REG-HASTA < WS-FECHA-HOY
                   MOVE "LEVANTADO" TO WS-ESTADO
               WHEN EMB-REG-DESDE > WS-FECHA-HOY
                   MOVE "FUTURO" TO WS-ESTADO
               WHEN OTHER
                   MOVE "VIGENTE" TO WS-ESTADO
           END-EVALUATE

           MOVE WS-DEPOSITADO TO WS-EX-TOT-MONTO
           MOVE WS-CANT-DEPOSITOS TO WS-EX-TOT-CANT
           WRITE EXTEMB-REG FROM WS-EX-TOTAL
           MOVE WS-SALDO TO WS-EX-SALDO-MONTO
           MOVE WS-ESTADO TO WS-EX-ESTADO
           WRITE EXTEMB-REG FROM WS-EX-SALDO
           WRITE EXTEMB-REG FROM WS-EX-SEPARADOR

           MOVE EMB-REG-ORDEN TO WS-RP-ORDEN
           MOVE WS-EX-NOMBRE TO WS-RP-NOMBRE
           MOVE WS-DEPOSITADO TO WS-RP-DEPOSITADO
           MOVE WS-SALDO TO WS-RP-SALDO
           MOVE WS-ESTADO TO WS-RP-ESTADO
           DISPLAY WS-RP-DETALLE.

       2100-ESCRIBIR-EXTRACTO-EXIT.
           EXIT.
