      *> el comentario siempre empieza de la linea 7
      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT-PAGOS.
      *>--------------------------------------

      *> SEGUIMIENTO DE PAGOS SOBRE EL MAESTRO DE ESTADO DE PAGOS
      *> ESTPAGPF (VER CL-18-EJ-18, RET-BANCO Y REE-PAGO). REPORTE DE
      *> CONSULTA POR CONSOLA, COMO RPT-EOD, CON DOS LISTADOS:
      *> - ANTIGUEDAD: LOS PAGOS QUE TODAVIA NO ESTAN ACEPTADOS POR EL
      *>   BANCO (EMITIDO, RECHAZADO O REEMITIDO) Y QUE YA LLEVAN MAS
      *>   DE N DIAS DESDE SU EMISION; N SE PIDE POR TECLADO,
      *> - ESCALAMIENTO: LOS PAGOS QUE REBOTARON MAS DE DOS VECES Y
      *>   TODAVIA NO SE COBRARON, QUE YA NO SE ARREGLAN REEMITIENDO
      *>   Y HAY QUE LLAMAR AL PARTICIPANTE.
      *> AL FINAL, LA CANTIDAD Y EL MONTO DE PAGOS EN CADA ESTADO.

      *>--------------------------------------
       ENVIRONMENT DIVISION.
      *>--------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
      *>   MISMA CONVENCION QUE CL-18-EJ-18, QUE ESCRIBE ESTPAGPF
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   MAESTRO PERMANENTE DE ESTADO DE PAGOS (VER CL-18-EJ-18)
           SELECT ESTPAG-FILE ASSIGN TO "ESTPAGPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESTPAG WS-FS-ESTPAG-EXT.

       DATA DIVISION.

       FILE SECTION.
      *>   MISMO LAYOUT QUE ESTPAG-REG EN CL-18-EJ-18 (NO HAY UN
      *>   COPYBOOK COMPARTIDO PARA ESTE ARCHIVO)
       FD  ESTPAG-FILE.
       01  ESTPAG-REG.
           02 ESTP-REG-CORRIDA       PIC 9(6).
           02 ESTP-REG-NRO           PIC 9(1).
           02 ESTP-REG-CBU           PIC X(22).
           02 ESTP-REG-NOMBRE        PIC X(20).
           02 ESTP-REG-MONTO         PIC 9(9)V99.
           02 ESTP-REG-ESTADO        PIC X(9).
               88 ESTP-EMITIDO       VALUE "EMITIDO".
               88 ESTP-ACEPTADO      VALUE "ACEPTADO".
               88 ESTP-RECHAZADO     VALUE "RECHAZADO".
               88 ESTP-REEMITIDO     VALUE "REEMITIDO".
           02 ESTP-REG-FEC-EMISION   PIC 9(8).
           02 ESTP-REG-FEC-ESTADO    PIC 9(8).
           02 ESTP-REG-RECHAZOS      PIC 9(2).
           02 ESTP-REG-MOTIVO        PIC X(3).

      *>--------------------------------------
       WORKING-STORAGE SECTION.

       01  WS-FS-ESTPAG              PIC XX.
           88 FS-ESTPAG-OK           VALUE "00".
           88 FS-ESTPAG-EOF          VALUE "10".
       01  WS-FS-ESTPAG-EXT          PIC 9(4).

      *>   CANTIDAD DE DIAS A PARTIR DE LA CUAL UN PAGO SIN ACEPTAR
      *>   ENTRA EN EL LISTADO DE ANTIGUEDAD, CON SU CAMPO DE ENTRADA
      *>   CON SIGNO PARA FRENAR UN NEGATIVO TECLEADO
       01  WS-DIAS-LIMITE            PIC 9(4) VALUE 0.
       01  WS-DIAS-ACEPTADO          PIC S9(4) VALUE 0.

      *>   MAS DE ESTA CANTIDAD DE REBOTES MANDA EL PAGO AL LISTADO
      *>   DE ESCALAMIENTO
       01  WS-REBOTES-ESCALAR        PIC 9(2) VALUE 2.

      *>   FECHA DE HOY Y SERIALES DE DIAS CORRIDOS PARA LA ANTIGUEDAD
       01  WS-FECHA-HOY              PIC 9(8) VALUE 0.
       01  WS-HOY-SERIAL             PIC 9(7) VALUE 0.
       01  WS-PAGO-DIAS              PIC S9(7) VALUE 0.

      *>   CAMPOS COMPARTIDOS DEL CALCULO DE DIAS CORRIDOS (VER
      *>   DIASCPY.CPY / DIASCALC.CPY)
           COPY DIASCPY.

      *>   CONTADORES DEL REPORTE
       01  WS-CANT-VENCIDOS          PIC 9(5) VALUE 0.
       01  WS-MONTO-VENCIDOS         PIC 9(11)V99 VALUE 0.
       01  WS-CANT-ESCALADOS         PIC 9(5) VALUE 0.
       01  WS-MONTO-ESCALADOS        PIC 9(11)V99 VALUE 0.

      *>   RESUMEN POR ESTADO: CANTIDAD Y MONTO DE CADA UNO DE LOS
      *>   CUATRO ESTADOS, EN EL ORDEN EN QUE LOS RECORRE UN PAGO
       01  WS-TABLA-ESTADOS.
           02 WS-EST-ENTRADA OCCURS 4 TIMES.
               03 WS-EST-CANT        PIC 9(5) VALUE 0.
               03 WS-EST-MONTO       PIC 9(11)V99 VALUE 0.
       01  WS-NOMBRES-ESTADOS.
           02 FILLER                 PIC X(9) VALUE "EMITIDO".
           02 FILLER                 PIC X(9) VALUE "ACEPTADO".
           02 FILLER                 PIC X(9) VALUE "RECHAZADO".
           02 FILLER                 PIC X(9) VALUE "REEMITIDO".
       01  WS-NOMBRES-ESTADOS-R REDEFINES WS-NOMBRES-ESTADOS.
           02 WS-EST-NOMBRE PIC X(9) OCCURS 4 TIMES.
       01  j                         PIC 9.

      *>   LINEAS DE SALIDA DEL REPORTE, IMPRESAS POR CONSOLA
       01  WS-RP-SEPARADOR           PIC X(51) VALUE
           "---------------------------------------------------".
       01  WS-RP-DETALLE.
           02 FILLER                 PIC X(02) VALUE "  ".
           02 WS-RP-CORRIDA          PIC 9(6).
           02 FILLER                 PIC X(01) VALUE "/".
           02 WS-RP-NRO              PIC 9(1).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WS-RP-NOMBRE           PIC X(20).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WS-RP-ESTADO           PIC X(9).
           02 FILLER                 PIC X(03) VALUE " $ ".
           02 WS-RP-MONTO            PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WS-RP-DIAS             PIC ZZZZ9.
           02 FILLER                 PIC X(02) VALUE " D".
           02 FILLER                 PIC X(04) VALUE " RB=".
           02 WS-RP-RECHAZOS         PIC Z9.
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WS-RP-MOTIVO           PIC X(3).
       01  WS-RP-CBU-LINEA.
           02 FILLER                 PIC X(15)
               VALUE "           CBU ".
           02 WS-RP-CBU              PIC X(22).
           02 FILLER                 PIC X(16)
               VALUE " EMITIDO EL DIA ".
           02 WS-RP-FEC-EMISION      PIC 9999/99/99.
       01  WS-RP-TOTAL.
           02 FILLER                 PIC X(02) VALUE "  ".
           02 WS-RP-TOT-TEXTO        PIC X(20).
           02 WS-RP-TOT-CANT         PIC ZZZZ9.
           02 FILLER                 PIC X(09) VALUE " PAGOS $ ".
           02 WS-RP-TOT-MONTO        PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *>---------------------------PROCEDURE----------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WS-FECHA-HOY TO WS-DIA-FECHA
           PERFORM 8700-CALCULAR-DIAS
               THRU 8700-CALCULAR-DIAS-EXIT
           MOVE WS-DIAS-SERIAL TO WS-HOY-SERIAL

           PERFORM 1000-PEDIR-DIAS
               THRU 1000-PEDIR-DIAS-EXIT

           PERFORM 2000-LISTAR-ANTIGUEDAD
               THRU 2000-LISTAR-ANTIGUEDAD-EXIT

           PERFORM 3000-LISTAR-ESCALAMIENTO
               THRU 3000-LISTAR-ESCALAMIENTO-EXIT

           PERFORM 4000-EMITIR-RESUMEN
               THRU 4000-EMITIR-RESUMEN-EXIT

           GOBACK.

       0000-MAINLINE-EXIT.
           EXIT.


      *>   PIDE LA CANTIDAD DE DIAS DEL LISTADO DE ANTIGUEDAD; CERO
      *>   LISTA TODO LO QUE NO ESTA ACEPTADO
       1000-PEDIR-DIAS.

           DISPLAY "INGRESE LA CANTIDAD DE DIAS SIN ACREDITAR A "
               "PARTIR DE LA CUAL LISTAR UN PAGO"
           ACCEPT WS-DIAS-ACEPTADO

           IF WS-DIAS-ACEPTADO < 0
               DISPLAY "ERROR: LA CANTIDAD DE DIAS NO PUEDE SER "
                   "NEGATIVA"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-DIAS-ACEPTADO TO WS-DIAS-LIMITE.

       1000-PEDIR-DIAS-EXIT.
           EXIT.


      *>   PRIMERA PASADA POR EL MAESTRO: LOS PAGOS NO ACEPTADOS CON
      *>   MAS DE WS-DIAS-LIMITE DIAS DESDE LA EMISION, MAS LOS
      *>   TOTALES POR ESTADO PARA EL RESUMEN
       2000-LISTAR-ANTIGUEDAD.

           OPEN INPUT ESTPAG-FILE

           IF NOT FS-ESTPAG-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR EL MAESTRO DE ESTADO "
                   "DE PAGOS ESTPAGPF - STATUS " WS-FS-ESTPAG
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY WS-RP-SEPARADOR
           DISPLAY "PAGOS SIN ACREDITAR CON MAS DE " WS-DIAS-LIMITE
               " DIAS DESDE LA EMISION"
           DISPLAY "  CORR/P PARTICIPANTE         ESTADO    MONTO"
           DISPLAY WS-RP-SEPARADOR

           PERFORM UNTIL FS-ESTPAG-EOF
               READ ESTPAG-FILE
                   AT END
                       SET FS-ESTPAG-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-ACUMULAR-ESTADO
                           THRU 2100-ACUMULAR-ESTADO-EXIT
                       IF NOT ESTP-ACEPTADO
                           PERFORM 2200-CALCULAR-ANTIGUEDAD
                               THRU 2200-CALCULAR-ANTIGUEDAD-EXIT
                           IF WS-PAGO-DIAS > WS-DIAS-LIMITE
                               ADD 1 TO WS-CANT-VENCIDOS
                               ADD ESTP-REG-MONTO TO WS-MONTO-VENCIDOS
                               PERFORM 2300-MOSTRAR-PAGO
                                   THRU 2300-MOSTRAR-PAGO-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ESTPAG-FILE

           IF WS-CANT-VENCIDOS = 0
               DISPLAY "  NINGUNO"
           END-IF.

       2000-LISTAR-ANTIGUEDAD-EXIT.
           EXIT.


      *>   SUMA EL PAGO LEIDO AL TOTAL DE SU ESTADO
       2100-ACUMULAR-ESTADO.

           PERFORM VARYING j FROM 1 BY 1 UNTIL j > 4
               IF WS-EST-NOMBRE(j) = ESTP-REG-ESTADO
                   ADD 1 TO WS-EST-CANT(j)
                   ADD ESTP-REG-MONTO TO WS-EST-MONTO(j)
               END-IF
           END-PERFORM.

       2100-ACUMULAR-ESTADO-EXIT.
           EXIT.


      *>   DIAS CORRIDOS ENTRE LA EMISION DEL PAGO Y HOY
       2200-CALCULAR-ANTIGUEDAD.

           MOVE ESTP-REG-FEC-EMISION TO WS-DIA-FECHA
           PERFORM 8700-CALCULAR-DIAS
               THRU 8700-CALCULAR-DIAS-EXIT
           COMPUTE WS-PAGO-DIAS = WS-HOY-SERIAL - WS-DIAS-SERIAL.

       2200-CALCULAR-ANTIGUEDAD-EXIT.
           EXIT.


      *>   MUESTRA EL PAGO LEIDO EN DOS LINEAS (DETALLE Y CBU)
       2300-MOSTRAR-PAGO.

           MOVE ESTP-REG-CORRIDA TO WS-RP-CORRIDA
           MOVE ESTP-REG-NRO TO WS-RP-NRO
           MOVE ESTP-REG-NOMBRE TO WS-RP-NOMBRE
           MOVE ESTP-REG-ESTADO TO WS-RP-ESTADO
           MOVE ESTP-REG-MONTO TO WS-RP-MONTO
           MOVE WS-PAGO-DIAS TO WS-RP-DIAS
           MOVE ESTP-REG-RECHAZOS TO WS-RP-RECHAZOS
           MOVE ESTP-REG-MOTIVO TO WS-RP-MOTIVO
           DISPLAY WS-RP-DETALLE

           MOVE ESTP-REG-CBU TO WS-RP-CBU
           MOVE ESTP-REG-FEC-EMISION TO WS-RP-FEC-EMISION
           DISPLAY WS-RP-CBU-LINEA.

       2300-MOSTRAR-PAGO-EXIT.
           EXIT.


      *>   SEGUNDA PASADA POR EL MAESTRO: LOS PAGOS TODAVIA NO
      *>   ACEPTADOS QUE REBOTARON MAS DE WS-REBOTES-ESCALAR VECES
       3000-LISTAR-ESCALAMIENTO.

           OPEN INPUT ESTPAG-FILE

           IF NOT FS-ESTPAG-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR EL MAESTRO DE ESTADO "
                   "DE PAGOS ESTPAGPF - STATUS " WS-FS-ESTPAG
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY " "
           DISPLAY WS-RP-SEPARADOR
           DISPLAY "PAGOS A ESCALAR: MAS DE " WS-REBOTES-ESCALAR
               " REBOTES DEL BANCO SIN COBRAR"
           DISPLAY WS-RP-SEPARADOR

           PERFORM UNTIL FS-ESTPAG-EOF
               READ ESTPAG-FILE
                   AT END
                       SET FS-ESTPAG-EOF TO TRUE
                   NOT AT END
                       IF NOT ESTP-ACEPTADO
                               AND ESTP-REG-RECHAZOS >
                                   WS-REBOTES-ESCALAR
                           ADD 1 TO WS-CANT-ESCALADOS
                           ADD ESTP-REG-MONTO TO WS-MONTO-ESCALADOS
                           PERFORM 2200-CALCULAR-ANTIGUEDAD
                               THRU 2200-CALCULAR-ANTIGUEDAD-EXIT
                           PERFORM 2300-MOSTRAR-PAGO
                               THRU 2300-MOSTRAR-PAGO-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ESTPAG-FILE

           IF WS-CANT-ESCALADOS = 0
               DISPLAY "  NINGUNO"
           END-IF.

       3000-LISTAR-ESCALAMIENTO-EXIT.
           EXIT.


      *>   TOTALES DE LOS DOS LISTADOS Y CANTIDAD/MONTO POR ESTADO
       4000-EMITIR-RESUMEN.

           DISPLAY " "
           DISPLAY WS-RP-SEPARADOR

           MOVE "SIN ACREDITAR......:" TO WS-RP-TOT-TEXTO
           MOVE WS-CANT-VENCIDOS TO WS-RP-TOT-CANT
           MOVE WS-MONTO-VENCIDOS TO WS-RP-TOT-MONTO
           DISPLAY WS-RP-TOTAL

           MOVE "A ESCALAR..........:" TO WS-RP-TOT-TEXTO
           MOVE WS-CANT-ESCALADOS TO WS-RP-TOT-CANT
           MOVE WS-MONTO-ESCALADOS TO WS-RP-TOT-MONTO
           DISPLAY WS-RP-TOTAL

           DISPLAY "PAGOS POR ESTADO EN ESTPAGPF:"
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > 4
               MOVE SPACES TO WS-RP-TOT-TEXTO
               MOVE WS-EST-NOMBRE(j) TO WS-RP-TOT-TEXTO
               MOVE WS-EST-CANT(j) TO WS-RP-TOT-CANT
               MOVE WS-EST-MONTO(j) TO WS-RP-TOT-MONTO
               DISPLAY WS-RP-TOTAL
           END-PERFORM

           DISPLAY WS-RP-SEPARADOR.

       4000-EMITIR-RESUMEN-EXIT.
           EXIT.


      *>   CALCULO COMPARTIDO DE DIAS CORRIDOS (VER 2200-CALCULAR-
      *>   ANTIGUEDAD)
           COPY DIASCALC.
