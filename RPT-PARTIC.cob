      *>   ALTERNATIVA DE FECHA EN VEZ DE BARRER TODO EL LIBRO DE
      *>   PUNTA A PUNTA; SIN ESA MARCA, O SI EL ESPEJO NO ABRE, SE
      *>   CAE AL BARRIDO SECUENCIAL DE SIEMPRE.
      *> - EL ACUMULADO DE CADA PARTICIPANTE SE ABRE POR LAS SUCURSALES
      *>   QUE LO FINANCIARON, CON EL DETALLE POR SUCURSAL QUE DEJA
      *>   CL-18-EJ-18 EN DISTSUCPF (VER 2400); LO QUE VIENE DE
      *>   CORRIDAS SIN ESE DETALLE SALE COMO "SIN DESGLOSE".

      *>--------------------------------------
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LEDGCTL WS-FS-LEDGCTL-EXT.

      *>   DETALLE POR SUCURSAL DE LAS CORRIDAS REPARTIDAS POR
      *>   SUCURSAL (VER 6400-REGISTRAR-DIST-SUCURSAL EN CL-18-EJ-18)
           SELECT DISTSUC-FILE ASSIGN TO "DISTSUCPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DISTSUC WS-FS-DISTSUC-EXT.

       DATA DIVISION.

       FILE SECTION.
           02 LCTL-REG-HASH-PAGOS    PIC 9(12)V99.
           02 LCTL-REG-ESPEJO        PIC X(1).

      *>   MISMO LAYOUT QUE DISTSUC-REG EN CL-18-EJ-18
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

      *>--------------------------------------
       WORKING-STORAGE SECTION.

           88 FS-LEDGCTL-OK          VALUE "00".
       01  WS-FS-LEDGCTL-EXT         PIC 9(4).

       01  WS-FS-DISTSUC             PIC XX.
           88 FS-DISTSUC-OK          VALUE "00".
           88 FS-DISTSUC-EOF         VALUE "10".
       01  WS-FS-DISTSUC-EXT         PIC 9(4).

      *>   PRENDIDO CUANDO EL CONTROL DEL LIBRO DICE QUE EL ESPEJO
      *>   ESTA COMPLETO (LO RECONSTRUYO ARC-HIST Y NINGUNA ESCRITURA
      *>   POSTERIOR FALLO); SIN ESTA MARCA NO SE LEE POR EL ESPEJO
               03 WS-ACUM-NOMBRE     PIC X(20) VALUE SPACES.
               03 WS-ACUM-TOTAL      PIC S9(9)V99 VALUE 0.

      *>   ACUMULADO DEL RANGO POR PARTICIPANTE Y SUCURSAL, SACADO
      *>   DE DISTSUCPF (LAS LINEAS DE REVERSA RESTAN, COMO EN EL
      *>   LIBRO). HASTA 9 SUCURSALES POR CADA UNO DE LOS 20 NOMBRES
       01  WS-CANT-ACUM-SUC          PIC 9(3) VALUE 0.
       01  WS-TABLA-ACUM-SUC.
           02 WS-AS-ENTRADA OCCURS 180 TIMES.
               03 WS-AS-NOMBRE       PIC X(20) VALUE SPACES.
               03 WS-AS-SUC          PIC X(4) VALUE SPACES.
               03 WS-AS-TOTAL        PIC S9(9)V99 VALUE 0.
       01  WS-AS-IX                  PIC 9(3) VALUE 0.
       01  WS-AS-SUMA                PIC S9(9)V99 VALUE 0.

       01  j                         PIC 99.
       01  WS-FECHA-8                PIC 9(8) VALUE 0.
       01  WS-ENCONTRADO-SW          PIC X(01) VALUE "N".
           02 WS-RL-NOMBRE           PIC X(20).
           02 FILLER                 PIC X(12) VALUE " ACUMULADO: ".
           02 WS-RL-TOTAL            PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-RL-SUCURSAL.
           02 FILLER                 PIC X(13) VALUE "    SUCURSAL ".
           02 WS-RL-SUC              PIC X(14).
           02 FILLER                 PIC X(05) VALUE SPACES.
           02 WS-RL-SUC-TOTAL        PIC ZZZ.ZZZ.ZZ9,99-.

      *>---------------------------PROCEDURE----------------------------
       PROCEDURE DIVISION.
           PERFORM 2000-PROCESAR-LEDGER
               THRU 2000-PROCESAR-LEDGER-EXIT

           PERFORM 2400-PROCESAR-DIST-SUCURSAL
               THRU 2400-PROCESAR-DIST-SUCURSAL-EXIT

           PERFORM 3000-EMITIR-REPORTE
               THRU 3000-EMITIR-REPORTE-EXIT

           EXIT.


      *>   ACUMULA POR PARTICIPANTE Y SUCURSAL LAS LINEAS DE
      *>   DISTSUCPF DEL RANGO PEDIDO (LA FECHA ES LA DE LA CORRIDA,
      *>   LA MISMA QUE LLEVA SU LINEA DEL LIBRO). SIN DISTSUCPF NO
      *>   HAY DESGLOSE Y EL REPORTE SALE COMO ANTES
       2400-PROCESAR-DIST-SUCURSAL.

           MOVE 0 TO WS-CANT-ACUM-SUC

           OPEN INPUT DISTSUC-FILE

           IF NOT FS-DISTSUC-OK
               CLOSE DISTSUC-FILE
               GO TO 2400-PROCESAR-DIST-SUCURSAL-EXIT
           END-IF

           PERFORM UNTIL FS-DISTSUC-EOF
               READ DISTSUC-FILE
                   AT END
                       SET FS-DISTSUC-EOF TO TRUE
                   NOT AT END
                       IF DSU-REG-FECHA >= WS-FECHA-DESDE
                               AND DSU-REG-FECHA <= WS-FECHA-HASTA
                           PERFORM 2450-ACUMULAR-SUCURSAL
                               THRU 2450-ACUMULAR-SUCURSAL-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DISTSUC-FILE.

       2400-PROCESAR-DIST-SUCURSAL-EXIT.
           EXIT.


      *>   SUMA (O RESTA, SI ES DE UNA REVERSA) LA LINEA DE DISTSUCPF
      *>   EN LA ENTRADA DE SU PARTICIPANTE Y SUCURSAL
       2450-ACUMULAR-SUCURSAL.

           MOVE DSU-REG-MONTO TO WS-MONTO-ACTUAL
           IF DSU-REG-MODO = "R"
               COMPUTE WS-MONTO-ACTUAL = WS-MONTO-ACTUAL * -1
           END-IF

           PERFORM VARYING WS-AS-IX FROM 1 BY 1
                   UNTIL WS-AS-IX > WS-CANT-ACUM-SUC
                   OR (WS-AS-NOMBRE(WS-AS-IX) = DSU-REG-NOMBRE
                       AND WS-AS-SUC(WS-AS-IX) = DSU-REG-SUC)
               CONTINUE
           END-PERFORM

           IF WS-AS-IX > WS-CANT-ACUM-SUC
               IF WS-CANT-ACUM-SUC = 180
                   DISPLAY "ERROR: DEMASIADAS COMBINACIONES DE "
                       "PARTICIPANTE Y SUCURSAL EN DISTSUCPF, NO "
                       "ENTRAN EN LA TABLA DEL REPORTE"
                   DISPLAY "PROGRAMA ABORTADO"
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-CANT-ACUM-SUC
               MOVE WS-CANT-ACUM-SUC TO WS-AS-IX
               MOVE DSU-REG-NOMBRE TO WS-AS-NOMBRE(WS-AS-IX)
               MOVE DSU-REG-SUC TO WS-AS-SUC(WS-AS-IX)
               MOVE 0 TO WS-AS-TOTAL(WS-AS-IX)
           END-IF

           ADD WS-MONTO-ACTUAL TO WS-AS-TOTAL(WS-AS-IX).

       2450-ACUMULAR-SUCURSAL-EXIT.
           EXIT.


      *>   IMPRIME EL ENCABEZADO CON EL RANGO CONSULTADO Y UNA LINEA
      *>   POR PARTICIPANTE CON EL ACUMULADO DEL PERIODO, Y DEBAJO LO
      *>   QUE APORTO CADA SUCURSAL A ESE ACUMULADO (VER 3100)
       3000-EMITIR-REPORTE.

           DISPLAY " "
                   MOVE WS-ACUM-NOMBRE(j) TO WS-RL-NOMBRE
                   MOVE WS-ACUM-TOTAL(j) TO WS-RL-TOTAL
                   DISPLAY WS-RL-DETALLE
                   PERFORM 3100-EMITIR-SUCURSALES
                       THRU 3100-EMITIR-SUCURSALES-EXIT
               END-PERFORM
           END-IF.

           EXIT.


      *>   LINEAS DE SUCURSAL DEL PARTICIPANTE j. LO QUE NO ESTA EN
      *>   DISTSUCPF (CORRIDAS TECLEADAS, DE LOTE O ANTERIORES AL
      *>   DESGLOSE) SALE COMO "SIN DESGLOSE", ASI LAS LINEAS SIEMPRE
      *>   SUMAN EL ACUMULADO DE ARRIBA. UN PARTICIPANTE SIN NINGUNA
      *>   LINEA DE SUCURSAL NO LLEVA DETALLE
       3100-EMITIR-SUCURSALES.

           MOVE 0 TO WS-AS-SUMA
           MOVE "N" TO WS-ENCONTRADO-SW

           PERFORM VARYING WS-AS-IX FROM 1 BY 1
                   UNTIL WS-AS-IX > WS-CANT-ACUM-SUC
               IF WS-AS-NOMBRE(WS-AS-IX) = WS-ACUM-NOMBRE(j)
                   SET ACUM-ENCONTRADO TO TRUE
                   MOVE WS-AS-SUC(WS-AS-IX) TO WS-RL-SUC
                   MOVE WS-AS-TOTAL(WS-AS-IX) TO WS-RL-SUC-TOTAL
                   DISPLAY WS-RL-SUCURSAL
                   ADD WS-AS-TOTAL(WS-AS-IX) TO WS-AS-SUMA
               END-IF
           END-PERFORM

           IF NOT ACUM-ENCONTRADO
               GO TO 3100-EMITIR-SUCURSALES-EXIT
           END-IF

           IF WS-AS-SUMA NOT = WS-ACUM-TOTAL(j)
               MOVE "(SIN DESGLOSE)" TO WS-RL-SUC
               COMPUTE WS-RL-SUC-TOTAL = WS-ACUM-TOTAL(j) - WS-AS-SUMA
               DISPLAY WS-RL-SUCURSAL
           END-IF.

       3100-EMITIR-SUCURSALES-EXIT.
           EXIT.


      *>   VALIDACION DE FECHA COMPARTIDA (VER 2500-VALIDAR-FECHA-8)
           COPY FECHAVAL.

