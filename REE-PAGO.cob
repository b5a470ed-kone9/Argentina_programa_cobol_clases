      *> el comentario siempre empieza de la linea 7
      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REE-PAGO.
      *>--------------------------------------

      *> REEMISION DE LOS PAGOS RECHAZADOS POR EL BANCO: RET-BANCO
      *> DEJA LOS REBOTES DE CADA RETORNO EN LA COLA DE REINTENTO
      *> REPAGOPF, PERO HASTA AHORA NADIE LA VOLVIA A MANDAR NI QUEDABA
      *> CONSTANCIA DE QUE SE HUBIERA MANDADO. ESTE PROGRAMA TOMA LA
      *> COLA, LA CONVIERTE EN LA ORDEN DE PAGO VIGENTE (PAGOSPF, PARA
      *> QUE SE SUBA AL PORTAL Y RET-BANCO CRUCE SU RETORNO COMO EL DE
      *> CUALQUIER ORDEN), MARCA CADA PAGO COMO "REEMITIDO" EN EL
      *> MAESTRO DE ESTADO DE PAGOS ESTPAGPF Y VACIA LA COLA.
      *>
      *> LA ORDEN DE PAGO VIGENTE SOLO SE PUEDE PISAR SI YA TIENE SU
      *> RETORNO: SI ALGUNA DE SUS LINEAS SIGUE ABIERTA EN EL MAESTRO
      *> (EMITIDO O REEMITIDO, ES DECIR SIN VEREDICTO DEL BANCO), LA
      *> REEMISION SE RECHAZA HASTA QUE SE PROCESE ESE RETORNO CON
      *> RET-BANCO; SI NO, UNA ORDEN TODAVIA NO SUBIDA SE PERDERIA.

      *>--------------------------------------
       ENVIRONMENT DIVISION.
      *>--------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
      *>   MISMA CONVENCION QUE CL-18-EJ-18, QUE ESCRIBE PAGOSPF
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   COLA DE REINTENTO QUE DEJA RET-BANCO, MISMO LAYOUT QUE
      *>   PAGOSPF; SE VACIA AL TERMINAR (ARCHIVO DE ENLACE DE UN USO)
           SELECT REPAGO-FILE ASSIGN TO "REPAGOPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPAGO WS-FS-REPAGO-EXT.

      *>   ORDEN DE PAGO VIGENTE, QUE SE REEMPLAZA POR LA REEMISION
           SELECT PAGOS-FILE ASSIGN TO "PAGOSPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGOS WS-FS-PAGOS-EXT.

      *>   MAESTRO PERMANENTE DE ESTADO DE PAGOS Y SU ARCHIVO DE
      *>   TRABAJO (MISMO ESQUEMA QUE RET-BANCO)
           SELECT ESTPAG-FILE ASSIGN TO "ESTPAGPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESTPAG WS-FS-ESTPAG-EXT.

           SELECT ESTPWK-FILE ASSIGN TO "ESTPWKPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESTPWK WS-FS-ESTPWK-EXT.

       DATA DIVISION.

       FILE SECTION.
      *>   MISMO LAYOUT QUE REPAGO-REG EN RET-BANCO
       FD  REPAGO-FILE.
       01  REPAGO-REG.
           02 REP-REG-CBU            PIC X(22).
           02 REP-REG-NOMBRE         PIC X(20).
           02 REP-REG-MONTO          PIC 9(9)V99.

      *>   MISMO LAYOUT QUE PAGOS-REG EN CL-18-EJ-18
       FD  PAGOS-FILE.
       01  PAGOS-REG.
           02 PAGO-REG-CBU           PIC X(22).
           02 PAGO-REG-NOMBRE        PIC X(20).
           02 PAGO-REG-MONTO         PIC 9(9)V99.

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

       FD  ESTPWK-FILE.
       01  ESTPWK-REG                PIC X(90).

      *>--------------------------------------
       WORKING-STORAGE SECTION.

       01  WS-FS-REPAGO              PIC XX.
           88 FS-REPAGO-OK           VALUE "00".
           88 FS-REPAGO-EOF          VALUE "10".
       01  WS-FS-REPAGO-EXT          PIC 9(4).

       01  WS-FS-PAGOS               PIC XX.
           88 FS-PAGOS-OK            VALUE "00".
           88 FS-PAGOS-EOF           VALUE "10".
       01  WS-FS-PAGOS-EXT           PIC 9(4).

       01  WS-FS-ESTPAG              PIC XX.
           88 FS-ESTPAG-OK           VALUE "00".
           88 FS-ESTPAG-EOF          VALUE "10".
       01  WS-FS-ESTPAG-EXT          PIC 9(4).

       01  WS-FS-ESTPWK              PIC XX.
           88 FS-ESTPWK-OK           VALUE "00".
           88 FS-ESTPWK-EOF          VALUE "10".
       01  WS-FS-ESTPWK-EXT          PIC 9(4).

      *>   FECHA DE LA REEMISION, QUE QUEDA COMO FECHA DEL CAMBIO DE
      *>   ESTADO EN EL MAESTRO
       01  WS-FECHA-HOY              PIC 9(8) VALUE 0.

      *>   COLA DE REINTENTO CARGADA EN MEMORIA (MISMO TOPE QUE LA
      *>   TABLA DE CRUCE DE RET-BANCO, QUE ES DE DONDE SALE); EL
      *>   SWITCH DICE SI LA LINEA YA MARCO SU PAGO EN EL MAESTRO
       01  WS-CANT-REPAGOS           PIC 9(3) VALUE 0.
       01  WS-TABLA-REPAGOS.
           02 WS-REP-ENTRADA OCCURS 500 TIMES.
               03 WS-REP-CBU         PIC X(22).
               03 WS-REP-NOMBRE      PIC X(20).
               03 WS-REP-MONTO       PIC 9(9)V99.
               03 WS-REP-MARCADO     PIC X(01).
                   88 REP-MARCADO    VALUE "S".
      *>           NUMERO DE REGISTRO EN ESTPAGPF Y CORRIDA DEL PAGO
      *>           RECHAZADO ELEGIDO PARA ESTA LINEA DE LA COLA (CERO
      *>           SI NINGUNO, VER 3050-ELEGIR-LINEAS)
               03 WS-REP-REG-ESTP    PIC 9(7).
               03 WS-REP-CORRIDA     PIC 9(6).

      *>   ORDEN DE PAGO VIGENTE CARGADA EN MEMORIA, SOLO PARA
      *>   VERIFICAR QUE YA TENGA SU RETORNO ANTES DE PISARLA
       01  WS-CANT-PAGOS             PIC 9(3) VALUE 0.
       01  WS-TABLA-PAGOS.
           02 WS-PAGO-ENTRADA OCCURS 500 TIMES.
               03 WS-PAGO-CBU        PIC X(22).
               03 WS-PAGO-MONTO      PIC 9(9)V99.

       01  i                         PIC 9(3).

      *>   NUMERO DEL REGISTRO DE ESTPAGPF QUE SE ESTA LEYENDO Y LINEA
      *>   DE LA COLA QUE SE OFRECE A REEMPLAZAR (VER 3060)
       01  WS-ESTP-NRO-REG           PIC 9(7) VALUE 0.
       01  WS-REP-ELEGIDO            PIC 9(3) VALUE 0.

      *>   SWITCH DE EXISTENCIA DEL MAESTRO Y TOTALES DE CONTROL
       01  WS-ESTP-EXISTE-SW         PIC X(01) VALUE "N".
           88 ESTP-EXISTE            VALUE "S".
       01  WS-CANT-ABIERTOS          PIC 9(3) VALUE 0.
       01  WS-CANT-MARCADOS          PIC 9(3) VALUE 0.
       01  WS-CANT-SIN-MAESTRO       PIC 9(3) VALUE 0.
       01  WS-MONTO-REEMITIDO        PIC 9(9)V99 VALUE 0.

      *>   LINEA DE DETALLE DEL RESUMEN, IMPRESA POR CONSOLA
       01  WS-RE-DETALLE.
           02 FILLER                 PIC X(04) VALUE "    ".
           02 WS-RE-NOMBRE           PIC X(20).
           02 FILLER                 PIC X(06) VALUE " CBU: ".
           02 WS-RE-CBU              PIC X(22).
           02 FILLER                 PIC X(03) VALUE " $ ".
           02 WS-RE-MONTO            PIC ZZZ.ZZZ.ZZ9,99.

      *>---------------------------PROCEDURE----------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

           PERFORM 1000-CARGAR-REINTENTO
               THRU 1000-CARGAR-REINTENTO-EXIT

           PERFORM 2000-VERIFICAR-ORDEN-VIGENTE
               THRU 2000-VERIFICAR-ORDEN-VIGENTE-EXIT

           PERFORM 3000-MARCAR-REEMITIDOS
               THRU 3000-MARCAR-REEMITIDOS-EXIT

           PERFORM 4000-GRABAR-ORDEN
               THRU 4000-GRABAR-ORDEN-EXIT

           PERFORM 5000-VACIAR-REINTENTO
               THRU 5000-VACIAR-REINTENTO-EXIT

           PERFORM 6000-EMITIR-RESUMEN
               THRU 6000-EMITIR-RESUMEN-EXIT

           GOBACK.

       0000-MAINLINE-EXIT.
           EXIT.


      *>   CARGA LA COLA DE REINTENTO; SIN COLA O CON LA COLA VACIA
      *>   NO HAY NADA QUE REEMITIR Y EL PROGRAMA TERMINA SIN TOCAR
      *>   LA ORDEN DE PAGO VIGENTE
       1000-CARGAR-REINTENTO.

           MOVE 0 TO WS-CANT-REPAGOS

           OPEN INPUT REPAGO-FILE

           IF NOT FS-REPAGO-OK
               DISPLAY "NO HAY COLA DE REINTENTO REPAGOPF, NADA QUE "
                   "REEMITIR"
               CLOSE REPAGO-FILE
               GOBACK
           END-IF

           PERFORM UNTIL FS-REPAGO-EOF
               READ REPAGO-FILE
                   AT END
                       SET FS-REPAGO-EOF TO TRUE
                   NOT AT END
                       IF WS-CANT-REPAGOS = 500
                           DISPLAY "ERROR: LA COLA DE REINTENTO TIENE "
                               "MAS DE 500 LINEAS"
                           DISPLAY "PROGRAMA ABORTADO"
                           MOVE 1 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-CANT-REPAGOS
                       MOVE REP-REG-CBU
                           TO WS-REP-CBU(WS-CANT-REPAGOS)
                       MOVE REP-REG-NOMBRE
                           TO WS-REP-NOMBRE(WS-CANT-REPAGOS)
                       MOVE REP-REG-MONTO
                           TO WS-REP-MONTO(WS-CANT-REPAGOS)
                       MOVE "N" TO WS-REP-MARCADO(WS-CANT-REPAGOS)
                       MOVE 0 TO WS-REP-REG-ESTP(WS-CANT-REPAGOS)
                       MOVE 0 TO WS-REP-CORRIDA(WS-CANT-REPAGOS)
               END-READ
           END-PERFORM

           CLOSE REPAGO-FILE

           IF WS-CANT-REPAGOS = 0
               DISPLAY "LA COLA DE REINTENTO REPAGOPF ESTA VACIA, "
                   "NADA QUE REEMITIR"
               GOBACK
           END-IF.

       1000-CARGAR-REINTENTO-EXIT.
           EXIT.


      *>   VERIFICA QUE LA ORDEN DE PAGO VIGENTE YA TENGA SU RETORNO:
      *>   CUALQUIER LINEA DE PAGOSPF QUE SIGA ABIERTA EN EL MAESTRO
      *>   (MISMO CBU Y MONTO, ESTADO EMITIDO O REEMITIDO) ES UNA
      *>   ORDEN QUE TODAVIA NO SE CRUZO CON RET-BANCO, Y PISARLA LA
      *>   PERDERIA. SIN MAESTRO NO HAY FORMA DE SABERLO Y SE AVISA.
      *>   SIN ORDEN VIGENTE NO HAY NADA QUE VERIFICAR, PERO EL
      *>   MAESTRO SE ABRE IGUAL PARA QUE 3000 MARQUE LOS REEMITIDOS
       2000-VERIFICAR-ORDEN-VIGENTE.

           MOVE 0 TO WS-CANT-PAGOS

           OPEN INPUT PAGOS-FILE

           IF FS-PAGOS-OK
               PERFORM UNTIL FS-PAGOS-EOF
                   READ PAGOS-FILE
                       AT END
                           SET FS-PAGOS-EOF TO TRUE
                       NOT AT END
                           IF WS-CANT-PAGOS < 500
                               ADD 1 TO WS-CANT-PAGOS
                               MOVE PAGO-REG-CBU
                                   TO WS-PAGO-CBU(WS-CANT-PAGOS)
                               MOVE PAGO-REG-MONTO
                                   TO WS-PAGO-MONTO(WS-CANT-PAGOS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           CLOSE PAGOS-FILE

           OPEN INPUT ESTPAG-FILE

           IF NOT FS-ESTPAG-OK
               DISPLAY "AVISO: NO HAY MAESTRO DE ESTADO DE PAGOS "
                   "ESTPAGPF - STATUS " WS-FS-ESTPAG
               DISPLAY "NO SE PUEDE VERIFICAR QUE LA ORDEN VIGENTE "
                   "YA TENGA SU RETORNO"
               CLOSE ESTPAG-FILE
               GO TO 2000-VERIFICAR-ORDEN-VIGENTE-EXIT
           END-IF

           SET ESTP-EXISTE TO TRUE
           MOVE 0 TO WS-CANT-ABIERTOS

           PERFORM UNTIL FS-ESTPAG-EOF
               READ ESTPAG-FILE
                   AT END
                       SET FS-ESTPAG-EOF TO TRUE
                   NOT AT END
                       IF ESTP-EMITIDO OR ESTP-REEMITIDO
                           PERFORM VARYING i FROM 1 BY 1
                                   UNTIL i > WS-CANT-PAGOS
                               IF WS-PAGO-CBU(i) = ESTP-REG-CBU
                                   AND WS-PAGO-MONTO(i) = ESTP-REG-MONTO
                                   ADD 1 TO WS-CANT-ABIERTOS
                                   MOVE WS-CANT-PAGOS TO i
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ESTPAG-FILE

           IF WS-CANT-ABIERTOS > 0
               DISPLAY "ERROR: LA ORDEN DE PAGO VIGENTE PAGOSPF TIENE "
                   WS-CANT-ABIERTOS " PAGOS SIN RETORNO DEL BANCO"
               DISPLAY "PROCESE SU RETORNO CON RET-BANCO ANTES DE "
                   "REEMITIR LOS RECHAZADOS"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

       2000-VERIFICAR-ORDEN-VIGENTE-EXIT.
           EXIT.


      *>   RECORRE EL MAESTRO A TRAVES DEL TRABAJO ESTPWKPF Y PASA A
      *>   "REEMITIDO" CADA PAGO RECHAZADO QUE ESTA EN LA COLA (MISMO
      *>   CBU Y MONTO, CADA LINEA DE LA COLA MARCA UN SOLO PAGO).
      *>   ANTES DE COPIAR, UNA PRIMERA PASADA ELIGE QUE PAGO
      *>   RECHAZADO LE TOCA A CADA LINEA DE LA COLA (VER 3050)
       3000-MARCAR-REEMITIDOS.

           IF NOT ESTP-EXISTE
               GO TO 3000-MARCAR-REEMITIDOS-EXIT
           END-IF

           OPEN INPUT ESTPAG-FILE

           IF NOT FS-ESTPAG-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR ESTPAGPF - STATUS "
                   WS-FS-ESTPAG
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 3050-ELEGIR-LINEAS
               THRU 3050-ELEGIR-LINEAS-EXIT

           MOVE 0 TO WS-ESTP-NRO-REG

           OPEN INPUT ESTPAG-FILE
           OPEN OUTPUT ESTPWK-FILE

           IF NOT FS-ESTPAG-OK OR NOT FS-ESTPWK-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR ESTPAGPF / ESTPWKPF - "
                   "STATUS " WS-FS-ESTPAG " / " WS-FS-ESTPWK
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FS-ESTPAG-EOF
               READ ESTPAG-FILE
                   AT END
                       SET FS-ESTPAG-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ESTP-NRO-REG
                       IF ESTP-RECHAZADO
                           PERFORM 3100-MARCAR-PAGO
                               THRU 3100-MARCAR-PAGO-EXIT
                       END-IF
                       WRITE ESTPWK-REG FROM ESTPAG-REG
               END-READ
           END-PERFORM

           CLOSE ESTPAG-FILE
           CLOSE ESTPWK-FILE

      *>       EL TRABAJO SE COPIA DE VUELTA SOBRE EL MAESTRO Y SE
      *>       VACIA (MISMA TECNICA QUE RET-BANCO)
           OPEN INPUT ESTPWK-FILE
           OPEN OUTPUT ESTPAG-FILE

           IF NOT FS-ESTPAG-OK OR NOT FS-ESTPWK-OK
               DISPLAY "ERROR: NO SE PUDO REESCRIBIR EL MAESTRO "
                   "ESTPAGPF DESDE ESTPWKPF - STATUS " WS-FS-ESTPAG
                   " / " WS-FS-ESTPWK
               DISPLAY "EL MAESTRO COMPLETO QUEDO EN ESTPWKPF, "
                   "COPIELO A MANO ANTES DE VOLVER A CORRER"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FS-ESTPWK-EOF
               READ ESTPWK-FILE
                   AT END
                       SET FS-ESTPWK-EOF TO TRUE
                   NOT AT END
                       WRITE ESTPAG-REG FROM ESTPWK-REG
               END-READ
           END-PERFORM

           CLOSE ESTPWK-FILE
           CLOSE ESTPAG-FILE

           OPEN OUTPUT ESTPWK-FILE
           CLOSE ESTPWK-FILE.

       3000-MARCAR-REEMITIDOS-EXIT.
           EXIT.


      *>   PRIMERA PASADA POR EL MAESTRO (YA ABIERTO POR 3000), SIN
      *>   ESCRIBIR NADA: ELIGE PARA CADA LINEA DE LA COLA EL PAGO
      *>   RECHAZADO CON EL MISMO CBU Y MONTO DE CORRIDA MAS ALTA.
      *>   RET-BANCO REARMA LA COLA EN CADA RETORNO, ASI QUE UN
      *>   RECHAZO QUE NUNCA SE REEMITIO QUEDA EN EL MAESTRO COMO
      *>   RECHAZADO; SI SE REPITE EL MISMO PAGO (UN EMBARGO DE MONTO
      *>   FIJO, UN PAGO SEMANAL) ESE RECHAZO VIEJO NO ES EL DE LA
      *>   COLA. MISMO CRITERIO QUE 2550 EN RET-BANCO
       3050-ELEGIR-LINEAS.

           MOVE 0 TO WS-ESTP-NRO-REG

           PERFORM UNTIL FS-ESTPAG-EOF
               READ ESTPAG-FILE
                   AT END
                       SET FS-ESTPAG-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ESTP-NRO-REG
                       IF ESTP-RECHAZADO
                           PERFORM 3060-OFRECER-LINEA
                               THRU 3060-OFRECER-LINEA-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ESTPAG-FILE.

       3050-ELEGIR-LINEAS-EXIT.
           EXIT.


      *>   OFRECE EL PAGO RECHAZADO ACTUAL DEL MAESTRO A LAS LINEAS DE
      *>   LA COLA CON SU CBU Y MONTO: SE BUSCA ENTRE ELLAS LA QUE
      *>   TODAVIA NO TIENE PAGO ELEGIDO O, SI TODAS TIENEN, LA QUE
      *>   TIENE EL DE CORRIDA MAS BAJA, Y SE LO REEMPLAZA SI EL
      *>   ACTUAL ES DE UNA CORRIDA IGUAL O MAS ALTA (A IGUAL CORRIDA
      *>   GANA EL QUE ESTA MAS ABAJO EN EL ARCHIVO, QUE ES EL MAS
      *>   NUEVO)
       3060-OFRECER-LINEA.

           MOVE 0 TO WS-REP-ELEGIDO

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-REPAGOS
               IF WS-REP-CBU(i) = ESTP-REG-CBU
                       AND WS-REP-MONTO(i) = ESTP-REG-MONTO
                   IF WS-REP-ELEGIDO = 0
                       MOVE i TO WS-REP-ELEGIDO
                   ELSE
                       IF WS-REP-REG-ESTP(WS-REP-ELEGIDO) > 0
                           IF WS-REP-REG-ESTP(i) = 0
                                   OR WS-REP-CORRIDA(i) <
                                       WS-REP-CORRIDA(WS-REP-ELEGIDO)
                               MOVE i TO WS-REP-ELEGIDO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-REP-ELEGIDO = 0
               GO TO 3060-OFRECER-LINEA-EXIT
           END-IF

           IF WS-REP-REG-ESTP(WS-REP-ELEGIDO) = 0
                   OR ESTP-REG-CORRIDA NOT <
                       WS-REP-CORRIDA(WS-REP-ELEGIDO)
               MOVE WS-ESTP-NRO-REG TO WS-REP-REG-ESTP(WS-REP-ELEGIDO)
               MOVE ESTP-REG-CORRIDA TO WS-REP-CORRIDA(WS-REP-ELEGIDO)
           END-IF.

       3060-OFRECER-LINEA-EXIT.
           EXIT.


      *>   SI EL PAGO RECHAZADO DEL MAESTRO FUE EL ELEGIDO EN 3050
      *>   PARA UNA LINEA DE LA COLA, LO PASA A REEMITIDO
       3100-MARCAR-PAGO.

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-REPAGOS
               IF WS-REP-REG-ESTP(i) = WS-ESTP-NRO-REG
                       AND NOT REP-MARCADO(i)
                   GO TO 3100-MARCAR-PAGO-CAMBIAR
               END-IF
           END-PERFORM

           GO TO 3100-MARCAR-PAGO-EXIT.

       3100-MARCAR-PAGO-CAMBIAR.

           SET REP-MARCADO(i) TO TRUE
           ADD 1 TO WS-CANT-MARCADOS
           SET ESTP-REEMITIDO TO TRUE
           MOVE WS-FECHA-HOY TO ESTP-REG-FEC-ESTADO.

       3100-MARCAR-PAGO-EXIT.
           EXIT.


      *>   LA COLA DE REINTENTO PASA A SER LA ORDEN DE PAGO VIGENTE,
      *>   LISTA PARA SUBIR AL PORTAL DEL BANCO
       4000-GRABAR-ORDEN.

           OPEN OUTPUT PAGOS-FILE

           IF NOT FS-PAGOS-OK
               DISPLAY "ERROR: NO SE PUDO GENERAR LA ORDEN DE PAGO "
                   "PAGOSPF - STATUS " WS-FS-PAGOS
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO WS-MONTO-REEMITIDO

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-REPAGOS
               MOVE WS-REP-CBU(i)    TO PAGO-REG-CBU
               MOVE WS-REP-NOMBRE(i) TO PAGO-REG-NOMBRE
               MOVE WS-REP-MONTO(i)  TO PAGO-REG-MONTO
               WRITE PAGOS-REG
               ADD WS-REP-MONTO(i) TO WS-MONTO-REEMITIDO
               IF NOT REP-MARCADO(i)
                   ADD 1 TO WS-CANT-SIN-MAESTRO
               END-IF
           END-PERFORM

           CLOSE PAGOS-FILE.

       4000-GRABAR-ORDEN-EXIT.
           EXIT.


      *>   VACIA LA COLA DE REINTENTO: YA VIAJA EN LA ORDEN DE PAGO,
      *>   Y UNA SEGUNDA CORRIDA NO DEBE REEMITIRLA OTRA VEZ
       5000-VACIAR-REINTENTO.

           OPEN OUTPUT REPAGO-FILE
           CLOSE REPAGO-FILE.

       5000-VACIAR-REINTENTO-EXIT.
           EXIT.


      *>   RESUMEN DE LA REEMISION POR CONSOLA
       6000-EMITIR-RESUMEN.

           DISPLAY " "
           DISPLAY "--------------------------------------------------"
           DISPLAY "REEMISION DE PAGOS RECHAZADOS"
           DISPLAY "PAGOS REEMITIDOS EN PAGOSPF....: " WS-CANT-REPAGOS
               " POR $ " WS-MONTO-REEMITIDO

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-REPAGOS
               MOVE WS-REP-NOMBRE(i) TO WS-RE-NOMBRE
               MOVE WS-REP-CBU(i)    TO WS-RE-CBU
               MOVE WS-REP-MONTO(i)  TO WS-RE-MONTO
               DISPLAY WS-RE-DETALLE
           END-PERFORM

           IF ESTP-EXISTE
               DISPLAY "PAGOS MARCADOS REEMITIDOS......: "
                   WS-CANT-MARCADOS
               IF WS-CANT-SIN-MAESTRO > 0
                   DISPLAY "ADVERTENCIA: " WS-CANT-SIN-MAESTRO
                       " LINEAS DE LA COLA NO TIENEN UN PAGO "
                       "RECHAZADO EN ESTPAGPF"
               END-IF
           END-IF

           DISPLAY "SUBA PAGOSPF AL PORTAL Y PROCESE SU RETORNO CON "
               "RET-BANCO"
           DISPLAY "--------------------------------------------------".

       6000-EMITIR-RESUMEN-EXIT.
           EXIT.
