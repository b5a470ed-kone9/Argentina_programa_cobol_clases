      *> VEREDICTO DEL BANCO, SE INFORMAN APARTE: LAS DOS SON SEÑAL DE
      *> QUE EL RETORNO NO CORRESPONDE A ESTA ORDEN.

      *> MODIFICACIONES
      *> - EL VEREDICTO DEL BANCO SE ANOTA TAMBIEN EN EL MAESTRO DE
      *>   ESTADO DE PAGOS ESTPAGPF (VER 2500-ACTUALIZAR-ESTADOS): LA
      *>   LINEA ABIERTA (EMITIDO O REEMITIDO) DE CADA PAGO PASA A
      *>   ACEPTADO O A RECHAZADO, Y UN RECHAZO SUMA UNO AL CONTADOR
      *>   DE REBOTES DEL PAGO (VER LA LISTA DE ESCALAMIENTO DE
      *>   RPT-PAGOS). PAGOSPF NO TRAE LA CORRIDA (ES EL FORMATO DEL
      *>   PORTAL DEL BANCO), ASI QUE CADA LINEA DE LA ORDEN SE CRUZA
      *>   CONTRA LA LINEA ABIERTA DEL MAESTRO CON EL MISMO CBU Y EL
      *>   MISMO MONTO, UNA SOLA VEZ CADA UNA.
      *> - CADA PAGO RECHAZADO SE DEJA ADEMAS EN LA COLA CENTRAL DE
      *>   EXCEPCIONES EXCEPPF CON SEVERIDAD ALTA, EL MOTIVO, EL
      *>   PARTICIPANTE, EL CBU Y EL MONTO (VER 4100-REGISTRAR-RECHAZO):
      *>   LA REFERENCIA ES LA CORRIDA DE LA LINEA DEL MAESTRO QUE SE
      *>   CRUZO O, SI NO HUBO LINEA ABIERTA EN ESTPAGPF, LA FECHA DEL
      *>   PROCESO DE RETORNO.
      *> - SI HAY MAS LINEAS ABIERTAS EN ESTPAGPF CON EL MISMO CBU Y
      *>   MONTO QUE LINEAS EN LA ORDEN (UN EMBARGO DE MONTO FIJO, UN
      *>   PAGO SEMANAL QUE SE REPITE), EL VEREDICTO VA A LAS DE
      *>   CORRIDA MAS ALTA Y NO A LAS PRIMERAS DEL ARCHIVO, QUE SON
      *>   DE ORDENES ANTERIORES (VER 2550). ANTES UNA LINEA VIEJA SE
      *>   QUEDABA CON EL VEREDICTO Y LA DE ESTA ORDEN SEGUIA ABIERTA.

      *>--------------------------------------
       ENVIRONMENT DIVISION.
      *>--------------------------------------
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETBCO WS-FS-RETBCO-EXT.

      *>   MAESTRO PERMANENTE DE ESTADO DE PAGOS (VER CL-18-EJ-18,
      *>   6200-EXPORTAR-PAGOS) Y SU ARCHIVO DE TRABAJO: EL MAESTRO ES
      *>   SECUENCIAL, ASI QUE SE ARMA COMPLETO EN ESTPWKPF CON LOS
      *>   ESTADOS NUEVOS Y DESPUES SE COPIA DE VUELTA
           SELECT ESTPAG-FILE ASSIGN TO "ESTPAGPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESTPAG WS-FS-ESTPAG-EXT.

           SELECT ESTPWK-FILE ASSIGN TO "ESTPWKPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESTPWK WS-FS-ESTPWK-EXT.

      *>   COLA DE REINTENTO CON LOS PAGOS RECHAZADOS, MISMO LAYOUT
      *>   QUE PAGOSPF PARA PODER SUBIRLA TAL CUAL AL PORTAL; CADA
      *>   PROCESO DE RETORNO LA REESCRIBE CON LOS REBOTES DE SU ORDEN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPAGO WS-FS-REPAGO-EXT.

      *>   COLA CENTRAL DE EXCEPCIONES (VER EXCPCALC.CPY)
           SELECT EXCEP-FILE ASSIGN TO "EXCEPPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEP WS-FS-EXCEP-EXT.

       DATA DIVISION.

       FILE SECTION.
           02 REP-REG-NOMBRE         PIC X(20).
           02 REP-REG-MONTO          PIC 9(9)V99.

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

      *>   MISMO LAYOUT QUE EXCEP-REG EN MNT-EXCEP
       FD  EXCEP-FILE.
       01  EXCEP-REG.
           02 EXC-REG-NRO            PIC 9(6).
           02 EXC-REG-FECHA          PIC 9(8).
           02 EXC-REG-HORA           PIC 9(6).
           02 EXC-REG-SEVERIDAD      PIC X(1).
           02 EXC-REG-ORIGEN         PIC X(12).
           02 EXC-REG-REFER          PIC X(12).
           02 EXC-REG-TEXTO          PIC X(80).
           02 EXC-REG-ESTADO         PIC X(1).
           02 EXC-REG-REC-OPER       PIC X(4).
           02 EXC-REG-REC-FECHA      PIC 9(8).
           02 EXC-REG-REC-HORA       PIC 9(6).
           02 EXC-REG-REC-COMENT     PIC X(40).
           02 EXC-REG-CIE-OPER       PIC X(4).
           02 EXC-REG-CIE-FECHA      PIC 9(8).
           02 EXC-REG-CIE-HORA       PIC 9(6).
           02 EXC-REG-CIE-COMENT     PIC X(40).

      *>--------------------------------------
       WORKING-STORAGE SECTION.

           88 FS-REPAGO-OK           VALUE "00".
       01  WS-FS-REPAGO-EXT          PIC 9(4).

       01  WS-FS-ESTPAG              PIC XX.
           88 FS-ESTPAG-OK           VALUE "00".
           88 FS-ESTPAG-EOF          VALUE "10".
       01  WS-FS-ESTPAG-EXT          PIC 9(4).

       01  WS-FS-ESTPWK              PIC XX.
           88 FS-ESTPWK-OK           VALUE "00".
           88 FS-ESTPWK-EOF          VALUE "10".
       01  WS-FS-ESTPWK-EXT          PIC 9(4).

      *>   FECHA DEL PROCESO DE RETORNO, QUE QUEDA COMO FECHA DEL
      *>   CAMBIO DE ESTADO EN EL MAESTRO
       01  WS-FECHA-HOY              PIC 9(8) VALUE 0.

      *>   ORDEN DE PAGO CARGADA EN MEMORIA PARA EL CRUCE: UNA CORRIDA
      *>   DE LOTE DEJA UNA LINEA POR DISTRIBUCION Y PARTICIPANTE, ASI
      *>   QUE LA TABLA ADMITE BASTANTE MAS QUE LOS 9 PARTICIPANTES
                   88 PAGO-ACEPTADO  VALUE "A".
                   88 PAGO-RECHAZADO VALUE "R".
               03 WS-PAGO-MOTIVO     PIC X(3).
      *>           "S" CUANDO EL VEREDICTO DE LA LINEA YA SE ANOTO EN
      *>           UNA LINEA DEL MAESTRO ESTPAGPF (VER 2500)
               03 WS-PAGO-ANOTADO    PIC X(01).
                   88 PAGO-ANOTADO   VALUE "S".
      *>           CORRIDA DE LA LINEA DEL MAESTRO EN LA QUE SE ANOTO
      *>           (CERO SI NO SE ANOTO), PARA LA REFERENCIA DE LA
      *>           EXCEPCION DE UN RECHAZO
               03 WS-PAGO-CORRIDA    PIC 9(6).
      *>           NUMERO DE REGISTRO EN ESTPAGPF DE LA LINEA ABIERTA
      *>           ELEGIDA PARA ESTA LINEA DE LA ORDEN (CERO SI NINGUNA,
      *>           VER 2550-ELEGIR-LINEAS)
               03 WS-PAGO-REG-ESTP   PIC 9(7).

       01  i                         PIC 9(3).

      *>   NUMERO DEL REGISTRO DE ESTPAGPF QUE SE ESTA LEYENDO Y LINEA
      *>   DE LA ORDEN QUE SE OFRECE A REEMPLAZAR (VER 2560)
       01  WS-ESTP-NRO-REG           PIC 9(7) VALUE 0.
       01  WS-PAGO-ELEGIDO           PIC 9(3) VALUE 0.

      *>   SWITCH DEL CRUCE DE LA LINEA DE RETORNO ACTUAL: SI EL CBU
      *>   DEL BANCO NO APARECE EN NINGUNA LINEA DE LA ORDEN, EL
      *>   RETORNO NO ES DE ESTA ORDEN Y SE INFORMA
       01  WS-MONTO-ACEPTADO         PIC 9(9)V99 VALUE 0.
       01  WS-MONTO-RECHAZADO        PIC 9(9)V99 VALUE 0.

      *>   TOTALES DE LA ACTUALIZACION DEL MAESTRO DE ESTADO DE PAGOS
       01  WS-ESTP-CANT-ACTUALIZADOS PIC 9(3) VALUE 0.
       01  WS-ESTP-CANT-SIN-MAESTRO  PIC 9(3) VALUE 0.
       01  WS-ESTP-EXISTE-SW         PIC X(01) VALUE "N".
           88 ESTP-EXISTE            VALUE "S".

      *>   LINEAS DE SALIDA DEL REPORTE, IMPRESAS POR CONSOLA (ES UN
      *>   REPORTE DE CONSULTA, NO UN ARCHIVO PERMANENTE)
       01  WS-RB-DETALLE.
           02 FILLER                 PIC X(09) VALUE "  MOTIVO ".
           02 WS-RB-MOTIVO           PIC X(3).

      *>   CAMPOS DEL ALTA EN LA COLA DE EXCEPCIONES (VER EXCPCPY.CPY),
      *>   TEXTO DE LA EXCEPCION DE UN RECHAZO Y REFERENCIA CUANDO EL
      *>   PAGO NO TENIA LINEA ABIERTA EN EL MAESTRO
           COPY EXCPCPY.
       01  WS-EXC-TX-RECHAZO.
           02 FILLER                 PIC X(15)
               VALUE "RECHAZO MOTIVO ".
           02 WS-EXC-TX-MOTIVO       PIC X(3).
           02 FILLER                 PIC X(01) VALUE " ".
           02 WS-EXC-TX-NOMBRE       PIC X(20).
           02 FILLER                 PIC X(05) VALUE " CBU ".
           02 WS-EXC-TX-CBU          PIC X(22).
           02 FILLER                 PIC X(02) VALUE " $".
           02 WS-EXC-TX-MONTO        PIC ZZZZZZZZ9,99.
       01  WS-EXC-REF-RETORNO.
           02 FILLER                 PIC X(4) VALUE "RET=".
           02 WS-EXC-REF-RET-FECHA   PIC 9(8).

      *>---------------------------PROCEDURE----------------------------
       PROCEDURE DIVISION.

           PERFORM 1000-CARGAR-ORDEN
               THRU 1000-CARGAR-ORDEN-EXIT

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

           PERFORM 2000-CRUZAR-RETORNO
               THRU 2000-CRUZAR-RETORNO-EXIT

           PERFORM 2500-ACTUALIZAR-ESTADOS
               THRU 2500-ACTUALIZAR-ESTADOS-EXIT

           PERFORM 3000-ARMAR-REINTENTO
               THRU 3000-ARMAR-REINTENTO-EXIT

                           TO WS-PAGO-MONTO(WS-CANT-PAGOS)
                       MOVE "P" TO WS-PAGO-VEREDICTO(WS-CANT-PAGOS)
                       MOVE SPACES TO WS-PAGO-MOTIVO(WS-CANT-PAGOS)
                       MOVE "N" TO WS-PAGO-ANOTADO(WS-CANT-PAGOS)
                       MOVE 0 TO WS-PAGO-CORRIDA(WS-CANT-PAGOS)
                       MOVE 0 TO WS-PAGO-REG-ESTP(WS-CANT-PAGOS)
               END-READ
           END-PERFORM

           EXIT.


      *>   PASA EL VEREDICTO DE CADA LINEA DE LA ORDEN AL MAESTRO DE
      *>   ESTADO DE PAGOS: RECORRE ESTPAGPF ENTERO Y LO COPIA A
      *>   ESTPWKPF, CAMBIANDO EN EL CAMINO CADA LINEA ABIERTA
      *>   (EMITIDO O REEMITIDO) QUE CRUCE CONTRA UNA LINEA DE LA ORDEN
      *>   CON VEREDICTO; DESPUES EL TRABAJO SE COPIA DE VUELTA SOBRE
      *>   EL MAESTRO. SIN MAESTRO TODAVIA (ORDENES ANTERIORES A
      *>   ESTPAGPF) SE AVISA Y EL RETORNO SE PROCESA IGUAL. ANTES DE
      *>   COPIAR, UNA PRIMERA PASADA ELIGE QUE LINEA ABIERTA LE TOCA
      *>   A CADA LINEA DE LA ORDEN (VER 2550)
       2500-ACTUALIZAR-ESTADOS.

           MOVE "N" TO WS-ESTP-EXISTE-SW

           OPEN INPUT ESTPAG-FILE

           IF NOT FS-ESTPAG-OK
               DISPLAY "AVISO: NO HAY MAESTRO DE ESTADO DE PAGOS "
                   "ESTPAGPF - STATUS " WS-FS-ESTPAG
               DISPLAY "EL VEREDICTO DEL BANCO NO QUEDA ANOTADO POR "
                   "PAGO"
               CLOSE ESTPAG-FILE
               GO TO 2500-ACTUALIZAR-ESTADOS-EXIT
           END-IF

           SET ESTP-EXISTE TO TRUE

           PERFORM 2550-ELEGIR-LINEAS
               THRU 2550-ELEGIR-LINEAS-EXIT

           OPEN INPUT ESTPAG-FILE

           IF NOT FS-ESTPAG-OK
               DISPLAY "ERROR: NO SE PUDO VOLVER A ABRIR EL MAESTRO "
                   "ESTPAGPF - STATUS " WS-FS-ESTPAG
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO WS-ESTP-NRO-REG

           OPEN OUTPUT ESTPWK-FILE

           IF NOT FS-ESTPWK-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR EL ARCHIVO DE TRABAJO "
                   "ESTPWKPF - STATUS " WS-FS-ESTPWK
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
                       IF ESTP-EMITIDO OR ESTP-REEMITIDO
                           PERFORM 2600-ANOTAR-VEREDICTO
                               THRU 2600-ANOTAR-VEREDICTO-EXIT
                       END-IF
                       WRITE ESTPWK-REG FROM ESTPAG-REG
               END-READ
           END-PERFORM

           CLOSE ESTPAG-FILE
           CLOSE ESTPWK-FILE

           PERFORM 2700-REESCRIBIR-MAESTRO
               THRU 2700-REESCRIBIR-MAESTRO-EXIT

      *>       UNA LINEA DE LA ORDEN CON VEREDICTO QUE NO ENCONTRO SU
      *>       PAGO ABIERTO EN EL MAESTRO ES UNA ORDEN ARMADA A MANO O
      *>       UN RETORNO YA PROCESADO ANTES: SE CUENTA Y SE INFORMA
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-PAGOS
               IF (PAGO-ACEPTADO(i) OR PAGO-RECHAZADO(i))
                       AND NOT PAGO-ANOTADO(i)
                   ADD 1 TO WS-ESTP-CANT-SIN-MAESTRO
               END-IF
           END-PERFORM.

       2500-ACTUALIZAR-ESTADOS-EXIT.
           EXIT.


      *>   PRIMERA PASADA POR EL MAESTRO (YA ABIERTO POR 2500), SIN
      *>   ESCRIBIR NADA: ELIGE PARA CADA LINEA DE LA ORDEN CON
      *>   VEREDICTO LA LINEA ABIERTA CON EL MISMO CBU Y MONTO DE
      *>   CORRIDA MAS ALTA. EL MISMO PAGO PUEDE ESTAR ABIERTO TAMBIEN
      *>   EN UNA CORRIDA VIEJA (UN EMBARGO DE MONTO FIJO, UN PAGO
      *>   SEMANAL QUE SE REPITE) Y ESA NO ES LA DE ESTA ORDEN: LA
      *>   ORDEN VIGENTE ES SIEMPRE LA MAS NUEVA. CADA LINEA ELEGIDA
      *>   QUEDA IDENTIFICADA POR SU NUMERO DE REGISTRO
       2550-ELEGIR-LINEAS.

           MOVE 0 TO WS-ESTP-NRO-REG

           PERFORM UNTIL FS-ESTPAG-EOF
               READ ESTPAG-FILE
                   AT END
                       SET FS-ESTPAG-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ESTP-NRO-REG
                       IF ESTP-EMITIDO OR ESTP-REEMITIDO
                           PERFORM 2560-OFRECER-LINEA
                               THRU 2560-OFRECER-LINEA-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ESTPAG-FILE.

       2550-ELEGIR-LINEAS-EXIT.
           EXIT.


      *>   OFRECE LA LINEA ABIERTA ACTUAL DEL MAESTRO A LAS LINEAS DE
      *>   LA ORDEN CON SU CBU Y MONTO: SE BUSCA ENTRE ELLAS LA QUE
      *>   TODAVIA NO TIENE LINEA ELEGIDA O, SI TODAS TIENEN, LA QUE
      *>   TIENE LA DE CORRIDA MAS BAJA, Y SE LA REEMPLAZA SI LA
      *>   ACTUAL ES DE UNA CORRIDA IGUAL O MAS ALTA (A IGUAL CORRIDA
      *>   GANA LA QUE ESTA MAS ABAJO EN EL ARCHIVO, QUE ES LA MAS
      *>   NUEVA). ASI AL FINAL CADA GRUPO SE QUEDA CON LAS LINEAS
      *>   ABIERTAS MAS NUEVAS
       2560-OFRECER-LINEA.

           MOVE 0 TO WS-PAGO-ELEGIDO

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-PAGOS
               IF WS-PAGO-CBU(i) = ESTP-REG-CBU
                       AND WS-PAGO-MONTO(i) = ESTP-REG-MONTO
                       AND (PAGO-ACEPTADO(i) OR PAGO-RECHAZADO(i))
                   IF WS-PAGO-ELEGIDO = 0
                       MOVE i TO WS-PAGO-ELEGIDO
                   ELSE
                       IF WS-PAGO-REG-ESTP(WS-PAGO-ELEGIDO) > 0
                           IF WS-PAGO-REG-ESTP(i) = 0
                                   OR WS-PAGO-CORRIDA(i) <
                                       WS-PAGO-CORRIDA(WS-PAGO-ELEGIDO)
                               MOVE i TO WS-PAGO-ELEGIDO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-PAGO-ELEGIDO = 0
               GO TO 2560-OFRECER-LINEA-EXIT
           END-IF

           IF WS-PAGO-REG-ESTP(WS-PAGO-ELEGIDO) = 0
                   OR ESTP-REG-CORRIDA NOT <
                       WS-PAGO-CORRIDA(WS-PAGO-ELEGIDO)
               MOVE WS-ESTP-NRO-REG TO WS-PAGO-REG-ESTP(WS-PAGO-ELEGIDO)
               MOVE ESTP-REG-CORRIDA TO WS-PAGO-CORRIDA(WS-PAGO-ELEGIDO)
           END-IF.

       2560-OFRECER-LINEA-EXIT.
           EXIT.


      *>   SI LA LINEA ABIERTA DEL MAESTRO FUE LA ELEGIDA EN 2550 PARA
      *>   UNA LINEA DE LA ORDEN, LE PASA EL ESTADO DE ESA LINEA. CADA
      *>   LINEA DE LA ORDEN SE ANOTA UNA SOLA VEZ: EN UN LOTE EL MISMO
      *>   CBU PUEDE COBRAR VARIAS VECES Y CADA COBRO ES UN PAGO
      *>   DISTINTO
       2600-ANOTAR-VEREDICTO.

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-PAGOS
               IF WS-PAGO-REG-ESTP(i) = WS-ESTP-NRO-REG
                       AND NOT PAGO-ANOTADO(i)
                   GO TO 2600-ANOTAR-VEREDICTO-CAMBIAR
               END-IF
           END-PERFORM

           GO TO 2600-ANOTAR-VEREDICTO-EXIT.

       2600-ANOTAR-VEREDICTO-CAMBIAR.

           SET PAGO-ANOTADO(i) TO TRUE
           MOVE ESTP-REG-CORRIDA TO WS-PAGO-CORRIDA(i)
           ADD 1 TO WS-ESTP-CANT-ACTUALIZADOS
           MOVE WS-FECHA-HOY TO ESTP-REG-FEC-ESTADO

           IF PAGO-ACEPTADO(i)
               SET ESTP-ACEPTADO TO TRUE
           ELSE
               SET ESTP-RECHAZADO TO TRUE
               MOVE WS-PAGO-MOTIVO(i) TO ESTP-REG-MOTIVO
               IF ESTP-REG-RECHAZOS < 99
                   ADD 1 TO ESTP-REG-RECHAZOS
               END-IF
           END-IF.

       2600-ANOTAR-VEREDICTO-EXIT.
           EXIT.


      *>   COPIA EL TRABAJO ESTPWKPF DE VUELTA SOBRE EL MAESTRO Y LO
      *>   DEJA VACIO (MISMA TECNICA QUE ARC-HIST CON ARCHWKPF)
       2700-REESCRIBIR-MAESTRO.

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

       2700-REESCRIBIR-MAESTRO-EXIT.
           EXIT.


      *>   RECORRE LA TABLA YA CRUZADA, ACUMULA LOS TOTALES DE CONTROL
      *>   Y ESCRIBE CADA PAGO RECHAZADO EN LA COLA DE REINTENTO
      *>   REPAGOPF (MISMO LAYOUT QUE PAGOSPF); LA COLA SE REESCRIBE
                       MOVE WS-PAGO-MONTO(i)  TO WS-RB-MONTO
                       MOVE WS-PAGO-MOTIVO(i) TO WS-RB-MOTIVO
                       DISPLAY WS-RB-DETALLE
                       PERFORM 4100-REGISTRAR-RECHAZO
                           THRU 4100-REGISTRAR-RECHAZO-EXIT
                   END-IF
               END-PERFORM
           END-IF
                   "RETORNO NO CRUZARON CONTRA LA ORDEN"
           END-IF

           IF ESTP-EXISTE
               DISPLAY "PAGOS ACTUALIZADOS EN ESTPAGPF..: "
                   WS-ESTP-CANT-ACTUALIZADOS
               IF WS-ESTP-CANT-SIN-MAESTRO > 0
                   DISPLAY "ADVERTENCIA: " WS-ESTP-CANT-SIN-MAESTRO
                       " LINEAS DE LA ORDEN NO TIENEN UN PAGO ABIERTO "
                       "EN ESTPAGPF"
               END-IF
           END-IF

           DISPLAY "---------------------------------------------------".

       4000-EMITIR-RESUMEN-EXIT.
           EXIT.


      *>   DEJA EL PAGO RECHAZADO i EN LA COLA CENTRAL DE EXCEPCIONES,
      *>   REFERIDO A SU CORRIDA SI SE CRUZO CONTRA EL MAESTRO O A LA
      *>   FECHA DEL PROCESO DE RETORNO SI NO
       4100-REGISTRAR-RECHAZO.

           MOVE WS-PAGO-MOTIVO(i) TO WS-EXC-TX-MOTIVO
           MOVE WS-PAGO-NOMBRE(i) TO WS-EXC-TX-NOMBRE
           MOVE WS-PAGO-CBU(i)    TO WS-EXC-TX-CBU
           MOVE WS-PAGO-MONTO(i)  TO WS-EXC-TX-MONTO

           IF WS-PAGO-CORRIDA(i) > 0
               MOVE WS-PAGO-CORRIDA(i) TO WS-EXC-REF-CORR-NRO
               MOVE WS-EXC-REF-CORRIDA TO WS-EXC-REFER
           ELSE
               MOVE WS-FECHA-HOY TO WS-EXC-REF-RET-FECHA
               MOVE WS-EXC-REF-RETORNO TO WS-EXC-REFER
           END-IF

           MOVE "A" TO WS-EXC-SEVERIDAD
           MOVE "RET-BANCO" TO WS-EXC-ORIGEN
           MOVE WS-EXC-TX-RECHAZO TO WS-EXC-TEXTO
           PERFORM 8300-REGISTRAR-EXCEPCION
               THRU 8300-REGISTRAR-EXCEPCION-EXIT.

       4100-REGISTRAR-RECHAZO-EXIT.
           EXIT.


      *>   ALTA EN LA COLA CENTRAL DE EXCEPCIONES (VER
      *>   4100-REGISTRAR-RECHAZO)
           COPY EXCPCALC.
