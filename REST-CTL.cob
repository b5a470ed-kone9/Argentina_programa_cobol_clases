
      *> el comentario siempre empieza de la linea 7
      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REST-CTL.
      *>--------------------------------------

      *> RESTAURACION DEL JUEGO DE ARCHIVOS DE CONTROL DE LA
      *> DISTRIBUCION A UNA GENERACION TOMADA POR RESG-CTL. VUELVE
      *> SIEMPRE EL JUEGO ENTERO (LOS ARCHIVOS DE RESGCPY.CPY): NO HAY
      *> FORMA DE ELEGIR ARCHIVOS SUELTOS, PORQUE UNA RESTAURACION
      *> PARCIAL ES JUSTAMENTE EL DESCALCE QUE ESTO VIENE A EVITAR.
      *> ANTES DE TOCAR NADA:
      *> - EXIGE SESION DE UN OPERADOR NIVEL 3 CON PIN (SESCALC.CPY),
      *> - LA GENERACION TIENE QUE ESTAR COMPLETA EN EL MANIFIESTO
      *>   RESGMANPF (CABECERA, UN DETALLE POR CADA UNO DE LOS
      *>   ARCHIVOS Y CIERRE),
      *> - CADA COPIA DE LA GENERACION SE RELEE Y TIENE QUE DAR LA
      *>   MISMA CANTIDAD DE REGISTROS Y EL MISMO TOTAL DE CONTROL QUE
      *>   EL MANIFIESTO (RESGCALC.CPY); CON UNA SOLA QUE NO DE, NO SE
      *>   RESTAURA NINGUNA,
      *> - PIDE CONFIRMACION Y TOMA UNA GENERACION NUEVA DEL ESTADO
      *>   ACTUAL (LLAMANDO A RESG-CTL CON MOTIVO "PREVIO A
      *>   RESTAURAR"), ASI LA RESTAURACION TAMBIEN SE PUEDE DESHACER.
      *> UN ARCHIVO QUE NO EXISTIA AL TOMAR LA GENERACION QUEDA VACIO.
      *> LEDGIXPF SE RECONSTRUYE DESDE SU COPIA SECUENCIAL. AL
      *> TERMINAR SE RECUENTA LO GRABADO CONTRA EL MANIFIESTO.
      *> CADA INTENTO QUE LLEGA A ELEGIR GENERACION DEJA UNA LINEA EN
      *> JOBHISTPF (MISMO RENGLON QUE DRV18TOT) CON EL RESULTADO Y,
      *> EN SEM=, LA ULTIMA SEMANA PROCESADA QUE TRAE LA GENERACION.

      *>--------------------------------------
       ENVIRONMENT DIVISION.
      *>--------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   MANIFIESTO DE LAS GENERACIONES (LO ESCRIBE RESG-CTL)
           SELECT MANIF-FILE ASSIGN TO "RESGMANPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MANIF WS-FS-MANIF-EXT.

      *>   ENLACE CON EL MOTIVO PARA EL RESGUARDO PREVIO (VER RESG-CTL)
           SELECT PEDIDO-FILE ASSIGN TO "RESGPEDPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEDIDO WS-FS-PEDIDO-EXT.

      *>   COPIA DE LA GENERACION Y ARCHIVO VIVO DEL JUEGO; LOS
      *>   NOMBRES SE ARMAN EN 7100-ARMAR-NOMBRES
           SELECT COPIA-FILE ASSIGN TO DYNAMIC WS-RESG-COPIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COPIA WS-FS-COPIA-EXT.

           SELECT DESTINO-FILE ASSIGN TO DYNAMIC WS-RESG-ORIGEN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DESTINO WS-FS-DESTINO-EXT.

      *>   ESPEJO INDEXADO DEL LIBRO, QUE SE RECONSTRUYE ENTERO
           SELECT LEDGIX-FILE ASSIGN TO "LEDGIXPF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIX-REG-CORRIDA
               ALTERNATE RECORD KEY IS LIX-REG-FECHA WITH DUPLICATES
               FILE STATUS IS WS-FS-LEDGIX WS-FS-LEDGIX-EXT.

      *>   HISTORIAL DE CORRIDAS DEL JOB (VER DRV18TOT)
           SELECT JOBHIST-FILE ASSIGN TO "JOBHISTPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOBHIST WS-FS-JOBHIST-EXT.

      *>   MAESTRO DE OPERADORES Y REGISTRO DE INGRESOS (VER MNT-OPER)
           SELECT OPER-FILE ASSIGN TO "OPERPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPER WS-FS-OPER-EXT.

           SELECT SESION-FILE ASSIGN TO "SESIONPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SESION WS-FS-SESION-EXT.

       DATA DIVISION.

       FILE SECTION.
      *>   MISMO LAYOUT QUE MANIF-REG EN RESG-CTL
       FD  MANIF-FILE.
       01  MANIF-REG.
           02 MAN-REG-GEN            PIC 9(4).
           02 MAN-REG-TIPO           PIC X(1).
           02 MAN-REG-FECHA          PIC 9(8).
           02 MAN-REG-HORA           PIC 9(6).
           02 MAN-REG-ARCHIVO        PIC X(10).
           02 MAN-REG-EXISTE         PIC X(1).
           02 MAN-REG-REGISTROS      PIC 9(9).
           02 MAN-REG-HASH           PIC 9(15).
           02 MAN-REG-MOTIVO         PIC X(20).

       FD  PEDIDO-FILE.
       01  PEDIDO-REG.
           02 PEDIDO-REG-MOTIVO      PIC X(20).

       FD  COPIA-FILE.
       01  COPIA-REG                 PIC X(714).

       FD  DESTINO-FILE.
       01  DESTINO-REG               PIC X(714).

      *>   MISMO LAYOUT QUE LIX-REG EN CL-18-EJ-18
       FD  LEDGIX-FILE.
       01  LIX-REG.
           02 LIX-REG-CORRIDA        PIC 9(6).
           02 LIX-REG-FECHA          PIC 9(8).
           02 LIX-REG-LINEA          PIC X(700).

      *>   MISMO RENGLON LIBRE QUE JOBHIST-REG EN DRV18TOT
       FD  JOBHIST-FILE.
       01  JOBHIST-REG               PIC X(80).

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

       01  WS-FS-MANIF               PIC XX.
           88 FS-MANIF-OK            VALUE "00".
           88 FS-MANIF-EOF           VALUE "10".
       01  WS-FS-MANIF-EXT           PIC 9(4).

       01  WS-FS-PEDIDO              PIC XX.
           88 FS-PEDIDO-OK           VALUE "00".
       01  WS-FS-PEDIDO-EXT          PIC 9(4).

       01  WS-FS-COPIA               PIC XX.
           88 FS-COPIA-OK            VALUE "00".
           88 FS-COPIA-EOF           VALUE "10".
       01  WS-FS-COPIA-EXT           PIC 9(4).

       01  WS-FS-DESTINO             PIC XX.
           88 FS-DESTINO-OK          VALUE "00".
       01  WS-FS-DESTINO-EXT         PIC 9(4).

       01  WS-FS-LEDGIX              PIC XX.
           88 FS-LEDGIX-OK           VALUE "00".
       01  WS-FS-LEDGIX-EXT          PIC 9(4).

       01  WS-FS-JOBHIST             PIC XX.
           88 FS-JOBHIST-OK          VALUE "00".
       01  WS-FS-JOBHIST-EXT         PIC 9(4).

       01  WS-FS-OPER                PIC XX.
           88 FS-OPER-OK             VALUE "00".
           88 FS-OPER-EOF            VALUE "10".
       01  WS-FS-OPER-EXT            PIC 9(4).

      *>   OPERADOR QUE INICIO LA SESION Y NIVEL QUE EXIGE EL PROGRAMA
       01  WS-OPER-CODIGO            PIC X(4) VALUE SPACES.
       01  WS-OPER-NOMBRE            PIC X(20) VALUE SPACES.
       01  WS-OPER-NIVEL             PIC 9 VALUE 0.
       01  WS-OPER-HALLADO-SW        PIC X(01) VALUE "N".
           88 OPER-HALLADO           VALUE "S".
       01  WS-NIVEL-REQUERIDO        PIC 9 VALUE 3.

      *>   CONTROL DE PIN Y REGISTRO DE INGRESOS (VER SESCPY.CPY)
           COPY SESCPY.

      *>   JUEGO DE ARCHIVOS Y TOTAL DE CONTROL (VER RESGCPY.CPY)
           COPY RESGCPY.

      *>   FECHA/HORA DE ARRANQUE, PARA EL RENGLON DE JOBHISTPF
       01  WS-FECHA-HOY              PIC 9(8) VALUE 0.
       01  WS-HORA-LARGA             PIC 9(8) VALUE 0.
       01  WS-HORA-HOY               PIC 9(6) VALUE 0.

      *>   LISTADO DE GENERACIONES: SE MUESTRAN LAS ULTIMAS 20
      *>   COMPLETAS; LA CABECERA SE GUARDA HASTA LEER SU CIERRE
       01  WS-CANT-GEN               PIC 9(4) VALUE 0.
       01  WS-ORDINAL-GEN            PIC 9(4) VALUE 0.
       01  WS-MOSTRAR-DESDE          PIC 9(4) VALUE 0.
       01  WS-LIS-GEN                PIC 9(4) VALUE 0.
       01  WS-LIS-FECHA              PIC 9(8) VALUE 0.
       01  WS-LIS-HORA               PIC 9(6) VALUE 0.
       01  WS-LIS-MOTIVO             PIC X(20) VALUE SPACES.

      *>   GENERACION ELEGIDA Y LO QUE DICE DE ELLA EL MANIFIESTO
       01  WS-GENERACION             PIC 9(4) VALUE 0.
       01  WS-GEN-FECHA              PIC 9(8) VALUE 0.
       01  WS-GEN-HORA               PIC 9(6) VALUE 0.
       01  WS-GEN-MOTIVO             PIC X(20) VALUE SPACES.
       01  WS-GEN-CABECERA-SW        PIC X(01) VALUE "N".
           88 GEN-TIENE-CABECERA     VALUE "S".
       01  WS-GEN-CIERRE-SW          PIC X(01) VALUE "N".
           88 GEN-TIENE-CIERRE       VALUE "S".
       01  WS-GEN-CANT-CIERRE        PIC 9(9) VALUE 0.
       01  WS-TABLA-MANIF.
           02 WS-MAN-ENTRADA OCCURS 16 TIMES.
               03 WS-MAN-VECES       PIC 99.
               03 WS-MAN-EXISTE      PIC X(1).
               03 WS-MAN-REGISTROS   PIC 9(9).
               03 WS-MAN-HASH        PIC 9(15).

      *>   ULTIMA SEMANA PROCESADA SEGUN EL ULTSEMPF DE LA GENERACION
       01  WS-GEN-SEMANA             PIC 9(8) VALUE 0.

       01  WS-ERRORES                PIC 99 VALUE 0.
       01  WS-CONFIRMA               PIC X(01) VALUE SPACE.
       01  WS-ARCHIVO-HALLADO-SW     PIC X(01) VALUE "N".
           88 ARCHIVO-HALLADO        VALUE "S".
       01  i                         PIC 99.
       01  k                         PIC 99.

      *>   RENGLON DE JOBHISTPF, MISMO LAYOUT QUE WS-JH-LINEA EN
      *>   DRV18TOT
       01  WS-HIST-ESTADO            PIC X(18) VALUE SPACES.
       01  WS-JH-LINEA.
           02 WS-JH-FECHA            PIC 9(8).
           02 FILLER                 PIC X(1) VALUE SPACE.
           02 WS-JH-HORA             PIC 9(6).
           02 FILLER                 PIC X(1) VALUE SPACE.
           02 WS-JH-PROGRAMA         PIC X(12).
           02 FILLER                 PIC X(1) VALUE SPACE.
           02 WS-JH-RETURN-CODE      PIC -(4)9.
           02 FILLER                 PIC X(1) VALUE SPACE.
           02 WS-JH-ESTADO           PIC X(18).
           02 FILLER                 PIC X(5) VALUE " SEM=".
           02 WS-JH-SEMANA           PIC 9(8).

      *>   LINEA DEL LISTADO DE GENERACIONES
       01  WS-LISTADO.
           02 FILLER                 PIC X(4) VALUE "GEN ".
           02 WS-LT-GEN              PIC 9(4).
           02 FILLER                 PIC X(2) VALUE SPACES.
           02 WS-LT-FECHA            PIC 9(8).
           02 FILLER                 PIC X(1) VALUE SPACE.
           02 WS-LT-HORA             PIC 9(6).
           02 FILLER                 PIC X(2) VALUE SPACES.
           02 WS-LT-MOTIVO           PIC X(20).

      *>---------------------------PROCEDURE----------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-LARGA FROM TIME
           MOVE WS-HORA-LARGA(1:6) TO WS-HORA-HOY

           PERFORM 1100-INICIAR-SESION
               THRU 1100-INICIAR-SESION-EXIT

           PERFORM 1200-LISTAR-GENERACIONES
               THRU 1200-LISTAR-GENERACIONES-EXIT

           DISPLAY "INGRESE LA GENERACION A RESTAURAR (CERO "
               "CANCELA)"
           MOVE 0 TO WS-GENERACION
           ACCEPT WS-GENERACION

           IF WS-GENERACION = 0
               DISPLAY "RESTAURACION CANCELADA, NO SE TOCO NADA"
               GOBACK
           END-IF

           PERFORM 1400-LEER-GENERACION
               THRU 1400-LEER-GENERACION-EXIT

           PERFORM 2000-VERIFICAR-COPIAS
               THRU 2000-VERIFICAR-COPIAS-EXIT

           DISPLAY "GENERACION " WS-GENERACION " DEL " WS-GEN-FECHA
               " " WS-GEN-HORA " (" WS-GEN-MOTIVO ") VERIFICADA"
           DISPLAY "PARA VOLVER LOS " WS-RESG-CANT-ARCHIVOS
               " ARCHIVOS DE CONTROL A ESA GENERACION INGRESE S, "
               "CUALQUIER OTRA COSA CANCELA"
           MOVE SPACE TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA NOT = "S"
               DISPLAY "RESTAURACION CANCELADA, NO SE TOCO NADA"
               MOVE 0 TO RETURN-CODE
               MOVE "CANCELADO" TO WS-HIST-ESTADO
               PERFORM 9000-REGISTRAR-HISTORIAL
                   THRU 9000-REGISTRAR-HISTORIAL-EXIT
               GOBACK
           END-IF

           PERFORM 3000-RESGUARDO-PREVIO
               THRU 3000-RESGUARDO-PREVIO-EXIT

           PERFORM VARYING i FROM 1 BY 1
                   UNTIL i > WS-RESG-CANT-ARCHIVOS
               PERFORM 4000-RESTAURAR-ARCHIVO
                   THRU 4000-RESTAURAR-ARCHIVO-EXIT
           END-PERFORM

           MOVE 0 TO RETURN-CODE
           MOVE SPACES TO WS-HIST-ESTADO
           STRING "RESTAURO GEN " DELIMITED BY SIZE
                  WS-GENERACION DELIMITED BY SIZE
               INTO WS-HIST-ESTADO
           END-STRING
           PERFORM 9000-REGISTRAR-HISTORIAL
               THRU 9000-REGISTRAR-HISTORIAL-EXIT

           DISPLAY "JUEGO DE ARCHIVOS DE CONTROL RESTAURADO A LA "
               "GENERACION " WS-GENERACION

           GOBACK.

       0000-MAINLINE-EXIT.
           EXIT.


      *>   INICIO DE SESION: EL OPERADOR TIENE QUE EXISTIR, PASAR EL
      *>   CONTROL DE PIN Y TENER NIVEL 3
       1100-INICIAR-SESION.

           MOVE "N" TO WS-OPER-HALLADO-SW
           MOVE "REST-CTL" TO WS-SES-PROGRAMA

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
                   " Y LA RESTAURACION DE ARCHIVOS DE CONTROL EXIGE "
                   "NIVEL " WS-NIVEL-REQUERIDO
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


      *>   MUESTRA LAS ULTIMAS 20 GENERACIONES COMPLETAS DEL
      *>   MANIFIESTO: UNA PRIMERA PASADA LAS CUENTA Y LA SEGUNDA
      *>   MUESTRA LAS DEL FINAL. UNA GENERACION CUENTA COMO COMPLETA
      *>   CUANDO APARECE SU REGISTRO DE CIERRE "F"
       1200-LISTAR-GENERACIONES.

           MOVE 0 TO WS-CANT-GEN

           OPEN INPUT MANIF-FILE

           IF NOT FS-MANIF-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR EL MANIFIESTO "
                   "RESGMANPF - STATUS " WS-FS-MANIF
               DISPLAY "NO HAY GENERACIONES PARA RESTAURAR (VER "
                   "RESG-CTL)"
               CLOSE MANIF-FILE
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FS-MANIF-EOF
               READ MANIF-FILE
                   AT END
                       SET FS-MANIF-EOF TO TRUE
                   NOT AT END
                       IF MAN-REG-TIPO = "F"
                           ADD 1 TO WS-CANT-GEN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MANIF-FILE

           IF WS-CANT-GEN = 0
               DISPLAY "ERROR: EL MANIFIESTO RESGMANPF NO TIENE "
                   "NINGUNA GENERACION COMPLETA"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-CANT-GEN > 20
               COMPUTE WS-MOSTRAR-DESDE = WS-CANT-GEN - 19
           ELSE
               MOVE 1 TO WS-MOSTRAR-DESDE
           END-IF

           DISPLAY "GENERACIONES DISPONIBLES (" WS-CANT-GEN
               " EN TOTAL, SE MUESTRAN LAS ULTIMAS):"

           MOVE 0 TO WS-ORDINAL-GEN
           MOVE 0 TO WS-LIS-GEN
           MOVE "00" TO WS-FS-MANIF
           OPEN INPUT MANIF-FILE

           PERFORM UNTIL FS-MANIF-EOF
               READ MANIF-FILE
                   AT END
                       SET FS-MANIF-EOF TO TRUE
                   NOT AT END
                       EVALUATE MAN-REG-TIPO
                           WHEN "C"
                               MOVE MAN-REG-GEN TO WS-LIS-GEN
                               MOVE MAN-REG-FECHA TO WS-LIS-FECHA
                               MOVE MAN-REG-HORA TO WS-LIS-HORA
                               MOVE MAN-REG-MOTIVO TO WS-LIS-MOTIVO
                           WHEN "F"
                               ADD 1 TO WS-ORDINAL-GEN
                               IF WS-ORDINAL-GEN NOT < WS-MOSTRAR-DESDE
                                   AND MAN-REG-GEN = WS-LIS-GEN
                                   MOVE WS-LIS-GEN TO WS-LT-GEN
                                   MOVE WS-LIS-FECHA TO WS-LT-FECHA
                                   MOVE WS-LIS-HORA TO WS-LT-HORA
                                   MOVE WS-LIS-MOTIVO TO WS-LT-MOTIVO
                                   DISPLAY WS-LISTADO
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE MANIF-FILE.

       1200-LISTAR-GENERACIONES-EXIT.
           EXIT.


      *>   JUNTA LO QUE EL MANIFIESTO DICE DE LA GENERACION ELEGIDA Y
      *>   EXIGE QUE ESTE COMPLETA: CABECERA, EXACTAMENTE UN DETALLE
      *>   POR CADA ARCHIVO DEL JUEGO Y CIERRE CON LA MISMA CANTIDAD.
      *>   SI FALTA ALGO NO SE RESTAURA NINGUN ARCHIVO
       1400-LEER-GENERACION.

           MOVE "N" TO WS-GEN-CABECERA-SW
           MOVE "N" TO WS-GEN-CIERRE-SW
           MOVE 0 TO WS-GEN-CANT-CIERRE
           INITIALIZE WS-TABLA-MANIF
           MOVE 0 TO WS-ERRORES

           MOVE "00" TO WS-FS-MANIF
           OPEN INPUT MANIF-FILE

           PERFORM UNTIL FS-MANIF-EOF
               READ MANIF-FILE
                   AT END
                       SET FS-MANIF-EOF TO TRUE
                   NOT AT END
                       IF MAN-REG-GEN = WS-GENERACION
                           PERFORM 1450-TOMAR-RENGLON
                               THRU 1450-TOMAR-RENGLON-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MANIF-FILE

           IF NOT GEN-TIENE-CABECERA
               DISPLAY "ERROR: LA GENERACION " WS-GENERACION " NO "
                   "FIGURA EN EL MANIFIESTO RESGMANPF"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           IF NOT GEN-TIENE-CIERRE
                   OR WS-GEN-CANT-CIERRE NOT = WS-RESG-CANT-ARCHIVOS
               DISPLAY "ERROR: LA GENERACION " WS-GENERACION " NO "
                   "TIENE CIERRE EN EL MANIFIESTO, QUEDO A MEDIAS"
               ADD 1 TO WS-ERRORES
           END-IF

           PERFORM VARYING i FROM 1 BY 1
                   UNTIL i > WS-RESG-CANT-ARCHIVOS
               IF WS-MAN-VECES(i) NOT = 1
                   DISPLAY "ERROR: EL MANIFIESTO TIENE "
                       WS-MAN-VECES(i) " DETALLES DE "
                       WS-RESG-ARCHIVO(i) " EN LA GENERACION "
                       WS-GENERACION " (TIENE QUE HABER UNO)"
                   ADD 1 TO WS-ERRORES
               END-IF
           END-PERFORM

           IF WS-ERRORES > 0
               DISPLAY "NO SE RESTAURA NINGUN ARCHIVO: EL JUEGO SE "
                   "RESTAURA ENTERO O NO SE RESTAURA"
               MOVE 1 TO RETURN-CODE
               MOVE "RECHAZADO" TO WS-HIST-ESTADO
               PERFORM 9000-REGISTRAR-HISTORIAL
                   THRU 9000-REGISTRAR-HISTORIAL-EXIT
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

       1400-LEER-GENERACION-EXIT.
           EXIT.


      *>   UN RENGLON DEL MANIFIESTO DE LA GENERACION ELEGIDA. UN
      *>   DETALLE DE UN ARCHIVO QUE NO ES DEL JUEGO TAMBIEN ES UN
      *>   MANIFIESTO QUE NO CORRESPONDE
       1450-TOMAR-RENGLON.

           EVALUATE MAN-REG-TIPO
               WHEN "C"
                   SET GEN-TIENE-CABECERA TO TRUE
                   MOVE MAN-REG-FECHA TO WS-GEN-FECHA
                   MOVE MAN-REG-HORA TO WS-GEN-HORA
                   MOVE MAN-REG-MOTIVO TO WS-GEN-MOTIVO
               WHEN "F"
                   SET GEN-TIENE-CIERRE TO TRUE
                   MOVE MAN-REG-REGISTROS TO WS-GEN-CANT-CIERRE
               WHEN "D"
                   MOVE "N" TO WS-ARCHIVO-HALLADO-SW
                   PERFORM VARYING k FROM 1 BY 1
                           UNTIL k > WS-RESG-CANT-ARCHIVOS
                       IF WS-RESG-ARCHIVO(k) = MAN-REG-ARCHIVO
                           SET ARCHIVO-HALLADO TO TRUE
                           ADD 1 TO WS-MAN-VECES(k)
                           MOVE MAN-REG-EXISTE TO WS-MAN-EXISTE(k)
                           MOVE MAN-REG-REGISTROS
                               TO WS-MAN-REGISTROS(k)
                           MOVE MAN-REG-HASH TO WS-MAN-HASH(k)
                       END-IF
                   END-PERFORM
                   IF NOT ARCHIVO-HALLADO
                       DISPLAY "ERROR: EL MANIFIESTO NOMBRA UN "
                           "ARCHIVO QUE NO ES DEL JUEGO: "
                           MAN-REG-ARCHIVO
                       ADD 1 TO WS-ERRORES
                   END-IF
               WHEN OTHER
                   DISPLAY "ERROR: TIPO DE RENGLON DESCONOCIDO EN "
                       "EL MANIFIESTO: " MAN-REG-TIPO
                   ADD 1 TO WS-ERRORES
           END-EVALUATE.

       1450-TOMAR-RENGLON-EXIT.
           EXIT.


      *>   RELEE CADA COPIA DE LA GENERACION Y LA COMPARA CONTRA EL
      *>   MANIFIESTO (REGISTROS Y TOTAL DE CONTROL). SE REVISAN TODAS
      *>   PARA INFORMAR TODO LO QUE ESTE MAL DE UNA VEZ, Y CON UNA
      *>   SOLA QUE NO DE NO SE RESTAURA NADA. DE PASO TOMA LA SEMANA
      *>   DE ULTSEMPF PARA EL RENGLON DE JOBHISTPF
       2000-VERIFICAR-COPIAS.

           MOVE 0 TO WS-ERRORES
           MOVE 0 TO WS-GEN-SEMANA

           PERFORM VARYING i FROM 1 BY 1
                   UNTIL i > WS-RESG-CANT-ARCHIVOS
               PERFORM 2100-VERIFICAR-COPIA
                   THRU 2100-VERIFICAR-COPIA-EXIT
           END-PERFORM

           IF WS-ERRORES > 0
               DISPLAY WS-ERRORES " ARCHIVO(S) DE LA GENERACION "
                   WS-GENERACION " NO COINCIDEN CON EL MANIFIESTO"
               DISPLAY "NO SE RESTAURA NINGUN ARCHIVO: EL JUEGO SE "
                   "RESTAURA ENTERO O NO SE RESTAURA"
               MOVE 1 TO RETURN-CODE
               MOVE "RECHAZADO" TO WS-HIST-ESTADO
               PERFORM 9000-REGISTRAR-HISTORIAL
                   THRU 9000-REGISTRAR-HISTORIAL-EXIT
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

       2000-VERIFICAR-COPIAS-EXIT.
           EXIT.


       2100-VERIFICAR-COPIA.

           IF WS-MAN-EXISTE(i) NOT = "S"
               GO TO 2100-VERIFICAR-COPIA-EXIT
           END-IF

           PERFORM 7100-ARMAR-NOMBRES
               THRU 7100-ARMAR-NOMBRES-EXIT

           MOVE 0 TO WS-RESG-REGISTROS
           MOVE 0 TO WS-RESG-HASH

           MOVE "00" TO WS-FS-COPIA
           OPEN INPUT COPIA-FILE

           IF NOT FS-COPIA-OK
               DISPLAY "ERROR: FALTA LA COPIA " WS-RESG-COPIA
                   " - STATUS " WS-FS-COPIA
               CLOSE COPIA-FILE
               ADD 1 TO WS-ERRORES
               GO TO 2100-VERIFICAR-COPIA-EXIT
           END-IF

           PERFORM UNTIL FS-COPIA-EOF
               READ COPIA-FILE INTO WS-RESG-LINEA
                   AT END
                       SET FS-COPIA-EOF TO TRUE
                   NOT AT END
                       PERFORM 8500-SUMAR-CONTROL
                           THRU 8500-SUMAR-CONTROL-EXIT
                       IF WS-RESG-ARCHIVO(i) = "ULTSEMPF"
                               AND WS-RESG-REGISTROS = 1
                               AND WS-RESG-LINEA(1:8) IS NUMERIC
                           MOVE WS-RESG-LINEA(1:8) TO WS-GEN-SEMANA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE COPIA-FILE

           IF WS-RESG-REGISTROS NOT = WS-MAN-REGISTROS(i)
                   OR WS-RESG-HASH NOT = WS-MAN-HASH(i)
               DISPLAY "ERROR: " WS-RESG-COPIA " TIENE "
                   WS-RESG-REGISTROS " REGISTROS Y CONTROL "
                   WS-RESG-HASH
               DISPLAY "       EL MANIFIESTO DICE "
                   WS-MAN-REGISTROS(i) " REGISTROS Y CONTROL "
                   WS-MAN-HASH(i)
               ADD 1 TO WS-ERRORES
           END-IF.

       2100-VERIFICAR-COPIA-EXIT.
           EXIT.


      *>   ANTES DE PISAR NADA SE TOMA UNA GENERACION DEL ESTADO
      *>   ACTUAL, PARA PODER DESHACER LA RESTAURACION. SI EL
      *>   RESGUARDO NO SE PUEDE TOMAR, NO SE RESTAURA
       3000-RESGUARDO-PREVIO.

           OPEN OUTPUT PEDIDO-FILE
           MOVE "PREVIO A RESTAURAR" TO PEDIDO-REG-MOTIVO
           WRITE PEDIDO-REG
           CLOSE PEDIDO-FILE

           DISPLAY "TOMANDO UNA GENERACION DEL ESTADO ACTUAL ANTES "
               "DE RESTAURAR..."
           CALL "RESG-CTL"
           END-CALL

           IF RETURN-CODE NOT = 0
               DISPLAY "ERROR: NO SE PUDO TOMAR EL RESGUARDO PREVIO, "
                   "NO SE RESTAURA NADA"
               MOVE "CORTADO" TO WS-HIST-ESTADO
               PERFORM 9000-REGISTRAR-HISTORIAL
                   THRU 9000-REGISTRAR-HISTORIAL-EXIT
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

       3000-RESGUARDO-PREVIO-EXIT.
           EXIT.


      *>   VUELVE EL ARCHIVO i A LA GENERACION Y RECUENTA LO GRABADO.
      *>   UN ARCHIVO QUE NO EXISTIA QUEDA VACIO. SI ALGO FALLA ACA
      *>   EL JUEGO YA ESTA A MEDIAS: SE CORTA Y SE INDICA VOLVER A
      *>   LA GENERACION DEL RESGUARDO PREVIO
       4000-RESTAURAR-ARCHIVO.

           PERFORM 7100-ARMAR-NOMBRES
               THRU 7100-ARMAR-NOMBRES-EXIT

           MOVE 0 TO WS-RESG-REGISTROS
           MOVE 0 TO WS-RESG-HASH

           IF RESG-ES-INDEXADO(i)
               PERFORM 4200-RESTAURAR-INDICE
                   THRU 4200-RESTAURAR-INDICE-EXIT
           ELSE
               PERFORM 4100-RESTAURAR-SECUENCIAL
                   THRU 4100-RESTAURAR-SECUENCIAL-EXIT
           END-IF

           IF WS-RESG-REGISTROS NOT = WS-MAN-REGISTROS(i)
                   OR WS-RESG-HASH NOT = WS-MAN-HASH(i)
               DISPLAY "ERROR: " WS-RESG-ORIGEN " QUEDO CON "
                   WS-RESG-REGISTROS " REGISTROS Y CONTROL "
                   WS-RESG-HASH " Y DEBIA TENER "
                   WS-MAN-REGISTROS(i) " Y " WS-MAN-HASH(i)
               PERFORM 4900-CORTAR-RESTAURACION
                   THRU 4900-CORTAR-RESTAURACION-EXIT
           END-IF

           DISPLAY "RESTAURADO " WS-RESG-ARCHIVO(i) " CON "
               WS-RESG-REGISTROS " REGISTROS".

       4000-RESTAURAR-ARCHIVO-EXIT.
           EXIT.


       4100-RESTAURAR-SECUENCIAL.

           OPEN OUTPUT DESTINO-FILE

           IF NOT FS-DESTINO-OK
               DISPLAY "ERROR: NO SE PUDO REGRABAR " WS-RESG-ORIGEN
                   " - STATUS " WS-FS-DESTINO
               CLOSE DESTINO-FILE
               PERFORM 4900-CORTAR-RESTAURACION
                   THRU 4900-CORTAR-RESTAURACION-EXIT
           END-IF

           IF WS-MAN-EXISTE(i) NOT = "S"
               CLOSE DESTINO-FILE
               GO TO 4100-RESTAURAR-SECUENCIAL-EXIT
           END-IF

           MOVE "00" TO WS-FS-COPIA
           OPEN INPUT COPIA-FILE

           IF NOT FS-COPIA-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR LA COPIA "
                   WS-RESG-COPIA " - STATUS " WS-FS-COPIA
               CLOSE COPIA-FILE
               CLOSE DESTINO-FILE
               PERFORM 4900-CORTAR-RESTAURACION
                   THRU 4900-CORTAR-RESTAURACION-EXIT
           END-IF

           PERFORM UNTIL FS-COPIA-EOF
               READ COPIA-FILE INTO WS-RESG-LINEA
                   AT END
                       SET FS-COPIA-EOF TO TRUE
                   NOT AT END
                       WRITE DESTINO-REG FROM WS-RESG-LINEA
                       IF NOT FS-DESTINO-OK
                           DISPLAY "ERROR: FALLO LA GRABACION DE "
                               WS-RESG-ORIGEN " - STATUS "
                               WS-FS-DESTINO
                           CLOSE COPIA-FILE
                           CLOSE DESTINO-FILE
                           PERFORM 4900-CORTAR-RESTAURACION
                               THRU 4900-CORTAR-RESTAURACION-EXIT
                       END-IF
                       PERFORM 8500-SUMAR-CONTROL
                           THRU 8500-SUMAR-CONTROL-EXIT
               END-READ
           END-PERFORM

           CLOSE COPIA-FILE
           CLOSE DESTINO-FILE.

       4100-RESTAURAR-SECUENCIAL-EXIT.
           EXIT.


      *>   EL ESPEJO INDEXADO SE RECREA VACIO Y SE CARGA DESDE LA
      *>   COPIA, QUE VIENE EN ORDEN DE CLAVE (VER 2200-COPIAR-INDICE
      *>   EN RESG-CTL)
       4200-RESTAURAR-INDICE.

           OPEN OUTPUT LEDGIX-FILE

           IF NOT FS-LEDGIX-OK
               DISPLAY "ERROR: NO SE PUDO RECREAR EL ESPEJO INDEXADO "
                   "LEDGIXPF - STATUS " WS-FS-LEDGIX
               CLOSE LEDGIX-FILE
               PERFORM 4900-CORTAR-RESTAURACION
                   THRU 4900-CORTAR-RESTAURACION-EXIT
           END-IF

           IF WS-MAN-EXISTE(i) NOT = "S"
               CLOSE LEDGIX-FILE
               GO TO 4200-RESTAURAR-INDICE-EXIT
           END-IF

           MOVE "00" TO WS-FS-COPIA
           OPEN INPUT COPIA-FILE

           IF NOT FS-COPIA-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR LA COPIA "
                   WS-RESG-COPIA " - STATUS " WS-FS-COPIA
               CLOSE COPIA-FILE
               CLOSE LEDGIX-FILE
               PERFORM 4900-CORTAR-RESTAURACION
                   THRU 4900-CORTAR-RESTAURACION-EXIT
           END-IF

           PERFORM UNTIL FS-COPIA-EOF
               READ COPIA-FILE INTO WS-RESG-LINEA
                   AT END
                       SET FS-COPIA-EOF TO TRUE
                   NOT AT END
                       MOVE WS-RESG-LINEA TO LIX-REG
                       WRITE LIX-REG
                           INVALID KEY
                               DISPLAY "ERROR: CLAVE DUPLICADA "
                                   LIX-REG-CORRIDA " AL RECONSTRUIR "
                                   "LEDGIXPF"
                               CLOSE COPIA-FILE
                               CLOSE LEDGIX-FILE
                               PERFORM 4900-CORTAR-RESTAURACION
                                   THRU 4900-CORTAR-RESTAURACION-EXIT
                       END-WRITE
                       PERFORM 8500-SUMAR-CONTROL
                           THRU 8500-SUMAR-CONTROL-EXIT
               END-READ
           END-PERFORM

           CLOSE COPIA-FILE
           CLOSE LEDGIX-FILE.

       4200-RESTAURAR-INDICE-EXIT.
           EXIT.


      *>   CORTE CON EL JUEGO A MEDIAS: QUEDA EN JOBHISTPF Y EN
      *>   CONSOLA CON LA INDICACION DE COMO VOLVER ATRAS
       4900-CORTAR-RESTAURACION.

           DISPLAY "*** LA RESTAURACION SE CORTO CON EL JUEGO A "
               "MEDIAS ***"
           DISPLAY "*** VUELVA A CORRER REST-CTL CON LA GENERACION "
               "'PREVIO A RESTAURAR' RECIEN TOMADA ***"
           MOVE 1 TO RETURN-CODE
           MOVE "CORTADO" TO WS-HIST-ESTADO
           PERFORM 9000-REGISTRAR-HISTORIAL
               THRU 9000-REGISTRAR-HISTORIAL-EXIT
           DISPLAY "PROGRAMA ABORTADO"
           MOVE 1 TO RETURN-CODE
           GOBACK.

       4900-CORTAR-RESTAURACION-EXIT.
           EXIT.


      *>   NOMBRE DEL ARCHIVO VIVO i Y DE SU COPIA EN LA GENERACION
      *>   ELEGIDA, CON EL MISMO ARMADO QUE 2000-COPIAR-ARCHIVO EN
      *>   RESG-CTL
       7100-ARMAR-NOMBRES.

           MOVE WS-RESG-ARCHIVO(i) TO WS-RESG-ORIGEN
           MOVE WS-GENERACION TO WS-RESG-GEN-TEXTO
           MOVE SPACES TO WS-RESG-COPIA
           STRING WS-RESG-ARCHIVO(i) DELIMITED BY SPACE
                  ".G" DELIMITED BY SIZE
                  WS-RESG-GEN-TEXTO DELIMITED BY SIZE
               INTO WS-RESG-COPIA
           END-STRING.

       7100-ARMAR-NOMBRES-EXIT.
           EXIT.


      *>   AGREGA UN RENGLON A JOBHISTPF CON WS-HIST-ESTADO Y EL
      *>   RETURN-CODE CARGADOS POR QUIEN LLAMA (MISMO CRITERIO QUE
      *>   1000-REGISTRAR-HISTORIAL EN DRV18TOT)
       9000-REGISTRAR-HISTORIAL.

           OPEN EXTEND JOBHIST-FILE

           IF NOT FS-JOBHIST-OK
      *>       SI EL HISTORIAL TODAVIA NO EXISTE, EXTEND FALLA PORQUE
      *>       NO LO ENCUENTRA; LO CREO CON OPEN OUTPUT LA PRIMERA VEZ
               CLOSE JOBHIST-FILE
               OPEN OUTPUT JOBHIST-FILE
           END-IF

           MOVE WS-FECHA-HOY TO WS-JH-FECHA
           MOVE WS-HORA-HOY TO WS-JH-HORA
           MOVE "REST-CTL" TO WS-JH-PROGRAMA
           MOVE RETURN-CODE TO WS-JH-RETURN-CODE
           MOVE WS-HIST-ESTADO TO WS-JH-ESTADO
           MOVE WS-GEN-SEMANA TO WS-JH-SEMANA

           WRITE JOBHIST-REG FROM WS-JH-LINEA

           CLOSE JOBHIST-FILE.

       9000-REGISTRAR-HISTORIAL-EXIT.
           EXIT.


      *>   CONTROL DE PIN Y REGISTRO DE INGRESOS COMPARTIDO
           COPY SESCALC.

      *>   TOTAL DE CONTROL COMPARTIDO CON RESG-CTL
           COPY RESGCALC.
