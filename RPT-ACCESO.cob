
      *> el comentario siempre empieza de la linea 7
      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT-ACCESO.
      *>--------------------------------------

      *> REVISION TRIMESTRAL DE ACCESOS PARA AUDITORIA INTERNA. PIDE
      *> POR TECLADO EL ANIO Y EL TRIMESTRE Y EMITE POR CONSOLA, PARA
      *> CADA OPERADOR DEL MAESTRO OPERPF (VER MNT-OPER):
      *> - NIVEL, ESTADO, FECHA DE ALTA Y SITUACION DEL PIN,
      *> - ULTIMO INGRESO CORRECTO HASTA EL CIERRE DEL TRIMESTRE,
      *> - INGRESOS CORRECTOS, PINES INCORRECTOS, INTENTOS ESTANDO
      *>   BLOQUEADO Y OTROS RECHAZOS DEL TRIMESTRE (REGISTRO DE
      *>   INGRESOS SESIONPF, VER SESCALC.CPY), Y SI HOY ESTA BLOQUEADO,
      *> - LAS CORRIDAS QUE QUEDARON EN EL LIBRO BAJO SU CODIGO (OPER=
      *>   EN LEDGERPF Y EN SU RESGUARDO ARCLEDGPF), NORMALES Y
      *>   REVERSAS,
      *> - LOS CAMBIOS QUE HIZO EN LOS MAESTROS (CAMBIOSPF),
      *> Y MARCA COMO INACTIVA A LA CUENTA ACTIVA SIN NINGUN INGRESO
      *> CORRECTO EN LOS WS-DIAS-INACTIVO DIAS ANTERIORES AL CIERRE
      *> DEL TRIMESTRE. DESPUES DEL CUADRO POR OPERADOR LISTA LAS
      *> CORRIDAS DEL TRIMESTRE CON SU OPERADOR, LOS CAMBIOS A OPERPF
      *> DEL TRIMESTRE, Y LOS TOTALES: INTENTOS CON CODIGOS QUE NO
      *> EXISTEN, LINEAS DEL LIBRO SIN OPERADOR (ANTERIORES AL CONTROL
      *> DE OPERADORES) Y CON UN CODIGO QUE NO ESTA EN EL MAESTRO.
      *> EL REPORTE SOLO LEE; NO TOCA NINGUN ARCHIVO.

      *>--------------------------------------
       ENVIRONMENT DIVISION.
      *>--------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
      *>   MISMA CONVENCION QUE CL-18-EJ-18 PARA LEER LOS MONTOS
      *>   EDITADOS DEL LIBRO
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   MAESTRO DE OPERADORES (VER MNT-OPER)
           SELECT OPER-FILE ASSIGN TO "OPERPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPER WS-FS-OPER-EXT.

      *>   REGISTRO DE INGRESOS DE TODOS LOS PROGRAMAS CON SESION
           SELECT SESION-FILE ASSIGN TO "SESIONPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SESION WS-FS-SESION-EXT.

      *>   REGISTRO DE CAMBIOS DE LOS MAESTROS (VER MNT-OPER)
           SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOSPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAMBIOS WS-FS-CAMBIOS-EXT.

      *>   LIBRO DIARIO DE CL-18-EJ-18 Y SU RESGUARDO DE ARC-HIST
           SELECT LEDGER-FILE ASSIGN TO "LEDGERPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LEDGER WS-FS-LEDGER-EXT.

           SELECT ARCLEDG-FILE ASSIGN TO "ARCLEDGPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCLEDG WS-FS-ARCLEDG-EXT.

       DATA DIVISION.

       FILE SECTION.
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

      *>   MISMO LAYOUT QUE CAMBIOS-REG EN MNT-OPER
       FD  CAMBIOS-FILE.
       01  CAMBIOS-REG.
           02 CAMB-REG-FECHA         PIC 9(8).
           02 CAMB-REG-HORA          PIC 9(6).
           02 CAMB-REG-OPER          PIC X(4).
           02 CAMB-REG-ARCHIVO       PIC X(8).
           02 CAMB-REG-ACCION        PIC X(1).
           02 CAMB-REG-CLAVE         PIC X(12).
           02 CAMB-REG-ANTES         PIC X(80).
           02 CAMB-REG-DESPUES       PIC X(80).

       FD  LEDGER-FILE.
       01  LEDGER-REG                PIC X(700).

       FD  ARCLEDG-FILE.
       01  ARCLEDG-REG               PIC X(700).

      *>--------------------------------------
       WORKING-STORAGE SECTION.

       01  WS-FS-OPER                PIC XX.
           88 FS-OPER-OK             VALUE "00".
           88 FS-OPER-EOF            VALUE "10".
       01  WS-FS-OPER-EXT            PIC 9(4).

       01  WS-FS-SESION              PIC XX.
           88 FS-SESION-OK           VALUE "00".
           88 FS-SESION-EOF          VALUE "10".
       01  WS-FS-SESION-EXT          PIC 9(4).

       01  WS-FS-CAMBIOS             PIC XX.
           88 FS-CAMBIOS-OK          VALUE "00".
           88 FS-CAMBIOS-EOF         VALUE "10".
       01  WS-FS-CAMBIOS-EXT         PIC 9(4).

       01  WS-FS-LEDGER              PIC XX.
           88 FS-LEDGER-OK           VALUE "00".
           88 FS-LEDGER-EOF          VALUE "10".
       01  WS-FS-LEDGER-EXT          PIC 9(4).

       01  WS-FS-ARCLEDG             PIC XX.
           88 FS-ARCLEDG-OK          VALUE "00".
           88 FS-ARCLEDG-EOF         VALUE "10".
       01  WS-FS-ARCLEDG-EXT         PIC 9(4).

      *>   LINEA DEL LIBRO DIARIO, MISMO LAYOUT QUE ESCRIBE CL-18-EJ-18
           COPY LEDGCPY.

      *>   CALCULO DE DIAS CORRIDOS (VER DIASCPY.CPY), PARA MEDIR LA
      *>   INACTIVIDAD DE UNA CUENTA
           COPY DIASCPY.

      *>   TRIMESTRE PEDIDO Y SUS FECHAS LIMITE AAAAMMDD
       01  WS-ANIO-PEDIDO            PIC 9(4) VALUE 0.
       01  WS-TRIMESTRE              PIC 9 VALUE 0.
       01  WS-TRIM-DESDE             PIC 9(8) VALUE 0.
       01  WS-TRIM-DESDE-R REDEFINES WS-TRIM-DESDE.
           02 WS-TD-ANIO             PIC 9(4).
           02 WS-TD-MES              PIC 9(2).
           02 WS-TD-DIA              PIC 9(2).
       01  WS-TRIM-HASTA             PIC 9(8) VALUE 0.
       01  WS-TRIM-HASTA-R REDEFINES WS-TRIM-HASTA.
           02 WS-TH-ANIO             PIC 9(4).
           02 WS-TH-MES              PIC 9(2).
           02 WS-TH-DIA              PIC 9(2).
       01  WS-FECHA-HOY              PIC 9(8) VALUE 0.

      *>   DIAS SIN INGRESOS A PARTIR DE LOS CUALES UNA CUENTA ACTIVA
      *>   SE INFORMA COMO INACTIVA, Y DIA SERIAL DEL CIERRE DEL
      *>   TRIMESTRE PARA MEDIRLOS
       01  WS-DIAS-INACTIVO          PIC 9(3) VALUE 90.
       01  WS-SERIAL-HASTA           PIC 9(7) VALUE 0.
       01  WS-DIAS-SIN-INGRESO       PIC 9(7) VALUE 0.

      *>   MISMO CRITERIO QUE 8620-CONTAR-FALLOS EN SESCALC.CPY
       01  WS-MAX-FALLOS             PIC 9(3) VALUE 3.

      *>   UNA ENTRADA POR OPERADOR DE OPERPF CON SUS CONTADORES DEL
      *>   TRIMESTRE. FALLOS-SEGUIDOS SE LLEVA SOBRE TODO SESIONPF
      *>   (NO SOLO EL TRIMESTRE) PARA SABER SI HOY ESTA BLOQUEADO
       01  WS-CANT-OPERADORES        PIC 9(3) VALUE 0.
       01  WS-TABLA-OPER.
           02 WS-OPE-ENTRADA OCCURS 50 TIMES.
               03 WS-OPE-CODIGO      PIC X(4).
               03 WS-OPE-NIVEL       PIC 9(1).
               03 WS-OPE-NOMBRE      PIC X(20).
               03 WS-OPE-ESTADO      PIC X(1).
               03 WS-OPE-PIN-HASH    PIC X(9).
               03 WS-OPE-PIN-VENCE   PIC 9(8).
               03 WS-OPE-ALTA        PIC 9(8).
               03 WS-OPE-ULT-INGRESO PIC 9(8).
               03 WS-OPE-INGRESOS    PIC 9(5).
               03 WS-OPE-FALLIDOS    PIC 9(5).
               03 WS-OPE-BLOQUEOS    PIC 9(5).
               03 WS-OPE-RECHAZOS    PIC 9(5).
               03 WS-OPE-FALLOS-SEG  PIC 9(3).
               03 WS-OPE-NORMALES    PIC 9(5).
               03 WS-OPE-REVERSAS    PIC 9(5).
               03 WS-OPE-CAMBIOS     PIC 9(5).

       01  i                         PIC 9(3).
       01  WS-REG-ENCONTRADO         PIC 9(3) VALUE 0.
       01  WS-CODIGO-BUSCADO         PIC X(4) VALUE SPACES.

      *>   TOTALES DEL REPORTE
       01  WS-TOT-INACTIVAS          PIC 9(3) VALUE 0.
       01  WS-TOT-BLOQUEADOS         PIC 9(3) VALUE 0.
       01  WS-TOT-SUSPENDIDOS        PIC 9(3) VALUE 0.
       01  WS-TOT-PIN-PENDIENTE      PIC 9(3) VALUE 0.
       01  WS-TOT-INGRESOS           PIC 9(7) VALUE 0.
       01  WS-TOT-FALLIDOS           PIC 9(7) VALUE 0.
       01  WS-TOT-DESCONOCIDOS       PIC 9(7) VALUE 0.
       01  WS-TOT-LINEAS-TRIM        PIC 9(7) VALUE 0.
       01  WS-TOT-SIN-OPER           PIC 9(7) VALUE 0.
       01  WS-TOT-OPER-AJENO         PIC 9(7) VALUE 0.
       01  WS-TOT-CAMBIOS            PIC 9(7) VALUE 0.
       01  WS-TOT-CAMBIOS-OPER       PIC 9(7) VALUE 0.

       01  WS-HAY-SESIONES-SW        PIC X(01) VALUE "N".
           88 HAY-SESIONES           VALUE "S".

      *>   LINEAS DE SALIDA POR CONSOLA
       01  WS-RA-SEPARADOR           PIC X(60) VALUE ALL "-".
       01  WS-RA-TITULO.
           02 FILLER                 PIC X(36)
               VALUE "REVISION DE ACCESOS DEL TRIMESTRE ".
           02 WS-RA-TRIMESTRE        PIC 9.
           02 FILLER                 PIC X(01) VALUE "/".
           02 WS-RA-ANIO             PIC 9(4).
           02 FILLER                 PIC X(06) VALUE " DEL ".
           02 WS-RA-DESDE            PIC 9999/99/99.
           02 FILLER                 PIC X(04) VALUE " AL ".
           02 WS-RA-HASTA            PIC 9999/99/99.

       01  WS-RA-OPER-1.
           02 WS-RA-CODIGO           PIC X(4).
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 WS-RA-NOMBRE           PIC X(20).
           02 FILLER                 PIC X(06) VALUE " NIV. ".
           02 WS-RA-NIVEL            PIC 9.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 WS-RA-ESTADO           PIC X(10).
           02 FILLER                 PIC X(06) VALUE " ALTA ".
           02 WS-RA-ALTA             PIC 9999/99/99.
           02 FILLER                 PIC X(05) VALUE " PIN ".
           02 WS-RA-PIN              PIC X(11).
       01  WS-RA-OPER-2.
           02 FILLER                 PIC X(06) VALUE SPACES.
           02 FILLER                 PIC X(15) VALUE
               "ULTIMO INGRESO ".
           02 WS-RA-ULT-INGRESO      PIC X(10).
           02 FILLER                 PIC X(11) VALUE " INGRESOS ".
           02 WS-RA-INGRESOS         PIC ZZZZ9.
           02 FILLER                 PIC X(11) VALUE " FALLIDOS ".
           02 WS-RA-FALLIDOS         PIC ZZZZ9.
           02 FILLER                 PIC X(12) VALUE
               " EN BLOQUEO ".
           02 WS-RA-BLOQUEOS         PIC ZZZZ9.
           02 FILLER                 PIC X(11) VALUE " RECHAZOS ".
           02 WS-RA-RECHAZOS         PIC ZZZZ9.
       01  WS-RA-OPER-3.
           02 FILLER                 PIC X(06) VALUE SPACES.
           02 FILLER                 PIC X(19) VALUE
               "CORRIDAS NORMALES ".
           02 WS-RA-NORMALES         PIC ZZZZ9.
           02 FILLER                 PIC X(11) VALUE " REVERSAS ".
           02 WS-RA-REVERSAS         PIC ZZZZ9.
           02 FILLER                 PIC X(20) VALUE
               " CAMBIOS A MAESTROS ".
           02 WS-RA-CAMBIOS          PIC ZZZZ9.
       01  WS-RA-MARCAS.
           02 FILLER                 PIC X(06) VALUE SPACES.
           02 WS-RA-MARCA-INACTIVA   PIC X(21).
           02 WS-RA-MARCA-BLOQUEO    PIC X(17).

       01  WS-RA-CORRIDA.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 WS-RC-FECHA            PIC 9999/99/99.
           02 FILLER                 PIC X(07) VALUE " CORR. ".
           02 WS-RC-CORRIDA          PIC Z(5)9.
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WS-RC-TIPO             PIC X(07).
           02 FILLER                 PIC X(12) VALUE " MILLONES ".
           02 WS-RC-MILLONES         PIC X(13).
           02 FILLER                 PIC X(07) VALUE " OPER. ".
           02 WS-RC-OPER             PIC X(4).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WS-RC-MARCA            PIC X(18).

       01  WS-RA-CAMBIO.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 WS-RX-FECHA            PIC 9999/99/99.
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WS-RX-HORA             PIC 99B99B99.
           02 FILLER                 PIC X(05) VALUE " POR ".
           02 WS-RX-OPER             PIC X(4).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WS-RX-ACCION           PIC X(20).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WS-RX-CLAVE            PIC X(12).

       01  WS-RA-TOTAL.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 WS-RT-TEXTO            PIC X(50).
           02 WS-RT-VALOR            PIC Z.ZZZ.ZZ9.

      *>---------------------------PROCEDURE----------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

           PERFORM 1000-PEDIR-TRIMESTRE
               THRU 1000-PEDIR-TRIMESTRE-EXIT

           PERFORM 1100-CARGAR-OPERADORES
               THRU 1100-CARGAR-OPERADORES-EXIT

           PERFORM 2000-LEER-SESIONES
               THRU 2000-LEER-SESIONES-EXIT

           MOVE WS-TRIMESTRE TO WS-RA-TRIMESTRE
           MOVE WS-ANIO-PEDIDO TO WS-RA-ANIO
           MOVE WS-TRIM-DESDE TO WS-RA-DESDE
           MOVE WS-TRIM-HASTA TO WS-RA-HASTA
           DISPLAY WS-RA-SEPARADOR
           DISPLAY WS-RA-TITULO
           DISPLAY WS-RA-SEPARADOR

      *>       EL RESGUARDO VA PRIMERO PORQUE ES LO MAS VIEJO, ASI EL
      *>       LISTADO DE CORRIDAS SALE EN ORDEN CRONOLOGICO
           DISPLAY "CORRIDAS REGISTRADAS EN EL TRIMESTRE:"
           PERFORM 3000-LEER-RESGUARDO
               THRU 3000-LEER-RESGUARDO-EXIT

           PERFORM 3100-LEER-LIBRO
               THRU 3100-LEER-LIBRO-EXIT

           IF WS-TOT-LINEAS-TRIM = 0
               DISPLAY "  (NINGUNA)"
           END-IF
           DISPLAY WS-RA-SEPARADOR

           DISPLAY "CAMBIOS AL MAESTRO DE OPERADORES EN EL TRIMESTRE:"
           PERFORM 4000-LEER-CAMBIOS
               THRU 4000-LEER-CAMBIOS-EXIT

           IF WS-TOT-CAMBIOS-OPER = 0
               DISPLAY "  (NINGUNO)"
           END-IF
           DISPLAY WS-RA-SEPARADOR

           DISPLAY "OPERADORES:"
           PERFORM VARYING i FROM 1 BY 1
                   UNTIL i > WS-CANT-OPERADORES
               PERFORM 5000-EMITIR-OPERADOR
                   THRU 5000-EMITIR-OPERADOR-EXIT
           END-PERFORM
           DISPLAY WS-RA-SEPARADOR

           PERFORM 6000-EMITIR-TOTALES
               THRU 6000-EMITIR-TOTALES-EXIT

           GOBACK.

       0000-MAINLINE-EXIT.
           EXIT.


      *>   PIDE ANIO Y TRIMESTRE Y ARMA LAS FECHAS LIMITE. EL CIERRE
      *>   NO PUEDE SER POSTERIOR A HOY MAS QUE POR EL TRIMESTRE EN
      *>   CURSO (SE PUEDE REVISAR UN TRIMESTRE A MEDIO CAMINO)
       1000-PEDIR-TRIMESTRE.

           DISPLAY "INGRESE EL ANIO A REVISAR (AAAA)"
           ACCEPT WS-ANIO-PEDIDO

           DISPLAY "INGRESE EL TRIMESTRE (1 A 4)"
           ACCEPT WS-TRIMESTRE

           IF WS-ANIO-PEDIDO < 2000 OR WS-TRIMESTRE < 1
                   OR WS-TRIMESTRE > 4
               DISPLAY "ERROR: ANIO O TRIMESTRE INVALIDO"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-ANIO-PEDIDO TO WS-TD-ANIO
           MOVE WS-ANIO-PEDIDO TO WS-TH-ANIO
           COMPUTE WS-TD-MES = (WS-TRIMESTRE - 1) * 3 + 1
           MOVE 1 TO WS-TD-DIA
           COMPUTE WS-TH-MES = WS-TRIMESTRE * 3

      *>       MARZO Y DICIEMBRE TIENEN 31 DIAS, JUNIO Y SETIEMBRE 30
           IF WS-TRIMESTRE = 1 OR WS-TRIMESTRE = 4
               MOVE 31 TO WS-TH-DIA
           ELSE
               MOVE 30 TO WS-TH-DIA
           END-IF

           IF WS-TRIM-DESDE > WS-FECHA-HOY
               DISPLAY "ERROR: EL TRIMESTRE PEDIDO TODAVIA NO EMPEZO"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-TRIM-HASTA TO WS-DIA-FECHA
           PERFORM 8700-CALCULAR-DIAS
               THRU 8700-CALCULAR-DIAS-EXIT
           MOVE WS-DIAS-SERIAL TO WS-SERIAL-HASTA.

       1000-PEDIR-TRIMESTRE-EXIT.
           EXIT.


      *>   CARGA OPERPF CON LOS CONTADORES EN CERO. LOS REGISTROS CON
      *>   EL LAYOUT VIEJO QUEDAN ACTIVOS, SIN PIN Y SIN FECHA DE ALTA,
      *>   IGUAL QUE EN MNT-OPER
       1100-CARGAR-OPERADORES.

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
                       IF WS-CANT-OPERADORES = 50
                           DISPLAY "ERROR: OPERPF TIENE MAS DE 50 "
                               "OPERADORES, NO ENTRA EN LA TABLA"
                           DISPLAY "PROGRAMA ABORTADO"
                           MOVE 1 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-CANT-OPERADORES
                       PERFORM 1110-TOMAR-REGISTRO
                           THRU 1110-TOMAR-REGISTRO-EXIT
               END-READ
           END-PERFORM

           CLOSE OPER-FILE.

       1100-CARGAR-OPERADORES-EXIT.
           EXIT.


      *>   PASA EL REGISTRO LEIDO A LA ULTIMA ENTRADA DE LA TABLA
       1110-TOMAR-REGISTRO.

           MOVE WS-CANT-OPERADORES TO i
           INITIALIZE WS-OPE-ENTRADA(i)
           MOVE OPER-REG-CODIGO TO WS-OPE-CODIGO(i)
           MOVE OPER-REG-NIVEL TO WS-OPE-NIVEL(i)
           MOVE OPER-REG-NOMBRE TO WS-OPE-NOMBRE(i)

           IF OPER-REG-ESTADO = "S"
               MOVE "S" TO WS-OPE-ESTADO(i)
           ELSE
               MOVE "A" TO WS-OPE-ESTADO(i)
           END-IF

           IF OPER-REG-PIN-HASH IS NUMERIC
               MOVE OPER-REG-PIN-HASH TO WS-OPE-PIN-HASH(i)
           ELSE
               MOVE SPACES TO WS-OPE-PIN-HASH(i)
           END-IF

           IF OPER-REG-PIN-VENCE IS NUMERIC
               MOVE OPER-REG-PIN-VENCE TO WS-OPE-PIN-VENCE(i)
           END-IF

           IF OPER-REG-ALTA IS NUMERIC
               MOVE OPER-REG-ALTA TO WS-OPE-ALTA(i)
           END-IF.

       1110-TOMAR-REGISTRO-EXIT.
           EXIT.


      *>   RECORRE TODO SESIONPF: LOS CONTADORES SOLO TOMAN EL
      *>   TRIMESTRE, EL ULTIMO INGRESO TODO LO ANTERIOR AL CIERRE, Y
      *>   LOS FALLOS SEGUIDOS TODO EL ARCHIVO (ESTADO DE HOY). SI EL
      *>   ARCHIVO NO EXISTE NADIE INICIO SESION TODAVIA
       2000-LEER-SESIONES.

           OPEN INPUT SESION-FILE

           IF NOT FS-SESION-OK
               CLOSE SESION-FILE
               DISPLAY "AVISO: NO HAY REGISTRO DE INGRESOS SESIONPF"
               GO TO 2000-LEER-SESIONES-EXIT
           END-IF

           SET HAY-SESIONES TO TRUE

           PERFORM UNTIL FS-SESION-EOF
               READ SESION-FILE
                   AT END
                       SET FS-SESION-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-TOMAR-INTENTO
                           THRU 2100-TOMAR-INTENTO-EXIT
               END-READ
           END-PERFORM

           CLOSE SESION-FILE.

       2000-LEER-SESIONES-EXIT.
           EXIT.


      *>   SUMA UN INTENTO DE SESIONPF AL OPERADOR QUE CORRESPONDE
       2100-TOMAR-INTENTO.

           MOVE SES-REG-OPER TO WS-CODIGO-BUSCADO
           PERFORM 7000-BUSCAR-OPERADOR
               THRU 7000-BUSCAR-OPERADOR-EXIT

           IF WS-REG-ENCONTRADO = 0
               IF SES-REG-FECHA NOT < WS-TRIM-DESDE
                       AND SES-REG-FECHA NOT > WS-TRIM-HASTA
                   ADD 1 TO WS-TOT-DESCONOCIDOS
               END-IF
               GO TO 2100-TOMAR-INTENTO-EXIT
           END-IF

           MOVE WS-REG-ENCONTRADO TO i

      *>       BLOQUEO DE HOY: MISMA CUENTA QUE 8620-CONTAR-FALLOS
           EVALUATE SES-REG-RESULTADO
               WHEN "F"
                   ADD 1 TO WS-OPE-FALLOS-SEG(i)
               WHEN "I"
               WHEN "L"
               WHEN "V"
               WHEN "D"
                   MOVE 0 TO WS-OPE-FALLOS-SEG(i)
           END-EVALUATE

           IF SES-REG-RESULTADO = "I"
                   AND SES-REG-FECHA NOT > WS-TRIM-HASTA
                   AND SES-REG-FECHA > WS-OPE-ULT-INGRESO(i)
               MOVE SES-REG-FECHA TO WS-OPE-ULT-INGRESO(i)
           END-IF

           IF SES-REG-FECHA < WS-TRIM-DESDE
                   OR SES-REG-FECHA > WS-TRIM-HASTA
               GO TO 2100-TOMAR-INTENTO-EXIT
           END-IF

           EVALUATE SES-REG-RESULTADO
               WHEN "I"
                   ADD 1 TO WS-OPE-INGRESOS(i)
               WHEN "F"
                   ADD 1 TO WS-OPE-FALLIDOS(i)
               WHEN "B"
                   ADD 1 TO WS-OPE-BLOQUEOS(i)
               WHEN "D"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-OPE-RECHAZOS(i)
           END-EVALUATE.

       2100-TOMAR-INTENTO-EXIT.
           EXIT.


      *>   LEE EL RESGUARDO DEL LIBRO QUE DEJO ARC-HIST; SI TODAVIA NO
      *>   SE ARCHIVO NUNCA, NO EXISTE Y NO ES UN ERROR
       3000-LEER-RESGUARDO.

           OPEN INPUT ARCLEDG-FILE

           IF NOT FS-ARCLEDG-OK
               CLOSE ARCLEDG-FILE
               GO TO 3000-LEER-RESGUARDO-EXIT
           END-IF

           PERFORM UNTIL FS-ARCLEDG-EOF
               READ ARCLEDG-FILE INTO WS-LEDGER-CRUDO
                   AT END
                       SET FS-ARCLEDG-EOF TO TRUE
                   NOT AT END
                       PERFORM 8800-NORMALIZAR-LEDGER
                           THRU 8800-NORMALIZAR-LEDGER-EXIT
                       PERFORM 3500-TOMAR-CORRIDA
                           THRU 3500-TOMAR-CORRIDA-EXIT
               END-READ
           END-PERFORM

           CLOSE ARCLEDG-FILE.

       3000-LEER-RESGUARDO-EXIT.
           EXIT.


      *>   LEE EL LIBRO DIARIO VIVO; SIN LIBRO NO HAY CORRIDAS QUE
      *>   REVISAR, PERO EL RESTO DEL REPORTE IGUAL SIRVE
       3100-LEER-LIBRO.

           OPEN INPUT LEDGER-FILE

           IF NOT FS-LEDGER-OK
               CLOSE LEDGER-FILE
               DISPLAY "AVISO: NO SE PUDO ABRIR EL LIBRO DIARIO "
                   "LEDGERPF - STATUS " WS-FS-LEDGER
               GO TO 3100-LEER-LIBRO-EXIT
           END-IF

           PERFORM UNTIL FS-LEDGER-EOF
      *>       LA LINEA SE LEE CRUDA Y SE NORMALIZA ANTES DE USARLA
      *>       (VER LEDGNORM.CPY); LAS LINEAS VIEJAS QUEDAN SIN OPER
               READ LEDGER-FILE INTO WS-LEDGER-CRUDO
                   AT END
                       SET FS-LEDGER-EOF TO TRUE
                   NOT AT END
                       PERFORM 8800-NORMALIZAR-LEDGER
                           THRU 8800-NORMALIZAR-LEDGER-EXIT
                       PERFORM 3500-TOMAR-CORRIDA
                           THRU 3500-TOMAR-CORRIDA-EXIT
               END-READ
           END-PERFORM

           CLOSE LEDGER-FILE.

       3100-LEER-LIBRO-EXIT.
           EXIT.


      *>   UNA LINEA DEL LIBRO DEL TRIMESTRE: LA LISTA CON SU OPERADOR
      *>   Y LA SUMA AL OPERADOR QUE CORRESPONDE
       3500-TOMAR-CORRIDA.

           IF WS-LL-FECHA < WS-TRIM-DESDE
                   OR WS-LL-FECHA > WS-TRIM-HASTA
               GO TO 3500-TOMAR-CORRIDA-EXIT
           END-IF

           ADD 1 TO WS-TOT-LINEAS-TRIM

           MOVE WS-LL-FECHA TO WS-RC-FECHA
           MOVE WS-LL-CORRIDA TO WS-RC-CORRIDA
           MOVE WS-LL-TIPO TO WS-RC-TIPO
           MOVE WS-LL-MILLONES-X TO WS-RC-MILLONES
           MOVE WS-LL-OPER TO WS-RC-OPER
           MOVE SPACES TO WS-RC-MARCA

           IF WS-LL-OPER = SPACES
               ADD 1 TO WS-TOT-SIN-OPER
               MOVE "*SIN OPERADOR" TO WS-RC-MARCA
               DISPLAY WS-RA-CORRIDA
               GO TO 3500-TOMAR-CORRIDA-EXIT
           END-IF

           MOVE WS-LL-OPER TO WS-CODIGO-BUSCADO
           PERFORM 7000-BUSCAR-OPERADOR
               THRU 7000-BUSCAR-OPERADOR-EXIT

           IF WS-REG-ENCONTRADO = 0
               ADD 1 TO WS-TOT-OPER-AJENO
               MOVE "*NO ESTA EN OPERPF" TO WS-RC-MARCA
               DISPLAY WS-RA-CORRIDA
               GO TO 3500-TOMAR-CORRIDA-EXIT
           END-IF

           DISPLAY WS-RA-CORRIDA

           IF LL-TIPO-REVERSA
               ADD 1 TO WS-OPE-REVERSAS(WS-REG-ENCONTRADO)
           ELSE
               ADD 1 TO WS-OPE-NORMALES(WS-REG-ENCONTRADO)
           END-IF.

       3500-TOMAR-CORRIDA-EXIT.
           EXIT.


      *>   RECORRE CAMBIOSPF: CUENTA LOS CAMBIOS DEL TRIMESTRE DE CADA
      *>   OPERADOR (A CUALQUIER MAESTRO) Y LISTA LOS HECHOS A OPERPF,
      *>   QUE SON LOS QUE CAMBIAN QUIEN TIENE ACCESO
       4000-LEER-CAMBIOS.

           OPEN INPUT CAMBIOS-FILE

           IF NOT FS-CAMBIOS-OK
               CLOSE CAMBIOS-FILE
               GO TO 4000-LEER-CAMBIOS-EXIT
           END-IF

           PERFORM UNTIL FS-CAMBIOS-EOF
               READ CAMBIOS-FILE
                   AT END
                       SET FS-CAMBIOS-EOF TO TRUE
                   NOT AT END
                       PERFORM 4100-TOMAR-CAMBIO
                           THRU 4100-TOMAR-CAMBIO-EXIT
               END-READ
           END-PERFORM

           CLOSE CAMBIOS-FILE.

       4000-LEER-CAMBIOS-EXIT.
           EXIT.


      *>   UN CAMBIO DE CAMBIOSPF
       4100-TOMAR-CAMBIO.

           IF CAMB-REG-FECHA < WS-TRIM-DESDE
                   OR CAMB-REG-FECHA > WS-TRIM-HASTA
               GO TO 4100-TOMAR-CAMBIO-EXIT
           END-IF

           ADD 1 TO WS-TOT-CAMBIOS

           MOVE CAMB-REG-OPER TO WS-CODIGO-BUSCADO
           PERFORM 7000-BUSCAR-OPERADOR
               THRU 7000-BUSCAR-OPERADOR-EXIT
           IF WS-REG-ENCONTRADO > 0
               ADD 1 TO WS-OPE-CAMBIOS(WS-REG-ENCONTRADO)
           END-IF

           IF CAMB-REG-ARCHIVO NOT = "OPERPF"
               GO TO 4100-TOMAR-CAMBIO-EXIT
           END-IF

           ADD 1 TO WS-TOT-CAMBIOS-OPER

           MOVE CAMB-REG-FECHA TO WS-RX-FECHA
           MOVE CAMB-REG-HORA TO WS-RX-HORA
           MOVE CAMB-REG-OPER TO WS-RX-OPER
           MOVE CAMB-REG-CLAVE TO WS-RX-CLAVE

           EVALUATE CAMB-REG-ACCION
               WHEN "A"
                   MOVE "ALTA DE OPERADOR" TO WS-RX-ACCION
               WHEN "S"
                   MOVE "SUSPENSION" TO WS-RX-ACCION
               WHEN "R"
                   MOVE "REACTIVACION" TO WS-RX-ACCION
               WHEN "N"
                   MOVE "CAMBIO DE NIVEL" TO WS-RX-ACCION
               WHEN "P"
                   MOVE "PIN PROVISIONAL" TO WS-RX-ACCION
               WHEN "C"
                   MOVE "CAMBIO DE PIN PROPIO" TO WS-RX-ACCION
               WHEN OTHER
                   MOVE CAMB-REG-ACCION TO WS-RX-ACCION
           END-EVALUATE

           DISPLAY WS-RA-CAMBIO.

       4100-TOMAR-CAMBIO-EXIT.
           EXIT.


      *>   TRES LINEAS POR OPERADOR (DATOS DEL MAESTRO, INGRESOS DEL
      *>   TRIMESTRE, CORRIDAS Y CAMBIOS) MAS LAS MARCAS DE CUENTA
      *>   INACTIVA Y DE BLOQUEO CUANDO CORRESPONDEN
       5000-EMITIR-OPERADOR.

           MOVE WS-OPE-CODIGO(i) TO WS-RA-CODIGO
           MOVE WS-OPE-NOMBRE(i) TO WS-RA-NOMBRE
           MOVE WS-OPE-NIVEL(i) TO WS-RA-NIVEL
           MOVE WS-OPE-ALTA(i) TO WS-RA-ALTA

           IF WS-OPE-ESTADO(i) = "S"
               MOVE "SUSPENDIDO" TO WS-RA-ESTADO
               ADD 1 TO WS-TOT-SUSPENDIDOS
           ELSE
               MOVE "ACTIVO" TO WS-RA-ESTADO
           END-IF

           EVALUATE TRUE
               WHEN WS-OPE-PIN-HASH(i) = SPACES
                   MOVE "SIN PIN" TO WS-RA-PIN
                   ADD 1 TO WS-TOT-PIN-PENDIENTE
               WHEN WS-OPE-PIN-VENCE(i) = 0
                   MOVE "PROVISIONAL" TO WS-RA-PIN
                   ADD 1 TO WS-TOT-PIN-PENDIENTE
               WHEN WS-OPE-PIN-VENCE(i) < WS-FECHA-HOY
                   MOVE "VENCIDO" TO WS-RA-PIN
                   ADD 1 TO WS-TOT-PIN-PENDIENTE
               WHEN OTHER
                   MOVE "VIGENTE" TO WS-RA-PIN
           END-EVALUATE

           IF WS-OPE-ULT-INGRESO(i) = 0
               MOVE "NUNCA" TO WS-RA-ULT-INGRESO
           ELSE
               MOVE WS-OPE-ULT-INGRESO(i) TO WS-RC-FECHA
               MOVE WS-RC-FECHA TO WS-RA-ULT-INGRESO
           END-IF

           MOVE WS-OPE-INGRESOS(i) TO WS-RA-INGRESOS
           MOVE WS-OPE-FALLIDOS(i) TO WS-RA-FALLIDOS
           MOVE WS-OPE-BLOQUEOS(i) TO WS-RA-BLOQUEOS
           MOVE WS-OPE-RECHAZOS(i) TO WS-RA-RECHAZOS
           MOVE WS-OPE-NORMALES(i) TO WS-RA-NORMALES
           MOVE WS-OPE-REVERSAS(i) TO WS-RA-REVERSAS
           MOVE WS-OPE-CAMBIOS(i) TO WS-RA-CAMBIOS

           ADD WS-OPE-INGRESOS(i) TO WS-TOT-INGRESOS
           ADD WS-OPE-FALLIDOS(i) TO WS-TOT-FALLIDOS

           DISPLAY WS-RA-OPER-1
           DISPLAY WS-RA-OPER-2
           DISPLAY WS-RA-OPER-3

           MOVE SPACES TO WS-RA-MARCA-INACTIVA
           MOVE SPACES TO WS-RA-MARCA-BLOQUEO

      *>       UNA CUENTA SUSPENDIDA YA NO PUEDE ENTRAR: SOLO LAS
      *>       ACTIVAS SE REVISAN POR INACTIVIDAD
           IF WS-OPE-ESTADO(i) NOT = "S"
               IF WS-OPE-ULT-INGRESO(i) = 0
                   MOVE "*CUENTA INACTIVA" TO WS-RA-MARCA-INACTIVA
                   ADD 1 TO WS-TOT-INACTIVAS
               ELSE
                   MOVE WS-OPE-ULT-INGRESO(i) TO WS-DIA-FECHA
                   PERFORM 8700-CALCULAR-DIAS
                       THRU 8700-CALCULAR-DIAS-EXIT
                   COMPUTE WS-DIAS-SIN-INGRESO =
                       WS-SERIAL-HASTA - WS-DIAS-SERIAL
                   IF WS-DIAS-SIN-INGRESO > WS-DIAS-INACTIVO
                       MOVE "*CUENTA INACTIVA"
                           TO WS-RA-MARCA-INACTIVA
                       ADD 1 TO WS-TOT-INACTIVAS
                   END-IF
               END-IF
           END-IF

           IF WS-OPE-FALLOS-SEG(i) NOT < WS-MAX-FALLOS
               MOVE "*BLOQUEADO HOY" TO WS-RA-MARCA-BLOQUEO
               ADD 1 TO WS-TOT-BLOQUEADOS
           END-IF

           IF WS-RA-MARCAS NOT = SPACES
               DISPLAY WS-RA-MARCAS
           END-IF.

       5000-EMITIR-OPERADOR-EXIT.
           EXIT.


      *>   TOTALES DEL TRIMESTRE
       6000-EMITIR-TOTALES.

           MOVE "OPERADORES EN EL MAESTRO" TO WS-RT-TEXTO
           MOVE WS-CANT-OPERADORES TO WS-RT-VALOR
           DISPLAY WS-RA-TOTAL

           MOVE "OPERADORES SUSPENDIDOS" TO WS-RT-TEXTO
           MOVE WS-TOT-SUSPENDIDOS TO WS-RT-VALOR
           DISPLAY WS-RA-TOTAL

           MOVE "CUENTAS ACTIVAS INACTIVAS (SIN INGRESOS RECIENTES)"
               TO WS-RT-TEXTO
           MOVE WS-TOT-INACTIVAS TO WS-RT-VALOR
           DISPLAY WS-RA-TOTAL

           MOVE "OPERADORES BLOQUEADOS HOY" TO WS-RT-TEXTO
           MOVE WS-TOT-BLOQUEADOS TO WS-RT-VALOR
           DISPLAY WS-RA-TOTAL

           MOVE "OPERADORES SIN PIN, PROVISIONAL O VENCIDO"
               TO WS-RT-TEXTO
           MOVE WS-TOT-PIN-PENDIENTE TO WS-RT-VALOR
           DISPLAY WS-RA-TOTAL

           MOVE "INGRESOS CORRECTOS EN EL TRIMESTRE" TO WS-RT-TEXTO
           MOVE WS-TOT-INGRESOS TO WS-RT-VALOR
           DISPLAY WS-RA-TOTAL

           MOVE "PINES INCORRECTOS EN EL TRIMESTRE" TO WS-RT-TEXTO
           MOVE WS-TOT-FALLIDOS TO WS-RT-VALOR
           DISPLAY WS-RA-TOTAL

           MOVE "INTENTOS CON CODIGOS QUE NO EXISTEN" TO WS-RT-TEXTO
           MOVE WS-TOT-DESCONOCIDOS TO WS-RT-VALOR
           DISPLAY WS-RA-TOTAL

           MOVE "LINEAS DEL LIBRO EN EL TRIMESTRE" TO WS-RT-TEXTO
           MOVE WS-TOT-LINEAS-TRIM TO WS-RT-VALOR
           DISPLAY WS-RA-TOTAL

           MOVE "  SIN OPERADOR (ANTERIORES AL CONTROL)"
               TO WS-RT-TEXTO
           MOVE WS-TOT-SIN-OPER TO WS-RT-VALOR
           DISPLAY WS-RA-TOTAL

           MOVE "  CON UN CODIGO QUE NO ESTA EN OPERPF" TO WS-RT-TEXTO
           MOVE WS-TOT-OPER-AJENO TO WS-RT-VALOR
           DISPLAY WS-RA-TOTAL

           MOVE "CAMBIOS A MAESTROS EN EL TRIMESTRE" TO WS-RT-TEXTO
           MOVE WS-TOT-CAMBIOS TO WS-RT-VALOR
           DISPLAY WS-RA-TOTAL

           MOVE "  DE ELLOS AL MAESTRO DE OPERADORES" TO WS-RT-TEXTO
           MOVE WS-TOT-CAMBIOS-OPER TO WS-RT-VALOR
           DISPLAY WS-RA-TOTAL.

       6000-EMITIR-TOTALES-EXIT.
           EXIT.


      *>   BUSCA WS-CODIGO-BUSCADO EN LA TABLA; DEJA EL SUBINDICE EN
      *>   WS-REG-ENCONTRADO (CERO SI NO ESTA)
       7000-BUSCAR-OPERADOR.

           MOVE 0 TO WS-REG-ENCONTRADO

           PERFORM VARYING i FROM 1 BY 1
                   UNTIL i > WS-CANT-OPERADORES
               IF WS-OPE-CODIGO(i) = WS-CODIGO-BUSCADO
                   MOVE i TO WS-REG-ENCONTRADO
               END-IF
           END-PERFORM.

       7000-BUSCAR-OPERADOR-EXIT.
           EXIT.


      *>   CALCULO DE DIAS CORRIDOS COMPARTIDO (VER DIASCPY.CPY)
           COPY DIASCALC.

      *>   NORMALIZACION DE LINEAS DEL LIBRO CON EL LAYOUT VIEJO (VER
      *>   LEDGCPY.CPY)
           COPY LEDGNORM.
