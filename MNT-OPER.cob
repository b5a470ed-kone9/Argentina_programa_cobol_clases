
      *> el comentario siempre empieza de la linea 7
      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNT-OPER.
      *>--------------------------------------

      *> MANTENIMIENTO DEL MAESTRO DE OPERADORES OPERPF, QUE HASTA
      *> AHORA SE EDITABA A MANO CON UN EDITOR DE TEXTO. ESTE PROGRAMA
      *> CARGA TODO OPERPF EN MEMORIA Y OFRECE POR CONSOLA:
      *> - ALTA DE OPERADOR (CODIGO, NOMBRE, NIVEL Y PIN PROVISIONAL),
      *> - SUSPENSION Y REACTIVACION (EL REGISTRO NUNCA SE BORRA, PARA
      *>   QUE LOS CODIGOS QUE QUEDARON EN EL LIBRO SIGAN TENIENDO
      *>   DUENIO),
      *> - CAMBIO DE NIVEL (1=SOLO SIMULA, 2=DISTRIBUYE, 3=APRUEBA),
      *> - PIN NUEVO PROVISIONAL, QUE ADEMAS DESBLOQUEA AL OPERADOR
      *>   QUE SE QUEDO AFUERA POR TRES PINES INCORRECTOS,
      *> - CAMBIO DEL PIN PROPIO, CON VENCIMIENTO A WS-PIN-MESES-
      *>   VIGENCIA MESES.
      *> TODO EXCEPTO EL CAMBIO DEL PIN PROPIO EXIGE NIVEL 3, Y NADIE
      *> PUEDE TOCAR SU PROPIO REGISTRO (NI SUSPENDERSE, NI SUBIRSE
      *> EL NIVEL, NI DARSE UN PIN PROVISIONAL). EL PIN SE GUARDA
      *> SOLO COMO HASH (VER SESCALC.CPY); UN PIN ASIGNADO POR UN
      *> ADMINISTRADOR SALE PROVISIONAL (VENCIMIENTO CERO) Y EL
      *> OPERADOR LO TIENE QUE CAMBIAR ACA ANTES DE PODER CORRER OTRO
      *> PROGRAMA. CADA CAMBIO SE GRABA EN EL MOMENTO EN OPERPF Y EN
      *> EL REGISTRO DE CAMBIOS CAMBIOSPF (OPERADOR, FECHA Y HORA,
      *> IMAGEN ANTERIOR Y POSTERIOR DEL REGISTRO, CON EL HASH TAPADO),
      *> ASI EL MAESTRO Y SU REGISTRO DE CAMBIOS NUNCA DIFIEREN.
      *> PUESTA EN MARCHA: MIENTRAS NINGUN OPERADOR TENGA PIN (OPERPF
      *> CON EL LAYOUT VIEJO), UN OPERADOR DE NIVEL 3 ENTRA SIN PIN Y
      *> LO PRIMERO QUE HACE ES DEFINIR EL SUYO.

      *>--------------------------------------
       ENVIRONMENT DIVISION.
      *>--------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   MAESTRO DE OPERADORES, MISMO ARCHIVO QUE LEE CL-18-EJ-18
           SELECT OPER-FILE ASSIGN TO "OPERPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPER WS-FS-OPER-EXT.

      *>   REGISTRO DE INGRESOS, COMPARTIDO CON CL-18-EJ-18
           SELECT SESION-FILE ASSIGN TO "SESIONPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SESION WS-FS-SESION-EXT.

      *>   REGISTRO DE CAMBIOS DE LOS MAESTROS Y PARAMETROS, SOLO DE
      *>   ALTA
           SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOSPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAMBIOS WS-FS-CAMBIOS-EXT.

       DATA DIVISION.

       FILE SECTION.
      *>   MISMO LAYOUT QUE OPER-REG EN CL-18-EJ-18 (VER ESE PROGRAMA
      *>   PARA EL DETALLE DE CADA CAMPO)
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

      *>   UN REGISTRO POR CAMBIO: FECHA Y HORA, OPERADOR QUE LO HIZO,
      *>   ARCHIVO TOCADO, ACCION, CLAVE DEL REGISTRO E IMAGEN DEL
      *>   REGISTRO ANTES Y DESPUES (EN BLANCO LA DE ANTES EN UN ALTA)
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

      *>--------------------------------------
       WORKING-STORAGE SECTION.

       01  WS-FS-OPER                PIC XX.
           88 FS-OPER-OK             VALUE "00".
           88 FS-OPER-EOF            VALUE "10".
       01  WS-FS-OPER-EXT            PIC 9(4).

       01  WS-FS-CAMBIOS             PIC XX.
           88 FS-CAMBIOS-OK          VALUE "00".
       01  WS-FS-CAMBIOS-EXT         PIC 9(4).

      *>   TODO OPERPF CARGADO EN MEMORIA
       01  WS-CANT-OPERADORES        PIC 9(3) VALUE 0.
       01  WS-CANT-CON-PIN           PIC 9(3) VALUE 0.
       01  WS-TABLA-OPER.
           02 WS-OPE-ENTRADA OCCURS 50 TIMES.
               03 WS-OPE-CODIGO      PIC X(4).
               03 WS-OPE-NIVEL       PIC 9(1).
               03 WS-OPE-NOMBRE      PIC X(20).
               03 WS-OPE-ESTADO      PIC X(1).
               03 WS-OPE-PIN-HASH    PIC X(9).
               03 WS-OPE-PIN-VENCE   PIC 9(8).
               03 WS-OPE-ALTA        PIC 9(8).

       01  i                         PIC 9(3).

      *>   OPERADOR QUE INICIO LA SESION Y SU LUGAR EN LA TABLA
       01  WS-OPER-CODIGO            PIC X(4) VALUE SPACES.
       01  WS-OPER-NOMBRE            PIC X(20) VALUE SPACES.
       01  WS-OPER-NIVEL             PIC 9 VALUE 0.
           88 OPER-ES-ADMINISTRADOR  VALUE 3.
       01  WS-OPER-INDICE            PIC 9(3) VALUE 0.

      *>   OPCION DEL MENU PRINCIPAL
       01  WS-OPCION                 PIC X(01) VALUE SPACE.
           88 OPCION-ALTA            VALUE "A".
           88 OPCION-SUSPENDER       VALUE "S".
           88 OPCION-REACTIVAR       VALUE "R".
           88 OPCION-NIVEL           VALUE "N".
           88 OPCION-PIN-NUEVO       VALUE "P".
           88 OPCION-CAMBIAR-MI-PIN  VALUE "C".
           88 OPCION-LISTAR          VALUE "L".
           88 OPCION-FIN             VALUE "F".
           88 OPCION-DE-ADMINISTRADOR
                                     VALUE "A" "S" "R" "N" "P" "L".

      *>   FECHA Y HORA DEL CAMBIO
       01  WS-FECHA-HOY              PIC 9(8) VALUE 0.
       01  WS-HORA-LARGA             PIC 9(8) VALUE 0.

      *>   DATOS EN CAPTURA Y REGISTRO DE LA TABLA AFECTADO (CERO = NO
      *>   ESTA)
       01  WS-CAP-CODIGO             PIC X(4) VALUE SPACES.
       01  WS-CAP-NOMBRE             PIC X(20) VALUE SPACES.
       01  WS-CAP-NIVEL              PIC 9 VALUE 0.
       01  WS-REG-ENCONTRADO         PIC 9(3) VALUE 0.

      *>   PIN NUEVO EN CAPTURA (VER 7100-PEDIR-PIN-NUEVO): SEIS
      *>   DIGITOS, INGRESADO DOS VECES
       01  WS-PIN-NUEVO              PIC X(6) VALUE SPACES.
       01  WS-PIN-NUEVO-R REDEFINES WS-PIN-NUEVO.
           02 WS-PIN-DIGITO          PIC X(1) OCCURS 6 TIMES.
       01  WS-PIN-REPETIDO           PIC X(6) VALUE SPACES.
       01  WS-PIN-VALIDO-SW          PIC X(01) VALUE "N".
           88 PIN-ES-VALIDO          VALUE "S".
       01  WS-PIN-CAMBIADO-SW        PIC X(01) VALUE "N".
           88 PIN-CAMBIADO           VALUE "S".
       01  WS-PIN-IGUALES            PIC 9 VALUE 0.

      *>   VIGENCIA DE UN PIN CAMBIADO POR SU DUENIO, EN MESES; EL DIA
      *>   SE LLEVA A 28 PARA QUE LA FECHA SIEMPRE EXISTA
       01  WS-PIN-MESES-VIGENCIA     PIC 9(2) VALUE 3.
       01  WS-VENCE-CALC             PIC 9(8) VALUE 0.
       01  WS-VENCE-CALC-R REDEFINES WS-VENCE-CALC.
           02 WS-VC-ANIO             PIC 9(4).
           02 WS-VC-MES              PIC 9(2).
           02 WS-VC-DIA              PIC 9(2).

      *>   IMAGEN DE UN REGISTRO DE OPERPF PARA CAMBIOSPF, CON EL HASH
      *>   TAPADO (VER 7000-ARMAR-IMAGEN)
       01  WS-IMAGEN-OPER.
           02 WS-IMG-CODIGO          PIC X(4).
           02 WS-IMG-NIVEL           PIC 9(1).
           02 WS-IMG-NOMBRE          PIC X(20).
           02 WS-IMG-ESTADO          PIC X(1).
           02 WS-IMG-PIN-HASH        PIC X(9).
           02 WS-IMG-PIN-VENCE       PIC 9(8).
           02 WS-IMG-ALTA            PIC 9(8).
       01  WS-IMAGEN-ANTES           PIC X(80) VALUE SPACES.
       01  WS-IMAGEN-DESPUES         PIC X(80) VALUE SPACES.
       01  WS-CAMB-ACCION            PIC X(1) VALUE SPACE.

      *>   CONTROL DE PIN Y REGISTRO DE INGRESOS (VER SESCPY.CPY)
           COPY SESCPY.

      *>   LINEA DEL LISTADO POR CONSOLA
       01  WS-ML-DETALLE.
           02 WS-ML-CODIGO           PIC X(4).
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 WS-ML-NOMBRE           PIC X(20).
           02 FILLER                 PIC X(06) VALUE " NIV. ".
           02 WS-ML-NIVEL            PIC 9.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 WS-ML-ESTADO           PIC X(10).
           02 FILLER                 PIC X(05) VALUE " PIN ".
           02 WS-ML-PIN              PIC X(12).
           02 FILLER                 PIC X(07) VALUE " VENCE ".
           02 WS-ML-VENCE            PIC 9999/99/99.
           02 FILLER                 PIC X(06) VALUE " ALTA ".
           02 WS-ML-ALTA             PIC 9999/99/99.

      *>---------------------------PROCEDURE----------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE "MNT-OPER" TO WS-SES-PROGRAMA

           PERFORM 1000-CARGAR-ARCHIVO
               THRU 1000-CARGAR-ARCHIVO-EXIT

           PERFORM 1100-INICIAR-SESION
               THRU 1100-INICIAR-SESION-EXIT

      *>       CON EL PIN VENCIDO, PROVISIONAL O EN LA PUESTA EN
      *>       MARCHA, LO UNICO QUE SE PUEDE HACER ES CAMBIARLO
           IF SES-DEBE-CAMBIAR-PIN
               PERFORM 4000-CAMBIAR-MI-PIN
                   THRU 4000-CAMBIAR-MI-PIN-EXIT
               IF NOT PIN-CAMBIADO
                   DISPLAY "ERROR: SIN CAMBIAR EL PIN NO SE PUEDE "
                       "SEGUIR"
                   DISPLAY "PROGRAMA ABORTADO"
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           PERFORM UNTIL OPCION-FIN
               DISPLAY " "
               DISPLAY "MANTENIMIENTO DE OPERPF - OPCIONES:"
               DISPLAY "  C = CAMBIAR MI PIN"
               IF OPER-ES-ADMINISTRADOR
                   DISPLAY "  A = ALTA DE OPERADOR"
                   DISPLAY "  S = SUSPENDER UN OPERADOR"
                   DISPLAY "  R = REACTIVAR UN OPERADOR"
                   DISPLAY "  N = CAMBIAR EL NIVEL DE UN OPERADOR"
                   DISPLAY "  P = PIN PROVISIONAL NUEVO (DESBLOQUEA)"
                   DISPLAY "  L = LISTAR EL MAESTRO"
               END-IF
               DISPLAY "  F = FIN"
               MOVE SPACE TO WS-OPCION
               ACCEPT WS-OPCION

               IF OPCION-DE-ADMINISTRADOR
                       AND NOT OPER-ES-ADMINISTRADOR
                   DISPLAY "ERROR: ESA OPCION EXIGE NIVEL 3"
                   MOVE SPACE TO WS-OPCION
               END-IF

               EVALUATE TRUE
                   WHEN OPCION-ALTA
                       PERFORM 2000-ALTA
                           THRU 2000-ALTA-EXIT
                   WHEN OPCION-SUSPENDER
                       PERFORM 3000-SUSPENDER
                           THRU 3000-SUSPENDER-EXIT
                   WHEN OPCION-REACTIVAR
                       PERFORM 3100-REACTIVAR
                           THRU 3100-REACTIVAR-EXIT
                   WHEN OPCION-NIVEL
                       PERFORM 3200-CAMBIAR-NIVEL
                           THRU 3200-CAMBIAR-NIVEL-EXIT
                   WHEN OPCION-PIN-NUEVO
                       PERFORM 3300-PIN-PROVISIONAL
                           THRU 3300-PIN-PROVISIONAL-EXIT
                   WHEN OPCION-CAMBIAR-MI-PIN
                       PERFORM 4000-CAMBIAR-MI-PIN
                           THRU 4000-CAMBIAR-MI-PIN-EXIT
                   WHEN OPCION-LISTAR
                       PERFORM 5000-LISTAR
                           THRU 5000-LISTAR-EXIT
                   WHEN OPCION-FIN
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA, REINTENTE"
               END-EVALUATE
           END-PERFORM

           GOBACK.

       0000-MAINLINE-EXIT.
           EXIT.


      *>   CARGA TODO OPERPF EN LA TABLA DE TRABAJO. SIN MAESTRO NO
      *>   HAY QUIEN INICIE LA SESION, ASI QUE NO SE ARRANCA VACIO.
      *>   LOS REGISTROS CON EL LAYOUT VIEJO QUEDAN ACTIVOS, SIN PIN
      *>   Y SIN FECHA DE ALTA
       1000-CARGAR-ARCHIVO.

           MOVE 0 TO WS-CANT-OPERADORES
           MOVE 0 TO WS-CANT-CON-PIN

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
                       PERFORM 1010-TOMAR-REGISTRO
                           THRU 1010-TOMAR-REGISTRO-EXIT
               END-READ
           END-PERFORM

           CLOSE OPER-FILE

           DISPLAY "OPERPF CARGADO: " WS-CANT-OPERADORES
               " OPERADORES, " WS-CANT-CON-PIN " CON PIN".

       1000-CARGAR-ARCHIVO-EXIT.
           EXIT.


      *>   PASA EL REGISTRO LEIDO A LA ULTIMA ENTRADA DE LA TABLA
      *>   COMPLETANDO LOS CAMPOS QUE EL LAYOUT VIEJO NO TRAE
       1010-TOMAR-REGISTRO.

           MOVE WS-CANT-OPERADORES TO i
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
               ADD 1 TO WS-CANT-CON-PIN
           ELSE
               MOVE SPACES TO WS-OPE-PIN-HASH(i)
           END-IF

           IF OPER-REG-PIN-VENCE IS NUMERIC
               MOVE OPER-REG-PIN-VENCE TO WS-OPE-PIN-VENCE(i)
           ELSE
               MOVE 0 TO WS-OPE-PIN-VENCE(i)
           END-IF

           IF OPER-REG-ALTA IS NUMERIC
               MOVE OPER-REG-ALTA TO WS-OPE-ALTA(i)
           ELSE
               MOVE 0 TO WS-OPE-ALTA(i)
           END-IF.

       1010-TOMAR-REGISTRO-EXIT.
           EXIT.


      *>   IDENTIFICACION DEL OPERADOR CON SU PIN (VER SESCALC.CPY). UN
      *>   PIN VENCIDO O PROVISIONAL DEJA ENTRAR SOLO PARA CAMBIARLO.
      *>   EN LA PUESTA EN MARCHA (NINGUN OPERADOR CON PIN TODAVIA) UN
      *>   NIVEL 3 ENTRA SIN PIN Y TIENE QUE DEFINIR EL SUYO
       1100-INICIAR-SESION.

           DISPLAY "INGRESE SU CODIGO DE OPERADOR"
           MOVE SPACES TO WS-OPER-CODIGO
           ACCEPT WS-OPER-CODIGO

           MOVE 0 TO WS-OPER-INDICE
           PERFORM VARYING i FROM 1 BY 1
                   UNTIL i > WS-CANT-OPERADORES
               IF WS-OPE-CODIGO(i) = WS-OPER-CODIGO
                   MOVE i TO WS-OPER-INDICE
               END-IF
           END-PERFORM

           IF WS-OPER-INDICE = 0
               DISPLAY "ERROR: EL OPERADOR '" WS-OPER-CODIGO "' NO "
                   "ESTA EN EL MAESTRO OPERPF"
               SET SES-OPER-INEXISTENTE TO TRUE
               PERFORM 8680-REGISTRAR-INTENTO
                   THRU 8680-REGISTRAR-INTENTO-EXIT
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-OPE-NOMBRE(WS-OPER-INDICE) TO WS-OPER-NOMBRE
           MOVE WS-OPE-NIVEL(WS-OPER-INDICE) TO WS-OPER-NIVEL
           MOVE WS-OPE-ESTADO(WS-OPER-INDICE) TO WS-SES-ESTADO
           MOVE WS-OPE-PIN-HASH(WS-OPER-INDICE) TO WS-SES-PIN-GUARDADO
           MOVE WS-OPE-PIN-VENCE(WS-OPER-INDICE) TO WS-SES-PIN-VENCE

           IF WS-CANT-CON-PIN = 0
               PERFORM 1150-PUESTA-EN-MARCHA
                   THRU 1150-PUESTA-EN-MARCHA-EXIT
               GO TO 1100-INICIAR-SESION-EXIT
           END-IF

           SET SES-ACEPTA-VENCIDO TO TRUE
           PERFORM 8600-VERIFICAR-PIN
               THRU 8600-VERIFICAR-PIN-EXIT

           IF NOT SES-AUTORIZADA
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


      *>   PRIMER USO CON OPERPF SIN NINGUN PIN: SOLO UN OPERADOR DE
      *>   NIVEL 3 Y ACTIVO PUEDE ENTRAR, Y SALE OBLIGADO A DEFINIR SU
      *>   PIN ANTES DE TOCAR NADA (VER 0000-MAINLINE)
       1150-PUESTA-EN-MARCHA.

           IF SES-SUSPENDIDO
               DISPLAY "ERROR: EL OPERADOR " WS-OPER-CODIGO " ESTA "
                   "SUSPENDIDO EN OPERPF"
               SET SES-OPER-SUSPENDIDO TO TRUE
               PERFORM 8680-REGISTRAR-INTENTO
                   THRU 8680-REGISTRAR-INTENTO-EXIT
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           IF NOT OPER-ES-ADMINISTRADOR
               DISPLAY "ERROR: NINGUN OPERADOR TIENE PIN TODAVIA; LA "
                   "PUESTA EN MARCHA LA HACE UN OPERADOR DE NIVEL 3"
               SET SES-NIVEL-INSUFICIENTE TO TRUE
               PERFORM 8680-REGISTRAR-INTENTO
                   THRU 8680-REGISTRAR-INTENTO-EXIT
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "PUESTA EN MARCHA: NINGUN OPERADOR TIENE PIN "
               "TODAVIA, DEFINA EL SUYO"
           SET SES-DEBE-CAMBIAR-PIN TO TRUE
           SET SES-INGRESO-OK TO TRUE
           PERFORM 8680-REGISTRAR-INTENTO
               THRU 8680-REGISTRAR-INTENTO-EXIT

           DISPLAY "SESION INICIADA: " WS-OPER-CODIGO " ("
               WS-OPER-NOMBRE ") NIVEL " WS-OPER-NIVEL.

       1150-PUESTA-EN-MARCHA-EXIT.
           EXIT.


      *>   ALTA DE UN OPERADOR NUEVO: CODIGO QUE NO EXISTA, NOMBRE,
      *>   NIVEL Y UN PIN PROVISIONAL QUE EL OPERADOR CAMBIA EN SU
      *>   PRIMER INGRESO A ESTE PROGRAMA
       2000-ALTA.

           IF WS-CANT-OPERADORES = 50
               DISPLAY "ERROR: LA TABLA ESTA LLENA (50 OPERADORES)"
               GO TO 2000-ALTA-EXIT
           END-IF

           DISPLAY "INGRESE EL CODIGO DEL OPERADOR NUEVO (4 "
               "CARACTERES)"
           MOVE SPACES TO WS-CAP-CODIGO
           ACCEPT WS-CAP-CODIGO

           IF WS-CAP-CODIGO = SPACES
               DISPLAY "ERROR: EL CODIGO NO PUEDE QUEDAR EN BLANCO"
               GO TO 2000-ALTA-EXIT
           END-IF

           PERFORM 7300-BUSCAR-CODIGO
               THRU 7300-BUSCAR-CODIGO-EXIT
           IF WS-REG-ENCONTRADO > 0
               DISPLAY "ERROR: EL CODIGO " WS-CAP-CODIGO " YA EXISTE"
               GO TO 2000-ALTA-EXIT
           END-IF

           DISPLAY "INGRESE EL NOMBRE DEL OPERADOR"
           MOVE SPACES TO WS-CAP-NOMBRE
           ACCEPT WS-CAP-NOMBRE

           IF WS-CAP-NOMBRE = SPACES
               DISPLAY "ERROR: EL NOMBRE NO PUEDE QUEDAR EN BLANCO"
               GO TO 2000-ALTA-EXIT
           END-IF

           PERFORM 7400-PEDIR-NIVEL
               THRU 7400-PEDIR-NIVEL-EXIT
           IF WS-CAP-NIVEL = 0
               GO TO 2000-ALTA-EXIT
           END-IF

           MOVE WS-CAP-CODIGO TO WS-HASH-CODIGO
           PERFORM 7100-PEDIR-PIN-NUEVO
               THRU 7100-PEDIR-PIN-NUEVO-EXIT
           IF NOT PIN-ES-VALIDO
               GO TO 2000-ALTA-EXIT
           END-IF

           ADD 1 TO WS-CANT-OPERADORES
           MOVE WS-CANT-OPERADORES TO WS-REG-ENCONTRADO
           MOVE WS-CAP-CODIGO TO WS-OPE-CODIGO(WS-REG-ENCONTRADO)
           MOVE WS-CAP-NIVEL TO WS-OPE-NIVEL(WS-REG-ENCONTRADO)
           MOVE WS-CAP-NOMBRE TO WS-OPE-NOMBRE(WS-REG-ENCONTRADO)
           MOVE "A" TO WS-OPE-ESTADO(WS-REG-ENCONTRADO)
           MOVE WS-HASH-VALOR-X TO WS-OPE-PIN-HASH(WS-REG-ENCONTRADO)
           MOVE 0 TO WS-OPE-PIN-VENCE(WS-REG-ENCONTRADO)
           MOVE WS-FECHA-HOY TO WS-OPE-ALTA(WS-REG-ENCONTRADO)
           ADD 1 TO WS-CANT-CON-PIN

           MOVE SPACES TO WS-IMAGEN-ANTES
           PERFORM 7000-ARMAR-IMAGEN
               THRU 7000-ARMAR-IMAGEN-EXIT
           MOVE WS-IMAGEN-OPER TO WS-IMAGEN-DESPUES
           MOVE "A" TO WS-CAMB-ACCION
           PERFORM 6000-GRABAR-CAMBIO
               THRU 6000-GRABAR-CAMBIO-EXIT

           DISPLAY "ALTA REGISTRADA: " WS-CAP-CODIGO " CON PIN "
               "PROVISIONAL; DEBE CAMBIARLO EN SU PRIMER INGRESO".

       2000-ALTA-EXIT.
           EXIT.


      *>   PIDE EL CODIGO DEL OPERADOR A MODIFICAR Y LO BUSCA; DEJA
      *>   WS-REG-ENCONTRADO EN CERO SI NO EXISTE O SI ES EL MISMO
      *>   OPERADOR DE LA SESION (NADIE TOCA SU PROPIO REGISTRO)
       2100-PEDIR-OTRO-OPERADOR.

           DISPLAY "INGRESE EL CODIGO DEL OPERADOR"
           MOVE SPACES TO WS-CAP-CODIGO
           ACCEPT WS-CAP-CODIGO

           PERFORM 7300-BUSCAR-CODIGO
               THRU 7300-BUSCAR-CODIGO-EXIT

           IF WS-REG-ENCONTRADO = 0
               DISPLAY "ERROR: EL OPERADOR '" WS-CAP-CODIGO "' NO "
                   "ESTA EN EL MAESTRO"
               GO TO 2100-PEDIR-OTRO-OPERADOR-EXIT
           END-IF

           IF WS-REG-ENCONTRADO = WS-OPER-INDICE
               DISPLAY "ERROR: NO PUEDE MODIFICAR SU PROPIO REGISTRO "
                   "(SU PIN SE CAMBIA CON LA OPCION C)"
               MOVE 0 TO WS-REG-ENCONTRADO
               GO TO 2100-PEDIR-OTRO-OPERADOR-EXIT
           END-IF

           PERFORM 7000-ARMAR-IMAGEN
               THRU 7000-ARMAR-IMAGEN-EXIT
           MOVE WS-IMAGEN-OPER TO WS-IMAGEN-ANTES
           PERFORM 7500-MOSTRAR-OPERADOR
               THRU 7500-MOSTRAR-OPERADOR-EXIT.

       2100-PEDIR-OTRO-OPERADOR-EXIT.
           EXIT.


      *>   SUSPENSION: EL OPERADOR QUEDA EN EL MAESTRO PERO NO PUEDE
      *>   INICIAR SESION EN NINGUN PROGRAMA
       3000-SUSPENDER.

           PERFORM 2100-PEDIR-OTRO-OPERADOR
               THRU 2100-PEDIR-OTRO-OPERADOR-EXIT
           IF WS-REG-ENCONTRADO = 0
               GO TO 3000-SUSPENDER-EXIT
           END-IF

           IF WS-OPE-ESTADO(WS-REG-ENCONTRADO) = "S"
               DISPLAY "ERROR: EL OPERADOR YA ESTA SUSPENDIDO"
               GO TO 3000-SUSPENDER-EXIT
           END-IF

           MOVE "S" TO WS-OPE-ESTADO(WS-REG-ENCONTRADO)

           PERFORM 7000-ARMAR-IMAGEN
               THRU 7000-ARMAR-IMAGEN-EXIT
           MOVE WS-IMAGEN-OPER TO WS-IMAGEN-DESPUES
           MOVE "S" TO WS-CAMB-ACCION
           PERFORM 6000-GRABAR-CAMBIO
               THRU 6000-GRABAR-CAMBIO-EXIT

           DISPLAY "OPERADOR " WS-CAP-CODIGO " SUSPENDIDO".

       3000-SUSPENDER-EXIT.
           EXIT.


      *>   REACTIVACION DE UN OPERADOR SUSPENDIDO; NO LEVANTA UN
      *>   BLOQUEO POR PIN (PARA ESO ESTA EL PIN PROVISIONAL)
       3100-REACTIVAR.

           PERFORM 2100-PEDIR-OTRO-OPERADOR
               THRU 2100-PEDIR-OTRO-OPERADOR-EXIT
           IF WS-REG-ENCONTRADO = 0
               GO TO 3100-REACTIVAR-EXIT
           END-IF

           IF WS-OPE-ESTADO(WS-REG-ENCONTRADO) NOT = "S"
               DISPLAY "ERROR: EL OPERADOR NO ESTA SUSPENDIDO"
               GO TO 3100-REACTIVAR-EXIT
           END-IF

           MOVE "A" TO WS-OPE-ESTADO(WS-REG-ENCONTRADO)

           PERFORM 7000-ARMAR-IMAGEN
               THRU 7000-ARMAR-IMAGEN-EXIT
           MOVE WS-IMAGEN-OPER TO WS-IMAGEN-DESPUES
           MOVE "R" TO WS-CAMB-ACCION
           PERFORM 6000-GRABAR-CAMBIO
               THRU 6000-GRABAR-CAMBIO-EXIT

           DISPLAY "OPERADOR " WS-CAP-CODIGO " REACTIVADO".

       3100-REACTIVAR-EXIT.
           EXIT.


      *>   CAMBIO DE NIVEL DE PERMISO DE OTRO OPERADOR
       3200-CAMBIAR-NIVEL.

           PERFORM 2100-PEDIR-OTRO-OPERADOR
               THRU 2100-PEDIR-OTRO-OPERADOR-EXIT
           IF WS-REG-ENCONTRADO = 0
               GO TO 3200-CAMBIAR-NIVEL-EXIT
           END-IF

           PERFORM 7400-PEDIR-NIVEL
               THRU 7400-PEDIR-NIVEL-EXIT
           IF WS-CAP-NIVEL = 0
               GO TO 3200-CAMBIAR-NIVEL-EXIT
           END-IF

           IF WS-CAP-NIVEL = WS-OPE-NIVEL(WS-REG-ENCONTRADO)
               DISPLAY "ERROR: EL OPERADOR YA TIENE ESE NIVEL"
               GO TO 3200-CAMBIAR-NIVEL-EXIT
           END-IF

           MOVE WS-CAP-NIVEL TO WS-OPE-NIVEL(WS-REG-ENCONTRADO)

           PERFORM 7000-ARMAR-IMAGEN
               THRU 7000-ARMAR-IMAGEN-EXIT
           MOVE WS-IMAGEN-OPER TO WS-IMAGEN-DESPUES
           MOVE "N" TO WS-CAMB-ACCION
           PERFORM 6000-GRABAR-CAMBIO
               THRU 6000-GRABAR-CAMBIO-EXIT

           DISPLAY "OPERADOR " WS-CAP-CODIGO " AHORA CON NIVEL "
               WS-CAP-NIVEL.

       3200-CAMBIAR-NIVEL-EXIT.
           EXIT.


      *>   PIN PROVISIONAL NUEVO PARA OTRO OPERADOR (OLVIDO O BLOQUEO):
      *>   QUEDA CON VENCIMIENTO CERO, ASI QUE LO TIENE QUE CAMBIAR
      *>   ANTES DE CORRER NADA, Y EN SESIONPF SE REGISTRA EL
      *>   DESBLOQUEO QUE VUELVE A CERO SUS INTENTOS FALLIDOS
       3300-PIN-PROVISIONAL.

           PERFORM 2100-PEDIR-OTRO-OPERADOR
               THRU 2100-PEDIR-OTRO-OPERADOR-EXIT
           IF WS-REG-ENCONTRADO = 0
               GO TO 3300-PIN-PROVISIONAL-EXIT
           END-IF

           MOVE WS-CAP-CODIGO TO WS-HASH-CODIGO
           PERFORM 7100-PEDIR-PIN-NUEVO
               THRU 7100-PEDIR-PIN-NUEVO-EXIT
           IF NOT PIN-ES-VALIDO
               GO TO 3300-PIN-PROVISIONAL-EXIT
           END-IF

           IF WS-OPE-PIN-HASH(WS-REG-ENCONTRADO) = SPACES
               ADD 1 TO WS-CANT-CON-PIN
           END-IF
           MOVE WS-HASH-VALOR-X TO WS-OPE-PIN-HASH(WS-REG-ENCONTRADO)
           MOVE 0 TO WS-OPE-PIN-VENCE(WS-REG-ENCONTRADO)

           PERFORM 7000-ARMAR-IMAGEN
               THRU 7000-ARMAR-IMAGEN-EXIT
           MOVE WS-IMAGEN-OPER TO WS-IMAGEN-DESPUES
           MOVE "P" TO WS-CAMB-ACCION
           PERFORM 6000-GRABAR-CAMBIO
               THRU 6000-GRABAR-CAMBIO-EXIT

           PERFORM 6200-REGISTRAR-DESBLOQUEO
               THRU 6200-REGISTRAR-DESBLOQUEO-EXIT

           DISPLAY "PIN PROVISIONAL ASIGNADO A " WS-CAP-CODIGO
               "; DEBE CAMBIARLO EN SU PROXIMO INGRESO A MNT-OPER".

       3300-PIN-PROVISIONAL-EXIT.
           EXIT.


      *>   CAMBIO DEL PIN PROPIO: EL NUEVO TIENE QUE SER DISTINTO DEL
      *>   ACTUAL Y VENCE A LOS WS-PIN-MESES-VIGENCIA MESES
       4000-CAMBIAR-MI-PIN.

           MOVE "N" TO WS-PIN-CAMBIADO-SW
           MOVE WS-OPER-INDICE TO WS-REG-ENCONTRADO
           MOVE WS-OPER-CODIGO TO WS-CAP-CODIGO

           PERFORM 7000-ARMAR-IMAGEN
               THRU 7000-ARMAR-IMAGEN-EXIT
           MOVE WS-IMAGEN-OPER TO WS-IMAGEN-ANTES

           MOVE WS-OPER-CODIGO TO WS-HASH-CODIGO
           PERFORM 7100-PEDIR-PIN-NUEVO
               THRU 7100-PEDIR-PIN-NUEVO-EXIT
           IF NOT PIN-ES-VALIDO
               GO TO 4000-CAMBIAR-MI-PIN-EXIT
           END-IF

           IF WS-HASH-VALOR-X = WS-OPE-PIN-HASH(WS-REG-ENCONTRADO)
               DISPLAY "ERROR: EL PIN NUEVO DEBE SER DISTINTO DEL "
                   "ACTUAL"
               GO TO 4000-CAMBIAR-MI-PIN-EXIT
           END-IF

           IF WS-OPE-PIN-HASH(WS-REG-ENCONTRADO) = SPACES
               ADD 1 TO WS-CANT-CON-PIN
           END-IF
           MOVE WS-HASH-VALOR-X TO WS-OPE-PIN-HASH(WS-REG-ENCONTRADO)

           PERFORM 7200-CALCULAR-VENCIMIENTO
               THRU 7200-CALCULAR-VENCIMIENTO-EXIT
           MOVE WS-VENCE-CALC TO WS-OPE-PIN-VENCE(WS-REG-ENCONTRADO)

           PERFORM 7000-ARMAR-IMAGEN
               THRU 7000-ARMAR-IMAGEN-EXIT
           MOVE WS-IMAGEN-OPER TO WS-IMAGEN-DESPUES
           MOVE "C" TO WS-CAMB-ACCION
           PERFORM 6000-GRABAR-CAMBIO
               THRU 6000-GRABAR-CAMBIO-EXIT

           SET PIN-CAMBIADO TO TRUE
           DISPLAY "PIN CAMBIADO, VENCE EL " WS-VENCE-CALC.

       4000-CAMBIAR-MI-PIN-EXIT.
           EXIT.


      *>   LISTADO DE CONTROL DEL MAESTRO POR CONSOLA (SIN HASHES)
       5000-LISTAR.

           PERFORM VARYING i FROM 1 BY 1
                   UNTIL i > WS-CANT-OPERADORES
               MOVE i TO WS-REG-ENCONTRADO
               PERFORM 7500-MOSTRAR-OPERADOR
                   THRU 7500-MOSTRAR-OPERADOR-EXIT
           END-PERFORM.

       5000-LISTAR-EXIT.
           EXIT.


      *>   GRABA EL CAMBIO RECIEN HECHO EN LA TABLA: REESCRIBE OPERPF
      *>   ENTERO Y AGREGA EL REGISTRO A CAMBIOSPF. SI OPERPF NO SE
      *>   PUEDE REESCRIBIR SE CORTA ANTES DE DEJAR UN CAMBIO
      *>   REGISTRADO QUE NO SE APLICO
       6000-GRABAR-CAMBIO.

           OPEN OUTPUT OPER-FILE

           IF NOT FS-OPER-OK
               DISPLAY "ERROR: NO SE PUDO REESCRIBIR OPERPF - STATUS "
                   WS-FS-OPER
               DISPLAY "PROGRAMA ABORTADO, EL ULTIMO CAMBIO SE PERDIO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING i FROM 1 BY 1
                   UNTIL i > WS-CANT-OPERADORES
               MOVE WS-OPE-CODIGO(i) TO OPER-REG-CODIGO
               MOVE WS-OPE-NIVEL(i) TO OPER-REG-NIVEL
               MOVE WS-OPE-NOMBRE(i) TO OPER-REG-NOMBRE
               MOVE WS-OPE-ESTADO(i) TO OPER-REG-ESTADO
               MOVE WS-OPE-PIN-HASH(i) TO OPER-REG-PIN-HASH
               MOVE WS-OPE-PIN-VENCE(i) TO OPER-REG-PIN-VENCE
               MOVE WS-OPE-ALTA(i) TO OPER-REG-ALTA
               WRITE OPER-REG
           END-PERFORM

           CLOSE OPER-FILE

           PERFORM 6100-REGISTRAR-CAMBIO
               THRU 6100-REGISTRAR-CAMBIO-EXIT.

       6000-GRABAR-CAMBIO-EXIT.
           EXIT.


      *>   AGREGA EL CAMBIO A CAMBIOSPF CON LAS IMAGENES QUE DEJO EL
      *>   LLAMADOR EN WS-IMAGEN-ANTES / WS-IMAGEN-DESPUES
       6100-REGISTRAR-CAMBIO.

           ACCEPT WS-HORA-LARGA FROM TIME

           OPEN EXTEND CAMBIOS-FILE

           IF NOT FS-CAMBIOS-OK
      *>       SI EL REGISTRO TODAVIA NO EXISTE, EXTEND FALLA PORQUE NO
      *>       LO ENCUENTRA; LO CREO CON OPEN OUTPUT LA PRIMERA VEZ
               CLOSE CAMBIOS-FILE
               OPEN OUTPUT CAMBIOS-FILE
           END-IF

           IF NOT FS-CAMBIOS-OK
               DISPLAY "ERROR: NO SE PUDO GRABAR EL REGISTRO DE "
                   "CAMBIOS CAMBIOSPF - STATUS " WS-FS-CAMBIOS
               DISPLAY "EL CAMBIO QUEDO EN OPERPF SIN SU REGISTRO; "
                   "AVISE A AUDITORIA"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-FECHA-HOY TO CAMB-REG-FECHA
           MOVE WS-HORA-LARGA(1:6) TO CAMB-REG-HORA
           MOVE WS-OPER-CODIGO TO CAMB-REG-OPER
           MOVE "OPERPF" TO CAMB-REG-ARCHIVO
           MOVE WS-CAMB-ACCION TO CAMB-REG-ACCION
           MOVE WS-CAP-CODIGO TO CAMB-REG-CLAVE
           MOVE WS-IMAGEN-ANTES TO CAMB-REG-ANTES
           MOVE WS-IMAGEN-DESPUES TO CAMB-REG-DESPUES
           WRITE CAMBIOS-REG

           CLOSE CAMBIOS-FILE.

       6100-REGISTRAR-CAMBIO-EXIT.
           EXIT.


      *>   DEJA EN SESIONPF EL DESBLOQUEO DEL OPERADOR AL QUE SE LE
      *>   ASIGNO UN PIN PROVISIONAL (VER 8620-CONTAR-FALLOS)
       6200-REGISTRAR-DESBLOQUEO.

           ACCEPT WS-HORA-LARGA FROM TIME

           OPEN EXTEND SESION-FILE

           IF NOT FS-SESION-OK
      *>       SI EL REGISTRO TODAVIA NO EXISTE, EXTEND FALLA PORQUE NO
      *>       LO ENCUENTRA; LO CREO CON OPEN OUTPUT LA PRIMERA VEZ
               CLOSE SESION-FILE
               OPEN OUTPUT SESION-FILE
           END-IF

           IF NOT FS-SESION-OK
               DISPLAY "AVISO: NO SE PUDO REGISTRAR EL DESBLOQUEO EN "
                   "SESIONPF - STATUS " WS-FS-SESION
               GO TO 6200-REGISTRAR-DESBLOQUEO-EXIT
           END-IF

           MOVE WS-FECHA-HOY TO SES-REG-FECHA
           MOVE WS-HORA-LARGA(1:6) TO SES-REG-HORA
           MOVE WS-CAP-CODIGO TO SES-REG-OPER
           MOVE WS-SES-PROGRAMA TO SES-REG-PROGRAMA
           MOVE "D" TO SES-REG-RESULTADO
           WRITE SESION-REG

           CLOSE SESION-FILE.

       6200-REGISTRAR-DESBLOQUEO-EXIT.
           EXIT.


      *>   ARMA EN WS-IMAGEN-OPER LA IMAGEN DEL REGISTRO DE LA TABLA
      *>   WS-REG-ENCONTRADO, CON EL HASH DEL PIN TAPADO: EL REGISTRO
      *>   DE CAMBIOS MUESTRA QUE EL PIN CAMBIO, NO CUAL ES
       7000-ARMAR-IMAGEN.

           MOVE WS-OPE-CODIGO(WS-REG-ENCONTRADO) TO WS-IMG-CODIGO
           MOVE WS-OPE-NIVEL(WS-REG-ENCONTRADO) TO WS-IMG-NIVEL
           MOVE WS-OPE-NOMBRE(WS-REG-ENCONTRADO) TO WS-IMG-NOMBRE
           MOVE WS-OPE-ESTADO(WS-REG-ENCONTRADO) TO WS-IMG-ESTADO
           MOVE WS-OPE-PIN-VENCE(WS-REG-ENCONTRADO) TO WS-IMG-PIN-VENCE
           MOVE WS-OPE-ALTA(WS-REG-ENCONTRADO) TO WS-IMG-ALTA

           IF WS-OPE-PIN-HASH(WS-REG-ENCONTRADO) = SPACES
               MOVE SPACES TO WS-IMG-PIN-HASH
           ELSE
               MOVE ALL "*" TO WS-IMG-PIN-HASH
           END-IF.

       7000-ARMAR-IMAGEN-EXIT.
           EXIT.


      *>   PIDE UN PIN NUEVO DOS VECES: SEIS DIGITOS, NO TODOS IGUALES,
      *>   Y LAS DOS VECES EL MISMO. SI SIRVE, DEJA SU HASH (CALCULADO
      *>   CON EL CODIGO QUE DEJO EL LLAMADOR EN WS-HASH-CODIGO) EN
      *>   WS-HASH-VALOR-X Y PRENDE PIN-ES-VALIDO
       7100-PEDIR-PIN-NUEVO.

           MOVE "N" TO WS-PIN-VALIDO-SW

           DISPLAY "INGRESE EL PIN NUEVO (6 DIGITOS)"
           MOVE SPACES TO WS-PIN-NUEVO
           ACCEPT WS-PIN-NUEVO

           IF WS-PIN-NUEVO NOT NUMERIC
               DISPLAY "ERROR: EL PIN DEBE TENER 6 DIGITOS NUMERICOS"
               GO TO 7100-PEDIR-PIN-NUEVO-EXIT
           END-IF

           MOVE 0 TO WS-PIN-IGUALES
           PERFORM VARYING i FROM 2 BY 1 UNTIL i > 6
               IF WS-PIN-DIGITO(i) = WS-PIN-DIGITO(1)
                   ADD 1 TO WS-PIN-IGUALES
               END-IF
           END-PERFORM

           IF WS-PIN-IGUALES = 5
               DISPLAY "ERROR: EL PIN NO PUEDE SER UN MISMO DIGITO "
                   "REPETIDO"
               GO TO 7100-PEDIR-PIN-NUEVO-EXIT
           END-IF

           DISPLAY "REPITA EL PIN NUEVO"
           MOVE SPACES TO WS-PIN-REPETIDO
           ACCEPT WS-PIN-REPETIDO

           IF WS-PIN-REPETIDO NOT = WS-PIN-NUEVO
               DISPLAY "ERROR: LOS DOS PINES NO COINCIDEN"
               GO TO 7100-PEDIR-PIN-NUEVO-EXIT
           END-IF

           MOVE WS-PIN-NUEVO TO WS-HASH-PIN
           PERFORM 8650-CALCULAR-HASH
               THRU 8650-CALCULAR-HASH-EXIT

           MOVE SPACES TO WS-PIN-NUEVO
           MOVE SPACES TO WS-PIN-REPETIDO
           MOVE SPACES TO WS-HASH-PIN
           SET PIN-ES-VALIDO TO TRUE.

       7100-PEDIR-PIN-NUEVO-EXIT.
           EXIT.


      *>   VENCIMIENTO DE UN PIN CAMBIADO HOY: LA MISMA FECHA
      *>   WS-PIN-MESES-VIGENCIA MESES DESPUES, CON EL DIA LLEVADO A 28
      *>   COMO MAXIMO PARA QUE LA FECHA EXISTA EN CUALQUIER MES
       7200-CALCULAR-VENCIMIENTO.

           MOVE WS-FECHA-HOY TO WS-VENCE-CALC
           ADD WS-PIN-MESES-VIGENCIA TO WS-VC-MES

           IF WS-VC-MES > 12
               SUBTRACT 12 FROM WS-VC-MES
               ADD 1 TO WS-VC-ANIO
           END-IF

           IF WS-VC-DIA > 28
               MOVE 28 TO WS-VC-DIA
           END-IF.

       7200-CALCULAR-VENCIMIENTO-EXIT.
           EXIT.


      *>   BUSCA WS-CAP-CODIGO EN LA TABLA; DEJA EL SUBINDICE EN
      *>   WS-REG-ENCONTRADO (CERO SI NO ESTA)
       7300-BUSCAR-CODIGO.

           MOVE 0 TO WS-REG-ENCONTRADO

           PERFORM VARYING i FROM 1 BY 1
                   UNTIL i > WS-CANT-OPERADORES
               IF WS-OPE-CODIGO(i) = WS-CAP-CODIGO
                   MOVE i TO WS-REG-ENCONTRADO
                   GO TO 7300-BUSCAR-CODIGO-EXIT
               END-IF
           END-PERFORM.

       7300-BUSCAR-CODIGO-EXIT.
           EXIT.


      *>   PIDE EL NIVEL DE PERMISO; DEJA WS-CAP-NIVEL EN CERO SI NO
      *>   ESTA ENTRE 1 Y 3
       7400-PEDIR-NIVEL.

           DISPLAY "INGRESE EL NIVEL (1=SOLO SIMULA, 2=DISTRIBUYE, "
               "3=APRUEBA)"
           MOVE 0 TO WS-CAP-NIVEL
           ACCEPT WS-CAP-NIVEL

           IF WS-CAP-NIVEL < 1 OR WS-CAP-NIVEL > 3
               DISPLAY "ERROR: EL NIVEL DEBE SER 1, 2 O 3"
               MOVE 0 TO WS-CAP-NIVEL
           END-IF.

       7400-PEDIR-NIVEL-EXIT.
           EXIT.


      *>   MUESTRA EL REGISTRO WS-REG-ENCONTRADO DE LA TABLA
       7500-MOSTRAR-OPERADOR.

           MOVE WS-OPE-CODIGO(WS-REG-ENCONTRADO) TO WS-ML-CODIGO
           MOVE WS-OPE-NOMBRE(WS-REG-ENCONTRADO) TO WS-ML-NOMBRE
           MOVE WS-OPE-NIVEL(WS-REG-ENCONTRADO) TO WS-ML-NIVEL
           MOVE WS-OPE-PIN-VENCE(WS-REG-ENCONTRADO) TO WS-ML-VENCE
           MOVE WS-OPE-ALTA(WS-REG-ENCONTRADO) TO WS-ML-ALTA

           IF WS-OPE-ESTADO(WS-REG-ENCONTRADO) = "S"
               MOVE "SUSPENDIDO" TO WS-ML-ESTADO
           ELSE
               MOVE "ACTIVO" TO WS-ML-ESTADO
           END-IF

           EVALUATE TRUE
               WHEN WS-OPE-PIN-HASH(WS-REG-ENCONTRADO) = SPACES
                   MOVE "SIN PIN" TO WS-ML-PIN
               WHEN WS-OPE-PIN-VENCE(WS-REG-ENCONTRADO) = 0
                   MOVE "PROVISIONAL" TO WS-ML-PIN
               WHEN WS-OPE-PIN-VENCE(WS-REG-ENCONTRADO) <
                       WS-FECHA-HOY
                   MOVE "VENCIDO" TO WS-ML-PIN
               WHEN OTHER
                   MOVE "VIGENTE" TO WS-ML-PIN
           END-EVALUATE

           DISPLAY WS-ML-DETALLE.

       7500-MOSTRAR-OPERADOR-EXIT.
           EXIT.


      *>   CONTROL DE PIN Y REGISTRO DE INGRESOS COMPARTIDO (VER
      *>   1100-INICIAR-SESION)
           COPY SESCALC.
