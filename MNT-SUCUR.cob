
      *> el comentario siempre empieza de la linea 7
      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNT-SUCUR.
      *>--------------------------------------

      *> MANTENIMIENTO DEL MAESTRO DE SUCURSALES SUCURPF (CODIGO,
      *> NOMBRE, REGION Y SI ESTA HABILITADA PARA CARGAR VISITAS), QUE
      *> HASTA AHORA SE TIPEABA A MANO: UN ERROR RECIEN APARECIA CUANDO
      *> CAP-VISIT RECHAZABA LA CARGA O EJ-03ENCL18 NO ENCONTRABA LA
      *> SUCURSAL. MISMO ESQUEMA QUE MNT-PARTIC: CARGA TODO SUCURPF EN
      *> MEMORIA, OFRECE LOS CAMBIOS POR CONSOLA Y REESCRIBE EL ARCHIVO
      *> AL SALIR. VALIDA ANTES DE ACEPTAR:
      *> - CODIGO NO VACIO, DISTINTO DE "****" (ES LA TARIFA GENERAL EN
      *>   TARIFPF) Y NO CARGADO YA; NOMBRE Y REGION NO VACIOS, Y UNA
      *>   REGION QUE NO TIENE NINGUNA OTRA SUCURSAL PIDE CONFIRMACION
      *>   (LOS REPORTES POR REGION AGRUPAN POR EL TEXTO EXACTO),
      *> - NO MAS DE 20 SUCURSALES (EL TOPE DE LA TABLA DE EJ-03ENCL18),
      *> - NO SE DESACTIVA UNA SUCURSAL QUE TODAVIA TIENE VISITAS
      *>   CARGADAS EN VISITASPF SIN DISTRIBUIR: SE ESPERA A QUE
      *>   EJ-03ENCL18 LAS PROCESE.
      *> LAS SUCURSALES NO SE BORRAN (EL HISTORIAL Y LAS TARIFAS LAS
      *> SIGUEN NOMBRANDO): SE DESACTIVAN.
      *> EXIGE SESION DE UN OPERADOR CON PIN (VER SESCALC.CPY) Y CADA
      *> CAMBIO QUEDA EN EL REGISTRO DE CAMBIOS CAMBIOSPF CON EL
      *> OPERADOR, LA FECHA Y HORA Y LA IMAGEN ANTES Y DESPUES (VER
      *> CAMBCALC.CPY).

      *>--------------------------------------
       ENVIRONMENT DIVISION.
      *>--------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   MAESTRO DE SUCURSALES, MISMO ARCHIVO QUE LEEN CAP-VISIT Y
      *>   EJ-03ENCL18
           SELECT SUCUR-FILE ASSIGN TO "SUCURPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUCUR WS-FS-SUCUR-EXT.

      *>   VISITAS CARGADAS Y TODAVIA NO DISTRIBUIDAS (VER CAP-VISIT)
           SELECT VISITAS-FILE ASSIGN TO "VISITASPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VISITAS WS-FS-VISITAS-EXT.

      *>   MAESTRO DE OPERADORES Y REGISTRO DE INGRESOS (VER MNT-OPER)
           SELECT OPER-FILE ASSIGN TO "OPERPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPER WS-FS-OPER-EXT.

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
      *>   MISMO LAYOUT QUE SUCUR-REG EN EJ-03ENCL18
       FD  SUCUR-FILE.
       01  SUCUR-REG.
           02 SUCUR-REG-CODIGO       PIC X(4).
           02 SUCUR-REG-NOMBRE       PIC X(20).
           02 SUCUR-REG-REGION       PIC X(10).
           02 SUCUR-REG-ACTIVA       PIC X(1).

      *>   MISMO LAYOUT QUE VISITA-REG EN EJ-03ENCL18
       FD  VISITAS-FILE.
       01  VISITA-REG.
           02 VISITA-REG-LOC         PIC X(4).
           02 VISITA-REG-DIA         PIC 9(1).
           02 VISITA-REG-CANT        PIC S9(4) SIGN IS TRAILING
                                         SEPARATE CHARACTER.

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

      *>--------------------------------------
       WORKING-STORAGE SECTION.

       01  WS-FS-SUCUR               PIC XX.
           88 FS-SUCUR-OK            VALUE "00".
           88 FS-SUCUR-EOF           VALUE "10".
       01  WS-FS-SUCUR-EXT           PIC 9(4).

       01  WS-FS-VISITAS             PIC XX.
           88 FS-VISITAS-OK          VALUE "00".
           88 FS-VISITAS-EOF         VALUE "10".
       01  WS-FS-VISITAS-EXT         PIC 9(4).

       01  WS-FS-OPER                PIC XX.
           88 FS-OPER-OK             VALUE "00".
           88 FS-OPER-EOF            VALUE "10".
       01  WS-FS-OPER-EXT            PIC 9(4).

      *>   TODO SUCURPF CARGADO EN MEMORIA, MISMO TOPE QUE LA TABLA DE
      *>   SUCURSALES DE EJ-03ENCL18
       01  WS-CANT-REGISTROS         PIC 99 VALUE 0.
       01  WS-MAX-SUCURSALES         PIC 99 VALUE 20.
       01  WS-TABLA-SUCUR.
           02 WS-SUC-ENTRADA OCCURS 20 TIMES.
               03 WS-SUC-CODIGO      PIC X(4).
               03 WS-SUC-NOMBRE      PIC X(20).
               03 WS-SUC-REGION      PIC X(10).
               03 WS-SUC-ACTIVA      PIC X(1).

       01  i                         PIC 99.

      *>   OPCION DEL MENU PRINCIPAL
       01  WS-OPCION                 PIC X(01) VALUE SPACE.
           88 OPCION-ALTA            VALUE "A".
           88 OPCION-MODIFICAR       VALUE "M".
           88 OPCION-DESACTIVAR      VALUE "D".
           88 OPCION-REACTIVAR       VALUE "R".
           88 OPCION-LISTAR          VALUE "L".
           88 OPCION-FIN             VALUE "F".

      *>   SWITCH DE CAMBIOS PENDIENTES: EL ARCHIVO SOLO SE REESCRIBE
      *>   AL SALIR SI REALMENTE SE TOCO ALGO
       01  WS-HUBO-CAMBIOS-SW        PIC X(01) VALUE "N".
           88 HUBO-CAMBIOS           VALUE "S".

      *>   OPERADOR QUE INICIO LA SESION Y NIVEL QUE EXIGE EL PROGRAMA
       01  WS-OPER-CODIGO            PIC X(4) VALUE SPACES.
       01  WS-OPER-NOMBRE            PIC X(20) VALUE SPACES.
       01  WS-OPER-NIVEL             PIC 9 VALUE 0.
       01  WS-OPER-HALLADO-SW        PIC X(01) VALUE "N".
           88 OPER-HALLADO           VALUE "S".
       01  WS-NIVEL-REQUERIDO        PIC 9 VALUE 3.

      *>   CONTROL DE PIN Y REGISTRO DE INGRESOS (VER SESCPY.CPY)
           COPY SESCPY.

      *>   REGISTRO DE CAMBIOS COMPARTIDO (VER CAMBCPY.CPY)
           COPY CAMBCPY.

      *>   DATOS DEL REGISTRO EN CAPTURA
       01  WS-CAP-CODIGO             PIC X(4) VALUE SPACES.
       01  WS-CAP-NOMBRE             PIC X(20) VALUE SPACES.
       01  WS-CAP-REGION             PIC X(10) VALUE SPACES.
       01  WS-CAP-VALIDA-SW          PIC X(01) VALUE "N".
           88 CAPTURA-VALIDA         VALUE "S".

      *>   SUBINDICE DE LA SUCURSAL ENCONTRADA EN LA TABLA (CERO = NO
      *>   ESTA)
       01  WS-REG-ENCONTRADO         PIC 99 VALUE 0.

      *>   CONTROL DE REGION NUEVA Y DE VISITAS PENDIENTES
       01  WS-REGION-USADA-SW        PIC X(01) VALUE "N".
           88 REGION-USADA           VALUE "S".
       01  WS-VISITAS-PENDIENTES     PIC 9(4) VALUE 0.
       01  WS-CONFIRMA               PIC X(01) VALUE SPACE.

      *>   IMAGEN DE UN REGISTRO DE SUCURPF PARA CAMBIOSPF
       01  WS-IMAGEN-SUCUR.
           02 WS-IMG-CODIGO          PIC X(4).
           02 WS-IMG-NOMBRE          PIC X(20).
           02 WS-IMG-REGION          PIC X(10).
           02 WS-IMG-ACTIVA          PIC X(1).

      *>   LINEA DEL LISTADO POR CONSOLA
       01  WS-ML-DETALLE.
           02 WS-ML-CODIGO           PIC X(4).
           02 FILLER                 PIC X(02) VALUE "  ".
           02 WS-ML-NOMBRE           PIC X(20).
           02 FILLER                 PIC X(02) VALUE "  ".
           02 WS-ML-REGION           PIC X(10).
           02 FILLER                 PIC X(02) VALUE "  ".
           02 WS-ML-ESTADO           PIC X(10).

      *>---------------------------PROCEDURE----------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.

           MOVE "SUCURPF" TO WS-CAMB-ARCHIVO

           PERFORM 1100-INICIAR-SESION
               THRU 1100-INICIAR-SESION-EXIT

           PERFORM 1000-CARGAR-ARCHIVO
               THRU 1000-CARGAR-ARCHIVO-EXIT

           PERFORM UNTIL OPCION-FIN
               DISPLAY " "
               DISPLAY "MANTENIMIENTO DE SUCURPF - OPCIONES:"
               DISPLAY "  A = ALTA DE SUCURSAL"
               DISPLAY "  M = MODIFICAR NOMBRE O REGION"
               DISPLAY "  D = DESACTIVAR UNA SUCURSAL"
               DISPLAY "  R = REACTIVAR UNA SUCURSAL"
               DISPLAY "  L = LISTAR EL MAESTRO"
               DISPLAY "  F = FIN (GRABA LOS CAMBIOS)"
               MOVE SPACE TO WS-OPCION
               ACCEPT WS-OPCION

               EVALUATE TRUE
                   WHEN OPCION-ALTA
                       PERFORM 2000-ALTA
                           THRU 2000-ALTA-EXIT
                   WHEN OPCION-MODIFICAR
                       PERFORM 3000-MODIFICAR
                           THRU 3000-MODIFICAR-EXIT
                   WHEN OPCION-DESACTIVAR
                       PERFORM 4000-DESACTIVAR
                           THRU 4000-DESACTIVAR-EXIT
                   WHEN OPCION-REACTIVAR
                       PERFORM 4500-REACTIVAR
                           THRU 4500-REACTIVAR-EXIT
                   WHEN OPCION-LISTAR
                       PERFORM 5000-LISTAR
                           THRU 5000-LISTAR-EXIT
                   WHEN OPCION-FIN
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA, REINTENTE"
               END-EVALUATE
           END-PERFORM

           IF HUBO-CAMBIOS
               PERFORM 6000-GRABAR-ARCHIVO
                   THRU 6000-GRABAR-ARCHIVO-EXIT
           ELSE
               DISPLAY "SIN CAMBIOS, SUCURPF QUEDA COMO ESTABA"
           END-IF

           GOBACK.

       0000-MAINLINE-EXIT.
           EXIT.


      *>   CARGA TODO SUCURPF EN LA TABLA DE TRABAJO; SI EL ARCHIVO
      *>   TODAVIA NO EXISTE SE ARRANCA CON LA TABLA VACIA
       1000-CARGAR-ARCHIVO.

           MOVE 0 TO WS-CANT-REGISTROS

           OPEN INPUT SUCUR-FILE

           IF NOT FS-SUCUR-OK
               DISPLAY "AVISO: SUCURPF NO EXISTE TODAVIA, SE ARRANCA "
                   "VACIO - STATUS " WS-FS-SUCUR
               CLOSE SUCUR-FILE
               GO TO 1000-CARGAR-ARCHIVO-EXIT
           END-IF

           PERFORM UNTIL FS-SUCUR-EOF
               READ SUCUR-FILE
                   AT END
                       SET FS-SUCUR-EOF TO TRUE
                   NOT AT END
                       IF WS-CANT-REGISTROS = WS-MAX-SUCURSALES
                           DISPLAY "ERROR: SUCURPF TIENE MAS DE "
                               WS-MAX-SUCURSALES " SUCURSALES, NO "
                               "ENTRA EN LA TABLA"
                           DISPLAY "PROGRAMA ABORTADO"
                           MOVE 1 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-CANT-REGISTROS
                       MOVE SUCUR-REG-CODIGO
                           TO WS-SUC-CODIGO(WS-CANT-REGISTROS)
                       MOVE SUCUR-REG-NOMBRE
                           TO WS-SUC-NOMBRE(WS-CANT-REGISTROS)
                       MOVE SUCUR-REG-REGION
                           TO WS-SUC-REGION(WS-CANT-REGISTROS)
                       MOVE SUCUR-REG-ACTIVA
                           TO WS-SUC-ACTIVA(WS-CANT-REGISTROS)
               END-READ
           END-PERFORM

           CLOSE SUCUR-FILE

           DISPLAY "SUCURPF CARGADO: " WS-CANT-REGISTROS
               " SUCURSALES".

       1000-CARGAR-ARCHIVO-EXIT.
           EXIT.


      *>   IDENTIFICACION DEL OPERADOR CON SU PIN (VER SESCALC.CPY),
      *>   MISMO ESQUEMA QUE 0400-INICIAR-SESION EN CL-18-EJ-18
       1100-INICIAR-SESION.

           MOVE "N" TO WS-OPER-HALLADO-SW
           MOVE "MNT-SUCUR" TO WS-SES-PROGRAMA

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
                   " Y EL MANTENIMIENTO DE SUCURSALES EXIGE NIVEL "
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


      *>   ALTA DE UNA SUCURSAL NUEVA, QUE QUEDA HABILITADA
       2000-ALTA.

           IF WS-CANT-REGISTROS = WS-MAX-SUCURSALES
               DISPLAY "ERROR: YA HAY " WS-MAX-SUCURSALES " SUCURSALES"
                   ", EL MAXIMO QUE ACEPTA EJ-03ENCL18"
               GO TO 2000-ALTA-EXIT
           END-IF

           PERFORM 7100-PEDIR-CODIGO
               THRU 7100-PEDIR-CODIGO-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 2000-ALTA-EXIT
           END-IF

           IF WS-CAP-CODIGO = "****"
               DISPLAY "ERROR: **** ESTA RESERVADO PARA LA TARIFA "
                   "GENERAL EN TARIFPF"
               GO TO 2000-ALTA-EXIT
           END-IF

           PERFORM 7200-BUSCAR-CODIGO
               THRU 7200-BUSCAR-CODIGO-EXIT
           IF WS-REG-ENCONTRADO > 0
               DISPLAY "ERROR: LA SUCURSAL " WS-CAP-CODIGO " YA ESTA "
                   "EN EL MAESTRO"
               GO TO 2000-ALTA-EXIT
           END-IF

           PERFORM 7300-PEDIR-NOMBRE-REGION
               THRU 7300-PEDIR-NOMBRE-REGION-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 2000-ALTA-EXIT
           END-IF

           MOVE WS-CAP-CODIGO TO WS-IMG-CODIGO
           MOVE WS-CAP-NOMBRE TO WS-IMG-NOMBRE
           MOVE WS-CAP-REGION TO WS-IMG-REGION
           MOVE "S" TO WS-IMG-ACTIVA
           MOVE "A" TO WS-CAMB-ACCION
           MOVE SPACES TO WS-CAMB-ANTES
           MOVE WS-IMAGEN-SUCUR TO WS-CAMB-DESPUES
           PERFORM 7600-ANOTAR
               THRU 7600-ANOTAR-EXIT
           IF NOT CAMB-ANOTADO
               GO TO 2000-ALTA-EXIT
           END-IF

           ADD 1 TO WS-CANT-REGISTROS
           MOVE WS-IMAGEN-SUCUR TO WS-SUC-ENTRADA(WS-CANT-REGISTROS)
           SET HUBO-CAMBIOS TO TRUE

           DISPLAY "ALTA REGISTRADA; PARA TARIFAR SUS VISITAS DISTINTO "
               "DE LA TARIFA GENERAL CARGUELA EN MNT-TARIF".

       2000-ALTA-EXIT.
           EXIT.


      *>   MODIFICACION DEL NOMBRE Y LA REGION DE UNA SUCURSAL
       3000-MODIFICAR.

           PERFORM 7100-PEDIR-CODIGO
               THRU 7100-PEDIR-CODIGO-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 3000-MODIFICAR-EXIT
           END-IF

           PERFORM 7200-BUSCAR-CODIGO
               THRU 7200-BUSCAR-CODIGO-EXIT
           IF WS-REG-ENCONTRADO = 0
               DISPLAY "ERROR: LA SUCURSAL " WS-CAP-CODIGO " NO ESTA "
                   "EN EL MAESTRO"
               GO TO 3000-MODIFICAR-EXIT
           END-IF

           MOVE WS-REG-ENCONTRADO TO i
           PERFORM 7700-MOSTRAR-REGISTRO
               THRU 7700-MOSTRAR-REGISTRO-EXIT

           MOVE WS-SUC-ENTRADA(WS-REG-ENCONTRADO) TO WS-IMAGEN-SUCUR
           MOVE WS-IMAGEN-SUCUR TO WS-CAMB-ANTES

           PERFORM 7300-PEDIR-NOMBRE-REGION
               THRU 7300-PEDIR-NOMBRE-REGION-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 3000-MODIFICAR-EXIT
           END-IF

           IF WS-CAP-NOMBRE = WS-IMG-NOMBRE
                   AND WS-CAP-REGION = WS-IMG-REGION
               DISPLAY "NO CAMBIO NADA"
               GO TO 3000-MODIFICAR-EXIT
           END-IF

           MOVE WS-CAP-NOMBRE TO WS-IMG-NOMBRE
           MOVE WS-CAP-REGION TO WS-IMG-REGION
           MOVE "M" TO WS-CAMB-ACCION
           MOVE WS-IMAGEN-SUCUR TO WS-CAMB-DESPUES
           PERFORM 7600-ANOTAR
               THRU 7600-ANOTAR-EXIT
           IF NOT CAMB-ANOTADO
               GO TO 3000-MODIFICAR-EXIT
           END-IF

           MOVE WS-IMAGEN-SUCUR TO WS-SUC-ENTRADA(WS-REG-ENCONTRADO)
           SET HUBO-CAMBIOS TO TRUE

           DISPLAY "MODIFICACION REGISTRADA".

       3000-MODIFICAR-EXIT.
           EXIT.


      *>   DESACTIVA UNA SUCURSAL (CAP-VISIT DEJA DE ACEPTARLE CARGAS),
      *>   SALVO QUE TENGA VISITAS CARGADAS TODAVIA SIN DISTRIBUIR
       4000-DESACTIVAR.

           PERFORM 7100-PEDIR-CODIGO
               THRU 7100-PEDIR-CODIGO-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 4000-DESACTIVAR-EXIT
           END-IF

           PERFORM 7200-BUSCAR-CODIGO
               THRU 7200-BUSCAR-CODIGO-EXIT
           IF WS-REG-ENCONTRADO = 0
               DISPLAY "ERROR: LA SUCURSAL " WS-CAP-CODIGO " NO ESTA "
                   "EN EL MAESTRO"
               GO TO 4000-DESACTIVAR-EXIT
           END-IF

           IF WS-SUC-ACTIVA(WS-REG-ENCONTRADO) NOT = "S"
               DISPLAY "LA SUCURSAL " WS-CAP-CODIGO " YA ESTA "
                   "INACTIVA"
               GO TO 4000-DESACTIVAR-EXIT
           END-IF

           PERFORM 7400-CONTAR-VISITAS
               THRU 7400-CONTAR-VISITAS-EXIT
           IF WS-VISITAS-PENDIENTES > 0
               DISPLAY "ERROR: LA SUCURSAL " WS-CAP-CODIGO " TIENE "
                   WS-VISITAS-PENDIENTES " REGISTROS DE VISITAS EN "
                   "VISITASPF SIN DISTRIBUIR; DESACTIVELA DESPUES DE "
                   "LA PROXIMA CORRIDA"
               GO TO 4000-DESACTIVAR-EXIT
           END-IF

           MOVE WS-SUC-ENTRADA(WS-REG-ENCONTRADO) TO WS-IMAGEN-SUCUR
           MOVE WS-IMAGEN-SUCUR TO WS-CAMB-ANTES
           MOVE "N" TO WS-IMG-ACTIVA
           MOVE "D" TO WS-CAMB-ACCION
           MOVE WS-IMAGEN-SUCUR TO WS-CAMB-DESPUES
           PERFORM 7600-ANOTAR
               THRU 7600-ANOTAR-EXIT
           IF NOT CAMB-ANOTADO
               GO TO 4000-DESACTIVAR-EXIT
           END-IF

           MOVE "N" TO WS-SUC-ACTIVA(WS-REG-ENCONTRADO)
           SET HUBO-CAMBIOS TO TRUE

           DISPLAY "SUCURSAL DESACTIVADA".

       4000-DESACTIVAR-EXIT.
           EXIT.


      *>   VUELVE A HABILITAR UNA SUCURSAL DESACTIVADA
       4500-REACTIVAR.

           PERFORM 7100-PEDIR-CODIGO
               THRU 7100-PEDIR-CODIGO-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 4500-REACTIVAR-EXIT
           END-IF

           PERFORM 7200-BUSCAR-CODIGO
               THRU 7200-BUSCAR-CODIGO-EXIT
           IF WS-REG-ENCONTRADO = 0
               DISPLAY "ERROR: LA SUCURSAL " WS-CAP-CODIGO " NO ESTA "
                   "EN EL MAESTRO"
               GO TO 4500-REACTIVAR-EXIT
           END-IF

           IF WS-SUC-ACTIVA(WS-REG-ENCONTRADO) = "S"
               DISPLAY "LA SUCURSAL " WS-CAP-CODIGO " YA ESTA ACTIVA"
               GO TO 4500-REACTIVAR-EXIT
           END-IF

           MOVE WS-SUC-ENTRADA(WS-REG-ENCONTRADO) TO WS-IMAGEN-SUCUR
           MOVE WS-IMAGEN-SUCUR TO WS-CAMB-ANTES
           MOVE "S" TO WS-IMG-ACTIVA
           MOVE "R" TO WS-CAMB-ACCION
           MOVE WS-IMAGEN-SUCUR TO WS-CAMB-DESPUES
           PERFORM 7600-ANOTAR
               THRU 7600-ANOTAR-EXIT
           IF NOT CAMB-ANOTADO
               GO TO 4500-REACTIVAR-EXIT
           END-IF

           MOVE "S" TO WS-SUC-ACTIVA(WS-REG-ENCONTRADO)
           SET HUBO-CAMBIOS TO TRUE

           DISPLAY "SUCURSAL REACTIVADA".

       4500-REACTIVAR-EXIT.
           EXIT.


      *>   LISTADO DE CONTROL DE TODO EL MAESTRO POR CONSOLA
       5000-LISTAR.

           IF WS-CANT-REGISTROS = 0
               DISPLAY "NO HAY SUCURSALES CARGADAS"
               GO TO 5000-LISTAR-EXIT
           END-IF

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-REGISTROS
               PERFORM 7700-MOSTRAR-REGISTRO
                   THRU 7700-MOSTRAR-REGISTRO-EXIT
           END-PERFORM.

       5000-LISTAR-EXIT.
           EXIT.


      *>   REESCRIBE SUCURPF ENTERO DESDE LA TABLA Y RECIEN DESPUES
      *>   GRABA LOS CAMBIOS ANOTADOS EN CAMBIOSPF
       6000-GRABAR-ARCHIVO.

           OPEN OUTPUT SUCUR-FILE

           IF NOT FS-SUCUR-OK
               DISPLAY "ERROR: NO SE PUDO REESCRIBIR SUCURPF - "
                   "STATUS " WS-FS-SUCUR
               DISPLAY "PROGRAMA ABORTADO, LOS CAMBIOS SE PERDIERON"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-REGISTROS
               MOVE WS-SUC-CODIGO(i) TO SUCUR-REG-CODIGO
               MOVE WS-SUC-NOMBRE(i) TO SUCUR-REG-NOMBRE
               MOVE WS-SUC-REGION(i) TO SUCUR-REG-REGION
               MOVE WS-SUC-ACTIVA(i) TO SUCUR-REG-ACTIVA
               WRITE SUCUR-REG
           END-PERFORM

           CLOSE SUCUR-FILE

           DISPLAY "SUCURPF GRABADO: " WS-CANT-REGISTROS
               " SUCURSALES"

           PERFORM 8450-GRABAR-CAMBIOS
               THRU 8450-GRABAR-CAMBIOS-EXIT.

       6000-GRABAR-ARCHIVO-EXIT.
           EXIT.


      *>   PIDE EL CODIGO DE SUCURSAL; EL RESULTADO QUEDA EN EL SWITCH
      *>   CAPTURA-VALIDA
       7100-PEDIR-CODIGO.

           MOVE "N" TO WS-CAP-VALIDA-SW

           DISPLAY "INGRESE EL CODIGO DE SUCURSAL (4 CARACTERES)"
           MOVE SPACES TO WS-CAP-CODIGO
           ACCEPT WS-CAP-CODIGO

           IF WS-CAP-CODIGO = SPACES
               DISPLAY "ERROR: EL CODIGO NO PUEDE QUEDAR VACIO"
               GO TO 7100-PEDIR-CODIGO-EXIT
           END-IF

           SET CAPTURA-VALIDA TO TRUE.

       7100-PEDIR-CODIGO-EXIT.
           EXIT.


      *>   BUSCA EN LA TABLA EL CODIGO DE LA CAPTURA; DEJA EL
      *>   SUBINDICE EN WS-REG-ENCONTRADO (CERO SI NO ESTA)
       7200-BUSCAR-CODIGO.

           MOVE 0 TO WS-REG-ENCONTRADO

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-REGISTROS
               IF WS-SUC-CODIGO(i) = WS-CAP-CODIGO
                   MOVE i TO WS-REG-ENCONTRADO
                   GO TO 7200-BUSCAR-CODIGO-EXIT
               END-IF
           END-PERFORM.

       7200-BUSCAR-CODIGO-EXIT.
           EXIT.


      *>   PIDE NOMBRE Y REGION. UNA REGION QUE NO TIENE NINGUNA OTRA
      *>   SUCURSAL PUEDE SER UN ERROR DE TIPEO Y PIDE CONFIRMACION; EL
      *>   RESULTADO QUEDA EN EL SWITCH CAPTURA-VALIDA
       7300-PEDIR-NOMBRE-REGION.

           MOVE "N" TO WS-CAP-VALIDA-SW

           DISPLAY "INGRESE EL NOMBRE DE LA SUCURSAL (HASTA 20 "
               "CARACTERES)"
           MOVE SPACES TO WS-CAP-NOMBRE
           ACCEPT WS-CAP-NOMBRE

           IF WS-CAP-NOMBRE = SPACES
               DISPLAY "ERROR: EL NOMBRE NO PUEDE QUEDAR VACIO"
               GO TO 7300-PEDIR-NOMBRE-REGION-EXIT
           END-IF

           DISPLAY "INGRESE LA REGION (HASTA 10 CARACTERES)"
           MOVE SPACES TO WS-CAP-REGION
           ACCEPT WS-CAP-REGION

           IF WS-CAP-REGION = SPACES
               DISPLAY "ERROR: LA REGION NO PUEDE QUEDAR VACIA"
               GO TO 7300-PEDIR-NOMBRE-REGION-EXIT
           END-IF

           MOVE "N" TO WS-REGION-USADA-SW
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-REGISTROS
               IF WS-SUC-REGION(i) = WS-CAP-REGION
                       AND WS-SUC-CODIGO(i) NOT = WS-CAP-CODIGO
                   SET REGION-USADA TO TRUE
               END-IF
           END-PERFORM

           IF NOT REGION-USADA AND WS-CANT-REGISTROS > 0
               DISPLAY "AVISO: NINGUNA OTRA SUCURSAL TIENE LA REGION "
                   WS-CAP-REGION "; LOS REPORTES POR REGION LA "
                   "MOSTRARAN APARTE"
               DISPLAY "PARA ACEPTARLA IGUAL INGRESE S, CUALQUIER "
                   "OTRA COSA CANCELA"
               MOVE SPACE TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S"
                   DISPLAY "OPERACION CANCELADA"
                   GO TO 7300-PEDIR-NOMBRE-REGION-EXIT
               END-IF
           END-IF

           SET CAPTURA-VALIDA TO TRUE.

       7300-PEDIR-NOMBRE-REGION-EXIT.
           EXIT.


      *>   CUENTA LOS REGISTROS DE VISITASPF DE LA SUCURSAL DE LA
      *>   CAPTURA (VISITAS CARGADAS Y TODAVIA NO DISTRIBUIDAS); SIN
      *>   VISITASPF NO HAY NADA PENDIENTE
       7400-CONTAR-VISITAS.

           MOVE 0 TO WS-VISITAS-PENDIENTES

           OPEN INPUT VISITAS-FILE

           IF NOT FS-VISITAS-OK
               CLOSE VISITAS-FILE
               GO TO 7400-CONTAR-VISITAS-EXIT
           END-IF

           PERFORM UNTIL FS-VISITAS-EOF
               READ VISITAS-FILE
                   AT END
                       SET FS-VISITAS-EOF TO TRUE
                   NOT AT END
                       IF VISITA-REG-LOC = WS-CAP-CODIGO
                           ADD 1 TO WS-VISITAS-PENDIENTES
                       END-IF
               END-READ
           END-PERFORM

           CLOSE VISITAS-FILE.

       7400-CONTAR-VISITAS-EXIT.
           EXIT.


      *>   ANOTA EL CAMBIO ARMADO EN EL REGISTRO DE CAMBIOS PENDIENTES
      *>   CON EL CODIGO DE SUCURSAL COMO CLAVE
       7600-ANOTAR.

           MOVE SPACES TO WS-CAMB-CLAVE
           MOVE WS-IMG-CODIGO TO WS-CAMB-CLAVE(1:4)

           PERFORM 8400-ANOTAR-CAMBIO
               THRU 8400-ANOTAR-CAMBIO-EXIT.

       7600-ANOTAR-EXIT.
           EXIT.


      *>   MUESTRA LA ENTRADA i DE LA TABLA
       7700-MOSTRAR-REGISTRO.

           MOVE WS-SUC-CODIGO(i) TO WS-ML-CODIGO
           MOVE WS-SUC-NOMBRE(i) TO WS-ML-NOMBRE
           MOVE WS-SUC-REGION(i) TO WS-ML-REGION

           IF WS-SUC-ACTIVA(i) = "S"
               MOVE "ACTIVA" TO WS-ML-ESTADO
           ELSE
               MOVE "INACTIVA" TO WS-ML-ESTADO
           END-IF

           DISPLAY WS-ML-DETALLE.

       7700-MOSTRAR-REGISTRO-EXIT.
           EXIT.


      *>   CONTROL DE PIN Y REGISTRO DE INGRESOS COMPARTIDO (VER
      *>   1100-INICIAR-SESION)
           COPY SESCALC.

      *>   REGISTRO DE CAMBIOS COMPARTIDO (VER 6000-GRABAR-ARCHIVO)
           COPY CAMBCALC.
