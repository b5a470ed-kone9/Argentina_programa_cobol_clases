
      *> el comentario siempre empieza de la linea 7
      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNT-TARIF.
      *>--------------------------------------

      *> MANTENIMIENTO DEL ARCHIVO DE TARIFAS POR VISITA TARIFPF, QUE
      *> HASTA AHORA SE TIPEABA A MANO: UN ERROR RECIEN APARECIA
      *> CUANDO EJ-03ENCL18 TARIFABA LA SEMANA (VER 7700-CARGAR-
      *> TARIFAS). MISMO ESQUEMA QUE MNT-PARTIC: CARGA TODO TARIFPF EN
      *> MEMORIA, OFRECE ALTA / CORRECCION / ELIMINACION POR CONSOLA
      *> Y REESCRIBE EL ARCHIVO AL SALIR. VALIDA ANTES DE ACEPTAR:
      *> - FECHA DE VIGENCIA VALIDA (COPYBOOK FECHAVAL COMPARTIDO),
      *> - LOCACION "****" (TARIFA GENERAL) O UNA SUCURSAL QUE EXISTA
      *>   EN EL MAESTRO SUCURPF (AVISA SI ESTA INACTIVA),
      *> - QUE NO EXISTA YA UNA TARIFA PARA ESA LOCACION CON LA MISMA
      *>   VIGENCIA (SERIA AMBIGUO PARA 7700-CARGAR-TARIFAS),
      *> - TARIFA MAYOR QUE CERO Y, SI SE APARTA DE LA ANTERIOR DE LA
      *>   MISMA LOCACION EN MAS DE WS-VARIACION-MAX POR CIENTO, UNA
      *>   CONFIRMACION EXPLICITA (UNA COMA CORRIDA MULTIPLICA O
      *>   DIVIDE POR CIEN TODO LO QUE SE DISTRIBUYE).
      *> UNA TARIFA QUE YA ENTRO EN VIGENCIA NO SE ELIMINA (ES LA QUE
      *> USA COR-VISIT PARA VALORIZAR LAS CORRECCIONES DE ESAS
      *> SEMANAS): SE CARGA UNA NUEVA. CORREGIRLA PIDE CONFIRMACION.
      *> EXIGE SESION DE UN OPERADOR CON PIN (VER SESCALC.CPY) Y CADA
      *> CAMBIO QUEDA EN EL REGISTRO DE CAMBIOS CAMBIOSPF CON EL
      *> OPERADOR, LA FECHA Y HORA Y LA IMAGEN ANTES Y DESPUES (VER
      *> CAMBCALC.CPY).

      *>--------------------------------------
       ENVIRONMENT DIVISION.
      *>--------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   ARCHIVO DE TARIFAS, MISMO ARCHIVO QUE LEE EJ-03ENCL18
           SELECT TARIF-FILE ASSIGN TO "TARIFPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARIF WS-FS-TARIF-EXT.

      *>   MAESTRO DE SUCURSALES, PARA VALIDAR LA TARIFA POR LOCACION
           SELECT SUCUR-FILE ASSIGN TO "SUCURPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUCUR WS-FS-SUCUR-EXT.

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
      *>   MISMO LAYOUT QUE TARIF-REG EN EJ-03ENCL18
       FD  TARIF-FILE.
       01  TARIF-REG.
           02 TARIF-REG-VIGENCIA     PIC 9(8).
           02 TARIF-REG-LOC          PIC X(4).
           02 TARIF-REG-TARIFA       PIC 9(4)V99.

      *>   MISMO LAYOUT QUE SUCUR-REG EN EJ-03ENCL18
       FD  SUCUR-FILE.
       01  SUCUR-REG.
           02 SUCUR-REG-CODIGO       PIC X(4).
           02 SUCUR-REG-NOMBRE       PIC X(20).
           02 SUCUR-REG-REGION       PIC X(10).
           02 SUCUR-REG-ACTIVA       PIC X(1).

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

       01  WS-FS-TARIF               PIC XX.
           88 FS-TARIF-OK            VALUE "00".
           88 FS-TARIF-EOF           VALUE "10".
       01  WS-FS-TARIF-EXT           PIC 9(4).

       01  WS-FS-SUCUR               PIC XX.
           88 FS-SUCUR-OK            VALUE "00".
           88 FS-SUCUR-EOF           VALUE "10".
       01  WS-FS-SUCUR-EXT           PIC 9(4).

       01  WS-FS-OPER                PIC XX.
           88 FS-OPER-OK             VALUE "00".
           88 FS-OPER-EOF            VALUE "10".
       01  WS-FS-OPER-EXT            PIC 9(4).

      *>   TODO TARIFPF CARGADO EN MEMORIA: UNA ENTRADA POR LOCACION Y
      *>   VIGENCIA
       01  WS-CANT-REGISTROS         PIC 9(3) VALUE 0.
       01  WS-TABLA-TARIF.
           02 WS-TAR-ENTRADA OCCURS 200 TIMES.
               03 WS-TAR-VIGENCIA    PIC 9(8).
               03 WS-TAR-LOC         PIC X(4).
               03 WS-TAR-TARIFA      PIC 9(4)V99.

      *>   MAESTRO DE SUCURSALES, MISMO TOPE QUE EJ-03ENCL18
       01  WS-CANT-SUCUR             PIC 99 VALUE 0.
       01  WS-TABLA-SUCUR.
           02 WS-SUC-ENTRADA OCCURS 20 TIMES.
               03 WS-SUC-CODIGO      PIC X(4).
               03 WS-SUC-NOMBRE      PIC X(20).
               03 WS-SUC-ACTIVA      PIC X(1).
       01  SUC                       PIC 99.

       01  i                         PIC 9(3).

      *>   OPCION DEL MENU PRINCIPAL
       01  WS-OPCION                 PIC X(01) VALUE SPACE.
           88 OPCION-ALTA            VALUE "A".
           88 OPCION-CORRECCION      VALUE "C".
           88 OPCION-ELIMINAR        VALUE "E".
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

      *>   FECHA DE HOY: SEPARA LAS TARIFAS YA VIGENTES DE LAS FUTURAS
       01  WS-FECHA-HOY              PIC 9(8) VALUE 0.

      *>   DATOS DEL REGISTRO EN CAPTURA. LA TARIFA SE ACEPTA CON SIGNO
      *>   PARA PODER RECHAZAR UN NEGATIVO EN VEZ DE PERDERLE EL SIGNO
       01  WS-CAP-VIGENCIA           PIC 9(8) VALUE 0.
       01  WS-CAP-LOC                PIC X(4) VALUE SPACES.
       01  WS-CAP-TARIFA             PIC S9(4)V99 VALUE 0.
       01  WS-CAP-VALIDA-SW          PIC X(01) VALUE "N".
           88 CAPTURA-VALIDA         VALUE "S".

      *>   SUBINDICE DEL REGISTRO ENCONTRADO EN LA TABLA (CERO = NO
      *>   ESTA) Y DE LA TARIFA ANTERIOR DE LA MISMA LOCACION
       01  WS-REG-ENCONTRADO         PIC 9(3) VALUE 0.
       01  WS-REG-ANTERIOR           PIC 9(3) VALUE 0.

      *>   CONTROL DE VARIACION CONTRA LA TARIFA ANTERIOR, EN PORCIENTO
       01  WS-VARIACION-MAX          PIC 9(3) VALUE 50.
       01  WS-VARIACION-PCT          PIC 9(7)V99 VALUE 0.
       01  WS-VARIACION-ED           PIC Z.ZZZ.ZZ9,99.
       01  WS-CONFIRMA               PIC X(01) VALUE SPACE.

      *>   IMAGEN DE UN REGISTRO DE TARIFPF PARA CAMBIOSPF
       01  WS-IMAGEN-TARIF.
           02 WS-IMG-VIGENCIA        PIC 9(8).
           02 WS-IMG-LOC             PIC X(4).
           02 WS-IMG-TARIFA          PIC 9(4)V99.

      *>   ESTRUCTURA COMPARTIDA DE FECHA VALIDADA (VER FECHACPY.CPY)
           COPY FECHACPY.

      *>   LINEA DEL LISTADO POR CONSOLA
       01  WS-ML-DETALLE.
           02 FILLER                 PIC X(05) VALUE "VIG. ".
           02 WS-ML-VIGENCIA         PIC 9999/99/99.
           02 FILLER                 PIC X(07) VALUE "  LOC. ".
           02 WS-ML-LOC              PIC X(4).
           02 FILLER                 PIC X(02) VALUE "  ".
           02 WS-ML-NOMBRE           PIC X(20).
           02 FILLER                 PIC X(11) VALUE "  TARIFA $ ".
           02 WS-ML-TARIFA           PIC Z.ZZ9,99.
           02 FILLER                 PIC X(02) VALUE "  ".
           02 WS-ML-ESTADO           PIC X(10).

      *>---------------------------PROCEDURE----------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE "TARIFPF" TO WS-CAMB-ARCHIVO

           PERFORM 1100-INICIAR-SESION
               THRU 1100-INICIAR-SESION-EXIT

           PERFORM 1000-CARGAR-ARCHIVO
               THRU 1000-CARGAR-ARCHIVO-EXIT

           PERFORM 1500-CARGAR-SUCURSALES
               THRU 1500-CARGAR-SUCURSALES-EXIT

           PERFORM UNTIL OPCION-FIN
               DISPLAY " "
               DISPLAY "MANTENIMIENTO DE TARIFPF - OPCIONES:"
               DISPLAY "  A = ALTA DE TARIFA"
               DISPLAY "  C = CORRECCION DE UNA TARIFA"
               DISPLAY "  E = ELIMINAR UNA TARIFA FUTURA"
               DISPLAY "  L = LISTAR EL ARCHIVO"
               DISPLAY "  F = FIN (GRABA LOS CAMBIOS)"
               MOVE SPACE TO WS-OPCION
               ACCEPT WS-OPCION

               EVALUATE TRUE
                   WHEN OPCION-ALTA
                       PERFORM 2000-ALTA
                           THRU 2000-ALTA-EXIT
                   WHEN OPCION-CORRECCION
                       PERFORM 3000-CORRECCION
                           THRU 3000-CORRECCION-EXIT
                   WHEN OPCION-ELIMINAR
                       PERFORM 4000-ELIMINAR
                           THRU 4000-ELIMINAR-EXIT
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
               DISPLAY "SIN CAMBIOS, TARIFPF QUEDA COMO ESTABA"
           END-IF

           GOBACK.

       0000-MAINLINE-EXIT.
           EXIT.


      *>   CARGA TODO TARIFPF EN LA TABLA DE TRABAJO; SI EL ARCHIVO
      *>   TODAVIA NO EXISTE SE ARRANCA CON LA TABLA VACIA
       1000-CARGAR-ARCHIVO.

           MOVE 0 TO WS-CANT-REGISTROS

           OPEN INPUT TARIF-FILE

           IF NOT FS-TARIF-OK
               DISPLAY "AVISO: TARIFPF NO EXISTE TODAVIA, SE ARRANCA "
                   "VACIO - STATUS " WS-FS-TARIF
               CLOSE TARIF-FILE
               GO TO 1000-CARGAR-ARCHIVO-EXIT
           END-IF

           PERFORM UNTIL FS-TARIF-EOF
               READ TARIF-FILE
                   AT END
                       SET FS-TARIF-EOF TO TRUE
                   NOT AT END
                       IF WS-CANT-REGISTROS = 200
                           DISPLAY "ERROR: TARIFPF TIENE MAS DE 200 "
                               "REGISTROS, NO ENTRA EN LA TABLA"
                           DISPLAY "PROGRAMA ABORTADO"
                           MOVE 1 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-CANT-REGISTROS
                       MOVE TARIF-REG-VIGENCIA
                           TO WS-TAR-VIGENCIA(WS-CANT-REGISTROS)
      *>                   EN BLANCO ES LA TARIFA GENERAL, IGUAL QUE
      *>                   "****" (VER 7700-CARGAR-TARIFAS)
                       IF TARIF-REG-LOC = SPACES
                           MOVE "****"
                               TO WS-TAR-LOC(WS-CANT-REGISTROS)
                       ELSE
                           MOVE TARIF-REG-LOC
                               TO WS-TAR-LOC(WS-CANT-REGISTROS)
                       END-IF
                       MOVE TARIF-REG-TARIFA
                           TO WS-TAR-TARIFA(WS-CANT-REGISTROS)
               END-READ
           END-PERFORM

           CLOSE TARIF-FILE

           DISPLAY "TARIFPF CARGADO: " WS-CANT-REGISTROS " REGISTROS".

       1000-CARGAR-ARCHIVO-EXIT.
           EXIT.


      *>   IDENTIFICACION DEL OPERADOR CON SU PIN (VER SESCALC.CPY),
      *>   MISMO ESQUEMA QUE 0400-INICIAR-SESION EN CL-18-EJ-18
       1100-INICIAR-SESION.

           MOVE "N" TO WS-OPER-HALLADO-SW
           MOVE "MNT-TARIF" TO WS-SES-PROGRAMA

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
                   " Y EL MANTENIMIENTO DE TARIFAS EXIGE NIVEL "
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


      *>   CARGA EL MAESTRO DE SUCURSALES PARA VALIDAR LAS TARIFAS POR
      *>   LOCACION; SIN MAESTRO SOLO SE ACEPTAN TARIFAS GENERALES
       1500-CARGAR-SUCURSALES.

           MOVE 0 TO WS-CANT-SUCUR

           OPEN INPUT SUCUR-FILE

           IF NOT FS-SUCUR-OK
               DISPLAY "AVISO: NO HAY MAESTRO DE SUCURSALES SUCURPF, "
                   "SOLO SE ACEPTAN TARIFAS GENERALES (****)"
               CLOSE SUCUR-FILE
               GO TO 1500-CARGAR-SUCURSALES-EXIT
           END-IF

           PERFORM UNTIL FS-SUCUR-EOF
               READ SUCUR-FILE
                   AT END
                       SET FS-SUCUR-EOF TO TRUE
                   NOT AT END
                       IF WS-CANT-SUCUR < 20
                           ADD 1 TO WS-CANT-SUCUR
                           MOVE SUCUR-REG-CODIGO
                               TO WS-SUC-CODIGO(WS-CANT-SUCUR)
                           MOVE SUCUR-REG-NOMBRE
                               TO WS-SUC-NOMBRE(WS-CANT-SUCUR)
                           MOVE SUCUR-REG-ACTIVA
                               TO WS-SUC-ACTIVA(WS-CANT-SUCUR)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SUCUR-FILE.

       1500-CARGAR-SUCURSALES-EXIT.
           EXIT.


      *>   ALTA DE UNA TARIFA NUEVA PARA UNA LOCACION Y VIGENCIA
       2000-ALTA.

           PERFORM 7100-PEDIR-VIGENCIA-LOC
               THRU 7100-PEDIR-VIGENCIA-LOC-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 2000-ALTA-EXIT
           END-IF

           PERFORM 7200-BUSCAR-VIGENCIA-LOC
               THRU 7200-BUSCAR-VIGENCIA-LOC-EXIT
           IF WS-REG-ENCONTRADO > 0
               DISPLAY "ERROR: YA EXISTE UNA TARIFA PARA ESA LOCACION "
                   "CON ESA VIGENCIA - USE LA CORRECCION"
               GO TO 2000-ALTA-EXIT
           END-IF

           IF WS-CANT-REGISTROS = 200
               DISPLAY "ERROR: LA TABLA ESTA LLENA (200 REGISTROS)"
               GO TO 2000-ALTA-EXIT
           END-IF

           PERFORM 7300-PEDIR-TARIFA
               THRU 7300-PEDIR-TARIFA-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 2000-ALTA-EXIT
           END-IF

           MOVE WS-CAP-VIGENCIA TO WS-IMG-VIGENCIA
           MOVE WS-CAP-LOC TO WS-IMG-LOC
           MOVE WS-CAP-TARIFA TO WS-IMG-TARIFA
           MOVE "A" TO WS-CAMB-ACCION
           MOVE SPACES TO WS-CAMB-ANTES
           MOVE WS-IMAGEN-TARIF TO WS-CAMB-DESPUES
           PERFORM 7600-ANOTAR
               THRU 7600-ANOTAR-EXIT
           IF NOT CAMB-ANOTADO
               GO TO 2000-ALTA-EXIT
           END-IF

           ADD 1 TO WS-CANT-REGISTROS
           MOVE WS-CAP-VIGENCIA TO WS-TAR-VIGENCIA(WS-CANT-REGISTROS)
           MOVE WS-CAP-LOC TO WS-TAR-LOC(WS-CANT-REGISTROS)
           MOVE WS-CAP-TARIFA TO WS-TAR-TARIFA(WS-CANT-REGISTROS)
           SET HUBO-CAMBIOS TO TRUE

           DISPLAY "ALTA REGISTRADA".

       2000-ALTA-EXIT.
           EXIT.


      *>   CORRECCION DEL IMPORTE DE UNA TARIFA EXISTENTE. SI YA ENTRO
      *>   EN VIGENCIA PIDE CONFIRMACION: LAS SEMANAS YA DISTRIBUIDAS
      *>   NO CAMBIAN, PERO UNA CORRECCION DE VISITAS DE ESAS SEMANAS
      *>   SE VALORIZARIA CON EL IMPORTE NUEVO
       3000-CORRECCION.

           PERFORM 7100-PEDIR-VIGENCIA-LOC
               THRU 7100-PEDIR-VIGENCIA-LOC-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 3000-CORRECCION-EXIT
           END-IF

           PERFORM 7200-BUSCAR-VIGENCIA-LOC
               THRU 7200-BUSCAR-VIGENCIA-LOC-EXIT
           IF WS-REG-ENCONTRADO = 0
               DISPLAY "ERROR: NO EXISTE UNA TARIFA PARA ESA LOCACION "
                   "CON ESA VIGENCIA"
               GO TO 3000-CORRECCION-EXIT
           END-IF

           MOVE WS-REG-ENCONTRADO TO i
           PERFORM 7700-MOSTRAR-REGISTRO
               THRU 7700-MOSTRAR-REGISTRO-EXIT

           IF WS-CAP-VIGENCIA NOT > WS-FECHA-HOY
               DISPLAY "AVISO: ESTA TARIFA YA ESTA EN VIGENCIA; LAS "
                   "CORRECCIONES DE VISITAS DE SUS SEMANAS SE "
                   "VALORIZARIAN CON EL IMPORTE NUEVO"
               DISPLAY "PARA CORREGIRLA IGUAL INGRESE S, CUALQUIER "
                   "OTRA COSA CANCELA"
               MOVE SPACE TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S"
                   DISPLAY "CORRECCION CANCELADA"
                   GO TO 3000-CORRECCION-EXIT
               END-IF
           END-IF

           MOVE WS-TAR-VIGENCIA(WS-REG-ENCONTRADO) TO WS-IMG-VIGENCIA
           MOVE WS-TAR-LOC(WS-REG-ENCONTRADO) TO WS-IMG-LOC
           MOVE WS-TAR-TARIFA(WS-REG-ENCONTRADO) TO WS-IMG-TARIFA
           MOVE WS-IMAGEN-TARIF TO WS-CAMB-ANTES

           PERFORM 7300-PEDIR-TARIFA
               THRU 7300-PEDIR-TARIFA-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 3000-CORRECCION-EXIT
           END-IF

           IF WS-CAP-TARIFA = WS-TAR-TARIFA(WS-REG-ENCONTRADO)
               DISPLAY "LA TARIFA NO CAMBIO, NO HAY NADA QUE CORREGIR"
               GO TO 3000-CORRECCION-EXIT
           END-IF

           MOVE WS-CAP-TARIFA TO WS-IMG-TARIFA
           MOVE "M" TO WS-CAMB-ACCION
           MOVE WS-IMAGEN-TARIF TO WS-CAMB-DESPUES
           PERFORM 7600-ANOTAR
               THRU 7600-ANOTAR-EXIT
           IF NOT CAMB-ANOTADO
               GO TO 3000-CORRECCION-EXIT
           END-IF

           MOVE WS-CAP-TARIFA TO WS-TAR-TARIFA(WS-REG-ENCONTRADO)
           SET HUBO-CAMBIOS TO TRUE

           DISPLAY "CORRECCION REGISTRADA".

       3000-CORRECCION-EXIT.
           EXIT.


      *>   ELIMINA UNA TARIFA QUE TODAVIA NO ENTRO EN VIGENCIA (UNA
      *>   CARGADA POR ERROR); LAS YA VIGENTES SON HISTORIA Y QUEDAN
       4000-ELIMINAR.

           PERFORM 7100-PEDIR-VIGENCIA-LOC
               THRU 7100-PEDIR-VIGENCIA-LOC-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 4000-ELIMINAR-EXIT
           END-IF

           PERFORM 7200-BUSCAR-VIGENCIA-LOC
               THRU 7200-BUSCAR-VIGENCIA-LOC-EXIT
           IF WS-REG-ENCONTRADO = 0
               DISPLAY "ERROR: NO EXISTE UNA TARIFA PARA ESA LOCACION "
                   "CON ESA VIGENCIA"
               GO TO 4000-ELIMINAR-EXIT
           END-IF

           IF WS-CAP-VIGENCIA NOT > WS-FECHA-HOY
               DISPLAY "ERROR: UNA TARIFA QUE YA ENTRO EN VIGENCIA NO "
                   "SE ELIMINA; CARGUE UNA NUEVA CON OTRA VIGENCIA"
               GO TO 4000-ELIMINAR-EXIT
           END-IF

           MOVE WS-TAR-VIGENCIA(WS-REG-ENCONTRADO) TO WS-IMG-VIGENCIA
           MOVE WS-TAR-LOC(WS-REG-ENCONTRADO) TO WS-IMG-LOC
           MOVE WS-TAR-TARIFA(WS-REG-ENCONTRADO) TO WS-IMG-TARIFA
           MOVE "E" TO WS-CAMB-ACCION
           MOVE WS-IMAGEN-TARIF TO WS-CAMB-ANTES
           MOVE SPACES TO WS-CAMB-DESPUES
           PERFORM 7600-ANOTAR
               THRU 7600-ANOTAR-EXIT
           IF NOT CAMB-ANOTADO
               GO TO 4000-ELIMINAR-EXIT
           END-IF

      *>       SE CORREN UNA POSICION LAS ENTRADAS QUE SIGUEN
           PERFORM VARYING i FROM WS-REG-ENCONTRADO BY 1
                   UNTIL i NOT < WS-CANT-REGISTROS
               MOVE WS-TAR-ENTRADA(i + 1) TO WS-TAR-ENTRADA(i)
           END-PERFORM
           SUBTRACT 1 FROM WS-CANT-REGISTROS
           SET HUBO-CAMBIOS TO TRUE

           DISPLAY "TARIFA ELIMINADA".

       4000-ELIMINAR-EXIT.
           EXIT.


      *>   LISTADO DE CONTROL DE TODA LA TABLA POR CONSOLA
       5000-LISTAR.

           IF WS-CANT-REGISTROS = 0
               DISPLAY "NO HAY REGISTROS CARGADOS"
               GO TO 5000-LISTAR-EXIT
           END-IF

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-REGISTROS
               PERFORM 7700-MOSTRAR-REGISTRO
                   THRU 7700-MOSTRAR-REGISTRO-EXIT
           END-PERFORM.

       5000-LISTAR-EXIT.
           EXIT.


      *>   REESCRIBE TARIFPF ENTERO DESDE LA TABLA Y RECIEN DESPUES
      *>   GRABA LOS CAMBIOS ANOTADOS EN CAMBIOSPF
       6000-GRABAR-ARCHIVO.

           OPEN OUTPUT TARIF-FILE

           IF NOT FS-TARIF-OK
               DISPLAY "ERROR: NO SE PUDO REESCRIBIR TARIFPF - "
                   "STATUS " WS-FS-TARIF
               DISPLAY "PROGRAMA ABORTADO, LOS CAMBIOS SE PERDIERON"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-REGISTROS
               MOVE WS-TAR-VIGENCIA(i) TO TARIF-REG-VIGENCIA
               MOVE WS-TAR-LOC(i) TO TARIF-REG-LOC
               MOVE WS-TAR-TARIFA(i) TO TARIF-REG-TARIFA
               WRITE TARIF-REG
           END-PERFORM

           CLOSE TARIF-FILE

           DISPLAY "TARIFPF GRABADO: " WS-CANT-REGISTROS " REGISTROS"

           PERFORM 8450-GRABAR-CAMBIOS
               THRU 8450-GRABAR-CAMBIOS-EXIT.

       6000-GRABAR-ARCHIVO-EXIT.
           EXIT.


      *>   PIDE LA FECHA DE VIGENCIA Y LA LOCACION Y LAS VALIDA; EL
      *>   RESULTADO QUEDA EN EL SWITCH CAPTURA-VALIDA
       7100-PEDIR-VIGENCIA-LOC.

           MOVE "N" TO WS-CAP-VALIDA-SW
           MOVE 0 TO WS-CAP-VIGENCIA

           DISPLAY "INGRESE LA FECHA DE VIGENCIA (AAAAMMDD)"
           ACCEPT WS-CAP-VIGENCIA

           MOVE WS-CAP-VIGENCIA(1:4) TO WS-FEC-ANIO
           MOVE WS-CAP-VIGENCIA(5:2) TO WS-FEC-MES
           MOVE WS-CAP-VIGENCIA(7:2) TO WS-FEC-DIA

           PERFORM 8900-VALIDAR-FECHA
               THRU 8900-VALIDAR-FECHA-EXIT

           IF NOT FECHA-ES-VALIDA
               DISPLAY "ERROR: FECHA DE VIGENCIA INVALIDA"
               GO TO 7100-PEDIR-VIGENCIA-LOC-EXIT
           END-IF

           DISPLAY "INGRESE LA LOCACION (**** O EN BLANCO = TARIFA "
               "GENERAL)"
           MOVE SPACES TO WS-CAP-LOC
           ACCEPT WS-CAP-LOC

           IF WS-CAP-LOC = SPACES OR WS-CAP-LOC = "****"
               MOVE "****" TO WS-CAP-LOC
               SET CAPTURA-VALIDA TO TRUE
               GO TO 7100-PEDIR-VIGENCIA-LOC-EXIT
           END-IF

           MOVE 0 TO SUC
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-SUCUR
               IF WS-SUC-CODIGO(i) = WS-CAP-LOC
                   MOVE i TO SUC
               END-IF
           END-PERFORM

           IF SUC = 0
               DISPLAY "ERROR: LA LOCACION '" WS-CAP-LOC "' NO ESTA "
                   "EN EL MAESTRO DE SUCURSALES SUCURPF"
               GO TO 7100-PEDIR-VIGENCIA-LOC-EXIT
           END-IF

           IF WS-SUC-ACTIVA(SUC) NOT = "S"
               DISPLAY "AVISO: LA SUCURSAL " WS-CAP-LOC " ("
                   WS-SUC-NOMBRE(SUC) ") ESTA INACTIVA"
           END-IF

           SET CAPTURA-VALIDA TO TRUE.

       7100-PEDIR-VIGENCIA-LOC-EXIT.
           EXIT.


      *>   BUSCA EN LA TABLA UNA TARIFA CON LA VIGENCIA Y LA LOCACION
      *>   DE LA CAPTURA; DEJA EL SUBINDICE EN WS-REG-ENCONTRADO (CERO
      *>   SI NO ESTA)
       7200-BUSCAR-VIGENCIA-LOC.

           MOVE 0 TO WS-REG-ENCONTRADO

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-REGISTROS
               IF WS-TAR-VIGENCIA(i) = WS-CAP-VIGENCIA
                       AND WS-TAR-LOC(i) = WS-CAP-LOC
                   MOVE i TO WS-REG-ENCONTRADO
                   GO TO 7200-BUSCAR-VIGENCIA-LOC-EXIT
               END-IF
           END-PERFORM.

       7200-BUSCAR-VIGENCIA-LOC-EXIT.
           EXIT.


      *>   PIDE EL IMPORTE DE LA TARIFA Y LO CONTROLA CONTRA LA TARIFA
      *>   ANTERIOR DE LA MISMA LOCACION (LA DE VIGENCIA MAS RECIENTE
      *>   ANTERIOR A LA CAPTURADA); EL RESULTADO QUEDA EN EL SWITCH
      *>   CAPTURA-VALIDA
       7300-PEDIR-TARIFA.

           MOVE "N" TO WS-CAP-VALIDA-SW

           DISPLAY "INGRESE LA TARIFA POR VISITA EN PESOS (HASTA "
               "9999,99)"
           MOVE 0 TO WS-CAP-TARIFA
           ACCEPT WS-CAP-TARIFA

           IF WS-CAP-TARIFA NOT > 0
               DISPLAY "ERROR: LA TARIFA DEBE SER MAYOR QUE CERO"
               GO TO 7300-PEDIR-TARIFA-EXIT
           END-IF

           MOVE 0 TO WS-REG-ANTERIOR
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-REGISTROS
               IF WS-TAR-LOC(i) = WS-CAP-LOC
                       AND WS-TAR-VIGENCIA(i) < WS-CAP-VIGENCIA
                   IF WS-REG-ANTERIOR = 0
                       MOVE i TO WS-REG-ANTERIOR
                   ELSE
                       IF WS-TAR-VIGENCIA(i) >
                               WS-TAR-VIGENCIA(WS-REG-ANTERIOR)
                           MOVE i TO WS-REG-ANTERIOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-REG-ANTERIOR > 0
               IF WS-CAP-TARIFA > WS-TAR-TARIFA(WS-REG-ANTERIOR)
                   COMPUTE WS-VARIACION-PCT ROUNDED =
                       (WS-CAP-TARIFA - WS-TAR-TARIFA(WS-REG-ANTERIOR))
                       * 100 / WS-TAR-TARIFA(WS-REG-ANTERIOR)
               ELSE
                   COMPUTE WS-VARIACION-PCT ROUNDED =
                       (WS-TAR-TARIFA(WS-REG-ANTERIOR) - WS-CAP-TARIFA)
                       * 100 / WS-TAR-TARIFA(WS-REG-ANTERIOR)
               END-IF
               IF WS-VARIACION-PCT > WS-VARIACION-MAX
                   MOVE WS-VARIACION-PCT TO WS-VARIACION-ED
                   DISPLAY "AVISO: LA TARIFA SE APARTA EN "
                       WS-VARIACION-ED " POR CIENTO DE LA ANTERIOR "
                       "DE ESA LOCACION (VIGENTE DESDE "
                       WS-TAR-VIGENCIA(WS-REG-ANTERIOR) ")"
                   DISPLAY "PARA ACEPTARLA IGUAL INGRESE S, CUALQUIER "
                       "OTRA COSA CANCELA"
                   MOVE SPACE TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA NOT = "S"
                       DISPLAY "TARIFA NO ACEPTADA"
                       GO TO 7300-PEDIR-TARIFA-EXIT
                   END-IF
               END-IF
           END-IF

           SET CAPTURA-VALIDA TO TRUE.

       7300-PEDIR-TARIFA-EXIT.
           EXIT.


      *>   ANOTA EL CAMBIO ARMADO EN EL REGISTRO DE CAMBIOS PENDIENTES
      *>   CON LA CLAVE VIGENCIA + LOCACION
       7600-ANOTAR.

           MOVE SPACES TO WS-CAMB-CLAVE
           MOVE WS-IMG-VIGENCIA TO WS-CAMB-CLAVE(1:8)
           MOVE WS-IMG-LOC TO WS-CAMB-CLAVE(9:4)

           PERFORM 8400-ANOTAR-CAMBIO
               THRU 8400-ANOTAR-CAMBIO-EXIT.

       7600-ANOTAR-EXIT.
           EXIT.


      *>   MUESTRA LA ENTRADA i DE LA TABLA, CON EL NOMBRE DE LA
      *>   SUCURSAL Y SI ESTA VIGENTE, ES FUTURA O YA FUE REEMPLAZADA
       7700-MOSTRAR-REGISTRO.

           MOVE WS-TAR-VIGENCIA(i) TO WS-ML-VIGENCIA
           MOVE WS-TAR-LOC(i) TO WS-ML-LOC
           MOVE WS-TAR-TARIFA(i) TO WS-ML-TARIFA

           IF WS-TAR-LOC(i) = "****"
               MOVE "TARIFA GENERAL" TO WS-ML-NOMBRE
           ELSE
               MOVE "(NO ESTA EN SUCURPF)" TO WS-ML-NOMBRE
               PERFORM VARYING SUC FROM 1 BY 1
                       UNTIL SUC > WS-CANT-SUCUR
                   IF WS-SUC-CODIGO(SUC) = WS-TAR-LOC(i)
                       MOVE WS-SUC-NOMBRE(SUC) TO WS-ML-NOMBRE
                   END-IF
               END-PERFORM
           END-IF

           IF WS-TAR-VIGENCIA(i) > WS-FECHA-HOY
               MOVE "FUTURA" TO WS-ML-ESTADO
           ELSE
               MOVE "VIGENTE" TO WS-ML-ESTADO
               PERFORM VARYING SUC FROM 1 BY 1
                       UNTIL SUC > WS-CANT-REGISTROS
                   IF WS-TAR-LOC(SUC) = WS-TAR-LOC(i)
                           AND WS-TAR-VIGENCIA(SUC) >
                               WS-TAR-VIGENCIA(i)
                           AND WS-TAR-VIGENCIA(SUC) NOT >
                               WS-FECHA-HOY
                       MOVE "HISTORICA" TO WS-ML-ESTADO
                   END-IF
               END-PERFORM
           END-IF

           DISPLAY WS-ML-DETALLE.

       7700-MOSTRAR-REGISTRO-EXIT.
           EXIT.


      *>   VALIDACION DE FECHA COMPARTIDA (VER 7100-PEDIR-VIGENCIA-LOC)
           COPY FECHAVAL.

      *>   CONTROL DE PIN Y REGISTRO DE INGRESOS COMPARTIDO (VER
      *>   1100-INICIAR-SESION)
           COPY SESCALC.

      *>   REGISTRO DE CAMBIOS COMPARTIDO (VER 6000-GRABAR-ARCHIVO)
           COPY CAMBCALC.
