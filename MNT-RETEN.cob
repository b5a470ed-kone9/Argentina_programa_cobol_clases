
      *> el comentario siempre empieza de la linea 7
      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNT-RETEN.
      *>--------------------------------------

      *> MANTENIMIENTO DEL ARCHIVO DE ALICUOTAS DE RETENCION RETENPF
      *> (GANANCIAS E IIBB CON SU FECHA DE VIGENCIA DESDE), QUE HASTA
      *> AHORA SE TIPEABA A MANO: UN ERROR RECIEN APARECIA CUANDO
      *> CL-18-EJ-18 CALCULABA LAS RETENCIONES (VER 3500-CARGAR-
      *> RETENCIONES). MISMO ESQUEMA QUE MNT-PARTIC: CARGA TODO RETENPF
      *> EN MEMORIA, OFRECE ALTA / CORRECCION / ELIMINACION POR CONSOLA
      *> Y REESCRIBE EL ARCHIVO AL SALIR. VALIDA ANTES DE ACEPTAR:
      *> - FECHA DE VIGENCIA VALIDA (COPYBOOK FECHAVAL COMPARTIDO) Y
      *>   QUE NO EXISTA YA OTRA ALICUOTA CON LA MISMA VIGENCIA,
      *> - ALICUOTA DE GANANCIAS ENTRE 0 Y WS-ALIC-MAX-GAN POR CIENTO
      *>   Y DE IIBB ENTRE 0 Y WS-ALIC-MAX-IIBB POR CIENTO (UNA COMA
      *>   CORRIDA DA UNA ALICUOTA FUERA DE TODO RANGO REAL).
      *> UNA ALICUOTA QUE YA ENTRO EN VIGENCIA NO SE ELIMINA (LOS
      *> CERTIFICADOS YA EMITIDOS SALIERON CON ELLA): SE CARGA UNA
      *> NUEVA. CORREGIRLA PIDE CONFIRMACION.
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
      *>   ARCHIVO DE ALICUOTAS, MISMO ARCHIVO QUE LEE CL-18-EJ-18
           SELECT RETEN-FILE ASSIGN TO "RETENPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETEN WS-FS-RETEN-EXT.

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
      *>   MISMO LAYOUT QUE RETEN-REG EN CL-18-EJ-18
       FD  RETEN-FILE.
       01  RETEN-REG.
           02 RETEN-REG-VIGENCIA     PIC 9(8).
           02 RETEN-REG-GANANCIAS    PIC 99V99.
           02 RETEN-REG-IIBB         PIC 99V99.

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

       01  WS-FS-RETEN               PIC XX.
           88 FS-RETEN-OK            VALUE "00".
           88 FS-RETEN-EOF           VALUE "10".
       01  WS-FS-RETEN-EXT           PIC 9(4).

       01  WS-FS-OPER                PIC XX.
           88 FS-OPER-OK             VALUE "00".
           88 FS-OPER-EOF            VALUE "10".
       01  WS-FS-OPER-EXT            PIC 9(4).

      *>   TODO RETENPF CARGADO EN MEMORIA: UNA ENTRADA POR VIGENCIA
       01  WS-CANT-REGISTROS         PIC 9(3) VALUE 0.
       01  WS-TABLA-RETEN.
           02 WS-RET-ENTRADA OCCURS 90 TIMES.
               03 WS-RET-VIGENCIA    PIC 9(8).
               03 WS-RET-GANANCIAS   PIC 99V99.
               03 WS-RET-IIBB        PIC 99V99.

       01  i                         PIC 9(3).
       01  j                         PIC 9(3).

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

      *>   FECHA DE HOY: SEPARA LAS ALICUOTAS YA VIGENTES DE LAS FUTURAS
       01  WS-FECHA-HOY              PIC 9(8) VALUE 0.

      *>   TOPES RAZONABLES DE CADA ALICUOTA, EN PORCIENTO
       01  WS-ALIC-MAX-GAN           PIC 99V99 VALUE 35,00.
       01  WS-ALIC-MAX-IIBB          PIC 99V99 VALUE 10,00.
       01  WS-ALIC-MAX-ED            PIC Z9,99.

      *>   DATOS DEL REGISTRO EN CAPTURA. LAS ALICUOTAS SE ACEPTAN CON
      *>   SIGNO PARA PODER RECHAZAR UN NEGATIVO EN VEZ DE PERDERLE EL
      *>   SIGNO
       01  WS-CAP-VIGENCIA           PIC 9(8) VALUE 0.
       01  WS-CAP-GANANCIAS          PIC S99V99 VALUE 0.
       01  WS-CAP-IIBB               PIC S99V99 VALUE 0.
       01  WS-CAP-VALIDA-SW          PIC X(01) VALUE "N".
           88 CAPTURA-VALIDA         VALUE "S".

      *>   SUBINDICE DEL REGISTRO ENCONTRADO EN LA TABLA (CERO = NO
      *>   ESTA)
       01  WS-REG-ENCONTRADO         PIC 9(3) VALUE 0.

       01  WS-CONFIRMA               PIC X(01) VALUE SPACE.

      *>   IMAGEN DE UN REGISTRO DE RETENPF PARA CAMBIOSPF
       01  WS-IMAGEN-RETEN.
           02 WS-IMG-VIGENCIA        PIC 9(8).
           02 WS-IMG-GANANCIAS       PIC 99V99.
           02 WS-IMG-IIBB            PIC 99V99.

      *>   ESTRUCTURA COMPARTIDA DE FECHA VALIDADA (VER FECHACPY.CPY)
           COPY FECHACPY.

      *>   LINEA DEL LISTADO POR CONSOLA
       01  WS-ML-DETALLE.
           02 FILLER                 PIC X(05) VALUE "VIG. ".
           02 WS-ML-VIGENCIA         PIC 9999/99/99.
           02 FILLER                 PIC X(14) VALUE "  GANANCIAS % ".
           02 WS-ML-GANANCIAS        PIC Z9,99.
           02 FILLER                 PIC X(09) VALUE "  IIBB % ".
           02 WS-ML-IIBB             PIC Z9,99.
           02 FILLER                 PIC X(02) VALUE "  ".
           02 WS-ML-ESTADO           PIC X(10).

      *>---------------------------PROCEDURE----------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE "RETENPF" TO WS-CAMB-ARCHIVO

           PERFORM 1100-INICIAR-SESION
               THRU 1100-INICIAR-SESION-EXIT

           PERFORM 1000-CARGAR-ARCHIVO
               THRU 1000-CARGAR-ARCHIVO-EXIT

           PERFORM UNTIL OPCION-FIN
               DISPLAY " "
               DISPLAY "MANTENIMIENTO DE RETENPF - OPCIONES:"
               DISPLAY "  A = ALTA DE ALICUOTAS CON NUEVA VIGENCIA"
               DISPLAY "  C = CORRECCION DE UNA VIGENCIA"
               DISPLAY "  E = ELIMINAR UNA VIGENCIA FUTURA"
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
               DISPLAY "SIN CAMBIOS, RETENPF QUEDA COMO ESTABA"
           END-IF

           GOBACK.

       0000-MAINLINE-EXIT.
           EXIT.


      *>   CARGA TODO RETENPF EN LA TABLA DE TRABAJO; SI EL ARCHIVO
      *>   TODAVIA NO EXISTE SE ARRANCA CON LA TABLA VACIA
       1000-CARGAR-ARCHIVO.

           MOVE 0 TO WS-CANT-REGISTROS

           OPEN INPUT RETEN-FILE

           IF NOT FS-RETEN-OK
               DISPLAY "AVISO: RETENPF NO EXISTE TODAVIA, SE ARRANCA "
                   "VACIO - STATUS " WS-FS-RETEN
               CLOSE RETEN-FILE
               GO TO 1000-CARGAR-ARCHIVO-EXIT
           END-IF

           PERFORM UNTIL FS-RETEN-EOF
               READ RETEN-FILE
                   AT END
                       SET FS-RETEN-EOF TO TRUE
                   NOT AT END
                       IF WS-CANT-REGISTROS = 90
                           DISPLAY "ERROR: RETENPF TIENE MAS DE 90 "
                               "REGISTROS, NO ENTRA EN LA TABLA"
                           DISPLAY "PROGRAMA ABORTADO"
                           MOVE 1 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-CANT-REGISTROS
                       MOVE RETEN-REG-VIGENCIA
                           TO WS-RET-VIGENCIA(WS-CANT-REGISTROS)
                       MOVE RETEN-REG-GANANCIAS
                           TO WS-RET-GANANCIAS(WS-CANT-REGISTROS)
                       MOVE RETEN-REG-IIBB
                           TO WS-RET-IIBB(WS-CANT-REGISTROS)
               END-READ
           END-PERFORM

           CLOSE RETEN-FILE

           DISPLAY "RETENPF CARGADO: " WS-CANT-REGISTROS " REGISTROS".

       1000-CARGAR-ARCHIVO-EXIT.
           EXIT.


      *>   IDENTIFICACION DEL OPERADOR CON SU PIN (VER SESCALC.CPY),
      *>   MISMO ESQUEMA QUE 0400-INICIAR-SESION EN CL-18-EJ-18
       1100-INICIAR-SESION.

           MOVE "N" TO WS-OPER-HALLADO-SW
           MOVE "MNT-RETEN" TO WS-SES-PROGRAMA

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
                   " Y EL MANTENIMIENTO DE ALICUOTAS EXIGE NIVEL "
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


      *>   ALTA DE UN PAR DE ALICUOTAS CON UNA VIGENCIA NUEVA
       2000-ALTA.

           PERFORM 7100-PEDIR-VIGENCIA
               THRU 7100-PEDIR-VIGENCIA-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 2000-ALTA-EXIT
           END-IF

           PERFORM 7200-BUSCAR-VIGENCIA
               THRU 7200-BUSCAR-VIGENCIA-EXIT
           IF WS-REG-ENCONTRADO > 0
               DISPLAY "ERROR: YA EXISTEN ALICUOTAS CON ESA VIGENCIA "
                   "- USE LA CORRECCION"
               GO TO 2000-ALTA-EXIT
           END-IF

           IF WS-CANT-REGISTROS = 90
               DISPLAY "ERROR: LA TABLA ESTA LLENA (90 REGISTROS)"
               GO TO 2000-ALTA-EXIT
           END-IF

           PERFORM 7300-PEDIR-ALICUOTAS
               THRU 7300-PEDIR-ALICUOTAS-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 2000-ALTA-EXIT
           END-IF

           MOVE WS-CAP-VIGENCIA TO WS-IMG-VIGENCIA
           MOVE WS-CAP-GANANCIAS TO WS-IMG-GANANCIAS
           MOVE WS-CAP-IIBB TO WS-IMG-IIBB
           MOVE "A" TO WS-CAMB-ACCION
           MOVE SPACES TO WS-CAMB-ANTES
           MOVE WS-IMAGEN-RETEN TO WS-CAMB-DESPUES
           PERFORM 7600-ANOTAR
               THRU 7600-ANOTAR-EXIT
           IF NOT CAMB-ANOTADO
               GO TO 2000-ALTA-EXIT
           END-IF

           ADD 1 TO WS-CANT-REGISTROS
           MOVE WS-CAP-VIGENCIA TO WS-RET-VIGENCIA(WS-CANT-REGISTROS)
           MOVE WS-CAP-GANANCIAS TO WS-RET-GANANCIAS(WS-CANT-REGISTROS)
           MOVE WS-CAP-IIBB TO WS-RET-IIBB(WS-CANT-REGISTROS)
           SET HUBO-CAMBIOS TO TRUE

           DISPLAY "ALTA REGISTRADA".

       2000-ALTA-EXIT.
           EXIT.


      *>   CORRECCION DE LAS ALICUOTAS DE UNA VIGENCIA EXISTENTE. SI YA
      *>   ENTRO EN VIGENCIA PIDE CONFIRMACION: LO YA RETENIDO Y
      *>   CERTIFICADO NO CAMBIA, SOLO LAS CORRIDAS QUE VIENEN
       3000-CORRECCION.

           PERFORM 7100-PEDIR-VIGENCIA
               THRU 7100-PEDIR-VIGENCIA-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 3000-CORRECCION-EXIT
           END-IF

           PERFORM 7200-BUSCAR-VIGENCIA
               THRU 7200-BUSCAR-VIGENCIA-EXIT
           IF WS-REG-ENCONTRADO = 0
               DISPLAY "ERROR: NO HAY ALICUOTAS CON ESA VIGENCIA"
               GO TO 3000-CORRECCION-EXIT
           END-IF

           MOVE WS-REG-ENCONTRADO TO i
           PERFORM 7700-MOSTRAR-REGISTRO
               THRU 7700-MOSTRAR-REGISTRO-EXIT

           IF WS-CAP-VIGENCIA NOT > WS-FECHA-HOY
               DISPLAY "AVISO: ESTAS ALICUOTAS YA ESTAN EN VIGENCIA; "
                   "LO YA RETENIDO Y CERTIFICADO NO CAMBIA"
               DISPLAY "PARA CORREGIRLAS IGUAL INGRESE S, CUALQUIER "
                   "OTRA COSA CANCELA"
               MOVE SPACE TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S"
                   DISPLAY "CORRECCION CANCELADA"
                   GO TO 3000-CORRECCION-EXIT
               END-IF
           END-IF

           MOVE WS-RET-VIGENCIA(WS-REG-ENCONTRADO) TO WS-IMG-VIGENCIA
           MOVE WS-RET-GANANCIAS(WS-REG-ENCONTRADO) TO WS-IMG-GANANCIAS
           MOVE WS-RET-IIBB(WS-REG-ENCONTRADO) TO WS-IMG-IIBB
           MOVE WS-IMAGEN-RETEN TO WS-CAMB-ANTES

           PERFORM 7300-PEDIR-ALICUOTAS
               THRU 7300-PEDIR-ALICUOTAS-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 3000-CORRECCION-EXIT
           END-IF

           IF WS-CAP-GANANCIAS = WS-RET-GANANCIAS(WS-REG-ENCONTRADO)
                   AND WS-CAP-IIBB = WS-RET-IIBB(WS-REG-ENCONTRADO)
               DISPLAY "LAS ALICUOTAS NO CAMBIARON, NO HAY NADA QUE "
                   "CORREGIR"
               GO TO 3000-CORRECCION-EXIT
           END-IF

           MOVE WS-CAP-GANANCIAS TO WS-IMG-GANANCIAS
           MOVE WS-CAP-IIBB TO WS-IMG-IIBB
           MOVE "M" TO WS-CAMB-ACCION
           MOVE WS-IMAGEN-RETEN TO WS-CAMB-DESPUES
           PERFORM 7600-ANOTAR
               THRU 7600-ANOTAR-EXIT
           IF NOT CAMB-ANOTADO
               GO TO 3000-CORRECCION-EXIT
           END-IF

           MOVE WS-CAP-GANANCIAS TO WS-RET-GANANCIAS(WS-REG-ENCONTRADO)
           MOVE WS-CAP-IIBB TO WS-RET-IIBB(WS-REG-ENCONTRADO)
           SET HUBO-CAMBIOS TO TRUE

           DISPLAY "CORRECCION REGISTRADA".

       3000-CORRECCION-EXIT.
           EXIT.


      *>   ELIMINA UNA VIGENCIA QUE TODAVIA NO EMPEZO (CARGADA POR
      *>   ERROR); LAS YA VIGENTES SON HISTORIA Y QUEDAN
       4000-ELIMINAR.

           PERFORM 7100-PEDIR-VIGENCIA
               THRU 7100-PEDIR-VIGENCIA-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 4000-ELIMINAR-EXIT
           END-IF

           PERFORM 7200-BUSCAR-VIGENCIA
               THRU 7200-BUSCAR-VIGENCIA-EXIT
           IF WS-REG-ENCONTRADO = 0
               DISPLAY "ERROR: NO HAY ALICUOTAS CON ESA VIGENCIA"
               GO TO 4000-ELIMINAR-EXIT
           END-IF

           IF WS-CAP-VIGENCIA NOT > WS-FECHA-HOY
               DISPLAY "ERROR: UNA VIGENCIA QUE YA EMPEZO NO SE "
                   "ELIMINA; CARGUE UNA NUEVA"
               GO TO 4000-ELIMINAR-EXIT
           END-IF

           MOVE WS-RET-VIGENCIA(WS-REG-ENCONTRADO) TO WS-IMG-VIGENCIA
           MOVE WS-RET-GANANCIAS(WS-REG-ENCONTRADO) TO WS-IMG-GANANCIAS
           MOVE WS-RET-IIBB(WS-REG-ENCONTRADO) TO WS-IMG-IIBB
           MOVE "E" TO WS-CAMB-ACCION
           MOVE WS-IMAGEN-RETEN TO WS-CAMB-ANTES
           MOVE SPACES TO WS-CAMB-DESPUES
           PERFORM 7600-ANOTAR
               THRU 7600-ANOTAR-EXIT
           IF NOT CAMB-ANOTADO
               GO TO 4000-ELIMINAR-EXIT
           END-IF

      *>       SE CORREN UNA POSICION LAS ENTRADAS QUE SIGUEN
           PERFORM VARYING i FROM WS-REG-ENCONTRADO BY 1
                   UNTIL i NOT < WS-CANT-REGISTROS
               MOVE WS-RET-ENTRADA(i + 1) TO WS-RET-ENTRADA(i)
           END-PERFORM
           SUBTRACT 1 FROM WS-CANT-REGISTROS
           SET HUBO-CAMBIOS TO TRUE

           DISPLAY "VIGENCIA ELIMINADA".

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


      *>   REESCRIBE RETENPF ENTERO DESDE LA TABLA Y RECIEN DESPUES
      *>   GRABA LOS CAMBIOS ANOTADOS EN CAMBIOSPF
       6000-GRABAR-ARCHIVO.

           OPEN OUTPUT RETEN-FILE

           IF NOT FS-RETEN-OK
               DISPLAY "ERROR: NO SE PUDO REESCRIBIR RETENPF - "
                   "STATUS " WS-FS-RETEN
               DISPLAY "PROGRAMA ABORTADO, LOS CAMBIOS SE PERDIERON"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-REGISTROS
               MOVE WS-RET-VIGENCIA(i) TO RETEN-REG-VIGENCIA
               MOVE WS-RET-GANANCIAS(i) TO RETEN-REG-GANANCIAS
               MOVE WS-RET-IIBB(i) TO RETEN-REG-IIBB
               WRITE RETEN-REG
           END-PERFORM

           CLOSE RETEN-FILE

           DISPLAY "RETENPF GRABADO: " WS-CANT-REGISTROS " REGISTROS"

           PERFORM 8450-GRABAR-CAMBIOS
               THRU 8450-GRABAR-CAMBIOS-EXIT.

       6000-GRABAR-ARCHIVO-EXIT.
           EXIT.


      *>   PIDE LA FECHA DE VIGENCIA Y LA VALIDA CON FECHAVAL; EL
      *>   RESULTADO QUEDA EN EL SWITCH CAPTURA-VALIDA
       7100-PEDIR-VIGENCIA.

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
               GO TO 7100-PEDIR-VIGENCIA-EXIT
           END-IF

           SET CAPTURA-VALIDA TO TRUE.

       7100-PEDIR-VIGENCIA-EXIT.
           EXIT.


      *>   BUSCA EN LA TABLA LA VIGENCIA DE LA CAPTURA; DEJA EL
      *>   SUBINDICE EN WS-REG-ENCONTRADO (CERO SI NO ESTA)
       7200-BUSCAR-VIGENCIA.

           MOVE 0 TO WS-REG-ENCONTRADO

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-REGISTROS
               IF WS-RET-VIGENCIA(i) = WS-CAP-VIGENCIA
                   MOVE i TO WS-REG-ENCONTRADO
                   GO TO 7200-BUSCAR-VIGENCIA-EXIT
               END-IF
           END-PERFORM.

       7200-BUSCAR-VIGENCIA-EXIT.
           EXIT.


      *>   PIDE LAS DOS ALICUOTAS Y CONTROLA QUE ESTEN EN SU RANGO; EL
      *>   RESULTADO QUEDA EN EL SWITCH CAPTURA-VALIDA
       7300-PEDIR-ALICUOTAS.

           MOVE "N" TO WS-CAP-VALIDA-SW

           MOVE WS-ALIC-MAX-GAN TO WS-ALIC-MAX-ED
           DISPLAY "INGRESE LA ALICUOTA DE GANANCIAS EN PORCIENTO "
               "(0 A " WS-ALIC-MAX-ED ")"
           MOVE 0 TO WS-CAP-GANANCIAS
           ACCEPT WS-CAP-GANANCIAS

           IF WS-CAP-GANANCIAS < 0
                   OR WS-CAP-GANANCIAS > WS-ALIC-MAX-GAN
               DISPLAY "ERROR: ALICUOTA DE GANANCIAS FUERA DE RANGO"
               GO TO 7300-PEDIR-ALICUOTAS-EXIT
           END-IF

           MOVE WS-ALIC-MAX-IIBB TO WS-ALIC-MAX-ED
           DISPLAY "INGRESE LA ALICUOTA DE IIBB EN PORCIENTO "
               "(0 A " WS-ALIC-MAX-ED ")"
           MOVE 0 TO WS-CAP-IIBB
           ACCEPT WS-CAP-IIBB

           IF WS-CAP-IIBB < 0
                   OR WS-CAP-IIBB > WS-ALIC-MAX-IIBB
               DISPLAY "ERROR: ALICUOTA DE IIBB FUERA DE RANGO"
               GO TO 7300-PEDIR-ALICUOTAS-EXIT
           END-IF

           SET CAPTURA-VALIDA TO TRUE.

       7300-PEDIR-ALICUOTAS-EXIT.
           EXIT.


      *>   ANOTA EL CAMBIO ARMADO EN EL REGISTRO DE CAMBIOS PENDIENTES
      *>   CON LA VIGENCIA COMO CLAVE
       7600-ANOTAR.

           MOVE SPACES TO WS-CAMB-CLAVE
           MOVE WS-IMG-VIGENCIA TO WS-CAMB-CLAVE(1:8)

           PERFORM 8400-ANOTAR-CAMBIO
               THRU 8400-ANOTAR-CAMBIO-EXIT.

       7600-ANOTAR-EXIT.
           EXIT.


      *>   MUESTRA LA ENTRADA i DE LA TABLA Y SI ESTA VIGENTE, ES
      *>   FUTURA O YA FUE REEMPLAZADA
       7700-MOSTRAR-REGISTRO.

           MOVE WS-RET-VIGENCIA(i) TO WS-ML-VIGENCIA
           MOVE WS-RET-GANANCIAS(i) TO WS-ML-GANANCIAS
           MOVE WS-RET-IIBB(i) TO WS-ML-IIBB

           IF WS-RET-VIGENCIA(i) > WS-FECHA-HOY
               MOVE "FUTURA" TO WS-ML-ESTADO
           ELSE
               MOVE "VIGENTE" TO WS-ML-ESTADO
               PERFORM VARYING j FROM 1 BY 1
                       UNTIL j > WS-CANT-REGISTROS
                   IF WS-RET-VIGENCIA(j) > WS-RET-VIGENCIA(i)
                           AND WS-RET-VIGENCIA(j) NOT > WS-FECHA-HOY
                       MOVE "HISTORICA" TO WS-ML-ESTADO
                   END-IF
               END-PERFORM
           END-IF

           DISPLAY WS-ML-DETALLE.

       7700-MOSTRAR-REGISTRO-EXIT.
           EXIT.


      *>   VALIDACION DE FECHA COMPARTIDA (VER 7100-PEDIR-VIGENCIA)
           COPY FECHAVAL.

      *>   CONTROL DE PIN Y REGISTRO DE INGRESOS COMPARTIDO (VER
      *>   1100-INICIAR-SESION)
           COPY SESCALC.

      *>   REGISTRO DE CAMBIOS COMPARTIDO (VER 6000-GRABAR-ARCHIVO)
           COPY CAMBCALC.
