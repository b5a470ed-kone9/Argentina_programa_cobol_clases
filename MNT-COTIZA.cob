
      *> el comentario siempre empieza de la linea 7
      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNT-COTIZA.
      *>--------------------------------------

      *> MANTENIMIENTO DEL ARCHIVO DE COTIZACIONES DIARIAS COTIZAPF
      *> (UNA COTIZACION EN PESOS POR MONEDA Y FECHA), QUE HASTA AHORA
      *> SE TIPEABA A MANO: UN ERROR RECIEN APARECIA CUANDO CL-18-EJ-18
      *> CONVERTIA UN MONTO EN MONEDA EXTRANJERA (VER 4500-CONVERTIR-
      *> MONEDA). MISMO ESQUEMA QUE MNT-PARTIC: CARGA TODO COTIZAPF EN
      *> MEMORIA, OFRECE ALTA / CORRECCION / ELIMINACION POR CONSOLA Y
      *> REESCRIBE EL ARCHIVO AL SALIR. VALIDA ANTES DE ACEPTAR:
      *> - FECHA VALIDA (COPYBOOK FECHAVAL COMPARTIDO),
      *> - MONEDA DE TRES LETRAS Y DISTINTA DE ARS (LOS PESOS NO SE
      *>   CONVIERTEN), SIN OTRA COTIZACION PARA LA MISMA FECHA Y
      *>   MONEDA (4500-CONVERTIR-MONEDA TOMARIA CUALQUIERA DE LAS DOS),
      *> - COTIZACION MAYOR QUE CERO Y, SI SE APARTA DE LA ULTIMA
      *>   ANTERIOR DE ESA MONEDA EN MAS DE WS-VARIACION-MAX POR CIENTO,
      *>   UNA CONFIRMACION EXPLICITA.
      *> CORREGIR O ELIMINAR UNA COTIZACION DE HOY O ANTERIOR PIDE
      *> CONFIRMACION: PUDO USARSE YA EN UNA CORRIDA (LA LINEA DEL LIBRO
      *> GUARDA LA COTIZACION APLICADA, ASI QUE LO YA REGISTRADO NO
      *> CAMBIA).
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
      *>   ARCHIVO DE COTIZACIONES, MISMO ARCHIVO QUE LEE CL-18-EJ-18
           SELECT COTIZA-FILE ASSIGN TO "COTIZAPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COTIZA WS-FS-COTIZA-EXT.

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
      *>   MISMO LAYOUT QUE COTIZA-REG EN CL-18-EJ-18
       FD  COTIZA-FILE.
       01  COTIZA-REG.
           02 COTIZA-REG-FECHA       PIC 9(8).
           02 COTIZA-REG-MONEDA      PIC X(3).
           02 COTIZA-REG-COTIZ       PIC 9(4)V9(4).

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

       01  WS-FS-COTIZA              PIC XX.
           88 FS-COTIZA-OK           VALUE "00".
           88 FS-COTIZA-EOF          VALUE "10".
       01  WS-FS-COTIZA-EXT          PIC 9(4).

       01  WS-FS-OPER                PIC XX.
           88 FS-OPER-OK             VALUE "00".
           88 FS-OPER-EOF            VALUE "10".
       01  WS-FS-OPER-EXT            PIC 9(4).

      *>   TODO COTIZAPF CARGADO EN MEMORIA: UNA ENTRADA POR FECHA Y
      *>   MONEDA. ALCANZA PARA UN ANIO Y MEDIO DE COTIZACIONES DIARIAS
      *>   DE UNA MONEDA; LO ANTERIOR NO HACE FALTA EN EL ARCHIVO
       01  WS-CANT-REGISTROS         PIC 9(3) VALUE 0.
       01  WS-MAX-REGISTROS          PIC 9(3) VALUE 600.
       01  WS-TABLA-COTIZA.
           02 WS-COT-ENTRADA OCCURS 600 TIMES.
               03 WS-COT-FECHA       PIC 9(8).
               03 WS-COT-MONEDA      PIC X(3).
               03 WS-COT-COTIZ       PIC 9(4)V9(4).

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
       01  WS-NIVEL-REQUERIDO        PIC 9 VALUE 2.

      *>   CONTROL DE PIN Y REGISTRO DE INGRESOS (VER SESCPY.CPY)
           COPY SESCPY.

      *>   REGISTRO DE CAMBIOS COMPARTIDO (VER CAMBCPY.CPY)
           COPY CAMBCPY.

      *>   FECHA DE HOY: UNA COTIZACION DE HOY O ANTERIOR PUDO USARSE
       01  WS-FECHA-HOY              PIC 9(8) VALUE 0.

      *>   DATOS DEL REGISTRO EN CAPTURA. LA COTIZACION SE ACEPTA CON
      *>   SIGNO PARA PODER RECHAZAR UN NEGATIVO EN VEZ DE PERDERLE EL
      *>   SIGNO
       01  WS-CAP-FECHA              PIC 9(8) VALUE 0.
       01  WS-CAP-MONEDA             PIC X(3) VALUE SPACES.
       01  WS-CAP-COTIZ              PIC S9(4)V9(4) VALUE 0.
       01  WS-CAP-VALIDA-SW          PIC X(01) VALUE "N".
           88 CAPTURA-VALIDA         VALUE "S".

      *>   SUBINDICE DEL REGISTRO ENCONTRADO EN LA TABLA (CERO = NO
      *>   ESTA) Y DE LA COTIZACION ANTERIOR DE LA MISMA MONEDA
       01  WS-REG-ENCONTRADO         PIC 9(3) VALUE 0.
       01  WS-REG-ANTERIOR           PIC 9(3) VALUE 0.

      *>   CONTROL DE VARIACION CONTRA LA COTIZACION ANTERIOR, EN
      *>   PORCIENTO
       01  WS-VARIACION-MAX          PIC 9(3) VALUE 20.
       01  WS-VARIACION-PCT          PIC 9(7)V99 VALUE 0.
       01  WS-VARIACION-ED           PIC Z.ZZZ.ZZ9,99.
       01  WS-CONFIRMA               PIC X(01) VALUE SPACE.

      *>   MONEDA PEDIDA PARA EL LISTADO (EN BLANCO = TODAS)
       01  WS-FILTRO-MONEDA          PIC X(3) VALUE SPACES.

      *>   IMAGEN DE UN REGISTRO DE COTIZAPF PARA CAMBIOSPF
       01  WS-IMAGEN-COTIZA.
           02 WS-IMG-FECHA           PIC 9(8).
           02 WS-IMG-MONEDA          PIC X(3).
           02 WS-IMG-COTIZ           PIC 9(4)V9(4).

      *>   ESTRUCTURA COMPARTIDA DE FECHA VALIDADA (VER FECHACPY.CPY)
           COPY FECHACPY.

      *>   LINEA DEL LISTADO POR CONSOLA
       01  WS-ML-DETALLE.
           02 FILLER                 PIC X(07) VALUE "FECHA  ".
           02 WS-ML-FECHA            PIC 9999/99/99.
           02 FILLER                 PIC X(10) VALUE "  MONEDA  ".
           02 WS-ML-MONEDA           PIC X(3).
           02 FILLER                 PIC X(14) VALUE "  COTIZACION $".
           02 WS-ML-COTIZ            PIC Z.ZZ9,9999.

      *>---------------------------PROCEDURE----------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE "COTIZAPF" TO WS-CAMB-ARCHIVO

           PERFORM 1100-INICIAR-SESION
               THRU 1100-INICIAR-SESION-EXIT

           PERFORM 1000-CARGAR-ARCHIVO
               THRU 1000-CARGAR-ARCHIVO-EXIT

           PERFORM UNTIL OPCION-FIN
               DISPLAY " "
               DISPLAY "MANTENIMIENTO DE COTIZAPF - OPCIONES:"
               DISPLAY "  A = ALTA DE COTIZACION"
               DISPLAY "  C = CORRECCION DE UNA COTIZACION"
               DISPLAY "  E = ELIMINAR UNA COTIZACION"
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
               DISPLAY "SIN CAMBIOS, COTIZAPF QUEDA COMO ESTABA"
           END-IF

           GOBACK.

       0000-MAINLINE-EXIT.
           EXIT.


      *>   CARGA TODO COTIZAPF EN LA TABLA DE TRABAJO; SI EL ARCHIVO
      *>   TODAVIA NO EXISTE SE ARRANCA CON LA TABLA VACIA
       1000-CARGAR-ARCHIVO.

           MOVE 0 TO WS-CANT-REGISTROS

           OPEN INPUT COTIZA-FILE

           IF NOT FS-COTIZA-OK
               DISPLAY "AVISO: COTIZAPF NO EXISTE TODAVIA, SE ARRANCA "
                   "VACIO - STATUS " WS-FS-COTIZA
               CLOSE COTIZA-FILE
               GO TO 1000-CARGAR-ARCHIVO-EXIT
           END-IF

           PERFORM UNTIL FS-COTIZA-EOF
               READ COTIZA-FILE
                   AT END
                       SET FS-COTIZA-EOF TO TRUE
                   NOT AT END
                       IF WS-CANT-REGISTROS = WS-MAX-REGISTROS
                           DISPLAY "ERROR: COTIZAPF TIENE MAS DE "
                               WS-MAX-REGISTROS " REGISTROS, NO ENTRA "
                               "EN LA TABLA; DEPURE LAS COTIZACIONES "
                               "VIEJAS"
                           DISPLAY "PROGRAMA ABORTADO"
                           MOVE 1 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-CANT-REGISTROS
                       MOVE COTIZA-REG-FECHA
                           TO WS-COT-FECHA(WS-CANT-REGISTROS)
                       MOVE COTIZA-REG-MONEDA
                           TO WS-COT-MONEDA(WS-CANT-REGISTROS)
                       MOVE COTIZA-REG-COTIZ
                           TO WS-COT-COTIZ(WS-CANT-REGISTROS)
               END-READ
           END-PERFORM

           CLOSE COTIZA-FILE

           DISPLAY "COTIZAPF CARGADO: " WS-CANT-REGISTROS " REGISTROS".

       1000-CARGAR-ARCHIVO-EXIT.
           EXIT.


      *>   IDENTIFICACION DEL OPERADOR CON SU PIN (VER SESCALC.CPY),
      *>   MISMO ESQUEMA QUE 0400-INICIAR-SESION EN CL-18-EJ-18
       1100-INICIAR-SESION.

           MOVE "N" TO WS-OPER-HALLADO-SW
           MOVE "MNT-COTIZA" TO WS-SES-PROGRAMA

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
                   " Y EL MANTENIMIENTO DE COTIZACIONES EXIGE NIVEL "
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


      *>   ALTA DE LA COTIZACION DE UNA MONEDA PARA UNA FECHA
       2000-ALTA.

           PERFORM 7100-PEDIR-FECHA-MONEDA
               THRU 7100-PEDIR-FECHA-MONEDA-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 2000-ALTA-EXIT
           END-IF

           PERFORM 7200-BUSCAR-FECHA-MONEDA
               THRU 7200-BUSCAR-FECHA-MONEDA-EXIT
           IF WS-REG-ENCONTRADO > 0
               DISPLAY "ERROR: YA HAY UNA COTIZACION DE " WS-CAP-MONEDA
                   " PARA ESA FECHA - USE LA CORRECCION"
               GO TO 2000-ALTA-EXIT
           END-IF

           IF WS-CANT-REGISTROS = WS-MAX-REGISTROS
               DISPLAY "ERROR: LA TABLA ESTA LLENA (" WS-MAX-REGISTROS
                   " REGISTROS)"
               GO TO 2000-ALTA-EXIT
           END-IF

           PERFORM 7300-PEDIR-COTIZACION
               THRU 7300-PEDIR-COTIZACION-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 2000-ALTA-EXIT
           END-IF

           MOVE WS-CAP-FECHA TO WS-IMG-FECHA
           MOVE WS-CAP-MONEDA TO WS-IMG-MONEDA
           MOVE WS-CAP-COTIZ TO WS-IMG-COTIZ
           MOVE "A" TO WS-CAMB-ACCION
           MOVE SPACES TO WS-CAMB-ANTES
           MOVE WS-IMAGEN-COTIZA TO WS-CAMB-DESPUES
           PERFORM 7600-ANOTAR
               THRU 7600-ANOTAR-EXIT
           IF NOT CAMB-ANOTADO
               GO TO 2000-ALTA-EXIT
           END-IF

           ADD 1 TO WS-CANT-REGISTROS
           MOVE WS-CAP-FECHA TO WS-COT-FECHA(WS-CANT-REGISTROS)
           MOVE WS-CAP-MONEDA TO WS-COT-MONEDA(WS-CANT-REGISTROS)
           MOVE WS-CAP-COTIZ TO WS-COT-COTIZ(WS-CANT-REGISTROS)
           SET HUBO-CAMBIOS TO TRUE

           DISPLAY "ALTA REGISTRADA".

       2000-ALTA-EXIT.
           EXIT.


      *>   CORRECCION DE UNA COTIZACION EXISTENTE
       3000-CORRECCION.

           PERFORM 7100-PEDIR-FECHA-MONEDA
               THRU 7100-PEDIR-FECHA-MONEDA-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 3000-CORRECCION-EXIT
           END-IF

           PERFORM 7200-BUSCAR-FECHA-MONEDA
               THRU 7200-BUSCAR-FECHA-MONEDA-EXIT
           IF WS-REG-ENCONTRADO = 0
               DISPLAY "ERROR: NO HAY COTIZACION DE " WS-CAP-MONEDA
                   " PARA ESA FECHA"
               GO TO 3000-CORRECCION-EXIT
           END-IF

           MOVE WS-REG-ENCONTRADO TO i
           PERFORM 7700-MOSTRAR-REGISTRO
               THRU 7700-MOSTRAR-REGISTRO-EXIT

           PERFORM 7400-CONFIRMAR-USADA
               THRU 7400-CONFIRMAR-USADA-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 3000-CORRECCION-EXIT
           END-IF

           MOVE WS-COT-FECHA(WS-REG-ENCONTRADO) TO WS-IMG-FECHA
           MOVE WS-COT-MONEDA(WS-REG-ENCONTRADO) TO WS-IMG-MONEDA
           MOVE WS-COT-COTIZ(WS-REG-ENCONTRADO) TO WS-IMG-COTIZ
           MOVE WS-IMAGEN-COTIZA TO WS-CAMB-ANTES

           PERFORM 7300-PEDIR-COTIZACION
               THRU 7300-PEDIR-COTIZACION-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 3000-CORRECCION-EXIT
           END-IF

           IF WS-CAP-COTIZ = WS-COT-COTIZ(WS-REG-ENCONTRADO)
               DISPLAY "LA COTIZACION NO CAMBIO, NO HAY NADA QUE "
                   "CORREGIR"
               GO TO 3000-CORRECCION-EXIT
           END-IF

           MOVE WS-CAP-COTIZ TO WS-IMG-COTIZ
           MOVE "M" TO WS-CAMB-ACCION
           MOVE WS-IMAGEN-COTIZA TO WS-CAMB-DESPUES
           PERFORM 7600-ANOTAR
               THRU 7600-ANOTAR-EXIT
           IF NOT CAMB-ANOTADO
               GO TO 3000-CORRECCION-EXIT
           END-IF

           MOVE WS-CAP-COTIZ TO WS-COT-COTIZ(WS-REG-ENCONTRADO)
           SET HUBO-CAMBIOS TO TRUE

           DISPLAY "CORRECCION REGISTRADA".

       3000-CORRECCION-EXIT.
           EXIT.


      *>   ELIMINA UNA COTIZACION CARGADA POR ERROR
       4000-ELIMINAR.

           PERFORM 7100-PEDIR-FECHA-MONEDA
               THRU 7100-PEDIR-FECHA-MONEDA-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 4000-ELIMINAR-EXIT
           END-IF

           PERFORM 7200-BUSCAR-FECHA-MONEDA
               THRU 7200-BUSCAR-FECHA-MONEDA-EXIT
           IF WS-REG-ENCONTRADO = 0
               DISPLAY "ERROR: NO HAY COTIZACION DE " WS-CAP-MONEDA
                   " PARA ESA FECHA"
               GO TO 4000-ELIMINAR-EXIT
           END-IF

           PERFORM 7400-CONFIRMAR-USADA
               THRU 7400-CONFIRMAR-USADA-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 4000-ELIMINAR-EXIT
           END-IF

           MOVE WS-COT-FECHA(WS-REG-ENCONTRADO) TO WS-IMG-FECHA
           MOVE WS-COT-MONEDA(WS-REG-ENCONTRADO) TO WS-IMG-MONEDA
           MOVE WS-COT-COTIZ(WS-REG-ENCONTRADO) TO WS-IMG-COTIZ
           MOVE "E" TO WS-CAMB-ACCION
           MOVE WS-IMAGEN-COTIZA TO WS-CAMB-ANTES
           MOVE SPACES TO WS-CAMB-DESPUES
           PERFORM 7600-ANOTAR
               THRU 7600-ANOTAR-EXIT
           IF NOT CAMB-ANOTADO
               GO TO 4000-ELIMINAR-EXIT
           END-IF

      *>       SE CORREN UNA POSICION LAS ENTRADAS QUE SIGUEN
           PERFORM VARYING i FROM WS-REG-ENCONTRADO BY 1
                   UNTIL i NOT < WS-CANT-REGISTROS
               MOVE WS-COT-ENTRADA(i + 1) TO WS-COT-ENTRADA(i)
           END-PERFORM
           SUBTRACT 1 FROM WS-CANT-REGISTROS
           SET HUBO-CAMBIOS TO TRUE

           DISPLAY "COTIZACION ELIMINADA".

       4000-ELIMINAR-EXIT.
           EXIT.


      *>   LISTADO DE CONTROL POR CONSOLA, DE UNA MONEDA O DE TODAS
       5000-LISTAR.

           IF WS-CANT-REGISTROS = 0
               DISPLAY "NO HAY REGISTROS CARGADOS"
               GO TO 5000-LISTAR-EXIT
           END-IF

           DISPLAY "INGRESE LA MONEDA A LISTAR (EN BLANCO = TODAS)"
           MOVE SPACES TO WS-FILTRO-MONEDA
           ACCEPT WS-FILTRO-MONEDA

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-REGISTROS
               IF WS-FILTRO-MONEDA = SPACES
                       OR WS-FILTRO-MONEDA = WS-COT-MONEDA(i)
                   PERFORM 7700-MOSTRAR-REGISTRO
                       THRU 7700-MOSTRAR-REGISTRO-EXIT
               END-IF
           END-PERFORM.

       5000-LISTAR-EXIT.
           EXIT.


      *>   REESCRIBE COTIZAPF ENTERO DESDE LA TABLA Y RECIEN DESPUES
      *>   GRABA LOS CAMBIOS ANOTADOS EN CAMBIOSPF
       6000-GRABAR-ARCHIVO.

           OPEN OUTPUT COTIZA-FILE

           IF NOT FS-COTIZA-OK
               DISPLAY "ERROR: NO SE PUDO REESCRIBIR COTIZAPF - "
                   "STATUS " WS-FS-COTIZA
               DISPLAY "PROGRAMA ABORTADO, LOS CAMBIOS SE PERDIERON"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-REGISTROS
               MOVE WS-COT-FECHA(i) TO COTIZA-REG-FECHA
               MOVE WS-COT-MONEDA(i) TO COTIZA-REG-MONEDA
               MOVE WS-COT-COTIZ(i) TO COTIZA-REG-COTIZ
               WRITE COTIZA-REG
           END-PERFORM

           CLOSE COTIZA-FILE

           DISPLAY "COTIZAPF GRABADO: " WS-CANT-REGISTROS " REGISTROS"

           PERFORM 8450-GRABAR-CAMBIOS
               THRU 8450-GRABAR-CAMBIOS-EXIT.

       6000-GRABAR-ARCHIVO-EXIT.
           EXIT.


      *>   PIDE LA FECHA Y LA MONEDA Y LAS VALIDA; EL RESULTADO QUEDA
      *>   EN EL SWITCH CAPTURA-VALIDA
       7100-PEDIR-FECHA-MONEDA.

           MOVE "N" TO WS-CAP-VALIDA-SW
           MOVE 0 TO WS-CAP-FECHA

           DISPLAY "INGRESE LA FECHA DE LA COTIZACION (AAAAMMDD)"
           ACCEPT WS-CAP-FECHA

           MOVE WS-CAP-FECHA(1:4) TO WS-FEC-ANIO
           MOVE WS-CAP-FECHA(5:2) TO WS-FEC-MES
           MOVE WS-CAP-FECHA(7:2) TO WS-FEC-DIA

           PERFORM 8900-VALIDAR-FECHA
               THRU 8900-VALIDAR-FECHA-EXIT

           IF NOT FECHA-ES-VALIDA
               DISPLAY "ERROR: FECHA INVALIDA"
               GO TO 7100-PEDIR-FECHA-MONEDA-EXIT
           END-IF

           DISPLAY "INGRESE LA MONEDA (CODIGO DE TRES LETRAS, EJ. USD)"
           MOVE SPACES TO WS-CAP-MONEDA
           ACCEPT WS-CAP-MONEDA

           IF WS-CAP-MONEDA IS NOT ALPHABETIC
                   OR WS-CAP-MONEDA(1:1) = SPACE
                   OR WS-CAP-MONEDA(2:1) = SPACE
                   OR WS-CAP-MONEDA(3:1) = SPACE
               DISPLAY "ERROR: LA MONEDA DEBE SER UN CODIGO DE TRES "
                   "LETRAS"
               GO TO 7100-PEDIR-FECHA-MONEDA-EXIT
           END-IF

           IF WS-CAP-MONEDA = "ARS"
               DISPLAY "ERROR: LOS PESOS NO SE CONVIERTEN, NO LLEVAN "
                   "COTIZACION"
               GO TO 7100-PEDIR-FECHA-MONEDA-EXIT
           END-IF

           SET CAPTURA-VALIDA TO TRUE.

       7100-PEDIR-FECHA-MONEDA-EXIT.
           EXIT.


      *>   BUSCA EN LA TABLA LA FECHA Y MONEDA DE LA CAPTURA; DEJA EL
      *>   SUBINDICE EN WS-REG-ENCONTRADO (CERO SI NO ESTA)
       7200-BUSCAR-FECHA-MONEDA.

           MOVE 0 TO WS-REG-ENCONTRADO

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-REGISTROS
               IF WS-COT-FECHA(i) = WS-CAP-FECHA
                       AND WS-COT-MONEDA(i) = WS-CAP-MONEDA
                   MOVE i TO WS-REG-ENCONTRADO
                   GO TO 7200-BUSCAR-FECHA-MONEDA-EXIT
               END-IF
           END-PERFORM.

       7200-BUSCAR-FECHA-MONEDA-EXIT.
           EXIT.


      *>   PIDE LA COTIZACION Y LA CONTROLA CONTRA LA ULTIMA ANTERIOR
      *>   DE LA MISMA MONEDA; EL RESULTADO QUEDA EN EL SWITCH
      *>   CAPTURA-VALIDA
       7300-PEDIR-COTIZACION.

           MOVE "N" TO WS-CAP-VALIDA-SW

           DISPLAY "INGRESE LA COTIZACION EN PESOS (HASTA 9999,9999)"
           MOVE 0 TO WS-CAP-COTIZ
           ACCEPT WS-CAP-COTIZ

           IF WS-CAP-COTIZ NOT > 0
               DISPLAY "ERROR: LA COTIZACION DEBE SER MAYOR QUE CERO"
               GO TO 7300-PEDIR-COTIZACION-EXIT
           END-IF

           MOVE 0 TO WS-REG-ANTERIOR
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-REGISTROS
               IF WS-COT-MONEDA(i) = WS-CAP-MONEDA
                       AND WS-COT-FECHA(i) < WS-CAP-FECHA
                   IF WS-REG-ANTERIOR = 0
                       MOVE i TO WS-REG-ANTERIOR
                   ELSE
                       IF WS-COT-FECHA(i) >
                               WS-COT-FECHA(WS-REG-ANTERIOR)
                           MOVE i TO WS-REG-ANTERIOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-REG-ANTERIOR > 0
               IF WS-CAP-COTIZ > WS-COT-COTIZ(WS-REG-ANTERIOR)
                   COMPUTE WS-VARIACION-PCT ROUNDED =
                       (WS-CAP-COTIZ - WS-COT-COTIZ(WS-REG-ANTERIOR))
                       * 100 / WS-COT-COTIZ(WS-REG-ANTERIOR)
               ELSE
                   COMPUTE WS-VARIACION-PCT ROUNDED =
                       (WS-COT-COTIZ(WS-REG-ANTERIOR) - WS-CAP-COTIZ)
                       * 100 / WS-COT-COTIZ(WS-REG-ANTERIOR)
               END-IF
               IF WS-VARIACION-PCT > WS-VARIACION-MAX
                   MOVE WS-VARIACION-PCT TO WS-VARIACION-ED
                   DISPLAY "AVISO: LA COTIZACION SE APARTA EN "
                       WS-VARIACION-ED " POR CIENTO DE LA ANTERIOR "
                       "DE " WS-CAP-MONEDA " (DEL "
                       WS-COT-FECHA(WS-REG-ANTERIOR) ")"
                   DISPLAY "PARA ACEPTARLA IGUAL INGRESE S, CUALQUIER "
                       "OTRA COSA CANCELA"
                   MOVE SPACE TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA NOT = "S"
                       DISPLAY "COTIZACION NO ACEPTADA"
                       GO TO 7300-PEDIR-COTIZACION-EXIT
                   END-IF
               END-IF
           END-IF

           SET CAPTURA-VALIDA TO TRUE.

       7300-PEDIR-COTIZACION-EXIT.
           EXIT.


      *>   UNA COTIZACION DE HOY O ANTERIOR PUDO USARSE YA EN UNA
      *>   CORRIDA: PIDE CONFIRMACION ANTES DE TOCARLA. EL RESULTADO
      *>   QUEDA EN EL SWITCH CAPTURA-VALIDA
       7400-CONFIRMAR-USADA.

           SET CAPTURA-VALIDA TO TRUE

           IF WS-CAP-FECHA > WS-FECHA-HOY
               GO TO 7400-CONFIRMAR-USADA-EXIT
           END-IF

           DISPLAY "AVISO: ESTA COTIZACION PUDO USARSE YA EN UNA "
               "CORRIDA; LO YA REGISTRADO EN EL LIBRO NO CAMBIA"
           DISPLAY "PARA SEGUIR IGUAL INGRESE S, CUALQUIER OTRA COSA "
               "CANCELA"
           MOVE SPACE TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               MOVE "N" TO WS-CAP-VALIDA-SW
               DISPLAY "OPERACION CANCELADA"
           END-IF.

       7400-CONFIRMAR-USADA-EXIT.
           EXIT.


      *>   ANOTA EL CAMBIO ARMADO EN EL REGISTRO DE CAMBIOS PENDIENTES
      *>   CON LA CLAVE FECHA + MONEDA
       7600-ANOTAR.

           MOVE SPACES TO WS-CAMB-CLAVE
           MOVE WS-IMG-FECHA TO WS-CAMB-CLAVE(1:8)
           MOVE WS-IMG-MONEDA TO WS-CAMB-CLAVE(9:3)

           PERFORM 8400-ANOTAR-CAMBIO
               THRU 8400-ANOTAR-CAMBIO-EXIT.

       7600-ANOTAR-EXIT.
           EXIT.


      *>   MUESTRA LA ENTRADA i DE LA TABLA
       7700-MOSTRAR-REGISTRO.

           MOVE WS-COT-FECHA(i) TO WS-ML-FECHA
           MOVE WS-COT-MONEDA(i) TO WS-ML-MONEDA
           MOVE WS-COT-COTIZ(i) TO WS-ML-COTIZ

           DISPLAY WS-ML-DETALLE.

       7700-MOSTRAR-REGISTRO-EXIT.
           EXIT.


      *>   VALIDACION DE FECHA COMPARTIDA (VER 7100-PEDIR-FECHA-MONEDA)
           COPY FECHAVAL.

      *>   CONTROL DE PIN Y REGISTRO DE INGRESOS COMPARTIDO (VER
      *>   1100-INICIAR-SESION)
           COPY SESCALC.

      *>   REGISTRO DE CAMBIOS COMPARTIDO (VER 6000-GRABAR-ARCHIVO)
           COPY CAMBCALC.
