
      *> el comentario siempre empieza de la linea 7
      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNT-CALEND.
      *>--------------------------------------

      *> MANTENIMIENTO DEL CALENDARIO DE CORRIDAS CALENDPF, QUE HASTA
      *> AHORA SE TIPEABA A MANO: UN ERROR RECIEN APARECIA CUANDO
      *> DRV18TOT SE NEGABA A CORRER (O CORRIA UN FERIADO). EL ARCHIVO
      *> TIENE DOS TIPOS DE REGISTRO (VER 0200-VERIFICAR-CALENDARIO EN
      *> DRV18TOT): "F" + FECHA AAAAMMDD DE UN FERIADO, Y UN UNICO "D"
      *> CON EL DIA DE LA SEMANA DESIGNADO PARA LA CORRIDA EN EL ULTIMO
      *> DIGITO (1=LUNES...7=DOMINGO). MISMO ESQUEMA QUE MNT-PARTIC:
      *> CARGA TODO CALENDPF EN MEMORIA, OFRECE LOS CAMBIOS POR CONSOLA
      *> Y REESCRIBE EL ARCHIVO AL SALIR. VALIDA ANTES DE ACEPTAR:
      *> - FECHA DE FERIADO VALIDA (COPYBOOK FECHAVAL COMPARTIDO) Y NO
      *>   CARGADA YA; AVISA SI CAE EN EL DIA DESIGNADO (ESA SEMANA
      *>   DRV18TOT NO CORRE SIN UNA NOTA EN FORZARPF),
      *> - DIA DESIGNADO ENTRE 1 Y 7 (0 SACA EL CONTROL DE DIA).
      *> LOS REGISTROS DE OTRO TIPO SE CONSERVAN TAL CUAL.
      *> EXIGE SESION DE UN OPERADOR CON PIN (VER SESCALC.CPY) Y CADA
      *> CAMBIO QUEDA EN EL REGISTRO DE CAMBIOS CAMBIOSPF CON EL
      *> OPERADOR, LA FECHA Y HORA Y LA IMAGEN ANTES Y DESPUES (VER
      *> CAMBCALC.CPY).

      *>--------------------------------------
       ENVIRONMENT DIVISION.
      *>--------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   CALENDARIO DE CORRIDAS, MISMO ARCHIVO QUE LEE DRV18TOT
           SELECT CALEND-FILE ASSIGN TO "CALENDPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CALEND WS-FS-CALEND-EXT.

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
      *>   MISMO LAYOUT QUE CALEND-REG EN DRV18TOT
       FD  CALEND-FILE.
       01  CALEND-REG.
           02 CALEND-REG-TIPO          PIC X(1).
           02 CALEND-REG-DATO          PIC 9(8).

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

       01  WS-FS-CALEND              PIC XX.
           88 FS-CALEND-OK           VALUE "00".
           88 FS-CALEND-EOF          VALUE "10".
       01  WS-FS-CALEND-EXT          PIC 9(4).

       01  WS-FS-OPER                PIC XX.
           88 FS-OPER-OK             VALUE "00".
           88 FS-OPER-EOF            VALUE "10".
       01  WS-FS-OPER-EXT            PIC 9(4).

      *>   TODO CALENDPF CARGADO EN MEMORIA, EN EL ORDEN DEL ARCHIVO
       01  WS-CANT-REGISTROS         PIC 9(3) VALUE 0.
       01  WS-TABLA-CALEND.
           02 WS-CAL-ENTRADA OCCURS 200 TIMES.
               03 WS-CAL-TIPO        PIC X(1).
               03 WS-CAL-DATO        PIC 9(8).

      *>   SUBINDICE DEL REGISTRO "D" (CERO = NO HAY DIA DESIGNADO). SI
      *>   HUBIERA MAS DE UNO VALE EL ULTIMO, IGUAL QUE EN DRV18TOT
       01  WS-REG-DESIGNADO          PIC 9(3) VALUE 0.
       01  WS-DIA-DESIGNADO          PIC 9 VALUE 0.

       01  i                         PIC 9(3).

      *>   OPCION DEL MENU PRINCIPAL
       01  WS-OPCION                 PIC X(01) VALUE SPACE.
           88 OPCION-ALTA            VALUE "A".
           88 OPCION-ELIMINAR        VALUE "E".
           88 OPCION-DESIGNADO       VALUE "D".
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

      *>   DIA DE LA SEMANA DE UN FERIADO (VER DIASCPY.CPY)
           COPY DIASCPY.

      *>   FECHA DE HOY: LOS FERIADOS PASADOS SE LISTAN APARTE
       01  WS-FECHA-HOY              PIC 9(8) VALUE 0.

      *>   DATOS DEL REGISTRO EN CAPTURA
       01  WS-CAP-FECHA              PIC 9(8) VALUE 0.
       01  WS-CAP-DIA                PIC X(1) VALUE SPACE.
       01  WS-CAP-VALIDA-SW          PIC X(01) VALUE "N".
           88 CAPTURA-VALIDA         VALUE "S".

      *>   SUBINDICE DEL FERIADO ENCONTRADO EN LA TABLA (CERO = NO
      *>   ESTA)
       01  WS-REG-ENCONTRADO         PIC 9(3) VALUE 0.

      *>   FILTRO DEL LISTADO: T = TODOS, P = SOLO PROXIMOS
       01  WS-FILTRO                 PIC X(01) VALUE SPACE.
           88 LISTAR-TODOS           VALUE "T".

      *>   NOMBRES DE LOS DIAS DE LA SEMANA, 1=LUNES...7=DOMINGO
       01  WS-NOMBRES-DIAS.
           02 FILLER                 PIC X(9) VALUE "LUNES".
           02 FILLER                 PIC X(9) VALUE "MARTES".
           02 FILLER                 PIC X(9) VALUE "MIERCOLES".
           02 FILLER                 PIC X(9) VALUE "JUEVES".
           02 FILLER                 PIC X(9) VALUE "VIERNES".
           02 FILLER                 PIC X(9) VALUE "SABADO".
           02 FILLER                 PIC X(9) VALUE "DOMINGO".
       01  WS-NOMBRES-DIAS-R REDEFINES WS-NOMBRES-DIAS.
           02 WS-NOMBRE-DIA          PIC X(9) OCCURS 7 TIMES.

      *>   IMAGEN DE UN REGISTRO DE CALENDPF PARA CAMBIOSPF
       01  WS-IMAGEN-CALEND.
           02 WS-IMG-TIPO            PIC X(1).
           02 WS-IMG-DATO            PIC 9(8).

      *>   ESTRUCTURA COMPARTIDA DE FECHA VALIDADA (VER FECHACPY.CPY)
           COPY FECHACPY.

      *>   LINEA DEL LISTADO POR CONSOLA
       01  WS-ML-DETALLE.
           02 FILLER                 PIC X(09) VALUE "FERIADO  ".
           02 WS-ML-FECHA            PIC 9999/99/99.
           02 FILLER                 PIC X(02) VALUE "  ".
           02 WS-ML-DIA              PIC X(9).
           02 FILLER                 PIC X(02) VALUE "  ".
           02 WS-ML-MARCA            PIC X(30).

      *>---------------------------PROCEDURE----------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE "CALENDPF" TO WS-CAMB-ARCHIVO

           PERFORM 1100-INICIAR-SESION
               THRU 1100-INICIAR-SESION-EXIT

           PERFORM 1000-CARGAR-ARCHIVO
               THRU 1000-CARGAR-ARCHIVO-EXIT

           PERFORM UNTIL OPCION-FIN
               DISPLAY " "
               DISPLAY "MANTENIMIENTO DE CALENDPF - OPCIONES:"
               DISPLAY "  A = ALTA DE FERIADO"
               DISPLAY "  E = ELIMINAR UN FERIADO"
               DISPLAY "  D = DIA DE LA SEMANA DESIGNADO PARA LA "
                   "CORRIDA"
               DISPLAY "  L = LISTAR EL CALENDARIO"
               DISPLAY "  F = FIN (GRABA LOS CAMBIOS)"
               MOVE SPACE TO WS-OPCION
               ACCEPT WS-OPCION

               EVALUATE TRUE
                   WHEN OPCION-ALTA
                       PERFORM 2000-ALTA-FERIADO
                           THRU 2000-ALTA-FERIADO-EXIT
                   WHEN OPCION-ELIMINAR
                       PERFORM 3000-ELIMINAR-FERIADO
                           THRU 3000-ELIMINAR-FERIADO-EXIT
                   WHEN OPCION-DESIGNADO
                       PERFORM 4000-DIA-DESIGNADO
                           THRU 4000-DIA-DESIGNADO-EXIT
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
               DISPLAY "SIN CAMBIOS, CALENDPF QUEDA COMO ESTABA"
           END-IF

           GOBACK.

       0000-MAINLINE-EXIT.
           EXIT.


      *>   CARGA TODO CALENDPF EN LA TABLA DE TRABAJO; SI EL ARCHIVO
      *>   TODAVIA NO EXISTE SE ARRANCA CON LA TABLA VACIA
       1000-CARGAR-ARCHIVO.

           MOVE 0 TO WS-CANT-REGISTROS
           MOVE 0 TO WS-REG-DESIGNADO

           OPEN INPUT CALEND-FILE

           IF NOT FS-CALEND-OK
               DISPLAY "AVISO: CALENDPF NO EXISTE TODAVIA, SE ARRANCA "
                   "VACIO - STATUS " WS-FS-CALEND
               CLOSE CALEND-FILE
               GO TO 1000-CARGAR-ARCHIVO-EXIT
           END-IF

           PERFORM UNTIL FS-CALEND-EOF
               READ CALEND-FILE
                   AT END
                       SET FS-CALEND-EOF TO TRUE
                   NOT AT END
                       IF WS-CANT-REGISTROS = 200
                           DISPLAY "ERROR: CALENDPF TIENE MAS DE 200 "
                               "REGISTROS, NO ENTRA EN LA TABLA"
                           DISPLAY "PROGRAMA ABORTADO"
                           MOVE 1 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-CANT-REGISTROS
                       MOVE CALEND-REG-TIPO
                           TO WS-CAL-TIPO(WS-CANT-REGISTROS)
                       MOVE CALEND-REG-DATO
                           TO WS-CAL-DATO(WS-CANT-REGISTROS)
                       IF CALEND-REG-TIPO = "D"
                           MOVE WS-CANT-REGISTROS TO WS-REG-DESIGNADO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CALEND-FILE

           PERFORM 7500-TOMAR-DESIGNADO
               THRU 7500-TOMAR-DESIGNADO-EXIT

           DISPLAY "CALENDPF CARGADO: " WS-CANT-REGISTROS " REGISTROS".

       1000-CARGAR-ARCHIVO-EXIT.
           EXIT.


      *>   IDENTIFICACION DEL OPERADOR CON SU PIN (VER SESCALC.CPY),
      *>   MISMO ESQUEMA QUE 0400-INICIAR-SESION EN CL-18-EJ-18
       1100-INICIAR-SESION.

           MOVE "N" TO WS-OPER-HALLADO-SW
           MOVE "MNT-CALEND" TO WS-SES-PROGRAMA

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
                   " Y EL MANTENIMIENTO DEL CALENDARIO EXIGE NIVEL "
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


      *>   ALTA DE UN FERIADO
       2000-ALTA-FERIADO.

           PERFORM 7100-PEDIR-FECHA
               THRU 7100-PEDIR-FECHA-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 2000-ALTA-FERIADO-EXIT
           END-IF

           PERFORM 7200-BUSCAR-FERIADO
               THRU 7200-BUSCAR-FERIADO-EXIT
           IF WS-REG-ENCONTRADO > 0
               DISPLAY "ERROR: ESA FECHA YA ESTA CARGADA COMO FERIADO"
               GO TO 2000-ALTA-FERIADO-EXIT
           END-IF

           IF WS-CANT-REGISTROS = 200
               DISPLAY "ERROR: LA TABLA ESTA LLENA (200 REGISTROS)"
               GO TO 2000-ALTA-FERIADO-EXIT
           END-IF

           MOVE WS-CAP-FECHA TO WS-DIA-FECHA
           PERFORM 8700-CALCULAR-DIAS
               THRU 8700-CALCULAR-DIAS-EXIT
           DISPLAY "EL " WS-CAP-FECHA " CAE "
               WS-NOMBRE-DIA(WS-DIA-SEMANA)

           IF WS-CAP-FECHA < WS-FECHA-HOY
               DISPLAY "AVISO: ES UNA FECHA PASADA, NO AFECTA NINGUNA "
                   "CORRIDA"
           END-IF

           IF WS-DIA-DESIGNADO > 0
                   AND WS-DIA-SEMANA = WS-DIA-DESIGNADO
               DISPLAY "AVISO: CAE EN EL DIA DESIGNADO PARA LA "
                   "CORRIDA; ESA SEMANA DRV18TOT NO CORRE SIN UNA "
                   "NOTA EN FORZARPF"
           END-IF

           MOVE "F" TO WS-IMG-TIPO
           MOVE WS-CAP-FECHA TO WS-IMG-DATO
           MOVE "A" TO WS-CAMB-ACCION
           MOVE SPACES TO WS-CAMB-ANTES
           MOVE WS-IMAGEN-CALEND TO WS-CAMB-DESPUES
           PERFORM 7600-ANOTAR
               THRU 7600-ANOTAR-EXIT
           IF NOT CAMB-ANOTADO
               GO TO 2000-ALTA-FERIADO-EXIT
           END-IF

           ADD 1 TO WS-CANT-REGISTROS
           MOVE "F" TO WS-CAL-TIPO(WS-CANT-REGISTROS)
           MOVE WS-CAP-FECHA TO WS-CAL-DATO(WS-CANT-REGISTROS)
           SET HUBO-CAMBIOS TO TRUE

           DISPLAY "FERIADO REGISTRADO".

       2000-ALTA-FERIADO-EXIT.
           EXIT.


      *>   ELIMINA UN FERIADO CARGADO POR ERROR
       3000-ELIMINAR-FERIADO.

           PERFORM 7100-PEDIR-FECHA
               THRU 7100-PEDIR-FECHA-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 3000-ELIMINAR-FERIADO-EXIT
           END-IF

           PERFORM 7200-BUSCAR-FERIADO
               THRU 7200-BUSCAR-FERIADO-EXIT
           IF WS-REG-ENCONTRADO = 0
               DISPLAY "ERROR: ESA FECHA NO ESTA CARGADA COMO FERIADO"
               GO TO 3000-ELIMINAR-FERIADO-EXIT
           END-IF

           MOVE "F" TO WS-IMG-TIPO
           MOVE WS-CAP-FECHA TO WS-IMG-DATO
           MOVE "E" TO WS-CAMB-ACCION
           MOVE WS-IMAGEN-CALEND TO WS-CAMB-ANTES
           MOVE SPACES TO WS-CAMB-DESPUES
           PERFORM 7600-ANOTAR
               THRU 7600-ANOTAR-EXIT
           IF NOT CAMB-ANOTADO
               GO TO 3000-ELIMINAR-FERIADO-EXIT
           END-IF

           PERFORM 7300-SACAR-ENTRADA
               THRU 7300-SACAR-ENTRADA-EXIT
           SET HUBO-CAMBIOS TO TRUE

           DISPLAY "FERIADO ELIMINADO".

       3000-ELIMINAR-FERIADO-EXIT.
           EXIT.


      *>   FIJA, CAMBIA O SACA EL DIA DE LA SEMANA DESIGNADO PARA LA
      *>   CORRIDA (EL REGISTRO "D")
       4000-DIA-DESIGNADO.

           IF WS-DIA-DESIGNADO = 0
               DISPLAY "HOY NO HAY DIA DESIGNADO PARA LA CORRIDA"
           ELSE
               DISPLAY "DIA DESIGNADO ACTUAL: " WS-DIA-DESIGNADO " ("
                   WS-NOMBRE-DIA(WS-DIA-DESIGNADO) ")"
           END-IF

           DISPLAY "INGRESE EL DIA DESIGNADO (1=LUNES...7=DOMINGO, "
               "0 = SIN CONTROL DE DIA)"
           MOVE SPACE TO WS-CAP-DIA
           ACCEPT WS-CAP-DIA

           IF WS-CAP-DIA < "0" OR WS-CAP-DIA > "7"
               DISPLAY "ERROR: EL DIA DEBE SER UN NUMERO DE 0 A 7"
               GO TO 4000-DIA-DESIGNADO-EXIT
           END-IF

           IF WS-CAP-DIA = WS-DIA-DESIGNADO
               DISPLAY "EL DIA DESIGNADO NO CAMBIO"
               GO TO 4000-DIA-DESIGNADO-EXIT
           END-IF

           MOVE "D" TO WS-IMG-TIPO
           MOVE 0 TO WS-IMG-DATO
           MOVE SPACES TO WS-CAMB-ANTES
           MOVE SPACES TO WS-CAMB-DESPUES
           IF WS-REG-DESIGNADO > 0
               MOVE WS-CAL-DATO(WS-REG-DESIGNADO) TO WS-IMG-DATO
               MOVE WS-IMAGEN-CALEND TO WS-CAMB-ANTES
           END-IF
           IF WS-CAP-DIA NOT = "0"
               MOVE 0 TO WS-IMG-DATO
               MOVE WS-CAP-DIA TO WS-IMG-DATO(8:1)
               MOVE WS-IMAGEN-CALEND TO WS-CAMB-DESPUES
           END-IF

           EVALUATE TRUE
               WHEN WS-REG-DESIGNADO = 0
                   MOVE "A" TO WS-CAMB-ACCION
               WHEN WS-CAP-DIA = "0"
                   MOVE "E" TO WS-CAMB-ACCION
               WHEN OTHER
                   MOVE "M" TO WS-CAMB-ACCION
           END-EVALUATE

           IF WS-REG-DESIGNADO = 0 AND WS-CANT-REGISTROS = 200
               DISPLAY "ERROR: LA TABLA ESTA LLENA (200 REGISTROS)"
               GO TO 4000-DIA-DESIGNADO-EXIT
           END-IF

           PERFORM 7600-ANOTAR
               THRU 7600-ANOTAR-EXIT
           IF NOT CAMB-ANOTADO
               GO TO 4000-DIA-DESIGNADO-EXIT
           END-IF

           EVALUATE WS-CAMB-ACCION
               WHEN "A"
                   ADD 1 TO WS-CANT-REGISTROS
                   MOVE "D" TO WS-CAL-TIPO(WS-CANT-REGISTROS)
                   MOVE WS-IMG-DATO TO WS-CAL-DATO(WS-CANT-REGISTROS)
                   MOVE WS-CANT-REGISTROS TO WS-REG-DESIGNADO
               WHEN "E"
                   MOVE WS-REG-DESIGNADO TO WS-REG-ENCONTRADO
                   PERFORM 7300-SACAR-ENTRADA
                       THRU 7300-SACAR-ENTRADA-EXIT
      *>               SI HABIA OTRO "D" MAS ARRIBA, AHORA VALE ESE
                   MOVE 0 TO WS-REG-DESIGNADO
                   PERFORM VARYING i FROM 1 BY 1
                           UNTIL i > WS-CANT-REGISTROS
                       IF WS-CAL-TIPO(i) = "D"
                           MOVE i TO WS-REG-DESIGNADO
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   MOVE WS-IMG-DATO TO WS-CAL-DATO(WS-REG-DESIGNADO)
           END-EVALUATE

           PERFORM 7500-TOMAR-DESIGNADO
               THRU 7500-TOMAR-DESIGNADO-EXIT
           SET HUBO-CAMBIOS TO TRUE

           IF WS-DIA-DESIGNADO = 0
               DISPLAY "DIA DESIGNADO QUITADO: DRV18TOT CORRE "
                   "CUALQUIER DIA QUE NO SEA FERIADO"
           ELSE
               DISPLAY "DIA DESIGNADO REGISTRADO: "
                   WS-NOMBRE-DIA(WS-DIA-DESIGNADO)
           END-IF.

       4000-DIA-DESIGNADO-EXIT.
           EXIT.


      *>   LISTADO DE CONTROL POR CONSOLA: EL DIA DESIGNADO Y LOS
      *>   FERIADOS, SOLO LOS PROXIMOS O TODOS
       5000-LISTAR.

           IF WS-DIA-DESIGNADO = 0
               DISPLAY "DIA DESIGNADO: NINGUNO"
           ELSE
               DISPLAY "DIA DESIGNADO: " WS-DIA-DESIGNADO " ("
                   WS-NOMBRE-DIA(WS-DIA-DESIGNADO) ")"
           END-IF

           DISPLAY "LISTAR T = TODOS LOS FERIADOS, CUALQUIER OTRA "
               "COSA = SOLO LOS PROXIMOS"
           MOVE SPACE TO WS-FILTRO
           ACCEPT WS-FILTRO

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-REGISTROS
               EVALUATE TRUE
                   WHEN WS-CAL-TIPO(i) = "D"
                       CONTINUE
                   WHEN WS-CAL-TIPO(i) NOT = "F"
                       DISPLAY "REGISTRO DE TIPO DESCONOCIDO: "
                           WS-CAL-TIPO(i) WS-CAL-DATO(i)
                   WHEN WS-CAL-DATO(i) < WS-FECHA-HOY
                           AND NOT LISTAR-TODOS
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-CAL-DATO(i) TO WS-ML-FECHA
                       MOVE WS-CAL-DATO(i) TO WS-DIA-FECHA
                       PERFORM 8700-CALCULAR-DIAS
                           THRU 8700-CALCULAR-DIAS-EXIT
                       MOVE WS-NOMBRE-DIA(WS-DIA-SEMANA) TO WS-ML-DIA
                       MOVE SPACES TO WS-ML-MARCA
                       IF WS-CAL-DATO(i) < WS-FECHA-HOY
                           MOVE "PASADO" TO WS-ML-MARCA
                       END-IF
                       IF WS-DIA-SEMANA = WS-DIA-DESIGNADO
                           MOVE "*CAE EN EL DIA DESIGNADO"
                               TO WS-ML-MARCA
                       END-IF
                       DISPLAY WS-ML-DETALLE
               END-EVALUATE
           END-PERFORM.

       5000-LISTAR-EXIT.
           EXIT.


      *>   REESCRIBE CALENDPF ENTERO DESDE LA TABLA Y RECIEN DESPUES
      *>   GRABA LOS CAMBIOS ANOTADOS EN CAMBIOSPF
       6000-GRABAR-ARCHIVO.

           OPEN OUTPUT CALEND-FILE

           IF NOT FS-CALEND-OK
               DISPLAY "ERROR: NO SE PUDO REESCRIBIR CALENDPF - "
                   "STATUS " WS-FS-CALEND
               DISPLAY "PROGRAMA ABORTADO, LOS CAMBIOS SE PERDIERON"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-REGISTROS
               MOVE WS-CAL-TIPO(i) TO CALEND-REG-TIPO
               MOVE WS-CAL-DATO(i) TO CALEND-REG-DATO
               WRITE CALEND-REG
           END-PERFORM

           CLOSE CALEND-FILE

           DISPLAY "CALENDPF GRABADO: " WS-CANT-REGISTROS " REGISTROS"

           PERFORM 8450-GRABAR-CAMBIOS
               THRU 8450-GRABAR-CAMBIOS-EXIT.

       6000-GRABAR-ARCHIVO-EXIT.
           EXIT.


      *>   PIDE LA FECHA DEL FERIADO Y LA VALIDA CON FECHAVAL; EL
      *>   RESULTADO QUEDA EN EL SWITCH CAPTURA-VALIDA
       7100-PEDIR-FECHA.

           MOVE "N" TO WS-CAP-VALIDA-SW
           MOVE 0 TO WS-CAP-FECHA

           DISPLAY "INGRESE LA FECHA DEL FERIADO (AAAAMMDD)"
           ACCEPT WS-CAP-FECHA

           MOVE WS-CAP-FECHA(1:4) TO WS-FEC-ANIO
           MOVE WS-CAP-FECHA(5:2) TO WS-FEC-MES
           MOVE WS-CAP-FECHA(7:2) TO WS-FEC-DIA

           PERFORM 8900-VALIDAR-FECHA
               THRU 8900-VALIDAR-FECHA-EXIT

           IF NOT FECHA-ES-VALIDA
               DISPLAY "ERROR: FECHA INVALIDA"
               GO TO 7100-PEDIR-FECHA-EXIT
           END-IF

           SET CAPTURA-VALIDA TO TRUE.

       7100-PEDIR-FECHA-EXIT.
           EXIT.


      *>   BUSCA EN LA TABLA UN FERIADO CON LA FECHA DE LA CAPTURA;
      *>   DEJA EL SUBINDICE EN WS-REG-ENCONTRADO (CERO SI NO ESTA)
       7200-BUSCAR-FERIADO.

           MOVE 0 TO WS-REG-ENCONTRADO

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-REGISTROS
               IF WS-CAL-TIPO(i) = "F"
                       AND WS-CAL-DATO(i) = WS-CAP-FECHA
                   MOVE i TO WS-REG-ENCONTRADO
                   GO TO 7200-BUSCAR-FERIADO-EXIT
               END-IF
           END-PERFORM.

       7200-BUSCAR-FERIADO-EXIT.
           EXIT.


      *>   SACA DE LA TABLA LA ENTRADA WS-REG-ENCONTRADO, CORRIENDO UNA
      *>   POSICION LAS QUE SIGUEN (Y EL SUBINDICE DEL "D" SI QUEDABA
      *>   DESPUES)
       7300-SACAR-ENTRADA.

           PERFORM VARYING i FROM WS-REG-ENCONTRADO BY 1
                   UNTIL i NOT < WS-CANT-REGISTROS
               MOVE WS-CAL-ENTRADA(i + 1) TO WS-CAL-ENTRADA(i)
           END-PERFORM
           SUBTRACT 1 FROM WS-CANT-REGISTROS

           IF WS-REG-DESIGNADO > WS-REG-ENCONTRADO
               SUBTRACT 1 FROM WS-REG-DESIGNADO
           END-IF.

       7300-SACAR-ENTRADA-EXIT.
           EXIT.


      *>   TOMA EL DIA DESIGNADO DEL REGISTRO "D" VIGENTE (CERO SI NO
      *>   HAY); UN DIGITO FUERA DE 1 A 7 SE TOMA COMO CERO
       7500-TOMAR-DESIGNADO.

           MOVE 0 TO WS-DIA-DESIGNADO

           IF WS-REG-DESIGNADO > 0
               MOVE WS-CAL-DATO(WS-REG-DESIGNADO)(8:1)
                   TO WS-DIA-DESIGNADO
           END-IF

           IF WS-DIA-DESIGNADO > 7
               DISPLAY "AVISO: EL DIA DESIGNADO DE CALENDPF ("
                   WS-DIA-DESIGNADO ") NO ES UN DIA DE LA SEMANA"
               MOVE 0 TO WS-DIA-DESIGNADO
           END-IF.

       7500-TOMAR-DESIGNADO-EXIT.
           EXIT.


      *>   ANOTA EL CAMBIO ARMADO EN EL REGISTRO DE CAMBIOS PENDIENTES
      *>   CON LA CLAVE TIPO + FECHA ("D" SOLO PARA EL DIA DESIGNADO)
       7600-ANOTAR.

           MOVE SPACES TO WS-CAMB-CLAVE
           MOVE WS-IMG-TIPO TO WS-CAMB-CLAVE(1:1)
           IF WS-IMG-TIPO = "F"
               MOVE WS-IMG-DATO TO WS-CAMB-CLAVE(2:8)
           END-IF

           PERFORM 8400-ANOTAR-CAMBIO
               THRU 8400-ANOTAR-CAMBIO-EXIT.

       7600-ANOTAR-EXIT.
           EXIT.


      *>   VALIDACION DE FECHA COMPARTIDA (VER 7100-PEDIR-FECHA)
           COPY FECHAVAL.

      *>   DIA DE LA SEMANA DE UNA FECHA (VER 2000-ALTA-FERIADO)
           COPY DIASCALC.

      *>   CONTROL DE PIN Y REGISTRO DE INGRESOS COMPARTIDO (VER
      *>   1100-INICIAR-SESION)
           COPY SESCALC.

      *>   REGISTRO DE CAMBIOS COMPARTIDO (VER 6000-GRABAR-ARCHIVO)
           COPY CAMBCALC.
