
      *> el comentario siempre empieza de la linea 7
      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNT-CUENTA.
      *>--------------------------------------

      *> MANTENIMIENTO DEL PLAN DE CUENTAS DE LA EXPORTACION CONTABLE
      *> CUENTAPF: PARA CADA CLASE DE MOVIMIENTO QUE EXP-CONT PASA AL
      *> SISTEMA DE CONTADURIA, LA CUENTA CONTABLE Y EL CENTRO DE
      *> COSTO DONDE SE IMPUTA. LAS CLASES SON:
      *> - G = GASTO DISTRIBUIDO, UNO POR PARTICIPANTE (NRO 1-9) MAS
      *>   EL NRO 0, QUE VALE PARA LOS PARTICIPANTES SIN CUENTA PROPIA,
      *> - V = REVERSAS DE DISTRIBUCIONES, MISMO ESQUEMA QUE G,
      *> - R = RETENCION DE GANANCIAS A PAGAR (NRO 0),
      *> - I = RETENCION DE INGRESOS BRUTOS A PAGAR (NRO 0),
      *> - B = BANCO DE DONDE SALEN LAS TRANSFERENCIAS (NRO 0).
      *> MISMO ESQUEMA QUE MNT-TARIF: CARGA TODO CUENTAPF EN MEMORIA,
      *> OFRECE ALTA / MODIFICACION / ELIMINACION POR CONSOLA Y
      *> REESCRIBE EL ARCHIVO AL SALIR. VALIDA ANTES DE ACEPTAR:
      *> - CLASE CONOCIDA Y NRO ENTRE 0 Y 9 PARA G/V (SI EL NRO NO
      *>   ESTA EN PARTICPF PIDE CONFIRMACION); R/I/B SIEMPRE NRO 0,
      *> - QUE NO EXISTA YA UNA CUENTA PARA LA MISMA CLASE Y NRO,
      *> - CUENTA NO VACIA; CENTRO DE COSTO OBLIGATORIO PARA G Y V
      *>   (EL GASTO SE ABRE POR CENTRO DE COSTO EN CONTADURIA).
      *> ELIMINAR LA CUENTA GENERAL DE UNA CLASE PIDE CONFIRMACION:
      *> EXP-CONT NO EXPORTA NADA MIENTRAS FALTE UNA CUENTA QUE
      *> NECESITA.
      *> EXIGE SESION DE UN OPERADOR CON PIN (VER SESCALC.CPY) Y CADA
      *> CAMBIO QUEDA EN EL REGISTRO DE CAMBIOS CAMBIOSPF CON EL
      *> OPERADOR, LA FECHA Y HORA Y LA IMAGEN ANTES Y DESPUES (VER
      *> CAMBCALC.CPY).

      *>--------------------------------------
       ENVIRONMENT DIVISION.
      *>--------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   PLAN DE CUENTAS DE LA EXPORTACION, MISMO ARCHIVO QUE LEE
      *>   EXP-CONT
           SELECT CUENTA-FILE ASSIGN TO "CUENTAPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CUENTA WS-FS-CUENTA-EXT.

      *>   MAESTRO DE PARTICIPANTES, PARA MOSTRAR EL NOMBRE Y CONTROLAR
      *>   EL NRO DE LAS CUENTAS DE GASTO Y DE REVERSA
           SELECT PARTIC-FILE ASSIGN TO "PARTICPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARTIC WS-FS-PARTIC-EXT.

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
      *>   MISMO LAYOUT QUE CUENTA-REG EN EXP-CONT
       FD  CUENTA-FILE.
       01  CUENTA-REG.
           02 CUENTA-REG-CLASE       PIC X(1).
           02 CUENTA-REG-NRO         PIC 9(1).
           02 CUENTA-REG-CUENTA      PIC X(12).
           02 CUENTA-REG-CCOSTO      PIC X(8).
           02 CUENTA-REG-DESCRIP     PIC X(30).

      *>   MISMO LAYOUT QUE PARTIC-REG-FILE EN CL-18-EJ-18
       FD  PARTIC-FILE.
       01  PARTIC-REG-FILE.
           02 PARTIC-REG-NRO         PIC 9(1).
           02 PARTIC-REG-VIGENCIA    PIC 9(8).
           02 PARTIC-REG-PORCENTAJE  PIC 99V9.
           02 PARTIC-REG-NOMBRE      PIC X(20).
           02 PARTIC-REG-CBU         PIC X(22).
           02 PARTIC-REG-CUIT        PIC X(11).
      *>       ESQUEMA DE REPARTO DEL REGISTRO (POR SUCURSAL, POR
      *>       REGION O GENERAL, VER CL-18-EJ-18); ACA NO SE USA: EL
      *>       NOMBRE, EL CBU Y LA CUIT DE UN NRO SON LOS MISMOS EN
      *>       TODOS LOS ESQUEMAS
           02 PARTIC-REG-ESQ-TIPO    PIC X(1).
           02 PARTIC-REG-ESQ-CLAVE   PIC X(10).

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

       01  WS-FS-CUENTA              PIC XX.
           88 FS-CUENTA-OK           VALUE "00".
           88 FS-CUENTA-EOF          VALUE "10".
       01  WS-FS-CUENTA-EXT          PIC 9(4).

       01  WS-FS-PARTIC              PIC XX.
           88 FS-PARTIC-OK           VALUE "00".
           88 FS-PARTIC-EOF          VALUE "10".
       01  WS-FS-PARTIC-EXT          PIC 9(4).

       01  WS-FS-OPER                PIC XX.
           88 FS-OPER-OK             VALUE "00".
           88 FS-OPER-EOF            VALUE "10".
       01  WS-FS-OPER-EXT            PIC 9(4).

      *>   TODO CUENTAPF CARGADO EN MEMORIA: COMO MAXIMO 5 CLASES POR
      *>   10 NROS, MISMO TOPE QUE LA TABLA DE EXP-CONT
       01  WS-CANT-REGISTROS         PIC 99 VALUE 0.
       01  WS-MAX-CUENTAS            PIC 99 VALUE 50.
       01  WS-TABLA-CUENTA.
           02 WS-CTA-ENTRADA OCCURS 50 TIMES.
               03 WS-CTA-CLASE       PIC X(1).
               03 WS-CTA-NRO         PIC 9(1).
               03 WS-CTA-CUENTA      PIC X(12).
               03 WS-CTA-CCOSTO      PIC X(8).
               03 WS-CTA-DESCRIP     PIC X(30).

      *>   NOMBRE DE CADA PARTICIPANTE (DEL REGISTRO DE VIGENCIA MAS
      *>   RECIENTE DE PARTICPF); VIGENCIA CERO = NO ESTA
       01  WS-TABLA-PARTIC.
           02 WS-PAR-ENTRADA OCCURS 9 TIMES.
               03 WS-PAR-VIGENCIA    PIC 9(8).
               03 WS-PAR-NOMBRE      PIC X(20).

       01  i                         PIC 99.
       01  k                         PIC 99.

      *>   OPCION DEL MENU PRINCIPAL
       01  WS-OPCION                 PIC X(01) VALUE SPACE.
           88 OPCION-ALTA            VALUE "A".
           88 OPCION-MODIFICAR       VALUE "M".
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

      *>   DATOS DEL REGISTRO EN CAPTURA
       01  WS-CAP-CLASE              PIC X(1) VALUE SPACE.
           88 CLASE-VALIDA           VALUE "G" "V" "R" "I" "B".
           88 CLASE-POR-PARTICIPANTE VALUE "G" "V".
       01  WS-CAP-NRO                PIC 9(1) VALUE 0.
       01  WS-CAP-CUENTA             PIC X(12) VALUE SPACES.
       01  WS-CAP-CCOSTO             PIC X(8) VALUE SPACES.
       01  WS-CAP-DESCRIP            PIC X(30) VALUE SPACES.
       01  WS-CAP-VALIDA-SW          PIC X(01) VALUE "N".
           88 CAPTURA-VALIDA         VALUE "S".
       01  WS-CONFIRMA               PIC X(01) VALUE SPACE.

      *>   SUBINDICE DE LA CUENTA ENCONTRADA EN LA TABLA (CERO = NO
      *>   ESTA)
       01  WS-REG-ENCONTRADO         PIC 99 VALUE 0.

      *>   IMAGEN DE UN REGISTRO DE CUENTAPF PARA CAMBIOSPF
       01  WS-IMAGEN-CUENTA.
           02 WS-IMG-CLASE           PIC X(1).
           02 WS-IMG-NRO             PIC 9(1).
           02 WS-IMG-CUENTA          PIC X(12).
           02 WS-IMG-CCOSTO          PIC X(8).
           02 WS-IMG-DESCRIP         PIC X(30).

      *>   LINEA DEL LISTADO POR CONSOLA
       01  WS-ML-DETALLE.
           02 WS-ML-CLASE            PIC X(1).
           02 FILLER                 PIC X(01) VALUE "-".
           02 WS-ML-NRO              PIC 9(1).
           02 FILLER                 PIC X(02) VALUE "  ".
           02 WS-ML-CUENTA           PIC X(12).
           02 FILLER                 PIC X(02) VALUE "  ".
           02 WS-ML-CCOSTO           PIC X(8).
           02 FILLER                 PIC X(02) VALUE "  ".
           02 WS-ML-DESCRIP          PIC X(30).
           02 FILLER                 PIC X(02) VALUE "  ".
           02 WS-ML-APLICA           PIC X(20).

      *>---------------------------PROCEDURE----------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.

           MOVE "CUENTAPF" TO WS-CAMB-ARCHIVO

           PERFORM 1100-INICIAR-SESION
               THRU 1100-INICIAR-SESION-EXIT

           PERFORM 1000-CARGAR-ARCHIVO
               THRU 1000-CARGAR-ARCHIVO-EXIT

           PERFORM 1500-CARGAR-PARTICIPANTES
               THRU 1500-CARGAR-PARTICIPANTES-EXIT

           PERFORM UNTIL OPCION-FIN
               DISPLAY " "
               DISPLAY "MANTENIMIENTO DE CUENTAPF - OPCIONES:"
               DISPLAY "  A = ALTA DE CUENTA"
               DISPLAY "  M = MODIFICAR CUENTA, CENTRO DE COSTO O "
                   "DESCRIPCION"
               DISPLAY "  E = ELIMINAR UNA CUENTA"
               DISPLAY "  L = LISTAR EL PLAN DE CUENTAS"
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
               DISPLAY "SIN CAMBIOS, CUENTAPF QUEDA COMO ESTABA"
           END-IF

           GOBACK.

       0000-MAINLINE-EXIT.
           EXIT.


      *>   CARGA TODO CUENTAPF EN LA TABLA DE TRABAJO; SI EL ARCHIVO
      *>   TODAVIA NO EXISTE SE ARRANCA CON LA TABLA VACIA
       1000-CARGAR-ARCHIVO.

           MOVE 0 TO WS-CANT-REGISTROS

           OPEN INPUT CUENTA-FILE

           IF NOT FS-CUENTA-OK
               DISPLAY "AVISO: CUENTAPF NO EXISTE TODAVIA, SE ARRANCA "
                   "VACIO - STATUS " WS-FS-CUENTA
               CLOSE CUENTA-FILE
               GO TO 1000-CARGAR-ARCHIVO-EXIT
           END-IF

           PERFORM UNTIL FS-CUENTA-EOF
               READ CUENTA-FILE
                   AT END
                       SET FS-CUENTA-EOF TO TRUE
                   NOT AT END
                       IF WS-CANT-REGISTROS = WS-MAX-CUENTAS
                           DISPLAY "ERROR: CUENTAPF TIENE MAS DE "
                               WS-MAX-CUENTAS " CUENTAS, NO ENTRA "
                               "EN LA TABLA"
                           DISPLAY "PROGRAMA ABORTADO"
                           MOVE 1 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-CANT-REGISTROS
                       MOVE CUENTA-REG
                           TO WS-CTA-ENTRADA(WS-CANT-REGISTROS)
               END-READ
           END-PERFORM

           CLOSE CUENTA-FILE

           DISPLAY "CUENTAPF CARGADO: " WS-CANT-REGISTROS " CUENTAS".

       1000-CARGAR-ARCHIVO-EXIT.
           EXIT.


      *>   IDENTIFICACION DEL OPERADOR CON SU PIN (VER SESCALC.CPY),
      *>   MISMO ESQUEMA QUE 0400-INICIAR-SESION EN CL-18-EJ-18
       1100-INICIAR-SESION.

           MOVE "N" TO WS-OPER-HALLADO-SW
           MOVE "MNT-CUENTA" TO WS-SES-PROGRAMA

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
                   " Y EL MANTENIMIENTO DEL PLAN DE CUENTAS EXIGE "
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


      *>   CARGA DE PARTICPF EL NOMBRE DE CADA PARTICIPANTE (DEL
      *>   REGISTRO DE VIGENCIA MAS RECIENTE); SIN PARTICPF SOLO SE
      *>   PIERDE EL CONTROL DEL NRO, QUE PASA A PEDIR CONFIRMACION
       1500-CARGAR-PARTICIPANTES.

           INITIALIZE WS-TABLA-PARTIC

           OPEN INPUT PARTIC-FILE

           IF NOT FS-PARTIC-OK
               DISPLAY "AVISO: NO SE PUDO ABRIR PARTICPF - STATUS "
                   WS-FS-PARTIC ", NO SE CONTROLA EL NRO DE "
                   "PARTICIPANTE"
               CLOSE PARTIC-FILE
               GO TO 1500-CARGAR-PARTICIPANTES-EXIT
           END-IF

           PERFORM UNTIL FS-PARTIC-EOF
               READ PARTIC-FILE
                   AT END
                       SET FS-PARTIC-EOF TO TRUE
                   NOT AT END
                       IF PARTIC-REG-NRO > 0
                           MOVE PARTIC-REG-NRO TO k
                           IF PARTIC-REG-VIGENCIA NOT <
                                   WS-PAR-VIGENCIA(k)
                               MOVE PARTIC-REG-VIGENCIA
                                   TO WS-PAR-VIGENCIA(k)
                               MOVE PARTIC-REG-NOMBRE
                                   TO WS-PAR-NOMBRE(k)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PARTIC-FILE.

       1500-CARGAR-PARTICIPANTES-EXIT.
           EXIT.


      *>   ALTA DE UNA CUENTA PARA UNA CLASE Y NRO QUE TODAVIA NO
      *>   TIENEN
       2000-ALTA.

           IF WS-CANT-REGISTROS = WS-MAX-CUENTAS
               DISPLAY "ERROR: YA HAY " WS-MAX-CUENTAS " CUENTAS, EL "
                   "MAXIMO QUE ACEPTA EXP-CONT"
               GO TO 2000-ALTA-EXIT
           END-IF

           PERFORM 7100-PEDIR-CLASE-NRO
               THRU 7100-PEDIR-CLASE-NRO-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 2000-ALTA-EXIT
           END-IF

           PERFORM 7200-BUSCAR-CLASE-NRO
               THRU 7200-BUSCAR-CLASE-NRO-EXIT
           IF WS-REG-ENCONTRADO > 0
               DISPLAY "ERROR: YA HAY UNA CUENTA PARA " WS-CAP-CLASE
                   "-" WS-CAP-NRO "; USE LA OPCION M PARA CAMBIARLA"
               GO TO 2000-ALTA-EXIT
           END-IF

           PERFORM 7300-PEDIR-CUENTA
               THRU 7300-PEDIR-CUENTA-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 2000-ALTA-EXIT
           END-IF

           MOVE WS-CAP-CLASE TO WS-IMG-CLASE
           MOVE WS-CAP-NRO TO WS-IMG-NRO
           MOVE WS-CAP-CUENTA TO WS-IMG-CUENTA
           MOVE WS-CAP-CCOSTO TO WS-IMG-CCOSTO
           MOVE WS-CAP-DESCRIP TO WS-IMG-DESCRIP
           MOVE "A" TO WS-CAMB-ACCION
           MOVE SPACES TO WS-CAMB-ANTES
           MOVE WS-IMAGEN-CUENTA TO WS-CAMB-DESPUES
           PERFORM 7600-ANOTAR
               THRU 7600-ANOTAR-EXIT
           IF NOT CAMB-ANOTADO
               GO TO 2000-ALTA-EXIT
           END-IF

           ADD 1 TO WS-CANT-REGISTROS
           MOVE WS-IMAGEN-CUENTA TO WS-CTA-ENTRADA(WS-CANT-REGISTROS)
           SET HUBO-CAMBIOS TO TRUE

           DISPLAY "ALTA REGISTRADA".

       2000-ALTA-EXIT.
           EXIT.


      *>   MODIFICACION DE LA CUENTA, EL CENTRO DE COSTO O LA
      *>   DESCRIPCION DE UNA CLASE Y NRO YA CARGADOS. LO YA EXPORTADO
      *>   NO CAMBIA: LA CUENTA NUEVA VALE PARA LOS LOTES QUE SIGUEN
       3000-MODIFICAR.

           PERFORM 7100-PEDIR-CLASE-NRO
               THRU 7100-PEDIR-CLASE-NRO-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 3000-MODIFICAR-EXIT
           END-IF

           PERFORM 7200-BUSCAR-CLASE-NRO
               THRU 7200-BUSCAR-CLASE-NRO-EXIT
           IF WS-REG-ENCONTRADO = 0
               DISPLAY "ERROR: NO HAY CUENTA PARA " WS-CAP-CLASE "-"
                   WS-CAP-NRO
               GO TO 3000-MODIFICAR-EXIT
           END-IF

           MOVE WS-REG-ENCONTRADO TO i
           PERFORM 7700-MOSTRAR-REGISTRO
               THRU 7700-MOSTRAR-REGISTRO-EXIT

           MOVE WS-CTA-ENTRADA(WS-REG-ENCONTRADO) TO WS-IMAGEN-CUENTA
           MOVE WS-IMAGEN-CUENTA TO WS-CAMB-ANTES

           PERFORM 7300-PEDIR-CUENTA
               THRU 7300-PEDIR-CUENTA-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 3000-MODIFICAR-EXIT
           END-IF

           IF WS-CAP-CUENTA = WS-IMG-CUENTA
                   AND WS-CAP-CCOSTO = WS-IMG-CCOSTO
                   AND WS-CAP-DESCRIP = WS-IMG-DESCRIP
               DISPLAY "NO CAMBIO NADA"
               GO TO 3000-MODIFICAR-EXIT
           END-IF

           MOVE WS-CAP-CUENTA TO WS-IMG-CUENTA
           MOVE WS-CAP-CCOSTO TO WS-IMG-CCOSTO
           MOVE WS-CAP-DESCRIP TO WS-IMG-DESCRIP
           MOVE "M" TO WS-CAMB-ACCION
           MOVE WS-IMAGEN-CUENTA TO WS-CAMB-DESPUES
           PERFORM 7600-ANOTAR
               THRU 7600-ANOTAR-EXIT
           IF NOT CAMB-ANOTADO
               GO TO 3000-MODIFICAR-EXIT
           END-IF

           MOVE WS-IMAGEN-CUENTA TO WS-CTA-ENTRADA(WS-REG-ENCONTRADO)
           SET HUBO-CAMBIOS TO TRUE

           DISPLAY "MODIFICACION REGISTRADA; VALE PARA LOS PROXIMOS "
               "LOTES DE EXP-CONT".

       3000-MODIFICAR-EXIT.
           EXIT.


      *>   ELIMINA UNA CUENTA. LA DE UN PARTICIPANTE DEJA QUE SE USE LA
      *>   GENERAL (NRO 0) DE LA CLASE; LA GENERAL, O LA UNICA DE R/I/B,
      *>   DEJA A EXP-CONT SIN CUENTA Y PIDE CONFIRMACION
       4000-ELIMINAR.

           PERFORM 7100-PEDIR-CLASE-NRO
               THRU 7100-PEDIR-CLASE-NRO-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 4000-ELIMINAR-EXIT
           END-IF

           PERFORM 7200-BUSCAR-CLASE-NRO
               THRU 7200-BUSCAR-CLASE-NRO-EXIT
           IF WS-REG-ENCONTRADO = 0
               DISPLAY "ERROR: NO HAY CUENTA PARA " WS-CAP-CLASE "-"
                   WS-CAP-NRO
               GO TO 4000-ELIMINAR-EXIT
           END-IF

           MOVE WS-REG-ENCONTRADO TO i
           PERFORM 7700-MOSTRAR-REGISTRO
               THRU 7700-MOSTRAR-REGISTRO-EXIT

           IF WS-CAP-NRO = 0
               DISPLAY "AVISO: ES LA CUENTA GENERAL DE LA CLASE "
                   WS-CAP-CLASE "; SIN ELLA EXP-CONT NO EXPORTA HASTA "
                   "QUE SE CARGUE OTRA"
               DISPLAY "PARA ELIMINARLA IGUAL INGRESE S, CUALQUIER "
                   "OTRA COSA CANCELA"
               MOVE SPACE TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S"
                   DISPLAY "OPERACION CANCELADA"
                   GO TO 4000-ELIMINAR-EXIT
               END-IF
           END-IF

           MOVE WS-CTA-ENTRADA(WS-REG-ENCONTRADO) TO WS-IMAGEN-CUENTA
           MOVE "E" TO WS-CAMB-ACCION
           MOVE WS-IMAGEN-CUENTA TO WS-CAMB-ANTES
           MOVE SPACES TO WS-CAMB-DESPUES
           PERFORM 7600-ANOTAR
               THRU 7600-ANOTAR-EXIT
           IF NOT CAMB-ANOTADO
               GO TO 4000-ELIMINAR-EXIT
           END-IF

      *>       SE CORREN UNA POSICION LAS ENTRADAS QUE SIGUEN
           PERFORM VARYING i FROM WS-REG-ENCONTRADO BY 1
                   UNTIL i NOT < WS-CANT-REGISTROS
               MOVE WS-CTA-ENTRADA(i + 1) TO WS-CTA-ENTRADA(i)
           END-PERFORM
           SUBTRACT 1 FROM WS-CANT-REGISTROS
           SET HUBO-CAMBIOS TO TRUE

           DISPLAY "CUENTA ELIMINADA".

       4000-ELIMINAR-EXIT.
           EXIT.


      *>   LISTADO DE CONTROL DE TODA LA TABLA POR CONSOLA
       5000-LISTAR.

           IF WS-CANT-REGISTROS = 0
               DISPLAY "NO HAY CUENTAS CARGADAS"
               GO TO 5000-LISTAR-EXIT
           END-IF

           DISPLAY "CL-NRO  CUENTA        CCOSTO    DESCRIPCION"
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-REGISTROS
               PERFORM 7700-MOSTRAR-REGISTRO
                   THRU 7700-MOSTRAR-REGISTRO-EXIT
           END-PERFORM.

       5000-LISTAR-EXIT.
           EXIT.


      *>   REESCRIBE CUENTAPF ENTERO DESDE LA TABLA Y RECIEN DESPUES
      *>   GRABA LOS CAMBIOS ANOTADOS EN CAMBIOSPF
       6000-GRABAR-ARCHIVO.

           OPEN OUTPUT CUENTA-FILE

           IF NOT FS-CUENTA-OK
               DISPLAY "ERROR: NO SE PUDO REESCRIBIR CUENTAPF - "
                   "STATUS " WS-FS-CUENTA
               DISPLAY "PROGRAMA ABORTADO, LOS CAMBIOS SE PERDIERON"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-REGISTROS
               MOVE WS-CTA-ENTRADA(i) TO CUENTA-REG
               WRITE CUENTA-REG
           END-PERFORM

           CLOSE CUENTA-FILE

           DISPLAY "CUENTAPF GRABADO: " WS-CANT-REGISTROS " CUENTAS"

           PERFORM 8450-GRABAR-CAMBIOS
               THRU 8450-GRABAR-CAMBIOS-EXIT.

       6000-GRABAR-ARCHIVO-EXIT.
           EXIT.


      *>   PIDE LA CLASE Y, PARA G Y V, EL NRO DE PARTICIPANTE (0 =
      *>   CUENTA GENERAL DE LA CLASE); EL RESULTADO QUEDA EN EL
      *>   SWITCH CAPTURA-VALIDA
       7100-PEDIR-CLASE-NRO.

           MOVE "N" TO WS-CAP-VALIDA-SW

           DISPLAY "INGRESE LA CLASE (G=GASTO DISTRIBUIDO, V=REVERSA, "
               "R=GANANCIAS A PAGAR, I=IIBB A PAGAR, B=BANCO)"
           MOVE SPACE TO WS-CAP-CLASE
           ACCEPT WS-CAP-CLASE

           IF NOT CLASE-VALIDA
               DISPLAY "ERROR: LA CLASE DEBE SER G, V, R, I O B"
               GO TO 7100-PEDIR-CLASE-NRO-EXIT
           END-IF

           MOVE 0 TO WS-CAP-NRO

           IF NOT CLASE-POR-PARTICIPANTE
               SET CAPTURA-VALIDA TO TRUE
               GO TO 7100-PEDIR-CLASE-NRO-EXIT
           END-IF

           DISPLAY "INGRESE EL NRO DE PARTICIPANTE (1-9), O 0 PARA LA "
               "CUENTA GENERAL DE LA CLASE"
           ACCEPT WS-CAP-NRO

           IF WS-CAP-NRO NOT NUMERIC
               DISPLAY "ERROR: EL NRO DEBE ESTAR ENTRE 0 Y 9"
               GO TO 7100-PEDIR-CLASE-NRO-EXIT
           END-IF

           IF WS-CAP-NRO > 0
               IF WS-PAR-VIGENCIA(WS-CAP-NRO) = 0
                   DISPLAY "AVISO: EL PARTICIPANTE " WS-CAP-NRO
                       " NO ESTA EN PARTICPF"
                   DISPLAY "PARA SEGUIR IGUAL INGRESE S, CUALQUIER "
                       "OTRA COSA CANCELA"
                   MOVE SPACE TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA NOT = "S"
                       DISPLAY "OPERACION CANCELADA"
                       GO TO 7100-PEDIR-CLASE-NRO-EXIT
                   END-IF
               ELSE
                   DISPLAY "PARTICIPANTE: " WS-PAR-NOMBRE(WS-CAP-NRO)
               END-IF
           END-IF

           SET CAPTURA-VALIDA TO TRUE.

       7100-PEDIR-CLASE-NRO-EXIT.
           EXIT.


      *>   BUSCA EN LA TABLA LA CLASE Y NRO DE LA CAPTURA; DEJA EL
      *>   SUBINDICE EN WS-REG-ENCONTRADO (CERO SI NO ESTA)
       7200-BUSCAR-CLASE-NRO.

           MOVE 0 TO WS-REG-ENCONTRADO

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-REGISTROS
               IF WS-CTA-CLASE(i) = WS-CAP-CLASE
                       AND WS-CTA-NRO(i) = WS-CAP-NRO
                   MOVE i TO WS-REG-ENCONTRADO
                   GO TO 7200-BUSCAR-CLASE-NRO-EXIT
               END-IF
           END-PERFORM.

       7200-BUSCAR-CLASE-NRO-EXIT.
           EXIT.


      *>   PIDE CUENTA, CENTRO DE COSTO Y DESCRIPCION; EL RESULTADO
      *>   QUEDA EN EL SWITCH CAPTURA-VALIDA
       7300-PEDIR-CUENTA.

           MOVE "N" TO WS-CAP-VALIDA-SW

           DISPLAY "INGRESE LA CUENTA CONTABLE (HASTA 12 CARACTERES)"
           MOVE SPACES TO WS-CAP-CUENTA
           ACCEPT WS-CAP-CUENTA

           IF WS-CAP-CUENTA = SPACES
               DISPLAY "ERROR: LA CUENTA NO PUEDE QUEDAR VACIA"
               GO TO 7300-PEDIR-CUENTA-EXIT
           END-IF

           DISPLAY "INGRESE EL CENTRO DE COSTO (HASTA 8 CARACTERES"
               ", VACIO SI LA CUENTA NO LO LLEVA)"
           MOVE SPACES TO WS-CAP-CCOSTO
           ACCEPT WS-CAP-CCOSTO

           IF WS-CAP-CCOSTO = SPACES AND CLASE-POR-PARTICIPANTE
               DISPLAY "ERROR: LAS CUENTAS DE GASTO Y DE REVERSA "
                   "LLEVAN CENTRO DE COSTO"
               GO TO 7300-PEDIR-CUENTA-EXIT
           END-IF

           DISPLAY "INGRESE UNA DESCRIPCION (HASTA 30 CARACTERES)"
           MOVE SPACES TO WS-CAP-DESCRIP
           ACCEPT WS-CAP-DESCRIP

           SET CAPTURA-VALIDA TO TRUE.

       7300-PEDIR-CUENTA-EXIT.
           EXIT.


      *>   ANOTA EL CAMBIO ARMADO EN EL REGISTRO DE CAMBIOS PENDIENTES
      *>   CON LA CLASE Y EL NRO COMO CLAVE
       7600-ANOTAR.

           MOVE SPACES TO WS-CAMB-CLAVE
           MOVE WS-IMG-CLASE TO WS-CAMB-CLAVE(1:1)
           MOVE "-" TO WS-CAMB-CLAVE(2:1)
           MOVE WS-IMG-NRO TO WS-CAMB-CLAVE(3:1)

           PERFORM 8400-ANOTAR-CAMBIO
               THRU 8400-ANOTAR-CAMBIO-EXIT.

       7600-ANOTAR-EXIT.
           EXIT.


      *>   MUESTRA LA ENTRADA i DE LA TABLA CON A QUIEN SE APLICA
       7700-MOSTRAR-REGISTRO.

           MOVE WS-CTA-CLASE(i) TO WS-ML-CLASE
           MOVE WS-CTA-NRO(i) TO WS-ML-NRO
           MOVE WS-CTA-CUENTA(i) TO WS-ML-CUENTA
           MOVE WS-CTA-CCOSTO(i) TO WS-ML-CCOSTO
           MOVE WS-CTA-DESCRIP(i) TO WS-ML-DESCRIP

           EVALUATE TRUE
               WHEN WS-CTA-CLASE(i) = "R"
                   MOVE "GANANCIAS A PAGAR" TO WS-ML-APLICA
               WHEN WS-CTA-CLASE(i) = "I"
                   MOVE "IIBB A PAGAR" TO WS-ML-APLICA
               WHEN WS-CTA-CLASE(i) = "B"
                   MOVE "BANCO" TO WS-ML-APLICA
               WHEN WS-CTA-NRO(i) = 0
                   MOVE "(GENERAL)" TO WS-ML-APLICA
               WHEN WS-PAR-VIGENCIA(WS-CTA-NRO(i)) = 0
                   MOVE "(NO EN PARTICPF)" TO WS-ML-APLICA
               WHEN OTHER
                   MOVE WS-PAR-NOMBRE(WS-CTA-NRO(i)) TO WS-ML-APLICA
           END-EVALUATE

           DISPLAY WS-ML-DETALLE.

       7700-MOSTRAR-REGISTRO-EXIT.
           EXIT.


      *>   CONTROL DE PIN Y REGISTRO DE INGRESOS COMPARTIDO (VER
      *>   1100-INICIAR-SESION)
           COPY SESCALC.

      *>   REGISTRO DE CAMBIOS COMPARTIDO (VER 6000-GRABAR-ARCHIVO)
           COPY CAMBCALC.
