      *> (VER EL COMENTARIO EN 6200-EXPORTAR-PAGOS DE CL-18-EJ-18).
      *> AL SALIR, EL ARCHIVO SE REESCRIBE ENTERO DESDE LA TABLA.

      *> MODIFICACIONES
      *> - SE AGREGA LA CUIT DEL PARTICIPANTE AL FINAL DE PARTICPF,
      *>   CON CONTROL DE DIGITO VERIFICADOR (MODULO 11) EN EL ALTA Y
      *>   LA CORRECCION; LA BAJA LA HEREDA DEL ULTIMO REGISTRO, IGUAL
      *>   QUE EL NOMBRE Y EL CBU. LA USA RPT-RETEN PARA IDENTIFICAR AL
      *>   RETENIDO EN LA DECLARACION ANUAL.
      *> - EXIGE SESION DE UN OPERADOR CON PIN (VER SESCALC.CPY) Y CADA
      *>   ALTA, BAJA O CORRECCION QUEDA EN EL REGISTRO DE CAMBIOS
      *>   COMPARTIDO CAMBIOSPF CON EL OPERADOR, LA FECHA Y HORA Y LA
      *>   IMAGEN ANTES Y DESPUES (VER CAMBCALC.CPY), IGUAL QUE LOS
      *>   DEMAS MANTENIMIENTOS DE PARAMETROS.
      *> - CADA REGISTRO PERTENECE A UN ESQUEMA DE REPARTO: GENERAL
      *>   (EL DE SIEMPRE, EL QUE SE USA CUANDO NO HAY OTRO), DE UNA
      *>   SUCURSAL O DE UNA REGION (VER 2000-CARGAR-PORCENTAJES EN
      *>   CL-18-EJ-18). EL ESQUEMA SE PIDE JUNTO CON EL NRO Y LA
      *>   VIGENCIA Y SE VALIDA CONTRA EL MAESTRO SUCURPF; EL CONTROL
      *>   DE DUPLICADOS, LA BAJA Y EL AVISO DE SUMA A 100 SON AHORA
      *>   POR ESQUEMA. LOS REGISTROS VIEJOS (SIN ESQUEMA) SON DEL
      *>   GENERAL. LA TABLA PASA DE 90 A 300 REGISTROS.

      *>--------------------------------------
       ENVIRONMENT DIVISION.
      *>--------------------------------------
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARTIC WS-FS-PARTIC-EXT.

      *>   MAESTRO DE SUCURSALES, PARA VALIDAR LA SUCURSAL O LA REGION
      *>   DE UN ESQUEMA (VER 1200-CARGAR-SUCURSALES)
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
           02 PARTIC-REG-PORCENTAJE  PIC 99V9.
           02 PARTIC-REG-NOMBRE      PIC X(20).
           02 PARTIC-REG-CBU         PIC X(22).
           02 PARTIC-REG-CUIT        PIC X(11).
           02 PARTIC-REG-ESQ-TIPO    PIC X(1).
           02 PARTIC-REG-ESQ-CLAVE   PIC X(10).

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
           88 FS-PARTIC-EOF          VALUE "10".
       01  WS-FS-PARTIC-EXT          PIC 9(4).

       01  WS-FS-SUCUR               PIC XX.
           88 FS-SUCUR-OK            VALUE "00".
           88 FS-SUCUR-EOF           VALUE "10".
       01  WS-FS-SUCUR-EXT           PIC 9(4).

      *>   CODIGO Y REGION DE CADA SUCURSAL DE SUCURPF, PARA VALIDAR
      *>   LA CLAVE DE UN ESQUEMA POR SUCURSAL O POR REGION
       01  WS-CANT-SUCUR             PIC 99 VALUE 0.
       01  WS-TABLA-SUCUR.
           02 WS-SUC-ENTRADA OCCURS 20 TIMES.
               03 WS-SUC-CODIGO      PIC X(4).
               03 WS-SUC-REGION      PIC X(10).
       01  WS-SUC-HALLADA-SW         PIC X(01) VALUE "N".
           88 SUC-HALLADA            VALUE "S".

       01  WS-FS-OPER                PIC XX.
           88 FS-OPER-OK             VALUE "00".
           88 FS-OPER-EOF            VALUE "10".
       01  WS-FS-OPER-EXT            PIC 9(4).

      *>   TODO PARTICPF CARGADO EN MEMORIA: UN PARTICIPANTE PUEDE
      *>   TENER VARIOS REGISTROS POR SU HISTORIAL DE VIGENCIAS, ASI
      *>   QUE LA TABLA ADMITE BASTANTE MAS QUE 9 ENTRADAS; CON UN
      *>   ESQUEMA POR SUCURSAL O REGION SE MULTIPLICA OTRA VEZ
       01  WS-CANT-REGISTROS         PIC 9(3) VALUE 0.
       01  WS-TABLA-PARTIC.
           02 WS-PAR-ENTRADA OCCURS 300 TIMES.
               03 WS-PAR-NRO         PIC 9(1).
               03 WS-PAR-VIGENCIA    PIC 9(8).
               03 WS-PAR-PORCENTAJE  PIC 99V9.
               03 WS-PAR-NOMBRE      PIC X(20).
               03 WS-PAR-CBU         PIC X(22).
               03 WS-PAR-CUIT        PIC X(11).
      *>           ESQUEMA: "G" GENERAL (CLAVE EN BLANCO), "S"
      *>           SUCURSAL (CLAVE = CODIGO) O "R" REGION (CLAVE =
      *>           NOMBRE DE LA REGION EN SUCURPF)
               03 WS-PAR-ESQ-TIPO    PIC X(1).
               03 WS-PAR-ESQ-CLAVE   PIC X(10).

       01  i                         PIC 9(3).
       01  j                         PIC 9(3).
       01  WS-CAP-PORCENTAJE         PIC S99V9 VALUE 0.
       01  WS-CAP-NOMBRE             PIC X(20) VALUE SPACES.
       01  WS-CAP-CBU                PIC X(22) VALUE SPACES.
       01  WS-CAP-CUIT               PIC X(11) VALUE SPACES.
       01  WS-CAP-ESQ-TIPO           PIC X(1) VALUE SPACE.
           88 CAP-ESQ-GENERAL        VALUE "G".
           88 CAP-ESQ-SUCURSAL       VALUE "S".
           88 CAP-ESQ-REGION         VALUE "R".
       01  WS-CAP-ESQ-CLAVE          PIC X(10) VALUE SPACES.

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

      *>   IMAGEN DE UN REGISTRO DE PARTICPF PARA CAMBIOSPF
       01  WS-IMAGEN-PARTIC.
           02 WS-IMG-NRO             PIC 9(1).
           02 WS-IMG-VIGENCIA        PIC 9(8).
           02 WS-IMG-PORCENTAJE      PIC 99V9.
           02 WS-IMG-NOMBRE          PIC X(20).
           02 WS-IMG-CBU             PIC X(22).
           02 WS-IMG-CUIT            PIC X(11).
           02 WS-IMG-ESQ-TIPO        PIC X(1).
           02 WS-IMG-ESQ-CLAVE       PIC X(10).

      *>   SUBINDICE DEL REGISTRO ENCONTRADO EN LA TABLA (CERO = NO
      *>   ESTA) PARA LA CORRECCION Y EL CONTROL DE DUPLICADOS
       01  WS-CBU-VERIFICADOR        PIC 9 VALUE 0.
       01  WS-CBU-VALIDO-SW          PIC X(01) VALUE "N".
           88 CBU-ES-VALIDO          VALUE "S".

      *>   CAMPOS DEL CONTROL DEL DIGITO VERIFICADOR DE LA CUIT: LAS
      *>   PONDERACIONES 5-4-3-2-7-6-5-4-3-2 SOBRE LAS 10 PRIMERAS
      *>   POSICIONES, Y EL DIGITO 11 ES 11 MENOS (SUMA MODULO 11)
       01  WS-CUIT-PESOS.
           02 FILLER PIC 9 VALUE 5.
           02 FILLER PIC 9 VALUE 4.
           02 FILLER PIC 9 VALUE 3.
           02 FILLER PIC 9 VALUE 2.
           02 FILLER PIC 9 VALUE 7.
           02 FILLER PIC 9 VALUE 6.
           02 FILLER PIC 9 VALUE 5.
           02 FILLER PIC 9 VALUE 4.
           02 FILLER PIC 9 VALUE 3.
           02 FILLER PIC 9 VALUE 2.
       01  WS-CUIT-PESOS-R REDEFINES WS-CUIT-PESOS.
           02 WS-CUIT-PESO PIC 9 OCCURS 10 TIMES.
       01  WS-CUIT-TRABAJO           PIC X(11) VALUE SPACES.
       01  WS-CUIT-TRABAJO-R REDEFINES WS-CUIT-TRABAJO.
           02 WS-CUIT-DIGITO         PIC 9 OCCURS 11 TIMES.
       01  WS-CUIT-SUMA              PIC 9(4) VALUE 0.
       01  WS-CUIT-COCIENTE          PIC 9(4) VALUE 0.
       01  WS-CUIT-RESTO             PIC 99 VALUE 0.
       01  WS-CUIT-VERIFICADOR       PIC 99 VALUE 0.
       01  WS-CUIT-VALIDO-SW         PIC X(01) VALUE "N".
           88 CUIT-ES-VALIDA         VALUE "S".
       01  k                         PIC 99.

      *>   SUMA DE LOS PORCENTAJES VIGENTES A LA FECHA DEL REGISTRO
           02 WS-ML-NOMBRE           PIC X(20).
           02 FILLER                 PIC X(02) VALUE "  ".
           02 WS-ML-CBU              PIC X(22).
           02 FILLER                 PIC X(07) VALUE "  CUIT ".
           02 WS-ML-CUIT             PIC X(11).
           02 FILLER                 PIC X(06) VALUE "  ESQ ".
           02 WS-ML-ESQ-TIPO         PIC X(1).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WS-ML-ESQ-CLAVE        PIC X(10).

      *>---------------------------PROCEDURE----------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.

           MOVE "PARTICPF" TO WS-CAMB-ARCHIVO

           PERFORM 1100-INICIAR-SESION
               THRU 1100-INICIAR-SESION-EXIT

           PERFORM 1000-CARGAR-ARCHIVO
               THRU 1000-CARGAR-ARCHIVO-EXIT

           PERFORM 1200-CARGAR-SUCURSALES
               THRU 1200-CARGAR-SUCURSALES-EXIT

           PERFORM UNTIL OPCION-FIN
               DISPLAY " "
               DISPLAY "MANTENIMIENTO DE PARTICPF - OPCIONES:"
                   AT END
                       SET FS-PARTIC-EOF TO TRUE
                   NOT AT END
                       IF WS-CANT-REGISTROS = 300
                           DISPLAY "ERROR: PARTICPF TIENE MAS DE 300 "
                               "REGISTROS, NO ENTRA EN LA TABLA"
                           DISPLAY "PROGRAMA ABORTADO"
                           MOVE 1 TO RETURN-CODE
                           TO WS-PAR-NOMBRE(WS-CANT-REGISTROS)
                       MOVE PARTIC-REG-CBU
                           TO WS-PAR-CBU(WS-CANT-REGISTROS)
                       MOVE PARTIC-REG-CUIT
                           TO WS-PAR-CUIT(WS-CANT-REGISTROS)
      *>                   UN REGISTRO ANTERIOR A LOS ESQUEMAS LLEGA
      *>                   CON EL ESQUEMA EN BLANCO: ES DEL GENERAL
                       IF PARTIC-REG-ESQ-TIPO = "S"
                               OR PARTIC-REG-ESQ-TIPO = "R"
                           MOVE PARTIC-REG-ESQ-TIPO
                               TO WS-PAR-ESQ-TIPO(WS-CANT-REGISTROS)
                           MOVE PARTIC-REG-ESQ-CLAVE
                               TO WS-PAR-ESQ-CLAVE(WS-CANT-REGISTROS)
                       ELSE
                           MOVE "G"
                               TO WS-PAR-ESQ-TIPO(WS-CANT-REGISTROS)
                           MOVE SPACES
                               TO WS-PAR-ESQ-CLAVE(WS-CANT-REGISTROS)
                       END-IF
               END-READ
           END-PERFORM

           EXIT.


      *>   CARGA CODIGO Y REGION DE CADA SUCURSAL DE SUCURPF. SIN EL
      *>   MAESTRO SOLO SE PUEDE CARGAR EL ESQUEMA GENERAL (NO HAY
      *>   CONTRA QUE VALIDAR UNA SUCURSAL O UNA REGION)
       1200-CARGAR-SUCURSALES.

           MOVE 0 TO WS-CANT-SUCUR

           OPEN INPUT SUCUR-FILE

           IF NOT FS-SUCUR-OK
               DISPLAY "AVISO: NO HAY MAESTRO DE SUCURSALES SUCURPF, "
                   "SOLO SE PUEDE CARGAR EL ESQUEMA GENERAL"
               CLOSE SUCUR-FILE
               GO TO 1200-CARGAR-SUCURSALES-EXIT
           END-IF

           PERFORM UNTIL FS-SUCUR-EOF
               READ SUCUR-FILE
                   AT END
                       SET FS-SUCUR-EOF TO TRUE
                   NOT AT END
                       IF WS-CANT-SUCUR = 20
                           DISPLAY "ERROR: SUCURPF TIENE MAS DE 20 "
                               "SUCURSALES, NO ENTRAN EN LA TABLA"
                           DISPLAY "PROGRAMA ABORTADO"
                           MOVE 1 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-CANT-SUCUR
                       MOVE SUCUR-REG-CODIGO
                           TO WS-SUC-CODIGO(WS-CANT-SUCUR)
                       MOVE SUCUR-REG-REGION
                           TO WS-SUC-REGION(WS-CANT-SUCUR)
               END-READ
           END-PERFORM

           CLOSE SUCUR-FILE.

       1200-CARGAR-SUCURSALES-EXIT.
           EXIT.


      *>   IDENTIFICACION DEL OPERADOR CON SU PIN (VER SESCALC.CPY),
      *>   MISMO ESQUEMA QUE 0400-INICIAR-SESION EN CL-18-EJ-18
       1100-INICIAR-SESION.

           MOVE "N" TO WS-OPER-HALLADO-SW
           MOVE "MNT-PARTIC" TO WS-SES-PROGRAMA

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
                   " Y EL MANTENIMIENTO DE PARTICPF EXIGE NIVEL "
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


      *>   ALTA DE UN REGISTRO NUEVO: PIDE TODOS LOS CAMPOS, LOS
      *>   VALIDA (VER 7000) Y LO AGREGA AL FINAL DE LA TABLA
       2000-ALTA.
               GO TO 2000-ALTA-EXIT
           END-IF

      *>       UN ALTA CON EL MISMO NRO, LA MISMA VIGENCIA Y EL MISMO
      *>       ESQUEMA QUE UN REGISTRO EXISTENTE SERIA AMBIGUO PARA LA
      *>       CARGA DE PORCENTAJES: SE RECHAZA, PARA ESO ESTA LA
      *>       CORRECCION
           PERFORM 7200-BUSCAR-NRO-VIGENCIA
               THRU 7200-BUSCAR-NRO-VIGENCIA-EXIT
           IF WS-REG-ENCONTRADO > 0
               DISPLAY "ERROR: YA EXISTE UN REGISTRO CON ESE NRO, "
                   "ESA VIGENCIA Y ESE ESQUEMA - USE LA CORRECCION"
               GO TO 2000-ALTA-EXIT
           END-IF

           PERFORM 7300-PEDIR-RESTO
               THRU 7300-PEDIR-RESTO-EXIT
           IF NOT CBU-ES-VALIDO OR NOT CUIT-ES-VALIDA
               GO TO 2000-ALTA-EXIT
           END-IF

           MOVE "A" TO WS-CAMB-ACCION
           PERFORM 7500-AGREGAR-CAPTURA
               THRU 7500-AGREGAR-CAPTURA-EXIT



      *>   BAJA = FIN DE VIGENCIA: AGREGA UN REGISTRO CON PORCENTAJE 0
      *>   DESDE LA FECHA PEDIDA, CONSERVANDO NOMBRE, CBU Y CUIT DEL
      *>   ULTIMO REGISTRO DEL PARTICIPANTE PARA QUE EL HISTORIAL SIGA
      *>   SIRVIENDO A LAS REVERSAS VIEJAS
       3000-BAJA.

           PERFORM 7200-BUSCAR-NRO-VIGENCIA
               THRU 7200-BUSCAR-NRO-VIGENCIA-EXIT
           IF WS-REG-ENCONTRADO > 0
               DISPLAY "ERROR: YA EXISTE UN REGISTRO CON ESE NRO, "
                   "ESA VIGENCIA Y ESE ESQUEMA - USE LA CORRECCION"
               GO TO 3000-BAJA-EXIT
           END-IF

      *>       SE BUSCA EL REGISTRO MAS RECIENTE DEL PARTICIPANTE EN
      *>       ESE ESQUEMA PARA HEREDAR NOMBRE Y CBU; SIN NINGUN
      *>       REGISTRO PREVIO NO HAY NADA QUE DAR DE BAJA. LA BAJA ES
      *>       SOLO DEL ESQUEMA PEDIDO: EN LOS DEMAS SIGUE VIGENTE
           MOVE 0 TO WS-REG-ENCONTRADO
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-REGISTROS
               IF WS-PAR-NRO(i) = WS-CAP-NRO
                       AND WS-PAR-ESQ-TIPO(i) = WS-CAP-ESQ-TIPO
                       AND WS-PAR-ESQ-CLAVE(i) = WS-CAP-ESQ-CLAVE
                   IF WS-REG-ENCONTRADO = 0
                       MOVE i TO WS-REG-ENCONTRADO
                   ELSE

           IF WS-REG-ENCONTRADO = 0
               DISPLAY "ERROR: EL PARTICIPANTE " WS-CAP-NRO " NO "
                   "TIENE NINGUN REGISTRO EN ESE ESQUEMA, NO HAY NADA "
                   "QUE DAR DE BAJA"
               GO TO 3000-BAJA-EXIT
           END-IF

           MOVE 0 TO WS-CAP-PORCENTAJE
           MOVE WS-PAR-NOMBRE(WS-REG-ENCONTRADO) TO WS-CAP-NOMBRE
           MOVE WS-PAR-CBU(WS-REG-ENCONTRADO) TO WS-CAP-CBU
           MOVE WS-PAR-CUIT(WS-REG-ENCONTRADO) TO WS-CAP-CUIT

           MOVE "B" TO WS-CAMB-ACCION
           PERFORM 7500-AGREGAR-CAPTURA
               THRU 7500-AGREGAR-CAPTURA-EXIT



      *>   CORRECCION DE UN REGISTRO EXISTENTE, IDENTIFICADO POR NRO Y
      *>   VIGENCIA: SE VUELVEN A PEDIR PORCENTAJE, NOMBRE, CBU Y CUIT
      *>   CON LAS MISMAS VALIDACIONES QUE UN ALTA
       4000-CORRECCION.

           PERFORM 7100-PEDIR-NRO-VIGENCIA
           PERFORM 7200-BUSCAR-NRO-VIGENCIA
               THRU 7200-BUSCAR-NRO-VIGENCIA-EXIT
           IF WS-REG-ENCONTRADO = 0
               DISPLAY "ERROR: NO EXISTE UN REGISTRO CON ESE NRO, "
                   "ESA VIGENCIA Y ESE ESQUEMA"
               GO TO 4000-CORRECCION-EXIT
           END-IF

               TO WS-ML-PORCENTAJE
           MOVE WS-PAR-NOMBRE(WS-REG-ENCONTRADO) TO WS-ML-NOMBRE
           MOVE WS-PAR-CBU(WS-REG-ENCONTRADO) TO WS-ML-CBU
           MOVE WS-PAR-CUIT(WS-REG-ENCONTRADO) TO WS-ML-CUIT
           MOVE WS-PAR-ESQ-TIPO(WS-REG-ENCONTRADO) TO WS-ML-ESQ-TIPO
           MOVE WS-PAR-ESQ-CLAVE(WS-REG-ENCONTRADO) TO WS-ML-ESQ-CLAVE
           DISPLAY "REGISTRO ACTUAL:"
           DISPLAY WS-ML-DETALLE

           PERFORM 7300-PEDIR-RESTO
               THRU 7300-PEDIR-RESTO-EXIT
           IF NOT CBU-ES-VALIDO OR NOT CUIT-ES-VALIDA
               GO TO 4000-CORRECCION-EXIT
           END-IF

           MOVE WS-PAR-NRO(WS-REG-ENCONTRADO) TO WS-IMG-NRO
           MOVE WS-PAR-VIGENCIA(WS-REG-ENCONTRADO) TO WS-IMG-VIGENCIA
           MOVE WS-PAR-PORCENTAJE(WS-REG-ENCONTRADO)
               TO WS-IMG-PORCENTAJE
           MOVE WS-PAR-NOMBRE(WS-REG-ENCONTRADO) TO WS-IMG-NOMBRE
           MOVE WS-PAR-CBU(WS-REG-ENCONTRADO) TO WS-IMG-CBU
           MOVE WS-PAR-CUIT(WS-REG-ENCONTRADO) TO WS-IMG-CUIT
           MOVE WS-PAR-ESQ-TIPO(WS-REG-ENCONTRADO) TO WS-IMG-ESQ-TIPO
           MOVE WS-PAR-ESQ-CLAVE(WS-REG-ENCONTRADO)
               TO WS-IMG-ESQ-CLAVE
           MOVE WS-IMAGEN-PARTIC TO WS-CAMB-ANTES
           MOVE WS-CAP-PORCENTAJE TO WS-IMG-PORCENTAJE
           MOVE WS-CAP-NOMBRE TO WS-IMG-NOMBRE
           MOVE WS-CAP-CBU TO WS-IMG-CBU
           MOVE WS-CAP-CUIT TO WS-IMG-CUIT
           MOVE WS-IMAGEN-PARTIC TO WS-CAMB-DESPUES
           MOVE "M" TO WS-CAMB-ACCION
           PERFORM 7800-ANOTAR
               THRU 7800-ANOTAR-EXIT
           IF NOT CAMB-ANOTADO
               GO TO 4000-CORRECCION-EXIT
           END-IF

               TO WS-PAR-PORCENTAJE(WS-REG-ENCONTRADO)
           MOVE WS-CAP-NOMBRE TO WS-PAR-NOMBRE(WS-REG-ENCONTRADO)
           MOVE WS-CAP-CBU TO WS-PAR-CBU(WS-REG-ENCONTRADO)
           MOVE WS-CAP-CUIT TO WS-PAR-CUIT(WS-REG-ENCONTRADO)
           SET HUBO-CAMBIOS TO TRUE

           PERFORM 7600-AVISAR-SUMA-VIGENTE
               MOVE WS-PAR-PORCENTAJE(i) TO WS-ML-PORCENTAJE
               MOVE WS-PAR-NOMBRE(i) TO WS-ML-NOMBRE
               MOVE WS-PAR-CBU(i) TO WS-ML-CBU
               MOVE WS-PAR-CUIT(i) TO WS-ML-CUIT
               MOVE WS-PAR-ESQ-TIPO(i) TO WS-ML-ESQ-TIPO
               MOVE WS-PAR-ESQ-CLAVE(i) TO WS-ML-ESQ-CLAVE
               DISPLAY WS-ML-DETALLE
           END-PERFORM.


      *>   REESCRIBE PARTICPF ENTERO DESDE LA TABLA; ES EL UNICO
      *>   MOMENTO EN QUE SE TOCA EL ARCHIVO, ASI UNA SESION ABANDONADA
      *>   A MITAD DE CAMINO NO DEJA UN PARTICPF A MEDIAS. RECIEN
      *>   DESPUES SE GRABAN LOS CAMBIOS ANOTADOS EN CAMBIOSPF
       6000-GRABAR-ARCHIVO.

           OPEN OUTPUT PARTIC-FILE
               MOVE WS-PAR-PORCENTAJE(i) TO PARTIC-REG-PORCENTAJE
               MOVE WS-PAR-NOMBRE(i) TO PARTIC-REG-NOMBRE
               MOVE WS-PAR-CBU(i) TO PARTIC-REG-CBU
               MOVE WS-PAR-CUIT(i) TO PARTIC-REG-CUIT
               MOVE WS-PAR-ESQ-TIPO(i) TO PARTIC-REG-ESQ-TIPO
               MOVE WS-PAR-ESQ-CLAVE(i) TO PARTIC-REG-ESQ-CLAVE
               WRITE PARTIC-REG-FILE
           END-PERFORM

           CLOSE PARTIC-FILE

           DISPLAY "PARTICPF GRABADO: " WS-CANT-REGISTROS
               " REGISTROS"

           PERFORM 8450-GRABAR-CAMBIOS
               THRU 8450-GRABAR-CAMBIOS-EXIT.

       6000-GRABAR-ARCHIVO-EXIT.
           EXIT.


      *>   PIDE EL NRO DE PARTICIPANTE, LA FECHA DE VIGENCIA Y EL
      *>   ESQUEMA Y LOS VALIDA; DEJA WS-CAP-NRO EN CERO SI ALGO NO
      *>   SIRVE, PARA QUE EL LLAMADOR VUELVA AL MENU SIN SEGUIR
      *>   PIDIENDO CAMPOS
       7100-PEDIR-NRO-VIGENCIA.

           MOVE 0 TO WS-CAP-NRO
           IF NOT FECHA-ES-VALIDA
               DISPLAY "ERROR: FECHA DE VIGENCIA INVALIDA"
               MOVE 0 TO WS-CAP-NRO
               GO TO 7100-PEDIR-NRO-VIGENCIA-EXIT
           END-IF

           PERFORM 7150-PEDIR-ESQUEMA
               THRU 7150-PEDIR-ESQUEMA-EXIT.

       7100-PEDIR-NRO-VIGENCIA-EXIT.
           EXIT.


      *>   PIDE EL ESQUEMA DE REPARTO DEL REGISTRO: GENERAL, UNA
      *>   SUCURSAL (QUE TIENE QUE ESTAR EN SUCURPF) O UNA REGION (QUE
      *>   TIENE QUE SER LA DE ALGUNA SUCURSAL DE SUCURPF). CL-18-EJ-18
      *>   REPARTE EL MONTO DE CADA SUCURSAL CON SU ESQUEMA, SI NO
      *>   TIENE CON EL DE SU REGION, Y SI TAMPOCO CON EL GENERAL
       7150-PEDIR-ESQUEMA.

           DISPLAY "INGRESE EL ESQUEMA: G = GENERAL, S = SUCURSAL, "
               "R = REGION"
           MOVE SPACE TO WS-CAP-ESQ-TIPO
           MOVE SPACES TO WS-CAP-ESQ-CLAVE
           ACCEPT WS-CAP-ESQ-TIPO

           IF CAP-ESQ-GENERAL
               GO TO 7150-PEDIR-ESQUEMA-EXIT
           END-IF

           IF NOT CAP-ESQ-SUCURSAL AND NOT CAP-ESQ-REGION
               DISPLAY "ERROR: EL ESQUEMA DEBE SER G, S O R"
               MOVE 0 TO WS-CAP-NRO
               GO TO 7150-PEDIR-ESQUEMA-EXIT
           END-IF

           IF CAP-ESQ-SUCURSAL
               DISPLAY "INGRESE EL CODIGO DE SUCURSAL"
           ELSE
               DISPLAY "INGRESE EL NOMBRE DE LA REGION"
           END-IF
           ACCEPT WS-CAP-ESQ-CLAVE

           MOVE "N" TO WS-SUC-HALLADA-SW
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > WS-CANT-SUCUR
               IF CAP-ESQ-SUCURSAL
                       AND WS-SUC-CODIGO(k) = WS-CAP-ESQ-CLAVE
                   SET SUC-HALLADA TO TRUE
               END-IF
               IF CAP-ESQ-REGION
                       AND WS-SUC-REGION(k) = WS-CAP-ESQ-CLAVE
                   SET SUC-HALLADA TO TRUE
               END-IF
           END-PERFORM

           IF NOT SUC-HALLADA
               IF CAP-ESQ-SUCURSAL
                   DISPLAY "ERROR: LA SUCURSAL '" WS-CAP-ESQ-CLAVE
                       "' NO ESTA EN EL MAESTRO SUCURPF"
               ELSE
                   DISPLAY "ERROR: NINGUNA SUCURSAL DE SUCURPF ES "
                       "DE LA REGION '" WS-CAP-ESQ-CLAVE "'"
               END-IF
               MOVE 0 TO WS-CAP-NRO
           END-IF.

       7150-PEDIR-ESQUEMA-EXIT.
           EXIT.


      *>   BUSCA EN LA TABLA UN REGISTRO CON EL NRO, LA VIGENCIA Y EL
      *>   ESQUEMA DE LA CAPTURA; DEJA EL SUBINDICE EN
      *>   WS-REG-ENCONTRADO (CERO SI NO ESTA)
       7200-BUSCAR-NRO-VIGENCIA.

           MOVE 0 TO WS-REG-ENCONTRADO
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-REGISTROS
               IF WS-PAR-NRO(i) = WS-CAP-NRO
                       AND WS-PAR-VIGENCIA(i) = WS-CAP-VIGENCIA
                       AND WS-PAR-ESQ-TIPO(i) = WS-CAP-ESQ-TIPO
                       AND WS-PAR-ESQ-CLAVE(i) = WS-CAP-ESQ-CLAVE
                   MOVE i TO WS-REG-ENCONTRADO
                   GO TO 7200-BUSCAR-NRO-VIGENCIA-EXIT
               END-IF
           EXIT.


      *>   PIDE PORCENTAJE, NOMBRE, CBU Y CUIT Y LOS VALIDA; EL
      *>   RESULTADO DE LOS CONTROLES QUEDA EN LOS SWITCHES
      *>   CBU-ES-VALIDO Y CUIT-ES-VALIDA, QUE EL LLAMADOR USA PARA
      *>   SABER SI LA CAPTURA SIRVE
       7300-PEDIR-RESTO.

           MOVE "N" TO WS-CBU-VALIDO-SW
           MOVE "N" TO WS-CUIT-VALIDO-SW

           DISPLAY "INGRESE EL PORCENTAJE (0 A 99,9)"
           MOVE 0 TO WS-CAP-PORCENTAJE
           ACCEPT WS-CAP-CBU

           PERFORM 7400-VALIDAR-CBU
               THRU 7400-VALIDAR-CBU-EXIT

           IF NOT CBU-ES-VALIDO
               GO TO 7300-PEDIR-RESTO-EXIT
           END-IF

           DISPLAY "INGRESE LA CUIT (11 DIGITOS, SIN GUIONES)"
           MOVE SPACES TO WS-CAP-CUIT
           ACCEPT WS-CAP-CUIT

           PERFORM 7700-VALIDAR-CUIT
               THRU 7700-VALIDAR-CUIT-EXIT.

       7300-PEDIR-RESTO-EXIT.
           EXIT.

      *>   AGREGA LA CAPTURA VALIDADA COMO REGISTRO NUEVO DE LA
      *>   TABLA; EL RESULTADO QUEDA EN EL SWITCH CAPTURA-AGREGADA
      *>   PARA QUE EL LLAMADOR NO CONFIRME UN CAMBIO QUE NO ENTRO.
      *>   EL LLAMADOR DEJA EN WS-CAMB-ACCION SI ES ALTA O BAJA, Y EL
      *>   REGISTRO SOLO ENTRA SI EL CAMBIO QUEDO ANOTADO
       7500-AGREGAR-CAPTURA.

           MOVE "N" TO WS-CAPTURA-OK-SW

           IF WS-CANT-REGISTROS = 300
               DISPLAY "ERROR: LA TABLA ESTA LLENA (300 REGISTROS), "
                   "CORRA EL ARCHIVADO ANTES DE SEGUIR CARGANDO"
               GO TO 7500-AGREGAR-CAPTURA-EXIT
           END-IF

           MOVE WS-CAP-NRO TO WS-IMG-NRO
           MOVE WS-CAP-VIGENCIA TO WS-IMG-VIGENCIA
           MOVE WS-CAP-PORCENTAJE TO WS-IMG-PORCENTAJE
           MOVE WS-CAP-NOMBRE TO WS-IMG-NOMBRE
           MOVE WS-CAP-CBU TO WS-IMG-CBU
           MOVE WS-CAP-CUIT TO WS-IMG-CUIT
           MOVE WS-CAP-ESQ-TIPO TO WS-IMG-ESQ-TIPO
           MOVE WS-CAP-ESQ-CLAVE TO WS-IMG-ESQ-CLAVE
           MOVE SPACES TO WS-CAMB-ANTES
           MOVE WS-IMAGEN-PARTIC TO WS-CAMB-DESPUES
           PERFORM 7800-ANOTAR
               THRU 7800-ANOTAR-EXIT
           IF NOT CAMB-ANOTADO
               GO TO 7500-AGREGAR-CAPTURA-EXIT
           END-IF

           ADD 1 TO WS-CANT-REGISTROS
           MOVE WS-CAP-NRO TO WS-PAR-NRO(WS-CANT-REGISTROS)
           MOVE WS-CAP-VIGENCIA TO WS-PAR-VIGENCIA(WS-CANT-REGISTROS)
               TO WS-PAR-PORCENTAJE(WS-CANT-REGISTROS)
           MOVE WS-CAP-NOMBRE TO WS-PAR-NOMBRE(WS-CANT-REGISTROS)
           MOVE WS-CAP-CBU TO WS-PAR-CBU(WS-CANT-REGISTROS)
           MOVE WS-CAP-CUIT TO WS-PAR-CUIT(WS-CANT-REGISTROS)
           MOVE WS-CAP-ESQ-TIPO TO WS-PAR-ESQ-TIPO(WS-CANT-REGISTROS)
           MOVE WS-CAP-ESQ-CLAVE
               TO WS-PAR-ESQ-CLAVE(WS-CANT-REGISTROS)
           SET HUBO-CAMBIOS TO TRUE
           SET CAPTURA-AGREGADA TO TRUE.


      *>   CONTROL DE CIERRE A 100: CON EL MISMO CRITERIO DE VIGENCIA
      *>   QUE 2000-CARGAR-PORCENTAJES EN CL-18-EJ-18, SUMA LOS
      *>   PORCENTAJES VIGENTES A LA FECHA DEL REGISTRO RECIEN TOCADO,
      *>   DENTRO DE SU MISMO ESQUEMA (CADA ESQUEMA REPARTE EL MONTO
      *>   DE SUS SUCURSALES ENTERO), Y AVISA SI NO DAN 100. ES UN
      *>   AVISO Y NO UN ABORT: PUEDE FALTAR CARGAR OTRO PARTICIPANTE
      *>   DE LA MISMA TANDA, PERO SI QUEDA ASI, CL-18-EJ-18 VA A
      *>   ABORTAR EN 3000-VALIDAR-PORCENTAJES CUANDO ESA FECHA ENTRE
      *>   EN VIGENCIA
       7600-AVISAR-SUMA-VIGENTE.

           MOVE 0 TO WS-SUMA-VIGENTE

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-REGISTROS
               IF WS-PAR-VIGENCIA(i) NOT > WS-CAP-VIGENCIA
                       AND WS-PAR-ESQ-TIPO(i) = WS-CAP-ESQ-TIPO
                       AND WS-PAR-ESQ-CLAVE(i) = WS-CAP-ESQ-CLAVE
                       AND WS-PAR-VIGENCIA(i) >
                           WS-VIG-ELEGIDA(WS-PAR-NRO(i))
                   MOVE WS-PAR-VIGENCIA(i)

           IF WS-SUMA-VIGENTE NOT = 100
               DISPLAY "AVISO: LOS PORCENTAJES VIGENTES AL "
                   WS-CAP-VIGENCIA " EN EL ESQUEMA " WS-CAP-ESQ-TIPO
                   " " WS-CAP-ESQ-CLAVE " SUMAN " WS-SUMA-VIGENTE
                   " Y DEBERIAN SUMAR 100"
               DISPLAY "CL-18-EJ-18 VA A ABORTAR SI SE CORRE UNA "
                   "DISTRIBUCION CON ESA FECHA DE REFERENCIA"
           EXIT.


      *>   CONTROL DEL DIGITO VERIFICADOR DE LA CUIT: 11 DIGITOS
      *>   NUMERICOS, SUMA PONDERADA DE LOS 10 PRIMEROS, Y EL DIGITO
      *>   11 ES 11 MENOS (SUMA MODULO 11), CON 11 = 0; UN RESULTADO
      *>   10 NO ES UNA CUIT VALIDA. SIN ESTE CONTROL UNA CUIT MAL
      *>   TIPEADA SE DESCUBRIRIA RECIEN CUANDO AFIP RECHACE LA
      *>   DECLARACION ANUAL DE RPT-RETEN
       7700-VALIDAR-CUIT.

           MOVE "N" TO WS-CUIT-VALIDO-SW
           MOVE WS-CAP-CUIT TO WS-CUIT-TRABAJO

           IF WS-CUIT-TRABAJO NOT NUMERIC
               DISPLAY "ERROR: LA CUIT DEBE TENER 11 DIGITOS NUMERICOS"
               GO TO 7700-VALIDAR-CUIT-EXIT
           END-IF

           MOVE 0 TO WS-CUIT-SUMA
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > 10
               COMPUTE WS-CUIT-SUMA = WS-CUIT-SUMA
                   + WS-CUIT-DIGITO(k) * WS-CUIT-PESO(k)
           END-PERFORM

           DIVIDE WS-CUIT-SUMA BY 11 GIVING WS-CUIT-COCIENTE
               REMAINDER WS-CUIT-RESTO

           IF WS-CUIT-RESTO = 0
               MOVE 0 TO WS-CUIT-VERIFICADOR
           ELSE
               COMPUTE WS-CUIT-VERIFICADOR = 11 - WS-CUIT-RESTO
           END-IF

           IF WS-CUIT-VERIFICADOR = 10
                   OR WS-CUIT-VERIFICADOR NOT = WS-CUIT-DIGITO(11)
               DISPLAY "ERROR: EL DIGITO VERIFICADOR DE LA CUIT NO "
                   "CIERRA"
               GO TO 7700-VALIDAR-CUIT-EXIT
           END-IF

           SET CUIT-ES-VALIDA TO TRUE.

       7700-VALIDAR-CUIT-EXIT.
           EXIT.


      *>   ANOTA EL CAMBIO ARMADO EN EL REGISTRO DE CAMBIOS PENDIENTES
      *>   CON LA CLAVE NRO + VIGENCIA + TIPO DE ESQUEMA (LA CLAVE DEL
      *>   ESQUEMA NO ENTRA EN LA CLAVE DEL CAMBIO, VA EN LA IMAGEN)
       7800-ANOTAR.

           MOVE SPACES TO WS-CAMB-CLAVE
           MOVE WS-IMG-NRO TO WS-CAMB-CLAVE(1:1)
           MOVE WS-IMG-VIGENCIA TO WS-CAMB-CLAVE(2:8)
           MOVE WS-IMG-ESQ-TIPO TO WS-CAMB-CLAVE(10:1)

           PERFORM 8400-ANOTAR-CAMBIO
               THRU 8400-ANOTAR-CAMBIO-EXIT.

       7800-ANOTAR-EXIT.
           EXIT.


      *>   VALIDACION DE FECHA COMPARTIDA (VER 7100-PEDIR-NRO-VIGENCIA)
           COPY FECHAVAL.

      *>   CONTROL DE PIN Y REGISTRO DE INGRESOS COMPARTIDO (VER
      *>   1100-INICIAR-SESION)
           COPY SESCALC.

      *>   REGISTRO DE CAMBIOS COMPARTIDO (VER 6000-GRABAR-ARCHIVO)
           COPY CAMBCALC.
