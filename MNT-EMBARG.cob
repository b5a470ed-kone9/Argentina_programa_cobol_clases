
      *> el comentario siempre empieza de la linea 7
      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNT-EMBARG.
      *>--------------------------------------

      *> MANTENIMIENTO DEL ARCHIVO DE OFICIOS DE EMBARGO JUDICIAL
      *> EMBARGPF, QUE LEE CL-18-EJ-18 PARA PARTIR EL NETO DE CADA
      *> PARTICIPANTE EMBARGADO ENTRE SU CBU Y EL DE LA CUENTA
      *> JUDICIAL (VER 3600-CARGAR-EMBARGOS Y 5600-CALCULAR-EMBARGOS).
      *> MISMO ESQUEMA QUE MNT-TARIF: CARGA TODO EMBARGPF EN MEMORIA,
      *> OFRECE ALTA / LEVANTAMIENTO / CORRECCION POR CONSOLA Y
      *> REESCRIBE EL ARCHIVO AL SALIR. VALIDA ANTES DE ACEPTAR:
      *> - NRO DE PARTICIPANTE ENTRE 1 Y 9 Y QUE ESTE EN PARTICPF,
      *> - NUMERO DE OFICIO NO EN BLANCO Y QUE NO EXISTA YA (ES LA
      *>   CLAVE CON LA QUE EMBMOVPF ACUMULA LO DEPOSITADO),
      *> - DIGITOS VERIFICADORES DEL CBU JUDICIAL (MISMO CONTROL QUE
      *>   MNT-PARTIC) Y QUE NO SEA EL CBU DEL PROPIO PARTICIPANTE,
      *> - MODALIDAD P (PORCENTAJE DEL NETO, MAYOR QUE CERO Y HASTA
      *>   99,99) O F (MONTO FIJO POR PAGO, MAYOR QUE CERO),
      *> - TOPE MAYOR QUE CERO Y NUNCA MENOR QUE LO YA DEPOSITADO AL
      *>   JUZGADO POR ESE OFICIO SEGUN EMBMOVPF,
      *> - FECHA DESDE VALIDA (COPYBOOK FECHAVAL COMPARTIDO) Y FECHA
      *>   HASTA EN CERO (SIN LEVANTAMIENTO) O VALIDA Y NO ANTERIOR.
      *> UN OFICIO NO SE ELIMINA: LO YA DEPOSITADO ES HISTORIA Y LO
      *> NECESITA RPT-EMBARG PARA EL ESTADO DE CUENTA. CUANDO EL
      *> JUZGADO ORDENA EL LEVANTAMIENTO SE CARGA LA FECHA HASTA.
      *> EXIGE SESION DE UN OPERADOR CON PIN (VER SESCALC.CPY) Y CADA
      *> CAMBIO QUEDA EN EL REGISTRO DE CAMBIOS CAMBIOSPF CON EL
      *> OPERADOR, LA FECHA Y HORA Y LA IMAGEN ANTES Y DESPUES (VER
      *> CAMBCALC.CPY). LA IMAGEN NO LLEVA EL NOMBRE DEL JUZGADO, QUE
      *> NO ENTRA EN LOS 80 CARACTERES Y NO CAMBIA NINGUN PAGO.

      *>--------------------------------------
       ENVIRONMENT DIVISION.
      *>--------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   OFICIOS DE EMBARGO, MISMO ARCHIVO QUE LEE CL-18-EJ-18
           SELECT EMBARG-FILE ASSIGN TO "EMBARGPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMBARG WS-FS-EMBARG-EXT.

      *>   DEPOSITOS YA HECHOS A LOS JUZGADOS, PARA EL SALDO DE CADA
      *>   OFICIO (LO ESCRIBE CL-18-EJ-18)
           SELECT EMBMOV-FILE ASSIGN TO "EMBMOVPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMBMOV WS-FS-EMBMOV-EXT.

      *>   PARAMETROS DE PARTICIPANTES, PARA VALIDAR EL NRO Y EL CBU
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
      *>   MISMO LAYOUT QUE EMBARG-REG EN CL-18-EJ-18 (VER ESE PROGRAMA
      *>   PARA EL DETALLE DE CADA CAMPO)
       FD  EMBARG-FILE.
       01  EMBARG-REG.
           02 EMB-REG-NRO            PIC 9(1).
           02 EMB-REG-ORDEN          PIC X(12).
           02 EMB-REG-JUZGADO        PIC X(20).
           02 EMB-REG-CBU            PIC X(22).
           02 EMB-REG-TIPO           PIC X(1).
           02 EMB-REG-PORCENTAJE     PIC 99V99.
           02 EMB-REG-MONTO-FIJO     PIC 9(9)V99.
           02 EMB-REG-TOPE           PIC 9(9)V99.
           02 EMB-REG-DESDE          PIC 9(8).
           02 EMB-REG-HASTA          PIC 9(8).

      *>   MISMO LAYOUT QUE EMBMOV-REG EN CL-18-EJ-18
       FD  EMBMOV-FILE.
       01  EMBMOV-REG.
           02 EMV-REG-FECHA          PIC 9(8).
           02 EMV-REG-CORRIDA        PIC 9(6).
           02 EMV-REG-ORDEN          PIC X(12).
           02 EMV-REG-NRO            PIC 9(1).
           02 EMV-REG-BASE           PIC 9(9)V99.
           02 EMV-REG-MONTO          PIC 9(9)V99.
           02 EMV-REG-SALDO          PIC 9(9)V99.

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

       01  WS-FS-EMBARG              PIC XX.
           88 FS-EMBARG-OK           VALUE "00".
           88 FS-EMBARG-EOF          VALUE "10".
       01  WS-FS-EMBARG-EXT          PIC 9(4).

       01  WS-FS-EMBMOV              PIC XX.
           88 FS-EMBMOV-OK           VALUE "00".
           88 FS-EMBMOV-EOF          VALUE "10".
       01  WS-FS-EMBMOV-EXT          PIC 9(4).

       01  WS-FS-PARTIC              PIC XX.
           88 FS-PARTIC-OK           VALUE "00".
           88 FS-PARTIC-EOF          VALUE "10".
       01  WS-FS-PARTIC-EXT          PIC 9(4).

       01  WS-FS-OPER                PIC XX.
           88 FS-OPER-OK             VALUE "00".
           88 FS-OPER-EOF            VALUE "10".
       01  WS-FS-OPER-EXT            PIC 9(4).

      *>   TODO EMBARGPF CARGADO EN MEMORIA, CON LO YA DEPOSITADO POR
      *>   CADA OFICIO SEGUN EMBMOVPF (NO SE GRABA: SE RECALCULA)
       01  WS-CANT-REGISTROS         PIC 9(3) VALUE 0.
       01  WS-TABLA-EMBARG.
           02 WS-EMB-ENTRADA OCCURS 100 TIMES.
               03 WS-EMB-NRO         PIC 9(1).
               03 WS-EMB-ORDEN       PIC X(12).
               03 WS-EMB-JUZGADO     PIC X(20).
               03 WS-EMB-CBU         PIC X(22).
               03 WS-EMB-TIPO        PIC X(1).
               03 WS-EMB-PORCENTAJE  PIC 99V99.
               03 WS-EMB-MONTO-FIJO  PIC 9(9)V99.
               03 WS-EMB-TOPE        PIC 9(9)V99.
               03 WS-EMB-DESDE       PIC 9(8).
               03 WS-EMB-HASTA       PIC 9(8).
               03 WS-EMB-DEPOSITADO  PIC 9(9)V99.

      *>   NOMBRE Y CBU DE CADA PARTICIPANTE, DEL REGISTRO DE PARTICPF
      *>   CON LA VIGENCIA MAS RECIENTE (VIGENCIA EN CERO = NO ESTA)
       01  WS-TABLA-PARTIC.
           02 WS-PAR-ENTRADA OCCURS 9 TIMES.
               03 WS-PAR-VIGENCIA    PIC 9(8).
               03 WS-PAR-NOMBRE      PIC X(20).
               03 WS-PAR-CBU         PIC X(22).

       01  i                         PIC 9(3).
       01  k                         PIC 99.

      *>   OPCION DEL MENU PRINCIPAL
       01  WS-OPCION                 PIC X(01) VALUE SPACE.
           88 OPCION-ALTA            VALUE "A".
           88 OPCION-LEVANTAR        VALUE "B".
           88 OPCION-CORRECCION      VALUE "C".
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

      *>   FECHA DE HOY: PARA EL ESTADO DE CADA OFICIO EN EL LISTADO
       01  WS-FECHA-HOY              PIC 9(8) VALUE 0.

      *>   DATOS DEL OFICIO EN CAPTURA. LOS IMPORTES SE ACEPTAN CON
      *>   SIGNO PARA PODER RECHAZAR UN NEGATIVO EN VEZ DE PERDERLE EL
      *>   SIGNO
       01  WS-CAP-NRO                PIC 9(1) VALUE 0.
       01  WS-CAP-ORDEN              PIC X(12) VALUE SPACES.
       01  WS-CAP-JUZGADO            PIC X(20) VALUE SPACES.
       01  WS-CAP-CBU                PIC X(22) VALUE SPACES.
       01  WS-CAP-TIPO               PIC X(1) VALUE SPACE.
       01  WS-CAP-PORCENTAJE         PIC S99V99 VALUE 0.
       01  WS-CAP-MONTO-FIJO         PIC S9(9)V99 VALUE 0.
       01  WS-CAP-TOPE               PIC S9(9)V99 VALUE 0.
       01  WS-CAP-DESDE              PIC 9(8) VALUE 0.
       01  WS-CAP-HASTA              PIC 9(8) VALUE 0.
       01  WS-CAP-VALIDA-SW          PIC X(01) VALUE "N".
           88 CAPTURA-VALIDA         VALUE "S".

      *>   SUBINDICE DEL OFICIO ENCONTRADO EN LA TABLA (CERO = NO ESTA)
       01  WS-REG-ENCONTRADO         PIC 9(3) VALUE 0.
       01  WS-CONFIRMA               PIC X(01) VALUE SPACE.

      *>   CAMPOS DEL CONTROL DE DIGITOS VERIFICADORES DEL CBU, LOS
      *>   MISMOS DE MNT-PARTIC: PONDERACIONES 7-1-3-9-7-1-3 PARA EL
      *>   PRIMER BLOQUE (EL DIGITO 8 VERIFICA) Y
      *>   3-9-7-1-3-9-7-1-3-9-7-1-3 PARA EL SEGUNDO (EL DIGITO 22
      *>   VERIFICA)
       01  WS-CBU-PESOS-1.
           02 FILLER PIC 9 VALUE 7.
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC 9 VALUE 3.
           02 FILLER PIC 9 VALUE 9.
           02 FILLER PIC 9 VALUE 7.
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC 9 VALUE 3.
       01  WS-CBU-PESOS-1-R REDEFINES WS-CBU-PESOS-1.
           02 WS-CBU-PESO-1 PIC 9 OCCURS 7 TIMES.
       01  WS-CBU-PESOS-2.
           02 FILLER PIC 9 VALUE 3.
           02 FILLER PIC 9 VALUE 9.
           02 FILLER PIC 9 VALUE 7.
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC 9 VALUE 3.
           02 FILLER PIC 9 VALUE 9.
           02 FILLER PIC 9 VALUE 7.
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC 9 VALUE 3.
           02 FILLER PIC 9 VALUE 9.
           02 FILLER PIC 9 VALUE 7.
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC 9 VALUE 3.
       01  WS-CBU-PESOS-2-R REDEFINES WS-CBU-PESOS-2.
           02 WS-CBU-PESO-2 PIC 9 OCCURS 13 TIMES.

       01  WS-CBU-TRABAJO            PIC X(22) VALUE SPACES.
       01  WS-CBU-TRABAJO-R REDEFINES WS-CBU-TRABAJO.
           02 WS-CBU-DIGITO          PIC 9 OCCURS 22 TIMES.
       01  WS-CBU-SUMA               PIC 9(4) VALUE 0.
       01  WS-CBU-COCIENTE           PIC 9(4) VALUE 0.
       01  WS-CBU-RESTO              PIC 9 VALUE 0.
       01  WS-CBU-VERIFICADOR        PIC 9 VALUE 0.
       01  WS-CBU-VALIDO-SW          PIC X(01) VALUE "N".
           88 CBU-ES-VALIDO          VALUE "S".

      *>   IMAGEN DE UN REGISTRO DE EMBARGPF PARA CAMBIOSPF (SIN EL
      *>   NOMBRE DEL JUZGADO, VER EL COMENTARIO DEL PRINCIPIO)
       01  WS-IMAGEN-EMBARG.
           02 WS-IMG-ORDEN           PIC X(12).
           02 WS-IMG-NRO             PIC 9(1).
           02 WS-IMG-CBU             PIC X(22).
           02 WS-IMG-TIPO            PIC X(1).
           02 WS-IMG-PORCENTAJE      PIC 99V99.
           02 WS-IMG-MONTO-FIJO      PIC 9(9)V99.
           02 WS-IMG-TOPE            PIC 9(9)V99.
           02 WS-IMG-DESDE           PIC 9(8).
           02 WS-IMG-HASTA           PIC 9(8).

      *>   ESTRUCTURA COMPARTIDA DE FECHA VALIDADA (VER FECHACPY.CPY)
           COPY FECHACPY.

      *>   LINEAS DEL LISTADO POR CONSOLA (DOS POR OFICIO)
       01  WS-ML-DETALLE.
           02 FILLER                 PIC X(07) VALUE "OFICIO ".
           02 WS-ML-ORDEN            PIC X(12).
           02 FILLER                 PIC X(07) VALUE "  PART ".
           02 WS-ML-NRO              PIC 9.
           02 FILLER                 PIC X(01) VALUE " ".
           02 WS-ML-NOMBRE           PIC X(20).
           02 FILLER                 PIC X(02) VALUE "  ".
           02 WS-ML-JUZGADO          PIC X(20).
           02 FILLER                 PIC X(02) VALUE "  ".
           02 WS-ML-ESTADO           PIC X(10).
       01  WS-ML-DETALLE-2.
           02 FILLER                 PIC X(07) VALUE "  CBU  ".
           02 WS-ML-CBU              PIC X(22).
           02 FILLER                 PIC X(02) VALUE "  ".
           02 WS-ML-MODALIDAD        PIC X(20).
           02 FILLER                 PIC X(07) VALUE " TOPE $".
           02 WS-ML-TOPE             PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(09) VALUE " SALDO $ ".
           02 WS-ML-SALDO            PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(08) VALUE "  DESDE ".
           02 WS-ML-DESDE            PIC 9999/99/99.
           02 FILLER                 PIC X(07) VALUE " HASTA ".
           02 WS-ML-HASTA            PIC 9999/99/99.
       01  WS-ML-PORCENTAJE          PIC Z9,99.
       01  WS-ML-MONTO-FIJO          PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-ML-IMPORTE             PIC ZZZ.ZZZ.ZZ9,99.

      *>---------------------------PROCEDURE----------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE "EMBARGPF" TO WS-CAMB-ARCHIVO

           PERFORM 1100-INICIAR-SESION
               THRU 1100-INICIAR-SESION-EXIT

           PERFORM 1000-CARGAR-ARCHIVO
               THRU 1000-CARGAR-ARCHIVO-EXIT

           PERFORM 1500-CARGAR-PARTICIPANTES
               THRU 1500-CARGAR-PARTICIPANTES-EXIT

           PERFORM 1600-CARGAR-DEPOSITOS
               THRU 1600-CARGAR-DEPOSITOS-EXIT

           PERFORM UNTIL OPCION-FIN
               DISPLAY " "
               DISPLAY "MANTENIMIENTO DE EMBARGPF - OPCIONES:"
               DISPLAY "  A = ALTA DE UN OFICIO DE EMBARGO"
               DISPLAY "  B = LEVANTAMIENTO DE UN OFICIO (FECHA HASTA)"
               DISPLAY "  C = CORRECCION DE UN OFICIO"
               DISPLAY "  L = LISTAR EL ARCHIVO CON EL SALDO DE CADA "
                   "OFICIO"
               DISPLAY "  F = FIN (GRABA LOS CAMBIOS)"
               MOVE SPACE TO WS-OPCION
               ACCEPT WS-OPCION

               EVALUATE TRUE
                   WHEN OPCION-ALTA
                       PERFORM 2000-ALTA
                           THRU 2000-ALTA-EXIT
                   WHEN OPCION-LEVANTAR
                       PERFORM 3000-LEVANTAR
                           THRU 3000-LEVANTAR-EXIT
                   WHEN OPCION-CORRECCION
                       PERFORM 4000-CORRECCION
                           THRU 4000-CORRECCION-EXIT
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
               DISPLAY "SIN CAMBIOS, EMBARGPF QUEDA COMO ESTABA"
           END-IF

           GOBACK.

       0000-MAINLINE-EXIT.
           EXIT.


      *>   CARGA TODO EMBARGPF EN LA TABLA DE TRABAJO; SI EL ARCHIVO
      *>   TODAVIA NO EXISTE SE ARRANCA CON LA TABLA VACIA
       1000-CARGAR-ARCHIVO.

           MOVE 0 TO WS-CANT-REGISTROS

           OPEN INPUT EMBARG-FILE

           IF NOT FS-EMBARG-OK
               DISPLAY "AVISO: EMBARGPF NO EXISTE TODAVIA, SE ARRANCA "
                   "VACIO - STATUS " WS-FS-EMBARG
               CLOSE EMBARG-FILE
               GO TO 1000-CARGAR-ARCHIVO-EXIT
           END-IF

           PERFORM UNTIL FS-EMBARG-EOF
               READ EMBARG-FILE
                   AT END
                       SET FS-EMBARG-EOF TO TRUE
                   NOT AT END
                       IF WS-CANT-REGISTROS = 100
                           DISPLAY "ERROR: EMBARGPF TIENE MAS DE 100 "
                               "REGISTROS, NO ENTRA EN LA TABLA"
                           DISPLAY "PROGRAMA ABORTADO"
                           MOVE 1 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-CANT-REGISTROS
                       MOVE EMB-REG-NRO
                           TO WS-EMB-NRO(WS-CANT-REGISTROS)
                       MOVE EMB-REG-ORDEN
                           TO WS-EMB-ORDEN(WS-CANT-REGISTROS)
                       MOVE EMB-REG-JUZGADO
                           TO WS-EMB-JUZGADO(WS-CANT-REGISTROS)
                       MOVE EMB-REG-CBU
                           TO WS-EMB-CBU(WS-CANT-REGISTROS)
                       MOVE EMB-REG-TIPO
                           TO WS-EMB-TIPO(WS-CANT-REGISTROS)
                       MOVE EMB-REG-PORCENTAJE
                           TO WS-EMB-PORCENTAJE(WS-CANT-REGISTROS)
                       MOVE EMB-REG-MONTO-FIJO
                           TO WS-EMB-MONTO-FIJO(WS-CANT-REGISTROS)
                       MOVE EMB-REG-TOPE
                           TO WS-EMB-TOPE(WS-CANT-REGISTROS)
                       MOVE EMB-REG-DESDE
                           TO WS-EMB-DESDE(WS-CANT-REGISTROS)
                       MOVE EMB-REG-HASTA
                           TO WS-EMB-HASTA(WS-CANT-REGISTROS)
                       MOVE 0 TO WS-EMB-DEPOSITADO(WS-CANT-REGISTROS)
               END-READ
           END-PERFORM

           CLOSE EMBARG-FILE

           DISPLAY "EMBARGPF CARGADO: " WS-CANT-REGISTROS " REGISTROS".

       1000-CARGAR-ARCHIVO-EXIT.
           EXIT.


      *>   IDENTIFICACION DEL OPERADOR CON SU PIN (VER SESCALC.CPY),
      *>   MISMO ESQUEMA QUE 0400-INICIAR-SESION EN CL-18-EJ-18
       1100-INICIAR-SESION.

           MOVE "N" TO WS-OPER-HALLADO-SW
           MOVE "MNT-EMBARG" TO WS-SES-PROGRAMA

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
                   " Y EL MANTENIMIENTO DE EMBARGOS EXIGE NIVEL "
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


      *>   CARGA DE PARTICPF EL NOMBRE Y EL CBU DE CADA PARTICIPANTE
      *>   (DEL REGISTRO DE VIGENCIA MAS RECIENTE). SIN PARTICPF NO
      *>   HAY A QUIEN EMBARGAR
       1500-CARGAR-PARTICIPANTES.

           INITIALIZE WS-TABLA-PARTIC

           OPEN INPUT PARTIC-FILE

           IF NOT FS-PARTIC-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR PARTICPF - STATUS "
                   WS-FS-PARTIC
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
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
                               MOVE PARTIC-REG-CBU TO WS-PAR-CBU(k)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PARTIC-FILE.

       1500-CARGAR-PARTICIPANTES-EXIT.
           EXIT.


      *>   ACUMULA DE EMBMOVPF LO YA DEPOSITADO POR CADA OFICIO DE LA
      *>   TABLA; SIN ARCHIVO TODAVIA NO SE DEPOSITO NADA
       1600-CARGAR-DEPOSITOS.

           OPEN INPUT EMBMOV-FILE

           IF NOT FS-EMBMOV-OK
               CLOSE EMBMOV-FILE
               GO TO 1600-CARGAR-DEPOSITOS-EXIT
           END-IF

           PERFORM UNTIL FS-EMBMOV-EOF
               READ EMBMOV-FILE
                   AT END
                       SET FS-EMBMOV-EOF TO TRUE
                   NOT AT END
                       PERFORM VARYING i FROM 1 BY 1
                               UNTIL i > WS-CANT-REGISTROS
                           IF WS-EMB-ORDEN(i) = EMV-REG-ORDEN
                               ADD EMV-REG-MONTO
                                   TO WS-EMB-DEPOSITADO(i)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM

           CLOSE EMBMOV-FILE.

       1600-CARGAR-DEPOSITOS-EXIT.
           EXIT.


      *>   ALTA DE UN OFICIO NUEVO
       2000-ALTA.

           PERFORM 7100-PEDIR-ORDEN
               THRU 7100-PEDIR-ORDEN-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 2000-ALTA-EXIT
           END-IF

           PERFORM 7200-BUSCAR-ORDEN
               THRU 7200-BUSCAR-ORDEN-EXIT
           IF WS-REG-ENCONTRADO > 0
               DISPLAY "ERROR: YA EXISTE EL OFICIO " WS-CAP-ORDEN
                   " - USE LA CORRECCION"
               GO TO 2000-ALTA-EXIT
           END-IF

           IF WS-CANT-REGISTROS = 100
               DISPLAY "ERROR: LA TABLA ESTA LLENA (100 REGISTROS)"
               GO TO 2000-ALTA-EXIT
           END-IF

           PERFORM 7150-PEDIR-NRO
               THRU 7150-PEDIR-NRO-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 2000-ALTA-EXIT
           END-IF

           PERFORM 7300-PEDIR-RESTO
               THRU 7300-PEDIR-RESTO-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 2000-ALTA-EXIT
           END-IF

           PERFORM 7500-IMAGEN-CAPTURA
               THRU 7500-IMAGEN-CAPTURA-EXIT
           MOVE "A" TO WS-CAMB-ACCION
           MOVE SPACES TO WS-CAMB-ANTES
           MOVE WS-IMAGEN-EMBARG TO WS-CAMB-DESPUES
           PERFORM 7600-ANOTAR
               THRU 7600-ANOTAR-EXIT
           IF NOT CAMB-ANOTADO
               GO TO 2000-ALTA-EXIT
           END-IF

           ADD 1 TO WS-CANT-REGISTROS
           MOVE WS-CANT-REGISTROS TO WS-REG-ENCONTRADO
           MOVE 0 TO WS-EMB-DEPOSITADO(WS-REG-ENCONTRADO)
           PERFORM 7800-GUARDAR-CAPTURA
               THRU 7800-GUARDAR-CAPTURA-EXIT
           SET HUBO-CAMBIOS TO TRUE

           DISPLAY "ALTA REGISTRADA".

       2000-ALTA-EXIT.
           EXIT.


      *>   LEVANTAMIENTO DE UN OFICIO: SE CARGA LA FECHA HASTA QUE
      *>   INDICA EL JUZGADO; DESDE EL DIA SIGUIENTE CL-18-EJ-18 YA NO
      *>   LO APLICA. EL OFICIO Y SUS DEPOSITOS QUEDAN COMO HISTORIA
       3000-LEVANTAR.

           PERFORM 7100-PEDIR-ORDEN
               THRU 7100-PEDIR-ORDEN-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 3000-LEVANTAR-EXIT
           END-IF

           PERFORM 7200-BUSCAR-ORDEN
               THRU 7200-BUSCAR-ORDEN-EXIT
           IF WS-REG-ENCONTRADO = 0
               DISPLAY "ERROR: NO EXISTE EL OFICIO " WS-CAP-ORDEN
               GO TO 3000-LEVANTAR-EXIT
           END-IF

           MOVE WS-REG-ENCONTRADO TO i
           PERFORM 7700-MOSTRAR-REGISTRO
               THRU 7700-MOSTRAR-REGISTRO-EXIT

           PERFORM 7550-IMAGEN-TABLA
               THRU 7550-IMAGEN-TABLA-EXIT
           MOVE WS-IMAGEN-EMBARG TO WS-CAMB-ANTES

           DISPLAY "INGRESE LA FECHA DE LEVANTAMIENTO (AAAAMMDD, "
               "ULTIMO DIA EN QUE SE EMBARGA)"
           MOVE 0 TO WS-CAP-HASTA
           ACCEPT WS-CAP-HASTA

           MOVE WS-CAP-HASTA(1:4) TO WS-FEC-ANIO
           MOVE WS-CAP-HASTA(5:2) TO WS-FEC-MES
           MOVE WS-CAP-HASTA(7:2) TO WS-FEC-DIA

           PERFORM 8900-VALIDAR-FECHA
               THRU 8900-VALIDAR-FECHA-EXIT

           IF NOT FECHA-ES-VALIDA
               DISPLAY "ERROR: FECHA DE LEVANTAMIENTO INVALIDA"
               GO TO 3000-LEVANTAR-EXIT
           END-IF

           IF WS-CAP-HASTA < WS-EMB-DESDE(WS-REG-ENCONTRADO)
               DISPLAY "ERROR: LA FECHA DE LEVANTAMIENTO ES ANTERIOR "
                   "AL INICIO DEL EMBARGO"
               GO TO 3000-LEVANTAR-EXIT
           END-IF

           DISPLAY "PARA LEVANTAR EL OFICIO " WS-CAP-ORDEN " INGRESE "
               "S, CUALQUIER OTRA COSA CANCELA"
           MOVE SPACE TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "LEVANTAMIENTO CANCELADO"
               GO TO 3000-LEVANTAR-EXIT
           END-IF

           MOVE WS-CAP-HASTA TO WS-IMG-HASTA
           MOVE "B" TO WS-CAMB-ACCION
           MOVE WS-IMAGEN-EMBARG TO WS-CAMB-DESPUES
           PERFORM 7600-ANOTAR
               THRU 7600-ANOTAR-EXIT
           IF NOT CAMB-ANOTADO
               GO TO 3000-LEVANTAR-EXIT
           END-IF

           MOVE WS-CAP-HASTA TO WS-EMB-HASTA(WS-REG-ENCONTRADO)
           SET HUBO-CAMBIOS TO TRUE

           DISPLAY "LEVANTAMIENTO REGISTRADO".

       3000-LEVANTAR-EXIT.
           EXIT.


      *>   CORRECCION DE UN OFICIO EXISTENTE: SE VUELVEN A PEDIR TODOS
      *>   LOS DATOS SALVO EL NUMERO DE OFICIO Y EL PARTICIPANTE (PARA
      *>   CAMBIARLOS SE LEVANTA EL OFICIO Y SE CARGA OTRO)
       4000-CORRECCION.

           PERFORM 7100-PEDIR-ORDEN
               THRU 7100-PEDIR-ORDEN-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 4000-CORRECCION-EXIT
           END-IF

           PERFORM 7200-BUSCAR-ORDEN
               THRU 7200-BUSCAR-ORDEN-EXIT
           IF WS-REG-ENCONTRADO = 0
               DISPLAY "ERROR: NO EXISTE EL OFICIO " WS-CAP-ORDEN
               GO TO 4000-CORRECCION-EXIT
           END-IF

           MOVE WS-REG-ENCONTRADO TO i
           PERFORM 7700-MOSTRAR-REGISTRO
               THRU 7700-MOSTRAR-REGISTRO-EXIT

           IF WS-EMB-DEPOSITADO(WS-REG-ENCONTRADO) > 0
               DISPLAY "AVISO: ESTE OFICIO YA TIENE DEPOSITOS; LA "
                   "CORRECCION VALE PARA LOS PAGOS QUE VIENEN, LO YA "
                   "DEPOSITADO NO CAMBIA"
           END-IF

           PERFORM 7550-IMAGEN-TABLA
               THRU 7550-IMAGEN-TABLA-EXIT
           MOVE WS-IMAGEN-EMBARG TO WS-CAMB-ANTES

           MOVE WS-EMB-NRO(WS-REG-ENCONTRADO) TO WS-CAP-NRO
           PERFORM 7300-PEDIR-RESTO
               THRU 7300-PEDIR-RESTO-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 4000-CORRECCION-EXIT
           END-IF

           PERFORM 7500-IMAGEN-CAPTURA
               THRU 7500-IMAGEN-CAPTURA-EXIT
           IF WS-IMAGEN-EMBARG = WS-CAMB-ANTES
                   AND WS-CAP-JUZGADO =
                       WS-EMB-JUZGADO(WS-REG-ENCONTRADO)
               DISPLAY "EL OFICIO NO CAMBIO, NO HAY NADA QUE CORREGIR"
               GO TO 4000-CORRECCION-EXIT
           END-IF

           MOVE "M" TO WS-CAMB-ACCION
           MOVE WS-IMAGEN-EMBARG TO WS-CAMB-DESPUES
           PERFORM 7600-ANOTAR
               THRU 7600-ANOTAR-EXIT
           IF NOT CAMB-ANOTADO
               GO TO 4000-CORRECCION-EXIT
           END-IF

           PERFORM 7800-GUARDAR-CAPTURA
               THRU 7800-GUARDAR-CAPTURA-EXIT
           SET HUBO-CAMBIOS TO TRUE

           DISPLAY "CORRECCION REGISTRADA".

       4000-CORRECCION-EXIT.
           EXIT.


      *>   LISTADO DE CONTROL DE TODA LA TABLA POR CONSOLA, CON EL
      *>   SALDO QUE LE FALTA A CADA OFICIO PARA LLEGAR AL TOPE
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


      *>   REESCRIBE EMBARGPF ENTERO DESDE LA TABLA Y RECIEN DESPUES
      *>   GRABA LOS CAMBIOS ANOTADOS EN CAMBIOSPF
       6000-GRABAR-ARCHIVO.

           OPEN OUTPUT EMBARG-FILE

           IF NOT FS-EMBARG-OK
               DISPLAY "ERROR: NO SE PUDO REESCRIBIR EMBARGPF - "
                   "STATUS " WS-FS-EMBARG
               DISPLAY "PROGRAMA ABORTADO, LOS CAMBIOS SE PERDIERON"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-REGISTROS
               MOVE WS-EMB-NRO(i) TO EMB-REG-NRO
               MOVE WS-EMB-ORDEN(i) TO EMB-REG-ORDEN
               MOVE WS-EMB-JUZGADO(i) TO EMB-REG-JUZGADO
               MOVE WS-EMB-CBU(i) TO EMB-REG-CBU
               MOVE WS-EMB-TIPO(i) TO EMB-REG-TIPO
               MOVE WS-EMB-PORCENTAJE(i) TO EMB-REG-PORCENTAJE
               MOVE WS-EMB-MONTO-FIJO(i) TO EMB-REG-MONTO-FIJO
               MOVE WS-EMB-TOPE(i) TO EMB-REG-TOPE
               MOVE WS-EMB-DESDE(i) TO EMB-REG-DESDE
               MOVE WS-EMB-HASTA(i) TO EMB-REG-HASTA
               WRITE EMBARG-REG
           END-PERFORM

           CLOSE EMBARG-FILE

           DISPLAY "EMBARGPF GRABADO: " WS-CANT-REGISTROS " REGISTROS"

           PERFORM 8450-GRABAR-CAMBIOS
               THRU 8450-GRABAR-CAMBIOS-EXIT.

       6000-GRABAR-ARCHIVO-EXIT.
           EXIT.


      *>   PIDE EL NUMERO DE OFICIO (LA CLAVE); EL RESULTADO QUEDA EN
      *>   EL SWITCH CAPTURA-VALIDA
       7100-PEDIR-ORDEN.

           MOVE "N" TO WS-CAP-VALIDA-SW

           DISPLAY "INGRESE EL NUMERO DE OFICIO (HASTA 12 CARACTERES)"
           MOVE SPACES TO WS-CAP-ORDEN
           ACCEPT WS-CAP-ORDEN

           IF WS-CAP-ORDEN = SPACES
               DISPLAY "ERROR: EL NUMERO DE OFICIO NO PUEDE QUEDAR EN "
                   "BLANCO"
               GO TO 7100-PEDIR-ORDEN-EXIT
           END-IF

           SET CAPTURA-VALIDA TO TRUE.

       7100-PEDIR-ORDEN-EXIT.
           EXIT.


      *>   PIDE EL NRO DEL PARTICIPANTE EMBARGADO Y CONTROLA QUE ESTE
      *>   EN PARTICPF; EL RESULTADO QUEDA EN EL SWITCH CAPTURA-VALIDA
       7150-PEDIR-NRO.

           MOVE "N" TO WS-CAP-VALIDA-SW

           DISPLAY "INGRESE EL NRO DE PARTICIPANTE EMBARGADO (1-9)"
           MOVE 0 TO WS-CAP-NRO
           ACCEPT WS-CAP-NRO

           IF WS-CAP-NRO < 1 OR WS-CAP-NRO > 9
               DISPLAY "ERROR: EL NRO DEBE ESTAR ENTRE 1 Y 9"
               GO TO 7150-PEDIR-NRO-EXIT
           END-IF

           IF WS-PAR-VIGENCIA(WS-CAP-NRO) = 0
               DISPLAY "ERROR: EL PARTICIPANTE " WS-CAP-NRO " NO ESTA "
                   "EN PARTICPF"
               GO TO 7150-PEDIR-NRO-EXIT
           END-IF

           DISPLAY "PARTICIPANTE: " WS-PAR-NOMBRE(WS-CAP-NRO)

           SET CAPTURA-VALIDA TO TRUE.

       7150-PEDIR-NRO-EXIT.
           EXIT.


      *>   BUSCA EN LA TABLA EL OFICIO DE LA CAPTURA; DEJA EL SUBINDICE
      *>   EN WS-REG-ENCONTRADO (CERO SI NO ESTA)
       7200-BUSCAR-ORDEN.

           MOVE 0 TO WS-REG-ENCONTRADO

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-REGISTROS
               IF WS-EMB-ORDEN(i) = WS-CAP-ORDEN
                   MOVE i TO WS-REG-ENCONTRADO
                   GO TO 7200-BUSCAR-ORDEN-EXIT
               END-IF
           END-PERFORM.

       7200-BUSCAR-ORDEN-EXIT.
           EXIT.


      *>   PIDE JUZGADO, CBU JUDICIAL, MODALIDAD E IMPORTE, TOPE Y
      *>   VIGENCIA DEL OFICIO DEL PARTICIPANTE WS-CAP-NRO Y LOS
      *>   VALIDA; EL RESULTADO QUEDA EN EL SWITCH CAPTURA-VALIDA. EN
      *>   UNA CORRECCION WS-REG-ENCONTRADO SENALA EL OFICIO, PARA NO
      *>   ACEPTAR UN TOPE MENOR QUE LO YA DEPOSITADO
       7300-PEDIR-RESTO.

           MOVE "N" TO WS-CAP-VALIDA-SW
           MOVE 0 TO WS-CAP-PORCENTAJE
           MOVE 0 TO WS-CAP-MONTO-FIJO

           DISPLAY "INGRESE EL JUZGADO"
           MOVE SPACES TO WS-CAP-JUZGADO
           ACCEPT WS-CAP-JUZGADO

           IF WS-CAP-JUZGADO = SPACES
               DISPLAY "ERROR: EL JUZGADO NO PUEDE QUEDAR EN BLANCO"
               GO TO 7300-PEDIR-RESTO-EXIT
           END-IF

           DISPLAY "INGRESE EL CBU DE LA CUENTA JUDICIAL (22 DIGITOS)"
           MOVE SPACES TO WS-CAP-CBU
           ACCEPT WS-CAP-CBU

           PERFORM 7400-VALIDAR-CBU
               THRU 7400-VALIDAR-CBU-EXIT

           IF NOT CBU-ES-VALIDO
               GO TO 7300-PEDIR-RESTO-EXIT
           END-IF

           IF WS-CAP-CBU = WS-PAR-CBU(WS-CAP-NRO)
               DISPLAY "ERROR: ES EL CBU DEL PROPIO PARTICIPANTE, NO "
                   "EL DE LA CUENTA JUDICIAL"
               GO TO 7300-PEDIR-RESTO-EXIT
           END-IF

           DISPLAY "INGRESE LA MODALIDAD (P = PORCENTAJE DEL NETO, "
               "F = MONTO FIJO POR PAGO)"
           MOVE SPACE TO WS-CAP-TIPO
           ACCEPT WS-CAP-TIPO

           EVALUATE WS-CAP-TIPO
               WHEN "P"
                   DISPLAY "INGRESE EL PORCENTAJE DEL NETO A EMBARGAR "
                       "(HASTA 99,99)"
                   ACCEPT WS-CAP-PORCENTAJE
                   IF WS-CAP-PORCENTAJE NOT > 0
                       DISPLAY "ERROR: EL PORCENTAJE DEBE SER MAYOR "
                           "QUE CERO"
                       GO TO 7300-PEDIR-RESTO-EXIT
                   END-IF
               WHEN "F"
                   DISPLAY "INGRESE EL MONTO FIJO A EMBARGAR DE CADA "
                       "PAGO"
                   ACCEPT WS-CAP-MONTO-FIJO
                   IF WS-CAP-MONTO-FIJO NOT > 0
                       DISPLAY "ERROR: EL MONTO FIJO DEBE SER MAYOR "
                           "QUE CERO"
                       GO TO 7300-PEDIR-RESTO-EXIT
                   END-IF
               WHEN OTHER
                   DISPLAY "ERROR: LA MODALIDAD DEBE SER P O F"
                   GO TO 7300-PEDIR-RESTO-EXIT
           END-EVALUATE

           DISPLAY "INGRESE EL TOPE TOTAL A EMBARGAR"
           MOVE 0 TO WS-CAP-TOPE
           ACCEPT WS-CAP-TOPE

           IF WS-CAP-TOPE NOT > 0
               DISPLAY "ERROR: EL TOPE DEBE SER MAYOR QUE CERO"
               GO TO 7300-PEDIR-RESTO-EXIT
           END-IF

           IF WS-REG-ENCONTRADO > 0
               IF WS-CAP-TOPE < WS-EMB-DEPOSITADO(WS-REG-ENCONTRADO)
                   MOVE WS-EMB-DEPOSITADO(WS-REG-ENCONTRADO)
                       TO WS-ML-IMPORTE
                   DISPLAY "ERROR: YA SE DEPOSITARON $" WS-ML-IMPORTE
                       " POR ESTE OFICIO, EL TOPE NO PUEDE SER MENOR"
                   GO TO 7300-PEDIR-RESTO-EXIT
               END-IF
           END-IF

           DISPLAY "INGRESE LA FECHA DESDE LA QUE SE EMBARGA (AAAAMMDD)"
           MOVE 0 TO WS-CAP-DESDE
           ACCEPT WS-CAP-DESDE

           MOVE WS-CAP-DESDE(1:4) TO WS-FEC-ANIO
           MOVE WS-CAP-DESDE(5:2) TO WS-FEC-MES
           MOVE WS-CAP-DESDE(7:2) TO WS-FEC-DIA

           PERFORM 8900-VALIDAR-FECHA
               THRU 8900-VALIDAR-FECHA-EXIT

           IF NOT FECHA-ES-VALIDA
               DISPLAY "ERROR: FECHA DESDE INVALIDA"
               GO TO 7300-PEDIR-RESTO-EXIT
           END-IF

           DISPLAY "INGRESE LA FECHA DE LEVANTAMIENTO (AAAAMMDD, 0 = "
               "HASTA CUBRIR EL TOPE)"
           MOVE 0 TO WS-CAP-HASTA
           ACCEPT WS-CAP-HASTA

           IF WS-CAP-HASTA NOT = 0
               MOVE WS-CAP-HASTA(1:4) TO WS-FEC-ANIO
               MOVE WS-CAP-HASTA(5:2) TO WS-FEC-MES
               MOVE WS-CAP-HASTA(7:2) TO WS-FEC-DIA
               PERFORM 8900-VALIDAR-FECHA
                   THRU 8900-VALIDAR-FECHA-EXIT
               IF NOT FECHA-ES-VALIDA
                   DISPLAY "ERROR: FECHA DE LEVANTAMIENTO INVALIDA"
                   GO TO 7300-PEDIR-RESTO-EXIT
               END-IF
               IF WS-CAP-HASTA < WS-CAP-DESDE
                   DISPLAY "ERROR: LA FECHA DE LEVANTAMIENTO ES "
                       "ANTERIOR A LA FECHA DESDE"
                   GO TO 7300-PEDIR-RESTO-EXIT
               END-IF
           END-IF

           SET CAPTURA-VALIDA TO TRUE.

       7300-PEDIR-RESTO-EXIT.
           EXIT.


      *>   CONTROL DE DIGITOS VERIFICADORES DEL CBU, EL MISMO DE
      *>   7400-VALIDAR-CBU EN MNT-PARTIC: UN CBU JUDICIAL MAL TIPEADO
      *>   MANDARIA LO EMBARGADO A OTRA CUENTA
       7400-VALIDAR-CBU.

           MOVE "N" TO WS-CBU-VALIDO-SW
           MOVE WS-CAP-CBU TO WS-CBU-TRABAJO

           IF WS-CBU-TRABAJO NOT NUMERIC
               DISPLAY "ERROR: EL CBU DEBE TENER 22 DIGITOS NUMERICOS"
               GO TO 7400-VALIDAR-CBU-EXIT
           END-IF

           MOVE 0 TO WS-CBU-SUMA
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > 7
               COMPUTE WS-CBU-SUMA = WS-CBU-SUMA
                   + WS-CBU-DIGITO(k) * WS-CBU-PESO-1(k)
           END-PERFORM
           PERFORM 7450-CALCULAR-VERIFICADOR
               THRU 7450-CALCULAR-VERIFICADOR-EXIT

           IF WS-CBU-VERIFICADOR NOT = WS-CBU-DIGITO(8)
               DISPLAY "ERROR: EL DIGITO VERIFICADOR DEL PRIMER "
                   "BLOQUE DEL CBU NO CIERRA"
               GO TO 7400-VALIDAR-CBU-EXIT
           END-IF

           MOVE 0 TO WS-CBU-SUMA
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > 13
               COMPUTE WS-CBU-SUMA = WS-CBU-SUMA
                   + WS-CBU-DIGITO(k + 8) * WS-CBU-PESO-2(k)
           END-PERFORM
           PERFORM 7450-CALCULAR-VERIFICADOR
               THRU 7450-CALCULAR-VERIFICADOR-EXIT

           IF WS-CBU-VERIFICADOR NOT = WS-CBU-DIGITO(22)
               DISPLAY "ERROR: EL DIGITO VERIFICADOR DEL SEGUNDO "
                   "BLOQUE DEL CBU NO CIERRA"
               GO TO 7400-VALIDAR-CBU-EXIT
           END-IF

           SET CBU-ES-VALIDO TO TRUE.

       7400-VALIDAR-CBU-EXIT.
           EXIT.


      *>   CALCULA EL DIGITO VERIFICADOR A PARTIR DE LA SUMA PONDERADA
      *>   QUE DEJO EL LLAMADOR EN WS-CBU-SUMA: ES 10 MENOS (SUMA
      *>   MODULO 10), MODULO 10
       7450-CALCULAR-VERIFICADOR.

           DIVIDE WS-CBU-SUMA BY 10 GIVING WS-CBU-COCIENTE
               REMAINDER WS-CBU-RESTO

           IF WS-CBU-RESTO = 0
               MOVE 0 TO WS-CBU-VERIFICADOR
           ELSE
               COMPUTE WS-CBU-VERIFICADOR = 10 - WS-CBU-RESTO
           END-IF.

       7450-CALCULAR-VERIFICADOR-EXIT.
           EXIT.


      *>   ARMA LA IMAGEN PARA CAMBIOSPF CON LOS DATOS DE LA CAPTURA
       7500-IMAGEN-CAPTURA.

           MOVE WS-CAP-ORDEN TO WS-IMG-ORDEN
           MOVE WS-CAP-NRO TO WS-IMG-NRO
           MOVE WS-CAP-CBU TO WS-IMG-CBU
           MOVE WS-CAP-TIPO TO WS-IMG-TIPO
           MOVE WS-CAP-PORCENTAJE TO WS-IMG-PORCENTAJE
           MOVE WS-CAP-MONTO-FIJO TO WS-IMG-MONTO-FIJO
           MOVE WS-CAP-TOPE TO WS-IMG-TOPE
           MOVE WS-CAP-DESDE TO WS-IMG-DESDE
           MOVE WS-CAP-HASTA TO WS-IMG-HASTA.

       7500-IMAGEN-CAPTURA-EXIT.
           EXIT.


      *>   ARMA LA IMAGEN PARA CAMBIOSPF CON EL OFICIO DE LA TABLA QUE
      *>   SENALA WS-REG-ENCONTRADO
       7550-IMAGEN-TABLA.

           MOVE WS-EMB-ORDEN(WS-REG-ENCONTRADO) TO WS-IMG-ORDEN
           MOVE WS-EMB-NRO(WS-REG-ENCONTRADO) TO WS-IMG-NRO
           MOVE WS-EMB-CBU(WS-REG-ENCONTRADO) TO WS-IMG-CBU
           MOVE WS-EMB-TIPO(WS-REG-ENCONTRADO) TO WS-IMG-TIPO
           MOVE WS-EMB-PORCENTAJE(WS-REG-ENCONTRADO)
               TO WS-IMG-PORCENTAJE
           MOVE WS-EMB-MONTO-FIJO(WS-REG-ENCONTRADO)
               TO WS-IMG-MONTO-FIJO
           MOVE WS-EMB-TOPE(WS-REG-ENCONTRADO) TO WS-IMG-TOPE
           MOVE WS-EMB-DESDE(WS-REG-ENCONTRADO) TO WS-IMG-DESDE
           MOVE WS-EMB-HASTA(WS-REG-ENCONTRADO) TO WS-IMG-HASTA.

       7550-IMAGEN-TABLA-EXIT.
           EXIT.


      *>   ANOTA EL CAMBIO ARMADO EN EL REGISTRO DE CAMBIOS PENDIENTES
      *>   CON EL NUMERO DE OFICIO COMO CLAVE
       7600-ANOTAR.

           MOVE WS-IMG-ORDEN TO WS-CAMB-CLAVE

           PERFORM 8400-ANOTAR-CAMBIO
               THRU 8400-ANOTAR-CAMBIO-EXIT.

       7600-ANOTAR-EXIT.
           EXIT.


      *>   MUESTRA LA ENTRADA i DE LA TABLA CON EL NOMBRE DEL
      *>   PARTICIPANTE, EL SALDO HASTA EL TOPE Y EL ESTADO DEL OFICIO
       7700-MOSTRAR-REGISTRO.

           MOVE WS-EMB-ORDEN(i) TO WS-ML-ORDEN
           MOVE WS-EMB-NRO(i) TO WS-ML-NRO
           MOVE "(NO ESTA EN PARTICPF)" TO WS-ML-NOMBRE
           IF WS-EMB-NRO(i) > 0
               IF WS-PAR-VIGENCIA(WS-EMB-NRO(i)) > 0
                   MOVE WS-PAR-NOMBRE(WS-EMB-NRO(i)) TO WS-ML-NOMBRE
               END-IF
           END-IF
           MOVE WS-EMB-JUZGADO(i) TO WS-ML-JUZGADO

           EVALUATE TRUE
               WHEN WS-EMB-DEPOSITADO(i) NOT < WS-EMB-TOPE(i)
                   MOVE "CUMPLIDO" TO WS-ML-ESTADO
               WHEN WS-EMB-HASTA(i) NOT = 0
                       AND WS-EMB-HASTA(i) < WS-FECHA-HOY
                   MOVE "LEVANTADO" TO WS-ML-ESTADO
               WHEN WS-EMB-DESDE(i) > WS-FECHA-HOY
                   MOVE "FUTURO" TO WS-ML-ESTADO
               WHEN OTHER
                   MOVE "VIGENTE" TO WS-ML-ESTADO
           END-EVALUATE

           MOVE WS-EMB-CBU(i) TO WS-ML-CBU
           MOVE SPACES TO WS-ML-MODALIDAD
           IF WS-EMB-TIPO(i) = "P"
               MOVE WS-EMB-PORCENTAJE(i) TO WS-ML-PORCENTAJE
               STRING WS-ML-PORCENTAJE DELIMITED BY SIZE
                   "% DEL NETO" DELIMITED BY SIZE
                   INTO WS-ML-MODALIDAD
           ELSE
               MOVE WS-EMB-MONTO-FIJO(i) TO WS-ML-MONTO-FIJO
               STRING "$" DELIMITED BY SIZE
                   WS-ML-MONTO-FIJO DELIMITED BY SIZE
                   " C/P" DELIMITED BY SIZE
                   INTO WS-ML-MODALIDAD
           END-IF
           MOVE WS-EMB-TOPE(i) TO WS-ML-TOPE
           IF WS-EMB-DEPOSITADO(i) < WS-EMB-TOPE(i)
               COMPUTE WS-ML-SALDO =
                   WS-EMB-TOPE(i) - WS-EMB-DEPOSITADO(i)
           ELSE
               MOVE 0 TO WS-ML-SALDO
           END-IF
           MOVE WS-EMB-DESDE(i) TO WS-ML-DESDE
           MOVE WS-EMB-HASTA(i) TO WS-ML-HASTA

           DISPLAY WS-ML-DETALLE
           DISPLAY WS-ML-DETALLE-2.

       7700-MOSTRAR-REGISTRO-EXIT.
           EXIT.


      *>   PASA LA CAPTURA VALIDADA A LA ENTRADA WS-REG-ENCONTRADO DE
      *>   LA TABLA (UNA ENTRADA NUEVA EN EL ALTA, LA EXISTENTE EN LA
      *>   CORRECCION)
       7800-GUARDAR-CAPTURA.

           MOVE WS-CAP-NRO TO WS-EMB-NRO(WS-REG-ENCONTRADO)
           MOVE WS-CAP-ORDEN TO WS-EMB-ORDEN(WS-REG-ENCONTRADO)
           MOVE WS-CAP-JUZGADO TO WS-EMB-JUZGADO(WS-REG-ENCONTRADO)
           MOVE WS-CAP-CBU TO WS-EMB-CBU(WS-REG-ENCONTRADO)
           MOVE WS-CAP-TIPO TO WS-EMB-TIPO(WS-REG-ENCONTRADO)
           MOVE WS-CAP-PORCENTAJE
               TO WS-EMB-PORCENTAJE(WS-REG-ENCONTRADO)
           MOVE WS-CAP-MONTO-FIJO
               TO WS-EMB-MONTO-FIJO(WS-REG-ENCONTRADO)
           MOVE WS-CAP-TOPE TO WS-EMB-TOPE(WS-REG-ENCONTRADO)
           MOVE WS-CAP-DESDE TO WS-EMB-DESDE(WS-REG-ENCONTRADO)
           MOVE WS-CAP-HASTA TO WS-EMB-HASTA(WS-REG-ENCONTRADO).

       7800-GUARDAR-CAPTURA-EXIT.
           EXIT.


      *>   VALIDACION DE FECHA COMPARTIDA (VER 7300-PEDIR-RESTO)
           COPY FECHAVAL.

      *>   CONTROL DE PIN Y REGISTRO DE INGRESOS COMPARTIDO (VER
      *>   1100-INICIAR-SESION)
           COPY SESCALC.

      *>   REGISTRO DE CAMBIOS COMPARTIDO (VER 6000-GRABAR-ARCHIVO)
           COPY CAMBCALC.
