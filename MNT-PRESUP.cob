
      *> el comentario siempre empieza de la linea 7
      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNT-PRESUP.
      *>--------------------------------------

      *> MANTENIMIENTO DEL PRESUPUESTO DE VISITAS PRESUPF: LA META DE
      *> VISITAS DE CADA SUCURSAL PARA CADA MES QUE LA GERENCIA FIJA
      *> AL EMPEZAR EL ANIO, Y LO QUE ESAS VISITAS REPRESENTAN EN PESOS
      *> A LA TARIFA DE TARIFPF. LO LEEN RPT-PRESUP (REAL CONTRA
      *> PRESUPUESTO) Y RPT-FCST (PROYECCION DEL RESTO DEL MES CONTRA
      *> LA META). MISMO ESQUEMA QUE MNT-TARIF: CARGA TODO PRESUPF EN
      *> MEMORIA, OFRECE ALTA / CORRECCION / ELIMINACION POR CONSOLA Y
      *> REESCRIBE EL ARCHIVO AL SALIR. VALIDA ANTES DE ACEPTAR:
      *> - ANIO Y MES VALIDOS (COPYBOOK FECHAVAL COMPARTIDO, DIA 1),
      *> - UNA SUCURSAL QUE EXISTA EN EL MAESTRO SUCURPF (AVISA SI
      *>   ESTA INACTIVA); SIN SUCURPF NO SE PUEDE CARGAR PRESUPUESTO,
      *> - QUE NO EXISTA YA UNA META PARA ESA SUCURSAL Y ESE MES,
      *> - QUE HAYA EN TARIFPF UNA TARIFA VIGENTE EL DIA 1 DEL MES PARA
      *>   ESA SUCURSAL O UNA GENERAL (MISMA REGLA QUE 7700-CARGAR-
      *>   TARIFAS EN EJ-03ENCL18): CON ELLA SE VALORIZA LA META.
      *> EL IMPORTE QUEDA GRABADO CON LA TARIFA USADA; SI DESPUES
      *> CAMBIA LA TARIFA, CORREGIR LA META LA VUELVE A VALORIZAR.
      *> LA META DE UN MES QUE YA EMPEZO NO SE ELIMINA (ES CONTRA LO
      *> QUE SE MIDIO ESE MES) Y CORREGIRLA PIDE CONFIRMACION.
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
      *>   PRESUPUESTO DE VISITAS POR SUCURSAL Y MES
           SELECT PRESUP-FILE ASSIGN TO "PRESUPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRESUP WS-FS-PRESUP-EXT.

      *>   ARCHIVO DE TARIFAS, PARA VALORIZAR LA META EN PESOS
           SELECT TARIF-FILE ASSIGN TO "TARIFPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARIF WS-FS-TARIF-EXT.

      *>   MAESTRO DE SUCURSALES, PARA VALIDAR LA SUCURSAL
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
      *>   UN REGISTRO POR SUCURSAL Y MES: META DE VISITAS, TARIFA CON
      *>   LA QUE SE VALORIZO Y LO QUE REPRESENTA EN PESOS. MISMO
      *>   LAYOUT EN RPT-PRESUP Y RPT-FCST
       FD  PRESUP-FILE.
       01  PRESUP-REG.
           02 PRESUP-REG-ANIO        PIC 9(4).
           02 PRESUP-REG-MES         PIC 9(2).
           02 PRESUP-REG-SUC         PIC X(4).
           02 PRESUP-REG-VISITAS     PIC 9(6).
           02 PRESUP-REG-TARIFA      PIC 9(4)V99.
           02 PRESUP-REG-MONTO       PIC 9(9)V99.

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

       01  WS-FS-PRESUP              PIC XX.
           88 FS-PRESUP-OK           VALUE "00".
           88 FS-PRESUP-EOF          VALUE "10".
       01  WS-FS-PRESUP-EXT          PIC 9(4).

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

      *>   TODO PRESUPF CARGADO EN MEMORIA: UNA ENTRADA POR SUCURSAL Y
      *>   MES (20 SUCURSALES POR 12 MESES SON 240 POR ANIO)
       01  WS-CANT-REGISTROS         PIC 9(4) VALUE 0.
       01  WS-TABLA-PRESUP.
           02 WS-PRE-ENTRADA OCCURS 1000 TIMES.
               03 WS-PRE-ANIO        PIC 9(4).
               03 WS-PRE-MES         PIC 9(2).
               03 WS-PRE-SUC         PIC X(4).
               03 WS-PRE-VISITAS     PIC 9(6).
               03 WS-PRE-TARIFA      PIC 9(4)V99.
               03 WS-PRE-MONTO       PIC 9(9)V99.

      *>   TODO TARIFPF, MISMO TOPE QUE MNT-TARIF
       01  WS-CANT-TARIFAS           PIC 9(3) VALUE 0.
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

       01  i                         PIC 9(4).

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

      *>   FECHA DE HOY: SEPARA LOS MESES YA EMPEZADOS DE LOS FUTUROS
       01  WS-FECHA-HOY              PIC 9(8) VALUE 0.
       01  WS-PERIODO-HOY            PIC 9(6) VALUE 0.

      *>   DATOS DEL REGISTRO EN CAPTURA. LAS VISITAS SE ACEPTAN CON
      *>   SIGNO PARA PODER RECHAZAR UN NEGATIVO EN VEZ DE PERDERLE EL
      *>   SIGNO
       01  WS-CAP-PERIODO            PIC 9(6) VALUE 0.
       01  WS-CAP-PERIODO-R REDEFINES WS-CAP-PERIODO.
           02 WS-CAP-ANIO            PIC 9(4).
           02 WS-CAP-MES             PIC 9(2).
       01  WS-CAP-SUC                PIC X(4) VALUE SPACES.
       01  WS-CAP-VISITAS            PIC S9(6) VALUE 0.
       01  WS-CAP-FECHA-TARIFA       PIC 9(8) VALUE 0.
       01  WS-CAP-TARIFA             PIC 9(4)V99 VALUE 0.
       01  WS-CAP-MONTO              PIC 9(9)V99 VALUE 0.
       01  WS-CAP-VALIDA-SW          PIC X(01) VALUE "N".
           88 CAPTURA-VALIDA         VALUE "S".

      *>   SUBINDICE DEL REGISTRO ENCONTRADO EN LA TABLA (CERO = NO
      *>   ESTA) Y DE LAS TARIFAS CANDIDATAS DE LA SUCURSAL Y GENERAL
       01  WS-REG-ENCONTRADO         PIC 9(4) VALUE 0.
       01  WS-TAR-SUC-IX             PIC 9(3) VALUE 0.
       01  WS-TAR-GRAL-IX            PIC 9(3) VALUE 0.
       01  WS-CONFIRMA               PIC X(01) VALUE SPACE.

      *>   ANIO PEDIDO PARA EL LISTADO Y TOTALES DEL LISTADO
       01  WS-LST-ANIO               PIC 9(4) VALUE 0.
       01  WS-LST-VISITAS            PIC 9(8) VALUE 0.
       01  WS-LST-MONTO              PIC 9(11)V99 VALUE 0.
       01  WS-LST-CANT               PIC 9(4) VALUE 0.

      *>   IMAGEN DE UN REGISTRO DE PRESUPF PARA CAMBIOSPF
       01  WS-IMAGEN-PRESUP.
           02 WS-IMG-ANIO            PIC 9(4).
           02 WS-IMG-MES             PIC 9(2).
           02 WS-IMG-SUC             PIC X(4).
           02 WS-IMG-VISITAS         PIC 9(6).
           02 WS-IMG-TARIFA          PIC 9(4)V99.
           02 WS-IMG-MONTO           PIC 9(9)V99.

      *>   ESTRUCTURA COMPARTIDA DE FECHA VALIDADA (VER FECHACPY.CPY)
           COPY FECHACPY.

      *>   LINEA DEL LISTADO POR CONSOLA
       01  WS-ML-DETALLE.
           02 FILLER                 PIC X(06) VALUE "MES  ".
           02 WS-ML-ANIO             PIC 9(4).
           02 FILLER                 PIC X(01) VALUE "/".
           02 WS-ML-MES              PIC 9(2).
           02 FILLER                 PIC X(07) VALUE "  SUC. ".
           02 WS-ML-SUC              PIC X(4).
           02 FILLER                 PIC X(02) VALUE "  ".
           02 WS-ML-NOMBRE           PIC X(20).
           02 FILLER                 PIC X(10) VALUE "  VISITAS ".
           02 WS-ML-VISITAS          PIC ZZZ.ZZ9.
           02 FILLER                 PIC X(05) VALUE "  A $".
           02 WS-ML-TARIFA           PIC Z.ZZ9,99.
           02 FILLER                 PIC X(05) VALUE "  = $".
           02 WS-ML-MONTO            PIC ZZZ.ZZZ.ZZ9,99.

       01  WS-ML-TOTAL.
           02 FILLER                 PIC X(13) VALUE "TOTAL ANIO ".
           02 WS-MT-ANIO             PIC 9(4).
           02 FILLER                 PIC X(02) VALUE ": ".
           02 WS-MT-CANT             PIC ZZZ9.
           02 FILLER                 PIC X(20) VALUE " METAS".
           02 FILLER                 PIC X(10) VALUE "  VISITAS ".
           02 WS-MT-VISITAS          PIC ZZ.ZZZ.ZZ9.
           02 FILLER                 PIC X(05) VALUE "  = $".
           02 WS-MT-MONTO            PIC Z.ZZZ.ZZZ.ZZ9,99.

      *>---------------------------PROCEDURE----------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO-HOY
           MOVE "PRESUPF" TO WS-CAMB-ARCHIVO

           PERFORM 1100-INICIAR-SESION
               THRU 1100-INICIAR-SESION-EXIT

           PERFORM 1000-CARGAR-ARCHIVO
               THRU 1000-CARGAR-ARCHIVO-EXIT

           PERFORM 1500-CARGAR-SUCURSALES
               THRU 1500-CARGAR-SUCURSALES-EXIT

           PERFORM 1600-CARGAR-TARIFAS
               THRU 1600-CARGAR-TARIFAS-EXIT

           PERFORM UNTIL OPCION-FIN
               DISPLAY " "
               DISPLAY "MANTENIMIENTO DE PRESUPF - OPCIONES:"
               DISPLAY "  A = ALTA DE LA META DE UNA SUCURSAL Y MES"
               DISPLAY "  C = CORRECCION DE UNA META"
               DISPLAY "  E = ELIMINAR LA META DE UN MES FUTURO"
               DISPLAY "  L = LISTAR LAS METAS DE UN ANIO"
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
               DISPLAY "SIN CAMBIOS, PRESUPF QUEDA COMO ESTABA"
           END-IF

           GOBACK.

       0000-MAINLINE-EXIT.
           EXIT.


      *>   CARGA TODO PRESUPF EN LA TABLA DE TRABAJO; SI EL ARCHIVO
      *>   TODAVIA NO EXISTE SE ARRANCA CON LA TABLA VACIA
       1000-CARGAR-ARCHIVO.

           MOVE 0 TO WS-CANT-REGISTROS

           OPEN INPUT PRESUP-FILE

           IF NOT FS-PRESUP-OK
               DISPLAY "AVISO: PRESUPF NO EXISTE TODAVIA, SE ARRANCA "
                   "VACIO - STATUS " WS-FS-PRESUP
               CLOSE PRESUP-FILE
               GO TO 1000-CARGAR-ARCHIVO-EXIT
           END-IF

           PERFORM UNTIL FS-PRESUP-EOF
               READ PRESUP-FILE
                   AT END
                       SET FS-PRESUP-EOF TO TRUE
                   NOT AT END
                       IF WS-CANT-REGISTROS = 1000
                           DISPLAY "ERROR: PRESUPF TIENE MAS DE 1000 "
                               "REGISTROS, NO ENTRA EN LA TABLA"
                           DISPLAY "PROGRAMA ABORTADO"
                           MOVE 1 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-CANT-REGISTROS
                       MOVE PRESUP-REG
                           TO WS-PRE-ENTRADA(WS-CANT-REGISTROS)
               END-READ
           END-PERFORM

           CLOSE PRESUP-FILE

           DISPLAY "PRESUPF CARGADO: " WS-CANT-REGISTROS " REGISTROS".

       1000-CARGAR-ARCHIVO-EXIT.
           EXIT.


      *>   IDENTIFICACION DEL OPERADOR CON SU PIN (VER SESCALC.CPY),
      *>   MISMO ESQUEMA QUE 0400-INICIAR-SESION EN CL-18-EJ-18
       1100-INICIAR-SESION.

           MOVE "N" TO WS-OPER-HALLADO-SW
           MOVE "MNT-PRESUP" TO WS-SES-PROGRAMA

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
                   " Y EL MANTENIMIENTO DEL PRESUPUESTO EXIGE NIVEL "
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


      *>   CARGA EL MAESTRO DE SUCURSALES PARA VALIDAR LAS METAS; EL
      *>   PRESUPUESTO ES POR SUCURSAL, ASI QUE SIN MAESTRO NO SE PUEDE
      *>   MANTENER
       1500-CARGAR-SUCURSALES.

           MOVE 0 TO WS-CANT-SUCUR

           OPEN INPUT SUCUR-FILE

           IF NOT FS-SUCUR-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR EL MAESTRO DE "
                   "SUCURSALES SUCURPF - STATUS " WS-FS-SUCUR
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
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


      *>   CARGA TARIFPF PARA VALORIZAR LAS METAS; SIN TARIFAS NO SE
      *>   PUEDE DAR DE ALTA NI CORREGIR (VER 7400-VALORIZAR)
       1600-CARGAR-TARIFAS.

           MOVE 0 TO WS-CANT-TARIFAS

           OPEN INPUT TARIF-FILE

           IF NOT FS-TARIF-OK
               DISPLAY "AVISO: NO HAY ARCHIVO DE TARIFAS TARIFPF, NO "
                   "SE PUEDEN VALORIZAR LAS METAS - STATUS "
                   WS-FS-TARIF
               CLOSE TARIF-FILE
               GO TO 1600-CARGAR-TARIFAS-EXIT
           END-IF

           PERFORM UNTIL FS-TARIF-EOF
               READ TARIF-FILE
                   AT END
                       SET FS-TARIF-EOF TO TRUE
                   NOT AT END
                       IF WS-CANT-TARIFAS < 200
                           ADD 1 TO WS-CANT-TARIFAS
                           MOVE TARIF-REG-VIGENCIA
                               TO WS-TAR-VIGENCIA(WS-CANT-TARIFAS)
      *>                       EN BLANCO ES LA TARIFA GENERAL, IGUAL
      *>                       QUE "****" (VER 7700-CARGAR-TARIFAS)
                           IF TARIF-REG-LOC = SPACES
                               MOVE "****"
                                   TO WS-TAR-LOC(WS-CANT-TARIFAS)
                           ELSE
                               MOVE TARIF-REG-LOC
                                   TO WS-TAR-LOC(WS-CANT-TARIFAS)
                           END-IF
                           MOVE TARIF-REG-TARIFA
                               TO WS-TAR-TARIFA(WS-CANT-TARIFAS)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TARIF-FILE.

       1600-CARGAR-TARIFAS-EXIT.
           EXIT.


      *>   ALTA DE LA META DE UNA SUCURSAL PARA UN MES
       2000-ALTA.

           PERFORM 7100-PEDIR-PERIODO-SUC
               THRU 7100-PEDIR-PERIODO-SUC-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 2000-ALTA-EXIT
           END-IF

           PERFORM 7200-BUSCAR-PERIODO-SUC
               THRU 7200-BUSCAR-PERIODO-SUC-EXIT
           IF WS-REG-ENCONTRADO > 0
               DISPLAY "ERROR: YA EXISTE UNA META PARA ESA SUCURSAL EN "
                   "ESE MES - USE LA CORRECCION"
               GO TO 2000-ALTA-EXIT
           END-IF

           IF WS-CANT-REGISTROS = 1000
               DISPLAY "ERROR: LA TABLA ESTA LLENA (1000 REGISTROS)"
               GO TO 2000-ALTA-EXIT
           END-IF

           PERFORM 7400-VALORIZAR
               THRU 7400-VALORIZAR-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 2000-ALTA-EXIT
           END-IF

           PERFORM 7300-PEDIR-VISITAS
               THRU 7300-PEDIR-VISITAS-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 2000-ALTA-EXIT
           END-IF

           MOVE WS-CAP-ANIO TO WS-IMG-ANIO
           MOVE WS-CAP-MES TO WS-IMG-MES
           MOVE WS-CAP-SUC TO WS-IMG-SUC
           MOVE WS-CAP-VISITAS TO WS-IMG-VISITAS
           MOVE WS-CAP-TARIFA TO WS-IMG-TARIFA
           MOVE WS-CAP-MONTO TO WS-IMG-MONTO
           MOVE "A" TO WS-CAMB-ACCION
           MOVE SPACES TO WS-CAMB-ANTES
           MOVE WS-IMAGEN-PRESUP TO WS-CAMB-DESPUES
           PERFORM 7600-ANOTAR
               THRU 7600-ANOTAR-EXIT
           IF NOT CAMB-ANOTADO
               GO TO 2000-ALTA-EXIT
           END-IF

           ADD 1 TO WS-CANT-REGISTROS
           MOVE WS-IMAGEN-PRESUP TO WS-PRE-ENTRADA(WS-CANT-REGISTROS)
           SET HUBO-CAMBIOS TO TRUE

           MOVE WS-CANT-REGISTROS TO i
           PERFORM 7700-MOSTRAR-REGISTRO
               THRU 7700-MOSTRAR-REGISTRO-EXIT

           DISPLAY "ALTA REGISTRADA".

       2000-ALTA-EXIT.
           EXIT.


      *>   CORRECCION DE LA META DE UNA SUCURSAL PARA UN MES; SE VUELVE
      *>   A VALORIZAR CON LA TARIFA VIGENTE EL DIA 1 DE ESE MES. SI EL
      *>   MES YA EMPEZO PIDE CONFIRMACION: CAMBIA CONTRA QUE SE MIDE
      *>   LO QUE YA PASO
       3000-CORRECCION.

           PERFORM 7100-PEDIR-PERIODO-SUC
               THRU 7100-PEDIR-PERIODO-SUC-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 3000-CORRECCION-EXIT
           END-IF

           PERFORM 7200-BUSCAR-PERIODO-SUC
               THRU 7200-BUSCAR-PERIODO-SUC-EXIT
           IF WS-REG-ENCONTRADO = 0
               DISPLAY "ERROR: NO EXISTE UNA META PARA ESA SUCURSAL EN "
                   "ESE MES"
               GO TO 3000-CORRECCION-EXIT
           END-IF

           MOVE WS-REG-ENCONTRADO TO i
           PERFORM 7700-MOSTRAR-REGISTRO
               THRU 7700-MOSTRAR-REGISTRO-EXIT

           IF WS-CAP-PERIODO NOT > WS-PERIODO-HOY
               DISPLAY "AVISO: ESTE MES YA EMPEZO; EL REAL CONTRA "
                   "PRESUPUESTO SE VA A MEDIR CONTRA LA META NUEVA"
               DISPLAY "PARA CORREGIRLA IGUAL INGRESE S, CUALQUIER "
                   "OTRA COSA CANCELA"
               MOVE SPACE TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S"
                   DISPLAY "CORRECCION CANCELADA"
                   GO TO 3000-CORRECCION-EXIT
               END-IF
           END-IF

           MOVE WS-PRE-ENTRADA(WS-REG-ENCONTRADO) TO WS-IMAGEN-PRESUP
           MOVE WS-IMAGEN-PRESUP TO WS-CAMB-ANTES

           PERFORM 7400-VALORIZAR
               THRU 7400-VALORIZAR-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 3000-CORRECCION-EXIT
           END-IF

           PERFORM 7300-PEDIR-VISITAS
               THRU 7300-PEDIR-VISITAS-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 3000-CORRECCION-EXIT
           END-IF

           IF WS-CAP-VISITAS = WS-PRE-VISITAS(WS-REG-ENCONTRADO)
                   AND WS-CAP-TARIFA = WS-PRE-TARIFA(WS-REG-ENCONTRADO)
               DISPLAY "LA META NO CAMBIO, NO HAY NADA QUE CORREGIR"
               GO TO 3000-CORRECCION-EXIT
           END-IF

           MOVE WS-CAP-VISITAS TO WS-IMG-VISITAS
           MOVE WS-CAP-TARIFA TO WS-IMG-TARIFA
           MOVE WS-CAP-MONTO TO WS-IMG-MONTO
           MOVE "M" TO WS-CAMB-ACCION
           MOVE WS-IMAGEN-PRESUP TO WS-CAMB-DESPUES
           PERFORM 7600-ANOTAR
               THRU 7600-ANOTAR-EXIT
           IF NOT CAMB-ANOTADO
               GO TO 3000-CORRECCION-EXIT
           END-IF

           MOVE WS-IMAGEN-PRESUP TO WS-PRE-ENTRADA(WS-REG-ENCONTRADO)
           SET HUBO-CAMBIOS TO TRUE

           PERFORM 7700-MOSTRAR-REGISTRO
               THRU 7700-MOSTRAR-REGISTRO-EXIT

           DISPLAY "CORRECCION REGISTRADA".

       3000-CORRECCION-EXIT.
           EXIT.


      *>   ELIMINA LA META DE UN MES QUE TODAVIA NO EMPEZO (UNA CARGADA
      *>   POR ERROR); LAS DE MESES YA EMPEZADOS QUEDAN
       4000-ELIMINAR.

           PERFORM 7100-PEDIR-PERIODO-SUC
               THRU 7100-PEDIR-PERIODO-SUC-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 4000-ELIMINAR-EXIT
           END-IF

           PERFORM 7200-BUSCAR-PERIODO-SUC
               THRU 7200-BUSCAR-PERIODO-SUC-EXIT
           IF WS-REG-ENCONTRADO = 0
               DISPLAY "ERROR: NO EXISTE UNA META PARA ESA SUCURSAL EN "
                   "ESE MES"
               GO TO 4000-ELIMINAR-EXIT
           END-IF

           IF WS-CAP-PERIODO NOT > WS-PERIODO-HOY
               DISPLAY "ERROR: LA META DE UN MES QUE YA EMPEZO NO SE "
                   "ELIMINA; SI ESTA MAL, CORRIJALA"
               GO TO 4000-ELIMINAR-EXIT
           END-IF

           MOVE WS-PRE-ENTRADA(WS-REG-ENCONTRADO) TO WS-IMAGEN-PRESUP
           MOVE "E" TO WS-CAMB-ACCION
           MOVE WS-IMAGEN-PRESUP TO WS-CAMB-ANTES
           MOVE SPACES TO WS-CAMB-DESPUES
           PERFORM 7600-ANOTAR
               THRU 7600-ANOTAR-EXIT
           IF NOT CAMB-ANOTADO
               GO TO 4000-ELIMINAR-EXIT
           END-IF

      *>       SE CORREN UNA POSICION LAS ENTRADAS QUE SIGUEN
           PERFORM VARYING i FROM WS-REG-ENCONTRADO BY 1
                   UNTIL i NOT < WS-CANT-REGISTROS
               MOVE WS-PRE-ENTRADA(i + 1) TO WS-PRE-ENTRADA(i)
           END-PERFORM
           SUBTRACT 1 FROM WS-CANT-REGISTROS
           SET HUBO-CAMBIOS TO TRUE

           DISPLAY "META ELIMINADA".

       4000-ELIMINAR-EXIT.
           EXIT.


      *>   LISTADO DE CONTROL DE LAS METAS DE UN ANIO POR CONSOLA, CON
      *>   EL TOTAL DE VISITAS Y DE PESOS
       5000-LISTAR.

           IF WS-CANT-REGISTROS = 0
               DISPLAY "NO HAY REGISTROS CARGADOS"
               GO TO 5000-LISTAR-EXIT
           END-IF

           DISPLAY "INGRESE EL ANIO A LISTAR (AAAA, ENTER = EL ACTUAL)"
           MOVE 0 TO WS-LST-ANIO
           ACCEPT WS-LST-ANIO
           IF WS-LST-ANIO = 0
               MOVE WS-FECHA-HOY(1:4) TO WS-LST-ANIO
           END-IF

           MOVE 0 TO WS-LST-CANT
           MOVE 0 TO WS-LST-VISITAS
           MOVE 0 TO WS-LST-MONTO

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-REGISTROS
               IF WS-PRE-ANIO(i) = WS-LST-ANIO
                   PERFORM 7700-MOSTRAR-REGISTRO
                       THRU 7700-MOSTRAR-REGISTRO-EXIT
                   ADD 1 TO WS-LST-CANT
                   ADD WS-PRE-VISITAS(i) TO WS-LST-VISITAS
                   ADD WS-PRE-MONTO(i) TO WS-LST-MONTO
               END-IF
           END-PERFORM

           MOVE WS-LST-ANIO TO WS-MT-ANIO
           MOVE WS-LST-CANT TO WS-MT-CANT
           MOVE WS-LST-VISITAS TO WS-MT-VISITAS
           MOVE WS-LST-MONTO TO WS-MT-MONTO
           DISPLAY WS-ML-TOTAL.

       5000-LISTAR-EXIT.
           EXIT.


      *>   REESCRIBE PRESUPF ENTERO DESDE LA TABLA Y RECIEN DESPUES
      *>   GRABA LOS CAMBIOS ANOTADOS EN CAMBIOSPF
       6000-GRABAR-ARCHIVO.

           OPEN OUTPUT PRESUP-FILE

           IF NOT FS-PRESUP-OK
               DISPLAY "ERROR: NO SE PUDO REESCRIBIR PRESUPF - "
                   "STATUS " WS-FS-PRESUP
               DISPLAY "PROGRAMA ABORTADO, LOS CAMBIOS SE PERDIERON"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-REGISTROS
               MOVE WS-PRE-ENTRADA(i) TO PRESUP-REG
               WRITE PRESUP-REG
           END-PERFORM

           CLOSE PRESUP-FILE

           DISPLAY "PRESUPF GRABADO: " WS-CANT-REGISTROS " REGISTROS"

           PERFORM 8450-GRABAR-CAMBIOS
               THRU 8450-GRABAR-CAMBIOS-EXIT.

       6000-GRABAR-ARCHIVO-EXIT.
           EXIT.


      *>   PIDE EL MES (AAAAMM) Y LA SUCURSAL Y LOS VALIDA; EL
      *>   RESULTADO QUEDA EN EL SWITCH CAPTURA-VALIDA
       7100-PEDIR-PERIODO-SUC.

           MOVE "N" TO WS-CAP-VALIDA-SW
           MOVE 0 TO WS-CAP-PERIODO

           DISPLAY "INGRESE EL MES DE LA META (AAAAMM)"
           ACCEPT WS-CAP-PERIODO

           MOVE WS-CAP-ANIO TO WS-FEC-ANIO
           MOVE WS-CAP-MES TO WS-FEC-MES
           MOVE 1 TO WS-FEC-DIA

           PERFORM 8900-VALIDAR-FECHA
               THRU 8900-VALIDAR-FECHA-EXIT

           IF NOT FECHA-ES-VALIDA OR WS-CAP-ANIO < 2000
               DISPLAY "ERROR: MES INVALIDO"
               GO TO 7100-PEDIR-PERIODO-SUC-EXIT
           END-IF

           DISPLAY "INGRESE LA SUCURSAL"
           MOVE SPACES TO WS-CAP-SUC
           ACCEPT WS-CAP-SUC

           MOVE 0 TO SUC
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-SUCUR
               IF WS-SUC-CODIGO(i) = WS-CAP-SUC
                   MOVE i TO SUC
               END-IF
           END-PERFORM

           IF SUC = 0
               DISPLAY "ERROR: LA SUCURSAL '" WS-CAP-SUC "' NO ESTA "
                   "EN EL MAESTRO DE SUCURSALES SUCURPF"
               GO TO 7100-PEDIR-PERIODO-SUC-EXIT
           END-IF

           IF WS-SUC-ACTIVA(SUC) NOT = "S"
               DISPLAY "AVISO: LA SUCURSAL " WS-CAP-SUC " ("
                   WS-SUC-NOMBRE(SUC) ") ESTA INACTIVA"
           END-IF

           SET CAPTURA-VALIDA TO TRUE.

       7100-PEDIR-PERIODO-SUC-EXIT.
           EXIT.


      *>   BUSCA EN LA TABLA LA META DEL MES Y LA SUCURSAL DE LA
      *>   CAPTURA; DEJA EL SUBINDICE EN WS-REG-ENCONTRADO (CERO SI NO
      *>   ESTA)
       7200-BUSCAR-PERIODO-SUC.

           MOVE 0 TO WS-REG-ENCONTRADO

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-REGISTROS
               IF WS-PRE-ANIO(i) = WS-CAP-ANIO
                       AND WS-PRE-MES(i) = WS-CAP-MES
                       AND WS-PRE-SUC(i) = WS-CAP-SUC
                   MOVE i TO WS-REG-ENCONTRADO
                   GO TO 7200-BUSCAR-PERIODO-SUC-EXIT
               END-IF
           END-PERFORM.

       7200-BUSCAR-PERIODO-SUC-EXIT.
           EXIT.


      *>   PIDE LA META DE VISITAS DEL MES Y LA VALORIZA CON LA TARIFA
      *>   QUE DEJO 7400-VALORIZAR; EL RESULTADO QUEDA EN EL SWITCH
      *>   CAPTURA-VALIDA. CERO ES VALIDO (SUCURSAL CERRADA ESE MES)
       7300-PEDIR-VISITAS.

           MOVE "N" TO WS-CAP-VALIDA-SW

           DISPLAY "INGRESE LA META DE VISITAS DEL MES (HASTA 999999)"
           MOVE 0 TO WS-CAP-VISITAS
           ACCEPT WS-CAP-VISITAS

           IF WS-CAP-VISITAS < 0
               DISPLAY "ERROR: LA META NO PUEDE SER NEGATIVA"
               GO TO 7300-PEDIR-VISITAS-EXIT
           END-IF

           COMPUTE WS-CAP-MONTO = WS-CAP-VISITAS * WS-CAP-TARIFA

           SET CAPTURA-VALIDA TO TRUE.

       7300-PEDIR-VISITAS-EXIT.
           EXIT.


      *>   BUSCA LA TARIFA VIGENTE EL DIA 1 DEL MES DE LA CAPTURA, CON
      *>   LA MISMA REGLA QUE 7700-CARGAR-TARIFAS EN EJ-03ENCL18: LA DE
      *>   VIGENCIA MAS RECIENTE DE LA SUCURSAL Y, SI NO HAY, LA
      *>   GENERAL. SIN TARIFA LA META NO SE PUEDE VALORIZAR Y NO SE
      *>   ACEPTA; EL RESULTADO QUEDA EN EL SWITCH CAPTURA-VALIDA
       7400-VALORIZAR.

           MOVE "N" TO WS-CAP-VALIDA-SW
           MOVE 0 TO WS-CAP-TARIFA
           MOVE 0 TO WS-TAR-SUC-IX
           MOVE 0 TO WS-TAR-GRAL-IX

           MOVE WS-CAP-PERIODO TO WS-CAP-FECHA-TARIFA(1:6)
           MOVE "01" TO WS-CAP-FECHA-TARIFA(7:2)

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-TARIFAS
               IF WS-TAR-VIGENCIA(i) NOT > WS-CAP-FECHA-TARIFA
                   IF WS-TAR-LOC(i) = WS-CAP-SUC
                       IF WS-TAR-SUC-IX = 0
                           MOVE i TO WS-TAR-SUC-IX
                       ELSE
                           IF WS-TAR-VIGENCIA(i) >
                                   WS-TAR-VIGENCIA(WS-TAR-SUC-IX)
                               MOVE i TO WS-TAR-SUC-IX
                           END-IF
                       END-IF
                   END-IF
                   IF WS-TAR-LOC(i) = "****"
                       IF WS-TAR-GRAL-IX = 0
                           MOVE i TO WS-TAR-GRAL-IX
                       ELSE
                           IF WS-TAR-VIGENCIA(i) >
                                   WS-TAR-VIGENCIA(WS-TAR-GRAL-IX)
                               MOVE i TO WS-TAR-GRAL-IX
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-TAR-SUC-IX > 0
               MOVE WS-TAR-TARIFA(WS-TAR-SUC-IX) TO WS-CAP-TARIFA
           ELSE
               IF WS-TAR-GRAL-IX > 0
                   MOVE WS-TAR-TARIFA(WS-TAR-GRAL-IX) TO WS-CAP-TARIFA
               END-IF
           END-IF

           IF WS-CAP-TARIFA = 0
               DISPLAY "ERROR: NO HAY EN TARIFPF UNA TARIFA VIGENTE AL "
                   WS-CAP-FECHA-TARIFA " PARA LA SUCURSAL " WS-CAP-SUC
                   " NI GENERAL; CARGUELA PRIMERO CON MNT-TARIF"
               GO TO 7400-VALORIZAR-EXIT
           END-IF

           SET CAPTURA-VALIDA TO TRUE.

       7400-VALORIZAR-EXIT.
           EXIT.


      *>   ANOTA EL CAMBIO ARMADO EN EL REGISTRO DE CAMBIOS PENDIENTES
      *>   CON LA CLAVE ANIO + MES + SUCURSAL
       7600-ANOTAR.

           MOVE SPACES TO WS-CAMB-CLAVE
           MOVE WS-IMG-ANIO TO WS-CAMB-CLAVE(1:4)
           MOVE WS-IMG-MES TO WS-CAMB-CLAVE(5:2)
           MOVE WS-IMG-SUC TO WS-CAMB-CLAVE(7:4)

           PERFORM 8400-ANOTAR-CAMBIO
               THRU 8400-ANOTAR-CAMBIO-EXIT.

       7600-ANOTAR-EXIT.
           EXIT.


      *>   MUESTRA LA ENTRADA i DE LA TABLA CON EL NOMBRE DE LA
      *>   SUCURSAL
       7700-MOSTRAR-REGISTRO.

           MOVE WS-PRE-ANIO(i) TO WS-ML-ANIO
           MOVE WS-PRE-MES(i) TO WS-ML-MES
           MOVE WS-PRE-SUC(i) TO WS-ML-SUC
           MOVE WS-PRE-VISITAS(i) TO WS-ML-VISITAS
           MOVE WS-PRE-TARIFA(i) TO WS-ML-TARIFA
           MOVE WS-PRE-MONTO(i) TO WS-ML-MONTO

           MOVE "(NO ESTA EN SUCURPF)" TO WS-ML-NOMBRE
           PERFORM VARYING SUC FROM 1 BY 1 UNTIL SUC > WS-CANT-SUCUR
               IF WS-SUC-CODIGO(SUC) = WS-PRE-SUC(i)
                   MOVE WS-SUC-NOMBRE(SUC) TO WS-ML-NOMBRE
               END-IF
           END-PERFORM

           DISPLAY WS-ML-DETALLE.

       7700-MOSTRAR-REGISTRO-EXIT.
           EXIT.


      *>   VALIDACION DE FECHA COMPARTIDA (VER 7100-PEDIR-PERIODO-SUC)
           COPY FECHAVAL.

      *>   CONTROL DE PIN Y REGISTRO DE INGRESOS COMPARTIDO (VER
      *>   1100-INICIAR-SESION)
           COPY SESCALC.

      *>   REGISTRO DE CAMBIOS COMPARTIDO (VER 6000-GRABAR-ARCHIVO)
           COPY CAMBCALC.
