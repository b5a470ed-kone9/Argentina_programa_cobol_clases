
      *> el comentario siempre empieza de la linea 7
      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNT-EXCEP.
      *>--------------------------------------

      *> CONSOLA DE LA COLA CENTRAL DE EXCEPCIONES EXCEPPF. LOS
      *> PROGRAMAS QUE DETECTAN ALGO QUE UNA PERSONA TIENE QUE MIRAR
      *> (EL DESVIO DE VISITAS Y LAS SUCURSALES NO REGISTRADAS DE
      *> EJ-03ENCL18, LA SEMANA SIN PROCESAR DE DRV18TOT, LOS RECHAZOS
      *> DEL BANCO DE RET-BANCO, EL LIBRO QUE NO VERIFICA DE VER-LEDG,
      *> LA APROBACION DEMORADA QUE VE RPT-EOD) LA DEJAN EN EXCEPPF
      *> CON SU SEVERIDAD, EL PROGRAMA, LA CORRIDA O SEMANA A LA QUE
      *> SE REFIERE Y UN TEXTO (VER EXCPCALC.CPY). MISMO ESQUEMA QUE
      *> MNT-PASOS: CARGA EXCEPPF EN MEMORIA, OFRECE POR CONSOLA:
      *> - LISTAR LAS EXCEPCIONES ABIERTAS (SIN CERRAR, RECONOCIDAS O
      *>   NO), CON SU ANTIGUEDAD Y SI YA VENCIO SU PLAZO,
      *> - VER EL DETALLE DE UNA EXCEPCION, ABIERTA O CERRADA,
      *> - RECONOCER UNA EXCEPCION: EL OPERADOR DEJA CONSTANCIA DE QUE
      *>   LA VIO, CON UN COMENTARIO OBLIGATORIO,
      *> - CERRARLA, CON UN COMENTARIO OBLIGATORIO DE COMO SE RESOLVIO
      *>   (EXIGE NIVEL 2),
      *> - INFORMAR POR SEVERIDAD LAS EXCEPCIONES QUE SIGUEN SIN
      *>   CERRAR PASADO SU PLAZO (ALTA 1 DIA, MEDIA 3, BAJA 7),
      *> Y REESCRIBE EL ARCHIVO AL SALIR. NO HAY ALTA NI BAJA: LAS
      *> EXCEPCIONES LAS DAN DE ALTA LOS PROGRAMAS Y UNA CERRADA QUEDA
      *> EN EL ARCHIVO COMO ANTECEDENTE.
      *> EXIGE SESION DE UN OPERADOR CON PIN (VER SESCALC.CPY) DE
      *> NIVEL 1 Y CADA RECONOCIMIENTO O CIERRE QUEDA, ADEMAS DE EN LA
      *> PROPIA EXCEPCION, EN EL REGISTRO DE CAMBIOS CAMBIOSPF CON EL
      *> NUMERO DE EXCEPCION COMO CLAVE (VER CAMBCALC.CPY).

      *>--------------------------------------
       ENVIRONMENT DIVISION.
      *>--------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   COLA CENTRAL DE EXCEPCIONES (VER EXCPCALC.CPY)
           SELECT EXCEP-FILE ASSIGN TO "EXCEPPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEP WS-FS-EXCEP-EXT.

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
      *>   UN REGISTRO POR EXCEPCION: NUMERO, FECHA Y HORA DEL ALTA,
      *>   SEVERIDAD (A ALTA, M MEDIA, B BAJA), PROGRAMA QUE LA
      *>   DETECTO, REFERENCIA A LA CORRIDA O SEMANA, TEXTO, ESTADO
      *>   (A ABIERTA, R RECONOCIDA, C CERRADA) Y QUIEN, CUANDO Y CON
      *>   QUE COMENTARIO LA RECONOCIO Y LA CERRO
       FD  EXCEP-FILE.
       01  EXCEP-REG.
           02 EXC-REG-NRO            PIC 9(6).
           02 EXC-REG-FECHA          PIC 9(8).
           02 EXC-REG-HORA           PIC 9(6).
           02 EXC-REG-SEVERIDAD      PIC X(1).
           02 EXC-REG-ORIGEN         PIC X(12).
           02 EXC-REG-REFER          PIC X(12).
           02 EXC-REG-TEXTO          PIC X(80).
           02 EXC-REG-ESTADO         PIC X(1).
               88 EXC-ABIERTA        VALUE "A".
               88 EXC-RECONOCIDA     VALUE "R".
               88 EXC-CERRADA        VALUE "C".
           02 EXC-REG-REC-OPER       PIC X(4).
           02 EXC-REG-REC-FECHA      PIC 9(8).
           02 EXC-REG-REC-HORA       PIC 9(6).
           02 EXC-REG-REC-COMENT     PIC X(40).
           02 EXC-REG-CIE-OPER       PIC X(4).
           02 EXC-REG-CIE-FECHA      PIC 9(8).
           02 EXC-REG-CIE-HORA       PIC 9(6).
           02 EXC-REG-CIE-COMENT     PIC X(40).

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

       01  WS-FS-EXCEP               PIC XX.
           88 FS-EXCEP-OK            VALUE "00".
           88 FS-EXCEP-EOF           VALUE "10".
       01  WS-FS-EXCEP-EXT           PIC 9(4).

       01  WS-FS-OPER                PIC XX.
           88 FS-OPER-OK             VALUE "00".
           88 FS-OPER-EOF            VALUE "10".
       01  WS-FS-OPER-EXT            PIC 9(4).

      *>   EXCEPPF CARGADO EN MEMORIA, UNA ENTRADA POR EXCEPCION CON EL
      *>   REGISTRO ENTERO (SE TRABAJA SOBRE EXCEP-REG, VER
      *>   7400-TOMAR-EXCEPCION). EL MAYOR NUMERO CARGADO SIRVE PARA
      *>   RECONOCER AL GRABAR LAS EXCEPCIONES QUE OTRO PROGRAMA DIO DE
      *>   ALTA MIENTRAS ESTA SESION ESTABA ABIERTA
       01  WS-CANT-EXC               PIC 9(4) VALUE 0.
       01  WS-MAX-EXC                PIC 9(4) VALUE 5000.
       01  WS-TABLA-EXC.
           02 WS-EX-REG              PIC X(242) OCCURS 5000 TIMES.
       01  WS-NRO-CARGADO            PIC 9(6) VALUE 0.
       01  WS-CANT-AGREGADAS         PIC 9(4) VALUE 0.

       01  i                         PIC 9(4).
       01  WS-POS                    PIC 9(4) VALUE 0.

      *>   SEVERIDADES CON SU NOMBRE Y EL PLAZO EN DIAS CORRIDOS PARA
      *>   CERRAR UNA EXCEPCION; UNA SEVERIDAD DESCONOCIDA SE TRATA
      *>   COMO LA ULTIMA (BAJA)
       01  WS-SEVERIDADES.
           02 FILLER                 PIC X(10) VALUE "AALTA  001".
           02 FILLER                 PIC X(10) VALUE "MMEDIA 003".
           02 FILLER                 PIC X(10) VALUE "BBAJA  007".
       01  WS-SEVERIDADES-R REDEFINES WS-SEVERIDADES.
           02 WS-SEV-ENTRADA OCCURS 3 TIMES.
               03 WS-SEV-CODIGO      PIC X(1).
               03 WS-SEV-NOMBRE      PIC X(6).
               03 WS-SEV-PLAZO       PIC 9(3).
       01  WS-CANT-SEV               PIC 9 VALUE 3.
       01  s                         PIC 9.
       01  t                         PIC 9.
       01  WS-SEV-POS                PIC 9 VALUE 0.

      *>   ANTIGUEDAD DE LA EXCEPCION EN PROCESO (DIAS CORRIDOS DESDE
      *>   EL ALTA) Y SI YA PASO EL PLAZO DE SU SEVERIDAD
       01  WS-FECHA-HOY              PIC 9(8) VALUE 0.
       01  WS-HORA-LARGA             PIC 9(8) VALUE 0.
       01  WS-HOY-SERIAL             PIC 9(7) VALUE 0.
       01  WS-EXC-DIAS               PIC S9(5) VALUE 0.
       01  WS-EXC-VENCIDA-SW         PIC X(01) VALUE "N".
           88 EXC-VENCIDA            VALUE "S".

      *>   CAMPOS COMPARTIDOS DEL CALCULO DE DIAS CORRIDOS (VER
      *>   DIASCPY.CPY / DIASCALC.CPY)
           COPY DIASCPY.

      *>   CONTADORES DE LOS LISTADOS
       01  WS-CANT-ABIERTAS          PIC 9(4) VALUE 0.
       01  WS-CANT-RECONOCIDAS       PIC 9(4) VALUE 0.
       01  WS-CANT-VENCIDAS          PIC 9(4) VALUE 0.
       01  WS-CANT-VENCIDAS-SEV      PIC 9(4) VALUE 0.

      *>   OPCION DEL MENU PRINCIPAL
       01  WS-OPCION                 PIC X(01) VALUE SPACE.
           88 OPCION-LISTAR          VALUE "L".
           88 OPCION-DETALLE         VALUE "D".
           88 OPCION-RECONOCER       VALUE "R".
           88 OPCION-CERRAR          VALUE "C".
           88 OPCION-VENCIDAS        VALUE "V".
           88 OPCION-FIN             VALUE "F".

      *>   SWITCH DE CAMBIOS PENDIENTES: EL ARCHIVO SOLO SE REESCRIBE
      *>   AL SALIR SI REALMENTE SE TOCO ALGO
       01  WS-HUBO-CAMBIOS-SW        PIC X(01) VALUE "N".
           88 HUBO-CAMBIOS           VALUE "S".

      *>   OPERADOR QUE INICIO LA SESION, NIVEL QUE EXIGE EL PROGRAMA
      *>   Y NIVEL QUE EXIGE CERRAR UNA EXCEPCION
       01  WS-OPER-CODIGO            PIC X(4) VALUE SPACES.
       01  WS-OPER-NOMBRE            PIC X(20) VALUE SPACES.
       01  WS-OPER-NIVEL             PIC 9 VALUE 0.
       01  WS-OPER-HALLADO-SW        PIC X(01) VALUE "N".
           88 OPER-HALLADO           VALUE "S".
       01  WS-NIVEL-REQUERIDO        PIC 9 VALUE 1.
       01  WS-NIVEL-CERRAR           PIC 9 VALUE 2.

      *>   CONTROL DE PIN Y REGISTRO DE INGRESOS (VER SESCPY.CPY)
           COPY SESCPY.

      *>   REGISTRO DE CAMBIOS COMPARTIDO (VER CAMBCPY.CPY)
           COPY CAMBCPY.

      *>   NUMERO DE EXCEPCION Y COMENTARIO EN CAPTURA
       01  WS-CAP-NRO                PIC 9(6) VALUE 0.
       01  WS-CAP-COMENT             PIC X(40) VALUE SPACES.
       01  WS-CAP-VALIDA-SW          PIC X(01) VALUE "N".
           88 CAPTURA-VALIDA         VALUE "S".
       01  WS-CONFIRMA               PIC X(01) VALUE SPACE.

      *>   IMAGEN DE LA EXCEPCION QUE VA A CAMBIOSPF: NUMERO,
      *>   SEVERIDAD, ESTADO Y EL ULTIMO OPERADOR, FECHA, HORA Y
      *>   COMENTARIO QUE LA TOCARON (EL DEL CIERRE SI ESTA CERRADA,
      *>   EL DEL RECONOCIMIENTO SI ESTA RECONOCIDA)
       01  WS-IMAGEN-EXC.
           02 WS-IMG-NRO             PIC 9(6).
           02 WS-IMG-SEVERIDAD       PIC X(1).
           02 WS-IMG-ESTADO          PIC X(1).
           02 WS-IMG-OPER            PIC X(4).
           02 WS-IMG-FECHA           PIC 9(8).
           02 WS-IMG-HORA            PIC 9(6).
           02 WS-IMG-COMENT          PIC X(40).

      *>   LINEAS DEL LISTADO POR CONSOLA
       01  WS-ML-DETALLE.
           02 WS-ML-NRO              PIC 9(6).
           02 FILLER                 PIC X(01) VALUE " ".
           02 WS-ML-SEVERIDAD        PIC X(6).
           02 FILLER                 PIC X(01) VALUE " ".
           02 WS-ML-ESTADO           PIC X(10).
           02 FILLER                 PIC X(01) VALUE " ".
           02 WS-ML-FECHA            PIC 9999/99/99.
           02 FILLER                 PIC X(01) VALUE " ".
           02 WS-ML-DIAS             PIC ZZZ9.
           02 FILLER                 PIC X(06) VALUE " DIAS ".
           02 WS-ML-ORIGEN           PIC X(12).
           02 FILLER                 PIC X(01) VALUE " ".
           02 WS-ML-REFER            PIC X(12).
           02 FILLER                 PIC X(01) VALUE " ".
           02 WS-ML-VENCIDA          PIC X(7).
       01  WS-ML-TEXTO.
           02 FILLER                 PIC X(07) VALUE SPACES.
           02 WS-ML-TEXTO-VAL        PIC X(80).
       01  WS-ML-SEVERIDAD-TIT.
           02 FILLER                 PIC X(10) VALUE "SEVERIDAD ".
           02 WS-ML-SEV-NOMBRE       PIC X(6).
           02 FILLER                 PIC X(09) VALUE " - PLAZO ".
           02 WS-ML-SEV-PLAZO        PIC ZZ9.
           02 FILLER                 PIC X(20)
               VALUE " DIAS PARA CERRARLA:".
       01  WS-ML-SELLO.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 WS-ML-SELLO-TIPO       PIC X(12).
           02 WS-ML-SELLO-OPER       PIC X(4).
           02 FILLER                 PIC X(01) VALUE " ".
           02 WS-ML-SELLO-FECHA      PIC 9999/99/99.
           02 FILLER                 PIC X(01) VALUE " ".
           02 WS-ML-SELLO-HH         PIC 99.
           02 FILLER                 PIC X(01) VALUE ":".
           02 WS-ML-SELLO-MM         PIC 99.
           02 FILLER                 PIC X(01) VALUE ":".
           02 WS-ML-SELLO-SS         PIC 99.
           02 FILLER                 PIC X(01) VALUE " ".
           02 WS-ML-SELLO-COMENT     PIC X(40).

      *>---------------------------PROCEDURE----------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WS-FECHA-HOY TO WS-DIA-FECHA
           PERFORM 8700-CALCULAR-DIAS
               THRU 8700-CALCULAR-DIAS-EXIT
           MOVE WS-DIAS-SERIAL TO WS-HOY-SERIAL

           MOVE "EXCEPPF" TO WS-CAMB-ARCHIVO

           PERFORM 1100-INICIAR-SESION
               THRU 1100-INICIAR-SESION-EXIT

           PERFORM 1000-CARGAR-ARCHIVO
               THRU 1000-CARGAR-ARCHIVO-EXIT

           PERFORM UNTIL OPCION-FIN
               DISPLAY " "
               DISPLAY "COLA DE EXCEPCIONES - OPCIONES:"
               DISPLAY "  L = LISTAR LAS EXCEPCIONES ABIERTAS"
               DISPLAY "  D = DETALLE DE UNA EXCEPCION"
               DISPLAY "  R = RECONOCER UNA EXCEPCION"
               DISPLAY "  C = CERRAR UNA EXCEPCION"
               DISPLAY "  V = VENCIDAS POR SEVERIDAD"
               DISPLAY "  F = FIN (GRABA LOS CAMBIOS)"
               MOVE SPACE TO WS-OPCION
               ACCEPT WS-OPCION

               EVALUATE TRUE
                   WHEN OPCION-LISTAR
                       PERFORM 5000-LISTAR
                           THRU 5000-LISTAR-EXIT
                   WHEN OPCION-DETALLE
                       PERFORM 4000-DETALLE
                           THRU 4000-DETALLE-EXIT
                   WHEN OPCION-RECONOCER
                       PERFORM 2000-RECONOCER
                           THRU 2000-RECONOCER-EXIT
                   WHEN OPCION-CERRAR
                       PERFORM 3000-CERRAR
                           THRU 3000-CERRAR-EXIT
                   WHEN OPCION-VENCIDAS
                       PERFORM 5500-INFORMAR-VENCIDAS
                           THRU 5500-INFORMAR-VENCIDAS-EXIT
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
               DISPLAY "SIN CAMBIOS, EXCEPPF QUEDA COMO ESTABA"
           END-IF

           GOBACK.

       0000-MAINLINE-EXIT.
           EXIT.


      *>   CARGA EXCEPPF EN LA TABLA DE TRABAJO Y CUENTA LAS ABIERTAS;
      *>   SI EL ARCHIVO NO EXISTE TODAVIA NO HAY NINGUNA EXCEPCION
       1000-CARGAR-ARCHIVO.

           MOVE 0 TO WS-CANT-EXC
           MOVE 0 TO WS-NRO-CARGADO
           MOVE 0 TO WS-CANT-ABIERTAS
           MOVE 0 TO WS-CANT-VENCIDAS

           OPEN INPUT EXCEP-FILE

           IF NOT FS-EXCEP-OK
               DISPLAY "AVISO: EXCEPPF NO EXISTE TODAVIA - STATUS "
                   WS-FS-EXCEP
               CLOSE EXCEP-FILE
               GO TO 1000-CARGAR-ARCHIVO-EXIT
           END-IF

           PERFORM UNTIL FS-EXCEP-EOF
               READ EXCEP-FILE
                   AT END
                       SET FS-EXCEP-EOF TO TRUE
                   NOT AT END
                       IF WS-CANT-EXC NOT < WS-MAX-EXC
                           DISPLAY "ERROR: EXCEPPF TIENE MAS DE "
                               WS-MAX-EXC " EXCEPCIONES, NO ENTRAN EN "
                               "LA TABLA"
                           DISPLAY "PROGRAMA ABORTADO"
                           MOVE 1 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-CANT-EXC
                       MOVE EXCEP-REG TO WS-EX-REG(WS-CANT-EXC)
                       IF EXC-REG-NRO > WS-NRO-CARGADO
                           MOVE EXC-REG-NRO TO WS-NRO-CARGADO
                       END-IF
                       IF NOT EXC-CERRADA
                           ADD 1 TO WS-CANT-ABIERTAS
                           PERFORM 7300-CALCULAR-ANTIGUEDAD
                               THRU 7300-CALCULAR-ANTIGUEDAD-EXIT
                           IF EXC-VENCIDA
                               ADD 1 TO WS-CANT-VENCIDAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EXCEP-FILE

           DISPLAY "EXCEPPF CARGADO: " WS-CANT-EXC " EXCEPCIONES, "
               WS-CANT-ABIERTAS " SIN CERRAR, " WS-CANT-VENCIDAS
               " VENCIDAS".

       1000-CARGAR-ARCHIVO-EXIT.
           EXIT.


      *>   IDENTIFICACION DEL OPERADOR CON SU PIN (VER SESCALC.CPY),
      *>   MISMO ESQUEMA QUE 0400-INICIAR-SESION EN CL-18-EJ-18
       1100-INICIAR-SESION.

           MOVE "N" TO WS-OPER-HALLADO-SW
           MOVE "MNT-EXCEP" TO WS-SES-PROGRAMA

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
                   " Y LA COLA DE EXCEPCIONES EXIGE NIVEL "
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


      *>   RECONOCIMIENTO: EL OPERADOR DEJA CONSTANCIA DE QUE VIO LA
      *>   EXCEPCION Y QUE SE ESTA OCUPANDO, CON UN COMENTARIO. LA
      *>   EXCEPCION SIGUE SIN CERRAR Y SU PLAZO SIGUE CORRIENDO
       2000-RECONOCER.

           PERFORM 7100-PEDIR-NRO
               THRU 7100-PEDIR-NRO-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 2000-RECONOCER-EXIT
           END-IF

           IF EXC-CERRADA
               DISPLAY "ERROR: LA EXCEPCION " WS-CAP-NRO " YA ESTA "
                   "CERRADA"
               GO TO 2000-RECONOCER-EXIT
           END-IF

           IF EXC-RECONOCIDA
               DISPLAY "ERROR: LA EXCEPCION " WS-CAP-NRO " YA LA "
                   "RECONOCIO " EXC-REG-REC-OPER " EL "
                   EXC-REG-REC-FECHA
               GO TO 2000-RECONOCER-EXIT
           END-IF

           PERFORM 7700-MOSTRAR-EXCEPCION
               THRU 7700-MOSTRAR-EXCEPCION-EXIT

           PERFORM 7200-PEDIR-COMENTARIO
               THRU 7200-PEDIR-COMENTARIO-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 2000-RECONOCER-EXIT
           END-IF

           DISPLAY "PARA RECONOCER LA EXCEPCION " WS-CAP-NRO
               " INGRESE S, CUALQUIER OTRA COSA CANCELA"
           MOVE SPACE TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "RECONOCIMIENTO CANCELADO"
               GO TO 2000-RECONOCER-EXIT
           END-IF

           PERFORM 7500-IMAGEN-EXCEPCION
               THRU 7500-IMAGEN-EXCEPCION-EXIT
           MOVE WS-IMAGEN-EXC TO WS-CAMB-ANTES

           ACCEPT WS-HORA-LARGA FROM TIME
           SET EXC-RECONOCIDA TO TRUE
           MOVE WS-OPER-CODIGO TO EXC-REG-REC-OPER
           MOVE WS-FECHA-HOY TO EXC-REG-REC-FECHA
           MOVE WS-HORA-LARGA(1:6) TO EXC-REG-REC-HORA
           MOVE WS-CAP-COMENT TO EXC-REG-REC-COMENT

           PERFORM 7500-IMAGEN-EXCEPCION
               THRU 7500-IMAGEN-EXCEPCION-EXIT
           MOVE WS-IMAGEN-EXC TO WS-CAMB-DESPUES
           MOVE "R" TO WS-CAMB-ACCION
           PERFORM 7600-ANOTAR
               THRU 7600-ANOTAR-EXIT
           IF NOT CAMB-ANOTADO
               GO TO 2000-RECONOCER-EXIT
           END-IF

           MOVE EXCEP-REG TO WS-EX-REG(WS-POS)
           SET HUBO-CAMBIOS TO TRUE

           DISPLAY "EXCEPCION " WS-CAP-NRO " RECONOCIDA".

       2000-RECONOCER-EXIT.
           EXIT.


      *>   CIERRE: LA EXCEPCION SE DA POR RESUELTA CON UN COMENTARIO
      *>   DE COMO SE RESOLVIO. EXIGE NIVEL 2; NO HACE FALTA HABERLA
      *>   RECONOCIDO ANTES
       3000-CERRAR.

           IF WS-OPER-NIVEL < WS-NIVEL-CERRAR
               DISPLAY "ERROR: CERRAR UNA EXCEPCION EXIGE NIVEL "
                   WS-NIVEL-CERRAR
               GO TO 3000-CERRAR-EXIT
           END-IF

           PERFORM 7100-PEDIR-NRO
               THRU 7100-PEDIR-NRO-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 3000-CERRAR-EXIT
           END-IF

           IF EXC-CERRADA
               DISPLAY "ERROR: LA EXCEPCION " WS-CAP-NRO " YA LA "
                   "CERRO " EXC-REG-CIE-OPER " EL " EXC-REG-CIE-FECHA
               GO TO 3000-CERRAR-EXIT
           END-IF

           PERFORM 7700-MOSTRAR-EXCEPCION
               THRU 7700-MOSTRAR-EXCEPCION-EXIT

           PERFORM 7200-PEDIR-COMENTARIO
               THRU 7200-PEDIR-COMENTARIO-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 3000-CERRAR-EXIT
           END-IF

           DISPLAY "PARA CERRAR LA EXCEPCION " WS-CAP-NRO
               " INGRESE S, CUALQUIER OTRA COSA CANCELA"
           MOVE SPACE TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "CIERRE CANCELADO"
               GO TO 3000-CERRAR-EXIT
           END-IF

           PERFORM 7500-IMAGEN-EXCEPCION
               THRU 7500-IMAGEN-EXCEPCION-EXIT
           MOVE WS-IMAGEN-EXC TO WS-CAMB-ANTES

           ACCEPT WS-HORA-LARGA FROM TIME
           SET EXC-CERRADA TO TRUE
           MOVE WS-OPER-CODIGO TO EXC-REG-CIE-OPER
           MOVE WS-FECHA-HOY TO EXC-REG-CIE-FECHA
           MOVE WS-HORA-LARGA(1:6) TO EXC-REG-CIE-HORA
           MOVE WS-CAP-COMENT TO EXC-REG-CIE-COMENT

           PERFORM 7500-IMAGEN-EXCEPCION
               THRU 7500-IMAGEN-EXCEPCION-EXIT
           MOVE WS-IMAGEN-EXC TO WS-CAMB-DESPUES
           MOVE "C" TO WS-CAMB-ACCION
           PERFORM 7600-ANOTAR
               THRU 7600-ANOTAR-EXIT
           IF NOT CAMB-ANOTADO
               GO TO 3000-CERRAR-EXIT
           END-IF

           MOVE EXCEP-REG TO WS-EX-REG(WS-POS)
           SET HUBO-CAMBIOS TO TRUE

           DISPLAY "EXCEPCION " WS-CAP-NRO " CERRADA".

       3000-CERRAR-EXIT.
           EXIT.


      *>   DETALLE COMPLETO DE UNA EXCEPCION, ABIERTA O CERRADA
       4000-DETALLE.

           PERFORM 7100-PEDIR-NRO
               THRU 7100-PEDIR-NRO-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 4000-DETALLE-EXIT
           END-IF

           PERFORM 7700-MOSTRAR-EXCEPCION
               THRU 7700-MOSTRAR-EXCEPCION-EXIT.

       4000-DETALLE-EXIT.
           EXIT.


      *>   LISTADO DE LAS EXCEPCIONES SIN CERRAR, EN ORDEN DE ALTA,
      *>   CON SU ANTIGUEDAD Y LA MARCA DE VENCIDA
       5000-LISTAR.

           MOVE 0 TO WS-CANT-ABIERTAS
           MOVE 0 TO WS-CANT-RECONOCIDAS
           MOVE 0 TO WS-CANT-VENCIDAS

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-EXC
               MOVE WS-EX-REG(i) TO EXCEP-REG
               IF NOT EXC-CERRADA
                   ADD 1 TO WS-CANT-ABIERTAS
                   IF EXC-RECONOCIDA
                       ADD 1 TO WS-CANT-RECONOCIDAS
                   END-IF
                   PERFORM 7300-CALCULAR-ANTIGUEDAD
                       THRU 7300-CALCULAR-ANTIGUEDAD-EXIT
                   IF EXC-VENCIDA
                       ADD 1 TO WS-CANT-VENCIDAS
                   END-IF
                   PERFORM 7800-MOSTRAR-RENGLON
                       THRU 7800-MOSTRAR-RENGLON-EXIT
               END-IF
           END-PERFORM

           IF WS-CANT-ABIERTAS = 0
               DISPLAY "NO HAY EXCEPCIONES ABIERTAS"
           ELSE
               DISPLAY "SIN CERRAR: " WS-CANT-ABIERTAS
                   " (RECONOCIDAS " WS-CANT-RECONOCIDAS
                   ", VENCIDAS " WS-CANT-VENCIDAS ")"
           END-IF.

       5000-LISTAR-EXIT.
           EXIT.


      *>   INFORME DE VENCIDAS: POR CADA SEVERIDAD, DE LA MAS ALTA A LA
      *>   MAS BAJA, LAS EXCEPCIONES QUE SIGUEN SIN CERRAR PASADO EL
      *>   PLAZO DE ESA SEVERIDAD (RECONOCERLAS NO LAS SACA DE ACA)
       5500-INFORMAR-VENCIDAS.

           DISPLAY "--------------------------------------------------"
           DISPLAY "EXCEPCIONES VENCIDAS SIN CERRAR AL " WS-FECHA-HOY
           DISPLAY "--------------------------------------------------"

           MOVE 0 TO WS-CANT-VENCIDAS

           PERFORM VARYING s FROM 1 BY 1 UNTIL s > WS-CANT-SEV
               MOVE WS-SEV-NOMBRE(s) TO WS-ML-SEV-NOMBRE
               MOVE WS-SEV-PLAZO(s) TO WS-ML-SEV-PLAZO
               DISPLAY " "
               DISPLAY WS-ML-SEVERIDAD-TIT
               MOVE 0 TO WS-CANT-VENCIDAS-SEV
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-EXC
                   MOVE WS-EX-REG(i) TO EXCEP-REG
                   IF NOT EXC-CERRADA
                       PERFORM 7300-CALCULAR-ANTIGUEDAD
                           THRU 7300-CALCULAR-ANTIGUEDAD-EXIT
                       IF EXC-VENCIDA AND WS-SEV-POS = s
                           ADD 1 TO WS-CANT-VENCIDAS-SEV
                           PERFORM 7800-MOSTRAR-RENGLON
                               THRU 7800-MOSTRAR-RENGLON-EXIT
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-CANT-VENCIDAS-SEV = 0
                   DISPLAY "  NINGUNA"
               ELSE
                   DISPLAY "  VENCIDAS DE SEVERIDAD " WS-SEV-NOMBRE(s)
                       ": " WS-CANT-VENCIDAS-SEV
               END-IF
               ADD WS-CANT-VENCIDAS-SEV TO WS-CANT-VENCIDAS
           END-PERFORM

           DISPLAY " "
           DISPLAY "TOTAL DE EXCEPCIONES VENCIDAS: " WS-CANT-VENCIDAS.

       5500-INFORMAR-VENCIDAS-EXIT.
           EXIT.


      *>   REESCRIBE EXCEPPF ENTERO DESDE LA TABLA Y RECIEN DESPUES
      *>   GRABA LOS CAMBIOS ANOTADOS EN CAMBIOSPF. ANTES DE PISARLO SE
      *>   VUELVE A LEER PARA SUMAR AL FINAL DE LA TABLA LAS
      *>   EXCEPCIONES QUE OTRO PROGRAMA DIO DE ALTA MIENTRAS ESTA
      *>   SESION ESTABA ABIERTA (NUMERO MAYOR AL ULTIMO CARGADO): SIN
      *>   ESO, REESCRIBIR LA COLA LAS PERDERIA
       6000-GRABAR-ARCHIVO.

           MOVE 0 TO WS-CANT-AGREGADAS

           OPEN INPUT EXCEP-FILE

           IF FS-EXCEP-OK
               PERFORM UNTIL FS-EXCEP-EOF
                   READ EXCEP-FILE
                       AT END
                           SET FS-EXCEP-EOF TO TRUE
                       NOT AT END
                           IF EXC-REG-NRO > WS-NRO-CARGADO
                               PERFORM 6100-AGREGAR-NUEVA
                                   THRU 6100-AGREGAR-NUEVA-EXIT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           CLOSE EXCEP-FILE

           OPEN OUTPUT EXCEP-FILE

           IF NOT FS-EXCEP-OK
               DISPLAY "ERROR: NO SE PUDO REESCRIBIR EXCEPPF - "
                   "STATUS " WS-FS-EXCEP
               DISPLAY "PROGRAMA ABORTADO, LOS CAMBIOS SE PERDIERON"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-EXC
               MOVE WS-EX-REG(i) TO EXCEP-REG
               WRITE EXCEP-REG
           END-PERFORM

           CLOSE EXCEP-FILE

           DISPLAY "EXCEPPF GRABADO"
           IF WS-CANT-AGREGADAS > 0
               DISPLAY "SE CONSERVARON " WS-CANT-AGREGADAS
                   " EXCEPCIONES NUEVAS REGISTRADAS DURANTE LA SESION"
           END-IF

           PERFORM 8450-GRABAR-CAMBIOS
               THRU 8450-GRABAR-CAMBIOS-EXIT.

       6000-GRABAR-ARCHIVO-EXIT.
           EXIT.


      *>   SUMA A LA TABLA UNA EXCEPCION NUEVA LEIDA AL GRABAR; SI NO
      *>   ENTRA, NO SE PISA LA COLA (SE PERDERIA) Y SE ABORTA SIN
      *>   GRABAR NADA
       6100-AGREGAR-NUEVA.

           IF WS-CANT-EXC NOT < WS-MAX-EXC
               DISPLAY "ERROR: CON LAS EXCEPCIONES NUEVAS EXCEPPF PASA "
                   "DE " WS-MAX-EXC " Y NO ENTRA EN LA TABLA"
               CLOSE EXCEP-FILE
               DISPLAY "PROGRAMA ABORTADO, LOS CAMBIOS SE PERDIERON"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-CANT-EXC
           MOVE EXCEP-REG TO WS-EX-REG(WS-CANT-EXC)
           ADD 1 TO WS-CANT-AGREGADAS.

       6100-AGREGAR-NUEVA-EXIT.
           EXIT.


      *>   PIDE EL NUMERO DE EXCEPCION Y LA BUSCA EN LA TABLA; SI LA
      *>   ENCUENTRA LA DEJA EN EXCEP-REG Y SU POSICION EN WS-POS. EL
      *>   RESULTADO QUEDA EN EL SWITCH CAPTURA-VALIDA
       7100-PEDIR-NRO.

           MOVE "N" TO WS-CAP-VALIDA-SW

           DISPLAY "INGRESE EL NRO DE EXCEPCION"
           MOVE 0 TO WS-CAP-NRO
           ACCEPT WS-CAP-NRO

           PERFORM 7400-TOMAR-EXCEPCION
               THRU 7400-TOMAR-EXCEPCION-EXIT

           IF WS-POS = 0
               DISPLAY "ERROR: NO EXISTE LA EXCEPCION " WS-CAP-NRO
               GO TO 7100-PEDIR-NRO-EXIT
           END-IF

           SET CAPTURA-VALIDA TO TRUE.

       7100-PEDIR-NRO-EXIT.
           EXIT.


      *>   PIDE EL COMENTARIO DEL RECONOCIMIENTO O DEL CIERRE, QUE ES
      *>   OBLIGATORIO; EL RESULTADO QUEDA EN CAPTURA-VALIDA
       7200-PEDIR-COMENTARIO.

           MOVE "N" TO WS-CAP-VALIDA-SW

           DISPLAY "INGRESE UN COMENTARIO (HASTA 40 CARACTERES)"
           MOVE SPACES TO WS-CAP-COMENT
           ACCEPT WS-CAP-COMENT

           IF WS-CAP-COMENT = SPACES
               DISPLAY "ERROR: EL COMENTARIO ES OBLIGATORIO"
               GO TO 7200-PEDIR-COMENTARIO-EXIT
           END-IF

           SET CAPTURA-VALIDA TO TRUE.

       7200-PEDIR-COMENTARIO-EXIT.
           EXIT.


      *>   ANTIGUEDAD DE LA EXCEPCION EN EXCEP-REG EN DIAS CORRIDOS Y
      *>   SI YA PASO EL PLAZO DE SU SEVERIDAD; DEJA EN WS-SEV-POS LA
      *>   ENTRADA DE LA TABLA DE SEVERIDADES QUE LE CORRESPONDE
       7300-CALCULAR-ANTIGUEDAD.

           MOVE "N" TO WS-EXC-VENCIDA-SW

           MOVE WS-CANT-SEV TO WS-SEV-POS
           PERFORM VARYING t FROM 1 BY 1 UNTIL t > WS-CANT-SEV
               IF WS-SEV-CODIGO(t) = EXC-REG-SEVERIDAD
                   MOVE t TO WS-SEV-POS
               END-IF
           END-PERFORM

           MOVE EXC-REG-FECHA TO WS-DIA-FECHA
           PERFORM 8700-CALCULAR-DIAS
               THRU 8700-CALCULAR-DIAS-EXIT
           COMPUTE WS-EXC-DIAS = WS-HOY-SERIAL - WS-DIAS-SERIAL

           IF WS-EXC-DIAS > WS-SEV-PLAZO(WS-SEV-POS)
               SET EXC-VENCIDA TO TRUE
           END-IF.

       7300-CALCULAR-ANTIGUEDAD-EXIT.
           EXIT.


      *>   BUSCA LA EXCEPCION WS-CAP-NRO EN LA TABLA; DEJA SU POSICION
      *>   EN WS-POS (CERO SI NO ESTA) Y EL REGISTRO EN EXCEP-REG
       7400-TOMAR-EXCEPCION.

           MOVE 0 TO WS-POS

           PERFORM VARYING i FROM 1 BY 1
                   UNTIL i > WS-CANT-EXC OR WS-POS > 0
               MOVE WS-EX-REG(i) TO EXCEP-REG
               IF EXC-REG-NRO = WS-CAP-NRO
                   MOVE i TO WS-POS
               END-IF
           END-PERFORM.

       7400-TOMAR-EXCEPCION-EXIT.
           EXIT.


      *>   ARMA LA IMAGEN DE LA EXCEPCION EN EXCEP-REG QUE VA A
      *>   CAMBIOSPF
       7500-IMAGEN-EXCEPCION.

           MOVE EXC-REG-NRO TO WS-IMG-NRO
           MOVE EXC-REG-SEVERIDAD TO WS-IMG-SEVERIDAD
           MOVE EXC-REG-ESTADO TO WS-IMG-ESTADO

           EVALUATE TRUE
               WHEN EXC-CERRADA
                   MOVE EXC-REG-CIE-OPER TO WS-IMG-OPER
                   MOVE EXC-REG-CIE-FECHA TO WS-IMG-FECHA
                   MOVE EXC-REG-CIE-HORA TO WS-IMG-HORA
                   MOVE EXC-REG-CIE-COMENT TO WS-IMG-COMENT
               WHEN EXC-RECONOCIDA
                   MOVE EXC-REG-REC-OPER TO WS-IMG-OPER
                   MOVE EXC-REG-REC-FECHA TO WS-IMG-FECHA
                   MOVE EXC-REG-REC-HORA TO WS-IMG-HORA
                   MOVE EXC-REG-REC-COMENT TO WS-IMG-COMENT
               WHEN OTHER
                   MOVE SPACES TO WS-IMG-OPER
                   MOVE 0 TO WS-IMG-FECHA
                   MOVE 0 TO WS-IMG-HORA
                   MOVE SPACES TO WS-IMG-COMENT
           END-EVALUATE.

       7500-IMAGEN-EXCEPCION-EXIT.
           EXIT.


      *>   ANOTA EL CAMBIO ARMADO EN EL REGISTRO DE CAMBIOS PENDIENTES
      *>   CON EL NUMERO DE EXCEPCION COMO CLAVE
       7600-ANOTAR.

           MOVE EXC-REG-NRO TO WS-CAMB-CLAVE

           PERFORM 8400-ANOTAR-CAMBIO
               THRU 8400-ANOTAR-CAMBIO-EXIT.

       7600-ANOTAR-EXIT.
           EXIT.


      *>   MUESTRA ENTERA LA EXCEPCION EN EXCEP-REG: EL RENGLON DEL
      *>   LISTADO Y, SI LOS HAY, EL RECONOCIMIENTO Y EL CIERRE
       7700-MOSTRAR-EXCEPCION.

           PERFORM 7300-CALCULAR-ANTIGUEDAD
               THRU 7300-CALCULAR-ANTIGUEDAD-EXIT
           PERFORM 7800-MOSTRAR-RENGLON
               THRU 7800-MOSTRAR-RENGLON-EXIT

           IF EXC-REG-REC-OPER NOT = SPACES
               MOVE "RECONOCIDA: " TO WS-ML-SELLO-TIPO
               MOVE EXC-REG-REC-OPER TO WS-ML-SELLO-OPER
               MOVE EXC-REG-REC-FECHA TO WS-ML-SELLO-FECHA
               MOVE EXC-REG-REC-HORA(1:2) TO WS-ML-SELLO-HH
               MOVE EXC-REG-REC-HORA(3:2) TO WS-ML-SELLO-MM
               MOVE EXC-REG-REC-HORA(5:2) TO WS-ML-SELLO-SS
               MOVE EXC-REG-REC-COMENT TO WS-ML-SELLO-COMENT
               DISPLAY WS-ML-SELLO
           END-IF

           IF EXC-REG-CIE-OPER NOT = SPACES
               MOVE "CERRADA:    " TO WS-ML-SELLO-TIPO
               MOVE EXC-REG-CIE-OPER TO WS-ML-SELLO-OPER
               MOVE EXC-REG-CIE-FECHA TO WS-ML-SELLO-FECHA
               MOVE EXC-REG-CIE-HORA(1:2) TO WS-ML-SELLO-HH
               MOVE EXC-REG-CIE-HORA(3:2) TO WS-ML-SELLO-MM
               MOVE EXC-REG-CIE-HORA(5:2) TO WS-ML-SELLO-SS
               MOVE EXC-REG-CIE-COMENT TO WS-ML-SELLO-COMENT
               DISPLAY WS-ML-SELLO
           END-IF.

       7700-MOSTRAR-EXCEPCION-EXIT.
           EXIT.


      *>   RENGLON DEL LISTADO DE LA EXCEPCION EN EXCEP-REG (CON LA
      *>   ANTIGUEDAD YA CALCULADA EN 7300) Y SU TEXTO DEBAJO
       7800-MOSTRAR-RENGLON.

           MOVE EXC-REG-NRO TO WS-ML-NRO
           MOVE WS-SEV-NOMBRE(WS-SEV-POS) TO WS-ML-SEVERIDAD
           IF WS-SEV-CODIGO(WS-SEV-POS) NOT = EXC-REG-SEVERIDAD
               MOVE EXC-REG-SEVERIDAD TO WS-ML-SEVERIDAD
           END-IF
           EVALUATE TRUE
               WHEN EXC-ABIERTA
                   MOVE "ABIERTA" TO WS-ML-ESTADO
               WHEN EXC-RECONOCIDA
                   MOVE "RECONOCIDA" TO WS-ML-ESTADO
               WHEN EXC-CERRADA
                   MOVE "CERRADA" TO WS-ML-ESTADO
               WHEN OTHER
                   MOVE "DESCONOC." TO WS-ML-ESTADO
           END-EVALUATE
           MOVE EXC-REG-FECHA TO WS-ML-FECHA
           MOVE WS-EXC-DIAS TO WS-ML-DIAS
           MOVE EXC-REG-ORIGEN TO WS-ML-ORIGEN
           MOVE EXC-REG-REFER TO WS-ML-REFER
           MOVE SPACES TO WS-ML-VENCIDA
           IF EXC-VENCIDA AND NOT EXC-CERRADA
               MOVE "VENCIDA" TO WS-ML-VENCIDA
           END-IF
           DISPLAY WS-ML-DETALLE

           MOVE EXC-REG-TEXTO TO WS-ML-TEXTO-VAL
           DISPLAY WS-ML-TEXTO.

       7800-MOSTRAR-RENGLON-EXIT.
           EXIT.


      *>   CONTROL DE PIN Y REGISTRO DE INGRESOS COMPARTIDO (VER
      *>   1100-INICIAR-SESION)
           COPY SESCALC.

      *>   REGISTRO DE CAMBIOS COMPARTIDO (VER 6000-GRABAR-ARCHIVO)
           COPY CAMBCALC.

      *>   CALCULO COMPARTIDO DE DIAS CORRIDOS (VER 7300-CALCULAR-
      *>   ANTIGUEDAD)
           COPY DIASCALC.
