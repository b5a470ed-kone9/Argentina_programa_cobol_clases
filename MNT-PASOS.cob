
      *> el comentario siempre empieza de la linea 7
      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNT-PASOS.
      *>--------------------------------------

      *> CONSULTA Y MANTENIMIENTO DEL ESTADO DE LOS PASOS DEL JOB
      *> SEMANAL DRV18TOT (ARCHIVO PASOSPF, VER 0050-LEER-PASOS Y
      *> 0600-ARRANCAR-PASO EN ESE PROGRAMA). CON ESTE ESTADO EL JOB,
      *> SI SE CORTA, RETOMA LA SEMANA EN EL PRIMER PASO QUE NO
      *> TERMINO. MISMO ESQUEMA QUE MNT-EMBARG: CARGA PASOSPF EN
      *> MEMORIA, OFRECE POR CONSOLA:
      *> - LISTAR LA SEMANA EN PROCESO Y EL ESTADO DE CADA PASO
      *>   (PENDIENTE, INICIADO, CORTADO O COMPLETO), CON LA ULTIMA
      *>   CORRIDA DEL LIBRO AL ARRANCAR EL PASO Y LA DE AHORA, PARA
      *>   VER SI UN INTENTO CORTADO DE CL-18-EJ-18 LLEGO A REGISTRAR
      *>   UNA CORRIDA,
      *> - REINICIAR DESDE UN PASO: ESE PASO Y LOS SIGUIENTES VUELVEN A
      *>   PENDIENTE Y EL JOB LOS CORRE DE NUEVO (SI SE REINICIA
      *>   EJ-03ENCL18 SE DESCARTA EL TOTAL SEMANAL GUARDADO, QUE
      *>   VUELVE A GENERAR),
      *> - MARCAR UN PASO COMO COMPLETO A MANO, SOLO SI LOS ANTERIORES
      *>   YA LO ESTAN (POR EJEMPLO, DESPUES DE COMPROBAR QUE EL
      *>   INTENTO CORTADO DE CL-18-EJ-18 REGISTRO LA CORRIDA ENTERA).
      *>   PARA MARCAR EJ-03ENCL18 TIENE QUE HABER UN TOTAL SEMANAL, EL
      *>   GUARDADO O EL QUE ESTE EN TOTSEMPF,
      *> - ELIMINAR EL ESTADO DE LA SEMANA, PARA QUE EL JOB EMPIECE DE
      *>   CERO (CON TODOS SUS CONTROLES) LA PROXIMA VEZ,
      *> Y REESCRIBE EL ARCHIVO AL SALIR. NO HAY ALTA: LOS PASOS LOS
      *> CREA DRV18TOT AL EMPEZAR CADA SEMANA.
      *> EXIGE SESION DE UN OPERADOR CON PIN (VER SESCALC.CPY) DE
      *> NIVEL 3 Y CADA CAMBIO QUEDA EN EL REGISTRO DE CAMBIOS
      *> CAMBIOSPF CON EL OPERADOR, LA FECHA Y HORA Y EL REGISTRO DEL
      *> PASO ANTES Y DESPUES (VER CAMBCALC.CPY), CON LA SEMANA Y EL
      *> NUMERO DE PASO COMO CLAVE.

      *>--------------------------------------
       ENVIRONMENT DIVISION.
      *>--------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   ESTADO DE LOS PASOS DEL JOB, MISMO ARCHIVO QUE DRV18TOT
           SELECT PASOS-FILE ASSIGN TO "PASOSPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PASOS WS-FS-PASOS-EXT.

      *>   TOTAL SEMANAL QUE EJ-03ENCL18 ENCADENA A CL-18-EJ-18, SOLO
      *>   PARA MARCAR A MANO EL PASO DE EJ-03ENCL18
           SELECT TOTSEM-FILE ASSIGN TO "TOTSEMPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TOTSEM WS-FS-TOTSEM-EXT.

      *>   CONTROL DEL LIBRO DIARIO, PARA LA ULTIMA CORRIDA REGISTRADA
           SELECT LEDGCTL-FILE ASSIGN TO "LEDGCTLPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LEDGCTL WS-FS-LEDGCTL-EXT.

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
      *>   MISMO LAYOUT QUE PASOS-REG EN DRV18TOT (VER ESE PROGRAMA
      *>   PARA EL DETALLE DE CADA CAMPO)
       FD  PASOS-FILE.
       01  PASOS-REG.
           02 PASO-REG-SEMANA        PIC 9(8).
           02 PASO-REG-NRO           PIC 9(1).
           02 PASO-REG-PROGRAMA      PIC X(12).
           02 PASO-REG-ESTADO        PIC X(1).
           02 PASO-REG-FECHA         PIC 9(8).
           02 PASO-REG-HORA          PIC 9(6).
           02 PASO-REG-CORR          PIC 9(6).
           02 PASO-REG-TOTSEM        PIC X(21).

      *>   MISMO LAYOUT QUE TOTSEM-REG EN EJ-03ENCL18, TOMADO ENTERO
       FD  TOTSEM-FILE.
       01  TOTSEM-REG                PIC X(21).

      *>   MISMO LAYOUT QUE LEDGCTL-REG EN VER-LEDG (SOLO SE USA EL
      *>   PRIMER CAMPO)
       FD  LEDGCTL-FILE.
       01  LEDGCTL-REG.
           02 LCTL-REG-ULTSEC        PIC 9(6).
           02 FILLER                 PIC X(40).

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

       01  WS-FS-PASOS               PIC XX.
           88 FS-PASOS-OK            VALUE "00".
           88 FS-PASOS-EOF           VALUE "10".
       01  WS-FS-PASOS-EXT           PIC 9(4).

       01  WS-FS-TOTSEM              PIC XX.
           88 FS-TOTSEM-OK           VALUE "00".
       01  WS-FS-TOTSEM-EXT          PIC 9(4).

       01  WS-FS-LEDGCTL             PIC XX.
           88 FS-LEDGCTL-OK          VALUE "00".
       01  WS-FS-LEDGCTL-EXT         PIC 9(4).

       01  WS-FS-OPER                PIC XX.
           88 FS-OPER-OK             VALUE "00".
           88 FS-OPER-EOF            VALUE "10".
       01  WS-FS-OPER-EXT            PIC 9(4).

      *>   PASOSPF CARGADO EN MEMORIA: LA SEMANA EN PROCESO (CERO SI
      *>   NO HAY NINGUNA) Y UNA ENTRADA POR PASO. LOS PROGRAMAS DE
      *>   CADA PASO, EN ORDEN, SON LOS MISMOS DE DRV18TOT
       01  WS-PASOS-SEMANA           PIC 9(8) VALUE 0.
       01  WS-CANT-PASOS             PIC 9 VALUE 3.
       01  WS-PASOS-PROGRAMAS.
           02 FILLER                 PIC X(12) VALUE "VER-LEDG".
           02 FILLER                 PIC X(12) VALUE "EJ-03ENCL18".
           02 FILLER                 PIC X(12) VALUE "CL-18-EJ-18".
       01  WS-PASOS-PROGRAMAS-R REDEFINES WS-PASOS-PROGRAMAS.
           02 WS-PASOS-NOMBRE        PIC X(12) OCCURS 3 TIMES.
       01  WS-TABLA-PASOS.
           02 WS-PASO-ENTRADA OCCURS 3 TIMES.
               03 WS-PASO-ESTADO     PIC X(1).
                   88 PASO-PENDIENTE VALUE "P".
                   88 PASO-INICIADO  VALUE "I".
                   88 PASO-CORTADO   VALUE "X".
                   88 PASO-COMPLETO  VALUE "C".
               03 WS-PASO-FECHA      PIC 9(8).
               03 WS-PASO-HORA       PIC 9(6).
               03 WS-PASO-CORR       PIC 9(6).
               03 WS-PASO-TOTSEM     PIC X(21).

       01  i                         PIC 9.

      *>   ULTIMA CORRIDA REGISTRADA EN EL LIBRO SEGUN LEDGCTLPF
       01  WS-LIBRO-ULTSEC           PIC 9(6) VALUE 0.

      *>   OPCION DEL MENU PRINCIPAL
       01  WS-OPCION                 PIC X(01) VALUE SPACE.
           88 OPCION-LISTAR          VALUE "L".
           88 OPCION-REINICIAR       VALUE "R".
           88 OPCION-COMPLETAR       VALUE "C".
           88 OPCION-ELIMINAR        VALUE "E".
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

       01  WS-FECHA-HOY              PIC 9(8) VALUE 0.
       01  WS-HORA-LARGA             PIC 9(8) VALUE 0.

      *>   PASO EN CAPTURA Y TOTAL SEMANAL LEIDO DE TOTSEMPF
       01  WS-CAP-PASO               PIC 9(1) VALUE 0.
       01  WS-CAP-VALIDA-SW          PIC X(01) VALUE "N".
           88 CAPTURA-VALIDA         VALUE "S".
       01  WS-CAP-TOTSEM             PIC X(21) VALUE SPACES.
       01  WS-CONFIRMA               PIC X(01) VALUE SPACE.

      *>   CLAVE DEL CAMBIO EN CAMBIOSPF: SEMANA, GUION Y PASO
       01  WS-CLAVE-PASO.
           02 WS-CLA-SEMANA          PIC 9(8).
           02 FILLER                 PIC X(01) VALUE "-".
           02 WS-CLA-PASO            PIC 9(1).

      *>   LINEAS DEL LISTADO POR CONSOLA
       01  WS-ML-TITULO.
           02 FILLER                 PIC X(21)
                                     VALUE "SEMANA QUE CIERRA EL ".
           02 WS-ML-SEMANA           PIC 9999/99/99.
           02 FILLER                 PIC X(28)
                               VALUE "   ULTIMA CORRIDA DEL LIBRO ".
           02 WS-ML-ULTSEC           PIC 9(6).
       01  WS-ML-DETALLE.
           02 FILLER                 PIC X(05) VALUE "PASO ".
           02 WS-ML-PASO             PIC 9.
           02 FILLER                 PIC X(01) VALUE " ".
           02 WS-ML-PROGRAMA         PIC X(12).
           02 FILLER                 PIC X(01) VALUE " ".
           02 WS-ML-ESTADO           PIC X(11).
           02 FILLER                 PIC X(01) VALUE " ".
           02 WS-ML-FECHA            PIC 9999/99/99.
           02 FILLER                 PIC X(01) VALUE " ".
           02 WS-ML-HORA-HH          PIC 99.
           02 FILLER                 PIC X(01) VALUE ":".
           02 WS-ML-HORA-MM          PIC 99.
           02 FILLER                 PIC X(01) VALUE ":".
           02 WS-ML-HORA-SS          PIC 99.
           02 FILLER                 PIC X(09) VALUE "  CORRIDA".
           02 FILLER                 PIC X(01) VALUE " ".
           02 WS-ML-CORR             PIC 9(6).
           02 FILLER                 PIC X(02) VALUE "  ".
           02 WS-ML-NOTA             PIC X(24).

      *>---------------------------PROCEDURE----------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE "PASOSPF" TO WS-CAMB-ARCHIVO

           PERFORM 1100-INICIAR-SESION
               THRU 1100-INICIAR-SESION-EXIT

           PERFORM 1000-CARGAR-ARCHIVO
               THRU 1000-CARGAR-ARCHIVO-EXIT

           PERFORM UNTIL OPCION-FIN
               DISPLAY " "
               DISPLAY "ESTADO DE LOS PASOS DE DRV18TOT - OPCIONES:"
               DISPLAY "  L = LISTAR LA SEMANA EN PROCESO Y SUS PASOS"
               DISPLAY "  R = REINICIAR DESDE UN PASO"
               DISPLAY "  C = MARCAR UN PASO COMO COMPLETO"
               DISPLAY "  E = ELIMINAR EL ESTADO DE LA SEMANA"
               DISPLAY "  F = FIN (GRABA LOS CAMBIOS)"
               MOVE SPACE TO WS-OPCION
               ACCEPT WS-OPCION

               EVALUATE TRUE
                   WHEN OPCION-LISTAR
                       PERFORM 5000-LISTAR
                           THRU 5000-LISTAR-EXIT
                   WHEN OPCION-REINICIAR
                       PERFORM 2000-REINICIAR
                           THRU 2000-REINICIAR-EXIT
                   WHEN OPCION-COMPLETAR
                       PERFORM 3000-COMPLETAR
                           THRU 3000-COMPLETAR-EXIT
                   WHEN OPCION-ELIMINAR
                       PERFORM 4000-ELIMINAR
                           THRU 4000-ELIMINAR-EXIT
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
               DISPLAY "SIN CAMBIOS, PASOSPF QUEDA COMO ESTABA"
           END-IF

           GOBACK.

       0000-MAINLINE-EXIT.
           EXIT.


      *>   CARGA PASOSPF EN LA TABLA DE TRABAJO; SI EL ARCHIVO NO
      *>   EXISTE O ESTA VACIO NO HAY NINGUNA SEMANA EN PROCESO
       1000-CARGAR-ARCHIVO.

           MOVE 0 TO WS-PASOS-SEMANA
           INITIALIZE WS-TABLA-PASOS

           OPEN INPUT PASOS-FILE

           IF NOT FS-PASOS-OK
               DISPLAY "AVISO: PASOSPF NO EXISTE TODAVIA - STATUS "
                   WS-FS-PASOS
               CLOSE PASOS-FILE
               GO TO 1000-CARGAR-ARCHIVO-EXIT
           END-IF

           PERFORM UNTIL FS-PASOS-EOF
               READ PASOS-FILE
                   AT END
                       SET FS-PASOS-EOF TO TRUE
                   NOT AT END
                       IF PASO-REG-NRO > 0
                               AND PASO-REG-NRO NOT > WS-CANT-PASOS
                           MOVE PASO-REG-SEMANA TO WS-PASOS-SEMANA
                           MOVE PASO-REG-NRO TO i
                           MOVE PASO-REG-ESTADO TO WS-PASO-ESTADO(i)
                           MOVE PASO-REG-FECHA TO WS-PASO-FECHA(i)
                           MOVE PASO-REG-HORA TO WS-PASO-HORA(i)
                           MOVE PASO-REG-CORR TO WS-PASO-CORR(i)
                           MOVE PASO-REG-TOTSEM TO WS-PASO-TOTSEM(i)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PASOS-FILE

           IF WS-PASOS-SEMANA = 0
               DISPLAY "PASOSPF CARGADO: NO HAY NINGUNA SEMANA EN "
                   "PROCESO"
           ELSE
               DISPLAY "PASOSPF CARGADO: SEMANA QUE CIERRA EL "
                   WS-PASOS-SEMANA
           END-IF.

       1000-CARGAR-ARCHIVO-EXIT.
           EXIT.


      *>   IDENTIFICACION DEL OPERADOR CON SU PIN (VER SESCALC.CPY),
      *>   MISMO ESQUEMA QUE 0400-INICIAR-SESION EN CL-18-EJ-18
       1100-INICIAR-SESION.

           MOVE "N" TO WS-OPER-HALLADO-SW
           MOVE "MNT-PASOS" TO WS-SES-PROGRAMA

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
                   " Y EL MANTENIMIENTO DE LOS PASOS DEL JOB EXIGE "
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


      *>   REINICIO DESDE UN PASO: ESE PASO Y LOS SIGUIENTES VUELVEN A
      *>   PENDIENTE. SI EL PASO DE EJ-03ENCL18 VUELVE A PENDIENTE SE
      *>   DESCARTA EL TOTAL SEMANAL GUARDADO: EJ-03ENCL18 LO GENERA
      *>   DE NUEVO. VOLVER A CORRER UN PASO QUE YA HABIA TERMINADO ES
      *>   RESPONSABILIDAD DE QUIEN LO REINICIA (POR EJEMPLO, DESPUES
      *>   DE RESTAURAR LOS ARCHIVOS DE CONTROL CON REST-CTL)
       2000-REINICIAR.

           PERFORM 7100-PEDIR-PASO
               THRU 7100-PEDIR-PASO-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 2000-REINICIAR-EXIT
           END-IF

           PERFORM VARYING i FROM WS-CAP-PASO BY 1
                   UNTIL i > WS-CANT-PASOS
               IF PASO-COMPLETO(i)
                   DISPLAY "ATENCION: EL PASO " i " ("
                       WS-PASOS-NOMBRE(i) ") YA TERMINO PARA ESTA "
                       "SEMANA Y SE VA A CORRER DE NUEVO"
               END-IF
           END-PERFORM

           DISPLAY "PARA REINICIAR LA SEMANA " WS-PASOS-SEMANA
               " DESDE EL PASO " WS-CAP-PASO " INGRESE S, CUALQUIER "
               "OTRA COSA CANCELA"
           MOVE SPACE TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "REINICIO CANCELADO"
               GO TO 2000-REINICIAR-EXIT
           END-IF

           ACCEPT WS-HORA-LARGA FROM TIME

           PERFORM VARYING i FROM WS-CAP-PASO BY 1
                   UNTIL i > WS-CANT-PASOS
               PERFORM 7500-IMAGEN-PASO
                   THRU 7500-IMAGEN-PASO-EXIT
               MOVE PASOS-REG TO WS-CAMB-ANTES
               MOVE "P" TO PASO-REG-ESTADO
               MOVE WS-FECHA-HOY TO PASO-REG-FECHA
               MOVE WS-HORA-LARGA(1:6) TO PASO-REG-HORA
               MOVE 0 TO PASO-REG-CORR
               IF i = 2
                   MOVE SPACES TO PASO-REG-TOTSEM
               END-IF
               MOVE "R" TO WS-CAMB-ACCION
               MOVE PASOS-REG TO WS-CAMB-DESPUES
               PERFORM 7600-ANOTAR
                   THRU 7600-ANOTAR-EXIT
               IF NOT CAMB-ANOTADO
                   GO TO 2000-REINICIAR-EXIT
               END-IF
               MOVE PASO-REG-ESTADO TO WS-PASO-ESTADO(i)
               MOVE PASO-REG-FECHA TO WS-PASO-FECHA(i)
               MOVE PASO-REG-HORA TO WS-PASO-HORA(i)
               MOVE PASO-REG-CORR TO WS-PASO-CORR(i)
               MOVE PASO-REG-TOTSEM TO WS-PASO-TOTSEM(i)
               SET HUBO-CAMBIOS TO TRUE
           END-PERFORM

           DISPLAY "REINICIO REGISTRADO: LA PROXIMA CORRIDA DE "
               "DRV18TOT RETOMA LA SEMANA EN EL PASO " WS-CAP-PASO.

       2000-REINICIAR-EXIT.
           EXIT.


      *>   MARCA UN PASO COMO COMPLETO A MANO, PARA CUANDO SE
      *>   COMPROBO QUE EL TRABAJO DEL PASO QUEDO HECHO AUNQUE EL JOB
      *>   NO LO HAYA PODIDO ANOTAR. LOS PASOS ANTERIORES TIENEN QUE
      *>   ESTAR COMPLETOS, Y PARA EL DE EJ-03ENCL18 HACE FALTA EL
      *>   TOTAL SEMANAL QUE NECESITA CL-18-EJ-18: SI NO QUEDO
      *>   GUARDADO SE TOMA DE TOTSEMPF
       3000-COMPLETAR.

           PERFORM 7100-PEDIR-PASO
               THRU 7100-PEDIR-PASO-EXIT
           IF NOT CAPTURA-VALIDA
               GO TO 3000-COMPLETAR-EXIT
           END-IF

           IF PASO-COMPLETO(WS-CAP-PASO)
               DISPLAY "ERROR: EL PASO " WS-CAP-PASO " YA ESTA "
                   "COMPLETO"
               GO TO 3000-COMPLETAR-EXIT
           END-IF

           PERFORM VARYING i FROM 1 BY 1 UNTIL i = WS-CAP-PASO
               IF NOT PASO-COMPLETO(i)
                   DISPLAY "ERROR: EL PASO " i " (" WS-PASOS-NOMBRE(i)
                       ") NO ESTA COMPLETO; SE MARCAN EN ORDEN"
                   GO TO 3000-COMPLETAR-EXIT
               END-IF
           END-PERFORM

           MOVE WS-CAP-PASO TO i
           PERFORM 7500-IMAGEN-PASO
               THRU 7500-IMAGEN-PASO-EXIT
           MOVE PASOS-REG TO WS-CAMB-ANTES

           IF i = 2 AND PASO-REG-TOTSEM = SPACES
               MOVE SPACES TO WS-CAP-TOTSEM
               OPEN INPUT TOTSEM-FILE
               IF FS-TOTSEM-OK
                   READ TOTSEM-FILE
                       NOT AT END
                           MOVE TOTSEM-REG TO WS-CAP-TOTSEM
                   END-READ
               END-IF
               CLOSE TOTSEM-FILE
               IF WS-CAP-TOTSEM = SPACES
                   DISPLAY "ERROR: NO HAY TOTAL SEMANAL GUARDADO NI EN "
                       "TOTSEMPF; SIN EL CL-18-EJ-18 NO PUEDE CORRER. "
                       "REINICIE DESDE EL PASO 2"
                   GO TO 3000-COMPLETAR-EXIT
               END-IF
               DISPLAY "SE TOMA EL TOTAL SEMANAL DE TOTSEMPF: "
                   WS-CAP-TOTSEM
               MOVE WS-CAP-TOTSEM TO PASO-REG-TOTSEM
           END-IF

           IF i = 3
               PERFORM 7200-LEER-ULTIMA-CORRIDA
                   THRU 7200-LEER-ULTIMA-CORRIDA-EXIT
               IF WS-LIBRO-ULTSEC = WS-PASO-CORR(3)
                   DISPLAY "ATENCION: EL LIBRO NO REGISTRO NINGUNA "
                       "CORRIDA DESDE QUE ARRANCO EL PASO; LA SEMANA "
                       "QUEDA SIN REPARTIR"
               END-IF
           END-IF

           DISPLAY "PARA MARCAR COMPLETO EL PASO " WS-CAP-PASO " ("
               WS-PASOS-NOMBRE(WS-CAP-PASO) ") DE LA SEMANA "
               WS-PASOS-SEMANA " INGRESE S, CUALQUIER OTRA COSA "
               "CANCELA"
           MOVE SPACE TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "MARCA CANCELADA"
               GO TO 3000-COMPLETAR-EXIT
           END-IF

           ACCEPT WS-HORA-LARGA FROM TIME
           MOVE "C" TO PASO-REG-ESTADO
           MOVE WS-FECHA-HOY TO PASO-REG-FECHA
           MOVE WS-HORA-LARGA(1:6) TO PASO-REG-HORA
           MOVE "C" TO WS-CAMB-ACCION
           MOVE PASOS-REG TO WS-CAMB-DESPUES
           PERFORM 7600-ANOTAR
               THRU 7600-ANOTAR-EXIT
           IF NOT CAMB-ANOTADO
               GO TO 3000-COMPLETAR-EXIT
           END-IF

           MOVE PASO-REG-ESTADO TO WS-PASO-ESTADO(i)
           MOVE PASO-REG-FECHA TO WS-PASO-FECHA(i)
           MOVE PASO-REG-HORA TO WS-PASO-HORA(i)
           MOVE PASO-REG-TOTSEM TO WS-PASO-TOTSEM(i)
           SET HUBO-CAMBIOS TO TRUE

           DISPLAY "PASO MARCADO COMO COMPLETO".

       3000-COMPLETAR-EXIT.
           EXIT.


      *>   ELIMINA EL ESTADO DE LA SEMANA EN PROCESO: LA PROXIMA
      *>   CORRIDA DE DRV18TOT NO RETOMA NADA Y ARRANCA UNA SEMANA
      *>   NUEVA CON TODOS SUS CONTROLES (CALENDARIO, SEMANA REPETIDA)
       4000-ELIMINAR.

           IF WS-PASOS-SEMANA = 0
               DISPLAY "NO HAY NINGUNA SEMANA EN PROCESO"
               GO TO 4000-ELIMINAR-EXIT
           END-IF

           DISPLAY "PARA ELIMINAR EL ESTADO DE LA SEMANA "
               WS-PASOS-SEMANA " INGRESE S, CUALQUIER OTRA COSA "
               "CANCELA"
           MOVE SPACE TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "ELIMINACION CANCELADA"
               GO TO 4000-ELIMINAR-EXIT
           END-IF

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-PASOS
               PERFORM 7500-IMAGEN-PASO
                   THRU 7500-IMAGEN-PASO-EXIT
               MOVE PASOS-REG TO WS-CAMB-ANTES
               MOVE "E" TO WS-CAMB-ACCION
               MOVE SPACES TO WS-CAMB-DESPUES
               PERFORM 7600-ANOTAR
                   THRU 7600-ANOTAR-EXIT
               IF NOT CAMB-ANOTADO
                   GO TO 4000-ELIMINAR-EXIT
               END-IF
           END-PERFORM

           MOVE 0 TO WS-PASOS-SEMANA
           INITIALIZE WS-TABLA-PASOS
           SET HUBO-CAMBIOS TO TRUE

           DISPLAY "ESTADO DE LA SEMANA ELIMINADO".

       4000-ELIMINAR-EXIT.
           EXIT.


      *>   LISTADO DE LA SEMANA EN PROCESO, UN RENGLON POR PASO. UN
      *>   PASO DE CL-18-EJ-18 INICIADO O CORTADO CON EL LIBRO MAS
      *>   ADELANTE QUE AL ARRANCAR SE SENALA: ESE INTENTO REGISTRO
      *>   ALGO Y DRV18TOT NO LO VA A REPETIR SOLO
       5000-LISTAR.

           IF WS-PASOS-SEMANA = 0
               DISPLAY "NO HAY NINGUNA SEMANA EN PROCESO"
               GO TO 5000-LISTAR-EXIT
           END-IF

           PERFORM 7200-LEER-ULTIMA-CORRIDA
               THRU 7200-LEER-ULTIMA-CORRIDA-EXIT

           MOVE WS-PASOS-SEMANA TO WS-ML-SEMANA
           MOVE WS-LIBRO-ULTSEC TO WS-ML-ULTSEC
           DISPLAY WS-ML-TITULO

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-PASOS
               MOVE i TO WS-ML-PASO
               MOVE WS-PASOS-NOMBRE(i) TO WS-ML-PROGRAMA
               EVALUATE TRUE
                   WHEN PASO-PENDIENTE(i)
                       MOVE "PENDIENTE" TO WS-ML-ESTADO
                   WHEN PASO-INICIADO(i)
                       MOVE "INICIADO" TO WS-ML-ESTADO
                   WHEN PASO-CORTADO(i)
                       MOVE "CORTADO" TO WS-ML-ESTADO
                   WHEN PASO-COMPLETO(i)
                       MOVE "COMPLETO" TO WS-ML-ESTADO
                   WHEN OTHER
                       MOVE "DESCONOCIDO" TO WS-ML-ESTADO
               END-EVALUATE
               MOVE WS-PASO-FECHA(i) TO WS-ML-FECHA
               MOVE WS-PASO-HORA(i)(1:2) TO WS-ML-HORA-HH
               MOVE WS-PASO-HORA(i)(3:2) TO WS-ML-HORA-MM
               MOVE WS-PASO-HORA(i)(5:2) TO WS-ML-HORA-SS
               MOVE WS-PASO-CORR(i) TO WS-ML-CORR
               MOVE SPACES TO WS-ML-NOTA
               IF i = 2 AND WS-PASO-TOTSEM(i) NOT = SPACES
                   MOVE "TOTAL SEMANAL GUARDADO" TO WS-ML-NOTA
               END-IF
               IF i = 3 AND (PASO-INICIADO(i) OR PASO-CORTADO(i))
                       AND WS-LIBRO-ULTSEC NOT = WS-PASO-CORR(i)
                   MOVE "EL LIBRO AVANZO: REVISAR" TO WS-ML-NOTA
               END-IF
               DISPLAY WS-ML-DETALLE
           END-PERFORM.

       5000-LISTAR-EXIT.
           EXIT.


      *>   REESCRIBE PASOSPF ENTERO DESDE LA TABLA (VACIO SI SE ELIMINO
      *>   LA SEMANA) Y RECIEN DESPUES GRABA LOS CAMBIOS ANOTADOS EN
      *>   CAMBIOSPF
       6000-GRABAR-ARCHIVO.

           OPEN OUTPUT PASOS-FILE

           IF NOT FS-PASOS-OK
               DISPLAY "ERROR: NO SE PUDO REESCRIBIR PASOSPF - "
                   "STATUS " WS-FS-PASOS
               DISPLAY "PROGRAMA ABORTADO, LOS CAMBIOS SE PERDIERON"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-PASOS-SEMANA > 0
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-PASOS
                   PERFORM 7500-IMAGEN-PASO
                       THRU 7500-IMAGEN-PASO-EXIT
                   WRITE PASOS-REG
               END-PERFORM
           END-IF

           CLOSE PASOS-FILE

           DISPLAY "PASOSPF GRABADO"

           PERFORM 8450-GRABAR-CAMBIOS
               THRU 8450-GRABAR-CAMBIOS-EXIT.

       6000-GRABAR-ARCHIVO-EXIT.
           EXIT.


      *>   PIDE EL NUMERO DE PASO; EL RESULTADO QUEDA EN EL SWITCH
      *>   CAPTURA-VALIDA
       7100-PEDIR-PASO.

           MOVE "N" TO WS-CAP-VALIDA-SW

           IF WS-PASOS-SEMANA = 0
               DISPLAY "NO HAY NINGUNA SEMANA EN PROCESO"
               GO TO 7100-PEDIR-PASO-EXIT
           END-IF

           DISPLAY "INGRESE EL NRO DE PASO (1 = VER-LEDG, "
               "2 = EJ-03ENCL18, 3 = CL-18-EJ-18)"
           MOVE 0 TO WS-CAP-PASO
           ACCEPT WS-CAP-PASO

           IF WS-CAP-PASO < 1 OR WS-CAP-PASO > WS-CANT-PASOS
               DISPLAY "ERROR: EL PASO DEBE ESTAR ENTRE 1 Y "
                   WS-CANT-PASOS
               GO TO 7100-PEDIR-PASO-EXIT
           END-IF

           SET CAPTURA-VALIDA TO TRUE.

       7100-PEDIR-PASO-EXIT.
           EXIT.


      *>   ULTIMA CORRIDA REGISTRADA EN EL LIBRO (CERO SI TODAVIA NO
      *>   HAY CONTROL), MISMO CRITERIO QUE DRV18TOT
       7200-LEER-ULTIMA-CORRIDA.

           MOVE 0 TO WS-LIBRO-ULTSEC

           OPEN INPUT LEDGCTL-FILE
           IF FS-LEDGCTL-OK
               READ LEDGCTL-FILE
                   NOT AT END
                       IF LCTL-REG-ULTSEC IS NUMERIC
                           MOVE LCTL-REG-ULTSEC TO WS-LIBRO-ULTSEC
                       END-IF
               END-READ
           END-IF
           CLOSE LEDGCTL-FILE.

       7200-LEER-ULTIMA-CORRIDA-EXIT.
           EXIT.


      *>   ARMA EN PASOS-REG EL REGISTRO DEL PASO i TAL COMO QUEDA EN
      *>   PASOSPF; ES TAMBIEN LA IMAGEN QUE VA A CAMBIOSPF
       7500-IMAGEN-PASO.

           MOVE WS-PASOS-SEMANA TO PASO-REG-SEMANA
           MOVE i TO PASO-REG-NRO
           MOVE WS-PASOS-NOMBRE(i) TO PASO-REG-PROGRAMA
           MOVE WS-PASO-ESTADO(i) TO PASO-REG-ESTADO
           MOVE WS-PASO-FECHA(i) TO PASO-REG-FECHA
           MOVE WS-PASO-HORA(i) TO PASO-REG-HORA
           MOVE WS-PASO-CORR(i) TO PASO-REG-CORR
           MOVE WS-PASO-TOTSEM(i) TO PASO-REG-TOTSEM.

       7500-IMAGEN-PASO-EXIT.
           EXIT.


      *>   ANOTA EL CAMBIO ARMADO EN EL REGISTRO DE CAMBIOS PENDIENTES
      *>   CON LA SEMANA Y EL PASO COMO CLAVE
       7600-ANOTAR.

           MOVE WS-PASOS-SEMANA TO WS-CLA-SEMANA
           MOVE i TO WS-CLA-PASO
           MOVE WS-CLAVE-PASO TO WS-CAMB-CLAVE

           PERFORM 8400-ANOTAR-CAMBIO
               THRU 8400-ANOTAR-CAMBIO-EXIT.

       7600-ANOTAR-EXIT.
           EXIT.


      *>   CONTROL DE PIN Y REGISTRO DE INGRESOS COMPARTIDO (VER
      *>   1100-INICIAR-SESION)
           COPY SESCALC.

      *>   REGISTRO DE CAMBIOS COMPARTIDO (VER 6000-GRABAR-ARCHIVO)
           COPY CAMBCALC.
