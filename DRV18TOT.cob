      *>   CONTROLES PARA LA CORRIDA SIGUIENTE, DEJANDO EL MOTIVO EN
      *>   CONSOLA. LA SEMANA PROCESADA QUEDA EN LA LINEA DE JOBHISTPF
      *>   Y, SI EL JOB TERMINO COMPLETO, EN ULTSEMPF.
      *> - ANTES DE VERIFICAR EL LIBRO SE TOMA UNA GENERACION DEL JUEGO
      *>   DE ARCHIVOS DE CONTROL CON RESG-CTL (MOTIVO "PREVIO A
      *>   DRV18TOT", PASADO POR EL ENLACE RESGPEDPF), PARA QUE SI LA
      *>   CORRIDA DEJA ALGO ROTO SE PUEDA VOLVER TODO JUNTO CON
      *>   REST-CTL. SIN ESE RESGUARDO EL JOB NO CORRE (TAMPOCO SI NO
      *>   SE PUEDE ESCRIBIR EL ENLACE RESGPEDPF).
      *> - REARRANQUE POR PASO: EL JOB DEJA EN PASOSPF, PARA LA SEMANA
      *>   QUE ESTA PROCESANDO, EL ESTADO DE CADA PASO (VER-LEDG,
      *>   EJ-03ENCL18, CL-18-EJ-18: PENDIENTE, INICIADO, CORTADO O
      *>   COMPLETO). SI UNA CORRIDA SE CORTA, LA SIGUIENTE NO EMPIEZA
      *>   DE CERO: RETOMA ESA MISMA SEMANA EN EL PRIMER PASO QUE NO
      *>   TERMINO, SIN LOS CONTROLES DE CALENDARIO Y SEMANA (YA SE
      *>   PASARON AL EMPEZARLA), Y SIN VOLVER A CORRER EJ-03ENCL18 SI
      *>   YA HABIA AGREGADO LA SEMANA A ACUMVISPF/REPVISPF Y VACIADO
      *>   VISITASPF. EL TOTAL SEMANAL QUE DEJO EJ-03ENCL18 SE GUARDA
      *>   EN PASOSPF Y SE VUELVE A PONER EN TOTSEMPF ANTES DE CADA
      *>   INTENTO DE CL-18-EJ-18 (QUE LO VACIA AL LEERLO). SI EL
      *>   INTENTO CORTADO DE CL-18-EJ-18 LLEGO A REGISTRAR UNA CORRIDA
      *>   EN EL LIBRO, EL JOB NO LO REPITE SOLO: HAY QUE REVISAR Y
      *>   MARCAR EL PASO CON MNT-PASOS, QUE TAMBIEN LISTA EL ESTADO Y
      *>   LO REINICIA. CADA PASO DEJA EN JOBHISTPF UN RENGLON AL
      *>   ARRANCAR (PASO NUEVO, PASO REANUDADO O YA COMPLETO) ADEMAS
      *>   DEL DE COMO TERMINO.
      *> - EL AVISO DE SEMANA SIN PROCESAR YA NO QUEDA SOLO EN LA
      *>   CONSOLA: SE DEJA TAMBIEN EN LA COLA CENTRAL DE EXCEPCIONES
      *>   EXCEPPF CON SEVERIDAD ALTA Y LA ULTIMA SEMANA PROCESADA COMO
      *>   REFERENCIA (VER EXCPCALC.CPY Y MNT-EXCEP).

      *>--------------------------------------
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FORZAR WS-FS-FORZAR-EXT.

      *>   ENLACE DE UN SOLO USO CON EL MOTIVO DEL RESGUARDO QUE SE
      *>   PIDE A RESG-CTL ANTES DE CADA CORRIDA
           SELECT RESGPED-FILE ASSIGN TO "RESGPEDPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESGPED WS-FS-RESGPED-EXT.

      *>   ESTADO DE CADA PASO DEL JOB PARA LA SEMANA EN PROCESO; SE
      *>   REESCRIBE ENTERO CADA VEZ QUE UN PASO CAMBIA DE ESTADO
           SELECT PASOS-FILE ASSIGN TO "PASOSPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PASOS WS-FS-PASOS-EXT.

      *>   TOTAL SEMANAL QUE EJ-03ENCL18 ENCADENA A CL-18-EJ-18; EL
      *>   DRIVER LO GUARDA EN PASOSPF Y LO REPONE PARA CL-18-EJ-18
           SELECT TOTSEM-FILE ASSIGN TO "TOTSEMPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TOTSEM WS-FS-TOTSEM-EXT.

      *>   CONTROL DEL LIBRO DIARIO, SOLO PARA SABER LA ULTIMA CORRIDA
      *>   REGISTRADA ANTES Y DESPUES DE CADA PASO
           SELECT LEDGCTL-FILE ASSIGN TO "LEDGCTLPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LEDGCTL WS-FS-LEDGCTL-EXT.

      *>   COLA CENTRAL DE EXCEPCIONES (VER EXCPCALC.CPY)
           SELECT EXCEP-FILE ASSIGN TO "EXCEPPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEP WS-FS-EXCEP-EXT.

       DATA DIVISION.

       FILE SECTION.
       01  FORZAR-REG.
           02 FORZAR-REG-NOTA          PIC X(40).

      *>   MISMO LAYOUT QUE PEDIDO-REG EN RESG-CTL
       FD  RESGPED-FILE.
       01  RESGPED-REG.
           02 RESGPED-REG-MOTIVO       PIC X(20).

      *>   UN REGISTRO POR PASO: SEMANA EN PROCESO, NUMERO Y PROGRAMA
      *>   DEL PASO, ESTADO (P PENDIENTE, I INICIADO, X CORTADO, C
      *>   COMPLETO), FECHA/HORA DEL ULTIMO CAMBIO, ULTIMA CORRIDA DEL
      *>   LIBRO AL ARRANCAR EL PASO Y, EN EL PASO DE EJ-03ENCL18, EL
      *>   REGISTRO DE TOTSEMPF QUE DEJO
       FD  PASOS-FILE.
       01  PASOS-REG.
           02 PASO-REG-SEMANA          PIC 9(8).
           02 PASO-REG-NRO             PIC 9(1).
           02 PASO-REG-PROGRAMA        PIC X(12).
           02 PASO-REG-ESTADO          PIC X(1).
           02 PASO-REG-FECHA           PIC 9(8).
           02 PASO-REG-HORA            PIC 9(6).
           02 PASO-REG-CORR            PIC 9(6).
           02 PASO-REG-TOTSEM          PIC X(21).

      *>   MISMO LAYOUT QUE TOTSEM-REG EN EJ-03ENCL18, TOMADO ENTERO
       FD  TOTSEM-FILE.
       01  TOTSEM-REG                  PIC X(21).

      *>   MISMO LAYOUT QUE LEDGCTL-REG EN VER-LEDG (SOLO SE USA EL
      *>   PRIMER CAMPO)
       FD  LEDGCTL-FILE.
       01  LEDGCTL-REG.
           02 LCTL-REG-ULTSEC          PIC 9(6).
           02 FILLER                   PIC X(40).

      *>   MISMO LAYOUT QUE EXCEP-REG EN MNT-EXCEP
       FD  EXCEP-FILE.
       01  EXCEP-REG.
           02 EXC-REG-NRO              PIC 9(6).
           02 EXC-REG-FECHA            PIC 9(8).
           02 EXC-REG-HORA             PIC 9(6).
           02 EXC-REG-SEVERIDAD        PIC X(1).
           02 EXC-REG-ORIGEN           PIC X(12).
           02 EXC-REG-REFER            PIC X(12).
           02 EXC-REG-TEXTO            PIC X(80).
           02 EXC-REG-ESTADO           PIC X(1).
           02 EXC-REG-REC-OPER         PIC X(4).
           02 EXC-REG-REC-FECHA        PIC 9(8).
           02 EXC-REG-REC-HORA         PIC 9(6).
           02 EXC-REG-REC-COMENT       PIC X(40).
           02 EXC-REG-CIE-OPER         PIC X(4).
           02 EXC-REG-CIE-FECHA        PIC 9(8).
           02 EXC-REG-CIE-HORA         PIC 9(6).
           02 EXC-REG-CIE-COMENT       PIC X(40).

       WORKING-STORAGE SECTION.

       01  WS-FS-JOBHIST               PIC XX.
           88 FS-FORZAR-OK             VALUE "00".
       01  WS-FS-FORZAR-EXT            PIC 9(4).

       01  WS-FS-RESGPED               PIC XX.
           88 FS-RESGPED-OK            VALUE "00".
       01  WS-FS-RESGPED-EXT           PIC 9(4).

       01  WS-FS-PASOS                 PIC XX.
           88 FS-PASOS-OK              VALUE "00".
           88 FS-PASOS-EOF             VALUE "10".
       01  WS-FS-PASOS-EXT             PIC 9(4).

       01  WS-FS-TOTSEM                PIC XX.
           88 FS-TOTSEM-OK             VALUE "00".
       01  WS-FS-TOTSEM-EXT            PIC 9(4).

       01  WS-FS-LEDGCTL               PIC XX.
           88 FS-LEDGCTL-OK            VALUE "00".
       01  WS-FS-LEDGCTL-EXT           PIC 9(4).

      *>   SEMANA QUE PROCESA ESTA CORRIDA: LA QUE CIERRA HOY, O LA
      *>   QUE QUEDO CORTADA SI ESTA CORRIDA LA RETOMA
       01  WS-SEMANA-PROCESO           PIC 9(8) VALUE 0.
       01  WS-REANUDA-SW               PIC X(01) VALUE "N".
           88 JOB-REANUDADO            VALUE "S".

      *>   ESTADO DE LOS PASOS SEGUN PASOSPF (VER PASOS-REG); LOS
      *>   PROGRAMAS DE CADA PASO, EN ORDEN
       01  WS-PASOS-SEMANA             PIC 9(8) VALUE 0.
       01  WS-CANT-PASOS               PIC 9 VALUE 3.
       01  WS-PASOS-PROGRAMAS.
           02 FILLER                   PIC X(12) VALUE "VER-LEDG".
           02 FILLER                   PIC X(12) VALUE "EJ-03ENCL18".
           02 FILLER                   PIC X(12) VALUE "CL-18-EJ-18".
       01  WS-PASOS-PROGRAMAS-R REDEFINES WS-PASOS-PROGRAMAS.
           02 WS-PASOS-NOMBRE          PIC X(12) OCCURS 3 TIMES.
       01  WS-TABLA-PASOS.
           02 WS-PASO-ENTRADA OCCURS 3 TIMES.
               03 WS-PASO-ESTADO       PIC X(1).
                   88 PASO-COMPLETO    VALUE "C".
                   88 PASO-INTENTADO   VALUE "I" "X".
               03 WS-PASO-FECHA        PIC 9(8).
               03 WS-PASO-HORA         PIC 9(6).
               03 WS-PASO-CORR         PIC 9(6).
               03 WS-PASO-TOTSEM       PIC X(21).
       01  WS-PASO                     PIC 9 VALUE 0.
       01  WS-PASO-GRABA               PIC 9 VALUE 0.
       01  WS-PRIMER-PENDIENTE         PIC 9 VALUE 0.
       01  WS-PASO-SALTEADO-SW         PIC X(01) VALUE "N".
           88 PASO-SALTEADO            VALUE "S".
       01  WS-PASO-RC                  PIC S9(4) VALUE 0.
       01  WS-HORA-LARGA               PIC 9(8) VALUE 0.

      *>   ULTIMA CORRIDA REGISTRADA EN EL LIBRO SEGUN LEDGCTLPF
       01  WS-LIBRO-ULTSEC             PIC 9(6) VALUE 0.

      *>   CORRIDA FORZADA POR FORZARPF: SALTEA LOS CONTROLES DE
      *>   CALENDARIO Y DE SEMANA REPETIDA, CON EL MOTIVO EN CONSOLA
       01  WS-FORZADO-SW               PIC X(01) VALUE "N".
      *>   LA SEMANA (VER DIASCPY.CPY / DIASCALC.CPY)
           COPY DIASCPY.

      *>   CAMPOS DEL ALTA EN LA COLA DE EXCEPCIONES (VER EXCPCPY.CPY)
      *>   Y TEXTO DE LA EXCEPCION DE SEMANA SIN PROCESAR
           COPY EXCPCPY.
       01  WS-EXC-TX-BACHE.
           02 FILLER                   PIC X(37)
               VALUE "LA ULTIMA SEMANA PROCESADA CERRO EL ".
           02 WS-EXC-TX-ULT-SEMANA     PIC 9(8).
           02 FILLER                   PIC X(35)
               VALUE ": HAY SEMANAS SIN PROCESAR".

      *>---------------------------PROCEDURE----------------------------
       PROCEDURE DIVISION.

           MOVE WS-DIAS-SERIAL TO WS-HOY-SERIAL
           MOVE WS-DIA-SEMANA TO WS-HOY-DIA-SEMANA

      *>       SI LA CORRIDA ANTERIOR QUEDO CORTADA A MITAD DE UNA
      *>       SEMANA, ESTA CORRIDA RETOMA ESA SEMANA EN EL PRIMER
      *>       PASO QUE NO TERMINO; LOS CONTROLES DE FORZADO,
      *>       CALENDARIO Y SEMANA REPETIDA YA SE PASARON CUANDO ESA
      *>       SEMANA EMPEZO Y NO SE VUELVEN A HACER
           MOVE WS-JOB-FECHA TO WS-SEMANA-PROCESO

           PERFORM 0050-LEER-PASOS
               THRU 0050-LEER-PASOS-EXIT

           IF NOT JOB-REANUDADO
               PERFORM 0100-LEER-FORZADO
                   THRU 0100-LEER-FORZADO-EXIT

               PERFORM 0200-VERIFICAR-CALENDARIO
                   THRU 0200-VERIFICAR-CALENDARIO-EXIT

               PERFORM 0300-VERIFICAR-SEMANA
                   THRU 0300-VERIFICAR-SEMANA-EXIT
           END-IF

      *>       ANTES DE TOCAR NADA SE TOMA UNA GENERACION DEL JUEGO
      *>       DE ARCHIVOS DE CONTROL: SI ESTA CORRIDA DEJA ALGO ROTO,
      *>       REST-CTL VUELVE TODO A COMO ESTABA ACA
           OPEN OUTPUT RESGPED-FILE

      *>       SIN EL ENLACE RESG-CTL NO SABE QUE RESGUARDAR: SE CORTA
      *>       IGUAL QUE SI EL RESGUARDO HUBIERA FALLADO
           IF NOT FS-RESGPED-OK
               MOVE 1 TO RETURN-CODE
               MOVE "RESG-CTL" TO WS-HIST-PROGRAMA
               MOVE "CORTADO" TO WS-HIST-ESTADO
               PERFORM 1000-REGISTRAR-HISTORIAL
                   THRU 1000-REGISTRAR-HISTORIAL-EXIT
               DISPLAY "DRV18TOT: NO SE PUDO ABRIR EL ENLACE RESGPEDPF "
                   "- STATUS " WS-FS-RESGPED
               DISPLAY "DRV18TOT: NO SE CORRE EL JOB SIN RESGUARDO"
               DISPLAY "DRV18TOT: FIN DEL JOB"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "PREVIO A DRV18TOT" TO RESGPED-REG-MOTIVO
           WRITE RESGPED-REG
           CLOSE RESGPED-FILE

           DISPLAY "DRV18TOT: RESGUARDANDO LOS ARCHIVOS DE CONTROL..."
           CALL "RESG-CTL"
           END-CALL

           MOVE "RESG-CTL" TO WS-HIST-PROGRAMA
           IF RETURN-CODE NOT = 0
               MOVE "CORTADO" TO WS-HIST-ESTADO
               PERFORM 1000-REGISTRAR-HISTORIAL
                   THRU 1000-REGISTRAR-HISTORIAL-EXIT
               DISPLAY "DRV18TOT: NO SE PUDO RESGUARDAR LOS ARCHIVOS "
                   "DE CONTROL, NO SE CORRE EL JOB SIN RESGUARDO"
               DISPLAY "DRV18TOT: FIN DEL JOB"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "COMPLETO" TO WS-HIST-ESTADO
           PERFORM 1000-REGISTRAR-HISTORIAL
               THRU 1000-REGISTRAR-HISTORIAL-EXIT

      *>       UNA SEMANA NUEVA ARRANCA CON TODOS SUS PASOS PENDIENTES
           IF NOT JOB-REANUDADO
               PERFORM 0400-INICIAR-PASOS
                   THRU 0400-INICIAR-PASOS-EXIT
           END-IF

           PERFORM 3100-PASO-VER-LEDG
               THRU 3100-PASO-VER-LEDG-EXIT

           PERFORM 3200-PASO-EJ03
               THRU 3200-PASO-EJ03-EXIT

           PERFORM 3300-PASO-CL18
               THRU 3300-PASO-CL18-EXIT

      *>       LA SEMANA RECIEN SE MARCA COMO PROCESADA SI EL JOB
      *>       TERMINO COMPLETO (CADA PASO CORTA EL JOB SI FALLA): SI
      *>       SE CORTO, UN REINTENTO NO ES UNA "SEGUNDA CORRIDA" Y NO
      *>       DEBE NECESITAR FORZARSE
           PERFORM 2000-GRABAR-ULTIMA-SEMANA
               THRU 2000-GRABAR-ULTIMA-SEMANA-EXIT

           DISPLAY "DRV18TOT: FIN DEL JOB"

           MOVE 0 TO RETURN-CODE
           GOBACK.

       0000-MAINLINE-EXIT.
           EXIT.


      *>   LEE EL ESTADO DE LOS PASOS DE PASOSPF. SI LA SEMANA QUE
      *>   FIGURA AHI TIENE ALGUN PASO SIN COMPLETAR, ESTA CORRIDA LA
      *>   RETOMA (AUNQUE HOY YA SEA OTRA SEMANA: PRIMERO SE TERMINA
      *>   LA QUE QUEDO CORTADA). SI TODOS LOS PASOS ESTAN COMPLETOS
      *>   PERO ULTSEMPF NO LLEGO A ANOTAR ESA SEMANA (POR EJEMPLO,
      *>   PORQUE EL ULTIMO PASO SE MARCO A MANO CON MNT-PASOS), SE
      *>   ANOTA AHORA Y LA CORRIDA SIGUE COMO UNA SEMANA NUEVA
       0050-LEER-PASOS.

           MOVE "N" TO WS-REANUDA-SW
           MOVE 0 TO WS-PASOS-SEMANA
           MOVE 0 TO WS-PRIMER-PENDIENTE
           INITIALIZE WS-TABLA-PASOS

           OPEN INPUT PASOS-FILE

           IF NOT FS-PASOS-OK
               CLOSE PASOS-FILE
               GO TO 0050-LEER-PASOS-EXIT
           END-IF

           PERFORM UNTIL FS-PASOS-EOF
               READ PASOS-FILE
                   AT END
                       SET FS-PASOS-EOF TO TRUE
                   NOT AT END
                       IF PASO-REG-NRO > 0
                               AND PASO-REG-NRO NOT > WS-CANT-PASOS
                           MOVE PASO-REG-SEMANA TO WS-PASOS-SEMANA
                           MOVE PASO-REG-NRO TO WS-PASO
                           MOVE PASO-REG-ESTADO
                               TO WS-PASO-ESTADO(WS-PASO)
                           MOVE PASO-REG-FECHA TO WS-PASO-FECHA(WS-PASO)
                           MOVE PASO-REG-HORA TO WS-PASO-HORA(WS-PASO)
                           MOVE PASO-REG-CORR TO WS-PASO-CORR(WS-PASO)
                           MOVE PASO-REG-TOTSEM
                               TO WS-PASO-TOTSEM(WS-PASO)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PASOS-FILE

           IF WS-PASOS-SEMANA = 0
               GO TO 0050-LEER-PASOS-EXIT
           END-IF

           PERFORM VARYING WS-PASO FROM WS-CANT-PASOS BY -1
                   UNTIL WS-PASO = 0
               IF NOT PASO-COMPLETO(WS-PASO)
                   MOVE WS-PASO TO WS-PRIMER-PENDIENTE
               END-IF
           END-PERFORM

           IF WS-PRIMER-PENDIENTE > 0
               SET JOB-REANUDADO TO TRUE
               MOVE WS-PASOS-SEMANA TO WS-SEMANA-PROCESO
               DISPLAY "DRV18TOT: ******************************"
               DISPLAY "DRV18TOT: *** LA SEMANA QUE CIERRA EL "
                   WS-SEMANA-PROCESO " QUEDO SIN TERMINAR"
               DISPLAY "DRV18TOT: *** SE RETOMA EN EL PASO "
                   WS-PRIMER-PENDIENTE " ("
                   WS-PASOS-NOMBRE(WS-PRIMER-PENDIENTE) ")"
               IF WS-SEMANA-PROCESO NOT = WS-JOB-FECHA
                   DISPLAY "DRV18TOT: *** LA SEMANA DE HOY SE "
                       "PROCESA EN LA CORRIDA SIGUIENTE"
               END-IF
               DISPLAY "DRV18TOT: ******************************"
               GO TO 0050-LEER-PASOS-EXIT
           END-IF

           MOVE 0 TO WS-ULT-SEMANA
           OPEN INPUT ULTSEM-FILE
           IF FS-ULTSEM-OK
               READ ULTSEM-FILE
                   NOT AT END
                       MOVE ULTSEM-REG TO WS-ULT-SEMANA
               END-READ
           END-IF
           CLOSE ULTSEM-FILE

           IF WS-ULT-SEMANA < WS-PASOS-SEMANA
               MOVE WS-PASOS-SEMANA TO WS-SEMANA-PROCESO
               PERFORM 2000-GRABAR-ULTIMA-SEMANA
                   THRU 2000-GRABAR-ULTIMA-SEMANA-EXIT
               DISPLAY "DRV18TOT: LA SEMANA QUE CIERRA EL "
                   WS-PASOS-SEMANA " TIENE TODOS SUS PASOS COMPLETOS; "
                   "QUEDA ANOTADA EN ULTSEMPF"
               MOVE WS-JOB-FECHA TO WS-SEMANA-PROCESO
           END-IF.

       0050-LEER-PASOS-EXIT.
           EXIT.


      *>   SI HAY UN REGISTRO EN FORZARPF, ESTA CORRIDA SALTEA LOS
      *>   CONTROLES DE CALENDARIO Y DE SEMANA REPETIDA; EL ENLACE SE
      *>   VACIA AL CONSUMIRSE PARA QUE EL FORZADO VALGA UNA SOLA VEZ
               DISPLAY "DRV18TOT: *** PASARON " WS-DIAS-BACHE " DIAS: "
                   "HAY AL MENOS UNA SEMANA SIN PROCESAR"
               DISPLAY "DRV18TOT: ******************************"
               MOVE WS-ULT-SEMANA TO WS-EXC-TX-ULT-SEMANA
               MOVE "A" TO WS-EXC-SEVERIDAD
               MOVE "DRV18TOT" TO WS-EXC-ORIGEN
               MOVE WS-ULT-SEMANA TO WS-EXC-REF-SEM-FECHA
               MOVE WS-EXC-REF-SEMANA TO WS-EXC-REFER
               MOVE WS-EXC-TX-BACHE TO WS-EXC-TEXTO
               PERFORM 8300-REGISTRAR-EXCEPCION
                   THRU 8300-REGISTRAR-EXCEPCION-EXIT
           END-IF.

       0300-VERIFICAR-SEMANA-EXIT.
           EXIT.


      *>   UNA SEMANA NUEVA: TODOS LOS PASOS PENDIENTES
       0400-INICIAR-PASOS.

           MOVE WS-SEMANA-PROCESO TO WS-PASOS-SEMANA
           INITIALIZE WS-TABLA-PASOS

           PERFORM VARYING WS-PASO FROM 1 BY 1
                   UNTIL WS-PASO > WS-CANT-PASOS
               MOVE "P" TO WS-PASO-ESTADO(WS-PASO)
               MOVE WS-JOB-FECHA TO WS-PASO-FECHA(WS-PASO)
               MOVE WS-JOB-HORA TO WS-PASO-HORA(WS-PASO)
           END-PERFORM

           PERFORM 0500-GRABAR-PASOS
               THRU 0500-GRABAR-PASOS-EXIT.

       0400-INICIAR-PASOS-EXIT.
           EXIT.


      *>   REESCRIBE PASOSPF CON LA TABLA DE PASOS. SIN ESTE ARCHIVO
      *>   EL JOB NO SABRIA DONDE RETOMAR, ASI QUE SI NO SE PUEDE
      *>   GRABAR EL JOB SE CORTA
       0500-GRABAR-PASOS.

           OPEN OUTPUT PASOS-FILE

           IF NOT FS-PASOS-OK
               DISPLAY "DRV18TOT: ERROR, NO SE PUDO GRABAR EL ESTADO "
                   "DE LOS PASOS PASOSPF - STATUS " WS-FS-PASOS
               CLOSE PASOS-FILE
               DISPLAY "DRV18TOT: FIN DEL JOB"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WS-PASO-GRABA FROM 1 BY 1
                   UNTIL WS-PASO-GRABA > WS-CANT-PASOS
               MOVE WS-PASOS-SEMANA TO PASO-REG-SEMANA
               MOVE WS-PASO-GRABA TO PASO-REG-NRO
               MOVE WS-PASOS-NOMBRE(WS-PASO-GRABA) TO PASO-REG-PROGRAMA
               MOVE WS-PASO-ESTADO(WS-PASO-GRABA) TO PASO-REG-ESTADO
               MOVE WS-PASO-FECHA(WS-PASO-GRABA) TO PASO-REG-FECHA
               MOVE WS-PASO-HORA(WS-PASO-GRABA) TO PASO-REG-HORA
               MOVE WS-PASO-CORR(WS-PASO-GRABA) TO PASO-REG-CORR
               MOVE WS-PASO-TOTSEM(WS-PASO-GRABA) TO PASO-REG-TOTSEM
               WRITE PASOS-REG
           END-PERFORM

           CLOSE PASOS-FILE.

       0500-GRABAR-PASOS-EXIT.
           EXIT.


      *>   ARRANQUE DEL PASO WS-PASO: SI YA ESTA COMPLETO PARA ESTA
      *>   SEMANA SE SALTEA; SI NO, QUEDA INICIADO CON LA ULTIMA
      *>   CORRIDA DEL LIBRO A ESTA HORA. EN LOS DOS CASOS DEJA SU
      *>   RENGLON EN JOBHISTPF (YA COMPLETO / PASO NUEVO / PASO
      *>   REANUDADO)
       0600-ARRANCAR-PASO.

           MOVE "N" TO WS-PASO-SALTEADO-SW
           MOVE WS-PASOS-NOMBRE(WS-PASO) TO WS-HIST-PROGRAMA
           MOVE 0 TO RETURN-CODE

           IF PASO-COMPLETO(WS-PASO)
               SET PASO-SALTEADO TO TRUE
               MOVE "YA COMPLETO" TO WS-HIST-ESTADO
               PERFORM 1000-REGISTRAR-HISTORIAL
                   THRU 1000-REGISTRAR-HISTORIAL-EXIT
               DISPLAY "DRV18TOT: " WS-HIST-PROGRAMA " YA TERMINO "
                   "PARA LA SEMANA " WS-SEMANA-PROCESO ", SE SALTEA"
               GO TO 0600-ARRANCAR-PASO-EXIT
           END-IF

           IF JOB-REANUDADO
               MOVE "PASO REANUDADO" TO WS-HIST-ESTADO
           ELSE
               MOVE "PASO NUEVO" TO WS-HIST-ESTADO
           END-IF
           PERFORM 1000-REGISTRAR-HISTORIAL
               THRU 1000-REGISTRAR-HISTORIAL-EXIT

           PERFORM 0700-LEER-ULTIMA-CORRIDA
               THRU 0700-LEER-ULTIMA-CORRIDA-EXIT

           ACCEPT WS-HORA-LARGA FROM TIME
           MOVE "I" TO WS-PASO-ESTADO(WS-PASO)
           ACCEPT WS-PASO-FECHA(WS-PASO) FROM DATE YYYYMMDD
           MOVE WS-HORA-LARGA(1:6) TO WS-PASO-HORA(WS-PASO)
           MOVE WS-LIBRO-ULTSEC TO WS-PASO-CORR(WS-PASO)

           PERFORM 0500-GRABAR-PASOS
               THRU 0500-GRABAR-PASOS-EXIT.

       0600-ARRANCAR-PASO-EXIT.
           EXIT.


      *>   CIERRE DEL PASO WS-PASO SEGUN EL RETURN-CODE QUE DEJO SU
      *>   PROGRAMA: COMPLETO O CORTADO, EN PASOSPF Y EN JOBHISTPF
       0650-TERMINAR-PASO.

           MOVE RETURN-CODE TO WS-PASO-RC
           MOVE WS-PASOS-NOMBRE(WS-PASO) TO WS-HIST-PROGRAMA

           IF WS-PASO-RC = 0
               MOVE "C" TO WS-PASO-ESTADO(WS-PASO)
               MOVE "COMPLETO" TO WS-HIST-ESTADO
           ELSE
               MOVE "X" TO WS-PASO-ESTADO(WS-PASO)
               MOVE "CORTADO" TO WS-HIST-ESTADO
           END-IF

           ACCEPT WS-HORA-LARGA FROM TIME
           ACCEPT WS-PASO-FECHA(WS-PASO) FROM DATE YYYYMMDD
           MOVE WS-HORA-LARGA(1:6) TO WS-PASO-HORA(WS-PASO)

           PERFORM 0500-GRABAR-PASOS
               THRU 0500-GRABAR-PASOS-EXIT

           MOVE WS-PASO-RC TO RETURN-CODE
           PERFORM 1000-REGISTRAR-HISTORIAL
               THRU 1000-REGISTRAR-HISTORIAL-EXIT.

       0650-TERMINAR-PASO-EXIT.
           EXIT.


      *>   ULTIMA CORRIDA REGISTRADA EN EL LIBRO (CERO SI TODAVIA NO
      *>   HAY CONTROL)
       0700-LEER-ULTIMA-CORRIDA.

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

       0700-LEER-ULTIMA-CORRIDA-EXIT.
           EXIT.


      *>   PASO 1: ANTES DE GENERAR NADA SE VERIFICA LA INTEGRIDAD DEL
      *>   LIBRO DIARIO (SECUENCIA Y TOTALES DE CONTROL, VER
      *>   VER-LEDG): SI EL LIBRO NO VERIFICA, NADA DE LO QUE ESTE JOB
      *>   AGREGUE O REPORTE ES CONFIABLE Y SE CORTA ACA
       3100-PASO-VER-LEDG.

           MOVE 1 TO WS-PASO
           PERFORM 0600-ARRANCAR-PASO
               THRU 0600-ARRANCAR-PASO-EXIT
           IF PASO-SALTEADO
               GO TO 3100-PASO-VER-LEDG-EXIT
           END-IF

           DISPLAY "DRV18TOT: VERIFICANDO EL LIBRO DIARIO..."
           CALL "VER-LEDG"
           END-CALL

           PERFORM 0650-TERMINAR-PASO
               THRU 0650-TERMINAR-PASO-EXIT

           IF NOT PASO-COMPLETO(1)
               DISPLAY "DRV18TOT: EL LIBRO DIARIO NO VERIFICA, NO SE "
                   "CORRE EL JOB HASTA ACLARARLO"
               DISPLAY "DRV18TOT: FIN DEL JOB"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

       3100-PASO-VER-LEDG-EXIT.
           EXIT.


      *>   PASO 2: EJ-03ENCL18 CONSOLIDA LA SEMANA Y DEJA EL TOTAL EN
      *>   TOTSEMPF, QUE SE GUARDA EN PASOSPF PARA PODER REPONERLO SI
      *>   CL-18-EJ-18 HAY QUE REINTENTARLO.
      *>   SI EJ-03ENCL18 ABORTO (FECHA INVALIDA, NO PUDO ABRIR
      *>   VISITASPF, CANTIDAD DE REGISTROS INCORRECTA, ETC.) NO LLEGO
      *>   A ESCRIBIR TOTSEMPF; SEGUIR ADELANTE IGUAL PODRIA HACER QUE
      *>   CL-18-EJ-18 ENCUENTRE UN TOTSEMPF VIEJO DE UNA CORRIDA
      *>   ANTERIOR Y REPARTA ESE MONTO COMO SI FUERA EL DE ESTA
      *>   SEMANA, ASI QUE EL JOB SE CORTA ACA
       3200-PASO-EJ03.

           MOVE 2 TO WS-PASO
           PERFORM 0600-ARRANCAR-PASO
               THRU 0600-ARRANCAR-PASO-EXIT
           IF PASO-SALTEADO
               GO TO 3200-PASO-EJ03-EXIT
           END-IF

           DISPLAY "DRV18TOT: CORRIENDO EJ-03ENCL18..."
           CALL "EJ-03ENCL18"
           END-CALL

           IF RETURN-CODE = 0
               MOVE SPACES TO WS-PASO-TOTSEM(2)
               OPEN INPUT TOTSEM-FILE
               IF FS-TOTSEM-OK
                   READ TOTSEM-FILE
                       NOT AT END
                           MOVE TOTSEM-REG TO WS-PASO-TOTSEM(2)
                   END-READ
               END-IF
               CLOSE TOTSEM-FILE
               IF WS-PASO-TOTSEM(2) = SPACES
                   DISPLAY "DRV18TOT: EJ-03ENCL18 TERMINO PERO NO "
                       "DEJO EL TOTAL SEMANAL EN TOTSEMPF"
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM 0650-TERMINAR-PASO
               THRU 0650-TERMINAR-PASO-EXIT

           IF NOT PASO-COMPLETO(2)
               DISPLAY "DRV18TOT: EJ-03ENCL18 TERMINO CON ERROR, NO SE "
                   "VA A CORRER CL-18-EJ-18"
               DISPLAY "DRV18TOT: FIN DEL JOB"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

       3200-PASO-EJ03-EXIT.
           EXIT.


      *>   PASO 3: CL-18-EJ-18 REPARTE EL TOTAL SEMANAL ENCADENADO. SI
      *>   HAY UN INTENTO ANTERIOR CORTADO Y DESDE SU ARRANQUE EL LIBRO
      *>   AVANZO, ESE INTENTO LLEGO A REGISTRAR UNA CORRIDA: REPETIRLO
      *>   SERIA REPARTIR DOS VECES LA SEMANA, ASI QUE EL JOB NO SIGUE
      *>   HASTA QUE ALGUIEN LO REVISE Y MARQUE EL PASO CON MNT-PASOS.
      *>   ANTES DE CADA INTENTO SE REPONE TOTSEMPF CON EL TOTAL QUE
      *>   DEJO EJ-03ENCL18 (CL-18-EJ-18 LO VACIA AL LEERLO)
       3300-PASO-CL18.

           MOVE 3 TO WS-PASO

           IF PASO-INTENTADO(3)
               PERFORM 0700-LEER-ULTIMA-CORRIDA
                   THRU 0700-LEER-ULTIMA-CORRIDA-EXIT
               IF WS-LIBRO-ULTSEC NOT = WS-PASO-CORR(3)
                   MOVE WS-PASOS-NOMBRE(3) TO WS-HIST-PROGRAMA
                   MOVE "NO SE REANUDA" TO WS-HIST-ESTADO
                   MOVE 1 TO RETURN-CODE
                   PERFORM 1000-REGISTRAR-HISTORIAL
                       THRU 1000-REGISTRAR-HISTORIAL-EXIT
                   DISPLAY "DRV18TOT: ERROR, EL INTENTO CORTADO DE "
                       "CL-18-EJ-18 ARRANCO CON LA CORRIDA "
                       WS-PASO-CORR(3) " Y EL LIBRO YA VA POR LA "
                       WS-LIBRO-ULTSEC
                   DISPLAY "DRV18TOT: ESE INTENTO REGISTRO ALGO; "
                       "REVISELO Y MARQUE EL PASO CON MNT-PASOS"
                   DISPLAY "DRV18TOT: FIN DEL JOB"
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           PERFORM 0600-ARRANCAR-PASO
               THRU 0600-ARRANCAR-PASO-EXIT
           IF PASO-SALTEADO
               GO TO 3300-PASO-CL18-EXIT
           END-IF

           IF WS-PASO-TOTSEM(2) = SPACES
               DISPLAY "DRV18TOT: ERROR, NO HAY TOTAL SEMANAL "
                   "GUARDADO DE EJ-03ENCL18 PARA LA SEMANA "
                   WS-SEMANA-PROCESO
               MOVE 1 TO RETURN-CODE
           ELSE
               OPEN OUTPUT TOTSEM-FILE
               MOVE WS-PASO-TOTSEM(2) TO TOTSEM-REG
               WRITE TOTSEM-REG
               CLOSE TOTSEM-FILE

               DISPLAY "DRV18TOT: CORRIENDO CL-18-EJ-18 CON EL TOTAL "
                   "SEMANAL ENCADENADO..."
               CALL "CL-18-EJ-18"
               END-CALL
           END-IF

           PERFORM 0650-TERMINAR-PASO
               THRU 0650-TERMINAR-PASO-EXIT

           IF NOT PASO-COMPLETO(3)
               DISPLAY "DRV18TOT: CL-18-EJ-18 TERMINO CON ERROR; LA "
                   "PROXIMA CORRIDA RETOMA EN ESTE PASO"
               DISPLAY "DRV18TOT: FIN DEL JOB"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

       3300-PASO-CL18-EXIT.
           EXIT.


      *>   DEJA EN ULTSEMPF LA FECHA DE CIERRE DE LA SEMANA QUE ESTE
      *>   JOB ACABA DE PROCESAR COMPLETA
       2000-GRABAR-ULTIMA-SEMANA.

           MOVE WS-SEMANA-PROCESO TO ULTSEM-REG

           OPEN OUTPUT ULTSEM-FILE

           MOVE WS-HIST-PROGRAMA TO WS-JH-PROGRAMA
           MOVE RETURN-CODE TO WS-JH-RETURN-CODE
           MOVE WS-HIST-ESTADO TO WS-JH-ESTADO
           MOVE WS-SEMANA-PROCESO TO WS-JH-SEMANA

           WRITE JOBHIST-REG FROM WS-JH-LINEA

      *>   CALCULO COMPARTIDO DE DIAS CORRIDOS Y DIA DE LA SEMANA
      *>   (VER 0000-MAINLINE Y 0300-VERIFICAR-SEMANA)
           COPY DIASCALC.

      *>   ALTA EN LA COLA CENTRAL DE EXCEPCIONES (VER
      *>   0300-VERIFICAR-SEMANA)
           COPY EXCPCALC.
