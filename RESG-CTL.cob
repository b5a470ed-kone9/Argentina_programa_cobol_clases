
      *> el comentario siempre empieza de la linea 7
      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESG-CTL.
      *>--------------------------------------

      *> RESGUARDO DEL JUEGO DE ARCHIVOS DE CONTROL DE LA
      *> DISTRIBUCION. LA DISTRIBUCION DEPENDE DE VARIOS ARCHIVOS
      *> CHICOS QUE TIENEN QUE MOVERSE JUNTOS (LEDGERPF, LEDGCTLPF,
      *> CORRIDAPF, LEDGIXPF, CKPT18PF, APROBPF, PAGOSPF, CIERREPF,
      *> ULTSEMPF, ACUMVISPF, PASOSPF, EMBMOVPF, SALPENPF, ESTPAGPF,
      *> DISTSUCPF Y TOTSUCPF, VER RESGCPY.CPY): UN PROBLEMA
      *> DE DISCO O UN ARREGLO MANUAL EQUIVOCADO EN UNO SOLO DEJA A
      *> LOS DEMAS DESCOLGADOS, Y VER-LEDG SOLO CONTROLA EL LADO DEL
      *> LIBRO.
      *> ESTE PROGRAMA COPIA EL JUEGO ENTERO A UNA GENERACION NUEVA
      *> (CADA ARCHIVO A <ARCHIVO>.G<NNNN>) Y DEJA EN EL MANIFIESTO
      *> RESGMANPF LA FECHA Y HORA, EL MOTIVO Y, POR CADA ARCHIVO, SI
      *> EXISTIA, SU CANTIDAD DE REGISTROS Y SU TOTAL DE CONTROL (VER
      *> RESGCALC.CPY). REST-CTL VUELVE EL JUEGO ENTERO A UNA
      *> GENERACION DESPUES DE VERIFICARLA CONTRA ESE MANIFIESTO.
      *>
      *> EL MANIFIESTO LLEVA POR GENERACION UN REGISTRO "C" DE
      *> CABECERA, UN "D" POR ARCHIVO Y UN "F" DE CIERRE CON LA
      *> CANTIDAD DE ARCHIVOS; SE GRABA RECIEN CUANDO TODAS LAS
      *> COPIAS TERMINARON BIEN, ASI UNA GENERACION CORTADA A MEDIAS
      *> NO APARECE (Y SU NUMERO SE REUSA EN LA CORRIDA SIGUIENTE).
      *>
      *> LO LLAMA DRV18TOT ANTES DE CADA CORRIDA SEMANAL Y SE CORRE
      *> SOLO AL FIN DEL DIA. EL MOTIVO LLEGA POR EL ENLACE DE UN SOLO
      *> USO RESGPEDPF (MISMO CRITERIO QUE FORZARPF EN DRV18TOT); SIN
      *> ENLACE EL MOTIVO ES "FIN DE DIA".

      *>--------------------------------------
       ENVIRONMENT DIVISION.
      *>--------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   ENLACE DE UN SOLO USO CON EL MOTIVO DEL RESGUARDO; LO DEJA
      *>   QUIEN LLAMA (DRV18TOT, REST-CTL) Y SE VACIA AL CONSUMIRSE
           SELECT PEDIDO-FILE ASSIGN TO "RESGPEDPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEDIDO WS-FS-PEDIDO-EXT.

      *>   MANIFIESTO DE LAS GENERACIONES, SOLO DE ALTA
           SELECT MANIF-FILE ASSIGN TO "RESGMANPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MANIF WS-FS-MANIF-EXT.

      *>   ARCHIVO VIVO DEL JUEGO Y SU COPIA EN LA GENERACION; LOS
      *>   NOMBRES SE ARMAN EN 2000-COPIAR-ARCHIVO
           SELECT ORIGEN-FILE ASSIGN TO DYNAMIC WS-RESG-ORIGEN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ORIGEN WS-FS-ORIGEN-EXT.

           SELECT COPIA-FILE ASSIGN TO DYNAMIC WS-RESG-COPIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COPIA WS-FS-COPIA-EXT.

      *>   ESPEJO INDEXADO DEL LIBRO (VER 6950-ACTUALIZAR-INDICE EN
      *>   CL-18-EJ-18), QUE SE LEE EN ORDEN DE CLAVE
           SELECT LEDGIX-FILE ASSIGN TO "LEDGIXPF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIX-REG-CORRIDA
               ALTERNATE RECORD KEY IS LIX-REG-FECHA WITH DUPLICATES
               FILE STATUS IS WS-FS-LEDGIX WS-FS-LEDGIX-EXT.

       DATA DIVISION.

       FILE SECTION.
       FD  PEDIDO-FILE.
       01  PEDIDO-REG.
           02 PEDIDO-REG-MOTIVO      PIC X(20).

      *>   TIPO "C" CABECERA (FECHA, HORA, MOTIVO), "D" UN ARCHIVO
      *>   (NOMBRE, S/N SI EXISTIA, REGISTROS, TOTAL DE CONTROL) Y "F"
      *>   CIERRE (CANTIDAD DE ARCHIVOS EN MAN-REG-REGISTROS)
       FD  MANIF-FILE.
       01  MANIF-REG.
           02 MAN-REG-GEN            PIC 9(4).
           02 MAN-REG-TIPO           PIC X(1).
           02 MAN-REG-FECHA          PIC 9(8).
           02 MAN-REG-HORA           PIC 9(6).
           02 MAN-REG-ARCHIVO        PIC X(10).
           02 MAN-REG-EXISTE         PIC X(1).
           02 MAN-REG-REGISTROS      PIC 9(9).
           02 MAN-REG-HASH           PIC 9(15).
           02 MAN-REG-MOTIVO         PIC X(20).

       FD  ORIGEN-FILE.
       01  ORIGEN-REG                PIC X(714).

       FD  COPIA-FILE.
       01  COPIA-REG                 PIC X(714).

      *>   MISMO LAYOUT QUE LIX-REG EN CL-18-EJ-18
       FD  LEDGIX-FILE.
       01  LIX-REG.
           02 LIX-REG-CORRIDA        PIC 9(6).
           02 LIX-REG-FECHA          PIC 9(8).
           02 LIX-REG-LINEA          PIC X(700).

      *>--------------------------------------
       WORKING-STORAGE SECTION.

       01  WS-FS-PEDIDO              PIC XX.
           88 FS-PEDIDO-OK           VALUE "00".
       01  WS-FS-PEDIDO-EXT          PIC 9(4).

       01  WS-FS-MANIF               PIC XX.
           88 FS-MANIF-OK            VALUE "00".
           88 FS-MANIF-EOF           VALUE "10".
       01  WS-FS-MANIF-EXT           PIC 9(4).

       01  WS-FS-ORIGEN              PIC XX.
           88 FS-ORIGEN-OK           VALUE "00".
           88 FS-ORIGEN-EOF          VALUE "10".
           88 FS-ORIGEN-NO-EXISTE    VALUE "35".
       01  WS-FS-ORIGEN-EXT          PIC 9(4).

       01  WS-FS-COPIA               PIC XX.
           88 FS-COPIA-OK            VALUE "00".
       01  WS-FS-COPIA-EXT           PIC 9(4).

       01  WS-FS-LEDGIX              PIC XX.
           88 FS-LEDGIX-OK           VALUE "00".
           88 FS-LEDGIX-EOF          VALUE "10".
           88 FS-LEDGIX-NO-EXISTE    VALUE "35".
       01  WS-FS-LEDGIX-EXT          PIC 9(4).

      *>   FECHA/HORA DE LA GENERACION, MOTIVO Y NUMERO ASIGNADO
       01  WS-FECHA-HOY              PIC 9(8) VALUE 0.
       01  WS-HORA-LARGA             PIC 9(8) VALUE 0.
       01  WS-HORA-HOY               PIC 9(6) VALUE 0.
       01  WS-MOTIVO                 PIC X(20) VALUE SPACES.
       01  WS-GENERACION             PIC 9(4) VALUE 0.
       01  WS-ULTIMA-GEN             PIC 9(4) VALUE 0.

      *>   RESULTADO DE CADA ARCHIVO COPIADO, EN EL MISMO ORDEN QUE
      *>   WS-RESG-ENTRADA; SE PASA AL MANIFIESTO AL FINAL
       01  WS-TABLA-RESULTADO.
           02 WS-RES-ENTRADA OCCURS 16 TIMES.
               03 WS-RES-EXISTE      PIC X(1).
               03 WS-RES-REGISTROS   PIC 9(9).
               03 WS-RES-HASH        PIC 9(15).

       01  i                         PIC 99.

      *>   JUEGO DE ARCHIVOS Y TOTAL DE CONTROL (VER RESGCPY.CPY)
           COPY RESGCPY.

      *>   LINEA DEL RESUMEN POR CONSOLA
       01  WS-RESUMEN.
           02 FILLER                 PIC X(10) VALUE "RESG-CTL: ".
           02 WS-RS-ARCHIVO          PIC X(10).
           02 FILLER                 PIC X(1) VALUE SPACE.
           02 WS-RS-EXISTE           PIC X(11).
           02 WS-RS-REGISTROS        PIC ZZZ.ZZZ.ZZ9.
           02 FILLER                 PIC X(11) VALUE " REG. CTRL ".
           02 WS-RS-HASH             PIC 9(15).

      *>---------------------------PROCEDURE----------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-LARGA FROM TIME
           MOVE WS-HORA-LARGA(1:6) TO WS-HORA-HOY

           PERFORM 1000-LEER-PEDIDO
               THRU 1000-LEER-PEDIDO-EXIT

           PERFORM 1100-BUSCAR-GENERACION
               THRU 1100-BUSCAR-GENERACION-EXIT

           DISPLAY "RESG-CTL: TOMANDO LA GENERACION " WS-GENERACION
               " DEL " WS-FECHA-HOY " (" WS-MOTIVO ")"

           PERFORM VARYING i FROM 1 BY 1
                   UNTIL i > WS-RESG-CANT-ARCHIVOS
               PERFORM 2000-COPIAR-ARCHIVO
                   THRU 2000-COPIAR-ARCHIVO-EXIT
           END-PERFORM

           PERFORM 3000-GRABAR-MANIFIESTO
               THRU 3000-GRABAR-MANIFIESTO-EXIT

           PERFORM VARYING i FROM 1 BY 1
                   UNTIL i > WS-RESG-CANT-ARCHIVOS
               MOVE WS-RESG-ARCHIVO(i) TO WS-RS-ARCHIVO
               IF WS-RES-EXISTE(i) = "S"
                   MOVE "COPIADO" TO WS-RS-EXISTE
               ELSE
                   MOVE "NO EXISTIA" TO WS-RS-EXISTE
               END-IF
               MOVE WS-RES-REGISTROS(i) TO WS-RS-REGISTROS
               MOVE WS-RES-HASH(i) TO WS-RS-HASH
               DISPLAY WS-RESUMEN
           END-PERFORM

           DISPLAY "RESG-CTL: GENERACION " WS-GENERACION
               " COMPLETA"

           MOVE 0 TO RETURN-CODE
           GOBACK.

       0000-MAINLINE-EXIT.
           EXIT.


      *>   TOMA EL MOTIVO DEL ENLACE RESGPEDPF SI HAY UNO Y LO VACIA
      *>   PARA QUE NO QUEDE PEGADO EN EL RESGUARDO SIGUIENTE; SIN
      *>   ENLACE ES EL RESGUARDO DE FIN DE DIA
       1000-LEER-PEDIDO.

           MOVE "FIN DE DIA" TO WS-MOTIVO

           OPEN INPUT PEDIDO-FILE
           IF FS-PEDIDO-OK
               READ PEDIDO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PEDIDO-REG-MOTIVO NOT = SPACES
                           MOVE PEDIDO-REG-MOTIVO TO WS-MOTIVO
                       END-IF
               END-READ
               CLOSE PEDIDO-FILE
               OPEN OUTPUT PEDIDO-FILE
               CLOSE PEDIDO-FILE
           ELSE
               CLOSE PEDIDO-FILE
           END-IF.

       1000-LEER-PEDIDO-EXIT.
           EXIT.


      *>   LA GENERACION NUEVA ES LA SIGUIENTE A LA MAS ALTA QUE YA
      *>   FIGURA EN EL MANIFIESTO (SIN MANIFIESTO, LA PRIMERA)
       1100-BUSCAR-GENERACION.

           MOVE 0 TO WS-ULTIMA-GEN

           OPEN INPUT MANIF-FILE

           IF FS-MANIF-OK
               PERFORM UNTIL FS-MANIF-EOF
                   READ MANIF-FILE
                       AT END
                           SET FS-MANIF-EOF TO TRUE
                       NOT AT END
                           IF MAN-REG-GEN > WS-ULTIMA-GEN
                               MOVE MAN-REG-GEN TO WS-ULTIMA-GEN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           CLOSE MANIF-FILE

           IF WS-ULTIMA-GEN = 9999
               DISPLAY "ERROR: EL MANIFIESTO RESGMANPF LLEGO A LA "
                   "GENERACION 9999; HAY QUE DEPURARLO ANTES DE SEGUIR"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           COMPUTE WS-GENERACION = WS-ULTIMA-GEN + 1.

       1100-BUSCAR-GENERACION-EXIT.
           EXIT.


      *>   COPIA EL ARCHIVO i DEL JUEGO A SU COPIA DE LA GENERACION
      *>   (<ARCHIVO>.G<NNNN>), CONTANDO REGISTROS Y TOTAL DE CONTROL
       2000-COPIAR-ARCHIVO.

           MOVE WS-RESG-ARCHIVO(i) TO WS-RESG-ORIGEN
           MOVE WS-GENERACION TO WS-RESG-GEN-TEXTO
           MOVE SPACES TO WS-RESG-COPIA
           STRING WS-RESG-ARCHIVO(i) DELIMITED BY SPACE
                  ".G" DELIMITED BY SIZE
                  WS-RESG-GEN-TEXTO DELIMITED BY SIZE
               INTO WS-RESG-COPIA
           END-STRING

           MOVE 0 TO WS-RESG-REGISTROS
           MOVE 0 TO WS-RESG-HASH
           MOVE "S" TO WS-RES-EXISTE(i)

           IF RESG-ES-INDEXADO(i)
               PERFORM 2200-COPIAR-INDICE
                   THRU 2200-COPIAR-INDICE-EXIT
           ELSE
               PERFORM 2100-COPIAR-SECUENCIAL
                   THRU 2100-COPIAR-SECUENCIAL-EXIT
           END-IF

           MOVE WS-RESG-REGISTROS TO WS-RES-REGISTROS(i)
           MOVE WS-RESG-HASH TO WS-RES-HASH(i).

       2000-COPIAR-ARCHIVO-EXIT.
           EXIT.


      *>   ARCHIVO SECUENCIAL DE LINEA: SE COPIA LINEA POR LINEA. UN
      *>   ARCHIVO QUE TODAVIA NO EXISTE (POR EJEMPLO APROBPF SIN
      *>   NINGUN PEDIDO PENDIENTE NUNCA) QUEDA ANOTADO COMO QUE NO
      *>   EXISTIA, QUE TAMBIEN ES PARTE DEL ESTADO A RESTAURAR
       2100-COPIAR-SECUENCIAL.

           OPEN INPUT ORIGEN-FILE

           IF FS-ORIGEN-NO-EXISTE
               CLOSE ORIGEN-FILE
               MOVE "N" TO WS-RES-EXISTE(i)
               GO TO 2100-COPIAR-SECUENCIAL-EXIT
           END-IF

           IF NOT FS-ORIGEN-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR " WS-RESG-ORIGEN
                   " - STATUS " WS-FS-ORIGEN
               CLOSE ORIGEN-FILE
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT COPIA-FILE

           IF NOT FS-COPIA-OK
               DISPLAY "ERROR: NO SE PUDO CREAR LA COPIA "
                   WS-RESG-COPIA " - STATUS " WS-FS-COPIA
               CLOSE ORIGEN-FILE
               CLOSE COPIA-FILE
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FS-ORIGEN-EOF
               READ ORIGEN-FILE INTO WS-RESG-LINEA
                   AT END
                       SET FS-ORIGEN-EOF TO TRUE
                   NOT AT END
                       WRITE COPIA-REG FROM WS-RESG-LINEA
                       IF NOT FS-COPIA-OK
                           DISPLAY "ERROR: FALLO LA GRABACION DE "
                               WS-RESG-COPIA " - STATUS " WS-FS-COPIA
                           CLOSE ORIGEN-FILE
                           CLOSE COPIA-FILE
                           DISPLAY "PROGRAMA ABORTADO"
                           MOVE 1 TO RETURN-CODE
                           GOBACK
                       END-IF
                       PERFORM 8500-SUMAR-CONTROL
                           THRU 8500-SUMAR-CONTROL-EXIT
               END-READ
           END-PERFORM

           CLOSE ORIGEN-FILE
           CLOSE COPIA-FILE.

       2100-COPIAR-SECUENCIAL-EXIT.
           EXIT.


      *>   ESPEJO INDEXADO LEDGIXPF: SE LEE EN ORDEN DE CLAVE Y CADA
      *>   REGISTRO (CLAVE, FECHA Y LINEA DEL LIBRO) VA COMO UNA LINEA
      *>   DE LA COPIA SECUENCIAL, DESDE LA QUE REST-CTL LO RECONSTRUYE
      *>   IGUAL QUE 2200-RECONSTRUIR-INDICE EN ARC-HIST. A DIFERENCIA
      *>   DE ARC-HIST, UN ESPEJO QUE EXISTE PERO NO SE PUEDE LEER
      *>   CORTA EL RESGUARDO: UNA GENERACION SIN EL NO SERVIRIA PARA
      *>   VOLVER EL JUEGO ENTERO
       2200-COPIAR-INDICE.

           OPEN INPUT LEDGIX-FILE

           IF FS-LEDGIX-NO-EXISTE
               CLOSE LEDGIX-FILE
               MOVE "N" TO WS-RES-EXISTE(i)
               GO TO 2200-COPIAR-INDICE-EXIT
           END-IF

           IF NOT FS-LEDGIX-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR EL ESPEJO INDEXADO "
                   "LEDGIXPF - STATUS " WS-FS-LEDGIX
               CLOSE LEDGIX-FILE
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT COPIA-FILE

           IF NOT FS-COPIA-OK
               DISPLAY "ERROR: NO SE PUDO CREAR LA COPIA "
                   WS-RESG-COPIA " - STATUS " WS-FS-COPIA
               CLOSE LEDGIX-FILE
               CLOSE COPIA-FILE
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FS-LEDGIX-EOF
               READ LEDGIX-FILE NEXT RECORD
                   AT END
                       SET FS-LEDGIX-EOF TO TRUE
                   NOT AT END
                       MOVE LIX-REG TO WS-RESG-LINEA
                       WRITE COPIA-REG FROM WS-RESG-LINEA
                       IF NOT FS-COPIA-OK
                           DISPLAY "ERROR: FALLO LA GRABACION DE "
                               WS-RESG-COPIA " - STATUS " WS-FS-COPIA
                           CLOSE LEDGIX-FILE
                           CLOSE COPIA-FILE
                           DISPLAY "PROGRAMA ABORTADO"
                           MOVE 1 TO RETURN-CODE
                           GOBACK
                       END-IF
                       PERFORM 8500-SUMAR-CONTROL
                           THRU 8500-SUMAR-CONTROL-EXIT
               END-READ
           END-PERFORM

           CLOSE LEDGIX-FILE
           CLOSE COPIA-FILE.

       2200-COPIAR-INDICE-EXIT.
           EXIT.


      *>   CON TODAS LAS COPIAS HECHAS, AGREGA AL MANIFIESTO LA
      *>   CABECERA, UN DETALLE POR ARCHIVO Y EL CIERRE DE LA
      *>   GENERACION
       3000-GRABAR-MANIFIESTO.

           OPEN EXTEND MANIF-FILE

           IF NOT FS-MANIF-OK
      *>       SI EL MANIFIESTO TODAVIA NO EXISTE, EXTEND FALLA PORQUE
      *>       NO LO ENCUENTRA; LO CREO CON OPEN OUTPUT LA PRIMERA VEZ
               CLOSE MANIF-FILE
               OPEN OUTPUT MANIF-FILE
           END-IF

           IF NOT FS-MANIF-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR EL MANIFIESTO "
                   "RESGMANPF - STATUS " WS-FS-MANIF
               CLOSE MANIF-FILE
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           INITIALIZE MANIF-REG
           MOVE WS-GENERACION TO MAN-REG-GEN
           MOVE "C" TO MAN-REG-TIPO
           MOVE WS-FECHA-HOY TO MAN-REG-FECHA
           MOVE WS-HORA-HOY TO MAN-REG-HORA
           MOVE WS-MOTIVO TO MAN-REG-MOTIVO
           WRITE MANIF-REG

           PERFORM VARYING i FROM 1 BY 1
                   UNTIL i > WS-RESG-CANT-ARCHIVOS
               INITIALIZE MANIF-REG
               MOVE WS-GENERACION TO MAN-REG-GEN
               MOVE "D" TO MAN-REG-TIPO
               MOVE WS-FECHA-HOY TO MAN-REG-FECHA
               MOVE WS-HORA-HOY TO MAN-REG-HORA
               MOVE WS-RESG-ARCHIVO(i) TO MAN-REG-ARCHIVO
               MOVE WS-RES-EXISTE(i) TO MAN-REG-EXISTE
               MOVE WS-RES-REGISTROS(i) TO MAN-REG-REGISTROS
               MOVE WS-RES-HASH(i) TO MAN-REG-HASH
               WRITE MANIF-REG
           END-PERFORM

           INITIALIZE MANIF-REG
           MOVE WS-GENERACION TO MAN-REG-GEN
           MOVE "F" TO MAN-REG-TIPO
           MOVE WS-FECHA-HOY TO MAN-REG-FECHA
           MOVE WS-HORA-HOY TO MAN-REG-HORA
           MOVE WS-RESG-CANT-ARCHIVOS TO MAN-REG-REGISTROS
           WRITE MANIF-REG

           IF NOT FS-MANIF-OK
               DISPLAY "ERROR: FALLO LA GRABACION DEL MANIFIESTO "
                   "RESGMANPF - STATUS " WS-FS-MANIF
               CLOSE MANIF-FILE
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CLOSE MANIF-FILE.

       3000-GRABAR-MANIFIESTO-EXIT.
           EXIT.


      *>   TOTAL DE CONTROL COMPARTIDO CON REST-CTL
           COPY RESGCALC.
