      *> el comentario siempre empieza de la linea 7
      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAR-HISVIX.
      *>--------------------------------------

      *> CARGA (Y RECONSTRUCCION) DEL HISTORIAL INDEXADO DE VISITAS
      *> HISVIXPF, CLAVE FECHA DE CIERRE DE LA SEMANA + SUCURSAL, QUE
      *> REEMPLAZA AL ACUMULADO CONSOLIDADO ACUMVISPF COMO FUENTE DE
      *> RPT-YOY, RPT-FCST Y CIE-MES. ACUMVISPF SOLO GUARDA ANIO, MES
      *> Y UN TOTAL SEMANAL CONSOLIDADO: SIN SUCURSAL, SIN DIAS Y, EN
      *> LOS REGISTROS MAS VIEJOS, SIN FECHA DE CIERRE.
      *> EJ-03ENCL18 GRABA CADA SEMANA NUEVA EN HISVIXPF (VER SU
      *> 7950); ESTE PROGRAMA SE CORRE UNA VEZ PARA CARGAR LA HISTORIA
      *> ANTERIOR, Y SE PUEDE VOLVER A CORRER CUANDO HAGA FALTA
      *> RECONSTRUIR EL HISTORIAL (SIEMPRE LO ARMA DE CERO, DESDE LOS
      *> MISMOS ORIGENES). EL ORDEN DE CARGA ES:
      *> 1. HISVISPF: UN REGISTRO "D" (CON DETALLE DIARIO) POR
      *>    SUCURSAL Y SEMANA; SI LA SEMANA SE CONSOLIDO DOS VECES,
      *>    VALE LA ULTIMA (MISMO CRITERIO QUE COR-VISIT).
      *> 2. CORVISPF: CADA CORRECCION DE COR-VISIT SE APLICA AL DIA
      *>    CORREGIDO, EN EL ORDEN EN QUE SE HICIERON.
      *> 3. ARCACUMPF Y DESPUES ACUMVISPF: CADA TOTAL SEMANAL DE UNA
      *>    SEMANA QUE NO TIENE DETALLE POR SUCURSAL (ANTERIOR A
      *>    HISVISPF) SE CARGA COMO UN REGISTRO "T" (SOLO TOTAL) BAJO
      *>    LA SUCURSAL "****". UN TOTAL SIN FECHA DE CIERRE (REGISTRO
      *>    VIEJO) RECIBE UNA FECHA ARMADA CON SU ANIO/MES Y UN NUMERO
      *>    DE ORDEN DENTRO DEL MES (AAAAMM01, AAAAMM02...), ASI SIGUE
      *>    CAYENDO EN SU MES Y CUENTA COMO UNA SEMANA. LOS AJUSTES
      *>    ("A") NO SE CARGAN: COR-VISIT SOLO CORRIGE SEMANAS QUE
      *>    ESTAN EN HISVISPF, Y ESAS YA QUEDARON CORREGIDAS EN EL
      *>    PASO 2.
      *> COMO ARC-HIST ARCHIVA HISVIXPF PERO NO HISVISPF, UNA
      *> RECONSTRUCCION VUELVE A TRAER LAS SEMANAS YA ARCHIVADAS;
      *> ALCANZA CON VOLVER A CORRER ARC-HIST CON EL MISMO CORTE.

      *>--------------------------------------
       ENVIRONMENT DIVISION.
      *>--------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   HISTORIAL INDEXADO QUE SE ARMA (VER 7950 EN EJ-03ENCL18)
           SELECT HISVIX-FILE ASSIGN TO "HISVIXPF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HVX-REG-CLAVE
               FILE STATUS IS WS-FS-HISVIX WS-FS-HISVIX-EXT.

      *>   HISTORIAL DE VISITAS POR SUCURSAL Y SEMANA QUE GRABA
      *>   EJ-03ENCL18 EN 7900-GRABAR-HISTORIAL
           SELECT HISVIS-FILE ASSIGN TO "HISVISPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISVIS WS-FS-HISVIS-EXT.

      *>   REGISTRO PERMANENTE DE CORRECCIONES DE COR-VISIT
           SELECT CORVIS-FILE ASSIGN TO "CORVISPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CORVIS WS-FS-CORVIS-EXT.

      *>   RESGUARDO DE ACUMULADOS DE ARC-HIST Y ACUMULADOS VIVOS
           SELECT ARCACUM-FILE ASSIGN TO "ARCACUMPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCACUM WS-FS-ARCACUM-EXT.

           SELECT ACUM-FILE ASSIGN TO "ACUMVISPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACUM WS-FS-ACUM-EXT.

       DATA DIVISION.

       FILE SECTION.
      *>   MISMO LAYOUT QUE HVX-REG EN EJ-03ENCL18
       FD  HISVIX-FILE.
       01  HVX-REG.
           02 HVX-REG-CLAVE.
               03 HVX-REG-FECHA      PIC 9(8).
               03 HVX-REG-LOC        PIC X(4).
           02 HVX-REG-VISITAS        PIC 9(4) OCCURS 7 TIMES.
           02 HVX-REG-TARIFA         PIC 9(4)V99.
           02 HVX-REG-TOTAL          PIC 9(5).
           02 HVX-REG-ORIGEN         PIC X(1).
               88 HVX-CON-DETALLE    VALUE "D".
               88 HVX-SOLO-TOTAL     VALUE "T".

      *>   MISMO LAYOUT QUE HISVIS-REG EN EJ-03ENCL18
       FD  HISVIS-FILE.
       01  HISVIS-REG.
           02 HISV-REG-FECHA         PIC 9(8).
           02 HISV-REG-LOC           PIC X(4).
           02 HISV-REG-VISITAS       PIC 9(4) OCCURS 7 TIMES.
           02 HISV-REG-TARIFA        PIC 9(4)V99.

      *>   MISMO LAYOUT QUE CORVIS-REG EN COR-VISIT
       FD  CORVIS-FILE.
       01  CORVIS-REG.
           02 CORV-REG-FECHA-SEM     PIC 9(8).
           02 CORV-REG-LOC           PIC X(4).
           02 CORV-REG-DIA           PIC 9(1).
           02 CORV-REG-ANTERIOR      PIC 9(4).
           02 CORV-REG-NUEVO         PIC 9(4).
           02 CORV-REG-MOTIVO        PIC X(40).
           02 CORV-REG-OPER          PIC X(4).
           02 CORV-REG-FECHA-CARGA   PIC 9(8).
           02 CORV-REG-TARIFA        PIC 9(4)V99.
           02 CORV-REG-DIFERENCIA    PIC S9(9)V9 SIGN IS TRAILING
                                         SEPARATE CHARACTER.
           02 CORV-REG-CORRIDA       PIC 9(6).

      *>   LOS DOS ARCHIVOS DE ACUMULADOS TIENEN EL LAYOUT DE ACUM-REG
      *>   EN EJ-03ENCL18; SE LEEN CON READ ... INTO WS-ACU-REG PARA
      *>   TRATARLOS CON EL MISMO PARRAFO (VER 5500-CARGAR-TOTAL)
       FD  ARCACUM-FILE.
       01  ARCACUM-REG               PIC X(26).

       FD  ACUM-FILE.
       01  ACUM-REG                  PIC X(26).

      *>--------------------------------------
       WORKING-STORAGE SECTION.

       01  WS-FS-HISVIX              PIC XX.
           88 FS-HISVIX-OK           VALUE "00".
           88 FS-HISVIX-EOF          VALUE "10".
           88 FS-HISVIX-NO-EXISTE    VALUE "35".
       01  WS-FS-HISVIX-EXT          PIC 9(4).

       01  WS-FS-HISVIS              PIC XX.
           88 FS-HISVIS-OK           VALUE "00".
           88 FS-HISVIS-EOF          VALUE "10".
       01  WS-FS-HISVIS-EXT          PIC 9(4).

       01  WS-FS-CORVIS              PIC XX.
           88 FS-CORVIS-OK           VALUE "00".
           88 FS-CORVIS-EOF          VALUE "10".
       01  WS-FS-CORVIS-EXT          PIC 9(4).

       01  WS-FS-ARCACUM             PIC XX.
           88 FS-ARCACUM-OK          VALUE "00".
           88 FS-ARCACUM-EOF         VALUE "10".
       01  WS-FS-ARCACUM-EXT         PIC 9(4).

       01  WS-FS-ACUM                PIC XX.
           88 FS-ACUM-OK             VALUE "00".
           88 FS-ACUM-EOF            VALUE "10".
       01  WS-FS-ACUM-EXT            PIC 9(4).

      *>   SUBINDICE DE LOS 7 DIAS (1=LUNES...7=DOMINGO)
       77  DIA PIC 9(2).

      *>   REGISTRO DE ACUMULADOS EN CURSO, VENGA DE ARCACUMPF O DE
      *>   ACUMVISPF (MISMO LAYOUT QUE ACUM-REG EN EJ-03ENCL18)
       01  WS-ACU-REG.
           02 WS-ACU-ANIO            PIC 9(4).
           02 WS-ACU-MES             PIC 9(2).
           02 WS-ACU-SEMANA-TOTAL    PIC 9(5).
           02 WS-ACU-TIPO            PIC X(1).
               88 WS-ACU-ES-AJUSTE   VALUE "A".
           02 WS-ACU-FECHA-SEM       PIC 9(8).
           02 WS-ACU-AJUSTE          PIC S9(5) SIGN IS TRAILING
                                         SEPARATE CHARACTER.
      *>   NOMBRE DEL ARCHIVO DE ACUMULADOS EN CURSO, PARA LOS AVISOS
       01  WS-ACU-ARCHIVO            PIC X(9) VALUE SPACES.

      *>   FECHA DE CIERRE CON LA QUE SE CARGA EL TOTAL EN CURSO (LA
      *>   DEL REGISTRO, O LA ARMADA PARA UN REGISTRO SIN FECHA)
       01  WS-CAR-FECHA              PIC 9(8) VALUE 0.
       01  WS-CAR-FECHA-R REDEFINES WS-CAR-FECHA.
           02 WS-CAR-ANIO            PIC 9(4).
           02 WS-CAR-MES             PIC 9(2).
           02 WS-CAR-DIA             PIC 9(2).
       01  WS-CAR-SIN-FECHA-SW       PIC X(01) VALUE "N".
           88 CAR-SIN-FECHA          VALUE "S".
      *>   ANIO/MES DEL ULTIMO REGISTRO SIN FECHA Y SU NUMERO DE ORDEN
      *>   DENTRO DEL MES (LOS ACUMULADOS ESTAN EN ORDEN CRONOLOGICO)
       01  WS-CAR-PER-ANIO           PIC 9(4) VALUE 0.
       01  WS-CAR-PER-MES            PIC 9(2) VALUE 0.
       01  WS-CAR-ORDINAL            PIC 9(2) VALUE 0.

      *>   QUE HAY YA CARGADO PARA LA FECHA EN CURSO (VER 5700)
       01  WS-CAR-HAY-DETALLE-SW     PIC X(01) VALUE "N".
           88 CAR-HAY-DETALLE        VALUE "S".
       01  WS-CAR-HAY-TOTAL-SW       PIC X(01) VALUE "N".
           88 CAR-HAY-TOTAL          VALUE "S".
       01  WS-CAR-FIN-SEMANA-SW      PIC X(01) VALUE "N".
           88 CAR-FIN-SEMANA         VALUE "S".

      *>   REGISTROS QUE YA TENIA EL HISTORIAL ANTES DE RECONSTRUIRLO
       01  WS-CANT-EXISTENTES        PIC 9(6) VALUE 0.
       01  WS-CONFIRMA               PIC X(1) VALUE SPACE.

      *>   CONTADORES DEL RESUMEN FINAL
       01  WS-CANT-DETALLE           PIC 9(6) VALUE 0.
       01  WS-CANT-DET-REPETIDOS     PIC 9(6) VALUE 0.
       01  WS-CANT-CORRECCIONES      PIC 9(6) VALUE 0.
       01  WS-CANT-CORR-SIN-SEMANA   PIC 9(6) VALUE 0.
       01  WS-CANT-TOTALES           PIC 9(6) VALUE 0.
       01  WS-CANT-TOT-SIN-FECHA     PIC 9(6) VALUE 0.
       01  WS-CANT-TOT-CUBIERTOS     PIC 9(6) VALUE 0.
       01  WS-CANT-TOT-REPETIDOS     PIC 9(6) VALUE 0.
       01  WS-CANT-AJUSTES           PIC 9(6) VALUE 0.
       01  WS-CANT-RECHAZADOS        PIC 9(6) VALUE 0.

      *>---------------------------PROCEDURE----------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.

           DISPLAY "---------------------------------------------------"
           DISPLAY "CARGA DEL HISTORIAL INDEXADO DE VISITAS HISVIXPF"

           PERFORM 1000-VERIFICAR-EXISTENTE
               THRU 1000-VERIFICAR-EXISTENTE-EXIT

           PERFORM 2000-CREAR-HISTORIAL
               THRU 2000-CREAR-HISTORIAL-EXIT

           PERFORM 3000-CARGAR-DETALLE
               THRU 3000-CARGAR-DETALLE-EXIT

           PERFORM 4000-APLICAR-CORRECCIONES
               THRU 4000-APLICAR-CORRECCIONES-EXIT

           PERFORM 5000-CARGAR-TOTALES
               THRU 5000-CARGAR-TOTALES-EXIT

           CLOSE HISVIX-FILE

           PERFORM 9000-RESUMEN
               THRU 9000-RESUMEN-EXIT

           GOBACK.

       0000-MAINLINE-EXIT.
           EXIT.


      *>   SI EL HISTORIAL YA EXISTE, CUENTA SUS REGISTROS Y PIDE
      *>   CONFIRMACION ANTES DE RECONSTRUIRLO: LA CARGA LO ARMA DE
      *>   CERO, ASI QUE LO QUE TENGA HOY SE REEMPLAZA POR LO QUE SALGA
      *>   DE LOS ORIGENES
       1000-VERIFICAR-EXISTENTE.

           OPEN INPUT HISVIX-FILE

           IF FS-HISVIX-NO-EXISTE
               CLOSE HISVIX-FILE
               GO TO 1000-VERIFICAR-EXISTENTE-EXIT
           END-IF

           IF NOT FS-HISVIX-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR EL HISTORIAL HISVIXPF "
                   "- STATUS " WS-FS-HISVIX
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FS-HISVIX-EOF
               READ HISVIX-FILE NEXT RECORD
                   AT END
                       SET FS-HISVIX-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CANT-EXISTENTES
               END-READ
           END-PERFORM

           CLOSE HISVIX-FILE

           DISPLAY "EL HISTORIAL HISVIXPF YA EXISTE CON "
               WS-CANT-EXISTENTES " REGISTROS"
           DISPLAY "PARA RECONSTRUIRLO DESDE HISVISPF, CORVISPF, "
               "ARCACUMPF Y ACUMVISPF INGRESE S, CUALQUIER OTRA COSA "
               "CANCELA"
           MOVE SPACE TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA NOT = "S"
               DISPLAY "CARGA CANCELADA, NO SE TOCO NADA"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

       1000-VERIFICAR-EXISTENTE-EXIT.
           EXIT.


      *>   CREA EL HISTORIAL VACIO Y LO DEJA ABIERTO EN I-O: LA CARGA
      *>   NECESITA LEER POR CLAVE LO QUE YA GRABO (SEMANA REPETIDA,
      *>   CORRECCIONES, TOTALES DE UNA SEMANA CON DETALLE)
       2000-CREAR-HISTORIAL.

           OPEN OUTPUT HISVIX-FILE

           IF FS-HISVIX-OK
               CLOSE HISVIX-FILE
               OPEN I-O HISVIX-FILE
           END-IF

           IF NOT FS-HISVIX-OK
               DISPLAY "ERROR: NO SE PUDO CREAR EL HISTORIAL HISVIXPF "
                   "- STATUS " WS-FS-HISVIX
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

       2000-CREAR-HISTORIAL-EXIT.
           EXIT.


      *>   PASO 1: UN REGISTRO CON DETALLE DIARIO POR CADA REGISTRO DE
      *>   HISVISPF. UNA SEMANA CONSOLIDADA DOS VECES PARA LA MISMA
      *>   SUCURSAL TRAE DOS REGISTROS; HISVISPF ES SOLO DE ALTA, ASI
      *>   QUE EL ULTIMO LEIDO ES EL MAS NUEVO Y PISA AL ANTERIOR
       3000-CARGAR-DETALLE.

           OPEN INPUT HISVIS-FILE

           IF NOT FS-HISVIS-OK
               DISPLAY "AVISO: NO HAY HISTORIAL POR SUCURSAL HISVISPF "
                   "- STATUS " WS-FS-HISVIS
               CLOSE HISVIS-FILE
               GO TO 3000-CARGAR-DETALLE-EXIT
           END-IF

           PERFORM UNTIL FS-HISVIS-EOF
               READ HISVIS-FILE
                   AT END
                       SET FS-HISVIS-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-GRABAR-DETALLE
                           THRU 3100-GRABAR-DETALLE-EXIT
               END-READ
           END-PERFORM

           CLOSE HISVIS-FILE.

       3000-CARGAR-DETALLE-EXIT.
           EXIT.


      *>   ARMA Y GRABA EL REGISTRO "D" DE LA SEMANA Y SUCURSAL LEIDAS
       3100-GRABAR-DETALLE.

           IF HISV-REG-FECHA IS NOT NUMERIC OR HISV-REG-FECHA = 0
               DISPLAY "AVISO: HISVISPF TRAE UN REGISTRO SIN FECHA DE "
                   "CIERRE (LOCACION " HISV-REG-LOC "), SE DESCARTA"
               ADD 1 TO WS-CANT-RECHAZADOS
               GO TO 3100-GRABAR-DETALLE-EXIT
           END-IF

           INITIALIZE HVX-REG
           MOVE HISV-REG-FECHA TO HVX-REG-FECHA
           MOVE HISV-REG-LOC TO HVX-REG-LOC
           PERFORM VARYING DIA FROM 1 BY 1 UNTIL DIA > 7
               MOVE HISV-REG-VISITAS(DIA) TO HVX-REG-VISITAS(DIA)
               ADD HISV-REG-VISITAS(DIA) TO HVX-REG-TOTAL
           END-PERFORM
           MOVE HISV-REG-TARIFA TO HVX-REG-TARIFA
           SET HVX-CON-DETALLE TO TRUE

           WRITE HVX-REG
               INVALID KEY
                   REWRITE HVX-REG
                       INVALID KEY
                           DISPLAY "AVISO: NO SE PUDO REGRABAR LA "
                               "SEMANA " HVX-REG-FECHA " LOCACION "
                               HVX-REG-LOC " - STATUS " WS-FS-HISVIX
                           ADD 1 TO WS-CANT-RECHAZADOS
                       NOT INVALID KEY
                           ADD 1 TO WS-CANT-DET-REPETIDOS
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-CANT-DETALLE
           END-WRITE.

       3100-GRABAR-DETALLE-EXIT.
           EXIT.


      *>   PASO 2: CADA CORRECCION DE CORVISPF, EN EL ORDEN EN QUE SE
      *>   HIZO, DEJA EL VALOR NUEVO EN EL DIA CORREGIDO Y RECALCULA EL
      *>   TOTAL (LO MISMO QUE HACE COR-VISIT AL CORREGIR)
       4000-APLICAR-CORRECCIONES.

           OPEN INPUT CORVIS-FILE

           IF NOT FS-CORVIS-OK
               DISPLAY "AVISO: NO HAY CORRECCIONES CORVISPF PARA "
                   "APLICAR - STATUS " WS-FS-CORVIS
               CLOSE CORVIS-FILE
               GO TO 4000-APLICAR-CORRECCIONES-EXIT
           END-IF

           PERFORM UNTIL FS-CORVIS-EOF
               READ CORVIS-FILE
                   AT END
                       SET FS-CORVIS-EOF TO TRUE
                   NOT AT END
                       PERFORM 4100-APLICAR-CORRECCION
                           THRU 4100-APLICAR-CORRECCION-EXIT
               END-READ
           END-PERFORM

           CLOSE CORVIS-FILE.

       4000-APLICAR-CORRECCIONES-EXIT.
           EXIT.


      *>   APLICA UNA CORRECCION AL REGISTRO DE SU SEMANA Y SUCURSAL
       4100-APLICAR-CORRECCION.

           IF CORV-REG-DIA < 1 OR CORV-REG-DIA > 7
               ADD 1 TO WS-CANT-RECHAZADOS
               GO TO 4100-APLICAR-CORRECCION-EXIT
           END-IF

           MOVE CORV-REG-FECHA-SEM TO HVX-REG-FECHA
           MOVE CORV-REG-LOC TO HVX-REG-LOC

           READ HISVIX-FILE
               INVALID KEY
                   DISPLAY "AVISO: LA CORRECCION DE LA SEMANA "
                       CORV-REG-FECHA-SEM " LOCACION " CORV-REG-LOC
                       " NO TIENE SEMANA EN HISVISPF"
                   ADD 1 TO WS-CANT-CORR-SIN-SEMANA
                   GO TO 4100-APLICAR-CORRECCION-EXIT
           END-READ

           MOVE CORV-REG-NUEVO TO HVX-REG-VISITAS(CORV-REG-DIA)
           MOVE 0 TO HVX-REG-TOTAL
           PERFORM VARYING DIA FROM 1 BY 1 UNTIL DIA > 7
               ADD HVX-REG-VISITAS(DIA) TO HVX-REG-TOTAL
           END-PERFORM

           REWRITE HVX-REG
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO REGRABAR LA SEMANA "
                       HVX-REG-FECHA " LOCACION " HVX-REG-LOC
                       " - STATUS " WS-FS-HISVIX
                   ADD 1 TO WS-CANT-RECHAZADOS
               NOT INVALID KEY
                   ADD 1 TO WS-CANT-CORRECCIONES
           END-REWRITE.

       4100-APLICAR-CORRECCION-EXIT.
           EXIT.


      *>   PASO 3: LOS TOTALES SEMANALES DE LOS ACUMULADOS, PRIMERO EL
      *>   RESGUARDO (LO MAS VIEJO) Y DESPUES EL VIVO, PARA RECORRER
      *>   TODO EN ORDEN CRONOLOGICO
       5000-CARGAR-TOTALES.

           MOVE "ARCACUMPF" TO WS-ACU-ARCHIVO
           OPEN INPUT ARCACUM-FILE

           IF NOT FS-ARCACUM-OK
               DISPLAY "AVISO: NO HAY RESGUARDO DE ACUMULADOS "
                   "ARCACUMPF - STATUS " WS-FS-ARCACUM
           ELSE
               PERFORM UNTIL FS-ARCACUM-EOF
                   READ ARCACUM-FILE INTO WS-ACU-REG
                       AT END
                           SET FS-ARCACUM-EOF TO TRUE
                       NOT AT END
                           PERFORM 5500-CARGAR-TOTAL
                               THRU 5500-CARGAR-TOTAL-EXIT
                   END-READ
               END-PERFORM
           END-IF

           CLOSE ARCACUM-FILE

           MOVE "ACUMVISPF" TO WS-ACU-ARCHIVO
           OPEN INPUT ACUM-FILE

           IF NOT FS-ACUM-OK
               DISPLAY "AVISO: NO HAY ACUMULADOS ACUMVISPF - STATUS "
                   WS-FS-ACUM
           ELSE
               PERFORM UNTIL FS-ACUM-EOF
                   READ ACUM-FILE INTO WS-ACU-REG
                       AT END
                           SET FS-ACUM-EOF TO TRUE
                       NOT AT END
                           PERFORM 5500-CARGAR-TOTAL
                               THRU 5500-CARGAR-TOTAL-EXIT
                   END-READ
               END-PERFORM
           END-IF

           CLOSE ACUM-FILE.

       5000-CARGAR-TOTALES-EXIT.
           EXIT.


      *>   CARGA UN TOTAL SEMANAL COMO REGISTRO "T" DE LA SUCURSAL
      *>   "****", SALVO QUE SU SEMANA YA TENGA DETALLE POR SUCURSAL
      *>   (EL DETALLE MANDA). SI LA SEMANA YA TENIA UN TOTAL, UNO CON
      *>   FECHA LO REEMPLAZA (SEMANA CONSOLIDADA DOS VECES, VALE LA
      *>   ULTIMA) Y UNO SIN FECHA SE LE SUMA (ES OTRA SEMANA DEL MISMO
      *>   MES QUE CAYO EN LA MISMA FECHA ARMADA)
       5500-CARGAR-TOTAL.

           IF WS-ACU-ES-AJUSTE
               ADD 1 TO WS-CANT-AJUSTES
               GO TO 5500-CARGAR-TOTAL-EXIT
           END-IF

           IF WS-ACU-ANIO IS NOT NUMERIC OR WS-ACU-MES IS NOT NUMERIC
                   OR WS-ACU-SEMANA-TOTAL IS NOT NUMERIC
               DISPLAY "AVISO: " WS-ACU-ARCHIVO " TRAE UN REGISTRO "
                   "ILEGIBLE, SE DESCARTA: " WS-ACU-REG
               ADD 1 TO WS-CANT-RECHAZADOS
               GO TO 5500-CARGAR-TOTAL-EXIT
           END-IF

           IF WS-ACU-MES < 1 OR WS-ACU-MES > 12
               DISPLAY "AVISO: " WS-ACU-ARCHIVO " TRAE UN MES "
                   "INVALIDO, SE DESCARTA: " WS-ACU-REG
               ADD 1 TO WS-CANT-RECHAZADOS
               GO TO 5500-CARGAR-TOTAL-EXIT
           END-IF

           MOVE "N" TO WS-CAR-SIN-FECHA-SW
           IF WS-ACU-FECHA-SEM IS NOT NUMERIC
               SET CAR-SIN-FECHA TO TRUE
           ELSE
               IF WS-ACU-FECHA-SEM = 0
                   SET CAR-SIN-FECHA TO TRUE
               END-IF
           END-IF

           IF CAR-SIN-FECHA
               PERFORM 5600-ARMAR-FECHA
                   THRU 5600-ARMAR-FECHA-EXIT
           ELSE
               MOVE WS-ACU-FECHA-SEM TO WS-CAR-FECHA
           END-IF

           PERFORM 5700-REVISAR-SEMANA
               THRU 5700-REVISAR-SEMANA-EXIT

      *>   UNA FECHA ARMADA NO ES UNA SEMANA REAL: QUE COINCIDA CON LA
      *>   DE UNA SEMANA CON DETALLE NO QUIERE DECIR QUE SEA LA MISMA
           IF CAR-HAY-DETALLE AND NOT CAR-SIN-FECHA
               ADD 1 TO WS-CANT-TOT-CUBIERTOS
               GO TO 5500-CARGAR-TOTAL-EXIT
           END-IF

           IF CAR-HAY-TOTAL
               MOVE WS-CAR-FECHA TO HVX-REG-FECHA
               MOVE "****" TO HVX-REG-LOC
               READ HISVIX-FILE
                   INVALID KEY
                       ADD 1 TO WS-CANT-RECHAZADOS
                       GO TO 5500-CARGAR-TOTAL-EXIT
               END-READ
               IF CAR-SIN-FECHA
                   ADD WS-ACU-SEMANA-TOTAL TO HVX-REG-TOTAL
               ELSE
                   MOVE WS-ACU-SEMANA-TOTAL TO HVX-REG-TOTAL
               END-IF
               REWRITE HVX-REG
                   INVALID KEY
                       ADD 1 TO WS-CANT-RECHAZADOS
                   NOT INVALID KEY
                       ADD 1 TO WS-CANT-TOT-REPETIDOS
               END-REWRITE
               GO TO 5500-CARGAR-TOTAL-EXIT
           END-IF

           INITIALIZE HVX-REG
           MOVE WS-CAR-FECHA TO HVX-REG-FECHA
           MOVE "****" TO HVX-REG-LOC
           MOVE WS-ACU-SEMANA-TOTAL TO HVX-REG-TOTAL
           SET HVX-SOLO-TOTAL TO TRUE

           WRITE HVX-REG
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO GRABAR EL TOTAL DE LA "
                       "SEMANA " HVX-REG-FECHA " - STATUS "
                       WS-FS-HISVIX
                   ADD 1 TO WS-CANT-RECHAZADOS
               NOT INVALID KEY
                   ADD 1 TO WS-CANT-TOTALES
           END-WRITE.

       5500-CARGAR-TOTAL-EXIT.
           EXIT.


      *>   FECHA PARA UN TOTAL VIEJO SIN FECHA DE CIERRE: SU ANIO/MES
      *>   Y, COMO DIA, EL NUMERO DE ORDEN DEL TOTAL DENTRO DEL MES. NO
      *>   ES LA FECHA REAL DE LA SEMANA, PERO LA DEJA EN SU MES (QUE
      *>   ES TODO LO QUE ESE REGISTRO SABIA) Y SEPARADA DE LAS DEMAS
       5600-ARMAR-FECHA.

           IF WS-ACU-ANIO NOT = WS-CAR-PER-ANIO
                   OR WS-ACU-MES NOT = WS-CAR-PER-MES
               MOVE WS-ACU-ANIO TO WS-CAR-PER-ANIO
               MOVE WS-ACU-MES TO WS-CAR-PER-MES
               MOVE 0 TO WS-CAR-ORDINAL
           END-IF

      *>       UN MES NO TIENE MAS DE CINCO CIERRES; EL TOPE SOLO
      *>       ASEGURA UNA FECHA VALIDA ANTE UN ARCHIVO RARO
           IF WS-CAR-ORDINAL < 28
               ADD 1 TO WS-CAR-ORDINAL
           END-IF

           MOVE WS-ACU-ANIO TO WS-CAR-ANIO
           MOVE WS-ACU-MES TO WS-CAR-MES
           MOVE WS-CAR-ORDINAL TO WS-CAR-DIA
           ADD 1 TO WS-CANT-TOT-SIN-FECHA.

       5600-ARMAR-FECHA-EXIT.
           EXIT.


      *>   RECORRE LOS REGISTROS YA CARGADOS CON LA FECHA EN CURSO
      *>   (LA CLAVE EMPIEZA POR LA FECHA, ASI QUE ESTAN JUNTOS) Y
      *>   ANOTA SI HAY DETALLE POR SUCURSAL Y SI HAY UN TOTAL "****"
       5700-REVISAR-SEMANA.

           MOVE "N" TO WS-CAR-HAY-DETALLE-SW
           MOVE "N" TO WS-CAR-HAY-TOTAL-SW
           MOVE "N" TO WS-CAR-FIN-SEMANA-SW

           MOVE WS-CAR-FECHA TO HVX-REG-FECHA
           MOVE LOW-VALUES TO HVX-REG-LOC

           START HISVIX-FILE KEY IS NOT < HVX-REG-CLAVE
               INVALID KEY
                   GO TO 5700-REVISAR-SEMANA-EXIT
           END-START

           PERFORM UNTIL CAR-FIN-SEMANA
               READ HISVIX-FILE NEXT RECORD
                   AT END
                       SET CAR-FIN-SEMANA TO TRUE
                   NOT AT END
                       IF HVX-REG-FECHA NOT = WS-CAR-FECHA
                           SET CAR-FIN-SEMANA TO TRUE
                       ELSE
                           IF HVX-SOLO-TOTAL
                               SET CAR-HAY-TOTAL TO TRUE
                           ELSE
                               SET CAR-HAY-DETALLE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       5700-REVISAR-SEMANA-EXIT.
           EXIT.


      *>   RESUMEN DE LA CARGA POR CONSOLA
       9000-RESUMEN.

           DISPLAY " "
           DISPLAY "SEMANAS CON DETALLE CARGADAS (HISVISPF).: "
               WS-CANT-DETALLE
           DISPLAY "  REPETIDAS, VALE LA ULTIMA...........: "
               WS-CANT-DET-REPETIDOS
           DISPLAY "CORRECCIONES APLICADAS (CORVISPF)......: "
               WS-CANT-CORRECCIONES
           DISPLAY "  SIN SEMANA EN EL HISTORIAL..........: "
               WS-CANT-CORR-SIN-SEMANA
           DISPLAY "TOTALES SIN DETALLE CARGADOS (ACUM)....: "
               WS-CANT-TOTALES
           DISPLAY "  DE ELLOS SIN FECHA DE CIERRE........: "
               WS-CANT-TOT-SIN-FECHA
           DISPLAY "  REPETIDOS / MISMA FECHA ARMADA......: "
               WS-CANT-TOT-REPETIDOS
           DISPLAY "  YA CUBIERTOS POR EL DETALLE.........: "
               WS-CANT-TOT-CUBIERTOS
           DISPLAY "AJUSTES DE ACUMVISPF (YA EN CORVISPF)..: "
               WS-CANT-AJUSTES
           DISPLAY "REGISTROS DESCARTADOS..................: "
               WS-CANT-RECHAZADOS
           DISPLAY "--------------------------------------------------".

       9000-RESUMEN-EXIT.
           EXIT.
