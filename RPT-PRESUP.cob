
      *> el comentario siempre empieza de la linea 7
      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT-PRESUP.
      *>--------------------------------------

      *> REAL CONTRA PRESUPUESTO DE VISITAS: PARA UN MES PEDIDO POR
      *> CONSOLA COMPARA LAS VISITAS REGISTRADAS EN EL HISTORIAL
      *> HISVIXPF CON LAS METAS DE PRESUPF (VER MNT-PRESUP), EN EL MES
      *> (HASTA EL ULTIMO CIERRE SEMANAL CARGADO) Y EN EL ACUMULADO DEL
      *> ANIO, POR SUCURSAL, POR REGION (DE SUCURPF) Y CONSOLIDADO.
      *> CADA LINEA MUESTRA LA DIFERENCIA EN VISITAS, EN PESOS Y EN
      *> PORCENTAJE, Y MARCA "ATRASADA" LA QUE ESTA MAS DE
      *> WS-ATRASO-UMBRAL POR CIENTO POR DEBAJO DE LA META. AL FINAL
      *> LISTA LAS SUCURSALES ATRASADAS.
      *> - LAS VISITAS REALES SE VALORIZAN CON LA TARIFA CON QUE SE
      *>   DISTRIBUYO CADA SEMANA (LA GRABADA EN HISVIXPF); LA META CON
      *>   EL IMPORTE GRABADO EN PRESUPF.
      *> - CADA DIA SE CUENTA EN EL MES EN QUE CAYO (VER HISVCALC.CPY);
      *>   LA HISTORIA VIEJA SOLO TOTAL VA ENTERA AL MES DE SU FECHA.
      *> - SI EL MES NO ESTA COMPLETO, LA META DEL MES SE PRORRATEA
      *>   POR LOS DIAS YA CUBIERTOS POR EL HISTORIAL (HASTA EL ULTIMO
      *>   CIERRE SEMANAL), PARA NO DAR POR ATRASADA UNA SUCURSAL POR
      *>   LOS DIAS QUE TODAVIA NO SE CARGARON. LOS MESES ANTERIORES
      *>   DEL ANIO ENTRAN ENTEROS EN EL ACUMULADO.

      *>--------------------------------------
       ENVIRONMENT DIVISION.
      *>--------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
      *>   MISMA CONVENCION QUE EL RESTO DE LOS REPORTES DEL SISTEMA
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   HISTORIAL INDEXADO DE VISITAS POR SUCURSAL Y SEMANA, MISMO
      *>   ARCHIVO QUE ESCRIBE EJ-03ENCL18 EN 7950
           SELECT HISVIX-FILE ASSIGN TO "HISVIXPF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HVX-REG-CLAVE
               FILE STATUS IS WS-FS-HISVIX WS-FS-HISVIX-EXT.

      *>   PRESUPUESTO DE VISITAS POR SUCURSAL Y MES (VER MNT-PRESUP)
           SELECT PRESUP-FILE ASSIGN TO "PRESUPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRESUP WS-FS-PRESUP-EXT.

      *>   MAESTRO DE SUCURSALES, PARA EL NOMBRE Y LA REGION
           SELECT SUCUR-FILE ASSIGN TO "SUCURPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUCUR WS-FS-SUCUR-EXT.

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

      *>   MISMO LAYOUT QUE PRESUP-REG EN MNT-PRESUP
       FD  PRESUP-FILE.
       01  PRESUP-REG.
           02 PRESUP-REG-ANIO        PIC 9(4).
           02 PRESUP-REG-MES         PIC 9(2).
           02 PRESUP-REG-SUC         PIC X(4).
           02 PRESUP-REG-VISITAS     PIC 9(6).
           02 PRESUP-REG-TARIFA      PIC 9(4)V99.
           02 PRESUP-REG-MONTO       PIC 9(9)V99.

      *>   MISMO LAYOUT QUE SUCUR-REG EN EJ-03ENCL18
       FD  SUCUR-FILE.
       01  SUCUR-REG.
           02 SUCUR-REG-CODIGO       PIC X(4).
           02 SUCUR-REG-NOMBRE       PIC X(20).
           02 SUCUR-REG-REGION       PIC X(10).
           02 SUCUR-REG-ACTIVA       PIC X(1).

      *>--------------------------------------
       WORKING-STORAGE SECTION.

       01  WS-FS-HISVIX              PIC XX.
           88 FS-HISVIX-OK           VALUE "00".
           88 FS-HISVIX-EOF          VALUE "10".
       01  WS-FS-HISVIX-EXT          PIC 9(4).

       01  WS-FS-PRESUP              PIC XX.
           88 FS-PRESUP-OK           VALUE "00".
           88 FS-PRESUP-EOF          VALUE "10".
       01  WS-FS-PRESUP-EXT          PIC 9(4).

       01  WS-FS-SUCUR               PIC XX.
           88 FS-SUCUR-OK            VALUE "00".
           88 FS-SUCUR-EOF           VALUE "10".
       01  WS-FS-SUCUR-EXT           PIC 9(4).

      *>   PORCENTAJE POR DEBAJO DE LA META A PARTIR DEL CUAL UNA
      *>   LINEA SE MARCA ATRASADA
       01  WS-ATRASO-UMBRAL          PIC 9(3) VALUE 10.

      *>   SUBINDICES DE SERIE, SUCURSAL, REGION Y DIA
       01  SER                       PIC 99.
       01  SUC                       PIC 99.
       01  RGN                       PIC 99.
       77  DIA PIC 9(2).

      *>   FECHA DEL DIA Y MES DEL REPORTE
       01  WS-FECHA-HOY              PIC 9(8) VALUE 0.
       01  WS-PERIODO                PIC 9(6) VALUE 0.
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           02 WS-PER-ANIO            PIC 9(4).
           02 WS-PER-MES             PIC 9(2).
       01  WS-PER-LARGO              PIC 9(2) VALUE 0.

      *>   LECTURA DEL HISTORIAL: DESDE EL 1 DE ENERO DEL ANIO HASTA EL
      *>   ULTIMO CIERRE QUE PUEDE TENER DIAS DEL MES (UNA SEMANA QUE
      *>   CIERRA HASTA EL DIA 6 DEL MES SIGUIENTE TODAVIA TRAE EL
      *>   ULTIMO DIA DEL MES)
       01  WS-FECHA-DESDE            PIC 9(8) VALUE 0.
       01  WS-FECHA-LIMITE           PIC 9(8) VALUE 0.
       01  WS-FECHA-LIMITE-R REDEFINES WS-FECHA-LIMITE.
           02 WS-FLI-ANIO            PIC 9(4).
           02 WS-FLI-MES             PIC 9(2).
           02 WS-FLI-DIA             PIC 9(2).
       01  WS-FIN-LECTURA-SW         PIC X(01) VALUE "N".
           88 FIN-LECTURA            VALUE "S".

      *>   ULTIMO CIERRE SEMANAL LEIDO Y DIAS DEL MES QUE YA CUBRE EL
      *>   HISTORIAL (CONTRA ESOS DIAS SE PRORRATEA LA META DEL MES)
       01  WS-ULT-CIERRE             PIC 9(8) VALUE 0.
       01  WS-ULT-CIERRE-R REDEFINES WS-ULT-CIERRE.
           02 WS-UCI-PERIODO         PIC 9(6).
           02 WS-UCI-DIA             PIC 9(2).
       01  WS-DIAS-CUBIERTOS         PIC 9(2) VALUE 0.

      *>   DIA QUE SE ESTA SUMANDO (O FECHA DEL REGISTRO SOLO TOTAL),
      *>   PARTIDA, CON SUS VISITAS Y SU VALOR
       01  WS-CLA-FECHA              PIC 9(8) VALUE 0.
       01  WS-CLA-FECHA-R REDEFINES WS-CLA-FECHA.
           02 WS-CLA-ANIO            PIC 9(4).
           02 WS-CLA-MES             PIC 9(2).
           02 WS-CLA-DIA             PIC 9(2).
       01  WS-DIA-VISITAS            PIC 9(5) VALUE 0.
       01  WS-DIA-PESOS              PIC 9(9)V99 VALUE 0.

      *>   SERIES DEL REPORTE: PRIMERO LAS SUCURSALES (LAS DE SUCURPF EN
      *>   SU ORDEN, MAS LAS QUE APARECEN EN EL HISTORIAL O EN PRESUPF
      *>   SIN ESTAR EN EL MAESTRO, Y LA HISTORIA VIEJA "****"), DESPUES
      *>   LAS REGIONES Y AL FINAL EL CONSOLIDADO. DE CADA UNA, LO REAL
      *>   Y LA META DEL MES DEL REPORTE Y DE LOS MESES ANTERIORES DEL
      *>   ANIO, EN VISITAS Y EN PESOS
       01  WS-SER-CANT               PIC 99 VALUE 0.
       01  WS-SER-CANT-SUC           PIC 99 VALUE 0.
       01  WS-SER-PRIMERA-REG        PIC 99 VALUE 0.
       01  TABLA-SERIES.
           02 WS-SER-ENTRADA OCCURS 61 TIMES.
               03 WS-SER-TIPO        PIC X(1).
                   88 SER-SUCURSAL   VALUE "S".
                   88 SER-REGION     VALUE "R".
                   88 SER-CONSOLIDADO VALUE "C".
               03 WS-SER-CODIGO      PIC X(4).
               03 WS-SER-NOMBRE      PIC X(20).
               03 WS-SER-REGION      PIC X(10).
               03 WS-SER-REAL-VIS-MES PIC 9(7).
               03 WS-SER-REAL-VIS-ANT PIC 9(8).
               03 WS-SER-REAL-PES-MES PIC 9(9)V99.
               03 WS-SER-REAL-PES-ANT PIC 9(11)V99.
               03 WS-SER-META-VIS-MES PIC 9(7).
               03 WS-SER-META-VIS-ANT PIC 9(8).
               03 WS-SER-META-PES-MES PIC 9(9)V99.
               03 WS-SER-META-PES-ANT PIC 9(11)V99.
               03 WS-SER-ATRASO-SW   PIC X(1).
                   88 SER-ATRASADA   VALUE "S".

      *>   CODIGO DE SUCURSAL A UBICAR EN LAS SERIES (VER 1400)
       01  WS-BUS-CODIGO             PIC X(4) VALUE SPACES.

      *>   COMPARACION DE LA SERIE EN PROCESO (VER 3100): META
      *>   PRORRATEADA DEL MES, Y LAS DOS LINEAS (MES Y ACUMULADO)
       01  WS-CMP-META-VIS-MES       PIC 9(7) VALUE 0.
       01  WS-CMP-META-PES-MES       PIC 9(9)V99 VALUE 0.
       01  WS-CMP-REAL-VIS           PIC 9(8) VALUE 0.
       01  WS-CMP-META-VIS           PIC 9(8) VALUE 0.
       01  WS-CMP-REAL-PES           PIC 9(11)V99 VALUE 0.
       01  WS-CMP-META-PES           PIC 9(11)V99 VALUE 0.
       01  WS-CMP-DIF-VIS            PIC S9(8) VALUE 0.
       01  WS-CMP-DIF-PES            PIC S9(11)V99 VALUE 0.
       01  WS-CMP-PORC               PIC S9(5)V9 VALUE 0.
       01  WS-CANT-ATRASADAS         PIC 99 VALUE 0.

      *>   CAMPOS DEL CALCULO DE FECHAS DE CADA DIA DE LA SEMANA (VER
      *>   DIASCPY.CPY Y HISVCPY.CPY)
           COPY DIASCPY.
           COPY HISVCPY.

      *>   ESTRUCTURA COMPARTIDA DE FECHA VALIDADA (VER FECHACPY.CPY)
           COPY FECHACPY.

      *>   LINEAS DEL REPORTE, IMPRESO POR CONSOLA (REPORTE DE
      *>   CONSULTA, IGUAL QUE RPT-FCST)
       01  WS-RL-TITULO.
           02 FILLER                 PIC X(40)
               VALUE "VISITAS REALES CONTRA PRESUPUESTO - MES ".
           02 WS-RL-TIT-ANIO         PIC 9(4).
           02 FILLER                 PIC X(01) VALUE "/".
           02 WS-RL-TIT-MES          PIC 9(2).
       01  WS-RL-CORTE.
           02 FILLER                 PIC X(39)
               VALUE "DIAS DEL MES CUBIERTOS POR HISVIXPF..: ".
           02 WS-RL-COR-DIAS         PIC Z9.
           02 FILLER                 PIC X(04) VALUE " DE ".
           02 WS-RL-COR-LARGO        PIC Z9.
       01  WS-RL-UMBRAL.
           02 FILLER                 PIC X(39)
               VALUE "MARCA ATRASADA CON MAS DE ...........: ".
           02 WS-RL-UMB-VAL          PIC ZZ9.
           02 FILLER                 PIC X(30)
               VALUE " POR CIENTO DEBAJO DE LA META".

       01  WS-RL-SUBTITULO           PIC X(60) VALUE SPACES.
       01  WS-RL-CABECERA-1.
           02 FILLER                 PIC X(35) VALUE SPACES.
           02 FILLER                 PIC X(28)
               VALUE "---------- VISITAS -------- ".
           02 FILLER                 PIC X(27)
               VALUE "------------------------ PE".
           02 FILLER                 PIC X(27)
               VALUE "SOS -----------------------".
       01  WS-RL-CABECERA-2.
           02 FILLER                 PIC X(35)
               VALUE "SUC  NOMBRE               PERIODO  ".
           02 FILLER                 PIC X(09) VALUE "    REAL ".
           02 FILLER                 PIC X(09) VALUE "    META ".
           02 FILLER                 PIC X(10) VALUE "      DIF ".
           02 FILLER                 PIC X(18)
               VALUE "             REAL ".
           02 FILLER                 PIC X(18)
               VALUE "             META ".
           02 FILLER                 PIC X(19)
               VALUE "               DIF ".
           02 FILLER                 PIC X(08) VALUE "    DIF%".
       01  WS-RL-FILA.
           02 WS-RL-FILA-COD         PIC X(4).
           02 FILLER                 PIC X(1) VALUE SPACE.
           02 WS-RL-FILA-NOMBRE      PIC X(20).
           02 FILLER                 PIC X(1) VALUE SPACE.
           02 WS-RL-FILA-PERIODO     PIC X(9).
           02 WS-RL-FILA-REAL-VIS    PIC ZZZZZZZ9.
           02 FILLER                 PIC X(1) VALUE SPACE.
           02 WS-RL-FILA-META-VIS    PIC ZZZZZZZ9.
           02 FILLER                 PIC X(1) VALUE SPACE.
           02 WS-RL-FILA-DIF-VIS     PIC --------9.
           02 FILLER                 PIC X(1) VALUE SPACE.
           02 WS-RL-FILA-REAL-PES    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(1) VALUE SPACE.
           02 WS-RL-FILA-META-PES    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(1) VALUE SPACE.
           02 WS-RL-FILA-DIF-PES     PIC ---.---.---.--9,99.
           02 FILLER                 PIC X(1) VALUE SPACE.
           02 WS-RL-FILA-PORC        PIC -----9,9.
           02 WS-RL-FILA-PORC-X REDEFINES WS-RL-FILA-PORC
                                     PIC X(8).
           02 FILLER                 PIC X(1) VALUE SPACE.
           02 WS-RL-FILA-MARCA       PIC X(8).
       01  WS-RL-SIN-METAS           PIC X(60)
           VALUE "NO HAY METAS EN PRESUPF PARA EL ANIO DEL REPORTE".

      *>---------------------------PROCEDURE----------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 0500-INICIALIZAR
               THRU 0500-INICIALIZAR-EXIT

           PERFORM 0600-CARGAR-SUCURSALES
               THRU 0600-CARGAR-SUCURSALES-EXIT

           PERFORM 0700-CARGAR-PRESUPUESTO
               THRU 0700-CARGAR-PRESUPUESTO-EXIT

           PERFORM 1000-PROCESAR-HISTORIAL
               THRU 1000-PROCESAR-HISTORIAL-EXIT

           PERFORM 1500-ARMAR-REGIONES
               THRU 1500-ARMAR-REGIONES-EXIT

           PERFORM 3000-EMITIR-REPORTE
               THRU 3000-EMITIR-REPORTE-EXIT

           GOBACK.

       0000-MAINLINE-EXIT.
           EXIT.


      *>   PIDE EL MES DEL REPORTE (ENTER = EL ACTUAL), LO VALIDA CON
      *>   EL COPYBOOK COMPARTIDO TOMANDO EL DIA 1, Y ARMA LAS FECHAS
      *>   DESDE Y LIMITE DE LA LECTURA DEL HISTORIAL
       0500-INICIALIZAR.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

           DISPLAY "INGRESE EL MES DEL REPORTE (AAAAMM, ENTER = EL "
               "ACTUAL)"
           MOVE 0 TO WS-PERIODO
           ACCEPT WS-PERIODO
           IF WS-PERIODO = 0
               MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO
           END-IF

           MOVE WS-PER-ANIO TO WS-FEC-ANIO
           MOVE WS-PER-MES  TO WS-FEC-MES
           MOVE 1           TO WS-FEC-DIA

           PERFORM 8900-VALIDAR-FECHA
               THRU 8900-VALIDAR-FECHA-EXIT

           IF NOT FECHA-ES-VALIDA OR WS-PER-ANIO < 1
               DISPLAY "ERROR: PERIODO INVALIDO"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-PER-ANIO TO WS-HVD-CAL-ANIO
           MOVE WS-PER-MES TO WS-HVD-CAL-MES
           PERFORM 8760-CALCULAR-LARGO-MES
               THRU 8760-CALCULAR-LARGO-MES-EXIT
           MOVE WS-HVD-LARGO-MES TO WS-PER-LARGO

           COMPUTE WS-FECHA-DESDE = WS-PER-ANIO * 10000 + 0101

           IF WS-PER-MES = 12
               COMPUTE WS-FLI-ANIO = WS-PER-ANIO + 1
               MOVE 1 TO WS-FLI-MES
           ELSE
               MOVE WS-PER-ANIO TO WS-FLI-ANIO
               COMPUTE WS-FLI-MES = WS-PER-MES + 1
           END-IF
           MOVE 6 TO WS-FLI-DIA.

       0500-INICIALIZAR-EXIT.
           EXIT.


      *>   CARGA LAS SUCURSALES DE SUCURPF COMO PRIMERAS SERIES, CON SU
      *>   NOMBRE Y REGION. SIN MAESTRO EL REPORTE SALE IGUAL, CON LAS
      *>   SUCURSALES QUE APAREZCAN EN PRESUPF O EN EL HISTORIAL Y SIN
      *>   REGION
       0600-CARGAR-SUCURSALES.

           OPEN INPUT SUCUR-FILE

           IF NOT FS-SUCUR-OK
               DISPLAY "AVISO: NO HAY MAESTRO DE SUCURSALES SUCURPF, "
                   "EL REPORTE SALE SOLO CON LOS CODIGOS"
               CLOSE SUCUR-FILE
               GO TO 0600-CARGAR-SUCURSALES-EXIT
           END-IF

           PERFORM UNTIL FS-SUCUR-EOF
               READ SUCUR-FILE
                   AT END
                       SET FS-SUCUR-EOF TO TRUE
                   NOT AT END
                       IF WS-SER-CANT = 20
                           DISPLAY "ERROR: SUCURPF TIENE MAS DE 20 "
                               "SUCURSALES, NO ENTRAN EN LA TABLA"
                           DISPLAY "PROGRAMA ABORTADO"
                           MOVE 1 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-SER-CANT
                       INITIALIZE WS-SER-ENTRADA(WS-SER-CANT)
                       SET SER-SUCURSAL(WS-SER-CANT) TO TRUE
                       MOVE SUCUR-REG-CODIGO
                           TO WS-SER-CODIGO(WS-SER-CANT)
                       MOVE SUCUR-REG-NOMBRE
                           TO WS-SER-NOMBRE(WS-SER-CANT)
                       MOVE SUCUR-REG-REGION
                           TO WS-SER-REGION(WS-SER-CANT)
                       IF SUCUR-REG-REGION = SPACES
                           MOVE "SIN REGION"
                               TO WS-SER-REGION(WS-SER-CANT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SUCUR-FILE.

       0600-CARGAR-SUCURSALES-EXIT.
           EXIT.


      *>   SUMA LAS METAS DE PRESUPF DEL ANIO DEL REPORTE: LA DEL MES
      *>   DEL REPORTE POR UN LADO Y LAS DE LOS MESES ANTERIORES POR
      *>   OTRO; LAS DE LOS MESES POSTERIORES NO ENTRAN. SIN PRESUPF NO
      *>   HAY CONTRA QUE COMPARAR
       0700-CARGAR-PRESUPUESTO.

           OPEN INPUT PRESUP-FILE

           IF NOT FS-PRESUP-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR EL PRESUPUESTO DE "
                   "VISITAS PRESUPF - STATUS " WS-FS-PRESUP
               DISPLAY "SI TODAVIA NO SE CARGO, CORRA MNT-PRESUP"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FS-PRESUP-EOF
               READ PRESUP-FILE
                   AT END
                       SET FS-PRESUP-EOF TO TRUE
                   NOT AT END
                       IF PRESUP-REG-ANIO = WS-PER-ANIO
                               AND PRESUP-REG-MES NOT > WS-PER-MES
                           MOVE PRESUP-REG-SUC TO WS-BUS-CODIGO
                           PERFORM 1400-BUSCAR-SUCURSAL
                               THRU 1400-BUSCAR-SUCURSAL-EXIT
                           PERFORM 0750-SUMAR-META
                               THRU 0750-SUMAR-META-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PRESUP-FILE.

       0700-CARGAR-PRESUPUESTO-EXIT.
           EXIT.


      *>   SUMA LA META DEL REGISTRO A LA SUCURSAL SUC
       0750-SUMAR-META.

           IF PRESUP-REG-MES = WS-PER-MES
               ADD PRESUP-REG-VISITAS TO WS-SER-META-VIS-MES(SUC)
               ADD PRESUP-REG-MONTO TO WS-SER-META-PES-MES(SUC)
           ELSE
               ADD PRESUP-REG-VISITAS TO WS-SER-META-VIS-ANT(SUC)
               ADD PRESUP-REG-MONTO TO WS-SER-META-PES-ANT(SUC)
           END-IF.

       0750-SUMAR-META-EXIT.
           EXIT.


      *>   LEE EL HISTORIAL DESDE EL 1 DE ENERO DEL ANIO DEL REPORTE
      *>   HASTA WS-FECHA-LIMITE, EN ORDEN DE CLAVE (FECHA DE CIERRE Y
      *>   SUCURSAL), SUMANDO CADA DIA A SU SUCURSAL Y ANOTANDO EL
      *>   ULTIMO CIERRE LEIDO
       1000-PROCESAR-HISTORIAL.

           OPEN INPUT HISVIX-FILE

           IF NOT FS-HISVIX-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR EL HISTORIAL DE "
                   "VISITAS HISVIXPF - STATUS " WS-FS-HISVIX
               DISPLAY "SI TODAVIA NO SE CARGO, CORRA CAR-HISVIX"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-FECHA-DESDE TO HVX-REG-FECHA
           MOVE LOW-VALUES TO HVX-REG-LOC

           START HISVIX-FILE KEY IS NOT < HVX-REG-CLAVE
               INVALID KEY
                   SET FIN-LECTURA TO TRUE
           END-START

           PERFORM UNTIL FIN-LECTURA
               READ HISVIX-FILE NEXT RECORD
                   AT END
                       SET FIN-LECTURA TO TRUE
                   NOT AT END
                       IF HVX-REG-FECHA > WS-FECHA-LIMITE
                           SET FIN-LECTURA TO TRUE
                       ELSE
                           MOVE HVX-REG-LOC TO WS-BUS-CODIGO
                           PERFORM 1400-BUSCAR-SUCURSAL
                               THRU 1400-BUSCAR-SUCURSAL-EXIT
                           PERFORM 1200-ACUMULAR-REAL
                               THRU 1200-ACUMULAR-REAL-EXIT
                           IF HVX-REG-FECHA > WS-ULT-CIERRE
                               MOVE HVX-REG-FECHA TO WS-ULT-CIERRE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HISVIX-FILE

      *>       DIAS DEL MES YA CUBIERTOS: TODO EL MES SI HAY UN CIERRE
      *>       POSTERIOR, HASTA EL DIA DEL ULTIMO CIERRE SI CAE EN EL
      *>       MES, NINGUNO SI TODAVIA NO SE CERRO UNA SEMANA DEL MES
           EVALUATE TRUE
               WHEN WS-UCI-PERIODO > WS-PERIODO
                   MOVE WS-PER-LARGO TO WS-DIAS-CUBIERTOS
               WHEN WS-UCI-PERIODO = WS-PERIODO
                   MOVE WS-UCI-DIA TO WS-DIAS-CUBIERTOS
               WHEN OTHER
                   MOVE 0 TO WS-DIAS-CUBIERTOS
           END-EVALUATE.

       1000-PROCESAR-HISTORIAL-EXIT.
           EXIT.


      *>   SUMA LAS VISITAS DEL REGISTRO, Y SU VALOR A LA TARIFA DE LA
      *>   SEMANA, A LA SUCURSAL SUC: CON DETALLE CADA DIA EN EL MES EN
      *>   QUE CAYO; SOLO TOTAL (HISTORIA VIEJA), EL TOTAL ENTERO EN EL
      *>   MES DE SU FECHA. LO QUE CAE FUERA DEL ANIO O DESPUES DEL MES
      *>   DEL REPORTE NO SE CUENTA
       1200-ACUMULAR-REAL.

           IF HVX-SOLO-TOTAL
               MOVE HVX-REG-FECHA TO WS-CLA-FECHA
               MOVE HVX-REG-TOTAL TO WS-DIA-VISITAS
               PERFORM 1250-SUMAR-DIA
                   THRU 1250-SUMAR-DIA-EXIT
               GO TO 1200-ACUMULAR-REAL-EXIT
           END-IF

           MOVE HVX-REG-FECHA TO WS-HVD-FECHA-SEM
           PERFORM 8750-UBICAR-DIAS-SEMANA
               THRU 8750-UBICAR-DIAS-SEMANA-EXIT

           PERFORM VARYING DIA FROM 1 BY 1 UNTIL DIA > 7
               MOVE WS-HVD-FECHA(DIA) TO WS-CLA-FECHA
               MOVE HVX-REG-VISITAS(DIA) TO WS-DIA-VISITAS
               PERFORM 1250-SUMAR-DIA
                   THRU 1250-SUMAR-DIA-EXIT
           END-PERFORM.

       1200-ACUMULAR-REAL-EXIT.
           EXIT.


      *>   SUMA WS-DIA-VISITAS, CAIDAS EN WS-CLA-FECHA, AL MES DEL
      *>   REPORTE O A LOS ANTERIORES DE LA SUCURSAL SUC
       1250-SUMAR-DIA.

           IF WS-CLA-ANIO NOT = WS-PER-ANIO
                   OR WS-CLA-MES > WS-PER-MES
                   OR WS-DIA-VISITAS = 0
               GO TO 1250-SUMAR-DIA-EXIT
           END-IF

           COMPUTE WS-DIA-PESOS = WS-DIA-VISITAS * HVX-REG-TARIFA

           IF WS-CLA-MES = WS-PER-MES
               ADD WS-DIA-VISITAS TO WS-SER-REAL-VIS-MES(SUC)
               ADD WS-DIA-PESOS TO WS-SER-REAL-PES-MES(SUC)
           ELSE
               ADD WS-DIA-VISITAS TO WS-SER-REAL-VIS-ANT(SUC)
               ADD WS-DIA-PESOS TO WS-SER-REAL-PES-ANT(SUC)
           END-IF.

       1250-SUMAR-DIA-EXIT.
           EXIT.


      *>   DEJA EN SUC LA SERIE DE LA SUCURSAL WS-BUS-CODIGO, DANDOLA
      *>   DE ALTA SI NO ESTA: "****" ES LA HISTORIA VIEJA CARGADA SIN
      *>   SUCURSAL, CUALQUIER OTRO CODIGO ES UNA SUCURSAL QUE NO ESTA
      *>   EN SUCURPF (DADA DE BAJA O SIN MAESTRO)
       1400-BUSCAR-SUCURSAL.

           PERFORM VARYING SUC FROM 1 BY 1
                   UNTIL SUC > WS-SER-CANT
               IF WS-SER-CODIGO(SUC) = WS-BUS-CODIGO
                   GO TO 1400-BUSCAR-SUCURSAL-EXIT
               END-IF
           END-PERFORM

           IF WS-SER-CANT = 30
               DISPLAY "ERROR: HAY MAS SUCURSALES DE LAS QUE ENTRAN "
                   "EN LA TABLA (30)"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-SER-CANT
           MOVE WS-SER-CANT TO SUC
           INITIALIZE WS-SER-ENTRADA(SUC)
           SET SER-SUCURSAL(SUC) TO TRUE
           MOVE WS-BUS-CODIGO TO WS-SER-CODIGO(SUC)

           IF WS-SER-CODIGO(SUC) = "****"
               MOVE "(TOTAL SIN SUCURSAL)" TO WS-SER-NOMBRE(SUC)
               MOVE "HISTORICO" TO WS-SER-REGION(SUC)
           ELSE
               MOVE "(NO ESTA EN SUCURPF)" TO WS-SER-NOMBRE(SUC)
               MOVE "SIN REGION" TO WS-SER-REGION(SUC)
           END-IF.

       1400-BUSCAR-SUCURSAL-EXIT.
           EXIT.


      *>   AGREGA DESPUES DE LAS SUCURSALES UNA SERIE POR REGION Y LA
      *>   DEL CONSOLIDADO, SUMANDO LAS DE CADA SUCURSAL
       1500-ARMAR-REGIONES.

           MOVE WS-SER-CANT TO WS-SER-CANT-SUC
           COMPUTE WS-SER-PRIMERA-REG = WS-SER-CANT-SUC + 1

           PERFORM VARYING SUC FROM 1 BY 1
                   UNTIL SUC > WS-SER-CANT-SUC
               PERFORM VARYING RGN FROM WS-SER-PRIMERA-REG BY 1
                       UNTIL RGN > WS-SER-CANT
                          OR WS-SER-NOMBRE(RGN) = WS-SER-REGION(SUC)
                   CONTINUE
               END-PERFORM
               IF RGN > WS-SER-CANT
                   ADD 1 TO WS-SER-CANT
                   MOVE WS-SER-CANT TO RGN
                   INITIALIZE WS-SER-ENTRADA(RGN)
                   SET SER-REGION(RGN) TO TRUE
                   MOVE WS-SER-REGION(SUC) TO WS-SER-NOMBRE(RGN)
               END-IF
               MOVE RGN TO SER
               PERFORM 1550-SUMAR-SERIE
                   THRU 1550-SUMAR-SERIE-EXIT
           END-PERFORM

           ADD 1 TO WS-SER-CANT
           MOVE WS-SER-CANT TO SER
           INITIALIZE WS-SER-ENTRADA(SER)
           SET SER-CONSOLIDADO(SER) TO TRUE
           MOVE "TOTAL CONSOLIDADO" TO WS-SER-NOMBRE(SER)
           PERFORM VARYING SUC FROM 1 BY 1
                   UNTIL SUC > WS-SER-CANT-SUC
               PERFORM 1550-SUMAR-SERIE
                   THRU 1550-SUMAR-SERIE-EXIT
           END-PERFORM.

       1500-ARMAR-REGIONES-EXIT.
           EXIT.


      *>   SUMA LA SERIE DE LA SUCURSAL SUC A LA SERIE SER
       1550-SUMAR-SERIE.

           ADD WS-SER-REAL-VIS-MES(SUC) TO WS-SER-REAL-VIS-MES(SER)
           ADD WS-SER-REAL-VIS-ANT(SUC) TO WS-SER-REAL-VIS-ANT(SER)
           ADD WS-SER-REAL-PES-MES(SUC) TO WS-SER-REAL-PES-MES(SER)
           ADD WS-SER-REAL-PES-ANT(SUC) TO WS-SER-REAL-PES-ANT(SER)
           ADD WS-SER-META-VIS-MES(SUC) TO WS-SER-META-VIS-MES(SER)
           ADD WS-SER-META-VIS-ANT(SUC) TO WS-SER-META-VIS-ANT(SER)
           ADD WS-SER-META-PES-MES(SUC) TO WS-SER-META-PES-MES(SER)
           ADD WS-SER-META-PES-ANT(SUC) TO WS-SER-META-PES-ANT(SER).

       1550-SUMAR-SERIE-EXIT.
           EXIT.


      *>   IMPRIME EL ENCABEZADO, LAS TRES APERTURAS (SUCURSAL, REGION
      *>   Y CONSOLIDADO, DOS LINEAS CADA SERIE: MES Y ACUMULADO DEL
      *>   ANIO) Y LA LISTA DE SUCURSALES ATRASADAS
       3000-EMITIR-REPORTE.

           MOVE WS-PER-ANIO TO WS-RL-TIT-ANIO
           MOVE WS-PER-MES TO WS-RL-TIT-MES
           MOVE WS-DIAS-CUBIERTOS TO WS-RL-COR-DIAS
           MOVE WS-PER-LARGO TO WS-RL-COR-LARGO
           MOVE WS-ATRASO-UMBRAL TO WS-RL-UMB-VAL

           DISPLAY " "
           DISPLAY WS-RL-TITULO
           DISPLAY " "
           DISPLAY WS-RL-CORTE
           DISPLAY WS-RL-UMBRAL

           IF WS-SER-META-VIS-MES(WS-SER-CANT) = 0
                   AND WS-SER-META-VIS-ANT(WS-SER-CANT) = 0
               DISPLAY " "
               DISPLAY WS-RL-SIN-METAS
           END-IF

           DISPLAY " "
           MOVE "POR SUCURSAL" TO WS-RL-SUBTITULO
           DISPLAY WS-RL-SUBTITULO
           DISPLAY WS-RL-CABECERA-1
           DISPLAY WS-RL-CABECERA-2
           PERFORM VARYING SER FROM 1 BY 1
                   UNTIL SER > WS-SER-CANT-SUC
               PERFORM 3100-EMITIR-SERIE
                   THRU 3100-EMITIR-SERIE-EXIT
           END-PERFORM

           DISPLAY " "
           MOVE "POR REGION" TO WS-RL-SUBTITULO
           DISPLAY WS-RL-SUBTITULO
           DISPLAY WS-RL-CABECERA-1
           DISPLAY WS-RL-CABECERA-2
           PERFORM VARYING SER FROM WS-SER-PRIMERA-REG BY 1
                   UNTIL SER > WS-SER-CANT
               IF SER-REGION(SER)
                   PERFORM 3100-EMITIR-SERIE
                       THRU 3100-EMITIR-SERIE-EXIT
               END-IF
           END-PERFORM

           DISPLAY " "
           MOVE "CONSOLIDADO" TO WS-RL-SUBTITULO
           DISPLAY WS-RL-SUBTITULO
           DISPLAY WS-RL-CABECERA-1
           DISPLAY WS-RL-CABECERA-2
           MOVE WS-SER-CANT TO SER
           PERFORM 3100-EMITIR-SERIE
               THRU 3100-EMITIR-SERIE-EXIT

           DISPLAY " "
           IF WS-CANT-ATRASADAS = 0
               DISPLAY "NINGUNA SUCURSAL ESTA MAS DE " WS-RL-UMB-VAL
                   " POR CIENTO DEBAJO DE SU META"
               GO TO 3000-EMITIR-REPORTE-EXIT
           END-IF

           DISPLAY "SUCURSALES ATRASADAS (MAS DE " WS-RL-UMB-VAL
               " POR CIENTO DEBAJO DE LA META EN EL MES O EN EL ANIO): "
               WS-CANT-ATRASADAS
           PERFORM VARYING SER FROM 1 BY 1
                   UNTIL SER > WS-SER-CANT-SUC
               IF SER-ATRASADA(SER)
                   DISPLAY "  " WS-SER-CODIGO(SER) " "
                       WS-SER-NOMBRE(SER) " " WS-SER-REGION(SER)
               END-IF
           END-PERFORM.

       3000-EMITIR-REPORTE-EXIT.
           EXIT.


      *>   IMPRIME LAS DOS LINEAS DE LA SERIE SER: EL MES, CONTRA LA
      *>   META PRORRATEADA POR LOS DIAS CUBIERTOS, Y EL ACUMULADO DEL
      *>   ANIO, CONTRA LAS METAS DE LOS MESES ANTERIORES MAS LA DEL MES
      *>   PRORRATEADA. UNA SERIE SIN METAS NI VISITAS NO SE IMPRIME
       3100-EMITIR-SERIE.

           IF WS-SER-REAL-VIS-MES(SER) = 0
                   AND WS-SER-REAL-VIS-ANT(SER) = 0
                   AND WS-SER-META-VIS-MES(SER) = 0
                   AND WS-SER-META-VIS-ANT(SER) = 0
               GO TO 3100-EMITIR-SERIE-EXIT
           END-IF

           COMPUTE WS-CMP-META-VIS-MES ROUNDED =
               WS-SER-META-VIS-MES(SER) * WS-DIAS-CUBIERTOS
                   / WS-PER-LARGO
           COMPUTE WS-CMP-META-PES-MES ROUNDED =
               WS-SER-META-PES-MES(SER) * WS-DIAS-CUBIERTOS
                   / WS-PER-LARGO

           MOVE WS-SER-CODIGO(SER) TO WS-RL-FILA-COD
           MOVE WS-SER-NOMBRE(SER) TO WS-RL-FILA-NOMBRE
           MOVE "MES" TO WS-RL-FILA-PERIODO
           MOVE WS-SER-REAL-VIS-MES(SER) TO WS-CMP-REAL-VIS
           MOVE WS-CMP-META-VIS-MES TO WS-CMP-META-VIS
           MOVE WS-SER-REAL-PES-MES(SER) TO WS-CMP-REAL-PES
           MOVE WS-CMP-META-PES-MES TO WS-CMP-META-PES
           PERFORM 3200-EMITIR-LINEA
               THRU 3200-EMITIR-LINEA-EXIT

           MOVE SPACES TO WS-RL-FILA-COD
           MOVE SPACES TO WS-RL-FILA-NOMBRE
           MOVE "ANIO" TO WS-RL-FILA-PERIODO
           COMPUTE WS-CMP-REAL-VIS =
               WS-SER-REAL-VIS-ANT(SER) + WS-SER-REAL-VIS-MES(SER)
           COMPUTE WS-CMP-META-VIS =
               WS-SER-META-VIS-ANT(SER) + WS-CMP-META-VIS-MES
           COMPUTE WS-CMP-REAL-PES =
               WS-SER-REAL-PES-ANT(SER) + WS-SER-REAL-PES-MES(SER)
           COMPUTE WS-CMP-META-PES =
               WS-SER-META-PES-ANT(SER) + WS-CMP-META-PES-MES
           PERFORM 3200-EMITIR-LINEA
               THRU 3200-EMITIR-LINEA-EXIT.

       3100-EMITIR-SERIE-EXIT.
           EXIT.


      *>   ARMA E IMPRIME UNA LINEA CON LOS WS-CMP-* YA CARGADOS: LAS
      *>   DIFERENCIAS, EL PORCENTAJE DE LA DIFERENCIA DE VISITAS SOBRE
      *>   LA META Y LA MARCA DE ATRASO; SIN META NO HAY PORCENTAJE. UNA
      *>   SUCURSAL ATRASADA QUEDA ANOTADA PARA LA LISTA FINAL
       3200-EMITIR-LINEA.

           COMPUTE WS-CMP-DIF-VIS = WS-CMP-REAL-VIS - WS-CMP-META-VIS
           COMPUTE WS-CMP-DIF-PES = WS-CMP-REAL-PES - WS-CMP-META-PES

           MOVE WS-CMP-REAL-VIS TO WS-RL-FILA-REAL-VIS
           MOVE WS-CMP-META-VIS TO WS-RL-FILA-META-VIS
           MOVE WS-CMP-DIF-VIS TO WS-RL-FILA-DIF-VIS
           MOVE WS-CMP-REAL-PES TO WS-RL-FILA-REAL-PES
           MOVE WS-CMP-META-PES TO WS-RL-FILA-META-PES
           MOVE WS-CMP-DIF-PES TO WS-RL-FILA-DIF-PES
           MOVE SPACES TO WS-RL-FILA-MARCA

           IF WS-CMP-META-VIS = 0
               MOVE "SIN META" TO WS-RL-FILA-PORC-X
           ELSE
               COMPUTE WS-CMP-PORC ROUNDED =
                   WS-CMP-DIF-VIS * 100 / WS-CMP-META-VIS
               MOVE WS-CMP-PORC TO WS-RL-FILA-PORC
               IF WS-CMP-PORC < 0 - WS-ATRASO-UMBRAL
                   MOVE "ATRASADA" TO WS-RL-FILA-MARCA
                   IF SER-SUCURSAL(SER) AND NOT SER-ATRASADA(SER)
                       SET SER-ATRASADA(SER) TO TRUE
                       ADD 1 TO WS-CANT-ATRASADAS
                   END-IF
               END-IF
           END-IF

           DISPLAY WS-RL-FILA.

       3200-EMITIR-LINEA-EXIT.
           EXIT.


      *>   VALIDACION DE FECHA COMPARTIDA (VER 0500-INICIALIZAR)
           COPY FECHAVAL.

      *>   CALCULO COMPARTIDO DE DIAS CORRIDOS Y DIA DE LA SEMANA, Y
      *>   UBICACION DE CADA DIA DE UNA SEMANA EN SU FECHA (VER 1200)
           COPY DIASCALC.
           COPY HISVCALC.
