      *> TOTAL DE VISITAS DE ESE MES EN EL ANIO PEDIDO, EN EL ANIO
      *> ANTERIOR Y DOS ANIOS ATRAS, MOSTRANDO EL PORCENTAJE DE
      *> CRECIMIENTO O CAIDA CONTRA CADA UNO DE LOS DOS ANIOS PREVIOS.
      *>
      *> MODIFICACIONES
      *> - LOS REGISTROS DE AJUSTE DE ACUMVISPF (CORRECCIONES DE
      *>   COR-VISIT SOBRE UNA SEMANA YA CONSOLIDADA) SUMAN O RESTAN SU
      *>   DIFERENCIA EN EL MES DE LA SEMANA QUE CORRIGEN.
      *> - SE LEE EL HISTORIAL INDEXADO HISVIXPF (CLAVE FECHA DE
      *>   CIERRE + SUCURSAL) EN VEZ DE ACUMVISPF: POR CADA ANIO SE
      *>   POSICIONA EN EL PRIMER CIERRE QUE PUEDE TRAER DIAS DEL MES
      *>   Y LEE HASTA EL ULTIMO, SIN RECORRER EL RESTO. CADA DIA SE
      *>   SUMA AL MES EN QUE CAYO (VER HISVCALC.CPY), ASI UNA SEMANA
      *>   QUE CRUZA DE UN MES A OTRO YA NO VA ENTERA AL MES DEL
      *>   CIERRE. LAS CORRECCIONES DE COR-VISIT YA ESTAN APLICADAS EN
      *>   EL HISTORIAL. ADEMAS DEL TOTAL CONSOLIDADO, EL REPORTE
      *>   ABRE LOS TRES ANIOS POR SUCURSAL Y POR REGION (DE SUCURPF);
      *>   LA HISTORIA VIEJA CARGADA SIN SUCURSAL VA EN SU PROPIA
      *>   LINEA.

      *>--------------------------------------
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   HISTORIAL INDEXADO DE VISITAS POR SUCURSAL Y SEMANA, MISMO
      *>   ARCHIVO QUE ESCRIBE EJ-03ENCL18 EN 7950
           SELECT HISVIX-FILE ASSIGN TO "HISVIXPF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HVX-REG-CLAVE
               FILE STATUS IS WS-FS-HISVIX WS-FS-HISVIX-EXT.

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

       01  WS-FS-SUCUR               PIC XX.
           88 FS-SUCUR-OK            VALUE "00".
           88 FS-SUCUR-EOF           VALUE "10".
       01  WS-FS-SUCUR-EXT           PIC 9(4).

      *>   SUBINDICES: SUCURSAL, REGION, ANIO COMPARADO (1 = EL PEDIDO,
      *>   2 = EL ANTERIOR, 3 = DOS ATRAS) Y DIA DE LA SEMANA
       01  SUC                       PIC 99.
       01  RGN                       PIC 99.
       01  ANI                       PIC 9.
       77  DIA PIC 9(2).

      *>   ANIOS COMPARADOS, EN EL ORDEN DE ANI
       01  TABLA-YOY-ANIOS.
           02 WS-YOY-ANIO            PIC 9(4) OCCURS 3 TIMES.

      *>   RANGO DE FECHAS DE CIERRE A LEER PARA UN ANIO: DESDE EL 1
      *>   DEL MES PEDIDO HASTA EL 6 DEL MES SIGUIENTE (LA ULTIMA
      *>   SEMANA QUE PUEDE TENER DIAS DEL MES CIERRA A LO SUMO SEIS
      *>   DIAS DESPUES DE QUE EL MES TERMINA)
       01  WS-FECHA-DESDE            PIC 9(8) VALUE 0.
       01  WS-FECHA-DESDE-R REDEFINES WS-FECHA-DESDE.
           02 WS-FDE-ANIO            PIC 9(4).
           02 WS-FDE-MES             PIC 9(2).
           02 WS-FDE-DIA             PIC 9(2).
       01  WS-FECHA-HASTA            PIC 9(8) VALUE 0.
       01  WS-FECHA-HASTA-R REDEFINES WS-FECHA-HASTA.
           02 WS-FHA-ANIO            PIC 9(4).
           02 WS-FHA-MES             PIC 9(2).
           02 WS-FHA-DIA             PIC 9(2).
       01  WS-FIN-LECTURA-SW         PIC X(01) VALUE "N".
           88 FIN-LECTURA            VALUE "S".

      *>   FECHA DE CIERRE DEL REGISTRO LEIDO, PARTIDA (UN REGISTRO
      *>   SOLO TOTAL VA ENTERO AL MES DE SU FECHA) Y VISITAS QUE
      *>   APORTA AL MES PEDIDO
       01  WS-CLA-FECHA              PIC 9(8) VALUE 0.
       01  WS-CLA-FECHA-R REDEFINES WS-CLA-FECHA.
           02 WS-CLA-ANIO            PIC 9(4).
           02 WS-CLA-MES             PIC 9(2).
           02 WS-CLA-DIA             PIC 9(2).
       01  WS-VISITAS-MES            PIC 9(6) VALUE 0.

      *>   TOTALES POR SUCURSAL: LAS DE SUCURPF EN SU ORDEN, MAS LAS
      *>   QUE APARECEN EN EL HISTORIAL SIN ESTAR EN EL MAESTRO Y LA
      *>   HISTORIA VIEJA SIN SUCURSAL ("****")
       01  TABLA-YOY-CONS.
           02 WS-YOY-TOTAL-CONS      PIC 9(7) OCCURS 3 TIMES
                                         VALUE 0.
       01  WS-YS-CANT                PIC 99 VALUE 0.
       01  TABLA-YOY-SUC.
           02 WS-YS-ENTRADA OCCURS 30 TIMES.
               03 WS-YS-CODIGO       PIC X(4).
               03 WS-YS-NOMBRE       PIC X(20).
               03 WS-YS-REGION       PIC X(10).
               03 WS-YS-TOTAL        PIC 9(7) OCCURS 3 TIMES.

      *>   TOTALES POR REGION, ARMADOS DESDE LOS DE SUCURSAL
       01  WS-YR-CANT                PIC 99 VALUE 0.
       01  TABLA-YOY-REG.
           02 WS-YR-ENTRADA OCCURS 30 TIMES.
               03 WS-YR-REGION       PIC X(10).
               03 WS-YR-TOTAL        PIC 9(7) OCCURS 3 TIMES.

      *>   VARIACION DE UNA FILA (VER 4300-ARMAR-VARIACION)
       01  WS-VAR-ACTUAL             PIC 9(7) VALUE 0.
       01  WS-VAR-BASE-ANT           PIC 9(7) VALUE 0.
       01  WS-VAR-BASE-DOS           PIC 9(7) VALUE 0.
       01  WS-VAR-PORC               PIC S9(3) VALUE 0.

      *>   CAMPOS DEL CALCULO DE FECHAS DE CADA DIA DE LA SEMANA (VER
      *>   DIASCPY.CPY Y HISVCPY.CPY)
           COPY DIASCPY.
           COPY HISVCPY.

      *>   MES Y ANIO PEDIDOS POR TECLADO
       01  WS-MES-CONSULTA           PIC 9(2) VALUE 0.
           02 FILLER                 PIC X(25)
               VALUE ": SIN DATOS PARA COMPARAR".

      *>   APERTURA POR SUCURSAL Y POR REGION: UNA FILA POR SUCURSAL
      *>   (O REGION) CON LOS TRES ANIOS Y LA VARIACION DEL PEDIDO
      *>   CONTRA CADA UNO DE LOS DOS PREVIOS ("S/D" SIN BASE)
       01  WS-RL-SUBTITULO           PIC X(60) VALUE SPACES.
       01  WS-RL-CABECERA.
           02 FILLER                 PIC X(36)
               VALUE "SUC  NOMBRE               REGION".
           02 FILLER                 PIC X(5) VALUE SPACES.
           02 WS-RL-CAB-ANIO1        PIC 9(4).
           02 FILLER                 PIC X(5) VALUE SPACES.
           02 WS-RL-CAB-ANIO2        PIC 9(4).
           02 FILLER                 PIC X(5) VALUE SPACES.
           02 WS-RL-CAB-ANIO3        PIC 9(4).
           02 FILLER                 PIC X(5) VALUE "   VS".
           02 WS-RL-CAB-VS1          PIC 99.
           02 FILLER                 PIC X(5) VALUE "   VS".
           02 WS-RL-CAB-VS2          PIC 99.
       01  WS-RL-FILA.
           02 WS-RL-FILA-COD         PIC X(4).
           02 FILLER                 PIC X(1) VALUE SPACE.
           02 WS-RL-FILA-NOMBRE      PIC X(20).
           02 FILLER                 PIC X(1) VALUE SPACE.
           02 WS-RL-FILA-REGION      PIC X(10).
           02 FILLER                 PIC X(2) VALUE SPACES.
           02 WS-RL-FILA-CANT1       PIC ZZZZZZ9.
           02 FILLER                 PIC X(2) VALUE SPACES.
           02 WS-RL-FILA-CANT2       PIC ZZZZZZ9.
           02 FILLER                 PIC X(2) VALUE SPACES.
           02 WS-RL-FILA-CANT3       PIC ZZZZZZ9.
           02 FILLER                 PIC X(2) VALUE SPACES.
           02 WS-RL-FILA-VS1.
               03 WS-RL-FILA-VS1-VAL PIC ---9.
               03 WS-RL-FILA-VS1-SIG PIC X(1).
           02 WS-RL-FILA-VS1-NA REDEFINES WS-RL-FILA-VS1 PIC X(5).
           02 FILLER                 PIC X(2) VALUE SPACES.
           02 WS-RL-FILA-VS2.
               03 WS-RL-FILA-VS2-VAL PIC ---9.
               03 WS-RL-FILA-VS2-SIG PIC X(1).
           02 WS-RL-FILA-VS2-NA REDEFINES WS-RL-FILA-VS2 PIC X(5).

      *>---------------------------PROCEDURE----------------------------
       PROCEDURE DIVISION.

           PERFORM 1000-PEDIR-MES-ANIO
               THRU 1000-PEDIR-MES-ANIO-EXIT

           PERFORM 1500-CARGAR-SUCURSALES
               THRU 1500-CARGAR-SUCURSALES-EXIT

           PERFORM 2000-PROCESAR-HISTORIAL
               THRU 2000-PROCESAR-HISTORIAL-EXIT

           PERFORM 3000-CALCULAR-PORCENTAJES
               THRU 3000-CALCULAR-PORCENTAJES-EXIT
           END-IF

           COMPUTE WS-ANIO-ANTERIOR = WS-ANIO-CONSULTA - 1
           COMPUTE WS-ANIO-DOS-ATRAS = WS-ANIO-CONSULTA - 2

           MOVE WS-ANIO-CONSULTA TO WS-YOY-ANIO(1)
           MOVE WS-ANIO-ANTERIOR TO WS-YOY-ANIO(2)
           MOVE WS-ANIO-DOS-ATRAS TO WS-YOY-ANIO(3).

       1000-PEDIR-MES-ANIO-EXIT.
           EXIT.


      *>   CARGA LAS SUCURSALES DE SUCURPF COMO PRIMERAS FILAS DE LA
      *>   TABLA DE TOTALES, CON SU NOMBRE Y REGION. SIN MAESTRO EL
      *>   REPORTE SALE IGUAL, CON LAS SUCURSALES QUE APAREZCAN EN EL
      *>   HISTORIAL Y SIN REGION
       1500-CARGAR-SUCURSALES.

           OPEN INPUT SUCUR-FILE

           IF NOT FS-SUCUR-OK
               DISPLAY "AVISO: NO HAY MAESTRO DE SUCURSALES SUCURPF, "
                   "EL REPORTE SALE SOLO CON LOS CODIGOS"
               CLOSE SUCUR-FILE
               GO TO 1500-CARGAR-SUCURSALES-EXIT
           END-IF

           PERFORM UNTIL FS-SUCUR-EOF
               READ SUCUR-FILE
                   AT END
                       SET FS-SUCUR-EOF TO TRUE
                   NOT AT END
                       IF WS-YS-CANT = 20
                           DISPLAY "ERROR: SUCURPF TIENE MAS DE 20 "
                               "SUCURSALES, NO ENTRAN EN LA TABLA"
                           DISPLAY "PROGRAMA ABORTADO"
                           MOVE 1 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-YS-CANT
                       INITIALIZE WS-YS-ENTRADA(WS-YS-CANT)
                       MOVE SUCUR-REG-CODIGO
                           TO WS-YS-CODIGO(WS-YS-CANT)
                       MOVE SUCUR-REG-NOMBRE
                           TO WS-YS-NOMBRE(WS-YS-CANT)
                       MOVE SUCUR-REG-REGION
                           TO WS-YS-REGION(WS-YS-CANT)
                       IF SUCUR-REG-REGION = SPACES
                           MOVE "SIN REGION"
                               TO WS-YS-REGION(WS-YS-CANT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SUCUR-FILE.

       1500-CARGAR-SUCURSALES-EXIT.
           EXIT.


      *>   LEE DEL HISTORIAL INDEXADO, PARA CADA UNO DE LOS TRES ANIOS
      *>   COMPARADOS, SOLO LAS SEMANAS QUE PUEDEN TENER DIAS DEL MES
      *>   PEDIDO (VER 2100-LEER-MES)
       2000-PROCESAR-HISTORIAL.

           OPEN INPUT HISVIX-FILE

           IF NOT FS-HISVIX-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR EL HISTORIAL DE "
                   "VISITAS HISVIXPF - STATUS " WS-FS-HISVIX
               DISPLAY "SI TODAVIA NO SE CARGO, CORRA CAR-HISVIX"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING ANI FROM 1 BY 1 UNTIL ANI > 3
               PERFORM 2100-LEER-MES
                   THRU 2100-LEER-MES-EXIT
           END-PERFORM

           CLOSE HISVIX-FILE

           MOVE WS-YOY-TOTAL-CONS(1) TO WS-TOTAL-ANIO-ACTUAL
           MOVE WS-YOY-TOTAL-CONS(2) TO WS-TOTAL-ANIO-ANTERIOR
           MOVE WS-YOY-TOTAL-CONS(3) TO WS-TOTAL-DOS-ANIOS-ATRAS.

       2000-PROCESAR-HISTORIAL-EXIT.
           EXIT.


      *>   SE POSICIONA EN EL PRIMER CIERRE DEL MES PEDIDO DEL ANIO
      *>   WS-YOY-ANIO(ANI) Y LEE EN ORDEN DE CLAVE HASTA PASAR EL 6
      *>   DEL MES SIGUIENTE
       2100-LEER-MES.

           MOVE WS-YOY-ANIO(ANI) TO WS-FDE-ANIO
           MOVE WS-MES-CONSULTA TO WS-FDE-MES
           MOVE 1 TO WS-FDE-DIA

           IF WS-MES-CONSULTA = 12
               COMPUTE WS-FHA-ANIO = WS-YOY-ANIO(ANI) + 1
               MOVE 1 TO WS-FHA-MES
           ELSE
               MOVE WS-YOY-ANIO(ANI) TO WS-FHA-ANIO
               COMPUTE WS-FHA-MES = WS-MES-CONSULTA + 1
           END-IF
           MOVE 6 TO WS-FHA-DIA

           MOVE "N" TO WS-FIN-LECTURA-SW
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
                       IF HVX-REG-FECHA > WS-FECHA-HASTA
                           SET FIN-LECTURA TO TRUE
                       ELSE
                           PERFORM 2200-SUMAR-REGISTRO
                               THRU 2200-SUMAR-REGISTRO-EXIT
                       END-IF
               END-READ
           END-PERFORM.

       2100-LEER-MES-EXIT.
           EXIT.


      *>   SUMA AL ANIO ANI LAS VISITAS DEL REGISTRO QUE CAYERON EN EL
      *>   MES PEDIDO: CON DETALLE, DIA POR DIA SEGUN LA FECHA DE CADA
      *>   UNO; SOLO TOTAL (HISTORIA VIEJA), EL TOTAL ENTERO SI LA
      *>   FECHA DEL REGISTRO ES DE ESE MES
       2200-SUMAR-REGISTRO.

           MOVE 0 TO WS-VISITAS-MES

           IF HVX-SOLO-TOTAL
               MOVE HVX-REG-FECHA TO WS-CLA-FECHA
               IF WS-CLA-ANIO = WS-YOY-ANIO(ANI)
                       AND WS-CLA-MES = WS-MES-CONSULTA
                   MOVE HVX-REG-TOTAL TO WS-VISITAS-MES
               END-IF
           ELSE
               MOVE HVX-REG-FECHA TO WS-HVD-FECHA-SEM
               PERFORM 8750-UBICAR-DIAS-SEMANA
                   THRU 8750-UBICAR-DIAS-SEMANA-EXIT
               PERFORM VARYING DIA FROM 1 BY 1 UNTIL DIA > 7
                   IF WS-HVD-ANIO(DIA) = WS-YOY-ANIO(ANI)
                           AND WS-HVD-MES(DIA) = WS-MES-CONSULTA
                       ADD HVX-REG-VISITAS(DIA) TO WS-VISITAS-MES
                   END-IF
               END-PERFORM
           END-IF

           IF WS-VISITAS-MES = 0
               GO TO 2200-SUMAR-REGISTRO-EXIT
           END-IF

           PERFORM 2300-BUSCAR-SUCURSAL
               THRU 2300-BUSCAR-SUCURSAL-EXIT

           ADD WS-VISITAS-MES TO WS-YS-TOTAL(SUC, ANI)
           ADD WS-VISITAS-MES TO WS-YOY-TOTAL-CONS(ANI).

       2200-SUMAR-REGISTRO-EXIT.
           EXIT.


      *>   DEJA EN SUC LA FILA DE LA SUCURSAL DEL REGISTRO, DANDOLA DE
      *>   ALTA SI NO ESTA: "****" ES LA HISTORIA VIEJA CARGADA SIN
      *>   SUCURSAL, CUALQUIER OTRO CODIGO ES UNA SUCURSAL QUE NO ESTA
      *>   EN SUCURPF (DADA DE BAJA O SIN MAESTRO)
       2300-BUSCAR-SUCURSAL.

           PERFORM VARYING SUC FROM 1 BY 1
                   UNTIL SUC > WS-YS-CANT
               IF WS-YS-CODIGO(SUC) = HVX-REG-LOC
                   GO TO 2300-BUSCAR-SUCURSAL-EXIT
               END-IF
           END-PERFORM

           IF WS-YS-CANT = 30
               DISPLAY "ERROR: HISVIXPF TIENE MAS SUCURSALES DE LAS "
                   "QUE ENTRAN EN LA TABLA (30)"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-YS-CANT
           MOVE WS-YS-CANT TO SUC
           INITIALIZE WS-YS-ENTRADA(SUC)
           MOVE HVX-REG-LOC TO WS-YS-CODIGO(SUC)

           IF HVX-REG-LOC = "****"
               MOVE "(TOTAL SIN SUCURSAL)" TO WS-YS-NOMBRE(SUC)
               MOVE "HISTORICO" TO WS-YS-REGION(SUC)
           ELSE
               MOVE "(NO ESTA EN SUCURPF)" TO WS-YS-NOMBRE(SUC)
               MOVE "SIN REGION" TO WS-YS-REGION(SUC)
           END-IF.

       2300-BUSCAR-SUCURSAL-EXIT.
           EXIT.


           ELSE
               MOVE WS-ANIO-DOS-ATRAS TO WS-RL-PORC-NA-ANIO
               DISPLAY WS-RL-PORC-NA
           END-IF

           PERFORM 4100-EMITIR-SUCURSALES
               THRU 4100-EMITIR-SUCURSALES-EXIT

           PERFORM 4200-EMITIR-REGIONES
               THRU 4200-EMITIR-REGIONES-EXIT.

       4000-EMITIR-REPORTE-EXIT.
           EXIT.


      *>   APERTURA POR SUCURSAL: UNA FILA POR CADA SUCURSAL QUE TUVO
      *>   VISITAS EN ALGUNO DE LOS TRES ANIOS
       4100-EMITIR-SUCURSALES.

           DISPLAY " "
           MOVE "POR SUCURSAL" TO WS-RL-SUBTITULO
           DISPLAY WS-RL-SUBTITULO
           PERFORM 4400-ARMAR-CABECERA
               THRU 4400-ARMAR-CABECERA-EXIT

           PERFORM VARYING SUC FROM 1 BY 1 UNTIL SUC > WS-YS-CANT
               IF WS-YS-TOTAL(SUC, 1) > 0 OR WS-YS-TOTAL(SUC, 2) > 0
                       OR WS-YS-TOTAL(SUC, 3) > 0
                   MOVE WS-YS-CODIGO(SUC) TO WS-RL-FILA-COD
                   MOVE WS-YS-NOMBRE(SUC) TO WS-RL-FILA-NOMBRE
                   MOVE WS-YS-REGION(SUC) TO WS-RL-FILA-REGION
                   MOVE WS-YS-TOTAL(SUC, 1) TO WS-VAR-ACTUAL
                   MOVE WS-YS-TOTAL(SUC, 2) TO WS-VAR-BASE-ANT
                   MOVE WS-YS-TOTAL(SUC, 3) TO WS-VAR-BASE-DOS
                   MOVE WS-YS-TOTAL(SUC, 1) TO WS-RL-FILA-CANT1
                   MOVE WS-YS-TOTAL(SUC, 2) TO WS-RL-FILA-CANT2
                   MOVE WS-YS-TOTAL(SUC, 3) TO WS-RL-FILA-CANT3
                   PERFORM 4300-ARMAR-VARIACION
                       THRU 4300-ARMAR-VARIACION-EXIT
                   DISPLAY WS-RL-FILA
               END-IF
           END-PERFORM.

       4100-EMITIR-SUCURSALES-EXIT.
           EXIT.


      *>   APERTURA POR REGION: SUMA LAS FILAS DE SUCURSAL POR SU
      *>   REGION (EN EL ORDEN EN QUE APARECE CADA REGION) Y EMITE UNA
      *>   FILA POR REGION
       4200-EMITIR-REGIONES.

           PERFORM VARYING SUC FROM 1 BY 1 UNTIL SUC > WS-YS-CANT
               PERFORM VARYING RGN FROM 1 BY 1
                       UNTIL RGN > WS-YR-CANT
                          OR WS-YR-REGION(RGN) = WS-YS-REGION(SUC)
                   CONTINUE
               END-PERFORM
               IF RGN > WS-YR-CANT
                   ADD 1 TO WS-YR-CANT
                   MOVE WS-YR-CANT TO RGN
                   INITIALIZE WS-YR-ENTRADA(RGN)
                   MOVE WS-YS-REGION(SUC) TO WS-YR-REGION(RGN)
               END-IF
               PERFORM VARYING ANI FROM 1 BY 1 UNTIL ANI > 3
                   ADD WS-YS-TOTAL(SUC, ANI) TO WS-YR-TOTAL(RGN, ANI)
               END-PERFORM
           END-PERFORM

           DISPLAY " "
           MOVE "POR REGION" TO WS-RL-SUBTITULO
           DISPLAY WS-RL-SUBTITULO
           PERFORM 4400-ARMAR-CABECERA
               THRU 4400-ARMAR-CABECERA-EXIT

           PERFORM VARYING RGN FROM 1 BY 1 UNTIL RGN > WS-YR-CANT
               IF WS-YR-TOTAL(RGN, 1) > 0 OR WS-YR-TOTAL(RGN, 2) > 0
                       OR WS-YR-TOTAL(RGN, 3) > 0
                   MOVE SPACES TO WS-RL-FILA-COD
                   MOVE WS-YR-REGION(RGN) TO WS-RL-FILA-NOMBRE
                   MOVE SPACES TO WS-RL-FILA-REGION
                   MOVE WS-YR-TOTAL(RGN, 1) TO WS-VAR-ACTUAL
                   MOVE WS-YR-TOTAL(RGN, 2) TO WS-VAR-BASE-ANT
                   MOVE WS-YR-TOTAL(RGN, 3) TO WS-VAR-BASE-DOS
                   MOVE WS-YR-TOTAL(RGN, 1) TO WS-RL-FILA-CANT1
                   MOVE WS-YR-TOTAL(RGN, 2) TO WS-RL-FILA-CANT2
                   MOVE WS-YR-TOTAL(RGN, 3) TO WS-RL-FILA-CANT3
                   PERFORM 4300-ARMAR-VARIACION
                       THRU 4300-ARMAR-VARIACION-EXIT
                   DISPLAY WS-RL-FILA
               END-IF
           END-PERFORM.

       4200-EMITIR-REGIONES-EXIT.
           EXIT.


      *>   COMPLETA LAS DOS COLUMNAS DE VARIACION DE LA FILA CON EL
      *>   MISMO CALCULO Y EL MISMO TOPE QUE 3000 (ACTUAL EN
      *>   WS-VAR-ACTUAL, BASES EN WS-VAR-BASE-ANT Y WS-VAR-BASE-DOS)
       4300-ARMAR-VARIACION.

           IF WS-VAR-BASE-ANT > 0
               COMPUTE WS-VAR-PORC ROUNDED =
                   ((WS-VAR-ACTUAL - WS-VAR-BASE-ANT) * 100)
                       / WS-VAR-BASE-ANT
                   ON SIZE ERROR
                       MOVE 999 TO WS-VAR-PORC
               END-COMPUTE
               MOVE WS-VAR-PORC TO WS-RL-FILA-VS1-VAL
               MOVE "%" TO WS-RL-FILA-VS1-SIG
           ELSE
               MOVE "  S/D" TO WS-RL-FILA-VS1-NA
           END-IF

           IF WS-VAR-BASE-DOS > 0
               COMPUTE WS-VAR-PORC ROUNDED =
                   ((WS-VAR-ACTUAL - WS-VAR-BASE-DOS) * 100)
                       / WS-VAR-BASE-DOS
                   ON SIZE ERROR
                       MOVE 999 TO WS-VAR-PORC
               END-COMPUTE
               MOVE WS-VAR-PORC TO WS-RL-FILA-VS2-VAL
               MOVE "%" TO WS-RL-FILA-VS2-SIG
           ELSE
               MOVE "  S/D" TO WS-RL-FILA-VS2-NA
           END-IF.

       4300-ARMAR-VARIACION-EXIT.
           EXIT.


      *>   CABECERA DE COLUMNAS CON LOS TRES ANIOS COMPARADOS
       4400-ARMAR-CABECERA.

           MOVE WS-ANIO-CONSULTA TO WS-RL-CAB-ANIO1
           MOVE WS-ANIO-ANTERIOR TO WS-RL-CAB-ANIO2
           MOVE WS-ANIO-DOS-ATRAS TO WS-RL-CAB-ANIO3
           MOVE WS-ANIO-ANTERIOR TO WS-RL-CAB-VS1
           MOVE WS-ANIO-DOS-ATRAS TO WS-RL-CAB-VS2
           DISPLAY WS-RL-CABECERA.

       4400-ARMAR-CABECERA-EXIT.
           EXIT.


      *>   CALCULO COMPARTIDO DE DIAS CORRIDOS Y DIA DE LA SEMANA, Y
      *>   UBICACION DE CADA DIA DE UNA SEMANA EN SU FECHA (VER 2200)
           COPY DIASCALC.
           COPY HISVCALC.
