      *> ESTADISTICO, ES LA MISMA IDEA QUE PICO/VALLE DE EJ-03ENCL18
      *> LLEVADA A UNA PROYECCION: SI VIENE SUBIENDO, SIGUE SUBIENDO;
      *> SI VIENE BAJANDO, SIGUE BAJANDO.
      *>
      *> MODIFICACIONES
      *> - LOS REGISTROS DE AJUSTE QUE COR-VISIT AGREGA EN ACUMVISPF AL
      *>   CORREGIR UNA SEMANA YA CONSOLIDADA NO DESPLAZAN LAS VENTANAS:
      *>   SU DIFERENCIA SE APLICA A LA SEMANA Y AL MES QUE CORRIGEN, SI
      *>   TODAVIA ESTAN DENTRO DE LA VENTANA.
      *> - SE LEE EL HISTORIAL INDEXADO HISVIXPF (CLAVE FECHA DE
      *>   CIERRE + SUCURSAL) EN VEZ DE ACUMVISPF, POSICIONANDO LA
      *>   LECTURA EN EL PRIMER DIA DEL CUARTO MES ANTERIOR AL ACTUAL
      *>   (ALCANZA PARA LAS DOS VENTANAS) EN VEZ DE RECORRER TODO EL
      *>   HISTORICO. LA VENTANA SEMANAL SUMA POR FECHA DE CIERRE LOS
      *>   REGISTROS DE TODAS LAS SUCURSALES; LA MENSUAL SUMA CADA DIA
      *>   EN EL MES EN QUE CAYO (VER HISVCALC.CPY), YA NO LA SEMANA
      *>   ENTERA EN EL MES DEL CIERRE. LAS CORRECCIONES DE COR-VISIT
      *>   YA ESTAN APLICADAS EN EL HISTORIAL. EL MISMO PRONOSTICO SE
      *>   CALCULA ADEMAS POR SUCURSAL Y POR REGION (DE SUCURPF).
      *> - SE AGREGA LA PROYECCION DEL MES EN CURSO CONTRA LA META DE
      *>   PRESUPF (VER MNT-PRESUP): LAS VISITAS YA REGISTRADAS EN EL
      *>   MES MAS EL PRONOSTICO SEMANAL LLEVADO A LOS DIAS QUE FALTAN
      *>   DESPUES DEL ULTIMO CIERRE, AL LADO DE LA META, CON LA
      *>   DIFERENCIA Y LA MARCA "NO LLEGA", POR SUCURSAL, POR REGION
      *>   Y CONSOLIDADO. SIN PRESUPF ESA PARTE NO SE IMPRIME.

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

      *>   PRESUPUESTO DE VISITAS POR SUCURSAL Y MES (VER MNT-PRESUP)
           SELECT PRESUP-FILE ASSIGN TO "PRESUPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRESUP WS-FS-PRESUP-EXT.

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

      *>   MISMO LAYOUT QUE PRESUP-REG EN MNT-PRESUP
       FD  PRESUP-FILE.
       01  PRESUP-REG.
           02 PRESUP-REG-ANIO        PIC 9(4).
           02 PRESUP-REG-MES         PIC 9(2).
           02 PRESUP-REG-SUC         PIC X(4).
           02 PRESUP-REG-VISITAS     PIC 9(6).
           02 PRESUP-REG-TARIFA      PIC 9(4)V99.
           02 PRESUP-REG-MONTO       PIC 9(9)V99.

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

       01  WS-FS-PRESUP              PIC XX.
           88 FS-PRESUP-OK           VALUE "00".
           88 FS-PRESUP-EOF          VALUE "10".
       01  WS-FS-PRESUP-EXT          PIC 9(4).

      *>   INDICE DE USO GENERAL
       01  IX                        PIC 9(2).
      *>   SUBINDICES DE SUCURSAL, REGION, CASILLERO MENSUAL Y DIA
       01  SUC                       PIC 99.
       01  RGN                       PIC 99.
       01  CAS                       PIC 9.
       77  DIA PIC 9(2).

      *>   FECHA DEL DIA Y PRIMER DIA DEL CUARTO MES ANTERIOR, DESDE
      *>   DONDE SE EMPIEZA A LEER EL HISTORIAL
       01  WS-FECHA-HOY              PIC 9(8) VALUE 0.
       01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
           02 WS-FHO-ANIO            PIC 9(4).
           02 WS-FHO-MES             PIC 9(2).
           02 WS-FHO-DIA             PIC 9(2).
       01  WS-FECHA-DESDE            PIC 9(8) VALUE 0.
       01  WS-FECHA-DESDE-R REDEFINES WS-FECHA-DESDE.
           02 WS-FDE-ANIO            PIC 9(4).
           02 WS-FDE-MES             PIC 9(2).
           02 WS-FDE-DIA             PIC 9(2).
       01  WS-FIN-LECTURA-SW         PIC X(01) VALUE "N".
           88 FIN-LECTURA            VALUE "S".

      *>   CODIGO DE SUCURSAL A UBICAR EN LAS SERIES (VER 1400)
       01  WS-BUS-CODIGO             PIC X(4) VALUE SPACES.

      *>   ULTIMO CIERRE SEMANAL LEIDO, DIAS DEL MES EN CURSO QUE YA
      *>   CUBRE EL HISTORIAL Y DIAS QUE FALTAN PROYECTAR (VER 2200)
       01  WS-ULT-CIERRE             PIC 9(8) VALUE 0.
       01  WS-ULT-CIERRE-R REDEFINES WS-ULT-CIERRE.
           02 WS-UCI-ANIO            PIC 9(4).
           02 WS-UCI-MES             PIC 9(2).
           02 WS-UCI-DIA             PIC 9(2).
       01  WS-DIAS-CUBIERTOS         PIC 9(2) VALUE 0.
       01  WS-DIAS-RESTANTES         PIC 9(2) VALUE 0.
       01  WS-LARGO-MES-ACTUAL       PIC 9(2) VALUE 0.

      *>   SWITCH DE PRESUPUESTO CARGADO: SIN PRESUPF NO SE IMPRIME LA
      *>   PROYECCION CONTRA LA META
       01  WS-PRESUP-SW              PIC X(01) VALUE "N".
           88 HAY-PRESUPUESTO        VALUE "S".

      *>   FECHA DE CIERRE DEL REGISTRO LEIDO, PARTIDA (UN REGISTRO
      *>   SOLO TOTAL VA ENTERO AL MES DE SU FECHA)
       01  WS-CLA-FECHA              PIC 9(8) VALUE 0.
       01  WS-CLA-FECHA-R REDEFINES WS-CLA-FECHA.
           02 WS-CLA-ANIO            PIC 9(4).
           02 WS-CLA-MES             PIC 9(2).
           02 WS-CLA-DIA             PIC 9(2).

      *>   VENTANA SEMANAL EN PROCESO (DE MAS VIEJO A MAS NUEVO): LA
      *>   DE LA SERIE QUE SE ESTA PRONOSTICANDO (CONSOLIDADO, UNA
      *>   SUCURSAL O UNA REGION, VER 2000). CADA FECHA DE CIERRE NUEVA
      *>   ENTRA POR EL ULTIMO CASILLERO Y DESPLAZA A LAS DEMAS UN
      *>   LUGAR HACIA ATRAS, ASI QUE CON HISTORIA PARCIAL LOS VALORES
      *>   CARGADOS QUEDAN SIEMPRE EN LOS ULTIMOS WS-SEM-HIST-CANT
      *>   CASILLEROS
       01  WS-SEM-VENTANA-CANT       PIC 9(2) VALUE 8.
       01  TABLA-SEM-ULTIMAS.
           02 WS-SEM-ULTIMA          PIC 9(6) OCCURS 8 TIMES VALUE 0.
      *>   FECHA DE CIERRE DE CADA SEMANA DE LA VENTANA (MISMO ORDEN),
      *>   COMUN A TODAS LAS SERIES
       01  TABLA-SEM-FECHAS.
           02 WS-SEM-FECHA           PIC 9(8) OCCURS 8 TIMES VALUE 0.
       01  WS-SEM-HIST-CANT          PIC 9(2) VALUE 0.
       01  WS-SEM-DESDE              PIC 9(2) VALUE 0.

      *>   VENTANA MENSUAL EN PROCESO: LOS ULTIMOS MESES CON VISITAS,
      *>   TOMADOS DE LOS CASILLEROS MENSUALES (VER 2050)
       01  WS-MES-VENTANA-CANT       PIC 9 VALUE 3.
       01  TABLA-MES-ULTIMOS.
           02 WS-MES-ULTIMO          PIC 9(8) OCCURS 3 TIMES VALUE 0.
       01  WS-MES-HIST-CANT          PIC 9 VALUE 0.
       01  WS-MES-DESDE              PIC 9 VALUE 0.

      *>   CASILLEROS MENSUALES: LOS CINCO MESES DESDE EL DE
      *>   WS-FECHA-DESDE HASTA EL ACTUAL; CADA DIA LEIDO SE SUMA AL
      *>   CASILLERO DE SU MES. EL ULTIMO CON VISITAS (EN EL
      *>   CONSOLIDADO) CIERRA LA VENTANA MENSUAL DE TODAS LAS SERIES
       01  WS-CAS-CANT               PIC 9 VALUE 5.
       01  TABLA-CAS-PERIODOS.
           02 WS-CAS-PERIODO         OCCURS 5 TIMES.
               03 WS-CAS-ANIO        PIC 9(4).
               03 WS-CAS-MES         PIC 9(2).
       01  WS-CAS-ULTIMO             PIC 9 VALUE 0.
       01  WS-CAS-PRIMERO            PIC 9 VALUE 0.
      *>   CASILLEROS DE LA SERIE EN PROCESO (ENTRADA DE 2050)
       01  TABLA-CAS-SERIE.
           02 WS-CAS-VALOR           PIC 9(8) OCCURS 5 TIMES.

      *>   SERIE CONSOLIDADA (TODAS LAS SUCURSALES)
       01  TABLA-CONS.
           02 WS-CONS-SEM            PIC 9(6) OCCURS 8 TIMES VALUE 0.
           02 WS-CONS-MES            PIC 9(8) OCCURS 5 TIMES VALUE 0.
           02 WS-CONS-META           PIC 9(8) VALUE 0.

      *>   SERIES POR SUCURSAL: LAS DE SUCURPF EN SU ORDEN, MAS LAS
      *>   QUE APARECEN EN EL HISTORIAL SIN ESTAR EN EL MAESTRO Y LA
      *>   HISTORIA VIEJA SIN SUCURSAL ("****"), CON SU PRONOSTICO
       01  WS-PS-CANT                PIC 99 VALUE 0.
       01  TABLA-PRON-SUC.
           02 WS-PS-ENTRADA OCCURS 30 TIMES.
               03 WS-PS-CODIGO       PIC X(4).
               03 WS-PS-NOMBRE       PIC X(20).
               03 WS-PS-REGION       PIC X(10).
               03 WS-PS-SEM          PIC 9(6) OCCURS 8 TIMES.
               03 WS-PS-MES          PIC 9(8) OCCURS 5 TIMES.
               03 WS-PS-PRON-SEM     PIC S9(7).
               03 WS-PS-PRON-MES     PIC S9(9).
               03 WS-PS-META         PIC 9(8).

      *>   SERIES POR REGION, ARMADAS SUMANDO LAS DE SUS SUCURSALES
       01  WS-PR-CANT                PIC 99 VALUE 0.
       01  TABLA-PRON-REG.
           02 WS-PR-ENTRADA OCCURS 30 TIMES.
               03 WS-PR-REGION       PIC X(10).
               03 WS-PR-SEM          PIC 9(6) OCCURS 8 TIMES.
               03 WS-PR-MES          PIC 9(8) OCCURS 5 TIMES.
               03 WS-PR-PRON-SEM     PIC S9(7).
               03 WS-PR-PRON-MES     PIC S9(9).
               03 WS-PR-META         PIC 9(8).

      *>   PRONOSTICOS Y TENDENCIAS CALCULADOS (DE LA SERIE EN PROCESO)
       01  WS-SEM-TENDENCIA          PIC S9(6) VALUE 0.
       01  WS-SEM-PRONOSTICO         PIC S9(7) VALUE 0.
       01  WS-MES-TENDENCIA          PIC S9(8) VALUE 0.
       01  WS-MES-PRONOSTICO         PIC S9(9) VALUE 0.
      *>   PRONOSTICOS DEL CONSOLIDADO, PARA EL REPORTE
       01  WS-CONS-PRON-SEM          PIC S9(7) VALUE 0.
       01  WS-CONS-PRON-MES          PIC S9(9) VALUE 0.

      *>   PROYECCION DEL MES EN CURSO DE LA SERIE EN PROCESO CONTRA SU
      *>   META (ENTRADA Y CALCULO DE 3250)
       01  WS-PM-REAL                PIC 9(8) VALUE 0.
       01  WS-PM-PRON-SEM            PIC S9(7) VALUE 0.
       01  WS-PM-META                PIC 9(8) VALUE 0.
       01  WS-PM-RESTO               PIC 9(8) VALUE 0.
       01  WS-PM-PROYECTADO          PIC 9(8) VALUE 0.
       01  WS-PM-DIFERENCIA          PIC S9(8) VALUE 0.

      *>   CAMPOS DEL CALCULO DE FECHAS DE CADA DIA DE LA SEMANA (VER
      *>   DIASCPY.CPY Y HISVCPY.CPY)
           COPY DIASCPY.
           COPY HISVCPY.

      *>   LINEAS DEL REPORTE, IMPRESO POR CONSOLA (REPORTE DE
      *>   CONSULTA, IGUAL QUE RPT-PARTIC/RPT-TIEOUT/RPT-YOY)
       01  WS-RL-SEM-PRONOSTICO.
           02 FILLER                 PIC X(38)
               VALUE "PRONOSTICO PROXIMA SEMANA...........: ".
           02 WS-RL-SEM-VAL          PIC ZZZZZZ9.
       01  WS-RL-MES-PRONOSTICO.
           02 FILLER                 PIC X(38)
               VALUE "PRONOSTICO PROXIMO MES..............: ".
           02 WS-RL-MES-VAL          PIC ZZZZZZZZ9.
       01  WS-RL-SIN-HISTORIA        PIC X(60)
           VALUE "NO HAY HISTORICO SUFICIENTE EN HISVIXPF PARA".

      *>   APERTURA POR SUCURSAL Y POR REGION
       01  WS-RL-SUBTITULO           PIC X(60) VALUE SPACES.
       01  WS-RL-CABECERA            PIC X(60)
           VALUE "SUC  NOMBRE               REGION      PROX.SEM  PROX.M
      -    "ES".
       01  WS-RL-FILA.
           02 WS-RL-FILA-COD         PIC X(4).
           02 FILLER                 PIC X(1) VALUE SPACE.
           02 WS-RL-FILA-NOMBRE      PIC X(20).
           02 FILLER                 PIC X(1) VALUE SPACE.
           02 WS-RL-FILA-REGION      PIC X(10).
           02 FILLER                 PIC X(2) VALUE SPACES.
           02 WS-RL-FILA-SEM         PIC ZZZZZZ9.
           02 FILLER                 PIC X(1) VALUE SPACE.
           02 WS-RL-FILA-MES         PIC ZZZZZZZZ9.

      *>   PROYECCION DEL MES EN CURSO CONTRA LA META DE PRESUPF
       01  WS-RL-PM-TITULO.
           02 FILLER                 PIC X(47)
               VALUE "PROYECCION DEL MES CONTRA LA META DE PRESUPF - ".
           02 WS-RL-PM-ANIO          PIC 9(4).
           02 FILLER                 PIC X(01) VALUE "/".
           02 WS-RL-PM-MES           PIC 9(2).
       01  WS-RL-PM-DIAS.
           02 FILLER                 PIC X(30)
               VALUE "DIAS CUBIERTOS POR HISVIXPF: ".
           02 WS-RL-PM-CUBIERTOS     PIC Z9.
           02 FILLER                 PIC X(22)
               VALUE "   DIAS A PROYECTAR: ".
           02 WS-RL-PM-RESTANTES     PIC Z9.
       01  WS-RL-PM-CABECERA.
           02 FILLER                 PIC X(38)
               VALUE "SUC  NOMBRE               REGION      ".
           02 FILLER                 PIC X(40)
               VALUE "REAL MES     RESTO  PROYECTADO      META".
           02 FILLER                 PIC X(10) VALUE "       DIF".
       01  WS-RL-PM-FILA.
           02 WS-RL-PM-COD           PIC X(4).
           02 FILLER                 PIC X(1) VALUE SPACE.
           02 WS-RL-PM-NOMBRE        PIC X(20).
           02 FILLER                 PIC X(1) VALUE SPACE.
           02 WS-RL-PM-REGION        PIC X(10).
           02 FILLER                 PIC X(2) VALUE SPACES.
           02 WS-RL-PM-REAL          PIC ZZZZZZZ9.
           02 FILLER                 PIC X(2) VALUE SPACES.
           02 WS-RL-PM-RESTO         PIC ZZZZZZZ9.
           02 FILLER                 PIC X(4) VALUE SPACES.
           02 WS-RL-PM-PROYECTADO    PIC ZZZZZZZ9.
           02 FILLER                 PIC X(2) VALUE SPACES.
           02 WS-RL-PM-META          PIC ZZZZZZZ9.
           02 FILLER                 PIC X(2) VALUE SPACES.
           02 WS-RL-PM-DIF           PIC -------9.
           02 FILLER                 PIC X(2) VALUE SPACES.
           02 WS-RL-PM-MARCA         PIC X(8).

      *>---------------------------PROCEDURE----------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 0500-INICIALIZAR
               THRU 0500-INICIALIZAR-EXIT

           PERFORM 0600-CARGAR-SUCURSALES
               THRU 0600-CARGAR-SUCURSALES-EXIT

           PERFORM 1000-PROCESAR-HISTORIAL
               THRU 1000-PROCESAR-HISTORIAL-EXIT

           PERFORM 0700-CARGAR-PRESUPUESTO
               THRU 0700-CARGAR-PRESUPUESTO-EXIT

           PERFORM 1500-ARMAR-REGIONES
               THRU 1500-ARMAR-REGIONES-EXIT

           PERFORM 2000-CALCULAR-PRONOSTICOS
               THRU 2000-CALCULAR-PRONOSTICOS-EXIT
           EXIT.


      *>   TOMA LA FECHA DEL DIA Y ARMA LOS CINCO CASILLEROS
      *>   MENSUALES, DEL CUARTO MES ANTERIOR AL ACTUAL HASTA EL
      *>   ACTUAL; LA LECTURA ARRANCA EL 1 DEL PRIMERO DE ELLOS
       0500-INICIALIZAR.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

           MOVE WS-FHO-ANIO TO WS-CAS-ANIO(WS-CAS-CANT)
           MOVE WS-FHO-MES TO WS-CAS-MES(WS-CAS-CANT)

           PERFORM VARYING CAS FROM WS-CAS-CANT BY -1 UNTIL CAS < 2
               IF WS-CAS-MES(CAS) = 1
                   COMPUTE WS-CAS-ANIO(CAS - 1) = WS-CAS-ANIO(CAS) - 1
                   MOVE 12 TO WS-CAS-MES(CAS - 1)
               ELSE
                   MOVE WS-CAS-ANIO(CAS) TO WS-CAS-ANIO(CAS - 1)
                   COMPUTE WS-CAS-MES(CAS - 1) = WS-CAS-MES(CAS) - 1
               END-IF
           END-PERFORM

           MOVE WS-CAS-ANIO(1) TO WS-FDE-ANIO
           MOVE WS-CAS-MES(1) TO WS-FDE-MES
           MOVE 1 TO WS-FDE-DIA.

       0500-INICIALIZAR-EXIT.
           EXIT.


      *>   CARGA LAS SUCURSALES DE SUCURPF COMO PRIMERAS SERIES, CON SU
      *>   NOMBRE Y REGION. SIN MAESTRO EL REPORTE SALE IGUAL, CON LAS
      *>   SUCURSALES QUE APAREZCAN EN EL HISTORIAL Y SIN REGION
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
                       IF WS-PS-CANT = 20
                           DISPLAY "ERROR: SUCURPF TIENE MAS DE 20 "
                               "SUCURSALES, NO ENTRAN EN LA TABLA"
                           DISPLAY "PROGRAMA ABORTADO"
                           MOVE 1 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-PS-CANT
                       INITIALIZE WS-PS-ENTRADA(WS-PS-CANT)
                       MOVE SUCUR-REG-CODIGO
                           TO WS-PS-CODIGO(WS-PS-CANT)
                       MOVE SUCUR-REG-NOMBRE
                           TO WS-PS-NOMBRE(WS-PS-CANT)
                       MOVE SUCUR-REG-REGION
                           TO WS-PS-REGION(WS-PS-CANT)
                       IF SUCUR-REG-REGION = SPACES
                           MOVE "SIN REGION"
                               TO WS-PS-REGION(WS-PS-CANT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SUCUR-FILE.

       0600-CARGAR-SUCURSALES-EXIT.
           EXIT.


      *>   SUMA A CADA SUCURSAL LA META DE PRESUPF DEL MES EN CURSO Y
      *>   CALCULA CUANTOS DIAS DEL MES YA CUBRE EL HISTORIAL (HASTA EL
      *>   ULTIMO CIERRE LEIDO) Y CUANTOS FALTAN. SIN PRESUPF EL
      *>   REPORTE SALE SIN LA PROYECCION CONTRA LA META
       0700-CARGAR-PRESUPUESTO.

           MOVE WS-FHO-ANIO TO WS-HVD-CAL-ANIO
           MOVE WS-FHO-MES TO WS-HVD-CAL-MES
           PERFORM 8760-CALCULAR-LARGO-MES
               THRU 8760-CALCULAR-LARGO-MES-EXIT
           MOVE WS-HVD-LARGO-MES TO WS-LARGO-MES-ACTUAL

           IF WS-UCI-ANIO = WS-FHO-ANIO AND WS-UCI-MES = WS-FHO-MES
               MOVE WS-UCI-DIA TO WS-DIAS-CUBIERTOS
           ELSE
               MOVE 0 TO WS-DIAS-CUBIERTOS
           END-IF
           COMPUTE WS-DIAS-RESTANTES =
               WS-LARGO-MES-ACTUAL - WS-DIAS-CUBIERTOS

           OPEN INPUT PRESUP-FILE

           IF NOT FS-PRESUP-OK
               DISPLAY "AVISO: NO HAY PRESUPUESTO DE VISITAS PRESUPF, "
                   "EL REPORTE SALE SIN LA PROYECCION CONTRA LA META"
               CLOSE PRESUP-FILE
               GO TO 0700-CARGAR-PRESUPUESTO-EXIT
           END-IF

           PERFORM UNTIL FS-PRESUP-EOF
               READ PRESUP-FILE
                   AT END
                       SET FS-PRESUP-EOF TO TRUE
                   NOT AT END
                       IF PRESUP-REG-ANIO = WS-FHO-ANIO
                               AND PRESUP-REG-MES = WS-FHO-MES
                           SET HAY-PRESUPUESTO TO TRUE
                           MOVE PRESUP-REG-SUC TO WS-BUS-CODIGO
                           PERFORM 1400-BUSCAR-SUCURSAL
                               THRU 1400-BUSCAR-SUCURSAL-EXIT
                           ADD PRESUP-REG-VISITAS TO WS-PS-META(SUC)
                           ADD PRESUP-REG-VISITAS TO WS-CONS-META
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PRESUP-FILE

           IF NOT HAY-PRESUPUESTO
               DISPLAY "AVISO: PRESUPF NO TIENE METAS PARA EL MES EN "
                   "CURSO, EL REPORTE SALE SIN LA PROYECCION CONTRA LA "
                   "META"
           END-IF.

       0700-CARGAR-PRESUPUESTO-EXIT.
           EXIT.


      *>   LEE EL HISTORIAL DESDE WS-FECHA-DESDE HASTA EL FINAL, EN
      *>   ORDEN DE CLAVE (FECHA DE CIERRE Y SUCURSAL), ARMANDO EN
      *>   PARALELO LAS VENTANAS SEMANALES Y LOS CASILLEROS MENSUALES
      *>   DEL CONSOLIDADO Y DE CADA SUCURSAL
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
                       MOVE HVX-REG-LOC TO WS-BUS-CODIGO
                       PERFORM 1400-BUSCAR-SUCURSAL
                           THRU 1400-BUSCAR-SUCURSAL-EXIT
                       IF HVX-REG-FECHA > WS-ULT-CIERRE
                           MOVE HVX-REG-FECHA TO WS-ULT-CIERRE
                       END-IF
                       PERFORM 1100-ACUMULAR-SEMANA
                           THRU 1100-ACUMULAR-SEMANA-EXIT
                       PERFORM 1200-ACUMULAR-MES
               END-READ
           END-PERFORM

           CLOSE HISVIX-FILE.

       1000-PROCESAR-HISTORIAL-EXIT.
           EXIT.


      *>   CON UNA FECHA DE CIERRE NUEVA DESPLAZA LAS VENTANAS
      *>   SEMANALES DE TODAS LAS SERIES Y ABRE EL ULTIMO CASILLERO EN
      *>   CERO; DESPUES SUMA EL TOTAL DE LA SEMANA DEL REGISTRO AL
      *>   CONSOLIDADO Y A SU SUCURSAL (SUC, VER 1400)
       1100-ACUMULAR-SEMANA.

           IF HVX-REG-FECHA NOT = WS-SEM-FECHA(WS-SEM-VENTANA-CANT)
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-SEM-VENTANA-CANT - 1
                   MOVE WS-SEM-FECHA(IX + 1) TO WS-SEM-FECHA(IX)
                   MOVE WS-CONS-SEM(IX + 1) TO WS-CONS-SEM(IX)
                   PERFORM VARYING SUC FROM 1 BY 1
                           UNTIL SUC > WS-PS-CANT
                       MOVE WS-PS-SEM(SUC, IX + 1)
                           TO WS-PS-SEM(SUC, IX)
                   END-PERFORM
               END-PERFORM
               MOVE HVX-REG-FECHA TO WS-SEM-FECHA(WS-SEM-VENTANA-CANT)
               MOVE 0 TO WS-CONS-SEM(WS-SEM-VENTANA-CANT)
               PERFORM VARYING SUC FROM 1 BY 1 UNTIL SUC > WS-PS-CANT
                   MOVE 0 TO WS-PS-SEM(SUC, WS-SEM-VENTANA-CANT)
               END-PERFORM
               IF WS-SEM-HIST-CANT < WS-SEM-VENTANA-CANT
                   ADD 1 TO WS-SEM-HIST-CANT
               END-IF
      *>           EL DESPLAZAMIENTO USO SUC; SE VUELVE A UBICAR LA
      *>           SUCURSAL DEL REGISTRO
               PERFORM 1400-BUSCAR-SUCURSAL
                   THRU 1400-BUSCAR-SUCURSAL-EXIT
           END-IF

           ADD HVX-REG-TOTAL TO WS-CONS-SEM(WS-SEM-VENTANA-CANT)
           ADD HVX-REG-TOTAL TO WS-PS-SEM(SUC, WS-SEM-VENTANA-CANT).

       1100-ACUMULAR-SEMANA-EXIT.
           EXIT.


      *>   SUMA LAS VISITAS DEL REGISTRO EN LOS CASILLEROS MENSUALES:
      *>   CON DETALLE, CADA DIA EN EL MES EN QUE CAYO; SOLO TOTAL
      *>   (HISTORIA VIEJA), EL TOTAL ENTERO EN EL MES DE SU FECHA. LO
      *>   QUE CAE ANTES DEL PRIMER CASILLERO NO SE CUENTA
       1200-ACUMULAR-MES.

           IF HVX-SOLO-TOTAL
               MOVE HVX-REG-FECHA TO WS-CLA-FECHA
               PERFORM VARYING CAS FROM 1 BY 1 UNTIL CAS > WS-CAS-CANT
                   IF WS-CAS-ANIO(CAS) = WS-CLA-ANIO
                           AND WS-CAS-MES(CAS) = WS-CLA-MES
                       ADD HVX-REG-TOTAL TO WS-CONS-MES(CAS)
                       ADD HVX-REG-TOTAL TO WS-PS-MES(SUC, CAS)
                   END-IF
               END-PERFORM
               GO TO 1200-ACUMULAR-MES-EXIT
           END-IF

           MOVE HVX-REG-FECHA TO WS-HVD-FECHA-SEM
           PERFORM 8750-UBICAR-DIAS-SEMANA
               THRU 8750-UBICAR-DIAS-SEMANA-EXIT

           PERFORM VARYING DIA FROM 1 BY 1 UNTIL DIA > 7
               PERFORM VARYING CAS FROM 1 BY 1 UNTIL CAS > WS-CAS-CANT
                   IF WS-CAS-ANIO(CAS) = WS-HVD-ANIO(DIA)
                           AND WS-CAS-MES(CAS) = WS-HVD-MES(DIA)
                       ADD HVX-REG-VISITAS(DIA) TO WS-CONS-MES(CAS)
                       ADD HVX-REG-VISITAS(DIA) TO WS-PS-MES(SUC, CAS)
                   END-IF
               END-PERFORM
           END-PERFORM.

       1200-ACUMULAR-MES-EXIT.
           EXIT.


      *>   DEJA EN SUC LA SERIE DE LA SUCURSAL WS-BUS-CODIGO (LA DEL
      *>   REGISTRO DEL HISTORIAL O LA DE LA META), DANDOLA DE ALTA SI
      *>   NO ESTA: "****" ES LA HISTORIA VIEJA CARGADA SIN SUCURSAL,
      *>   CUALQUIER OTRO CODIGO ES UNA SUCURSAL QUE NO ESTA EN SUCURPF
      *>   (DADA DE BAJA O SIN MAESTRO)
       1400-BUSCAR-SUCURSAL.

           PERFORM VARYING SUC FROM 1 BY 1
                   UNTIL SUC > WS-PS-CANT
               IF WS-PS-CODIGO(SUC) = WS-BUS-CODIGO
                   GO TO 1400-BUSCAR-SUCURSAL-EXIT
               END-IF
           END-PERFORM

           IF WS-PS-CANT = 30
               DISPLAY "ERROR: HISVIXPF TIENE MAS SUCURSALES DE LAS "
                   "QUE ENTRAN EN LA TABLA (30)"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-PS-CANT
           MOVE WS-PS-CANT TO SUC
           INITIALIZE WS-PS-ENTRADA(SUC)
           MOVE WS-BUS-CODIGO TO WS-PS-CODIGO(SUC)

           IF WS-BUS-CODIGO = "****"
               MOVE "(TOTAL SIN SUCURSAL)" TO WS-PS-NOMBRE(SUC)
               MOVE "HISTORICO" TO WS-PS-REGION(SUC)
           ELSE
               MOVE "(NO ESTA EN SUCURPF)" TO WS-PS-NOMBRE(SUC)
               MOVE "SIN REGION" TO WS-PS-REGION(SUC)
           END-IF.

       1400-BUSCAR-SUCURSAL-EXIT.
           EXIT.


      *>   ARMA LA SERIE DE CADA REGION SUMANDO, CASILLERO POR
      *>   CASILLERO, LAS DE SUS SUCURSALES
       1500-ARMAR-REGIONES.

           PERFORM VARYING SUC FROM 1 BY 1 UNTIL SUC > WS-PS-CANT
               PERFORM VARYING RGN FROM 1 BY 1
                       UNTIL RGN > WS-PR-CANT
                          OR WS-PR-REGION(RGN) = WS-PS-REGION(SUC)
                   CONTINUE
               END-PERFORM
               IF RGN > WS-PR-CANT
                   ADD 1 TO WS-PR-CANT
                   MOVE WS-PR-CANT TO RGN
                   INITIALIZE WS-PR-ENTRADA(RGN)
                   MOVE WS-PS-REGION(SUC) TO WS-PR-REGION(RGN)
               END-IF
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-SEM-VENTANA-CANT
                   ADD WS-PS-SEM(SUC, IX) TO WS-PR-SEM(RGN, IX)
               END-PERFORM
               PERFORM VARYING CAS FROM 1 BY 1 UNTIL CAS > WS-CAS-CANT
                   ADD WS-PS-MES(SUC, CAS) TO WS-PR-MES(RGN, CAS)
               END-PERFORM
               ADD WS-PS-META(SUC) TO WS-PR-META(RGN)
           END-PERFORM.

       1500-ARMAR-REGIONES-EXIT.
           EXIT.


      *>   UBICA LA VENTANA MENSUAL (HASTA TRES CASILLEROS QUE TERMINAN
      *>   EN EL ULTIMO MES CON VISITAS DEL CONSOLIDADO, SIN CONTAR LOS
      *>   VACIOS DEL PRINCIPIO) Y PRONOSTICA EL CONSOLIDADO, CADA
      *>   SUCURSAL Y CADA REGION CON EL MISMO CALCULO (VER 2100),
      *>   PASANDO POR LAS VENTANAS EN PROCESO LA SERIE QUE TOCA
       2000-CALCULAR-PRONOSTICOS.

           MOVE 0 TO WS-CAS-ULTIMO
           PERFORM VARYING CAS FROM 1 BY 1 UNTIL CAS > WS-CAS-CANT
               IF WS-CONS-MES(CAS) > 0
                   MOVE CAS TO WS-CAS-ULTIMO
               END-IF
           END-PERFORM

           MOVE 0 TO WS-MES-HIST-CANT
           IF WS-CAS-ULTIMO > 0
               IF WS-CAS-ULTIMO > WS-MES-VENTANA-CANT
                   COMPUTE WS-CAS-PRIMERO =
                       WS-CAS-ULTIMO - WS-MES-VENTANA-CANT + 1
               ELSE
                   MOVE 1 TO WS-CAS-PRIMERO
               END-IF
               PERFORM UNTIL WS-CONS-MES(WS-CAS-PRIMERO) > 0
                   ADD 1 TO WS-CAS-PRIMERO
               END-PERFORM
               COMPUTE WS-MES-HIST-CANT =
                   WS-CAS-ULTIMO - WS-CAS-PRIMERO + 1
           END-IF

           PERFORM VARYING IX FROM 1 BY 1
                   UNTIL IX > WS-SEM-VENTANA-CANT
               MOVE WS-CONS-SEM(IX) TO WS-SEM-ULTIMA(IX)
           END-PERFORM
           PERFORM VARYING CAS FROM 1 BY 1 UNTIL CAS > WS-CAS-CANT
               MOVE WS-CONS-MES(CAS) TO WS-CAS-VALOR(CAS)
           END-PERFORM
           PERFORM 2050-ARMAR-VENTANA-MES
               THRU 2050-ARMAR-VENTANA-MES-EXIT
           PERFORM 2100-CALCULAR-SERIE
               THRU 2100-CALCULAR-SERIE-EXIT
           MOVE WS-SEM-PRONOSTICO TO WS-CONS-PRON-SEM
           MOVE WS-MES-PRONOSTICO TO WS-CONS-PRON-MES

           PERFORM VARYING SUC FROM 1 BY 1 UNTIL SUC > WS-PS-CANT
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-SEM-VENTANA-CANT
                   MOVE WS-PS-SEM(SUC, IX) TO WS-SEM-ULTIMA(IX)
               END-PERFORM
               PERFORM VARYING CAS FROM 1 BY 1 UNTIL CAS > WS-CAS-CANT
                   MOVE WS-PS-MES(SUC, CAS) TO WS-CAS-VALOR(CAS)
               END-PERFORM
               PERFORM 2050-ARMAR-VENTANA-MES
                   THRU 2050-ARMAR-VENTANA-MES-EXIT
               PERFORM 2100-CALCULAR-SERIE
                   THRU 2100-CALCULAR-SERIE-EXIT
               MOVE WS-SEM-PRONOSTICO TO WS-PS-PRON-SEM(SUC)
               MOVE WS-MES-PRONOSTICO TO WS-PS-PRON-MES(SUC)
           END-PERFORM

           PERFORM VARYING RGN FROM 1 BY 1 UNTIL RGN > WS-PR-CANT
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-SEM-VENTANA-CANT
                   MOVE WS-PR-SEM(RGN, IX) TO WS-SEM-ULTIMA(IX)
               END-PERFORM
               PERFORM VARYING CAS FROM 1 BY 1 UNTIL CAS > WS-CAS-CANT
                   MOVE WS-PR-MES(RGN, CAS) TO WS-CAS-VALOR(CAS)
               END-PERFORM
               PERFORM 2050-ARMAR-VENTANA-MES
                   THRU 2050-ARMAR-VENTANA-MES-EXIT
               PERFORM 2100-CALCULAR-SERIE
                   THRU 2100-CALCULAR-SERIE-EXIT
               MOVE WS-SEM-PRONOSTICO TO WS-PR-PRON-SEM(RGN)
               MOVE WS-MES-PRONOSTICO TO WS-PR-PRON-MES(RGN)
           END-PERFORM.

       2000-CALCULAR-PRONOSTICOS-EXIT.
           EXIT.


      *>   PASA LOS CASILLEROS WS-CAS-PRIMERO A WS-CAS-ULTIMO DE LA
      *>   SERIE EN PROCESO A LA VENTANA MENSUAL, ALINEADOS AL FINAL
      *>   (IGUAL QUE LA SEMANAL)
       2050-ARMAR-VENTANA-MES.

           MOVE 0 TO WS-MES-ULTIMO(1)
           MOVE 0 TO WS-MES-ULTIMO(2)
           MOVE 0 TO WS-MES-ULTIMO(3)

           IF WS-MES-HIST-CANT = 0
               GO TO 2050-ARMAR-VENTANA-MES-EXIT
           END-IF

           PERFORM VARYING CAS FROM WS-CAS-PRIMERO BY 1
                   UNTIL CAS > WS-CAS-ULTIMO
               COMPUTE IX = WS-MES-VENTANA-CANT - WS-CAS-ULTIMO + CAS
               MOVE WS-CAS-VALOR(CAS) TO WS-MES-ULTIMO(IX)
           END-PERFORM.

       2050-ARMAR-VENTANA-MES-EXIT.
           EXIT.


      *>   ENTRE LOS DOS EXTREMOS, NO UNA REGRESION); CON UN SOLO DATO
      *>   NO HAY TENDENCIA QUE CALCULAR Y EL PRONOSTICO ES ESE MISMO
      *>   DATO; SIN NINGUN DATO NO HAY PRONOSTICO POSIBLE
       2100-CALCULAR-SERIE.

           MOVE 0 TO WS-SEM-PRONOSTICO
           MOVE 0 TO WS-MES-PRONOSTICO

           IF WS-SEM-HIST-CANT > 0
               COMPUTE WS-SEM-DESDE =
               END-IF
           END-IF.

       2100-CALCULAR-SERIE-EXIT.
           EXIT.


      *>   IMPRIME EL PRONOSTICO DE LA PROXIMA SEMANA Y DEL PROXIMO
      *>   MES, O UN AVISO DE HISTORIA INSUFICIENTE SI HISVIXPF ESTA
      *>   VACIO O RECIEN EMPIEZA; DESPUES LA APERTURA POR SUCURSAL Y
      *>   POR REGION
       3000-EMITIR-REPORTE.

           DISPLAY " "
               DISPLAY WS-RL-SIN-HISTORIA
               DISPLAY "PROYECTAR LA PROXIMA SEMANA"
           ELSE
               MOVE WS-CONS-PRON-SEM TO WS-RL-SEM-VAL
               DISPLAY WS-RL-SEM-PRONOSTICO
           END-IF

               DISPLAY WS-RL-SIN-HISTORIA
               DISPLAY "PROYECTAR EL PROXIMO MES"
           ELSE
               MOVE WS-CONS-PRON-MES TO WS-RL-MES-VAL
               DISPLAY WS-RL-MES-PRONOSTICO
           END-IF

           IF WS-SEM-HIST-CANT = 0
               GO TO 3000-EMITIR-REPORTE-EXIT
           END-IF

           DISPLAY " "
           MOVE "POR SUCURSAL" TO WS-RL-SUBTITULO
           DISPLAY WS-RL-SUBTITULO
           DISPLAY WS-RL-CABECERA
           PERFORM VARYING SUC FROM 1 BY 1 UNTIL SUC > WS-PS-CANT
               IF WS-PS-PRON-SEM(SUC) > 0 OR WS-PS-PRON-MES(SUC) > 0
                   MOVE WS-PS-CODIGO(SUC) TO WS-RL-FILA-COD
                   MOVE WS-PS-NOMBRE(SUC) TO WS-RL-FILA-NOMBRE
                   MOVE WS-PS-REGION(SUC) TO WS-RL-FILA-REGION
                   MOVE WS-PS-PRON-SEM(SUC) TO WS-RL-FILA-SEM
                   MOVE WS-PS-PRON-MES(SUC) TO WS-RL-FILA-MES
                   DISPLAY WS-RL-FILA
               END-IF
           END-PERFORM

           DISPLAY " "
           MOVE "POR REGION" TO WS-RL-SUBTITULO
           DISPLAY WS-RL-SUBTITULO
           DISPLAY WS-RL-CABECERA
           PERFORM VARYING RGN FROM 1 BY 1 UNTIL RGN > WS-PR-CANT
               IF WS-PR-PRON-SEM(RGN) > 0 OR WS-PR-PRON-MES(RGN) > 0
                   MOVE SPACES TO WS-RL-FILA-COD
                   MOVE WS-PR-REGION(RGN) TO WS-RL-FILA-NOMBRE
                   MOVE SPACES TO WS-RL-FILA-REGION
                   MOVE WS-PR-PRON-SEM(RGN) TO WS-RL-FILA-SEM
                   MOVE WS-PR-PRON-MES(RGN) TO WS-RL-FILA-MES
                   DISPLAY WS-RL-FILA
               END-IF
           END-PERFORM

           IF HAY-PRESUPUESTO
               PERFORM 3200-EMITIR-PROYECCION-MES
                   THRU 3200-EMITIR-PROYECCION-MES-EXIT
           END-IF.

       3000-EMITIR-REPORTE-EXIT.
           EXIT.


      *>   PROYECCION DEL MES EN CURSO CONTRA LA META DE PRESUPF, POR
      *>   SUCURSAL, POR REGION Y CONSOLIDADA (VER 3250)
       3200-EMITIR-PROYECCION-MES.

           MOVE WS-FHO-ANIO TO WS-RL-PM-ANIO
           MOVE WS-FHO-MES TO WS-RL-PM-MES
           MOVE WS-DIAS-CUBIERTOS TO WS-RL-PM-CUBIERTOS
           MOVE WS-DIAS-RESTANTES TO WS-RL-PM-RESTANTES

           DISPLAY " "
           DISPLAY WS-RL-PM-TITULO
           DISPLAY WS-RL-PM-DIAS
           DISPLAY WS-RL-PM-CABECERA

           PERFORM VARYING SUC FROM 1 BY 1 UNTIL SUC > WS-PS-CANT
               IF WS-PS-META(SUC) > 0
                       OR WS-PS-MES(SUC, WS-CAS-CANT) > 0
                   MOVE WS-PS-CODIGO(SUC) TO WS-RL-PM-COD
                   MOVE WS-PS-NOMBRE(SUC) TO WS-RL-PM-NOMBRE
                   MOVE WS-PS-REGION(SUC) TO WS-RL-PM-REGION
                   MOVE WS-PS-MES(SUC, WS-CAS-CANT) TO WS-PM-REAL
                   MOVE WS-PS-PRON-SEM(SUC) TO WS-PM-PRON-SEM
                   MOVE WS-PS-META(SUC) TO WS-PM-META
                   PERFORM 3250-EMITIR-FILA-PROYECCION
                       THRU 3250-EMITIR-FILA-PROYECCION-EXIT
               END-IF
           END-PERFORM

           DISPLAY " "
           PERFORM VARYING RGN FROM 1 BY 1 UNTIL RGN > WS-PR-CANT
               IF WS-PR-META(RGN) > 0
                       OR WS-PR-MES(RGN, WS-CAS-CANT) > 0
                   MOVE SPACES TO WS-RL-PM-COD
                   MOVE WS-PR-REGION(RGN) TO WS-RL-PM-NOMBRE
                   MOVE "REGION" TO WS-RL-PM-REGION
                   MOVE WS-PR-MES(RGN, WS-CAS-CANT) TO WS-PM-REAL
                   MOVE WS-PR-PRON-SEM(RGN) TO WS-PM-PRON-SEM
                   MOVE WS-PR-META(RGN) TO WS-PM-META
                   PERFORM 3250-EMITIR-FILA-PROYECCION
                       THRU 3250-EMITIR-FILA-PROYECCION-EXIT
               END-IF
           END-PERFORM

           DISPLAY " "
           MOVE SPACES TO WS-RL-PM-COD
           MOVE "TOTAL CONSOLIDADO" TO WS-RL-PM-NOMBRE
           MOVE SPACES TO WS-RL-PM-REGION
           MOVE WS-CONS-MES(WS-CAS-CANT) TO WS-PM-REAL
           MOVE WS-CONS-PRON-SEM TO WS-PM-PRON-SEM
           MOVE WS-CONS-META TO WS-PM-META
           PERFORM 3250-EMITIR-FILA-PROYECCION
               THRU 3250-EMITIR-FILA-PROYECCION-EXIT.

       3200-EMITIR-PROYECCION-MES-EXIT.
           EXIT.


      *>   PROYECTA EL MES DE LA SERIE EN PROCESO: LO YA REGISTRADO MAS
      *>   EL PRONOSTICO DE LA PROXIMA SEMANA LLEVADO A LOS DIAS QUE
      *>   FALTAN, Y LO COMPARA CON LA META; MARCA "NO LLEGA" SI QUEDA
      *>   POR DEBAJO
       3250-EMITIR-FILA-PROYECCION.

           COMPUTE WS-PM-RESTO ROUNDED =
               WS-PM-PRON-SEM * WS-DIAS-RESTANTES / 7
           COMPUTE WS-PM-PROYECTADO = WS-PM-REAL + WS-PM-RESTO
           COMPUTE WS-PM-DIFERENCIA = WS-PM-PROYECTADO - WS-PM-META

           MOVE WS-PM-REAL TO WS-RL-PM-REAL
           MOVE WS-PM-RESTO TO WS-RL-PM-RESTO
           MOVE WS-PM-PROYECTADO TO WS-RL-PM-PROYECTADO
           MOVE WS-PM-META TO WS-RL-PM-META
           MOVE WS-PM-DIFERENCIA TO WS-RL-PM-DIF

           IF WS-PM-DIFERENCIA < 0
               MOVE "NO LLEGA" TO WS-RL-PM-MARCA
           ELSE
               MOVE SPACES TO WS-RL-PM-MARCA
           END-IF

           DISPLAY WS-RL-PM-FILA.

       3250-EMITIR-FILA-PROYECCION-EXIT.
           EXIT.


      *>   CALCULO COMPARTIDO DE DIAS CORRIDOS Y DIA DE LA SEMANA, Y
      *>   UBICACION DE CADA DIA DE UNA SEMANA EN SU FECHA (VER 1200)
           COPY DIASCALC.
           COPY HISVCALC.
