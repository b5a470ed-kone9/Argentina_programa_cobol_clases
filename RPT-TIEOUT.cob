      *> EN CL-18-EJ-18), PERO ES LA SEÑAL QUE OPERACIONES NECESITA
      *> PARA REVISAR SI ESE CAMBIO ERA EL ESPERADO.

      *> MODIFICACIONES
      *> - PARTICPF TRAE AHORA LA CUIT DEL PARTICIPANTE AL FINAL DEL
      *>   REGISTRO; SE AGREGA AL LAYOUT PARA LEER EL REGISTRO ENTERO.
      *> - PARTICPF PUEDE TRAER ESQUEMAS DE REPARTO DE UNA SUCURSAL O
      *>   DE UNA REGION ADEMAS DEL GENERAL. LAS LINEAS DEL LIBRO CON
      *>   DETALLE POR SUCURSAL EN DISTSUCPF SE RECALCULAN SUCURSAL
      *>   POR SUCURSAL CON EL ESQUEMA QUE LE TOCA HOY A CADA UNA
      *>   (VER 2120), Y AL FINAL SE ABRE EL TOTAL DE CADA
      *>   PARTICIPANTE POR LAS SUCURSALES QUE LO FINANCIARON (VER
      *>   3100). LAS LINEAS SIN ESE DETALLE SE CONCILIAN COMO
      *>   SIEMPRE CONTRA EL ESQUEMA GENERAL.
      *> - AL FINAL SE INFORMAN LOS SALDOS PENDIENTES DE TRANSFERIR
      *>   POR LA TRANSFERENCIA MINIMA (SALPENPF, VER 3200): LO
      *>   RETENIDO, LO LIBERADO EN CORRIDAS, LO FORZADO EN CIERRES Y
      *>   LO QUE SIGUE PENDIENTE DE CADA PARTICIPANTE, CONTROLANDO
      *>   QUE LOS MOVIMIENTOS CIERREN CONTRA EL SALDO. EL LIBRO TIENE
      *>   EL BRUTO: ESA PLATA NO SALIO AL BANCO PERO NO ESTA PERDIDA.

      *>--------------------------------------
       ENVIRONMENT DIVISION.
      *>--------------------------------------
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LEDGER WS-FS-LEDGER-EXT.

      *>   MAESTRO DE SUCURSALES, PARA SABER LA REGION DE CADA UNA
           SELECT SUCUR-FILE ASSIGN TO "SUCURPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUCUR WS-FS-SUCUR-EXT.

      *>   DETALLE POR SUCURSAL DE LAS CORRIDAS REPARTIDAS POR
      *>   SUCURSAL (VER 6400-REGISTRAR-DIST-SUCURSAL EN CL-18-EJ-18)
           SELECT DISTSUC-FILE ASSIGN TO "DISTSUCPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DISTSUC WS-FS-DISTSUC-EXT.

      *>   MOVIMIENTOS DE LOS SALDOS PENDIENTES DE TRANSFERIR (VER
      *>   6220-APLICAR-TRANSF-MINIMA EN CL-18-EJ-18 Y CIE-MES)
           SELECT SALPEN-FILE ASSIGN TO "SALPENPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SALPEN WS-FS-SALPEN-EXT.

       DATA DIVISION.

       FILE SECTION.
           02 PARTIC-REG-PORCENTAJE  PIC 99V9.
           02 PARTIC-REG-NOMBRE      PIC X(20).
           02 PARTIC-REG-CBU         PIC X(22).
           02 PARTIC-REG-CUIT        PIC X(11).
           02 PARTIC-REG-ESQ-TIPO    PIC X(1).
           02 PARTIC-REG-ESQ-CLAVE   PIC X(10).

       FD  LEDGER-FILE.
       01  LEDGER-REG                PIC X(700).

      *>   MISMO LAYOUT QUE SUCUR-REG EN CL-18-EJ-18
       FD  SUCUR-FILE.
       01  SUCUR-REG.
           02 SUCUR-REG-CODIGO       PIC X(4).
           02 SUCUR-REG-NOMBRE       PIC X(20).
           02 SUCUR-REG-REGION       PIC X(10).
           02 SUCUR-REG-ACTIVA       PIC X(1).

      *>   MISMO LAYOUT QUE DISTSUC-REG EN CL-18-EJ-18
       FD  DISTSUC-FILE.
       01  DISTSUC-REG.
           02 DSU-REG-FECHA          PIC 9(8).
           02 DSU-REG-CORRIDA        PIC 9(6).
           02 DSU-REG-ORIG-CORRIDA   PIC 9(6).
           02 DSU-REG-MODO           PIC X(1).
           02 DSU-REG-SUC            PIC X(4).
           02 DSU-REG-ESQ-TIPO       PIC X(1).
           02 DSU-REG-ESQ-CLAVE      PIC X(10).
           02 DSU-REG-NRO            PIC 9(1).
           02 DSU-REG-NOMBRE         PIC X(20).
           02 DSU-REG-MONTO          PIC 9(7)V99.

      *>   MISMO LAYOUT QUE SALPEN-REG EN CL-18-EJ-18
       FD  SALPEN-FILE.
       01  SALPEN-REG.
           02 SPN-REG-FECHA          PIC 9(8).
           02 SPN-REG-CORRIDA        PIC 9(6).
           02 SPN-REG-NRO            PIC 9(1).
           02 SPN-REG-NOMBRE         PIC X(20).
           02 SPN-REG-CBU            PIC X(22).
           02 SPN-REG-TIPO           PIC X(1).
               88 SPN-ACUMULADO      VALUE "A".
               88 SPN-LIBERADO       VALUE "L".
               88 SPN-FORZADO        VALUE "F".
           02 SPN-REG-MONTO          PIC 9(9)V99.
           02 SPN-REG-SALDO          PIC 9(9)V99.

      *>--------------------------------------
       WORKING-STORAGE SECTION.

           88 FS-LEDGER-EOF          VALUE "10".
       01  WS-FS-LEDGER-EXT          PIC 9(4).

       01  WS-FS-SUCUR               PIC XX.
           88 FS-SUCUR-OK            VALUE "00".
           88 FS-SUCUR-EOF           VALUE "10".
       01  WS-FS-SUCUR-EXT           PIC 9(4).

       01  WS-FS-DISTSUC             PIC XX.
           88 FS-DISTSUC-OK          VALUE "00".
           88 FS-DISTSUC-EOF         VALUE "10".
       01  WS-FS-DISTSUC-EXT         PIC 9(4).

       01  WS-FS-SALPEN              PIC XX.
           88 FS-SALPEN-OK           VALUE "00".
           88 FS-SALPEN-EOF          VALUE "10".
       01  WS-FS-SALPEN-EXT          PIC 9(4).

      *>   LINEA DEL LIBRO DIARIO, MISMO LAYOUT QUE ESCRIBE CL-18-EJ-18
           COPY LEDGCPY.

       01  i                         PIC 99.
       01  k                         PIC 99.

      *>   ESQUEMAS DE REPARTO VIGENTES HOY, MISMA TABLA QUE
      *>   TABLA-ESQUEMAS EN CL-18-EJ-18: LA PRIMERA ENTRADA ES EL
      *>   ESQUEMA GENERAL (EL MISMO QUE QUEDA EN PORCENTAJES), LAS
      *>   DEMAS LOS DE UNA SUCURSAL (TIPO S) O DE UNA REGION (TIPO R)
       01  WS-CANT-ESQUEMAS          PIC 99 VALUE 0.
       01  TABLA-ESQUEMAS.
           02 WS-ESQ-ENTRADA OCCURS 20 TIMES.
               03 WS-ESQ-TIPO        PIC X(1).
               03 WS-ESQ-CLAVE       PIC X(10).
               03 WS-ESQ-VIGENTE-SW  PIC X(1).
                   88 ESQ-VIGENTE    VALUE "S".
               03 WS-ESQ-PORC        PIC 99V9 OCCURS 9 TIMES.
               03 WS-ESQ-VIG         PIC 9(8) OCCURS 9 TIMES.
       01  WS-ESQ-IX                 PIC 99 VALUE 0.
       01  WS-ESQ-TIPO-LEIDO         PIC X(1) VALUE SPACE.
       01  WS-ESQ-CLAVE-LEIDA        PIC X(10) VALUE SPACES.

      *>   CODIGO Y REGION DE CADA SUCURSAL DE SUCURPF (VER 1200)
       01  WS-CANT-SUCUR             PIC 99 VALUE 0.
       01  TABLA-SUCUR.
           02 WS-SUC-ENTRADA OCCURS 20 TIMES.
               03 WS-SUC-CODIGO      PIC X(4).
               03 WS-SUC-REGION      PIC X(10).
       01  WS-SUC-IX                 PIC 99 VALUE 0.

      *>   ENTRADA Y SALIDA DE 2300-RESOLVER-ESQUEMA
       01  WS-RES-SUC                PIC X(4) VALUE SPACES.
       01  WS-RES-REGION             PIC X(10) VALUE SPACES.
       01  WS-RES-ESQ                PIC 99 VALUE 0.

      *>   DETALLE POR SUCURSAL DE DISTSUCPF (VER 1300): UNA ENTRADA
      *>   POR CORRIDA Y SUCURSAL, CON LO QUE APORTO LA SUCURSAL Y LO
      *>   QUE LE TOCO DE ESO A CADA PARTICIPANTE (POR EL NRO QUE
      *>   TENIA EN ESA CORRIDA, CON SU NOMBRE). SOLO SE CARGAN LAS
      *>   CORRIDAS DESDE LA FECHA DE LA PRIMERA LINEA DEL LIBRO: LO
      *>   ANTERIOR YA LO ARCHIVO ARC-HIST Y NO SE VA A CONCILIAR
       01  WS-FECHA-DESDE-LIBRO      PIC 9(8) VALUE 0.
       01  WS-CANT-DT                PIC 9(4) VALUE 0.
       01  TABLA-DT.
           02 WS-DT-ENTRADA OCCURS 1000 TIMES.
               03 WS-DT-CORRIDA      PIC 9(6).
               03 WS-DT-SUC          PIC X(4).
               03 WS-DT-MONTO        PIC 9(9)V99.
               03 WS-DT-PARTE OCCURS 9 TIMES.
                   04 WS-DT-NOMBRE   PIC X(20).
                   04 WS-DT-PART     PIC 9(7)V99.
       01  WS-DT-IX                  PIC 9(4) VALUE 0.
       01  WS-DT-DESDE               PIC 9(4) VALUE 0.
       01  WS-DT-HASTA               PIC 9(4) VALUE 0.
       01  WS-DT-SUMA                PIC 9(11)V99 VALUE 0.
       01  WS-DT-LLENO-SW            PIC X(01) VALUE "N".
           88 DT-LLENO               VALUE "S".

      *>   LA LINEA EN REVISION TIENE DETALLE POR SUCURSAL QUE CIERRA
      *>   CONTRA SU MILLONES: EL ESPERADO DE CADA PARTICIPANTE ES LA
      *>   SUMA DE LO QUE LE TOCA EN CADA SUCURSAL (VER 2120)
       01  WS-LINEA-DESGLOSE-SW      PIC X(01) VALUE "N".
           88 LINEA-CON-DESGLOSE     VALUE "S".
       01  TABLA-DESG-ESPERADO.
           02 WS-DESG-ESP            PIC S9(9)V99 OCCURS 9 TIMES.
       01  TABLA-SUC-ESPERADO.
           02 WS-SE-ESP              PIC S9(9)V99 OCCURS 9 TIMES.
       01  WS-SE-SUMA                PIC S9(11)V99 VALUE 0.
       01  WS-SE-RESTO               PIC S9(9)V99 VALUE 0.
       01  WS-SE-AJUSTE              PIC 99 VALUE 0.
       01  WS-SIGNO-LINEA            PIC S9 VALUE 1.

      *>   TOTAL DE CADA PARTICIPANTE ABIERTO POR SUCURSAL SOBRE TODO
      *>   EL LIBRO (NETO DE REVERSAS), REGISTRADO Y ESPERADO. LA
      *>   SUCURSAL EN BLANCO JUNTA LAS LINEAS SIN DETALLE
       01  WS-CANT-TS                PIC 9(3) VALUE 0.
       01  TABLA-TS.
           02 WS-TS-ENTRADA OCCURS 200 TIMES.
               03 WS-TS-NOMBRE       PIC X(20).
               03 WS-TS-SUC          PIC X(4).
               03 WS-TS-REGISTRADO   PIC S9(11)V99.
               03 WS-TS-ESPERADO     PIC S9(11)V99.
       01  WS-TS-IX                  PIC 9(3) VALUE 0.
       01  WS-TS-JX                  PIC 9(3) VALUE 0.
       01  WS-TS-NOMBRE-BUSCADO      PIC X(20) VALUE SPACES.
       01  WS-TS-SUC-BUSCADA         PIC X(4) VALUE SPACES.
       01  WS-TS-REG-SUMAR           PIC S9(9)V99 VALUE 0.
       01  WS-TS-ESP-SUMAR           PIC S9(9)V99 VALUE 0.
       01  WS-TS-LLENO-SW            PIC X(01) VALUE "N".
           88 TS-LLENO               VALUE "S".
       01  WS-TS-REPETIDO-SW         PIC X(01) VALUE "N".
           88 TS-REPETIDO            VALUE "S".

      *>   DATOS DE LA LINEA DEL LIBRO QUE SE ESTA REVISANDO. WS-LL-
      *>   MILLONES ES UN CAMPO EDITADO (SOLO PARA MOSTRAR EN EL LIBRO),
      *>   ASI QUE SE PASA A UN CAMPO NUMERICO PROPIO ANTES DE USARLO
       01  WS-NOMBRES-NO-VIGENTES    PIC 9(6) VALUE 0.
       01  WS-DIFERENCIA-EN-LINEA-SW PIC X(01) VALUE "N".
           88 DIFERENCIA-EN-LINEA    VALUE "S".
       01  WS-LINEAS-CON-DESGLOSE    PIC 9(6) VALUE 0.
       01  WS-DESGLOSES-DESCARTADOS  PIC 9(6) VALUE 0.

      *>   SALDOS PENDIENTES DE TRANSFERIR POR PARTICIPANTE SEGUN
      *>   SALPENPF (VER 3200): TOTAL RETENIDO, LIBERADO Y FORZADO DE
      *>   TODOS SUS MOVIMIENTOS Y EL SALDO DEL ULTIMO, Y LOS TOTALES
      *>   GENERALES. RETENIDO - LIBERADO - FORZADO TIENE QUE DAR EL
      *>   SALDO PENDIENTE
       01  WS-TABLA-SALDOS.
           02 WS-SPT-ENTRADA OCCURS 9 TIMES.
               03 WS-SPT-NOMBRE      PIC X(20).
               03 WS-SPT-RETENIDO    PIC 9(9)V99.
               03 WS-SPT-LIBERADO    PIC 9(9)V99.
               03 WS-SPT-FORZADO     PIC 9(9)V99.
               03 WS-SPT-PENDIENTE   PIC 9(9)V99.
       01  WS-SPT-TOT-RETENIDO       PIC 9(11)V99 VALUE 0.
       01  WS-SPT-TOT-LIBERADO       PIC 9(11)V99 VALUE 0.
       01  WS-SPT-TOT-FORZADO        PIC 9(11)V99 VALUE 0.
       01  WS-SPT-TOT-PENDIENTE      PIC 9(11)V99 VALUE 0.
       01  WS-SPT-CONTROL            PIC S9(11)V99 VALUE 0.
       01  WS-SALDOS-QUE-NO-CIERRAN  PIC 9(6) VALUE 0.

      *>   LINEAS DE SALIDA DEL REPORTE, IMPRESAS POR CONSOLA (ES UN
      *>   REPORTE DE CONSULTA, NO UN ARCHIVO PERMANENTE)
           02 WS-RT-NOMBRE-NV        PIC X(20).
           02 FILLER                 PIC X(44) VALUE
               " NO TIENE PORCENTAJE VIGENTE HOY EN PARTICPF".
       01  WS-RT-SUCURSAL.
           02 FILLER                 PIC X(13) VALUE "    SUCURSAL ".
           02 WS-RT-SUC              PIC X(14).
           02 FILLER                 PIC X(13) VALUE " REGISTRADO: ".
           02 WS-RT-SUC-REGISTRADO   PIC ---.---.--9,99.
           02 FILLER                 PIC X(12) VALUE "  ESPERADO: ".
           02 WS-RT-SUC-ESPERADO     PIC ---.---.--9,99.
           02 FILLER                 PIC X(14) VALUE "  DIFERENCIA: ".
           02 WS-RT-SUC-DIFERENCIA   PIC ---.---.--9,99.
       01  WS-RT-SALDO.
           02 FILLER                 PIC X(04) VALUE "    ".
           02 WS-RT-SPN-NOMBRE       PIC X(20).
           02 FILLER                 PIC X(11) VALUE " RETENIDO: ".
           02 WS-RT-SPN-RETENIDO     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(12) VALUE "  LIBERADO: ".
           02 WS-RT-SPN-LIBERADO     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(11) VALUE "  FORZADO: ".
           02 WS-RT-SPN-FORZADO      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(13) VALUE "  PENDIENTE: ".
           02 WS-RT-SPN-PENDIENTE    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

      *>---------------------------PROCEDURE----------------------------
       PROCEDURE DIVISION.
           PERFORM 1000-CARGAR-PORCENTAJES-ACTUALES
               THRU 1000-CARGAR-PORCENTAJES-ACTUALES-EXIT

           PERFORM 1300-CARGAR-DIST-SUCURSAL
               THRU 1300-CARGAR-DIST-SUCURSAL-EXIT

           PERFORM 2000-PROCESAR-LEDGER
               THRU 2000-PROCESAR-LEDGER-EXIT

      *>   CARGA DE PARTICPF EL PORCENTAJE Y NOMBRE VIGENTES HOY DE
      *>   CADA PARTICIPANTE, CON EL MISMO CRITERIO DE VIGENCIA QUE
      *>   2000-CARGAR-PORCENTAJES EN CL-18-EJ-18 (EL REGISTRO DE
      *>   VIGENCIA MAS RECIENTE QUE NO SEA POSTERIOR A HOY). IGUAL
      *>   QUE ALLA, LA ELECCION SE HACE POR SEPARADO EN CADA ESQUEMA
      *>   Y PORCENTAJES QUEDA CON LOS DEL ESQUEMA GENERAL
       1000-CARGAR-PORCENTAJES-ACTUALES.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               MOVE 0 TO WS-VIG-ELEGIDA(i)
           END-PERFORM

      *>       EL ESQUEMA GENERAL OCUPA SIEMPRE LA PRIMERA ENTRADA
           MOVE 1 TO WS-CANT-ESQUEMAS
           MOVE 1 TO WS-ESQ-IX
           PERFORM 1150-LIMPIAR-ESQUEMA
               THRU 1150-LIMPIAR-ESQUEMA-EXIT
           MOVE "G" TO WS-ESQ-TIPO(1)
           MOVE SPACES TO WS-ESQ-CLAVE(1)

           PERFORM UNTIL FS-PARTIC-EOF
               READ PARTIC-FILE
                   AT END
                       SET FS-PARTIC-EOF TO TRUE
                   NOT AT END
                       IF PARTIC-REG-NRO >= 1 AND PARTIC-REG-NRO <= 9
                           PERFORM 1100-UBICAR-ESQUEMA
                               THRU 1100-UBICAR-ESQUEMA-EXIT
                           MOVE PARTIC-REG-NRO TO k
                           IF PARTIC-REG-VIGENCIA NOT > WS-FECHA-HOY
                                   AND PARTIC-REG-VIGENCIA >
                                       WS-ESQ-VIG(WS-ESQ-IX, k)
                               MOVE PARTIC-REG-PORCENTAJE
                                   TO WS-ESQ-PORC(WS-ESQ-IX, k)
                               MOVE PARTIC-REG-VIGENCIA
                                   TO WS-ESQ-VIG(WS-ESQ-IX, k)
                               SET ESQ-VIGENTE(WS-ESQ-IX) TO TRUE
                           END-IF
                           IF PARTIC-REG-VIGENCIA NOT > WS-FECHA-HOY
                                   AND PARTIC-REG-VIGENCIA >
                                       WS-VIG-ELEGIDA(PARTIC-REG-NRO)
                               MOVE PARTIC-REG-NOMBRE
                                   TO NOMBRES(PARTIC-REG-NRO)
                               MOVE PARTIC-REG-VIGENCIA

           CLOSE PARTIC-FILE

           IF WS-CANT-PARTICIPANTES = 0 OR NOT ESQ-VIGENTE(1)
               DISPLAY "ERROR: PARTICPF NO TIENE NINGUN PORCENTAJE "
                   "VIGENTE HOY, NO SE PUEDE CONCILIAR"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > 9
               MOVE WS-ESQ-PORC(1, i) TO PORCENTAJES(i)
           END-PERFORM

           IF WS-CANT-ESQUEMAS > 1
               PERFORM 1200-CARGAR-SUCURSALES
                   THRU 1200-CARGAR-SUCURSALES-EXIT
           END-IF.

       1000-CARGAR-PORCENTAJES-ACTUALES-EXIT.
           EXIT.


      *>   DEJA EN WS-ESQ-IX LA ENTRADA DE TABLA-ESQUEMAS DEL ESQUEMA
      *>   DEL REGISTRO DE PARTICPF RECIEN LEIDO, AGREGANDOLA SI ES
      *>   LA PRIMERA VEZ QUE APARECE (MISMO CRITERIO QUE
      *>   2100-UBICAR-ESQUEMA EN CL-18-EJ-18)
       1100-UBICAR-ESQUEMA.

           IF PARTIC-REG-ESQ-TIPO = "S" OR PARTIC-REG-ESQ-TIPO = "R"
               MOVE PARTIC-REG-ESQ-TIPO TO WS-ESQ-TIPO-LEIDO
               MOVE PARTIC-REG-ESQ-CLAVE TO WS-ESQ-CLAVE-LEIDA
           ELSE
               MOVE 1 TO WS-ESQ-IX
               GO TO 1100-UBICAR-ESQUEMA-EXIT
           END-IF

           PERFORM VARYING WS-ESQ-IX FROM 2 BY 1
                   UNTIL WS-ESQ-IX > WS-CANT-ESQUEMAS
                   OR (WS-ESQ-TIPO(WS-ESQ-IX) = WS-ESQ-TIPO-LEIDO
                       AND WS-ESQ-CLAVE(WS-ESQ-IX) = WS-ESQ-CLAVE-LEIDA)
               CONTINUE
           END-PERFORM

           IF WS-ESQ-IX NOT > WS-CANT-ESQUEMAS
               GO TO 1100-UBICAR-ESQUEMA-EXIT
           END-IF

           IF WS-CANT-ESQUEMAS = 20
               DISPLAY "ERROR: PARTICPF TIENE MAS DE 20 ESQUEMAS DE "
                   "REPARTO, NO ENTRAN EN LA TABLA"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-CANT-ESQUEMAS
           MOVE WS-CANT-ESQUEMAS TO WS-ESQ-IX
           PERFORM 1150-LIMPIAR-ESQUEMA
               THRU 1150-LIMPIAR-ESQUEMA-EXIT
           MOVE WS-ESQ-TIPO-LEIDO TO WS-ESQ-TIPO(WS-ESQ-IX)
           MOVE WS-ESQ-CLAVE-LEIDA TO WS-ESQ-CLAVE(WS-ESQ-IX).

       1100-UBICAR-ESQUEMA-EXIT.
           EXIT.


      *>   DEJA EN CERO LA ENTRADA WS-ESQ-IX DE TABLA-ESQUEMAS
       1150-LIMPIAR-ESQUEMA.

           MOVE "N" TO WS-ESQ-VIGENTE-SW(WS-ESQ-IX)
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > 9
               MOVE 0 TO WS-ESQ-PORC(WS-ESQ-IX, i)
               MOVE 0 TO WS-ESQ-VIG(WS-ESQ-IX, i)
           END-PERFORM.

       1150-LIMPIAR-ESQUEMA-EXIT.
           EXIT.


      *>   CARGA CODIGO Y REGION DE CADA SUCURSAL DE SUCURPF, PARA
      *>   RESOLVER LOS ESQUEMAS DE REGION (VER 2300). SIN EL MAESTRO
      *>   SOLO SE RESUELVEN LOS ESQUEMAS DE SUCURSAL
       1200-CARGAR-SUCURSALES.

           MOVE 0 TO WS-CANT-SUCUR

           OPEN INPUT SUCUR-FILE

           IF NOT FS-SUCUR-OK
               DISPLAY "AVISO: NO HAY MAESTRO DE SUCURSALES SUCURPF, "
                   "NO SE PUEDEN USAR LOS ESQUEMAS POR REGION"
               CLOSE SUCUR-FILE
               GO TO 1200-CARGAR-SUCURSALES-EXIT
           END-IF

           PERFORM UNTIL FS-SUCUR-EOF
               READ SUCUR-FILE
                   AT END
                       SET FS-SUCUR-EOF TO TRUE
                   NOT AT END
                       IF WS-CANT-SUCUR = 20
                           DISPLAY "ERROR: SUCURPF TIENE MAS DE 20 "
                               "SUCURSALES, NO ENTRAN EN LA TABLA"
                           DISPLAY "PROGRAMA ABORTADO"
                           MOVE 1 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-CANT-SUCUR
                       MOVE SUCUR-REG-CODIGO
                           TO WS-SUC-CODIGO(WS-CANT-SUCUR)
                       MOVE SUCUR-REG-REGION
                           TO WS-SUC-REGION(WS-CANT-SUCUR)
               END-READ
           END-PERFORM

           CLOSE SUCUR-FILE.

       1200-CARGAR-SUCURSALES-EXIT.
           EXIT.


      *>   CARGA EN TABLA-DT EL DETALLE POR SUCURSAL DE DISTSUCPF,
      *>   JUNTANDO EN UNA ENTRADA LAS LINEAS CONSECUTIVAS DE UNA MISMA
      *>   CORRIDA Y SUCURSAL (ASI LAS ESCRIBE CL-18-EJ-18). SIN EL
      *>   ARCHIVO NINGUNA LINEA DEL LIBRO TIENE DESGLOSE Y TODO SE
      *>   CONCILIA CONTRA EL ESQUEMA GENERAL, COMO ANTES
       1300-CARGAR-DIST-SUCURSAL.

           MOVE 0 TO WS-CANT-DT

      *>       FECHA DE LA PRIMERA LINEA DEL LIBRO: EL LIBRO ES SOLO DE
      *>       ALTA Y ARC-HIST ARCHIVA POR FECHA, ASI QUE NINGUNA LINEA
      *>       QUE QUEDE EN EL LIBRO ES ANTERIOR A ESTA. SI EL LIBRO NO
      *>       ABRE, 2000-PROCESAR-LEDGER DA EL ERROR
           OPEN INPUT LEDGER-FILE
           IF NOT FS-LEDGER-OK
               CLOSE LEDGER-FILE
               GO TO 1300-CARGAR-DIST-SUCURSAL-EXIT
           END-IF
           READ LEDGER-FILE INTO WS-LEDGER-CRUDO
               AT END
                   CLOSE LEDGER-FILE
                   GO TO 1300-CARGAR-DIST-SUCURSAL-EXIT
           END-READ
           CLOSE LEDGER-FILE
           PERFORM 8800-NORMALIZAR-LEDGER
               THRU 8800-NORMALIZAR-LEDGER-EXIT
           MOVE WS-LL-FECHA TO WS-FECHA-DESDE-LIBRO

           OPEN INPUT DISTSUC-FILE

           IF NOT FS-DISTSUC-OK
               CLOSE DISTSUC-FILE
               GO TO 1300-CARGAR-DIST-SUCURSAL-EXIT
           END-IF

           PERFORM UNTIL FS-DISTSUC-EOF
               READ DISTSUC-FILE
                   AT END
                       SET FS-DISTSUC-EOF TO TRUE
                   NOT AT END
                       IF DSU-REG-FECHA NOT < WS-FECHA-DESDE-LIBRO
                               AND DSU-REG-CORRIDA > 0
                               AND DSU-REG-NRO > 0
                               AND NOT DT-LLENO
                           PERFORM 1350-ACUMULAR-DIST-SUCURSAL
                               THRU 1350-ACUMULAR-DIST-SUCURSAL-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DISTSUC-FILE

           IF DT-LLENO
               DISPLAY "AVISO: DISTSUCPF TIENE MAS DE 1000 SUCURSALES "
                   "POR CORRIDA, LAS CORRIDAS SIGUIENTES SE CONCILIAN "
                   "CONTRA EL ESQUEMA GENERAL"
           END-IF.

       1300-CARGAR-DIST-SUCURSAL-EXIT.
           EXIT.


      *>   SUMA LA LINEA DE DISTSUCPF RECIEN LEIDA A LA ULTIMA ENTRADA
      *>   DE TABLA-DT SI ES DE LA MISMA CORRIDA Y SUCURSAL, O ABRE UNA
      *>   ENTRADA NUEVA
       1350-ACUMULAR-DIST-SUCURSAL.

           IF WS-CANT-DT > 0
               IF WS-DT-CORRIDA(WS-CANT-DT) = DSU-REG-CORRIDA
                       AND WS-DT-SUC(WS-CANT-DT) = DSU-REG-SUC
                   GO TO 1350-SUMAR
               END-IF
           END-IF

           IF WS-CANT-DT = 1000
               SET DT-LLENO TO TRUE
               GO TO 1350-ACUMULAR-DIST-SUCURSAL-EXIT
           END-IF

           ADD 1 TO WS-CANT-DT
           MOVE DSU-REG-CORRIDA TO WS-DT-CORRIDA(WS-CANT-DT)
           MOVE DSU-REG-SUC TO WS-DT-SUC(WS-CANT-DT)
           MOVE 0 TO WS-DT-MONTO(WS-CANT-DT)
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > 9
               MOVE SPACES TO WS-DT-NOMBRE(WS-CANT-DT, i)
               MOVE 0 TO WS-DT-PART(WS-CANT-DT, i)
           END-PERFORM.

       1350-SUMAR.

           MOVE DSU-REG-NOMBRE TO WS-DT-NOMBRE(WS-CANT-DT, DSU-REG-NRO)
           ADD DSU-REG-MONTO TO WS-DT-PART(WS-CANT-DT, DSU-REG-NRO)
           ADD DSU-REG-MONTO TO WS-DT-MONTO(WS-CANT-DT).

       1350-ACUMULAR-DIST-SUCURSAL-EXIT.
           EXIT.


      *>   RECORRE TODO EL LIBRO DIARIO Y REVISA CADA LINEA (NORMAL O
      *>   REVERSA POR IGUAL: LO QUE INTERESA ES SI LOS MONTOS QUE
      *>   QUEDARON ESCRITOS COINCIDEN CON LO QUE DARIA HOY, NO SI LA
           MOVE 0 TO WS-AJUSTE-K
           MOVE 0 TO WS-SUMA-ESPERADA

           IF LL-TIPO-REVERSA
               MOVE -1 TO WS-SIGNO-LINEA
           ELSE
               MOVE 1 TO WS-SIGNO-LINEA
           END-IF

      *>       SI LA CORRIDA DE LA LINEA SE REPARTIO POR SUCURSAL, EL
      *>       ESPERADO DE CADA PARTICIPANTE SE ARMA SUCURSAL POR
      *>       SUCURSAL (VER 2120) Y EL AJUSTE DE RESTO YA QUEDA HECHO
      *>       DENTRO DE CADA SUCURSAL
           PERFORM 2110-UBICAR-DESGLOSE
               THRU 2110-UBICAR-DESGLOSE-EXIT

      *>       PRIMERA PASADA: SE RECALCULA EL ESPERADO DE CADA PAR DE
      *>       LA LINEA Y SE UBICA EL PAR DESIGNADO PARA EL RESTO DE
      *>       REDONDEO, EXACTAMENTE COMO LO HACE 5000-DISTRIBUIR

           END-PERFORM

      *>       CON DESGLOSE POR SUCURSAL EL ESPERADO DE CADA PAR ES EL
      *>       ARMADO EN 2120, QUE YA TRAE EL RESTO REPARTIDO DENTRO DE
      *>       CADA SUCURSAL: EL RECALCULO GENERAL DE ARRIBA NO SE USA
           IF LINEA-CON-DESGLOSE
               MOVE 0 TO WS-AJUSTE-K
               PERFORM VARYING k FROM 1 BY 1 UNTIL k > WS-LL-CANT
                   IF WS-LIN-IDX(k) > 0
                       MOVE WS-DESG-ESP(WS-LIN-IDX(k))
                           TO WS-LIN-ESPERADO(k)
                   END-IF
               END-PERFORM
           END-IF

      *>       EL RESTO DE REDONDEO (LO QUE EL TRUNCADO DE CADA MONTO
      *>       LE QUITO A LA SUMA) VA ENTERO AL PAR DESIGNADO, COMO
      *>       EN 5000-DISTRIBUIR; SIN ESTO, CADA LINEA CON RESTO
           END-IF

      *>       SEGUNDA PASADA: RECIEN AHORA SE COMPARA LO REGISTRADO
      *>       CONTRA EL ESPERADO YA AJUSTADO. UNA LINEA SIN DESGLOSE
      *>       VA ENTERA AL RENGLON SIN SUCURSAL DE CADA PARTICIPANTE
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > WS-LL-CANT

               IF NOT LINEA-CON-DESGLOSE
                   MOVE WS-LIN-NOMBRE(k) TO WS-TS-NOMBRE-BUSCADO
                   MOVE SPACES TO WS-TS-SUC-BUSCADA
                   COMPUTE WS-TS-REG-SUMAR =
                       WS-LIN-REGISTRADO(k) * WS-SIGNO-LINEA
                   COMPUTE WS-TS-ESP-SUMAR =
                       WS-LIN-ESPERADO(k) * WS-SIGNO-LINEA
                   PERFORM 2400-ACUMULAR-SUCURSAL
                       THRU 2400-ACUMULAR-SUCURSAL-EXIT
               END-IF

               IF WS-LIN-IDX(k) = 0
                   ADD 1 TO WS-NOMBRES-NO-VIGENTES
                   MOVE WS-LIN-NOMBRE(k) TO WS-RT-NOMBRE-NV
           EXIT.


      *>   BUSCA EN TABLA-DT LAS SUCURSALES DE LA CORRIDA DE LA LINEA
      *>   EN REVISION (ENTRADAS CONSECUTIVAS WS-DT-DESDE A
      *>   WS-DT-HASTA). SOLO SE USAN SI SUS MONTOS SUMAN EXACTO EL
      *>   MILLONES DE LA LINEA; SI NO (UNA CORRIDA CORTADA A MITAD DE
      *>   ESCRIBIR EL DETALLE), LA LINEA SE CONCILIA COMO SIN DESGLOSE
       2110-UBICAR-DESGLOSE.

           MOVE "N" TO WS-LINEA-DESGLOSE-SW
           MOVE 0 TO WS-DT-DESDE
           MOVE 0 TO WS-DT-HASTA

           IF WS-LL-CORRIDA = 0 OR WS-CANT-DT = 0
               GO TO 2110-UBICAR-DESGLOSE-EXIT
           END-IF

           PERFORM VARYING WS-DT-IX FROM 1 BY 1
                   UNTIL WS-DT-IX > WS-CANT-DT
                   OR WS-DT-CORRIDA(WS-DT-IX) = WS-LL-CORRIDA
               CONTINUE
           END-PERFORM

           IF WS-DT-IX > WS-CANT-DT
               GO TO 2110-UBICAR-DESGLOSE-EXIT
           END-IF

           MOVE WS-DT-IX TO WS-DT-DESDE
           MOVE 0 TO WS-DT-SUMA
           PERFORM VARYING WS-DT-IX FROM WS-DT-DESDE BY 1
                   UNTIL WS-DT-IX > WS-CANT-DT
                   OR WS-DT-CORRIDA(WS-DT-IX) NOT = WS-LL-CORRIDA
               MOVE WS-DT-IX TO WS-DT-HASTA
               ADD WS-DT-MONTO(WS-DT-IX) TO WS-DT-SUMA
           END-PERFORM

           IF WS-DT-SUMA NOT = WS-MILLONES-LINEA
               ADD 1 TO WS-DESGLOSES-DESCARTADOS
               GO TO 2110-UBICAR-DESGLOSE-EXIT
           END-IF

           SET LINEA-CON-DESGLOSE TO TRUE
           ADD 1 TO WS-LINEAS-CON-DESGLOSE

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > 9
               MOVE 0 TO WS-DESG-ESP(i)
           END-PERFORM

           PERFORM VARYING WS-DT-IX FROM WS-DT-DESDE BY 1
                   UNTIL WS-DT-IX > WS-DT-HASTA
               PERFORM 2120-ESPERADO-POR-SUCURSAL
                   THRU 2120-ESPERADO-POR-SUCURSAL-EXIT
           END-PERFORM.

       2110-UBICAR-DESGLOSE-EXIT.
           EXIT.


      *>   RECALCULA LO QUE LE TOCA HOY A CADA PARTICIPANTE DEL MONTO
      *>   DE LA SUCURSAL WS-DT-IX, CON EL ESQUEMA QUE LE CORRESPONDE
      *>   A ESA SUCURSAL HOY Y CON LA MISMA REGLA DE RESTO QUE
      *>   2100-REVISAR-LINEA. LO SUMA AL ESPERADO DE LA LINEA Y DEJA
      *>   REGISTRADO Y ESPERADO DE LA SUCURSAL EN EL DESGLOSE FINAL
       2120-ESPERADO-POR-SUCURSAL.

           MOVE WS-DT-SUC(WS-DT-IX) TO WS-RES-SUC
           PERFORM 2300-RESOLVER-ESQUEMA
               THRU 2300-RESOLVER-ESQUEMA-EXIT

           MOVE 0 TO WS-SE-SUMA
           MOVE 0 TO WS-SE-AJUSTE

           PERFORM VARYING i FROM 1 BY 1
                   UNTIL i > WS-CANT-PARTICIPANTES
               COMPUTE WS-SE-ESP(i) = WS-DT-MONTO(WS-DT-IX) *
                       WS-ESQ-PORC(WS-RES-ESQ, i) / 100
                   ON SIZE ERROR
                       MOVE 0 TO WS-SE-ESP(i)
               END-COMPUTE
               ADD WS-SE-ESP(i) TO WS-SE-SUMA
               IF WS-SE-AJUSTE = 0
                       OR WS-ESQ-PORC(WS-RES-ESQ, i) >
                           WS-ESQ-PORC(WS-RES-ESQ, WS-SE-AJUSTE)
                   MOVE i TO WS-SE-AJUSTE
               END-IF
           END-PERFORM

           IF WS-SE-AJUSTE > 0
               COMPUTE WS-SE-RESTO = WS-DT-MONTO(WS-DT-IX) - WS-SE-SUMA
               IF WS-SE-RESTO NOT < 0 AND WS-SE-RESTO < 0,10
                   ADD WS-SE-RESTO TO WS-SE-ESP(WS-SE-AJUSTE)
               END-IF
           END-IF

      *>       ESPERADO DE LA SUCURSAL, POR EL NOMBRE VIGENTE HOY
           PERFORM VARYING i FROM 1 BY 1
                   UNTIL i > WS-CANT-PARTICIPANTES
               ADD WS-SE-ESP(i) TO WS-DESG-ESP(i)
               IF WS-SE-ESP(i) NOT = 0
                   MOVE NOMBRES(i) TO WS-TS-NOMBRE-BUSCADO
                   MOVE WS-DT-SUC(WS-DT-IX) TO WS-TS-SUC-BUSCADA
                   MOVE 0 TO WS-TS-REG-SUMAR
                   COMPUTE WS-TS-ESP-SUMAR =
                       WS-SE-ESP(i) * WS-SIGNO-LINEA
                   PERFORM 2400-ACUMULAR-SUCURSAL
                       THRU 2400-ACUMULAR-SUCURSAL-EXIT
               END-IF
           END-PERFORM

      *>       REGISTRADO DE LA SUCURSAL, POR EL NOMBRE QUE TENIA EL
      *>       PARTICIPANTE EN LA CORRIDA
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > 9
               IF WS-DT-PART(WS-DT-IX, i) NOT = 0
                   MOVE WS-DT-NOMBRE(WS-DT-IX, i)
                       TO WS-TS-NOMBRE-BUSCADO
                   MOVE WS-DT-SUC(WS-DT-IX) TO WS-TS-SUC-BUSCADA
                   COMPUTE WS-TS-REG-SUMAR =
                       WS-DT-PART(WS-DT-IX, i) * WS-SIGNO-LINEA
                   MOVE 0 TO WS-TS-ESP-SUMAR
                   PERFORM 2400-ACUMULAR-SUCURSAL
                       THRU 2400-ACUMULAR-SUCURSAL-EXIT
               END-IF
           END-PERFORM.

       2120-ESPERADO-POR-SUCURSAL-EXIT.
           EXIT.


      *>   DEJA EN WS-NOMBRE-ACTUAL / WS-MONTO-REGISTRADO EL PAR
      *>   NUMERO k DE LA LINEA EN REVISION
       2080-EXTRAER-PAR.
           EXIT.


      *>   ELIGE EL ESQUEMA VIGENTE HOY PARA LA SUCURSAL WS-RES-SUC:
      *>   EL DE LA SUCURSAL, SI NO EL DE SU REGION, SI NO EL GENERAL
      *>   (MISMO CRITERIO QUE 2300-RESOLVER-ESQUEMA EN CL-18-EJ-18).
      *>   LA ENTRADA ELEGIDA QUEDA EN WS-RES-ESQ
       2300-RESOLVER-ESQUEMA.

           MOVE 1 TO WS-RES-ESQ

           PERFORM VARYING WS-ESQ-IX FROM 2 BY 1
                   UNTIL WS-ESQ-IX > WS-CANT-ESQUEMAS
               IF ESQ-VIGENTE(WS-ESQ-IX)
                       AND WS-ESQ-TIPO(WS-ESQ-IX) = "S"
                       AND WS-ESQ-CLAVE(WS-ESQ-IX) = WS-RES-SUC
                   MOVE WS-ESQ-IX TO WS-RES-ESQ
               END-IF
           END-PERFORM

           IF WS-RES-ESQ > 1
               GO TO 2300-RESOLVER-ESQUEMA-EXIT
           END-IF

           MOVE SPACES TO WS-RES-REGION
           PERFORM VARYING WS-SUC-IX FROM 1 BY 1
                   UNTIL WS-SUC-IX > WS-CANT-SUCUR
               IF WS-SUC-CODIGO(WS-SUC-IX) = WS-RES-SUC
                   MOVE WS-SUC-REGION(WS-SUC-IX) TO WS-RES-REGION
               END-IF
           END-PERFORM

           IF WS-RES-REGION = SPACES
               GO TO 2300-RESOLVER-ESQUEMA-EXIT
           END-IF

           PERFORM VARYING WS-ESQ-IX FROM 2 BY 1
                   UNTIL WS-ESQ-IX > WS-CANT-ESQUEMAS
               IF ESQ-VIGENTE(WS-ESQ-IX)
                       AND WS-ESQ-TIPO(WS-ESQ-IX) = "R"
                       AND WS-ESQ-CLAVE(WS-ESQ-IX) = WS-RES-REGION
                   MOVE WS-ESQ-IX TO WS-RES-ESQ
               END-IF
           END-PERFORM.

       2300-RESOLVER-ESQUEMA-EXIT.
           EXIT.


      *>   SUMA WS-TS-REG-SUMAR / WS-TS-ESP-SUMAR AL RENGLON DEL
      *>   PARTICIPANTE WS-TS-NOMBRE-BUSCADO Y LA SUCURSAL
      *>   WS-TS-SUC-BUSCADA DEL DESGLOSE FINAL, ABRIENDOLO SI NO
      *>   EXISTE TODAVIA
       2400-ACUMULAR-SUCURSAL.

           PERFORM VARYING WS-TS-IX FROM 1 BY 1
                   UNTIL WS-TS-IX > WS-CANT-TS
                   OR (WS-TS-NOMBRE(WS-TS-IX) = WS-TS-NOMBRE-BUSCADO
                       AND WS-TS-SUC(WS-TS-IX) = WS-TS-SUC-BUSCADA)
               CONTINUE
           END-PERFORM

           IF WS-TS-IX > WS-CANT-TS
               IF WS-CANT-TS = 200
                   SET TS-LLENO TO TRUE
                   GO TO 2400-ACUMULAR-SUCURSAL-EXIT
               END-IF
               ADD 1 TO WS-CANT-TS
               MOVE WS-CANT-TS TO WS-TS-IX
               MOVE WS-TS-NOMBRE-BUSCADO TO WS-TS-NOMBRE(WS-TS-IX)
               MOVE WS-TS-SUC-BUSCADA TO WS-TS-SUC(WS-TS-IX)
               MOVE 0 TO WS-TS-REGISTRADO(WS-TS-IX)
               MOVE 0 TO WS-TS-ESPERADO(WS-TS-IX)
           END-IF

           ADD WS-TS-REG-SUMAR TO WS-TS-REGISTRADO(WS-TS-IX)
           ADD WS-TS-ESP-SUMAR TO WS-TS-ESPERADO(WS-TS-IX).

       2400-ACUMULAR-SUCURSAL-EXIT.
           EXIT.


      *>   RESUMEN FINAL DE CONTROL: CUANTAS LINEAS SE REVISARON,
      *>   CUANTAS TUVIERON AL MENOS UNA DIFERENCIA Y EL DETALLE DE
      *>   CUANTOS PARES NOMBRE/MONTO NO CERRARON O QUEDARON HUERFANOS
               WS-DIFERENCIAS-DETALLE
           DISPLAY "PARTICIPANTES SIN VIGENCIA HOY...: "
               WS-NOMBRES-NO-VIGENTES
           DISPLAY "LINEAS CON DESGLOSE POR SUCURSAL.: "
               WS-LINEAS-CON-DESGLOSE
           IF WS-DESGLOSES-DESCARTADOS > 0
               DISPLAY "DESGLOSES QUE NO CIERRAN (IGNOR.): "
                   WS-DESGLOSES-DESCARTADOS
           END-IF

           IF WS-LINEAS-CON-DIFERENCIA = 0
               DISPLAY "EL LIBRO CIERRA CONTRA LOS PORCENTAJES "
                   "VIGENTES HOY, SIN DIFERENCIAS"
           END-IF

           IF WS-LINEAS-CON-DESGLOSE > 0
               PERFORM 3100-EMITIR-SUCURSALES
                   THRU 3100-EMITIR-SUCURSALES-EXIT
           END-IF

           PERFORM 3200-EMITIR-SALDOS-PENDIENTES
               THRU 3200-EMITIR-SALDOS-PENDIENTES-EXIT.

       3000-EMITIR-RESUMEN-EXIT.
           EXIT.


      *>   TOTAL DE CADA PARTICIPANTE SOBRE TODO EL LIBRO ABIERTO POR
      *>   LAS SUCURSALES QUE LO FINANCIARON, REGISTRADO CONTRA
      *>   ESPERADO; LO QUE VIENE DE LINEAS SIN DETALLE POR SUCURSAL
      *>   SALE COMO "SIN DESGLOSE". CADA PARTICIPANTE SE IMPRIME UNA
      *>   VEZ, EN EL ORDEN EN QUE APARECIO EN EL LIBRO
       3100-EMITIR-SUCURSALES.

           DISPLAY " "
           DISPLAY "DESGLOSE POR SUCURSAL DE CADA PARTICIPANTE"

           IF TS-LLENO
               DISPLAY "AVISO: MAS DE 200 RENGLONES PARTICIPANTE/"
                   "SUCURSAL, EL DESGLOSE SALE INCOMPLETO"
           END-IF

           PERFORM VARYING WS-TS-IX FROM 1 BY 1
                   UNTIL WS-TS-IX > WS-CANT-TS

               MOVE "N" TO WS-TS-REPETIDO-SW
               PERFORM VARYING WS-TS-JX FROM 1 BY 1
                       UNTIL WS-TS-JX NOT < WS-TS-IX
                   IF WS-TS-NOMBRE(WS-TS-JX) = WS-TS-NOMBRE(WS-TS-IX)
                       SET TS-REPETIDO TO TRUE
                   END-IF
               END-PERFORM

               IF NOT TS-REPETIDO
                   DISPLAY "  " WS-TS-NOMBRE(WS-TS-IX)
                   PERFORM VARYING WS-TS-JX FROM WS-TS-IX BY 1
                           UNTIL WS-TS-JX > WS-CANT-TS
                       IF WS-TS-NOMBRE(WS-TS-JX) =
                               WS-TS-NOMBRE(WS-TS-IX)
                           PERFORM 3150-EMITIR-RENGLON-SUCURSAL
                               THRU 3150-EMITIR-RENGLON-SUCURSAL-EXIT
                       END-IF
                   END-PERFORM
               END-IF

           END-PERFORM.

       3100-EMITIR-SUCURSALES-EXIT.
           EXIT.


      *>   UN RENGLON DEL DESGLOSE: LA ENTRADA WS-TS-JX DE TABLA-TS
       3150-EMITIR-RENGLON-SUCURSAL.

           IF WS-TS-SUC(WS-TS-JX) = SPACES
               MOVE "(SIN DESGLOSE)" TO WS-RT-SUC
           ELSE
               MOVE WS-TS-SUC(WS-TS-JX) TO WS-RT-SUC
           END-IF
           MOVE WS-TS-REGISTRADO(WS-TS-JX) TO WS-RT-SUC-REGISTRADO
           MOVE WS-TS-ESPERADO(WS-TS-JX) TO WS-RT-SUC-ESPERADO
           COMPUTE WS-RT-SUC-DIFERENCIA = WS-TS-REGISTRADO(WS-TS-JX)
               - WS-TS-ESPERADO(WS-TS-JX)
           DISPLAY WS-RT-SUCURSAL.

       3150-EMITIR-RENGLON-SUCURSAL-EXIT.
           EXIT.


      *>   SALDOS PENDIENTES DE TRANSFERIR: EL LIBRO REGISTRA EL BRUTO
      *>   DE CADA CORRIDA, PERO LO QUE NO LLEGO A LA TRANSFERENCIA
      *>   MINIMA NO SALIO AL BANCO EN ESA CORRIDA. POR PARTICIPANTE,
      *>   LO RETENIDO, LO LIBERADO EN UNA CORRIDA POSTERIOR, LO
      *>   FORZADO EN UN CIERRE DE MES Y LO QUE SIGUE PENDIENTE, PARA
      *>   QUE ESA DIFERENCIA ENTRE LIBRO Y BANCO TENGA EXPLICACION.
      *>   SI LOS MOVIMIENTOS NO CIERRAN CONTRA EL SALDO DEL ULTIMO
      *>   (SALPENPF TOCADO A MANO O TRUNCADO) SE AVISA. SIN SALPENPF
      *>   NO HAY NADA QUE INFORMAR
       3200-EMITIR-SALDOS-PENDIENTES.

           MOVE 0 TO WS-SPT-TOT-RETENIDO
           MOVE 0 TO WS-SPT-TOT-LIBERADO
           MOVE 0 TO WS-SPT-TOT-FORZADO
           MOVE 0 TO WS-SPT-TOT-PENDIENTE
           MOVE 0 TO WS-SALDOS-QUE-NO-CIERRAN
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > 9
               MOVE SPACES TO WS-SPT-NOMBRE(i)
               MOVE 0 TO WS-SPT-RETENIDO(i)
               MOVE 0 TO WS-SPT-LIBERADO(i)
               MOVE 0 TO WS-SPT-FORZADO(i)
               MOVE 0 TO WS-SPT-PENDIENTE(i)
           END-PERFORM

           OPEN INPUT SALPEN-FILE

           IF NOT FS-SALPEN-OK
               CLOSE SALPEN-FILE
               GO TO 3200-EMITIR-SALDOS-PENDIENTES-EXIT
           END-IF

           PERFORM UNTIL FS-SALPEN-EOF
               READ SALPEN-FILE
                   AT END
                       SET FS-SALPEN-EOF TO TRUE
                   NOT AT END
                       IF SPN-REG-NRO > 0
                           MOVE SPN-REG-NRO TO i
                           MOVE SPN-REG-NOMBRE TO WS-SPT-NOMBRE(i)
                           EVALUATE TRUE
                               WHEN SPN-ACUMULADO
                                   ADD SPN-REG-MONTO
                                       TO WS-SPT-RETENIDO(i)
                               WHEN SPN-LIBERADO
                                   ADD SPN-REG-MONTO
                                       TO WS-SPT-LIBERADO(i)
                               WHEN SPN-FORZADO
                                   ADD SPN-REG-MONTO
                                       TO WS-SPT-FORZADO(i)
                           END-EVALUATE
                           MOVE SPN-REG-SALDO TO WS-SPT-PENDIENTE(i)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SALPEN-FILE

           DISPLAY " "
           DISPLAY "SALDOS PENDIENTES DE TRANSFERIR POR TRANSFERENCIA "
               "MINIMA (SALPENPF)"

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > 9
               IF WS-SPT-NOMBRE(i) NOT = SPACES
                   MOVE WS-SPT-NOMBRE(i) TO WS-RT-SPN-NOMBRE
                   MOVE WS-SPT-RETENIDO(i) TO WS-RT-SPN-RETENIDO
                   MOVE WS-SPT-LIBERADO(i) TO WS-RT-SPN-LIBERADO
                   MOVE WS-SPT-FORZADO(i) TO WS-RT-SPN-FORZADO
                   MOVE WS-SPT-PENDIENTE(i) TO WS-RT-SPN-PENDIENTE
                   DISPLAY WS-RT-SALDO
                   COMPUTE WS-SPT-CONTROL = WS-SPT-RETENIDO(i)
                       - WS-SPT-LIBERADO(i) - WS-SPT-FORZADO(i)
                   IF WS-SPT-CONTROL NOT = WS-SPT-PENDIENTE(i)
                       ADD 1 TO WS-SALDOS-QUE-NO-CIERRAN
                       DISPLAY "    AVISO: LOS MOVIMIENTOS DE "
                           WS-SPT-NOMBRE(i) " NO CIERRAN CONTRA SU "
                           "SALDO PENDIENTE"
                   END-IF
                   ADD WS-SPT-RETENIDO(i) TO WS-SPT-TOT-RETENIDO
                   ADD WS-SPT-LIBERADO(i) TO WS-SPT-TOT-LIBERADO
                   ADD WS-SPT-FORZADO(i) TO WS-SPT-TOT-FORZADO
                   ADD WS-SPT-PENDIENTE(i) TO WS-SPT-TOT-PENDIENTE
               END-IF
           END-PERFORM

           MOVE "TOTAL" TO WS-RT-SPN-NOMBRE
           MOVE WS-SPT-TOT-RETENIDO TO WS-RT-SPN-RETENIDO
           MOVE WS-SPT-TOT-LIBERADO TO WS-RT-SPN-LIBERADO
           MOVE WS-SPT-TOT-FORZADO TO WS-RT-SPN-FORZADO
           MOVE WS-SPT-TOT-PENDIENTE TO WS-RT-SPN-PENDIENTE
           DISPLAY WS-RT-SALDO

           IF WS-SALDOS-QUE-NO-CIERRAN = 0
               DISPLAY "LOS MOVIMIENTOS DE SALPENPF CIERRAN CONTRA LOS "
                   "SALDOS PENDIENTES"
           END-IF.

       3200-EMITIR-SALDOS-PENDIENTES-EXIT.
           EXIT.


      *>   NORMALIZACION DE LINEA DE LIBRO COMPARTIDA, PARA TOLERAR EL
      *>   LAYOUT VIEJO DEL LIBRO (VER 2000-PROCESAR-LEDGER)
           COPY LEDGNORM.
