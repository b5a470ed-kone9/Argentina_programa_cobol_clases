      *> PERIODO ESTE CERRADO; VER 0800-VERIFICAR-PERIODO ALLA) Y
      *> EMITE EL ESTADO DE CIERRE DEL MES: EL TOTAL DEL LIBRO DIARIO
      *> POR PARTICIPANTE (RESTANDO REVERSAS, MISMO CRITERIO QUE
      *> RPT-PARTIC) MAS EL TOTAL DE VISITAS DEL MES SEGUN HISVIXPF.
      *> ESE ESTADO, ARCHIVADO EN CIEESTPF, PASA A SER EL NUMERO
      *> OFICIAL CONTRA EL QUE SE CONCILIA, EN VEZ DE LO QUE DIGA UN
      *> REPORTE EL DIA QUE ALGUIEN LO CORRA.
      *> PERIODO; VALE EL ULTIMO. ASI QUEDA EL RASTRO DE CADA CIERRE
      *> Y CADA REAPERTURA, NO SOLO EL ESTADO FINAL.

      *> MODIFICACIONES
      *> - ANTES DE CERRAR SE CONSULTA EL RESULTADO DE LA CONCILIACION
      *>   BANCARIA DEL PERIODO (CONCBCOPF, VER CON-BANCO): SI NO SE
      *>   CONCILIO O QUEDO CON PARTIDAS SUELTAS, EL CIERRE SE AVISA Y
      *>   PIDE CONFIRMACION EXPRESA DEL OPERADOR. EL RESULTADO QUEDA
      *>   ADEMAS EN EL ESTADO DE CIERRE.
      *> - LAS VISITAS DEL PERIODO INCLUYEN LOS REGISTROS DE AJUSTE QUE
      *>   COR-VISIT AGREGA EN ACUMVISPF AL CORREGIR UNA SEMANA YA
      *>   CONSOLIDADA.
      *> - LAS VISITAS DEL PERIODO SE TOMAN DEL HISTORIAL INDEXADO POR
      *>   SUCURSAL HISVIXPF EN VEZ DE ACUMVISPF, LEYENDO SOLO LAS
      *>   SEMANAS QUE PUEDEN TENER DIAS DEL MES Y SUMANDO CADA DIA EN
      *>   EL MES EN QUE CAYO (LAS CORRECCIONES DE COR-VISIT YA ESTAN
      *>   APLICADAS EN EL HISTORIAL). EL ESTADO DE CIERRE ABRE ESE
      *>   TOTAL POR SUCURSAL Y POR REGION (DE SUCURPF).
      *> - AL CERRAR, LOS SALDOS QUE CL-18-EJ-18 DEJO PENDIENTES DE
      *>   TRANSFERIR EN SALPENPF POR NO LLEGAR A LA TRANSFERENCIA
      *>   MINIMA SE LIBERAN IGUAL (VER 4500): SALEN EN UNA ORDEN DE
      *>   PAGO PAGOSPF PROPIA DEL CIERRE, CON SU LINEA EN ESTPAGPF Y
      *>   SU AVISO DE PAGO, Y QUEDAN EN EL ESTADO DE CIERRE. SI LA
      *>   ORDEN DE PAGO VIGENTE TODAVIA NO TIENE SU RETORNO DEL
      *>   BANCO NO SE PISA: LOS SALDOS PASAN AL CIERRE SIGUIENTE Y EL
      *>   ESTADO LOS INFORMA COMO SIN LIBERAR.

      *>--------------------------------------
       ENVIRONMENT DIVISION.
      *>--------------------------------------
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LEDGER WS-FS-LEDGER-EXT.

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

      *>   ESTADOS DE CIERRE ARCHIVADOS, UNO ATRAS DEL OTRO (MISMO
      *>   ESQUEMA DE COMPROBANTE QUE RESLOTPF EN CL-18-EJ-18)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CIEEST WS-FS-CIEEST-EXT.

      *>   RESULTADOS DE LA CONCILIACION BANCARIA POR PERIODO QUE DEJA
      *>   CON-BANCO (SOLO DE ALTA, VALE EL ULTIMO DE CADA PERIODO)
           SELECT CONCBCO-FILE ASSIGN TO "CONCBCOPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONCBCO WS-FS-CONCBCO-EXT.

      *>   MOVIMIENTOS DE LOS SALDOS PENDIENTES DE TRANSFERIR, MISMO
      *>   ARCHIVO QUE ESCRIBE CL-18-EJ-18 EN 6220
           SELECT SALPEN-FILE ASSIGN TO "SALPENPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SALPEN WS-FS-SALPEN-EXT.

      *>   ORDEN DE PAGO CON LOS SALDOS LIBERADOS POR EL CIERRE, QUE
      *>   REEMPLAZA LA VIGENTE (MISMO CRITERIO QUE REE-PAGO)
           SELECT PAGOS-FILE ASSIGN TO "PAGOSPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGOS WS-FS-PAGOS-EXT.

      *>   MAESTRO PERMANENTE DE ESTADO DE PAGOS (VER CL-18-EJ-18,
      *>   6200-EXPORTAR-PAGOS)
           SELECT ESTPAG-FILE ASSIGN TO "ESTPAGPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESTPAG WS-FS-ESTPAG-EXT.

      *>   AVISO DE PAGO DE CADA PARTICIPANTE (AVISOP1PF A AVISOP9PF),
      *>   LOS MISMOS ARCHIVOS A LOS QUE CL-18-EJ-18 AGREGA EL DE
      *>   CADA CORRIDA
           SELECT AVISO-FILE ASSIGN TO DYNAMIC WS-AVISO-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AVISO WS-FS-AVISO-EXT.

       DATA DIVISION.

       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-REG                PIC X(700).

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

       FD  CIEEST-FILE.
       01  CIEEST-REG                PIC X(80).

      *>   MISMO LAYOUT QUE CONCBCO-REG EN CON-BANCO (NO HAY UN
      *>   COPYBOOK COMPARTIDO PARA ESTE ARCHIVO)
       FD  CONCBCO-FILE.
       01  CONCBCO-REG.
           02 CONC-REG-PERIODO       PIC 9(6).
           02 CONC-REG-FECHA         PIC 9(8).
           02 CONC-REG-RESULTADO     PIC X(1).
           02 CONC-REG-CONCILIADOS   PIC 9(4).
           02 CONC-REG-SIN-CORRIDA   PIC 9(4).
           02 CONC-REG-SIN-DEBITO    PIC 9(4).
           02 CONC-REG-DIFERENCIAS   PIC 9(4).

      *>   MISMO LAYOUT QUE SALPEN-REG EN CL-18-EJ-18
       FD  SALPEN-FILE.
       01  SALPEN-REG.
           02 SPN-REG-FECHA          PIC 9(8).
           02 SPN-REG-CORRIDA        PIC 9(6).
           02 SPN-REG-NRO            PIC 9(1).
           02 SPN-REG-NOMBRE         PIC X(20).
           02 SPN-REG-CBU            PIC X(22).
           02 SPN-REG-TIPO           PIC X(1).
           02 SPN-REG-MONTO          PIC 9(9)V99.
           02 SPN-REG-SALDO          PIC 9(9)V99.

      *>   MISMO LAYOUT QUE PAGOS-REG EN CL-18-EJ-18
       FD  PAGOS-FILE.
       01  PAGOS-REG.
           02 PAGO-REG-CBU           PIC X(22).
           02 PAGO-REG-NOMBRE        PIC X(20).
           02 PAGO-REG-MONTO         PIC 9(9)V99.

      *>   MISMO LAYOUT QUE ESTPAG-REG EN CL-18-EJ-18 (NO HAY UN
      *>   COPYBOOK COMPARTIDO PARA ESTE ARCHIVO)
       FD  ESTPAG-FILE.
       01  ESTPAG-REG.
           02 ESTP-REG-CORRIDA       PIC 9(6).
           02 ESTP-REG-NRO           PIC 9(1).
           02 ESTP-REG-CBU           PIC X(22).
           02 ESTP-REG-NOMBRE        PIC X(20).
           02 ESTP-REG-MONTO         PIC 9(9)V99.
           02 ESTP-REG-ESTADO        PIC X(9).
               88 ESTP-EMITIDO       VALUE "EMITIDO".
               88 ESTP-REEMITIDO     VALUE "REEMITIDO".
           02 ESTP-REG-FEC-EMISION   PIC 9(8).
           02 ESTP-REG-FEC-ESTADO    PIC 9(8).
           02 ESTP-REG-RECHAZOS      PIC 9(2).
           02 ESTP-REG-MOTIVO        PIC X(3).

       FD  AVISO-FILE.
       01  AVISO-REG                 PIC X(80).

      *>--------------------------------------
       WORKING-STORAGE SECTION.

           88 FS-LEDGER-EOF          VALUE "10".
       01  WS-FS-LEDGER-EXT          PIC 9(4).

       01  WS-FS-HISVIX              PIC XX.
           88 FS-HISVIX-OK           VALUE "00".
       01  WS-FS-HISVIX-EXT          PIC 9(4).

       01  WS-FS-SUCUR               PIC XX.
           88 FS-SUCUR-OK            VALUE "00".
           88 FS-SUCUR-EOF           VALUE "10".
       01  WS-FS-SUCUR-EXT           PIC 9(4).

       01  WS-FS-CIEEST              PIC XX.
           88 FS-CIEEST-OK           VALUE "00".
       01  WS-FS-CIEEST-EXT          PIC 9(4).

       01  WS-FS-CONCBCO             PIC XX.
           88 FS-CONCBCO-OK          VALUE "00".
           88 FS-CONCBCO-EOF         VALUE "10".
       01  WS-FS-CONCBCO-EXT         PIC 9(4).

       01  WS-FS-SALPEN              PIC XX.
           88 FS-SALPEN-OK           VALUE "00".
           88 FS-SALPEN-EOF          VALUE "10".
       01  WS-FS-SALPEN-EXT          PIC 9(4).

       01  WS-FS-PAGOS               PIC XX.
           88 FS-PAGOS-OK            VALUE "00".
           88 FS-PAGOS-EOF           VALUE "10".
       01  WS-FS-PAGOS-EXT           PIC 9(4).

       01  WS-FS-ESTPAG              PIC XX.
           88 FS-ESTPAG-OK           VALUE "00".
           88 FS-ESTPAG-EOF          VALUE "10".
       01  WS-FS-ESTPAG-EXT          PIC 9(4).

       01  WS-FS-AVISO               PIC XX.
           88 FS-AVISO-OK            VALUE "00".
       01  WS-FS-AVISO-EXT           PIC 9(4).
       01  WS-AVISO-ARCHIVO.
           02 FILLER                 PIC X(06) VALUE "AVISOP".
           02 WS-AVISO-NRO           PIC 9(1).
           02 FILLER                 PIC X(02) VALUE "PF".

      *>   PERIODO PEDIDO Y ACCION (C=CERRAR, R=REABRIR)
       01  WS-PERIODO                PIC 9(6) VALUE 0.
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
       01  WS-PERIODO-CERRADO-SW     PIC X(01) VALUE "N".
           88 PERIODO-CERRADO        VALUE "S".

      *>   RESULTADO DE LA ULTIMA CONCILIACION BANCARIA DEL PERIODO:
      *>   N=NO SE HIZO, C=CONCILIADO, D=CON DIFERENCIAS; Y LA
      *>   CONFIRMACION DEL OPERADOR PARA CERRAR IGUAL
       01  WS-CONCILIACION           PIC X(01) VALUE "N".
           88 CONCILIACION-NO-HECHA  VALUE "N".
           88 CONCILIACION-OK        VALUE "C".
       01  WS-CONFIRMA               PIC X(01) VALUE SPACE.
           88 CONFIRMA-CIERRE        VALUE "S".

      *>   LINEA DEL LIBRO DIARIO, MISMO LAYOUT QUE ESCRIBE CL-18-EJ-18
           COPY LEDGCPY.

       01  WS-MONTO-ACTUAL           PIC S9(9)V99.

      *>   TOTALES DEL MES: MONTO DISTRIBUIDO SEGUN EL LIBRO (NORMALES
      *>   MENOS REVERSAS) Y VISITAS SEGUN HISVIXPF
       01  WS-TOTAL-MES-LIBRO        PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-MES-VISITAS      PIC 9(7) VALUE 0.
       01  WS-LINEAS-MES             PIC 9(6) VALUE 0.

      *>   LECTURA DEL HISTORIAL: DESDE EL 1 DEL PERIODO HASTA EL 6
      *>   DEL MES SIGUIENTE (ULTIMO CIERRE QUE PUEDE TRAER DIAS DEL
      *>   PERIODO), Y VISITAS DEL PERIODO EN EL REGISTRO LEIDO
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
       01  WS-CLA-FECHA              PIC 9(8) VALUE 0.
       01  WS-CLA-FECHA-R REDEFINES WS-CLA-FECHA.
           02 WS-CLA-ANIO            PIC 9(4).
           02 WS-CLA-MES             PIC 9(2).
           02 WS-CLA-DIA             PIC 9(2).
       01  WS-VISITAS-REG            PIC 9(5) VALUE 0.
       01  SUC                       PIC 99.
       01  RGN                       PIC 99.
       77  DIA PIC 9(2).

      *>   SALDO PENDIENTE DE TRANSFERIR DE CADA PARTICIPANTE SEGUN EL
      *>   ULTIMO MOVIMIENTO DE SALPENPF, CON EL NOMBRE, EL CBU Y LA
      *>   CORRIDA DE ESE MOVIMIENTO (VER 4500-LIBERAR-SALDOS), EL
      *>   TOTAL QUE LIBERA EL CIERRE Y LA FECHA DEL CIERRE
       01  WS-TABLA-SALDOS.
           02 WS-SP-ENTRADA OCCURS 9 TIMES.
               03 WS-SP-NOMBRE       PIC X(20).
               03 WS-SP-CBU          PIC X(22).
               03 WS-SP-CORRIDA      PIC 9(6).
               03 WS-SP-SALDO        PIC 9(9)V99.
       01  WS-SP-TOT-LIBERADO        PIC 9(9)V99 VALUE 0.
       01  WS-FECHA-HOY              PIC 9(8) VALUE 0.

      *>   SALDO PENDIENTE QUE EL CIERRE NO PUDO LIBERAR PORQUE LA
      *>   ORDEN DE PAGO VIGENTE TODAVIA NO TIENE SU RETORNO (VER
      *>   4550); PASA AL CIERRE SIGUIENTE
       01  WS-SP-TOT-DIFERIDO        PIC 9(9)V99 VALUE 0.

      *>   ORDEN DE PAGO VIGENTE CARGADA EN MEMORIA, SOLO PARA
      *>   VERIFICAR QUE YA TENGA SU RETORNO ANTES DE PISARLA (MISMO
      *>   TOPE QUE REE-PAGO)
       01  WS-CANT-PAGOS             PIC 9(3) VALUE 0.
       01  WS-TABLA-PAGOS.
           02 WS-PAGO-ENTRADA OCCURS 500 TIMES.
               03 WS-PAGO-CBU        PIC X(22).
               03 WS-PAGO-MONTO      PIC 9(9)V99.
       01  WS-PG-IX                  PIC 9(3).
       01  WS-CANT-ABIERTOS          PIC 9(3) VALUE 0.

      *>   VISITAS DEL PERIODO POR SUCURSAL (LAS DE SUCURPF EN SU
      *>   ORDEN, MAS LAS QUE APARECEN EN EL HISTORIAL SIN ESTAR EN EL
      *>   MAESTRO Y LA HISTORIA VIEJA SIN SUCURSAL "****") Y POR
      *>   REGION
       01  WS-CS-CANT                PIC 99 VALUE 0.
       01  TABLA-CIE-SUC.
           02 WS-CS-ENTRADA OCCURS 30 TIMES.
               03 WS-CS-CODIGO       PIC X(4).
               03 WS-CS-NOMBRE       PIC X(20).
               03 WS-CS-REGION       PIC X(10).
               03 WS-CS-VISITAS      PIC 9(7).
       01  WS-CR-CANT                PIC 99 VALUE 0.
       01  TABLA-CIE-REG.
           02 WS-CR-ENTRADA OCCURS 30 TIMES.
               03 WS-CR-REGION       PIC X(10).
               03 WS-CR-VISITAS      PIC 9(7).

      *>   CAMPOS DEL CALCULO DE FECHAS DE CADA DIA DE LA SEMANA (VER
      *>   DIASCPY.CPY Y HISVCPY.CPY)
           COPY DIASCPY.
           COPY HISVCPY.

      *>   LINEAS DEL ESTADO DE CIERRE, ESCRITAS EN CIEESTPF Y
      *>   MOSTRADAS POR CONSOLA
       01  WS-EC-SEPARADOR           PIC X(51) VALUE
           02 WS-EC-LINEAS-VAL       PIC ZZZZZ9.
       01  WS-EC-VISITAS.
           02 FILLER                 PIC X(30)
               VALUE "VISITAS DEL MES (HISVIXPF)..: ".
           02 WS-EC-VISITAS-VAL      PIC Z.ZZZ.ZZ9.
       01  WS-EC-VIS-SUC.
           02 FILLER                 PIC X(02) VALUE "  ".
           02 WS-EC-VIS-SUC-COD      PIC X(4).
           02 FILLER                 PIC X(1) VALUE SPACE.
           02 WS-EC-VIS-SUC-NOMBRE   PIC X(20).
           02 FILLER                 PIC X(03) VALUE ":  ".
           02 WS-EC-VIS-SUC-VAL      PIC Z.ZZZ.ZZ9.
       01  WS-EC-VIS-REG.
           02 FILLER                 PIC X(02) VALUE "  ".
           02 FILLER                 PIC X(7) VALUE "REGION ".
           02 WS-EC-VIS-REG-NOMBRE   PIC X(18).
           02 FILLER                 PIC X(03) VALUE ":  ".
           02 WS-EC-VIS-REG-VAL      PIC Z.ZZZ.ZZ9.
       01  WS-EC-CONCILIACION.
           02 FILLER                 PIC X(30)
               VALUE "CONCILIACION BANCARIA.......: ".
           02 WS-EC-CONCILIACION-VAL PIC X(20).
       01  WS-EC-SPN-TITULO          PIC X(42) VALUE
           "SALDOS PENDIENTES LIBERADOS POR EL CIERRE:".
       01  WS-EC-SPN-TOTAL.
           02 FILLER                 PIC X(30)
               VALUE "TOTAL LIBERADO POR CIERRE...: ".
           02 WS-EC-SPN-TOTAL-VAL    PIC ---.---.---.--9,99.
       01  WS-EC-SPN-DIFERIDO.
           02 FILLER                 PIC X(30)
               VALUE "SALDO PENDIENTE SIN LIBERAR.: ".
           02 WS-EC-SPN-DIFERIDO-VAL PIC ---.---.---.--9,99.

      *>   LINEAS DEL AVISO DE PAGO DE UN SALDO LIBERADO POR EL
      *>   CIERRE (MISMO FORMATO QUE EL AVISO DE CADA CORRIDA EN
      *>   CL-18-EJ-18)
       01  WS-AV-TITULO.
           02 FILLER                 PIC X(35)
               VALUE "AVISO DE PAGO - CIERRE DEL PERIODO ".
           02 WS-AV-PERIODO          PIC 9(6).
           02 FILLER                 PIC X(05) VALUE " DEL ".
           02 WS-AV-FECHA            PIC 9999/99/99.
       01  WS-AV-NOMBRE.
           02 FILLER                 PIC X(15)
               VALUE "PARTICIPANTE: ".
           02 WS-AV-NOMBRE-VAL       PIC X(20).
       01  WS-AV-LIBERADO.
           02 FILLER                 PIC X(38)
               VALUE "SALDO PENDIENTE LIBERADO POR CIERRE: $".
           02 WS-AV-LIBERADO-VAL     PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-AV-NETO.
           02 FILLER                 PIC X(18)
               VALUE "TRANSFERIDO AL CBU".
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WS-AV-CBU              PIC X(22).
           02 FILLER                 PIC X(03) VALUE ": $".
           02 WS-AV-NETO-VAL         PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-AV-PENDIENTE.
           02 FILLER                 PIC X(38)
               VALUE "SALDO PENDIENTE DE TRANSFERIR......: $".
           02 WS-AV-PENDIENTE-VAL    PIC ZZZ.ZZZ.ZZ9,99.

      *>---------------------------PROCEDURE----------------------------
       PROCEDURE DIVISION.
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM 2500-VERIFICAR-CONCILIACION
                   THRU 2500-VERIFICAR-CONCILIACION-EXIT
               PERFORM 3000-ACUMULAR-LIBRO
                   THRU 3000-ACUMULAR-LIBRO-EXIT
               PERFORM 4000-ACUMULAR-VISITAS
                   THRU 4000-ACUMULAR-VISITAS-EXIT
               PERFORM 4500-LIBERAR-SALDOS
                   THRU 4500-LIBERAR-SALDOS-EXIT
               PERFORM 5000-GRABAR-MARCA
                   THRU 5000-GRABAR-MARCA-EXIT
               PERFORM 6000-EMITIR-ESTADO
           EXIT.


      *>   BUSCA EN CONCBCOPF EL ULTIMO RESULTADO DE LA CONCILIACION
      *>   BANCARIA DEL PERIODO. SI NO ESTA CONCILIADO, EL MES NO SE
      *>   CIERRA SIN QUE EL OPERADOR LO CONFIRME: LOS NUMEROS DEL
      *>   CIERRE SE ENTREGAN A CONTADURIA SIN SABER SI LA PLATA SALIO
      *>   DEL BANCO COMO DICE EL LIBRO
       2500-VERIFICAR-CONCILIACION.

           MOVE "N" TO WS-CONCILIACION

           OPEN INPUT CONCBCO-FILE

           IF FS-CONCBCO-OK
               PERFORM UNTIL FS-CONCBCO-EOF
                   READ CONCBCO-FILE
                       AT END
                           SET FS-CONCBCO-EOF TO TRUE
                       NOT AT END
                           IF CONC-REG-PERIODO = WS-PERIODO
                               MOVE CONC-REG-RESULTADO
                                   TO WS-CONCILIACION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           CLOSE CONCBCO-FILE

           IF CONCILIACION-OK
               GO TO 2500-VERIFICAR-CONCILIACION-EXIT
           END-IF

           IF CONCILIACION-NO-HECHA
               DISPLAY "ADVERTENCIA: EL PERIODO " WS-PERIODO
                   " NO TIENE CONCILIACION BANCARIA (VER CON-BANCO)"
           ELSE
               DISPLAY "ADVERTENCIA: LA CONCILIACION BANCARIA DEL "
                   "PERIODO " WS-PERIODO " QUEDO CON PARTIDAS SIN "
                   "CONCILIAR"
           END-IF

           DISPLAY "PARA CERRAR IGUAL INGRESE S, CUALQUIER OTRA "
               "COSA CANCELA"
           MOVE SPACE TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA

           IF NOT CONFIRMA-CIERRE
               DISPLAY "CIERRE CANCELADO POR EL OPERADOR"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

       2500-VERIFICAR-CONCILIACION-EXIT.
           EXIT.


      *>   RECORRE TODO EL LIBRO DIARIO Y ACUMULA, POR NOMBRE DE
      *>   PARTICIPANTE, LAS LINEAS CUYA FECHA CAE EN EL PERIODO
      *>   (RESTANDO LAS REVERSAS, MISMO CRITERIO QUE RPT-PARTIC)
           EXIT.


      *>   SUMA LAS VISITAS DEL PERIODO SEGUN EL HISTORIAL INDEXADO
      *>   HISVIXPF, POR SUCURSAL: SE POSICIONA EN EL 1 DEL PERIODO Y
      *>   LEE EN ORDEN DE CLAVE HASTA PASAR EL 6 DEL MES SIGUIENTE
       4000-ACUMULAR-VISITAS.

           MOVE 0 TO WS-TOTAL-MES-VISITAS

           PERFORM 4050-CARGAR-SUCURSALES
               THRU 4050-CARGAR-SUCURSALES-EXIT

           OPEN INPUT HISVIX-FILE

           IF NOT FS-HISVIX-OK
               DISPLAY "AVISO: NO SE PUDO ABRIR EL HISTORIAL HISVIXPF "
                   "- STATUS " WS-FS-HISVIX
               DISPLAY "AVISO: EL ESTADO DE CIERRE SALE SIN VISITAS"
               CLOSE HISVIX-FILE
               GO TO 4000-ACUMULAR-VISITAS-EXIT
           END-IF

           MOVE WS-PER-ANIO TO WS-FDE-ANIO
           MOVE WS-PER-MES TO WS-FDE-MES
           MOVE 1 TO WS-FDE-DIA

           IF WS-PER-MES = 12
               COMPUTE WS-FHA-ANIO = WS-PER-ANIO + 1
               MOVE 1 TO WS-FHA-MES
           ELSE
               MOVE WS-PER-ANIO TO WS-FHA-ANIO
               COMPUTE WS-FHA-MES = WS-PER-MES + 1
           END-IF
           MOVE 6 TO WS-FHA-DIA

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
                           PERFORM 4100-SUMAR-REGISTRO
                               THRU 4100-SUMAR-REGISTRO-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HISVIX-FILE

           PERFORM 4300-ARMAR-REGIONES
               THRU 4300-ARMAR-REGIONES-EXIT.

       4000-ACUMULAR-VISITAS-EXIT.
           EXIT.


      *>   CARGA LAS SUCURSALES DE SUCURPF COMO PRIMERAS FILAS DE LA
      *>   APERTURA, CON SU NOMBRE Y REGION. SIN MAESTRO EL ESTADO SALE
      *>   IGUAL, CON LOS CODIGOS QUE APAREZCAN EN EL HISTORIAL
       4050-CARGAR-SUCURSALES.

           MOVE 0 TO WS-CS-CANT

           OPEN INPUT SUCUR-FILE

           IF NOT FS-SUCUR-OK
               DISPLAY "AVISO: NO HAY MAESTRO DE SUCURSALES SUCURPF, "
                   "LAS VISITAS SALEN SOLO CON LOS CODIGOS"
               CLOSE SUCUR-FILE
               GO TO 4050-CARGAR-SUCURSALES-EXIT
           END-IF

           PERFORM UNTIL FS-SUCUR-EOF
               READ SUCUR-FILE
                   AT END
                       SET FS-SUCUR-EOF TO TRUE
                   NOT AT END
                       IF WS-CS-CANT = 20
                           DISPLAY "ERROR: SUCURPF TIENE MAS DE 20 "
                               "SUCURSALES, NO ENTRAN EN LA TABLA"
                           DISPLAY "PROGRAMA ABORTADO"
                           MOVE 1 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-CS-CANT
                       INITIALIZE WS-CS-ENTRADA(WS-CS-CANT)
                       MOVE SUCUR-REG-CODIGO
                           TO WS-CS-CODIGO(WS-CS-CANT)
                       MOVE SUCUR-REG-NOMBRE
                           TO WS-CS-NOMBRE(WS-CS-CANT)
                       MOVE SUCUR-REG-REGION
                           TO WS-CS-REGION(WS-CS-CANT)
                       IF SUCUR-REG-REGION = SPACES
                           MOVE "SIN REGION"
                               TO WS-CS-REGION(WS-CS-CANT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SUCUR-FILE.

       4050-CARGAR-SUCURSALES-EXIT.
           EXIT.


      *>   SUMA AL PERIODO LAS VISITAS DEL REGISTRO QUE CAYERON EN EL
      *>   MES: CON DETALLE, DIA POR DIA SEGUN LA FECHA DE CADA UNO;
      *>   SOLO TOTAL (HISTORIA VIEJA), EL TOTAL ENTERO SI LA FECHA
      *>   DEL REGISTRO ES DEL PERIODO
       4100-SUMAR-REGISTRO.

           MOVE 0 TO WS-VISITAS-REG

           IF HVX-SOLO-TOTAL
               MOVE HVX-REG-FECHA TO WS-CLA-FECHA
               IF WS-CLA-ANIO = WS-PER-ANIO
                       AND WS-CLA-MES = WS-PER-MES
                   MOVE HVX-REG-TOTAL TO WS-VISITAS-REG
               END-IF
           ELSE
               MOVE HVX-REG-FECHA TO WS-HVD-FECHA-SEM
               PERFORM 8750-UBICAR-DIAS-SEMANA
                   THRU 8750-UBICAR-DIAS-SEMANA-EXIT
               PERFORM VARYING DIA FROM 1 BY 1 UNTIL DIA > 7
                   IF WS-HVD-ANIO(DIA) = WS-PER-ANIO
                           AND WS-HVD-MES(DIA) = WS-PER-MES
                       ADD HVX-REG-VISITAS(DIA) TO WS-VISITAS-REG
                   END-IF
               END-PERFORM
           END-IF

           IF WS-VISITAS-REG = 0
               GO TO 4100-SUMAR-REGISTRO-EXIT
           END-IF

           PERFORM 4200-BUSCAR-SUCURSAL
               THRU 4200-BUSCAR-SUCURSAL-EXIT

           ADD WS-VISITAS-REG TO WS-CS-VISITAS(SUC)
           ADD WS-VISITAS-REG TO WS-TOTAL-MES-VISITAS.

       4100-SUMAR-REGISTRO-EXIT.
           EXIT.


      *>   DEJA EN SUC LA FILA DE LA SUCURSAL DEL REGISTRO, DANDOLA DE
      *>   ALTA SI NO ESTA (MISMO CRITERIO QUE RPT-YOY)
       4200-BUSCAR-SUCURSAL.

           PERFORM VARYING SUC FROM 1 BY 1
                   UNTIL SUC > WS-CS-CANT
               IF WS-CS-CODIGO(SUC) = HVX-REG-LOC
                   GO TO 4200-BUSCAR-SUCURSAL-EXIT
               END-IF
           END-PERFORM

           IF WS-CS-CANT = 30
               DISPLAY "ERROR: HISVIXPF TIENE MAS SUCURSALES DE LAS "
                   "QUE ENTRAN EN LA TABLA (30)"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-CS-CANT
           MOVE WS-CS-CANT TO SUC
           INITIALIZE WS-CS-ENTRADA(SUC)
           MOVE HVX-REG-LOC TO WS-CS-CODIGO(SUC)

           IF HVX-REG-LOC = "****"
               MOVE "(TOTAL SIN SUCURSAL)" TO WS-CS-NOMBRE(SUC)
               MOVE "HISTORICO" TO WS-CS-REGION(SUC)
           ELSE
               MOVE "(NO ESTA EN SUCURPF)" TO WS-CS-NOMBRE(SUC)
               MOVE "SIN REGION" TO WS-CS-REGION(SUC)
           END-IF.

       4200-BUSCAR-SUCURSAL-EXIT.
           EXIT.


      *>   SUMA LAS VISITAS DE CADA SUCURSAL EN SU REGION
       4300-ARMAR-REGIONES.

           MOVE 0 TO WS-CR-CANT

           PERFORM VARYING SUC FROM 1 BY 1 UNTIL SUC > WS-CS-CANT
               PERFORM VARYING RGN FROM 1 BY 1
                       UNTIL RGN > WS-CR-CANT
                          OR WS-CR-REGION(RGN) = WS-CS-REGION(SUC)
                   CONTINUE
               END-PERFORM
               IF RGN > WS-CR-CANT
                   ADD 1 TO WS-CR-CANT
                   MOVE WS-CR-CANT TO RGN
                   MOVE WS-CS-REGION(SUC) TO WS-CR-REGION(RGN)
                   MOVE 0 TO WS-CR-VISITAS(RGN)
               END-IF
               ADD WS-CS-VISITAS(SUC) TO WS-CR-VISITAS(RGN)
           END-PERFORM.

       4300-ARMAR-REGIONES-EXIT.
           EXIT.


      *>   LOS SALDOS QUE QUEDARON PENDIENTES DE TRANSFERIR POR NO
      *>   LLEGAR A LA TRANSFERENCIA MINIMA (VER CL-18-EJ-18, 6220) NO
      *>   PUEDEN PASAR AL MES SIGUIENTE: EL CIERRE LOS LIBERA A TODOS
      *>   POR LO QUE SEAN. SALEN EN UNA ORDEN DE PAGO PAGOSPF PROPIA,
      *>   CON SU LINEA "EMITIDO" EN ESTPAGPF BAJO LA ULTIMA CORRIDA
      *>   QUE MOVIO EL SALDO (RET-BANCO Y REE-PAGO LA SIGUEN COMO
      *>   CUALQUIER PAGO), UN MOVIMIENTO "F" EN SALPENPF QUE DEJA EL
      *>   SALDO EN CERO Y EL AVISO DE PAGO DEL PARTICIPANTE. SI NO
      *>   HAY NADA PENDIENTE NO SE TOCA LA ORDEN DE PAGO VIGENTE, Y
      *>   SI ESA ORDEN TODAVIA NO TIENE SU RETORNO DEL BANCO TAMPOCO
      *>   (VER 4550): LOS SALDOS QUEDAN EN SALPENPF PARA EL CIERRE
      *>   SIGUIENTE
       4500-LIBERAR-SALDOS.

           MOVE 0 TO WS-SP-TOT-LIBERADO
           MOVE 0 TO WS-SP-TOT-DIFERIDO
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > 9
               MOVE SPACES TO WS-SP-NOMBRE(j)
               MOVE SPACES TO WS-SP-CBU(j)
               MOVE 0 TO WS-SP-CORRIDA(j)
               MOVE 0 TO WS-SP-SALDO(j)
           END-PERFORM

           OPEN INPUT SALPEN-FILE

           IF NOT FS-SALPEN-OK
               CLOSE SALPEN-FILE
               GO TO 4500-LIBERAR-SALDOS-EXIT
           END-IF

      *>       VALE EL ULTIMO MOVIMIENTO DE CADA PARTICIPANTE (MISMO
      *>       CRITERIO QUE 3700-CARGAR-SALDOS EN CL-18-EJ-18)
           PERFORM UNTIL FS-SALPEN-EOF
               READ SALPEN-FILE
                   AT END
                       SET FS-SALPEN-EOF TO TRUE
                   NOT AT END
                       IF SPN-REG-NRO > 0
                           MOVE SPN-REG-NRO TO j
                           MOVE SPN-REG-NOMBRE TO WS-SP-NOMBRE(j)
                           MOVE SPN-REG-CBU TO WS-SP-CBU(j)
                           MOVE SPN-REG-CORRIDA TO WS-SP-CORRIDA(j)
                           MOVE SPN-REG-SALDO TO WS-SP-SALDO(j)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SALPEN-FILE

           PERFORM VARYING j FROM 1 BY 1 UNTIL j > 9
               ADD WS-SP-SALDO(j) TO WS-SP-TOT-LIBERADO
           END-PERFORM

           IF WS-SP-TOT-LIBERADO = 0
               GO TO 4500-LIBERAR-SALDOS-EXIT
           END-IF

           PERFORM 4550-VERIFICAR-ORDEN-VIGENTE
               THRU 4550-VERIFICAR-ORDEN-VIGENTE-EXIT

           IF WS-CANT-ABIERTOS > 0
               DISPLAY "AVISO: LA ORDEN DE PAGO VIGENTE PAGOSPF TIENE "
                   WS-CANT-ABIERTOS " PAGOS SIN RETORNO DEL BANCO"
               DISPLAY "PROCESE SU RETORNO CON RET-BANCO; LOS SALDOS "
                   "PENDIENTES NO SE LIBERAN Y PASAN AL CIERRE "
                   "SIGUIENTE"
               MOVE WS-SP-TOT-LIBERADO TO WS-SP-TOT-DIFERIDO
               MOVE 0 TO WS-SP-TOT-LIBERADO
               GO TO 4500-LIBERAR-SALDOS-EXIT
           END-IF

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

           OPEN OUTPUT PAGOS-FILE

           IF NOT FS-PAGOS-OK
               DISPLAY "ERROR: NO SE PUDO GENERAR LA ORDEN DE PAGO "
                   "PAGOSPF - STATUS " WS-FS-PAGOS
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND ESTPAG-FILE

           IF NOT FS-ESTPAG-OK
      *>       SI EL ARCHIVO TODAVIA NO EXISTE, EXTEND FALLA PORQUE NO
      *>       LO ENCUENTRA; LO CREO CON OPEN OUTPUT LA PRIMERA VEZ
               CLOSE ESTPAG-FILE
               OPEN OUTPUT ESTPAG-FILE
           END-IF

           IF NOT FS-ESTPAG-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR EL MAESTRO DE ESTADO "
                   "DE PAGOS ESTPAGPF - STATUS " WS-FS-ESTPAG
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND SALPEN-FILE

           IF NOT FS-SALPEN-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR EL REGISTRO DE SALDOS "
                   "PENDIENTES SALPENPF - STATUS " WS-FS-SALPEN
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING j FROM 1 BY 1 UNTIL j > 9
               IF WS-SP-SALDO(j) > 0
                   PERFORM 4600-FORZAR-SALDO
                       THRU 4600-FORZAR-SALDO-EXIT
               END-IF
           END-PERFORM

           CLOSE SALPEN-FILE
           CLOSE ESTPAG-FILE
           CLOSE PAGOS-FILE

           DISPLAY "SALDOS PENDIENTES LIBERADOS POR EL CIERRE EN LA "
               "ORDEN DE PAGO PAGOSPF".

       4500-LIBERAR-SALDOS-EXIT.
           EXIT.


      *>   VERIFICA QUE LA ORDEN DE PAGO VIGENTE YA TENGA SU RETORNO
      *>   ANTES DE REEMPLAZARLA (MISMO CRITERIO QUE
      *>   2000-VERIFICAR-ORDEN-VIGENTE EN REE-PAGO): CUALQUIER LINEA
      *>   DE PAGOSPF QUE SIGA ABIERTA EN EL MAESTRO (MISMO CBU Y
      *>   MONTO, ESTADO EMITIDO O REEMITIDO) ES UNA ORDEN QUE
      *>   TODAVIA NO SE CRUZO CON RET-BANCO, Y PISARLA LA PERDERIA.
      *>   SIN PAGOSPF NO HAY NADA QUE CUIDAR; SIN MAESTRO NO HAY
      *>   FORMA DE SABERLO Y SE AVISA
       4550-VERIFICAR-ORDEN-VIGENTE.

           MOVE 0 TO WS-CANT-PAGOS
           MOVE 0 TO WS-CANT-ABIERTOS

           OPEN INPUT PAGOS-FILE

           IF NOT FS-PAGOS-OK
               CLOSE PAGOS-FILE
               GO TO 4550-VERIFICAR-ORDEN-VIGENTE-EXIT
           END-IF

           PERFORM UNTIL FS-PAGOS-EOF
               READ PAGOS-FILE
                   AT END
                       SET FS-PAGOS-EOF TO TRUE
                   NOT AT END
                       IF WS-CANT-PAGOS < 500
                           ADD 1 TO WS-CANT-PAGOS
                           MOVE PAGO-REG-CBU
                               TO WS-PAGO-CBU(WS-CANT-PAGOS)
                           MOVE PAGO-REG-MONTO
                               TO WS-PAGO-MONTO(WS-CANT-PAGOS)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAGOS-FILE

           IF WS-CANT-PAGOS = 0
               GO TO 4550-VERIFICAR-ORDEN-VIGENTE-EXIT
           END-IF

           OPEN INPUT ESTPAG-FILE

           IF NOT FS-ESTPAG-OK
               DISPLAY "AVISO: NO HAY MAESTRO DE ESTADO DE PAGOS "
                   "ESTPAGPF - STATUS " WS-FS-ESTPAG
               DISPLAY "NO SE PUEDE VERIFICAR QUE LA ORDEN VIGENTE "
                   "YA TENGA SU RETORNO"
               CLOSE ESTPAG-FILE
               GO TO 4550-VERIFICAR-ORDEN-VIGENTE-EXIT
           END-IF

           PERFORM UNTIL FS-ESTPAG-EOF
               READ ESTPAG-FILE
                   AT END
                       SET FS-ESTPAG-EOF TO TRUE
                   NOT AT END
                       IF ESTP-EMITIDO OR ESTP-REEMITIDO
                           PERFORM VARYING WS-PG-IX FROM 1 BY 1
                                   UNTIL WS-PG-IX > WS-CANT-PAGOS
                               IF WS-PAGO-CBU(WS-PG-IX) = ESTP-REG-CBU
                                   AND WS-PAGO-MONTO(WS-PG-IX)
                                       = ESTP-REG-MONTO
                                   ADD 1 TO WS-CANT-ABIERTOS
                                   MOVE WS-CANT-PAGOS TO WS-PG-IX
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ESTPAG-FILE.

       4550-VERIFICAR-ORDEN-VIGENTE-EXIT.
           EXIT.


      *>   LIBERA EL SALDO PENDIENTE DEL PARTICIPANTE j: LINEA DE LA
      *>   ORDEN DE PAGO, LINEA "EMITIDO" EN ESTPAGPF, MOVIMIENTO "F"
      *>   EN SALPENPF Y AVISO DE PAGO. LOS TRES PRIMEROS ARCHIVOS YA
      *>   ESTAN ABIERTOS POR 4500
       4600-FORZAR-SALDO.

           MOVE WS-SP-CBU(j) TO PAGO-REG-CBU
           MOVE WS-SP-NOMBRE(j) TO PAGO-REG-NOMBRE
           MOVE WS-SP-SALDO(j) TO PAGO-REG-MONTO
           WRITE PAGOS-REG

           MOVE WS-SP-CORRIDA(j) TO ESTP-REG-CORRIDA
           MOVE j TO ESTP-REG-NRO
           MOVE PAGO-REG-CBU TO ESTP-REG-CBU
           MOVE PAGO-REG-NOMBRE TO ESTP-REG-NOMBRE
           MOVE PAGO-REG-MONTO TO ESTP-REG-MONTO
           MOVE "EMITIDO" TO ESTP-REG-ESTADO
           MOVE WS-FECHA-HOY TO ESTP-REG-FEC-EMISION
           MOVE WS-FECHA-HOY TO ESTP-REG-FEC-ESTADO
           MOVE 0 TO ESTP-REG-RECHAZOS
           MOVE SPACES TO ESTP-REG-MOTIVO
           WRITE ESTPAG-REG

           MOVE WS-FECHA-HOY TO SPN-REG-FECHA
           MOVE WS-SP-CORRIDA(j) TO SPN-REG-CORRIDA
           MOVE j TO SPN-REG-NRO
           MOVE WS-SP-NOMBRE(j) TO SPN-REG-NOMBRE
           MOVE WS-SP-CBU(j) TO SPN-REG-CBU
           MOVE "F" TO SPN-REG-TIPO
           MOVE WS-SP-SALDO(j) TO SPN-REG-MONTO
           MOVE 0 TO SPN-REG-SALDO
           WRITE SALPEN-REG

           MOVE j TO WS-AVISO-NRO

           OPEN EXTEND AVISO-FILE

           IF NOT FS-AVISO-OK
      *>       SI EL ARCHIVO TODAVIA NO EXISTE, EXTEND FALLA PORQUE NO
      *>       LO ENCUENTRA; LO CREO CON OPEN OUTPUT LA PRIMERA VEZ
               CLOSE AVISO-FILE
               OPEN OUTPUT AVISO-FILE
           END-IF

      *>       EL PAGO YA SALIO EN LA ORDEN: SIN AVISO SE AVISA POR
      *>       CONSOLA PERO EL CIERRE SIGUE
           IF NOT FS-AVISO-OK
               DISPLAY "AVISO: NO SE PUDO ABRIR EL AVISO DE PAGO "
                   WS-AVISO-ARCHIVO " - STATUS " WS-FS-AVISO
               GO TO 4600-FORZAR-SALDO-EXIT
           END-IF

           WRITE AVISO-REG FROM WS-EC-SEPARADOR

           MOVE WS-PERIODO TO WS-AV-PERIODO
           MOVE WS-FECHA-HOY TO WS-AV-FECHA
           WRITE AVISO-REG FROM WS-AV-TITULO

           MOVE WS-SP-NOMBRE(j) TO WS-AV-NOMBRE-VAL
           WRITE AVISO-REG FROM WS-AV-NOMBRE

           MOVE WS-SP-SALDO(j) TO WS-AV-LIBERADO-VAL
           WRITE AVISO-REG FROM WS-AV-LIBERADO

           MOVE WS-SP-CBU(j) TO WS-AV-CBU
           MOVE WS-SP-SALDO(j) TO WS-AV-NETO-VAL
           WRITE AVISO-REG FROM WS-AV-NETO

           MOVE 0 TO WS-AV-PENDIENTE-VAL
           WRITE AVISO-REG FROM WS-AV-PENDIENTE

           WRITE AVISO-REG FROM WS-EC-SEPARADOR

           CLOSE AVISO-FILE.

       4600-FORZAR-SALDO-EXIT.
           EXIT.


      *>   AGREGA EN CIERREPF LA MARCA DE CIERRE ("C") O REAPERTURA
      *>   ("A") DEL PERIODO; EL ARCHIVO ES SOLO DE ALTA Y VALE EL
      *>   ULTIMO REGISTRO DE CADA PERIODO
           WRITE CIEEST-REG FROM WS-EC-VISITAS
           DISPLAY WS-EC-VISITAS

           PERFORM VARYING SUC FROM 1 BY 1 UNTIL SUC > WS-CS-CANT
               IF WS-CS-VISITAS(SUC) > 0
                   MOVE WS-CS-CODIGO(SUC) TO WS-EC-VIS-SUC-COD
                   MOVE WS-CS-NOMBRE(SUC) TO WS-EC-VIS-SUC-NOMBRE
                   MOVE WS-CS-VISITAS(SUC) TO WS-EC-VIS-SUC-VAL
                   WRITE CIEEST-REG FROM WS-EC-VIS-SUC
                   DISPLAY WS-EC-VIS-SUC
               END-IF
           END-PERFORM

           PERFORM VARYING RGN FROM 1 BY 1 UNTIL RGN > WS-CR-CANT
               IF WS-CR-VISITAS(RGN) > 0
                   MOVE WS-CR-REGION(RGN) TO WS-EC-VIS-REG-NOMBRE
                   MOVE WS-CR-VISITAS(RGN) TO WS-EC-VIS-REG-VAL
                   WRITE CIEEST-REG FROM WS-EC-VIS-REG
                   DISPLAY WS-EC-VIS-REG
               END-IF
           END-PERFORM

      *>       LO QUE EL CIERRE LIBERO DE LOS SALDOS PENDIENTES DE
      *>       TRANSFERIR (VER 4500), PARA QUE ESA PLATA QUEDE A LA
      *>       VISTA EN EL COMPROBANTE DEL MES
           IF WS-SP-TOT-LIBERADO > 0
               WRITE CIEEST-REG FROM WS-EC-SPN-TITULO
               DISPLAY WS-EC-SPN-TITULO
               PERFORM VARYING j FROM 1 BY 1 UNTIL j > 9
                   IF WS-SP-SALDO(j) > 0
                       MOVE WS-SP-NOMBRE(j) TO WS-EC-NOMBRE
                       MOVE WS-SP-SALDO(j) TO WS-EC-TOTAL
                       WRITE CIEEST-REG FROM WS-EC-DETALLE
                       DISPLAY WS-EC-DETALLE
                   END-IF
               END-PERFORM
               MOVE WS-SP-TOT-LIBERADO TO WS-EC-SPN-TOTAL-VAL
               WRITE CIEEST-REG FROM WS-EC-SPN-TOTAL
               DISPLAY WS-EC-SPN-TOTAL
           END-IF

      *>       SI LA ORDEN VIGENTE NO TENIA SU RETORNO, LO PENDIENTE
      *>       QUEDA INFORMADO COMO SIN LIBERAR (SIGUE EN SALPENPF)
           IF WS-SP-TOT-DIFERIDO > 0
               MOVE WS-SP-TOT-DIFERIDO TO WS-EC-SPN-DIFERIDO-VAL
               WRITE CIEEST-REG FROM WS-EC-SPN-DIFERIDO
               DISPLAY WS-EC-SPN-DIFERIDO
           END-IF

           EVALUATE TRUE
               WHEN CONCILIACION-OK
                   MOVE "CONCILIADA" TO WS-EC-CONCILIACION-VAL
               WHEN CONCILIACION-NO-HECHA
                   MOVE "NO REALIZADA" TO WS-EC-CONCILIACION-VAL
               WHEN OTHER
                   MOVE "CON DIFERENCIAS" TO WS-EC-CONCILIACION-VAL
           END-EVALUATE
           WRITE CIEEST-REG FROM WS-EC-CONCILIACION
           DISPLAY WS-EC-CONCILIACION

           WRITE CIEEST-REG FROM WS-EC-SEPARADOR
           DISPLAY WS-EC-SEPARADOR

      *>   NORMALIZACION DE LINEA DE LIBRO COMPARTIDA, PARA TOLERAR EL
      *>   LAYOUT VIEJO DEL LIBRO (VER 3000-ACUMULAR-LIBRO)
           COPY LEDGNORM.

      *>   CALCULO COMPARTIDO DE DIAS CORRIDOS Y DIA DE LA SEMANA, Y
      *>   UBICACION DE CADA DIA DE UNA SEMANA EN SU FECHA (VER 4100)
           COPY DIASCALC.
           COPY HISVCALC.
