      *> el comentario siempre empieza de la linea 7
      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CON-BANCO.
      *>--------------------------------------

      *> CONCILIACION BANCARIA: RET-BANCO SOLO DICE QUE CBU ACEPTO EL
      *> BANCO, NO QUE LA PLATA HAYA SALIDO DE LA CUENTA OPERATIVA POR
      *> EL TOTAL CORRECTO. ESTE PROGRAMA CARGA EL EXTRACTO DE LA
      *> CUENTA QUE BAJA TESORERIA DEL BANCO (EXTRACTOPF) Y CRUZA LOS
      *> DEBITOS DE UN PERIODO AAAAMM CONTRA EL NETO PAGADO DE CADA
      *> CORRIDA DEL MES: LAS CORRIDAS SALEN DEL LIBRO DIARIO LEDGERPF
      *> (CORR=) Y SUS PAGOS DEL MAESTRO DE ESTADO DE PAGOS ESTPAGPF,
      *> QUE GUARDA POR CORRIDA CADA LINEA QUE FUE EN PAGOSPF Y SI
      *> QUEDO RECHAZADA EN LA COLA REPAGOPF (PAGOSPF SE PISA EN CADA
      *> CORRIDA, ASI QUE NO SIRVE PARA MIRAR UN MES ENTERO).
      *>
      *> CRITERIO DEL CRUCE:
      *> - LO QUE EL BANCO TENDRIA QUE HABER DEBITADO POR UNA CORRIDA
      *>   ES EL TOTAL DE SU ORDEN DE PAGO MENOS LAS LINEAS QUE EL
      *>   BANCO RECHAZO ALGUNA VEZ: LAS QUE SIGUEN RECHAZADAS, LAS
      *>   REEMITIDAS Y LAS QUE SE ACEPTARON RECIEN EN UNA REEMISION
      *>   (ESA PLATA NO SALIO O VOLVIO CON LA REFERENCIA DE LA
      *>   CORRIDA; LA REEMISION SALE EN LA ORDEN APARTE DE REE-PAGO,
      *>   QUE PUEDE MEZCLAR CORRIDAS, Y QUEDA COMO DEBITO SIN
      *>   CORRIDA).
      *> - PRIMERO POR REFERENCIA: TESORERIA SUBE CADA ORDEN AL
      *>   PORTAL CON EL NUMERO DE CORRIDA COMO REFERENCIA, Y EL
      *>   EXTRACTO LA DEVUELVE EN CADA MOVIMIENTO. TODOS LOS DEBITOS
      *>   CON LA REFERENCIA DE UNA CORRIDA, MENOS LOS CREDITOS CON LA
      *>   MISMA REFERENCIA (TRANSFERENCIAS DEVUELTAS), SE COMPARAN
      *>   CONTRA LO QUE TENDRIA QUE HABER SALIDO.
      *> - DESPUES, UN DEBITO SIN REFERENCIA DE CORRIDA SE CRUZA POR
      *>   IMPORTE EXACTO CONTRA UNA CORRIDA TODAVIA SIN DEBITO, SI EL
      *>   DEBITO CAE ENTRE LA FECHA DE LA CORRIDA Y LOS DIAS DE
      *>   GRACIA SIGUIENTES.
      *> - LO QUE QUEDA SUELTO SE INFORMA: DEBITOS SIN CORRIDA (UN
      *>   GASTO BANCARIO, UNA REEMISION DE REE-PAGO SUBIDA SIN
      *>   REFERENCIA, O UN DEBITO QUE NO ES NUESTRO) Y CORRIDAS SIN
      *>   DEBITO.
      *> EL REPORTE SALE POR CONSOLA EN CUATRO SECCIONES (CONCILIADOS,
      *> DEBITOS SIN CORRIDA, CORRIDAS SIN DEBITO Y DIFERENCIAS DE
      *> IMPORTE) Y EL RESULTADO DEL PERIODO QUEDA EN EL CONTROL
      *> CONCBCOPF (SOLO DE ALTA, VALE EL ULTIMO DE CADA PERIODO), QUE
      *> CIE-MES CONSULTA ANTES DE CERRAR EL MES.

      *>--------------------------------------
       ENVIRONMENT DIVISION.
      *>--------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
      *>   MISMA CONVENCION QUE CL-18-EJ-18 PARA PODER LEER SUS MONTOS
      *>   EDITADOS (PUNTO DE MILES, COMA DECIMAL)
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   EXTRACTO DE LA CUENTA OPERATIVA, TAL CUAL LO BAJA TESORERIA
      *>   DEL BANCO: UNA LINEA POR MOVIMIENTO
           SELECT EXTRACTO-FILE ASSIGN TO "EXTRACTOPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXTRACTO WS-FS-EXTRACTO-EXT.

      *>   LIBRO DIARIO DE CL-18-EJ-18, MISMO ARCHIVO QUE ESE PROGRAMA
           SELECT LEDGER-FILE ASSIGN TO "LEDGERPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LEDGER WS-FS-LEDGER-EXT.

      *>   MAESTRO PERMANENTE DE ESTADO DE PAGOS (VER CL-18-EJ-18,
      *>   6200-EXPORTAR-PAGOS)
           SELECT ESTPAG-FILE ASSIGN TO "ESTPAGPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESTPAG WS-FS-ESTPAG-EXT.

      *>   RESULTADO DE CADA CONCILIACION POR PERIODO, LEIDO POR
      *>   CIE-MES (MISMO ESQUEMA SOLO DE ALTA QUE CIERREPF)
           SELECT CONCBCO-FILE ASSIGN TO "CONCBCOPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONCBCO WS-FS-CONCBCO-EXT.

       DATA DIVISION.

       FILE SECTION.
      *>   MOVIMIENTO DEL EXTRACTO: FECHA, D=DEBITO / C=CREDITO,
      *>   IMPORTE SIN EDITAR, REFERENCIA QUE VIAJO CON LA
      *>   TRANSFERENCIA Y CONCEPTO QUE PONE EL BANCO
       FD  EXTRACTO-FILE.
       01  EXTRACTO-REG.
           02 EXT-REG-FECHA          PIC 9(8).
           02 EXT-REG-TIPO           PIC X(1).
               88 EXT-DEBITO         VALUE "D".
               88 EXT-CREDITO        VALUE "C".
           02 EXT-REG-IMPORTE        PIC 9(11)V99.
           02 EXT-REG-REFERENCIA     PIC X(15).
           02 EXT-REG-CONCEPTO       PIC X(30).

       FD  LEDGER-FILE.
       01  LEDGER-REG                PIC X(700).

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
               88 ESTP-ACEPTADO      VALUE "ACEPTADO".
               88 ESTP-RECHAZADO     VALUE "RECHAZADO".
               88 ESTP-REEMITIDO     VALUE "REEMITIDO".
           02 ESTP-REG-FEC-EMISION   PIC 9(8).
           02 ESTP-REG-FEC-ESTADO    PIC 9(8).
           02 ESTP-REG-RECHAZOS      PIC 9(2).
           02 ESTP-REG-MOTIVO        PIC X(3).

      *>   RESULTADO DE UNA CONCILIACION: PERIODO, FECHA EN QUE SE
      *>   CORRIO, C=CONCILIADO (NADA SUELTO) / D=CON DIFERENCIAS, Y
      *>   LA CANTIDAD DE PARTIDAS DE CADA SECCION
       FD  CONCBCO-FILE.
       01  CONCBCO-REG.
           02 CONC-REG-PERIODO       PIC 9(6).
           02 CONC-REG-FECHA         PIC 9(8).
           02 CONC-REG-RESULTADO     PIC X(1).
               88 CONC-CONCILIADO    VALUE "C".
               88 CONC-CON-DIFERENCIAS VALUE "D".
           02 CONC-REG-CONCILIADOS   PIC 9(4).
           02 CONC-REG-SIN-CORRIDA   PIC 9(4).
           02 CONC-REG-SIN-DEBITO    PIC 9(4).
           02 CONC-REG-DIFERENCIAS   PIC 9(4).

      *>--------------------------------------
       WORKING-STORAGE SECTION.

       01  WS-FS-EXTRACTO            PIC XX.
           88 FS-EXTRACTO-OK         VALUE "00".
           88 FS-EXTRACTO-EOF        VALUE "10".
       01  WS-FS-EXTRACTO-EXT        PIC 9(4).

       01  WS-FS-LEDGER              PIC XX.
           88 FS-LEDGER-OK           VALUE "00".
           88 FS-LEDGER-EOF          VALUE "10".
       01  WS-FS-LEDGER-EXT          PIC 9(4).

       01  WS-FS-ESTPAG              PIC XX.
           88 FS-ESTPAG-OK           VALUE "00".
           88 FS-ESTPAG-EOF          VALUE "10".
       01  WS-FS-ESTPAG-EXT          PIC 9(4).

       01  WS-FS-CONCBCO             PIC XX.
           88 FS-CONCBCO-OK          VALUE "00".
       01  WS-FS-CONCBCO-EXT         PIC 9(4).

      *>   PERIODO A CONCILIAR Y FECHA DEL PROCESO
       01  WS-PERIODO                PIC 9(6) VALUE 0.
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           02 WS-PER-ANIO            PIC 9(4).
           02 WS-PER-MES             PIC 9(2).
       01  WS-FECHA-HOY              PIC 9(8) VALUE 0.

      *>   DIAS CORRIDOS QUE PUEDE TARDAR EL DEBITO DESPUES DE LA
      *>   CORRIDA (LA ORDEN SE SUBE AL PORTAL AL DIA SIGUIENTE, MAS UN
      *>   FIN DE SEMANA O UN FERIADO); TAMBIEN SE TOMAN LOS DEBITOS
      *>   DE LOS PRIMEROS DIAS DEL MES SIGUIENTE QUE CORRESPONDAN A
      *>   UNA CORRIDA DEL PERIODO
       01  WS-DIAS-GRACIA            PIC 9(2) VALUE 5.
       01  WS-SERIAL-INICIO          PIC 9(7) VALUE 0.
       01  WS-SERIAL-FIN             PIC 9(7) VALUE 0.
       01  WS-SERIAL-TOPE            PIC 9(7) VALUE 0.

      *>   LINEA DEL LIBRO DIARIO, MISMO LAYOUT QUE ESCRIBE CL-18-EJ-18
           COPY LEDGCPY.

      *>   CAMPOS DEL CALCULO DE DIAS CORRIDOS (VER DIASCPY.CPY)
           COPY DIASCPY.

      *>   CORRIDAS DEL PERIODO SEGUN EL LIBRO, CON SU NETO A PAGAR
      *>   SEGUN EL MAESTRO DE PAGOS Y LO QUE DEBITO EL BANCO. UNA
      *>   CORRIDA DE LOTE DEJA UNA LINEA (Y UN NUMERO) POR
      *>   DISTRIBUCION, POR ESO EL TOPE ES ALTO
       01  WS-CANT-CORRIDAS          PIC 9(3) VALUE 0.
       01  WS-TABLA-CORRIDAS.
           02 WS-CO-ENTRADA OCCURS 400 TIMES.
               03 WS-CO-CORRIDA      PIC 9(6).
               03 WS-CO-FECHA        PIC 9(8).
               03 WS-CO-SERIAL       PIC 9(7).
               03 WS-CO-ORDENADO     PIC S9(11)V99.
               03 WS-CO-RECHAZADO    PIC S9(11)V99.
               03 WS-CO-ESPERADO     PIC S9(11)V99.
               03 WS-CO-DEBITADO     PIC S9(11)V99.
               03 WS-CO-FEC-DEBITO   PIC 9(8).
      *>           N=SIN DEBITO TODAVIA, R=CRUZADA POR REFERENCIA,
      *>           I=CRUZADA POR IMPORTE
               03 WS-CO-CRUCE        PIC X(01).
                   88 CO-SIN-CRUCE   VALUE "N".
                   88 CO-POR-REFERENCIA VALUE "R".
                   88 CO-POR-IMPORTE VALUE "I".
       01  i                         PIC 9(3).
       01  j                         PIC 9(3).
       01  WS-CO-ACTUAL              PIC 9(3) VALUE 0.

      *>   DEBITOS DEL EXTRACTO EN EL RANGO DEL PERIODO QUE NO TRAEN
      *>   LA REFERENCIA DE UNA CORRIDA, A LA ESPERA DEL CRUCE POR
      *>   IMPORTE
       01  WS-CANT-SUELTOS           PIC 9(3) VALUE 0.
       01  WS-TABLA-SUELTOS.
           02 WS-SU-ENTRADA OCCURS 300 TIMES.
               03 WS-SU-FECHA        PIC 9(8).
               03 WS-SU-SERIAL       PIC 9(7).
               03 WS-SU-IMPORTE      PIC 9(11)V99.
               03 WS-SU-REFERENCIA   PIC X(15).
               03 WS-SU-CONCEPTO     PIC X(30).
               03 WS-SU-CRUZADO      PIC X(01).
                   88 SU-CRUZADO     VALUE "S".

      *>   REFERENCIA DEL MOVIMIENTO LEIDA COMO NUMERO DE CORRIDA: SOLO
      *>   CUENTA SI LAS PRIMERAS 6 POSICIONES SON NUMERICAS Y EL RESTO
      *>   ESTA EN BLANCO
       01  WS-REF-TRABAJO            PIC X(15).
       01  WS-REF-TRABAJO-R REDEFINES WS-REF-TRABAJO.
           02 WS-REF-CORRIDA         PIC 9(6).
           02 WS-REF-RESTO           PIC X(9).

      *>   CONTADORES Y TOTALES DEL REPORTE
       01  WS-CANT-CONCILIADOS       PIC 9(4) VALUE 0.
       01  WS-CANT-SIN-CORRIDA       PIC 9(4) VALUE 0.
       01  WS-CANT-SIN-DEBITO        PIC 9(4) VALUE 0.
       01  WS-CANT-DIFERENCIAS       PIC 9(4) VALUE 0.
       01  WS-CANT-SIN-PAGOS         PIC 9(4) VALUE 0.
       01  WS-CANT-CREDITOS-AJENOS   PIC 9(4) VALUE 0.
       01  WS-TOTAL-CONCILIADO       PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-SIN-CORRIDA      PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-SIN-DEBITO       PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-DIFERENCIA       PIC S9(11)V99 VALUE 0.
       01  WS-DIFERENCIA             PIC S9(11)V99 VALUE 0.

      *>   LINEAS DEL REPORTE, IMPRESAS POR CONSOLA
       01  WS-CB-SEPARADOR           PIC X(51) VALUE
           "---------------------------------------------------".
       01  WS-CB-TITULO.
           02 FILLER                 PIC X(33)
               VALUE "CONCILIACION BANCARIA DEL PERIODO".
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WS-CB-PERIODO          PIC 9(6).
       01  WS-CB-CONCILIADO.
           02 FILLER                 PIC X(07) VALUE "  CORR ".
           02 WS-CB-CC-CORRIDA       PIC 9(6).
           02 FILLER                 PIC X(05) VALUE " DEL ".
           02 WS-CB-CC-FECHA         PIC 9999/99/99.
           02 FILLER                 PIC X(11) VALUE " DEBITO EL ".
           02 WS-CB-CC-FEC-DEBITO    PIC 9999/99/99.
           02 FILLER                 PIC X(03) VALUE " $ ".
           02 WS-CB-CC-IMPORTE       PIC ---.---.--9,99.
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WS-CB-CC-CRUCE         PIC X(12).
       01  WS-CB-SUELTO.
           02 FILLER                 PIC X(02) VALUE "  ".
           02 WS-CB-SU-FECHA         PIC 9999/99/99.
           02 FILLER                 PIC X(03) VALUE " $ ".
           02 WS-CB-SU-IMPORTE       PIC ---.---.--9,99.
           02 FILLER                 PIC X(06) VALUE " REF. ".
           02 WS-CB-SU-REFERENCIA    PIC X(15).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WS-CB-SU-CONCEPTO      PIC X(30).
       01  WS-CB-SIN-DEBITO.
           02 FILLER                 PIC X(07) VALUE "  CORR ".
           02 WS-CB-SD-CORRIDA       PIC 9(6).
           02 FILLER                 PIC X(05) VALUE " DEL ".
           02 WS-CB-SD-FECHA         PIC 9999/99/99.
           02 FILLER                 PIC X(15) VALUE " A DEBITAR   $ ".
           02 WS-CB-SD-IMPORTE       PIC ---.---.--9,99.
       01  WS-CB-DIFERENCIA.
           02 FILLER                 PIC X(07) VALUE "  CORR ".
           02 WS-CB-DF-CORRIDA       PIC 9(6).
           02 FILLER                 PIC X(11) VALUE " ESPERADO $".
           02 WS-CB-DF-ESPERADO      PIC ---.---.--9,99.
           02 FILLER                 PIC X(11) VALUE " DEBITADO $".
           02 WS-CB-DF-DEBITADO      PIC ---.---.--9,99.
           02 FILLER                 PIC X(07) VALUE " DIF. $".
           02 WS-CB-DF-DIFERENCIA    PIC ---.---.--9,99.
       01  WS-CB-TOTAL.
           02 FILLER                 PIC X(02) VALUE "  ".
           02 WS-CB-TOT-TEXTO        PIC X(30).
           02 WS-CB-TOT-CANT         PIC ZZZ9.
           02 FILLER                 PIC X(04) VALUE "  $ ".
           02 WS-CB-TOT-IMPORTE      PIC ---.---.---.--9,99.

      *>---------------------------PROCEDURE----------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-PEDIR-PERIODO
               THRU 1000-PEDIR-PERIODO-EXIT

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

           PERFORM 2000-CARGAR-CORRIDAS
               THRU 2000-CARGAR-CORRIDAS-EXIT

           PERFORM 2500-CARGAR-PAGOS
               THRU 2500-CARGAR-PAGOS-EXIT

           PERFORM 3000-CRUZAR-EXTRACTO
               THRU 3000-CRUZAR-EXTRACTO-EXIT

           PERFORM 3500-CRUZAR-POR-IMPORTE
               THRU 3500-CRUZAR-POR-IMPORTE-EXIT

           PERFORM 4000-EMITIR-REPORTE
               THRU 4000-EMITIR-REPORTE-EXIT

           PERFORM 5000-GRABAR-RESULTADO
               THRU 5000-GRABAR-RESULTADO-EXIT

           GOBACK.

       0000-MAINLINE-EXIT.
           EXIT.


      *>   PIDE EL PERIODO AAAAMM Y CALCULA EL RANGO DE DIAS CORRIDOS
      *>   EN QUE SE TOMAN LOS MOVIMIENTOS DEL EXTRACTO: DEL PRIMERO
      *>   DEL MES HASTA LOS DIAS DE GRACIA DESPUES DEL ULTIMO
       1000-PEDIR-PERIODO.

           DISPLAY "CONCILIACION BANCARIA"
           DISPLAY "INGRESE EL PERIODO (AAAAMM)"
           ACCEPT WS-PERIODO

           IF WS-PER-ANIO < 1
                   OR WS-PER-MES < 1 OR WS-PER-MES > 12
               DISPLAY "ERROR: PERIODO INVALIDO"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-PER-ANIO TO WS-DIA-ANIO
           MOVE WS-PER-MES TO WS-DIA-MES
           MOVE 1 TO WS-DIA-DIA
           PERFORM 8700-CALCULAR-DIAS
               THRU 8700-CALCULAR-DIAS-EXIT
           MOVE WS-DIAS-SERIAL TO WS-SERIAL-INICIO

      *>       EL ULTIMO DIA DEL MES ES EL DIA ANTERIOR AL PRIMERO DEL
      *>       MES SIGUIENTE
           IF WS-PER-MES = 12
               ADD 1 TO WS-DIA-ANIO
               MOVE 1 TO WS-DIA-MES
           ELSE
               ADD 1 TO WS-DIA-MES
           END-IF
           PERFORM 8700-CALCULAR-DIAS
               THRU 8700-CALCULAR-DIAS-EXIT
           COMPUTE WS-SERIAL-FIN = WS-DIAS-SERIAL - 1
           COMPUTE WS-SERIAL-TOPE = WS-SERIAL-FIN + WS-DIAS-GRACIA.

       1000-PEDIR-PERIODO-EXIT.
           EXIT.


      *>   RECORRE EL LIBRO DIARIO Y ARMA LA TABLA CON LAS CORRIDAS
      *>   NORMALES DEL PERIODO QUE TIENEN NUMERO. UNA REVERSA NO
      *>   MUEVE LA CUENTA DEL BANCO (ANULA EN LOS LIBROS, NO DEVUELVE
      *>   LA TRANSFERENCIA), Y UNA LINEA ANTERIOR A LA NUMERACION DE
      *>   CORRIDAS NO TIENE CON QUE CRUZARSE
       2000-CARGAR-CORRIDAS.

           MOVE 0 TO WS-CANT-CORRIDAS

           OPEN INPUT LEDGER-FILE

           IF NOT FS-LEDGER-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR EL LIBRO DIARIO "
                   "LEDGERPF - STATUS " WS-FS-LEDGER
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FS-LEDGER-EOF
               READ LEDGER-FILE INTO WS-LEDGER-CRUDO
                   AT END
                       SET FS-LEDGER-EOF TO TRUE
                   NOT AT END
                       PERFORM 8800-NORMALIZAR-LEDGER
                           THRU 8800-NORMALIZAR-LEDGER-EXIT
                       IF WS-LL-FECHA(1:6) = WS-PERIODO
                               AND LL-TIPO-NORMAL
                               AND WS-LL-CORRIDA > 0
                           PERFORM 2100-AGREGAR-CORRIDA
                               THRU 2100-AGREGAR-CORRIDA-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LEDGER-FILE.

       2000-CARGAR-CORRIDAS-EXIT.
           EXIT.


      *>   AGREGA LA CORRIDA DE LA LINEA ACTUAL A LA TABLA, CON LOS
      *>   IMPORTES EN CERO Y SIN CRUCE
       2100-AGREGAR-CORRIDA.

           IF WS-CANT-CORRIDAS = 400
               DISPLAY "ERROR: MAS DE 400 CORRIDAS EN EL PERIODO, NO "
                   "ENTRAN EN LA TABLA DE LA CONCILIACION"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-CANT-CORRIDAS
           MOVE WS-CANT-CORRIDAS TO i
           MOVE WS-LL-CORRIDA TO WS-CO-CORRIDA(i)
           MOVE WS-LL-FECHA TO WS-CO-FECHA(i)
           MOVE WS-LL-FECHA TO WS-DIA-FECHA
           PERFORM 8700-CALCULAR-DIAS
               THRU 8700-CALCULAR-DIAS-EXIT
           MOVE WS-DIAS-SERIAL TO WS-CO-SERIAL(i)
           MOVE 0 TO WS-CO-ORDENADO(i)
           MOVE 0 TO WS-CO-RECHAZADO(i)
           MOVE 0 TO WS-CO-ESPERADO(i)
           MOVE 0 TO WS-CO-DEBITADO(i)
           MOVE 0 TO WS-CO-FEC-DEBITO(i)
           MOVE "N" TO WS-CO-CRUCE(i).

       2100-AGREGAR-CORRIDA-EXIT.
           EXIT.


      *>   SUMA A CADA CORRIDA DE LA TABLA LAS LINEAS DE SU ORDEN DE
      *>   PAGO SEGUN EL MAESTRO ESTPAGPF; LAS QUE EL BANCO RECHAZO
      *>   ALGUNA VEZ (RECHAZADAS, REEMITIDAS POR REE-PAGO O ACEPTADAS
      *>   CON RECHAZOS PREVIOS) SE DESCUENTAN DE LO QUE EL BANCO
      *>   TENDRIA QUE HABER DEBITADO: CON LA REFERENCIA DE LA CORRIDA
      *>   EL DEBITO Y LA DEVOLUCION SE ANULAN, Y LA REEMISION ES UN
      *>   DEBITO APARTE SIN CORRIDA
       2500-CARGAR-PAGOS.

           OPEN INPUT ESTPAG-FILE

           IF NOT FS-ESTPAG-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR EL MAESTRO DE ESTADO "
                   "DE PAGOS ESTPAGPF - STATUS " WS-FS-ESTPAG
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FS-ESTPAG-EOF
               READ ESTPAG-FILE
                   AT END
                       SET FS-ESTPAG-EOF TO TRUE
                   NOT AT END
                       PERFORM VARYING i FROM 1 BY 1
                               UNTIL i > WS-CANT-CORRIDAS
                           IF WS-CO-CORRIDA(i) = ESTP-REG-CORRIDA
                               ADD ESTP-REG-MONTO TO WS-CO-ORDENADO(i)
                               IF ESTP-RECHAZADO OR ESTP-REEMITIDO
                                       OR ESTP-REG-RECHAZOS > 0
                                   ADD ESTP-REG-MONTO
                                       TO WS-CO-RECHAZADO(i)
                               END-IF
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM

           CLOSE ESTPAG-FILE

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-CORRIDAS
               COMPUTE WS-CO-ESPERADO(i) =
                   WS-CO-ORDENADO(i) - WS-CO-RECHAZADO(i)
           END-PERFORM.

       2500-CARGAR-PAGOS-EXIT.
           EXIT.


      *>   RECORRE EL EXTRACTO: CADA MOVIMIENTO CON LA REFERENCIA DE
      *>   UNA CORRIDA DEL PERIODO SE SUMA (DEBITO) O SE RESTA
      *>   (CREDITO, TRANSFERENCIA DEVUELTA) A LO DEBITADO POR ESA
      *>   CORRIDA; LOS DEBITOS DEL RANGO SIN ESA REFERENCIA QUEDAN
      *>   SUELTOS PARA EL CRUCE POR IMPORTE
       3000-CRUZAR-EXTRACTO.

           MOVE 0 TO WS-CANT-SUELTOS

           OPEN INPUT EXTRACTO-FILE

           IF NOT FS-EXTRACTO-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR EL EXTRACTO "
                   "EXTRACTOPF - STATUS " WS-FS-EXTRACTO
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FS-EXTRACTO-EOF
               READ EXTRACTO-FILE
                   AT END
                       SET FS-EXTRACTO-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-CLASIFICAR-MOVIMIENTO
                           THRU 3100-CLASIFICAR-MOVIMIENTO-EXIT
               END-READ
           END-PERFORM

           CLOSE EXTRACTO-FILE.

       3000-CRUZAR-EXTRACTO-EXIT.
           EXIT.


      *>   UBICA EL MOVIMIENTO LEIDO: FUERA DEL RANGO DEL PERIODO O CON
      *>   FECHA ILEGIBLE SE IGNORA; CON REFERENCIA DE UNA CORRIDA DEL
      *>   PERIODO SE APLICA A ESA CORRIDA; UN DEBITO SIN ELLA QUEDA
      *>   SUELTO (SOLO SI ES DEL MES: LOS DE LOS DIAS DE GRACIA SON
      *>   DEL MES SIGUIENTE SALVO QUE CRUCEN CON UNA CORRIDA); UN
      *>   CREDITO SIN ELLA NO ES DE ESTE CIRCUITO
       3100-CLASIFICAR-MOVIMIENTO.

           IF EXT-REG-FECHA NOT NUMERIC
               GO TO 3100-CLASIFICAR-MOVIMIENTO-EXIT
           END-IF

           MOVE EXT-REG-FECHA TO WS-DIA-FECHA
           PERFORM 8700-CALCULAR-DIAS
               THRU 8700-CALCULAR-DIAS-EXIT

           IF WS-DIAS-SERIAL < WS-SERIAL-INICIO
                   OR WS-DIAS-SERIAL > WS-SERIAL-TOPE
               GO TO 3100-CLASIFICAR-MOVIMIENTO-EXIT
           END-IF

           MOVE 0 TO WS-CO-ACTUAL
           MOVE EXT-REG-REFERENCIA TO WS-REF-TRABAJO
           IF WS-REF-CORRIDA IS NUMERIC AND WS-REF-RESTO = SPACES
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-CORRIDAS
                   IF WS-CO-CORRIDA(i) = WS-REF-CORRIDA
                       MOVE i TO WS-CO-ACTUAL
                   END-IF
               END-PERFORM
           END-IF

           IF WS-CO-ACTUAL > 0
               MOVE WS-CO-ACTUAL TO i
               SET CO-POR-REFERENCIA(i) TO TRUE
               IF EXT-DEBITO
                   ADD EXT-REG-IMPORTE TO WS-CO-DEBITADO(i)
                   IF EXT-REG-FECHA > WS-CO-FEC-DEBITO(i)
                       MOVE EXT-REG-FECHA TO WS-CO-FEC-DEBITO(i)
                   END-IF
               ELSE
                   SUBTRACT EXT-REG-IMPORTE FROM WS-CO-DEBITADO(i)
               END-IF
               GO TO 3100-CLASIFICAR-MOVIMIENTO-EXIT
           END-IF

           IF NOT EXT-DEBITO
               ADD 1 TO WS-CANT-CREDITOS-AJENOS
               GO TO 3100-CLASIFICAR-MOVIMIENTO-EXIT
           END-IF

           IF WS-CANT-SUELTOS = 300
               DISPLAY "ERROR: MAS DE 300 DEBITOS SIN REFERENCIA DE "
                   "CORRIDA EN EL PERIODO, NO ENTRAN EN LA TABLA"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-CANT-SUELTOS
           MOVE WS-CANT-SUELTOS TO j
           MOVE EXT-REG-FECHA TO WS-SU-FECHA(j)
           MOVE WS-DIAS-SERIAL TO WS-SU-SERIAL(j)
           MOVE EXT-REG-IMPORTE TO WS-SU-IMPORTE(j)
           MOVE EXT-REG-REFERENCIA TO WS-SU-REFERENCIA(j)
           MOVE EXT-REG-CONCEPTO TO WS-SU-CONCEPTO(j)
           MOVE "N" TO WS-SU-CRUZADO(j).

       3100-CLASIFICAR-MOVIMIENTO-EXIT.
           EXIT.


      *>   CRUCE POR IMPORTE DE LOS DEBITOS SUELTOS: CADA UNO SE
      *>   APLICA A LA PRIMERA CORRIDA TODAVIA SIN DEBITO CON EL MISMO
      *>   IMPORTE ESPERADO, SI EL DEBITO CAE DENTRO DE LOS DIAS DE
      *>   GRACIA DESDE LA FECHA DE LA CORRIDA
       3500-CRUZAR-POR-IMPORTE.

           PERFORM VARYING j FROM 1 BY 1 UNTIL j > WS-CANT-SUELTOS
               PERFORM VARYING i FROM 1 BY 1
                       UNTIL i > WS-CANT-CORRIDAS OR SU-CRUZADO(j)
                   IF CO-SIN-CRUCE(i)
                           AND WS-CO-ESPERADO(i) > 0
                           AND WS-CO-ESPERADO(i) = WS-SU-IMPORTE(j)
                           AND WS-SU-SERIAL(j) NOT < WS-CO-SERIAL(i)
                           AND WS-SU-SERIAL(j) NOT >
                               WS-CO-SERIAL(i) + WS-DIAS-GRACIA
                       SET CO-POR-IMPORTE(i) TO TRUE
                       MOVE WS-SU-IMPORTE(j) TO WS-CO-DEBITADO(i)
                       MOVE WS-SU-FECHA(j) TO WS-CO-FEC-DEBITO(i)
                       SET SU-CRUZADO(j) TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

       3500-CRUZAR-POR-IMPORTE-EXIT.
           EXIT.


      *>   REPORTE POR CONSOLA EN LAS CUATRO SECCIONES Y UN RESUMEN
      *>   FINAL CON CANTIDAD E IMPORTE DE CADA UNA
       4000-EMITIR-REPORTE.

           MOVE WS-PERIODO TO WS-CB-PERIODO
           DISPLAY WS-CB-SEPARADOR
           DISPLAY WS-CB-TITULO
           DISPLAY WS-CB-SEPARADOR

      *>       1) CONCILIADOS: LO DEBITADO EMPATA CON LO ESPERADO
           DISPLAY "1) CONCILIADOS"
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-CORRIDAS
               IF NOT CO-SIN-CRUCE(i)
                       AND WS-CO-DEBITADO(i) = WS-CO-ESPERADO(i)
                   ADD 1 TO WS-CANT-CONCILIADOS
                   ADD WS-CO-DEBITADO(i) TO WS-TOTAL-CONCILIADO
                   MOVE WS-CO-CORRIDA(i) TO WS-CB-CC-CORRIDA
                   MOVE WS-CO-FECHA(i) TO WS-CB-CC-FECHA
                   MOVE WS-CO-FEC-DEBITO(i) TO WS-CB-CC-FEC-DEBITO
                   MOVE WS-CO-DEBITADO(i) TO WS-CB-CC-IMPORTE
                   IF CO-POR-REFERENCIA(i)
                       MOVE "(REFERENCIA)" TO WS-CB-CC-CRUCE
                   ELSE
                       MOVE "(IMPORTE)" TO WS-CB-CC-CRUCE
                   END-IF
                   DISPLAY WS-CB-CONCILIADO
               END-IF
           END-PERFORM
           IF WS-CANT-CONCILIADOS = 0
               DISPLAY "  (NINGUNO)"
           END-IF

      *>       2) DEBITOS DEL MES QUE NO SON DE NINGUNA CORRIDA; LOS
      *>       DE LOS DIAS DE GRACIA QUE NO CRUZARON SON DEL MES
      *>       SIGUIENTE Y NO SE LISTAN
           DISPLAY " "
           DISPLAY "2) DEBITOS DEL BANCO SIN CORRIDA"
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > WS-CANT-SUELTOS
               IF NOT SU-CRUZADO(j)
                       AND WS-SU-SERIAL(j) NOT > WS-SERIAL-FIN
                   ADD 1 TO WS-CANT-SIN-CORRIDA
                   ADD WS-SU-IMPORTE(j) TO WS-TOTAL-SIN-CORRIDA
                   MOVE WS-SU-FECHA(j) TO WS-CB-SU-FECHA
                   MOVE WS-SU-IMPORTE(j) TO WS-CB-SU-IMPORTE
                   MOVE WS-SU-REFERENCIA(j) TO WS-CB-SU-REFERENCIA
                   MOVE WS-SU-CONCEPTO(j) TO WS-CB-SU-CONCEPTO
                   DISPLAY WS-CB-SUELTO
               END-IF
           END-PERFORM
           IF WS-CANT-SIN-CORRIDA = 0
               DISPLAY "  (NINGUNO)"
           END-IF

      *>       3) CORRIDAS CON ALGO A PAGAR Y NINGUN MOVIMIENTO EN EL
      *>       EXTRACTO; UNA CORRIDA SIN NETO A PAGAR (TODO RETENIDO O
      *>       TODO RECHAZADO) NO TIENE POR QUE TENER DEBITO
           DISPLAY " "
           DISPLAY "3) CORRIDAS SIN DEBITO EN EL BANCO"
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-CORRIDAS
               IF CO-SIN-CRUCE(i)
                   IF WS-CO-ESPERADO(i) = 0
                       ADD 1 TO WS-CANT-SIN-PAGOS
                   ELSE
                       ADD 1 TO WS-CANT-SIN-DEBITO
                       ADD WS-CO-ESPERADO(i) TO WS-TOTAL-SIN-DEBITO
                       MOVE WS-CO-CORRIDA(i) TO WS-CB-SD-CORRIDA
                       MOVE WS-CO-FECHA(i) TO WS-CB-SD-FECHA
                       MOVE WS-CO-ESPERADO(i) TO WS-CB-SD-IMPORTE
                       DISPLAY WS-CB-SIN-DEBITO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CANT-SIN-DEBITO = 0
               DISPLAY "  (NINGUNA)"
           END-IF

      *>       4) CORRIDAS CON MOVIMIENTOS POR SU REFERENCIA QUE NO
      *>       SUMAN LO ESPERADO (EL CRUCE POR IMPORTE ES EXACTO, ASI
      *>       QUE NUNCA CAE ACA)
           DISPLAY " "
           DISPLAY "4) DIFERENCIAS DE IMPORTE"
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-CANT-CORRIDAS
               IF NOT CO-SIN-CRUCE(i)
                       AND WS-CO-DEBITADO(i) NOT = WS-CO-ESPERADO(i)
                   ADD 1 TO WS-CANT-DIFERENCIAS
                   COMPUTE WS-DIFERENCIA =
                       WS-CO-DEBITADO(i) - WS-CO-ESPERADO(i)
                   ADD WS-DIFERENCIA TO WS-TOTAL-DIFERENCIA
                   MOVE WS-CO-CORRIDA(i) TO WS-CB-DF-CORRIDA
                   MOVE WS-CO-ESPERADO(i) TO WS-CB-DF-ESPERADO
                   MOVE WS-CO-DEBITADO(i) TO WS-CB-DF-DEBITADO
                   MOVE WS-DIFERENCIA TO WS-CB-DF-DIFERENCIA
                   DISPLAY WS-CB-DIFERENCIA
               END-IF
           END-PERFORM
           IF WS-CANT-DIFERENCIAS = 0
               DISPLAY "  (NINGUNA)"
           END-IF

           DISPLAY " "
           DISPLAY WS-CB-SEPARADOR
           MOVE "CONCILIADOS..................:" TO WS-CB-TOT-TEXTO
           MOVE WS-CANT-CONCILIADOS TO WS-CB-TOT-CANT
           MOVE WS-TOTAL-CONCILIADO TO WS-CB-TOT-IMPORTE
           DISPLAY WS-CB-TOTAL
           MOVE "DEBITOS SIN CORRIDA..........:" TO WS-CB-TOT-TEXTO
           MOVE WS-CANT-SIN-CORRIDA TO WS-CB-TOT-CANT
           MOVE WS-TOTAL-SIN-CORRIDA TO WS-CB-TOT-IMPORTE
           DISPLAY WS-CB-TOTAL
           MOVE "CORRIDAS SIN DEBITO..........:" TO WS-CB-TOT-TEXTO
           MOVE WS-CANT-SIN-DEBITO TO WS-CB-TOT-CANT
           MOVE WS-TOTAL-SIN-DEBITO TO WS-CB-TOT-IMPORTE
           DISPLAY WS-CB-TOTAL
           MOVE "DIFERENCIAS DE IMPORTE.......:" TO WS-CB-TOT-TEXTO
           MOVE WS-CANT-DIFERENCIAS TO WS-CB-TOT-CANT
           MOVE WS-TOTAL-DIFERENCIA TO WS-CB-TOT-IMPORTE
           DISPLAY WS-CB-TOTAL
           DISPLAY WS-CB-SEPARADOR

           IF WS-CANT-SIN-PAGOS > 0
               DISPLAY "AVISO: " WS-CANT-SIN-PAGOS " CORRIDAS DEL "
                   "PERIODO SIN NETO A PAGAR, NO SE ESPERA DEBITO"
           END-IF.

       4000-EMITIR-REPORTE-EXIT.
           EXIT.


      *>   AGREGA EN CONCBCOPF EL RESULTADO DE ESTA CONCILIACION: UN
      *>   PERIODO QUEDA CONCILIADO SOLO SI NO QUEDO NADA SUELTO EN
      *>   LAS SECCIONES 2, 3 Y 4
       5000-GRABAR-RESULTADO.

           OPEN EXTEND CONCBCO-FILE

           IF NOT FS-CONCBCO-OK
      *>       SI EL CONTROL TODAVIA NO EXISTE, EXTEND FALLA PORQUE NO
      *>       LO ENCUENTRA; LO CREO CON OPEN OUTPUT LA PRIMERA VEZ
               CLOSE CONCBCO-FILE
               OPEN OUTPUT CONCBCO-FILE
           END-IF

           IF NOT FS-CONCBCO-OK
               DISPLAY "ERROR: NO SE PUDO GRABAR CONCBCOPF - STATUS "
                   WS-FS-CONCBCO
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-PERIODO TO CONC-REG-PERIODO
           MOVE WS-FECHA-HOY TO CONC-REG-FECHA
           MOVE WS-CANT-CONCILIADOS TO CONC-REG-CONCILIADOS
           MOVE WS-CANT-SIN-CORRIDA TO CONC-REG-SIN-CORRIDA
           MOVE WS-CANT-SIN-DEBITO TO CONC-REG-SIN-DEBITO
           MOVE WS-CANT-DIFERENCIAS TO CONC-REG-DIFERENCIAS

           IF WS-CANT-SIN-CORRIDA = 0 AND WS-CANT-SIN-DEBITO = 0
                   AND WS-CANT-DIFERENCIAS = 0
               SET CONC-CONCILIADO TO TRUE
               DISPLAY "PERIODO " WS-PERIODO " CONCILIADO"
           ELSE
               SET CONC-CON-DIFERENCIAS TO TRUE
               DISPLAY "ADVERTENCIA: EL PERIODO " WS-PERIODO
                   " QUEDA CON PARTIDAS SIN CONCILIAR"
           END-IF

           WRITE CONCBCO-REG

           CLOSE CONCBCO-FILE.

       5000-GRABAR-RESULTADO-EXIT.
           EXIT.


      *>   CALCULO DE DIAS CORRIDOS COMPARTIDO (VER DIASCALC.CPY)
           COPY DIASCALC.

      *>   NORMALIZACION DE LINEA DE LIBRO COMPARTIDA, PARA TOLERAR EL
      *>   LAYOUT VIEJO DEL LIBRO (VER 2000-CARGAR-CORRIDAS)
           COPY LEDGNORM.
