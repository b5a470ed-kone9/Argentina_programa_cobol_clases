      *>   VACIA QUE EL RESTO DE LOS ENLACES DE UN SOLO USO: SIN ESO,
      *>   CAP-VISIT RECHAZARIA LAS CARGAS DE LA SEMANA SIGUIENTE
      *>   COMO DUPLICADAS.
      *> - SE AGREGA EL HISTORIAL POR SUCURSAL HISVISPF: UN REGISTRO POR
      *>   LOCACION Y SEMANA CON LAS 7 CANTIDADES VALIDADAS Y LA TARIFA
      *>   APLICADA (VER 7900-GRABAR-HISTORIAL). ES CONTRA LO QUE
      *>   COR-VISIT VALIDA LA CORRECCION DE UNA SEMANA YA CONSOLIDADA,
      *>   PORQUE ACUMVISPF SOLO TIENE EL TOTAL CONSOLIDADO.
      *> - EL REGISTRO DE ACUMVISPF SUMA AL FINAL UN TIPO ("S" SEMANA,
      *>   "A" AJUSTE), LA FECHA DE CIERRE DE LA SEMANA Y UN AJUSTE CON
      *>   SIGNO: UNA CORRECCION DE COR-VISIT REEXPRESA LA SEMANA CON
      *>   UN REGISTRO DE AJUSTE EN VEZ DE TOCAR EL ORIGINAL, Y
      *>   7000-ACTUALIZAR-ACUMULADOS LO SUMA AL MES/ANIO Y A LA SEMANA
      *>   DE LA VENTANA DE VARIANZA QUE CORRIGE.
      *> - LA ADVERTENCIA DE DESVIO DE 7050-EVALUAR-VARIANZA Y LA DE
      *>   LOCACION NO REGISTRADA EN SUCURPF SE DEJAN ADEMAS EN LA COLA
      *>   CENTRAL DE EXCEPCIONES EXCEPPF (SEVERIDAD MEDIA, REFERENCIA
      *>   A LA SEMANA), PARA QUE NO QUEDEN SOLO EN UNA LINEA DE
      *>   REPVISPF O EN LA CONSOLA (VER EXCPCALC.CPY Y MNT-EXCEP).
      *> - LA SEMANA DE CADA SUCURSAL SE GRABA ADEMAS EN EL HISTORIAL
      *>   INDEXADO HISVIXPF (CLAVE FECHA DE CIERRE + SUCURSAL, VER
      *>   7950-GRABAR-HISTORIAL-INDEXADO), QUE ES EL QUE LEEN
      *>   RPT-YOY, RPT-FCST Y CIE-MES PARA REPORTAR POR SUCURSAL Y
      *>   REGION. LA CARGA INICIAL DESDE ACUMVISPF / ARCACUMPF LA
      *>   HACE CAR-HISVIX. ACUMVISPF Y HISVISPF SE SIGUEN GRABANDO
      *>   (LA VENTANA DE VARIANZA Y COR-VISIT LOS USAN).
      *> - JUNTO CON TOTSEMPF SE DEJA EL ENLACE TOTSUCPF CON EL MONTO
      *>   TARIFADO DE CADA SUCURSAL (UN REGISTRO POR LOCACION, VER
      *>   8050-ENVIAR-TOTAL-SUCURSAL), PARA QUE CL-18-EJ-18 REPARTA
      *>   EL MONTO DE CADA SUCURSAL CON EL ESQUEMA DE PARTICIPANTES
      *>   DE ESA SUCURSAL O DE SU REGION. TOTSEMPF NO CAMBIA: SIGUE
      *>   SIENDO EL TOTAL CONSOLIDADO QUE GUARDA Y REPONE DRV18TOT.

      *>--------------------------------------
      *> es importante esto, porque sino mainframe cancela
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TOTSEM WS-FS-TOTSEM-EXT.

      *>   ARCHIVO DE ENLACE CON EL MONTO DE CADA SUCURSAL QUE COMPONE
      *>   EL TOTAL DE TOTSEMPF (VER 8050-ENVIAR-TOTAL-SUCURSAL)
           SELECT TOTSUC-FILE ASSIGN TO "TOTSUCPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TOTSUC WS-FS-TOTSUC-EXT.

      *>   ARCHIVO DE PARAMETROS CON LA TARIFA EN PESOS POR VISITA,
      *>   CON FECHA DE VIGENCIA Y LOCACION POR REGISTRO ("****" ES LA
      *>   TARIFA GENERAL, VER 7700-CARGAR-TARIFAS)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUCUR WS-FS-SUCUR-EXT.

      *>   HISTORIAL DE VISITAS POR SUCURSAL Y SEMANA (VER
      *>   7900-GRABAR-HISTORIAL), SOLO DE ALTA
           SELECT HISVIS-FILE ASSIGN TO "HISVISPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISVIS WS-FS-HISVIS-EXT.

      *>   HISTORIAL INDEXADO DE VISITAS, CLAVE FECHA DE CIERRE DE LA
      *>   SEMANA + SUCURSAL, PARA QUE LOS REPORTES LEAN POR RANGO DE
      *>   FECHAS EN VEZ DE BARRER TODO (VER 7950)
           SELECT HISVIX-FILE ASSIGN TO "HISVIXPF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HVX-REG-CLAVE
               FILE STATUS IS WS-FS-HISVIX WS-FS-HISVIX-EXT.

      *>   COLA CENTRAL DE EXCEPCIONES (VER EXCPCALC.CPY)
           SELECT EXCEP-FILE ASSIGN TO "EXCEPPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEP WS-FS-EXCEP-EXT.

      *>--------------------------------------
       DATA DIVISION.
      *>--------------------------------------
           02 ACUM-REG-ANIO          PIC 9(4).
           02 ACUM-REG-MES           PIC 9(2).
           02 ACUM-REG-SEMANA-TOTAL  PIC 9(5).
      *>       AGREGADOS AL FINAL: TIPO DE REGISTRO ("S" = TOTAL DE LA
      *>       SEMANA, "A" = AJUSTE DE COR-VISIT), FECHA DE CIERRE DE
      *>       LA SEMANA Y, EN UN AJUSTE, LA DIFERENCIA DE VISITAS CON
      *>       SIGNO (EL TOTAL QUEDA EN CERO); UN REGISTRO VIEJO LLEGA
      *>       CON BLANCOS Y ES UN TOTAL DE SEMANA SIN FECHA
           02 ACUM-REG-TIPO          PIC X(1).
               88 ACUM-ES-AJUSTE     VALUE "A".
           02 ACUM-REG-FECHA-SEM     PIC 9(8).
           02 ACUM-REG-AJUSTE        PIC S9(5) SIGN IS TRAILING
                                         SEPARATE CHARACTER.

      *>   EL ENLACE LLEVA EL MONTO EN PESOS (VISITAS POR TARIFA, VER
      *>   7800-CALCULAR-MONTO-SEMANAL) MAS LA CANTIDAD DE VISITAS Y
           02 TOTSEM-REG-VISITAS     PIC 9(5).
           02 TOTSEM-REG-TARIFA      PIC 9(4)V99.

      *>   UN REGISTRO POR LOCACION DE LA SEMANA: FECHA DE CIERRE,
      *>   SUCURSAL, SU MONTO EN PESOS (MISMA PRECISION QUE EL TOTAL
      *>   DE TOTSEMPF, Y LA SUMA DE TODOS ES EXACTAMENTE ESE TOTAL),
      *>   SUS VISITAS Y LA TARIFA QUE SE LE APLICO
       FD  TOTSUC-FILE.
       01  TOTSUC-REG.
           02 TOTSUC-REG-FECHA       PIC 9(8).
           02 TOTSUC-REG-SUC         PIC X(4).
           02 TOTSUC-REG-MONTO       PIC 9(9)V9.
           02 TOTSUC-REG-VISITAS     PIC 9(5).
           02 TOTSUC-REG-TARIFA      PIC 9(4)V99.

      *>   UN REGISTRO POR TARIFA Y VIGENCIA (VER 7700-CARGAR-TARIFAS)
       FD  TARIF-FILE.
       01  TARIF-REG.
           02 SUCUR-REG-REGION       PIC X(10).
           02 SUCUR-REG-ACTIVA       PIC X(1).

      *>   UN REGISTRO POR LOCACION Y SEMANA: FECHA DE CIERRE, CODIGO,
      *>   LAS 7 CANTIDADES YA VALIDADAS (UN DIA RECHAZADO QUEDA EN
      *>   CERO, IGUAL QUE EN EL TOTAL) Y LA TARIFA APLICADA
       FD  HISVIS-FILE.
       01  HISVIS-REG.
           02 HISV-REG-FECHA         PIC 9(8).
           02 HISV-REG-LOC           PIC X(4).
           02 HISV-REG-VISITAS       PIC 9(4) OCCURS 7 TIMES.
           02 HISV-REG-TARIFA        PIC 9(4)V99.

      *>   UN REGISTRO POR SUCURSAL Y SEMANA: CLAVE (FECHA DE CIERRE
      *>   + SUCURSAL), LAS 7 CANTIDADES (1=LUNES...7=DOMINGO, CADA DIA
      *>   SE UBICA EN SU FECHA CON HISVCALC), LA TARIFA APLICADA, EL
      *>   TOTAL DE LA SEMANA Y EL ORIGEN: "D" = CON DETALLE DIARIO;
      *>   "T" = SOLO EL TOTAL, CARGADO POR CAR-HISVIX DESDE EL
      *>   ACUMULADO VIEJO, BAJO LA SUCURSAL "****" Y SIN DIAS
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

      *>   MISMO LAYOUT QUE EXCEP-REG EN MNT-EXCEP
       FD  EXCEP-FILE.
       01  EXCEP-REG.
           02 EXC-REG-NRO            PIC 9(6).
           02 EXC-REG-FECHA          PIC 9(8).
           02 EXC-REG-HORA           PIC 9(6).
           02 EXC-REG-SEVERIDAD      PIC X(1).
           02 EXC-REG-ORIGEN         PIC X(12).
           02 EXC-REG-REFER          PIC X(12).
           02 EXC-REG-TEXTO          PIC X(80).
           02 EXC-REG-ESTADO         PIC X(1).
           02 EXC-REG-REC-OPER       PIC X(4).
           02 EXC-REG-REC-FECHA      PIC 9(8).
           02 EXC-REG-REC-HORA       PIC 9(6).
           02 EXC-REG-REC-COMENT     PIC X(40).
           02 EXC-REG-CIE-OPER       PIC X(4).
           02 EXC-REG-CIE-FECHA      PIC 9(8).
           02 EXC-REG-CIE-HORA       PIC 9(6).
           02 EXC-REG-CIE-COMENT     PIC X(40).

      *>--------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01  WS-MONTO-SEMANA           PIC 9(9)V99 VALUE 0.
       01  WS-VISITAS-LOC-TOTAL      PIC 9(5) VALUE 0.
       01  WS-TARIFA-EFECTIVA        PIC 9(4)V99 VALUE 0.

      *>   MONTO Y VISITAS DE CADA LOCACION, GUARDADOS EN 7800 PARA
      *>   EL ENLACE POR SUCURSAL TOTSUCPF. EL MONTO VA CON LA MISMA
      *>   PRECISION QUE TOTSEMPF; LA DIFERENCIA DE TRUNCADO CONTRA EL
      *>   TOTAL SE LE SUMA A LA LOCACION DE MAYOR MONTO (VER 8050)
       01  TABLA-MONTOS-LOC.
           02 WS-MONTO-LOC           PIC 9(9)V9 OCCURS 9 TIMES.
       01  TABLA-VISITAS-LOC.
           02 WS-VISITAS-LOC         PIC 9(5) OCCURS 9 TIMES.
       01  WS-MONTO-LOC-CALC         PIC 9(9)V99 VALUE 0.
       01  WS-MONTO-SEMANA-ENVIADO   PIC 9(9)V9 VALUE 0.
       01  WS-SUMA-MONTOS-LOC        PIC 9(10)V9 VALUE 0.
       01  WS-LOC-MAYOR              PIC 99 VALUE 0.
       01  WS-TABLA-SUCUR.
           02 WS-SUC-ENTRADA OCCURS 20 TIMES.
               03 WS-SUC-CODIGO      PIC X(4).
           88 FS-ACUM-EOF            VALUE "10".
       01  WS-FS-ACUM-EXT            PIC 9(4).

      *>   ESTADO DEL HISTORIAL POR SUCURSAL
       01  WS-FS-HISVIS              PIC XX.
           88 FS-HISVIS-OK           VALUE "00".
       01  WS-FS-HISVIS-EXT          PIC 9(4).

      *>   ESTADO DEL HISTORIAL INDEXADO (VER 7950)
       01  WS-FS-HISVIX              PIC XX.
           88 FS-HISVIX-OK           VALUE "00".
       01  WS-FS-HISVIX-EXT          PIC 9(4).

      *>   ACUMULADOS DE MES Y ANIO, RECALCULADOS CADA CORRIDA A PARTIR
      *>   DEL HISTORICO DE ACUMVISPF MAS LA SEMANA ACTUAL
       01  WS-ACUM-TOTAL-MES         PIC 9(7) VALUE 0.
       01  WS-VARIANZA-VENTANA-CANT  PIC 9 VALUE 4.
       01  TABLA-VARIANZA-ULTIMAS.
           02 WS-VARIANZA-ULTIMA     PIC 9(5) OCCURS 4 TIMES VALUE 0.
      *>   FECHA DE CIERRE DE CADA SEMANA DE LA VENTANA (CERO EN UN
      *>   REGISTRO VIEJO SIN FECHA), PARA QUE UN AJUSTE SE SUME A LA
      *>   SEMANA QUE CORRIGE (VER 7010-APLICAR-AJUSTE)
       01  TABLA-VARIANZA-FECHAS.
           02 WS-VARIANZA-FECHA      PIC 9(8) OCCURS 4 TIMES VALUE 0.
       01  WS-VARIANZA-HIST-CANT     PIC 9 VALUE 0.
       01  WS-VARIANZA-DESDE         PIC 9 VALUE 0.
       01  WS-VARIANZA-PROMEDIO      PIC 9(7)V99 VALUE 0.
           88 FS-TOTSEM-OK           VALUE "00".
       01  WS-FS-TOTSEM-EXT          PIC 9(4).

       01  WS-FS-TOTSUC              PIC XX.
           88 FS-TOTSUC-OK           VALUE "00".
       01  WS-FS-TOTSUC-EXT          PIC 9(4).

      *>   FECHA DE CORRIDA, ARMADA CON ACCEPT FROM DATE Y VALIDADA
      *>   CON EL COPYBOOK COMPARTIDO (VER FECHACPY.CPY)
       01  WS-FECHA-CORRIDA          PIC 9(8).
      *>   ESTRUCTURA COMPARTIDA DE FECHA VALIDADA
           COPY FECHACPY.

      *>   CAMPOS DEL ALTA EN LA COLA DE EXCEPCIONES (VER EXCPCPY.CPY)
      *>   Y TEXTO DE LA EXCEPCION DE LOCACION NO REGISTRADA
           COPY EXCPCPY.
       01  WS-EXC-TX-LOCACION.
           02 FILLER                 PIC X(10) VALUE "LOCACION '".
           02 WS-EXC-TX-LOC          PIC X(4).
           02 FILLER                 PIC X(44)
               VALUE "' DE VISITASPF NO ESTA EN EL MAESTRO SUCURPF".
           02 FILLER                 PIC X(22) VALUE SPACES.
       01  WS-EXC-TX-HISVIX.
           02 FILLER                 PIC X(48)
               VALUE "NO SE PUDO GRABAR LA SEMANA EN HISVIXPF, STATUS ".
           02 WS-EXC-TX-HVX-FS       PIC XX.
           02 FILLER                 PIC X(30)
               VALUE " - RECARGAR CON CAR-HISVIX".

      *>   TOTAL Y PROMEDIO DE VISITAS DE LA SEMANA. EL PROMEDIO SE
      *>   DEJA EN 4 DIGITOS ENTEROS PORQUE, CON DIAS RECHAZADOS
      *>   AFUERA DEL DIVISOR, PUEDE ACERCARSE AL TECHO DE
           PERFORM 7800-CALCULAR-MONTO-SEMANAL
               THRU 7800-CALCULAR-MONTO-SEMANAL-EXIT

           PERFORM 7900-GRABAR-HISTORIAL
               THRU 7900-GRABAR-HISTORIAL-EXIT

           PERFORM 7950-GRABAR-HISTORIAL-INDEXADO
               THRU 7950-GRABAR-HISTORIAL-INDEXADO-EXIT

           PERFORM 8000-ENVIAR-TOTAL-SEMANAL
               THRU 8000-ENVIAR-TOTAL-SEMANAL-EXIT

                   DISPLAY "ADVERTENCIA: LA LOCACION '" VISITA-REG-LOC
                       "' DE VISITASPF NO ESTA EN EL MAESTRO "
                       "SUCURPF - REVISE SI ES UN CODIGO MAL TIPEADO"
                   MOVE VISITA-REG-LOC TO WS-EXC-TX-LOC
                   MOVE "M" TO WS-EXC-SEVERIDAD
                   MOVE "EJ-03ENCL18" TO WS-EXC-ORIGEN
                   MOVE WS-FECHA-CORRIDA TO WS-EXC-REF-SEM-FECHA
                   MOVE WS-EXC-REF-SEMANA TO WS-EXC-REFER
                   MOVE WS-EXC-TX-LOCACION TO WS-EXC-TEXTO
                   PERFORM 8300-REGISTRAR-EXCEPCION
                       THRU 8300-REGISTRAR-EXCEPCION-EXIT
               END-IF
           END-IF.

                       AT END
                           SET FS-ACUM-EOF TO TRUE
                       NOT AT END
      *>                 UN AJUSTE NO ES UNA SEMANA MAS: CORRIGE
      *>                 UNA QUE YA ESTA EN EL HISTORICO
                           IF ACUM-ES-AJUSTE
                               PERFORM 7010-APLICAR-AJUSTE
                                   THRU 7010-APLICAR-AJUSTE-EXIT
                           ELSE
                               PERFORM 7020-SUMAR-SEMANA
                                   THRU 7020-SUMAR-SEMANA-EXIT
                           END-IF
                   END-READ
               END-PERFORM
           MOVE WS-FCR-ANIO TO ACUM-REG-ANIO
           MOVE WS-FCR-MES TO ACUM-REG-MES
           MOVE WS-TOTAL-SEMANA TO ACUM-REG-SEMANA-TOTAL
           MOVE "S" TO ACUM-REG-TIPO
           MOVE WS-FECHA-CORRIDA TO ACUM-REG-FECHA-SEM
           MOVE 0 TO ACUM-REG-AJUSTE

           OPEN EXTEND ACUM-FILE
           IF NOT FS-ACUM-OK
           EXIT.


      *>   APLICA UN REGISTRO DE AJUSTE DE COR-VISIT: LA DIFERENCIA DE
      *>   VISITAS (CON SIGNO) SE SUMA AL MES/ANIO DE LA SEMANA QUE
      *>   CORRIGE, Y SI ESA SEMANA TODAVIA ESTA EN LA VENTANA DE
      *>   VARIANZA, TAMBIEN A SU CASILLERO, PARA COMPARAR CONTRA LA
      *>   SEMANA YA REEXPRESADA Y NO CONTRA EL DATO EQUIVOCADO
       7010-APLICAR-AJUSTE.

           IF ACUM-REG-AJUSTE IS NOT NUMERIC
               GO TO 7010-APLICAR-AJUSTE-EXIT
           END-IF

           IF ACUM-REG-ANIO = WS-FCR-ANIO
               ADD ACUM-REG-AJUSTE TO WS-ACUM-TOTAL-ANIO
               IF ACUM-REG-MES = WS-FCR-MES
                   ADD ACUM-REG-AJUSTE TO WS-ACUM-TOTAL-MES
               END-IF
           END-IF

           PERFORM VARYING IX FROM 1 BY 1
                   UNTIL IX > WS-VARIANZA-VENTANA-CANT
               IF WS-VARIANZA-FECHA(IX) > 0
                       AND WS-VARIANZA-FECHA(IX) = ACUM-REG-FECHA-SEM
                   ADD ACUM-REG-AJUSTE TO WS-VARIANZA-ULTIMA(IX)
               END-IF
           END-PERFORM.

       7010-APLICAR-AJUSTE-EXIT.
           EXIT.


      *>   SUMA UN REGISTRO DE TOTAL SEMANAL DEL HISTORICO AL MES/ANIO
      *>   DE LA CORRIDA Y LO HACE ENTRAR POR EL FINAL DE LA VENTANA
      *>   DE LAS ULTIMAS WS-VARIANZA-VENTANA-CANT SEMANAS,
      *>   DESCARTANDO LA MAS VIEJA
       7020-SUMAR-SEMANA.

           IF ACUM-REG-ANIO = WS-FCR-ANIO
               ADD ACUM-REG-SEMANA-TOTAL TO WS-ACUM-TOTAL-ANIO
               IF ACUM-REG-MES = WS-FCR-MES
                   ADD ACUM-REG-SEMANA-TOTAL TO WS-ACUM-TOTAL-MES
               END-IF
           END-IF

           MOVE WS-VARIANZA-ULTIMA(2) TO WS-VARIANZA-ULTIMA(1)
           MOVE WS-VARIANZA-ULTIMA(3) TO WS-VARIANZA-ULTIMA(2)
           MOVE WS-VARIANZA-ULTIMA(4) TO WS-VARIANZA-ULTIMA(3)
           MOVE ACUM-REG-SEMANA-TOTAL TO WS-VARIANZA-ULTIMA(4)

           MOVE WS-VARIANZA-FECHA(2) TO WS-VARIANZA-FECHA(1)
           MOVE WS-VARIANZA-FECHA(3) TO WS-VARIANZA-FECHA(2)
           MOVE WS-VARIANZA-FECHA(4) TO WS-VARIANZA-FECHA(3)
           IF ACUM-REG-FECHA-SEM IS NUMERIC
               MOVE ACUM-REG-FECHA-SEM TO WS-VARIANZA-FECHA(4)
           ELSE
               MOVE 0 TO WS-VARIANZA-FECHA(4)
           END-IF

           IF WS-VARIANZA-HIST-CANT < WS-VARIANZA-VENTANA-CANT
               ADD 1 TO WS-VARIANZA-HIST-CANT
           END-IF.

       7020-SUMAR-SEMANA-EXIT.
           EXIT.


      *>   COMPARA EL TOTAL CONSOLIDADO DE LA SEMANA CONTRA EL
      *>   PROMEDIO DE LAS ULTIMAS WS-VARIANZA-VENTANA-CANT SEMANAS
      *>   ANTERIORES (JUNTADAS EN 7000-ACTUALIZAR-ACUMULADOS, ANTES
               MOVE WS-VARIANZA-PORC TO WS-RL-ALERTA-PORC
               WRITE REPORTE-REG FROM WS-RL-ALERTA-VARIANZA
               DISPLAY WS-RL-ALERTA-VARIANZA
               MOVE "M" TO WS-EXC-SEVERIDAD
               MOVE "EJ-03ENCL18" TO WS-EXC-ORIGEN
               MOVE WS-FECHA-CORRIDA TO WS-EXC-REF-SEM-FECHA
               MOVE WS-EXC-REF-SEMANA TO WS-EXC-REFER
               MOVE WS-RL-ALERTA-VARIANZA TO WS-EXC-TEXTO
               PERFORM 8300-REGISTRAR-EXCEPCION
                   THRU 8300-REGISTRAR-EXCEPCION-EXIT
           END-IF.

       7050-EVALUAR-VARIANZA-EXIT.
                   ADD WS-VISITAS-VALIDADAS-LOC(LOC, DIA)
                       TO WS-VISITAS-LOC-TOTAL
               END-PERFORM
               COMPUTE WS-MONTO-LOC-CALC =
                   WS-VISITAS-LOC-TOTAL * WS-TARIFA-LOC(LOC)
                   ON SIZE ERROR
                       DISPLAY "ERROR: EL MONTO SEMANAL TARIFADO NO "
                           "ENTRA EN EL CAMPO, REVISE LAS TARIFAS"
                       DISPLAY "PROGRAMA ABORTADO"
                       MOVE 1 TO RETURN-CODE
                       GOBACK
               END-COMPUTE
               COMPUTE WS-MONTO-SEMANA = WS-MONTO-SEMANA
                   + WS-MONTO-LOC-CALC
                   ON SIZE ERROR
                       DISPLAY "ERROR: EL MONTO SEMANAL TARIFADO NO "
                           "ENTRA EN EL CAMPO, REVISE LAS TARIFAS"
                       MOVE 1 TO RETURN-CODE
                       GOBACK
               END-COMPUTE
               MOVE WS-MONTO-LOC-CALC TO WS-MONTO-LOC(LOC)
               MOVE WS-VISITAS-LOC-TOTAL TO WS-VISITAS-LOC(LOC)
           END-PERFORM

           IF WS-TOTAL-SEMANA > 0
           EXIT.


      *>   AGREGA A HISVISPF UN REGISTRO POR LOCACION CON LAS 7
      *>   CANTIDADES YA VALIDADAS DE LA SEMANA Y LA TARIFA QUE SE LE
      *>   APLICO. ACUMVISPF GUARDA SOLO EL TOTAL CONSOLIDADO, ASI QUE
      *>   ESTE ES EL UNICO LUGAR DONDE QUEDA QUE CONTO CADA SUCURSAL
      *>   CADA DIA, Y ES CONTRA LO QUE COR-VISIT VALIDA EL VALOR
      *>   ANTERIOR DE UNA CORRECCION
       7900-GRABAR-HISTORIAL.

           OPEN EXTEND HISVIS-FILE
           IF NOT FS-HISVIS-OK
      *>       SI EL HISTORIAL TODAVIA NO EXISTE, EXTEND FALLA PORQUE
      *>       NO LO ENCUENTRA; LO CREO CON OPEN OUTPUT LA PRIMERA VEZ
               CLOSE HISVIS-FILE
               OPEN OUTPUT HISVIS-FILE
           END-IF

           IF NOT FS-HISVIS-OK
               DISPLAY "ERROR: NO SE PUDO GRABAR EL HISTORIAL POR "
                   "SUCURSAL HISVISPF - STATUS " WS-FS-HISVIS
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING LOC FROM 1 BY 1
                   UNTIL LOC > WS-CANT-LOCACIONES
               MOVE WS-FECHA-CORRIDA TO HISV-REG-FECHA
               MOVE WS-LOC-CODIGO(LOC) TO HISV-REG-LOC
               PERFORM VARYING DIA FROM 1 BY 1 UNTIL DIA > 7
                   MOVE WS-VISITAS-VALIDADAS-LOC(LOC, DIA)
                       TO HISV-REG-VISITAS(DIA)
               END-PERFORM
               MOVE WS-TARIFA-LOC(LOC) TO HISV-REG-TARIFA
               WRITE HISVIS-REG
           END-PERFORM

           CLOSE HISVIS-FILE.

       7900-GRABAR-HISTORIAL-EXIT.
           EXIT.


      *>   GRABA LA MISMA SEMANA EN EL HISTORIAL INDEXADO HISVIXPF, UN
      *>   REGISTRO POR SUCURSAL CON CLAVE FECHA DE CIERRE + SUCURSAL.
      *>   UNA SEMANA QUE SE VUELVE A CONSOLIDAR (POR EJEMPLO DESPUES
      *>   DE RESTAURAR UNA FOTO DE LOS CONTROLES) PISA LA ANTERIOR:
      *>   VALE LA ULTIMA, EL MISMO CRITERIO QUE COR-VISIT APLICA A
      *>   HISVISPF. SI EL HISTORIAL NO SE PUEDE GRABAR SE AVISA Y SE
      *>   DEJA UNA EXCEPCION, PERO LA CORRIDA SIGUE: LA SEMANA YA
      *>   QUEDO EN HISVISPF Y ACUMVISPF, Y CAR-HISVIX RECONSTRUYE EL
      *>   HISTORIAL INDEXADO DESDE AHI
       7950-GRABAR-HISTORIAL-INDEXADO.

           OPEN I-O HISVIX-FILE

      *>       EL OPEN OUTPUT SOLO CORRE CUANDO EL HISTORIAL DE VERDAD
      *>       NO EXISTE (STATUS 35), IGUAL QUE CON LEDGIXPF: CON OTRA
      *>       FALLA PISARIA UN HISTORIAL SANO
           IF NOT FS-HISVIX-OK
               IF WS-FS-HISVIX = "35"
                   CLOSE HISVIX-FILE
                   OPEN OUTPUT HISVIX-FILE
                   IF FS-HISVIX-OK
                       DISPLAY "AVISO: SE CREA EL HISTORIAL HISVIXPF "
                           "VACIO; CORRA CAR-HISVIX PARA CARGAR "
                           "LAS SEMANAS ANTERIORES"
                   END-IF
               END-IF
           END-IF

           IF NOT FS-HISVIX-OK
               DISPLAY "AVISO: NO SE PUDO GRABAR EL HISTORIAL "
                   "INDEXADO HISVIXPF - STATUS " WS-FS-HISVIX
               DISPLAY "LA SEMANA QUEDO EN HISVISPF; RECONSTRUYA EL "
                   "HISTORIAL CON CAR-HISVIX CUANDO PUEDA"
               MOVE WS-FS-HISVIX TO WS-EXC-TX-HVX-FS
               MOVE "M" TO WS-EXC-SEVERIDAD
               MOVE "EJ-03ENCL18" TO WS-EXC-ORIGEN
               MOVE WS-FECHA-CORRIDA TO WS-EXC-REF-SEM-FECHA
               MOVE WS-EXC-REF-SEMANA TO WS-EXC-REFER
               MOVE WS-EXC-TX-HISVIX TO WS-EXC-TEXTO
               PERFORM 8300-REGISTRAR-EXCEPCION
                   THRU 8300-REGISTRAR-EXCEPCION-EXIT
               CLOSE HISVIX-FILE
               GO TO 7950-GRABAR-HISTORIAL-INDEXADO-EXIT
           END-IF

           PERFORM VARYING LOC FROM 1 BY 1
                   UNTIL LOC > WS-CANT-LOCACIONES
               INITIALIZE HVX-REG
               MOVE WS-FECHA-CORRIDA TO HVX-REG-FECHA
               MOVE WS-LOC-CODIGO(LOC) TO HVX-REG-LOC
               PERFORM VARYING DIA FROM 1 BY 1 UNTIL DIA > 7
                   MOVE WS-VISITAS-VALIDADAS-LOC(LOC, DIA)
                       TO HVX-REG-VISITAS(DIA)
                   ADD WS-VISITAS-VALIDADAS-LOC(LOC, DIA)
                       TO HVX-REG-TOTAL
               END-PERFORM
               MOVE WS-TARIFA-LOC(LOC) TO HVX-REG-TARIFA
               SET HVX-CON-DETALLE TO TRUE
               WRITE HVX-REG
                   INVALID KEY
                       REWRITE HVX-REG
                           INVALID KEY
                               DISPLAY "AVISO: NO SE PUDO REGRABAR "
                                   "EN HISVIXPF LA SUCURSAL "
                                   HVX-REG-LOC
                       END-REWRITE
               END-WRITE
           END-PERFORM

           CLOSE HISVIX-FILE.

       7950-GRABAR-HISTORIAL-INDEXADO-EXIT.
           EXIT.


      *>   DEJA EN TOTSEMPF EL MONTO SEMANAL EN PESOS (VISITAS POR
      *>   TARIFA, VER 7800) JUNTO CON LAS VISITAS Y LA TARIFA
      *>   EFECTIVA, PARA QUE UN JOB DRIVER LO ENCADENE COMO MONTO DE

           OPEN OUTPUT TOTSEM-FILE
           WRITE TOTSEM-REG
           CLOSE TOTSEM-FILE

           MOVE TOTSEM-REG-MONTO TO WS-MONTO-SEMANA-ENVIADO

           PERFORM 8050-ENVIAR-TOTAL-SUCURSAL
               THRU 8050-ENVIAR-TOTAL-SUCURSAL-EXIT.

       8000-ENVIAR-TOTAL-SEMANAL-EXIT.
           EXIT.


      *>   DEJA EN TOTSUCPF EL MONTO DE CADA LOCACION QUE COMPONE EL
      *>   TOTAL RECIEN ENVIADO A TOTSEMPF, PARA QUE CL-18-EJ-18 LO
      *>   REPARTA CON EL ESQUEMA DE PARTICIPANTES DE CADA SUCURSAL O
      *>   REGION. EL TOTAL DE TOTSEMPF PIERDE EL SEGUNDO DECIMAL, Y
      *>   TRUNCAR CADA SUCURSAL POR SEPARADO PUEDE DEJAR LA SUMA
      *>   ALGUNOS DECIMOS POR DEBAJO: ESA DIFERENCIA SE LE SUMA A LA
      *>   LOCACION DE MAYOR MONTO (LA PRIMERA SI HAY EMPATE, MISMO
      *>   CRITERIO QUE EL RESTO DE REDONDEO EN CL-18-EJ-18), ASI EL
      *>   DETALLE SUMA SIEMPRE EXACTAMENTE EL TOTAL. EL ARCHIVO SE
      *>   PISA EN CADA CORRIDA; CL-18-EJ-18 SOLO LO USA SI COINCIDE
      *>   CON EL TOTAL QUE LEYO DE TOTSEMPF
       8050-ENVIAR-TOTAL-SUCURSAL.

           MOVE 0 TO WS-SUMA-MONTOS-LOC
           MOVE 0 TO WS-LOC-MAYOR

           PERFORM VARYING LOC FROM 1 BY 1
                   UNTIL LOC > WS-CANT-LOCACIONES
               ADD WS-MONTO-LOC(LOC) TO WS-SUMA-MONTOS-LOC
               IF WS-LOC-MAYOR = 0
                       OR WS-MONTO-LOC(LOC) >
                           WS-MONTO-LOC(WS-LOC-MAYOR)
                   MOVE LOC TO WS-LOC-MAYOR
               END-IF
           END-PERFORM

           IF WS-LOC-MAYOR > 0
                   AND WS-SUMA-MONTOS-LOC < WS-MONTO-SEMANA-ENVIADO
               COMPUTE WS-MONTO-LOC(WS-LOC-MAYOR) =
                   WS-MONTO-LOC(WS-LOC-MAYOR)
                   + WS-MONTO-SEMANA-ENVIADO - WS-SUMA-MONTOS-LOC
           END-IF

           OPEN OUTPUT TOTSUC-FILE

           IF NOT FS-TOTSUC-OK
               DISPLAY "ERROR: NO SE PUDO GRABAR EL ENLACE POR "
                   "SUCURSAL TOTSUCPF - STATUS " WS-FS-TOTSUC
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING LOC FROM 1 BY 1
                   UNTIL LOC > WS-CANT-LOCACIONES
               MOVE WS-FECHA-CORRIDA TO TOTSUC-REG-FECHA
               MOVE WS-LOC-CODIGO(LOC) TO TOTSUC-REG-SUC
               MOVE WS-MONTO-LOC(LOC) TO TOTSUC-REG-MONTO
               MOVE WS-VISITAS-LOC(LOC) TO TOTSUC-REG-VISITAS
               MOVE WS-TARIFA-LOC(LOC) TO TOTSUC-REG-TARIFA
               WRITE TOTSUC-REG
           END-PERFORM

           CLOSE TOTSUC-FILE.

       8050-ENVIAR-TOTAL-SUCURSAL-EXIT.
           EXIT.


      *>   VACIA VISITASPF UNA VEZ CONSOLIDADA LA SEMANA, CON EL MISMO
      *>   CRITERIO DE CONSUMIDOR-QUE-VACIA QUE CL-18-EJ-18 USA CON
      *>   TOTSEMPF: LAS CARGAS DE LA SEMANA YA QUEDARON EN EL REPORTE
      *>   (VER 7500-EMITIR-PARTICIPACION)
           COPY PORCCALC.

      *>   ALTA EN LA COLA CENTRAL DE EXCEPCIONES (VER 2050, 7050 Y
      *>   7950)
           COPY EXCPCALC.

      *>   DETALLE ESTETICO FINAL
       9000-FINALIZAR.

