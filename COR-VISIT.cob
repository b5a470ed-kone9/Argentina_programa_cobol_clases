
      *> el comentario siempre empieza de la linea 7
      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COR-VISIT.
      *>--------------------------------------

      *> CORRECCION DE VISITAS DE UNA SEMANA YA CONSOLIDADA: UNA VEZ
      *> QUE EJ-03ENCL18 CONSOLIDA LA SEMANA, 8100-VACIAR-VISITAS DEJA
      *> VISITASPF VACIO Y CAP-VISIT NO ACEPTA UNA SEGUNDA CARGA DE LA
      *> SUCURSAL, ASI QUE UN CONTEO MAL INFORMADO NO TENIA POR DONDE
      *> CORREGIRSE. ESTE PROGRAMA TOMA UNA CORRECCION POR SEMANA,
      *> SUCURSAL Y DIA (VALOR ANTERIOR, VALOR NUEVO Y MOTIVO), LA
      *> VALIDA CON LOS MISMOS CRITERIOS QUE CAP-VISIT (SUCURSAL
      *> EXISTENTE Y ACTIVA, CANTIDAD NI NEGATIVA NI POR ENCIMA DEL
      *> TECHO) Y ADEMAS CONTRA LO QUE QUEDO CONSOLIDADO EN HISVISPF
      *> (EL VALOR ANTERIOR TIENE QUE SER EL QUE FIGURA HOY), Y:
      *> - DEJA LA CORRECCION EN EL REGISTRO PERMANENTE CORVISPF;
      *> - REEXPRESA ACUMVISPF CON UN REGISTRO DE AJUSTE (TIPO "A")
      *>   POR LA DIFERENCIA DE VISITAS, SIN TOCAR EL TOTAL ORIGINAL;
      *> - CALCULA LA DIFERENCIA EN PESOS CON LA TARIFA DE TARIFPF
      *>   VIGENTE ESA SEMANA Y LA PIDE A CL-18-EJ-18: COMO
      *>   DISTRIBUCION COMPLEMENTARIA (COMPLEPF) SI SE AGREGARON
      *>   VISITAS, O COMO REVERSA PARCIAL DE LA CORRIDA DE ESA SEMANA
      *>   (REVERSAPF) SI SE QUITARON, EN AMBOS CASOS CON LA SEMANA Y
      *>   LA SUCURSAL EN LA NOTA;
      *> - AGREGA AL REPORTE REPVISPF UNA SECCION CON LA SEMANA
      *>   MARCADA COMO REEXPRESADA.
      *> EL NIVEL DE OPERADOR EXIGIDO ES EL DE DISTRIBUIR (2), PORQUE
      *> LA CORRECCION TERMINA EN UN MOVIMIENTO DE PLATA.
      *>
      *> MODIFICACIONES
      *> - LA CORRECCION SE APLICA TAMBIEN AL HISTORIAL INDEXADO
      *>   HISVIXPF (VER 3150-ACTUALIZAR-HISTORIAL-INDEXADO): EL DIA
      *>   CORREGIDO Y EL TOTAL DE LA SEMANA QUEDAN CON EL VALOR
      *>   NUEVO, ASI LOS REPORTES QUE LEEN HISVIXPF NO NECESITAN
      *>   SUMAR LOS AJUSTES DE ACUMVISPF. SI HISVIXPF NO SE PUEDE
      *>   ACTUALIZAR, ADEMAS DEL AVISO SE DEJA UNA EXCEPCION DE
      *>   SEVERIDAD MEDIA EN LA COLA CENTRAL EXCEPPF CON LA SEMANA
      *>   COMO REFERENCIA, PARA QUE ALGUIEN RECARGUE EL HISTORIAL CON
      *>   CAR-HISVIX (VER EXCPCALC.CPY Y MNT-EXCEP).
      *> - EL PEDIDO DE COMPLEMENTARIA O DE REVERSA LLEVA AHORA LA
      *>   SUCURSAL CORREGIDA, PARA QUE CL-18-EJ-18 REPARTA LA
      *>   DIFERENCIA CON EL ESQUEMA DE ESA SUCURSAL O SU REGION.

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
      *>   MAESTRO DE OPERADORES, COMPARTIDO CON CL-18-EJ-18
           SELECT OPER-FILE ASSIGN TO "OPERPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPER WS-FS-OPER-EXT.

      *>   REGISTRO DE INGRESOS, COMPARTIDO CON CL-18-EJ-18
           SELECT SESION-FILE ASSIGN TO "SESIONPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SESION WS-FS-SESION-EXT.

      *>   MAESTRO DE SUCURSALES, COMPARTIDO CON CAP-VISIT
           SELECT SUCUR-FILE ASSIGN TO "SUCURPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUCUR WS-FS-SUCUR-EXT.

      *>   HISTORIAL DE VISITAS POR SUCURSAL Y SEMANA QUE GRABA
      *>   EJ-03ENCL18 EN 7900-GRABAR-HISTORIAL
           SELECT HISVIS-FILE ASSIGN TO "HISVISPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISVIS WS-FS-HISVIS-EXT.

      *>   HISTORIAL INDEXADO DE VISITAS (CLAVE FECHA DE CIERRE +
      *>   SUCURSAL) QUE GRABA EJ-03ENCL18 EN 7950
           SELECT HISVIX-FILE ASSIGN TO "HISVIXPF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HVX-REG-CLAVE
               FILE STATUS IS WS-FS-HISVIX WS-FS-HISVIX-EXT.

      *>   REGISTRO PERMANENTE DE CORRECCIONES, SOLO DE ALTA
           SELECT CORVIS-FILE ASSIGN TO "CORVISPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CORVIS WS-FS-CORVIS-EXT.

      *>   TARIFAS POR VISITA CON VIGENCIA, MISMO ARCHIVO QUE USA
      *>   EJ-03ENCL18 EN 7700-CARGAR-TARIFAS
           SELECT TARIF-FILE ASSIGN TO "TARIFPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARIF WS-FS-TARIF-EXT.

      *>   CONTROL DE PERIODOS CERRADOS DE CIE-MES
           SELECT CIERRE-FILE ASSIGN TO "CIERREPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CIERRE WS-FS-CIERRE-EXT.

      *>   LIBRO DIARIO DE CL-18-EJ-18, PARA UBICAR LA CORRIDA QUE
      *>   DISTRIBUYO LA SEMANA QUE SE CORRIGE
           SELECT LEDGER-FILE ASSIGN TO "LEDGERPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LEDGER WS-FS-LEDGER-EXT.

      *>   HISTORICO DE ACUMULADOS SEMANALES DE EJ-03ENCL18, DONDE SE
      *>   AGREGA EL REGISTRO DE AJUSTE
           SELECT ACUM-FILE ASSIGN TO "ACUMVISPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACUM WS-FS-ACUM-EXT.

      *>   ARCHIVOS DE ENLACE CON CL-18-EJ-18: PEDIDO DE DISTRIBUCION
      *>   COMPLEMENTARIA Y PEDIDO DE REVERSA
           SELECT COMPLE-FILE ASSIGN TO "COMPLEPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMPLE WS-FS-COMPLE-EXT.

           SELECT REVERSA-FILE ASSIGN TO "REVERSAPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REVERSA WS-FS-REVERSA-EXT.

      *>   REPORTE SEMANAL DE VISITAS DE EJ-03ENCL18
           SELECT REPORTE-FILE ASSIGN TO "REPVISPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE WS-FS-REPORTE-EXT.

      *>   COLA CENTRAL DE EXCEPCIONES (VER EXCPCALC.CPY)
           SELECT EXCEP-FILE ASSIGN TO "EXCEPPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEP WS-FS-EXCEP-EXT.

       DATA DIVISION.

       FILE SECTION.
      *>   MISMO LAYOUT QUE OPER-REG EN CL-18-EJ-18
       FD  OPER-FILE.
       01  OPER-REG.
           02 OPER-REG-CODIGO        PIC X(4).
           02 OPER-REG-NIVEL         PIC 9(1).
           02 OPER-REG-NOMBRE        PIC X(20).
           02 OPER-REG-ESTADO        PIC X(1).
           02 OPER-REG-PIN-HASH      PIC X(9).
           02 OPER-REG-PIN-VENCE     PIC 9(8).
           02 OPER-REG-ALTA          PIC 9(8).

      *>   MISMO LAYOUT QUE SESION-REG EN CL-18-EJ-18
       FD  SESION-FILE.
       01  SESION-REG.
           02 SES-REG-FECHA          PIC 9(8).
           02 SES-REG-HORA           PIC 9(6).
           02 SES-REG-OPER           PIC X(4).
           02 SES-REG-PROGRAMA       PIC X(12).
           02 SES-REG-RESULTADO      PIC X(1).

      *>   MISMO LAYOUT QUE SUCUR-REG EN EJ-03ENCL18
       FD  SUCUR-FILE.
       01  SUCUR-REG.
           02 SUCUR-REG-CODIGO       PIC X(4).
           02 SUCUR-REG-NOMBRE       PIC X(20).
           02 SUCUR-REG-REGION       PIC X(10).
           02 SUCUR-REG-ACTIVA       PIC X(1).

      *>   MISMO LAYOUT QUE HISVIS-REG EN EJ-03ENCL18
       FD  HISVIS-FILE.
       01  HISVIS-REG.
           02 HISV-REG-FECHA         PIC 9(8).
           02 HISV-REG-LOC           PIC X(4).
           02 HISV-REG-VISITAS       PIC 9(4) OCCURS 7 TIMES.
           02 HISV-REG-TARIFA        PIC 9(4)V99.

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

      *>   UNA CORRECCION POR REGISTRO: SEMANA, SUCURSAL Y DIA
      *>   CORREGIDOS, VALOR ANTERIOR Y NUEVO, MOTIVO, OPERADOR Y FECHA
      *>   DE CARGA, TARIFA APLICADA, DIFERENCIA EN PESOS CON SIGNO Y
      *>   CORRIDA ORIGINAL DE LA SEMANA (CERO SI NO SE ENCONTRO)
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

      *>   MISMO LAYOUT QUE TARIF-REG EN EJ-03ENCL18
       FD  TARIF-FILE.
       01  TARIF-REG.
           02 TARIF-REG-VIGENCIA     PIC 9(8).
           02 TARIF-REG-LOC          PIC X(4).
           02 TARIF-REG-TARIFA       PIC 9(4)V99.

      *>   MISMO LAYOUT QUE CIERRE-REG EN CL-18-EJ-18
       FD  CIERRE-FILE.
       01  CIERRE-REG.
           02 CIERRE-REG-PERIODO     PIC 9(6).
           02 CIERRE-REG-ESTADO      PIC X(1).

       FD  LEDGER-FILE.
       01  LEDGER-REG                PIC X(700).

      *>   MISMO LAYOUT QUE EL ACUM-REG DE EJ-03ENCL18 (NO HAY UN
      *>   COPYBOOK COMPARTIDO PARA ESTE ARCHIVO)
       FD  ACUM-FILE.
       01  ACUM-REG.
           02 ACUM-REG-ANIO          PIC 9(4).
           02 ACUM-REG-MES           PIC 9(2).
           02 ACUM-REG-SEMANA-TOTAL  PIC 9(5).
           02 ACUM-REG-TIPO          PIC X(1).
               88 ACUM-ES-AJUSTE     VALUE "A".
           02 ACUM-REG-FECHA-SEM     PIC 9(8).
           02 ACUM-REG-AJUSTE        PIC S9(5) SIGN IS TRAILING
                                         SEPARATE CHARACTER.

      *>   MISMO LAYOUT QUE COMPLE-REG EN CL-18-EJ-18
       FD  COMPLE-FILE.
       01  COMPLE-REG.
           02 COMP-REG-FECHA         PIC 9(8).
           02 COMP-REG-MILLONES      PIC 9(9)V9.
           02 COMP-REG-VISITAS       PIC 9(5).
           02 COMP-REG-TARIFA        PIC 9(4)V99.
           02 COMP-REG-NOTA          PIC X(40).
           02 COMP-REG-CORRIDA       PIC 9(6).
           02 COMP-REG-SUC           PIC X(4).

      *>   MISMO LAYOUT QUE REVERSA-REG EN CL-18-EJ-18
       FD  REVERSA-FILE.
       01  REVERSA-REG.
           02 REV-REG-FECHA          PIC 9(8).
           02 REV-REG-MILLONES       PIC 9(9)V9.
           02 REV-REG-NOTA           PIC X(40).
           02 REV-REG-CORRIDA        PIC 9(6).
           02 REV-REG-SUC            PIC X(4).

       FD  REPORTE-FILE.
       01  REPORTE-REG               PIC X(80).

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

      *>--------------------------------------
       WORKING-STORAGE SECTION.

       01  WS-FS-OPER                PIC XX.
           88 FS-OPER-OK             VALUE "00".
           88 FS-OPER-EOF            VALUE "10".
       01  WS-FS-OPER-EXT            PIC 9(4).

       01  WS-FS-SUCUR               PIC XX.
           88 FS-SUCUR-OK            VALUE "00".
           88 FS-SUCUR-EOF           VALUE "10".
       01  WS-FS-SUCUR-EXT           PIC 9(4).

       01  WS-FS-HISVIS              PIC XX.
           88 FS-HISVIS-OK           VALUE "00".
           88 FS-HISVIS-EOF          VALUE "10".
       01  WS-FS-HISVIS-EXT          PIC 9(4).

       01  WS-FS-HISVIX              PIC XX.
           88 FS-HISVIX-OK           VALUE "00".
       01  WS-FS-HISVIX-EXT          PIC 9(4).

       01  WS-FS-CORVIS              PIC XX.
           88 FS-CORVIS-OK           VALUE "00".
           88 FS-CORVIS-EOF          VALUE "10".
       01  WS-FS-CORVIS-EXT          PIC 9(4).

       01  WS-FS-TARIF               PIC XX.
           88 FS-TARIF-OK            VALUE "00".
           88 FS-TARIF-EOF           VALUE "10".
       01  WS-FS-TARIF-EXT           PIC 9(4).

       01  WS-FS-CIERRE              PIC XX.
           88 FS-CIERRE-OK           VALUE "00".
           88 FS-CIERRE-EOF          VALUE "10".
       01  WS-FS-CIERRE-EXT          PIC 9(4).

       01  WS-FS-LEDGER              PIC XX.
           88 FS-LEDGER-OK           VALUE "00".
           88 FS-LEDGER-EOF          VALUE "10".
       01  WS-FS-LEDGER-EXT          PIC 9(4).

       01  WS-FS-ACUM                PIC XX.
           88 FS-ACUM-OK             VALUE "00".
       01  WS-FS-ACUM-EXT            PIC 9(4).

       01  WS-FS-COMPLE              PIC XX.
           88 FS-COMPLE-OK           VALUE "00".
       01  WS-FS-COMPLE-EXT          PIC 9(4).

       01  WS-FS-REVERSA             PIC XX.
           88 FS-REVERSA-OK          VALUE "00".
       01  WS-FS-REVERSA-EXT         PIC 9(4).

       01  WS-FS-REPORTE             PIC XX.
           88 FS-REPORTE-OK          VALUE "00".
       01  WS-FS-REPORTE-EXT         PIC 9(4).

      *>   NOMBRES DE LOS DIAS, MISMOS QUE LA TABLA DE EJ-03ENCL18
       01  DIASSEMANA-NOMBRES.
           02 FILLER PIC X(10) VALUE "LUNES ".
           02 FILLER PIC X(10) VALUE "MARTES ".
           02 FILLER PIC X(10) VALUE "MIERCOLES ".
           02 FILLER PIC X(10) VALUE "JUEVES ".
           02 FILLER PIC X(10) VALUE "VIERNES ".
           02 FILLER PIC X(10) VALUE "SABADO ".
           02 FILLER PIC X(10) VALUE "DOMINGO ".
       01  TABLADEDIAS REDEFINES DIASSEMANA-NOMBRES.
           02 ELDIA PIC X(10) OCCURS 7 TIMES.

       77  DIA PIC 9(2).

      *>   MISMO TECHO DE VISITAS DIARIAS QUE EJ-03ENCL18 Y CAP-VISIT
       01  WS-VISITAS-MAX-OK         PIC 9(4) VALUE 5000.

      *>   TECHO DEL MONTO QUE ACEPTA CL-18-EJ-18 EN UN PEDIDO
       01  WS-MILLONES-MAX-OK        PIC 9(9)V9 VALUE 500000000.

      *>   FECHA DE HOY (FECHA DE CARGA DE LA CORRECCION)
       01  WS-FECHA-HOY              PIC 9(8) VALUE 0.

      *>   OPERADOR IDENTIFICADO Y NIVEL QUE EXIGE ESTE PROGRAMA
       01  WS-OPER-CODIGO            PIC X(4) VALUE SPACES.
       01  WS-OPER-NOMBRE            PIC X(20) VALUE SPACES.
       01  WS-OPER-NIVEL             PIC 9 VALUE 0.
       01  WS-OPER-HALLADO-SW        PIC X(01) VALUE "N".
           88 OPER-HALLADO           VALUE "S".
       01  WS-NIVEL-REQUERIDO        PIC 9 VALUE 2.

      *>   CONTROL DE PIN Y REGISTRO DE INGRESOS (VER SESCPY.CPY)
           COPY SESCPY.

      *>   SEMANA A CORREGIR (FECHA DE CIERRE CON LA QUE LA CONSOLIDO
      *>   EJ-03ENCL18) Y SU PERIODO AAAAMM
       01  WS-SEMANA                 PIC 9(8) VALUE 0.
       01  WS-SEMANA-R REDEFINES WS-SEMANA.
           02 WS-SEM-ANIO            PIC 9(4).
           02 WS-SEM-MES             PIC 9(2).
           02 WS-SEM-DIA             PIC 9(2).
       01  WS-SEMANA-ACEPTADA        PIC X(8) VALUE SPACES.
       01  WS-SEMANA-ACEPTADA-N REDEFINES WS-SEMANA-ACEPTADA
                                     PIC 9(8).

      *>   CONTROL DE PERIODO CERRADO (VER 8500-VERIFICAR-PERIODO)
       01  WS-PERIODO-VERIFICAR      PIC 9(6) VALUE 0.
       01  WS-PERIODO-CERRADO-SW     PIC X(01) VALUE "N".
           88 PERIODO-CERRADO        VALUE "S".

      *>   SUCURSAL INGRESADA Y DATOS DEL MAESTRO
       01  WS-LOC-CODIGO             PIC X(4) VALUE SPACES.
       01  WS-SUC-NOMBRE             PIC X(20) VALUE SPACES.
       01  WS-SUC-REGION             PIC X(10) VALUE SPACES.
       01  WS-SUC-ACTIVA             PIC X(1) VALUE SPACE.
       01  WS-SUC-HALLADA-SW         PIC X(01) VALUE "N".
           88 SUC-HALLADA            VALUE "S".

      *>   VALORES VIGENTES DE LOS 7 DIAS DE LA SEMANA Y SUCURSAL: LO
      *>   CONSOLIDADO EN HISVISPF CON LAS CORRECCIONES ANTERIORES DE
      *>   CORVISPF YA APLICADAS, MAS LA TARIFA CON QUE SE CONSOLIDO
       01  TABLA-VIGENTE.
           02 WS-VIG-CANT PIC 9(4) OCCURS 7 TIMES VALUE 0.
       01  WS-HIS-TARIFA             PIC 9(4)V99 VALUE 0.
       01  WS-HIS-HALLADO-SW         PIC X(01) VALUE "N".
           88 HIS-HALLADO            VALUE "S".
       01  WS-CORR-PREVIAS           PIC 9(3) VALUE 0.
       01  WS-TOTAL-REEXPRESADO      PIC 9(5) VALUE 0.

      *>   CORRECCION CAPTURADA
       01  WS-COR-DIA                PIC 9(1) VALUE 0.
       01  WS-COR-ANTERIOR           PIC 9(4) VALUE 0.
       01  WS-COR-NUEVO              PIC 9(4) VALUE 0.
       01  WS-COR-MOTIVO             PIC X(40) VALUE SPACES.
       01  WS-COR-DELTA              PIC S9(5) VALUE 0.
       01  WS-COR-DELTA-ABS          PIC 9(5) VALUE 0.

      *>   CAMPOS DE ENTRADA CON SIGNO PARA EL ACCEPT, MISMO CRITERIO
      *>   QUE CAP-VISIT (RECHAZAR UN NEGATIVO EN VEZ DE PERDER EL
      *>   SIGNO)
       01  WS-DIA-ACEPTADO           PIC 9(1) VALUE 0.
       01  WS-CANT-ACEPTADA          PIC S9(4) VALUE 0.
       01  WS-CANT-VALIDA-SW         PIC X(01) VALUE "N".
           88 CANT-ES-VALIDA         VALUE "S".
       01  WS-CONFIRMA               PIC X(01) VALUE SPACE.
           88 CONFIRMA-CORRECCION    VALUE "S".

      *>   TARIFA DE LA SEMANA SEGUN TARIFPF (MISMA REGLA QUE
      *>   7700-CARGAR-TARIFAS: GANA LA VIGENCIA MAS RECIENTE NO
      *>   POSTERIOR A LA SEMANA, Y LA ESPECIFICA LE GANA A LA GENERAL)
       01  WS-TARIFA-GENERAL         PIC 9(4)V99 VALUE 0.
       01  WS-TARIFA-GEN-VIG         PIC 9(8) VALUE 0.
       01  WS-TARIFA-LOC             PIC 9(4)V99 VALUE 0.
       01  WS-TARIFA-LOC-VIG         PIC 9(8) VALUE 0.
       01  WS-TARIFA-SEMANA          PIC 9(4)V99 VALUE 0.

      *>   DIFERENCIA EN PESOS (VISITAS POR TARIFA) Y SU VALOR ABSOLUTO
       01  WS-DIFERENCIA             PIC S9(9)V9 VALUE 0.
       01  WS-DIFERENCIA-ABS         PIC 9(9)V9 VALUE 0.

      *>   CORRIDA QUE DISTRIBUYO LA SEMANA: LA PRIMERA LINEA NORMAL
      *>   CON VISITAS DEL LIBRO FECHADA DENTRO DE LOS 7 DIAS QUE
      *>   SIGUEN AL CIERRE DE LA SEMANA
       01  WS-CORR-NRO               PIC 9(6) VALUE 0.
       01  WS-CORR-FECHA             PIC 9(8) VALUE 0.
       01  WS-CORR-MILLONES          PIC 9(9)V9 VALUE 0.
       01  WS-CORR-HALLADA-SW        PIC X(01) VALUE "N".
           88 CORR-HALLADA           VALUE "S".
       01  WS-SERIAL-SEMANA          PIC 9(7) VALUE 0.
       01  WS-SERIAL-TOPE            PIC 9(7) VALUE 0.
       01  WS-DIAS-VENTANA           PIC 9(2) VALUE 7.

      *>   NOTA QUE VIAJA AL PEDIDO Y A LA LINEA DEL LIBRO
       01  WS-NOTA-PEDIDO.
           02 WS-NP-TEXTO            PIC X(14).
           02 FILLER                 PIC X(05) VALUE " SEM ".
           02 WS-NP-SEMANA           PIC 9(8).
           02 FILLER                 PIC X(05) VALUE " SUC ".
           02 WS-NP-LOC              PIC X(4).
           02 FILLER                 PIC X(04) VALUE SPACES.

      *>   LINEA DEL LIBRO DIARIO, MISMO LAYOUT QUE ESCRIBE CL-18-EJ-18
           COPY LEDGCPY.

      *>   CAMPOS DEL CALCULO DE DIAS CORRIDOS (VER DIASCPY.CPY)
           COPY DIASCPY.

      *>   FECHA VALIDADA (VER FECHAVAL.CPY)
           COPY FECHACPY.

      *>   CAMPOS DEL ALTA EN LA COLA DE EXCEPCIONES (VER EXCPCPY.CPY)
      *>   Y TEXTO DE LA EXCEPCION DE CORRECCION QUE NO LLEGO A
      *>   HISVIXPF (VER 3150)
           COPY EXCPCPY.
       01  WS-EXC-TX-HISVIX.
           02 FILLER                 PIC X(13) VALUE "HISVIXPF LOC ".
           02 WS-EXC-TX-HVX-LOC      PIC X(4).
           02 FILLER                 PIC X(1) VALUE SPACE.
           02 WS-EXC-TX-HVX-DIA      PIC X(9).
           02 FILLER                 PIC X(8) VALUE " STATUS ".
           02 WS-EXC-TX-HVX-FS       PIC XX.
           02 FILLER                 PIC X(2) VALUE ": ".
           02 WS-EXC-TX-HVX-CASO     PIC X(19).
           02 FILLER                 PIC X(22)
               VALUE " - RECARGAR CAR-HISVIX".

      *>----------------------LINEAS DEL REPORTE-----------------------
      *> MISMO ARMADO QUE LAS SECCIONES DE EJ-03ENCL18 (LINEA
      *> "LOCACION: ", ENCABEZADO Y "SEMANA TERMINADA EL") PARA QUE
      *> ARC-HIST RECONOZCA Y ARCHIVE LA SECCION POR SU FECHA

       01  WS-RL-LOCACION.
           02 FILLER                 PIC X(15) VALUE "LOCACION: ".
           02 WS-RL-LOCACION-COD     PIC X(15).
           02 WS-RL-LOCACION-NOMBRE  PIC X(20).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WS-RL-LOCACION-REGION  PIC X(10).

       01  WS-RL-ENCABEZADO-1.
           02 FILLER                 PIC X(40)
               VALUE "REPORTE SEMANAL DE VISITAS".

       01  WS-RL-ENCABEZADO-2.
           02 FILLER                 PIC X(20)
               VALUE "SEMANA TERMINADA EL ".
           02 WS-RL-FECHA            PIC 9999/99/99.
           02 FILLER                 PIC X(15)
               VALUE " - REEXPRESADA".

       01  WS-RL-CORRECCION.
           02 FILLER                 PIC X(14)
               VALUE "CORRECCION DEL".
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WS-RL-COR-DIA          PIC X(10).
           02 FILLER                 PIC X(02) VALUE ": ".
           02 WS-RL-COR-ANTERIOR     PIC ZZZ9.
           02 FILLER                 PIC X(04) VALUE " -> ".
           02 WS-RL-COR-NUEVO        PIC ZZZ9.

       01  WS-RL-MOTIVO.
           02 FILLER                 PIC X(08) VALUE "MOTIVO: ".
           02 WS-RL-MOTIVO-TEXTO     PIC X(40).

       01  WS-RL-TOTAL.
           02 FILLER                 PIC X(32)
               VALUE "TOTAL REEXPRESADO DE LA SEMANA: ".
           02 WS-RL-TOTAL-CANT       PIC ZZZZ9.

       01  WS-RL-DIFERENCIA.
           02 FILLER                 PIC X(22)
               VALUE "DIFERENCIA EN PESOS: $".
           02 WS-RL-DIF-MONTO        PIC ---.---.--9,9.
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WS-RL-DIF-DESTINO      PIC X(30).

       01  WS-RL-OPERADOR.
           02 FILLER                 PIC X(19)
               VALUE "CORREGIDO POR OPER ".
           02 WS-RL-OPER             PIC X(4).
           02 FILLER                 PIC X(04) VALUE " EL ".
           02 WS-RL-FECHA-CARGA      PIC 9999/99/99.

      *>---------------------------PROCEDURE----------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.

           DISPLAY "---------------------------------------------------"
           DISPLAY "CORRECCION DE VISITAS DE UNA SEMANA CONSOLIDADA"

           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT

           PERFORM 1100-INICIAR-SESION
               THRU 1100-INICIAR-SESION-EXIT

           PERFORM 1200-PEDIR-SEMANA
               THRU 1200-PEDIR-SEMANA-EXIT

           PERFORM 1300-PEDIR-LOCACION
               THRU 1300-PEDIR-LOCACION-EXIT

           PERFORM 1400-BUSCAR-SEMANA
               THRU 1400-BUSCAR-SEMANA-EXIT

           PERFORM 1500-PEDIR-CORRECCION
               THRU 1500-PEDIR-CORRECCION-EXIT

           PERFORM 2000-BUSCAR-TARIFA
               THRU 2000-BUSCAR-TARIFA-EXIT

           PERFORM 2100-BUSCAR-CORRIDA
               THRU 2100-BUSCAR-CORRIDA-EXIT

           PERFORM 2200-VERIFICAR-PEDIDO
               THRU 2200-VERIFICAR-PEDIDO-EXIT

           PERFORM 2300-CONFIRMAR
               THRU 2300-CONFIRMAR-EXIT

           PERFORM 3000-GRABAR-CORRECCION
               THRU 3000-GRABAR-CORRECCION-EXIT

           PERFORM 3100-GRABAR-AJUSTE
               THRU 3100-GRABAR-AJUSTE-EXIT

           PERFORM 3150-ACTUALIZAR-HISTORIAL-INDEXADO
               THRU 3150-ACTUALIZAR-HISTORIAL-INDEXADO-EXIT

           PERFORM 3200-PEDIR-DISTRIBUCION
               THRU 3200-PEDIR-DISTRIBUCION-EXIT

           PERFORM 3300-EMITIR-REEXPRESION
               THRU 3300-EMITIR-REEXPRESION-EXIT

           DISPLAY "CORRECCION REGISTRADA: SEMANA " WS-SEMANA
               " LOCACION " WS-LOC-CODIGO " " ELDIA(WS-COR-DIA)
               WS-COR-ANTERIOR " -> " WS-COR-NUEVO
           DISPLAY "---------------------------------------------------"

           GOBACK.

       0000-MAINLINE-EXIT.
           EXIT.


      *>   FECHA DE CARGA DE LA CORRECCION
       1000-INICIALIZAR.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.

       1000-INICIALIZAR-EXIT.
           EXIT.


      *>   IDENTIFICA AL OPERADOR CONTRA OPERPF, MISMO CRITERIO QUE
      *>   0400-INICIAR-SESION EN CL-18-EJ-18: SIN MAESTRO NO SE OPERA,
      *>   EL CODIGO SE CONFIRMA CON EL PIN Y CADA INTENTO QUEDA EN
      *>   SESIONPF (VER SESCALC.CPY)
       1100-INICIAR-SESION.

           MOVE "N" TO WS-OPER-HALLADO-SW
           MOVE "COR-VISIT" TO WS-SES-PROGRAMA

           DISPLAY "INGRESE SU CODIGO DE OPERADOR"
           MOVE SPACES TO WS-OPER-CODIGO
           ACCEPT WS-OPER-CODIGO

           OPEN INPUT OPER-FILE

           IF NOT FS-OPER-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR EL MAESTRO DE "
                   "OPERADORES OPERPF - STATUS " WS-FS-OPER
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FS-OPER-EOF
               READ OPER-FILE
                   AT END
                       SET FS-OPER-EOF TO TRUE
                   NOT AT END
                       IF OPER-REG-CODIGO = WS-OPER-CODIGO
                           SET OPER-HALLADO TO TRUE
                           MOVE OPER-REG-NIVEL TO WS-OPER-NIVEL
                           MOVE OPER-REG-NOMBRE TO WS-OPER-NOMBRE
                           PERFORM 8610-TOMAR-DATOS-OPER
                               THRU 8610-TOMAR-DATOS-OPER-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OPER-FILE

           IF NOT OPER-HALLADO
               DISPLAY "ERROR: EL OPERADOR '" WS-OPER-CODIGO "' NO "
                   "ESTA EN EL MAESTRO OPERPF"
               SET SES-OPER-INEXISTENTE TO TRUE
               PERFORM 8680-REGISTRAR-INTENTO
                   THRU 8680-REGISTRAR-INTENTO-EXIT
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 8600-VERIFICAR-PIN
               THRU 8600-VERIFICAR-PIN-EXIT

           IF NOT SES-AUTORIZADA
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-OPER-NIVEL < WS-NIVEL-REQUERIDO
               DISPLAY "ERROR: EL OPERADOR " WS-OPER-CODIGO " ("
                   WS-OPER-NOMBRE ") TIENE NIVEL " WS-OPER-NIVEL
                   " Y UNA CORRECCION DE VISITAS EXIGE NIVEL "
                   WS-NIVEL-REQUERIDO
               SET SES-NIVEL-INSUFICIENTE TO TRUE
               PERFORM 8680-REGISTRAR-INTENTO
                   THRU 8680-REGISTRAR-INTENTO-EXIT
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           SET SES-INGRESO-OK TO TRUE
           PERFORM 8680-REGISTRAR-INTENTO
               THRU 8680-REGISTRAR-INTENTO-EXIT

           DISPLAY "SESION INICIADA: " WS-OPER-CODIGO " ("
               WS-OPER-NOMBRE ") NIVEL " WS-OPER-NIVEL.

       1100-INICIAR-SESION-EXIT.
           EXIT.


      *>   PIDE LA FECHA DE CIERRE DE LA SEMANA A CORREGIR (LA MISMA
      *>   QUE FIGURA EN "SEMANA TERMINADA EL" DEL REPORTE): TIENE QUE
      *>   SER UNA FECHA VALIDA, NO FUTURA, Y SU PERIODO NO PUEDE
      *>   ESTAR CERRADO POR CIE-MES (LA REEXPRESION CAMBIARIA LAS
      *>   VISITAS DE UN MES YA ENTREGADO). TAMPOCO EL PERIODO ACTUAL,
      *>   DONDE CAE EL MOVIMIENTO DE PLATA
       1200-PEDIR-SEMANA.

           DISPLAY "INGRESE LA FECHA DE CIERRE DE LA SEMANA A "
               "CORREGIR (AAAAMMDD)"
           MOVE SPACES TO WS-SEMANA-ACEPTADA
           ACCEPT WS-SEMANA-ACEPTADA

           IF WS-SEMANA-ACEPTADA IS NOT NUMERIC
               DISPLAY "ERROR: LA FECHA '" WS-SEMANA-ACEPTADA "' NO "
                   "ES NUMERICA"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-SEMANA-ACEPTADA-N TO WS-SEMANA
           MOVE WS-SEM-ANIO TO WS-FEC-ANIO
           MOVE WS-SEM-MES TO WS-FEC-MES
           MOVE WS-SEM-DIA TO WS-FEC-DIA
           PERFORM 8900-VALIDAR-FECHA
               THRU 8900-VALIDAR-FECHA-EXIT

           IF NOT FECHA-ES-VALIDA
               DISPLAY "ERROR: LA FECHA " WS-SEMANA " NO ES VALIDA"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-SEMANA > WS-FECHA-HOY
               DISPLAY "ERROR: LA SEMANA " WS-SEMANA " ES POSTERIOR "
                   "A HOY, NO HAY NADA CONSOLIDADO QUE CORREGIR"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-SEMANA(1:6) TO WS-PERIODO-VERIFICAR
           PERFORM 8500-VERIFICAR-PERIODO
               THRU 8500-VERIFICAR-PERIODO-EXIT
           IF PERIODO-CERRADO
               DISPLAY "ERROR: EL PERIODO " WS-PERIODO-VERIFICAR
                   " DE LA SEMANA ESTA CERRADO, NO SE PUEDE "
                   "REEXPRESAR"
               DISPLAY "REABRA EL PERIODO CON CIE-MES SI DE VERDAD "
                   "CORRESPONDE"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO-VERIFICAR
           PERFORM 8500-VERIFICAR-PERIODO
               THRU 8500-VERIFICAR-PERIODO-EXIT
           IF PERIODO-CERRADO
               DISPLAY "ERROR: EL PERIODO " WS-PERIODO-VERIFICAR
                   " ESTA CERRADO, NO SE PUEDE REGISTRAR LA "
                   "DIFERENCIA"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

       1200-PEDIR-SEMANA-EXIT.
           EXIT.


      *>   PIDE EL CODIGO DE LOCACION Y LO VALIDA CONTRA SUCURPF
      *>   IGUAL QUE 1000-PEDIR-LOCACION EN CAP-VISIT
       1300-PEDIR-LOCACION.

           DISPLAY "INGRESE EL CODIGO DE LOCACION (4 CARACTERES)"
           MOVE SPACES TO WS-LOC-CODIGO
           ACCEPT WS-LOC-CODIGO

           MOVE "N" TO WS-SUC-HALLADA-SW

           OPEN INPUT SUCUR-FILE

           IF NOT FS-SUCUR-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR EL MAESTRO DE "
                   "SUCURSALES SUCURPF - STATUS " WS-FS-SUCUR
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FS-SUCUR-EOF
               READ SUCUR-FILE
                   AT END
                       SET FS-SUCUR-EOF TO TRUE
                   NOT AT END
                       IF SUCUR-REG-CODIGO = WS-LOC-CODIGO
                           SET SUC-HALLADA TO TRUE
                           MOVE SUCUR-REG-NOMBRE TO WS-SUC-NOMBRE
                           MOVE SUCUR-REG-REGION TO WS-SUC-REGION
                           MOVE SUCUR-REG-ACTIVA TO WS-SUC-ACTIVA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SUCUR-FILE

           IF NOT SUC-HALLADA
               DISPLAY "ERROR: LA LOCACION '" WS-LOC-CODIGO "' NO "
                   "ESTA EN EL MAESTRO SUCURPF"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-SUC-ACTIVA NOT = "S"
               DISPLAY "ERROR: LA LOCACION " WS-LOC-CODIGO " ("
                   WS-SUC-NOMBRE ") ESTA DADA DE BAJA EN EL MAESTRO"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "LOCACION: " WS-LOC-CODIGO " - " WS-SUC-NOMBRE
               " REGION " WS-SUC-REGION.

       1300-PEDIR-LOCACION-EXIT.
           EXIT.


      *>   BUSCA LA SEMANA Y SUCURSAL EN HISVISPF (SI NO ESTA, ESA
      *>   SUCURSAL NO SE CONSOLIDO ESA SEMANA Y NO HAY NADA QUE
      *>   CORREGIR) Y LE APLICA LAS CORRECCIONES ANTERIORES DE
      *>   CORVISPF EN ORDEN DE CARGA, ASI CADA DIA QUEDA CON SU VALOR
      *>   VIGENTE. SI LA SEMANA SE CONSOLIDO DOS VECES (UNA CORRIDA
      *>   REPETIDA), VALE EL ULTIMO REGISTRO
       1400-BUSCAR-SEMANA.

           MOVE "N" TO WS-HIS-HALLADO-SW
           MOVE 0 TO WS-CORR-PREVIAS

           OPEN INPUT HISVIS-FILE

           IF NOT FS-HISVIS-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR EL HISTORIAL POR "
                   "SUCURSAL HISVISPF - STATUS " WS-FS-HISVIS
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FS-HISVIS-EOF
               READ HISVIS-FILE
                   AT END
                       SET FS-HISVIS-EOF TO TRUE
                   NOT AT END
                       IF HISV-REG-FECHA = WS-SEMANA
                               AND HISV-REG-LOC = WS-LOC-CODIGO
                           SET HIS-HALLADO TO TRUE
                           PERFORM VARYING DIA FROM 1 BY 1
                                   UNTIL DIA > 7
                               MOVE HISV-REG-VISITAS(DIA)
                                   TO WS-VIG-CANT(DIA)
                           END-PERFORM
                           MOVE HISV-REG-TARIFA TO WS-HIS-TARIFA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HISVIS-FILE

           IF NOT HIS-HALLADO
               DISPLAY "ERROR: LA LOCACION " WS-LOC-CODIGO " NO "
                   "TIENE UNA SEMANA CONSOLIDADA EL " WS-SEMANA
                   " EN HISVISPF"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

      *>       SIN CORRECCIONES ANTERIORES EL ARCHIVO PUEDE NO EXISTIR
           OPEN INPUT CORVIS-FILE

           IF FS-CORVIS-OK
               PERFORM UNTIL FS-CORVIS-EOF
                   READ CORVIS-FILE
                       AT END
                           SET FS-CORVIS-EOF TO TRUE
                       NOT AT END
                           IF CORV-REG-FECHA-SEM = WS-SEMANA
                                   AND CORV-REG-LOC = WS-LOC-CODIGO
                                   AND CORV-REG-DIA > 0
                                   AND CORV-REG-DIA < 8
                               MOVE CORV-REG-NUEVO
                                   TO WS-VIG-CANT(CORV-REG-DIA)
                               ADD 1 TO WS-CORR-PREVIAS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           CLOSE CORVIS-FILE

           DISPLAY "VISITAS VIGENTES DE LA SEMANA " WS-SEMANA
           PERFORM VARYING DIA FROM 1 BY 1 UNTIL DIA > 7
               DISPLAY "  " DIA " " ELDIA(DIA) ": " WS-VIG-CANT(DIA)
           END-PERFORM
           IF WS-CORR-PREVIAS > 0
               DISPLAY "  (CON " WS-CORR-PREVIAS " CORRECCIONES "
                   "ANTERIORES YA APLICADAS)"
           END-IF.

       1400-BUSCAR-SEMANA-EXIT.
           EXIT.


      *>   PIDE EL DIA, EL VALOR ANTERIOR (TIENE QUE COINCIDIR CON EL
      *>   VIGENTE: ES LA PRUEBA DE QUE QUIEN CORRIGE SABE QUE ESTA
      *>   CAMBIANDO), EL VALOR NUEVO (MISMOS LIMITES QUE CAP-VISIT Y
      *>   DISTINTO DEL ANTERIOR) Y EL MOTIVO, QUE ES OBLIGATORIO
       1500-PEDIR-CORRECCION.

           MOVE "N" TO WS-CANT-VALIDA-SW
           PERFORM UNTIL CANT-ES-VALIDA
               DISPLAY "INGRESE EL DIA A CORREGIR (1=LUNES ... "
                   "7=DOMINGO)"
               MOVE 0 TO WS-DIA-ACEPTADO
               ACCEPT WS-DIA-ACEPTADO
               IF WS-DIA-ACEPTADO < 1 OR WS-DIA-ACEPTADO > 7
                   DISPLAY "ERROR: EL DIA DEBE SER DE 1 A 7, "
                       "REINTENTE"
               ELSE
                   MOVE WS-DIA-ACEPTADO TO WS-COR-DIA
                   SET CANT-ES-VALIDA TO TRUE
               END-IF
           END-PERFORM

           MOVE "N" TO WS-CANT-VALIDA-SW
           PERFORM UNTIL CANT-ES-VALIDA
               DISPLAY "VALOR ANTERIOR DEL " ELDIA(WS-COR-DIA)
               MOVE 0 TO WS-CANT-ACEPTADA
               ACCEPT WS-CANT-ACEPTADA
               IF WS-CANT-ACEPTADA < 0
                       OR WS-CANT-ACEPTADA NOT = WS-VIG-CANT(WS-COR-DIA)
                   DISPLAY "ERROR: EL VALOR ANTERIOR NO COINCIDE CON "
                       "EL VIGENTE (" WS-VIG-CANT(WS-COR-DIA)
                       "), REINTENTE"
               ELSE
                   MOVE WS-CANT-ACEPTADA TO WS-COR-ANTERIOR
                   SET CANT-ES-VALIDA TO TRUE
               END-IF
           END-PERFORM

           MOVE "N" TO WS-CANT-VALIDA-SW
           PERFORM UNTIL CANT-ES-VALIDA
               DISPLAY "VALOR CORRECTO DEL " ELDIA(WS-COR-DIA)
               MOVE 0 TO WS-CANT-ACEPTADA
               ACCEPT WS-CANT-ACEPTADA
               IF WS-CANT-ACEPTADA < 0
                   DISPLAY "ERROR: LA CANTIDAD NO PUEDE SER "
                       "NEGATIVA, REINTENTE"
               ELSE
                   IF WS-CANT-ACEPTADA > WS-VISITAS-MAX-OK
                       DISPLAY "ERROR: LA CANTIDAD SUPERA EL "
                           "MAXIMO PERMITIDO, REINTENTE"
                   ELSE
                       IF WS-CANT-ACEPTADA = WS-COR-ANTERIOR
                           DISPLAY "ERROR: EL VALOR NUEVO ES IGUAL "
                               "AL ANTERIOR, REINTENTE"
                       ELSE
                           MOVE WS-CANT-ACEPTADA TO WS-COR-NUEVO
                           SET CANT-ES-VALIDA TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-COR-MOTIVO
           PERFORM UNTIL WS-COR-MOTIVO NOT = SPACES
               DISPLAY "MOTIVO DE LA CORRECCION (HASTA 40 "
                   "CARACTERES)"
               ACCEPT WS-COR-MOTIVO
               IF WS-COR-MOTIVO = SPACES
                   DISPLAY "ERROR: EL MOTIVO ES OBLIGATORIO, "
                       "REINTENTE"
               END-IF
           END-PERFORM

           COMPUTE WS-COR-DELTA = WS-COR-NUEVO - WS-COR-ANTERIOR

           MOVE WS-COR-NUEVO TO WS-VIG-CANT(WS-COR-DIA)
           MOVE 0 TO WS-TOTAL-REEXPRESADO
           PERFORM VARYING DIA FROM 1 BY 1 UNTIL DIA > 7
               ADD WS-VIG-CANT(DIA) TO WS-TOTAL-REEXPRESADO
           END-PERFORM.

       1500-PEDIR-CORRECCION-EXIT.
           EXIT.


      *>   TARIFA VIGENTE LA SEMANA CORREGIDA SEGUN TARIFPF, CON LA
      *>   MISMA REGLA QUE 7700-CARGAR-TARIFAS USO AL CONSOLIDARLA. SIN
      *>   ARCHIVO TARIFPF SE USA LA TARIFA QUE QUEDO EN HISVISPF (LA
      *>   QUE SE APLICO ESA SEMANA); CON ARCHIVO PERO SIN NINGUNA
      *>   TARIFA VIGENTE SE ABORTA. DE PASO SE CALCULA LA DIFERENCIA
      *>   EN PESOS
       2000-BUSCAR-TARIFA.

           MOVE 0 TO WS-TARIFA-GENERAL
           MOVE 0 TO WS-TARIFA-GEN-VIG
           MOVE 0 TO WS-TARIFA-LOC
           MOVE 0 TO WS-TARIFA-LOC-VIG

           OPEN INPUT TARIF-FILE

           IF NOT FS-TARIF-OK
               DISPLAY "AVISO: NO HAY ARCHIVO DE TARIFAS TARIFPF, SE "
                   "USA LA TARIFA CON QUE SE CONSOLIDO LA SEMANA"
               CLOSE TARIF-FILE
               MOVE WS-HIS-TARIFA TO WS-TARIFA-SEMANA
               GO TO 2000-CALCULAR-DIFERENCIA
           END-IF

           PERFORM UNTIL FS-TARIF-EOF
               READ TARIF-FILE
                   AT END
                       SET FS-TARIF-EOF TO TRUE
                   NOT AT END
                       IF TARIF-REG-VIGENCIA NOT > WS-SEMANA
                           IF TARIF-REG-LOC = "****"
                                   OR TARIF-REG-LOC = SPACES
                               IF TARIF-REG-VIGENCIA >
                                       WS-TARIFA-GEN-VIG
                                   MOVE TARIF-REG-TARIFA
                                       TO WS-TARIFA-GENERAL
                                   MOVE TARIF-REG-VIGENCIA
                                       TO WS-TARIFA-GEN-VIG
                               END-IF
                           ELSE
                               IF TARIF-REG-LOC = WS-LOC-CODIGO
                                       AND TARIF-REG-VIGENCIA >
                                           WS-TARIFA-LOC-VIG
                                   MOVE TARIF-REG-TARIFA
                                       TO WS-TARIFA-LOC
                                   MOVE TARIF-REG-VIGENCIA
                                       TO WS-TARIFA-LOC-VIG
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TARIF-FILE

           EVALUATE TRUE
               WHEN WS-TARIFA-LOC-VIG > 0
                   MOVE WS-TARIFA-LOC TO WS-TARIFA-SEMANA
               WHEN WS-TARIFA-GEN-VIG > 0
                   MOVE WS-TARIFA-GENERAL TO WS-TARIFA-SEMANA
               WHEN OTHER
                   DISPLAY "ERROR: TARIFPF NO TIENE NINGUNA TARIFA "
                       "VIGENTE AL " WS-SEMANA " PARA LA LOCACION "
                       WS-LOC-CODIGO " NI UNA GENERAL"
                   DISPLAY "PROGRAMA ABORTADO"
                   MOVE 1 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       2000-CALCULAR-DIFERENCIA.

           COMPUTE WS-DIFERENCIA ROUNDED =
               WS-COR-DELTA * WS-TARIFA-SEMANA

           IF WS-DIFERENCIA < 0
               COMPUTE WS-DIFERENCIA-ABS = 0 - WS-DIFERENCIA
           ELSE
               MOVE WS-DIFERENCIA TO WS-DIFERENCIA-ABS
           END-IF

           IF WS-COR-DELTA < 0
               COMPUTE WS-COR-DELTA-ABS = 0 - WS-COR-DELTA
           ELSE
               MOVE WS-COR-DELTA TO WS-COR-DELTA-ABS
           END-IF

           IF WS-DIFERENCIA-ABS > WS-MILLONES-MAX-OK
               DISPLAY "ERROR: LA DIFERENCIA EN PESOS SUPERA EL "
                   "MAXIMO QUE ACEPTA CL-18-EJ-18"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "TARIFA DE LA SEMANA: " WS-TARIFA-SEMANA
               " - DIFERENCIA: " WS-COR-DELTA " VISITAS, $"
               WS-DIFERENCIA.

       2000-BUSCAR-TARIFA-EXIT.
           EXIT.


      *>   UBICA EN EL LIBRO LA CORRIDA QUE DISTRIBUYO LA SEMANA: LA
      *>   PRIMERA LINEA NORMAL NUMERADA CON VISITAS (ENCADENADA DESDE
      *>   EJ-03ENCL18) FECHADA EL DIA DE CIERRE O EN LOS DIAS
      *>   SIGUIENTES, DENTRO DE WS-DIAS-VENTANA. UNA CORRECCION A LA
      *>   BAJA SE PIDE COMO REVERSA PARCIAL DE ESA CORRIDA, ASI QUE SIN
      *>   ELLA NO SE PUEDE SEGUIR; A LA ALTA SOLO SE AVISA Y LA
      *>   COMPLEMENTARIA QUEDA SIN CORRIDA DE REFERENCIA
       2100-BUSCAR-CORRIDA.

           MOVE "N" TO WS-CORR-HALLADA-SW
           MOVE 0 TO WS-CORR-NRO
           MOVE 0 TO WS-CORR-FECHA
           MOVE 0 TO WS-CORR-MILLONES

           IF WS-DIFERENCIA = 0
               GO TO 2100-BUSCAR-CORRIDA-EXIT
           END-IF

           MOVE WS-SEMANA TO WS-DIA-FECHA
           PERFORM 8700-CALCULAR-DIAS
               THRU 8700-CALCULAR-DIAS-EXIT
           MOVE WS-DIAS-SERIAL TO WS-SERIAL-SEMANA
           COMPUTE WS-SERIAL-TOPE = WS-SERIAL-SEMANA + WS-DIAS-VENTANA

           OPEN INPUT LEDGER-FILE

           IF FS-LEDGER-OK
               PERFORM UNTIL FS-LEDGER-EOF OR CORR-HALLADA
                   READ LEDGER-FILE INTO WS-LEDGER-CRUDO
                       AT END
                           SET FS-LEDGER-EOF TO TRUE
                       NOT AT END
                           PERFORM 8800-NORMALIZAR-LEDGER
                               THRU 8800-NORMALIZAR-LEDGER-EXIT
                           PERFORM 2110-EVALUAR-LINEA
                               THRU 2110-EVALUAR-LINEA-EXIT
                   END-READ
               END-PERFORM
           END-IF

           CLOSE LEDGER-FILE

           IF CORR-HALLADA
               DISPLAY "CORRIDA DE LA SEMANA: NRO " WS-CORR-NRO
                   " DEL " WS-CORR-FECHA " POR $" WS-CORR-MILLONES
               GO TO 2100-BUSCAR-CORRIDA-EXIT
           END-IF

           IF WS-DIFERENCIA < 0
               DISPLAY "ERROR: NO SE ENCONTRO EN LEDGERPF LA CORRIDA "
                   "QUE DISTRIBUYO LA SEMANA " WS-SEMANA
               DISPLAY "SIN ELLA NO SE PUEDE PEDIR LA REVERSA DE LA "
                   "DIFERENCIA"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "AVISO: NO SE ENCONTRO EN LEDGERPF LA CORRIDA DE "
               "LA SEMANA " WS-SEMANA "; LA COMPLEMENTARIA SALE SIN "
               "CORRIDA DE REFERENCIA".

       2100-BUSCAR-CORRIDA-EXIT.
           EXIT.


      *>   DECIDE SI LA LINEA NORMALIZADA ES LA CORRIDA DE LA SEMANA
       2110-EVALUAR-LINEA.

           IF NOT LL-TIPO-NORMAL
                   OR WS-LL-CORRIDA = 0
                   OR WS-LL-VISITAS = 0
                   OR WS-LL-FECHA < WS-SEMANA
               GO TO 2110-EVALUAR-LINEA-EXIT
           END-IF

           MOVE WS-LL-FECHA TO WS-DIA-FECHA
           PERFORM 8700-CALCULAR-DIAS
               THRU 8700-CALCULAR-DIAS-EXIT

           IF WS-DIAS-SERIAL < WS-SERIAL-TOPE
               SET CORR-HALLADA TO TRUE
               MOVE WS-LL-CORRIDA TO WS-CORR-NRO
               MOVE WS-LL-FECHA TO WS-CORR-FECHA
               MOVE WS-LL-MILLONES TO WS-CORR-MILLONES
           END-IF.

       2110-EVALUAR-LINEA-EXIT.
           EXIT.


      *>   UN PEDIDO ANTERIOR TODAVIA SIN PROCESAR EN EL MISMO ARCHIVO
      *>   DE ENLACE SE PERDERIA AL GRABAR ESTE (CL-18-EJ-18 LEE UN
      *>   SOLO REGISTRO): SE FRENA ANTES DE GRABAR NADA. UNA REVERSA
      *>   TAMPOCO PUEDE SUPERAR EL MONTO DE LA CORRIDA QUE ANULA
       2200-VERIFICAR-PEDIDO.

           IF WS-DIFERENCIA > 0
               OPEN INPUT COMPLE-FILE
               IF FS-COMPLE-OK
                   READ COMPLE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           CLOSE COMPLE-FILE
                           DISPLAY "ERROR: HAY UNA COMPLEMENTARIA "
                               "PENDIENTE EN COMPLEPF; CORRA "
                               "CL-18-EJ-18 ANTES DE CARGAR OTRA"
                           DISPLAY "PROGRAMA ABORTADO"
                           MOVE 1 TO RETURN-CODE
                           GOBACK
                   END-READ
               END-IF
               CLOSE COMPLE-FILE
           END-IF

           IF WS-DIFERENCIA < 0
               OPEN INPUT REVERSA-FILE
               IF FS-REVERSA-OK
                   READ REVERSA-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           CLOSE REVERSA-FILE
                           DISPLAY "ERROR: HAY UNA REVERSA PENDIENTE "
                               "EN REVERSAPF; CORRA CL-18-EJ-18 "
                               "ANTES DE CARGAR OTRA"
                           DISPLAY "PROGRAMA ABORTADO"
                           MOVE 1 TO RETURN-CODE
                           GOBACK
                   END-READ
               END-IF
               CLOSE REVERSA-FILE

               IF WS-DIFERENCIA-ABS > WS-CORR-MILLONES
                   DISPLAY "ERROR: LA DIFERENCIA $" WS-DIFERENCIA-ABS
                       " SUPERA EL MONTO DE LA CORRIDA NRO "
                       WS-CORR-NRO
                   DISPLAY "PROGRAMA ABORTADO"
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF

      *>           LA REVERSA SE VALIDA TAMBIEN CONTRA EL PERIODO DE
      *>           LA CORRIDA ORIGINAL (MISMO CONTROL QUE 0600 EN
      *>           CL-18-EJ-18), PARA NO DEJAR UN PEDIDO QUE DESPUES
      *>           NO SE PUEDA PROCESAR
               MOVE WS-CORR-FECHA(1:6) TO WS-PERIODO-VERIFICAR
               PERFORM 8500-VERIFICAR-PERIODO
                   THRU 8500-VERIFICAR-PERIODO-EXIT
               IF PERIODO-CERRADO
                   DISPLAY "ERROR: LA CORRIDA NRO " WS-CORR-NRO
                       " CAE EN EL PERIODO CERRADO "
                       WS-PERIODO-VERIFICAR ", NO SE PUEDE REVERSAR"
                   DISPLAY "PROGRAMA ABORTADO"
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       2200-VERIFICAR-PEDIDO-EXIT.
           EXIT.


      *>   MUESTRA LO QUE SE VA A GRABAR Y PIDE CONFIRMACION EXPRESA
       2300-CONFIRMAR.

           DISPLAY "SEMANA " WS-SEMANA " LOCACION " WS-LOC-CODIGO
               " " ELDIA(WS-COR-DIA) ": " WS-COR-ANTERIOR " -> "
               WS-COR-NUEVO
           DISPLAY "MOTIVO: " WS-COR-MOTIVO
           DISPLAY "TOTAL REEXPRESADO DE LA SUCURSAL: "
               WS-TOTAL-REEXPRESADO
           EVALUATE TRUE
               WHEN WS-DIFERENCIA > 0
                   DISPLAY "SE PIDE UNA DISTRIBUCION COMPLEMENTARIA "
                       "DE $" WS-DIFERENCIA-ABS
               WHEN WS-DIFERENCIA < 0
                   DISPLAY "SE PIDE LA REVERSA DE $" WS-DIFERENCIA-ABS
                       " DE LA CORRIDA NRO " WS-CORR-NRO
               WHEN OTHER
                   DISPLAY "LA DIFERENCIA EN PESOS ES CERO, NO HAY "
                       "MOVIMIENTO DE PLATA"
           END-EVALUATE

           DISPLAY "PARA GRABAR LA CORRECCION INGRESE S, CUALQUIER "
               "OTRA COSA CANCELA"
           MOVE SPACE TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA

           IF NOT CONFIRMA-CORRECCION
               DISPLAY "CORRECCION CANCELADA POR EL OPERADOR"
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

       2300-CONFIRMAR-EXIT.
           EXIT.


      *>   AGREGA LA CORRECCION AL REGISTRO PERMANENTE CORVISPF
       3000-GRABAR-CORRECCION.

           OPEN EXTEND CORVIS-FILE

           IF NOT FS-CORVIS-OK
      *>       SI EL REGISTRO TODAVIA NO EXISTE, EXTEND FALLA PORQUE NO
      *>       LO ENCUENTRA; LO CREO CON OPEN OUTPUT LA PRIMERA VEZ
               CLOSE CORVIS-FILE
               OPEN OUTPUT CORVIS-FILE
           END-IF

           IF NOT FS-CORVIS-OK
               DISPLAY "ERROR: NO SE PUDO GRABAR CORVISPF - STATUS "
                   WS-FS-CORVIS
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-SEMANA TO CORV-REG-FECHA-SEM
           MOVE WS-LOC-CODIGO TO CORV-REG-LOC
           MOVE WS-COR-DIA TO CORV-REG-DIA
           MOVE WS-COR-ANTERIOR TO CORV-REG-ANTERIOR
           MOVE WS-COR-NUEVO TO CORV-REG-NUEVO
           MOVE WS-COR-MOTIVO TO CORV-REG-MOTIVO
           MOVE WS-OPER-CODIGO TO CORV-REG-OPER
           MOVE WS-FECHA-HOY TO CORV-REG-FECHA-CARGA
           MOVE WS-TARIFA-SEMANA TO CORV-REG-TARIFA
           MOVE WS-DIFERENCIA TO CORV-REG-DIFERENCIA
           MOVE WS-CORR-NRO TO CORV-REG-CORRIDA
           WRITE CORVIS-REG

           CLOSE CORVIS-FILE.

       3000-GRABAR-CORRECCION-EXIT.
           EXIT.


      *>   REEXPRESA ACUMVISPF CON UN REGISTRO DE AJUSTE: EL ANIO/MES
      *>   DE LA SEMANA CORREGIDA, TOTAL EN CERO, TIPO "A", LA FECHA DE
      *>   LA SEMANA Y LA DIFERENCIA DE VISITAS CON SIGNO. EL REGISTRO
      *>   ORIGINAL DE LA SEMANA NO SE TOCA (EL HISTORICO ES SOLO DE
      *>   ALTA); LOS LECTORES SUMAN EL AJUSTE AL MES QUE CORRESPONDE
       3100-GRABAR-AJUSTE.

           OPEN EXTEND ACUM-FILE

           IF NOT FS-ACUM-OK
      *>       SI EL HISTORICO TODAVIA NO EXISTE, EXTEND FALLA PORQUE
      *>       NO LO ENCUENTRA; LO CREO CON OPEN OUTPUT LA PRIMERA VEZ
               CLOSE ACUM-FILE
               OPEN OUTPUT ACUM-FILE
           END-IF

           IF NOT FS-ACUM-OK
               DISPLAY "ERROR: NO SE PUDO GRABAR EL AJUSTE EN "
                   "ACUMVISPF - STATUS " WS-FS-ACUM
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-SEM-ANIO TO ACUM-REG-ANIO
           MOVE WS-SEM-MES TO ACUM-REG-MES
           MOVE 0 TO ACUM-REG-SEMANA-TOTAL
           SET ACUM-ES-AJUSTE TO TRUE
           MOVE WS-SEMANA TO ACUM-REG-FECHA-SEM
           MOVE WS-COR-DELTA TO ACUM-REG-AJUSTE
           WRITE ACUM-REG

           CLOSE ACUM-FILE.

       3100-GRABAR-AJUSTE-EXIT.
           EXIT.


      *>   APLICA LA CORRECCION AL REGISTRO DE LA SEMANA Y SUCURSAL EN
      *>   EL HISTORIAL INDEXADO HISVIXPF: EL DIA CORREGIDO TOMA EL
      *>   VALOR NUEVO Y SE RECALCULA EL TOTAL. A DIFERENCIA DE
      *>   ACUMVISPF, ACA SE PISA EL REGISTRO (EL RASTRO DE LA
      *>   CORRECCION YA QUEDO EN CORVISPF). SI EL HISTORIAL NO SE
      *>   PUEDE ABRIR, NO TIENE LA SEMANA (POR EJEMPLO, ANTERIOR A LA
      *>   CARGA INICIAL) O NO SE PUEDE REGRABAR, SE AVISA Y SE DEJA
      *>   UNA EXCEPCION: LOS REPORTES YA NO SUMAN LOS AJUSTES DE
      *>   ACUMVISPF, ASI QUE HASTA QUE CAR-HISVIX LO RECONSTRUYA DESDE
      *>   HISVISPF Y CORVISPF LA CORRECCION NO SE VE EN NINGUNO. LA
      *>   CORRECCION SIGUE ADELANTE IGUAL
       3150-ACTUALIZAR-HISTORIAL-INDEXADO.

           MOVE WS-LOC-CODIGO TO WS-EXC-TX-HVX-LOC
           MOVE ELDIA(WS-COR-DIA) TO WS-EXC-TX-HVX-DIA
           MOVE "M" TO WS-EXC-SEVERIDAD
           MOVE "COR-VISIT" TO WS-EXC-ORIGEN
           MOVE WS-SEMANA TO WS-EXC-REF-SEM-FECHA
           MOVE WS-EXC-REF-SEMANA TO WS-EXC-REFER

           OPEN I-O HISVIX-FILE

           IF NOT FS-HISVIX-OK
               DISPLAY "AVISO: NO SE PUDO ACTUALIZAR EL HISTORIAL "
                   "INDEXADO HISVIXPF - STATUS " WS-FS-HISVIX
               DISPLAY "LA CORRECCION QUEDO EN CORVISPF; RECONSTRUYA "
                   "EL HISTORIAL CON CAR-HISVIX CUANDO PUEDA"
               MOVE WS-FS-HISVIX TO WS-EXC-TX-HVX-FS
               MOVE "NO SE PUDO ABRIR" TO WS-EXC-TX-HVX-CASO
               MOVE WS-EXC-TX-HISVIX TO WS-EXC-TEXTO
               PERFORM 8300-REGISTRAR-EXCEPCION
                   THRU 8300-REGISTRAR-EXCEPCION-EXIT
               CLOSE HISVIX-FILE
               GO TO 3150-ACTUALIZAR-HISTORIAL-INDEXADO-EXIT
           END-IF

           MOVE WS-SEMANA TO HVX-REG-FECHA
           MOVE WS-LOC-CODIGO TO HVX-REG-LOC

           READ HISVIX-FILE
               INVALID KEY
                   DISPLAY "AVISO: HISVIXPF NO TIENE LA SEMANA "
                       WS-SEMANA " DE LA LOCACION " WS-LOC-CODIGO
                       "; SE TOMA AL RECARGAR CON CAR-HISVIX"
                   MOVE WS-FS-HISVIX TO WS-EXC-TX-HVX-FS
                   MOVE "NO TIENE LA SEMANA" TO WS-EXC-TX-HVX-CASO
                   MOVE WS-EXC-TX-HISVIX TO WS-EXC-TEXTO
                   PERFORM 8300-REGISTRAR-EXCEPCION
                       THRU 8300-REGISTRAR-EXCEPCION-EXIT
                   CLOSE HISVIX-FILE
                   GO TO 3150-ACTUALIZAR-HISTORIAL-INDEXADO-EXIT
           END-READ

           MOVE WS-COR-NUEVO TO HVX-REG-VISITAS(WS-COR-DIA)
           MOVE 0 TO HVX-REG-TOTAL
           PERFORM VARYING DIA FROM 1 BY 1 UNTIL DIA > 7
               ADD HVX-REG-VISITAS(DIA) TO HVX-REG-TOTAL
           END-PERFORM

           REWRITE HVX-REG
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO REGRABAR LA SEMANA EN "
                       "HISVIXPF - STATUS " WS-FS-HISVIX
                   MOVE WS-FS-HISVIX TO WS-EXC-TX-HVX-FS
                   MOVE "NO SE PUDO REGRABAR" TO WS-EXC-TX-HVX-CASO
                   MOVE WS-EXC-TX-HISVIX TO WS-EXC-TEXTO
                   PERFORM 8300-REGISTRAR-EXCEPCION
                       THRU 8300-REGISTRAR-EXCEPCION-EXIT
           END-REWRITE

           CLOSE HISVIX-FILE.

       3150-ACTUALIZAR-HISTORIAL-INDEXADO-EXIT.
           EXIT.


      *>   DEJA EL PEDIDO PARA CL-18-EJ-18: COMPLEMENTARIA SI LA
      *>   DIFERENCIA ES POSITIVA, REVERSA PARCIAL DE LA CORRIDA DE LA
      *>   SEMANA SI ES NEGATIVA. LOS ARCHIVOS DE ENLACE SE ESCRIBEN
      *>   CON OPEN OUTPUT (UN SOLO PEDIDO, VER 2200)
       3200-PEDIR-DISTRIBUCION.

           MOVE WS-SEMANA TO WS-NP-SEMANA
           MOVE WS-LOC-CODIGO TO WS-NP-LOC

           EVALUATE TRUE
               WHEN WS-DIFERENCIA > 0
                   MOVE "COMPLEMENTARIA" TO WS-NP-TEXTO
                   OPEN OUTPUT COMPLE-FILE
                   IF NOT FS-COMPLE-OK
                       DISPLAY "ERROR: NO SE PUDO GRABAR COMPLEPF - "
                           "STATUS " WS-FS-COMPLE
                       DISPLAY "LA CORRECCION QUEDO REGISTRADA; "
                           "PIDA LA COMPLEMENTARIA A MANO"
                       DISPLAY "PROGRAMA ABORTADO"
                       MOVE 1 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE WS-SEMANA TO COMP-REG-FECHA
                   MOVE WS-DIFERENCIA-ABS TO COMP-REG-MILLONES
                   MOVE WS-COR-DELTA-ABS TO COMP-REG-VISITAS
                   MOVE WS-TARIFA-SEMANA TO COMP-REG-TARIFA
                   MOVE WS-NOTA-PEDIDO TO COMP-REG-NOTA
                   MOVE WS-CORR-NRO TO COMP-REG-CORRIDA
                   MOVE WS-LOC-CODIGO TO COMP-REG-SUC
                   WRITE COMPLE-REG
                   CLOSE COMPLE-FILE
                   DISPLAY "PEDIDO DE COMPLEMENTARIA GRABADO EN "
                       "COMPLEPF; SE REGISTRA EN LA PROXIMA CORRIDA "
                       "DE CL-18-EJ-18"

               WHEN WS-DIFERENCIA < 0
                   MOVE "AJUSTE VISITAS" TO WS-NP-TEXTO
                   OPEN OUTPUT REVERSA-FILE
                   IF NOT FS-REVERSA-OK
                       DISPLAY "ERROR: NO SE PUDO GRABAR REVERSAPF - "
                           "STATUS " WS-FS-REVERSA
                       DISPLAY "LA CORRECCION QUEDO REGISTRADA; "
                           "PIDA LA REVERSA A MANO"
                       DISPLAY "PROGRAMA ABORTADO"
                       MOVE 1 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE WS-CORR-FECHA TO REV-REG-FECHA
                   MOVE WS-DIFERENCIA-ABS TO REV-REG-MILLONES
                   MOVE WS-NOTA-PEDIDO TO REV-REG-NOTA
                   MOVE WS-CORR-NRO TO REV-REG-CORRIDA
                   MOVE WS-LOC-CODIGO TO REV-REG-SUC
                   WRITE REVERSA-REG
                   CLOSE REVERSA-FILE
                   DISPLAY "PEDIDO DE REVERSA GRABADO EN REVERSAPF; "
                       "SE REGISTRA EN LA PROXIMA CORRIDA DE "
                       "CL-18-EJ-18"

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3200-PEDIR-DISTRIBUCION-EXIT.
           EXIT.


      *>   AGREGA A REPVISPF UNA SECCION DE LA SEMANA MARCADA COMO
      *>   REEXPRESADA, CON LA CORRECCION, EL MOTIVO, EL NUEVO TOTAL
      *>   DE LA SUCURSAL Y LA DIFERENCIA EN PESOS. SI EL REPORTE NO
      *>   SE PUEDE ABRIR SOLO SE AVISA: LA CORRECCION YA QUEDO
      *>   GRABADA Y EL RASTRO ESTA EN CORVISPF
       3300-EMITIR-REEXPRESION.

           OPEN EXTEND REPORTE-FILE

           IF NOT FS-REPORTE-OK
      *>       SI EL REPORTE TODAVIA NO EXISTE, EXTEND FALLA PORQUE NO
      *>       LO ENCUENTRA; LO CREO CON OPEN OUTPUT LA PRIMERA VEZ
               CLOSE REPORTE-FILE
               OPEN OUTPUT REPORTE-FILE
           END-IF

           IF NOT FS-REPORTE-OK
               DISPLAY "AVISO: NO SE PUDO AGREGAR LA SEMANA "
                   "REEXPRESADA A REPVISPF - STATUS " WS-FS-REPORTE
               GO TO 3300-EMITIR-REEXPRESION-EXIT
           END-IF

           MOVE WS-LOC-CODIGO TO WS-RL-LOCACION-COD
           MOVE WS-SUC-NOMBRE TO WS-RL-LOCACION-NOMBRE
           MOVE WS-SUC-REGION TO WS-RL-LOCACION-REGION
           WRITE REPORTE-REG FROM WS-RL-LOCACION

           WRITE REPORTE-REG FROM WS-RL-ENCABEZADO-1

           MOVE WS-SEMANA TO WS-RL-FECHA
           WRITE REPORTE-REG FROM WS-RL-ENCABEZADO-2

           MOVE ELDIA(WS-COR-DIA) TO WS-RL-COR-DIA
           MOVE WS-COR-ANTERIOR TO WS-RL-COR-ANTERIOR
           MOVE WS-COR-NUEVO TO WS-RL-COR-NUEVO
           WRITE REPORTE-REG FROM WS-RL-CORRECCION

           MOVE WS-COR-MOTIVO TO WS-RL-MOTIVO-TEXTO
           WRITE REPORTE-REG FROM WS-RL-MOTIVO

           MOVE WS-TOTAL-REEXPRESADO TO WS-RL-TOTAL-CANT
           WRITE REPORTE-REG FROM WS-RL-TOTAL

           MOVE WS-DIFERENCIA TO WS-RL-DIF-MONTO
           EVALUATE TRUE
               WHEN WS-DIFERENCIA > 0
                   MOVE "(COMPLEMENTARIA PEDIDA)"
                       TO WS-RL-DIF-DESTINO
               WHEN WS-DIFERENCIA < 0
                   MOVE "(REVERSA PEDIDA)" TO WS-RL-DIF-DESTINO
               WHEN OTHER
                   MOVE SPACES TO WS-RL-DIF-DESTINO
           END-EVALUATE
           WRITE REPORTE-REG FROM WS-RL-DIFERENCIA

           MOVE WS-OPER-CODIGO TO WS-RL-OPER
           MOVE WS-FECHA-HOY TO WS-RL-FECHA-CARGA
           WRITE REPORTE-REG FROM WS-RL-OPERADOR

           CLOSE REPORTE-FILE.

       3300-EMITIR-REEXPRESION-EXIT.
           EXIT.


      *>   VERIFICA CONTRA CIERREPF SI EL PERIODO AAAAMM DE
      *>   WS-PERIODO-VERIFICAR ESTA CERRADO (MISMA LOGICA QUE
      *>   0800-VERIFICAR-PERIODO EN CL-18-EJ-18: VALE EL ULTIMO
      *>   REGISTRO DEL PERIODO; SIN ARCHIVO NO HAY NADA CERRADO)
       8500-VERIFICAR-PERIODO.

           MOVE "N" TO WS-PERIODO-CERRADO-SW

           OPEN INPUT CIERRE-FILE

           IF NOT FS-CIERRE-OK
               CLOSE CIERRE-FILE
               GO TO 8500-VERIFICAR-PERIODO-EXIT
           END-IF

           PERFORM UNTIL FS-CIERRE-EOF
               READ CIERRE-FILE
                   AT END
                       SET FS-CIERRE-EOF TO TRUE
                   NOT AT END
                       IF CIERRE-REG-PERIODO = WS-PERIODO-VERIFICAR
                           IF CIERRE-REG-ESTADO = "C"
                               SET PERIODO-CERRADO TO TRUE
                           ELSE
                               MOVE "N" TO WS-PERIODO-CERRADO-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CIERRE-FILE.

       8500-VERIFICAR-PERIODO-EXIT.
           EXIT.


      *>   CALCULO DE DIAS CORRIDOS COMPARTIDO (VER DIASCALC.CPY)
           COPY DIASCALC.

      *>   NORMALIZACION DE LINEA DE LIBRO COMPARTIDA, PARA TOLERAR EL
      *>   LAYOUT VIEJO DEL LIBRO (VER 2100-BUSCAR-CORRIDA)
           COPY LEDGNORM.

      *>   VALIDACION DE FECHA COMPARTIDA (VER FECHAVAL.CPY)
           COPY FECHAVAL.

      *>   CONTROL DE PIN Y REGISTRO DE INGRESOS COMPARTIDO (VER
      *>   1100-INICIAR-SESION)
           COPY SESCALC.

      *>   ALTA EN LA COLA CENTRAL DE EXCEPCIONES (VER 3150)
           COPY EXCPCALC.
