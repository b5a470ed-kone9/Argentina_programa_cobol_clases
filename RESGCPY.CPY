      *>--------------------------------------------------------------
      *> RESGCPY - JUEGO DE ARCHIVOS DE CONTROL QUE SE RESGUARDA Y SE
      *> RESTAURA JUNTO (VER RESG-CTL Y REST-CTL) Y CAMPOS DE TRABAJO
      *> DEL TOTAL DE CONTROL DE CADA ARCHIVO (VER RESGCALC.CPY).
      *> COPYBOOK DE DATOS, SE INCLUYE CON "COPY RESGCPY." EN
      *> WORKING-STORAGE.
      *>--------------------------------------------------------------
      *>   LOS ARCHIVOS DEL JUEGO, EN EL ORDEN EN QUE SE COPIAN. EL
      *>   TIPO "S" ES SECUENCIAL DE LINEA; EL "I" ES EL ESPEJO
      *>   INDEXADO LEDGIXPF, QUE SE BAJA A UNA COPIA SECUENCIAL EN
      *>   ORDEN DE CLAVE Y SE RECONSTRUYE DESDE ELLA AL RESTAURAR.
      *>   PASOSPF (ESTADO DE LOS PASOS DE DRV18TOT) VIAJA CON EL
      *>   JUEGO PARA QUE, AL VOLVER ACUMVISPF Y EL LIBRO A ANTES DE
      *>   UNA CORRIDA, EL JOB NO CREA QUE ESOS PASOS YA SE HICIERON.
      *>   LOS ULTIMOS CINCO SON ESTADO QUE CL-18-EJ-18 GRABA DENTRO DE
      *>   LA MISMA CORRIDA (MOVIMIENTOS DE EMBARGOS Y DE SALDOS
      *>   PENDIENTES, MAESTRO DE ESTADO DE PAGOS Y REPARTO POR
      *>   SUCURSAL): SI EL LIBRO VUELVE A ANTES DE UNA CORRIDA Y ELLOS
      *>   NO, AL REPETIRLA SE DESCUENTA DOS VECES EL TOPE DE CADA
      *>   EMBARGO, SE RETIENE DOS VECES EL MISMO SALDO Y EL MAESTRO Y
      *>   EL REPARTO QUEDAN CON LAS LINEAS DE LA CORRIDA DUPLICADAS.
       01  WS-RESG-LISTA.
           02 FILLER                 PIC X(11) VALUE "LEDGERPF  S".
           02 FILLER                 PIC X(11) VALUE "LEDGCTLPF S".
           02 FILLER                 PIC X(11) VALUE "CORRIDAPF S".
           02 FILLER                 PIC X(11) VALUE "LEDGIXPF  I".
           02 FILLER                 PIC X(11) VALUE "CKPT18PF  S".
           02 FILLER                 PIC X(11) VALUE "APROBPF   S".
           02 FILLER                 PIC X(11) VALUE "PAGOSPF   S".
           02 FILLER                 PIC X(11) VALUE "CIERREPF  S".
           02 FILLER                 PIC X(11) VALUE "ULTSEMPF  S".
           02 FILLER                 PIC X(11) VALUE "ACUMVISPF S".
           02 FILLER                 PIC X(11) VALUE "PASOSPF   S".
           02 FILLER                 PIC X(11) VALUE "EMBMOVPF  S".
           02 FILLER                 PIC X(11) VALUE "SALPENPF  S".
           02 FILLER                 PIC X(11) VALUE "ESTPAGPF  S".
           02 FILLER                 PIC X(11) VALUE "DISTSUCPF S".
           02 FILLER                 PIC X(11) VALUE "TOTSUCPF  S".
       01  WS-RESG-LISTA-R REDEFINES WS-RESG-LISTA.
           02 WS-RESG-ENTRADA OCCURS 16 TIMES.
               03 WS-RESG-ARCHIVO    PIC X(10).
               03 WS-RESG-TIPO       PIC X(1).
                   88 RESG-ES-INDEXADO VALUE "I".
       01  WS-RESG-CANT-ARCHIVOS     PIC 99 VALUE 16.

      *>   NOMBRE DEL ARCHIVO VIVO Y DE SU COPIA EN LA GENERACION
      *>   (EL NOMBRE DEL ARCHIVO SEGUIDO DE ".G" Y LA GENERACION CON
      *>   4 DIGITOS, POR EJEMPLO LEDGERPF.G0012), PARA LOS SELECT
      *>   CON ASSIGN DINAMICO
       01  WS-RESG-ORIGEN            PIC X(20) VALUE SPACES.
       01  WS-RESG-COPIA             PIC X(20) VALUE SPACES.
       01  WS-RESG-GEN-TEXTO         PIC 9(4) VALUE 0.

      *>   LINEA EN PROCESO: HASTA 714 CARACTERES (LA LINEA DEL LIBRO
      *>   MAS LA CLAVE DE LEDGIXPF), VISTA TAMBIEN CARACTER A
      *>   CARACTER PARA EL TOTAL DE CONTROL
       01  WS-RESG-LINEA             PIC X(714) VALUE SPACES.
       01  WS-RESG-LINEA-R REDEFINES WS-RESG-LINEA.
           02 WS-RESG-CAR            PIC X(1) OCCURS 714 TIMES.

      *>   CONTADORES DEL ARCHIVO EN PROCESO: CANTIDAD DE REGISTROS Y
      *>   TOTAL DE CONTROL (SUMA DE CADA DIGITO POR SU POSICION EN LA
      *>   LINEA, ASI UN IMPORTE CAMBIADO O DOS CIFRAS CORRIDAS DE
      *>   LUGAR CAMBIAN EL TOTAL)
       01  WS-RESG-REGISTROS         PIC 9(9) VALUE 0.
       01  WS-RESG-HASH              PIC 9(15) VALUE 0.
       01  WS-RESG-POS               PIC 9(3) VALUE 0.
       01  WS-RESG-DIGITO            PIC 9(1) VALUE 0.
       01  WS-RESG-DIGITO-X REDEFINES WS-RESG-DIGITO PIC X(1).
