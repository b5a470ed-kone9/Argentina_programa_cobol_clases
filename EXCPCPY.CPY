      *>--------------------------------------------------------------
      *> EXCPCPY - CAMPOS DE TRABAJO DEL ALTA DE EXCEPCIONES EN LA
      *> COLA CENTRAL EXCEPPF (VER EXCPCALC.CPY). COPYBOOK DE DATOS,
      *> SE INCLUYE CON "COPY EXCPCPY." EN WORKING-STORAGE. EL
      *> PROGRAMA QUE LO USA DECLARA ADEMAS EXCEP-FILE (EXCEPPF) CON
      *> EL MISMO LAYOUT QUE MNT-EXCEP, QUE ES EL QUE LISTA, RECONOCE
      *> Y CIERRA LAS EXCEPCIONES.
      *>
      *> CADA PROGRAMA QUE DETECTA ALGO QUE UNA PERSONA TIENE QUE
      *> MIRAR (UN DESVIO DE VISITAS, UNA SEMANA SIN PROCESAR, UN
      *> RECHAZO DEL BANCO, UN LIBRO QUE NO VERIFICA, ETC.) LO SIGUE
      *> MOSTRANDO POR CONSOLA O EN SU REPORTE COMO SIEMPRE, Y ADEMAS
      *> LO DEJA EN EXCEPPF PARA QUE NO SE PIERDA EN EL LUGAR DONDE
      *> SE IMPRIMIO.
      *>--------------------------------------------------------------
       01  WS-FS-EXCEP               PIC XX.
           88 FS-EXCEP-OK            VALUE "00".
           88 FS-EXCEP-EOF           VALUE "10".
       01  WS-FS-EXCEP-EXT           PIC 9(4).

      *>   EXCEPCION QUE ARMA EL LLAMADOR ANTES DE 8300-REGISTRAR-
      *>   EXCEPCION: SEVERIDAD (A = ALTA, M = MEDIA, B = BAJA, DE LA
      *>   QUE DEPENDE EL PLAZO PARA CERRARLA, VER MNT-EXCEP), PROGRAMA
      *>   QUE LA DETECTA, REFERENCIA A LA CORRIDA O SEMANA (POR
      *>   EJEMPLO "SEM=20261011" O "CORR=000123") Y TEXTO
       01  WS-EXC-SEVERIDAD          PIC X(1) VALUE SPACE.
       01  WS-EXC-ORIGEN             PIC X(12) VALUE SPACES.
       01  WS-EXC-REFER              PIC X(12) VALUE SPACES.
       01  WS-EXC-TEXTO              PIC X(80) VALUE SPACES.

      *>   REFERENCIAS DE USO COMUN, PARA ARMARLAS SIN STRING: LA
      *>   SEMANA (FECHA DE CIERRE) Y LA CORRIDA DEL LIBRO
       01  WS-EXC-REF-SEMANA.
           02 FILLER                 PIC X(4) VALUE "SEM=".
           02 WS-EXC-REF-SEM-FECHA   PIC 9(8) VALUE 0.
       01  WS-EXC-REF-CORRIDA.
           02 FILLER                 PIC X(5) VALUE "CORR=".
           02 WS-EXC-REF-CORR-NRO    PIC 9(6) VALUE 0.
           02 FILLER                 PIC X(1) VALUE SPACE.

      *>   NUMERO ASIGNADO (O EL DE LA EXCEPCION IGUAL QUE YA ESTABA
      *>   ABIERTA) Y DATOS DEL ALTA
       01  WS-EXC-NRO                PIC 9(6) VALUE 0.
       01  WS-EXC-ULT-NRO            PIC 9(6) VALUE 0.
       01  WS-EXC-YA-ABIERTA-SW      PIC X(01) VALUE "N".
           88 EXC-YA-ABIERTA         VALUE "S".
       01  WS-EXC-FECHA              PIC 9(8) VALUE 0.
       01  WS-EXC-HORA-LARGA         PIC 9(8) VALUE 0.
