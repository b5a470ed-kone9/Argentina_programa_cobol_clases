      *>--------------------------------------------------------------
      *> SESCPY - CAMPOS DE TRABAJO DEL CONTROL DE PIN Y DEL REGISTRO
      *> DE INGRESOS SESIONPF (VER SESCALC.CPY). COPYBOOK DE DATOS, SE
      *> INCLUYE CON "COPY SESCPY." EN WORKING-STORAGE. EL PROGRAMA
      *> QUE LO USA DECLARA ADEMAS OPER-FILE (OPERPF) Y SESION-FILE
      *> (SESIONPF) CON LOS MISMOS LAYOUTS QUE CL-18-EJ-18, Y LOS
      *> CAMPOS DE LA SESION WS-OPER-CODIGO, WS-OPER-NOMBRE Y
      *> WS-OPER-NIVEL.
      *>--------------------------------------------------------------
       01  WS-FS-SESION              PIC XX.
           88 FS-SESION-OK           VALUE "00".
           88 FS-SESION-EOF          VALUE "10".
       01  WS-FS-SESION-EXT          PIC 9(4).

      *>   PROGRAMA QUE PIDE LA SESION, TAL COMO QUEDA EN SESIONPF
       01  WS-SES-PROGRAMA           PIC X(12) VALUE SPACES.

      *>   DATOS DE SEGURIDAD DEL OPERADOR TOMADOS DE OPERPF (VER
      *>   8610-TOMAR-DATOS-OPER): ESTADO, HASH DEL PIN Y VENCIMIENTO.
      *>   UN VENCIMIENTO EN CERO ES UN PIN PROVISIONAL (ASIGNADO POR
      *>   UN ADMINISTRADOR) QUE EL OPERADOR TODAVIA NO CAMBIO
       01  WS-SES-ESTADO             PIC X(1) VALUE SPACE.
           88 SES-SUSPENDIDO         VALUE "S".
       01  WS-SES-PIN-GUARDADO       PIC X(9) VALUE SPACES.
       01  WS-SES-PIN-VENCE          PIC 9(8) VALUE 0.

      *>   RESULTADO DEL INTENTO, TAL COMO QUEDA EN SESIONPF:
      *>   I = INGRESO CORRECTO          F = PIN INCORRECTO
      *>   N = CODIGO INEXISTENTE        S = OPERADOR SUSPENDIDO
      *>   V = PIN VENCIDO O PROVISIONAL B = OPERADOR BLOQUEADO
      *>   P = SIN PIN ASIGNADO          L = NIVEL INSUFICIENTE
      *>   D = DESBLOQUEO (PIN NUEVO ASIGNADO EN MNT-OPER)
       01  WS-SES-RESULTADO          PIC X(1) VALUE SPACE.
           88 SES-INGRESO-OK         VALUE "I".
           88 SES-PIN-ERRONEO        VALUE "F".
           88 SES-OPER-INEXISTENTE   VALUE "N".
           88 SES-OPER-SUSPENDIDO    VALUE "S".
           88 SES-PIN-VENCIDO        VALUE "V".
           88 SES-OPER-BLOQUEADO     VALUE "B".
           88 SES-SIN-PIN            VALUE "P".
           88 SES-NIVEL-INSUFICIENTE VALUE "L".
           88 SES-DESBLOQUEO         VALUE "D".

      *>   RESULTADO DE 8600-VERIFICAR-PIN PARA EL LLAMADOR
       01  WS-SES-AUTORIZADA-SW      PIC X(01) VALUE "N".
           88 SES-AUTORIZADA         VALUE "S".

      *>   SOLO MNT-OPER LO PRENDE: UN PIN VENCIDO O PROVISIONAL PERO
      *>   CORRECTO DEJA ENTRAR, CON EL SWITCH SES-DEBE-CAMBIAR-PIN
      *>   PRENDIDO, PARA QUE EL OPERADOR LO CAMBIE ANTES DE SEGUIR
       01  WS-SES-ACEPTA-VENCIDO-SW  PIC X(01) VALUE "N".
           88 SES-ACEPTA-VENCIDO     VALUE "S".
       01  WS-SES-CAMBIAR-PIN-SW     PIC X(01) VALUE "N".
           88 SES-DEBE-CAMBIAR-PIN   VALUE "S".

      *>   INTENTOS FALLIDOS SEGUIDOS QUE BLOQUEAN AL OPERADOR Y LOS
      *>   QUE LLEVA HOY (VER 8620-CONTAR-FALLOS)
       01  WS-SES-MAX-FALLOS         PIC 9(3) VALUE 3.
       01  WS-SES-FALLOS             PIC 9(3) VALUE 0.

       01  WS-SES-FECHA-HOY          PIC 9(8) VALUE 0.
       01  WS-SES-HORA-LARGA         PIC 9(8) VALUE 0.
       01  WS-SES-PIN-INGRESADO      PIC X(6) VALUE SPACES.

      *>   CAMPOS DEL HASH DEL PIN (VER 8650-CALCULAR-HASH). EL PIN
      *>   NUNCA SE GUARDA: SOLO ESTE VALOR, CALCULADO SOBRE EL CODIGO
      *>   DEL OPERADOR MAS EL PIN, ASI DOS OPERADORES CON EL MISMO
      *>   PIN NO QUEDAN CON EL MISMO HASH
       01  WS-HASH-TEXTO.
           02 WS-HASH-CODIGO         PIC X(4).
           02 WS-HASH-PIN            PIC X(6).
       01  WS-HASH-TEXTO-R REDEFINES WS-HASH-TEXTO.
           02 WS-HASH-CAR            PIC X(1) OCCURS 10 TIMES.
       01  WS-HASH-ALFABETO          PIC X(37)
               VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ ".
       01  WS-HASH-ALFABETO-R REDEFINES WS-HASH-ALFABETO.
           02 WS-HASH-SIMBOLO        PIC X(1) OCCURS 37 TIMES.
       01  WS-HASH-VALOR             PIC 9(9) VALUE 0.
       01  WS-HASH-VALOR-X REDEFINES WS-HASH-VALOR PIC X(9).
       01  WS-HASH-TRABAJO           PIC 9(12) VALUE 0.
       01  WS-HASH-COCIENTE          PIC 9(12) VALUE 0.
       01  WS-HASH-CODIGO-CAR        PIC 9(2) VALUE 0.
       01  WS-HASH-VUELTA            PIC 9(2) VALUE 0.
       01  WS-HASH-I                 PIC 9(2) VALUE 0.
       01  WS-HASH-J                 PIC 9(2) VALUE 0.
