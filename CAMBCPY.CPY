      *>--------------------------------------------------------------
      *> CAMBCPY - CAMPOS DE TRABAJO DEL REGISTRO DE CAMBIOS DE LOS
      *> MAESTROS Y ARCHIVOS DE PARAMETROS CAMBIOSPF (VER CAMBCALC.CPY).
      *> COPYBOOK DE DATOS, SE INCLUYE CON "COPY CAMBCPY." EN
      *> WORKING-STORAGE. EL PROGRAMA QUE LO USA DECLARA ADEMAS
      *> CAMBIOS-FILE (CAMBIOSPF) CON EL MISMO LAYOUT QUE MNT-OPER Y EL
      *> CAMPO DE LA SESION WS-OPER-CODIGO.
      *>
      *> LOS PROGRAMAS DE MANTENIMIENTO TRABAJAN SOBRE UNA TABLA EN
      *> MEMORIA Y REESCRIBEN EL ARCHIVO RECIEN AL SALIR, ASI QUE CADA
      *> CAMBIO SE ANOTA PRIMERO ACA (8400-ANOTAR-CAMBIO) Y SE GRABA EN
      *> CAMBIOSPF DESPUES DE REESCRIBIR EL ARCHIVO (8450-GRABAR-
      *> CAMBIOS): UNA SESION ABANDONADA NO DEJA REGISTRADO NADA QUE NO
      *> SE HAYA APLICADO.
      *>--------------------------------------------------------------
       01  WS-FS-CAMBIOS             PIC XX.
           88 FS-CAMBIOS-OK          VALUE "00".
       01  WS-FS-CAMBIOS-EXT         PIC 9(4).

      *>   ARCHIVO QUE MANTIENE EL PROGRAMA, TAL COMO QUEDA EN CAMBIOSPF
       01  WS-CAMB-ARCHIVO           PIC X(8) VALUE SPACES.

      *>   CAMBIO QUE ARMA EL LLAMADOR ANTES DE 8400-ANOTAR-CAMBIO:
      *>   A = ALTA, M = MODIFICACION, E = ELIMINACION (Y LAS ACCIONES
      *>   PROPIAS DE CADA ARCHIVO, VER CADA PROGRAMA), CLAVE DEL
      *>   REGISTRO E IMAGEN ANTES Y DESPUES (EN BLANCO LA QUE NO
      *>   EXISTE: LA DE ANTES EN UN ALTA, LA DE DESPUES EN UNA
      *>   ELIMINACION)
       01  WS-CAMB-ACCION            PIC X(1) VALUE SPACE.
       01  WS-CAMB-CLAVE             PIC X(12) VALUE SPACES.
       01  WS-CAMB-ANTES             PIC X(80) VALUE SPACES.
       01  WS-CAMB-DESPUES           PIC X(80) VALUE SPACES.

      *>   CAMBIOS ANOTADOS Y TODAVIA NO GRABADOS, CON LA FECHA Y HORA
      *>   EN QUE SE HICIERON
       01  WS-CAMB-CANT              PIC 9(3) VALUE 0.
       01  WS-CAMB-MAX               PIC 9(3) VALUE 100.
       01  WS-CAMB-TABLA.
           02 WS-CAMB-PENDIENTE OCCURS 100 TIMES.
               03 WS-CP-FECHA        PIC 9(8).
               03 WS-CP-HORA         PIC 9(6).
               03 WS-CP-ACCION       PIC X(1).
               03 WS-CP-CLAVE        PIC X(12).
               03 WS-CP-ANTES        PIC X(80).
               03 WS-CP-DESPUES      PIC X(80).

      *>   RESULTADO DE 8400-ANOTAR-CAMBIO: SI LA TABLA DE PENDIENTES
      *>   ESTA LLENA EL CAMBIO NO SE ANOTO Y EL LLAMADOR NO DEBE
      *>   APLICARLO
       01  WS-CAMB-ANOTADO-SW        PIC X(01) VALUE "N".
           88 CAMB-ANOTADO           VALUE "S".

       01  WS-CAMB-FECHA             PIC 9(8) VALUE 0.
       01  WS-CAMB-HORA-LARGA        PIC 9(8) VALUE 0.
       01  WS-CAMB-I                 PIC 9(3) VALUE 0.
