      *>   PAGO ENVIADA AL BANCO.
      *> TODAS LAS PREGUNTAS CON LAS QUE ARRANCA CADA MANIANA, EN UNA
      *> SOLA PASADA.
      *>
      *> MODIFICACIONES:
      *> - UNA DISTRIBUCION QUE LLEVA MAS DE WS-APROB-DIAS-MAX DIAS
      *>   ESPERANDO APROBACION SE DEJA ADEMAS EN LA COLA CENTRAL DE
      *>   EXCEPCIONES EXCEPPF CON SEVERIDAD MEDIA, REFERIDA AL DIA
      *>   EN QUE SE DEJO PENDIENTE (VER EXCPCALC.CPY Y MNT-EXCEP).

      *>--------------------------------------
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGOS WS-FS-PAGOS-EXT.

      *>   COLA CENTRAL DE EXCEPCIONES (VER EXCPCALC.CPY)
           SELECT EXCEP-FILE ASSIGN TO "EXCEPPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEP WS-FS-EXCEP-EXT.

       DATA DIVISION.

       FILE SECTION.
           02 PAGO-REG-NOMBRE        PIC X(20).
           02 PAGO-REG-MONTO         PIC 9(9)V99.

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

       01  WS-APROB-MILLONES         PIC 9(9)V9 VALUE 0.
       01  WS-APROB-OPER             PIC X(4) VALUE SPACES.

      *>   DIAS DE ESPERA A PARTIR DE LOS CUALES UN PENDIENTE DE
      *>   APROBACION PASA A LA COLA DE EXCEPCIONES
       01  WS-APROB-DIAS-MAX         PIC 9(3) VALUE 2.

      *>   CAMPOS DEL ALTA EN LA COLA DE EXCEPCIONES (VER EXCPCPY.CPY),
      *>   TEXTO Y REFERENCIA DE LA EXCEPCION DE APROBACION DEMORADA
      *>   (SIN LOS DIAS DE ESPERA, PARA QUE EL MISMO PENDIENTE NO SE
      *>   REPITA CADA MANIANA)
           COPY EXCPCPY.
       01  WS-EXC-TX-APROB.
           02 FILLER                 PIC X(21)
               VALUE "DISTRIBUCION DEL DIA ".
           02 WS-EXC-TX-APROB-FECHA  PIC 9(8).
           02 FILLER                 PIC X(07) VALUE " POR $ ".
           02 WS-EXC-TX-APROB-MONTO  PIC ZZZ.ZZZ.ZZZ,9.
           02 FILLER                 PIC X(10) VALUE " DEJADA X ".
           02 WS-EXC-TX-APROB-OPER   PIC X(4).
           02 FILLER                 PIC X(17)
               VALUE " SIN APROBAR".
       01  WS-EXC-REF-APROB.
           02 FILLER                 PIC X(4) VALUE "APR=".
           02 WS-EXC-REF-APROB-FECHA PIC 9(8).

      *>   TOTALES DE LA ORDEN DE PAGO VIGENTE
       01  WS-PAGOS-CANT             PIC 9(5) VALUE 0.
       01  WS-PAGOS-TOTAL            PIC 9(11)V99 VALUE 0.
           MOVE WS-APROB-MILLONES TO WS-EO-APROB-MONTO
           MOVE WS-APROB-OPER TO WS-EO-APROB-OPER
           MOVE WS-APROB-DIAS TO WS-EO-APROB-DIAS
           DISPLAY WS-EO-APROB-LINEA

           IF WS-APROB-DIAS > WS-APROB-DIAS-MAX
               MOVE WS-APROB-FECHA TO WS-EXC-TX-APROB-FECHA
               MOVE WS-APROB-MILLONES TO WS-EXC-TX-APROB-MONTO
               MOVE WS-APROB-OPER TO WS-EXC-TX-APROB-OPER
               MOVE WS-APROB-FECHA TO WS-EXC-REF-APROB-FECHA
               MOVE "M" TO WS-EXC-SEVERIDAD
               MOVE "RPT-EOD" TO WS-EXC-ORIGEN
               MOVE WS-EXC-REF-APROB TO WS-EXC-REFER
               MOVE WS-EXC-TX-APROB TO WS-EXC-TEXTO
               PERFORM 8300-REGISTRAR-EXCEPCION
                   THRU 8300-REGISTRAR-EXCEPCION-EXIT
           END-IF.

       2000-INFORMAR-APROBACION-EXIT.
           EXIT.
      *>   CALCULO COMPARTIDO DE DIAS CORRIDOS (VER 2000-INFORMAR-
      *>   APROBACION)
           COPY DIASCALC.

      *>   ALTA EN LA COLA CENTRAL DE EXCEPCIONES (VER 2000-INFORMAR-
      *>   APROBACION)
           COPY EXCPCALC.
