      *> TERMINA CON RETURN-CODE 0 SI TODO CIERRA Y 1 SI ALGO NO: EL
      *> DRIVER DRV18TOT LO CORRE ANTES DE ARRANCAR EL JOB Y NINGUN
      *> REPORTE DEBERIA CONFIAR EN UN LIBRO QUE NO VERIFICA.
      *>
      *> MODIFICACIONES:
      *> - UN LIBRO QUE NO VERIFICA SE DEJA ADEMAS EN LA COLA CENTRAL
      *>   DE EXCEPCIONES EXCEPPF CON SEVERIDAD ALTA Y LA ULTIMA
      *>   CORRIDA DEL CONTROL COMO REFERENCIA (VER EXCPCALC.CPY Y
      *>   MNT-EXCEP), PARA QUE NO QUEDE SOLO EN LA CONSOLA DEL JOB.

      *>--------------------------------------
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LEDGCTL WS-FS-LEDGCTL-EXT.

      *>   COLA CENTRAL DE EXCEPCIONES (VER EXCPCALC.CPY)
           SELECT EXCEP-FILE ASSIGN TO "EXCEPPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEP WS-FS-EXCEP-EXT.

       DATA DIVISION.

       FILE SECTION.
           02 LCTL-REG-HASH-PAGOS    PIC 9(12)V99.
           02 LCTL-REG-ESPEJO        PIC X(1).

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

       01  WS-MONTO-ACTUAL           PIC S9(9)V99.
       01  k                         PIC 99.

      *>   CAMPOS DEL ALTA EN LA COLA DE EXCEPCIONES (VER EXCPCPY.CPY)
      *>   Y TEXTO DE LA EXCEPCION DE LIBRO QUE NO VERIFICA
           COPY EXCPCPY.
       01  WS-EXC-TX-LIBRO.
           02 FILLER                 PIC X(40)
               VALUE "EL LIBRO LEDGERPF NO VERIFICA CONTRA SU ".
           02 FILLER                 PIC X(19)
               VALUE "CONTROL LEDGCTLPF: ".
           02 WS-EXC-TX-PROBLEMAS    PIC ZZZ9.
           02 FILLER                 PIC X(17) VALUE " PROBLEMAS".

      *>---------------------------PROCEDURE----------------------------
       PROCEDURE DIVISION.

           ELSE
               DISPLAY "VER-LEDG: *** EL LIBRO NO VERIFICA: "
                   WS-CANT-PROBLEMAS " PROBLEMAS ***"
               MOVE WS-CANT-PROBLEMAS TO WS-EXC-TX-PROBLEMAS
               MOVE "A" TO WS-EXC-SEVERIDAD
               MOVE "VER-LEDG" TO WS-EXC-ORIGEN
               MOVE WS-CTL-ULTSEC TO WS-EXC-REF-CORR-NRO
               MOVE WS-EXC-REF-CORRIDA TO WS-EXC-REFER
               MOVE WS-EXC-TX-LIBRO TO WS-EXC-TEXTO
               PERFORM 8300-REGISTRAR-EXCEPCION
                   THRU 8300-REGISTRAR-EXCEPCION-EXIT
               MOVE 1 TO RETURN-CODE
           END-IF.

      *>   NORMALIZACION DE LINEA DE LIBRO COMPARTIDA, PARA TOLERAR EL
      *>   LAYOUT VIEJO DEL LIBRO (VER 2000-RECORRER-LIBRO)
           COPY LEDGNORM.

      *>   ALTA EN LA COLA CENTRAL DE EXCEPCIONES (VER
      *>   4000-EMITIR-VEREDICTO)
           COPY EXCPCALC.
