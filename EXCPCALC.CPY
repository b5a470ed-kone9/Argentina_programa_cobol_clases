      *>--------------------------------------------------------------
      *> EXCPCALC - ALTA DE UNA EXCEPCION EN LA COLA CENTRAL EXCEPPF.
      *> COPYBOOK DE PROCEDIMIENTO (MISMO ESQUEMA QUE CAMBCALC Y
      *> SESCALC): SE INCLUYE CON "COPY EXCPCALC." DENTRO DE LA
      *> PROCEDURE DIVISION, JUNTO CON "COPY EXCPCPY." EN
      *> WORKING-STORAGE. EL PROGRAMA ARMA WS-EXC-SEVERIDAD /
      *> WS-EXC-ORIGEN / WS-EXC-REFER / WS-EXC-TEXTO Y EJECUTA:
      *>     PERFORM 8300-REGISTRAR-EXCEPCION
      *>         THRU 8300-REGISTRAR-EXCEPCION-EXIT
      *>
      *> UNA EXCEPCION IGUAL (MISMO PROGRAMA, REFERENCIA Y TEXTO) QUE
      *> TODAVIA NO SE CERRO NO SE VUELVE A DAR DE ALTA: UN CONTROL
      *> QUE SE REPITE EN CADA CORRIDA MIENTRAS NADIE LO RESUELVE NO
      *> LLENA LA COLA CON COPIAS DE LO MISMO.
      *>
      *> NO TOCA EL RETURN-CODE NI CORTA EL PROGRAMA: SI EXCEPPF NO SE
      *> PUEDE GRABAR SE AVISA POR CONSOLA Y EL PROGRAMA SIGUE, PORQUE
      *> EL AVISO ORIGINAL YA SALIO POR DONDE SALIA SIEMPRE.
      *>--------------------------------------------------------------
       8300-REGISTRAR-EXCEPCION.

           MOVE 0 TO WS-EXC-ULT-NRO
           MOVE 0 TO WS-EXC-NRO
           MOVE "N" TO WS-EXC-YA-ABIERTA-SW

      *>       SE RECORRE LA COLA PARA TOMAR EL ULTIMO NUMERO Y VER SI
      *>       LA MISMA EXCEPCION YA ESTA ABIERTA
           OPEN INPUT EXCEP-FILE
           IF FS-EXCEP-OK
               PERFORM UNTIL FS-EXCEP-EOF
                   READ EXCEP-FILE
                       AT END
                           SET FS-EXCEP-EOF TO TRUE
                       NOT AT END
                           IF EXC-REG-NRO > WS-EXC-ULT-NRO
                               MOVE EXC-REG-NRO TO WS-EXC-ULT-NRO
                           END-IF
                           IF EXC-REG-ORIGEN = WS-EXC-ORIGEN
                                   AND EXC-REG-REFER = WS-EXC-REFER
                                   AND EXC-REG-TEXTO = WS-EXC-TEXTO
                                   AND EXC-REG-ESTADO NOT = "C"
                               SET EXC-YA-ABIERTA TO TRUE
                               MOVE EXC-REG-NRO TO WS-EXC-NRO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE EXCEP-FILE

           IF EXC-YA-ABIERTA
               DISPLAY "EXCEPPF: YA ESTA ABIERTA COMO EXCEPCION "
                   WS-EXC-NRO ", NO SE REPITE"
               GO TO 8300-REGISTRAR-EXCEPCION-EXIT
           END-IF

           ACCEPT WS-EXC-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-EXC-HORA-LARGA FROM TIME

           OPEN EXTEND EXCEP-FILE

           IF NOT FS-EXCEP-OK
      *>       SI LA COLA TODAVIA NO EXISTE, EXTEND FALLA PORQUE NO LA
      *>       ENCUENTRA; LA CREO CON OPEN OUTPUT LA PRIMERA VEZ
               CLOSE EXCEP-FILE
               OPEN OUTPUT EXCEP-FILE
           END-IF

           IF NOT FS-EXCEP-OK
               DISPLAY "AVISO: NO SE PUDO GRABAR LA COLA DE "
                   "EXCEPCIONES EXCEPPF - STATUS " WS-FS-EXCEP
               DISPLAY "EXCEPCION NO REGISTRADA: " WS-EXC-TEXTO
               CLOSE EXCEP-FILE
               GO TO 8300-REGISTRAR-EXCEPCION-EXIT
           END-IF

           ADD 1 TO WS-EXC-ULT-NRO
           MOVE WS-EXC-ULT-NRO TO WS-EXC-NRO

           INITIALIZE EXCEP-REG
           MOVE WS-EXC-NRO TO EXC-REG-NRO
           MOVE WS-EXC-FECHA TO EXC-REG-FECHA
           MOVE WS-EXC-HORA-LARGA(1:6) TO EXC-REG-HORA
           MOVE WS-EXC-SEVERIDAD TO EXC-REG-SEVERIDAD
           MOVE WS-EXC-ORIGEN TO EXC-REG-ORIGEN
           MOVE WS-EXC-REFER TO EXC-REG-REFER
           MOVE WS-EXC-TEXTO TO EXC-REG-TEXTO
           MOVE "A" TO EXC-REG-ESTADO
           WRITE EXCEP-REG

           CLOSE EXCEP-FILE

           DISPLAY "EXCEPPF: EXCEPCION " WS-EXC-NRO " REGISTRADA, "
               "SEVERIDAD " WS-EXC-SEVERIDAD " (VER MNT-EXCEP)".

       8300-REGISTRAR-EXCEPCION-EXIT.
           EXIT.
