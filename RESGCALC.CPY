      *>--------------------------------------------------------------
      *> RESGCALC - ACUMULA UNA LINEA EN LOS CONTADORES DE CONTROL DEL
      *> ARCHIVO EN PROCESO. COPYBOOK DE PROCEDIMIENTO (MISMO ESQUEMA
      *> QUE DIASCALC): SE INCLUYE CON "COPY RESGCALC." DENTRO DE LA
      *> PROCEDURE DIVISION, JUNTO CON "COPY RESGCPY." EN
      *> WORKING-STORAGE. EL PROGRAMA PONE WS-RESG-REGISTROS Y
      *> WS-RESG-HASH EN CERO AL EMPEZAR CADA ARCHIVO, Y POR CADA
      *> LINEA LEIDA LA DEJA EN WS-RESG-LINEA Y EJECUTA:
      *>     PERFORM 8500-SUMAR-CONTROL THRU 8500-SUMAR-CONTROL-EXIT
      *> LO USAN RESG-CTL AL TOMAR LA GENERACION Y REST-CTL AL
      *> VERIFICARLA, ASI LOS DOS CUENTAN EXACTAMENTE IGUAL.
      *>--------------------------------------------------------------
       8500-SUMAR-CONTROL.

           ADD 1 TO WS-RESG-REGISTROS

           PERFORM VARYING WS-RESG-POS FROM 1 BY 1
                   UNTIL WS-RESG-POS > 714
               IF WS-RESG-CAR(WS-RESG-POS) IS NUMERIC
                   MOVE WS-RESG-CAR(WS-RESG-POS) TO WS-RESG-DIGITO-X
                   COMPUTE WS-RESG-HASH = WS-RESG-HASH
                       + WS-RESG-DIGITO * WS-RESG-POS
               END-IF
           END-PERFORM.

       8500-SUMAR-CONTROL-EXIT.
           EXIT.
