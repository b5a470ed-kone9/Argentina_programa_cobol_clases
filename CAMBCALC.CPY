      *>--------------------------------------------------------------
      *> CAMBCALC - REGISTRO DE CAMBIOS DE LOS ARCHIVOS DE PARAMETROS
      *> COMPARTIDO. COPYBOOK DE PROCEDIMIENTO (MISMO ESQUEMA QUE
      *> FECHAVAL Y SESCALC): SE INCLUYE CON "COPY CAMBCALC." DENTRO DE
      *> LA PROCEDURE DIVISION, JUNTO CON "COPY CAMBCPY." EN
      *> WORKING-STORAGE. POR CADA CAMBIO HECHO EN LA TABLA EL
      *> PROGRAMA ARMA WS-CAMB-ACCION / WS-CAMB-CLAVE / WS-CAMB-ANTES /
      *> WS-CAMB-DESPUES Y EJECUTA, ANTES DE APLICARLO:
      *>     PERFORM 8400-ANOTAR-CAMBIO THRU 8400-ANOTAR-CAMBIO-EXIT
      *> Y APLICA EL CAMBIO SOLO SI CAMB-ANOTADO. DESPUES DE
      *> REESCRIBIR EL ARCHIVO EJECUTA:
      *>     PERFORM 8450-GRABAR-CAMBIOS THRU 8450-GRABAR-CAMBIOS-EXIT
      *>--------------------------------------------------------------
       8400-ANOTAR-CAMBIO.

           MOVE "N" TO WS-CAMB-ANOTADO-SW

           IF WS-CAMB-CANT NOT < WS-CAMB-MAX
               DISPLAY "ERROR: HAY " WS-CAMB-CANT " CAMBIOS SIN "
                   "GRABAR; SALGA CON F PARA GRABARLOS ANTES DE SEGUIR"
               GO TO 8400-ANOTAR-CAMBIO-EXIT
           END-IF

           ACCEPT WS-CAMB-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-CAMB-HORA-LARGA FROM TIME

           ADD 1 TO WS-CAMB-CANT
           MOVE WS-CAMB-FECHA TO WS-CP-FECHA(WS-CAMB-CANT)
           MOVE WS-CAMB-HORA-LARGA(1:6) TO WS-CP-HORA(WS-CAMB-CANT)
           MOVE WS-CAMB-ACCION TO WS-CP-ACCION(WS-CAMB-CANT)
           MOVE WS-CAMB-CLAVE TO WS-CP-CLAVE(WS-CAMB-CANT)
           MOVE WS-CAMB-ANTES TO WS-CP-ANTES(WS-CAMB-CANT)
           MOVE WS-CAMB-DESPUES TO WS-CP-DESPUES(WS-CAMB-CANT)

           SET CAMB-ANOTADO TO TRUE.

       8400-ANOTAR-CAMBIO-EXIT.
           EXIT.


      *>   AGREGA A CAMBIOSPF LOS CAMBIOS ANOTADOS, CON EL OPERADOR DE
      *>   LA SESION. SE LLAMA CON EL ARCHIVO YA REESCRITO: SI EL
      *>   REGISTRO NO SE PUEDE GRABAR, LOS CAMBIOS QUEDARON APLICADOS
      *>   SIN SU RASTRO Y SE AVISA PARA QUE AUDITORIA LO SEPA
       8450-GRABAR-CAMBIOS.

           IF WS-CAMB-CANT = 0
               GO TO 8450-GRABAR-CAMBIOS-EXIT
           END-IF

           OPEN EXTEND CAMBIOS-FILE

           IF NOT FS-CAMBIOS-OK
      *>       SI EL REGISTRO TODAVIA NO EXISTE, EXTEND FALLA PORQUE NO
      *>       LO ENCUENTRA; LO CREO CON OPEN OUTPUT LA PRIMERA VEZ
               CLOSE CAMBIOS-FILE
               OPEN OUTPUT CAMBIOS-FILE
           END-IF

           IF NOT FS-CAMBIOS-OK
               DISPLAY "ERROR: NO SE PUDO GRABAR EL REGISTRO DE "
                   "CAMBIOS CAMBIOSPF - STATUS " WS-FS-CAMBIOS
               DISPLAY "LOS " WS-CAMB-CANT " CAMBIOS A " WS-CAMB-ARCHIVO
                   " QUEDARON APLICADOS SIN SU REGISTRO; AVISE A "
                   "AUDITORIA"
               MOVE 1 TO RETURN-CODE
               GO TO 8450-GRABAR-CAMBIOS-EXIT
           END-IF

           PERFORM VARYING WS-CAMB-I FROM 1 BY 1
                   UNTIL WS-CAMB-I > WS-CAMB-CANT
               MOVE WS-CP-FECHA(WS-CAMB-I) TO CAMB-REG-FECHA
               MOVE WS-CP-HORA(WS-CAMB-I) TO CAMB-REG-HORA
               MOVE WS-OPER-CODIGO TO CAMB-REG-OPER
               MOVE WS-CAMB-ARCHIVO TO CAMB-REG-ARCHIVO
               MOVE WS-CP-ACCION(WS-CAMB-I) TO CAMB-REG-ACCION
               MOVE WS-CP-CLAVE(WS-CAMB-I) TO CAMB-REG-CLAVE
               MOVE WS-CP-ANTES(WS-CAMB-I) TO CAMB-REG-ANTES
               MOVE WS-CP-DESPUES(WS-CAMB-I) TO CAMB-REG-DESPUES
               WRITE CAMBIOS-REG
           END-PERFORM

           CLOSE CAMBIOS-FILE

           DISPLAY "CAMBIOSPF: " WS-CAMB-CANT " CAMBIOS REGISTRADOS"
           MOVE 0 TO WS-CAMB-CANT.

       8450-GRABAR-CAMBIOS-EXIT.
           EXIT.
