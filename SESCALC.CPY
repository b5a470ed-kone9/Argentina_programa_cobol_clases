      *>--------------------------------------------------------------
      *> SESCALC - CONTROL DE PIN, BLOQUEO Y REGISTRO DE INGRESOS
      *> COMPARTIDO. COPYBOOK DE PROCEDIMIENTO (MISMO ESQUEMA QUE
      *> FECHAVAL Y DIASCALC): SE INCLUYE CON "COPY SESCALC." DENTRO
      *> DE LA PROCEDURE DIVISION, JUNTO CON "COPY SESCPY." EN
      *> WORKING-STORAGE. EL PROGRAMA BUSCA AL OPERADOR EN OPERPF
      *> COMO SIEMPRE Y, AL ENCONTRARLO, EJECUTA:
      *>     PERFORM 8610-TOMAR-DATOS-OPER
      *>         THRU 8610-TOMAR-DATOS-OPER-EXIT
      *> CON EL REGISTRO TODAVIA EN OPER-REG. DESPUES, CON EL
      *> OPERADOR ENCONTRADO:
      *>     PERFORM 8600-VERIFICAR-PIN THRU 8600-VERIFICAR-PIN-EXIT
      *> Y SIGUE SOLO SI SES-AUTORIZADA. EL REGISTRO DEL INTENTO EN
      *> SESIONPF LO HACE 8600 EN LOS RECHAZOS; EL CODIGO INEXISTENTE,
      *> EL NIVEL INSUFICIENTE Y EL INGRESO CORRECTO LOS REGISTRA EL
      *> PROGRAMA CON 8680-REGISTRAR-INTENTO, PORQUE DEPENDEN DE SU
      *> PROPIA BUSQUEDA Y DEL NIVEL QUE EXIGE.
      *>--------------------------------------------------------------
       8600-VERIFICAR-PIN.

           MOVE "N" TO WS-SES-AUTORIZADA-SW
           MOVE "N" TO WS-SES-CAMBIAR-PIN-SW
           ACCEPT WS-SES-FECHA-HOY FROM DATE YYYYMMDD

           IF SES-SUSPENDIDO
               DISPLAY "ERROR: EL OPERADOR " WS-OPER-CODIGO " ESTA "
                   "SUSPENDIDO EN OPERPF"
               SET SES-OPER-SUSPENDIDO TO TRUE
               PERFORM 8680-REGISTRAR-INTENTO
                   THRU 8680-REGISTRAR-INTENTO-EXIT
               GO TO 8600-VERIFICAR-PIN-EXIT
           END-IF

           IF WS-SES-PIN-GUARDADO = SPACES
                   OR WS-SES-PIN-GUARDADO NOT NUMERIC
               DISPLAY "ERROR: EL OPERADOR " WS-OPER-CODIGO " NO "
                   "TIENE PIN ASIGNADO; LO ASIGNA UN NIVEL 3 EN "
                   "MNT-OPER"
               SET SES-SIN-PIN TO TRUE
               PERFORM 8680-REGISTRAR-INTENTO
                   THRU 8680-REGISTRAR-INTENTO-EXIT
               GO TO 8600-VERIFICAR-PIN-EXIT
           END-IF

      *>       CON EL BLOQUEO YA ALCANZADO NI SIQUIERA SE PIDE EL PIN:
      *>       SOLO LO LEVANTA UN PIN NUEVO ASIGNADO EN MNT-OPER
           PERFORM 8620-CONTAR-FALLOS
               THRU 8620-CONTAR-FALLOS-EXIT

           IF WS-SES-FALLOS NOT < WS-SES-MAX-FALLOS
               DISPLAY "ERROR: EL OPERADOR " WS-OPER-CODIGO " ESTA "
                   "BLOQUEADO POR " WS-SES-FALLOS " INTENTOS FALLIDOS"
               DISPLAY "LO DESBLOQUEA UN NIVEL 3 ASIGNANDO UN PIN "
                   "NUEVO EN MNT-OPER"
               SET SES-OPER-BLOQUEADO TO TRUE
               PERFORM 8680-REGISTRAR-INTENTO
                   THRU 8680-REGISTRAR-INTENTO-EXIT
               GO TO 8600-VERIFICAR-PIN-EXIT
           END-IF

           DISPLAY "INGRESE SU PIN"
           MOVE SPACES TO WS-SES-PIN-INGRESADO
           ACCEPT WS-SES-PIN-INGRESADO

           MOVE WS-OPER-CODIGO TO WS-HASH-CODIGO
           MOVE WS-SES-PIN-INGRESADO TO WS-HASH-PIN
           PERFORM 8650-CALCULAR-HASH
               THRU 8650-CALCULAR-HASH-EXIT
           MOVE SPACES TO WS-SES-PIN-INGRESADO
           MOVE SPACES TO WS-HASH-PIN

           IF WS-HASH-VALOR-X NOT = WS-SES-PIN-GUARDADO
               ADD 1 TO WS-SES-FALLOS
               DISPLAY "ERROR: PIN INCORRECTO (INTENTO FALLIDO "
                   WS-SES-FALLOS " DE " WS-SES-MAX-FALLOS ")"
               IF WS-SES-FALLOS NOT < WS-SES-MAX-FALLOS
                   DISPLAY "EL OPERADOR " WS-OPER-CODIGO " QUEDA "
                       "BLOQUEADO"
               END-IF
               SET SES-PIN-ERRONEO TO TRUE
               PERFORM 8680-REGISTRAR-INTENTO
                   THRU 8680-REGISTRAR-INTENTO-EXIT
               GO TO 8600-VERIFICAR-PIN-EXIT
           END-IF

      *>       EL VENCIMIENTO SE MIRA CON EL PIN YA VERIFICADO: SOLO
      *>       MNT-OPER DEJA ENTRAR ASI, Y UNICAMENTE PARA CAMBIARLO
           IF WS-SES-PIN-VENCE < WS-SES-FECHA-HOY
               IF SES-ACEPTA-VENCIDO
                   DISPLAY "AVISO: SU PIN ESTA VENCIDO O ES "
                       "PROVISIONAL, DEBE CAMBIARLO AHORA"
                   SET SES-DEBE-CAMBIAR-PIN TO TRUE
               ELSE
                   DISPLAY "ERROR: EL PIN DEL OPERADOR "
                       WS-OPER-CODIGO " ESTA VENCIDO O ES PROVISIONAL"
                   DISPLAY "CAMBIELO CON LA OPCION C DE MNT-OPER"
                   SET SES-PIN-VENCIDO TO TRUE
                   PERFORM 8680-REGISTRAR-INTENTO
                       THRU 8680-REGISTRAR-INTENTO-EXIT
                   GO TO 8600-VERIFICAR-PIN-EXIT
               END-IF
           END-IF

           SET SES-AUTORIZADA TO TRUE.

       8600-VERIFICAR-PIN-EXIT.
           EXIT.


      *>   COPIA LOS DATOS DE SEGURIDAD DEL OPERADOR DESDE OPER-REG.
      *>   LOS REGISTROS DE OPERPF ANTERIORES AL PIN TRAEN BLANCOS AL
      *>   FINAL: QUEDAN ACTIVOS, SIN PIN Y CON EL PIN VENCIDO
       8610-TOMAR-DATOS-OPER.

           MOVE OPER-REG-ESTADO TO WS-SES-ESTADO
           MOVE OPER-REG-PIN-HASH TO WS-SES-PIN-GUARDADO

           IF OPER-REG-PIN-VENCE IS NUMERIC
               MOVE OPER-REG-PIN-VENCE TO WS-SES-PIN-VENCE
           ELSE
               MOVE 0 TO WS-SES-PIN-VENCE
           END-IF.

       8610-TOMAR-DATOS-OPER-EXIT.
           EXIT.


      *>   CUENTA LOS INTENTOS FALLIDOS SEGUIDOS DEL OPERADOR EN
      *>   SESIONPF: CADA PIN INCORRECTO SUMA UNO, Y UN PIN CORRECTO
      *>   (INGRESO, NIVEL INSUFICIENTE O PIN VENCIDO) O UN DESBLOQUEO
      *>   DE MNT-OPER VUELVEN A CERO. LOS DEMAS RECHAZOS NO CUENTAN.
      *>   SIN ARCHIVO NO HUBO NINGUN INTENTO
       8620-CONTAR-FALLOS.

           MOVE 0 TO WS-SES-FALLOS

           OPEN INPUT SESION-FILE

           IF NOT FS-SESION-OK
               CLOSE SESION-FILE
               GO TO 8620-CONTAR-FALLOS-EXIT
           END-IF

           PERFORM UNTIL FS-SESION-EOF
               READ SESION-FILE
                   AT END
                       SET FS-SESION-EOF TO TRUE
                   NOT AT END
                       IF SES-REG-OPER = WS-OPER-CODIGO
                           EVALUATE SES-REG-RESULTADO
                               WHEN "F"
                                   ADD 1 TO WS-SES-FALLOS
                               WHEN "I"
                               WHEN "L"
                               WHEN "V"
                               WHEN "D"
                                   MOVE 0 TO WS-SES-FALLOS
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SESION-FILE.

       8620-CONTAR-FALLOS-EXIT.
           EXIT.


      *>   HASH DEL PIN: RECORRE CUATRO VECES LOS 10 CARACTERES DE
      *>   CODIGO + PIN, Y EN CADA PASO MULTIPLICA EL ACUMULADO POR 131,
      *>   LE SUMA LA POSICION DEL CARACTER EN EL ALFABETO PONDERADA
      *>   POR SU LUGAR Y LA VUELTA, Y SE QUEDA CON EL RESTO DE DIVIDIR
      *>   POR EL PRIMO 999999937. EL RESULTADO QUEDA EN WS-HASH-VALOR
      *>   (Y EN WS-HASH-VALOR-X PARA COMPARARLO CON OPERPF)
       8650-CALCULAR-HASH.

           MOVE 5381 TO WS-HASH-VALOR

           PERFORM VARYING WS-HASH-VUELTA FROM 1 BY 1
                   UNTIL WS-HASH-VUELTA > 4
               PERFORM VARYING WS-HASH-I FROM 1 BY 1
                       UNTIL WS-HASH-I > 10
                   MOVE 38 TO WS-HASH-CODIGO-CAR
                   PERFORM VARYING WS-HASH-J FROM 1 BY 1
                           UNTIL WS-HASH-J > 37
                       IF WS-HASH-SIMBOLO(WS-HASH-J) =
                               WS-HASH-CAR(WS-HASH-I)
                           MOVE WS-HASH-J TO WS-HASH-CODIGO-CAR
                       END-IF
                   END-PERFORM
                   COMPUTE WS-HASH-TRABAJO =
                       WS-HASH-VALOR * 131
                       + WS-HASH-CODIGO-CAR
                           * (WS-HASH-I + WS-HASH-VUELTA)
                       + 17
                   DIVIDE WS-HASH-TRABAJO BY 999999937
                       GIVING WS-HASH-COCIENTE
                       REMAINDER WS-HASH-VALOR
               END-PERFORM
           END-PERFORM.

       8650-CALCULAR-HASH-EXIT.
           EXIT.


      *>   AGREGA EL INTENTO A SESIONPF CON FECHA, HORA, OPERADOR,
      *>   PROGRAMA Y EL RESULTADO DEJADO EN WS-SES-RESULTADO. UN
      *>   INGRESO QUE NO SE PUEDE REGISTRAR NO SE PERMITE: SI EL
      *>   ARCHIVO NO SE PUEDE GRABAR EL PROGRAMA SE CORTA
       8680-REGISTRAR-INTENTO.

           ACCEPT WS-SES-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-SES-HORA-LARGA FROM TIME

           OPEN EXTEND SESION-FILE

           IF NOT FS-SESION-OK
      *>       SI EL REGISTRO TODAVIA NO EXISTE, EXTEND FALLA PORQUE NO
      *>       LO ENCUENTRA; LO CREO CON OPEN OUTPUT LA PRIMERA VEZ
               CLOSE SESION-FILE
               OPEN OUTPUT SESION-FILE
           END-IF

           IF NOT FS-SESION-OK
               DISPLAY "ERROR: NO SE PUDO GRABAR EL REGISTRO DE "
                   "INGRESOS SESIONPF - STATUS " WS-FS-SESION
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-SES-FECHA-HOY TO SES-REG-FECHA
           MOVE WS-SES-HORA-LARGA(1:6) TO SES-REG-HORA
           MOVE WS-OPER-CODIGO TO SES-REG-OPER
           MOVE WS-SES-PROGRAMA TO SES-REG-PROGRAMA
           MOVE WS-SES-RESULTADO TO SES-REG-RESULTADO
           WRITE SESION-REG

           CLOSE SESION-FILE.

       8680-REGISTRAR-INTENTO-EXIT.
           EXIT.
