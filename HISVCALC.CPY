      *>--------------------------------------------------------------
      *> HISVCALC - UBICACION EN EL CALENDARIO DE LOS 7 DIAS DE UNA
      *> SEMANA DE HISVIXPF. COPYBOOK DE PROCEDIMIENTO (MISMO ESQUEMA
      *> QUE DIASCALC): SE INCLUYE CON "COPY HISVCALC." DENTRO DE LA
      *> PROCEDURE DIVISION, Y NECESITA TAMBIEN "COPY DIASCALC." (USA
      *> 8700-CALCULAR-DIAS PARA SABER EN QUE DIA CAYO EL CIERRE). EL
      *> PROGRAMA DEJA LA FECHA DE CIERRE EN WS-HVD-FECHA-SEM (COPY
      *> HISVCPY EN WORKING-STORAGE) Y EJECUTA:
      *>     PERFORM 8750-UBICAR-DIAS-SEMANA
      *>         THRU 8750-UBICAR-DIAS-SEMANA-EXIT
      *> EL RESULTADO QUEDA EN WS-HVD-FECHA(1..7), CON SU ANIO Y MES
      *> EN WS-HVD-ANIO / WS-HVD-MES: EL DIA 1 (LUNES) DE LA TABLA DE
      *> VISITAS CAYO EN WS-HVD-FECHA(1), Y ASI HASTA EL 7 (DOMINGO).
      *>--------------------------------------------------------------
       8750-UBICAR-DIAS-SEMANA.

           MOVE WS-HVD-FECHA-SEM TO WS-DIA-FECHA
           PERFORM 8700-CALCULAR-DIAS
               THRU 8700-CALCULAR-DIAS-EXIT
           MOVE WS-DIA-SEMANA TO WS-HVD-SEM-FIN

           PERFORM VARYING WS-HVD-IX FROM 1 BY 1 UNTIL WS-HVD-IX > 7

      *>       CUANTOS DIAS ANTES DEL CIERRE CAYO ESTE DIA: LOS DIAS
      *>       POSTERIORES AL DEL CIERRE SON DE LA SEMANA ANTERIOR
               IF WS-HVD-IX > WS-HVD-SEM-FIN
                   COMPUTE WS-HVD-ATRAS =
                       WS-HVD-SEM-FIN + 7 - WS-HVD-IX
               ELSE
                   COMPUTE WS-HVD-ATRAS = WS-HVD-SEM-FIN - WS-HVD-IX
               END-IF

               MOVE WS-HVD-FECHA-SEM TO WS-HVD-FECHA(WS-HVD-IX)

               IF WS-HVD-DD(WS-HVD-IX) > WS-HVD-ATRAS
                   SUBTRACT WS-HVD-ATRAS FROM WS-HVD-DD(WS-HVD-IX)
               ELSE
      *>           A LO SUMO SEIS DIAS ATRAS: CAE EN EL MES ANTERIOR,
      *>           NUNCA MAS LEJOS
                   IF WS-HVD-MES(WS-HVD-IX) = 1
                       MOVE 12 TO WS-HVD-MES(WS-HVD-IX)
                       SUBTRACT 1 FROM WS-HVD-ANIO(WS-HVD-IX)
                   ELSE
                       SUBTRACT 1 FROM WS-HVD-MES(WS-HVD-IX)
                   END-IF
                   MOVE WS-HVD-ANIO(WS-HVD-IX) TO WS-HVD-CAL-ANIO
                   MOVE WS-HVD-MES(WS-HVD-IX) TO WS-HVD-CAL-MES
                   PERFORM 8760-CALCULAR-LARGO-MES
                       THRU 8760-CALCULAR-LARGO-MES-EXIT
                   COMPUTE WS-HVD-DD(WS-HVD-IX) = WS-HVD-LARGO-MES
                       + WS-HVD-DD(WS-HVD-IX) - WS-HVD-ATRAS
               END-IF

           END-PERFORM.

       8750-UBICAR-DIAS-SEMANA-EXIT.
           EXIT.


      *>   CANTIDAD DE DIAS DEL MES WS-HVD-CAL-MES DEL ANIO
      *>   WS-HVD-CAL-ANIO, CON LA MISMA REGLA DE BISIESTOS QUE
      *>   DIASCALC (CADA 4, SALVO CADA 100, SALVO CADA 400)
       8760-CALCULAR-LARGO-MES.

           MOVE WS-HVD-LARGO(WS-HVD-CAL-MES) TO WS-HVD-LARGO-MES

           IF WS-HVD-CAL-MES = 2
               DIVIDE WS-HVD-CAL-ANIO BY 4 GIVING WS-DIA-COCIENTE
                   REMAINDER WS-DIA-RESTO-4
               DIVIDE WS-HVD-CAL-ANIO BY 100 GIVING WS-DIA-COCIENTE
                   REMAINDER WS-DIA-RESTO-100
               DIVIDE WS-HVD-CAL-ANIO BY 400 GIVING WS-DIA-COCIENTE
                   REMAINDER WS-DIA-RESTO-400
               IF (WS-DIA-RESTO-4 = 0 AND WS-DIA-RESTO-100 NOT = 0)
                       OR WS-DIA-RESTO-400 = 0
                   MOVE 29 TO WS-HVD-LARGO-MES
               END-IF
           END-IF.

       8760-CALCULAR-LARGO-MES-EXIT.
           EXIT.
