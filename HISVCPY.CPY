      *>--------------------------------------------------------------
      *> HISVCPY - CAMPOS DE TRABAJO PARA UBICAR EN EL CALENDARIO LOS
      *> 7 DIAS DE UNA SEMANA DEL HISTORIAL POR SUCURSAL HISVIXPF (VER
      *> HISVCALC.CPY). COPYBOOK DE DATOS, SE INCLUYE CON
      *> "COPY HISVCPY." EN WORKING-STORAGE, JUNTO CON DIASCPY.
      *>
      *> LA SEMANA SE IDENTIFICA POR SU FECHA DE CIERRE (LA FECHA DE
      *> CORRIDA DE EJ-03ENCL18) Y CADA CANTIDAD POR SU DIA DE LA
      *> SEMANA (1=LUNES...7=DOMINGO). EL DIA N DE LA SEMANA ES EL
      *> ULTIMO DIA N QUE NO ES POSTERIOR AL CIERRE: CON EL CIERRE EN
      *> VIERNES, EL SABADO Y EL DOMINGO SON LOS DEL FIN DE SEMANA
      *> ANTERIOR. ASI UNA SEMANA QUE CRUZA DE UN MES A OTRO REPARTE
      *> CADA DIA EN SU MES, EN VEZ DE CARGAR TODO AL MES DEL CIERRE.
      *>--------------------------------------------------------------
      *>   FECHA DE CIERRE DE LA SEMANA (ENTRADA)
       01  WS-HVD-FECHA-SEM          PIC 9(8) VALUE 0.

      *>   RESULTADO: LA FECHA AAAAMMDD DE CADA DIA DE LA SEMANA
       01  TABLA-HVD-DIAS.
           02 WS-HVD-DIA OCCURS 7 TIMES.
               03 WS-HVD-FECHA       PIC 9(8).
               03 WS-HVD-FECHA-R REDEFINES WS-HVD-FECHA.
                   04 WS-HVD-ANIO    PIC 9(4).
                   04 WS-HVD-MES     PIC 9(2).
                   04 WS-HVD-DD      PIC 9(2).

      *>   DIA DE LA SEMANA DEL CIERRE, DIAS HACIA ATRAS DESDE EL
      *>   CIERRE Y SUBINDICE PROPIO (PARA NO PISAR LOS DEL PROGRAMA)
       01  WS-HVD-SEM-FIN            PIC 9 VALUE 0.
       01  WS-HVD-ATRAS              PIC 9 VALUE 0.
       01  WS-HVD-IX                 PIC 9(2) VALUE 0.

      *>   LARGO DE CADA MES EN UN ANIO NO BISIESTO, Y EL DEL MES QUE
      *>   SE ESTA CALCULANDO (VER 8760-CALCULAR-LARGO-MES)
       01  WS-HVD-LARGOS-MESES.
           02 FILLER PIC 9(2) VALUE 31.
           02 FILLER PIC 9(2) VALUE 28.
           02 FILLER PIC 9(2) VALUE 31.
           02 FILLER PIC 9(2) VALUE 30.
           02 FILLER PIC 9(2) VALUE 31.
           02 FILLER PIC 9(2) VALUE 30.
           02 FILLER PIC 9(2) VALUE 31.
           02 FILLER PIC 9(2) VALUE 31.
           02 FILLER PIC 9(2) VALUE 30.
           02 FILLER PIC 9(2) VALUE 31.
           02 FILLER PIC 9(2) VALUE 30.
           02 FILLER PIC 9(2) VALUE 31.
       01  WS-HVD-LARGOS-MESES-R REDEFINES WS-HVD-LARGOS-MESES.
           02 WS-HVD-LARGO PIC 9(2) OCCURS 12 TIMES.
       01  WS-HVD-CAL-ANIO           PIC 9(4) VALUE 0.
       01  WS-HVD-CAL-MES            PIC 9(2) VALUE 0.
       01  WS-HVD-LARGO-MES          PIC 9(2) VALUE 0.
