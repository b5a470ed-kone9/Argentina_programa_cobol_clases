      *> COMPLETA DESDE EL TRABAJO ANTES DE EMPEZAR NINGUN CORTE
      *> NUEVO; SI NO PUEDE COMPLETARLO, SE NIEGA A ARRANCAR.

      *> MODIFICACIONES
      *> - SE ARCHIVA TAMBIEN CERTRETPF (CERTIFICADOS DE RETENCION DE
      *>   CL-18-EJ-18) EN EL RESGUARDO ARCCERTPF, CON EL MISMO
      *>   CRITERIO QUE EL LIBRO: CADA LINEA TRAE SU FECHA (FECHA=) Y
      *>   SE ARCHIVA SI ES ANTERIOR AL CORTE. RPT-RETEN LEE LOS DOS
      *>   ARCHIVOS, ASI QUE ARCHIVAR NO LE SACA NADA A LA
      *>   DECLARACION ANUAL.
      *> - ACUMVISPF TRAE AHORA REGISTROS DE AJUSTE (CORRECCIONES DE
      *>   COR-VISIT) CON EL ANIO/MES DE LA SEMANA QUE CORRIGEN, ASI
      *>   QUE SE ARCHIVAN JUNTO CON ESE MES. ARCACUMPF SE ENSANCHA AL
      *>   LARGO NUEVO DEL REGISTRO.
      *> - SE ARCHIVA TAMBIEN EL HISTORIAL INDEXADO POR SUCURSAL
      *>   HISVIXPF EN EL RESGUARDO SECUENCIAL ARCHISVPF: CADA SEMANA
      *>   CUYA FECHA DE CIERRE ES ANTERIOR AL CORTE SE GRABA EN EL
      *>   RESGUARDO Y SE BORRA DEL INDEXADO (NO HACE FALTA ARCHIVO DE
      *>   TRABAJO NI JOURNAL: SE BORRA DE A UN REGISTRO POR CLAVE).

      *>--------------------------------------
       ENVIRONMENT DIVISION.
      *>--------------------------------------
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCREPV WS-FS-ARCREPV-EXT.

      *>   CERTIFICADOS DE RETENCION VIVOS Y SU RESGUARDO
           SELECT CERTRET-FILE ASSIGN TO "CERTRETPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CERTRET WS-FS-CERTRET-EXT.

           SELECT ARCCERT-FILE ASSIGN TO "ARCCERTPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCCERT WS-FS-ARCCERT-EXT.

      *>   HISTORIAL INDEXADO DE VISITAS POR SUCURSAL (VER 7950 EN
      *>   EJ-03ENCL18) Y SU RESGUARDO SECUENCIAL
           SELECT HISVIX-FILE ASSIGN TO "HISVIXPF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HVX-REG-CLAVE
               FILE STATUS IS WS-FS-HISVIX WS-FS-HISVIX-EXT.

           SELECT ARCHISV-FILE ASSIGN TO "ARCHISVPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCHISV WS-FS-ARCHISV-EXT.

      *>   ARCHIVO DE TRABAJO PARA REESCRIBIR CADA VIVO SIN LO
      *>   ARCHIVADO; SE REUSA PARA LOS TRES (SE PROCESAN DE A UNO) Y
      *>   SE VACIA SIEMPRE AL TERMINAR CADA PASO, PARA NO DEJAR UNA
           02 ACUM-REG-ANIO          PIC 9(4).
           02 ACUM-REG-MES           PIC 9(2).
           02 ACUM-REG-SEMANA-TOTAL  PIC 9(5).
           02 ACUM-REG-TIPO          PIC X(1).
               88 ACUM-ES-AJUSTE     VALUE "A".
           02 ACUM-REG-FECHA-SEM     PIC 9(8).
           02 ACUM-REG-AJUSTE        PIC S9(5) SIGN IS TRAILING
                                         SEPARATE CHARACTER.

       FD  ARCACUM-FILE.
       01  ARCACUM-REG               PIC X(26).

       FD  REPORTE-FILE.
       01  REPORTE-REG               PIC X(80).
       FD  ARCREPV-FILE.
       01  ARCREPV-REG               PIC X(80).

      *>   LINEA DE CERTIFICADO DE CL-18-EJ-18 (VER WS-CR-LINEA EN ESE
      *>   PROGRAMA); ACA SOLO INTERESA LA FECHA, QUE VA DESPUES DEL
      *>   PREFIJO "FECHA="
       FD  CERTRET-FILE.
       01  CERTRET-REG.
           02 CERTRET-REG-PREFIJO    PIC X(06).
           02 CERTRET-REG-FECHA      PIC 9(8).
           02 FILLER                 PIC X(166).

       FD  ARCCERT-FILE.
       01  ARCCERT-REG               PIC X(180).

      *>   MISMO LAYOUT QUE HVX-REG EN EJ-03ENCL18
       FD  HISVIX-FILE.
       01  HVX-REG.
           02 HVX-REG-CLAVE.
               03 HVX-REG-FECHA      PIC 9(8).
               03 HVX-REG-LOC        PIC X(4).
           02 HVX-REG-VISITAS        PIC 9(4) OCCURS 7 TIMES.
           02 HVX-REG-TARIFA         PIC 9(4)V99.
           02 HVX-REG-TOTAL          PIC 9(5).
           02 HVX-REG-ORIGEN         PIC X(1).
               88 HVX-CON-DETALLE    VALUE "D".
               88 HVX-SOLO-TOTAL     VALUE "T".

       FD  ARCHISV-FILE.
       01  ARCHISV-REG               PIC X(52).

      *>   EL REGISTRO DE TRABAJO ES TAN ANCHO COMO EL MAS ANCHO DE
      *>   LOS TRES VIVOS (LEDGERPF); AL VOLVER A UN VIVO MAS ANGOSTO
      *>   EL MOVE TRUNCA LOS BLANCOS DE RELLENO SIN PERDER DATO
           88 FS-ARCREPV-OK          VALUE "00".
       01  WS-FS-ARCREPV-EXT        PIC 9(4).

       01  WS-FS-CERTRET             PIC XX.
           88 FS-CERTRET-OK          VALUE "00".
           88 FS-CERTRET-EOF         VALUE "10".
       01  WS-FS-CERTRET-EXT         PIC 9(4).

       01  WS-FS-ARCCERT             PIC XX.
           88 FS-ARCCERT-OK          VALUE "00".
       01  WS-FS-ARCCERT-EXT         PIC 9(4).

       01  WS-FS-HISVIX              PIC XX.
           88 FS-HISVIX-OK           VALUE "00".
       01  WS-FS-HISVIX-EXT          PIC 9(4).

       01  WS-FS-ARCHISV             PIC XX.
           88 FS-ARCHISV-OK          VALUE "00".
       01  WS-FS-ARCHISV-EXT         PIC 9(4).

      *>   FIN DEL RECORRIDO DE HISVIXPF (PRIMERA SEMANA QUE NO ES
      *>   ANTERIOR AL CORTE, O FIN DE ARCHIVO)
       01  WS-HVX-FIN-SW             PIC X(01) VALUE "N".
           88 HVX-FIN                VALUE "S".

       01  WS-FS-TRABAJO             PIC XX.
           88 FS-TRABAJO-OK          VALUE "00".
           88 FS-TRABAJO-EOF         VALUE "10".
       01  WS-ACUM-MANTENIDOS        PIC 9(6) VALUE 0.
       01  WS-REPV-ARCHIVADOS        PIC 9(6) VALUE 0.
       01  WS-REPV-MANTENIDOS        PIC 9(6) VALUE 0.
       01  WS-CERT-ARCHIVADOS        PIC 9(6) VALUE 0.
       01  WS-CERT-MANTENIDOS        PIC 9(6) VALUE 0.
       01  WS-HISV-ARCHIVADOS        PIC 9(6) VALUE 0.
       01  WS-HISV-MANTENIDOS        PIC 9(6) VALUE 0.


      *>---------------------------PROCEDURE----------------------------
           PERFORM 4000-ARCHIVAR-REPORTE
               THRU 4000-ARCHIVAR-REPORTE-EXIT

           PERFORM 5000-ARCHIVAR-CERTIFICADOS
               THRU 5000-ARCHIVAR-CERTIFICADOS-EXIT

           PERFORM 6000-ARCHIVAR-HISVIX
               THRU 6000-ARCHIVAR-HISVIX-EXIT

           PERFORM 9000-EMITIR-RESUMEN
               THRU 9000-EMITIR-RESUMEN-EXIT

                       THRU 4100-REESCRIBIR-REPORTE-EXIT
                   PERFORM 0700-LIMPIAR-JOURNAL
                       THRU 0700-LIMPIAR-JOURNAL-EXIT
               WHEN "CERTRETPF"
                   PERFORM 5100-REESCRIBIR-CERTIFICADOS
                       THRU 5100-REESCRIBIR-CERTIFICADOS-EXIT
                   PERFORM 0700-LIMPIAR-JOURNAL
                       THRU 0700-LIMPIAR-JOURNAL-EXIT
               WHEN OTHER
                   DISPLAY "ERROR: EL JOURNAL ARCJRNPF NOMBRA UN "
                       "ARCHIVO DESCONOCIDO: '" WS-JRN-PENDIENTE "'"
           EXIT.


      *>   SEPARA LOS CERTIFICADOS DE RETENCION: CADA LINEA CON FECHA
      *>   ANTERIOR AL CORTE VA AL RESGUARDO ARCCERTPF Y EL RESTO AL
      *>   TRABAJO, MISMO ESQUEMA QUE 2000 PARA EL LIBRO
       5000-ARCHIVAR-CERTIFICADOS.

           OPEN INPUT CERTRET-FILE

           IF NOT FS-CERTRET-OK
               DISPLAY "AVISO: NO HAY CERTIFICADOS CERTRETPF PARA "
                   "ARCHIVAR - STATUS " WS-FS-CERTRET
               CLOSE CERTRET-FILE
               GO TO 5000-ARCHIVAR-CERTIFICADOS-EXIT
           END-IF

           OPEN EXTEND ARCCERT-FILE
           IF NOT FS-ARCCERT-OK
               CLOSE ARCCERT-FILE
               OPEN OUTPUT ARCCERT-FILE
           END-IF

      *>       MISMO RESGUARDO CONTRA PERDER LINEAS QUE EN 2000
           IF NOT FS-ARCCERT-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR EL RESGUARDO "
                   "ARCCERTPF - STATUS " WS-FS-ARCCERT
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT TRABAJO-FILE

           IF NOT FS-TRABAJO-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR EL ARCHIVO DE "
                   "TRABAJO ARCHWKPF - STATUS " WS-FS-TRABAJO
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FS-CERTRET-EOF
               READ CERTRET-FILE
                   AT END
                       SET FS-CERTRET-EOF TO TRUE
                   NOT AT END
                       IF CERTRET-REG-FECHA < WS-FECHA-CORTE
                           WRITE ARCCERT-REG FROM CERTRET-REG
                           ADD 1 TO WS-CERT-ARCHIVADOS
                       ELSE
                           WRITE TRABAJO-REG FROM CERTRET-REG
                           ADD 1 TO WS-CERT-MANTENIDOS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CERTRET-FILE
           CLOSE ARCCERT-FILE
           CLOSE TRABAJO-FILE

           IF WS-CERT-ARCHIVADOS > 0
      *>       MISMO PROTOCOLO DE JOURNAL QUE EN 2000 (VER 0500/0600)
               MOVE "CERTRETPF" TO WS-JRN-ARCHIVO
               PERFORM 0600-ANOTAR-JOURNAL
                   THRU 0600-ANOTAR-JOURNAL-EXIT
               PERFORM 5100-REESCRIBIR-CERTIFICADOS
                   THRU 5100-REESCRIBIR-CERTIFICADOS-EXIT
               PERFORM 0700-LIMPIAR-JOURNAL
                   THRU 0700-LIMPIAR-JOURNAL-EXIT
           END-IF

      *>       EL TRABAJO SE VACIA SIEMPRE (VER 2000)
           OPEN OUTPUT TRABAJO-FILE
           CLOSE TRABAJO-FILE.

       5000-ARCHIVAR-CERTIFICADOS-EXIT.
           EXIT.


      *>   REESCRIBE LOS CERTIFICADOS VIVOS DESDE EL ARCHIVO DE
      *>   TRABAJO (VER 2100)
       5100-REESCRIBIR-CERTIFICADOS.

           MOVE "00" TO WS-FS-TRABAJO
           OPEN INPUT TRABAJO-FILE
           OPEN OUTPUT CERTRET-FILE

      *>       MISMO RESGUARDO QUE EN 2100
           IF NOT FS-TRABAJO-OK OR NOT FS-CERTRET-OK
               DISPLAY "ERROR: NO SE PUDO REESCRIBIR CERTRETPF - "
                   "STATUS " WS-FS-CERTRET " / TRABAJO " WS-FS-TRABAJO
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FS-TRABAJO-EOF
               READ TRABAJO-FILE
                   AT END
                       SET FS-TRABAJO-EOF TO TRUE
                   NOT AT END
                       MOVE TRABAJO-REG TO CERTRET-REG
                       WRITE CERTRET-REG
               END-READ
           END-PERFORM

           CLOSE TRABAJO-FILE
           CLOSE CERTRET-FILE.

       5100-REESCRIBIR-CERTIFICADOS-EXIT.
           EXIT.


      *>   ARCHIVA EL HISTORIAL INDEXADO: RECORRE HISVIXPF ENTERO EN
      *>   ORDEN DE CLAVE Y CADA SEMANA CON FECHA DE CIERRE ANTERIOR AL
      *>   CORTE LA GRABA EN ARCHISVPF Y LA BORRA DEL INDEXADO; LAS
      *>   DEMAS SOLO SE CUENTAN. PRIMERO SE GRABA Y DESPUES SE
      *>   BORRA: UNA CAIDA EN EL MEDIO PUEDE DEJAR UNA SEMANA EN LOS
      *>   DOS LADOS, NUNCA EN NINGUNO; LA CORRIDA SIGUIENTE LA VUELVE
      *>   A GRABAR EN EL RESGUARDO (QUE SE LEE COMO HISTORICO, NO SE
      *>   SUMA CONTRA NADA) Y LA BORRA
       6000-ARCHIVAR-HISVIX.

           OPEN I-O HISVIX-FILE

           IF NOT FS-HISVIX-OK
               DISPLAY "AVISO: NO HAY HISTORIAL HISVIXPF PARA "
                   "ARCHIVAR - STATUS " WS-FS-HISVIX
               CLOSE HISVIX-FILE
               GO TO 6000-ARCHIVAR-HISVIX-EXIT
           END-IF

           OPEN EXTEND ARCHISV-FILE
           IF NOT FS-ARCHISV-OK
               CLOSE ARCHISV-FILE
               OPEN OUTPUT ARCHISV-FILE
           END-IF

      *>       MISMO RESGUARDO CONTRA PERDER REGISTROS QUE EN 2000
           IF NOT FS-ARCHISV-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR EL RESGUARDO "
                   "ARCHISVPF - STATUS " WS-FS-ARCHISV
               CLOSE HISVIX-FILE
               DISPLAY "PROGRAMA ABORTADO"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL HVX-FIN
               READ HISVIX-FILE NEXT RECORD
                   AT END
                       SET HVX-FIN TO TRUE
                   NOT AT END
                       IF HVX-REG-FECHA < WS-FECHA-CORTE
                           WRITE ARCHISV-REG FROM HVX-REG
                           DELETE HISVIX-FILE RECORD
                               INVALID KEY
                                   DISPLAY "AVISO: NO SE PUDO BORRAR "
                                       HVX-REG-CLAVE " DE HISVIXPF - "
                                       "STATUS " WS-FS-HISVIX
                           END-DELETE
                           ADD 1 TO WS-HISV-ARCHIVADOS
                       ELSE
      *>                   LO QUE SIGUE YA NO ES ANTERIOR AL CORTE; SOLO
      *>                   SE CUENTA PARA EL RESUMEN
                           ADD 1 TO WS-HISV-MANTENIDOS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHISV-FILE
           CLOSE HISVIX-FILE.

       6000-ARCHIVAR-HISVIX-EXIT.
           EXIT.


      *>   RESUMEN DE CONTROL DE LA CORRIDA: CUANTO SE MOVIO AL
      *>   RESGUARDO Y CUANTO QUEDO VIVO, POR ARCHIVO
       9000-EMITIR-RESUMEN.
               " REGISTROS, QUEDAN " WS-ACUM-MANTENIDOS
           DISPLAY "REPVISPF : ARCHIVADAS " WS-REPV-ARCHIVADOS
               " LINEAS, QUEDAN " WS-REPV-MANTENIDOS
           DISPLAY "CERTRETPF: ARCHIVADAS " WS-CERT-ARCHIVADOS
               " LINEAS, QUEDAN " WS-CERT-MANTENIDOS
           DISPLAY "HISVIXPF : ARCHIVADAS " WS-HISV-ARCHIVADOS
               " SEMANAS, QUEDAN " WS-HISV-MANTENIDOS
           DISPLAY "RESGUARDOS: ARCLEDGPF / ARCACUMPF / ARCREPVPF / "
               "ARCCERTPF / ARCHISVPF"
           DISPLAY "---------------------------------------------------".

       9000-EMITIR-RESUMEN-EXIT.
