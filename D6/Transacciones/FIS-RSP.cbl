                               VALUE "RECIBOS SIN RESPUESTA:    ".
            03 WKS-CONT-PEN-R  PIC ZZZZZ9.

      *AREA DE CONTROL DEL ARCHIVO RECIBIDO COMPARTIDA CON CTL-ARC.
       01 WKS-CONTROL-ARCHIVO.
       COPY ARCVCOPY.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           STOP RUN.

       1000-INICIO.
           PERFORM 1200-CONTROL-ARCHIVO.

           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

       1010-LEER-RESPUESTA.
           READ FISCRSP AT END MOVE 1 TO WKS-EOF-RSP.

      *ANTES DE APLICAR NADA SE CUENTA EL ARCHIVO DEL PROVEEDOR Y SE
      *PRESENTA A CTL-ARC. LA RESPUESTA NO TRAE FECHA NI IMPORTES:
      *SU HASH ES LA SUMA DE CLIENTES Y CICLOS, Y UNA RESPUESTA YA
      *CARGADA NO SE VUELVE A APLICAR SIN VISTO BUENO DE SUPERVISOR.
       1200-CONTROL-ARCHIVO.
           MOVE "FISCRSP " TO FUENTE-RV.
           MOVE "FIS-RSP " TO PROGRAMA-RV.
           MOVE 0 TO FECHA-ARCHIVO-RV.
           MOVE 0 TO REGISTROS-RV.
           MOVE 0 TO HASH-RV.

           OPEN INPUT FISCRSP.
           PERFORM 1210-SUMA-RESPUESTA UNTIL WKS-EOF-RSP = 1.
           CLOSE FISCRSP.
           MOVE 0 TO WKS-EOF-RSP.

           CALL "CTL-ARC" USING WKS-CONTROL-ARCHIVO.

           IF ARCHIVO-RECHAZADO-RV
               DISPLAY "RESPUESTA DE TIMBRADO NO CARGADA: " MOTIVO-RV
               STOP RUN.

       1210-SUMA-RESPUESTA.
           READ FISCRSP AT END MOVE 1 TO WKS-EOF-RSP.

           IF WKS-EOF-RSP = 0
               ADD 1 TO REGISTROS-RV
               ADD ID-CLIENTE-FR NUM-CICLO-FR TO HASH-RV
           END-IF.

       2000-PROCESO.
           MOVE ID-CLIENTE-FR TO ID-CLIENTE-C.
           MOVE NUM-CICLO-FR  TO NUM-CICLO-C.
