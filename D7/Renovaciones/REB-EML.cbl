       01 WKS-CONT-MARCADOS    PIC 9(04) VALUE 0.
       01 WKS-CONT-NO-HALLADOS PIC 9(04) VALUE 0.

      *AREA DE CONTROL DEL ARCHIVO RECIBIDO COMPARTIDA CON CTL-ARC.
       01 WKS-CONTROL-ARCHIVO.
       COPY ARCVCOPY.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           STOP RUN.

       1000-INICIO.
           PERFORM 1200-CONTROL-ARCHIVO.

           OPEN INPUT REBOTES.
           OPEN I-O ICLIENTES.

       1010-LEER-REBOTE.
           READ REBOTES AT END MOVE 1 TO WKS-EOF-REBOTE.

      *ANTES DE MARCAR NADA SE CUENTA EL ARCHIVO DE LA PASARELA Y SE
      *PRESENTA A CTL-ARC. NO TRAE FECHA NI IMPORTES: SU HASH ES LA
      *SUMA DE LOS CLIENTES, Y UN ARCHIVO YA CARGADO NO SE VUELVE A
      *CARGAR SIN VISTO BUENO DE SUPERVISOR.
       1200-CONTROL-ARCHIVO.
           MOVE "REBOTES " TO FUENTE-RV.
           MOVE "REB-EML " TO PROGRAMA-RV.
           MOVE 0 TO FECHA-ARCHIVO-RV.
           MOVE 0 TO REGISTROS-RV.
           MOVE 0 TO HASH-RV.

           OPEN INPUT REBOTES.
           PERFORM 1210-SUMA-REBOTE UNTIL WKS-EOF-REBOTE = 1.
           CLOSE REBOTES.
           MOVE 0 TO WKS-EOF-REBOTE.

           CALL "CTL-ARC" USING WKS-CONTROL-ARCHIVO.

           IF ARCHIVO-RECHAZADO-RV
               DISPLAY "ARCHIVO DE REBOTES NO CARGADO: " MOTIVO-RV
               STOP RUN.

       1210-SUMA-REBOTE.
           READ REBOTES AT END MOVE 1 TO WKS-EOF-REBOTE.

           IF WKS-EOF-REBOTE = 0
               ADD 1 TO REGISTROS-RV
               ADD ID-CLIENTE-RB TO HASH-RV
           END-IF.

       2000-PROCESO.
           MOVE ID-CLIENTE-RB TO ID-CLIENTE-I.
           READ ICLIENTES INVALID KEY MOVE 1 TO WKS-INVALID-KEY
