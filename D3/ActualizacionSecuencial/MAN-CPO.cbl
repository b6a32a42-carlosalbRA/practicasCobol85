            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-AFE-R       PIC ZZZZ9.

      *AREA DE CONTROL DEL ARCHIVO RECIBIDO COMPARTIDA CON CTL-ARC.
       01 WKS-CONTROL-ARCHIVO.
       COPY ARCVCOPY.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
                                                LINE 02 POSITION 03
               GO TO 5000-FIN.

           PERFORM 5050-CONTROL-ARCHIVO.

           IF ARCHIVO-RECHAZADO-RV
               DISPLAY "ARCHIVO OFICIAL NO CARGADO: " MOTIVO-RV
                                                LINE 02 POSITION 03
               GO TO 5000-FIN.

           OPEN INPUT POSTOFIC.
           OPEN OUTPUT REP-CPO.

           MOVE HEADER-L1-CPO TO LINEA-CPO.
       5000-FIN.
           EXIT.

      *EL ARCHIVO OFICIAL SE CUENTA Y SE PRESENTA A CTL-ARC ANTES DE
      *TOCAR EL CATALOGO. NO TRAE FECHA NI IMPORTES: SU HASH ES LA
      *SUMA DE LOS CODIGOS, Y UN ARCHIVO YA CARGADO NO SE VUELVE A
      *CARGAR SIN VISTO BUENO DE SUPERVISOR.
       5050-CONTROL-ARCHIVO.
           MOVE "POSTOFIC" TO FUENTE-RV.
           MOVE "MAN-CPO " TO PROGRAMA-RV.
           MOVE 0 TO FECHA-ARCHIVO-RV.
           MOVE 0 TO REGISTROS-RV.
           MOVE 0 TO HASH-RV.

           PERFORM 5060-SUMA-OFICIAL UNTIL WKS-EOF-OFIC = 1.
           CLOSE POSTOFIC.
           MOVE 0 TO WKS-EOF-OFIC.

           CALL "CTL-ARC" USING WKS-CONTROL-ARCHIVO.

       5060-SUMA-OFICIAL.
           READ POSTOFIC AT END MOVE 1 TO WKS-EOF-OFIC.

           IF WKS-EOF-OFIC = 0
               ADD 1 TO REGISTROS-RV
               ADD CP-OF TO HASH-RV
           END-IF.

       5100-CARGA-OFICIAL.
           READ POSTOFIC AT END MOVE 1 TO WKS-EOF-OFIC.

