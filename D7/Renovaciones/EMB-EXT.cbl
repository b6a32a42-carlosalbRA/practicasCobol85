      *MI PROGRAMA DE EXTRACCION PARA EMBOZADO - ARMA EL ARCHIVO
      *MENSUAL DE REPOSICION CON LAS TARJETAS CUYO PLASTICO EXPIRA
      *DENTRO DE LA VENTANA PARAMETRO, PARA QUE EL PROVEEDOR EMBOCE
      *Y ENVIE LOS PLASTICOS ANTES DE QUE MUERAN. AL CLIENTE CON
      *EL EXPEDIENTE DE IDENTIFICACION VENCIDO PASADA LA GRACIA NO
      *SE LE REPONE PLASTICO HASTA QUE LO REFRESQUE. TAMBIEN SALEN
      *LOS PLASTICOS NUEVOS DE TAR-CLI QUE AUN NO SE HAN EMBOZADO, Y
      *CADA PLASTICO EXTRAIDO QUEDA MARCADO COMO ENVIADO AL EMBOZADOR
      *PARA QUE CAR-ENT LE DE SEGUIMIENTO HASTA SU ENTREGA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMB-EXT.
       ENVIRONMENT DIVISION.
       01 WKS-SUPERVISOR-OK    PIC A(01) VALUE "N".
       01 WKS-CONT-RETENIDAS   PIC 9(04) VALUE 0.
       01 WKS-CONTADOR-ENF     PIC 9(03) VALUE 0.
       01 WKS-CONT-SIN-EXP     PIC 9(04) VALUE 0.

      *REVISION DEL EXPEDIENTE DE IDENTIFICACION CON VAL-DOC.
       01 WKS-REVISION.
       COPY DOCVCOPY.

       01 WKS-FECHA-ENFRIA     PIC 9(08).
       01 WKS-FECHA-ENFRIA-R REDEFINES WKS-FECHA-ENFRIA.
       01 WKS-FIRMA.
       COPY FIRMCOPY.
       01 WKS-CONT-EMBOSO      PIC 9(06) VALUE 0.
       01 WKS-CONT-NUEVAS      PIC 9(06) VALUE 0.
       01 WKS-DIAS-VENTANA     PIC 9(03) VALUE 60.
       01 WKS-CONTADOR-DIAS    PIC 9(03) VALUE 0.

           STOP RUN.

       1000-INICIO.
           OPEN I-O TARJCLI.
           OPEN INPUT ICLIENTES.
           OPEN OUTPUT EMBOSO.

           ACCEPT WKS-SUPERVISOR-OK LINE 03 POSITION 56.

           IF WKS-SUPERVISOR-OK = "S"
               MOVE "EMB-EXT " TO PROGRAMA-F
               CALL "SEC-OPER" USING WKS-FIRMA
               MOVE "P" TO FUNCION-SOL-F
               MOVE 1 TO NIVEL-SOL-F
               CALL "SEC-PERM" USING WKS-FIRMA
               IF FIRMA-OK-F = 0 OR PERMITIDO-F = 0
                   MOVE "N" TO WKS-SUPERVISOR-OK
               END-IF
           END-IF.
              AND FECHA-EXPIRA-T NOT > WKS-FECHA-FIN
              AND ESTADO-TARJ-T NOT = "B"
              AND ESTADO-TARJ-T NOT = "C"
               PERFORM 2100-EXTRAE-TARJETA THRU 2100-FIN
           ELSE
           IF TARJ-EMITIDA-T AND ENTREGA-PENDIENTE-T
              AND FECHA-ENVIO-EMB-T = 0
               PERFORM 2100-EXTRAE-TARJETA THRU 2100-FIN.

           PERFORM 1010-LEER-TARJETA.
               END-IF
           END-IF.

      *SIN EXPEDIENTE VIGENTE NO HAY PLASTICO: EL VISTO BUENO DE
      *SUPERVISOR NO LO LIBERA, SOLO EL REFRESCO EN DOC-CLI.
           MOVE ID-CLIENTE-T  TO ID-CLIENTE-DV.
           MOVE WKS-FECHA-HOY TO FECHA-DV.
           MOVE 0             TO MESES-DOM-DV.
           MOVE 0             TO DIAS-GRACIA-DV.
           CALL "VAL-DOC" USING WKS-REVISION.

           IF BLOQUEA-DV = 1
               ADD 1 TO WKS-CONT-SIN-EXP
               DISPLAY "REPOSICION RETENIDA POR EXPEDIENTE VENCIDO,"
                       " CLIENTE " ID-CLIENTE-T
               GO TO 2100-FIN.

           MOVE ID-CLIENTE-T      TO ID-CLIENTE-EMB.
           MOVE NUM-TARJETA-T     TO NUM-TARJETA-EMB.
           MOVE NUMERO-TARJETA-T  TO NUMERO-TARJETA-EMB.
           WRITE REG-EMBOSO.

           ADD 1 TO WKS-CONT-EMBOSO.
           IF TARJ-EMITIDA-T AND FECHA-ENVIO-EMB-T = 0
               ADD 1 TO WKS-CONT-NUEVAS.

      *EL PLASTICO QUEDA EN MANOS DEL EMBOZADOR; LO QUE SE SABIA DE
      *LA ENTREGA ANTERIOR YA NO APLICA AL PLASTICO NUEVO.
           MOVE "P"           TO ENTREGA-TARJ-T.
           MOVE WKS-FECHA-HOY TO FECHA-ENVIO-EMB-T.
           MOVE 0             TO FECHA-EMBOZO-T.
           MOVE 0             TO FECHA-ENTREGA-T.
           MOVE SPACES        TO RECIBIO-T.
           MOVE SPACES        TO MOTIVO-ENTREGA-T.
           REWRITE REG-TARJ
               INVALID KEY
                   DISPLAY "NO SE PUDO MARCAR EL ENVIO, CLIENTE "
                           ID-CLIENTE-T " TARJETA " NUM-TARJETA-T
           END-REWRITE.

       2100-FIN.
           EXIT.
           CLOSE EMBOSO.
           DISPLAY "TARJETAS EXTRAIDAS PARA EMBOZADO: "
                   WKS-CONT-EMBOSO.
           DISPLAY "PLASTICOS NUEVOS ENVIADOS POR PRIMERA VEZ: "
                   WKS-CONT-NUEVAS.
           DISPLAY "REPOSICIONES RETENIDAS POR ENFRIAMIENTO: "
                   WKS-CONT-RETENIDAS.
           DISPLAY "REPOSICIONES RETENIDAS POR EXPEDIENTE VENCIDO: "
                   WKS-CONT-SIN-EXP.
