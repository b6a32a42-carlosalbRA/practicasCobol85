      *CAPTURA DE ARC-SEC (ID DUPLICADO, FECHA VALIDA, TABLA DE
      *TARGETAS, CODIGO POSTAL Y RFC), GRABA LOS BUENOS EN CLIENTES
      *CON EL OPERADOR DE REGISTRO Y MANDA LOS MALOS A RECHALTA CON
      *SU CODIGO DE MOTIVO, CON REGISTRO IMPRESO DE TODO. CADA ALTA
      *BUENA SE CRIBA CONTRA LAS LISTAS DE PERSONAS BLOQUEADAS; CON
      *POSIBLE COINCIDENCIA SE GRABA RETENIDA Y VA A REVISION.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOT-CLI.
       ENVIRONMENT DIVISION.
       01 WKS-MOTIVO           PIC X(03) VALUE SPACES.
       01 WKS-CONT-ACEPTADOS   PIC 9(06) VALUE 0.
       01 WKS-CONT-RECHAZADOS  PIC 9(06) VALUE 0.
       01 WKS-CONT-RETENIDOS   PIC 9(06) VALUE 0.
       01 WKS-RETENIDO         PIC 9 VALUE 0.
       01 WKS-CP-VALIDO        PIC 9 VALUE 0.
       01 WKS-FECHA-VALIDA     PIC 9 VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08).
        03 WKS-RFC-ENTRADA   PIC X(13).
        03 WKS-RFC-OK        PIC 9(01).

      *AREA DE CRIBADO COMPARTIDA CON VAL-LPB.
       01 WKS-CRIBADO.
       COPY CRIBCOPY.

       01 WKS-TARIFA-HALLADA PIC 9 VALUE 0.
       01 WKS-EOF-TARIFA    PIC 9 VALUE 0.
       01 WKS-TIPO-TARIFA   PIC A(10) VALUE SPACES.
            03 FILLER          PIC X(12) VALUE "RECHAZADOS: ".
            03 WKS-RECHAZOS-R  PIC ZZZZZ9.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(12) VALUE "RETENIDOS:  ".
            03 WKS-RETENIDOS-R PIC ZZZZZ9.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(10) VALUE "OPERADOR: ".
            03 WKS-OPERADOR-R  PIC X(08).

           STOP RUN.

       1000-INICIO.
           MOVE "LOT-CLI " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0
      *CON DIGITO VERIFICADOR BUENO.
       2000-PROCESO.
           MOVE SPACES TO WKS-MOTIVO.
           MOVE 0 TO WKS-RETENIDO.

           PERFORM 2040-BUSCA-TARIFA.

           MOVE 0 TO FECHA-CAMBIO-CONTACTO.
           MOVE "A" TO FRECUENCIA-COBRO.

           PERFORM 2150-CRIBA-LISTAS.

           OPEN EXTEND CLIENTES.
           WRITE REG-CLI.
           CLOSE CLIENTES.

           ADD 1 TO WKS-CONT-ACEPTADOS.

      *MISMO CRIBADO QUE LA CAPTURA DE ARC-SEC: LA POSIBLE
      *COINCIDENCIA SE CARGA RETENIDA EN LUGAR DE RECHAZARSE, PARA
      *QUE CUMPLIMIENTO LA DICTAMINE SIN VOLVER A MANDAR EL ALTA.
       2150-CRIBA-LISTAS.
           MOVE NOMBRE-AL TO NOMBRE-CR.
           MOVE RFC-AL TO RFC-CR.
           MOVE ID-CLIENTE-AL TO ID-CLIENTE-CR.
           MOVE 0 TO NUM-TARJETA-CR.
           MOVE "LOT" TO ORIGEN-CR.
           MOVE ID-OPERADOR-F TO OPERADOR-CR.
           MOVE WKS-FECHA-HOY TO FECHA-CR.

           CALL "VAL-LPB" USING WKS-CRIBADO.

           IF COINCIDE-CR = 1
               MOVE "R" TO ESTADO-CLIENTE
               MOVE 1 TO WKS-RETENIDO
               ADD 1 TO WKS-CONT-RETENIDOS.

      *TARIFA VIGENTE HOY PARA LA TARGETA PEDIDA: LA DE MAYOR
      *FECHA-DESDE QUE NO REBASE LA FECHA DE HOY.
       2040-BUSCA-TARIFA.
           MOVE NOMBRE-AL     TO WKS-NOMBRE-R.

           IF WKS-MOTIVO = SPACES
               IF WKS-RETENIDO = 1
                   MOVE "RETENIDO" TO WKS-RESULTADO-R
                   MOVE "LPB" TO WKS-MOTIVO-R
               ELSE
                   MOVE "ACEPTADO" TO WKS-RESULTADO-R
                   MOVE SPACES TO WKS-MOTIVO-R
               END-IF
           ELSE
               MOVE "RECHAZADO" TO WKS-RESULTADO-R
               MOVE WKS-MOTIVO TO WKS-MOTIVO-R.
       3000-FIN.
           MOVE WKS-CONT-ACEPTADOS  TO WKS-ACEPTADOS-R.
           MOVE WKS-CONT-RECHAZADOS TO WKS-RECHAZOS-R.
           MOVE WKS-CONT-RETENIDOS  TO WKS-RETENIDOS-R.
           MOVE ID-OPERADOR-F       TO WKS-OPERADOR-R.
           MOVE FOOTER-ALT-R TO LINEA-ALT.
           WRITE LINEA-ALT AFTER 2.
           CLOSE REP-ALT.
           DISPLAY "ALTAS ACEPTADAS: " WKS-CONT-ACEPTADOS.
           DISPLAY "ALTAS RECHAZADAS: " WKS-CONT-RECHAZADOS.
           DISPLAY "ALTAS RETENIDAS POR LISTAS: " WKS-CONT-RETENIDOS.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
