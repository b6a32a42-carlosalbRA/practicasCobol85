      *MI RUTINA COMPARTIDA DE REVISION DEL EXPEDIENTE DE
      *IDENTIFICACION - LA LLAMAN EL REPORTE MENSUAL DE DOCUMENTOS
      *VENCIDOS (DOC-VEN) Y LOS PROGRAMAS QUE EMBOZAN PLASTICO
      *(EMB-EXT Y REE-TAR). DE LAS IDENTIFICACIONES DEL CLIENTE
      *VALE LA DE VENCIMIENTO MAS LEJANO; EL COMPROBANTE DE
      *DOMICILIO SE VENCE POR ANTIGUEDAD. LA CARTERA VIEJA SIN
      *EXPEDIENTE CAPTURADO SE REPORTA PERO NO SE BLOQUEA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAL-DOC.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCTOS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS DOC-KEY
                FILE STATUS IS WKS-FS-DOC.

       DATA DIVISION.
       FILE SECTION.
       FD DOCTOS.
       01 REG-DOC.
       COPY DOCCOPY.

       WORKING-STORAGE SECTION.
       01 WKS-FS-DOC           PIC X(02) VALUE "00".
       01 WKS-MESES-DOM        PIC 9(02) VALUE 12.
       01 WKS-DIAS-GRACIA      PIC 9(03) VALUE 30.
       01 WKS-CONTADOR-DIAS    PIC 9(03) VALUE 0.
       01 WKS-CONTADOR-MESES   PIC 9(02) VALUE 0.
       01 WKS-VENCE-DOC        PIC 9(08) VALUE 0.

      *LOS LIMITES DEPENDEN SOLO DE LA FECHA Y LOS PARAMETROS; SE
      *RECALCULAN CUANDO CAMBIAN, NO EN CADA LLAMADA.
       01 WKS-ULT-FECHA        PIC 9(08) VALUE 0.
       01 WKS-ULT-MESES        PIC 9(02) VALUE 0.
       01 WKS-ULT-GRACIA       PIC 9(03) VALUE 0.
       01 WKS-LIMITE-DOM       PIC 9(08) VALUE 0.
       01 WKS-GRACIA-ID        PIC 9(08) VALUE 0.
       01 WKS-GRACIA-DOM       PIC 9(08) VALUE 0.

       01 WKS-FECHA-CALC       PIC 9(08) VALUE 0.
       01 WKS-FECHA-CALC-R REDEFINES WKS-FECHA-CALC.
           03 WKS-CAL-AAAA         PIC 9(04).
           03 WKS-CAL-MM           PIC 9(02).
           03 WKS-CAL-DD           PIC 9(02).

       01 WKS-DIAS-POR-MES.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 28.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
       01 WKS-TABLA-DIAS-MES REDEFINES WKS-DIAS-POR-MES.
           03 WKS-DIAS-MES-TAB PIC 9(02) OCCURS 12.
       01 WKS-DIAS-MAX         PIC 9(02).
       01 WKS-RESIDUO-4        PIC 9(02).
       01 WKS-RESIDUO-100      PIC 9(02).
       01 WKS-RESIDUO-400      PIC 9(02).
       01 WKS-COCIENTE         PIC 9(06).

       LINKAGE SECTION.
       01 REVISION-DOC.
       COPY DOCVCOPY.

       PROCEDURE DIVISION USING REVISION-DOC.
       INICIO.
           MOVE "S"    TO ESTADO-ID-DV.
           MOVE SPACES TO TIPO-ID-DV.
           MOVE 0      TO VENCE-ID-DV.
           MOVE "S"    TO ESTADO-DOM-DV.
           MOVE 0      TO EMISION-DOM-DV.
           MOVE 0      TO BLOQUEA-DV.

           PERFORM 1000-CALCULA-LIMITES.
           PERFORM 2000-LEE-EXPEDIENTE THRU 2000-FIN.

           GOBACK.

       1000-CALCULA-LIMITES.
           MOVE MESES-DOM-DV TO WKS-MESES-DOM.
           IF WKS-MESES-DOM = 0
               MOVE 12 TO WKS-MESES-DOM.

           MOVE DIAS-GRACIA-DV TO WKS-DIAS-GRACIA.
           IF WKS-DIAS-GRACIA = 0
               MOVE 30 TO WKS-DIAS-GRACIA.

           IF FECHA-DV NOT = WKS-ULT-FECHA
              OR WKS-MESES-DOM NOT = WKS-ULT-MESES
              OR WKS-DIAS-GRACIA NOT = WKS-ULT-GRACIA
               MOVE FECHA-DV        TO WKS-ULT-FECHA
               MOVE WKS-MESES-DOM   TO WKS-ULT-MESES
               MOVE WKS-DIAS-GRACIA TO WKS-ULT-GRACIA
               PERFORM 1100-ARMA-LIMITES.

      *LIMITE DEL COMPROBANTE: LA FECHA MENOS LA ANTIGUEDAD MAXIMA.
      *LIMITES DE BLOQUEO: LOS MISMOS CORRIDOS HACIA ATRAS POR LOS
      *DIAS DE GRACIA.
       1100-ARMA-LIMITES.
           MOVE FECHA-DV TO WKS-FECHA-CALC.
           MOVE 0 TO WKS-CONTADOR-MESES.
           PERFORM 1110-RESTA-UN-MES
               UNTIL WKS-CONTADOR-MESES = WKS-MESES-DOM.
           MOVE WKS-FECHA-CALC TO WKS-LIMITE-DOM.

           MOVE FECHA-DV TO WKS-FECHA-CALC.
           MOVE 0 TO WKS-CONTADOR-DIAS.
           PERFORM 1120-RESTA-UN-DIA
               UNTIL WKS-CONTADOR-DIAS = WKS-DIAS-GRACIA.
           MOVE WKS-FECHA-CALC TO WKS-GRACIA-ID.

           MOVE 0 TO WKS-CONTADOR-MESES.
           PERFORM 1110-RESTA-UN-MES
               UNTIL WKS-CONTADOR-MESES = WKS-MESES-DOM.
           MOVE WKS-FECHA-CALC TO WKS-GRACIA-DOM.

       1110-RESTA-UN-MES.
           IF WKS-CAL-MM = 1
               MOVE 12 TO WKS-CAL-MM
               SUBTRACT 1 FROM WKS-CAL-AAAA
           ELSE
               SUBTRACT 1 FROM WKS-CAL-MM.

           ADD 1 TO WKS-CONTADOR-MESES.

       1120-RESTA-UN-DIA.
           IF WKS-CAL-DD > 1
               SUBTRACT 1 FROM WKS-CAL-DD
           ELSE
               IF WKS-CAL-MM = 1
                   MOVE 12 TO WKS-CAL-MM
                   SUBTRACT 1 FROM WKS-CAL-AAAA
               ELSE
                   SUBTRACT 1 FROM WKS-CAL-MM
               END-IF
               PERFORM 1130-CALCULA-DIAS-MAX
               MOVE WKS-DIAS-MAX TO WKS-CAL-DD
           END-IF.

           ADD 1 TO WKS-CONTADOR-DIAS.

       1130-CALCULA-DIAS-MAX.
           MOVE WKS-DIAS-MES-TAB (WKS-CAL-MM) TO WKS-DIAS-MAX.

           IF WKS-CAL-MM = 2
              DIVIDE WKS-CAL-AAAA BY 4
                  GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-4
              IF WKS-RESIDUO-4 NOT = 0
                 MOVE 28 TO WKS-DIAS-MAX
              ELSE
                 DIVIDE WKS-CAL-AAAA BY 100
                     GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-100
                 IF WKS-RESIDUO-100 = 0
                    DIVIDE WKS-CAL-AAAA BY 400
                        GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-400
                    IF WKS-RESIDUO-400 NOT = 0
                       MOVE 28 TO WKS-DIAS-MAX
                    ELSE
                       MOVE 29 TO WKS-DIAS-MAX
                 ELSE
                    MOVE 29 TO WKS-DIAS-MAX.

      *SIN EXPEDIENTE NO HAY CONTRA QUE REVISAR: TODO QUEDA "S" Y
      *NADA SE BLOQUEA.
       2000-LEE-EXPEDIENTE.
           OPEN INPUT DOCTOS.
           IF WKS-FS-DOC NOT = "00"
               GO TO 2000-FIN.

           MOVE "INE" TO TIPO-DOC-DC.
           PERFORM 2100-LEE-IDENTIFICACION.
           MOVE "PAS" TO TIPO-DOC-DC.
           PERFORM 2100-LEE-IDENTIFICACION.
           MOVE "TRE" TO TIPO-DOC-DC.
           PERFORM 2100-LEE-IDENTIFICACION.

           PERFORM 2200-LEE-DOMICILIO.

           CLOSE DOCTOS.

           IF ESTADO-ID-DV = "X"
              AND VENCE-ID-DV < WKS-GRACIA-ID
               MOVE 1 TO BLOQUEA-DV.

           IF ESTADO-DOM-DV = "X"
              AND EMISION-DOM-DV < WKS-GRACIA-DOM
               MOVE 1 TO BLOQUEA-DV.

       2000-FIN.
           EXIT.

      *UNA IDENTIFICACION SIN FECHA DE VENCIMIENTO CAPTURADA SE
      *TOMA COMO VIGENTE.
       2100-LEE-IDENTIFICACION.
           MOVE ID-CLIENTE-DV TO ID-CLIENTE-DC.
           READ DOCTOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE FECHA-VENCE-DC TO WKS-VENCE-DOC
                   IF WKS-VENCE-DOC = 0
                       MOVE 99999999 TO WKS-VENCE-DOC
                   END-IF
                   IF ESTADO-ID-DV = "S"
                      OR WKS-VENCE-DOC > VENCE-ID-DV
                       MOVE WKS-VENCE-DOC TO VENCE-ID-DV
                       MOVE TIPO-DOC-DC   TO TIPO-ID-DV
                       IF WKS-VENCE-DOC < FECHA-DV
                           MOVE "X" TO ESTADO-ID-DV
                       ELSE
                           MOVE "V" TO ESTADO-ID-DV
                       END-IF
                   END-IF
           END-READ.

       2200-LEE-DOMICILIO.
           MOVE ID-CLIENTE-DV TO ID-CLIENTE-DC.
           MOVE "CDO" TO TIPO-DOC-DC.
           READ DOCTOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE FECHA-EMISION-DC TO EMISION-DOM-DV
                   IF FECHA-EMISION-DC < WKS-LIMITE-DOM
                       MOVE "X" TO ESTADO-DOM-DV
                   ELSE
                       MOVE "V" TO ESTADO-DOM-DV
                   END-IF
           END-READ.
