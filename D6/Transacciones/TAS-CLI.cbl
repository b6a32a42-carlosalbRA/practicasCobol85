      *MI RUTINA COMPARTIDA DE TASA DE INTERES DEL CLIENTE - LA
      *LLAMAN INT-REV AL DEVENGAR, CAL-CAT Y EST-CTA AL DIVULGAR EL
      *CAT, Y MAN-TAS AL CAPTURAR UNA TASA NUEVA PARA COMPARARLA
      *CONTRA LA QUE TRAE EL CLIENTE. DE LAS TASAS DEL CLIENTE VALE
      *LA DE MAYOR FECHA-DESDE QUE NO REBASE LA FECHA PEDIDA Y QUE
      *NO HAYA VENCIDO, ASI QUE UNA PROMOCION QUE TERMINA DEJA VER
      *SOLA LA TASA QUE TENIA ANTES. SIN TASA PROPIA VALE LA GENERAL
      *DEL CLIENTE 000000 Y, SIN ESA, LAS DE CASA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAS-CLI.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TASACLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TASA-KEY
                FILE STATUS IS WKS-FS-TAS.

       DATA DIVISION.
       FILE SECTION.
       FD TASACLI.
       01 REG-TASA.
       COPY TASCCOPY.

       WORKING-STORAGE SECTION.
       01 WKS-FS-TAS           PIC X(02) VALUE "00".
       01 WKS-EOF-TAS          PIC 9 VALUE 0.
       01 WKS-ENCONTRADA       PIC 9 VALUE 0.
       01 WKS-CLIENTE-BUSCA    PIC 9(06) VALUE 0.

      *TASAS DE CASA CUANDO NO HAY NINGUNA CAPTURADA - LAS MISMAS
      *QUE SE TECLEABAN EN CADA CORRIDA DE INT-REV.
       01 WKS-TASA-INT-CASA    PIC 9(02)V99 VALUE 3.50.
       01 WKS-TASA-DIS-CASA    PIC 9(02)V99 VALUE 4.50.

       LINKAGE SECTION.
       01 CONSULTA-TASA.
       COPY TASVCOPY.

       PROCEDURE DIVISION USING CONSULTA-TASA.
       INICIO.
           MOVE WKS-TASA-INT-CASA TO TASA-INTERES-TV.
           MOVE WKS-TASA-DIS-CASA TO TASA-DISPO-TV.
           MOVE "D"               TO ORIGEN-TV.
           MOVE 0                 TO FECHA-HASTA-TV.

           OPEN INPUT TASACLI.
           IF WKS-FS-TAS NOT = "00"
               GOBACK.

           MOVE 0 TO WKS-CLIENTE-BUSCA.
           PERFORM 1000-BUSCA-VIGENTE.

           IF WKS-ENCONTRADA = 1
               MOVE "G" TO ORIGEN-TV.

           IF ID-CLIENTE-TV NOT = 0
               MOVE ID-CLIENTE-TV TO WKS-CLIENTE-BUSCA
               PERFORM 1000-BUSCA-VIGENTE.

           CLOSE TASACLI.

           GOBACK.

      *EL ARCHIVO VIENE EN ORDEN DE LLAVE: LA ULTIMA VIGENCIA QUE
      *NO REBASA LA FECHA Y SIGUE SIN VENCER PISA A LA ANTERIOR.
       1000-BUSCA-VIGENTE.
           MOVE 0 TO WKS-ENCONTRADA.
           MOVE 0 TO WKS-EOF-TAS.
           MOVE WKS-CLIENTE-BUSCA TO ID-CLIENTE-TS.
           MOVE 0 TO FECHA-DESDE-TS.

           START TASACLI KEY IS NOT < TASA-KEY
               INVALID KEY MOVE 1 TO WKS-EOF-TAS
           END-START.

           PERFORM 1010-LEER-TASA UNTIL WKS-EOF-TAS = 1.

       1010-LEER-TASA.
           READ TASACLI NEXT AT END MOVE 1 TO WKS-EOF-TAS.

           IF WKS-EOF-TAS = 0
               IF ID-CLIENTE-TS NOT = WKS-CLIENTE-BUSCA
                  OR FECHA-DESDE-TS > FECHA-TV
                   MOVE 1 TO WKS-EOF-TAS
               ELSE
                   IF FECHA-HASTA-TS = 0
                      OR FECHA-HASTA-TS NOT < FECHA-TV
                       PERFORM 1020-TOMA-TASA
                   END-IF
               END-IF
           END-IF.

       1020-TOMA-TASA.
           MOVE 1                TO WKS-ENCONTRADA.
           MOVE TASA-INTERES-TS  TO TASA-INTERES-TV.
           MOVE TASA-DISPO-TS    TO TASA-DISPO-TV.
           MOVE FECHA-HASTA-TS   TO FECHA-HASTA-TV.

           IF WKS-CLIENTE-BUSCA NOT = 0
               MOVE ORIGEN-TS TO ORIGEN-TV.
