      *MI PROGRAMA DE ACTUALIZACION DE TARJETA EN COMERCIOS - CUANDO
      *REE-TAR REEMITE UN PLASTICO, O UN PLASTICO SE BLOQUEA Y SE LE
      *DA REEMPLAZO EN TAR-CLI, LAS SUSCRIPCIONES DEL CLIENTE EMPIEZAN
      *A FALLAR. ESTA CORRIDA RECORRE LOS CARGOS RECURRENTES ACTIVOS
      *DE RECURRE Y, PARA CADA UNO CUYO PLASTICO CAMBIO DE NUMERO O
      *DE VENCIMIENTO, ESCRIBE EL REGISTRO DEL ARCHIVO ACTUALIZADOR
      *PARA LA RED Y MUEVE EL RECURRENTE AL PLASTICO NUEVO. EL
      *PLASTICO CANCELADO SIN REEMPLAZO SE REPORTA COMO CUENTA
      *CERRADA. LOS RECURRENTES SUSPENDIDOS POR EL CLIENTE NO SE
      *REPORTAN: ESE COMERCIO NO DEBE RECIBIR EL NUMERO NUEVO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACT-TAR.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECURRE ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS RECURRE-KEY
                FILE STATUS IS WKS-FS-RC.

           SELECT TARJCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TARJ-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-T WITH DUPLICATES.

           SELECT ADICION ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ADICION-KEY
                FILE STATUS IS WKS-FS-ADIC.

           SELECT ACTUALIZ ASSIGN TO DISK.

           SELECT REP-ACT ASSIGN TO PRINTER.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD RECURRE.
       01 REG-RECURRE.
       COPY RECUCOPY.

       FD TARJCLI.
       01 REG-TARJ.
       COPY TARJCOPY.

      *TITULARES ADICIONALES - EL REEMPLAZO DE UN PLASTICO
      *ADICIONAL ES EL PLASTICO NUEVO DEL MISMO TITULAR.
       FD ADICION.
       01 REG-ADICIONAL.
        03 ADICION-KEY.
           05 ID-CLIENTE-AD   PIC 9(06).
           05 NUM-TARJETA-AD  PIC 9(02).
        03 NOMBRE-AD          PIC A(20).
        03 PARENTESCO-AD      PIC X(10).
        03 FECHA-NAC-AD       PIC 9(08).
        03 LIMITE-AD          PIC 9(07)V99.

      *ARCHIVO ACTUALIZADOR PARA LA RED: UN REGISTRO "D" POR CARGO
      *RECURRENTE CUYO PLASTICO CAMBIO Y UN TRAILER "999" CON EL
      *CONTEO. TIPO DE CAMBIO: "N" NUMERO NUEVO, "E" VENCIMIENTO
      *NUEVO, "C" CUENTA CERRADA.
       FD ACTUALIZ.
       01 REG-ACTUALIZ.
        03 TIPO-REG-AU        PIC X(01).
        03 TIPO-CAMBIO-AU     PIC X(01).
        03 ID-CLIENTE-AU      PIC 9(06).
        03 GIRO-AU            PIC 9(04).
        03 COMERCIO-AU        PIC X(20).
        03 NUMERO-ANT-AU      PIC X(16).
        03 EXPIRA-ANT-AU      PIC 9(08).
        03 NUMERO-NVO-AU      PIC X(16).
        03 EXPIRA-NVO-AU      PIC 9(08).
        03 FECHA-AU           PIC 9(08).

       01 REG-ACTUALIZ-TRAILER REDEFINES REG-ACTUALIZ.
        03 MARCA-TRAILER      PIC X(03).
        03 CONTADOR-TRAILER   PIC 9(07).
        03 FILLER             PIC X(78).

       FD REP-ACT.
       01 LINEA-ACT              PIC X(132).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-EOF-RC           PIC 9 VALUE 0.
       01 WKS-EOF-BUSCA        PIC 9 VALUE 0.
       01 WKS-FS-RC            PIC X(02) VALUE "00".
       01 WKS-FS-ADIC          PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-SIN-ADICION      PIC 9 VALUE 0.
       01 WKS-SIN-RECURRE      PIC 9 VALUE 0.
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-CONT-LEIDOS      PIC 9(06) VALUE 0.
       01 WKS-CONT-NUMERO      PIC 9(06) VALUE 0.
       01 WKS-CONT-VENCE       PIC 9(06) VALUE 0.
       01 WKS-CONT-CERRADOS    PIC 9(06) VALUE 0.
       01 WKS-CONT-PENDIENTES  PIC 9(06) VALUE 0.
       01 WKS-CONT-ARCHIVO     PIC 9(07) VALUE 0.

      *PLASTICO ORIGEN DEL RECURRENTE EN TURNO Y SU REEMPLAZO.
       01 WKS-LLAVE-ACTUAL     PIC X(32).
       01 WKS-RECURRE-HOLD     PIC X(101).
       01 WKS-TIPO-ORIGEN      PIC A(10) VALUE SPACES.
       01 WKS-ES-ADICIONAL     PIC 9 VALUE 0.
       01 WKS-NOMBRE-ADIC      PIC A(20) VALUE SPACES.
       01 WKS-CAND-ADICIONAL   PIC 9 VALUE 0.
       01 WKS-REEMPLAZO        PIC 9(02) VALUE 0.
       01 WKS-NUMERO-NVO       PIC X(16) VALUE SPACES.
       01 WKS-EXPIRA-NVO       PIC 9(08) VALUE 0.
       01 WKS-ORIGEN-CANCELADO PIC 9 VALUE 0.
       01 WKS-OBSERVACION      PIC X(20) VALUE SPACES.

       01 HEADER-L1-ACT.
            03 FILLER PIC X(25) VALUE SPACES.
            03 FILLER PIC X(44)
               VALUE "ACTUALIZACION DE TARJETA EN COMERCIOS".

       01 HEADER-L2-ACT.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(15) VALUE "FECHA PROCESO: ".
            03 WKS-HOY-R       PIC 9(08).

       01 HEADER-CAMPOS-ACT.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(08) VALUE "CLIENTE".
            03 FILLER PIC X(22) VALUE "COMERCIO".
            03 FILLER PIC X(05) VALUE "ANT".
            03 FILLER PIC X(18) VALUE "NUMERO ANTERIOR".
            03 FILLER PIC X(05) VALUE "NVA".
            03 FILLER PIC X(18) VALUE "NUMERO NUEVO".
            03 FILLER PIC X(10) VALUE "VENCE".
            03 FILLER PIC X(20) VALUE "OBSERVACION".

       01 DETALLE-ACT-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-ID-CLI-R    PIC 9(06).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-COMERCIO-R  PIC X(20).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-ANT-R       PIC 9(02).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-NUM-ANT-R   PIC X(16).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-NVA-R       PIC 9(02).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-NUM-NVO-R   PIC X(16).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-VENCE-R     PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-OBSERVA-R   PIC X(20).

       01 FOOTER-ACT-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-PIE-ETIQ-R  PIC X(32).
            03 WKS-PIE-CONT-R  PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-EOF-RC = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN INPUT TARJCLI.
           OPEN OUTPUT ACTUALIZ.
           OPEN OUTPUT REP-ACT.

           OPEN INPUT ADICION.
           IF WKS-FS-ADIC NOT = "00"
               MOVE 1 TO WKS-SIN-ADICION.

      *SIN REGISTRO DE RECURRENTES NO HAY NADA QUE REPORTAR; EL
      *ARCHIVO SALE SOLO CON SU TRAILER.
           OPEN I-O RECURRE.
           IF WKS-FS-RC NOT = "00"
               MOVE 1 TO WKS-SIN-RECURRE
               MOVE 1 TO WKS-EOF-RC.

           MOVE HEADER-L1-ACT TO LINEA-ACT.
           WRITE LINEA-ACT AFTER 1.
           MOVE WKS-FECHA-HOY TO WKS-HOY-R.
           MOVE HEADER-L2-ACT TO LINEA-ACT.
           WRITE LINEA-ACT AFTER 2.
           MOVE HEADER-CAMPOS-ACT TO LINEA-ACT.
           WRITE LINEA-ACT AFTER 2.

           IF WKS-SIN-RECURRE = 0
               MOVE LOW-VALUES TO RECURRE-KEY
               START RECURRE KEY IS NOT < RECURRE-KEY
                           INVALID KEY MOVE 1 TO WKS-EOF-RC
               END-START
               IF WKS-EOF-RC = 0
                   PERFORM 1010-LEER-RECURRE.

       1010-LEER-RECURRE.
           READ RECURRE NEXT AT END MOVE 1 TO WKS-EOF-RC.

           IF WKS-EOF-RC = 0
               ADD 1 TO WKS-CONT-LEIDOS.

      *EL PLASTICO CERO ES EL DEL MAESTRO, SIN REGISTRO EN TARJCLI
      *NI NUMERO QUE REPORTAR.
       2000-PROCESO.
           IF RECURRE-ACTIVO AND NUM-TARJETA-RC > 0
               PERFORM 2100-REVISA-PLASTICO THRU 2100-FIN.

           PERFORM 1010-LEER-RECURRE.

      *PLASTICO VIVO: SOLO SE REPORTA SI SU NUMERO O VENCIMIENTO YA
      *NO SON LOS QUE TIENE EL COMERCIO (RENOVACION EN SITIO).
      *BLOQUEADO, CANCELADO O CON BLOQUEO PROGRAMADO: SE BUSCA SU
      *REEMPLAZO ENTRE LOS PLASTICOS DEL CLIENTE.
       2100-REVISA-PLASTICO.
           MOVE RECURRE-KEY TO WKS-LLAVE-ACTUAL.
           MOVE ID-CLIENTE-RC  TO ID-CLIENTE-T.
           MOVE NUM-TARJETA-RC TO NUM-TARJETA-T.
           READ TARJCLI INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                        NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 1
               GO TO 2100-FIN.

           IF ESTADO-TARJ-T NOT = "B" AND ESTADO-TARJ-T NOT = "C"
              AND FECHA-BLOQUEO-T = 0
               IF NUMERO-TARJETA-T NOT = NUMERO-TARJETA-RC
                   MOVE "N" TO TIPO-CAMBIO-AU
                   MOVE NUM-TARJETA-RC   TO WKS-REEMPLAZO
                   MOVE NUMERO-TARJETA-T TO WKS-NUMERO-NVO
                   MOVE FECHA-EXPIRA-T   TO WKS-EXPIRA-NVO
                   MOVE "NUMERO RENOVADO" TO WKS-OBSERVACION
                   PERFORM 2300-REPORTA-CAMBIO
               ELSE
               IF FECHA-EXPIRA-T NOT = FECHA-EXPIRA-RC
                   MOVE "E" TO TIPO-CAMBIO-AU
                   MOVE NUM-TARJETA-RC   TO WKS-REEMPLAZO
                   MOVE NUMERO-TARJETA-T TO WKS-NUMERO-NVO
                   MOVE FECHA-EXPIRA-T   TO WKS-EXPIRA-NVO
                   MOVE "VENCIMIENTO NUEVO" TO WKS-OBSERVACION
                   PERFORM 2300-REPORTA-CAMBIO
               END-IF
               END-IF
               GO TO 2100-FIN.

           MOVE 0 TO WKS-ORIGEN-CANCELADO.
           IF ESTADO-TARJ-T = "C"
               MOVE 1 TO WKS-ORIGEN-CANCELADO.

           PERFORM 2200-BUSCA-REEMPLAZO.

           IF WKS-REEMPLAZO > 0
               MOVE "N" TO TIPO-CAMBIO-AU
               MOVE "PLASTICO REEMPLAZADO" TO WKS-OBSERVACION
               PERFORM 2300-REPORTA-CAMBIO
               PERFORM 2400-MUEVE-RECURRENTE
           ELSE
           IF WKS-ORIGEN-CANCELADO = 1
               MOVE "C" TO TIPO-CAMBIO-AU
               MOVE SPACES TO WKS-NUMERO-NVO
               MOVE 0      TO WKS-EXPIRA-NVO
               MOVE "CUENTA CERRADA" TO WKS-OBSERVACION
               PERFORM 2300-REPORTA-CAMBIO
               MOVE "C"           TO STATUS-RC
               MOVE WKS-FECHA-HOY TO FECHA-STATUS-RC
               REWRITE REG-RECURRE
           ELSE
               ADD 1 TO WKS-CONT-PENDIENTES.

       2100-FIN.
           EXIT.

      *EL REEMPLAZO ES UN PLASTICO POSTERIOR DEL MISMO CLIENTE, DEL
      *MISMO TIPO, VIVO Y DEL MISMO TITULAR (EL MAESTRO, O EL MISMO
      *ADICIONAL POR NOMBRE); SI HAY VARIOS SE TOMA EL MAS NUEVO.
       2200-BUSCA-REEMPLAZO.
           MOVE TIPO-TARG-T TO WKS-TIPO-ORIGEN.
           PERFORM 2230-BUSCA-ADICIONAL.

           MOVE 0 TO WKS-REEMPLAZO.
           MOVE ID-CLIENTE-RC TO ID-CLIENTE-T.
           START TARJCLI KEY IS = ID-CLIENTE-T
               INVALID KEY MOVE 1 TO WKS-EOF-BUSCA
               NOT INVALID KEY MOVE 0 TO WKS-EOF-BUSCA
           END-START.

           PERFORM 2210-LEER-CANDIDATO UNTIL WKS-EOF-BUSCA = 1.

       2210-LEER-CANDIDATO.
           READ TARJCLI NEXT AT END MOVE 1 TO WKS-EOF-BUSCA.

           IF WKS-EOF-BUSCA = 0
               IF ID-CLIENTE-T NOT = ID-CLIENTE-RC
                   MOVE 1 TO WKS-EOF-BUSCA
               ELSE
                   IF NUM-TARJETA-T > NUM-TARJETA-RC
                      AND TIPO-TARG-T = WKS-TIPO-ORIGEN
                      AND ESTADO-TARJ-T NOT = "B"
                      AND ESTADO-TARJ-T NOT = "C"
                      AND FECHA-BLOQUEO-T = 0
                       PERFORM 2220-MISMO-TITULAR
                   END-IF
               END-IF
           END-IF.

      *CANDIDATO SIN TITULAR EN ADICION ES DEL MAESTRO; CON TITULAR
      *DE OTRO NOMBRE ES DE OTRO ADICIONAL Y NO SIRVE (CODIGO 9).
       2220-MISMO-TITULAR.
           MOVE 0 TO WKS-CAND-ADICIONAL.
           IF WKS-SIN-ADICION = 0
               MOVE ID-CLIENTE-T  TO ID-CLIENTE-AD
               MOVE NUM-TARJETA-T TO NUM-TARJETA-AD
               READ ADICION
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF NOMBRE-AD = WKS-NOMBRE-ADIC
                           MOVE 1 TO WKS-CAND-ADICIONAL
                       ELSE
                           MOVE 9 TO WKS-CAND-ADICIONAL
                       END-IF
               END-READ.

           IF WKS-CAND-ADICIONAL = WKS-ES-ADICIONAL
               MOVE NUM-TARJETA-T    TO WKS-REEMPLAZO
               MOVE NUMERO-TARJETA-T TO WKS-NUMERO-NVO
               MOVE FECHA-EXPIRA-T   TO WKS-EXPIRA-NVO.

      *EL PLASTICO ORIGEN ES ADICIONAL SI TIENE TITULAR EN ADICION.
       2230-BUSCA-ADICIONAL.
           MOVE 0      TO WKS-ES-ADICIONAL.
           MOVE SPACES TO WKS-NOMBRE-ADIC.
           IF WKS-SIN-ADICION = 0
               MOVE ID-CLIENTE-RC  TO ID-CLIENTE-AD
               MOVE NUM-TARJETA-RC TO NUM-TARJETA-AD
               READ ADICION
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 1         TO WKS-ES-ADICIONAL
                       MOVE NOMBRE-AD TO WKS-NOMBRE-ADIC
               END-READ.

       2300-REPORTA-CAMBIO.
           MOVE "D"               TO TIPO-REG-AU.
           MOVE ID-CLIENTE-RC     TO ID-CLIENTE-AU.
           MOVE GIRO-RC           TO GIRO-AU.
           MOVE COMERCIO-RC       TO COMERCIO-AU.
           MOVE NUMERO-TARJETA-RC TO NUMERO-ANT-AU.
           MOVE FECHA-EXPIRA-RC   TO EXPIRA-ANT-AU.
           MOVE WKS-NUMERO-NVO    TO NUMERO-NVO-AU.
           MOVE WKS-EXPIRA-NVO    TO EXPIRA-NVO-AU.
           MOVE WKS-FECHA-HOY     TO FECHA-AU.
           WRITE REG-ACTUALIZ.
           ADD 1 TO WKS-CONT-ARCHIVO.

           IF TIPO-CAMBIO-AU = "N"
               ADD 1 TO WKS-CONT-NUMERO
           ELSE
           IF TIPO-CAMBIO-AU = "E"
               ADD 1 TO WKS-CONT-VENCE
           ELSE
               ADD 1 TO WKS-CONT-CERRADOS.

           PERFORM 2800-IMPRIME-DETALLE.

           IF TIPO-CAMBIO-AU = "E"
              OR (TIPO-CAMBIO-AU = "N"
                  AND WKS-REEMPLAZO = NUM-TARJETA-RC)
               MOVE WKS-NUMERO-NVO TO NUMERO-TARJETA-RC
               MOVE WKS-EXPIRA-NVO TO FECHA-EXPIRA-RC
               REWRITE REG-RECURRE.

      *LA LLAVE INCLUYE EL PLASTICO: EL RECURRENTE SE BORRA Y SE
      *VUELVE A GRABAR CON EL NUMERO NUEVO. SI EL PLASTICO NUEVO YA
      *TENIA ESE MISMO RECURRENTE SOLO SE BORRA EL VIEJO. EL
      *RECORRIDO SE REPOSICIONA DESPUES DEL REGISTRO ORIGEN.
       2400-MUEVE-RECURRENTE.
           MOVE REG-RECURRE TO WKS-RECURRE-HOLD.

           DELETE RECURRE RECORD
               INVALID KEY
                   DISPLAY "NO SE PUDO BORRAR EL RECURRENTE "
                           RECURRE-KEY
           END-DELETE.

           MOVE WKS-RECURRE-HOLD TO REG-RECURRE.
           MOVE WKS-REEMPLAZO    TO NUM-TARJETA-RC.
           MOVE WKS-NUMERO-NVO   TO NUMERO-TARJETA-RC.
           MOVE WKS-EXPIRA-NVO   TO FECHA-EXPIRA-RC.
           MOVE WKS-FECHA-HOY    TO FECHA-STATUS-RC.

           WRITE REG-RECURRE
               INVALID KEY CONTINUE
           END-WRITE.

           MOVE WKS-LLAVE-ACTUAL TO RECURRE-KEY.
           START RECURRE KEY IS > RECURRE-KEY
                       INVALID KEY MOVE 1 TO WKS-EOF-RC.

       2800-IMPRIME-DETALLE.
           MOVE ID-CLIENTE-RC   TO WKS-ID-CLI-R.
           MOVE COMERCIO-RC     TO WKS-COMERCIO-R.
           MOVE NUM-TARJETA-RC  TO WKS-ANT-R.
           MOVE NUMERO-TARJETA-RC TO WKS-NUM-ANT-R.
           MOVE WKS-REEMPLAZO   TO WKS-NVA-R.
           MOVE WKS-NUMERO-NVO  TO WKS-NUM-NVO-R.
           MOVE WKS-EXPIRA-NVO  TO WKS-VENCE-R.
           MOVE WKS-OBSERVACION TO WKS-OBSERVA-R.
           MOVE DETALLE-ACT-R TO LINEA-ACT.
           WRITE LINEA-ACT AFTER 1.

       3000-FIN.
           MOVE "999"            TO MARCA-TRAILER.
           MOVE WKS-CONT-ARCHIVO TO CONTADOR-TRAILER.
           WRITE REG-ACTUALIZ-TRAILER.

           MOVE "RECURRENTES LEIDOS:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-LEIDOS TO WKS-PIE-CONT-R.
           MOVE FOOTER-ACT-R TO LINEA-ACT.
           WRITE LINEA-ACT AFTER 2.

           MOVE "NUMERO NUEVO REPORTADO:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-NUMERO TO WKS-PIE-CONT-R.
           MOVE FOOTER-ACT-R TO LINEA-ACT.
           WRITE LINEA-ACT AFTER 1.

           MOVE "VENCIMIENTO NUEVO REPORTADO:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-VENCE TO WKS-PIE-CONT-R.
           MOVE FOOTER-ACT-R TO LINEA-ACT.
           WRITE LINEA-ACT AFTER 1.

           MOVE "CUENTAS CERRADAS REPORTADAS:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-CERRADOS TO WKS-PIE-CONT-R.
           MOVE FOOTER-ACT-R TO LINEA-ACT.
           WRITE LINEA-ACT AFTER 1.

           MOVE "BLOQUEADOS SIN REEMPLAZO AUN:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-PENDIENTES TO WKS-PIE-CONT-R.
           MOVE FOOTER-ACT-R TO LINEA-ACT.
           WRITE LINEA-ACT AFTER 1.

           CLOSE TARJCLI.
           IF WKS-SIN-ADICION = 0
               CLOSE ADICION.
           IF WKS-SIN-RECURRE = 0
               CLOSE RECURRE.
           CLOSE ACTUALIZ.
           CLOSE REP-ACT.
           DISPLAY "RECURRENTES LEIDOS: " WKS-CONT-LEIDOS.
           DISPLAY "REGISTROS AL ACTUALIZADOR: " WKS-CONT-ARCHIVO.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "ACT-TAR " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDOS TO LEIDOS-BIT.
           MOVE WKS-CONT-ARCHIVO TO ESCRITOS-BIT.
           MOVE WKS-CONT-PENDIENTES TO RECHAZADOS-BIT.
           MOVE SPACES TO DETALLE-BIT.
           WRITE REG-BIT.
           CLOSE BITACORA.

      *FECHA DE NEGOCIO DESDE EL REGISTRO DE CONTROL; SI NO EXISTE
      *TODAVIA SE TRABAJA CON LA FECHA DE LA MAQUINA.
       9700-LEE-FECHA-PROCESO.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.

           OPEN INPUT FECHAPRO.

           IF WKS-FS-FECHAPRO = "00"
               READ FECHAPRO
                   AT END CONTINUE
                   NOT AT END MOVE FECHA-PROCESO-FP TO WKS-FECHA-HOY
               END-READ
               CLOSE FECHAPRO.
