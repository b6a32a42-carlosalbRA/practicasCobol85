      *MI RUTINA COMPARTIDA DE CONTROL DE ARCHIVOS RECIBIDOS - LA
      *LLAMA CADA PROGRAMA QUE CARGA UN ARCHIVO EXTERNO (RESPUESTAS
      *DEL BANCO, PAGOS REFERENCIADOS, LA RED, TIMBRADO, CAMPANAS,
      *AGENCIAS, REBOTES Y EL CATALOGO POSTAL) DESPUES DE CONTAR Y
      *SUMAR EL ARCHIVO Y ANTES DE APLICAR UN SOLO REGISTRO. UN
      *ARCHIVO CON EL MISMO CONTEO Y HASH DE UNO YA CARGADO DE LA
      *MISMA FUENTE ES UN DUPLICADO, Y UNO CON FECHA ANTERIOR AL
      *ULTIMO CARGADO ESTA FUERA DE SECUENCIA; CUALQUIERA DE LOS DOS
      *SE RECHAZA SALVO QUE UN SUPERVISOR FORCE LA CARGA CON SU
      *FIRMA. TODO ARCHIVO PRESENTADO QUEDA EN ARCHREC, ACEPTADO O
      *NO, PARA EL REPORTE DIARIO DE REP-ARC.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTL-ARC.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHREC ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ARCHREC-KEY
                FILE STATUS IS WKS-FS-ARC.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD ARCHREC.
       01 REG-ARCHREC.
       COPY ARCRCOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-FS-ARC           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-EOF-ARC          PIC 9 VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-RECIBO      PIC 9(08) VALUE 0.
       01 WKS-ULTIMA-FECHA     PIC 9(08) VALUE 0.
       01 WKS-MAX-CONSEC       PIC 9(03) VALUE 0.
       01 WKS-DUPLICADO        PIC 9 VALUE 0.
       01 WKS-FECHA-ORIGINAL   PIC 9(08) VALUE 0.
       01 WKS-ESTADO           PIC X(01) VALUE SPACES.
       01 WKS-SUPERVISOR       PIC X(08) VALUE SPACES.
       01 WKS-SUPERVISOR-OK    PIC X(01) VALUE SPACES.
       01 WKS-REGISTROS-R      PIC Z,ZZZ,ZZ9.
       01 WKS-HASH-R           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *FIRMA DEL SUPERVISOR QUE FUERZA LA CARGA DE UN RECHAZADO.
       01 WKS-FIRMA.
       COPY FIRMCOPY.

       LINKAGE SECTION.
       01 SOLICITUD-ARCHIVO.
       COPY ARCVCOPY.

       PROCEDURE DIVISION USING SOLICITUD-ARCHIVO.
       INICIO.
           MOVE "R"    TO RESULTADO-RV.
           MOVE SPACES TO MOTIVO-RV.

           PERFORM 1000-INICIO.

           IF WKS-FS-ARC NOT = "00"
               MOVE "SIN REGISTRO DE ARCHIVOS" TO MOTIVO-RV
               GOBACK.

           PERFORM 2000-REVISA-FUENTE.
           PERFORM 3000-DICTAMEN THRU 3000-FIN.
           PERFORM 4000-REGISTRA-ARCHIVO.

           CLOSE ARCHREC.

           GOBACK.

      *EL ARCHIVO QUE NO TRAE FECHA PROPIA SE REGISTRA CON LA FECHA
      *DE NEGOCIO EN QUE SE RECIBE.
       1000-INICIO.
           MOVE 0      TO WKS-ULTIMA-FECHA.
           MOVE 0      TO WKS-MAX-CONSEC.
           MOVE 0      TO WKS-DUPLICADO.
           MOVE 0      TO WKS-FECHA-ORIGINAL.
           MOVE "A"    TO WKS-ESTADO.
           MOVE SPACES TO WKS-SUPERVISOR.

           ACCEPT WKS-HORA-RECIBO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           IF FECHA-ARCHIVO-RV = 0
               MOVE WKS-FECHA-HOY TO FECHA-ARCHIVO-RV.

           OPEN I-O ARCHREC.
           IF WKS-FS-ARC = "35"
               OPEN OUTPUT ARCHREC
               CLOSE ARCHREC
               OPEN I-O ARCHREC.

      *RECORRE LO QUE YA SE RECIBIO DE LA FUENTE: LA MAYOR FECHA DE
      *ARCHIVO CARGADO, SI YA SE CARGO UNO CON EL MISMO CONTEO Y
      *HASH, Y EL ULTIMO CONSECUTIVO USADO EN EL DIA.
       2000-REVISA-FUENTE.
           MOVE 0 TO WKS-EOF-ARC.
           MOVE FUENTE-RV TO FUENTE-RA.
           MOVE 0 TO FECHA-RECIBO-RA.
           MOVE 0 TO CONSEC-RA.

           START ARCHREC KEY IS NOT < ARCHREC-KEY
               INVALID KEY MOVE 1 TO WKS-EOF-ARC
           END-START.

           PERFORM 2010-LEER-REGISTRO UNTIL WKS-EOF-ARC = 1.

       2010-LEER-REGISTRO.
           READ ARCHREC NEXT AT END MOVE 1 TO WKS-EOF-ARC.

           IF WKS-EOF-ARC = 0
               IF FUENTE-RA NOT = FUENTE-RV
                   MOVE 1 TO WKS-EOF-ARC
               ELSE
                   PERFORM 2020-COMPARA-REGISTRO
               END-IF
           END-IF.

       2020-COMPARA-REGISTRO.
           IF FECHA-RECIBO-RA = WKS-FECHA-HOY
               MOVE CONSEC-RA TO WKS-MAX-CONSEC.

           IF CARGADO-RA
               IF FECHA-ARCHIVO-RA > WKS-ULTIMA-FECHA
                   MOVE FECHA-ARCHIVO-RA TO WKS-ULTIMA-FECHA
               END-IF
               IF REGISTROS-RV > 0
                  AND REGISTROS-RA = REGISTROS-RV
                  AND HASH-RA = HASH-RV
                   MOVE 1 TO WKS-DUPLICADO
                   MOVE FECHA-RECIBO-RA TO WKS-FECHA-ORIGINAL
               END-IF
           END-IF.

      *EL DUPLICADO PESA MAS QUE LA SECUENCIA: UN ARCHIVO REPETIDO
      *TRAE POR FUERZA UNA FECHA YA CARGADA. EL RECHAZADO SE AVISA
      *EN PANTALLA Y SOLO UN SUPERVISOR LO PUEDE FORZAR.
       3000-DICTAMEN.
           IF WKS-DUPLICADO = 1
               MOVE "D" TO WKS-ESTADO
               MOVE "ARCHIVO YA CARGADO ANTES" TO MOTIVO-RV
           ELSE
               IF FECHA-ARCHIVO-RV < WKS-ULTIMA-FECHA
                   MOVE "S" TO WKS-ESTADO
                   MOVE "FECHA ANTERIOR AL ULTIMO CARGADO"
                                                   TO MOTIVO-RV.

           IF WKS-ESTADO = "A"
               MOVE "A" TO RESULTADO-RV
               GO TO 3000-FIN.

           MOVE REGISTROS-RV TO WKS-REGISTROS-R.
           MOVE HASH-RV TO WKS-HASH-R.

           DISPLAY "ARCHIVO " FUENTE-RV " RECHAZADO: " MOTIVO-RV
                                                LINE 20 POSITION 03.

           IF WKS-ESTADO = "D"
               DISPLAY "REGISTROS " WKS-REGISTROS-R " HASH "
                       WKS-HASH-R " RECIBIDO EL " WKS-FECHA-ORIGINAL
                                                LINE 21 POSITION 03
           ELSE
               DISPLAY "FECHA DEL ARCHIVO " FECHA-ARCHIVO-RV
                       " ULTIMO CARGADO " WKS-ULTIMA-FECHA
                                                LINE 21 POSITION 03.

           DISPLAY "FORZAR LA CARGA CON VISTO BUENO DE SUPERVISOR"
                   " S/N:" LINE 22 POSITION 03.
           ACCEPT WKS-SUPERVISOR-OK LINE 22 POSITION 54.

           IF WKS-SUPERVISOR-OK NOT = "S"
               GO TO 3000-FIN.

           MOVE PROGRAMA-RV TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.
           MOVE "P" TO FUNCION-SOL-F.
           MOVE 1 TO NIVEL-SOL-F.
           CALL "SEC-PERM" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0 OR PERMITIDO-F = 0
               DISPLAY "SIN AUTORIZACION, EL ARCHIVO NO SE CARGA"
                                                LINE 22 POSITION 03
               GO TO 3000-FIN.

           MOVE ID-OPERADOR-F TO WKS-SUPERVISOR.
           MOVE "F" TO RESULTADO-RV.

       3000-FIN.
           EXIT.

      *EL FORZADO QUEDA COMO "F" CON LA FIRMA DEL SUPERVISOR; EL
      *RECHAZADO QUEDA CON SU MOTIVO PARA EL REPORTE DEL DIA.
       4000-REGISTRA-ARCHIVO.
           MOVE SPACES             TO REG-ARCHREC.
           MOVE FUENTE-RV          TO FUENTE-RA.
           MOVE WKS-FECHA-HOY      TO FECHA-RECIBO-RA.
           ADD 1 TO WKS-MAX-CONSEC.
           MOVE WKS-MAX-CONSEC     TO CONSEC-RA.
           MOVE WKS-HORA-RECIBO    TO HORA-RECIBO-RA.
           MOVE PROGRAMA-RV        TO PROGRAMA-RA.
           MOVE FECHA-ARCHIVO-RV   TO FECHA-ARCHIVO-RA.
           MOVE REGISTROS-RV       TO REGISTROS-RA.
           MOVE HASH-RV            TO HASH-RA.
           MOVE WKS-SUPERVISOR     TO SUPERVISOR-RA.

           IF RESULTADO-RV = "R"
               MOVE WKS-ESTADO TO ESTADO-RA
           ELSE
               MOVE RESULTADO-RV TO ESTADO-RA.

           IF WKS-ESTADO = "D"
               MOVE WKS-FECHA-ORIGINAL TO FECHA-REFERENCIA-RA
           ELSE
               IF WKS-ESTADO = "S"
                   MOVE WKS-ULTIMA-FECHA TO FECHA-REFERENCIA-RA
               ELSE
                   MOVE 0 TO FECHA-REFERENCIA-RA.

           WRITE REG-ARCHREC
               INVALID KEY
                   DISPLAY "NO SE PUDO REGISTRAR EL ARCHIVO "
                           FUENTE-RV
           END-WRITE.

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
