      *MI PROGRAMA DE ARCHIVOS ESPERADOS - AQUI SE CAPTURA CADA
      *ARCHIVO EXTERNO QUE DEBE LLEGAR (LA FUENTE CON LA QUE LO
      *REGISTRA SU PROGRAMA DE CARGA), QUE PROGRAMA LO CARGA Y CADA
      *CUANDO SE ESPERA: CADA DIA HABIL, UN DIA DE LA SEMANA O UN
      *DIA DEL MES. REP-ARC AVISA LOS QUE NO LLEGARON.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAN-ESP.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHESP ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS FUENTE-AE
                FILE STATUS IS WKS-FS-ESP.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD ARCHESP.
       01 REG-ARCHESP.
       COPY ARCECOPY.

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-LOOP             PIC 9 VALUE 0.
       01 WKS-RES              PIC A(01).
       01 WKS-OPCION           PIC A(01).
       01 WKS-FS-ESP           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-EXISTE           PIC 9 VALUE 0.
       01 WKS-ID-OPERADOR      PIC X(08) VALUE SPACES.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-FUENTE           PIC X(08) VALUE SPACES.
       01 WKS-DESCRIPCION      PIC X(30) VALUE SPACES.
       01 WKS-PROGRAMA         PIC X(08) VALUE SPACES.
       01 WKS-FRECUENCIA       PIC X(01) VALUE SPACES.
       01 WKS-DIA              PIC 9(02) VALUE 0.
       01 WKS-CONT-ALTAS       PIC 9(06) VALUE 0.
       01 WKS-CONT-CAMBIOS     PIC 9(06) VALUE 0.
       01 WKS-CONT-BAJAS       PIC 9(06) VALUE 0.
       01 WKS-CONT-RECHAZADAS  PIC 9(06) VALUE 0.

      *RESULTADO DE LA FIRMA DE OPERADOR VALIDADA POR SEC-OPER.
       01 WKS-FIRMA.
       COPY FIRMCOPY.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-LOOP = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           MOVE "MAN-ESP " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0
               STOP RUN.

           MOVE ID-OPERADOR-F TO WKS-ID-OPERADOR.

           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN I-O ARCHESP.
           IF WKS-FS-ESP = "35"
               OPEN OUTPUT ARCHESP
               CLOSE ARCHESP
               OPEN I-O ARCHESP.

       2000-PROCESO.
           DISPLAY "(C)APTURA, (B)AJA, (F)IN:" LINE 03 POSITION 03.
           ACCEPT WKS-OPCION LINE 03 POSITION 30.

           IF WKS-OPCION = "C"
               PERFORM 2100-CAPTURA-ESPERADO THRU 2100-FIN.

           IF WKS-OPCION = "B"
               PERFORM 2200-BAJA-ESPERADO THRU 2200-FIN.

           IF WKS-OPCION = "F"
               MOVE 1 TO WKS-LOOP.

      *ALTA O CAMBIO DE UN ARCHIVO ESPERADO. LA FUENTE ES EL NOMBRE
      *LOGICO DEL ARCHIVO, EL MISMO CON QUE LO REGISTRA CTL-ARC.
       2100-CAPTURA-ESPERADO.
           DISPLAY "FUENTE (ARCHIVO):" LINE 05 POSITION 03.
           ACCEPT WKS-FUENTE LINE 05 POSITION 21.

           IF WKS-FUENTE = SPACES
               DISPLAY "LA FUENTE ES OBLIGATORIA" LINE 20 POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2100-FIN.

           MOVE WKS-FUENTE TO FUENTE-AE.
           READ ARCHESP INVALID KEY MOVE 0 TO WKS-EXISTE
                       NOT INVALID KEY MOVE 1 TO WKS-EXISTE.

           IF WKS-EXISTE = 1
               DISPLAY "EXISTENTE - " DESCRIPCION-AE " FRECUENCIA "
                       FRECUENCIA-AE " DIA " DIA-AE
                                                LINE 06 POSITION 03
           ELSE
               DISPLAY "ARCHIVO NUEVO EN EL CATALOGO" LINE 06
                                                       POSITION 03.

           DISPLAY "DESCRIPCION:" LINE 07 POSITION 03.
           ACCEPT WKS-DESCRIPCION LINE 07 POSITION 16.

           DISPLAY "PROGRAMA QUE LO CARGA:" LINE 08 POSITION 03.
           ACCEPT WKS-PROGRAMA LINE 08 POSITION 26.

           DISPLAY "FRECUENCIA (D)IARIA, (S)EMANAL, (M)ENSUAL:"
                                                LINE 09 POSITION 03.
           ACCEPT WKS-FRECUENCIA LINE 09 POSITION 47.

           IF WKS-FRECUENCIA NOT = "D" AND WKS-FRECUENCIA NOT = "S"
              AND WKS-FRECUENCIA NOT = "M"
               DISPLAY "FRECUENCIA NO VALIDA" LINE 20 POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2100-FIN.

           MOVE 0 TO WKS-DIA.

           IF WKS-FRECUENCIA = "S"
               DISPLAY "DIA DE LA SEMANA (1 LUNES A 7 DOMINGO):"
                                                LINE 10 POSITION 03
               ACCEPT WKS-DIA LINE 10 POSITION 43
               IF WKS-DIA < 1 OR WKS-DIA > 7
                   DISPLAY "DIA DE LA SEMANA NO VALIDO" LINE 20
                                                       POSITION 03
                   ADD 1 TO WKS-CONT-RECHAZADAS
                   GO TO 2100-FIN
               END-IF
           END-IF.

           IF WKS-FRECUENCIA = "M"
               DISPLAY "DIA DEL MES (1 A 31):" LINE 10 POSITION 03
               ACCEPT WKS-DIA LINE 10 POSITION 25
               IF WKS-DIA < 1 OR WKS-DIA > 31
                   DISPLAY "DIA DEL MES NO VALIDO" LINE 20
                                                       POSITION 03
                   ADD 1 TO WKS-CONT-RECHAZADAS
                   GO TO 2100-FIN
               END-IF
           END-IF.

           DISPLAY "CONFIRMA LOS DATOS S/N:" LINE 12 POSITION 03.
           ACCEPT WKS-RES LINE 12 POSITION 28.

           IF WKS-RES NOT = "S"
               GO TO 2100-FIN.

           MOVE WKS-FUENTE        TO FUENTE-AE.
           MOVE WKS-DESCRIPCION   TO DESCRIPCION-AE.
           MOVE WKS-PROGRAMA      TO PROGRAMA-AE.
           MOVE WKS-FRECUENCIA    TO FRECUENCIA-AE.
           MOVE WKS-DIA           TO DIA-AE.
           MOVE WKS-ID-OPERADOR   TO OPERADOR-AE.
           MOVE WKS-FECHA-HOY     TO FECHA-MOD-AE.

           IF WKS-EXISTE = 1
               REWRITE REG-ARCHESP
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR" LINE 20
                                                       POSITION 03
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONT-CAMBIOS
               END-REWRITE
           ELSE
               WRITE REG-ARCHESP
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR" LINE 20
                                                       POSITION 03
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONT-ALTAS
               END-WRITE.

       2100-FIN.
           EXIT.

       2200-BAJA-ESPERADO.
           DISPLAY "FUENTE A DAR DE BAJA:" LINE 05 POSITION 03.
           ACCEPT WKS-FUENTE LINE 05 POSITION 25.

           MOVE WKS-FUENTE TO FUENTE-AE.
           READ ARCHESP INVALID KEY MOVE 0 TO WKS-EXISTE
                       NOT INVALID KEY MOVE 1 TO WKS-EXISTE.

           IF WKS-EXISTE = 0
               DISPLAY "LA FUENTE NO ESTA EN EL CATALOGO" LINE 20
                                                       POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2200-FIN.

           DISPLAY DESCRIPCION-AE " FRECUENCIA " FRECUENCIA-AE
                   " DIA " DIA-AE LINE 06 POSITION 03.
           DISPLAY "CONFIRMA LA BAJA S/N:" LINE 07 POSITION 03.
           ACCEPT WKS-RES LINE 07 POSITION 26.

           IF WKS-RES NOT = "S"
               GO TO 2200-FIN.

           DELETE ARCHESP
               INVALID KEY
                   DISPLAY "NO SE PUDO DAR DE BAJA" LINE 20
                                                       POSITION 03
               NOT INVALID KEY
                   ADD 1 TO WKS-CONT-BAJAS
           END-DELETE.

       2200-FIN.
           EXIT.

       3000-FIN.
           CLOSE ARCHESP.
           DISPLAY "ALTAS: " WKS-CONT-ALTAS.
           DISPLAY "CAMBIOS: " WKS-CONT-CAMBIOS.
           DISPLAY "BAJAS: " WKS-CONT-BAJAS.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "MAN-ESP " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           COMPUTE LEIDOS-BIT = WKS-CONT-ALTAS + WKS-CONT-CAMBIOS
                              + WKS-CONT-BAJAS.
           COMPUTE ESCRITOS-BIT = WKS-CONT-ALTAS + WKS-CONT-CAMBIOS.
           MOVE WKS-CONT-RECHAZADAS TO RECHAZADOS-BIT.
           MOVE SPACES TO DETALLE-BIT.
           MOVE WKS-ID-OPERADOR TO DETALLE-BIT (1:8).
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
