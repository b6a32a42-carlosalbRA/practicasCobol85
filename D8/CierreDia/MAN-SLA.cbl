      *MI PROGRAMA DE TIEMPOS DE LA VENTANA NOCTURNA - AQUI SE
      *CAPTURA POR PROGRAMA SU DURACION ESPERADA EN MINUTOS, LA HORA
      *NORMAL DE ARRANQUE Y LA HORA LIMITE EN QUE DEBE TERMINAR PARA
      *QUE LA VENTANA EN LINEA ABRA A TIEMPO. LOS PASOS DE CIE-DIA Y
      *DE CIE-MES LLEVAN SU CADENA Y SU NUMERO DE PASO; TIE-LOT
      *COMPARA CONTRA ESTA TABLA LOS TIEMPOS DE LA BITACORA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAN-SLA.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLALOTE ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS PROGRAMA-SL
                FILE STATUS IS WKS-FS-SLA.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD SLALOTE.
       01 REG-SLA.
       COPY SLACOPY.

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
       01 WKS-FS-SLA           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-EXISTE           PIC 9 VALUE 0.
       01 WKS-ID-OPERADOR      PIC X(08) VALUE SPACES.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-PROGRAMA         PIC X(08) VALUE SPACES.
       01 WKS-CADENA           PIC X(01) VALUE SPACES.
       01 WKS-PASO             PIC 9(02) VALUE 0.
       01 WKS-DESCRIPCION      PIC X(30) VALUE SPACES.
       01 WKS-MINUTOS          PIC 9(04) VALUE 0.
       01 WKS-PORCENTAJE       PIC 9(03) VALUE 0.
       01 WKS-CONT-ALTAS       PIC 9(06) VALUE 0.
       01 WKS-CONT-CAMBIOS     PIC 9(06) VALUE 0.
       01 WKS-CONT-BAJAS       PIC 9(06) VALUE 0.
       01 WKS-CONT-RECHAZADAS  PIC 9(06) VALUE 0.

      *HORAS CAPTURADAS EN HHMM; SE REVISA QUE SEAN HORAS DEL DIA.
       01 WKS-HORA-ARRANQUE    PIC 9(04) VALUE 0.
       01 WKS-HORA-LIMITE      PIC 9(04) VALUE 0.
       01 WKS-HORA-REVISA      PIC 9(04) VALUE 0.
       01 WKS-HORA-REVISA-R REDEFINES WKS-HORA-REVISA.
           03 WKS-REV-HH           PIC 9(02).
           03 WKS-REV-MM           PIC 9(02).
       01 WKS-HORA-VALIDA      PIC 9 VALUE 0.

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
           MOVE "MAN-SLA " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0
               STOP RUN.

           MOVE ID-OPERADOR-F TO WKS-ID-OPERADOR.

           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN I-O SLALOTE.
           IF WKS-FS-SLA = "35"
               OPEN OUTPUT SLALOTE
               CLOSE SLALOTE
               OPEN I-O SLALOTE.

       2000-PROCESO.
           DISPLAY "(C)APTURA, (B)AJA, (F)IN:" LINE 03 POSITION 03.
           ACCEPT WKS-OPCION LINE 03 POSITION 30.

           IF WKS-OPCION = "C"
               PERFORM 2100-CAPTURA-TIEMPOS THRU 2100-FIN.

           IF WKS-OPCION = "B"
               PERFORM 2200-BAJA-TIEMPOS THRU 2200-FIN.

           IF WKS-OPCION = "F"
               MOVE 1 TO WKS-LOOP.

      *ALTA O CAMBIO DEL RENGLON DE UN PROGRAMA. EL RENGLON DE LA
      *CADENA MISMA VA CON PASO CERO; LOS PASOS DE LA CADENA VAN
      *DEL 1 EN ADELANTE EN EL ORDEN EN QUE CORREN.
       2100-CAPTURA-TIEMPOS.
           DISPLAY "PROGRAMA:" LINE 05 POSITION 03.
           ACCEPT WKS-PROGRAMA LINE 05 POSITION 13.

           IF WKS-PROGRAMA = SPACES
               DISPLAY "EL PROGRAMA ES OBLIGATORIO" LINE 20
                                                       POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2100-FIN.

           MOVE WKS-PROGRAMA TO PROGRAMA-SL.
           READ SLALOTE INVALID KEY MOVE 0 TO WKS-EXISTE
                       NOT INVALID KEY MOVE 1 TO WKS-EXISTE.

           IF WKS-EXISTE = 1
               DISPLAY "EXISTENTE - CADENA " CADENA-SL " PASO "
                       PASO-SL " ESPERADO " MINUTOS-ESPERADOS-SL
                       " LIMITE " HORA-LIMITE-SL LINE 06 POSITION 03
           ELSE
               DISPLAY "PROGRAMA NUEVO EN LA TABLA" LINE 06
                                                       POSITION 03.

           DISPLAY "CADENA (D)IA, (M)ES, ESPACIO SI CORRE SUELTO:"
                                                LINE 07 POSITION 03.
           ACCEPT WKS-CADENA LINE 07 POSITION 50.

           IF WKS-CADENA NOT = "D" AND WKS-CADENA NOT = "M"
              AND WKS-CADENA NOT = SPACE
               DISPLAY "CADENA NO VALIDA" LINE 20 POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2100-FIN.

           MOVE 0 TO WKS-PASO.
           IF WKS-CADENA NOT = SPACE
               DISPLAY "NUMERO DE PASO (0 = LA CADENA COMPLETA):"
                                                LINE 08 POSITION 03
               ACCEPT WKS-PASO LINE 08 POSITION 44.

           IF WKS-PASO > 20
               DISPLAY "PASO NO VALIDO (0 A 20)" LINE 20 POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2100-FIN.

           DISPLAY "DESCRIPCION:" LINE 09 POSITION 03.
           ACCEPT WKS-DESCRIPCION LINE 09 POSITION 16.

           DISPLAY "MINUTOS ESPERADOS:" LINE 10 POSITION 03.
           ACCEPT WKS-MINUTOS LINE 10 POSITION 22.

           IF WKS-MINUTOS = 0
               DISPLAY "LOS MINUTOS ESPERADOS NO PUEDEN SER CERO"
                                                LINE 20 POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2100-FIN.

           DISPLAY "HORA NORMAL DE ARRANQUE (HHMM):" LINE 11
                                                       POSITION 03.
           ACCEPT WKS-HORA-ARRANQUE LINE 11 POSITION 35.

           MOVE WKS-HORA-ARRANQUE TO WKS-HORA-REVISA.
           PERFORM 2110-VALIDA-HORA.
           IF WKS-HORA-VALIDA = 0
               DISPLAY "HORA DE ARRANQUE NO VALIDA" LINE 20
                                                       POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2100-FIN.

           DISPLAY "HORA LIMITE DE TERMINO (HHMM, 0 = SIN LIMITE):"
                                                LINE 12 POSITION 03.
           ACCEPT WKS-HORA-LIMITE LINE 12 POSITION 51.

           MOVE WKS-HORA-LIMITE TO WKS-HORA-REVISA.
           PERFORM 2110-VALIDA-HORA.
           IF WKS-HORA-VALIDA = 0
               DISPLAY "HORA LIMITE NO VALIDA" LINE 20 POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2100-FIN.

           DISPLAY "PORCENTAJE TOLERADO SOBRE EL PROMEDIO (10):"
                                                LINE 13 POSITION 03.
           ACCEPT WKS-PORCENTAJE LINE 13 POSITION 47.

           IF WKS-PORCENTAJE = 0
               MOVE 10 TO WKS-PORCENTAJE.

           DISPLAY "CONFIRMA LOS DATOS S/N:" LINE 14 POSITION 03.
           ACCEPT WKS-RES LINE 14 POSITION 28.

           IF WKS-RES NOT = "S"
               GO TO 2100-FIN.

           MOVE WKS-PROGRAMA      TO PROGRAMA-SL.
           MOVE WKS-CADENA        TO CADENA-SL.
           MOVE WKS-PASO          TO PASO-SL.
           MOVE WKS-DESCRIPCION   TO DESCRIPCION-SL.
           MOVE WKS-MINUTOS       TO MINUTOS-ESPERADOS-SL.
           MOVE WKS-HORA-ARRANQUE TO HORA-ARRANQUE-SL.
           MOVE WKS-HORA-LIMITE   TO HORA-LIMITE-SL.
           MOVE WKS-PORCENTAJE    TO PORC-TENDENCIA-SL.
           MOVE WKS-ID-OPERADOR   TO OPERADOR-SL.
           MOVE WKS-FECHA-HOY     TO FECHA-MOD-SL.

           IF WKS-EXISTE = 1
               REWRITE REG-SLA
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR" LINE 20
                                                       POSITION 03
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONT-CAMBIOS
               END-REWRITE
           ELSE
               WRITE REG-SLA
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR" LINE 20
                                                       POSITION 03
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONT-ALTAS
               END-WRITE.

       2100-FIN.
           EXIT.

       2110-VALIDA-HORA.
           MOVE 1 TO WKS-HORA-VALIDA.

           IF WKS-REV-HH > 23 OR WKS-REV-MM > 59
               MOVE 0 TO WKS-HORA-VALIDA.

       2200-BAJA-TIEMPOS.
           DISPLAY "PROGRAMA A DAR DE BAJA:" LINE 05 POSITION 03.
           ACCEPT WKS-PROGRAMA LINE 05 POSITION 27.

           MOVE WKS-PROGRAMA TO PROGRAMA-SL.
           READ SLALOTE INVALID KEY MOVE 0 TO WKS-EXISTE
                       NOT INVALID KEY MOVE 1 TO WKS-EXISTE.

           IF WKS-EXISTE = 0
               DISPLAY "EL PROGRAMA NO ESTA EN LA TABLA" LINE 20
                                                       POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2200-FIN.

           DISPLAY "CADENA " CADENA-SL " PASO " PASO-SL " "
                   DESCRIPCION-SL LINE 06 POSITION 03.
           DISPLAY "CONFIRMA LA BAJA S/N:" LINE 07 POSITION 03.
           ACCEPT WKS-RES LINE 07 POSITION 26.

           IF WKS-RES NOT = "S"
               GO TO 2200-FIN.

           DELETE SLALOTE
               INVALID KEY
                   DISPLAY "NO SE PUDO DAR DE BAJA" LINE 20
                                                       POSITION 03
               NOT INVALID KEY
                   ADD 1 TO WKS-CONT-BAJAS
           END-DELETE.

       2200-FIN.
           EXIT.

       3000-FIN.
           CLOSE SLALOTE.
           DISPLAY "ALTAS: " WKS-CONT-ALTAS.
           DISPLAY "CAMBIOS: " WKS-CONT-CAMBIOS.
           DISPLAY "BAJAS: " WKS-CONT-BAJAS.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "MAN-SLA " TO PROGRAMA-BIT.
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
