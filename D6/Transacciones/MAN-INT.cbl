      *MI PROGRAMA DE MANTENIMIENTO DE LA TABLA DE INTERCAMBIO -
      *ALTAS, CAMBIOS Y BAJAS DE LA CUOTA DE INTERCAMBIO QUE PUBLICA
      *LA RED POR GIRO DEL COMERCIO Y TIPO DE TARGETA (PORCENTAJE
      *DEL IMPORTE MAS CUOTA FIJA POR OPERACION). TRD-RED LA APLICA
      *A CADA COMPRA DE LA COMPENSACION. EL GIRO 0000 Y EL TIPO 00
      *SON LAS TASAS DE RESPALDO PARA LO QUE NO TENGA TASA PROPIA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAN-INT.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TASINTER ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TASA-INTER-KEY
                FILE STATUS IS WKS-FS-TIN.

           SELECT COMERCIOS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS GIRO-COM
                FILE STATUS IS WKS-FS-COM.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD TASINTER.
       01 REG-TASA-INTER.
       COPY INTCCOPY.

       FD COMERCIOS.
       01 REG-COMERCIO.
        03 GIRO-COM           PIC 9(04).
        03 DESCRIPCION-COM    PIC X(20).

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-LOOP             PIC 9 VALUE 0.
       01 WKS-RES              PIC A(01).
       01 WKS-ACCION           PIC A(01).
       01 WKS-EXISTE           PIC 9 VALUE 0.
       01 WKS-FS-TIN           PIC X(02) VALUE "00".
       01 WKS-FS-COM           PIC X(02) VALUE "00".
       01 WKS-SIN-COMERCIOS    PIC 9 VALUE 0.
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.

       01 WKS-GIRO-CAPTURA     PIC 9(04) VALUE 0.
       01 WKS-ID-CAPTURA       PIC 99 VALUE 0.
       01 WKS-PCT              PIC 9(01)V9999 VALUE 0.
       01 WKS-CUOTA            PIC 9(03)V99 VALUE 0.
       01 WKS-PCT-R            PIC 9.9999.
       01 WKS-CUOTA-R          PIC ZZ9.99.

      *RESULTADO DE LA FIRMA DE OPERADOR VALIDADA POR SEC-OPER - LA
      *TABLA DE INTERCAMBIO ALIMENTA CONTABILIDAD, ASI QUE SOLO LA
      *TOCA UN OPERADOR DE NIVEL COMPLETO.
       01 WKS-FIRMA.
       COPY FIRMCOPY.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-LOOP = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           MOVE "MAN-INT " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           MOVE "E" TO FUNCION-SOL-F.
           MOVE 1 TO NIVEL-SOL-F.
           CALL "SEC-PERM" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0 OR PERMITIDO-F = 0
               DISPLAY "LA TABLA DE INTERCAMBIO LA MANTIENE UN"
                       " OPERADOR DE NIVEL COMPLETO" LINE 03
                                                     POSITION 03
               MOVE 1 TO WKS-LOOP
               STOP RUN.

           PERFORM 9700-LEE-FECHA-PROCESO.

      *SI LA TABLA TODAVIA NO EXISTE SE CREA VACIA EN LA PRIMERA
      *CAPTURA.
           OPEN I-O TASINTER.
           IF WKS-FS-TIN = "35"
               OPEN OUTPUT TASINTER
               CLOSE TASINTER
               OPEN I-O TASINTER.

           OPEN INPUT COMERCIOS.
           IF WKS-FS-COM NOT = "00"
               MOVE 1 TO WKS-SIN-COMERCIOS.

       2000-PROCESO.
           PERFORM 2100-CAPTURA-TASA THRU 2100-FIN.

           DISPLAY "DESEA CAPTURAR OTRA TASA S/N:" LINE 20
                                                   POSITION 03.
           ACCEPT WKS-RES LINE 20 POSITION 34.

           IF WKS-RES = "N"
               MOVE 1 TO WKS-LOOP.

       2100-CAPTURA-TASA.
           DISPLAY "GIRO DEL COMERCIO (0000 = CUALQUIER GIRO):"
                                                LINE 04 POSITION 03.
           ACCEPT WKS-GIRO-CAPTURA LINE 04 POSITION 47.

           IF WKS-GIRO-CAPTURA NOT = 0 AND WKS-SIN-COMERCIOS = 0
               MOVE WKS-GIRO-CAPTURA TO GIRO-COM
               READ COMERCIOS
                   INVALID KEY
                       DISPLAY "EL GIRO NO EXISTE EN EL CATALOGO DE"
                               " COMERCIOS" LINE 19 POSITION 03
                       GO TO 2100-FIN
                   NOT INVALID KEY
                       DISPLAY DESCRIPCION-COM LINE 04 POSITION 53
               END-READ.

           DISPLAY "ID DE TARGETA (00 = CUALQUIER TIPO):" LINE 05
                                                       POSITION 03.
           ACCEPT WKS-ID-CAPTURA LINE 05 POSITION 41.

           IF WKS-ID-CAPTURA > 5
               DISPLAY "EL ID DE TARGETA DEBE SER DE 0 A 5"
                                               LINE 19 POSITION 03
               GO TO 2100-FIN.

           MOVE WKS-GIRO-CAPTURA TO GIRO-IT.
           MOVE WKS-ID-CAPTURA   TO ID-TARGETA-IT.

           READ TASINTER INVALID KEY MOVE 0 TO WKS-EXISTE
                         NOT INVALID KEY MOVE 1 TO WKS-EXISTE.

           IF WKS-EXISTE = 1
               MOVE PCT-INTER-IT  TO WKS-PCT-R
               MOVE CUOTA-FIJA-IT TO WKS-CUOTA-R
               DISPLAY "TASA ACTUAL:" LINE 06 POSITION 03
               DISPLAY WKS-PCT-R LINE 06 POSITION 16
               DISPLAY "% MAS" LINE 06 POSITION 23
               DISPLAY WKS-CUOTA-R LINE 06 POSITION 29
               DISPLAY "CAMBIAR (C) O DAR DE BAJA (B):" LINE 07
                                                       POSITION 03
               ACCEPT WKS-ACCION LINE 07 POSITION 35
               IF WKS-ACCION = "B"
                   PERFORM 2130-BAJA-TASA
                   GO TO 2100-FIN
               END-IF
           ELSE
               DISPLAY "TASA NUEVA, SE DA DE ALTA" LINE 06
                                                   POSITION 03.

           DISPLAY "PORCENTAJE DEL IMPORTE (9.9999):" LINE 08
                                                      POSITION 03.
           ACCEPT WKS-PCT LINE 08 POSITION 37.

           DISPLAY "CUOTA FIJA POR OPERACION:" LINE 09 POSITION 03.
           ACCEPT WKS-CUOTA LINE 09 POSITION 30.

           IF WKS-PCT = 0 AND WKS-CUOTA = 0
               DISPLAY "LA TASA NO PUEDE SER CERO; SI YA NO APLICA"
                       " DELA DE BAJA" LINE 19 POSITION 03
               GO TO 2100-FIN.

           PERFORM 2120-GRABA-TASA.

       2100-FIN.
           EXIT.

       2120-GRABA-TASA.
           MOVE WKS-GIRO-CAPTURA TO GIRO-IT.
           MOVE WKS-ID-CAPTURA   TO ID-TARGETA-IT.
           MOVE WKS-PCT          TO PCT-INTER-IT.
           MOVE WKS-CUOTA        TO CUOTA-FIJA-IT.
           MOVE WKS-FECHA-HOY    TO FECHA-CAPTURA-IT.
           MOVE ID-OPERADOR-F    TO OPERADOR-IT.

           IF WKS-EXISTE = 1
               REWRITE REG-TASA-INTER
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR LA TASA"
                                               LINE 19 POSITION 03
                   NOT INVALID KEY
                       DISPLAY "TASA ACTUALIZADA" LINE 19
                                                  POSITION 03
               END-REWRITE
           ELSE
               WRITE REG-TASA-INTER
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR LA TASA"
                                               LINE 19 POSITION 03
                   NOT INVALID KEY
                       DISPLAY "TASA DADA DE ALTA" LINE 19
                                                   POSITION 03
               END-WRITE.

       2130-BAJA-TASA.
           DELETE TASINTER
               INVALID KEY
                   DISPLAY "NO SE PUDO DAR DE BAJA LA TASA"
                                               LINE 19 POSITION 03
               NOT INVALID KEY
                   DISPLAY "TASA DADA DE BAJA" LINE 19 POSITION 03
           END-DELETE.

       3000-FIN.
           CLOSE TASINTER.
           IF WKS-SIN-COMERCIOS = 0
               CLOSE COMERCIOS.

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
