      *MI PROGRAMA DE CAPTURA DE INCIDENCIAS DE NOMINA - FALTAS,
      *HORAS EXTRA, BONOS Y DESCUENTOS DE UNA SOLA VEZ DE CADA
      *EMPLEADO PARA UN PERIODO. NOM-LOT LAS APLICA SOBRE EL MAESTRO
      *DE EMPLEADOS AL CORRER ESE PERIODO, YA SIN EDITAR EL MAESTRO Y
      *REGRESARLO DESPUES. UNA INCIDENCIA PENDIENTE SE PUEDE CANCELAR;
      *UNA YA APLICADA NO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAN-INC.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENCIAS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS INC-KEY
                FILE STATUS IS WKS-FS-INC.

           SELECT NOMPER ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS PERIODO-NP
                FILE STATUS IS WKS-FS-NOMPER.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD INCIDENCIAS.
       01 REG-INCIDENCIA.
       COPY INCICOPY.

       FD NOMPER.
       01 REG-NOMPER.
       COPY NOMPCOPY.

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
       01 WKS-FS-INC           PIC X(02) VALUE "00".
       01 WKS-FS-NOMPER        PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-SIN-NOMPER       PIC 9 VALUE 0.
       01 WKS-EOF-INC          PIC 9 VALUE 0.
       01 WKS-ID-OPERADOR      PIC X(08) VALUE SPACES.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-PERIODO          PIC 9(08) VALUE 0.
       01 WKS-EMPLEADO         PIC 9(05) VALUE 0.
       01 WKS-SECUENCIA        PIC 9(03) VALUE 0.
       01 WKS-MAX-SEC          PIC 9(03) VALUE 0.
       01 WKS-TIPO-CAPTURA     PIC X(01) VALUE SPACES.
       01 WKS-CANTIDAD         PIC 9(03) VALUE 0.
       01 WKS-IMPORTE          PIC 9(06)V99 VALUE 0.
       01 WKS-CONCEPTO         PIC X(20) VALUE SPACES.
       01 WKS-CONT-ALTAS       PIC 9(06) VALUE 0.
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
           MOVE "MAN-INC " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0
               STOP RUN.

           MOVE ID-OPERADOR-F TO WKS-ID-OPERADOR.

           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN I-O INCIDENCIAS.
           IF WKS-FS-INC = "35"
               OPEN OUTPUT INCIDENCIAS
               CLOSE INCIDENCIAS
               OPEN I-O INCIDENCIAS.

           OPEN INPUT NOMPER.
           IF WKS-FS-NOMPER NOT = "00"
               MOVE 1 TO WKS-SIN-NOMPER.

       2000-PROCESO.
           DISPLAY "(A)LTA DE INCIDENCIA, (C)ANCELAR, (F)IN:"
                                                LINE 03 POSITION 03.
           ACCEPT WKS-OPCION LINE 03 POSITION 45.

           IF WKS-OPCION = "A"
               PERFORM 2100-ALTA-INCIDENCIA THRU 2100-FIN.

           IF WKS-OPCION = "C"
               PERFORM 2300-CANCELA-INCIDENCIA THRU 2300-FIN.

           IF WKS-OPCION = "F"
               MOVE 1 TO WKS-LOOP.

       2100-ALTA-INCIDENCIA.
           DISPLAY "PERIODO (FECHA DE PAGO AAAAMMDD):" LINE 05
                                                       POSITION 03.
           ACCEPT WKS-PERIODO LINE 05 POSITION 38.

           IF WKS-SIN-NOMPER = 0
               MOVE WKS-PERIODO TO PERIODO-NP
               READ NOMPER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF NP-CERRADO
                           DISPLAY "EL PERIODO YA ESTA CERRADO"
                                               LINE 20 POSITION 03
                           ADD 1 TO WKS-CONT-RECHAZADAS
                           GO TO 2100-FIN
                       END-IF
               END-READ.

           DISPLAY "NUMERO DE EMPLEADO:" LINE 06 POSITION 03.
           ACCEPT WKS-EMPLEADO LINE 06 POSITION 24.

           DISPLAY "TIPO (F FALTA, H HORAS EXTRA, B BONO, D DESCUENTO):"
                                                LINE 07 POSITION 03.
           ACCEPT WKS-TIPO-CAPTURA LINE 07 POSITION 56.

           MOVE WKS-TIPO-CAPTURA TO TIPO-IN.
           IF NOT TIPO-IN-VALIDO
               DISPLAY "TIPO NO VALIDO" LINE 20 POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2100-FIN.

           MOVE 0 TO WKS-CANTIDAD.
           MOVE 0 TO WKS-IMPORTE.
           MOVE SPACES TO WKS-CONCEPTO.

           IF IN-FALTA
               DISPLAY "DIAS DE FALTA:" LINE 08 POSITION 03
               ACCEPT WKS-CANTIDAD LINE 08 POSITION 19
               MOVE "FALTAS" TO WKS-CONCEPTO.

           IF IN-HORAS-EXTRA
               DISPLAY "HORAS EXTRA:" LINE 08 POSITION 03
               ACCEPT WKS-CANTIDAD LINE 08 POSITION 17
               MOVE "HORAS EXTRA" TO WKS-CONCEPTO.

           IF IN-BONO OR IN-DESCUENTO
               DISPLAY "IMPORTE:" LINE 08 POSITION 03
               ACCEPT WKS-IMPORTE LINE 08 POSITION 13
               DISPLAY "CONCEPTO (PRESTAMO, ANTICIPO, ...):"
                                                LINE 09 POSITION 03
               ACCEPT WKS-CONCEPTO LINE 09 POSITION 40.

           IF WKS-CANTIDAD = 0 AND WKS-IMPORTE = 0
               DISPLAY "LA INCIDENCIA NO TRAE CANTIDAD NI IMPORTE"
                                                LINE 20 POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2100-FIN.

           PERFORM 2200-BUSCA-MAX-SECUENCIA.

           IF WKS-MAX-SEC = 999
               DISPLAY "EL EMPLEADO YA TIENE 999 INCIDENCIAS EN EL"
                       " PERIODO" LINE 20 POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2100-FIN.

           MOVE WKS-PERIODO       TO PERIODO-IN.
           MOVE WKS-EMPLEADO      TO NUM-EMPLEADO-IN.
           COMPUTE SECUENCIA-IN = WKS-MAX-SEC + 1.
           MOVE WKS-TIPO-CAPTURA  TO TIPO-IN.
           MOVE WKS-CANTIDAD      TO CANTIDAD-IN.
           MOVE WKS-IMPORTE       TO IMPORTE-IN.
           MOVE WKS-CONCEPTO      TO CONCEPTO-IN.
           MOVE "P"               TO ESTADO-IN.
           MOVE WKS-FECHA-HOY     TO FECHA-CAPTURA-IN.
           MOVE WKS-ID-OPERADOR   TO CAPTURO-IN.
           MOVE 0                 TO FECHA-APLICA-IN.
           MOVE SPACES            TO MOTIVO-IN.

           WRITE REG-INCIDENCIA
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR LA INCIDENCIA" LINE 20
                                                       POSITION 03
               NOT INVALID KEY
                   ADD 1 TO WKS-CONT-ALTAS
                   DISPLAY "INCIDENCIA REGISTRADA, SECUENCIA "
                           SECUENCIA-IN LINE 20 POSITION 03
           END-WRITE.

       2100-FIN.
           EXIT.

      *LA SIGUIENTE SECUENCIA DEL EMPLEADO EN EL PERIODO.
       2200-BUSCA-MAX-SECUENCIA.
           MOVE 0 TO WKS-MAX-SEC.
           MOVE WKS-PERIODO  TO PERIODO-IN.
           MOVE WKS-EMPLEADO TO NUM-EMPLEADO-IN.
           MOVE 0            TO SECUENCIA-IN.
           START INCIDENCIAS KEY IS > INC-KEY
               INVALID KEY MOVE 1 TO WKS-EOF-INC
               NOT INVALID KEY MOVE 0 TO WKS-EOF-INC
           END-START.

           PERFORM 2210-LEER-SECUENCIA UNTIL WKS-EOF-INC = 1.

       2210-LEER-SECUENCIA.
           READ INCIDENCIAS NEXT AT END MOVE 1 TO WKS-EOF-INC.

           IF WKS-EOF-INC = 0
               IF PERIODO-IN NOT = WKS-PERIODO OR
                  NUM-EMPLEADO-IN NOT = WKS-EMPLEADO
                   MOVE 1 TO WKS-EOF-INC
               ELSE
                   MOVE SECUENCIA-IN TO WKS-MAX-SEC
               END-IF
           END-IF.

       2300-CANCELA-INCIDENCIA.
           DISPLAY "PERIODO (FECHA DE PAGO AAAAMMDD):" LINE 05
                                                       POSITION 03.
           ACCEPT WKS-PERIODO LINE 05 POSITION 38.
           DISPLAY "NUMERO DE EMPLEADO:" LINE 06 POSITION 03.
           ACCEPT WKS-EMPLEADO LINE 06 POSITION 24.
           DISPLAY "SECUENCIA:" LINE 07 POSITION 03.
           ACCEPT WKS-SECUENCIA LINE 07 POSITION 15.

           MOVE WKS-PERIODO   TO PERIODO-IN.
           MOVE WKS-EMPLEADO  TO NUM-EMPLEADO-IN.
           MOVE WKS-SECUENCIA TO SECUENCIA-IN.
           READ INCIDENCIAS
               INVALID KEY
                   DISPLAY "INCIDENCIA NO EXISTE" LINE 20 POSITION 03
                   ADD 1 TO WKS-CONT-RECHAZADAS
                   GO TO 2300-FIN
           END-READ.

           DISPLAY "TIPO: " TIPO-IN "  CANTIDAD: " CANTIDAD-IN
                   "  IMPORTE: " IMPORTE-IN "  " CONCEPTO-IN
                                                LINE 08 POSITION 03.

           IF NOT IN-PENDIENTE
               DISPLAY "LA INCIDENCIA YA NO ESTA PENDIENTE" LINE 20
                                                       POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2300-FIN.

           DISPLAY "CONFIRMA LA CANCELACION S/N:" LINE 09
                                                       POSITION 03.
           ACCEPT WKS-RES LINE 09 POSITION 33.

           IF WKS-RES NOT = "S"
               GO TO 2300-FIN.

           DELETE INCIDENCIAS
               INVALID KEY
                   DISPLAY "NO SE PUDO CANCELAR LA INCIDENCIA" LINE 20
                                                       POSITION 03
               NOT INVALID KEY
                   ADD 1 TO WKS-CONT-BAJAS
                   DISPLAY "INCIDENCIA CANCELADA" LINE 20 POSITION 03
           END-DELETE.

       2300-FIN.
           EXIT.

       3000-FIN.
           CLOSE INCIDENCIAS.
           IF WKS-SIN-NOMPER = 0
               CLOSE NOMPER.
           DISPLAY "INCIDENCIAS CAPTURADAS: " WKS-CONT-ALTAS.
           DISPLAY "INCIDENCIAS CANCELADAS: " WKS-CONT-BAJAS.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "MAN-INC " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-ALTAS TO LEIDOS-BIT.
           MOVE WKS-CONT-BAJAS TO ESCRITOS-BIT.
           MOVE WKS-CONT-RECHAZADAS TO RECHAZADOS-BIT.
           MOVE WKS-ID-OPERADOR TO DETALLE-BIT.
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
