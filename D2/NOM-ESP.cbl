      *MI PROGRAMA DE NOMINAS ESPECIALES DEL ANO - AGUINALDO EN
      *DICIEMBRE Y REPARTO DE UTILIDADES (PTU) EN MAYO, QUE ANTES SE
      *CALCULABAN A MANO. LOS DIAS Y EL SALARIO DEL ANO SALEN DEL
      *ACUMULADO ANUAL QUE DEJA NOM-LOT (ACUMNOM):
      *  AGUINALDO - DIAS DE AGUINALDO DEL SUELDO DIARIO ACTUAL, EN
      *              PROPORCION A LOS DIAS TRABAJADOS EN EL ANO.
      *  UTILIDADES- EL MONTO A REPARTIR DE UNA EMPRESA, MITAD POR
      *              DIAS TRABAJADOS Y MITAD POR SALARIO DEVENGADO.
      *LA PARTE EXENTA (30 UMAS EL AGUINALDO, 15 LAS UTILIDADES) SE
      *RESTA ANTES DE RETENER ISR CON LA MISMA RUTINA CAL-NOM. SALE
      *SU PROPIA NOMINA, SUS RECIBOS Y EL LOTE DE DEPOSITOS A LA
      *TARJETA NOMINA PARA POST-TRX, IGUAL QUE LA NOMINA ORDINARIA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOM-ESP.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADOS ASSIGN TO DISK.
           SELECT NOMMOV ASSIGN TO DISK.
           SELECT ACUMNOM ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ACUM-KEY
                FILE STATUS IS WKS-FS-ACUM.

           SELECT REP-ESP ASSIGN TO PRINTER.
           SELECT RECIBOS ASSIGN TO PRINTER.
           SELECT BITACORA ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
      *MAESTRO DE EMPLEADOS: NUMERO, NOMBRE, SUELDO DEL PERIODO,
      *TIPO DE PERIODO (1 MENSUAL 2 QUINCENAL 3 CATORCENAL 4
      *CUATRO SEMANAS) Y DIAS TRABAJADOS DEL PERIODO.
       FD EMPLEADOS.
       01 REG-EMPLEADO.
        03 NUM-EMPLEADO       PIC 9(05).
        03 NOMBRE-EMP         PIC X(30).
        03 SUELDO-PERIODO-EMP PIC 9(05).
        03 TIPO-PERIODO-EMP   PIC 9(01).
        03 DIAS-TRAB-EMP      PIC 9(02).
        03 ID-CLIENTE-EMP     PIC 9(06).
        03 EMPRESA-EMP        PIC 9(03).
      *"B" EMPLEADO DADO DE BAJA EN MAN-EMP: SU AGUINALDO SALIO EN
      *EL FINIQUITO, PERO SI TRABAJO EN EL ANO SI ENTRA AL REPARTO
      *DE UTILIDADES.
        03 ESTADO-EMP         PIC X(01).
           88 EMP-BAJA            VALUE "B".
        03 FECHA-BAJA-EMP     PIC 9(08).

      *DEPOSITOS EN FORMATO MOVCLI PARA EL POSTEO DE POST-TRX.
       FD NOMMOV.
       01 REG-MOV.
       COPY MOVCOPY.

      *CONTROLES DEL LOTE QUE POST-TRX VERIFICA ANTES DE POSTEAR.
       01 REG-MOV-HDR REDEFINES REG-MOV.
        03 TIPO-HDR-MOV       PIC X(03).
        03 FUENTE-HDR-MOV     PIC X(08).
        03 FECHA-HDR-MOV      PIC 9(08).
        03 SECUENCIA-HDR-MOV  PIC 9(04).
        03 FILLER             PIC X(49).

       01 REG-MOV-TRL REDEFINES REG-MOV.
        03 MARCA-TRL-MOV      PIC X(03).
        03 CONTADOR-TRL-MOV   PIC 9(07).
        03 SUMA-TRL-MOV       PIC 9(11)V99.
        03 FILLER             PIC X(49).

      *ACUMULADO ANUAL POR EMPLEADO QUE DEJA NOM-LOT.
       FD ACUMNOM.
       01 REG-ACUMNOM.
       COPY ACUMCOPY.

       FD REP-ESP.
       01 LINEA-ESP              PIC X(132).

       FD RECIBOS.
       01 LINEA-REC              PIC X(132).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

       WORKING-STORAGE SECTION.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-FECHA-BITACORA   PIC 9(08) VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-EOF-EMP          PIC 9 VALUE 0.
       01 WKS-FS-ACUM          PIC X(02) VALUE "00".
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.
       01 WKS-SEC-LOTE         PIC 9(04) VALUE 0.
       01 WKS-SUMA-LOTE        PIC 9(11)V99 VALUE 0.

      *A AGUINALDO, P REPARTO DE UTILIDADES.
       01 WKS-TIPO-NOMINA      PIC X(01) VALUE SPACES.
          88 WKS-AGUINALDO          VALUE "A".
          88 WKS-UTILIDADES         VALUE "P".
       01 WKS-ANIO             PIC 9(04) VALUE 0.
       01 WKS-UMA              PIC 9(04)V99 VALUE 0.
       01 WKS-DIAS-AGUINALDO   PIC 9(03) VALUE 0.
       01 WKS-EMPRESA          PIC 9(03) VALUE 0.
       01 WKS-MONTO-REPARTO    PIC 9(09)V99 VALUE 0.
       01 WKS-EXENTO           PIC 9(06)V99 VALUE 0.
       01 WKS-DIAS-ANIO        PIC 9(03) VALUE 0.
       01 WKS-PAGO             PIC 9(07)V99 VALUE 0.
       01 WKS-MOTIVO           PIC X(25) VALUE SPACES.
       01 WKS-ETIQUETA         PIC X(20) VALUE SPACES.

      *TOTALES DE LA EMPRESA PARA REPARTIR LAS UTILIDADES.
       01 WKS-TOT-DIAS-EMPR    PIC 9(09) VALUE 0.
       01 WKS-TOT-SUELDO-EMPR  PIC 9(11)V99 VALUE 0.

      *AREA DE CALCULO COMPARTIDA CON CAL-NOM - TASAS Y DIAS DE
      *PERIODO VIVEN EN LA RUTINA, NO AQUI.
       01 WKS-CALCULO.
       COPY CALNCOPY.

       01 WKS-CONT-EMPLEADOS   PIC 9(04) VALUE 0.
       01 WKS-CONT-RECHAZOS    PIC 9(04) VALUE 0.
       01 WKS-CONT-DEPOSITOS   PIC 9(04) VALUE 0.
       01 WKS-TOT-BRUTO        PIC 9(09)V99 VALUE 0.
       01 WKS-TOT-EXENTO       PIC 9(09)V99 VALUE 0.
       01 WKS-TOT-ISR          PIC 9(09)V99 VALUE 0.
       01 WKS-TOT-NETO         PIC 9(09)V99 VALUE 0.

       01 HEADER-L1-ESP.
            03 FILLER          PIC X(30) VALUE SPACES.
            03 FILLER          PIC X(17) VALUE "NOMINA ESPECIAL: ".
            03 WKS-TITULO-R    PIC X(20).
            03 FILLER          PIC X(05) VALUE "ANO: ".
            03 WKS-ANIO-R      PIC 9(04).

       01 HEADER-L2-ESP.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(18) VALUE "FECHA DE PROCESO: ".
            03 WKS-HOY-R       PIC 9(08).
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(11) VALUE "UMA DIARIA:".
            03 WKS-UMA-R       PIC ZZZ9.99.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-PARAM-ETQ-R PIC X(20).
            03 WKS-PARAM-R     PIC ZZZ,ZZZ,ZZ9.99.

       01 HEADER-CAMPOS-ESP.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(09) VALUE "EMPLEADO".
            03 FILLER PIC X(31) VALUE "NOMBRE".
            03 FILLER PIC X(05) VALUE "DIAS".
            03 FILLER PIC X(14) VALUE "      BRUTO".
            03 FILLER PIC X(14) VALUE "     EXENTO".
            03 FILLER PIC X(14) VALUE "        ISR".
            03 FILLER PIC X(14) VALUE "       NETO".
            03 FILLER PIC X(25) VALUE "OBSERVACION".

       01 DETALLE-ESP-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-EMP-R       PIC 9(05).
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-NOMBRE-R    PIC X(30).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-DIAS-R      PIC ZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-BRUTO-R     PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-EXENTO-R    PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-ISR-R       PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-NETO-R      PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-OBS-R       PIC X(25).

       01 FOOTER-ESP-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(11) VALUE "EMPLEADOS: ".
            03 WKS-CONT-EMP-R  PIC ZZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(07) VALUE "BRUTO: ".
            03 WKS-TOT-BRU-R   PIC $ZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(08) VALUE "EXENTO: ".
            03 WKS-TOT-EXE-R   PIC $ZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(05) VALUE "ISR: ".
            03 WKS-TOT-ISR-R   PIC $ZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(06) VALUE "NETO: ".
            03 WKS-TOT-NET-R   PIC $ZZ,ZZZ,ZZ9.99.

       01 FOOTER-RECH-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(23) VALUE
               "EMPLEADOS SIN PAGO:    ".
            03 WKS-CONT-RCH-R  PIC ZZZ9.

       01 RECIBO-L1.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(26)
                               VALUE "RECIBO DE PAGO - EMPLEADO ".
            03 WKS-REC-EMP-R   PIC 9(05).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-REC-NOM-R   PIC X(30).

       01 RECIBO-L2.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(07) VALUE "FECHA: ".
            03 WKS-REC-FEC-R   PIC 9(08).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-REC-TIT-R   PIC X(20).
            03 FILLER          PIC X(05) VALUE "ANO: ".
            03 WKS-REC-ANIO-R  PIC 9(04).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(22) VALUE
               "DIAS TRABAJADOS ANO:  ".
            03 WKS-REC-DIA-R   PIC ZZ9.

       01 RECIBO-L3.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(08) VALUE "IMPORTE:".
            03 WKS-REC-BRU-R   PIC $ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(08) VALUE "EXENTO: ".
            03 WKS-REC-EXE-R   PIC $ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(09) VALUE "GRAVADO: ".
            03 WKS-REC-GRA-R   PIC $ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(05) VALUE "ISR: ".
            03 WKS-REC-ISR-R   PIC $ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(06) VALUE "NETO: ".
            03 WKS-REC-NET-R   PIC $ZZZ,ZZ9.99.

       01 RECIBO-FIRMA.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(19) VALUE "FIRMA DEL EMPLEADO:".
            03 FILLER          PIC X(01) VALUE SPACES.
            03 FILLER          PIC X(25) VALUE ALL "_".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-EOF-EMP = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           PERFORM 1100-PIDE-TIPO UNTIL WKS-AGUINALDO
                                     OR WKS-UTILIDADES.

           DISPLAY "ANO QUE SE PAGA (AAAA):" LINE 04 POSITION 03.
           ACCEPT WKS-ANIO LINE 04 POSITION 28.

           DISPLAY "VALOR DIARIO DE LA UMA:" LINE 05 POSITION 03.
           ACCEPT WKS-UMA LINE 05 POSITION 28.

           IF WKS-AGUINALDO
               DISPLAY "DIAS DE AGUINALDO (0 = 15 DE LEY):" LINE 06
                                                       POSITION 03
               ACCEPT WKS-DIAS-AGUINALDO LINE 06 POSITION 39
               IF WKS-DIAS-AGUINALDO = 0
                   MOVE 15 TO WKS-DIAS-AGUINALDO
               END-IF
               COMPUTE WKS-EXENTO = WKS-UMA * 30
               MOVE "AGUINALDO" TO WKS-ETIQUETA
           ELSE
               DISPLAY "EMPRESA QUE REPARTE:" LINE 06 POSITION 03
               ACCEPT WKS-EMPRESA LINE 06 POSITION 25
               DISPLAY "MONTO A REPARTIR:" LINE 07 POSITION 03
               ACCEPT WKS-MONTO-REPARTO LINE 07 POSITION 22
               COMPUTE WKS-EXENTO = WKS-UMA * 15
               MOVE "REPARTO UTILIDADES" TO WKS-ETIQUETA.

           DISPLAY "SECUENCIA DE LOTE PARA POST-TRX:" LINE 08
                                                       POSITION 03.
           ACCEPT WKS-SEC-LOTE LINE 08 POSITION 37.

           ACCEPT WKS-HORA-INICIO FROM TIME.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-BITACORA.

           OPEN I-O ACUMNOM.
           IF WKS-FS-ACUM NOT = "00"
               DISPLAY "NO HAY ACUMULADO ANUAL DE NOMINA" LINE 10
                                                       POSITION 03
               STOP RUN.

           IF WKS-UTILIDADES
               PERFORM 1200-TOTALES-EMPRESA.

           OPEN INPUT EMPLEADOS.
           OPEN OUTPUT NOMMOV.
           OPEN OUTPUT REP-ESP.
           OPEN OUTPUT RECIBOS.

           MOVE SPACES TO REG-MOV.
           MOVE "HDR" TO TIPO-HDR-MOV.
           MOVE "NOMESP" TO FUENTE-HDR-MOV.
           MOVE WKS-FECHA-HOY TO FECHA-HDR-MOV.
           MOVE WKS-SEC-LOTE TO SECUENCIA-HDR-MOV.
           WRITE REG-MOV.

           PERFORM 1300-HEADER-R.
           PERFORM 1010-LEER-EMPLEADO.

       1010-LEER-EMPLEADO.
           READ EMPLEADOS AT END MOVE 1 TO WKS-EOF-EMP.

       1100-PIDE-TIPO.
           DISPLAY "NOMINA ESPECIAL (A) AGUINALDO (P) UTILIDADES:"
                                                LINE 03 POSITION 03.
           ACCEPT WKS-TIPO-NOMINA LINE 03 POSITION 50.

      *PRIMERA PASADA DEL MAESTRO: DIAS Y SALARIO DEL ANO DE TODOS
      *LOS EMPLEADOS DE LA EMPRESA QUE REPARTE.
       1200-TOTALES-EMPRESA.
           OPEN INPUT EMPLEADOS.
           PERFORM 1010-LEER-EMPLEADO.
           PERFORM 1210-SUMA-EMPLEADO UNTIL WKS-EOF-EMP = 1.
           CLOSE EMPLEADOS.
           MOVE 0 TO WKS-EOF-EMP.

           IF WKS-TOT-DIAS-EMPR = 0 OR WKS-TOT-SUELDO-EMPR = 0
               DISPLAY "LA EMPRESA NO TIENE DIAS NI SALARIO ACUMULADO"
                       " EN EL ANO" LINE 10 POSITION 03
               CLOSE ACUMNOM
               STOP RUN.

       1210-SUMA-EMPLEADO.
           IF EMPRESA-EMP = WKS-EMPRESA
               PERFORM 2050-LEE-ACUMULADO
               IF WKS-INVALID-KEY = 0
                   ADD WKS-DIAS-ANIO TO WKS-TOT-DIAS-EMPR
                   ADD SUELDO-AC TO WKS-TOT-SUELDO-EMPR
               END-IF
           END-IF.

           PERFORM 1010-LEER-EMPLEADO.

       1300-HEADER-R.
           MOVE WKS-ETIQUETA TO WKS-TITULO-R.
           MOVE WKS-ANIO TO WKS-ANIO-R.
           MOVE HEADER-L1-ESP TO LINEA-ESP.
           WRITE LINEA-ESP AFTER 1.

           MOVE WKS-FECHA-HOY TO WKS-HOY-R.
           MOVE WKS-UMA TO WKS-UMA-R.
           IF WKS-AGUINALDO
               MOVE "DIAS DE AGUINALDO:" TO WKS-PARAM-ETQ-R
               MOVE WKS-DIAS-AGUINALDO TO WKS-PARAM-R
           ELSE
               MOVE SPACES TO WKS-PARAM-ETQ-R
               STRING "EMPRESA " DELIMITED BY SIZE
                      WKS-EMPRESA DELIMITED BY SIZE
                      " MONTO:" DELIMITED BY SIZE
                      INTO WKS-PARAM-ETQ-R
               MOVE WKS-MONTO-REPARTO TO WKS-PARAM-R.
           MOVE HEADER-L2-ESP TO LINEA-ESP.
           WRITE LINEA-ESP AFTER 2.

           MOVE HEADER-CAMPOS-ESP TO LINEA-ESP.
           WRITE LINEA-ESP AFTER 2.

       2000-PROCESO.
           IF WKS-AGUINALDO OR EMPRESA-EMP = WKS-EMPRESA
               PERFORM 2100-CALCULA-EMPLEADO THRU 2100-FIN.

           PERFORM 1010-LEER-EMPLEADO.

      *EL ANO NO PASA DE 365 DIAS AUNQUE EL ACUMULADO TRAIGA MAS
      *POR PERIODOS DE 30 DIAS.
       2050-LEE-ACUMULADO.
           MOVE WKS-ANIO     TO ANIO-AC.
           MOVE NUM-EMPLEADO TO NUM-EMPLEADO-AC.
           READ ACUMNOM
               INVALID KEY MOVE 1 TO WKS-INVALID-KEY
               NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY
           END-READ.

           MOVE 0 TO WKS-DIAS-ANIO.
           IF WKS-INVALID-KEY = 0
               IF DIAS-AC > 365
                   MOVE 365 TO WKS-DIAS-ANIO
               ELSE
                   MOVE DIAS-AC TO WKS-DIAS-ANIO.

       2100-CALCULA-EMPLEADO.
           IF WKS-AGUINALDO AND EMP-BAJA
               MOVE "EMPLEADO DADO DE BAJA" TO WKS-MOTIVO
               GO TO 2190-RECHAZA.

           PERFORM 2050-LEE-ACUMULADO.

           IF WKS-INVALID-KEY = 1
               MOVE "SIN ACUMULADO DEL ANO" TO WKS-MOTIVO
               GO TO 2190-RECHAZA.

           IF WKS-AGUINALDO AND FECHA-AGUINALDO-AC NOT = 0
               MOVE "AGUINALDO YA PAGADO" TO WKS-MOTIVO
               GO TO 2190-RECHAZA.

           IF WKS-UTILIDADES AND FECHA-PTU-AC NOT = 0
               MOVE "UTILIDADES YA PAGADAS" TO WKS-MOTIVO
               GO TO 2190-RECHAZA.

      *EL SUELDO DIARIO ES EL ACTUAL DEL MAESTRO; SE PIDE A CAL-NOM
      *CON PAGO CERO Y LUEGO SE CALCULA EL PAGO REAL.
           MOVE SUELDO-PERIODO-EMP TO SUELDO-PERIODO-CN.
           MOVE TIPO-PERIODO-EMP   TO TIPO-PERIODO-CN.
           MOVE 0                  TO DIAS-TRAB-CN.
           MOVE 0                  TO HORAS-EXTRA-CN.
           MOVE 0                  TO BONOS-CN.
           MOVE "E"                TO TIPO-CALCULO-CN.
           MOVE WKS-EXENTO         TO EXENTO-CN.

           IF WKS-AGUINALDO
               MOVE 0 TO PAGO-ESPECIAL-CN
               CALL "CAL-NOM" USING WKS-CALCULO
               COMPUTE WKS-PAGO ROUNDED = SUELDO-DIARIO-CN
                       * WKS-DIAS-AGUINALDO * WKS-DIAS-ANIO / 365
           ELSE
               COMPUTE WKS-PAGO ROUNDED =
                       WKS-MONTO-REPARTO / 2 * WKS-DIAS-ANIO
                                         / WKS-TOT-DIAS-EMPR
                     + WKS-MONTO-REPARTO / 2 * SUELDO-AC
                                         / WKS-TOT-SUELDO-EMPR.

           IF WKS-PAGO = 0
               MOVE "SIN IMPORTE A PAGAR" TO WKS-MOTIVO
               GO TO 2190-RECHAZA.

           IF WKS-PAGO > 999999.99
               MOVE "IMPORTE FUERA DE RANGO" TO WKS-MOTIVO
               GO TO 2190-RECHAZA.

           MOVE WKS-PAGO TO PAGO-ESPECIAL-CN.
           CALL "CAL-NOM" USING WKS-CALCULO.

           ADD 1                   TO WKS-CONT-EMPLEADOS.
           ADD SUELDO-NETO-CN      TO WKS-TOT-BRUTO.
           COMPUTE WKS-TOT-EXENTO = WKS-TOT-EXENTO
                                  + SUELDO-NETO-CN - GRAVADO-CN.
           ADD DEDUCCIONES-CN      TO WKS-TOT-ISR.
           ADD NETO-DED-CN         TO WKS-TOT-NETO.

           PERFORM 2200-DETALLE-NOMINA.
           PERFORM 2300-IMPRIME-RECIBO.

           IF ID-CLIENTE-EMP > 0
               PERFORM 2400-GENERA-DEPOSITO.

           IF WKS-AGUINALDO
               MOVE WKS-FECHA-HOY  TO FECHA-AGUINALDO-AC
               MOVE SUELDO-NETO-CN TO AGUINALDO-AC
           ELSE
               MOVE WKS-FECHA-HOY  TO FECHA-PTU-AC
               MOVE SUELDO-NETO-CN TO PTU-AC.
           REWRITE REG-ACUMNOM.

           GO TO 2100-FIN.

       2190-RECHAZA.
           ADD 1 TO WKS-CONT-RECHAZOS.
           MOVE NUM-EMPLEADO  TO WKS-EMP-R.
           MOVE NOMBRE-EMP    TO WKS-NOMBRE-R.
           MOVE WKS-DIAS-ANIO TO WKS-DIAS-R.
           MOVE 0             TO WKS-BRUTO-R.
           MOVE 0             TO WKS-EXENTO-R.
           MOVE 0             TO WKS-ISR-R.
           MOVE 0             TO WKS-NETO-R.
           MOVE WKS-MOTIVO    TO WKS-OBS-R.
           MOVE DETALLE-ESP-R TO LINEA-ESP.
           WRITE LINEA-ESP AFTER 1.

       2100-FIN.
           EXIT.

       2200-DETALLE-NOMINA.
           MOVE NUM-EMPLEADO   TO WKS-EMP-R.
           MOVE NOMBRE-EMP     TO WKS-NOMBRE-R.
           MOVE WKS-DIAS-ANIO  TO WKS-DIAS-R.
           MOVE SUELDO-NETO-CN TO WKS-BRUTO-R.
           COMPUTE WKS-EXENTO-R = SUELDO-NETO-CN - GRAVADO-CN.
           MOVE DEDUCCIONES-CN TO WKS-ISR-R.
           MOVE NETO-DED-CN    TO WKS-NETO-R.
           MOVE SPACES         TO WKS-OBS-R.
           IF ID-CLIENTE-EMP = 0
               MOVE "SIN TARJETA NOMINA" TO WKS-OBS-R.

           MOVE DETALLE-ESP-R TO LINEA-ESP.
           WRITE LINEA-ESP AFTER 1.

       2300-IMPRIME-RECIBO.
           MOVE NUM-EMPLEADO TO WKS-REC-EMP-R.
           MOVE NOMBRE-EMP   TO WKS-REC-NOM-R.
           MOVE RECIBO-L1 TO LINEA-REC.
           WRITE LINEA-REC AFTER PAGE.

           MOVE WKS-FECHA-HOY  TO WKS-REC-FEC-R.
           MOVE WKS-ETIQUETA   TO WKS-REC-TIT-R.
           MOVE WKS-ANIO       TO WKS-REC-ANIO-R.
           MOVE WKS-DIAS-ANIO  TO WKS-REC-DIA-R.
           MOVE RECIBO-L2 TO LINEA-REC.
           WRITE LINEA-REC AFTER 2.

           MOVE SUELDO-NETO-CN TO WKS-REC-BRU-R.
           COMPUTE WKS-REC-EXE-R = SUELDO-NETO-CN - GRAVADO-CN.
           MOVE GRAVADO-CN     TO WKS-REC-GRA-R.
           MOVE DEDUCCIONES-CN TO WKS-REC-ISR-R.
           MOVE NETO-DED-CN    TO WKS-REC-NET-R.
           MOVE RECIBO-L3 TO LINEA-REC.
           WRITE LINEA-REC AFTER 2.

           MOVE RECIBO-FIRMA TO LINEA-REC.
           WRITE LINEA-REC AFTER 3.

      *EL DEPOSITO VIAJA CON TIPO "DEP" IGUAL QUE EL DE LA NOMINA
      *ORDINARIA.
       2400-GENERA-DEPOSITO.
           MOVE ID-CLIENTE-EMP TO ID-CLIENTE-MOV.
           MOVE WKS-FECHA-HOY  TO FECHA-MOV.
           MOVE NETO-DED-CN    TO MONTO-MOV.
           IF WKS-AGUINALDO
               MOVE "DEPOSITO AGUINALDO" TO DESCRIPCION-MOV
           ELSE
               MOVE "DEPOSITO UTILIDADES" TO DESCRIPCION-MOV.
           MOVE 0 TO MESES-PLAN-MOV.
           MOVE 0 TO NUM-TRX-REF-MOV.
           MOVE "DEP" TO TIPO-TRX-MOV.
           MOVE 0 TO NUM-TARJETA-MOV.
           MOVE 0 TO GIRO-MOV.
           MOVE SPACES TO MONEDA-MOV.
           MOVE 0 TO MONTO-ORIGEN-MOV.
           MOVE "DP" TO CANAL-PAGO-MOV.
           WRITE REG-MOV.

           ADD 1 TO WKS-CONT-DEPOSITOS.
           ADD NETO-DED-CN TO WKS-SUMA-LOTE.

       3000-FIN.
           MOVE WKS-CONT-EMPLEADOS TO WKS-CONT-EMP-R.
           MOVE WKS-TOT-BRUTO      TO WKS-TOT-BRU-R.
           MOVE WKS-TOT-EXENTO     TO WKS-TOT-EXE-R.
           MOVE WKS-TOT-ISR        TO WKS-TOT-ISR-R.
           MOVE WKS-TOT-NETO       TO WKS-TOT-NET-R.
           MOVE FOOTER-ESP-R TO LINEA-ESP.
           WRITE LINEA-ESP AFTER 2.

           MOVE WKS-CONT-RECHAZOS TO WKS-CONT-RCH-R.
           MOVE FOOTER-RECH-R TO LINEA-ESP.
           WRITE LINEA-ESP AFTER 1.

           MOVE SPACES TO REG-MOV.
           MOVE "999" TO MARCA-TRL-MOV.
           MOVE WKS-CONT-DEPOSITOS TO CONTADOR-TRL-MOV.
           MOVE WKS-SUMA-LOTE TO SUMA-TRL-MOV.
           WRITE REG-MOV.

           CLOSE EMPLEADOS.
           CLOSE NOMMOV.
           CLOSE ACUMNOM.
           CLOSE REP-ESP.
           CLOSE RECIBOS.
           DISPLAY "EMPLEADOS PAGADOS: " WKS-CONT-EMPLEADOS.
           DISPLAY "EMPLEADOS SIN PAGO: " WKS-CONT-RECHAZOS.
           DISPLAY "DEPOSITOS GENERADOS: " WKS-CONT-DEPOSITOS.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "NOM-ESP " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-BITACORA TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           COMPUTE LEIDOS-BIT = WKS-CONT-EMPLEADOS
                              + WKS-CONT-RECHAZOS.
           MOVE WKS-CONT-DEPOSITOS TO ESCRITOS-BIT.
           MOVE WKS-CONT-RECHAZOS TO RECHAZADOS-BIT.
           MOVE WKS-ETIQUETA TO DETALLE-BIT.
           WRITE REG-BIT.
           CLOSE BITACORA.
