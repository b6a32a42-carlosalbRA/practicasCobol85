      *PERO CORRIDA SOBRE EL MAESTRO DE EMPLEADOS COMPLETO: UNA
      *NOMINA IMPRESA CON TOTALES Y UN RECIBO POR EMPLEADO, SIN
      *COPIAR NUMEROS A PAPEL OCHENTA VECES POR QUINCENA.
      *LAS FALTAS, HORAS EXTRA, BONOS Y DESCUENTOS DEL PERIODO
      *LLEGAN EN INCIDENCIAS (MAN-INC) Y SE APLICAN SOBRE EL
      *MAESTRO SIN EDITARLO; CADA UNA SALE EN SU RENGLON DEL RECIBO
      *Y LAS QUE NO SE PUEDEN APLICAR VAN AL LISTADO DE RECHAZOS.
      *AL EMPLEADO QUE FIRMO AUTORIZACION (MAN-AUT) SE LE DESCUENTA
      *EL PAGO DE SU TARJETA ANTES DEL DEPOSITO, SIN BAJAR SU NETO
      *DEL SALARIO MINIMO DE LOS DIAS PAGADOS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOM-LOT.
       ENVIRONMENT DIVISION.
                RECORD KEY IS CLAVE-EMPR
                FILE STATUS IS WKS-FS-EMPR.
           SELECT NOMCTL ASSIGN TO DISK.
           SELECT INCIDENCIAS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS INC-KEY
                FILE STATUS IS WKS-FS-INC.
           SELECT NOMPER ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS PERIODO-NP
                FILE STATUS IS WKS-FS-NOMPER.
           SELECT ACUMNOM ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ACUM-KEY
                FILE STATUS IS WKS-FS-ACUM.
           SELECT AUTNOM ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS NUM-EMPLEADO-AN
                FILE STATUS IS WKS-FS-AUT.
           SELECT PAGOMIN ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS PAGOMIN-KEY
                FILE STATUS IS WKS-FS-PMIN.
           SELECT SALDOS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS SALDO-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-S WITH DUPLICATES
                FILE STATUS IS WKS-FS-SALDO.

           SELECT REP-NOM ASSIGN TO PRINTER.
           SELECT RECIBOS ASSIGN TO PRINTER.
           SELECT REP-INC ASSIGN TO PRINTER.
           SELECT BITACORA ASSIGN TO DISK.

       DATA DIVISION.
      *SOLO MAESTRO TRAE A TODAS LAS EMPRESAS Y LOS TOTALES SE
      *ABREN POR PATRON.
        03 EMPRESA-EMP        PIC 9(03).
      *"B" EMPLEADO DADO DE BAJA EN MAN-EMP CON SU FINIQUITO; YA NO
      *SE LE CALCULA NOMINA.
        03 ESTADO-EMP         PIC X(01).
           88 EMP-BAJA            VALUE "B".
        03 FECHA-BAJA-EMP     PIC 9(08).

      *DEPOSITOS DE NOMINA EN FORMATO MOVCLI: EL NETO DE CADA
      *EMPLEADO CON TARJETA NOMINA ENTRA AL POSTEO NORMAL DE
        03 FECHA-PROCESO-NC   PIC 9(08).
        03 RECIBOS-NC         PIC 9(05).
        03 NETO-NC            PIC 9(09)V99.
      *DESCUENTOS DE PAGO DE TARJETA APLICADOS A SUS EMPLEADOS.
        03 DESCUENTOS-NC      PIC 9(05).

      *CONTROLES DEL LOTE QUE POST-TRX VERIFICA ANTES DE POSTEAR.
       01 REG-MOV-HDR REDEFINES REG-MOV.
        03 SUMA-TRL-MOV       PIC 9(11)V99.
        03 FILLER             PIC X(49).

      *INCIDENCIAS DEL PERIODO CAPTURADAS EN MAN-INC.
       FD INCIDENCIAS.
       01 REG-INCIDENCIA.
       COPY INCICOPY.

      *PERIODOS YA PAGADOS.
       FD NOMPER.
       01 REG-NOMPER.
       COPY NOMPCOPY.

      *ACUMULADO ANUAL POR EMPLEADO PARA AGUINALDO Y UTILIDADES.
       FD ACUMNOM.
       01 REG-ACUMNOM.
       COPY ACUMCOPY.

      *AUTORIZACIONES DE DESCUENTO DEL PAGO DE TARJETA.
       FD AUTNOM.
       01 REG-AUTNOM.
       COPY AUTNCOPY.

      *PAGO MINIMO DE CADA CORTE, GRABADO POR EST-CTA.
       FD PAGOMIN.
       01 REG-PAGOMIN.
        03 PAGOMIN-KEY.
           05 ID-CLIENTE-PM   PIC 9(06).
           05 FECHA-CORTE-PM  PIC 9(08).
        03 MONTO-MINIMO-PM    PIC 9(07)V99.
        03 FECHA-LIMITE-PM    PIC 9(08).
        03 MONTO-NO-INT-PM    PIC 9(07)V99.

      *SALDO DE CADA CORTE POR CLIENTE.
       FD SALDOS.
       01 REG-SALDO.
        03 SALDO-KEY.
           05 ID-CLIENTE-S    PIC 9(06).
           05 FECHA-CORTE-S   PIC 9(08).
        03 SALDO-CORTE-S      PIC S9(08)V99.

       FD REP-NOM.
       01 LINEA-NOM              PIC X(132).

       FD RECIBOS.
       01 LINEA-REC              PIC X(132).

       FD REP-INC.
       01 LINEA-INC              PIC X(132).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       01 WKS-EOF-EMP          PIC 9 VALUE 0.
       01 WKS-CONT-EMPLEADOS   PIC 9(04) VALUE 0.
       01 WKS-CONT-ERRORES     PIC 9(04) VALUE 0.
       01 WKS-CONT-BAJAS       PIC 9(04) VALUE 0.
       01 WKS-CONT-DEPOSITOS   PIC 9(04) VALUE 0.
       01 WKS-SEC-LOTE         PIC 9(04) VALUE 0.
       01 WKS-SUMA-LOTE        PIC 9(11)V99 VALUE 0.
       01 WKS-CALCULO.
       COPY CALNCOPY.
       01 WKS-FS-EMPR          PIC X(02) VALUE "00".
       01 WKS-FS-INC           PIC X(02) VALUE "00".
       01 WKS-FS-NOMPER        PIC X(02) VALUE "00".
       01 WKS-FS-ACUM          PIC X(02) VALUE "00".
       01 WKS-FS-AUT           PIC X(02) VALUE "00".
       01 WKS-FS-PMIN          PIC X(02) VALUE "00".
       01 WKS-FS-SALDO         PIC X(02) VALUE "00".
       01 WKS-SIN-EMPRESAS     PIC 9 VALUE 0.
       01 WKS-SIN-AUTNOM       PIC 9 VALUE 0.
       01 WKS-SIN-PAGOMIN      PIC 9 VALUE 0.
       01 WKS-SIN-SALDOS       PIC 9 VALUE 0.
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.

      *TOTALES DE CONTROL POR EMPRESA DEL LOTE.
             05 WKS-EMP-CLAVE     PIC 9(03) VALUE 0.
             05 WKS-EMP-RECIBOS   PIC 9(05) VALUE 0.
             05 WKS-EMP-NETO      PIC 9(09)V99 VALUE 0.
             05 WKS-EMP-DESCUENTOS PIC 9(05) VALUE 0.

       01 WKS-TOT-BRUTO        PIC 9(09)V99 VALUE 0.
       01 WKS-TOT-DEDUCCIONES  PIC 9(09)V99 VALUE 0.
       01 WKS-TOT-NETO         PIC 9(09)V99 VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08).

      *PERIODO QUE SE PAGA (FECHA DE PAGO) E INCIDENCIAS DEL
      *EMPLEADO EN TURNO. UN EMPLEADO CON MAS DE VEINTE INCIDENCIAS
      *EN UN PERIODO LLEVA LAS DEMAS AL LISTADO DE RECHAZOS.
       01 WKS-PERIODO          PIC 9(08) VALUE 0.
       01 WKS-EOF-INC          PIC 9 VALUE 0.
       01 WKS-FALTAS           PIC 9(03) VALUE 0.
       01 WKS-HORAS            PIC 9(03) VALUE 0.
       01 WKS-BONOS            PIC 9(06)V99 VALUE 0.
       01 WKS-DIAS-PAGO        PIC 9(02) VALUE 0.
       01 WKS-DIAS-RESTA       PIC 9(02) VALUE 0.
       01 WKS-DIAS-LINEA       PIC 9(03) VALUE 0.
       01 WKS-SUELDO-DIAS      PIC 9(06)V99 VALUE 0.
       01 WKS-SUELDO-MAESTRO   PIC 9(06)V99 VALUE 0.
       01 WKS-NETO-RESTA       PIC 9(06)V99 VALUE 0.
       01 WKS-DESC-APLICADO    PIC 9(06)V99 VALUE 0.
       01 WKS-MOTIVO           PIC X(25) VALUE SPACES.
       01 WKS-CONT-INC-APLICADAS  PIC 9(05) VALUE 0.
       01 WKS-CONT-INC-RECHAZADAS PIC 9(05) VALUE 0.
       01 WKS-INC-COUNT        PIC 9(02) VALUE 0.

      *DESCUENTO DEL PAGO DE TARJETA DEL EMPLEADO EN TURNO. EL
      *NETO NO BAJA DEL SALARIO MINIMO DIARIO POR LOS DIAS PAGADOS.
       01 WKS-SALARIO-MINIMO   PIC 9(04)V99 VALUE 0.
       01 WKS-PISO-NETO        PIC 9(06)V99 VALUE 0.
       01 WKS-DESC-TARJETA     PIC 9(06)V99 VALUE 0.
       01 WKS-DESC-OBJETIVO    PIC 9(07)V99 VALUE 0.
       01 WKS-EOF-PMIN         PIC 9 VALUE 0.
       01 WKS-EOF-SALDO        PIC 9 VALUE 0.
       01 WKS-CORTE-PMIN       PIC 9(08) VALUE 0.
       01 WKS-MINIMO-ACT       PIC 9(07)V99 VALUE 0.
       01 WKS-CORTE-SALDO      PIC 9(08) VALUE 0.
       01 WKS-SALDO-ACT        PIC S9(08)V99 VALUE 0.
       01 WKS-CONT-DESC-TARJ   PIC 9(04) VALUE 0.
       01 WKS-CONT-DESC-OMIT   PIC 9(04) VALUE 0.
       01 WKS-TOT-DESC-TARJ    PIC 9(09)V99 VALUE 0.
       01 WKS-INC-IDX          PIC 9(02) VALUE 0.
       01 WKS-TABLA-INC.
          03 WKS-INC-ENTRY OCCURS 20 TIMES.
             05 WKS-INC-SEC       PIC 9(03).
             05 WKS-INC-TIPO      PIC X(01).
             05 WKS-INC-CANT      PIC 9(03).
             05 WKS-INC-IMPORTE   PIC 9(06)V99.
             05 WKS-INC-CONCEPTO  PIC X(20).
             05 WKS-INC-APLICA    PIC 9(01).
             05 WKS-INC-MOTIVO    PIC X(25).

       01 HEADER-L1-NOM.
            03 FILLER PIC X(30) VALUE SPACES.
            03 FILLER PIC X(30) VALUE "NOMINA DEL PERIODO".
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(06) VALUE "NETO: ".
            03 WKS-EMPR-NET-R  PIC $ZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(19) VALUE "DESCUENTOS TARJETA:".
            03 WKS-EMPR-DES-R  PIC ZZZZ9.

       01 FOOTER-NOM-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(17) VALUE "DIAS TRABAJADOS: ".
            03 WKS-REC-DIA-R   PIC Z9.

       01 RECIBO-CONCEPTOS.
            03 FILLER          PIC X(08) VALUE SPACES.
            03 FILLER          PIC X(22) VALUE "CONCEPTO".
            03 FILLER          PIC X(06) VALUE "CANT".
            03 FILLER          PIC X(14) VALUE "  PERCEPCION".
            03 FILLER          PIC X(14) VALUE "   DEDUCCION".

       01 RECIBO-CONCEPTO.
            03 FILLER          PIC X(08) VALUE SPACES.
            03 WKS-REC-CONC-R  PIC X(20).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-REC-CANT-R  PIC ZZ9 BLANK WHEN ZERO.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-REC-PERC-R  PIC $ZZZ,ZZ9.99 BLANK WHEN ZERO.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-REC-DEDU-R  PIC $ZZZ,ZZ9.99 BLANK WHEN ZERO.

       01 RECIBO-L3.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(14) VALUE "SUELDO BRUTO: ".
            03 WKS-REC-BRU-R   PIC $ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(25)
                               VALUE "TOTAL DEDUCCIONES:       ".
            03 WKS-REC-DED-R   PIC $ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(13) VALUE "SUELDO NETO: ".
            03 FILLER          PIC X(01) VALUE SPACES.
            03 FILLER          PIC X(25) VALUE ALL "_".

       01 HEADER-L1-INC.
            03 FILLER PIC X(30) VALUE SPACES.
            03 FILLER PIC X(40) VALUE
               "INCIDENCIAS DE NOMINA RECHAZADAS".

       01 HEADER-L2-INC.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(09) VALUE "PERIODO: ".
            03 WKS-INC-PER-R   PIC 9(08).

       01 HEADER-L3-INC.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(10) VALUE "PERIODO".
            03 FILLER PIC X(10) VALUE "EMPLEADO".
            03 FILLER PIC X(05) VALUE "SEC".
            03 FILLER PIC X(05) VALUE "TIPO".
            03 FILLER PIC X(05) VALUE "CANT".
            03 FILLER PIC X(13) VALUE "     IMPORTE".
            03 FILLER PIC X(22) VALUE "CONCEPTO".
            03 FILLER PIC X(25) VALUE "MOTIVO".

       01 DETALLE-INC-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-DIN-PER-R   PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-DIN-EMP-R   PIC 9(05).
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-DIN-SEC-R   PIC 9(03).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-DIN-TIPO-R  PIC X(01).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-DIN-CANT-R  PIC ZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-DIN-IMP-R   PIC ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-DIN-CONC-R  PIC X(20).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-DIN-MOT-R   PIC X(25).

       01 FOOTER-INC-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(22) VALUE "INCIDENCIAS APLICADAS:".
            03 WKS-PIE-APL-R   PIC ZZ,ZZ9.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(11) VALUE "RECHAZADAS:".
            03 WKS-PIE-REC-R   PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
                                                       POSITION 03.
           ACCEPT WKS-SEC-LOTE LINE 01 POSITION 37.

           DISPLAY "PERIODO A PAGAR (FECHA DE PAGO AAAAMMDD):" LINE 02
                                                       POSITION 03.
           ACCEPT WKS-PERIODO LINE 02 POSITION 46.

      *UN PERIODO YA PAGADO NO SE VUELVE A CORRER: DUPLICARIA LOS
      *DEPOSITOS Y LOS RECIBOS.
           OPEN I-O NOMPER.
           IF WKS-FS-NOMPER = "35"
               OPEN OUTPUT NOMPER
               CLOSE NOMPER
               OPEN I-O NOMPER.

           MOVE WKS-PERIODO TO PERIODO-NP.
           READ NOMPER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF NP-CERRADO
                       DISPLAY "EL PERIODO " WKS-PERIODO
                               " YA SE PAGO EL " FECHA-CIERRE-NP
                                               LINE 04 POSITION 03
                       CLOSE NOMPER
                       STOP RUN
                   END-IF
           END-READ.

           OPEN I-O INCIDENCIAS.
           IF WKS-FS-INC = "35"
               OPEN OUTPUT INCIDENCIAS
               CLOSE INCIDENCIAS
               OPEN I-O INCIDENCIAS.

           OPEN I-O ACUMNOM.
           IF WKS-FS-ACUM = "35"
               OPEN OUTPUT ACUMNOM
               CLOSE ACUMNOM
               OPEN I-O ACUMNOM.

           OPEN I-O AUTNOM.
           IF WKS-FS-AUT NOT = "00"
               MOVE 1 TO WKS-SIN-AUTNOM.

           IF WKS-SIN-AUTNOM = 0
               DISPLAY "SALARIO MINIMO DIARIO (PISO DEL NETO):" LINE 03
                                                       POSITION 03
               ACCEPT WKS-SALARIO-MINIMO LINE 03 POSITION 43
               IF WKS-SALARIO-MINIMO = 0
                   DISPLAY "SIN SALARIO MINIMO NO SE DESCUENTAN PAGOS"
                           " DE TARJETA" LINE 04 POSITION 03
                   CLOSE AUTNOM
                   MOVE 1 TO WKS-SIN-AUTNOM
               END-IF
           END-IF.

           IF WKS-SIN-AUTNOM = 0
               OPEN INPUT PAGOMIN
               IF WKS-FS-PMIN NOT = "00"
                   MOVE 1 TO WKS-SIN-PAGOMIN
               END-IF
               OPEN INPUT SALDOS
               IF WKS-FS-SALDO NOT = "00"
                   MOVE 1 TO WKS-SIN-SALDOS
               END-IF
           END-IF.

           OPEN OUTPUT REP-INC.

           OPEN INPUT EMPLEADOS.
           OPEN OUTPUT NOMMOV.
           OPEN OUTPUT REP-NOM.
           WRITE REG-MOV.

           PERFORM 1200-HEADER-R.
           PERFORM 1300-HEADER-INC.
           PERFORM 1010-LEER-EMPLEADO.

      *LOS EMPLEADOS DADOS DE BAJA SE SALTAN Y SOLO SE CUENTAN.
       1010-LEER-EMPLEADO.
           PERFORM 1015-LEE-MAESTRO.
           PERFORM 1015-LEE-MAESTRO
               UNTIL WKS-EOF-EMP = 1 OR NOT EMP-BAJA.

       1015-LEE-MAESTRO.
           READ EMPLEADOS AT END MOVE 1 TO WKS-EOF-EMP.

           IF WKS-EOF-EMP = 0 AND EMP-BAJA
               ADD 1 TO WKS-CONT-BAJAS.

       1200-HEADER-R.
           MOVE HEADER-L1-NOM TO LINEA-NOM.
           WRITE LINEA-NOM AFTER 1.
           MOVE HEADER-CAMPOS-NOM TO LINEA-NOM.
           WRITE LINEA-NOM AFTER 2.

       1300-HEADER-INC.
           MOVE HEADER-L1-INC TO LINEA-INC.
           WRITE LINEA-INC AFTER PAGE.

           MOVE WKS-PERIODO TO WKS-INC-PER-R.
           MOVE HEADER-L2-INC TO LINEA-INC.
           WRITE LINEA-INC AFTER 2.

           MOVE HEADER-L3-INC TO LINEA-INC.
           WRITE LINEA-INC AFTER 2.

      *LA MISMA TABLA DE DIAS POR PERIODO DE VERARIT; LOS DIAS
      *TRABAJADOS NO PUEDEN EXCEDER LOS DEL PERIODO. LAS FALTAS
      *DEL PERIODO SE RESTAN DE LOS DIAS DEL MAESTRO Y LAS HORAS
      *EXTRA Y BONOS SE PAGAN JUNTO CON EL SUELDO.
       2000-PROCESO.
           PERFORM 2050-CARGA-INCIDENCIAS.

           IF WKS-FALTAS < DIAS-TRAB-EMP
               COMPUTE WKS-DIAS-PAGO = DIAS-TRAB-EMP - WKS-FALTAS
           ELSE
               MOVE 0 TO WKS-DIAS-PAGO.

           MOVE SUELDO-PERIODO-EMP TO SUELDO-PERIODO-CN.
           MOVE TIPO-PERIODO-EMP   TO TIPO-PERIODO-CN.
           MOVE WKS-DIAS-PAGO      TO DIAS-TRAB-CN.
           MOVE WKS-HORAS          TO HORAS-EXTRA-CN.
           MOVE WKS-BONOS          TO BONOS-CN.
           MOVE "O"                TO TIPO-CALCULO-CN.

           CALL "CAL-NOM" USING WKS-CALCULO.

               DISPLAY "EMPLEADO " NUM-EMPLEADO " CON DIAS MAYORES"
                       " AL PERIODO, NO SE CALCULA"
               ADD 1 TO WKS-CONT-ERRORES
               MOVE 0 TO WKS-INC-IDX
               PERFORM 2080-RECHAZA-TODAS WKS-INC-COUNT TIMES
           ELSE
               PERFORM 2100-CALCULA-EMPLEADO.

           MOVE 0 TO WKS-INC-IDX.
           PERFORM 2900-CIERRA-INCIDENCIA WKS-INC-COUNT TIMES.

           PERFORM 1010-LEER-EMPLEADO.

      *INCIDENCIAS PENDIENTES DEL EMPLEADO EN EL PERIODO QUE SE PAGA.
       2050-CARGA-INCIDENCIAS.
           MOVE 0 TO WKS-INC-COUNT.
           MOVE 0 TO WKS-FALTAS.
           MOVE 0 TO WKS-HORAS.
           MOVE 0 TO WKS-BONOS.

           MOVE WKS-PERIODO  TO PERIODO-IN.
           MOVE NUM-EMPLEADO TO NUM-EMPLEADO-IN.
           MOVE 0            TO SECUENCIA-IN.
           START INCIDENCIAS KEY IS > INC-KEY
               INVALID KEY MOVE 1 TO WKS-EOF-INC
               NOT INVALID KEY MOVE 0 TO WKS-EOF-INC
           END-START.

           PERFORM 2060-LEER-INCIDENCIA UNTIL WKS-EOF-INC = 1.

       2060-LEER-INCIDENCIA.
           READ INCIDENCIAS NEXT AT END MOVE 1 TO WKS-EOF-INC.

           IF WKS-EOF-INC = 0
               IF PERIODO-IN NOT = WKS-PERIODO OR
                  NUM-EMPLEADO-IN NOT = NUM-EMPLEADO
                   MOVE 1 TO WKS-EOF-INC
               ELSE
                   IF IN-PENDIENTE
                       PERFORM 2070-GUARDA-INCIDENCIA
                   END-IF
               END-IF
           END-IF.

       2070-GUARDA-INCIDENCIA.
           IF WKS-INC-COUNT = 20
               MOVE "MAS DE 20 EN EL PERIODO" TO WKS-MOTIVO
               PERFORM 2850-RECHAZA-LEIDA
           ELSE
               ADD 1 TO WKS-INC-COUNT
               MOVE SECUENCIA-IN TO WKS-INC-SEC (WKS-INC-COUNT)
               MOVE TIPO-IN      TO WKS-INC-TIPO (WKS-INC-COUNT)
               MOVE CANTIDAD-IN  TO WKS-INC-CANT (WKS-INC-COUNT)
               MOVE IMPORTE-IN   TO WKS-INC-IMPORTE (WKS-INC-COUNT)
               MOVE CONCEPTO-IN  TO WKS-INC-CONCEPTO (WKS-INC-COUNT)
               MOVE 1            TO WKS-INC-APLICA (WKS-INC-COUNT)
               MOVE SPACES       TO WKS-INC-MOTIVO (WKS-INC-COUNT)
               IF IN-FALTA
                   ADD CANTIDAD-IN TO WKS-FALTAS
               END-IF
               IF IN-HORAS-EXTRA
                   ADD CANTIDAD-IN TO WKS-HORAS
               END-IF
               IF IN-BONO
                   ADD IMPORTE-IN TO WKS-BONOS
               END-IF
           END-IF.

       2080-RECHAZA-TODAS.
           ADD 1 TO WKS-INC-IDX.
           MOVE 2 TO WKS-INC-APLICA (WKS-INC-IDX).
           MOVE "EMPLEADO NO CALCULADO" TO WKS-INC-MOTIVO (WKS-INC-IDX).

      *MISMO CALCULO QUE VERARIT, HECHO POR LA RUTINA COMUN
      *CAL-NOM: SUELDO DIARIO, NETO POR DIAS TRABAJADOS,
      *DEDUCCIONES DE ISR E IMSS Y NETO DE DEDUCCIONES.
       2100-CALCULA-EMPLEADO.
           MOVE SUELDO-NETO-CN TO WKS-SLDO-N.
           COMPUTE WKS-SUELDO-DIAS = SUELDO-NETO-CN
                                   - IMPORTE-HORAS-CN - BONOS-CN.

           MOVE NETO-DED-CN TO WKS-NETO-RESTA.
           MOVE 0 TO WKS-DESC-APLICADO.
           MOVE DIAS-TRAB-EMP TO WKS-DIAS-RESTA.
           MOVE 0 TO WKS-INC-IDX.
           PERFORM 2150-IMPORTE-INCIDENCIA WKS-INC-COUNT TIMES.

           PERFORM 2160-DESCUENTO-TARJETA THRU 2160-FIN.

           COMPUTE WKS-SUELDO-MAESTRO = WKS-SUELDO-DIAS
                   + (DIAS-TRAB-EMP - WKS-DIAS-PAGO)
                   * SUELDO-DIARIO-CN.
           COMPUTE WKS-DEDUCCIONES = DEDUCCIONES-CN
                                   + WKS-DESC-APLICADO
                                   + WKS-DESC-TARJETA.
           MOVE WKS-NETO-RESTA TO WKS-NETO-DED.

           ADD WKS-SLDO-N       TO WKS-TOT-BRUTO.
           ADD WKS-DEDUCCIONES  TO WKS-TOT-DEDUCCIONES.
           ADD WKS-NETO-DED     TO WKS-TOT-NETO.
           ADD 1 TO WKS-CONT-EMPLEADOS.
           PERFORM 2500-ACUMULA-EMPRESA.
           PERFORM 2450-ACUMULA-ANUAL.

           PERFORM 2200-DETALLE-NOMINA.
           PERFORM 2300-IMPRIME-RECIBO.
           IF ID-CLIENTE-EMP > 0
               PERFORM 2400-GENERA-DEPOSITO.

           IF WKS-DESC-TARJETA > 0
               PERFORM 2420-GENERA-PAGO-TARJETA.

      *IMPORTE DE CADA INCIDENCIA PARA SU RENGLON DEL RECIBO. LAS
      *FALTAS NO PASAN DE LOS DIAS DEL MAESTRO; LAS HORAS EXTRA SE
      *REPARTEN DEL IMPORTE QUE CALCULO CAL-NOM. UN DESCUENTO QUE
      *YA NO CABE EN EL NETO DEL PERIODO NO SE APLICA A MEDIAS: SE
      *RECHAZA COMPLETO PARA RECAPTURARLO EN OTRO PERIODO.
       2150-IMPORTE-INCIDENCIA.
           ADD 1 TO WKS-INC-IDX.

           IF WKS-INC-TIPO (WKS-INC-IDX) = "F"
               IF WKS-INC-CANT (WKS-INC-IDX) > WKS-DIAS-RESTA
                   MOVE WKS-DIAS-RESTA TO WKS-DIAS-LINEA
               ELSE
                   MOVE WKS-INC-CANT (WKS-INC-IDX) TO WKS-DIAS-LINEA
               END-IF
               SUBTRACT WKS-DIAS-LINEA FROM WKS-DIAS-RESTA
               COMPUTE WKS-INC-IMPORTE (WKS-INC-IDX) =
                       WKS-DIAS-LINEA * SUELDO-DIARIO-CN.

           IF WKS-INC-TIPO (WKS-INC-IDX) = "H"
               COMPUTE WKS-INC-IMPORTE (WKS-INC-IDX) ROUNDED =
                       IMPORTE-HORAS-CN * WKS-INC-CANT (WKS-INC-IDX)
                       / WKS-HORAS.

           IF WKS-INC-TIPO (WKS-INC-IDX) = "D"
               IF WKS-INC-IMPORTE (WKS-INC-IDX) > WKS-NETO-RESTA
                   MOVE 2 TO WKS-INC-APLICA (WKS-INC-IDX)
                   MOVE "EXCEDE EL NETO DEL PERIODO"
                                   TO WKS-INC-MOTIVO (WKS-INC-IDX)
               ELSE
                   SUBTRACT WKS-INC-IMPORTE (WKS-INC-IDX)
                                   FROM WKS-NETO-RESTA
                   ADD WKS-INC-IMPORTE (WKS-INC-IDX)
                                   TO WKS-DESC-APLICADO.

      *DESCUENTO DEL PAGO DE TARJETA CON AUTORIZACION ACTIVA: EL
      *PAGO MINIMO DEL ULTIMO CORTE MENOS LO YA DESCONTADO A CUENTA
      *DE ESE CORTE, O EL IMPORTE FIJO SIN PASAR DEL SALDO DEL
      *ULTIMO CORTE. SE DESCUENTA HASTA DONDE LO PERMITE EL PISO
      *DEL NETO; LO QUE FALTE DEL MINIMO SE TOMA EN LA SIGUIENTE
      *NOMINA DEL MISMO CORTE.
       2160-DESCUENTO-TARJETA.
           MOVE 0 TO WKS-DESC-TARJETA.

           IF WKS-SIN-AUTNOM = 1 OR ID-CLIENTE-EMP = 0
               GO TO 2160-FIN.

           MOVE NUM-EMPLEADO TO NUM-EMPLEADO-AN.
           READ AUTNOM
               INVALID KEY MOVE 1 TO WKS-INVALID-KEY
               NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY
           END-READ.

           IF WKS-INVALID-KEY = 1
               GO TO 2160-FIN.

           IF NOT AN-ACTIVA
               GO TO 2160-FIN.

           IF ID-CLIENTE-AN NOT = ID-CLIENTE-EMP
               DISPLAY "EMPLEADO " NUM-EMPLEADO " AUTORIZO EL CLIENTE "
                       ID-CLIENTE-AN " Y EL MAESTRO TRAE OTRO, NO SE"
                       " DESCUENTA"
               ADD 1 TO WKS-CONT-DESC-OMIT
               GO TO 2160-FIN.

           PERFORM 2170-ULTIMO-CORTE.

           MOVE 0 TO WKS-DESC-OBJETIVO.
           IF AN-MINIMO
               IF WKS-CORTE-PMIN = 0
                   GO TO 2160-FIN
               END-IF
               IF WKS-CORTE-PMIN NOT = FECHA-CORTE-AN
                   MOVE WKS-CORTE-PMIN TO FECHA-CORTE-AN
                   MOVE 0 TO DESCONTADO-AN
               END-IF
               IF WKS-MINIMO-ACT > DESCONTADO-AN
                   COMPUTE WKS-DESC-OBJETIVO = WKS-MINIMO-ACT
                                             - DESCONTADO-AN
               END-IF
           ELSE
               IF WKS-CORTE-SALDO = 0
                   GO TO 2160-FIN
               END-IF
               IF WKS-CORTE-SALDO NOT = FECHA-CORTE-AN
                   MOVE WKS-CORTE-SALDO TO FECHA-CORTE-AN
                   MOVE 0 TO DESCONTADO-AN
               END-IF
               IF WKS-SALDO-ACT > DESCONTADO-AN
                   COMPUTE WKS-DESC-OBJETIVO = WKS-SALDO-ACT
                                             - DESCONTADO-AN
                   IF WKS-DESC-OBJETIVO > MONTO-FIJO-AN
                       MOVE MONTO-FIJO-AN TO WKS-DESC-OBJETIVO
                   END-IF
               END-IF
           END-IF.

           IF WKS-DESC-OBJETIVO = 0
               GO TO 2160-FIN.

           COMPUTE WKS-PISO-NETO = WKS-SALARIO-MINIMO * WKS-DIAS-PAGO.

           IF WKS-NETO-RESTA NOT > WKS-PISO-NETO
               DISPLAY "EMPLEADO " NUM-EMPLEADO " CON NETO EN EL"
                       " SALARIO MINIMO, NO SE DESCUENTA SU TARJETA"
               ADD 1 TO WKS-CONT-DESC-OMIT
               GO TO 2160-FIN.

           COMPUTE WKS-DESC-TARJETA = WKS-NETO-RESTA - WKS-PISO-NETO.
           IF WKS-DESC-TARJETA > WKS-DESC-OBJETIVO
               MOVE WKS-DESC-OBJETIVO TO WKS-DESC-TARJETA.

           SUBTRACT WKS-DESC-TARJETA FROM WKS-NETO-RESTA.

       2160-FIN.
           EXIT.

      *EL PAGO MINIMO MAS RECIENTE DE PAGOMIN Y EL SALDO DEL CORTE
      *MAS RECIENTE DE SALDOS DEL CLIENTE DEL EMPLEADO.
       2170-ULTIMO-CORTE.
           MOVE 0 TO WKS-CORTE-PMIN.
           MOVE 0 TO WKS-MINIMO-ACT.
           MOVE 0 TO WKS-CORTE-SALDO.
           MOVE 0 TO WKS-SALDO-ACT.

           IF WKS-SIN-PAGOMIN = 0
               MOVE ID-CLIENTE-EMP TO ID-CLIENTE-PM
               MOVE 0 TO FECHA-CORTE-PM
               START PAGOMIN KEY IS NOT < PAGOMIN-KEY
                   INVALID KEY MOVE 1 TO WKS-EOF-PMIN
                   NOT INVALID KEY MOVE 0 TO WKS-EOF-PMIN
               END-START
               PERFORM 2171-LEER-PAGOMIN UNTIL WKS-EOF-PMIN = 1.

           IF WKS-SIN-SALDOS = 0
               MOVE ID-CLIENTE-EMP TO ID-CLIENTE-S
               MOVE 0 TO FECHA-CORTE-S
               START SALDOS KEY IS NOT < SALDO-KEY
                   INVALID KEY MOVE 1 TO WKS-EOF-SALDO
                   NOT INVALID KEY MOVE 0 TO WKS-EOF-SALDO
               END-START
               PERFORM 2172-LEER-SALDO UNTIL WKS-EOF-SALDO = 1.

       2171-LEER-PAGOMIN.
           READ PAGOMIN NEXT AT END MOVE 1 TO WKS-EOF-PMIN.

           IF WKS-EOF-PMIN = 0
               IF ID-CLIENTE-PM NOT = ID-CLIENTE-EMP
                   MOVE 1 TO WKS-EOF-PMIN
               ELSE
                   MOVE FECHA-CORTE-PM  TO WKS-CORTE-PMIN
                   MOVE MONTO-MINIMO-PM TO WKS-MINIMO-ACT
               END-IF
           END-IF.

       2172-LEER-SALDO.
           READ SALDOS NEXT AT END MOVE 1 TO WKS-EOF-SALDO.

           IF WKS-EOF-SALDO = 0
               IF ID-CLIENTE-S NOT = ID-CLIENTE-EMP
                   MOVE 1 TO WKS-EOF-SALDO
               ELSE
                   MOVE FECHA-CORTE-S TO WKS-CORTE-SALDO
                   MOVE SALDO-CORTE-S TO WKS-SALDO-ACT
               END-IF
           END-IF.

       2200-DETALLE-NOMINA.
           MOVE NUM-EMPLEADO     TO WKS-EMP-R.
           MOVE NOMBRE-EMP       TO WKS-NOMBRE-R.
           MOVE WKS-DIAS-PAGO    TO WKS-DIAS-R.
           MOVE WKS-SLDO-N       TO WKS-BRUTO-R.
           MOVE WKS-DEDUCCIONES  TO WKS-DEDUC-R.
           MOVE WKS-NETO-DED     TO WKS-NETO-R.
           WRITE LINEA-REC AFTER PAGE.

           MOVE WKS-FECHA-HOY  TO WKS-REC-FEC-R.
           MOVE WKS-DIAS-PAGO  TO WKS-REC-DIA-R.
           MOVE RECIBO-L2 TO LINEA-REC.
           WRITE LINEA-REC AFTER 2.

           MOVE RECIBO-CONCEPTOS TO LINEA-REC.
           WRITE LINEA-REC AFTER 2.

           MOVE "SUELDO DEL PERIODO" TO WKS-REC-CONC-R.
           MOVE DIAS-TRAB-EMP        TO WKS-REC-CANT-R.
           MOVE WKS-SUELDO-MAESTRO   TO WKS-REC-PERC-R.
           MOVE 0                    TO WKS-REC-DEDU-R.
           MOVE RECIBO-CONCEPTO TO LINEA-REC.
           WRITE LINEA-REC AFTER 1.

           MOVE 0 TO WKS-INC-IDX.
           PERFORM 2310-RENGLON-INCIDENCIA WKS-INC-COUNT TIMES.

           IF WKS-DESC-TARJETA > 0
               MOVE "PAGO TARJETA"   TO WKS-REC-CONC-R
               MOVE 0                TO WKS-REC-CANT-R
               MOVE 0                TO WKS-REC-PERC-R
               MOVE WKS-DESC-TARJETA TO WKS-REC-DEDU-R
               MOVE RECIBO-CONCEPTO TO LINEA-REC
               WRITE LINEA-REC AFTER 1.

           MOVE "ISR E IMSS"     TO WKS-REC-CONC-R.
           MOVE 0                TO WKS-REC-CANT-R.
           MOVE 0                TO WKS-REC-PERC-R.
           MOVE DEDUCCIONES-CN   TO WKS-REC-DEDU-R.
           MOVE RECIBO-CONCEPTO TO LINEA-REC.
           WRITE LINEA-REC AFTER 1.

           MOVE WKS-SLDO-N      TO WKS-REC-BRU-R.
           MOVE WKS-DEDUCCIONES TO WKS-REC-DED-R.
           MOVE WKS-NETO-DED    TO WKS-REC-NET-R.
           MOVE RECIBO-FIRMA TO LINEA-REC.
           WRITE LINEA-REC AFTER 3.

      *LAS FALTAS VAN COMO DEDUCCION CONTRA EL SUELDO DEL PERIODO
      *DEL MAESTRO; HORAS EXTRA Y BONOS COMO PERCEPCION.
       2310-RENGLON-INCIDENCIA.
           ADD 1 TO WKS-INC-IDX.

           IF WKS-INC-APLICA (WKS-INC-IDX) = 1
               MOVE WKS-INC-CONCEPTO (WKS-INC-IDX) TO WKS-REC-CONC-R
               MOVE WKS-INC-CANT (WKS-INC-IDX)     TO WKS-REC-CANT-R
               MOVE 0 TO WKS-REC-PERC-R
               MOVE 0 TO WKS-REC-DEDU-R
               IF WKS-INC-TIPO (WKS-INC-IDX) = "H" OR
                  WKS-INC-TIPO (WKS-INC-IDX) = "B"
                   MOVE WKS-INC-IMPORTE (WKS-INC-IDX)
                                               TO WKS-REC-PERC-R
               ELSE
                   MOVE WKS-INC-IMPORTE (WKS-INC-IDX)
                                               TO WKS-REC-DEDU-R
               END-IF
               MOVE RECIBO-CONCEPTO TO LINEA-REC
               WRITE LINEA-REC AFTER 1.

      *EL DEPOSITO VIAJA CON TIPO "DEP" (ABONO EN EL CATALOGO DE
      *TIPOS) PARA QUE POST-TRX LO POSTEE Y EST-CTA LO NETEE COMO
      *ABONO EN EL ESTADO DE CUENTA.
           ADD 1 TO WKS-CONT-DEPOSITOS.
           ADD WKS-NETO-DED TO WKS-SUMA-LOTE.

      *EL DESCUENTO ENTRA AL CLIENTE COMO PAGO "PAG" POR EL CANAL
      *"NM" (DESCUENTO DE NOMINA) EN EL MISMO LOTE DEL DEPOSITO, Y
      *QUEDA CONTADO EN LA AUTORIZACION CONTRA SU CORTE.
       2420-GENERA-PAGO-TARJETA.
           MOVE ID-CLIENTE-EMP   TO ID-CLIENTE-MOV.
           MOVE WKS-FECHA-HOY    TO FECHA-MOV.
           MOVE WKS-DESC-TARJETA TO MONTO-MOV.
           MOVE "PAGO POR NOMINA" TO DESCRIPCION-MOV.
           MOVE 0 TO MESES-PLAN-MOV.
           MOVE 0 TO NUM-TRX-REF-MOV.
           MOVE "PAG" TO TIPO-TRX-MOV.
           MOVE 0 TO NUM-TARJETA-MOV.
           MOVE 0 TO GIRO-MOV.
           MOVE SPACES TO MONEDA-MOV.
           MOVE 0 TO MONTO-ORIGEN-MOV.
           MOVE "NM" TO CANAL-PAGO-MOV.
           WRITE REG-MOV.

           ADD WKS-DESC-TARJETA TO WKS-SUMA-LOTE.
           ADD 1 TO WKS-CONT-DESC-TARJ.
           ADD WKS-DESC-TARJETA TO WKS-TOT-DESC-TARJ.

           ADD WKS-DESC-TARJETA TO DESCONTADO-AN.
           ADD WKS-DESC-TARJETA TO TOTAL-DESC-AN.
           MOVE WKS-FECHA-HOY   TO FECHA-ULT-DESC-AN.
           REWRITE REG-AUTNOM.

      *DIAS Y SALARIO PAGADOS EN EL ANO DE LA FECHA DE PAGO.
       2450-ACUMULA-ANUAL.
           MOVE WKS-PERIODO (1:4) TO ANIO-AC.
           MOVE NUM-EMPLEADO      TO NUM-EMPLEADO-AC.
           READ ACUMNOM
               INVALID KEY MOVE 1 TO WKS-INVALID-KEY
               NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY
           END-READ.

           IF WKS-INVALID-KEY = 1
               MOVE 0 TO PERIODOS-AC
               MOVE 0 TO DIAS-AC
               MOVE 0 TO SUELDO-AC
               MOVE 0 TO FECHA-AGUINALDO-AC
               MOVE 0 TO AGUINALDO-AC
               MOVE 0 TO FECHA-PTU-AC
               MOVE 0 TO PTU-AC.

           MOVE EMPRESA-EMP   TO EMPRESA-AC.
           ADD 1              TO PERIODOS-AC.
           ADD WKS-DIAS-PAGO  TO DIAS-AC.
           ADD WKS-SUELDO-DIAS TO SUELDO-AC.
           MOVE WKS-PERIODO   TO FECHA-ULT-AC.

           IF WKS-INVALID-KEY = 1
               WRITE REG-ACUMNOM
           ELSE
               REWRITE REG-ACUMNOM.

       2500-ACUMULA-EMPRESA.
           MOVE 0 TO WKS-EMP-ENCONTRADA.
           MOVE 1 TO WKS-EMP-IDX.
                   MOVE EMPRESA-EMP TO WKS-EMP-CLAVE (WKS-EMP-IDX)
               END-IF
               ADD 1 TO WKS-EMP-RECIBOS (WKS-EMP-IDX)
               ADD WKS-NETO-DED TO WKS-EMP-NETO (WKS-EMP-IDX)
               IF WKS-DESC-TARJETA > 0
                   ADD 1 TO WKS-EMP-DESCUENTOS (WKS-EMP-IDX).

       2510-COMPARA-EMPRESA.
           IF WKS-EMP-CLAVE (WKS-EMP-IDX) = EMPRESA-EMP
           MOVE WKS-EMP-CLAVE (WKS-EMP-IDX)   TO WKS-EMPR-CLA-R.
           MOVE WKS-EMP-RECIBOS (WKS-EMP-IDX) TO WKS-EMPR-REC-R.
           MOVE WKS-EMP-NETO (WKS-EMP-IDX)    TO WKS-EMPR-NET-R.
           MOVE WKS-EMP-DESCUENTOS (WKS-EMP-IDX) TO WKS-EMPR-DES-R.

           MOVE DETALLE-EMP-R TO LINEA-NOM.
           WRITE LINEA-NOM AFTER 1.
           MOVE WKS-FECHA-HOY                 TO FECHA-PROCESO-NC.
           MOVE WKS-EMP-RECIBOS (WKS-EMP-IDX) TO RECIBOS-NC.
           MOVE WKS-EMP-NETO (WKS-EMP-IDX)    TO NETO-NC.
           MOVE WKS-EMP-DESCUENTOS (WKS-EMP-IDX) TO DESCUENTOS-NC.
           WRITE REG-NOMCTL.

      *AL TERMINAR EL MAESTRO, LO QUE SIGUE PENDIENTE DEL PERIODO ES
      *DE EMPLEADOS QUE NO ESTAN EN EL; LO PENDIENTE DE UN PERIODO YA
      *CERRADO NUNCA SE VA A PAGAR. AMBOS VAN AL LISTADO. LO DE
      *PERIODOS FUTUROS SE QUEDA PARA SU CORRIDA.
       2800-RECHAZA-PENDIENTES.
           MOVE 0 TO PERIODO-IN.
           MOVE 0 TO NUM-EMPLEADO-IN.
           MOVE 0 TO SECUENCIA-IN.
           START INCIDENCIAS KEY IS > INC-KEY
               INVALID KEY MOVE 1 TO WKS-EOF-INC
               NOT INVALID KEY MOVE 0 TO WKS-EOF-INC
           END-START.

           PERFORM 2810-REVISA-PENDIENTE UNTIL WKS-EOF-INC = 1.

       2810-REVISA-PENDIENTE.
           READ INCIDENCIAS NEXT AT END MOVE 1 TO WKS-EOF-INC.

           IF WKS-EOF-INC = 0 AND IN-PENDIENTE
               IF PERIODO-IN = WKS-PERIODO
                   MOVE "EMPLEADO NO EXISTE" TO WKS-MOTIVO
                   PERFORM 2850-RECHAZA-LEIDA
               ELSE
                   MOVE PERIODO-IN TO PERIODO-NP
                   READ NOMPER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF NP-CERRADO
                               MOVE "PERIODO CERRADO" TO WKS-MOTIVO
                               PERFORM 2850-RECHAZA-LEIDA
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *RECHAZA LA INCIDENCIA QUE ESTA EN EL AREA DEL ARCHIVO Y LA
      *LISTA CON SU MOTIVO.
       2850-RECHAZA-LEIDA.
           MOVE "R" TO ESTADO-IN.
           MOVE WKS-FECHA-HOY TO FECHA-APLICA-IN.
           MOVE WKS-MOTIVO TO MOTIVO-IN.
           REWRITE REG-INCIDENCIA.
           ADD 1 TO WKS-CONT-INC-RECHAZADAS.

           MOVE PERIODO-IN      TO WKS-DIN-PER-R.
           MOVE NUM-EMPLEADO-IN TO WKS-DIN-EMP-R.
           MOVE SECUENCIA-IN    TO WKS-DIN-SEC-R.
           MOVE TIPO-IN         TO WKS-DIN-TIPO-R.
           MOVE CANTIDAD-IN     TO WKS-DIN-CANT-R.
           MOVE IMPORTE-IN      TO WKS-DIN-IMP-R.
           MOVE CONCEPTO-IN     TO WKS-DIN-CONC-R.
           MOVE WKS-MOTIVO      TO WKS-DIN-MOT-R.
           MOVE DETALLE-INC-R TO LINEA-INC.
           WRITE LINEA-INC AFTER 1.

       2870-CIERRA-PERIODO.
           MOVE WKS-PERIODO        TO PERIODO-NP.
           MOVE "C"                TO ESTADO-NP.
           MOVE WKS-FECHA-HOY      TO FECHA-CIERRE-NP.
           MOVE WKS-CONT-EMPLEADOS TO EMPLEADOS-NP.
           MOVE WKS-TOT-NETO       TO NETO-NP.
           WRITE REG-NOMPER
               INVALID KEY
                   REWRITE REG-NOMPER
           END-WRITE.

      *CADA INCIDENCIA CARGADA QUEDA APLICADA O RECHAZADA.
       2900-CIERRA-INCIDENCIA.
           ADD 1 TO WKS-INC-IDX.

           MOVE WKS-PERIODO TO PERIODO-IN.
           MOVE NUM-EMPLEADO TO NUM-EMPLEADO-IN.
           MOVE WKS-INC-SEC (WKS-INC-IDX) TO SECUENCIA-IN.
           READ INCIDENCIAS
               INVALID KEY
                   DISPLAY "INCIDENCIA " INC-KEY " NO SE RELEE"
               NOT INVALID KEY
                   IF WKS-INC-APLICA (WKS-INC-IDX) = 1
                       MOVE "A" TO ESTADO-IN
                       MOVE WKS-INC-IMPORTE (WKS-INC-IDX)
                                               TO IMPORTE-IN
                       MOVE WKS-FECHA-HOY TO FECHA-APLICA-IN
                       REWRITE REG-INCIDENCIA
                       ADD 1 TO WKS-CONT-INC-APLICADAS
                   ELSE
                       MOVE WKS-INC-MOTIVO (WKS-INC-IDX) TO WKS-MOTIVO
                       PERFORM 2850-RECHAZA-LEIDA
                   END-IF
           END-READ.

       3000-FIN.
           PERFORM 2600-TOTALES-EMPRESA.
           PERFORM 2800-RECHAZA-PENDIENTES.
           PERFORM 2870-CIERRA-PERIODO.

           MOVE WKS-CONT-INC-APLICADAS  TO WKS-PIE-APL-R.
           MOVE WKS-CONT-INC-RECHAZADAS TO WKS-PIE-REC-R.
           MOVE FOOTER-INC-R TO LINEA-INC.
           WRITE LINEA-INC AFTER 2.

           MOVE WKS-CONT-EMPLEADOS  TO WKS-CONT-EMP-R.
           MOVE WKS-TOT-BRUTO       TO WKS-TOT-BRU-R.

           MOVE SPACES TO REG-MOV.
           MOVE "999" TO MARCA-TRL-MOV.
           COMPUTE CONTADOR-TRL-MOV = WKS-CONT-DEPOSITOS
                                    + WKS-CONT-DESC-TARJ.
           MOVE WKS-SUMA-LOTE TO SUMA-TRL-MOV.
           WRITE REG-MOV.

               CLOSE EMPRESAS.
           CLOSE REP-NOM.
           CLOSE RECIBOS.
           CLOSE REP-INC.
           CLOSE INCIDENCIAS.
           CLOSE NOMPER.
           CLOSE ACUMNOM.
           IF WKS-SIN-AUTNOM = 0
               CLOSE AUTNOM
               IF WKS-SIN-PAGOMIN = 0
                   CLOSE PAGOMIN
               END-IF
               IF WKS-SIN-SALDOS = 0
                   CLOSE SALDOS
               END-IF
           END-IF.
           DISPLAY "EMPLEADOS CALCULADOS: " WKS-CONT-EMPLEADOS.
           DISPLAY "EMPLEADOS CON ERROR: " WKS-CONT-ERRORES.
           DISPLAY "EMPLEADOS DADOS DE BAJA OMITIDOS: " WKS-CONT-BAJAS.
           DISPLAY "DEPOSITOS DE NOMINA GENERADOS: "
                   WKS-CONT-DEPOSITOS.
           DISPLAY "INCIDENCIAS APLICADAS: " WKS-CONT-INC-APLICADAS.
           DISPLAY "INCIDENCIAS RECHAZADAS: " WKS-CONT-INC-RECHAZADAS.
           DISPLAY "PAGOS DE TARJETA DESCONTADOS: " WKS-CONT-DESC-TARJ
                   " POR " WKS-TOT-DESC-TARJ.
           DISPLAY "DESCUENTOS DE TARJETA NO APLICADOS: "
                   WKS-CONT-DESC-OMIT.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           ACCEPT HORA-FIN-BIT FROM TIME.
           COMPUTE LEIDOS-BIT = WKS-CONT-EMPLEADOS
                              + WKS-CONT-ERRORES.
           COMPUTE ESCRITOS-BIT = WKS-CONT-DEPOSITOS
                                + WKS-CONT-DESC-TARJ.
           MOVE WKS-CONT-ERRORES TO RECHAZADOS-BIT.
           MOVE SPACES TO DETALLE-BIT.
           WRITE REG-BIT.
