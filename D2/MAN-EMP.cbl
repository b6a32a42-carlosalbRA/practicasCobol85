      *COMPANIAS CLIENTE DEL SERVICIO DE NOMINA: SU CLAVE, NOMBRE,
      *EL CLIENTE DE TARJETA AL QUE SE LES FACTURA EL SERVICIO Y LA
      *CUOTA POR RECIBO PROCESADO QUE COBRA FAC-EMP.
      *LA SEGUNDA FUNCION ES LA BAJA DE UN EMPLEADO DE ESAS EMPRESAS:
      *CALCULA SU FINIQUITO CON CAL-NOM (SUELDO PENDIENTE, AGUINALDO
      *PROPORCIONAL, VACACIONES Y PRIMA VACACIONAL), LO IMPRIME, LO
      *DEPOSITA A SU TARJETA NOMINA EN UN LOTE MOVCLI PARA POST-TRX,
      *MARCA AL EMPLEADO DADO DE BAJA EN EL MAESTRO Y ABRE EL CASO DE
      *CONVERSION DE SU TARJETA NOMINA QUE SIGUE CNV-NOM.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAN-EMP.
       ENVIRONMENT DIVISION.
                DYNAMIC
                RECORD KEY IS CLAVE-EMPR.

           SELECT EMPLEADOS ASSIGN TO DISK
                FILE STATUS IS WKS-FS-EMP.
           SELECT FINMOV ASSIGN TO DISK.
           SELECT ACUMNOM ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ACUM-KEY
                FILE STATUS IS WKS-FS-ACUM.
           SELECT CONVNOM ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-CV
                FILE STATUS IS WKS-FS-CONV.

           SELECT REC-FIN ASSIGN TO PRINTER.
           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD EMPRESAS.
        03 ID-CLIENTE-EMPR    PIC 9(06).
        03 CUOTA-RECIBO-EMPR  PIC 9(05)V99.

      *MAESTRO DE EMPLEADOS, EL MISMO QUE CORRE NOM-LOT.
       FD EMPLEADOS.
       01 REG-EMPLEADO.
        03 NUM-EMPLEADO       PIC 9(05).
        03 NOMBRE-EMP         PIC X(30).
        03 SUELDO-PERIODO-EMP PIC 9(05).
        03 TIPO-PERIODO-EMP   PIC 9(01).
        03 DIAS-TRAB-EMP      PIC 9(02).
        03 ID-CLIENTE-EMP     PIC 9(06).
        03 EMPRESA-EMP        PIC 9(03).
      *"B" EMPLEADO DADO DE BAJA CON SU FINIQUITO; YA NO ENTRA A
      *LA NOMINA. ESPACIO ES EMPLEADO ACTIVO.
        03 ESTADO-EMP         PIC X(01).
           88 EMP-BAJA            VALUE "B".
        03 FECHA-BAJA-EMP     PIC 9(08).

      *FINIQUITOS DE LA SESION EN FORMATO MOVCLI PARA POST-TRX;
      *ARCHIVO PROPIO PARA NO PISAR EL LOTE DE NOMINA PENDIENTE.
       FD FINMOV.
       01 REG-MOV.
       COPY MOVCOPY.

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

      *ACUMULADO ANUAL POR EMPLEADO: EL FINIQUITO LE SUMA EL SUELDO
      *PENDIENTE Y DEJA MARCADO EL AGUINALDO YA PAGADO.
       FD ACUMNOM.
       01 REG-ACUMNOM.
       COPY ACUMCOPY.

       FD CONVNOM.
       01 REG-CONVNOM.
       COPY CONVCOPY.

       FD REC-FIN.
       01 LINEA-FIN              PIC X(132).

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
       01 WKS-MODO             PIC 9 VALUE 2.
       01 WKS-EXISTE           PIC 9 VALUE 0.
       01 WKS-CLAVE            PIC 9(03) VALUE 0.

      *1 CATALOGO DE EMPRESAS, 2 BAJA DE EMPLEADO CON FINIQUITO.
       01 WKS-FUNCION          PIC 9 VALUE 1.
       01 WKS-FS-EMP           PIC X(02) VALUE "00".
       01 WKS-FS-ACUM          PIC X(02) VALUE "00".
       01 WKS-FS-CONV          PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-ID-OPERADOR      PIC X(08) VALUE SPACES.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-EOF-EMP          PIC 9 VALUE 0.
       01 WKS-EMP-ABIERTO      PIC 9 VALUE 0.
       01 WKS-HALLADO          PIC 9 VALUE 0.
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.
       01 WKS-EMPLEADO         PIC 9(05) VALUE 0.
       01 WKS-SEC-LOTE         PIC 9(04) VALUE 0.
       01 WKS-SUMA-LOTE        PIC 9(11)V99 VALUE 0.
       01 WKS-UMA              PIC 9(04)V99 VALUE 0.
       01 WKS-CONT-BAJAS       PIC 9(04) VALUE 0.
       01 WKS-CONT-DEPOSITOS   PIC 9(04) VALUE 0.
       01 WKS-CONT-CASOS       PIC 9(04) VALUE 0.
       01 WKS-CONT-RECHAZADAS  PIC 9(04) VALUE 0.

       01 WKS-FECHA-BAJA       PIC 9(08) VALUE 0.
       01 WKS-FECHA-BAJA-R REDEFINES WKS-FECHA-BAJA.
           03 WKS-BAJA-AAAA        PIC 9(04).
           03 WKS-BAJA-MMDD        PIC 9(04).
       01 WKS-FECHA-INGRESO    PIC 9(08) VALUE 0.
       01 WKS-FECHA-INGRESO-R REDEFINES WKS-FECHA-INGRESO.
           03 WKS-ING-AAAA         PIC 9(04).
           03 WKS-ING-MMDD         PIC 9(04).
       01 WKS-FECHA-ANIV       PIC 9(08) VALUE 0.
       01 WKS-FECHA-ANIV-R REDEFINES WKS-FECHA-ANIV.
           03 WKS-ANIV-AAAA        PIC 9(04).
           03 WKS-ANIV-MMDD        PIC 9(04).

      *FECHA DE TRABAJO PARA EL DIA DEL ANO (1 A 366).
       01 WKS-FECHA-CAL        PIC 9(08) VALUE 0.
       01 WKS-FECHA-CAL-R REDEFINES WKS-FECHA-CAL.
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
       01 WKS-MES-IDX          PIC 9(02) VALUE 0.
       01 WKS-DIA-ANIO         PIC 9(03) VALUE 0.
       01 WKS-DIAS-ANIO-CAL    PIC 9(03) VALUE 0.
       01 WKS-BISIESTO         PIC 9 VALUE 0.
       01 WKS-RESIDUO-4        PIC 9(02).
       01 WKS-RESIDUO-100      PIC 9(02).
       01 WKS-RESIDUO-400      PIC 9(03).
       01 WKS-COCIENTE         PIC 9(06).

      *ANTIGUEDAD Y DIAS PARA LAS PARTES PROPORCIONALES.
       01 WKS-ANIOS            PIC 9(02) VALUE 0.
       01 WKS-ANIO-SERVICIO    PIC 9(02) VALUE 0.
       01 WKS-DOY-BAJA         PIC 9(03) VALUE 0.
       01 WKS-DOY-OTRA         PIC 9(03) VALUE 0.
       01 WKS-DIAS-DESDE-ANIV  PIC 9(03) VALUE 0.
       01 WKS-DIAS-AGUINALDO   PIC 9(03) VALUE 0.
       01 WKS-DIAS-VAC-LEY     PIC 9(02) VALUE 0.
       01 WKS-DIAS-PENDIENTES  PIC 9(02) VALUE 0.
       01 WKS-VAC-PENDIENTES   PIC 9(03) VALUE 0.
       01 WKS-DIAS-VACACIONES  PIC 9(03)V99 VALUE 0.
       01 WKS-SUELDO-DIARIO    PIC 9(06)V99 VALUE 0.
       01 WKS-SUELDO-PENDIENTE PIC 9(06)V99 VALUE 0.
       01 WKS-PAGO             PIC 9(07)V99 VALUE 0.
       01 WKS-AGUI-PAGADO      PIC 9 VALUE 0.
       01 WKS-MOTIVO           PIC X(40) VALUE SPACES.

      *CONCEPTOS DEL FINIQUITO: 1 SUELDO PENDIENTE, 2 AGUINALDO
      *PROPORCIONAL, 3 VACACIONES, 4 PRIMA VACACIONAL.
       01 WKS-FIN-IDX          PIC 9 VALUE 0.
       01 WKS-TABLA-FIN.
          03 WKS-FIN-ENTRY OCCURS 4 TIMES.
             05 WKS-FIN-CONCEPTO  PIC X(20).
             05 WKS-FIN-CANT      PIC 9(03)V99.
             05 WKS-FIN-BRUTO     PIC 9(06)V99.
             05 WKS-FIN-EXENTO    PIC 9(06)V99.
             05 WKS-FIN-RETENCION PIC 9(06)V99.
       01 WKS-TOT-BRUTO        PIC 9(07)V99 VALUE 0.
       01 WKS-TOT-RETENCION    PIC 9(07)V99 VALUE 0.
       01 WKS-TOT-NETO         PIC 9(07)V99 VALUE 0.

      *AREA DE CALCULO COMPARTIDA CON CAL-NOM.
       01 WKS-CALCULO.
       COPY CALNCOPY.

      *RESULTADO DE LA FIRMA DE OPERADOR VALIDADA POR SEC-OPER.
       01 WKS-FIRMA.
       COPY FIRMCOPY.

       01 FIN-L1.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(24)
                               VALUE "FINIQUITO - EMPLEADO    ".
            03 WKS-FIN-EMP-R   PIC 9(05).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-FIN-NOM-R   PIC X(30).

       01 FIN-L2.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(09) VALUE "EMPRESA: ".
            03 WKS-FIN-EMPR-R  PIC 9(03).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(09) VALUE "INGRESO: ".
            03 WKS-FIN-ING-R   PIC 9(08).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(06) VALUE "BAJA: ".
            03 WKS-FIN-BAJA-R  PIC 9(08).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(19) VALUE "ANOS DE SERVICIO:  ".
            03 WKS-FIN-ANOS-R  PIC Z9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(14) VALUE "SUELDO DIARIO:".
            03 WKS-FIN-DIA-R   PIC $ZZ,ZZ9.99.

       01 FIN-CONCEPTOS.
            03 FILLER          PIC X(08) VALUE SPACES.
            03 FILLER          PIC X(22) VALUE "CONCEPTO".
            03 FILLER          PIC X(08) VALUE "  DIAS".
            03 FILLER          PIC X(14) VALUE "       IMPORTE".
            03 FILLER          PIC X(14) VALUE "        EXENTO".
            03 FILLER          PIC X(14) VALUE "     RETENCION".

       01 FIN-CONCEPTO.
            03 FILLER          PIC X(08) VALUE SPACES.
            03 WKS-FIN-CON-R   PIC X(20).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-FIN-CAN-R   PIC ZZ9.99 BLANK WHEN ZERO.
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-FIN-BRU-R   PIC $ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-FIN-EXE-R   PIC $ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-FIN-RET-R   PIC $ZZZ,ZZ9.99.

       01 FIN-TOTAL.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(13) VALUE "TOTAL BRUTO: ".
            03 WKS-FIN-TBR-R   PIC $Z,ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(14) VALUE "RETENCIONES:  ".
            03 WKS-FIN-TRE-R   PIC $Z,ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(15) VALUE "NETO A PAGAR:  ".
            03 WKS-FIN-TNE-R   PIC $Z,ZZZ,ZZ9.99.

       01 FIN-FORMA-PAGO.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(15) VALUE "FORMA DE PAGO: ".
            03 WKS-FIN-FORMA-R PIC X(40).

       01 FIN-FIRMA.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(19) VALUE "FIRMA DEL EMPLEADO:".
            03 FILLER          PIC X(01) VALUE SPACES.
            03 FILLER          PIC X(25) VALUE ALL "_".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           IF WKS-FUNCION = 2
               PERFORM 5000-FINIQUITO THRU 5000-FIN
                   UNTIL WKS-LOOP = 1
           ELSE
               PERFORM 2000-PROCESO UNTIL WKS-LOOP = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           DISPLAY "(1) CATALOGO DE EMPRESAS (2) BAJA DE EMPLEADO:"
                                                LINE 01 POSITION 03.
           ACCEPT WKS-FUNCION LINE 01 POSITION 51.

           IF WKS-FUNCION = 2
               PERFORM 4000-INICIO-FINIQUITO
           ELSE
               MOVE 1 TO WKS-FUNCION
               PERFORM 1100-ABRE-CATALOGO.

       1100-ABRE-CATALOGO.
           DISPLAY "CATALOGO DE EMPRESAS NUEVO (1) EXISTENTE (2):"
                                                LINE 02 POSITION 03.
           ACCEPT WKS-MODO LINE 02 POSITION 50.

           IF WKS-MODO = 1
               OPEN OUTPUT EMPRESAS
               MOVE 1 TO WKS-LOOP.

       3000-FIN.
           IF WKS-FUNCION = 2
               PERFORM 4900-FIN-FINIQUITO
           ELSE
               CLOSE EMPRESAS.

      *LA BAJA CON FINIQUITO PAGA DINERO: PIDE FIRMA Y PERMISO.
      *LA UMA Y LA SECUENCIA DEL LOTE SE DAN UNA VEZ POR SESION.
       4000-INICIO-FINIQUITO.
           MOVE "MAN-EMP " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           MOVE "E" TO FUNCION-SOL-F.
           MOVE 1 TO NIVEL-SOL-F.
           CALL "SEC-PERM" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0 OR PERMITIDO-F = 0
               DISPLAY "LA BAJA DE EMPLEADOS REQUIERE PERMISO"
                                                LINE 04 POSITION 03
               STOP RUN.

           MOVE ID-OPERADOR-F TO WKS-ID-OPERADOR.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           DISPLAY "VALOR DIARIO DE LA UMA:" LINE 02 POSITION 03.
           ACCEPT WKS-UMA LINE 02 POSITION 28.

           DISPLAY "SECUENCIA DE LOTE PARA POST-TRX:" LINE 03
                                                       POSITION 03.
           ACCEPT WKS-SEC-LOTE LINE 03 POSITION 37.

           OPEN I-O ACUMNOM.
           IF WKS-FS-ACUM = "35"
               OPEN OUTPUT ACUMNOM
               CLOSE ACUMNOM
               OPEN I-O ACUMNOM.

           OPEN I-O CONVNOM.
           IF WKS-FS-CONV = "35"
               OPEN OUTPUT CONVNOM
               CLOSE CONVNOM
               OPEN I-O CONVNOM.

           OPEN OUTPUT FINMOV.
           OPEN OUTPUT REC-FIN.

           MOVE SPACES TO REG-MOV.
           MOVE "HDR" TO TIPO-HDR-MOV.
           MOVE "FINIQ" TO FUENTE-HDR-MOV.
           MOVE WKS-FECHA-HOY TO FECHA-HDR-MOV.
           MOVE WKS-SEC-LOTE TO SECUENCIA-HDR-MOV.
           WRITE REG-MOV.

       4900-FIN-FINIQUITO.
           MOVE SPACES TO REG-MOV.
           MOVE "999" TO MARCA-TRL-MOV.
           MOVE WKS-CONT-DEPOSITOS TO CONTADOR-TRL-MOV.
           MOVE WKS-SUMA-LOTE TO SUMA-TRL-MOV.
           WRITE REG-MOV.

           IF WKS-EMP-ABIERTO = 1
               CLOSE EMPLEADOS.
           CLOSE FINMOV.
           CLOSE REC-FIN.
           CLOSE ACUMNOM.
           CLOSE CONVNOM.
           DISPLAY "EMPLEADOS DADOS DE BAJA: " WKS-CONT-BAJAS.
           DISPLAY "FINIQUITOS DEPOSITADOS: " WKS-CONT-DEPOSITOS.
           DISPLAY "CASOS DE CONVERSION ABIERTOS: " WKS-CONT-CASOS.
           PERFORM 9000-GRABA-BITACORA.

      *UN EMPLEADO POR VUELTA: SE BUSCA EN EL MAESTRO, SE CAPTURAN
      *LAS FECHAS Y LOS DIAS PENDIENTES, SE MUESTRA EL CALCULO Y SOLO
      *CON LA CONFIRMACION SE PAGA Y SE DA DE BAJA.
       5000-FINIQUITO.
           DISPLAY "NUMERO DE EMPLEADO:" LINE 05 POSITION 03.
           ACCEPT WKS-EMPLEADO LINE 05 POSITION 24.

           PERFORM 5100-BUSCA-EMPLEADO.

           IF WKS-HALLADO = 0
               MOVE "EMPLEADO NO EXISTE EN EL MAESTRO" TO WKS-MOTIVO
               GO TO 5000-RECHAZO.

           IF EMP-BAJA
               MOVE "EL EMPLEADO YA ESTA DADO DE BAJA" TO WKS-MOTIVO
               GO TO 5000-RECHAZO.

           DISPLAY NOMBRE-EMP " EMPRESA " EMPRESA-EMP " CLIENTE "
                   ID-CLIENTE-EMP LINE 06 POSITION 03.

           DISPLAY "FECHA DE BAJA (AAAAMMDD, 0 = HOY):" LINE 07
                                                       POSITION 03.
           ACCEPT WKS-FECHA-BAJA LINE 07 POSITION 39.
           IF WKS-FECHA-BAJA = 0
               MOVE WKS-FECHA-HOY TO WKS-FECHA-BAJA.

           DISPLAY "FECHA DE INGRESO (AAAAMMDD):" LINE 08 POSITION 03.
           ACCEPT WKS-FECHA-INGRESO LINE 08 POSITION 33.

           IF WKS-FECHA-INGRESO = 0 OR
              WKS-FECHA-INGRESO > WKS-FECHA-BAJA
               MOVE "FECHA DE INGRESO NO VALIDA" TO WKS-MOTIVO
               GO TO 5000-RECHAZO.

           DISPLAY "DIAS TRABAJADOS PENDIENTES DE PAGO:" LINE 09
                                                       POSITION 03.
           ACCEPT WKS-DIAS-PENDIENTES LINE 09 POSITION 40.

           DISPLAY "DIAS DE VACACIONES NO TOMADOS DE ANOS ANTERIORES:"
                                                LINE 10 POSITION 03.
           ACCEPT WKS-VAC-PENDIENTES LINE 10 POSITION 54.

           PERFORM 5200-CALCULA-FINIQUITO THRU 5200-FIN.

           IF WKS-MOTIVO NOT = SPACES
               GO TO 5000-RECHAZO.

           DISPLAY "SUELDO PENDIENTE: " WKS-FIN-BRUTO (1)
                   "  AGUINALDO: " WKS-FIN-BRUTO (2)
                                                LINE 12 POSITION 03.
           DISPLAY "VACACIONES: " WKS-FIN-BRUTO (3)
                   "  PRIMA VACACIONAL: " WKS-FIN-BRUTO (4)
                                                LINE 13 POSITION 03.
           DISPLAY "BRUTO: " WKS-TOT-BRUTO "  RETENCIONES: "
                   WKS-TOT-RETENCION "  NETO: " WKS-TOT-NETO
                                                LINE 14 POSITION 03.

           DISPLAY "CONFIRMA LA BAJA Y EL PAGO DEL FINIQUITO S/N:"
                                                LINE 16 POSITION 03.
           ACCEPT WKS-RES LINE 16 POSITION 50.

           IF WKS-RES NOT = "S"
               GO TO 5000-OTRO.

           PERFORM 5500-IMPRIME-FINIQUITO.

           IF ID-CLIENTE-EMP > 0 AND WKS-TOT-NETO > 0
               PERFORM 5600-GENERA-DEPOSITO.

           MOVE "B" TO ESTADO-EMP.
           MOVE WKS-FECHA-BAJA TO FECHA-BAJA-EMP.
           REWRITE REG-EMPLEADO.

           PERFORM 5700-ACTUALIZA-ACUMULADO.

           IF ID-CLIENTE-EMP > 0
               PERFORM 5800-ABRE-CONVERSION.

           ADD 1 TO WKS-CONT-BAJAS.
           DISPLAY "EMPLEADO DADO DE BAJA, FINIQUITO IMPRESO" LINE 20
                                                       POSITION 03.
           GO TO 5000-OTRO.

       5000-RECHAZO.
           ADD 1 TO WKS-CONT-RECHAZADAS.
           DISPLAY WKS-MOTIVO LINE 20 POSITION 03.

       5000-OTRO.
           DISPLAY "OTRO EMPLEADO S/N:" LINE 22 POSITION 03.
           ACCEPT WKS-RES LINE 22 POSITION 22.

           IF WKS-RES = "N"
               MOVE 1 TO WKS-LOOP.

       5000-FIN.
           EXIT.

      *EL MAESTRO ES SECUENCIAL: SE RECORRE DESDE EL PRINCIPIO Y EL
      *REGISTRO HALLADO QUEDA LEIDO PARA SU REWRITE.
       5100-BUSCA-EMPLEADO.
           MOVE 0 TO WKS-HALLADO.
           MOVE 0 TO WKS-EOF-EMP.

           IF WKS-EMP-ABIERTO = 1
               CLOSE EMPLEADOS
               MOVE 0 TO WKS-EMP-ABIERTO.

           OPEN I-O EMPLEADOS.
           IF WKS-FS-EMP = "00"
               MOVE 1 TO WKS-EMP-ABIERTO
           ELSE
               MOVE 1 TO WKS-EOF-EMP.

           PERFORM 5110-LEER-EMPLEADO
               UNTIL WKS-EOF-EMP = 1 OR WKS-HALLADO = 1.

       5110-LEER-EMPLEADO.
           READ EMPLEADOS AT END MOVE 1 TO WKS-EOF-EMP.

           IF WKS-EOF-EMP = 0 AND NUM-EMPLEADO = WKS-EMPLEADO
               MOVE 1 TO WKS-HALLADO.

      *SUELDO PENDIENTE POR LA NOMINA ORDINARIA DE CAL-NOM (ISR E
      *IMSS); AGUINALDO, VACACIONES Y PRIMA POR SU MODO ESPECIAL,
      *CON 30 UMAS EXENTAS EL AGUINALDO Y 15 LA PRIMA VACACIONAL.
      *EL AGUINALDO VA POR LOS DIAS DEL ANO DE LA BAJA (DESDE EL
      *INGRESO SI ENTRO ESE ANO) Y NO SE PAGA SI NOM-ESP YA LO PAGO.
      *LAS VACACIONES SON LAS DE LEY DEL ANO DE SERVICIO EN CURSO
      *(12 EL PRIMERO, DOS MAS POR ANO HASTA 20 EN EL QUINTO Y DOS
      *MAS CADA CINCO ANOS), PROPORCIONALES A LOS DIAS DESDE EL
      *ULTIMO ANIVERSARIO, MAS LAS NO TOMADAS DE ANOS ANTERIORES.
       5200-CALCULA-FINIQUITO.
           MOVE SPACES TO WKS-MOTIVO.
           INITIALIZE WKS-TABLA-FIN.
           MOVE "SUELDO PENDIENTE"     TO WKS-FIN-CONCEPTO (1).
           MOVE "AGUINALDO PROPORC."   TO WKS-FIN-CONCEPTO (2).
           MOVE "VACACIONES"           TO WKS-FIN-CONCEPTO (3).
           MOVE "PRIMA VACACIONAL"     TO WKS-FIN-CONCEPTO (4).

           MOVE SUELDO-PERIODO-EMP TO SUELDO-PERIODO-CN.
           MOVE TIPO-PERIODO-EMP   TO TIPO-PERIODO-CN.
           MOVE 0                  TO HORAS-EXTRA-CN.
           MOVE 0                  TO BONOS-CN.

           IF WKS-DIAS-PENDIENTES > 0
               MOVE "O"                 TO TIPO-CALCULO-CN
               MOVE WKS-DIAS-PENDIENTES TO DIAS-TRAB-CN
               CALL "CAL-NOM" USING WKS-CALCULO
               IF DIAS-OK-CN = 0
                   MOVE "DIAS PENDIENTES MAYORES AL PERIODO"
                                               TO WKS-MOTIVO
                   GO TO 5200-FIN
               END-IF
               MOVE WKS-DIAS-PENDIENTES TO WKS-FIN-CANT (1)
               MOVE SUELDO-NETO-CN      TO WKS-FIN-BRUTO (1)
               MOVE DEDUCCIONES-CN      TO WKS-FIN-RETENCION (1).

           MOVE "E" TO TIPO-CALCULO-CN.
           MOVE 0   TO DIAS-TRAB-CN.
           MOVE 0   TO PAGO-ESPECIAL-CN.
           MOVE 0   TO EXENTO-CN.
           CALL "CAL-NOM" USING WKS-CALCULO.
           MOVE SUELDO-DIARIO-CN TO WKS-SUELDO-DIARIO.
           COMPUTE WKS-SUELDO-PENDIENTE = WKS-SUELDO-DIARIO
                                        * WKS-DIAS-PENDIENTES.

      *ANTIGUEDAD EN ANOS CUMPLIDOS Y ULTIMO ANIVERSARIO.
           COMPUTE WKS-ANIOS = WKS-BAJA-AAAA - WKS-ING-AAAA.
           IF WKS-BAJA-MMDD < WKS-ING-MMDD
               SUBTRACT 1 FROM WKS-ANIOS.

           COMPUTE WKS-ANIV-AAAA = WKS-ING-AAAA + WKS-ANIOS.
           MOVE WKS-ING-MMDD TO WKS-ANIV-MMDD.

           MOVE WKS-FECHA-BAJA TO WKS-FECHA-CAL.
           PERFORM 5300-DIA-DEL-ANIO.
           MOVE WKS-DIA-ANIO TO WKS-DOY-BAJA.

           MOVE WKS-FECHA-ANIV TO WKS-FECHA-CAL.
           IF WKS-CAL-MM = 2 AND WKS-CAL-DD = 29
               PERFORM 5310-ANIO-BISIESTO
               IF WKS-BISIESTO = 0
                   MOVE 28 TO WKS-CAL-DD
               END-IF
           END-IF.
           PERFORM 5300-DIA-DEL-ANIO.
           MOVE WKS-DIA-ANIO TO WKS-DOY-OTRA.

           IF WKS-ANIV-AAAA = WKS-BAJA-AAAA
               COMPUTE WKS-DIAS-DESDE-ANIV = WKS-DOY-BAJA
                                           - WKS-DOY-OTRA
           ELSE
               COMPUTE WKS-DIAS-DESDE-ANIV = WKS-DIAS-ANIO-CAL
                                  - WKS-DOY-OTRA + WKS-DOY-BAJA.

           COMPUTE WKS-ANIO-SERVICIO = WKS-ANIOS + 1.
           IF WKS-ANIO-SERVICIO NOT > 5
               COMPUTE WKS-DIAS-VAC-LEY = 10 + 2 * WKS-ANIO-SERVICIO
           ELSE
               COMPUTE WKS-COCIENTE = (WKS-ANIO-SERVICIO - 1) / 5
               COMPUTE WKS-DIAS-VAC-LEY = 20 + 2 * WKS-COCIENTE.

           COMPUTE WKS-DIAS-VACACIONES ROUNDED = WKS-DIAS-VAC-LEY
                   * WKS-DIAS-DESDE-ANIV / 365 + WKS-VAC-PENDIENTES.

      *DIAS DEL ANO DE LA BAJA PARA EL AGUINALDO.
           IF WKS-ING-AAAA = WKS-BAJA-AAAA
               MOVE WKS-FECHA-INGRESO TO WKS-FECHA-CAL
               PERFORM 5300-DIA-DEL-ANIO
               COMPUTE WKS-DIAS-AGUINALDO = WKS-DOY-BAJA
                                          - WKS-DIA-ANIO + 1
           ELSE
               MOVE WKS-DOY-BAJA TO WKS-DIAS-AGUINALDO.
           IF WKS-DIAS-AGUINALDO > 365
               MOVE 365 TO WKS-DIAS-AGUINALDO.

           MOVE 0 TO WKS-AGUI-PAGADO.
           MOVE WKS-BAJA-AAAA TO ANIO-AC.
           MOVE WKS-EMPLEADO  TO NUM-EMPLEADO-AC.
           READ ACUMNOM
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF FECHA-AGUINALDO-AC NOT = 0
                       MOVE 1 TO WKS-AGUI-PAGADO
                   END-IF
           END-READ.

           IF WKS-AGUI-PAGADO = 0
               COMPUTE WKS-PAGO ROUNDED = WKS-SUELDO-DIARIO * 15
                                 * WKS-DIAS-AGUINALDO / 365
               COMPUTE EXENTO-CN = WKS-UMA * 30
               MOVE 2 TO WKS-FIN-IDX
               COMPUTE WKS-FIN-CANT (2) ROUNDED =
                       15 * WKS-DIAS-AGUINALDO / 365
               PERFORM 5400-CONCEPTO-ESPECIAL.

           COMPUTE WKS-PAGO ROUNDED = WKS-SUELDO-DIARIO
                                    * WKS-DIAS-VACACIONES.
           MOVE 0 TO EXENTO-CN.
           MOVE 3 TO WKS-FIN-IDX.
           MOVE WKS-DIAS-VACACIONES TO WKS-FIN-CANT (3).
           PERFORM 5400-CONCEPTO-ESPECIAL.

           COMPUTE WKS-PAGO ROUNDED = WKS-FIN-BRUTO (3) * 0.25.
           COMPUTE EXENTO-CN = WKS-UMA * 15.
           MOVE 4 TO WKS-FIN-IDX.
           PERFORM 5400-CONCEPTO-ESPECIAL.

           COMPUTE WKS-TOT-BRUTO = WKS-FIN-BRUTO (1)
                   + WKS-FIN-BRUTO (2) + WKS-FIN-BRUTO (3)
                   + WKS-FIN-BRUTO (4).
           COMPUTE WKS-TOT-RETENCION = WKS-FIN-RETENCION (1)
                   + WKS-FIN-RETENCION (2) + WKS-FIN-RETENCION (3)
                   + WKS-FIN-RETENCION (4).
           COMPUTE WKS-TOT-NETO = WKS-TOT-BRUTO - WKS-TOT-RETENCION.

       5200-FIN.
           EXIT.

      *DIA DEL ANO DE WKS-FECHA-CAL Y DIAS QUE TIENE ESE ANO.
       5300-DIA-DEL-ANIO.
           PERFORM 5310-ANIO-BISIESTO.
           MOVE WKS-CAL-DD TO WKS-DIA-ANIO.
           MOVE 1 TO WKS-MES-IDX.
           PERFORM 5320-SUMA-MES UNTIL WKS-MES-IDX = WKS-CAL-MM.

           IF WKS-BISIESTO = 1
               MOVE 366 TO WKS-DIAS-ANIO-CAL
               IF WKS-CAL-MM > 2
                   ADD 1 TO WKS-DIA-ANIO
               END-IF
           ELSE
               MOVE 365 TO WKS-DIAS-ANIO-CAL.

       5310-ANIO-BISIESTO.
           MOVE 0 TO WKS-BISIESTO.
           DIVIDE WKS-CAL-AAAA BY 4
               GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-4.
           IF WKS-RESIDUO-4 = 0
               MOVE 1 TO WKS-BISIESTO
               DIVIDE WKS-CAL-AAAA BY 100
                   GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-100
               IF WKS-RESIDUO-100 = 0
                   DIVIDE WKS-CAL-AAAA BY 400
                       GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-400
                   IF WKS-RESIDUO-400 NOT = 0
                       MOVE 0 TO WKS-BISIESTO.

       5320-SUMA-MES.
           ADD WKS-DIAS-MES-TAB (WKS-MES-IDX) TO WKS-DIA-ANIO.
           ADD 1 TO WKS-MES-IDX.

      *UN CONCEPTO POR EL MODO ESPECIAL DE CAL-NOM: WKS-PAGO CON SU
      *EXENTO YA PUESTO EN EXENTO-CN.
       5400-CONCEPTO-ESPECIAL.
           IF WKS-PAGO > 999999.99
               MOVE 999999.99 TO WKS-PAGO.

           MOVE "E"      TO TIPO-CALCULO-CN.
           MOVE WKS-PAGO TO PAGO-ESPECIAL-CN.
           CALL "CAL-NOM" USING WKS-CALCULO.

           MOVE SUELDO-NETO-CN TO WKS-FIN-BRUTO (WKS-FIN-IDX).
           COMPUTE WKS-FIN-EXENTO (WKS-FIN-IDX) =
                   SUELDO-NETO-CN - GRAVADO-CN.
           MOVE DEDUCCIONES-CN TO WKS-FIN-RETENCION (WKS-FIN-IDX).

       5500-IMPRIME-FINIQUITO.
           MOVE NUM-EMPLEADO TO WKS-FIN-EMP-R.
           MOVE NOMBRE-EMP   TO WKS-FIN-NOM-R.
           MOVE FIN-L1 TO LINEA-FIN.
           WRITE LINEA-FIN AFTER PAGE.

           MOVE EMPRESA-EMP       TO WKS-FIN-EMPR-R.
           MOVE WKS-FECHA-INGRESO TO WKS-FIN-ING-R.
           MOVE WKS-FECHA-BAJA    TO WKS-FIN-BAJA-R.
           MOVE WKS-ANIOS         TO WKS-FIN-ANOS-R.
           MOVE WKS-SUELDO-DIARIO TO WKS-FIN-DIA-R.
           MOVE FIN-L2 TO LINEA-FIN.
           WRITE LINEA-FIN AFTER 2.

           MOVE FIN-CONCEPTOS TO LINEA-FIN.
           WRITE LINEA-FIN AFTER 2.

           MOVE 0 TO WKS-FIN-IDX.
           PERFORM 5510-RENGLON-CONCEPTO 4 TIMES.

           MOVE WKS-TOT-BRUTO     TO WKS-FIN-TBR-R.
           MOVE WKS-TOT-RETENCION TO WKS-FIN-TRE-R.
           MOVE WKS-TOT-NETO      TO WKS-FIN-TNE-R.
           MOVE FIN-TOTAL TO LINEA-FIN.
           WRITE LINEA-FIN AFTER 2.

           IF ID-CLIENTE-EMP > 0
               MOVE SPACES TO WKS-FIN-FORMA-R
               STRING "DEPOSITO A TARJETA NOMINA, CLIENTE "
                                               DELIMITED BY SIZE
                      ID-CLIENTE-EMP DELIMITED BY SIZE
                      INTO WKS-FIN-FORMA-R
           ELSE
               MOVE "CHEQUE O EFECTIVO EN LA EMPRESA"
                                               TO WKS-FIN-FORMA-R.
           MOVE FIN-FORMA-PAGO TO LINEA-FIN.
           WRITE LINEA-FIN AFTER 1.

           MOVE FIN-FIRMA TO LINEA-FIN.
           WRITE LINEA-FIN AFTER 3.

       5510-RENGLON-CONCEPTO.
           ADD 1 TO WKS-FIN-IDX.

           IF WKS-FIN-BRUTO (WKS-FIN-IDX) > 0
               MOVE WKS-FIN-CONCEPTO (WKS-FIN-IDX)  TO WKS-FIN-CON-R
               MOVE WKS-FIN-CANT (WKS-FIN-IDX)      TO WKS-FIN-CAN-R
               MOVE WKS-FIN-BRUTO (WKS-FIN-IDX)     TO WKS-FIN-BRU-R
               MOVE WKS-FIN-EXENTO (WKS-FIN-IDX)    TO WKS-FIN-EXE-R
               MOVE WKS-FIN-RETENCION (WKS-FIN-IDX) TO WKS-FIN-RET-R
               MOVE FIN-CONCEPTO TO LINEA-FIN
               WRITE LINEA-FIN AFTER 1.

      *EL NETO DEL FINIQUITO VIAJA COMO DEPOSITO "DEP" POR EL CANAL
      *DE NOMINA, IGUAL QUE LA NOMINA ORDINARIA.
       5600-GENERA-DEPOSITO.
           MOVE ID-CLIENTE-EMP TO ID-CLIENTE-MOV.
           MOVE WKS-FECHA-HOY  TO FECHA-MOV.
           MOVE WKS-TOT-NETO   TO MONTO-MOV.
           MOVE "DEPOSITO FINIQUITO" TO DESCRIPCION-MOV.
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
           ADD WKS-TOT-NETO TO WKS-SUMA-LOTE.

      *EL SUELDO PENDIENTE CUENTA PARA LAS UTILIDADES DEL ANO Y EL
      *AGUINALDO PAGADO AQUI YA NO LO VUELVE A PAGAR NOM-ESP.
       5700-ACTUALIZA-ACUMULADO.
           MOVE WKS-BAJA-AAAA TO ANIO-AC.
           MOVE WKS-EMPLEADO  TO NUM-EMPLEADO-AC.
           READ ACUMNOM
               INVALID KEY MOVE 1 TO WKS-INVALID-KEY
               NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY
           END-READ.

           IF WKS-INVALID-KEY = 1
               MOVE 0 TO PERIODOS-AC
               MOVE 0 TO DIAS-AC
               MOVE 0 TO SUELDO-AC
               MOVE 0 TO FECHA-ULT-AC
               MOVE 0 TO FECHA-AGUINALDO-AC
               MOVE 0 TO AGUINALDO-AC
               MOVE 0 TO FECHA-PTU-AC
               MOVE 0 TO PTU-AC.

           MOVE EMPRESA-EMP TO EMPRESA-AC.
           IF WKS-DIAS-PENDIENTES > 0
               ADD 1                    TO PERIODOS-AC
               ADD WKS-DIAS-PENDIENTES  TO DIAS-AC
               ADD WKS-SUELDO-PENDIENTE TO SUELDO-AC
               MOVE WKS-FECHA-BAJA      TO FECHA-ULT-AC.

           IF WKS-FIN-BRUTO (2) > 0
               MOVE WKS-FECHA-BAJA    TO FECHA-AGUINALDO-AC
               MOVE WKS-FIN-BRUTO (2) TO AGUINALDO-AC.

           IF WKS-INVALID-KEY = 1
               WRITE REG-ACUMNOM
           ELSE
               REWRITE REG-ACUMNOM.

      *CASO DE CONVERSION DE LA TARJETA NOMINA, CARTA POR ENVIAR.
      *UN CASO YA CERRADO DEL MISMO CLIENTE SE REABRE COMO NUEVO.
       5800-ABRE-CONVERSION.
           MOVE ID-CLIENTE-EMP TO ID-CLIENTE-CV.
           READ CONVNOM
               INVALID KEY MOVE 1 TO WKS-INVALID-KEY
               NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY
           END-READ.

           IF WKS-INVALID-KEY = 0 AND NOT CV-CERRADO
               DISPLAY "EL CLIENTE YA TIENE CASO DE CONVERSION ABIERTO"
                                                LINE 21 POSITION 03
           ELSE
               MOVE ID-CLIENTE-EMP  TO ID-CLIENTE-CV
               MOVE WKS-EMPLEADO    TO NUM-EMPLEADO-CV
               MOVE EMPRESA-EMP     TO EMPRESA-CV
               MOVE WKS-FECHA-BAJA  TO FECHA-BAJA-CV
               MOVE "P"             TO ESTADO-CV
               MOVE SPACES          TO PRODUCTO-CV
               MOVE WKS-FECHA-HOY   TO FECHA-ALTA-CV
               MOVE 0               TO FECHA-CARTA-CV
               MOVE 0               TO FECHA-RESPUESTA-CV
               MOVE 0               TO FECHA-CIERRE-CV
               MOVE WKS-ID-OPERADOR TO OPERADOR-CV
               MOVE SPACES          TO NOTA-CV
               ADD 1 TO WKS-CONT-CASOS
               IF WKS-INVALID-KEY = 1
                   WRITE REG-CONVNOM
               ELSE
                   REWRITE REG-CONVNOM.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "MAN-EMP " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           COMPUTE LEIDOS-BIT = WKS-CONT-BAJAS + WKS-CONT-RECHAZADAS.
           MOVE WKS-CONT-DEPOSITOS TO ESCRITOS-BIT.
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
