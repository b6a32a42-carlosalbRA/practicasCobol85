      *MI PROGRAMA DE ESTIMACION PREVENTIVA PARA RIESGOS CREDITICIOS
      *- CIERRE DE MES. FINANZAS LA ARMABA EN HOJA DE CALCULO CON LOS
      *LISTADOS DE ANT-SAL; AHORA SE CALCULA AQUI POR CLIENTE: DIAS
      *DE ATRASO DEL CICLO PENDIENTE MAS VIEJO EN CICLOFAC, SALDO
      *EXPUESTO (CICLOS PENDIENTES MAS RECARGOS, Y LO QUE QUEDA DEL
      *CONVENIO SI EL CLIENTE ESTA REESTRUCTURADO) Y EL FACTOR DE LA
      *TABLA REGULATORIA, QUE ES MAS ALTO PARA LO REESTRUCTURADO. EL
      *RESULTADO QUEDA EN ESTPREV POR CLIENTE Y MES CON SU VARIACION
      *CONTRA EL MES ANTERIOR, QUE GL-EXT LLEVA A LA POLIZA, Y SALE
      *EL REPORTE POR SUCURSAL Y POR TIPO DE TARJETA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EST-PRE.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I.

           SELECT CICLOFAC ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CICLO-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-C WITH DUPLICATES.

           SELECT REESTPLA ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS REEST-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-RP WITH DUPLICATES
                FILE STATUS IS WKS-FS-REEST.

           SELECT ESTPREV ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ESTP-KEY
                FILE STATUS IS WKS-FS-ESTP.

           SELECT FACTEST ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FACT.

           SELECT REP-EST ASSIGN TO PRINTER.
           SELECT BITACORA ASSIGN TO DISK.
           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD ICLIENTES.
       01 REG-CLI-I.
       COPY CLICOPY
           REPLACING ==ID-CLIENTE== BY ==ID-CLIENTE-I==
                     ==NOMBRE-CLIENTE== BY ==NOMBRE-CLIENTE-I==
                     ==ID-TARGETA== BY ==ID-TARGETA-I==
                     ==TIPO-TARG== BY ==TIPO-TARG-I==
                     ==ANUALIDAD== BY ==ANUALIDAD-I==
                     ==FECHA-ALTA== BY ==FECHA-ALTA-I==
                     ==OPERADOR== BY ==OPERADOR-I==
                     ==DIRECCION== BY ==DIRECCION-I==
                     ==TELEFONO== BY ==TELEFONO-I==
                     ==EMAIL== BY ==EMAIL-I==
                     ==ESTADO-CLIENTE== BY ==ESTADO-CLIENTE-I==
                     ==DOMICILIADO== BY ==DOMICILIADO-I==
                     ==CUENTA-BANCARIA== BY ==CUENTA-BANCARIA-I==
                     ==CLAVE-VENDEDOR== BY ==CLAVE-VENDEDOR-I==
                     ==RFC== BY ==RFC-I==
                     ==ENVIO-EMAIL== BY ==ENVIO-EMAIL-I==
                     ==SUCURSAL== BY ==SUCURSAL-I==.

       FD CICLOFAC.
       01 REG-CICLO.
       COPY CICLCOPY.

      *CONVENIOS DE REESTRUCTURA: LO QUE FALTA POR VENCER DEL
      *CONVENIO SIGUE SIENDO SALDO EXPUESTO DEL CLIENTE.
       FD REESTPLA.
       01 REG-REEST.
        03 REEST-KEY.
           05 ID-CLIENTE-RP   PIC 9(06).
           05 NUM-PLAN-RP     PIC 9(02).
        03 FECHA-ALTA-RP      PIC 9(08).
        03 DEUDA-ORIGINAL-RP  PIC 9(08)V99.
        03 TASA-RP            PIC 9(02)V99.
        03 NUM-MENSUAL-RP     PIC 9(02).
        03 MENSUAL-VENCIDAS-RP PIC 9(02).
        03 MONTO-MENSUAL-RP   PIC 9(07)V99.
        03 SALDO-RP           PIC 9(08)V99.
        03 STATUS-RP          PIC X(01).
           88 CONVENIO-ACTIVO       VALUE "A".
           88 CONVENIO-LIQUIDADO    VALUE "L".
           88 CONVENIO-CAIDO        VALUE "C".

       FD ESTPREV.
       01 REG-ESTP.
       COPY ESTPCOPY.

      *TABLA REGULATORIA DE FACTORES: UN RENGLON POR RANGO DE DIAS
      *DE ATRASO EN ORDEN ASCENDENTE, CON EL PORCIENTO A RESERVAR
      *PARA CARTERA NORMAL Y PARA CARTERA REESTRUCTURADA. SI NO
      *EXISTE SE USAN LOS FACTORES DE CASA DE ABAJO.
       FD FACTEST.
       01 REG-FACTOR.
        03 DIAS-HASTA-FE      PIC 9(03).
        03 FACTOR-NORMAL-FE   PIC 9(03)V99.
        03 FACTOR-REEST-FE    PIC 9(03)V99.

       FD REP-EST.
       01 LINEA-EST              PIC X(132).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA,
      *PARA QUE EL CIERRE DE MES PUEDA VERIFICAR QUE ESTE PASO
      *REALMENTE CORRIO.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-EOF-CLI          PIC 9 VALUE 0.
       01 WKS-EOF-CICLO        PIC 9 VALUE 0.
       01 WKS-EOF-REEST        PIC 9 VALUE 0.
       01 WKS-EOF-FACT         PIC 9 VALUE 0.
       01 WKS-FS-REEST         PIC X(02) VALUE "00".
       01 WKS-FS-ESTP          PIC X(02) VALUE "00".
       01 WKS-FS-FACT          PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-SIN-REEST        PIC 9 VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-FECHA-BITACORA   PIC 9(08) VALUE 0.

       01 WKS-MES-PROCESO      PIC 9(06) VALUE 0.
       01 WKS-MES-ANTERIOR     PIC 9(06) VALUE 0.
       01 WKS-MES-ANTERIOR-R REDEFINES WKS-MES-ANTERIOR.
           03 WKS-ANT-AAAA         PIC 9(04).
           03 WKS-ANT-MM           PIC 9(02).

       01 WKS-CONT-CLIENTES    PIC 9(06) VALUE 0.
       01 WKS-CONT-GRABADOS    PIC 9(06) VALUE 0.

      *CALCULO DEL CLIENTE EN TURNO.
       01 WKS-SALDO-CLI        PIC 9(09)V99 VALUE 0.
       01 WKS-DIAS-CLI         PIC 9(03) VALUE 0.
       01 WKS-REEST-CLI        PIC X(01) VALUE "N".
       01 WKS-FACTOR-CLI       PIC 9(03)V99 VALUE 0.
       01 WKS-RESERVA-CLI      PIC 9(09)V99 VALUE 0.
       01 WKS-DISPONIBLE-ANT   PIC 9(09)V99 VALUE 0.
       01 WKS-VARIACION-CLI    PIC S9(09)V99 VALUE 0.
       01 WKS-EXISTE-ACT       PIC 9 VALUE 0.
       01 WKS-RESERVA-PREVIA   PIC 9(09)V99 VALUE 0.
       01 WKS-APLICADO-PREVIO  PIC 9(09)V99 VALUE 0.
       01 WKS-POLIZA-PREVIA    PIC 9(08) VALUE 0.
       01 WKS-MONTO-CICLO      PIC 9(07)V99 VALUE 0.

       01 WKS-TOT-SALDO        PIC 9(11)V99 VALUE 0.
       01 WKS-TOT-RESERVA      PIC 9(11)V99 VALUE 0.
       01 WKS-TOT-ANTERIOR     PIC 9(11)V99 VALUE 0.
       01 WKS-TOT-VARIACION    PIC S9(11)V99 VALUE 0.

      *FACTORES DE CASA POR SI NO HAY TABLA REGULATORIA CAPTURADA:
      *HASTA CUANTOS DIAS DE ATRASO, PORCIENTO NORMAL, PORCIENTO
      *REESTRUCTURADO.
       01 WKS-FACTORES-CASA.
           03 FILLER PIC 9(03)    VALUE 0.
           03 FILLER PIC 9(03)V99 VALUE 2.00.
           03 FILLER PIC 9(03)V99 VALUE 10.00.
           03 FILLER PIC 9(03)    VALUE 30.
           03 FILLER PIC 9(03)V99 VALUE 10.00.
           03 FILLER PIC 9(03)V99 VALUE 20.00.
           03 FILLER PIC 9(03)    VALUE 60.
           03 FILLER PIC 9(03)V99 VALUE 35.00.
           03 FILLER PIC 9(03)V99 VALUE 45.00.
           03 FILLER PIC 9(03)    VALUE 90.
           03 FILLER PIC 9(03)V99 VALUE 55.00.
           03 FILLER PIC 9(03)V99 VALUE 65.00.
           03 FILLER PIC 9(03)    VALUE 120.
           03 FILLER PIC 9(03)V99 VALUE 75.00.
           03 FILLER PIC 9(03)V99 VALUE 85.00.
           03 FILLER PIC 9(03)    VALUE 180.
           03 FILLER PIC 9(03)V99 VALUE 90.00.
           03 FILLER PIC 9(03)V99 VALUE 95.00.
           03 FILLER PIC 9(03)    VALUE 999.
           03 FILLER PIC 9(03)V99 VALUE 100.00.
           03 FILLER PIC 9(03)V99 VALUE 100.00.
       01 WKS-TABLA-CASA REDEFINES WKS-FACTORES-CASA.
           03 WKS-CASA-ENTRY OCCURS 7 TIMES.
              05 WKS-CASA-DIAS     PIC 9(03).
              05 WKS-CASA-NORMAL   PIC 9(03)V99.
              05 WKS-CASA-REEST    PIC 9(03)V99.

       01 WKS-FACT-COUNT       PIC 9(02) VALUE 0.
       01 WKS-FACT-IDX         PIC 9(02) VALUE 0.
       01 WKS-FACT-HALLADO     PIC 9 VALUE 0.
       01 WKS-TABLA-FACTORES.
          03 WKS-FACT-ENTRY OCCURS 15 TIMES.
             05 WKS-FACT-DIAS     PIC 9(03) VALUE 0.
             05 WKS-FACT-NORMAL   PIC 9(03)V99 VALUE 0.
             05 WKS-FACT-REEST    PIC 9(03)V99 VALUE 0.

      *ACUMULADOS POR SUCURSAL (RENGLON = SUCURSAL + 1) Y POR TIPO
      *DE TARJETA.
       01 WKS-SUC-IDX          PIC 9(03) VALUE 0.
       01 WKS-SUC-NUM          PIC 9(02) VALUE 0.
       01 WKS-TABLA-SUC.
          03 WKS-SUC-ENTRY OCCURS 100 TIMES.
             05 WKS-SUC-CLIENTES  PIC 9(06) VALUE 0.
             05 WKS-SUC-SALDO     PIC 9(11)V99 VALUE 0.
             05 WKS-SUC-RESERVA   PIC 9(11)V99 VALUE 0.

       01 WKS-TT-COUNT         PIC 9(02) VALUE 0.
       01 WKS-TT-IDX           PIC 9(02) VALUE 0.
       01 WKS-TT-HALLADO       PIC 9 VALUE 0.
       01 WKS-TABLA-TARJ.
          03 WKS-TT-ENTRY OCCURS 20 TIMES.
             05 WKS-TT-TIPO       PIC A(10) VALUE SPACES.
             05 WKS-TT-CLIENTES   PIC 9(06) VALUE 0.
             05 WKS-TT-SALDO      PIC 9(11)V99 VALUE 0.
             05 WKS-TT-RESERVA    PIC 9(11)V99 VALUE 0.

       01 WKS-DIAS-VENCIDO     PIC 9(03) VALUE 0.
       01 WKS-DIAS-TOPE        PIC 9(03) VALUE 999.

       01 WKS-FECHA-AVANCE     PIC 9(08).
       01 WKS-FECHA-AVANCE-R REDEFINES WKS-FECHA-AVANCE.
           03 WKS-AVA-AAAA         PIC 9(04).
           03 WKS-AVA-MM           PIC 9(02).
           03 WKS-AVA-DD           PIC 9(02).

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
       01 WKS-DIAS-MAX         PIC 9(02).
       01 WKS-RESIDUO-4        PIC 9(02).
       01 WKS-RESIDUO-100      PIC 9(02).
       01 WKS-RESIDUO-400      PIC 9(02).
       01 WKS-COCIENTE         PIC 9(06).

       01 HEADER-L1-EST.
            03 FILLER PIC X(20) VALUE SPACES.
            03 FILLER PIC X(50)
               VALUE "ESTIMACION PREVENTIVA PARA RIESGOS CREDITICIOS".

       01 HEADER-L2-EST.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(05) VALUE "MES: ".
            03 WKS-MES-R       PIC 9(06).
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(19) VALUE "FECHA DE CALCULO: ".
            03 WKS-HOY-R       PIC 9(08).

       01 HEADER-SUC-EST.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(12) VALUE "SUCURSAL".
            03 FILLER PIC X(10) VALUE "CLIENTES".
            03 FILLER PIC X(20) VALUE "    SALDO EXPUESTO".
            03 FILLER PIC X(20) VALUE "        ESTIMACION".

       01 HEADER-TARJ-EST.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(12) VALUE "TARJETA".
            03 FILLER PIC X(10) VALUE "CLIENTES".
            03 FILLER PIC X(20) VALUE "    SALDO EXPUESTO".
            03 FILLER PIC X(20) VALUE "        ESTIMACION".

       01 DETALLE-GRUPO-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-GRUPO-R     PIC X(12).
            03 WKS-CLIENTES-R  PIC ZZZ,ZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-SALDO-R     PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-RESERVA-R   PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

       01 TOTALES-EST-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-ETIQUETA-R  PIC X(40).
            03 WKS-IMPORTE-R   PIC $ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-EOF-CLI = 1.
           PERFORM 3000-FIN.
           GOBACK.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-BITACORA.

           MOVE WKS-FECHA-HOY (1:6) TO WKS-MES-PROCESO.
           MOVE WKS-MES-PROCESO TO WKS-MES-ANTERIOR.
           IF WKS-ANT-MM > 1
               SUBTRACT 1 FROM WKS-ANT-MM
           ELSE
               MOVE 12 TO WKS-ANT-MM
               SUBTRACT 1 FROM WKS-ANT-AAAA.

           PERFORM 1100-CARGA-FACTORES.

           OPEN INPUT ICLIENTES.
           OPEN INPUT CICLOFAC.

           OPEN INPUT REESTPLA.
           IF WKS-FS-REEST NOT = "00"
               MOVE 1 TO WKS-SIN-REEST.

           OPEN I-O ESTPREV.
           IF WKS-FS-ESTP = "35"
               OPEN OUTPUT ESTPREV
               CLOSE ESTPREV
               OPEN I-O ESTPREV.

           OPEN OUTPUT REP-EST.

           MOVE HEADER-L1-EST TO LINEA-EST.
           WRITE LINEA-EST AFTER 1.
           MOVE WKS-MES-PROCESO TO WKS-MES-R.
           MOVE WKS-FECHA-HOY   TO WKS-HOY-R.
           MOVE HEADER-L2-EST TO LINEA-EST.
           WRITE LINEA-EST AFTER 2.

           MOVE LOW-VALUES TO ID-CLIENTE-I.
           START ICLIENTES KEY IS NOT < ID-CLIENTE-I
               INVALID KEY MOVE 1 TO WKS-EOF-CLI.

           IF WKS-EOF-CLI = 0
               PERFORM 1010-LEER-CLIENTE.

       1010-LEER-CLIENTE.
           READ ICLIENTES NEXT AT END MOVE 1 TO WKS-EOF-CLI.

      *LA TABLA REGULATORIA MANDA; SIN ELLA VALEN LOS FACTORES DE
      *CASA.
       1100-CARGA-FACTORES.
           OPEN INPUT FACTEST.

           IF WKS-FS-FACT = "00"
               PERFORM 1110-LEER-FACTOR UNTIL WKS-EOF-FACT = 1
               CLOSE FACTEST.

           IF WKS-FACT-COUNT = 0
               MOVE 1 TO WKS-FACT-IDX
               PERFORM 1120-FACTOR-CASA UNTIL WKS-FACT-IDX > 7.

       1110-LEER-FACTOR.
           READ FACTEST AT END MOVE 1 TO WKS-EOF-FACT.

           IF WKS-EOF-FACT = 0
               IF WKS-FACT-COUNT < 15
                   ADD 1 TO WKS-FACT-COUNT
                   MOVE DIAS-HASTA-FE TO
                                   WKS-FACT-DIAS (WKS-FACT-COUNT)
                   MOVE FACTOR-NORMAL-FE TO
                                   WKS-FACT-NORMAL (WKS-FACT-COUNT)
                   MOVE FACTOR-REEST-FE TO
                                   WKS-FACT-REEST (WKS-FACT-COUNT)
               END-IF
           END-IF.

       1120-FACTOR-CASA.
           ADD 1 TO WKS-FACT-COUNT.
           MOVE WKS-CASA-DIAS (WKS-FACT-IDX) TO
                                   WKS-FACT-DIAS (WKS-FACT-COUNT).
           MOVE WKS-CASA-NORMAL (WKS-FACT-IDX) TO
                                   WKS-FACT-NORMAL (WKS-FACT-COUNT).
           MOVE WKS-CASA-REEST (WKS-FACT-IDX) TO
                                   WKS-FACT-REEST (WKS-FACT-COUNT).
           ADD 1 TO WKS-FACT-IDX.

       2000-PROCESO.
           ADD 1 TO WKS-CONT-CLIENTES.

           PERFORM 2100-SUMA-CICLOS.

           IF WKS-REEST-CLI = "S" AND WKS-SIN-REEST = 0
               PERFORM 2200-SUMA-CONVENIOS.

           PERFORM 2300-BUSCA-FACTOR.

           COMPUTE WKS-RESERVA-CLI ROUNDED =
                   WKS-SALDO-CLI * WKS-FACTOR-CLI / 100.

           PERFORM 2400-LEE-ESTIMACIONES.

      *SIN RESERVA NUEVA NI RESERVA QUE LIBERAR NO HAY NADA QUE
      *GUARDAR PARA EL CLIENTE.
           IF WKS-RESERVA-CLI > 0
              OR WKS-DISPONIBLE-ANT > 0
              OR WKS-EXISTE-ACT = 1
               PERFORM 2500-GRABA-ESTIMACION
               PERFORM 2600-ACUMULA.

           PERFORM 1010-LEER-CLIENTE.

      *SALDO NO CUBIERTO DE LOS CICLOS PENDIENTES (CON SU RECARGO) Y
      *LOS DIAS DE ATRASO DEL MAS VIEJO. UN CICLO CONGELADO EN "R"
      *MARCA AL CLIENTE COMO REESTRUCTURADO; SU DEUDA SE MIDE POR EL
      *SALDO DEL CONVENIO, NO POR EL CICLO ORIGINAL.
       2100-SUMA-CICLOS.
           MOVE 0   TO WKS-SALDO-CLI.
           MOVE 0   TO WKS-DIAS-CLI.
           MOVE "N" TO WKS-REEST-CLI.

           MOVE ID-CLIENTE-I TO ID-CLIENTE-C.
           START CICLOFAC KEY IS = ID-CLIENTE-C
               INVALID KEY MOVE 1 TO WKS-EOF-CICLO
               NOT INVALID KEY MOVE 0 TO WKS-EOF-CICLO
           END-START.

           PERFORM 2110-LEER-CICLO UNTIL WKS-EOF-CICLO = 1.

       2110-LEER-CICLO.
           READ CICLOFAC NEXT AT END MOVE 1 TO WKS-EOF-CICLO.

           IF WKS-EOF-CICLO = 0
               IF ID-CLIENTE-C NOT = ID-CLIENTE-I
                   MOVE 1 TO WKS-EOF-CICLO
               ELSE
                   PERFORM 2120-CLASIFICA-CICLO
               END-IF
           END-IF.

       2120-CLASIFICA-CICLO.
           IF STATUS-PAGO-C = "R"
               MOVE "S" TO WKS-REEST-CLI.

           IF STATUS-PAGO-C = "N"
               COMPUTE WKS-MONTO-CICLO = MONTO-ANUAL-C
                       - MONTO-PAGADO-C + RECARGO-C - RECARGO-PAGADO-C
               ADD WKS-MONTO-CICLO TO WKS-SALDO-CLI
               IF FECHA-VENCE-C < WKS-FECHA-HOY
                   PERFORM 2020-CUENTA-DIAS-VENCIDO
                   IF WKS-DIAS-VENCIDO > WKS-DIAS-CLI
                       MOVE WKS-DIAS-VENCIDO TO WKS-DIAS-CLI.

       2200-SUMA-CONVENIOS.
           MOVE ID-CLIENTE-I TO ID-CLIENTE-RP.
           START REESTPLA KEY IS = ID-CLIENTE-RP
               INVALID KEY MOVE 1 TO WKS-EOF-REEST
               NOT INVALID KEY MOVE 0 TO WKS-EOF-REEST
           END-START.

           PERFORM 2210-LEER-CONVENIO UNTIL WKS-EOF-REEST = 1.

       2210-LEER-CONVENIO.
           READ REESTPLA NEXT AT END MOVE 1 TO WKS-EOF-REEST.

           IF WKS-EOF-REEST = 0
               IF ID-CLIENTE-RP NOT = ID-CLIENTE-I
                   MOVE 1 TO WKS-EOF-REEST
               ELSE
                   IF CONVENIO-ACTIVO
                       ADD SALDO-RP TO WKS-SALDO-CLI
                   END-IF
               END-IF
           END-IF.

      *EL PRIMER RANGO CUYO TOPE DE DIAS ALCANZA EL ATRASO DEL
      *CLIENTE; MAS ALLA DEL ULTIMO RANGO VALE EL ULTIMO.
       2300-BUSCA-FACTOR.
           MOVE 0 TO WKS-FACT-HALLADO.
           MOVE 1 TO WKS-FACT-IDX.

           PERFORM 2310-COMPARA-FACTOR
               UNTIL WKS-FACT-HALLADO = 1
                  OR WKS-FACT-IDX > WKS-FACT-COUNT.

           IF WKS-FACT-HALLADO = 0
               MOVE WKS-FACT-COUNT TO WKS-FACT-IDX.

           IF WKS-REEST-CLI = "S"
               MOVE WKS-FACT-REEST (WKS-FACT-IDX) TO WKS-FACTOR-CLI
           ELSE
               MOVE WKS-FACT-NORMAL (WKS-FACT-IDX) TO WKS-FACTOR-CLI.

       2310-COMPARA-FACTOR.
           IF WKS-DIAS-CLI NOT > WKS-FACT-DIAS (WKS-FACT-IDX)
               MOVE 1 TO WKS-FACT-HALLADO
           ELSE
               ADD 1 TO WKS-FACT-IDX.

      *LO QUE QUEDO DISPONIBLE DEL MES ANTERIOR (RESERVA MENOS LO
      *QUE CONSUMIERON LOS CASTIGOS) Y, SI EL MES YA SE HABIA
      *CALCULADO, LO QUE TRAE ESE REGISTRO.
       2400-LEE-ESTIMACIONES.
           MOVE 0 TO WKS-DISPONIBLE-ANT.
           MOVE 0 TO WKS-EXISTE-ACT.
           MOVE 0 TO WKS-RESERVA-PREVIA.
           MOVE 0 TO WKS-APLICADO-PREVIO.
           MOVE 0 TO WKS-POLIZA-PREVIA.

           MOVE ID-CLIENTE-I     TO ID-CLIENTE-EP.
           MOVE WKS-MES-ANTERIOR TO MES-EP.
           READ ESTPREV
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   COMPUTE WKS-DISPONIBLE-ANT =
                           RESERVA-EP - APLICADO-EP
           END-READ.

           MOVE ID-CLIENTE-I    TO ID-CLIENTE-EP.
           MOVE WKS-MES-PROCESO TO MES-EP.
           READ ESTPREV
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 1               TO WKS-EXISTE-ACT
                   MOVE RESERVA-EP      TO WKS-RESERVA-PREVIA
                   MOVE APLICADO-EP     TO WKS-APLICADO-PREVIO
                   MOVE FECHA-POLIZA-EP TO WKS-POLIZA-PREVIA
           END-READ.

      *LA VARIACION ES LO QUE FALTA LLEVAR A LA POLIZA: CONTRA EL
      *DISPONIBLE DEL MES ANTERIOR, O CONTRA LO YA CONTABILIZADO SI
      *ESTE MES SE RECALCULA DESPUES DE QUE GL-EXT LO TOMO.
       2500-GRABA-ESTIMACION.
           IF WKS-EXISTE-ACT = 1 AND WKS-POLIZA-PREVIA NOT = 0
               COMPUTE WKS-VARIACION-CLI =
                       WKS-RESERVA-CLI - WKS-RESERVA-PREVIA
           ELSE
               COMPUTE WKS-VARIACION-CLI =
                       WKS-RESERVA-CLI - WKS-DISPONIBLE-ANT.

           MOVE ID-CLIENTE-I       TO ID-CLIENTE-EP.
           MOVE WKS-MES-PROCESO    TO MES-EP.
           MOVE SUCURSAL-I         TO SUCURSAL-EP.
           MOVE TIPO-TARG-I        TO TIPO-TARG-EP.
           MOVE WKS-DIAS-CLI       TO DIAS-ATRASO-EP.
           MOVE WKS-SALDO-CLI      TO SALDO-EP.
           MOVE WKS-REEST-CLI      TO REESTRUCTURADO-EP.
           MOVE WKS-FACTOR-CLI     TO FACTOR-EP.
           MOVE WKS-RESERVA-CLI    TO RESERVA-EP.
           MOVE WKS-APLICADO-PREVIO TO APLICADO-EP.
           MOVE WKS-VARIACION-CLI  TO VARIACION-EP.
           MOVE WKS-FECHA-HOY      TO FECHA-CALCULO-EP.
           MOVE 0                  TO FECHA-POLIZA-EP.

           IF WKS-EXISTE-ACT = 1
               REWRITE REG-ESTP
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR LA ESTIMACION"
                               " DEL CLIENTE " ID-CLIENTE-I
               END-REWRITE
           ELSE
               WRITE REG-ESTP
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR LA ESTIMACION"
                               " DEL CLIENTE " ID-CLIENTE-I
               END-WRITE.

           ADD 1 TO WKS-CONT-GRABADOS.

       2600-ACUMULA.
           ADD WKS-SALDO-CLI      TO WKS-TOT-SALDO.
           ADD WKS-RESERVA-CLI    TO WKS-TOT-RESERVA.
           ADD WKS-DISPONIBLE-ANT TO WKS-TOT-ANTERIOR.
           ADD WKS-VARIACION-CLI  TO WKS-TOT-VARIACION.

           COMPUTE WKS-SUC-IDX = SUCURSAL-I + 1.
           ADD 1               TO WKS-SUC-CLIENTES (WKS-SUC-IDX).
           ADD WKS-SALDO-CLI   TO WKS-SUC-SALDO (WKS-SUC-IDX).
           ADD WKS-RESERVA-CLI TO WKS-SUC-RESERVA (WKS-SUC-IDX).

           MOVE 0 TO WKS-TT-HALLADO.
           MOVE 1 TO WKS-TT-IDX.
           PERFORM 2610-COMPARA-TARJETA
               UNTIL WKS-TT-HALLADO = 1
                  OR WKS-TT-IDX > WKS-TT-COUNT.

           IF WKS-TT-HALLADO = 0
               IF WKS-TT-COUNT < 20
                   ADD 1 TO WKS-TT-COUNT
                   MOVE WKS-TT-COUNT TO WKS-TT-IDX
                   MOVE TIPO-TARG-I TO WKS-TT-TIPO (WKS-TT-IDX)
               ELSE
                   MOVE WKS-TT-COUNT TO WKS-TT-IDX.

           ADD 1               TO WKS-TT-CLIENTES (WKS-TT-IDX).
           ADD WKS-SALDO-CLI   TO WKS-TT-SALDO (WKS-TT-IDX).
           ADD WKS-RESERVA-CLI TO WKS-TT-RESERVA (WKS-TT-IDX).

       2610-COMPARA-TARJETA.
           IF WKS-TT-TIPO (WKS-TT-IDX) = TIPO-TARG-I
               MOVE 1 TO WKS-TT-HALLADO
           ELSE
               ADD 1 TO WKS-TT-IDX.

      *AVANZA LA FECHA DE VENCIMIENTO UN DIA A LA VEZ HASTA LLEGAR A
      *HOY, CONTANDO LOS DIAS VENCIDOS; SE TOPA EN 999.
       2020-CUENTA-DIAS-VENCIDO.
           MOVE 0 TO WKS-DIAS-VENCIDO.
           MOVE FECHA-VENCE-C TO WKS-FECHA-AVANCE.

           PERFORM 2021-SUMA-UN-DIA
               UNTIL WKS-FECHA-AVANCE NOT < WKS-FECHA-HOY
                  OR WKS-DIAS-VENCIDO = WKS-DIAS-TOPE.

       2021-SUMA-UN-DIA.
           PERFORM 2022-CALCULA-DIAS-MAX.

           ADD 1 TO WKS-AVA-DD.
           IF WKS-AVA-DD > WKS-DIAS-MAX
              MOVE 1 TO WKS-AVA-DD
              ADD 1 TO WKS-AVA-MM
              IF WKS-AVA-MM > 12
                 MOVE 1 TO WKS-AVA-MM
                 ADD 1 TO WKS-AVA-AAAA.

           ADD 1 TO WKS-DIAS-VENCIDO.

       2022-CALCULA-DIAS-MAX.
           MOVE WKS-DIAS-MES-TAB (WKS-AVA-MM) TO WKS-DIAS-MAX.

           IF WKS-AVA-MM = 2
              DIVIDE WKS-AVA-AAAA BY 4
                  GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-4
              IF WKS-RESIDUO-4 NOT = 0
                 MOVE 28 TO WKS-DIAS-MAX
              ELSE
                 DIVIDE WKS-AVA-AAAA BY 100
                     GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-100
                 IF WKS-RESIDUO-100 = 0
                    DIVIDE WKS-AVA-AAAA BY 400
                        GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-400
                    IF WKS-RESIDUO-400 NOT = 0
                       MOVE 28 TO WKS-DIAS-MAX
                    ELSE
                       MOVE 29 TO WKS-DIAS-MAX
                 ELSE
                    MOVE 29 TO WKS-DIAS-MAX.

       3000-FIN.
           MOVE HEADER-SUC-EST TO LINEA-EST.
           WRITE LINEA-EST AFTER 3.
           MOVE 1 TO WKS-SUC-IDX.
           PERFORM 3100-IMPRIME-SUCURSAL UNTIL WKS-SUC-IDX > 100.

           MOVE HEADER-TARJ-EST TO LINEA-EST.
           WRITE LINEA-EST AFTER 3.
           MOVE 1 TO WKS-TT-IDX.
           PERFORM 3200-IMPRIME-TARJETA
               UNTIL WKS-TT-IDX > WKS-TT-COUNT.

           MOVE "SALDO EXPUESTO TOTAL:" TO WKS-ETIQUETA-R.
           MOVE WKS-TOT-SALDO TO WKS-IMPORTE-R.
           MOVE TOTALES-EST-R TO LINEA-EST.
           WRITE LINEA-EST AFTER 3.

           MOVE "ESTIMACION REQUERIDA DEL MES:" TO WKS-ETIQUETA-R.
           MOVE WKS-TOT-RESERVA TO WKS-IMPORTE-R.
           MOVE TOTALES-EST-R TO LINEA-EST.
           WRITE LINEA-EST AFTER 1.

           MOVE "DISPONIBLE DEL MES ANTERIOR:" TO WKS-ETIQUETA-R.
           MOVE WKS-TOT-ANTERIOR TO WKS-IMPORTE-R.
           MOVE TOTALES-EST-R TO LINEA-EST.
           WRITE LINEA-EST AFTER 1.

           MOVE "VARIACION A CONTABILIZAR:" TO WKS-ETIQUETA-R.
           MOVE WKS-TOT-VARIACION TO WKS-IMPORTE-R.
           MOVE TOTALES-EST-R TO LINEA-EST.
           WRITE LINEA-EST AFTER 1.

           CLOSE ICLIENTES.
           CLOSE CICLOFAC.
           IF WKS-SIN-REEST = 0
               CLOSE REESTPLA.
           CLOSE ESTPREV.
           CLOSE REP-EST.

           DISPLAY "ESTIMACION PREVENTIVA DEL MES " WKS-MES-PROCESO
                   ": " WKS-TOT-RESERVA.
           PERFORM 9000-GRABA-BITACORA.

       3100-IMPRIME-SUCURSAL.
           IF WKS-SUC-CLIENTES (WKS-SUC-IDX) > 0
               MOVE SPACES TO WKS-GRUPO-R
               COMPUTE WKS-SUC-NUM = WKS-SUC-IDX - 1
               MOVE WKS-SUC-NUM TO WKS-GRUPO-R
               MOVE WKS-SUC-CLIENTES (WKS-SUC-IDX) TO WKS-CLIENTES-R
               MOVE WKS-SUC-SALDO (WKS-SUC-IDX)    TO WKS-SALDO-R
               MOVE WKS-SUC-RESERVA (WKS-SUC-IDX)  TO WKS-RESERVA-R
               MOVE DETALLE-GRUPO-R TO LINEA-EST
               WRITE LINEA-EST AFTER 1.

           ADD 1 TO WKS-SUC-IDX.

       3200-IMPRIME-TARJETA.
           MOVE WKS-TT-TIPO (WKS-TT-IDX)     TO WKS-GRUPO-R.
           MOVE WKS-TT-CLIENTES (WKS-TT-IDX) TO WKS-CLIENTES-R.
           MOVE WKS-TT-SALDO (WKS-TT-IDX)    TO WKS-SALDO-R.
           MOVE WKS-TT-RESERVA (WKS-TT-IDX)  TO WKS-RESERVA-R.
           MOVE DETALLE-GRUPO-R TO LINEA-EST.
           WRITE LINEA-EST AFTER 1.

           ADD 1 TO WKS-TT-IDX.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "EST-PRE " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-BITACORA TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-CLIENTES TO LEIDOS-BIT.
           MOVE WKS-CONT-GRABADOS TO ESCRITOS-BIT.
           MOVE 0 TO RECHAZADOS-BIT.
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
