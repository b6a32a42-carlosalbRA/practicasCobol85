      *MI PROGRAMA DE ESTADOS DE CUENTA CORPORATIVOS - CADA MES, POR
      *CADA CUENTA CORPORATIVA ACTIVA, ARMA EL ESTADO CONSOLIDADO QUE
      *SE MANDA A LA EMPRESA CON EL DETALLE DE MOVIMIENTOS DEL MES DE
      *CADA TARJETAHABIENTE, SU SALDO, EL SALDO DE LA EMPRESA CONTRA
      *SU LIMITE Y QUIEN RESPONDE POR EL PAGO. EN UN SEGUNDO REPORTE
      *DA EL GASTO DEL MES POR EMPLEADO Y POR GIRO DE COMERCIO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EST-COR.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORPORAT ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CLAVE-EMPR-CO
                FILE STATUS IS WKS-FS-CORP.

           SELECT CORPEMP ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-CE
                ALTERNATE RECORD KEY IS CLAVE-EMPR-CE WITH DUPLICATES.

           SELECT EMPRESAS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CLAVE-EMPR.

           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I.

           SELECT TRXCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TRX-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-TRX WITH DUPLICATES.

           SELECT CATTRX ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TIPO-TRX-CAT.

           SELECT COMERCIOS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS GIRO-COM
                FILE STATUS IS WKS-FS-COM.

           SELECT REP-ECO ASSIGN TO PRINTER.

           SELECT REP-GCO ASSIGN TO PRINTER.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD CORPORAT.
       01 REG-CORPORAT.
       COPY CORPCOPY.

       FD CORPEMP.
       01 REG-CORPEMP.
       COPY CEMPCOPY.

      *CATALOGO DE EMPRESAS DEL SERVICIO DE NOMINA (MAN-EMP).
       FD EMPRESAS.
       01 REG-EMPRESA.
        03 CLAVE-EMPR         PIC 9(03).
        03 NOMBRE-EMPR        PIC X(20).
        03 ID-CLIENTE-EMPR    PIC 9(06).
        03 CUOTA-RECIBO-EMPR  PIC 9(05)V99.

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

       FD TRXCLI.
       01 REG-TRX.
       COPY TRXCOPY.

      *CATALOGO DE TIPOS - EL SIGNO DE CADA MOVIMIENTO PARA EL SALDO.
       FD CATTRX.
       01 REG-CAT.
       COPY CATTCOPY.

      *CATALOGO DE GIROS COMERCIALES - DA NOMBRE A CADA CODIGO EN
      *EL REPORTE DE GASTO POR GIRO.
       FD COMERCIOS.
       01 REG-COMERCIO.
        03 GIRO-COM           PIC 9(04).
        03 DESCRIPCION-COM    PIC X(20).

       FD REP-ECO.
       01 LINEA-ECO              PIC X(132).

       FD REP-GCO.
       01 LINEA-GCO              PIC X(132).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-EOF-CORP         PIC 9 VALUE 0.
       01 WKS-EOF-CEMP         PIC 9 VALUE 0.
       01 WKS-EOF-TRX          PIC 9 VALUE 0.
       01 WKS-EOF-CAT          PIC 9 VALUE 0.
       01 WKS-EOF-COM          PIC 9 VALUE 0.
       01 WKS-FS-CORP          PIC X(02) VALUE "00".
       01 WKS-FS-COM           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-MES-PROCESO      PIC 9(06) VALUE 0.
       01 WKS-FECHA-AUX        PIC 9(08) VALUE 0.
       01 WKS-FECHA-AUX-R REDEFINES WKS-FECHA-AUX.
           03 WKS-AUX-AAAAMM       PIC 9(06).
           03 WKS-AUX-DD           PIC 9(02).
       01 WKS-CONT-EMPRESAS    PIC 9(06) VALUE 0.
       01 WKS-CONT-TARJETAHAB  PIC 9(06) VALUE 0.
       01 WKS-CONT-MOVIMIENTOS PIC 9(06) VALUE 0.
       01 WKS-PAGO-ANUALIDAD   PIC X(20) VALUE "PAGO ANUALIDAD".
       01 WKS-REVERSO          PIC X(20) VALUE "REVERSO".
       01 WKS-SIGNO-TRX        PIC X(01) VALUE "C".
       01 WKS-CAT-COUNT        PIC 9(02) VALUE 0.
       01 WKS-CAT-IDX          PIC 9(02) VALUE 0.
       01 WKS-TABLA-CAT.
          03 WKS-CAT-ENTRY OCCURS 50 TIMES.
             05 WKS-CAT-CODIGO    PIC X(03) VALUE SPACES.
             05 WKS-CAT-SIGNO     PIC X(01) VALUE "C".

       01 WKS-COM-COUNT        PIC 9(02) VALUE 0.
       01 WKS-COM-IDX          PIC 9(02) VALUE 0.
       01 WKS-TABLA-COMERCIOS.
          03 WKS-COM-ENTRY OCCURS 30 TIMES.
             05 WKS-COM-GIRO      PIC 9(04) VALUE 0.
             05 WKS-COM-DESC      PIC X(20) VALUE SPACES.

      *TOTALES DEL TARJETAHABIENTE Y DE LA EMPRESA EN CURSO.
       01 WKS-CARGOS-EMP       PIC 9(09)V99 VALUE 0.
       01 WKS-ABONOS-EMP       PIC 9(09)V99 VALUE 0.
       01 WKS-SALDO-EMP        PIC S9(09)V99 VALUE 0.
       01 WKS-MOVS-EMP         PIC 9(05) VALUE 0.
       01 WKS-CARGOS-CORP      PIC 9(11)V99 VALUE 0.
       01 WKS-ABONOS-CORP      PIC 9(11)V99 VALUE 0.
       01 WKS-SALDO-CORP       PIC S9(11)V99 VALUE 0.
       01 WKS-DISPONIBLE       PIC S9(11)V99 VALUE 0.
       01 WKS-TARJ-CORP        PIC 9(05) VALUE 0.

      *GASTO DEL MES POR GIRO: DEL EMPLEADO EN CURSO (GEM) Y
      *ACUMULADO DE TODA LA EMPRESA (GCO). SOLO CUENTAN LOS CARGOS
      *CON GIRO DE COMERCIO.
       01 WKS-GIRO-BUSCA       PIC 9(04) VALUE 0.
       01 WKS-GIRO-ENCONTRADO  PIC 9 VALUE 0.
       01 WKS-GEM-COUNT        PIC 9(02) VALUE 0.
       01 WKS-GEM-IDX          PIC 9(02) VALUE 0.
       01 WKS-TABLA-GIROS-EMP.
          03 WKS-GEM-ENTRY OCCURS 30 TIMES.
             05 WKS-GEM-CODIGO    PIC 9(04) VALUE 0.
             05 WKS-GEM-CUENTA    PIC 9(05) VALUE 0.
             05 WKS-GEM-MONTO     PIC 9(09)V99 VALUE 0.
       01 WKS-GCO-COUNT        PIC 9(02) VALUE 0.
       01 WKS-GCO-IDX          PIC 9(02) VALUE 0.
       01 WKS-TABLA-GIROS-CORP.
          03 WKS-GCO-ENTRY OCCURS 30 TIMES.
             05 WKS-GCO-CODIGO    PIC 9(04) VALUE 0.
             05 WKS-GCO-CUENTA    PIC 9(06) VALUE 0.
             05 WKS-GCO-MONTO     PIC 9(11)V99 VALUE 0.

       01 HEADER-L1-ECO.
            03 FILLER PIC X(25) VALUE SPACES.
            03 FILLER PIC X(40)
               VALUE "ESTADO DE CUENTA CORPORATIVO CONSOLIDADO".
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(09) VALUE "PERIODO: ".
            03 WKS-MES-ECO-R   PIC 9999/99.

       01 EMPRESA-ECO-R.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 FILLER          PIC X(09) VALUE "EMPRESA: ".
            03 WKS-ECO-CLAVE-R PIC 9(03).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-ECO-NOMBRE-R PIC X(20).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(08) VALUE "CLIENTE ".
            03 WKS-ECO-CLI-R   PIC 9(06).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-ECO-CLI-NOM-R PIC X(20).

       01 DOMICILIO-ECO-R.
            03 FILLER          PIC X(10) VALUE SPACES.
            03 WKS-ECO-CALLE-R PIC X(30).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-ECO-CIUDAD-R PIC X(20).
            03 FILLER          PIC X(05) VALUE " C.P.".
            03 WKS-ECO-CP-R    PIC 9(05).

       01 TARJETAHAB-ECO-R.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(10) VALUE "EMPLEADO: ".
            03 WKS-TH-EMP-R    PIC 9(05).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(08) VALUE "CLIENTE ".
            03 WKS-TH-CLI-R    PIC 9(06).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-TH-NOM-R    PIC X(20).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(11) VALUE "SUBLIMITE: ".
            03 WKS-TH-SUB-R    PIC $Z,ZZZ,ZZ9.99.

       01 HEADER-CAMPOS-ECO.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(10) VALUE "FECHA".
            03 FILLER PIC X(02) VALUE SPACES.
            03 FILLER PIC X(05) VALUE "FOLIO".
            03 FILLER PIC X(02) VALUE SPACES.
            03 FILLER PIC X(20) VALUE "DESCRIPCION".
            03 FILLER PIC X(02) VALUE SPACES.
            03 FILLER PIC X(04) VALUE "TIPO".
            03 FILLER PIC X(02) VALUE SPACES.
            03 FILLER PIC X(04) VALUE "GIRO".
            03 FILLER PIC X(03) VALUE SPACES.
            03 FILLER PIC X(14) VALUE "CARGOS".
            03 FILLER PIC X(03) VALUE SPACES.
            03 FILLER PIC X(14) VALUE "ABONOS".

       01 DETALLE-ECO-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-DET-FECHA-R PIC 9999/99/99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-DET-FOLIO-R PIC 9(04).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-DET-DESC-R  PIC X(20).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-DET-TIPO-R  PIC X(03).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-DET-GIRO-R  PIC 9(04).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-DET-CARGO-R PIC $ZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-DET-ABONO-R PIC $ZZ,ZZZ,ZZ9.99.

       01 SUBTOTAL-ECO-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(12) VALUE "SUBTOTAL -  ".
            03 FILLER          PIC X(07) VALUE "CARGOS ".
            03 WKS-SUB-CARGO-R PIC $ZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(07) VALUE "ABONOS ".
            03 WKS-SUB-ABONO-R PIC $ZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(15) VALUE "SALDO AL CORTE ".
            03 WKS-SUB-SALDO-R PIC $ZZ,ZZZ,ZZ9.99-.

       01 TOTAL-ECO-R.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 FILLER          PIC X(20) VALUE "TOTAL EMPRESA -     ".
            03 FILLER          PIC X(07) VALUE "CARGOS ".
            03 WKS-TOT-CARGO-R PIC $ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(07) VALUE "ABONOS ".
            03 WKS-TOT-ABONO-R PIC $ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(18) VALUE "SALDO CONSOLIDADO ".
            03 WKS-TOT-SALDO-R PIC $ZZZ,ZZZ,ZZ9.99-.

       01 LIMITE-ECO-R.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 FILLER          PIC X(20) VALUE "LIMITE EMPRESA:     ".
            03 WKS-LIM-LIMITE-R PIC $ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(12) VALUE "DISPONIBLE: ".
            03 WKS-LIM-DISP-R  PIC $ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(16) VALUE "TARJETAHABIENTES".
            03 FILLER          PIC X(02) VALUE ": ".
            03 WKS-LIM-TARJ-R  PIC ZZ,ZZ9.

       01 PAGA-EMPRESA-ECO-R.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 FILLER          PIC X(30)
               VALUE "TOTAL A PAGAR POR LA EMPRESA: ".
            03 WKS-PAGO-EMPR-R PIC $ZZZ,ZZZ,ZZ9.99.

       01 PAGA-EMPLEADO-ECO-R.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 FILLER          PIC X(45)
               VALUE "CADA EMPLEADO PAGA EL SALDO DE SU TARJETA; ES".
            03 FILLER          PIC X(30)
               VALUE "TE ESTADO ES INFORMATIVO".

       01 HEADER-L1-GCO.
            03 FILLER PIC X(25) VALUE SPACES.
            03 FILLER PIC X(40)
               VALUE "GASTO CORPORATIVO POR EMPLEADO Y GIRO".
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(09) VALUE "PERIODO: ".
            03 WKS-MES-GCO-R   PIC 9999/99.

       01 HEADER-CAMPOS-GCO.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(08) VALUE "EMPLEADO".
            03 FILLER PIC X(02) VALUE SPACES.
            03 FILLER PIC X(07) VALUE "CLIENTE".
            03 FILLER PIC X(02) VALUE SPACES.
            03 FILLER PIC X(04) VALUE "GIRO".
            03 FILLER PIC X(02) VALUE SPACES.
            03 FILLER PIC X(20) VALUE "DESCRIPCION".
            03 FILLER PIC X(02) VALUE SPACES.
            03 FILLER PIC X(06) VALUE "CARGOS".
            03 FILLER PIC X(03) VALUE SPACES.
            03 FILLER PIC X(14) VALUE "MONTO".

       01 EMPRESA-GCO-R.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 FILLER          PIC X(09) VALUE "EMPRESA: ".
            03 WKS-GCO-CLAVE-R PIC 9(03).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-GCO-NOMBRE-R PIC X(20).

       01 DETALLE-GCO-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-GD-EMP-R    PIC 9(05).
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-GD-CLI-R    PIC 9(06).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-GD-GIRO-R   PIC 9(04).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-GD-DESC-R   PIC X(20).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-GD-CUENTA-R PIC ZZZZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-GD-MONTO-R  PIC $ZZ,ZZZ,ZZ9.99.

       01 TOTAL-GCO-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(35)
               VALUE "TOTAL EMPRESA POR GIRO".
            03 WKS-GT-GIRO-R   PIC 9(04).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-GT-DESC-R   PIC X(20).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-GT-CUENTA-R PIC ZZZZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-GT-MONTO-R  PIC $ZZZ,ZZZ,ZZ9.99.

       01 FOOTER-ECO-R.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 FILLER          PIC X(24)
               VALUE "CUENTAS CORPORATIVAS:   ".
            03 WKS-FOOT-EMPR-R PIC ZZZ,ZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(18) VALUE "TARJETAHABIENTES: ".
            03 WKS-FOOT-TARJ-R PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-EOF-CORP = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           DISPLAY "MES DEL ESTADO (AAAAMM):" LINE 01 POSITION 03.
           ACCEPT WKS-MES-PROCESO LINE 01 POSITION 29.

           IF WKS-MES-PROCESO = 0
               MOVE WKS-FECHA-HOY TO WKS-FECHA-AUX
               MOVE WKS-AUX-AAAAMM TO WKS-MES-PROCESO.

           OPEN INPUT CORPORAT.
           IF WKS-FS-CORP NOT = "00"
               DISPLAY "NO HAY CUENTAS CORPORATIVAS"
               MOVE 1 TO WKS-EOF-CORP
           ELSE
               OPEN INPUT CORPEMP
               OPEN INPUT EMPRESAS
               OPEN INPUT ICLIENTES
               OPEN INPUT TRXCLI
           END-IF.

           OPEN INPUT CATTRX.
           PERFORM 1300-CARGA-CATALOGO.
           CLOSE CATTRX.

      *SIN CATALOGO DE COMERCIOS EL GASTO POR GIRO SALE CON EL
      *CODIGO SOLO.
           OPEN INPUT COMERCIOS.
           IF WKS-FS-COM = "00"
               PERFORM 1400-CARGA-COMERCIOS
               CLOSE COMERCIOS.

           OPEN OUTPUT REP-ECO.
           OPEN OUTPUT REP-GCO.

           MOVE WKS-MES-PROCESO TO WKS-MES-ECO-R.
           MOVE WKS-MES-PROCESO TO WKS-MES-GCO-R.

           MOVE HEADER-L1-GCO TO LINEA-GCO.
           WRITE LINEA-GCO AFTER 1.
           MOVE HEADER-CAMPOS-GCO TO LINEA-GCO.
           WRITE LINEA-GCO AFTER 2.

           IF WKS-EOF-CORP = 0
               MOVE 0 TO CLAVE-EMPR-CO
               START CORPORAT KEY IS NOT < CLAVE-EMPR-CO
                   INVALID KEY MOVE 1 TO WKS-EOF-CORP
               END-START.

           IF WKS-EOF-CORP = 0
               PERFORM 1010-LEER-CORPORAT.

       1010-LEER-CORPORAT.
           READ CORPORAT NEXT AT END MOVE 1 TO WKS-EOF-CORP.

       1300-CARGA-CATALOGO.
           MOVE SPACES TO TIPO-TRX-CAT.
           START CATTRX KEY IS NOT < TIPO-TRX-CAT
                       INVALID KEY MOVE 1 TO WKS-EOF-CAT.

           PERFORM 1310-LEER-CATALOGO UNTIL WKS-EOF-CAT = 1.

       1310-LEER-CATALOGO.
           READ CATTRX NEXT AT END MOVE 1 TO WKS-EOF-CAT.

           IF WKS-EOF-CAT = 0
               IF WKS-CAT-COUNT < 50
                   ADD 1 TO WKS-CAT-COUNT
                   MOVE TIPO-TRX-CAT TO
                                   WKS-CAT-CODIGO (WKS-CAT-COUNT)
                   MOVE SIGNO-CAT TO WKS-CAT-SIGNO (WKS-CAT-COUNT)
               END-IF
           END-IF.

       1400-CARGA-COMERCIOS.
           MOVE 0 TO GIRO-COM.
           START COMERCIOS KEY IS NOT < GIRO-COM
                       INVALID KEY MOVE 1 TO WKS-EOF-COM.

           PERFORM 1410-LEER-COMERCIO UNTIL WKS-EOF-COM = 1.

       1410-LEER-COMERCIO.
           READ COMERCIOS NEXT AT END MOVE 1 TO WKS-EOF-COM.

           IF WKS-EOF-COM = 0
               IF WKS-COM-COUNT < 30
                   ADD 1 TO WKS-COM-COUNT
                   MOVE GIRO-COM TO WKS-COM-GIRO (WKS-COM-COUNT)
                   MOVE DESCRIPCION-COM TO
                                   WKS-COM-DESC (WKS-COM-COUNT)
               END-IF
           END-IF.

      *SOLO LAS CUENTAS ACTIVAS RECIBEN ESTADO; LA CANCELADA YA NO
      *CONSOLIDA Y SUS TARJETAHABIENTES RECIBEN EL SUYO EN EST-CTA.
       2000-PROCESO.
           IF CO-ACTIVA
               PERFORM 2100-ESTADO-EMPRESA.

           PERFORM 1010-LEER-CORPORAT.

       2100-ESTADO-EMPRESA.
           ADD 1 TO WKS-CONT-EMPRESAS.
           MOVE 0 TO WKS-CARGOS-CORP.
           MOVE 0 TO WKS-ABONOS-CORP.
           MOVE 0 TO WKS-SALDO-CORP.
           MOVE 0 TO WKS-TARJ-CORP.
           MOVE 0 TO WKS-GCO-COUNT.

           MOVE CLAVE-EMPR-CO TO CLAVE-EMPR.
           READ EMPRESAS INVALID KEY MOVE SPACES TO NOMBRE-EMPR.

           MOVE ID-CLIENTE-CO TO ID-CLIENTE-I.
           READ ICLIENTES INVALID KEY MOVE SPACES TO REG-CLI-I.

           MOVE HEADER-L1-ECO TO LINEA-ECO.
           WRITE LINEA-ECO AFTER PAGE.

           MOVE CLAVE-EMPR-CO    TO WKS-ECO-CLAVE-R.
           MOVE NOMBRE-EMPR      TO WKS-ECO-NOMBRE-R.
           MOVE ID-CLIENTE-CO    TO WKS-ECO-CLI-R.
           MOVE NOMBRE-CLIENTE-I TO WKS-ECO-CLI-NOM-R.
           MOVE EMPRESA-ECO-R TO LINEA-ECO.
           WRITE LINEA-ECO AFTER 2.

           MOVE CALLE-DIR    TO WKS-ECO-CALLE-R.
           MOVE CIUDAD-DIR   TO WKS-ECO-CIUDAD-R.
           MOVE CP-DIR       TO WKS-ECO-CP-R.
           MOVE DOMICILIO-ECO-R TO LINEA-ECO.
           WRITE LINEA-ECO AFTER 1.

           MOVE CLAVE-EMPR-CO TO WKS-GCO-CLAVE-R.
           MOVE NOMBRE-EMPR   TO WKS-GCO-NOMBRE-R.
           MOVE EMPRESA-GCO-R TO LINEA-GCO.
           WRITE LINEA-GCO AFTER 2.

           MOVE CLAVE-EMPR-CO TO CLAVE-EMPR-CE.
           START CORPEMP KEY IS = CLAVE-EMPR-CE
               INVALID KEY MOVE 1 TO WKS-EOF-CEMP
               NOT INVALID KEY MOVE 0 TO WKS-EOF-CEMP
           END-START.

           PERFORM 2200-LEER-TARJETAHAB UNTIL WKS-EOF-CEMP = 1.

           PERFORM 2500-TOTALES-EMPRESA.
           PERFORM 2600-GIROS-EMPRESA.

      *ENTRAN LOS TARJETAHABIENTES ACTIVOS Y LOS QUE SE DIERON DE
      *BAJA DENTRO O DESPUES DEL MES, QUE TODAVIA GASTARON EN EL.
       2200-LEER-TARJETAHAB.
           READ CORPEMP NEXT AT END MOVE 1 TO WKS-EOF-CEMP.

           IF WKS-EOF-CEMP = 0
               IF CLAVE-EMPR-CE NOT = CLAVE-EMPR-CO
                   MOVE 1 TO WKS-EOF-CEMP
               ELSE
                   MOVE FECHA-BAJA-CE TO WKS-FECHA-AUX
                   IF CE-ACTIVO
                      OR WKS-AUX-AAAAMM NOT < WKS-MES-PROCESO
                       PERFORM 2300-DETALLE-TARJETAHAB
                   END-IF
               END-IF
           END-IF.

       2300-DETALLE-TARJETAHAB.
           ADD 1 TO WKS-CONT-TARJETAHAB.
           ADD 1 TO WKS-TARJ-CORP.
           MOVE 0 TO WKS-CARGOS-EMP.
           MOVE 0 TO WKS-ABONOS-EMP.
           MOVE 0 TO WKS-SALDO-EMP.
           MOVE 0 TO WKS-MOVS-EMP.
           MOVE 0 TO WKS-GEM-COUNT.

           MOVE ID-CLIENTE-CE TO ID-CLIENTE-I.
           READ ICLIENTES INVALID KEY MOVE SPACES TO NOMBRE-CLIENTE-I.

           MOVE NUM-EMPLEADO-CE  TO WKS-TH-EMP-R.
           MOVE ID-CLIENTE-CE    TO WKS-TH-CLI-R.
           MOVE NOMBRE-CLIENTE-I TO WKS-TH-NOM-R.
           MOVE SUBLIMITE-CE     TO WKS-TH-SUB-R.
           MOVE TARJETAHAB-ECO-R TO LINEA-ECO.
           WRITE LINEA-ECO AFTER 2.

           MOVE HEADER-CAMPOS-ECO TO LINEA-ECO.
           WRITE LINEA-ECO AFTER 1.

           MOVE ID-CLIENTE-CE TO ID-CLIENTE-TRX.
           START TRXCLI KEY IS = ID-CLIENTE-TRX
               INVALID KEY MOVE 1 TO WKS-EOF-TRX
               NOT INVALID KEY MOVE 0 TO WKS-EOF-TRX
           END-START.

           PERFORM 2310-LEER-TRANSACCION UNTIL WKS-EOF-TRX = 1.

           MOVE WKS-CARGOS-EMP TO WKS-SUB-CARGO-R.
           MOVE WKS-ABONOS-EMP TO WKS-SUB-ABONO-R.
           MOVE WKS-SALDO-EMP  TO WKS-SUB-SALDO-R.
           MOVE SUBTOTAL-ECO-R TO LINEA-ECO.
           WRITE LINEA-ECO AFTER 2.

           ADD WKS-CARGOS-EMP TO WKS-CARGOS-CORP.
           ADD WKS-ABONOS-EMP TO WKS-ABONOS-CORP.
           ADD WKS-SALDO-EMP  TO WKS-SALDO-CORP.

           MOVE 0 TO WKS-GEM-IDX.
           PERFORM 2400-IMPRIME-GIRO-EMP WKS-GEM-COUNT TIMES.

      *EL SALDO AL CORTE ES TODO LO POSTEADO HASTA EL FIN DEL MES;
      *SOLO LOS MOVIMIENTOS DEL MES SE DETALLAN.
       2310-LEER-TRANSACCION.
           READ TRXCLI NEXT AT END MOVE 1 TO WKS-EOF-TRX.

           IF WKS-EOF-TRX = 0
               IF ID-CLIENTE-TRX NOT = ID-CLIENTE-CE
                   MOVE 1 TO WKS-EOF-TRX
               ELSE
                   IF FECHA-TRX (1:6) NOT > WKS-MES-PROCESO
                       PERFORM 2320-ACUMULA-TRANSACCION
                   END-IF
               END-IF
           END-IF.

       2320-ACUMULA-TRANSACCION.
           PERFORM 2330-BUSCA-SIGNO.

           IF WKS-SIGNO-TRX = "A"
               SUBTRACT MONTO-TRX FROM WKS-SALDO-EMP
           ELSE
               ADD MONTO-TRX TO WKS-SALDO-EMP.

           IF FECHA-TRX (1:6) = WKS-MES-PROCESO
               ADD 1 TO WKS-MOVS-EMP
               ADD 1 TO WKS-CONT-MOVIMIENTOS
               MOVE FECHA-TRX       TO WKS-DET-FECHA-R
               MOVE NUM-TRX         TO WKS-DET-FOLIO-R
               MOVE DESCRIPCION-TRX TO WKS-DET-DESC-R
               MOVE TIPO-TRX        TO WKS-DET-TIPO-R
               MOVE GIRO-TRX        TO WKS-DET-GIRO-R
               IF WKS-SIGNO-TRX = "A"
                   ADD MONTO-TRX TO WKS-ABONOS-EMP
                   MOVE 0         TO WKS-DET-CARGO-R
                   MOVE MONTO-TRX TO WKS-DET-ABONO-R
               ELSE
                   ADD MONTO-TRX TO WKS-CARGOS-EMP
                   MOVE MONTO-TRX TO WKS-DET-CARGO-R
                   MOVE 0         TO WKS-DET-ABONO-R
                   IF GIRO-TRX > 0
                       PERFORM 2340-ACUMULA-GIRO
                   END-IF
               END-IF
               MOVE DETALLE-ECO-R TO LINEA-ECO
               WRITE LINEA-ECO AFTER 1
           END-IF.

      *SIGNO DEL MOVIMIENTO: POR SU TIPO EN EL CATALOGO; LOS
      *REGISTROS HISTORICOS SIN TIPO SE NETEAN POR DESCRIPCION.
       2330-BUSCA-SIGNO.
           MOVE "C" TO WKS-SIGNO-TRX.

           IF TIPO-TRX = SPACES
               IF DESCRIPCION-TRX = WKS-PAGO-ANUALIDAD
                  OR DESCRIPCION-TRX = WKS-REVERSO
                   MOVE "A" TO WKS-SIGNO-TRX
               END-IF
           ELSE
               MOVE 1 TO WKS-CAT-IDX
               PERFORM 2331-BUSCA-SIGNO-TABLA
                   UNTIL WKS-CAT-IDX > WKS-CAT-COUNT.

       2331-BUSCA-SIGNO-TABLA.
           IF WKS-CAT-CODIGO (WKS-CAT-IDX) = TIPO-TRX
               MOVE WKS-CAT-SIGNO (WKS-CAT-IDX) TO WKS-SIGNO-TRX
               MOVE WKS-CAT-COUNT TO WKS-CAT-IDX.

           ADD 1 TO WKS-CAT-IDX.

      *EL CARGO SE ACUMULA EN LA TABLA DEL EMPLEADO Y EN LA DE LA
      *EMPRESA; UN GIRO QUE YA NO CABE SE SUMA AL ULTIMO RENGLON.
       2340-ACUMULA-GIRO.
           MOVE 0 TO WKS-GIRO-ENCONTRADO.
           MOVE 1 TO WKS-GEM-IDX.

           PERFORM 2341-COMPARA-GIRO-EMP
               UNTIL WKS-GIRO-ENCONTRADO = 1
                  OR WKS-GEM-IDX > WKS-GEM-COUNT.

           IF WKS-GIRO-ENCONTRADO = 0
               IF WKS-GEM-COUNT < 30
                   ADD 1 TO WKS-GEM-COUNT
                   MOVE WKS-GEM-COUNT TO WKS-GEM-IDX
                   MOVE GIRO-TRX TO WKS-GEM-CODIGO (WKS-GEM-IDX)
                   MOVE 0 TO WKS-GEM-CUENTA (WKS-GEM-IDX)
                   MOVE 0 TO WKS-GEM-MONTO (WKS-GEM-IDX)
               ELSE
                   MOVE WKS-GEM-COUNT TO WKS-GEM-IDX.

           ADD 1 TO WKS-GEM-CUENTA (WKS-GEM-IDX).
           ADD MONTO-TRX TO WKS-GEM-MONTO (WKS-GEM-IDX).

           MOVE 0 TO WKS-GIRO-ENCONTRADO.
           MOVE 1 TO WKS-GCO-IDX.

           PERFORM 2342-COMPARA-GIRO-CORP
               UNTIL WKS-GIRO-ENCONTRADO = 1
                  OR WKS-GCO-IDX > WKS-GCO-COUNT.

           IF WKS-GIRO-ENCONTRADO = 0
               IF WKS-GCO-COUNT < 30
                   ADD 1 TO WKS-GCO-COUNT
                   MOVE WKS-GCO-COUNT TO WKS-GCO-IDX
                   MOVE GIRO-TRX TO WKS-GCO-CODIGO (WKS-GCO-IDX)
                   MOVE 0 TO WKS-GCO-CUENTA (WKS-GCO-IDX)
                   MOVE 0 TO WKS-GCO-MONTO (WKS-GCO-IDX)
               ELSE
                   MOVE WKS-GCO-COUNT TO WKS-GCO-IDX.

           ADD 1 TO WKS-GCO-CUENTA (WKS-GCO-IDX).
           ADD MONTO-TRX TO WKS-GCO-MONTO (WKS-GCO-IDX).

       2341-COMPARA-GIRO-EMP.
           IF WKS-GEM-CODIGO (WKS-GEM-IDX) = GIRO-TRX
               MOVE 1 TO WKS-GIRO-ENCONTRADO
           ELSE
               ADD 1 TO WKS-GEM-IDX.

       2342-COMPARA-GIRO-CORP.
           IF WKS-GCO-CODIGO (WKS-GCO-IDX) = GIRO-TRX
               MOVE 1 TO WKS-GIRO-ENCONTRADO
           ELSE
               ADD 1 TO WKS-GCO-IDX.

       2400-IMPRIME-GIRO-EMP.
           ADD 1 TO WKS-GEM-IDX.

           MOVE WKS-GEM-CODIGO (WKS-GEM-IDX) TO WKS-GIRO-BUSCA.
           PERFORM 2700-DESCRIPCION-GIRO.

           MOVE NUM-EMPLEADO-CE TO WKS-GD-EMP-R.
           MOVE ID-CLIENTE-CE   TO WKS-GD-CLI-R.
           MOVE WKS-GEM-CODIGO (WKS-GEM-IDX) TO WKS-GD-GIRO-R.
           MOVE WKS-GEM-CUENTA (WKS-GEM-IDX) TO WKS-GD-CUENTA-R.
           MOVE WKS-GEM-MONTO (WKS-GEM-IDX)  TO WKS-GD-MONTO-R.
           MOVE DETALLE-GCO-R TO LINEA-GCO.
           WRITE LINEA-GCO AFTER 1.

      *EL DISPONIBLE ES EL LIMITE MENOS EL SALDO CONSOLIDADO; SI LA
      *EMPRESA RESPONDE POR EL SALDO, ESE ES SU TOTAL A PAGAR.
       2500-TOTALES-EMPRESA.
           MOVE WKS-CARGOS-CORP TO WKS-TOT-CARGO-R.
           MOVE WKS-ABONOS-CORP TO WKS-TOT-ABONO-R.
           MOVE WKS-SALDO-CORP  TO WKS-TOT-SALDO-R.
           MOVE TOTAL-ECO-R TO LINEA-ECO.
           WRITE LINEA-ECO AFTER 3.

           COMPUTE WKS-DISPONIBLE = LIMITE-CO - WKS-SALDO-CORP.
           IF WKS-DISPONIBLE < 0
               MOVE 0 TO WKS-DISPONIBLE.

           MOVE LIMITE-CO      TO WKS-LIM-LIMITE-R.
           MOVE WKS-DISPONIBLE TO WKS-LIM-DISP-R.
           MOVE WKS-TARJ-CORP  TO WKS-LIM-TARJ-R.
           MOVE LIMITE-ECO-R TO LINEA-ECO.
           WRITE LINEA-ECO AFTER 1.

           IF CO-PAGA-EMPRESA
               IF WKS-SALDO-CORP > 0
                   MOVE WKS-SALDO-CORP TO WKS-PAGO-EMPR-R
               ELSE
                   MOVE 0 TO WKS-PAGO-EMPR-R
               END-IF
               MOVE PAGA-EMPRESA-ECO-R TO LINEA-ECO
           ELSE
               MOVE PAGA-EMPLEADO-ECO-R TO LINEA-ECO.

           WRITE LINEA-ECO AFTER 2.

       2600-GIROS-EMPRESA.
           MOVE 0 TO WKS-GCO-IDX.
           PERFORM 2610-IMPRIME-GIRO-CORP WKS-GCO-COUNT TIMES.

       2610-IMPRIME-GIRO-CORP.
           ADD 1 TO WKS-GCO-IDX.

           MOVE WKS-GCO-CODIGO (WKS-GCO-IDX) TO WKS-GIRO-BUSCA.
           PERFORM 2700-DESCRIPCION-GIRO.

           MOVE WKS-GCO-CODIGO (WKS-GCO-IDX) TO WKS-GT-GIRO-R.
           MOVE WKS-GD-DESC-R                TO WKS-GT-DESC-R.
           MOVE WKS-GCO-CUENTA (WKS-GCO-IDX) TO WKS-GT-CUENTA-R.
           MOVE WKS-GCO-MONTO (WKS-GCO-IDX)  TO WKS-GT-MONTO-R.
           MOVE TOTAL-GCO-R TO LINEA-GCO.
           IF WKS-GCO-IDX = 1
               WRITE LINEA-GCO AFTER 2
           ELSE
               WRITE LINEA-GCO AFTER 1.

       2700-DESCRIPCION-GIRO.
           MOVE SPACES TO WKS-GD-DESC-R.
           MOVE 1 TO WKS-COM-IDX.

           PERFORM 2710-COMPARA-COMERCIO
               UNTIL WKS-COM-IDX > WKS-COM-COUNT.

       2710-COMPARA-COMERCIO.
           IF WKS-COM-GIRO (WKS-COM-IDX) = WKS-GIRO-BUSCA
               MOVE WKS-COM-DESC (WKS-COM-IDX) TO WKS-GD-DESC-R
               MOVE WKS-COM-COUNT TO WKS-COM-IDX.

           ADD 1 TO WKS-COM-IDX.

       3000-FIN.
           MOVE WKS-CONT-EMPRESAS   TO WKS-FOOT-EMPR-R.
           MOVE WKS-CONT-TARJETAHAB TO WKS-FOOT-TARJ-R.
           MOVE FOOTER-ECO-R TO LINEA-ECO.
           WRITE LINEA-ECO AFTER 3.
           MOVE FOOTER-ECO-R TO LINEA-GCO.
           WRITE LINEA-GCO AFTER 3.

           IF WKS-FS-CORP = "00"
               CLOSE CORPORAT
               CLOSE CORPEMP
               CLOSE EMPRESAS
               CLOSE ICLIENTES
               CLOSE TRXCLI.

           CLOSE REP-ECO.
           CLOSE REP-GCO.
           DISPLAY "ESTADOS CORPORATIVOS EMITIDOS: " WKS-CONT-EMPRESAS.
           DISPLAY "TARJETAHABIENTES DETALLADOS: " WKS-CONT-TARJETAHAB.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "EST-COR " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-MOVIMIENTOS TO LEIDOS-BIT.
           MOVE WKS-CONT-EMPRESAS TO ESCRITOS-BIT.
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
