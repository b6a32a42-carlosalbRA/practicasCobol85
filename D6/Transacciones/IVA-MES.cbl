      *MI PROGRAMA DEL REPORTE MENSUAL DE IVA PARA LA DECLARACION -
      *POR CLIENTE, EL IVA TRASLADADO QUE SE CARGO EN EL MES (LOS
      *MOVIMIENTOS "IVA" DE INTERESES, COMISIONES Y RECARGOS) Y EL
      *IVA EFECTIVAMENTE COBRADO EN EL MES, QUE ES EL QUE SE ENTERA.
      *LOS PAGOS CUBREN PRIMERO LOS CARGOS MAS ANTIGUOS (POR FOLIO),
      *ASI QUE EL IVA DE UN CARGO SE DA POR COBRADO EN LA MEDIDA EN
      *QUE LOS ABONOS ACUMULADOS ALCANZAN SU LUGAR EN LA CUENTA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVA-MES.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DCLIENTE ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-D
                ALTERNATE RECORD KEY IS ID-TARJETA-D WITH DUPLICATES
                ALTERNATE RECORD KEY IS FECHA-ALTA-D WITH DUPLICATES.

           SELECT TRXCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TRX-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-TRX WITH DUPLICATES.

           SELECT CATTRX ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TIPO-TRX-CAT.

           SELECT REP-IVA ASSIGN TO PRINTER.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD DCLIENTE.
       01 REG-CLI-D.
       COPY DCLICOPY
           REPLACING ==ID-CLIENTE== BY ==ID-CLIENTE-D==
                     ==NOMBRE-CLIENTE== BY ==NOMBRE-CLIENTE-D==
                     ==ID-TARJETA== BY ==ID-TARJETA-D==
                     ==TIPO-TARG== BY ==TIPO-TARG-D==
                     ==ANUALIDAD== BY ==ANUALIDAD-D==
                     ==FECHA-ALTA== BY ==FECHA-ALTA-D==
                     ==LIMITE-CREDITO== BY ==LIMITE-CREDITO-D==
                     ==DOMICILIADO== BY ==DOMICILIADO-D==
                     ==CUENTA-BANCARIA== BY ==CUENTA-BANCARIA-D==.

       FD TRXCLI.
       01 REG-TRX.
       COPY TRXCOPY.

      *CATALOGO DE TIPOS DE TRANSACCION - EL SIGNO DE CADA
      *MOVIMIENTO SALE DE AQUI; LOS REGISTROS HISTORICOS SIN TIPO SE
      *NETEAN POR SU DESCRIPCION COMO ANTES.
       FD CATTRX.
       01 REG-CAT.
       COPY CATTCOPY.

       FD REP-IVA.
       01 LINEA-IVA              PIC X(132).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-EOF-DCLI         PIC 9 VALUE 0.
       01 WKS-EOF-TRX          PIC 9 VALUE 0.
       01 WKS-EOF-CAT          PIC 9 VALUE 0.
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-CONT-LEIDOS      PIC 9(06) VALUE 0.
       01 WKS-CONT-CLIENTES    PIC 9(06) VALUE 0.
       01 WKS-SIGNO-TRX        PIC X(01) VALUE "C".
       01 WKS-PAGO-ANUALIDAD   PIC X(20) VALUE "PAGO ANUALIDAD".
       01 WKS-REVERSO          PIC X(20) VALUE "REVERSO".

       01 WKS-MES-PROCESO      PIC 9(06) VALUE 0.
       01 WKS-MES-INICIO       PIC 9(08) VALUE 0.
       01 WKS-MES-FIN          PIC 9(08) VALUE 0.

      *ABONOS DEL CLIENTE ANTES DEL MES Y HASTA SU CIERRE, Y LO YA
      *CARGADO ANTES DE CADA MOVIMIENTO EN EL ORDEN DE LOS FOLIOS.
       01 WKS-PAGOS-ANT        PIC S9(09)V99 VALUE 0.
       01 WKS-PAGOS-FIN        PIC S9(09)V99 VALUE 0.
       01 WKS-CARGOS-PREVIOS   PIC S9(09)V99 VALUE 0.
       01 WKS-CUBIERTO-ANT     PIC S9(09)V99 VALUE 0.
       01 WKS-CUBIERTO-FIN     PIC S9(09)V99 VALUE 0.

       01 WKS-IVA-CARGADO      PIC 9(09)V99 VALUE 0.
       01 WKS-IVA-COBRADO      PIC 9(09)V99 VALUE 0.
       01 WKS-IVA-PENDIENTE    PIC 9(09)V99 VALUE 0.
       01 WKS-TOT-CARGADO      PIC 9(11)V99 VALUE 0.
       01 WKS-TOT-COBRADO      PIC 9(11)V99 VALUE 0.
       01 WKS-TOT-PENDIENTE    PIC 9(11)V99 VALUE 0.

       01 WKS-CAT-COUNT        PIC 9(02) VALUE 0.
       01 WKS-CAT-IDX          PIC 9(02) VALUE 0.
       01 WKS-TABLA-CAT.
          03 WKS-CAT-ENTRY OCCURS 50 TIMES.
             05 WKS-CAT-CODIGO    PIC X(03) VALUE SPACES.
             05 WKS-CAT-SIGNO     PIC X(01) VALUE "C".

       01 HEADER-L1-IVA.
            03 FILLER PIC X(30) VALUE SPACES.
            03 FILLER PIC X(40)
               VALUE "IVA TRASLADADO CARGADO Y COBRADO".

       01 HEADER-L2-IVA.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(05) VALUE "MES: ".
            03 WKS-MES-R       PIC 9(06).
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(45)
               VALUE "PAGOS APLICADOS A LOS CARGOS MAS ANTIGUOS".

       01 HEADER-CAMPOS-IVA.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(11) VALUE "ID-CLIENTE".
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(20) VALUE "NOMBRE".
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(15) VALUE "IVA CARGADO".
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(15) VALUE "IVA COBRADO".
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(15) VALUE "IVA POR COBRAR".

       01 DETALLE-IVA-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-ID-CLI-R    PIC 9(06).
            03 FILLER          PIC X(10) VALUE SPACES.
            03 WKS-NOMBRE-R    PIC A(20).
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-CARGADO-R   PIC $Z,ZZZ,ZZ9.99.
            03 FILLER          PIC X(07) VALUE SPACES.
            03 WKS-COBRADO-R   PIC $Z,ZZZ,ZZ9.99.
            03 FILLER          PIC X(07) VALUE SPACES.
            03 WKS-PENDIENTE-R PIC $Z,ZZZ,ZZ9.99.

       01 FOOTER-IVA-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(10) VALUE "TOTALES: ".
            03 WKS-CONT-CLI-R  PIC ZZZ,ZZ9.
            03 FILLER          PIC X(09) VALUE " CLIENTES".
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-TOT-CAR-R   PIC $ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-TOT-COB-R   PIC $ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-TOT-PEN-R   PIC $ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-EOF-DCLI = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           DISPLAY "MES A REPORTAR AAAAMM (CERO = MES DE NEGOCIO):"
                                                LINE 01 POSITION 03.
           ACCEPT WKS-MES-PROCESO LINE 01 POSITION 51.

           IF WKS-MES-PROCESO = 0
               MOVE WKS-FECHA-HOY (1:6) TO WKS-MES-PROCESO.

           COMPUTE WKS-MES-INICIO = WKS-MES-PROCESO * 100 + 1.
           COMPUTE WKS-MES-FIN    = WKS-MES-PROCESO * 100 + 31.

           OPEN INPUT DCLIENTE.
           OPEN INPUT TRXCLI.
           OPEN INPUT CATTRX.
           OPEN OUTPUT REP-IVA.

           PERFORM 1300-CARGA-CATALOGO.
           CLOSE CATTRX.

           PERFORM 1200-HEADER-R.

           MOVE 0 TO ID-CLIENTE-D.
           START DCLIENTE KEY IS > ID-CLIENTE-D
                       INVALID KEY MOVE 1 TO WKS-EOF-DCLI.

           IF WKS-EOF-DCLI = 0
              PERFORM 1010-LEER-DCLIENTE.

       1010-LEER-DCLIENTE.
           READ DCLIENTE NEXT AT END MOVE 1 TO WKS-EOF-DCLI.

           IF WKS-EOF-DCLI = 0
               ADD 1 TO WKS-CONT-LEIDOS.

       1200-HEADER-R.
           MOVE HEADER-L1-IVA TO LINEA-IVA.
           WRITE LINEA-IVA AFTER 1.

           MOVE WKS-MES-PROCESO TO WKS-MES-R.
           MOVE HEADER-L2-IVA TO LINEA-IVA.
           WRITE LINEA-IVA AFTER 2.

           MOVE HEADER-CAMPOS-IVA TO LINEA-IVA.
           WRITE LINEA-IVA AFTER 2.

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

       2000-PROCESO.
           MOVE 0 TO WKS-PAGOS-ANT.
           MOVE 0 TO WKS-PAGOS-FIN.
           MOVE 0 TO WKS-CARGOS-PREVIOS.
           MOVE 0 TO WKS-IVA-CARGADO.
           MOVE 0 TO WKS-IVA-COBRADO.
           MOVE 0 TO WKS-IVA-PENDIENTE.

           PERFORM 2100-SUMA-ABONOS.
           PERFORM 2200-UBICA-IVA.

           IF WKS-IVA-CARGADO > 0 OR WKS-IVA-COBRADO > 0
              OR WKS-IVA-PENDIENTE > 0
               PERFORM 2300-IMPRIME-CLIENTE.

           PERFORM 1010-LEER-DCLIENTE.

      *PRIMERA VUELTA: LO ABONADO ANTES DEL MES Y HASTA SU CIERRE.
       2100-SUMA-ABONOS.
           MOVE ID-CLIENTE-D TO ID-CLIENTE-TRX.
           START TRXCLI KEY IS = ID-CLIENTE-TRX
               INVALID KEY MOVE 1 TO WKS-EOF-TRX
               NOT INVALID KEY MOVE 0 TO WKS-EOF-TRX
           END-START.

           PERFORM 2110-LEER-ABONO UNTIL WKS-EOF-TRX = 1.

       2110-LEER-ABONO.
           READ TRXCLI NEXT AT END MOVE 1 TO WKS-EOF-TRX.

           IF WKS-EOF-TRX = 0
               IF ID-CLIENTE-TRX NOT = ID-CLIENTE-D
                   MOVE 1 TO WKS-EOF-TRX
               ELSE
                   PERFORM 2150-BUSCA-SIGNO
                   IF WKS-SIGNO-TRX = "A"
                      AND FECHA-TRX NOT > WKS-MES-FIN
                       ADD MONTO-TRX TO WKS-PAGOS-FIN
                       IF FECHA-TRX < WKS-MES-INICIO
                           ADD MONTO-TRX TO WKS-PAGOS-ANT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *SEGUNDA VUELTA: CADA CARGO OCUPA SU LUGAR EN EL ORDEN DE LOS
      *FOLIOS; DE CADA MOVIMIENTO "IVA" SE MIDE CUANTO ALCANZAN A
      *CUBRIR LOS ABONOS AL INICIO Y AL CIERRE DEL MES.
       2200-UBICA-IVA.
           MOVE ID-CLIENTE-D TO ID-CLIENTE-TRX.
           START TRXCLI KEY IS = ID-CLIENTE-TRX
               INVALID KEY MOVE 1 TO WKS-EOF-TRX
               NOT INVALID KEY MOVE 0 TO WKS-EOF-TRX
           END-START.

           PERFORM 2210-LEER-CARGO UNTIL WKS-EOF-TRX = 1.

       2210-LEER-CARGO.
           READ TRXCLI NEXT AT END MOVE 1 TO WKS-EOF-TRX.

           IF WKS-EOF-TRX = 0
               IF ID-CLIENTE-TRX NOT = ID-CLIENTE-D
                   MOVE 1 TO WKS-EOF-TRX
               ELSE
                   PERFORM 2150-BUSCA-SIGNO
                   IF WKS-SIGNO-TRX = "C"
                      AND FECHA-TRX NOT > WKS-MES-FIN
                       IF TIPO-TRX = "IVA"
                           PERFORM 2220-MIDE-IVA
                       END-IF
                       ADD MONTO-TRX TO WKS-CARGOS-PREVIOS
                   END-IF
               END-IF
           END-IF.

       2220-MIDE-IVA.
           IF FECHA-TRX NOT < WKS-MES-INICIO
               ADD MONTO-TRX TO WKS-IVA-CARGADO.

           COMPUTE WKS-CUBIERTO-ANT = WKS-PAGOS-ANT
                                    - WKS-CARGOS-PREVIOS.
           IF WKS-CUBIERTO-ANT < 0
               MOVE 0 TO WKS-CUBIERTO-ANT.
           IF WKS-CUBIERTO-ANT > MONTO-TRX
               MOVE MONTO-TRX TO WKS-CUBIERTO-ANT.

           COMPUTE WKS-CUBIERTO-FIN = WKS-PAGOS-FIN
                                    - WKS-CARGOS-PREVIOS.
           IF WKS-CUBIERTO-FIN < 0
               MOVE 0 TO WKS-CUBIERTO-FIN.
           IF WKS-CUBIERTO-FIN > MONTO-TRX
               MOVE MONTO-TRX TO WKS-CUBIERTO-FIN.

           COMPUTE WKS-IVA-COBRADO = WKS-IVA-COBRADO
                                   + WKS-CUBIERTO-FIN
                                   - WKS-CUBIERTO-ANT.
           COMPUTE WKS-IVA-PENDIENTE = WKS-IVA-PENDIENTE
                                     + MONTO-TRX
                                     - WKS-CUBIERTO-FIN.

      *SIGNO DEL MOVIMIENTO: POR SU TIPO EN EL CATALOGO; LOS
      *REGISTROS HISTORICOS SIN TIPO SE NETEAN POR DESCRIPCION.
       2150-BUSCA-SIGNO.
           MOVE "C" TO WKS-SIGNO-TRX.

           IF TIPO-TRX = SPACES
               IF DESCRIPCION-TRX = WKS-PAGO-ANUALIDAD
                  OR DESCRIPCION-TRX = WKS-REVERSO
                   MOVE "A" TO WKS-SIGNO-TRX
               END-IF
           ELSE
               MOVE 1 TO WKS-CAT-IDX
               PERFORM 2151-BUSCA-SIGNO-TABLA
                   UNTIL WKS-CAT-IDX > WKS-CAT-COUNT.

       2151-BUSCA-SIGNO-TABLA.
           IF WKS-CAT-CODIGO (WKS-CAT-IDX) = TIPO-TRX
               MOVE WKS-CAT-SIGNO (WKS-CAT-IDX) TO WKS-SIGNO-TRX
               MOVE WKS-CAT-COUNT TO WKS-CAT-IDX.

           ADD 1 TO WKS-CAT-IDX.

       2300-IMPRIME-CLIENTE.
           MOVE ID-CLIENTE-D      TO WKS-ID-CLI-R.
           MOVE NOMBRE-CLIENTE-D  TO WKS-NOMBRE-R.
           MOVE WKS-IVA-CARGADO   TO WKS-CARGADO-R.
           MOVE WKS-IVA-COBRADO   TO WKS-COBRADO-R.
           MOVE WKS-IVA-PENDIENTE TO WKS-PENDIENTE-R.

           MOVE DETALLE-IVA-R TO LINEA-IVA.
           WRITE LINEA-IVA AFTER 1.

           ADD 1 TO WKS-CONT-CLIENTES.
           ADD WKS-IVA-CARGADO   TO WKS-TOT-CARGADO.
           ADD WKS-IVA-COBRADO   TO WKS-TOT-COBRADO.
           ADD WKS-IVA-PENDIENTE TO WKS-TOT-PENDIENTE.

       3000-FIN.
           MOVE WKS-CONT-CLIENTES TO WKS-CONT-CLI-R.
           MOVE WKS-TOT-CARGADO   TO WKS-TOT-CAR-R.
           MOVE WKS-TOT-COBRADO   TO WKS-TOT-COB-R.
           MOVE WKS-TOT-PENDIENTE TO WKS-TOT-PEN-R.
           MOVE FOOTER-IVA-R TO LINEA-IVA.
           WRITE LINEA-IVA AFTER 2.

           CLOSE DCLIENTE.
           CLOSE TRXCLI.
           CLOSE REP-IVA.
           DISPLAY "IVA CARGADO EN EL MES: " WKS-TOT-CARGADO.
           DISPLAY "IVA COBRADO EN EL MES: " WKS-TOT-COBRADO.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "IVA-MES " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDOS TO LEIDOS-BIT.
           MOVE WKS-CONT-CLIENTES TO ESCRITOS-BIT.
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
