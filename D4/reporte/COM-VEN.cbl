      *MI PROGRAMA DE COMISIONES DE ALTA POR VENDEDOR - CUENTA LOS
      *CLIENTES NUEVOS DEL MES QUE CADA VENDEDOR FIRMO, ABIERTOS
      *POR TIPO DE TARGETA, Y CALCULA SU COMISION DE ALTA COMO
      *PORCENTAJE DE LAS ANUALIDADES QUE TRAJO. CADA COMISION QUEDA
      *EN EL ARCHIVO DE COMISIONES POR PAGAR (COMPEND) CON SU
      *VENTANA DE RECUPERACION; LAS QUE EN ESA VENTANA RESULTAN DE
      *UN CLIENTE CANCELADO, BORRADO, SIN ACTIVAR O EN MORA SE
      *DESCUENTAN DEL PAGO DEL MES Y SALEN EN EL REPORTE DE
      *RECUPERACIONES POR VENDEDOR.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COM-VEN.
       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO DISK.

           SELECT COMPEND ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-CM
                ALTERNATE RECORD KEY IS CLAVE-VEN-CM WITH DUPLICATES
                FILE STATUS IS WKS-FS-COMP.

           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I.

           SELECT CICLOFAC ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CICLO-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-C WITH DUPLICATES
                FILE STATUS IS WKS-FS-CICLO.

           SELECT TARJCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TARJ-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-T WITH DUPLICATES
                FILE STATUS IS WKS-FS-TARJ.

           SELECT REP-COM ASSIGN TO PRINTER.

           SELECT REP-RCP ASSIGN TO PRINTER.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       01 REG-CLI.
       COPY CLICOPY.

      *COMISIONES DE ALTA POR PAGAR CON SU VENTANA DE RECUPERACION.
       FD COMPEND.
       01 REG-COMPEND.
       COPY COMICOPY.

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

       FD TARJCLI.
       01 REG-TARJ.
       COPY TARJCOPY.

       FD REP-COM.
       01 LINEA-COM              PIC X(132).

       FD REP-RCP.
       01 LINEA-RCP              PIC X(132).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-EOF-CLI          PIC 9 VALUE 0.
       01 WKS-MES-PROCESO      PIC 9(06) VALUE 0.
       01 WKS-TOT-COMISION     PIC 9(09)V99 VALUE 0.
       01 WKS-COMISION         PIC 9(07)V99 VALUE 0.

       01 WKS-FS-COMP          PIC X(02) VALUE "00".
       01 WKS-FS-CICLO         PIC X(02) VALUE "00".
       01 WKS-FS-TARJ          PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-EOF-COMP         PIC 9 VALUE 0.
       01 WKS-EOF-SCAN         PIC 9 VALUE 0.
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.
       01 WKS-CLAVE-BUSCA      PIC 9(03) VALUE 0.
       01 WKS-MOTIVO           PIC X(02) VALUE SPACES.
       01 WKS-DISPONIBLE       PIC S9(09)V99 VALUE 0.
       01 WKS-TARJ-CLIENTE     PIC 9(02) VALUE 0.
       01 WKS-TARJ-ACTIVAS     PIC 9(02) VALUE 0.

      *VENTANA DE RECUPERACION EN DIAS DESDE EL ALTA DEL CLIENTE.
       01 WKS-VENTANA          PIC 9(03) VALUE 90.
       01 WKS-VENTANA-CAPT     PIC 9(03) VALUE 0.

       01 WKS-CONT-REGISTRADAS PIC 9(06) VALUE 0.
       01 WKS-CONT-FIRMES      PIC 9(06) VALUE 0.
       01 WKS-CONT-RECUPERADAS PIC 9(06) VALUE 0.
       01 WKS-CONT-PENDIENTES  PIC 9(06) VALUE 0.
       01 WKS-TOT-RECUPERADO   PIC 9(09)V99 VALUE 0.
       01 WKS-TOT-NETO         PIC 9(09)V99 VALUE 0.
       01 WKS-SUB-RECUPERADO   PIC 9(09)V99 VALUE 0.
       01 WKS-SUB-CONT         PIC 9(04) VALUE 0.

      *DIAS ENTRE FECHAS POR NUMERO DE DIA ABSOLUTO: DIAS DE LOS
      *ANOS COMPLETOS ANTERIORES (CON SUS BISIESTOS) MAS EL DIA DEL
      *ANO DE LA FECHA.
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
       01 WKS-ANIO-ANT         PIC 9(04) VALUE 0.
       01 WKS-BISIESTO         PIC 9 VALUE 0.
       01 WKS-RESIDUO-4        PIC 9(02).
       01 WKS-RESIDUO-100      PIC 9(02).
       01 WKS-RESIDUO-400      PIC 9(03).
       01 WKS-COCIENTE         PIC 9(06).
       01 WKS-DIVIDE-4         PIC 9(06).
       01 WKS-DIVIDE-100       PIC 9(06).
       01 WKS-DIVIDE-400       PIC 9(06).
       01 WKS-DIA-ABSOLUTO     PIC 9(07) VALUE 0.
       01 WKS-DIA-HOY          PIC 9(07) VALUE 0.
       01 WKS-DIA-ALTA         PIC 9(07) VALUE 0.
       01 WKS-DIAS-TRANSC      PIC S9(05) VALUE 0.

       01 WKS-FECHA-ALTA-N     PIC 9(08).
       01 WKS-FECHA-ALTA-R REDEFINES WKS-FECHA-ALTA-N.
           03 WKS-ALTA-AAAAMM      PIC 9(06).
             05 WKS-VEND-EMPRESA  PIC 9(04) VALUE 0.
             05 WKS-VEND-PREPAGO  PIC 9(04) VALUE 0.
             05 WKS-VEND-ANUAL    PIC 9(09)V99 VALUE 0.
             05 WKS-VEND-COMISION PIC 9(09)V99 VALUE 0.
             05 WKS-VEND-RECUP    PIC 9(09)V99 VALUE 0.

       01 HEADER-L1-COM.
            03 FILLER PIC X(25) VALUE SPACES.
            03 FILLER PIC X(09) VALUE "ANUALIDAD".
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(08) VALUE "COMISION".
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(10) VALUE "RECUPERADO".
            03 FILLER PIC X(09) VALUE SPACES.
            03 FILLER PIC X(04) VALUE "NETO".

       01 DETALLE-COM-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-ANUAL-R     PIC $Z,ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-COMISION-R  PIC $Z,ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-RECUP-R     PIC $Z,ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-NETO-R      PIC $Z,ZZZ,ZZ9.99.

       01 FOOTER-COM-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(17) VALUE "COMISION TOTAL:  ".
            03 WKS-TOT-COM-R   PIC $ZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(13) VALUE "RECUPERADO:  ".
            03 WKS-TOT-REC-R   PIC $ZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(13) VALUE "NETO A PAGAR:".
            03 WKS-TOT-NET-R   PIC $ZZ,ZZZ,ZZ9.99.

       01 HEADER-L1-RCP.
            03 FILLER PIC X(25) VALUE SPACES.
            03 FILLER PIC X(40)
                      VALUE "RECUPERACION DE COMISIONES DE ALTA".

       01 HEADER-L2-RCP.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(16) VALUE "MES DE PROCESO: ".
            03 WKS-MES-RCP-R   PIC 9(06).
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(18) VALUE "VENTANA EN DIAS:  ".
            03 WKS-VENTANA-R   PIC ZZ9.

       01 HEADER-CAMPOS-RCP.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(08) VALUE "VENDEDOR".
            03 FILLER PIC X(03) VALUE SPACES.
            03 FILLER PIC X(09) VALUE "CLIENTE".
            03 FILLER PIC X(12) VALUE "TARJETA".
            03 FILLER PIC X(10) VALUE "ALTA".
            03 FILLER PIC X(08) VALUE "PAGADA".
            03 FILLER PIC X(14) VALUE "      COMISION".
            03 FILLER PIC X(03) VALUE SPACES.
            03 FILLER PIC X(26) VALUE "MOTIVO".
            03 FILLER PIC X(10) VALUE "ESTADO".

       01 DETALLE-RCP-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-RCP-VEN-R   PIC 9(03).
            03 FILLER          PIC X(08) VALUE SPACES.
            03 WKS-RCP-CLI-R   PIC 9(06).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-RCP-TIPO-R  PIC A(10).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-RCP-ALTA-R  PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-RCP-MES-R   PIC 9(06).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-RCP-COM-R   PIC $Z,ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-RCP-MOT-R   PIC X(25).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-RCP-EST-R   PIC X(13).

       01 SUBTOTAL-RCP-R.
            03 FILLER          PIC X(16) VALUE SPACES.
            03 FILLER          PIC X(22)
                               VALUE "TOTAL DEL VENDEDOR:   ".
            03 WKS-SUB-CONT-R  PIC ZZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(12) VALUE "RECUPERADO: ".
            03 WKS-SUB-REC-R   PIC $ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-EOF-CLI = 1.
           PERFORM 2500-REVISA-VENTANAS.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           MOVE WKS-FECHA-HOY TO WKS-FECHA-CAL.
           PERFORM 8100-DIA-ABSOLUTO.
           MOVE WKS-DIA-ABSOLUTO TO WKS-DIA-HOY.

           DISPLAY "MES A REPORTAR (AAAAMM):" LINE 01 POSITION 03.
           ACCEPT WKS-MES-PROCESO LINE 01 POSITION 29.

           IF WKS-PCT-COMISION = 0
              MOVE 10.00 TO WKS-PCT-COMISION.

           DISPLAY "DIAS DE VENTANA DE RECUPERACION (90):" LINE 03
                                                       POSITION 03.
           ACCEPT WKS-VENTANA-CAPT LINE 03 POSITION 41.

           IF WKS-VENTANA-CAPT > 0
              MOVE WKS-VENTANA-CAPT TO WKS-VENTANA.

           OPEN INPUT CLIENTES.
           OPEN OUTPUT REP-COM.
           OPEN OUTPUT REP-RCP.

           OPEN I-O COMPEND.
           IF WKS-FS-COMP = "35"
               OPEN OUTPUT COMPEND
               CLOSE COMPEND
               OPEN I-O COMPEND.

           OPEN INPUT ICLIENTES.
           OPEN INPUT CICLOFAC.
           OPEN INPUT TARJCLI.

           PERFORM 1200-HEADER-R.
           PERFORM 1010-LEER-CLIENTE.
           MOVE HEADER-CAMPOS-COM TO LINEA-COM.
           WRITE LINEA-COM AFTER 2.

           MOVE HEADER-L1-RCP TO LINEA-RCP.
           WRITE LINEA-RCP AFTER 1.

           MOVE WKS-MES-PROCESO TO WKS-MES-RCP-R.
           MOVE WKS-VENTANA     TO WKS-VENTANA-R.
           MOVE HEADER-L2-RCP TO LINEA-RCP.
           WRITE LINEA-RCP AFTER 2.

           MOVE HEADER-CAMPOS-RCP TO LINEA-RCP.
           WRITE LINEA-RCP AFTER 2.

       2000-PROCESO.
           MOVE FECHA-ALTA TO WKS-FECHA-ALTA-N.

           PERFORM 1010-LEER-CLIENTE.

       2010-ACUMULA-VENDEDOR.
           MOVE CLAVE-VENDEDOR TO WKS-CLAVE-BUSCA.
           PERFORM 2020-BUSCA-VENDEDOR.

           IF TIPO-TARG = "DEBITO"
           ADD ANUALIDAD TO WKS-VEND-ANUAL (WKS-VEND-IDX).
           ADD 1 TO WKS-CONT-NUEVOS.

           PERFORM 2030-REGISTRA-COMISION.

       2020-BUSCA-VENDEDOR.
           MOVE 0 TO WKS-VEND-ENCONTRADO.
           MOVE 1 TO WKS-VEND-IDX.
           IF WKS-VEND-ENCONTRADO = 0
               ADD 1 TO WKS-VEND-COUNT
               MOVE WKS-VEND-COUNT TO WKS-VEND-IDX
               MOVE WKS-CLAVE-BUSCA TO WKS-VEND-CLAVE (WKS-VEND-IDX).

       2021-COMPARA-VENDEDOR.
           IF WKS-VEND-CLAVE (WKS-VEND-IDX) = WKS-CLAVE-BUSCA
               MOVE 1 TO WKS-VEND-ENCONTRADO
           ELSE
               ADD 1 TO WKS-VEND-IDX.

      *LA COMISION SE CALCULA POR CLIENTE Y SE GUARDA POR PAGAR EN
      *VENTANA. SI EL MES YA SE HABIA CORRIDO LA COMISION YA EXISTE:
      *SOLO SE VUELVE A SUMAR AL PAGO DEL VENDEDOR.
       2030-REGISTRA-COMISION.
           MOVE ID-CLIENTE TO ID-CLIENTE-CM.
           READ COMPEND INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                        NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 0
               IF MES-PAGO-CM = WKS-MES-PROCESO
                   ADD COMISION-CM TO WKS-VEND-COMISION (WKS-VEND-IDX)
               END-IF
           ELSE
               COMPUTE WKS-COMISION ROUNDED =
                       ANUALIDAD * WKS-PCT-COMISION / 100
               MOVE ID-CLIENTE       TO ID-CLIENTE-CM
               MOVE CLAVE-VENDEDOR   TO CLAVE-VEN-CM
               MOVE TIPO-TARG        TO TIPO-TARG-CM
               MOVE FECHA-ALTA       TO FECHA-ALTA-CM
               MOVE ANUALIDAD        TO ANUALIDAD-CM
               MOVE WKS-PCT-COMISION TO PCT-CM
               MOVE WKS-COMISION     TO COMISION-CM
               MOVE WKS-MES-PROCESO  TO MES-PAGO-CM
               MOVE WKS-VENTANA      TO VENTANA-CM
               MOVE "V"              TO ESTADO-CM
               MOVE SPACES           TO MOTIVO-CM
               MOVE 0                TO FECHA-EVENTO-CM
               MOVE 0                TO MES-DESCUENTO-CM
               WRITE REG-COMPEND
               ADD WKS-COMISION TO WKS-VEND-COMISION (WKS-VEND-IDX)
               ADD 1 TO WKS-CONT-REGISTRADAS.

      *REVISION DE LAS COMISIONES EN VENTANA Y DE LAS QUE QUEDARON
      *POR RECUPERAR. LA RECUPERACION SE DESCUENTA DEL PAGO DEL MES
      *DEL VENDEDOR SIN DEJARLO NEGATIVO; LO QUE NO ALCANZA QUEDA
      *POR RECUPERAR PARA EL SIGUIENTE PAGO.
       2500-REVISA-VENTANAS.
           MOVE 0 TO ID-CLIENTE-CM.
           START COMPEND KEY IS > ID-CLIENTE-CM
               INVALID KEY MOVE 1 TO WKS-EOF-COMP
               NOT INVALID KEY MOVE 0 TO WKS-EOF-COMP
           END-START.

           PERFORM 2510-LEER-COMISION UNTIL WKS-EOF-COMP = 1.

       2510-LEER-COMISION.
           READ COMPEND NEXT AT END MOVE 1 TO WKS-EOF-COMP.

           IF WKS-EOF-COMP = 0
               PERFORM 2520-REVISA-COMISION THRU 2520-FIN.

       2520-REVISA-COMISION.
           IF CM-FIRME
               GO TO 2520-FIN.

           MOVE CLAVE-VEN-CM TO WKS-CLAVE-BUSCA.

      *UNA RECUPERACION YA APLICADA EN ESTE MES (CORRIDA REPETIDA)
      *SE VUELVE A DESCONTAR IGUAL.
           IF CM-RECUPERADA
               IF MES-DESCUENTO-CM = WKS-MES-PROCESO
                   PERFORM 2020-BUSCA-VENDEDOR
                   ADD COMISION-CM TO WKS-VEND-RECUP (WKS-VEND-IDX)
                   ADD 1 TO WKS-CONT-RECUPERADAS
               END-IF
               GO TO 2520-FIN.

           IF CM-EN-VENTANA
               PERFORM 2600-BUSCA-EVENTO THRU 2600-FIN
               IF WKS-MOTIVO = SPACES
                   IF WKS-DIAS-TRANSC > VENTANA-CM
                       MOVE "F" TO ESTADO-CM
                       REWRITE REG-COMPEND
                       ADD 1 TO WKS-CONT-FIRMES
                   END-IF
                   GO TO 2520-FIN
               END-IF
               MOVE WKS-MOTIVO    TO MOTIVO-CM
               MOVE WKS-FECHA-HOY TO FECHA-EVENTO-CM.

           PERFORM 2020-BUSCA-VENDEDOR.

           COMPUTE WKS-DISPONIBLE = WKS-VEND-COMISION (WKS-VEND-IDX)
                                  - WKS-VEND-RECUP (WKS-VEND-IDX).

           IF WKS-DISPONIBLE NOT < COMISION-CM
               MOVE "C" TO ESTADO-CM
               MOVE WKS-MES-PROCESO TO MES-DESCUENTO-CM
               ADD COMISION-CM TO WKS-VEND-RECUP (WKS-VEND-IDX)
               ADD 1 TO WKS-CONT-RECUPERADAS
           ELSE
               MOVE "D" TO ESTADO-CM
               ADD 1 TO WKS-CONT-PENDIENTES.

           REWRITE REG-COMPEND.

       2520-FIN.
           EXIT.

      *EVENTOS QUE HACEN RECUPERABLE LA COMISION, EN ORDEN: CLIENTE
      *BORRADO DEL MAESTRO (BAJASCLI), CANCELADO (CAN-CLI LO DEJA
      *INACTIVO), CICLO VENCIDO SIN PAGAR DENTRO DE LA VENTANA Y, YA
      *CUMPLIDA LA VENTANA, PLASTICOS QUE NUNCA SE ACTIVARON. UN
      *CLIENTE SIN PLASTICOS EN TARJCLI ES CARTERA DE TARJETA UNICA
      *Y NO SE TOMA COMO SIN ACTIVAR.
       2600-BUSCA-EVENTO.
           MOVE SPACES TO WKS-MOTIVO.

           MOVE FECHA-ALTA-CM TO WKS-FECHA-CAL.
           PERFORM 8100-DIA-ABSOLUTO.
           MOVE WKS-DIA-ABSOLUTO TO WKS-DIA-ALTA.
           COMPUTE WKS-DIAS-TRANSC = WKS-DIA-HOY - WKS-DIA-ALTA.

           MOVE ID-CLIENTE-CM TO ID-CLIENTE-I.
           READ ICLIENTES INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                          NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 1
               MOVE "BA" TO WKS-MOTIVO
               GO TO 2600-FIN.

           IF ESTADO-CLIENTE-I = "I"
               MOVE "CA" TO WKS-MOTIVO
               GO TO 2600-FIN.

           MOVE ID-CLIENTE-CM TO ID-CLIENTE-C.
           START CICLOFAC KEY IS = ID-CLIENTE-C
               INVALID KEY MOVE 1 TO WKS-EOF-SCAN
               NOT INVALID KEY MOVE 0 TO WKS-EOF-SCAN
           END-START.
           PERFORM 2610-LEER-CICLO UNTIL WKS-EOF-SCAN = 1.

           IF WKS-MOTIVO NOT = SPACES
               GO TO 2600-FIN.

           IF WKS-DIAS-TRANSC NOT > VENTANA-CM
               GO TO 2600-FIN.

           MOVE 0 TO WKS-TARJ-CLIENTE.
           MOVE 0 TO WKS-TARJ-ACTIVAS.
           MOVE ID-CLIENTE-CM TO ID-CLIENTE-T.
           START TARJCLI KEY IS = ID-CLIENTE-T
               INVALID KEY MOVE 1 TO WKS-EOF-SCAN
               NOT INVALID KEY MOVE 0 TO WKS-EOF-SCAN
           END-START.
           PERFORM 2620-LEER-TARJETA UNTIL WKS-EOF-SCAN = 1.

           IF WKS-TARJ-CLIENTE > 0 AND WKS-TARJ-ACTIVAS = 0
               MOVE "NA" TO WKS-MOTIVO.

       2600-FIN.
           EXIT.

      *PRIMER TRAMO DE MORA: UN CICLO PENDIENTE YA VENCIDO CUYO
      *VENCIMIENTO CAE DENTRO DE LA VENTANA DEL ALTA.
       2610-LEER-CICLO.
           READ CICLOFAC NEXT AT END MOVE 1 TO WKS-EOF-SCAN.

           IF WKS-EOF-SCAN = 0
               IF ID-CLIENTE-C NOT = ID-CLIENTE-CM
                   MOVE 1 TO WKS-EOF-SCAN
               ELSE
                   IF CICLO-PENDIENTE-C
                      AND FECHA-VENCE-C < WKS-FECHA-HOY
                       MOVE FECHA-VENCE-C TO WKS-FECHA-CAL
                       PERFORM 8100-DIA-ABSOLUTO
                       IF WKS-DIA-ABSOLUTO - WKS-DIA-ALTA
                          NOT > VENTANA-CM
                           MOVE "MO" TO WKS-MOTIVO
                           MOVE 1 TO WKS-EOF-SCAN
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *CUALQUIER PLASTICO QUE LLEGO A ACTIVARSE CUENTA, AUNQUE
      *DESPUES SE HAYA BLOQUEADO O CANCELADO.
       2620-LEER-TARJETA.
           READ TARJCLI NEXT AT END MOVE 1 TO WKS-EOF-SCAN.

           IF WKS-EOF-SCAN = 0
               IF ID-CLIENTE-T NOT = ID-CLIENTE-CM
                   MOVE 1 TO WKS-EOF-SCAN
               ELSE
                   ADD 1 TO WKS-TARJ-CLIENTE
                   IF NOT TARJ-EMITIDA-T
                       ADD 1 TO WKS-TARJ-ACTIVAS
                   END-IF
               END-IF
           END-IF.

       3000-FIN.
           MOVE 0 TO WKS-VEND-IDX.
           PERFORM 3010-IMPRIME-VENDEDOR WKS-VEND-COUNT TIMES.

           MOVE WKS-CONT-NUEVOS TO WKS-NUEVOS-R.
           MOVE WKS-TOT-COMISION TO WKS-TOT-COM-R.
           MOVE WKS-TOT-RECUPERADO TO WKS-TOT-REC-R.
           MOVE WKS-TOT-NETO TO WKS-TOT-NET-R.
           MOVE FOOTER-COM-R TO LINEA-COM.
           WRITE LINEA-COM AFTER 2.

           MOVE 0 TO WKS-VEND-IDX.
           PERFORM 3100-RECUPERACIONES-VENDEDOR WKS-VEND-COUNT TIMES.

           CLOSE CLIENTES.
           CLOSE REP-COM.
           CLOSE REP-RCP.
           CLOSE COMPEND.
           CLOSE ICLIENTES.
           CLOSE CICLOFAC.
           CLOSE TARJCLI.
           DISPLAY "CLIENTES NUEVOS DEL MES: " WKS-CONT-NUEVOS.
           DISPLAY "COMISIONES REGISTRADAS: " WKS-CONT-REGISTRADAS.
           DISPLAY "COMISIONES EN FIRME: " WKS-CONT-FIRMES.
           DISPLAY "COMISIONES RECUPERADAS: " WKS-CONT-RECUPERADAS.
           DISPLAY "RECUPERACIONES PENDIENTES: " WKS-CONT-PENDIENTES.
           PERFORM 9000-GRABA-BITACORA.

       3010-IMPRIME-VENDEDOR.
           ADD 1 TO WKS-VEND-IDX.
           MOVE WKS-VEND-PREPAGO (WKS-VEND-IDX) TO WKS-PREPAGO-R.
           MOVE WKS-VEND-ANUAL (WKS-VEND-IDX)   TO WKS-ANUAL-R.

           MOVE WKS-VEND-COMISION (WKS-VEND-IDX) TO WKS-COMISION.
           MOVE WKS-COMISION TO WKS-COMISION-R.
           ADD WKS-COMISION TO WKS-TOT-COMISION.

           MOVE WKS-VEND-RECUP (WKS-VEND-IDX) TO WKS-RECUP-R.
           ADD WKS-VEND-RECUP (WKS-VEND-IDX) TO WKS-TOT-RECUPERADO.

           SUBTRACT WKS-VEND-RECUP (WKS-VEND-IDX) FROM WKS-COMISION.
           MOVE WKS-COMISION TO WKS-NETO-R.
           ADD WKS-COMISION TO WKS-TOT-NETO.

           MOVE DETALLE-COM-R TO LINEA-COM.
           WRITE LINEA-COM AFTER 1.

      *REPORTE DE RECUPERACIONES: POR VENDEDOR, LO DESCONTADO EN
      *ESTE PAGO Y LO QUE QUEDA POR RECUPERAR, CON SU MOTIVO.
       3100-RECUPERACIONES-VENDEDOR.
           ADD 1 TO WKS-VEND-IDX.
           MOVE 0 TO WKS-SUB-CONT.
           MOVE 0 TO WKS-SUB-RECUPERADO.

           MOVE WKS-VEND-CLAVE (WKS-VEND-IDX) TO CLAVE-VEN-CM.
           START COMPEND KEY IS = CLAVE-VEN-CM
               INVALID KEY MOVE 1 TO WKS-EOF-COMP
               NOT INVALID KEY MOVE 0 TO WKS-EOF-COMP
           END-START.
           PERFORM 3110-LEER-RECUPERACION UNTIL WKS-EOF-COMP = 1.

           IF WKS-SUB-CONT > 0
               MOVE WKS-SUB-CONT       TO WKS-SUB-CONT-R
               MOVE WKS-SUB-RECUPERADO TO WKS-SUB-REC-R
               MOVE SUBTOTAL-RCP-R TO LINEA-RCP
               WRITE LINEA-RCP AFTER 1
               MOVE SPACES TO LINEA-RCP
               WRITE LINEA-RCP AFTER 1.

       3110-LEER-RECUPERACION.
           READ COMPEND NEXT AT END MOVE 1 TO WKS-EOF-COMP.

           IF WKS-EOF-COMP = 0
               IF CLAVE-VEN-CM NOT = WKS-VEND-CLAVE (WKS-VEND-IDX)
                   MOVE 1 TO WKS-EOF-COMP
               ELSE
                   IF CM-POR-RECUPERAR OR
                      (CM-RECUPERADA AND
                       MES-DESCUENTO-CM = WKS-MES-PROCESO)
                       PERFORM 3120-DETALLE-RECUPERACION
                   END-IF
               END-IF
           END-IF.

       3120-DETALLE-RECUPERACION.
           MOVE CLAVE-VEN-CM  TO WKS-RCP-VEN-R.
           MOVE ID-CLIENTE-CM TO WKS-RCP-CLI-R.
           MOVE TIPO-TARG-CM  TO WKS-RCP-TIPO-R.
           MOVE FECHA-ALTA-CM TO WKS-RCP-ALTA-R.
           MOVE MES-PAGO-CM   TO WKS-RCP-MES-R.
           MOVE COMISION-CM   TO WKS-RCP-COM-R.

           MOVE "CLIENTE CANCELADO" TO WKS-RCP-MOT-R.
           IF MOTIVO-CM = "BA"
               MOVE "BORRADO DEL MAESTRO" TO WKS-RCP-MOT-R.
           IF MOTIVO-CM = "NA"
               MOVE "PLASTICO NUNCA ACTIVADO" TO WKS-RCP-MOT-R.
           IF MOTIVO-CM = "MO"
               MOVE "CICLO VENCIDO SIN PAGO" TO WKS-RCP-MOT-R.

           IF CM-RECUPERADA
               MOVE "RECUPERADA" TO WKS-RCP-EST-R
               ADD COMISION-CM TO WKS-SUB-RECUPERADO
           ELSE
               MOVE "POR RECUPERAR" TO WKS-RCP-EST-R.

           MOVE DETALLE-RCP-R TO LINEA-RCP.
           WRITE LINEA-RCP AFTER 1.
           ADD 1 TO WKS-SUB-CONT.

      *NUMERO DE DIA ABSOLUTO DE WKS-FECHA-CAL.
       8100-DIA-ABSOLUTO.
           COMPUTE WKS-ANIO-ANT = WKS-CAL-AAAA - 1.
           DIVIDE WKS-ANIO-ANT BY 4 GIVING WKS-DIVIDE-4.
           DIVIDE WKS-ANIO-ANT BY 100 GIVING WKS-DIVIDE-100.
           DIVIDE WKS-ANIO-ANT BY 400 GIVING WKS-DIVIDE-400.
           COMPUTE WKS-DIA-ABSOLUTO = WKS-ANIO-ANT * 365
                   + WKS-DIVIDE-4 - WKS-DIVIDE-100 + WKS-DIVIDE-400
                   + WKS-CAL-DD.

           MOVE 1 TO WKS-MES-IDX.
           PERFORM 8120-SUMA-MES UNTIL WKS-MES-IDX NOT < WKS-CAL-MM.

           PERFORM 8110-ANIO-BISIESTO.
           IF WKS-BISIESTO = 1 AND WKS-CAL-MM > 2
               ADD 1 TO WKS-DIA-ABSOLUTO.

       8110-ANIO-BISIESTO.
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

       8120-SUMA-MES.
           ADD WKS-DIAS-MES-TAB (WKS-MES-IDX) TO WKS-DIA-ABSOLUTO.
           ADD 1 TO WKS-MES-IDX.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "COM-VEN " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-NUEVOS TO LEIDOS-BIT.
           COMPUTE ESCRITOS-BIT = WKS-CONT-REGISTRADAS
                   + WKS-CONT-FIRMES + WKS-CONT-RECUPERADAS
                   + WKS-CONT-PENDIENTES.
           MOVE 0 TO RECHAZADOS-BIT.
           MOVE SPACES TO DETALLE-BIT.
           STRING "MES " WKS-MES-PROCESO DELIMITED BY SIZE
                  INTO DETALLE-BIT.
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
