      *MI PROGRAMA DE CIRCULARIZACION DE SALDOS PARA LOS AUDITORES
      *EXTERNOS - CORRIDA ANUAL. ARMA LA POBLACION DE CLIENTES CON
      *SALDO (EL ULTIMO CORTE EN SALDOS, LAS ANUALIDADES Y RECARGOS
      *PENDIENTES EN CICLOFAC Y EL SALDO A FAVOR EN SALDOFAV), SACA
      *UNA MUESTRA ALEATORIA SIMPLE O ESTRATIFICADA POR RANGO DE SALDO
      *Y SUCURSAL, E IMPRIME UNA CARTA DE CONFIRMACION POR CLIENTE
      *ELEGIDO CON SU FOLIO COMO REFERENCIA DE RESPUESTA. CADA CARTA
      *QUEDA EN CIRCULA (DONDE CIR-RES CAPTURA LA RESPUESTA) Y EN
      *CORRHIST. LA SEMILLA LA DAN LOS AUDITORES: CON LA MISMA
      *SEMILLA Y LA MISMA POBLACION SALE LA MISMA MUESTRA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIR-SEL.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I.

           SELECT SALDOS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS SALDO-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-S WITH DUPLICATES
                FILE STATUS IS WKS-FS-SALDOS.

           SELECT CICLOFAC ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CICLO-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-C WITH DUPLICATES
                FILE STATUS IS WKS-FS-CICLO.

           SELECT SALDOFAV ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-SF
                FILE STATUS IS WKS-FS-SFAV.

           SELECT CIRCULA ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS FOLIO-CI
                ALTERNATE RECORD KEY IS ID-CLIENTE-CI WITH DUPLICATES
                FILE STATUS IS WKS-FS-CIR.

           SELECT CIRTRAB ASSIGN TO DISK.

           SELECT REP-CIR ASSIGN TO PRINTER.
           SELECT CAR-CIR ASSIGN TO PRINTER.
           SELECT CORRHIST ASSIGN TO DISK.
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
                     ==SUCURSAL== BY ==SUCURSAL-I==
                     ==DEFUNCION== BY ==DEFUNCION-I==
                     ==FECHA-DEFUNCION== BY ==FECHA-DEFUNCION-I==
                     ==CONTACTO-DEF== BY ==CONTACTO-DEF-I==.

      *SALDO DE CIERRE DE CADA CORTE DE ESTADO DE CUENTA.
       FD SALDOS.
       01 REG-SALDO.
        03 SALDO-KEY.
           05 ID-CLIENTE-S    PIC 9(06).
           05 FECHA-CORTE-S   PIC 9(08).
        03 SALDO-CORTE-S      PIC S9(08)V99.

       FD CICLOFAC.
       01 REG-CICLO.
       COPY CICLCOPY.

       FD SALDOFAV.
       01 REG-SALDOFAV.
        03 ID-CLIENTE-SF      PIC 9(06).
        03 SALDO-FAVOR-SF     PIC 9(09)V99.
        03 FECHA-ULT-SF       PIC 9(08).
        03 STATUS-SF          PIC X(01).

      *CARTAS DE CONFIRMACION EMITIDAS Y SU RESPUESTA.
       FD CIRCULA.
       01 REG-CIRCULA.
       COPY CIRCCOPY.

      *POBLACION DE LA CORRIDA: UN REGISTRO POR CLIENTE CON SALDO,
      *CON SU ESTRATO, PARA LA SEGUNDA PASADA QUE SACA LA MUESTRA.
       FD CIRTRAB.
       01 REG-CIRTRAB.
        03 ID-CLIENTE-TB      PIC 9(06).
        03 ESTRATO-TB         PIC 9(03).
        03 RANGO-TB           PIC 9(01).
        03 SUCURSAL-TB        PIC 9(02).
        03 FECHA-SALDO-TB     PIC 9(08).
        03 SALDO-CORTE-TB     PIC S9(08)V99.
        03 PENDIENTE-TB       PIC 9(09)V99.
        03 FAVOR-TB           PIC 9(09)V99.
        03 SALDO-CONFIRMA-TB  PIC S9(09)V99.

       FD REP-CIR.
       01 LINEA-CIR              PIC X(132).

       FD CAR-CIR.
       01 LINEA-CAR              PIC X(132).

      *HISTORIAL DE CORRESPONDENCIA COMPARTIDO: UN REGISTRO POR
      *DOCUMENTO ENVIADO AL CLIENTE CON SU FECHA, CANAL Y
      *REFERENCIA.
       FD CORRHIST.
       01 REG-CORRHIST.
        03 ID-CLIENTE-CH      PIC 9(06).
        03 FECHA-CH           PIC 9(08).
        03 TIPO-DOC-CH        PIC X(10).
        03 CANAL-CH           PIC X(05).
        03 REFERENCIA-CH      PIC 9(08).

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
       01 WKS-EOF-TRAB         PIC 9 VALUE 0.
       01 WKS-EOF-SALDO        PIC 9 VALUE 0.
       01 WKS-EOF-CICLO        PIC 9 VALUE 0.
       01 WKS-EOF-CIR          PIC 9 VALUE 0.
       01 WKS-FS-SALDOS        PIC X(02) VALUE "00".
       01 WKS-FS-CICLO         PIC X(02) VALUE "00".
       01 WKS-FS-SFAV          PIC X(02) VALUE "00".
       01 WKS-FS-CIR           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-SIN-SALDOS       PIC 9 VALUE 0.
       01 WKS-SIN-CICLOFAC     PIC 9 VALUE 0.
       01 WKS-SIN-SALDOFAV     PIC 9 VALUE 0.
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-FECHA-BITACORA   PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-ID-OPERADOR      PIC X(08) VALUE SPACES.

      *1 MUESTRA ALEATORIA SIMPLE SOBRE TODA LA POBLACION; 2
      *ESTRATIFICADA POR RANGO DE SALDO Y SUCURSAL.
       01 WKS-MODO             PIC 9 VALUE 0.
          88 WKS-MODO-SIMPLE        VALUE 1.
          88 WKS-MODO-ESTRATOS      VALUE 2.
       01 WKS-TAMANO-MUESTRA   PIC 9(06) VALUE 0.

      *GENERADOR PSEUDOALEATORIO DE PARK Y MILLER: CADA NUMERO ES EL
      *ANTERIOR POR 16807 MODULO 2147483647 (NUNCA LLEGA A CERO).
       01 WKS-SEMILLA          PIC 9(10) VALUE 0.
       01 WKS-PRODUCTO         PIC 9(15) VALUE 0.
       01 WKS-COCIENTE-AL      PIC 9(15) VALUE 0.
       01 WKS-MODULO-AL        PIC 9(10) VALUE 2147483647.
       01 WKS-MULTIPLICADOR-AL PIC 9(05) VALUE 16807.
       01 WKS-PRUEBA           PIC 9(18) VALUE 0.
       01 WKS-LIMITE           PIC 9(18) VALUE 0.
       01 WKS-FALTAN           PIC 9(06) VALUE 0.
       01 WKS-QUEDAN           PIC 9(06) VALUE 0.

      *DATOS DEL CLIENTE EN REVISION.
       01 WKS-FECHA-SALDO      PIC 9(08) VALUE 0.
       01 WKS-SALDO-CORTE      PIC S9(08)V99 VALUE 0.
       01 WKS-PENDIENTE        PIC 9(09)V99 VALUE 0.
       01 WKS-FAVOR            PIC 9(09)V99 VALUE 0.
       01 WKS-SALDO-CONFIRMA   PIC S9(09)V99 VALUE 0.
       01 WKS-SALDO-ABS        PIC 9(09)V99 VALUE 0.
       01 WKS-RANGO            PIC 9(01) VALUE 0.
       01 WKS-ESTRATO          PIC 9(03) VALUE 0.
       01 WKS-EST-IDX          PIC 9(03) VALUE 0.
       01 WKS-RAN-IDX          PIC 9(01) VALUE 0.
       01 WKS-EST-BASE         PIC 9(03) VALUE 0.
       01 WKS-SUC-NUM          PIC 9(03) VALUE 0.
       01 WKS-MAX-FOLIO        PIC 9(08) VALUE 0.

      *RANGOS DE SALDO PARA LA MUESTRA ESTRATIFICADA: EL TOPE DE
      *CADA RANGO (SOBRE EL VALOR ABSOLUTO DEL SALDO NETO) Y SU
      *NOMBRE EN EL REPORTE.
       01 WKS-RANGOS-INI.
           03 FILLER PIC 9(09)V99 VALUE 999.99.
           03 FILLER PIC X(16) VALUE "HASTA 1,000".
           03 FILLER PIC 9(09)V99 VALUE 9999.99.
           03 FILLER PIC X(16) VALUE "1,000 A 10,000".
           03 FILLER PIC 9(09)V99 VALUE 99999.99.
           03 FILLER PIC X(16) VALUE "10,000 A 100,000".
           03 FILLER PIC 9(09)V99 VALUE 999999999.99.
           03 FILLER PIC X(16) VALUE "MAS DE 100,000".
       01 WKS-TABLA-RANGOS REDEFINES WKS-RANGOS-INI.
           03 WKS-RAN-ENTRY OCCURS 4 TIMES.
              05 WKS-RAN-TOPE      PIC 9(09)V99.
              05 WKS-RAN-NOMBRE    PIC X(16).

      *POR RANGO: CARTAS PEDIDAS Y CLIENTES EN LA POBLACION.
       01 WKS-TABLA-PEDIDOS.
           03 WKS-PED-ENTRY OCCURS 4 TIMES.
              05 WKS-PED-MUESTRA   PIC 9(06).
              05 WKS-PED-POBLACION PIC 9(06).

      *ESTRATOS: EL RENGLON ES (RANGO - 1) * 100 + SUCURSAL + 1. EN
      *LA MUESTRA SIMPLE TODA LA POBLACION CAE EN EL RENGLON UNO.
      *LA CUOTA DE CADA ESTRATO SE SACA EN LA SEGUNDA PASADA CON LA
      *SELECCION SECUENCIAL DE KNUTH: CADA CLIENTE ENTRA CON
      *PROBABILIDAD (CUOTA - ELEGIDOS) / (POBLACION - VISTOS), Y AL
      *TERMINAR EL ESTRATO QUEDAN EXACTAMENTE LOS DE LA CUOTA.
       01 WKS-TABLA-ESTRATOS.
           03 WKS-EST-ENTRY OCCURS 400 TIMES.
              05 WKS-EST-POBLACION PIC 9(06).
              05 WKS-EST-CUOTA     PIC 9(06).
              05 WKS-EST-VISTOS    PIC 9(06).
              05 WKS-EST-ELEGIDOS  PIC 9(06).
              05 WKS-EST-MONTO-POB PIC 9(11)V99.
              05 WKS-EST-MONTO-MUE PIC 9(11)V99.

       01 WKS-CONT-LEIDOS      PIC 9(06) VALUE 0.
       01 WKS-CONT-POBLACION   PIC 9(06) VALUE 0.
       01 WKS-CONT-DEFUNCION   PIC 9(06) VALUE 0.
       01 WKS-CONT-CARTAS      PIC 9(06) VALUE 0.
       01 WKS-MONTO-POBLACION  PIC 9(11)V99 VALUE 0.
       01 WKS-MONTO-MUESTRA    PIC 9(11)V99 VALUE 0.

      *RESULTADO DE LA FIRMA DE OPERADOR VALIDADA POR SEC-OPER.
       01 WKS-FIRMA.
       COPY FIRMCOPY.

       01 HEADER-L1-CIR.
            03 FILLER PIC X(30) VALUE SPACES.
            03 FILLER PIC X(50) VALUE
               "CIRCULARIZACION DE SALDOS - MUESTRA DE CLIENTES".

       01 HEADER-L2-CIR.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(18) VALUE "FECHA DE NEGOCIO: ".
            03 WKS-HOY-R       PIC 9(08).
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(08) VALUE "MUESTRA ".
            03 WKS-MODO-R      PIC X(13).
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(09) VALUE "SEMILLA: ".
            03 WKS-SEMILLA-R   PIC 9(10).

       01 HEADER-L3-CIR.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(10) VALUE "FOLIO".
            03 FILLER PIC X(09) VALUE "CLIENTE".
            03 FILLER PIC X(21) VALUE "NOMBRE".
            03 FILLER PIC X(05) VALUE "SUC".
            03 FILLER PIC X(17) VALUE "RANGO".
            03 FILLER PIC X(16) VALUE "  SALDO CORTE".
            03 FILLER PIC X(16) VALUE "    PENDIENTE".
            03 FILLER PIC X(16) VALUE "        FAVOR".
            03 FILLER PIC X(16) VALUE "   A CONFIRMAR".

       01 DETALLE-CIR-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-DET-FOLIO-R PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-DET-CLI-R   PIC 9(06).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-DET-NOMBRE-R PIC A(20).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-DET-SUC-R   PIC 9(02).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-DET-RANGO-R PIC X(16).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-DET-CORTE-R PIC -ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-DET-PEND-R  PIC ZZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-DET-FAVOR-R PIC ZZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-DET-CONF-R  PIC -ZZZ,ZZZ,ZZ9.99.

       01 HEADER-L4-CIR.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(40) VALUE "RESUMEN POR ESTRATO".

       01 HEADER-L5-CIR.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(17) VALUE "RANGO".
            03 FILLER PIC X(05) VALUE "SUC".
            03 FILLER PIC X(10) VALUE " POBLACION".
            03 FILLER PIC X(19) VALUE "    MONTO POBLACION".
            03 FILLER PIC X(08) VALUE "   CUOTA".
            03 FILLER PIC X(08) VALUE "  CARTAS".
            03 FILLER PIC X(19) VALUE "      MONTO MUESTRA".

       01 DETALLE-EST-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-EST-RANGO-R PIC X(16).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-EST-SUC-R   PIC X(04).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-EST-POB-R   PIC ZZZ,ZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-EST-MPOB-R  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-EST-CUOTA-R PIC ZZZ,ZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-EST-ELEG-R  PIC ZZZ,ZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-EST-MMUE-R  PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 FOOTER-CIR-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-PIE-ETIQ-R  PIC X(32).
            03 WKS-PIE-CONT-R  PIC ZZZ,ZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-PIE-MONTO-R PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

       01 CARTA-TITULO-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(44) VALUE
               "CONFIRMACION DE SALDO PARA AUDITORIA EXTERNA".
            03 FILLER          PIC X(10) VALUE SPACES.
            03 FILLER          PIC X(12) VALUE "REFERENCIA: ".
            03 WKS-CAR-FOLIO-R PIC 9(08).

       01 CARTA-SALUDO-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(12) VALUE "ESTIMADO(A) ".
            03 WKS-NOMBRE-R    PIC A(20).

       01 CARTA-DIRECCION-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(11) VALUE "DIRECCION: ".
            03 WKS-DIRECCION-R PIC X(70).

       01 CARTA-TEXTO-1-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(46) VALUE
               "NUESTROS AUDITORES EXTERNOS REVISAN LOS SALDOS".
            03 FILLER          PIC X(29) VALUE
               " DE NUESTROS CLIENTES AL DIA ".
            03 WKS-CAR-HOY-R   PIC 9(08).

       01 CARTA-TEXTO-2-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(60) VALUE
               "Y LE PEDIMOS CONFIRMARLES LOS DE SU CUENTA:".

       01 CARTA-IMPORTE-R.
            03 FILLER          PIC X(08) VALUE SPACES.
            03 WKS-CAR-CONCEPTO-R PIC X(40).
            03 WKS-CAR-IMPORTE-R  PIC -$ZZZ,ZZZ,ZZ9.99.

       01 CARTA-TEXTO-3-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(60) VALUE
               "FAVOR DE REGRESAR ESTA CARTA FIRMADA A LOS AUDITORES,".
            03 FILLER          PIC X(30) VALUE
               " CITANDO LA REFERENCIA.".

       01 CARTA-RESPUESTA-1-R.
            03 FILLER          PIC X(08) VALUE SPACES.
            03 FILLER          PIC X(50) VALUE
               "(  ) ESTOY CONFORME CON LOS IMPORTES ANTERIORES".

       01 CARTA-RESPUESTA-2-R.
            03 FILLER          PIC X(08) VALUE SPACES.
            03 FILLER          PIC X(60) VALUE
               "(  ) NO ESTOY CONFORME; MI SALDO ES: ______________".

       01 CARTA-FIRMA-R.
            03 FILLER          PIC X(08) VALUE SPACES.
            03 FILLER          PIC X(60) VALUE
               "FIRMA: ______________________   FECHA: ______________".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-POBLACION UNTIL WKS-EOF-CLI = 1.
           PERFORM 2500-CALCULA-CUOTAS.
           PERFORM 2600-ABRE-MUESTRA.
           PERFORM 3000-MUESTRA UNTIL WKS-EOF-TRAB = 1.
           PERFORM 4000-FIN.
           STOP RUN.

       1000-INICIO.
           MOVE "CIR-SEL " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           MOVE "E" TO FUNCION-SOL-F.
           MOVE 1 TO NIVEL-SOL-F.
           CALL "SEC-PERM" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0 OR PERMITIDO-F = 0
               DISPLAY "LA CIRCULARIZACION LA CORRE UN OPERADOR DE"
                       " NIVEL COMPLETO" LINE 03 POSITION 03
               STOP RUN.

           MOVE ID-OPERADOR-F TO WKS-ID-OPERADOR.

           ACCEPT WKS-HORA-INICIO FROM TIME.
           ACCEPT WKS-FECHA-BITACORA FROM DATE YYYYMMDD.
           PERFORM 9700-LEE-FECHA-PROCESO.

           INITIALIZE WKS-TABLA-ESTRATOS.
           INITIALIZE WKS-TABLA-PEDIDOS.

           PERFORM 1100-PIDE-MODO UNTIL WKS-MODO-SIMPLE
                                     OR WKS-MODO-ESTRATOS.

           IF WKS-MODO-SIMPLE
               DISPLAY "TAMANO DE LA MUESTRA:" LINE 05 POSITION 03
               ACCEPT WKS-TAMANO-MUESTRA LINE 05 POSITION 26
           ELSE
               MOVE 1 TO WKS-RAN-IDX
               PERFORM 1110-PIDE-RANGO UNTIL WKS-RAN-IDX > 4.

           DISPLAY "SEMILLA DE LOS AUDITORES:" LINE 10 POSITION 03.
           ACCEPT WKS-SEMILLA LINE 10 POSITION 30.

           DIVIDE WKS-SEMILLA BY WKS-MODULO-AL
               GIVING WKS-COCIENTE-AL REMAINDER WKS-SEMILLA.
           IF WKS-SEMILLA = 0
               MOVE 1 TO WKS-SEMILLA.

           OPEN INPUT ICLIENTES.

           OPEN INPUT SALDOS.
           IF WKS-FS-SALDOS NOT = "00"
               MOVE 1 TO WKS-SIN-SALDOS.

           OPEN INPUT CICLOFAC.
           IF WKS-FS-CICLO NOT = "00"
               MOVE 1 TO WKS-SIN-CICLOFAC.

           OPEN INPUT SALDOFAV.
           IF WKS-FS-SFAV NOT = "00"
               MOVE 1 TO WKS-SIN-SALDOFAV.

           OPEN OUTPUT CIRTRAB.

           MOVE 0 TO ID-CLIENTE-I.
           START ICLIENTES KEY IS > ID-CLIENTE-I
                       INVALID KEY MOVE 1 TO WKS-EOF-CLI.

       1100-PIDE-MODO.
           DISPLAY "MUESTRA (1) ALEATORIA SIMPLE (2) ESTRATIFICADA:"
                                                LINE 04 POSITION 03.
           ACCEPT WKS-MODO LINE 04 POSITION 51.

       1110-PIDE-RANGO.
           DISPLAY "CARTAS PARA EL RANGO" LINE WKS-RAN-IDX + 4
                                                       POSITION 03.
           DISPLAY WKS-RAN-NOMBRE (WKS-RAN-IDX) LINE WKS-RAN-IDX + 4
                                                       POSITION 24.
           DISPLAY ":" LINE WKS-RAN-IDX + 4 POSITION 41.
           ACCEPT WKS-PED-MUESTRA (WKS-RAN-IDX) LINE WKS-RAN-IDX + 4
                                                       POSITION 43.
           ADD 1 TO WKS-RAN-IDX.

      *PRIMERA PASADA: TODO CLIENTE CON ALGUN IMPORTE (CORTE,
      *PENDIENTE O A FAVOR) ENTRA A LA POBLACION. AL CLIENTE CON
      *AVISO DE DEFUNCION NO SE LE ESCRIBE.
       2000-POBLACION.
           READ ICLIENTES NEXT AT END MOVE 1 TO WKS-EOF-CLI.

           IF WKS-EOF-CLI = 0
               ADD 1 TO WKS-CONT-LEIDOS
               PERFORM 2100-SALDO-CLIENTE
               IF WKS-SALDO-CORTE NOT = 0 OR WKS-PENDIENTE > 0
                  OR WKS-FAVOR > 0
                   IF DEFUNCION-I = "S"
                       ADD 1 TO WKS-CONT-DEFUNCION
                   ELSE
                       PERFORM 2200-ALTA-POBLACION
                   END-IF
               END-IF
           END-IF.

       2100-SALDO-CLIENTE.
           MOVE 0 TO WKS-FECHA-SALDO.
           MOVE 0 TO WKS-SALDO-CORTE.
           MOVE 0 TO WKS-PENDIENTE.
           MOVE 0 TO WKS-FAVOR.

           IF WKS-SIN-SALDOS = 0
               MOVE ID-CLIENTE-I TO ID-CLIENTE-S
               START SALDOS KEY IS = ID-CLIENTE-S
                   INVALID KEY MOVE 1 TO WKS-EOF-SALDO
                   NOT INVALID KEY MOVE 0 TO WKS-EOF-SALDO
               END-START
               PERFORM 2110-LEER-SALDO UNTIL WKS-EOF-SALDO = 1.

           IF WKS-SIN-CICLOFAC = 0
               MOVE ID-CLIENTE-I TO ID-CLIENTE-C
               START CICLOFAC KEY IS = ID-CLIENTE-C
                   INVALID KEY MOVE 1 TO WKS-EOF-CICLO
                   NOT INVALID KEY MOVE 0 TO WKS-EOF-CICLO
               END-START
               PERFORM 2120-LEER-CICLO UNTIL WKS-EOF-CICLO = 1.

           IF WKS-SIN-SALDOFAV = 0
               MOVE ID-CLIENTE-I TO ID-CLIENTE-SF
               READ SALDOFAV
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF STATUS-SF = "A"
                           MOVE SALDO-FAVOR-SF TO WKS-FAVOR
                       END-IF
               END-READ.

           COMPUTE WKS-SALDO-CONFIRMA = WKS-SALDO-CORTE
                                      + WKS-PENDIENTE - WKS-FAVOR.

      *EL SALDO A CONFIRMAR ES EL DEL CORTE MAS RECIENTE.
       2110-LEER-SALDO.
           READ SALDOS NEXT AT END MOVE 1 TO WKS-EOF-SALDO.

           IF WKS-EOF-SALDO = 0
               IF ID-CLIENTE-S NOT = ID-CLIENTE-I
                   MOVE 1 TO WKS-EOF-SALDO
               ELSE
                   IF FECHA-CORTE-S > WKS-FECHA-SALDO
                       MOVE FECHA-CORTE-S TO WKS-FECHA-SALDO
                       MOVE SALDO-CORTE-S TO WKS-SALDO-CORTE
                   END-IF
               END-IF
           END-IF.

       2120-LEER-CICLO.
           READ CICLOFAC NEXT AT END MOVE 1 TO WKS-EOF-CICLO.

           IF WKS-EOF-CICLO = 0
               IF ID-CLIENTE-C NOT = ID-CLIENTE-I
                   MOVE 1 TO WKS-EOF-CICLO
               ELSE
                   IF STATUS-PAGO-C = "N"
                       COMPUTE WKS-PENDIENTE =
                           WKS-PENDIENTE + MONTO-ANUAL-C
                           - MONTO-PAGADO-C + RECARGO-C
                           - RECARGO-PAGADO-C
                   END-IF
               END-IF
           END-IF.

       2200-ALTA-POBLACION.
           IF WKS-SALDO-CONFIRMA < 0
               COMPUTE WKS-SALDO-ABS = 0 - WKS-SALDO-CONFIRMA
           ELSE
               MOVE WKS-SALDO-CONFIRMA TO WKS-SALDO-ABS.

           MOVE 1 TO WKS-RANGO.
           PERFORM 2210-UBICA-RANGO
               UNTIL WKS-RANGO = 4
                  OR WKS-SALDO-ABS NOT > WKS-RAN-TOPE (WKS-RANGO).

           IF WKS-MODO-SIMPLE
               MOVE 1 TO WKS-ESTRATO
           ELSE
               COMPUTE WKS-ESTRATO = (WKS-RANGO - 1) * 100
                                   + SUCURSAL-I + 1.

           MOVE ID-CLIENTE-I       TO ID-CLIENTE-TB.
           MOVE WKS-ESTRATO        TO ESTRATO-TB.
           MOVE WKS-RANGO          TO RANGO-TB.
           MOVE SUCURSAL-I         TO SUCURSAL-TB.
           MOVE WKS-FECHA-SALDO    TO FECHA-SALDO-TB.
           MOVE WKS-SALDO-CORTE    TO SALDO-CORTE-TB.
           MOVE WKS-PENDIENTE      TO PENDIENTE-TB.
           MOVE WKS-FAVOR          TO FAVOR-TB.
           MOVE WKS-SALDO-CONFIRMA TO SALDO-CONFIRMA-TB.
           WRITE REG-CIRTRAB.

           ADD 1 TO WKS-CONT-POBLACION.
           ADD WKS-SALDO-ABS TO WKS-MONTO-POBLACION.
           ADD 1 TO WKS-EST-POBLACION (WKS-ESTRATO).
           ADD WKS-SALDO-ABS TO WKS-EST-MONTO-POB (WKS-ESTRATO).
           ADD 1 TO WKS-PED-POBLACION (WKS-RANGO).

       2210-UBICA-RANGO.
           ADD 1 TO WKS-RANGO.

      *EN LA ESTRATIFICADA LAS CARTAS DE CADA RANGO SE REPARTEN
      *ENTRE SUS SUCURSALES EN PROPORCION A SU POBLACION, CON AL
      *MENOS UNA POR SUCURSAL PARA QUE NINGUNA QUEDE SIN REVISAR;
      *POR ESE MINIMO EL TOTAL DEL RANGO PUEDE PASAR UN POCO DE LO
      *PEDIDO. NINGUNA CUOTA PASA DE LA POBLACION DEL ESTRATO.
       2500-CALCULA-CUOTAS.
           CLOSE CIRTRAB.

           IF WKS-MODO-SIMPLE
               MOVE WKS-TAMANO-MUESTRA TO WKS-EST-CUOTA (1)
               IF WKS-EST-CUOTA (1) > WKS-EST-POBLACION (1)
                   MOVE WKS-EST-POBLACION (1) TO WKS-EST-CUOTA (1)
               END-IF
           ELSE
               MOVE 1 TO WKS-EST-IDX
               PERFORM 2510-CUOTA-ESTRATO UNTIL WKS-EST-IDX > 400.

       2510-CUOTA-ESTRATO.
           IF WKS-EST-POBLACION (WKS-EST-IDX) > 0
               COMPUTE WKS-EST-BASE = WKS-EST-IDX - 1
               DIVIDE WKS-EST-BASE BY 100
                   GIVING WKS-RAN-IDX REMAINDER WKS-SUC-NUM
               ADD 1 TO WKS-RAN-IDX
               IF WKS-PED-MUESTRA (WKS-RAN-IDX) > 0
                   COMPUTE WKS-EST-CUOTA (WKS-EST-IDX) ROUNDED =
                       WKS-PED-MUESTRA (WKS-RAN-IDX)
                     * WKS-EST-POBLACION (WKS-EST-IDX)
                     / WKS-PED-POBLACION (WKS-RAN-IDX)
                   IF WKS-EST-CUOTA (WKS-EST-IDX) = 0
                       MOVE 1 TO WKS-EST-CUOTA (WKS-EST-IDX)
                   END-IF
                   IF WKS-EST-CUOTA (WKS-EST-IDX) >
                      WKS-EST-POBLACION (WKS-EST-IDX)
                       MOVE WKS-EST-POBLACION (WKS-EST-IDX)
                                   TO WKS-EST-CUOTA (WKS-EST-IDX)
                   END-IF
               END-IF
           END-IF.

           ADD 1 TO WKS-EST-IDX.

       2600-ABRE-MUESTRA.
           OPEN INPUT CIRTRAB.

           OPEN I-O CIRCULA.
           IF WKS-FS-CIR = "35"
               OPEN OUTPUT CIRCULA
               CLOSE CIRCULA
               OPEN I-O CIRCULA.

           PERFORM 2610-BUSCA-MAX-FOLIO.

           OPEN OUTPUT REP-CIR.
           OPEN OUTPUT CAR-CIR.

           MOVE HEADER-L1-CIR TO LINEA-CIR.
           WRITE LINEA-CIR AFTER PAGE.
           MOVE WKS-FECHA-HOY TO WKS-HOY-R.
           IF WKS-MODO-SIMPLE
               MOVE "SIMPLE" TO WKS-MODO-R
           ELSE
               MOVE "ESTRATIFICADA" TO WKS-MODO-R.
           MOVE WKS-SEMILLA TO WKS-SEMILLA-R.
           MOVE HEADER-L2-CIR TO LINEA-CIR.
           WRITE LINEA-CIR AFTER 2.
           MOVE HEADER-L3-CIR TO LINEA-CIR.
           WRITE LINEA-CIR AFTER 2.

       2610-BUSCA-MAX-FOLIO.
           MOVE 0 TO WKS-MAX-FOLIO.
           MOVE 0 TO FOLIO-CI.
           START CIRCULA KEY IS > FOLIO-CI
               INVALID KEY MOVE 1 TO WKS-EOF-CIR
               NOT INVALID KEY MOVE 0 TO WKS-EOF-CIR
           END-START.

           PERFORM 2620-LEER-FOLIO UNTIL WKS-EOF-CIR = 1.

       2620-LEER-FOLIO.
           READ CIRCULA NEXT AT END MOVE 1 TO WKS-EOF-CIR.

           IF WKS-EOF-CIR = 0
               IF FOLIO-CI > WKS-MAX-FOLIO
                   MOVE FOLIO-CI TO WKS-MAX-FOLIO.

      *SEGUNDA PASADA: SELECCION SECUENCIAL DENTRO DE CADA ESTRATO.
       3000-MUESTRA.
           READ CIRTRAB AT END MOVE 1 TO WKS-EOF-TRAB.

           IF WKS-EOF-TRAB = 0
               MOVE ESTRATO-TB TO WKS-EST-IDX
               IF WKS-EST-ELEGIDOS (WKS-EST-IDX) <
                  WKS-EST-CUOTA (WKS-EST-IDX)
                   PERFORM 3100-SORTEA
               END-IF
               ADD 1 TO WKS-EST-VISTOS (WKS-EST-IDX)
           END-IF.

       3100-SORTEA.
           PERFORM 9600-SIGUIENTE-ALEATORIO.

           COMPUTE WKS-FALTAN = WKS-EST-CUOTA (WKS-EST-IDX)
                              - WKS-EST-ELEGIDOS (WKS-EST-IDX).
           COMPUTE WKS-QUEDAN = WKS-EST-POBLACION (WKS-EST-IDX)
                              - WKS-EST-VISTOS (WKS-EST-IDX).

           COMPUTE WKS-PRUEBA = (WKS-SEMILLA - 1) * WKS-QUEDAN.
           COMPUTE WKS-LIMITE = WKS-FALTAN * (WKS-MODULO-AL - 1).

           IF WKS-PRUEBA < WKS-LIMITE
               PERFORM 3200-EMITE-CARTA.

       3200-EMITE-CARTA.
           MOVE ID-CLIENTE-TB TO ID-CLIENTE-I.
           READ ICLIENTES
               INVALID KEY MOVE 1 TO WKS-INVALID-KEY
               NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY
           END-READ.

           IF WKS-INVALID-KEY = 1
               MOVE "CLIENTE NO UBICADO" TO NOMBRE-CLIENTE-I
               MOVE SPACES TO DIRECCION-I.

           ADD 1 TO WKS-MAX-FOLIO.

           MOVE WKS-MAX-FOLIO      TO FOLIO-CI.
           MOVE ID-CLIENTE-TB      TO ID-CLIENTE-CI.
           MOVE WKS-FECHA-HOY      TO FECHA-CORRIDA-CI.
           MOVE SUCURSAL-TB        TO SUCURSAL-CI.
           MOVE RANGO-TB           TO RANGO-CI.
           MOVE FECHA-SALDO-TB     TO FECHA-SALDO-CI.
           MOVE SALDO-CORTE-TB     TO SALDO-CORTE-CI.
           MOVE PENDIENTE-TB       TO PENDIENTE-CI.
           MOVE FAVOR-TB           TO FAVOR-CI.
           MOVE SALDO-CONFIRMA-TB  TO SALDO-CONFIRMA-CI.
           MOVE "E"                TO ESTADO-CI.
           MOVE 0                  TO FECHA-RESPUESTA-CI.
           MOVE 0                  TO SALDO-CLIENTE-CI.
           MOVE SPACES             TO NOTA-CI.
           MOVE WKS-ID-OPERADOR    TO CAPTURO-CI.

           WRITE REG-CIRCULA
               INVALID KEY
                   DISPLAY "FOLIO DUPLICADO EN CIRCULA: " FOLIO-CI
                   STOP RUN
           END-WRITE.

           PERFORM 3300-IMPRIME-CARTA.

           MOVE ID-CLIENTE-TB  TO ID-CLIENTE-CH.
           MOVE WKS-FECHA-HOY  TO FECHA-CH.
           MOVE "CONF-SALDO"   TO TIPO-DOC-CH.
           MOVE "PAPEL"        TO CANAL-CH.
           MOVE WKS-MAX-FOLIO  TO REFERENCIA-CH.
           OPEN EXTEND CORRHIST.
           WRITE REG-CORRHIST.
           CLOSE CORRHIST.

           MOVE WKS-MAX-FOLIO     TO WKS-DET-FOLIO-R.
           MOVE ID-CLIENTE-TB     TO WKS-DET-CLI-R.
           MOVE NOMBRE-CLIENTE-I  TO WKS-DET-NOMBRE-R.
           MOVE SUCURSAL-TB       TO WKS-DET-SUC-R.
           MOVE WKS-RAN-NOMBRE (RANGO-TB) TO WKS-DET-RANGO-R.
           MOVE SALDO-CORTE-TB    TO WKS-DET-CORTE-R.
           MOVE PENDIENTE-TB      TO WKS-DET-PEND-R.
           MOVE FAVOR-TB          TO WKS-DET-FAVOR-R.
           MOVE SALDO-CONFIRMA-TB TO WKS-DET-CONF-R.
           MOVE DETALLE-CIR-R TO LINEA-CIR.
           WRITE LINEA-CIR AFTER 1.

           IF SALDO-CONFIRMA-TB < 0
               COMPUTE WKS-SALDO-ABS = 0 - SALDO-CONFIRMA-TB
           ELSE
               MOVE SALDO-CONFIRMA-TB TO WKS-SALDO-ABS.

           ADD 1 TO WKS-EST-ELEGIDOS (WKS-EST-IDX).
           ADD WKS-SALDO-ABS TO WKS-EST-MONTO-MUE (WKS-EST-IDX).
           ADD 1 TO WKS-CONT-CARTAS.
           ADD WKS-SALDO-ABS TO WKS-MONTO-MUESTRA.

       3300-IMPRIME-CARTA.
           MOVE WKS-MAX-FOLIO TO WKS-CAR-FOLIO-R.
           MOVE CARTA-TITULO-R TO LINEA-CAR.
           WRITE LINEA-CAR AFTER PAGE.

           MOVE NOMBRE-CLIENTE-I TO WKS-NOMBRE-R.
           MOVE CARTA-SALUDO-R TO LINEA-CAR.
           WRITE LINEA-CAR AFTER 3.

           MOVE DIRECCION-I TO WKS-DIRECCION-R.
           MOVE CARTA-DIRECCION-R TO LINEA-CAR.
           WRITE LINEA-CAR AFTER 1.

           MOVE WKS-FECHA-HOY TO WKS-CAR-HOY-R.
           MOVE CARTA-TEXTO-1-R TO LINEA-CAR.
           WRITE LINEA-CAR AFTER 2.
           MOVE CARTA-TEXTO-2-R TO LINEA-CAR.
           WRITE LINEA-CAR AFTER 1.

           MOVE SPACES TO WKS-CAR-CONCEPTO-R.
           STRING "SALDO AL CORTE DEL " DELIMITED BY SIZE
                  FECHA-SALDO-TB DELIMITED BY SIZE
                  INTO WKS-CAR-CONCEPTO-R.
           MOVE SALDO-CORTE-TB TO WKS-CAR-IMPORTE-R.
           MOVE CARTA-IMPORTE-R TO LINEA-CAR.
           WRITE LINEA-CAR AFTER 2.

           MOVE "ANUALIDADES Y RECARGOS PENDIENTES"
                                   TO WKS-CAR-CONCEPTO-R.
           MOVE PENDIENTE-TB TO WKS-CAR-IMPORTE-R.
           MOVE CARTA-IMPORTE-R TO LINEA-CAR.
           WRITE LINEA-CAR AFTER 1.

           MOVE "SALDO A SU FAVOR" TO WKS-CAR-CONCEPTO-R.
           MOVE FAVOR-TB TO WKS-CAR-IMPORTE-R.
           MOVE CARTA-IMPORTE-R TO LINEA-CAR.
           WRITE LINEA-CAR AFTER 1.

           MOVE "SALDO NETO A SU CARGO" TO WKS-CAR-CONCEPTO-R.
           MOVE SALDO-CONFIRMA-TB TO WKS-CAR-IMPORTE-R.
           MOVE CARTA-IMPORTE-R TO LINEA-CAR.
           WRITE LINEA-CAR AFTER 2.

           MOVE CARTA-TEXTO-3-R TO LINEA-CAR.
           WRITE LINEA-CAR AFTER 2.
           MOVE CARTA-RESPUESTA-1-R TO LINEA-CAR.
           WRITE LINEA-CAR AFTER 2.
           MOVE CARTA-RESPUESTA-2-R TO LINEA-CAR.
           WRITE LINEA-CAR AFTER 1.
           MOVE CARTA-FIRMA-R TO LINEA-CAR.
           WRITE LINEA-CAR AFTER 3.

       4000-FIN.
           MOVE HEADER-L4-CIR TO LINEA-CIR.
           WRITE LINEA-CIR AFTER 3.
           MOVE HEADER-L5-CIR TO LINEA-CIR.
           WRITE LINEA-CIR AFTER 2.

           MOVE 1 TO WKS-EST-IDX.
           PERFORM 4100-RENGLON-ESTRATO UNTIL WKS-EST-IDX > 400.

           MOVE "CLIENTES REVISADOS:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-LEIDOS TO WKS-PIE-CONT-R.
           MOVE 0 TO WKS-PIE-MONTO-R.
           MOVE FOOTER-CIR-R TO LINEA-CIR.
           WRITE LINEA-CIR AFTER 3.

           MOVE "EXCLUIDOS POR DEFUNCION:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-DEFUNCION TO WKS-PIE-CONT-R.
           MOVE FOOTER-CIR-R TO LINEA-CIR.
           WRITE LINEA-CIR AFTER 1.

           MOVE "POBLACION CON SALDO:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-POBLACION TO WKS-PIE-CONT-R.
           MOVE WKS-MONTO-POBLACION TO WKS-PIE-MONTO-R.
           MOVE FOOTER-CIR-R TO LINEA-CIR.
           WRITE LINEA-CIR AFTER 1.

           MOVE "CARTAS EMITIDAS:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-CARTAS TO WKS-PIE-CONT-R.
           MOVE WKS-MONTO-MUESTRA TO WKS-PIE-MONTO-R.
           MOVE FOOTER-CIR-R TO LINEA-CIR.
           WRITE LINEA-CIR AFTER 1.

           CLOSE ICLIENTES.
           IF WKS-SIN-SALDOS = 0
               CLOSE SALDOS.
           IF WKS-SIN-CICLOFAC = 0
               CLOSE CICLOFAC.
           IF WKS-SIN-SALDOFAV = 0
               CLOSE SALDOFAV.
           CLOSE CIRTRAB.
           CLOSE CIRCULA.
           CLOSE REP-CIR.
           CLOSE CAR-CIR.

           DISPLAY "POBLACION CON SALDO: " WKS-CONT-POBLACION.
           DISPLAY "CARTAS EMITIDAS: " WKS-CONT-CARTAS.
           PERFORM 9000-GRABA-BITACORA.

       4100-RENGLON-ESTRATO.
           IF WKS-EST-POBLACION (WKS-EST-IDX) > 0
               IF WKS-MODO-SIMPLE
                   MOVE "TODOS" TO WKS-EST-RANGO-R
                   MOVE "TODAS" TO WKS-EST-SUC-R
               ELSE
                   COMPUTE WKS-EST-BASE = WKS-EST-IDX - 1
                   DIVIDE WKS-EST-BASE BY 100
                       GIVING WKS-RAN-IDX REMAINDER WKS-SUC-NUM
                   ADD 1 TO WKS-RAN-IDX
                   MOVE WKS-RAN-NOMBRE (WKS-RAN-IDX)
                                           TO WKS-EST-RANGO-R
                   MOVE SPACES TO WKS-EST-SUC-R
                   MOVE WKS-SUC-NUM (2:2) TO WKS-EST-SUC-R (1:2)
               END-IF
               MOVE WKS-EST-POBLACION (WKS-EST-IDX) TO WKS-EST-POB-R
               MOVE WKS-EST-MONTO-POB (WKS-EST-IDX) TO WKS-EST-MPOB-R
               MOVE WKS-EST-CUOTA (WKS-EST-IDX) TO WKS-EST-CUOTA-R
               MOVE WKS-EST-ELEGIDOS (WKS-EST-IDX) TO WKS-EST-ELEG-R
               MOVE WKS-EST-MONTO-MUE (WKS-EST-IDX) TO WKS-EST-MMUE-R
               MOVE DETALLE-EST-R TO LINEA-CIR
               WRITE LINEA-CIR AFTER 1
           END-IF.

           ADD 1 TO WKS-EST-IDX.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "CIR-SEL " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-BITACORA TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-POBLACION TO LEIDOS-BIT.
           MOVE WKS-CONT-CARTAS TO ESCRITOS-BIT.
           MOVE 0 TO RECHAZADOS-BIT.
           MOVE WKS-ID-OPERADOR TO DETALLE-BIT.
           WRITE REG-BIT.
           CLOSE BITACORA.

      *SIGUIENTE NUMERO DEL GENERADOR, ENTRE 1 Y 2147483646.
       9600-SIGUIENTE-ALEATORIO.
           COMPUTE WKS-PRODUCTO = WKS-SEMILLA * WKS-MULTIPLICADOR-AL.
           DIVIDE WKS-PRODUCTO BY WKS-MODULO-AL
               GIVING WKS-COCIENTE-AL REMAINDER WKS-SEMILLA.

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
