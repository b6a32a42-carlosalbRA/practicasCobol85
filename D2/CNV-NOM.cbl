      *MI PROGRAMA DE CONVERSION DE TARJETAS NOMINA - CUANDO MAN-EMP
      *DA DE BAJA A UN EMPLEADO CON TARJETA NOMINA QUEDA ABIERTO UN
      *CASO EN CONVNOM. AQUI SE IMPRIMEN LAS CARTAS QUE LE OFRECEN
      *CONVERTIRLA A DEBITO O CREDITO (CON CONSTANCIA EN CORRHIST),
      *SE CAPTURA LA RESPUESTA DEL CLIENTE Y SE CORRE EL SEGUIMIENTO:
      *LOS QUE ACEPTARON Y YA TIENEN EL NUEVO TIPO DE TARJETA EN EL
      *MAESTRO (EL CAMBIO SE HACE EN ACT-SEC) QUEDAN CONVERTIDOS, LAS
      *CARTAS SIN RESPUESTA EN EL PLAZO SE CIERRAN Y SE LISTAN LOS
      *CASOS QUE SIGUEN ABIERTOS CON SU ANTIGUEDAD.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNV-NOM.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONVNOM ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-CV
                FILE STATUS IS WKS-FS-CONV.

           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I.

           SELECT CORRHIST ASSIGN TO DISK.

           SELECT CARTAS-CNV ASSIGN TO PRINTER.

           SELECT REP-CNV ASSIGN TO PRINTER.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD CONVNOM.
       01 REG-CONVNOM.
       COPY CONVCOPY.

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

      *HISTORIAL DE CORRESPONDENCIA COMPARTIDO - LA CARTA DE OFERTA
      *QUEDA CON EL NUMERO DE EMPLEADO COMO REFERENCIA.
       FD CORRHIST.
       01 REG-CORRHIST.
        03 ID-CLIENTE-CH      PIC 9(06).
        03 FECHA-CH           PIC 9(08).
        03 TIPO-DOC-CH        PIC X(10).
        03 CANAL-CH           PIC X(05).
        03 REFERENCIA-CH      PIC 9(08).

       FD CARTAS-CNV.
       01 LINEA-CARTA            PIC X(132).

       FD REP-CNV.
       01 LINEA-CNV              PIC X(132).

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
       01 WKS-FS-CONV          PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-EOF-CONV         PIC 9 VALUE 0.
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.
       01 WKS-ID-OPERADOR      PIC X(08) VALUE SPACES.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-CLIENTE          PIC 9(06) VALUE 0.
       01 WKS-PRODUCTO         PIC X(01) VALUE SPACES.
       01 WKS-REP-ABIERTO      PIC 9 VALUE 0.

      *PLAZO PARA ESPERAR LA RESPUESTA A LA CARTA; SE PUEDE CAMBIAR
      *EN CADA SEGUIMIENTO.
       01 WKS-PLAZO-RESPUESTA  PIC 9(03) VALUE 60.
       01 WKS-PLAZO            PIC 9(03) VALUE 0.

       01 WKS-CONT-CARTAS      PIC 9(06) VALUE 0.
       01 WKS-CONT-ACEPTADAS   PIC 9(06) VALUE 0.
       01 WKS-CONT-RECHAZOS    PIC 9(06) VALUE 0.
       01 WKS-CONT-CONVERTIDAS PIC 9(06) VALUE 0.
       01 WKS-CONT-VENCIDAS    PIC 9(06) VALUE 0.
       01 WKS-CONT-PENDIENTES  PIC 9(06) VALUE 0.
       01 WKS-CONT-RECHAZADAS  PIC 9(06) VALUE 0.

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
       01 WKS-DIAS-TRANSC      PIC 9(05) VALUE 0.

      *RESULTADO DE LA FIRMA DE OPERADOR VALIDADA POR SEC-OPER.
       01 WKS-FIRMA.
       COPY FIRMCOPY.

       01 CARTA-CNV-L1.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(12) VALUE "ESTIMADO(A) ".
            03 WKS-CARTA-NOMBRE-R PIC A(20).
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(09) VALUE "CLIENTE: ".
            03 WKS-CARTA-CLI-R PIC 9(06).

       01 CARTA-CNV-L2.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(45) VALUE
               "SABEMOS QUE YA NO RECIBE SU NOMINA EN LA TAR".
            03 FILLER          PIC X(51) VALUE
               "JETA QUE LE DIO SU EMPRESA. PARA QUE SIGA USANDOLA".

       01 CARTA-CNV-L3.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(45) VALUE
               "LE OFRECEMOS CONVERTIRLA SIN COSTO EN TARJETA".
            03 FILLER          PIC X(47) VALUE
               " DE DEBITO O DE CREDITO, SUJETA A AUTORIZACION.".

       01 CARTA-CNV-L4.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(45) VALUE
               "COMUNIQUE SU DECISION A SU SUCURSAL ANTES DE ".
            03 WKS-CARTA-PLAZO-R PIC ZZ9.
            03 FILLER          PIC X(05) VALUE " DIAS".

       01 HEADER-L1-CNV.
            03 FILLER PIC X(30) VALUE SPACES.
            03 FILLER PIC X(42)
                 VALUE "SEGUIMIENTO DE CONVERSION TARJETAS NOMINA".

       01 HEADER-L2-CNV.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(18) VALUE "FECHA DE NEGOCIO: ".
            03 WKS-HOY-R       PIC 9(08).
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(19) VALUE "PLAZO EN DIAS:    ".
            03 WKS-PLAZO-R     PIC ZZ9.

       01 HEADER-CAMPOS-CNV.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(09) VALUE "CLIENTE".
            03 FILLER PIC X(09) VALUE "EMPLEADO".
            03 FILLER PIC X(09) VALUE "EMPRESA".
            03 FILLER PIC X(10) VALUE "BAJA".
            03 FILLER PIC X(15) VALUE "ESTADO".
            03 FILLER PIC X(10) VALUE "CARTA".
            03 FILLER PIC X(12) VALUE "PRODUCTO".
            03 FILLER PIC X(05) VALUE "DIAS".

       01 DETALLE-CNV-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-CLI-R       PIC 9(06).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-EMP-R       PIC 9(05).
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-EMPR-R      PIC 9(03).
            03 FILLER          PIC X(06) VALUE SPACES.
            03 WKS-BAJA-R      PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-ESTADO-R    PIC X(13).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-CARTA-R     PIC 9(08) BLANK WHEN ZERO.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-PROD-R      PIC X(10).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-DIAS-R      PIC ZZZZ9.

       01 FOOTER-CNV-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(13) VALUE "CONVERTIDAS: ".
            03 WKS-TOT-CNV-R   PIC ZZZ,ZZ9.
            03 FILLER          PIC X(17) VALUE "  SIN RESPUESTA: ".
            03 WKS-TOT-VEN-R   PIC ZZZ,ZZ9.
            03 FILLER          PIC X(13) VALUE "  ABIERTOS:  ".
            03 WKS-TOT-PEN-R   PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-LOOP = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           MOVE "CNV-NOM " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0
               STOP RUN.

           MOVE ID-OPERADOR-F TO WKS-ID-OPERADOR.

           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           MOVE WKS-FECHA-HOY TO WKS-FECHA-CAL.
           PERFORM 8100-DIA-ABSOLUTO.
           MOVE WKS-DIA-ABSOLUTO TO WKS-DIA-HOY.

           OPEN I-O CONVNOM.
           IF WKS-FS-CONV = "35"
               OPEN OUTPUT CONVNOM
               CLOSE CONVNOM
               OPEN I-O CONVNOM.

           OPEN INPUT ICLIENTES.
           OPEN OUTPUT CARTAS-CNV.

       2000-PROCESO.
           DISPLAY "(C)ARTAS, (R)ESPUESTA, (S)EGUIMIENTO, (F)IN:"
                                                LINE 03 POSITION 03.
           ACCEPT WKS-OPCION LINE 03 POSITION 49.

           IF WKS-OPCION = "C"
               PERFORM 2100-EMITE-CARTAS.

           IF WKS-OPCION = "R"
               PERFORM 2300-CAPTURA-RESPUESTA THRU 2300-FIN.

           IF WKS-OPCION = "S"
               PERFORM 2500-SEGUIMIENTO.

           IF WKS-OPCION = "F"
               MOVE 1 TO WKS-LOOP.

      *UNA CARTA POR CASO QUE LA TIENE PENDIENTE.
       2100-EMITE-CARTAS.
           PERFORM 2900-INICIA-LECTURA.
           PERFORM 2110-LEER-CASO UNTIL WKS-EOF-CONV = 1.

           DISPLAY "CARTAS EMITIDAS: " WKS-CONT-CARTAS LINE 20
                                                       POSITION 03.

       2110-LEER-CASO.
           READ CONVNOM NEXT AT END MOVE 1 TO WKS-EOF-CONV.

           IF WKS-EOF-CONV = 0 AND CV-POR-ENVIAR
               PERFORM 2120-CARTA-OFERTA.

       2120-CARTA-OFERTA.
           MOVE ID-CLIENTE-CV TO ID-CLIENTE-I.
           READ ICLIENTES INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                          NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 1
               MOVE SPACES TO NOMBRE-CLIENTE-I.

           MOVE NOMBRE-CLIENTE-I TO WKS-CARTA-NOMBRE-R.
           MOVE ID-CLIENTE-CV    TO WKS-CARTA-CLI-R.
           MOVE CARTA-CNV-L1 TO LINEA-CARTA.
           WRITE LINEA-CARTA AFTER PAGE.

           MOVE CARTA-CNV-L2 TO LINEA-CARTA.
           WRITE LINEA-CARTA AFTER 2.

           MOVE CARTA-CNV-L3 TO LINEA-CARTA.
           WRITE LINEA-CARTA AFTER 1.

           MOVE WKS-PLAZO-RESPUESTA TO WKS-CARTA-PLAZO-R.
           MOVE CARTA-CNV-L4 TO LINEA-CARTA.
           WRITE LINEA-CARTA AFTER 2.

           MOVE ID-CLIENTE-CV   TO ID-CLIENTE-CH.
           MOVE WKS-FECHA-HOY   TO FECHA-CH.
           MOVE "CONV-NOM"      TO TIPO-DOC-CH.
           MOVE "PAPEL"         TO CANAL-CH.
           MOVE NUM-EMPLEADO-CV TO REFERENCIA-CH.

           OPEN EXTEND CORRHIST.
           WRITE REG-CORRHIST.
           CLOSE CORRHIST.

           MOVE "C" TO ESTADO-CV.
           MOVE WKS-FECHA-HOY TO FECHA-CARTA-CV.
           REWRITE REG-CONVNOM.

           ADD 1 TO WKS-CONT-CARTAS.

      *LA RESPUESTA LLEGA A LA SUCURSAL; SOLO SE TOMA PARA UN CASO
      *CON CARTA ENVIADA. SI ACEPTA QUEDA ESPERANDO EL CAMBIO DE
      *TIPO DE TARJETA EN ACT-SEC; SI NO, EL CASO SE CIERRA.
       2300-CAPTURA-RESPUESTA.
           DISPLAY "CLIENTE:" LINE 05 POSITION 03.
           ACCEPT WKS-CLIENTE LINE 05 POSITION 13.

           MOVE WKS-CLIENTE TO ID-CLIENTE-CV.
           READ CONVNOM
               INVALID KEY
                   DISPLAY "EL CLIENTE NO TIENE CASO DE CONVERSION"
                                                LINE 20 POSITION 03
                   ADD 1 TO WKS-CONT-RECHAZADAS
                   GO TO 2300-FIN
           END-READ.

           DISPLAY "EMPLEADO " NUM-EMPLEADO-CV " EMPRESA " EMPRESA-CV
                   " BAJA " FECHA-BAJA-CV " ESTADO " ESTADO-CV
                                                LINE 06 POSITION 03.

           IF NOT CV-CARTA-ENVIADA
               DISPLAY "EL CASO NO ESTA ESPERANDO RESPUESTA" LINE 20
                                                       POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2300-FIN.

           DISPLAY "ACEPTA (D) DEBITO (C) CREDITO (N) NO ACEPTA:"
                                                LINE 08 POSITION 03.
           ACCEPT WKS-PRODUCTO LINE 08 POSITION 49.

           IF WKS-PRODUCTO NOT = "D" AND NOT = "C" AND NOT = "N"
               DISPLAY "RESPUESTA NO VALIDA" LINE 20 POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2300-FIN.

           MOVE WKS-FECHA-HOY   TO FECHA-RESPUESTA-CV.
           MOVE WKS-ID-OPERADOR TO OPERADOR-CV.

           IF WKS-PRODUCTO = "N"
               MOVE "R" TO ESTADO-CV
               MOVE WKS-FECHA-HOY TO FECHA-CIERRE-CV
               MOVE "NO ACEPTO LA CONVERSION" TO NOTA-CV
               ADD 1 TO WKS-CONT-RECHAZOS
           ELSE
               MOVE "A" TO ESTADO-CV
               IF WKS-PRODUCTO = "D"
                   MOVE "DEBITO" TO PRODUCTO-CV
               ELSE
                   MOVE "CREDITO" TO PRODUCTO-CV
               END-IF
               MOVE "CAMBIAR TIPO DE TARJETA EN ACT-SEC" TO NOTA-CV
               ADD 1 TO WKS-CONT-ACEPTADAS.

           REWRITE REG-CONVNOM.
           DISPLAY "RESPUESTA REGISTRADA" LINE 20 POSITION 03.

       2300-FIN.
           EXIT.

      *SEGUIMIENTO DE TODOS LOS CASOS ABIERTOS. UN CLIENTE QUE YA
      *NO ES DE TARJETA NOMINA EN EL MAESTRO QUEDA CONVERTIDO, HAYA
      *CONTESTADO O NO; UNA CARTA SIN RESPUESTA MAS ALLA DEL PLAZO
      *CIERRA EL CASO. LO QUE SIGUE ABIERTO SE LISTA.
       2500-SEGUIMIENTO.
           DISPLAY "PLAZO DE RESPUESTA EN DIAS (0 = 60):" LINE 05
                                                       POSITION 03.
           ACCEPT WKS-PLAZO LINE 05 POSITION 40.
           IF WKS-PLAZO > 0
               MOVE WKS-PLAZO TO WKS-PLAZO-RESPUESTA.

           IF WKS-REP-ABIERTO = 0
               OPEN OUTPUT REP-CNV
               MOVE 1 TO WKS-REP-ABIERTO.

           MOVE HEADER-L1-CNV TO LINEA-CNV.
           WRITE LINEA-CNV AFTER PAGE.
           MOVE WKS-FECHA-HOY TO WKS-HOY-R.
           MOVE WKS-PLAZO-RESPUESTA TO WKS-PLAZO-R.
           MOVE HEADER-L2-CNV TO LINEA-CNV.
           WRITE LINEA-CNV AFTER 2.
           MOVE HEADER-CAMPOS-CNV TO LINEA-CNV.
           WRITE LINEA-CNV AFTER 2.

           MOVE 0 TO WKS-CONT-PENDIENTES.
           PERFORM 2900-INICIA-LECTURA.
           PERFORM 2510-LEER-CASO UNTIL WKS-EOF-CONV = 1.

           MOVE WKS-CONT-CONVERTIDAS TO WKS-TOT-CNV-R.
           MOVE WKS-CONT-VENCIDAS    TO WKS-TOT-VEN-R.
           MOVE WKS-CONT-PENDIENTES  TO WKS-TOT-PEN-R.
           MOVE FOOTER-CNV-R TO LINEA-CNV.
           WRITE LINEA-CNV AFTER 2.

           DISPLAY "CONVERTIDAS: " WKS-CONT-CONVERTIDAS
                   "  SIN RESPUESTA: " WKS-CONT-VENCIDAS
                   "  ABIERTOS: " WKS-CONT-PENDIENTES
                                                LINE 20 POSITION 03.

       2510-LEER-CASO.
           READ CONVNOM NEXT AT END MOVE 1 TO WKS-EOF-CONV.

           IF WKS-EOF-CONV = 0 AND NOT CV-CERRADO
               PERFORM 2520-REVISA-CASO.

       2520-REVISA-CASO.
           MOVE ID-CLIENTE-CV TO ID-CLIENTE-I.
           READ ICLIENTES INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                          NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 0 AND TIPO-TARG-I NOT = "NOMINA"
               MOVE "T" TO ESTADO-CV
               IF PRODUCTO-CV = SPACES
                   MOVE TIPO-TARG-I TO PRODUCTO-CV
               END-IF
               MOVE WKS-FECHA-HOY TO FECHA-CIERRE-CV
               REWRITE REG-CONVNOM
               ADD 1 TO WKS-CONT-CONVERTIDAS
           ELSE
               IF CV-CARTA-ENVIADA
                   MOVE FECHA-CARTA-CV TO WKS-FECHA-CAL
                   PERFORM 8100-DIA-ABSOLUTO
                   COMPUTE WKS-DIAS-TRANSC = WKS-DIA-HOY
                                           - WKS-DIA-ABSOLUTO
                   IF WKS-DIAS-TRANSC > WKS-PLAZO-RESPUESTA
                       MOVE "N" TO ESTADO-CV
                       MOVE WKS-FECHA-HOY TO FECHA-CIERRE-CV
                       MOVE "SIN RESPUESTA EN EL PLAZO" TO NOTA-CV
                       REWRITE REG-CONVNOM
                       ADD 1 TO WKS-CONT-VENCIDAS.

           IF NOT CV-CERRADO
               PERFORM 2530-DETALLE-PENDIENTE.

      *LA ANTIGUEDAD DEL CASO CUENTA DESDE QUE MAN-EMP LO ABRIO.
       2530-DETALLE-PENDIENTE.
           MOVE FECHA-ALTA-CV TO WKS-FECHA-CAL.
           PERFORM 8100-DIA-ABSOLUTO.
           COMPUTE WKS-DIAS-TRANSC = WKS-DIA-HOY - WKS-DIA-ABSOLUTO.

           MOVE ID-CLIENTE-CV   TO WKS-CLI-R.
           MOVE NUM-EMPLEADO-CV TO WKS-EMP-R.
           MOVE EMPRESA-CV      TO WKS-EMPR-R.
           MOVE FECHA-BAJA-CV   TO WKS-BAJA-R.
           MOVE FECHA-CARTA-CV  TO WKS-CARTA-R.
           MOVE PRODUCTO-CV     TO WKS-PROD-R.
           MOVE WKS-DIAS-TRANSC TO WKS-DIAS-R.

           MOVE "CARTA PEND." TO WKS-ESTADO-R.
           IF CV-CARTA-ENVIADA
               MOVE "ESPERA RESP." TO WKS-ESTADO-R.
           IF CV-ACEPTADA
               MOVE "ACEPTO" TO WKS-ESTADO-R.

           MOVE DETALLE-CNV-R TO LINEA-CNV.
           WRITE LINEA-CNV AFTER 1.

           ADD 1 TO WKS-CONT-PENDIENTES.

       2900-INICIA-LECTURA.
           MOVE 0 TO ID-CLIENTE-CV.
           START CONVNOM KEY IS > ID-CLIENTE-CV
               INVALID KEY MOVE 1 TO WKS-EOF-CONV
               NOT INVALID KEY MOVE 0 TO WKS-EOF-CONV
           END-START.

       3000-FIN.
           CLOSE CONVNOM.
           CLOSE ICLIENTES.
           CLOSE CARTAS-CNV.
           IF WKS-REP-ABIERTO = 1
               CLOSE REP-CNV.

           DISPLAY "CARTAS EMITIDAS: " WKS-CONT-CARTAS.
           DISPLAY "RESPUESTAS: ACEPTADAS " WKS-CONT-ACEPTADAS
                   " NO ACEPTADAS " WKS-CONT-RECHAZOS.
           DISPLAY "CASOS CONVERTIDOS: " WKS-CONT-CONVERTIDAS.
           DISPLAY "CASOS CERRADOS SIN RESPUESTA: " WKS-CONT-VENCIDAS.
           PERFORM 9000-GRABA-BITACORA.

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
           MOVE "CNV-NOM " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           COMPUTE LEIDOS-BIT = WKS-CONT-ACEPTADAS + WKS-CONT-RECHAZOS
                   + WKS-CONT-RECHAZADAS.
           COMPUTE ESCRITOS-BIT = WKS-CONT-CARTAS
                   + WKS-CONT-CONVERTIDAS + WKS-CONT-VENCIDAS.
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
