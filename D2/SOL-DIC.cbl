      *MI PROGRAMA DE DICTAMEN DE SOLICITUDES DE CREDITO - CARGA EL
      *ARCHIVO DE RESPUESTA DEL BURO CONTRA LAS SOLICITUDES
      *CAPTURADAS EN SOL-CRE Y DICTAMINA CADA UNA CON REGLAS FIJAS:
      *DECLINA POR INGRESO, HISTORIAL, CALIFICACION O CAPACIDAD DE
      *PAGO; REFIERE A UN ANALISTA LO DUDOSO (SIN HISTORIAL,
      *CALIFICACION MARGINAL, MUCHAS CONSULTAS); Y APRUEBA EL RESTO
      *CON UN LIMITE PROPUESTO SOBRE EL INGRESO LIBRE. A TODA
      *SOLICITUD DECLINADA SIN CARTA (AUTOMATICA O DEL ANALISTA) LE
      *SALE SU CARTA DE RESPUESTA CON CONSTANCIA EN CORRHIST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOL-DIC.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLICITUDES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS FOLIO-SOL
                ALTERNATE RECORD KEY IS RFC-SOL WITH DUPLICATES
                FILE STATUS IS WKS-FS-SOL.

           SELECT BURORSP ASSIGN TO DISK
                FILE STATUS IS WKS-FS-RSP.

           SELECT CORRHIST ASSIGN TO DISK.

           SELECT REP-DIC ASSIGN TO PRINTER.

           SELECT CARTAS-SOL ASSIGN TO PRINTER.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD SOLICITUDES.
       01 REG-SOL.
       COPY SOLCOPY.

      *RESPUESTA DEL BURO A LAS CONSULTAS DE SOLICITANTES: UN
      *REGISTRO POR FOLIO CONSULTADO, CON EL RFC PARA CONFIRMAR QUE
      *LA RESPUESTA ES DE LA MISMA PERSONA.
       FD BURORSP.
       01 REG-BURORSP.
        03 FOLIO-BR           PIC 9(06).
        03 RFC-BR             PIC X(13).
        03 SCORE-BR           PIC 9(03).
        03 PEOR-MOP-BR        PIC 9(01).
        03 PAGOS-BR           PIC 9(07)V99.
        03 CONSULTAS-BR       PIC 9(02).

      *HISTORIAL DE CORRESPONDENCIA COMPARTIDO - EL SOLICITANTE
      *DECLINADO NO TIENE ID DE CLIENTE, ASI QUE SU CARTA QUEDA CON
      *CLIENTE CERO Y EL FOLIO DE LA SOLICITUD COMO REFERENCIA.
       FD CORRHIST.
       01 REG-CORRHIST.
        03 ID-CLIENTE-CH      PIC 9(06).
        03 FECHA-CH           PIC 9(08).
        03 TIPO-DOC-CH        PIC X(10).
        03 CANAL-CH           PIC X(05).
        03 REFERENCIA-CH      PIC 9(08).

       FD REP-DIC.
       01 LINEA-DIC              PIC X(132).

       FD CARTAS-SOL.
       01 LINEA-CARTA            PIC X(132).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-FS-SOL           PIC X(02) VALUE "00".
       01 WKS-FS-RSP           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-EOF-RSP          PIC 9 VALUE 0.
       01 WKS-EOF-SOL          PIC 9 VALUE 0.
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-MOTIVO-RECHAZO   PIC X(30) VALUE SPACES.

      *REGLAS DEL DICTAMEN. EL INGRESO MINIMO ES MENSUAL; LA
      *CAPACIDAD ES LA PARTE DEL INGRESO QUE YA SE VA EN PAGOS
      *REPORTADOS POR EL BURO; EL LIMITE SE REDONDEA A CIENTOS Y SE
      *TOPA EN EL MAXIMO DE LA CASA.
       01 WKS-INGRESO-MINIMO   PIC 9(07)V99 VALUE 5000.00.
       01 WKS-MOP-MAXIMO       PIC 9(01) VALUE 3.
       01 WKS-SCORE-DECLINA    PIC 9(03) VALUE 550.
       01 WKS-SCORE-REFIERE    PIC 9(03) VALUE 650.
       01 WKS-SCORE-ALTO       PIC 9(03) VALUE 750.
       01 WKS-PCT-CAPACIDAD    PIC 9(01)V99 VALUE 0.40.
       01 WKS-CONSULTAS-MAX    PIC 9(02) VALUE 05.
       01 WKS-LIMITE-MAXIMO    PIC 9(07)V99 VALUE 200000.00.
       01 WKS-FACTOR-LIMITE    PIC 9(01)V9 VALUE 0.
       01 WKS-PCT-ENDEUDA      PIC 9(03)V9999 VALUE 0.
       01 WKS-INGRESO-LIBRE    PIC 9(07)V99 VALUE 0.
       01 WKS-CIENTOS          PIC 9(07) VALUE 0.

       01 WKS-CONT-LEIDAS      PIC 9(06) VALUE 0.
       01 WKS-CONT-RECHAZADAS  PIC 9(06) VALUE 0.
       01 WKS-CONT-APROBADAS   PIC 9(06) VALUE 0.
       01 WKS-CONT-REFERIDAS   PIC 9(06) VALUE 0.
       01 WKS-CONT-DECLINADAS  PIC 9(06) VALUE 0.
       01 WKS-CONT-CARTAS      PIC 9(06) VALUE 0.

       01 HEADER-L1-DIC.
            03 FILLER PIC X(30) VALUE SPACES.
            03 FILLER PIC X(40)
                      VALUE "DICTAMEN DE SOLICITUDES DE CREDITO".

       01 HEADER-L2-DIC.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(18) VALUE "FECHA DE NEGOCIO: ".
            03 WKS-HOY-R       PIC 9(08).

       01 HEADER-CAMPOS-DIC.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(08) VALUE "FOLIO".
            03 FILLER PIC X(22) VALUE "SOLICITANTE".
            03 FILLER PIC X(07) VALUE "SCORE".
            03 FILLER PIC X(05) VALUE "MOP".
            03 FILLER PIC X(14) VALUE "INGRESO".
            03 FILLER PIC X(11) VALUE "DICTAMEN".
            03 FILLER PIC X(08) VALUE "MOTIVO".
            03 FILLER PIC X(14) VALUE "LIMITE PROP.".

       01 DETALLE-DIC-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-FOLIO-R     PIC 9(06).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-NOMBRE-R    PIC A(20).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-SCORE-R     PIC ZZ9.
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-MOP-R       PIC 9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-INGRESO-R   PIC Z,ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-DICTAMEN-R  PIC X(10).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-MOTIVO-R    PIC X(02).
            03 FILLER          PIC X(06) VALUE SPACES.
            03 WKS-LIMITE-R    PIC Z,ZZZ,ZZ9.99.

       01 DETALLE-RECH-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(18) VALUE "RESPUESTA OMITIDA ".
            03 WKS-FOLIO-RCH-R PIC 9(06).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-RAZON-RCH-R PIC X(30).

       01 FOOTER-DIC-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(12) VALUE "APROBADAS: ".
            03 WKS-TOT-APR-R   PIC ZZZ,ZZ9.
            03 FILLER          PIC X(13) VALUE "  REFERIDAS: ".
            03 WKS-TOT-REF-R   PIC ZZZ,ZZ9.
            03 FILLER          PIC X(14) VALUE "  DECLINADAS: ".
            03 WKS-TOT-DEC-R   PIC ZZZ,ZZ9.
            03 FILLER          PIC X(11) VALUE "  CARTAS: ".
            03 WKS-TOT-CAR-R   PIC ZZZ,ZZ9.

       01 CARTA-SOL-L1.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(12) VALUE "ESTIMADO(A) ".
            03 WKS-CARTA-NOMBRE-R PIC A(20).

       01 CARTA-SOL-L2.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(39) VALUE
               "LAMENTAMOS INFORMARLE QUE SU SOLICITUD ".
            03 WKS-CARTA-FOLIO-R PIC 9(06).
            03 FILLER          PIC X(24) VALUE
               " NO FUE APROBADA POR EL ".
            03 FILLER          PIC X(18) VALUE "SIGUIENTE MOTIVO:".

       01 CARTA-SOL-L3.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-CARTA-MOTIVO-R PIC X(60).

       01 CARTA-SOL-L4.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(60) VALUE
               "PUEDE SOLICITAR GRATUITAMENTE SU REPORTE DE CREDITO".
            03 FILLER          PIC X(30) VALUE
               " AL BURO Y VOLVER A SOLICITAR".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-EOF-RSP = 1.
           PERFORM 3000-CARTAS-PENDIENTES.
           PERFORM 4000-FIN.
           STOP RUN.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN I-O SOLICITUDES.
           IF WKS-FS-SOL = "35"
               OPEN OUTPUT SOLICITUDES
               CLOSE SOLICITUDES
               OPEN I-O SOLICITUDES.

           OPEN OUTPUT REP-DIC.
           OPEN OUTPUT CARTAS-SOL.

           MOVE HEADER-L1-DIC TO LINEA-DIC.
           WRITE LINEA-DIC AFTER 1.
           MOVE WKS-FECHA-HOY TO WKS-HOY-R.
           MOVE HEADER-L2-DIC TO LINEA-DIC.
           WRITE LINEA-DIC AFTER 2.
           MOVE HEADER-CAMPOS-DIC TO LINEA-DIC.
           WRITE LINEA-DIC AFTER 2.

      *SIN ARCHIVO DE RESPUESTA LA CORRIDA SOLO EMITE LAS CARTAS
      *PENDIENTES DE LAS DECLINADAS POR ANALISTA.
           OPEN INPUT BURORSP.
           IF WKS-FS-RSP NOT = "00"
               MOVE 1 TO WKS-EOF-RSP
           ELSE
               PERFORM 1010-LEER-RESPUESTA.

       1010-LEER-RESPUESTA.
           READ BURORSP AT END MOVE 1 TO WKS-EOF-RSP.

       2000-PROCESO.
           ADD 1 TO WKS-CONT-LEIDAS.
           PERFORM 2010-APLICA-RESPUESTA THRU 2010-FIN.
           PERFORM 1010-LEER-RESPUESTA.

      *LA RESPUESTA SOLO SE TOMA PARA UNA SOLICITUD QUE SIGUE
      *ESPERANDO BURO Y CUYO RFC COINCIDE; LO DEMAS SE LISTA COMO
      *OMITIDO PARA QUE SE ACLARE CON EL BURO.
       2010-APLICA-RESPUESTA.
           MOVE FOLIO-BR TO FOLIO-SOL.
           READ SOLICITUDES INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                            NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 1
               MOVE "FOLIO NO EXISTE" TO WKS-MOTIVO-RECHAZO
               PERFORM 2090-LISTA-OMITIDA
               GO TO 2010-FIN.

           IF RFC-SOL NOT = RFC-BR
               MOVE "RFC NO COINCIDE" TO WKS-MOTIVO-RECHAZO
               PERFORM 2090-LISTA-OMITIDA
               GO TO 2010-FIN.

           IF ESTADO-SOL NOT = "C"
               MOVE "SOLICITUD YA DICTAMINADA" TO WKS-MOTIVO-RECHAZO
               PERFORM 2090-LISTA-OMITIDA
               GO TO 2010-FIN.

           MOVE WKS-FECHA-HOY TO FECHA-BURO-SOL.
           MOVE SCORE-BR      TO SCORE-BURO-SOL.
           MOVE PEOR-MOP-BR   TO PEOR-MOP-SOL.
           MOVE PAGOS-BR      TO PAGOS-BURO-SOL.
           MOVE CONSULTAS-BR  TO CONSULTAS-SOL.

           PERFORM 2100-DICTAMINA THRU 2100-FIN.

           MOVE WKS-FECHA-HOY TO FECHA-DICT-SOL.
           MOVE "SOL-DIC "    TO OPERADOR-DICT-SOL.
           REWRITE REG-SOL.

           PERFORM 2200-IMPRIME-DICTAMEN.

       2010-FIN.
           EXIT.

      *EL ORDEN DE LAS REGLAS IMPORTA: PRIMERO LO QUE DECLINA SIN
      *DISCUSION, LUEGO LO QUE SOLO UN ANALISTA PUEDE DECIDIR, Y
      *AL FINAL LA APROBACION CON SU LIMITE.
       2100-DICTAMINA.
           MOVE 0 TO LIMITE-PROP-SOL.
           MOVE "D" TO ESTADO-SOL.

           IF INGRESO-SOL < WKS-INGRESO-MINIMO
               MOVE "IN" TO MOTIVO-SOL
               GO TO 2100-FIN.

           IF PEOR-MOP-SOL > WKS-MOP-MAXIMO
               MOVE "MP" TO MOTIVO-SOL
               GO TO 2100-FIN.

           IF SCORE-BURO-SOL > 0
              AND SCORE-BURO-SOL < WKS-SCORE-DECLINA
               MOVE "SB" TO MOTIVO-SOL
               GO TO 2100-FIN.

           COMPUTE WKS-PCT-ENDEUDA ROUNDED =
               PAGOS-BURO-SOL / INGRESO-SOL.

           IF WKS-PCT-ENDEUDA > WKS-PCT-CAPACIDAD
               MOVE "CE" TO MOTIVO-SOL
               GO TO 2100-FIN.

           MOVE "R" TO ESTADO-SOL.

           IF SCORE-BURO-SOL = 0
               MOVE "SH" TO MOTIVO-SOL
               GO TO 2100-FIN.

           IF SCORE-BURO-SOL < WKS-SCORE-REFIERE
               MOVE "SM" TO MOTIVO-SOL
               GO TO 2100-FIN.

           IF CONSULTAS-SOL > WKS-CONSULTAS-MAX
               MOVE "CM" TO MOTIVO-SOL
               GO TO 2100-FIN.

           MOVE "A"  TO ESTADO-SOL.
           MOVE "AU" TO MOTIVO-SOL.

           IF SCORE-BURO-SOL NOT < WKS-SCORE-ALTO
               MOVE 3 TO WKS-FACTOR-LIMITE
           ELSE
               MOVE 2 TO WKS-FACTOR-LIMITE.

           COMPUTE WKS-INGRESO-LIBRE = INGRESO-SOL - PAGOS-BURO-SOL.

           COMPUTE WKS-CIENTOS =
               WKS-INGRESO-LIBRE * WKS-FACTOR-LIMITE / 100.
           COMPUTE LIMITE-PROP-SOL = WKS-CIENTOS * 100.

           IF LIMITE-PROP-SOL > WKS-LIMITE-MAXIMO
               MOVE WKS-LIMITE-MAXIMO TO LIMITE-PROP-SOL.

       2100-FIN.
           IF ESTADO-SOL = "A"
               ADD 1 TO WKS-CONT-APROBADAS.
           IF ESTADO-SOL = "R"
               ADD 1 TO WKS-CONT-REFERIDAS.
           IF ESTADO-SOL = "D"
               ADD 1 TO WKS-CONT-DECLINADAS.

       2200-IMPRIME-DICTAMEN.
           MOVE FOLIO-SOL      TO WKS-FOLIO-R.
           MOVE NOMBRE-SOL     TO WKS-NOMBRE-R.
           MOVE SCORE-BURO-SOL TO WKS-SCORE-R.
           MOVE PEOR-MOP-SOL   TO WKS-MOP-R.
           MOVE INGRESO-SOL    TO WKS-INGRESO-R.
           MOVE MOTIVO-SOL     TO WKS-MOTIVO-R.
           MOVE LIMITE-PROP-SOL TO WKS-LIMITE-R.

           MOVE "DECLINADA" TO WKS-DICTAMEN-R.
           IF ESTADO-SOL = "A"
               MOVE "APROBADA" TO WKS-DICTAMEN-R.
           IF ESTADO-SOL = "R"
               MOVE "REFERIDA" TO WKS-DICTAMEN-R.

           MOVE DETALLE-DIC-R TO LINEA-DIC.
           WRITE LINEA-DIC AFTER 1.

       2090-LISTA-OMITIDA.
           ADD 1 TO WKS-CONT-RECHAZADAS.
           MOVE FOLIO-BR TO WKS-FOLIO-RCH-R.
           MOVE WKS-MOTIVO-RECHAZO TO WKS-RAZON-RCH-R.
           MOVE DETALLE-RECH-R TO LINEA-DIC.
           WRITE LINEA-DIC AFTER 1.

      *BARRIDO DE DECLINADAS SIN CARTA: LAS DE ESTA CORRIDA Y LAS
      *QUE UN ANALISTA DECLINO EN SOL-CRE DESDE LA ANTERIOR.
       3000-CARTAS-PENDIENTES.
           MOVE 0 TO FOLIO-SOL.
           START SOLICITUDES KEY IS > FOLIO-SOL
               INVALID KEY MOVE 1 TO WKS-EOF-SOL
               NOT INVALID KEY MOVE 0 TO WKS-EOF-SOL
           END-START.

           PERFORM 3010-LEER-SOLICITUD UNTIL WKS-EOF-SOL = 1.

       3010-LEER-SOLICITUD.
           READ SOLICITUDES NEXT AT END MOVE 1 TO WKS-EOF-SOL.

           IF WKS-EOF-SOL = 0
               IF ESTADO-SOL = "D" AND FECHA-CARTA-SOL = 0
                   PERFORM 3020-EMITE-CARTA
               END-IF
           END-IF.

       3020-EMITE-CARTA.
           MOVE NOMBRE-SOL TO WKS-CARTA-NOMBRE-R.
           MOVE CARTA-SOL-L1 TO LINEA-CARTA.
           WRITE LINEA-CARTA AFTER PAGE.

           MOVE FOLIO-SOL TO WKS-CARTA-FOLIO-R.
           MOVE CARTA-SOL-L2 TO LINEA-CARTA.
           WRITE LINEA-CARTA AFTER 2.

           MOVE "NO CUMPLE CON LAS POLITICAS DE OTORGAMIENTO"
                                         TO WKS-CARTA-MOTIVO-R.
           IF MOTIVO-SOL = "IN"
               MOVE "INGRESO COMPROBABLE INSUFICIENTE"
                                         TO WKS-CARTA-MOTIVO-R.
           IF MOTIVO-SOL = "MP"
               MOVE "ATRASOS EN SU HISTORIAL DE CREDITO"
                                         TO WKS-CARTA-MOTIVO-R.
           IF MOTIVO-SOL = "SB"
               MOVE "CALIFICACION DE BURO DE CREDITO INSUFICIENTE"
                                         TO WKS-CARTA-MOTIVO-R.
           IF MOTIVO-SOL = "CE"
               MOVE "NIVEL DE ENDEUDAMIENTO ACTUAL ELEVADO"
                                         TO WKS-CARTA-MOTIVO-R.

           MOVE CARTA-SOL-L3 TO LINEA-CARTA.
           WRITE LINEA-CARTA AFTER 2.

           MOVE CARTA-SOL-L4 TO LINEA-CARTA.
           WRITE LINEA-CARTA AFTER 2.

           MOVE 0              TO ID-CLIENTE-CH.
           MOVE WKS-FECHA-HOY  TO FECHA-CH.
           MOVE "DECLINA"      TO TIPO-DOC-CH.
           MOVE "PAPEL"        TO CANAL-CH.
           MOVE FOLIO-SOL      TO REFERENCIA-CH.

           OPEN EXTEND CORRHIST.
           WRITE REG-CORRHIST.
           CLOSE CORRHIST.

           MOVE WKS-FECHA-HOY TO FECHA-CARTA-SOL.
           REWRITE REG-SOL.

           ADD 1 TO WKS-CONT-CARTAS.

       4000-FIN.
           MOVE WKS-CONT-APROBADAS  TO WKS-TOT-APR-R.
           MOVE WKS-CONT-REFERIDAS  TO WKS-TOT-REF-R.
           MOVE WKS-CONT-DECLINADAS TO WKS-TOT-DEC-R.
           MOVE WKS-CONT-CARTAS     TO WKS-TOT-CAR-R.
           MOVE FOOTER-DIC-R TO LINEA-DIC.
           WRITE LINEA-DIC AFTER 2.

           IF WKS-FS-RSP = "00"
               CLOSE BURORSP.

           CLOSE SOLICITUDES.
           CLOSE REP-DIC.
           CLOSE CARTAS-SOL.

           DISPLAY "RESPUESTAS LEIDAS: " WKS-CONT-LEIDAS.
           DISPLAY "APROBADAS: " WKS-CONT-APROBADAS
                   " REFERIDAS: " WKS-CONT-REFERIDAS
                   " DECLINADAS: " WKS-CONT-DECLINADAS.
           DISPLAY "CARTAS EMITIDAS: " WKS-CONT-CARTAS.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "SOL-DIC " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDAS TO LEIDOS-BIT.
           COMPUTE ESCRITOS-BIT = WKS-CONT-APROBADAS
                   + WKS-CONT-REFERIDAS + WKS-CONT-DECLINADAS.
           MOVE WKS-CONT-RECHAZADAS TO RECHAZADOS-BIT.
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
