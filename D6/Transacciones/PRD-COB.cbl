      *MI PROGRAMA DE PRODUCTIVIDAD DE COBRADORES - RESUME GESTCOB
      *EN UN PERIODO: POR COBRADOR LAS LLAMADAS CAPTURADAS EN
      *GES-COB, LOS CONTACTOS LOGRADOS (SE REHUSA, PROMESA O DICE
      *HABER PAGADO), LAS PROMESAS Y SU MONTO, Y LO COBRADO DE
      *VERDAD SEGUN LOS PAGOS QUE COL-COB LE ACREDITO DESPUES DE
      *SU GESTION.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRD-COB.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GESTCOB ASSIGN TO DISK
                FILE STATUS IS WKS-FS-GEST.

           SELECT REP-PRD ASSIGN TO PRINTER.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD GESTCOB.
       01 REG-GESTION.
       COPY GESTCOPY.

       FD REP-PRD.
       01 LINEA-PRD              PIC X(132).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-EOF-GEST         PIC 9 VALUE 0.
       01 WKS-SIN-GESTCOB      PIC 9 VALUE 0.
       01 WKS-FS-GEST          PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-FECHA-HOY-R REDEFINES WKS-FECHA-HOY.
           03 WKS-HOY-AAAA         PIC 9(04).
           03 WKS-HOY-MM           PIC 9(02).
           03 WKS-HOY-DD           PIC 9(02).
       01 WKS-FECHA-DESDE      PIC 9(08) VALUE 0.
       01 WKS-FECHA-HASTA      PIC 9(08) VALUE 0.
       01 WKS-CONT-LEIDOS      PIC 9(07) VALUE 0.
       01 WKS-CONT-PERIODO     PIC 9(07) VALUE 0.

      *ACUMULADOS POR COBRADOR Y TOTALES DEL PERIODO.
       01 WKS-COB-COUNT        PIC 9(02) VALUE 0.
       01 WKS-COB-IDX          PIC 9(02) VALUE 0.
       01 WKS-COB-ENCONTRADO   PIC 9 VALUE 0.
       01 WKS-TABLA-COBRADORES.
          03 WKS-COB-ENTRY OCCURS 50 TIMES.
             05 WKS-COB-ID        PIC X(08).
             05 WKS-COB-LLAMADAS  PIC 9(05).
             05 WKS-COB-CONTACTOS PIC 9(05).
             05 WKS-COB-NO-CONT   PIC 9(05).
             05 WKS-COB-EQUIVOC   PIC 9(05).
             05 WKS-COB-PROMESAS  PIC 9(05).
             05 WKS-COB-PROMETIDO PIC 9(09)V99.
             05 WKS-COB-PAGOS-DEC PIC 9(05).
             05 WKS-COB-COBROS    PIC 9(05).
             05 WKS-COB-COBRADO   PIC 9(09)V99.
       01 WKS-TOTALES.
          03 WKS-TOT-LLAMADAS  PIC 9(06) VALUE 0.
          03 WKS-TOT-CONTACTOS PIC 9(06) VALUE 0.
          03 WKS-TOT-NO-CONT   PIC 9(06) VALUE 0.
          03 WKS-TOT-EQUIVOC   PIC 9(06) VALUE 0.
          03 WKS-TOT-PROMESAS  PIC 9(06) VALUE 0.
          03 WKS-TOT-PROMETIDO PIC 9(10)V99 VALUE 0.
          03 WKS-TOT-PAGOS-DEC PIC 9(06) VALUE 0.
          03 WKS-TOT-COBROS    PIC 9(06) VALUE 0.
          03 WKS-TOT-COBRADO   PIC 9(10)V99 VALUE 0.

       01 HEADER-L1-PRD.
            03 FILLER PIC X(25) VALUE SPACES.
            03 FILLER PIC X(45)
               VALUE "PRODUCTIVIDAD DE COBRADORES".

       01 HEADER-L2-PRD.
            03 FILLER PIC X(25) VALUE SPACES.
            03 FILLER PIC X(09) VALUE "PERIODO: ".
            03 WKS-DESDE-R     PIC 9(08).
            03 FILLER PIC X(03) VALUE " A ".
            03 WKS-HASTA-R     PIC 9(08).

       01 HEADER-CAMPOS-PRD.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(10) VALUE "COBRADOR".
            03 FILLER PIC X(10) VALUE "LLAMADAS".
            03 FILLER PIC X(10) VALUE "CONTACTOS".
            03 FILLER PIC X(08) VALUE "NO CON".
            03 FILLER PIC X(08) VALUE "EQUIV".
            03 FILLER PIC X(10) VALUE "PROMESAS".
            03 FILLER PIC X(16) VALUE "MONTO PROMETIDO".
            03 FILLER PIC X(08) VALUE "PAGO DEC".
            03 FILLER PIC X(08) VALUE "COBROS".
            03 FILLER PIC X(16) VALUE "MONTO COBRADO".

       01 DETALLE-PRD-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-COB-ID-R    PIC X(08).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-LLAMADAS-R  PIC ZZZ,ZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-CONTACTOS-R PIC ZZZ,ZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-NO-CONT-R   PIC ZZZ,ZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-EQUIVOC-R   PIC ZZZ,ZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-PROMESAS-R  PIC ZZZ,ZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-PROMETIDO-R PIC Z,ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-PAGOS-DEC-R PIC ZZZ,ZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-COBROS-R    PIC ZZZ,ZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-COBRADO-R   PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.

           IF WKS-SIN-GESTCOB = 0
               PERFORM 2000-PROCESO UNTIL WKS-EOF-GEST = 1
               CLOSE GESTCOB.

           PERFORM 2900-REPORTE.
           PERFORM 3000-FIN.
           STOP RUN.

      *EL PERIODO SE PIDE AL EJECUTAR; EN CERO TOMA DEL PRIMERO
      *DEL MES DE LA FECHA DE NEGOCIO HASTA ESA FECHA.
       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           DISPLAY "FECHA INICIAL DEL PERIODO (AAAAMMDD):" LINE 01
                                                       POSITION 03.
           ACCEPT WKS-FECHA-DESDE LINE 01 POSITION 42.
           DISPLAY "FECHA FINAL DEL PERIODO (AAAAMMDD):" LINE 02
                                                       POSITION 03.
           ACCEPT WKS-FECHA-HASTA LINE 02 POSITION 42.

           IF WKS-FECHA-HASTA = 0
               MOVE WKS-FECHA-HOY TO WKS-FECHA-HASTA.

           IF WKS-FECHA-DESDE = 0
               COMPUTE WKS-FECHA-DESDE = WKS-HOY-AAAA * 10000
                                       + WKS-HOY-MM * 100 + 1.

           OPEN INPUT GESTCOB.
           IF WKS-FS-GEST NOT = "00"
               MOVE 1 TO WKS-SIN-GESTCOB
               MOVE 1 TO WKS-EOF-GEST
           ELSE
               PERFORM 1010-LEER-GESTION.

       1010-LEER-GESTION.
           READ GESTCOB AT END MOVE 1 TO WKS-EOF-GEST.

           IF WKS-EOF-GEST = 0
               ADD 1 TO WKS-CONT-LEIDOS.

       2000-PROCESO.
           IF FECHA-GC NOT < WKS-FECHA-DESDE
              AND FECHA-GC NOT > WKS-FECHA-HASTA
               ADD 1 TO WKS-CONT-PERIODO
               PERFORM 2100-BUSCA-COBRADOR
               PERFORM 2200-ACUMULA.

           PERFORM 1010-LEER-GESTION.

       2100-BUSCA-COBRADOR.
           MOVE 0 TO WKS-COB-ENCONTRADO.
           MOVE 1 TO WKS-COB-IDX.

           PERFORM 2110-COMPARA-COBRADOR
               UNTIL WKS-COB-ENCONTRADO = 1
                  OR WKS-COB-IDX > WKS-COB-COUNT.

           IF WKS-COB-ENCONTRADO = 0
               IF WKS-COB-COUNT < 50
                   ADD 1 TO WKS-COB-COUNT
                   MOVE WKS-COB-COUNT TO WKS-COB-IDX
                   INITIALIZE WKS-COB-ENTRY (WKS-COB-IDX)
                   MOVE COBRADOR-GC TO WKS-COB-ID (WKS-COB-IDX)
               ELSE
                   MOVE WKS-COB-COUNT TO WKS-COB-IDX.

       2110-COMPARA-COBRADOR.
           IF WKS-COB-ID (WKS-COB-IDX) = COBRADOR-GC
               MOVE 1 TO WKS-COB-ENCONTRADO
           ELSE
               ADD 1 TO WKS-COB-IDX.

      *EL REGISTRO "C" NO ES LLAMADA: ES EL COBRO REAL QUE COL-COB
      *ACREDITO AL COBRADOR DE LA ULTIMA GESTION DEL CASO.
       2200-ACUMULA.
           IF GC-COBRADO
               ADD 1 TO WKS-COB-COBROS (WKS-COB-IDX)
               ADD MONTO-GC TO WKS-COB-COBRADO (WKS-COB-IDX)
               ADD 1 TO WKS-TOT-COBROS
               ADD MONTO-GC TO WKS-TOT-COBRADO
           ELSE
               ADD 1 TO WKS-COB-LLAMADAS (WKS-COB-IDX)
               ADD 1 TO WKS-TOT-LLAMADAS
               PERFORM 2210-ACUMULA-RESULTADO.

       2210-ACUMULA-RESULTADO.
           IF GC-CONTACTO
               ADD 1 TO WKS-COB-CONTACTOS (WKS-COB-IDX)
               ADD 1 TO WKS-TOT-CONTACTOS.

           IF GC-NO-CONTESTA
               ADD 1 TO WKS-COB-NO-CONT (WKS-COB-IDX)
               ADD 1 TO WKS-TOT-NO-CONT.

           IF GC-EQUIVOCADO
               ADD 1 TO WKS-COB-EQUIVOC (WKS-COB-IDX)
               ADD 1 TO WKS-TOT-EQUIVOC.

           IF GC-PROMESA
               ADD 1 TO WKS-COB-PROMESAS (WKS-COB-IDX)
               ADD MONTO-GC TO WKS-COB-PROMETIDO (WKS-COB-IDX)
               ADD 1 TO WKS-TOT-PROMESAS
               ADD MONTO-GC TO WKS-TOT-PROMETIDO.

           IF GC-PAGADO
               ADD 1 TO WKS-COB-PAGOS-DEC (WKS-COB-IDX)
               ADD 1 TO WKS-TOT-PAGOS-DEC.

       2900-REPORTE.
           OPEN OUTPUT REP-PRD.

           MOVE HEADER-L1-PRD TO LINEA-PRD.
           WRITE LINEA-PRD AFTER 1.

           MOVE WKS-FECHA-DESDE TO WKS-DESDE-R.
           MOVE WKS-FECHA-HASTA TO WKS-HASTA-R.
           MOVE HEADER-L2-PRD TO LINEA-PRD.
           WRITE LINEA-PRD AFTER 1.

           MOVE HEADER-CAMPOS-PRD TO LINEA-PRD.
           WRITE LINEA-PRD AFTER 2.

           MOVE 0 TO WKS-COB-IDX.
           PERFORM 2910-IMPRIME-COBRADOR WKS-COB-COUNT TIMES.

           MOVE "TOTAL"           TO WKS-COB-ID-R.
           MOVE WKS-TOT-LLAMADAS  TO WKS-LLAMADAS-R.
           MOVE WKS-TOT-CONTACTOS TO WKS-CONTACTOS-R.
           MOVE WKS-TOT-NO-CONT   TO WKS-NO-CONT-R.
           MOVE WKS-TOT-EQUIVOC   TO WKS-EQUIVOC-R.
           MOVE WKS-TOT-PROMESAS  TO WKS-PROMESAS-R.
           MOVE WKS-TOT-PROMETIDO TO WKS-PROMETIDO-R.
           MOVE WKS-TOT-PAGOS-DEC TO WKS-PAGOS-DEC-R.
           MOVE WKS-TOT-COBROS    TO WKS-COBROS-R.
           MOVE WKS-TOT-COBRADO   TO WKS-COBRADO-R.
           MOVE DETALLE-PRD-R TO LINEA-PRD.
           WRITE LINEA-PRD AFTER 2.

           CLOSE REP-PRD.

       2910-IMPRIME-COBRADOR.
           ADD 1 TO WKS-COB-IDX.

           MOVE WKS-COB-ID (WKS-COB-IDX)        TO WKS-COB-ID-R.
           MOVE WKS-COB-LLAMADAS (WKS-COB-IDX)  TO WKS-LLAMADAS-R.
           MOVE WKS-COB-CONTACTOS (WKS-COB-IDX) TO WKS-CONTACTOS-R.
           MOVE WKS-COB-NO-CONT (WKS-COB-IDX)   TO WKS-NO-CONT-R.
           MOVE WKS-COB-EQUIVOC (WKS-COB-IDX)   TO WKS-EQUIVOC-R.
           MOVE WKS-COB-PROMESAS (WKS-COB-IDX)  TO WKS-PROMESAS-R.
           MOVE WKS-COB-PROMETIDO (WKS-COB-IDX) TO WKS-PROMETIDO-R.
           MOVE WKS-COB-PAGOS-DEC (WKS-COB-IDX) TO WKS-PAGOS-DEC-R.
           MOVE WKS-COB-COBROS (WKS-COB-IDX)    TO WKS-COBROS-R.
           MOVE WKS-COB-COBRADO (WKS-COB-IDX)   TO WKS-COBRADO-R.

           MOVE DETALLE-PRD-R TO LINEA-PRD.
           WRITE LINEA-PRD AFTER 1.

       3000-FIN.
           DISPLAY "GESTIONES DEL PERIODO: " WKS-CONT-PERIODO.
           DISPLAY "COBRADORES: " WKS-COB-COUNT.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "PRD-COB " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDOS TO LEIDOS-BIT.
           MOVE WKS-COB-COUNT TO ESCRITOS-BIT.
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
