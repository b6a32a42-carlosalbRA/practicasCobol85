      *MI PROGRAMA DE ANTIGUEDAD DE PAGOS EN SUSPENSO - CLASIFICA
      *CADA PAGO NO IDENTIFICADO QUE SIGUE PENDIENTE POR LOS DIAS QUE
      *LLEVA DESDE QUE SE RECIBIO: 0-30, 31-60, 61-90 Y MAS DE 90,
      *CON EL MONTO EN SU COLUMNA Y LOS TOTALES POR RANGO, PARA QUE
      *EL DINERO SIN DUENO NO SE ACUMULE SIN QUE NADIE LO VEA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUS-ANT.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSO ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS FOLIO-SP
                FILE STATUS IS WKS-FS-SUSP.

           SELECT REP-SUS ASSIGN TO PRINTER.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
      *PAGOS NO IDENTIFICADOS EN ESPERA DE ASIGNACION.
       FD SUSPENSO.
       01 REG-SUSPENSO.
       COPY SUSPCOPY.

       FD REP-SUS.
       01 LINEA-SUS              PIC X(132).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-FS-SUSP          PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-EOF-SUSP         PIC 9 VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-CONT-LEIDOS      PIC 9(06) VALUE 0.
       01 WKS-CONT-PENDIENTES  PIC 9(06) VALUE 0.
       01 WKS-CONT-MAS-90      PIC 9(06) VALUE 0.
       01 WKS-DIAS-SUSPENSO    PIC 9(03) VALUE 0.
       01 WKS-DIAS-TOPE        PIC 9(03) VALUE 999.
       01 WKS-MONTO-EDIT       PIC Z,ZZZ,ZZ9.99.
       01 WKS-TOTAL-EDIT       PIC ZZ,ZZZ,ZZ9.99.

       01 WKS-TOT-30           PIC 9(09)V99 VALUE 0.
       01 WKS-TOT-60           PIC 9(09)V99 VALUE 0.
       01 WKS-TOT-90           PIC 9(09)V99 VALUE 0.
       01 WKS-TOT-MAS-90       PIC 9(09)V99 VALUE 0.
       01 WKS-TOT-SUSPENSO     PIC 9(09)V99 VALUE 0.

       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.

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

       01 HEADER-L1-SUS.
            03 FILLER PIC X(30) VALUE SPACES.
            03 FILLER PIC X(40)
                      VALUE "ANTIGUEDAD DE PAGOS EN SUSPENSO".

       01 HEADER-L2-SUS.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(18) VALUE "FECHA DE NEGOCIO: ".
            03 WKS-HOY-R       PIC 9(08).

       01 HEADER-CAMPOS-SUS.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(08) VALUE "FOLIO".
            03 FILLER PIC X(05) VALUE "ORG".
            03 FILLER PIC X(10) VALUE "PAGADO".
            03 FILLER PIC X(10) VALUE "BANCO".
            03 FILLER PIC X(17) VALUE "REFERENCIA".
            03 FILLER PIC X(05) VALUE "DIAS".
            03 FILLER PIC X(13) VALUE "         0-30".
            03 FILLER PIC X(13) VALUE "        31-60".
            03 FILLER PIC X(13) VALUE "        61-90".
            03 FILLER PIC X(13) VALUE "    MAS DE 90".

       01 DETALLE-SUS-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-FOLIO-R     PIC 9(06).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-ORIGEN-R    PIC X(03).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-PAGADO-R    PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-BANCO-R     PIC X(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-REFER-R     PIC X(15).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-DIAS-R      PIC ZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-COL-30-R    PIC X(13).
            03 WKS-COL-60-R    PIC X(13).
            03 WKS-COL-90-R    PIC X(13).
            03 WKS-COL-MAS-R   PIC X(13).

       01 TOTALES-SUS-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(16) VALUE "TOTAL POR RANGO:".
            03 FILLER          PIC X(39) VALUE SPACES.
            03 WKS-TOT-30-R    PIC X(13).
            03 WKS-TOT-60-R    PIC X(13).
            03 WKS-TOT-90-R    PIC X(13).
            03 WKS-TOT-MAS-R   PIC X(13).

       01 FOOTER-SUS-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-TOT-ETIQ-R  PIC X(32).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-TOT-NUM-R   PIC ZZZZZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-TOT-MON-R   PIC $ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-EOF-SUSP = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN INPUT SUSPENSO.
           OPEN OUTPUT REP-SUS.

           MOVE HEADER-L1-SUS TO LINEA-SUS.
           WRITE LINEA-SUS AFTER 1.
           MOVE WKS-FECHA-HOY TO WKS-HOY-R.
           MOVE HEADER-L2-SUS TO LINEA-SUS.
           WRITE LINEA-SUS AFTER 2.
           MOVE HEADER-CAMPOS-SUS TO LINEA-SUS.
           WRITE LINEA-SUS AFTER 2.

           IF WKS-FS-SUSP NOT = "00"
               MOVE 1 TO WKS-EOF-SUSP
           ELSE
               MOVE 0 TO FOLIO-SP
               START SUSPENSO KEY IS > FOLIO-SP
                   INVALID KEY MOVE 1 TO WKS-EOF-SUSP
               END-START.

       2000-PROCESO.
           READ SUSPENSO NEXT AT END MOVE 1 TO WKS-EOF-SUSP.

           IF WKS-EOF-SUSP = 0
               ADD 1 TO WKS-CONT-LEIDOS
               IF SUSP-PENDIENTE
                   PERFORM 2010-CLASIFICA-SUSPENSO
               END-IF
           END-IF.

       2010-CLASIFICA-SUSPENSO.
           PERFORM 2020-CUENTA-DIAS-SUSPENSO.

           MOVE FOLIO-SP          TO WKS-FOLIO-R.
           MOVE ORIGEN-SP         TO WKS-ORIGEN-R.
           MOVE FECHA-PAGO-SP     TO WKS-PAGADO-R.
           MOVE BANCO-SP          TO WKS-BANCO-R.
           MOVE REFERENCIA-SP     TO WKS-REFER-R.
           MOVE WKS-DIAS-SUSPENSO TO WKS-DIAS-R.

           MOVE SPACES TO WKS-COL-30-R.
           MOVE SPACES TO WKS-COL-60-R.
           MOVE SPACES TO WKS-COL-90-R.
           MOVE SPACES TO WKS-COL-MAS-R.

           MOVE MONTO-SP TO WKS-MONTO-EDIT.

           IF WKS-DIAS-SUSPENSO < 31
               MOVE WKS-MONTO-EDIT TO WKS-COL-30-R
               ADD MONTO-SP TO WKS-TOT-30
           ELSE
             IF WKS-DIAS-SUSPENSO < 61
               MOVE WKS-MONTO-EDIT TO WKS-COL-60-R
               ADD MONTO-SP TO WKS-TOT-60
             ELSE
               IF WKS-DIAS-SUSPENSO < 91
                   MOVE WKS-MONTO-EDIT TO WKS-COL-90-R
                   ADD MONTO-SP TO WKS-TOT-90
               ELSE
                   MOVE WKS-MONTO-EDIT TO WKS-COL-MAS-R
                   ADD MONTO-SP TO WKS-TOT-MAS-90
                   ADD 1 TO WKS-CONT-MAS-90.

           MOVE DETALLE-SUS-R TO LINEA-SUS.
           WRITE LINEA-SUS AFTER 1.

           ADD 1 TO WKS-CONT-PENDIENTES.
           ADD MONTO-SP TO WKS-TOT-SUSPENSO.

      *AVANZA LA FECHA DEL PAGO UN DIA A LA VEZ HASTA LA FECHA DE
      *NEGOCIO; SE TOPA EN 999 PARA PARTIDAS MUY VIEJAS.
       2020-CUENTA-DIAS-SUSPENSO.
           MOVE 0 TO WKS-DIAS-SUSPENSO.
           MOVE FECHA-PAGO-SP TO WKS-FECHA-AVANCE.

           PERFORM 2021-SUMA-UN-DIA
               UNTIL WKS-FECHA-AVANCE NOT < WKS-FECHA-HOY
                  OR WKS-DIAS-SUSPENSO = WKS-DIAS-TOPE.

       2021-SUMA-UN-DIA.
           PERFORM 2022-CALCULA-DIAS-MAX.

           ADD 1 TO WKS-AVA-DD.
           IF WKS-AVA-DD > WKS-DIAS-MAX
              MOVE 1 TO WKS-AVA-DD
              ADD 1 TO WKS-AVA-MM
              IF WKS-AVA-MM > 12
                 MOVE 1 TO WKS-AVA-MM
                 ADD 1 TO WKS-AVA-AAAA.

           ADD 1 TO WKS-DIAS-SUSPENSO.

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
           MOVE WKS-TOT-30        TO WKS-TOTAL-EDIT.
           MOVE WKS-TOTAL-EDIT    TO WKS-TOT-30-R.
           MOVE WKS-TOT-60        TO WKS-TOTAL-EDIT.
           MOVE WKS-TOTAL-EDIT    TO WKS-TOT-60-R.
           MOVE WKS-TOT-90        TO WKS-TOTAL-EDIT.
           MOVE WKS-TOTAL-EDIT    TO WKS-TOT-90-R.
           MOVE WKS-TOT-MAS-90    TO WKS-TOTAL-EDIT.
           MOVE WKS-TOTAL-EDIT    TO WKS-TOT-MAS-R.

           MOVE TOTALES-SUS-R TO LINEA-SUS.
           WRITE LINEA-SUS AFTER 2.

           MOVE "PAGOS PENDIENTES EN SUSPENSO" TO WKS-TOT-ETIQ-R.
           MOVE WKS-CONT-PENDIENTES TO WKS-TOT-NUM-R.
           MOVE WKS-TOT-SUSPENSO TO WKS-TOT-MON-R.
           MOVE FOOTER-SUS-R TO LINEA-SUS.
           WRITE LINEA-SUS AFTER 2.

           MOVE "CON MAS DE 90 DIAS" TO WKS-TOT-ETIQ-R.
           MOVE WKS-CONT-MAS-90 TO WKS-TOT-NUM-R.
           MOVE WKS-TOT-MAS-90 TO WKS-TOT-MON-R.
           MOVE FOOTER-SUS-R TO LINEA-SUS.
           WRITE LINEA-SUS AFTER 1.

           IF WKS-FS-SUSP = "00"
               CLOSE SUSPENSO.
           CLOSE REP-SUS.

           DISPLAY "PAGOS EN SUSPENSO: " WKS-CONT-PENDIENTES
                   "  MONTO: " WKS-TOT-SUSPENSO.
           PERFORM 9100-GRABA-BITACORA.

       9100-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "SUS-ANT " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDOS TO LEIDOS-BIT.
           MOVE WKS-CONT-PENDIENTES TO ESCRITOS-BIT.
           MOVE WKS-CONT-MAS-90 TO RECHAZADOS-BIT.
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
