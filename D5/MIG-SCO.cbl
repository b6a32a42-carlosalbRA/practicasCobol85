      *MI PROGRAMA DE MIGRACION DE BANDAS DE CALIFICACION - REPORTE
      *MENSUAL QUE CRUZA LA BANDA DE CADA CLIENTE EN EL MES ANTERIOR
      *CONTRA SU BANDA EN EL MES REPORTADO, SEGUN LAS CALIFICACIONES
      *QUE CAL-SCO DEJA EN SCORECLI. LOS RENGLONES SON LA BANDA DEL
      *MES ANTERIOR (NUEVO SI NO TENIA) Y LAS COLUMNAS LA DEL MES
      *(SIN SCORE SI NO SE CALIFICO); AL PIE VAN LOS CLIENTES QUE
      *SUBIERON, BAJARON O SE QUEDARON EN SU BANDA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIG-SCO.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORECLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS SCORE-KEY
                FILE STATUS IS WKS-FS-SCO.

           SELECT REP-MIG ASSIGN TO PRINTER.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
      *CALIFICACIONES MENSUALES POR CLIENTE.
       FD SCORECLI.
       01 REG-SCORE.
       COPY COMPCOPY.

       FD REP-MIG.
       01 LINEA-MIG              PIC X(132).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-EOF-SCO          PIC 9 VALUE 0.
       01 WKS-FS-SCO           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-HAY-SCORECLI     PIC 9 VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-CONT-LEIDOS      PIC 9(06) VALUE 0.
       01 WKS-CONT-CLIENTES    PIC 9(06) VALUE 0.

       01 WKS-MES-PROCESO      PIC 9(06) VALUE 0.
       01 WKS-MES-ANTERIOR     PIC 9(06) VALUE 0.
       01 WKS-MES-ANTERIOR-R REDEFINES WKS-MES-ANTERIOR.
           03 WKS-ANT-AAAA         PIC 9(04).
           03 WKS-ANT-MM           PIC 9(02).

       01 WKS-FECHA-AUX        PIC 9(08).
       01 WKS-FECHA-AUX-R REDEFINES WKS-FECHA-AUX.
           03 WKS-AUX-AAAAMM       PIC 9(06).
           03 WKS-AUX-DD           PIC 9(02).

      *CLIENTE EN TURNO Y SU BANDA EN CADA UNO DE LOS DOS MESES;
      *LA POSICION SEIS ES NUEVO (RENGLON) O SIN SCORE (COLUMNA).
       01 WKS-CLIENTE-ACTUAL   PIC 9(06) VALUE 0.
       01 WKS-BANDA-ANT        PIC 9(01) VALUE 6.
       01 WKS-BANDA-MES        PIC 9(01) VALUE 6.
       01 WKS-BANDA-IDX        PIC 9(01) VALUE 0.
       01 WKS-BANDAS           PIC X(05) VALUE "ABCDE".

       01 WKS-REN-IDX          PIC 9(01) VALUE 0.
       01 WKS-COL-IDX          PIC 9(01) VALUE 0.
       01 WKS-TABLA-MIGRACION.
          03 WKS-MIG-RENGLON OCCURS 6 TIMES.
             05 WKS-MIG-CONT      PIC 9(06) OCCURS 6 TIMES.
       01 WKS-TABLA-TOT-COL.
          03 WKS-TOT-COL          PIC 9(06) OCCURS 6 TIMES.
       01 WKS-TOT-RENGLON      PIC 9(06) VALUE 0.
       01 WKS-TOT-GENERAL      PIC 9(06) VALUE 0.
       01 WKS-CONT-SUBIERON    PIC 9(06) VALUE 0.
       01 WKS-CONT-BAJARON     PIC 9(06) VALUE 0.
       01 WKS-CONT-SIN-CAMBIO  PIC 9(06) VALUE 0.

       01 WKS-NOMBRES-REN-INI.
            03 FILLER PIC X(10) VALUE "BANDA A".
            03 FILLER PIC X(10) VALUE "BANDA B".
            03 FILLER PIC X(10) VALUE "BANDA C".
            03 FILLER PIC X(10) VALUE "BANDA D".
            03 FILLER PIC X(10) VALUE "BANDA E".
            03 FILLER PIC X(10) VALUE "NUEVO".
       01 WKS-NOMBRES-REN REDEFINES WKS-NOMBRES-REN-INI.
            03 WKS-NOMBRE-REN  PIC X(10) OCCURS 6 TIMES.

       01 HEADER-L1-MIG.
            03 FILLER PIC X(20) VALUE SPACES.
            03 FILLER PIC X(42)
               VALUE "MIGRACION DE BANDAS DE CALIFICACION - MES ".
            03 WKS-MES-R       PIC 9(06).
            03 FILLER PIC X(15) VALUE " CONTRA MES ".
            03 WKS-MES-ANT-R   PIC 9(06).

       01 ENCAB-MIG-R.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(12) VALUE "MES ANTER.".
            03 FILLER PIC X(10) VALUE "   BANDA A".
            03 FILLER PIC X(10) VALUE "   BANDA B".
            03 FILLER PIC X(10) VALUE "   BANDA C".
            03 FILLER PIC X(10) VALUE "   BANDA D".
            03 FILLER PIC X(10) VALUE "   BANDA E".
            03 FILLER PIC X(10) VALUE " SIN SCORE".
            03 FILLER PIC X(10) VALUE "     TOTAL".

       01 DETALLE-MIG-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-MG-NOMBRE   PIC X(10).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-MG-COLUMNAS.
               05 WKS-MG-COL OCCURS 6 TIMES.
                  07 FILLER       PIC X(04).
                  07 WKS-MG-CONT  PIC ZZZZZ9.
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-MG-TOTAL    PIC ZZZZZ9.

       01 RESUMEN-MIG-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-RS-TEXTO    PIC X(40).
            03 WKS-RS-CONT     PIC ZZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-LEE-CALIFICACION UNTIL WKS-EOF-SCO = 1.
           PERFORM 2200-CIERRA-CLIENTE.
           PERFORM 4000-REPORTE-MIGRACION.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           DISPLAY "MES A REPORTAR (AAAAMM):" LINE 01 POSITION 03.
           ACCEPT WKS-MES-PROCESO LINE 01 POSITION 29.

           IF WKS-MES-PROCESO = 0
               MOVE WKS-FECHA-HOY TO WKS-FECHA-AUX
               MOVE WKS-AUX-AAAAMM TO WKS-MES-PROCESO.

           MOVE WKS-MES-PROCESO TO WKS-MES-ANTERIOR.
           IF WKS-ANT-MM > 1
               SUBTRACT 1 FROM WKS-ANT-MM
           ELSE
               MOVE 12 TO WKS-ANT-MM
               SUBTRACT 1 FROM WKS-ANT-AAAA.

           MOVE 1 TO WKS-REN-IDX.
           PERFORM 1100-LIMPIA-RENGLON 6 TIMES.

           OPEN OUTPUT REP-MIG.

      *SIN CALIFICACIONES TODAVIA EL REPORTE SALE EN CEROS.
           OPEN INPUT SCORECLI.
           IF WKS-FS-SCO = "00"
               MOVE 1 TO WKS-HAY-SCORECLI
               MOVE LOW-VALUES TO SCORE-KEY
               START SCORECLI KEY IS NOT < SCORE-KEY
                   INVALID KEY MOVE 1 TO WKS-EOF-SCO
               END-START
           ELSE
               MOVE 1 TO WKS-EOF-SCO.

           MOVE WKS-MES-PROCESO TO WKS-MES-R.
           MOVE WKS-MES-ANTERIOR TO WKS-MES-ANT-R.
           MOVE HEADER-L1-MIG TO LINEA-MIG.
           WRITE LINEA-MIG AFTER 1.

       1100-LIMPIA-RENGLON.
           MOVE 0 TO WKS-MIG-CONT (WKS-REN-IDX, 1)
                     WKS-MIG-CONT (WKS-REN-IDX, 2)
                     WKS-MIG-CONT (WKS-REN-IDX, 3)
                     WKS-MIG-CONT (WKS-REN-IDX, 4)
                     WKS-MIG-CONT (WKS-REN-IDX, 5)
                     WKS-MIG-CONT (WKS-REN-IDX, 6).
           MOVE 0 TO WKS-TOT-COL (WKS-REN-IDX).
           ADD 1 TO WKS-REN-IDX.

      *LAS CALIFICACIONES VIENEN JUNTAS POR CLIENTE; AL CAMBIAR DE
      *CLIENTE SE CUENTA EL ANTERIOR EN SU CASILLA.
       2000-LEE-CALIFICACION.
           READ SCORECLI NEXT AT END MOVE 1 TO WKS-EOF-SCO.

           IF WKS-EOF-SCO = 0
               ADD 1 TO WKS-CONT-LEIDOS
               IF ID-CLIENTE-CP NOT = WKS-CLIENTE-ACTUAL
                   PERFORM 2200-CIERRA-CLIENTE
                   MOVE ID-CLIENTE-CP TO WKS-CLIENTE-ACTUAL
               END-IF
               PERFORM 2100-TOMA-BANDA
           END-IF.

       2100-TOMA-BANDA.
           MOVE 0 TO WKS-BANDA-IDX.
           MOVE 1 TO WKS-COL-IDX.
           PERFORM 2110-BUSCA-BANDA 5 TIMES.

           IF WKS-BANDA-IDX > 0
               IF MES-CP = WKS-MES-PROCESO
                   MOVE WKS-BANDA-IDX TO WKS-BANDA-MES
               ELSE
                   IF MES-CP = WKS-MES-ANTERIOR
                       MOVE WKS-BANDA-IDX TO WKS-BANDA-ANT
                   END-IF
               END-IF
           END-IF.

       2110-BUSCA-BANDA.
           IF WKS-BANDAS (WKS-COL-IDX:1) = BANDA-CP
               MOVE WKS-COL-IDX TO WKS-BANDA-IDX.

           ADD 1 TO WKS-COL-IDX.

      *UN CLIENTE SIN CALIFICACION EN NINGUNO DE LOS DOS MESES NO
      *ENTRA AL CUADRO.
       2200-CIERRA-CLIENTE.
           IF WKS-BANDA-ANT < 6 OR WKS-BANDA-MES < 6
               ADD 1 TO WKS-MIG-CONT (WKS-BANDA-ANT, WKS-BANDA-MES)
               ADD 1 TO WKS-CONT-CLIENTES
               IF WKS-BANDA-ANT < 6 AND WKS-BANDA-MES < 6
                   IF WKS-BANDA-MES < WKS-BANDA-ANT
                       ADD 1 TO WKS-CONT-SUBIERON
                   ELSE
                       IF WKS-BANDA-MES > WKS-BANDA-ANT
                           ADD 1 TO WKS-CONT-BAJARON
                       ELSE
                           ADD 1 TO WKS-CONT-SIN-CAMBIO
                       END-IF
                   END-IF
               END-IF
           END-IF.

           MOVE 6 TO WKS-BANDA-ANT.
           MOVE 6 TO WKS-BANDA-MES.

      *CUADRO DE MIGRACION CON TOTALES POR RENGLON Y POR COLUMNA.
       4000-REPORTE-MIGRACION.
           MOVE ENCAB-MIG-R TO LINEA-MIG.
           WRITE LINEA-MIG AFTER 2.

           MOVE 1 TO WKS-REN-IDX.
           PERFORM 4100-IMPRIME-RENGLON 6 TIMES.

           MOVE SPACES TO DETALLE-MIG-R.
           MOVE "TOTAL" TO WKS-MG-NOMBRE.
           MOVE 0 TO WKS-TOT-GENERAL.
           MOVE 1 TO WKS-COL-IDX.
           PERFORM 4200-IMPRIME-TOTAL-COL 6 TIMES.
           MOVE WKS-TOT-GENERAL TO WKS-MG-TOTAL.
           MOVE DETALLE-MIG-R TO LINEA-MIG.
           WRITE LINEA-MIG AFTER 2.

           MOVE "CLIENTES QUE SUBIERON DE BANDA:" TO WKS-RS-TEXTO.
           MOVE WKS-CONT-SUBIERON TO WKS-RS-CONT.
           MOVE RESUMEN-MIG-R TO LINEA-MIG.
           WRITE LINEA-MIG AFTER 3.

           MOVE "CLIENTES QUE BAJARON DE BANDA:" TO WKS-RS-TEXTO.
           MOVE WKS-CONT-BAJARON TO WKS-RS-CONT.
           MOVE RESUMEN-MIG-R TO LINEA-MIG.
           WRITE LINEA-MIG AFTER 1.

           MOVE "CLIENTES SIN CAMBIO DE BANDA:" TO WKS-RS-TEXTO.
           MOVE WKS-CONT-SIN-CAMBIO TO WKS-RS-CONT.
           MOVE RESUMEN-MIG-R TO LINEA-MIG.
           WRITE LINEA-MIG AFTER 1.

       4100-IMPRIME-RENGLON.
           MOVE SPACES TO DETALLE-MIG-R.
           MOVE WKS-NOMBRE-REN (WKS-REN-IDX) TO WKS-MG-NOMBRE.
           MOVE 0 TO WKS-TOT-RENGLON.
           MOVE 1 TO WKS-COL-IDX.
           PERFORM 4110-IMPRIME-CASILLA 6 TIMES.
           MOVE WKS-TOT-RENGLON TO WKS-MG-TOTAL.

           MOVE DETALLE-MIG-R TO LINEA-MIG.
           WRITE LINEA-MIG AFTER 1.

           ADD 1 TO WKS-REN-IDX.

       4110-IMPRIME-CASILLA.
           MOVE WKS-MIG-CONT (WKS-REN-IDX, WKS-COL-IDX)
                                     TO WKS-MG-CONT (WKS-COL-IDX).
           ADD WKS-MIG-CONT (WKS-REN-IDX, WKS-COL-IDX)
                                     TO WKS-TOT-RENGLON.
           ADD WKS-MIG-CONT (WKS-REN-IDX, WKS-COL-IDX)
                                     TO WKS-TOT-COL (WKS-COL-IDX).
           ADD 1 TO WKS-COL-IDX.

       4200-IMPRIME-TOTAL-COL.
           MOVE WKS-TOT-COL (WKS-COL-IDX) TO WKS-MG-CONT (WKS-COL-IDX).
           ADD WKS-TOT-COL (WKS-COL-IDX) TO WKS-TOT-GENERAL.
           ADD 1 TO WKS-COL-IDX.

       3000-FIN.
           IF WKS-HAY-SCORECLI = 1
               CLOSE SCORECLI.
           CLOSE REP-MIG.

           DISPLAY "CALIFICACIONES LEIDAS: " WKS-CONT-LEIDOS.
           DISPLAY "CLIENTES EN EL CUADRO: " WKS-CONT-CLIENTES.

           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "MIG-SCO " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDOS TO LEIDOS-BIT.
           MOVE WKS-CONT-CLIENTES TO ESCRITOS-BIT.
           MOVE 0 TO RECHAZADOS-BIT.
           MOVE SPACES TO DETALLE-BIT.
           MOVE WKS-MES-PROCESO TO DETALLE-BIT (1:6).
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
