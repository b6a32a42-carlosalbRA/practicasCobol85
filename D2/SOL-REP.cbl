      *MI PROGRAMA DE REPORTE MENSUAL DE SOLICITUDES DE CREDITO -
      *CONTESTA CUANTAS SOLICITUDES SE DICTAMINARON EN EL MES Y CON
      *QUE RESULTADO: APROBADAS, REFERIDAS Y DECLINADAS POR MOTIVO,
      *Y LAS DECLINADAS ABIERTAS POR SUCURSAL. EL MES ES EL ANTERIOR
      *A LA FECHA DE NEGOCIO SALVO QUE SE CAPTURE OTRO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOL-REP.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLICITUDES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS FOLIO-SOL
                ALTERNATE RECORD KEY IS RFC-SOL WITH DUPLICATES
                FILE STATUS IS WKS-FS-SOL.

           SELECT REP-SOL ASSIGN TO PRINTER.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD SOLICITUDES.
       01 REG-SOL.
       COPY SOLCOPY.

       FD REP-SOL.
       01 LINEA-SOL              PIC X(132).

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
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-EOF-SOL          PIC 9 VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-MES-CAPTURA      PIC 9(06) VALUE 0.

       01 WKS-MES-REPORTE      PIC 9(06) VALUE 0.
       01 WKS-MES-REPORTE-R REDEFINES WKS-MES-REPORTE.
           03 WKS-MES-AAAA         PIC 9(04).
           03 WKS-MES-MM           PIC 9(02).

       01 WKS-CONT-LEIDAS      PIC 9(06) VALUE 0.
       01 WKS-CONT-DEL-MES     PIC 9(06) VALUE 0.
       01 WKS-CONT-APROBADAS   PIC 9(06) VALUE 0.
       01 WKS-CONT-REFERIDAS   PIC 9(06) VALUE 0.
       01 WKS-CONT-DECLINADAS  PIC 9(06) VALUE 0.
       01 WKS-CONT-PENDIENTES  PIC 9(06) VALUE 0.
       01 WKS-LIMITE-APROBADO  PIC 9(11)V99 VALUE 0.

      *MOTIVOS DE DICTAMEN CON SU DESCRIPCION Y CONTADOR; EL ORDEN
      *ES EL DE LAS REGLAS DE SOL-DIC.
       01 WKS-MOTIVOS-VALORES.
           03 FILLER PIC X(32) VALUE "ININGRESO INSUFICIENTE".
           03 FILLER PIC X(32) VALUE "MPMAL HISTORIAL DE PAGO".
           03 FILLER PIC X(32) VALUE "SBCALIFICACION BAJA".
           03 FILLER PIC X(32) VALUE "CECAPACIDAD DE PAGO EXCEDIDA".
           03 FILLER PIC X(32) VALUE "DMDECLINADA POR ANALISTA".
           03 FILLER PIC X(32) VALUE "SHSIN HISTORIAL EN BURO".
           03 FILLER PIC X(32) VALUE "SMCALIFICACION MARGINAL".
           03 FILLER PIC X(32) VALUE "CMCONSULTAS MULTIPLES".
           03 FILLER PIC X(32) VALUE "AUAPROBACION AUTOMATICA".
           03 FILLER PIC X(32) VALUE "AMAPROBADA POR ANALISTA".
       01 WKS-TABLA-MOTIVOS REDEFINES WKS-MOTIVOS-VALORES.
           03 WKS-MOT-ENTRY OCCURS 10 TIMES.
              05 WKS-MOT-CODIGO    PIC X(02).
              05 WKS-MOT-DESC      PIC X(30).
       01 WKS-TABLA-CONTEOS.
           03 WKS-MOT-CONTADOR PIC 9(06) OCCURS 10 TIMES VALUE 0.
       01 WKS-MOT-IDX          PIC 9(02) VALUE 0.
       01 WKS-MOT-ENCONTRADO   PIC 9 VALUE 0.

      *DECLINADAS POR SUCURSAL PARA EL SEGUIMIENTO DE CADA PLAZA.
       01 WKS-SUC-COUNT        PIC 9(02) VALUE 0.
       01 WKS-SUC-IDX          PIC 9(02) VALUE 0.
       01 WKS-SUC-ENCONTRADA   PIC 9 VALUE 0.
       01 WKS-TABLA-SUCURSALES.
          03 WKS-SUC-ENTRY OCCURS 10 TIMES.
             05 WKS-SUC-CODIGO    PIC 9(02) VALUE 0.
             05 WKS-SUC-SOLIC     PIC 9(06) VALUE 0.
             05 WKS-SUC-DECLINA   PIC 9(06) VALUE 0.

       01 HEADER-L1-SOL.
            03 FILLER PIC X(30) VALUE SPACES.
            03 FILLER PIC X(45)
                VALUE "REPORTE MENSUAL DE SOLICITUDES DE CREDITO".

       01 HEADER-L2-SOL.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(19) VALUE "MES DICTAMINADO:  ".
            03 WKS-MES-R       PIC 9(06).

       01 DETALLE-MOT-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-MOT-COD-R   PIC X(02).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-MOT-DESC-R  PIC X(30).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-MOT-CONT-R  PIC ZZZ,ZZ9.

       01 DETALLE-SUC-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(09) VALUE "SUCURSAL ".
            03 WKS-SUC-COD-R   PIC 9(02).
            03 FILLER          PIC X(16) VALUE "  SOLICITUDES: ".
            03 WKS-SUC-SOL-R   PIC ZZZ,ZZ9.
            03 FILLER          PIC X(15) VALUE "  DECLINADAS: ".
            03 WKS-SUC-DEC-R   PIC ZZZ,ZZ9.

       01 TOTALES-SOL-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(14) VALUE "DICTAMINADAS: ".
            03 WKS-TOT-MES-R   PIC ZZZ,ZZ9.
            03 FILLER          PIC X(13) VALUE "  APROBADAS: ".
            03 WKS-TOT-APR-R   PIC ZZZ,ZZ9.
            03 FILLER          PIC X(13) VALUE "  REFERIDAS: ".
            03 WKS-TOT-REF-R   PIC ZZZ,ZZ9.
            03 FILLER          PIC X(14) VALUE "  DECLINADAS: ".
            03 WKS-TOT-DEC-R   PIC ZZZ,ZZ9.

       01 TOTALES-SOL-R2.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(30)
                       VALUE "LIMITE TOTAL OTORGADO:       ".
            03 WKS-TOT-LIM-R   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(29)
                       VALUE "   SIN DICTAMEN (PENDIENTES):".
            03 WKS-TOT-PEN-R   PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-EOF-SOL = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           MOVE WKS-FECHA-HOY (1:6) TO WKS-MES-REPORTE.
           SUBTRACT 1 FROM WKS-MES-MM.
           IF WKS-MES-MM = 0
               MOVE 12 TO WKS-MES-MM
               SUBTRACT 1 FROM WKS-MES-AAAA.

           DISPLAY "MES A REPORTAR AAAAMM (CERO = MES ANTERIOR):"
                                                LINE 02 POSITION 03.
           ACCEPT WKS-MES-CAPTURA LINE 02 POSITION 48.

           IF WKS-MES-CAPTURA NOT = 0
               MOVE WKS-MES-CAPTURA TO WKS-MES-REPORTE.

           OPEN INPUT SOLICITUDES.
           OPEN OUTPUT REP-SOL.

           MOVE HEADER-L1-SOL TO LINEA-SOL.
           WRITE LINEA-SOL AFTER 1.
           MOVE WKS-MES-REPORTE TO WKS-MES-R.
           MOVE HEADER-L2-SOL TO LINEA-SOL.
           WRITE LINEA-SOL AFTER 2.

           IF WKS-FS-SOL NOT = "00"
               MOVE 1 TO WKS-EOF-SOL
           ELSE
               MOVE 0 TO FOLIO-SOL
               START SOLICITUDES KEY IS > FOLIO-SOL
                   INVALID KEY MOVE 1 TO WKS-EOF-SOL
               END-START.

           IF WKS-EOF-SOL = 0
               PERFORM 1010-LEER-SOLICITUD.

       1010-LEER-SOLICITUD.
           READ SOLICITUDES NEXT AT END MOVE 1 TO WKS-EOF-SOL.

       2000-PROCESO.
           ADD 1 TO WKS-CONT-LEIDAS.

           IF ESTADO-SOL = "C"
               ADD 1 TO WKS-CONT-PENDIENTES
           ELSE
               IF FECHA-DICT-SOL (1:6) = WKS-MES-REPORTE
                   PERFORM 2010-CUENTA-SOLICITUD.

           PERFORM 1010-LEER-SOLICITUD.

      *UNA SOLICITUD YA DADA DE ALTA CUENTA COMO APROBADA EN EL MES
      *DE SU DICTAMEN.
       2010-CUENTA-SOLICITUD.
           ADD 1 TO WKS-CONT-DEL-MES.

           IF ESTADO-SOL = "A" OR ESTADO-SOL = "T"
               ADD 1 TO WKS-CONT-APROBADAS
               ADD LIMITE-PROP-SOL TO WKS-LIMITE-APROBADO.

           IF ESTADO-SOL = "R"
               ADD 1 TO WKS-CONT-REFERIDAS.

           IF ESTADO-SOL = "D"
               ADD 1 TO WKS-CONT-DECLINADAS.

           PERFORM 2020-CUENTA-MOTIVO.
           PERFORM 2030-CUENTA-SUCURSAL.

       2020-CUENTA-MOTIVO.
           MOVE 0 TO WKS-MOT-ENCONTRADO.
           MOVE 1 TO WKS-MOT-IDX.

           PERFORM 2021-COMPARA-MOTIVO
               UNTIL WKS-MOT-ENCONTRADO = 1
                  OR WKS-MOT-IDX > 10.

           IF WKS-MOT-ENCONTRADO = 1
               ADD 1 TO WKS-MOT-CONTADOR (WKS-MOT-IDX).

       2021-COMPARA-MOTIVO.
           IF WKS-MOT-CODIGO (WKS-MOT-IDX) = MOTIVO-SOL
               MOVE 1 TO WKS-MOT-ENCONTRADO
           ELSE
               ADD 1 TO WKS-MOT-IDX.

       2030-CUENTA-SUCURSAL.
           MOVE 0 TO WKS-SUC-ENCONTRADA.
           MOVE 1 TO WKS-SUC-IDX.

           PERFORM 2031-COMPARA-SUCURSAL
               UNTIL WKS-SUC-ENCONTRADA = 1
                  OR WKS-SUC-IDX > WKS-SUC-COUNT.

           IF WKS-SUC-ENCONTRADA = 0
               IF WKS-SUC-COUNT < 10
                   ADD 1 TO WKS-SUC-COUNT
                   MOVE WKS-SUC-COUNT TO WKS-SUC-IDX
                   MOVE SUCURSAL-SOL TO WKS-SUC-CODIGO (WKS-SUC-IDX)
               ELSE
                   MOVE WKS-SUC-COUNT TO WKS-SUC-IDX.

           ADD 1 TO WKS-SUC-SOLIC (WKS-SUC-IDX).

           IF ESTADO-SOL = "D"
               ADD 1 TO WKS-SUC-DECLINA (WKS-SUC-IDX).

       2031-COMPARA-SUCURSAL.
           IF WKS-SUC-CODIGO (WKS-SUC-IDX) = SUCURSAL-SOL
               MOVE 1 TO WKS-SUC-ENCONTRADA
           ELSE
               ADD 1 TO WKS-SUC-IDX.

       3000-FIN.
           MOVE WKS-CONT-DEL-MES    TO WKS-TOT-MES-R.
           MOVE WKS-CONT-APROBADAS  TO WKS-TOT-APR-R.
           MOVE WKS-CONT-REFERIDAS  TO WKS-TOT-REF-R.
           MOVE WKS-CONT-DECLINADAS TO WKS-TOT-DEC-R.
           MOVE TOTALES-SOL-R TO LINEA-SOL.
           WRITE LINEA-SOL AFTER 2.

           MOVE WKS-LIMITE-APROBADO TO WKS-TOT-LIM-R.
           MOVE WKS-CONT-PENDIENTES TO WKS-TOT-PEN-R.
           MOVE TOTALES-SOL-R2 TO LINEA-SOL.
           WRITE LINEA-SOL AFTER 1.

           MOVE SPACES TO LINEA-SOL.
           MOVE "     DICTAMENES DEL MES POR MOTIVO" TO LINEA-SOL.
           WRITE LINEA-SOL AFTER 2.

           MOVE 0 TO WKS-MOT-IDX.
           PERFORM 3010-IMPRIME-MOTIVO 10 TIMES.

           MOVE SPACES TO LINEA-SOL.
           MOVE "     SOLICITUDES Y DECLINADAS POR SUCURSAL"
                                                       TO LINEA-SOL.
           WRITE LINEA-SOL AFTER 2.

           MOVE 0 TO WKS-SUC-IDX.
           PERFORM 3020-IMPRIME-SUCURSAL WKS-SUC-COUNT TIMES.

           CLOSE SOLICITUDES.
           CLOSE REP-SOL.

           DISPLAY "SOLICITUDES DICTAMINADAS EN EL MES: "
                   WKS-CONT-DEL-MES.
           DISPLAY "DECLINADAS: " WKS-CONT-DECLINADAS.
           PERFORM 9000-GRABA-BITACORA.

       3010-IMPRIME-MOTIVO.
           ADD 1 TO WKS-MOT-IDX.

           IF WKS-MOT-CONTADOR (WKS-MOT-IDX) > 0
               MOVE WKS-MOT-CODIGO (WKS-MOT-IDX)   TO WKS-MOT-COD-R
               MOVE WKS-MOT-DESC (WKS-MOT-IDX)     TO WKS-MOT-DESC-R
               MOVE WKS-MOT-CONTADOR (WKS-MOT-IDX) TO WKS-MOT-CONT-R
               MOVE DETALLE-MOT-R TO LINEA-SOL
               WRITE LINEA-SOL AFTER 1.

       3020-IMPRIME-SUCURSAL.
           ADD 1 TO WKS-SUC-IDX.

           MOVE WKS-SUC-CODIGO (WKS-SUC-IDX)  TO WKS-SUC-COD-R.
           MOVE WKS-SUC-SOLIC (WKS-SUC-IDX)   TO WKS-SUC-SOL-R.
           MOVE WKS-SUC-DECLINA (WKS-SUC-IDX) TO WKS-SUC-DEC-R.
           MOVE DETALLE-SUC-R TO LINEA-SOL.
           WRITE LINEA-SOL AFTER 1.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "SOL-REP " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDAS TO LEIDOS-BIT.
           MOVE WKS-CONT-DEL-MES TO ESCRITOS-BIT.
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
