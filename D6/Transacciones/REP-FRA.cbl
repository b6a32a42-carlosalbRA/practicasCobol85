      *MI PROGRAMA DE REPORTE MENSUAL DE PERDIDAS POR FRAUDE - SUMA
      *LOS CARGOS QUE GES-FRA ABONO A LOS CLIENTES EN EL MES (POR LA
      *FECHA EN QUE SE RESOLVIO EL CASO) Y LOS ABRE POR GIRO DEL
      *COMERCIO, POR CANAL Y POR TIPO DE PLASTICO, SEPARANDO LO QUE
      *QUEDO COMO PERDIDA DEL BANCO DE LO QUE SE RECUPERO DE LA RED.
      *CORRE AL FINAL DEL CIERRE DE MES Y SE PUEDE SACAR SUELTO DE
      *CUALQUIER MES.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REP-FRA.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRAUDET ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS FRAUDET-KEY
                FILE STATUS IS WKS-FS-FDET.

           SELECT COMERCIOS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS GIRO-COM
                FILE STATUS IS WKS-FS-COM.

           SELECT REP-FRAU ASSIGN TO PRINTER.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD FRAUDET.
       01 REG-FRAUDET.
       COPY FRADCOPY.

      *CATALOGO DE GIROS COMERCIALES - DA NOMBRE A CADA GIRO.
       FD COMERCIOS.
       01 REG-COMERCIO.
        03 GIRO-COM           PIC 9(04).
        03 DESCRIPCION-COM    PIC X(20).

       FD REP-FRAU.
       01 LINEA-FRAU             PIC X(132).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-EOF-FDET         PIC 9 VALUE 0.
       01 WKS-FS-FDET          PIC X(02) VALUE "00".
       01 WKS-FS-COM           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-SIN-COMERCIOS    PIC 9 VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-MES-REPORTE      PIC 9(06) VALUE 0.
       01 WKS-CONT-LEIDOS      PIC 9(07) VALUE 0.
       01 WKS-CONT-MES         PIC 9(07) VALUE 0.
       01 WKS-TOT-PERDIDA      PIC 9(11)V99 VALUE 0.
       01 WKS-TOT-RED          PIC 9(11)V99 VALUE 0.
       01 WKS-GIRO-ED          PIC 9(04) VALUE 0.

      *ACUMULADO DEL MES POR DIMENSION: 1 GIRO, 2 CANAL, 3 TIPO DE
      *PLASTICO. CADA RENGLON LLEVA SU CLAVE DENTRO DE LA DIMENSION.
       01 WKS-DIM-ACTUAL       PIC 9 VALUE 0.
       01 WKS-CLAVE-ACTUAL     PIC X(10) VALUE SPACES.
       01 WKS-ACU-COUNT        PIC 9(03) VALUE 0.
       01 WKS-ACU-IDX          PIC 9(03) VALUE 0.
       01 WKS-ACU-HALLADO      PIC 9 VALUE 0.
       01 WKS-TABLA-ACUM.
          03 WKS-ACU-ENTRY OCCURS 150 TIMES.
             05 WKS-ACU-DIM       PIC 9.
             05 WKS-ACU-CLAVE     PIC X(10).
             05 WKS-ACU-CARGOS    PIC 9(05).
             05 WKS-ACU-PERDIDA   PIC 9(11)V99.
             05 WKS-ACU-RED       PIC 9(11)V99.

      *RESPUESTAS DEL CIERRE DESATENDIDO (VER PARMCOPY).
       01 PARAM-LOTE EXTERNAL.
       COPY PARMCOPY.

       01 HEADER-L1-FRAU.
            03 FILLER PIC X(25) VALUE SPACES.
            03 FILLER PIC X(37)
               VALUE "PERDIDAS POR FRAUDE DEL MES - ".
            03 WKS-MES-R       PIC 9(06).

       01 HEADER-SECCION-FRAU.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-SECCION-R   PIC X(60).

       01 HEADER-CAMPOS-FRAU.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(12) VALUE "CLAVE".
            03 FILLER PIC X(22) VALUE "DESCRIPCION".
            03 FILLER PIC X(08) VALUE "  CARGOS".
            03 FILLER PIC X(18) VALUE "   PERDIDA BANCO".
            03 FILLER PIC X(18) VALUE "  RECUPERADO RED".
            03 FILLER PIC X(18) VALUE "           TOTAL".

       01 DETALLE-FRAU-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-CLAVE-R     PIC X(10).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-DESC-R      PIC X(20).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-CARGOS-R    PIC ZZ,ZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-PERDIDA-R   PIC ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-RED-R       PIC ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-TOTAL-R     PIC ZZZ,ZZZ,ZZ9.99.

       01 AVISO-FRAU-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-AV-TEXTO    PIC X(80).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.

           IF WKS-FS-FDET NOT = "00"
               MOVE "SIN CARGOS DE FRAUDE REGISTRADOS" TO
                                                   WKS-AV-TEXTO
               MOVE AVISO-FRAU-R TO LINEA-FRAU
               WRITE LINEA-FRAU AFTER 2
           ELSE
               PERFORM 2000-LEE-CARGO UNTIL WKS-EOF-FDET = 1
               CLOSE FRAUDET
               PERFORM 3000-IMPRIME-DIMENSIONES.

           PERFORM 6000-FIN.
           GOBACK.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           IF MODO-DESATENDIDO-PL = "S"
               MOVE 0 TO WKS-MES-REPORTE
           ELSE
               DISPLAY "MES A REPORTAR (AAAAMM, 0 = MES DE NEGOCIO):"
                                                LINE 01 POSITION 03
               ACCEPT WKS-MES-REPORTE LINE 01 POSITION 50.

           IF WKS-MES-REPORTE = 0
               MOVE WKS-FECHA-HOY (1:6) TO WKS-MES-REPORTE.

           OPEN OUTPUT REP-FRAU.
           MOVE WKS-MES-REPORTE TO WKS-MES-R.
           MOVE HEADER-L1-FRAU TO LINEA-FRAU.
           WRITE LINEA-FRAU AFTER 1.

      *SIN CATALOGO DE COMERCIOS LOS GIROS SALEN SOLO CON SU CODIGO.
           OPEN INPUT COMERCIOS.
           IF WKS-FS-COM NOT = "00"
               MOVE 1 TO WKS-SIN-COMERCIOS.

           OPEN INPUT FRAUDET.
           IF WKS-FS-FDET = "00"
               MOVE LOW-VALUES TO FRAUDET-KEY
               START FRAUDET KEY IS NOT < FRAUDET-KEY
                   INVALID KEY MOVE 1 TO WKS-EOF-FDET
               END-START.

      *CADA CARGO RESUELTO EN EL MES SUMA EN SUS TRES DIMENSIONES.
       2000-LEE-CARGO.
           READ FRAUDET NEXT AT END MOVE 1 TO WKS-EOF-FDET.

           IF WKS-EOF-FDET = 0
               ADD 1 TO WKS-CONT-LEIDOS
               IF FECHA-RESOL-FD (1:6) = WKS-MES-REPORTE
                   PERFORM 2100-ACUMULA-CARGO
               END-IF
           END-IF.

       2100-ACUMULA-CARGO.
           ADD 1 TO WKS-CONT-MES.

           IF CARGO-RED-FD
               ADD MONTO-FD TO WKS-TOT-RED
           ELSE
               ADD MONTO-FD TO WKS-TOT-PERDIDA.

           MOVE 1 TO WKS-DIM-ACTUAL.
           MOVE SPACES TO WKS-CLAVE-ACTUAL.
           MOVE GIRO-FD TO WKS-CLAVE-ACTUAL (1:4).
           PERFORM 2200-SUMA-RENGLON.

           MOVE 2 TO WKS-DIM-ACTUAL.
           MOVE CANAL-FD TO WKS-CLAVE-ACTUAL.
           PERFORM 2200-SUMA-RENGLON.

           MOVE 3 TO WKS-DIM-ACTUAL.
           MOVE TIPO-TARG-FD TO WKS-CLAVE-ACTUAL.
           PERFORM 2200-SUMA-RENGLON.

      *RENGLONES NUEVOS SE AGREGAN AL FINAL DE LA TABLA; SI YA NO
      *CABEN SE ACUMULAN EN EL ULTIMO.
       2200-SUMA-RENGLON.
           MOVE 0 TO WKS-ACU-HALLADO.
           MOVE 1 TO WKS-ACU-IDX.

           PERFORM 2210-COMPARA-RENGLON
               UNTIL WKS-ACU-HALLADO = 1
                  OR WKS-ACU-IDX > WKS-ACU-COUNT.

           IF WKS-ACU-HALLADO = 0
               IF WKS-ACU-COUNT < 150
                   ADD 1 TO WKS-ACU-COUNT
                   MOVE WKS-ACU-COUNT TO WKS-ACU-IDX
                   MOVE WKS-DIM-ACTUAL TO WKS-ACU-DIM (WKS-ACU-IDX)
                   MOVE WKS-CLAVE-ACTUAL TO
                                       WKS-ACU-CLAVE (WKS-ACU-IDX)
                   MOVE 0 TO WKS-ACU-CARGOS (WKS-ACU-IDX)
                   MOVE 0 TO WKS-ACU-PERDIDA (WKS-ACU-IDX)
                   MOVE 0 TO WKS-ACU-RED (WKS-ACU-IDX)
               ELSE
                   MOVE WKS-ACU-COUNT TO WKS-ACU-IDX.

           ADD 1 TO WKS-ACU-CARGOS (WKS-ACU-IDX).
           IF CARGO-RED-FD
               ADD MONTO-FD TO WKS-ACU-RED (WKS-ACU-IDX)
           ELSE
               ADD MONTO-FD TO WKS-ACU-PERDIDA (WKS-ACU-IDX).

       2210-COMPARA-RENGLON.
           IF WKS-ACU-DIM (WKS-ACU-IDX) = WKS-DIM-ACTUAL
              AND WKS-ACU-CLAVE (WKS-ACU-IDX) = WKS-CLAVE-ACTUAL
               MOVE 1 TO WKS-ACU-HALLADO
           ELSE
               ADD 1 TO WKS-ACU-IDX.

       3000-IMPRIME-DIMENSIONES.
           MOVE "POR GIRO DEL COMERCIO" TO WKS-SECCION-R.
           MOVE 1 TO WKS-DIM-ACTUAL.
           PERFORM 3100-IMPRIME-SECCION.

           MOVE "POR CANAL" TO WKS-SECCION-R.
           MOVE 2 TO WKS-DIM-ACTUAL.
           PERFORM 3100-IMPRIME-SECCION.

           MOVE "POR TIPO DE PLASTICO" TO WKS-SECCION-R.
           MOVE 3 TO WKS-DIM-ACTUAL.
           PERFORM 3100-IMPRIME-SECCION.

      *EL TOTAL DEL MES CIERRA EL REPORTE; ES EL MISMO EN LAS TRES
      *SECCIONES.
           MOVE "TOTAL MES" TO WKS-CLAVE-R.
           MOVE SPACES TO WKS-DESC-R.
           MOVE WKS-CONT-MES TO WKS-CARGOS-R.
           MOVE WKS-TOT-PERDIDA TO WKS-PERDIDA-R.
           MOVE WKS-TOT-RED TO WKS-RED-R.
           COMPUTE WKS-TOTAL-R = WKS-TOT-PERDIDA + WKS-TOT-RED.
           MOVE DETALLE-FRAU-R TO LINEA-FRAU.
           WRITE LINEA-FRAU AFTER 2.

       3100-IMPRIME-SECCION.
           MOVE HEADER-SECCION-FRAU TO LINEA-FRAU.
           WRITE LINEA-FRAU AFTER 2.
           MOVE HEADER-CAMPOS-FRAU TO LINEA-FRAU.
           WRITE LINEA-FRAU AFTER 1.

           MOVE 1 TO WKS-ACU-IDX.
           PERFORM 3200-IMPRIME-RENGLON
               UNTIL WKS-ACU-IDX > WKS-ACU-COUNT.

       3200-IMPRIME-RENGLON.
           IF WKS-ACU-DIM (WKS-ACU-IDX) = WKS-DIM-ACTUAL
               MOVE WKS-ACU-CLAVE (WKS-ACU-IDX) TO WKS-CLAVE-R
               PERFORM 3300-DESCRIBE-CLAVE
               MOVE WKS-ACU-CARGOS (WKS-ACU-IDX) TO WKS-CARGOS-R
               MOVE WKS-ACU-PERDIDA (WKS-ACU-IDX) TO WKS-PERDIDA-R
               MOVE WKS-ACU-RED (WKS-ACU-IDX) TO WKS-RED-R
               COMPUTE WKS-TOTAL-R = WKS-ACU-PERDIDA (WKS-ACU-IDX)
                                   + WKS-ACU-RED (WKS-ACU-IDX)
               MOVE DETALLE-FRAU-R TO LINEA-FRAU
               WRITE LINEA-FRAU AFTER 1.

           ADD 1 TO WKS-ACU-IDX.

      *EL GIRO CERO ES LA DISPOSICION DE EFECTIVO; EL CANAL EN
      *BLANCO ES COMPRA CON EL PLASTICO PRESENTE.
       3300-DESCRIBE-CLAVE.
           MOVE SPACES TO WKS-DESC-R.

           IF WKS-DIM-ACTUAL = 1
               MOVE WKS-ACU-CLAVE (WKS-ACU-IDX) (1:4) TO WKS-GIRO-ED
               IF WKS-GIRO-ED = 0
                   MOVE "DISPOSICION EFECTIVO" TO WKS-DESC-R
               ELSE
                   IF WKS-SIN-COMERCIOS = 0
                       MOVE WKS-GIRO-ED TO GIRO-COM
                       READ COMERCIOS
                           INVALID KEY MOVE SPACES TO DESCRIPCION-COM
                       END-READ
                       MOVE DESCRIPCION-COM TO WKS-DESC-R.

           IF WKS-DIM-ACTUAL = 2
               IF WKS-ACU-CLAVE (WKS-ACU-IDX) = SPACES
                   MOVE "PLASTICO PRESENTE" TO WKS-DESC-R
               ELSE
                   IF WKS-ACU-CLAVE (WKS-ACU-IDX) = "EC"
                       MOVE "COMERCIO ELECTRONICO" TO WKS-DESC-R
                   ELSE
                       IF WKS-ACU-CLAVE (WKS-ACU-IDX) = "SU"
                           MOVE "VENTANILLA SUCURSAL" TO WKS-DESC-R.

       6000-FIN.
           IF WKS-SIN-COMERCIOS = 0
               CLOSE COMERCIOS.
           CLOSE REP-FRAU.

           DISPLAY "CARGOS DE FRAUDE DEL MES: " WKS-CONT-MES.
           DISPLAY "PERDIDA DEL BANCO: " WKS-TOT-PERDIDA
                   "  RECUPERADO DE LA RED: " WKS-TOT-RED.

           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "REP-FRA " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDOS TO LEIDOS-BIT.
           MOVE WKS-CONT-MES TO ESCRITOS-BIT.
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
