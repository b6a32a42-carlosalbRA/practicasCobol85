      *MI PROGRAMA DEL REPORTE SEMANAL DE LLAMADAS - CUENTA LAS
      *LLAMADAS REGISTRADAS EN CONTACTOS DURANTE LOS SIETE DIAS QUE
      *TERMINAN EN LA FECHA DE NEGOCIO, POR SUCURSAL Y POR MOTIVO,
      *PARA VER QUE ESTA MOVIENDO EL VOLUMEN DEL CENTRO DE CONTACTO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CON-SEM.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACTOS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CONT-KEY
                FILE STATUS IS WKS-FS-CONT.

           SELECT REP-CON ASSIGN TO PRINTER.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
      *BITACORA DE LLAMADAS DEL CENTRO DE CONTACTO.
       FD CONTACTOS.
       01 REG-CONTACTO.
       COPY CONTCOPY.

       FD REP-CON.
       01 LINEA-CON              PIC X(132).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-FS-CONT          PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-EOF-CONT         PIC 9 VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-FECHA-DESDE      PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-CONT-LEIDOS      PIC 9(06) VALUE 0.
       01 WKS-CONT-SEMANA      PIC 9(06) VALUE 0.
       01 WKS-CONT-SUCURSALES  PIC 9(06) VALUE 0.

      *DIAS QUE CUBRE EL REPORTE CONTANDO LA FECHA DE NEGOCIO.
       01 WKS-DIAS-PERIODO     PIC 9(02) VALUE 7.
       01 WKS-DIAS-RESTADOS    PIC 9(02) VALUE 0.

      *CATALOGO DE MOTIVOS DE LLAMADA, LA CLAVE ES EL RENGLON.
       01 WKS-MOTIVOS-CONT-INI.
       COPY MOTCCOPY.
       01 WKS-TABLA-MOT-CONT REDEFINES WKS-MOTIVOS-CONT-INI.
           03 WKS-MCT-NOMBRE    PIC X(25) OCCURS 9 TIMES.

      *CONTADORES POR SUCURSAL: EL RENGLON ES LA SUCURSAL MAS UNO
      *(LA SUCURSAL CERO CAE EN EL RENGLON UNO). LAS COLUMNAS UNO A
      *NUEVE SON LOS MOTIVOS Y LA DIEZ EL TOTAL DE LA SUCURSAL.
       01 WKS-TABLA-SUCURSALES.
          03 WKS-SUC-ENTRY OCCURS 100 TIMES.
             05 WKS-SUC-CONT     PIC 9(06) OCCURS 10 TIMES.
       01 WKS-TOTALES-MOTIVO.
          03 WKS-TOT-MOT       PIC 9(06) OCCURS 10 TIMES.
       01 WKS-SUC-IDX          PIC 9(03) VALUE 0.
       01 WKS-MOT-IDX          PIC 9(02) VALUE 0.
       01 WKS-COL-IDX          PIC 9(02) VALUE 0.
       01 WKS-SUC-NUM          PIC 9(02) VALUE 0.

       01 WKS-FECHA-EVALUA     PIC 9(08) VALUE 0.
       01 WKS-FECHA-EVALUA-R REDEFINES WKS-FECHA-EVALUA.
           03 WKS-EVA-AAAA         PIC 9(04).
           03 WKS-EVA-MM           PIC 9(02).
           03 WKS-EVA-DD           PIC 9(02).

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

       01 HEADER-L1-CON.
            03 FILLER PIC X(25) VALUE SPACES.
            03 FILLER PIC X(50)
               VALUE "LLAMADAS AL CENTRO DE CONTACTO POR MOTIVO".

       01 HEADER-L2-CON.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(15) VALUE "SEMANA DEL DIA ".
            03 WKS-DESDE-R     PIC 9(08).
            03 FILLER          PIC X(07) VALUE " AL DIA".
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-HASTA-R     PIC 9(08).

       01 HEADER-L3-CON.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(08) VALUE "SUCURSAL".
            03 FILLER PIC X(02) VALUE SPACES.
            03 FILLER PIC X(08) VALUE "   SALDO".
            03 FILLER PIC X(08) VALUE "    PAGO".
            03 FILLER PIC X(08) VALUE " PERDIDA".
            03 FILLER PIC X(08) VALUE "COMISION".
            03 FILLER PIC X(08) VALUE "   CARGO".
            03 FILLER PIC X(08) VALUE "   ANUAL".
            03 FILLER PIC X(08) VALUE "   DOMIC".
            03 FILLER PIC X(08) VALUE "   DATOS".
            03 FILLER PIC X(08) VALUE "    OTRO".
            03 FILLER PIC X(10) VALUE "     TOTAL".

       01 DETALLE-CON-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-SUC-R       PIC X(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-COLUMNAS-R OCCURS 9 TIMES.
               05 FILLER       PIC X(01) VALUE SPACES.
               05 WKS-COL-R    PIC ZZZ,ZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-COL-TOT-R   PIC Z,ZZZ,ZZ9.

       01 HEADER-L4-CON.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(30) VALUE "TOTAL DE LA SEMANA POR MOTIVO".

       01 DETALLE-MOT-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-MOT-CLAVE-R PIC 9(02).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-MOT-NOMBRE-R PIC X(25).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-MOT-CONT-R  PIC Z,ZZZ,ZZ9.

       01 FOOTER-CON-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-TOT-ETIQ-R  PIC X(32).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-TOT-NUM-R   PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-EOF-CONT = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           INITIALIZE WKS-TABLA-SUCURSALES.
           INITIALIZE WKS-TOTALES-MOTIVO.

           PERFORM 1100-CALCULA-DESDE.

           OPEN INPUT CONTACTOS.
           OPEN OUTPUT REP-CON.

           MOVE HEADER-L1-CON TO LINEA-CON.
           WRITE LINEA-CON AFTER 1.
           MOVE WKS-FECHA-DESDE TO WKS-DESDE-R.
           MOVE WKS-FECHA-HOY   TO WKS-HASTA-R.
           MOVE HEADER-L2-CON TO LINEA-CON.
           WRITE LINEA-CON AFTER 2.
           MOVE HEADER-L3-CON TO LINEA-CON.
           WRITE LINEA-CON AFTER 2.

           IF WKS-FS-CONT NOT = "00"
               MOVE 1 TO WKS-EOF-CONT
           ELSE
               MOVE LOW-VALUES TO CONT-KEY
               START CONTACTOS KEY IS NOT < CONT-KEY
                   INVALID KEY MOVE 1 TO WKS-EOF-CONT
               END-START.

      *PRIMER DIA DEL PERIODO: LA FECHA DE NEGOCIO MENOS SEIS DIAS
      *NATURALES, PARA QUE LA SEMANA CUENTE SIETE CON EL DE HOY.
       1100-CALCULA-DESDE.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-EVALUA.
           MOVE 1 TO WKS-DIAS-RESTADOS.

           PERFORM 9032-RESTA-DIA-EVALUA
               UNTIL WKS-DIAS-RESTADOS = WKS-DIAS-PERIODO.

           MOVE WKS-FECHA-EVALUA TO WKS-FECHA-DESDE.

       2000-PROCESO.
           READ CONTACTOS NEXT AT END MOVE 1 TO WKS-EOF-CONT.

           IF WKS-EOF-CONT = 0
               ADD 1 TO WKS-CONT-LEIDOS
               IF FECHA-CT NOT < WKS-FECHA-DESDE
                  AND FECHA-CT NOT > WKS-FECHA-HOY
                   PERFORM 2100-CUENTA-LLAMADA
               END-IF
           END-IF.

      *UN MOTIVO FUERA DE CATALOGO SE CUENTA COMO OTRO.
       2100-CUENTA-LLAMADA.
           ADD 1 TO WKS-CONT-SEMANA.

           COMPUTE WKS-SUC-IDX = SUCURSAL-CT + 1.

           IF MOTIVO-CT-VALIDO
               MOVE MOTIVO-CT TO WKS-MOT-IDX
           ELSE
               MOVE 9 TO WKS-MOT-IDX.

           ADD 1 TO WKS-SUC-CONT (WKS-SUC-IDX, WKS-MOT-IDX).
           ADD 1 TO WKS-SUC-CONT (WKS-SUC-IDX, 10).
           ADD 1 TO WKS-TOT-MOT (WKS-MOT-IDX).
           ADD 1 TO WKS-TOT-MOT (10).

       3000-FIN.
           MOVE 1 TO WKS-SUC-IDX.
           PERFORM 3100-RENGLON-SUCURSAL UNTIL WKS-SUC-IDX > 100.

           MOVE "TOTAL" TO WKS-SUC-R.
           MOVE 1 TO WKS-COL-IDX.
           PERFORM 3120-COLUMNA-TOTAL UNTIL WKS-COL-IDX > 9.
           MOVE WKS-TOT-MOT (10) TO WKS-COL-TOT-R.
           MOVE DETALLE-CON-R TO LINEA-CON.
           WRITE LINEA-CON AFTER 2.

           MOVE HEADER-L4-CON TO LINEA-CON.
           WRITE LINEA-CON AFTER 3.
           MOVE 1 TO WKS-MOT-IDX.
           PERFORM 3200-RENGLON-MOTIVO UNTIL WKS-MOT-IDX > 9.

           MOVE "LLAMADAS EN LA SEMANA" TO WKS-TOT-ETIQ-R.
           MOVE WKS-CONT-SEMANA TO WKS-TOT-NUM-R.
           MOVE FOOTER-CON-R TO LINEA-CON.
           WRITE LINEA-CON AFTER 3.

           MOVE "SUCURSALES CON LLAMADAS" TO WKS-TOT-ETIQ-R.
           MOVE WKS-CONT-SUCURSALES TO WKS-TOT-NUM-R.
           MOVE FOOTER-CON-R TO LINEA-CON.
           WRITE LINEA-CON AFTER 1.

           IF WKS-FS-CONT = "00"
               CLOSE CONTACTOS.
           CLOSE REP-CON.

           DISPLAY "CONTACTOS LEIDOS: " WKS-CONT-LEIDOS
                   "  LLAMADAS EN LA SEMANA: " WKS-CONT-SEMANA.
           PERFORM 9100-GRABA-BITACORA.

      *SOLO SALEN LAS SUCURSALES QUE TUVIERON LLAMADAS.
       3100-RENGLON-SUCURSAL.
           IF WKS-SUC-CONT (WKS-SUC-IDX, 10) > 0
               ADD 1 TO WKS-CONT-SUCURSALES
               COMPUTE WKS-SUC-NUM = WKS-SUC-IDX - 1
               MOVE WKS-SUC-NUM TO WKS-SUC-R
               MOVE 1 TO WKS-COL-IDX
               PERFORM 3110-COLUMNA-SUCURSAL UNTIL WKS-COL-IDX > 9
               MOVE WKS-SUC-CONT (WKS-SUC-IDX, 10) TO WKS-COL-TOT-R
               MOVE DETALLE-CON-R TO LINEA-CON
               WRITE LINEA-CON AFTER 1.

           ADD 1 TO WKS-SUC-IDX.

       3110-COLUMNA-SUCURSAL.
           MOVE WKS-SUC-CONT (WKS-SUC-IDX, WKS-COL-IDX)
                                   TO WKS-COL-R (WKS-COL-IDX).
           ADD 1 TO WKS-COL-IDX.

       3120-COLUMNA-TOTAL.
           MOVE WKS-TOT-MOT (WKS-COL-IDX) TO WKS-COL-R (WKS-COL-IDX).
           ADD 1 TO WKS-COL-IDX.

       3200-RENGLON-MOTIVO.
           MOVE WKS-MOT-IDX TO WKS-MOT-CLAVE-R.
           MOVE WKS-MCT-NOMBRE (WKS-MOT-IDX) TO WKS-MOT-NOMBRE-R.
           MOVE WKS-TOT-MOT (WKS-MOT-IDX) TO WKS-MOT-CONT-R.
           MOVE DETALLE-MOT-R TO LINEA-CON.
           WRITE LINEA-CON AFTER 1.

           ADD 1 TO WKS-MOT-IDX.

       9100-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "CON-SEM " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDOS TO LEIDOS-BIT.
           MOVE WKS-CONT-SEMANA TO ESCRITOS-BIT.
           MOVE 0 TO RECHAZADOS-BIT.
           MOVE SPACES TO DETALLE-BIT.
           WRITE REG-BIT.
           CLOSE BITACORA.

       9031-DIAS-MAX-EVALUA.
           MOVE WKS-DIAS-MES-TAB (WKS-EVA-MM) TO WKS-DIAS-MAX.

           IF WKS-EVA-MM = 2
              DIVIDE WKS-EVA-AAAA BY 4
                  GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-4
              IF WKS-RESIDUO-4 NOT = 0
                 MOVE 28 TO WKS-DIAS-MAX
              ELSE
                 DIVIDE WKS-EVA-AAAA BY 100
                     GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-100
                 IF WKS-RESIDUO-100 = 0
                    DIVIDE WKS-EVA-AAAA BY 400
                        GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-400
                    IF WKS-RESIDUO-400 NOT = 0
                       MOVE 28 TO WKS-DIAS-MAX
                    ELSE
                       MOVE 29 TO WKS-DIAS-MAX
                 ELSE
                    MOVE 29 TO WKS-DIAS-MAX.

      *UN DIA NATURAL HACIA ATRAS; AL PASAR AL MES ANTERIOR EL DIA
      *QUEDA EN EL ULTIMO DE ESE MES.
       9032-RESTA-DIA-EVALUA.
           IF WKS-EVA-DD > 1
              SUBTRACT 1 FROM WKS-EVA-DD
           ELSE
              IF WKS-EVA-MM > 1
                 SUBTRACT 1 FROM WKS-EVA-MM
              ELSE
                 MOVE 12 TO WKS-EVA-MM
                 SUBTRACT 1 FROM WKS-EVA-AAAA
              END-IF
              PERFORM 9031-DIAS-MAX-EVALUA
              MOVE WKS-DIAS-MAX TO WKS-EVA-DD.

           ADD 1 TO WKS-DIAS-RESTADOS.

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
