      *MI PROGRAMA DE REPORTE DE FIRMAS - RESUME LOGFIRMA EN UN RANGO
      *DE FECHAS: PRIMERO CADA BLOQUEO, DESBLOQUEO Y CLAVE
      *RESTABLECIDA O PROGRAMA NEGADO POR ROLES CON SU FECHA, HORA Y
      *ADMINISTRADOR; DESPUES LAS FIRMAS CORRECTAS, FALLIDAS Y
      *BLOQUEOS POR OPERADOR (LOS IDS QUE NO EXISTEN TAMBIEN SALEN,
      *PORQUE SON LOS QUE ALGUIEN ESTA PROBANDO); AL FINAL LOS
      *OPERADORES QUE SIGUEN BLOQUEADOS EN EL MAESTRO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REP-FIR.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOGFIRMA ASSIGN TO DISK
                FILE STATUS IS WKS-FS-LOGF.

           SELECT OPERADORES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-OPER
                FILE STATUS IS WKS-FS-OPER.

           SELECT REP-FRM ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
       FD LOGFIRMA.
       01 REG-LOGFIRMA.
       COPY LOGFCOPY.

       FD OPERADORES.
       01 REG-OPER.
       COPY OPERCOPY.

       FD REP-FRM.
       01 LINEA-FIR              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WKS-EOF-LOG          PIC 9 VALUE 0.
       01 WKS-EOF-OPER         PIC 9 VALUE 0.
       01 WKS-FS-LOGF          PIC X(02) VALUE "00".
       01 WKS-FS-OPER          PIC X(02) VALUE "00".
       01 WKS-SIN-OPERADORES   PIC 9 VALUE 0.
       01 WKS-FECHA-DESDE      PIC 9(08) VALUE 0.
       01 WKS-FECHA-HASTA      PIC 9(08) VALUE 99999999.
       01 WKS-CONT-LEIDOS      PIC 9(06) VALUE 0.
       01 WKS-CONT-EVENTOS     PIC 9(06) VALUE 0.
       01 WKS-CONT-BLOQUEADOS  PIC 9(04) VALUE 0.
       01 WKS-IDX              PIC 9(02) VALUE 0.
       01 WKS-ENCONTRADO       PIC 9 VALUE 0.

      *EVENTOS ACUMULADOS POR OPERADOR (ID TECLEADO).
       01 WKS-OPE-COUNT        PIC 9(02) VALUE 0.
       01 WKS-TABLA-OPERADORES.
          03 WKS-OPE-ENTRY OCCURS 50 TIMES.
             05 WKS-OPE-ID        PIC X(08) VALUE SPACES.
             05 WKS-OPE-OK        PIC 9(06) VALUE 0.
             05 WKS-OPE-FALLIDAS  PIC 9(06) VALUE 0.
             05 WKS-OPE-BLOQUEOS  PIC 9(06) VALUE 0.
             05 WKS-OPE-EN-BLOQUEO PIC 9(06) VALUE 0.
             05 WKS-OPE-CAMBIOS   PIC 9(06) VALUE 0.
             05 WKS-OPE-NO-EXISTE PIC 9(06) VALUE 0.

       01 HEADER-L1-FIR.
            03 FILLER PIC X(25) VALUE SPACES.
            03 FILLER PIC X(45)
               VALUE "FIRMAS, FALLOS Y BLOQUEOS DE OPERADORES".

       01 HEADER-L2-FIR.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(07) VALUE "DESDE: ".
            03 WKS-DESDE-R     PIC 9(08).
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(07) VALUE "HASTA: ".
            03 WKS-HASTA-R     PIC 9(08).

       01 SUBTITULO-FIR.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-SUBTITULO-R PIC X(60).

       01 DETALLE-EVENTO-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-EVE-ID-R    PIC X(08).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-EVE-FECHA-R PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-EVE-HORA-R  PIC 9(08).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-EVE-TEXTO-R PIC X(20).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-EVE-ADMIN-R PIC X(08).

       01 HEADER-CAMPOS-FIR.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(08) VALUE "OPERADOR".
            03 FILLER PIC X(03) VALUE SPACES.
            03 FILLER PIC X(07) VALUE "FIRMAS".
            03 FILLER PIC X(03) VALUE SPACES.
            03 FILLER PIC X(08) VALUE "FALLIDAS".
            03 FILLER PIC X(03) VALUE SPACES.
            03 FILLER PIC X(08) VALUE "BLOQUEOS".
            03 FILLER PIC X(03) VALUE SPACES.
            03 FILLER PIC X(09) VALUE "BLOQUEADO".
            03 FILLER PIC X(03) VALUE SPACES.
            03 FILLER PIC X(07) VALUE "CAMBIOS".
            03 FILLER PIC X(03) VALUE SPACES.
            03 FILLER PIC X(07) VALUE "ALERTA".

       01 DETALLE-FIR-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-OPE-ID-R    PIC X(08).
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-OK-R        PIC ZZZZZ9.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-FALLIDAS-R  PIC ZZZZZ9.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-BLOQUEOS-R  PIC ZZZZZ9.
            03 FILLER          PIC X(06) VALUE SPACES.
            03 WKS-EN-BLOQ-R   PIC ZZZZZ9.
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-CAMBIOS-R   PIC ZZZZZ9.
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-ALERTA-R    PIC X(10).

       01 DETALLE-BLOQUEADO-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-BLQ-ID-R    PIC X(08).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(15) VALUE "BLOQUEADO DESDE".
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-BLQ-FECHA-R PIC 9(08).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(10) VALUE "SUCURSAL: ".
            03 WKS-BLQ-SUC-R   PIC 9(02).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-EOF-LOG = 1.
           PERFORM 3000-REPORTE.
           PERFORM 3500-BLOQUEADOS THRU 3500-FIN.
           PERFORM 4000-FIN.
           STOP RUN.

       1000-INICIO.
           DISPLAY "FECHA INICIAL DEL RANGO (AAAAMMDD):" LINE 01
                                                       POSITION 03.
           ACCEPT WKS-FECHA-DESDE LINE 01 POSITION 40.

           DISPLAY "FECHA FINAL DEL RANGO (AAAAMMDD):" LINE 02
                                                       POSITION 03.
           ACCEPT WKS-FECHA-HASTA LINE 02 POSITION 38.

           IF WKS-FECHA-HASTA = 0
               MOVE 99999999 TO WKS-FECHA-HASTA.

           OPEN INPUT LOGFIRMA.
           IF WKS-FS-LOGF NOT = "00"
               DISPLAY "NO EXISTE LA BITACORA DE FIRMAS" LINE 03
                                                       POSITION 03
               MOVE 1 TO WKS-EOF-LOG
               STOP RUN.

           OPEN INPUT OPERADORES.
           IF WKS-FS-OPER NOT = "00"
               MOVE 1 TO WKS-SIN-OPERADORES.

           OPEN OUTPUT REP-FRM.

           MOVE HEADER-L1-FIR TO LINEA-FIR.
           WRITE LINEA-FIR AFTER PAGE.

           MOVE WKS-FECHA-DESDE TO WKS-DESDE-R.
           MOVE WKS-FECHA-HASTA TO WKS-HASTA-R.
           MOVE HEADER-L2-FIR TO LINEA-FIR.
           WRITE LINEA-FIR AFTER 2.

           MOVE "BLOQUEOS, DESBLOQUEOS Y CLAVES RESTABLECIDAS"
                                                TO WKS-SUBTITULO-R.
           MOVE SUBTITULO-FIR TO LINEA-FIR.
           WRITE LINEA-FIR AFTER 2.

           PERFORM 1010-LEER-LOG.

       1010-LEER-LOG.
           READ LOGFIRMA AT END MOVE 1 TO WKS-EOF-LOG.

           IF WKS-EOF-LOG = 0
               ADD 1 TO WKS-CONT-LEIDOS.

       2000-PROCESO.
           IF FECHA-LF NOT < WKS-FECHA-DESDE
              AND FECHA-LF NOT > WKS-FECHA-HASTA
               PERFORM 2100-ACUMULA-EVENTO.

           PERFORM 1010-LEER-LOG.

       2100-ACUMULA-EVENTO.
           PERFORM 2200-UBICA-OPERADOR.

           IF LF-FIRMA-OK
               ADD 1 TO WKS-OPE-OK (WKS-IDX).

           IF LF-CLAVE-MALA
               ADD 1 TO WKS-OPE-FALLIDAS (WKS-IDX).

           IF LF-NO-EXISTE
               ADD 1 TO WKS-OPE-FALLIDAS (WKS-IDX)
               ADD 1 TO WKS-OPE-NO-EXISTE (WKS-IDX).

           IF LF-INTENTO-BLOQUEADO
               ADD 1 TO WKS-OPE-EN-BLOQUEO (WKS-IDX).

           IF LF-CAMBIO-CLAVE
               ADD 1 TO WKS-OPE-CAMBIOS (WKS-IDX).

           IF LF-BLOQUEO
               ADD 1 TO WKS-OPE-BLOQUEOS (WKS-IDX).

           IF LF-BLOQUEO OR LF-DESBLOQUEO OR LF-RESTABLECE
              OR LF-SIN-PERMISO
               PERFORM 2300-IMPRIME-EVENTO.

       2200-UBICA-OPERADOR.
           MOVE 0 TO WKS-ENCONTRADO.
           MOVE 1 TO WKS-IDX.

           PERFORM 2210-COMPARA-OPERADOR
               UNTIL WKS-ENCONTRADO = 1
                  OR WKS-IDX > WKS-OPE-COUNT.

           IF WKS-ENCONTRADO = 0
               IF WKS-OPE-COUNT < 50
                   ADD 1 TO WKS-OPE-COUNT
                   MOVE WKS-OPE-COUNT TO WKS-IDX
                   MOVE ID-OPER-LF TO WKS-OPE-ID (WKS-IDX)
               ELSE
                   MOVE WKS-OPE-COUNT TO WKS-IDX.

       2210-COMPARA-OPERADOR.
           IF WKS-OPE-ID (WKS-IDX) = ID-OPER-LF
               MOVE 1 TO WKS-ENCONTRADO
           ELSE
               ADD 1 TO WKS-IDX.

       2300-IMPRIME-EVENTO.
           MOVE ID-OPER-LF TO WKS-EVE-ID-R.
           MOVE FECHA-LF   TO WKS-EVE-FECHA-R.
           MOVE HORA-LF    TO WKS-EVE-HORA-R.
           MOVE ADMIN-LF   TO WKS-EVE-ADMIN-R.

           IF LF-BLOQUEO
               MOVE "BLOQUEO POR FALLOS" TO WKS-EVE-TEXTO-R.
           IF LF-DESBLOQUEO
               MOVE "DESBLOQUEO" TO WKS-EVE-TEXTO-R.
           IF LF-RESTABLECE
               MOVE "CLAVE RESTABLECIDA" TO WKS-EVE-TEXTO-R.
           IF LF-SIN-PERMISO
               MOVE "PROGRAMA NEGADO" TO WKS-EVE-TEXTO-R.

           MOVE DETALLE-EVENTO-R TO LINEA-FIR.
           WRITE LINEA-FIR AFTER 1.
           ADD 1 TO WKS-CONT-EVENTOS.

      *"BLOQUEO" SI SE BLOQUEO EN EL RANGO; "NO EXISTE" SI TECLEARON
      *UN ID QUE NO ESTA EN EL MAESTRO.
       3000-REPORTE.
           MOVE "FIRMAS POR OPERADOR" TO WKS-SUBTITULO-R.
           MOVE SUBTITULO-FIR TO LINEA-FIR.
           WRITE LINEA-FIR AFTER 3.

           MOVE HEADER-CAMPOS-FIR TO LINEA-FIR.
           WRITE LINEA-FIR AFTER 2.

           MOVE 0 TO WKS-IDX.
           PERFORM 3100-IMPRIME-OPERADOR WKS-OPE-COUNT TIMES.

       3100-IMPRIME-OPERADOR.
           ADD 1 TO WKS-IDX.

           MOVE WKS-OPE-ID (WKS-IDX)         TO WKS-OPE-ID-R.
           MOVE WKS-OPE-OK (WKS-IDX)         TO WKS-OK-R.
           MOVE WKS-OPE-FALLIDAS (WKS-IDX)   TO WKS-FALLIDAS-R.
           MOVE WKS-OPE-BLOQUEOS (WKS-IDX)   TO WKS-BLOQUEOS-R.
           MOVE WKS-OPE-EN-BLOQUEO (WKS-IDX) TO WKS-EN-BLOQ-R.
           MOVE WKS-OPE-CAMBIOS (WKS-IDX)    TO WKS-CAMBIOS-R.

           MOVE SPACES TO WKS-ALERTA-R.
           IF WKS-OPE-BLOQUEOS (WKS-IDX) > 0
               MOVE "BLOQUEO" TO WKS-ALERTA-R.
           IF WKS-OPE-NO-EXISTE (WKS-IDX) > 0
               MOVE "NO EXISTE" TO WKS-ALERTA-R.

           MOVE DETALLE-FIR-R TO LINEA-FIR.
           WRITE LINEA-FIR AFTER 1.

      *SITUACION AL DIA DEL MAESTRO, SIN IMPORTAR EL RANGO.
       3500-BLOQUEADOS.
           IF WKS-SIN-OPERADORES = 1
               GO TO 3500-FIN.

           MOVE "OPERADORES BLOQUEADOS HOY EN EL MAESTRO"
                                                TO WKS-SUBTITULO-R.
           MOVE SUBTITULO-FIR TO LINEA-FIR.
           WRITE LINEA-FIR AFTER 3.

           MOVE LOW-VALUES TO ID-OPER.
           START OPERADORES KEY IS NOT < ID-OPER
               INVALID KEY MOVE 1 TO WKS-EOF-OPER
               NOT INVALID KEY MOVE 0 TO WKS-EOF-OPER
           END-START.

           PERFORM 3510-LEER-OPERADOR UNTIL WKS-EOF-OPER = 1.

       3500-FIN.
           EXIT.

       3510-LEER-OPERADOR.
           READ OPERADORES NEXT AT END MOVE 1 TO WKS-EOF-OPER.

           IF WKS-EOF-OPER = 0
               IF OPER-BLOQUEADO
                   MOVE ID-OPER TO WKS-BLQ-ID-R
                   MOVE FECHA-BLOQUEO-OPER TO WKS-BLQ-FECHA-R
                   MOVE SUCURSAL-OPER TO WKS-BLQ-SUC-R
                   MOVE DETALLE-BLOQUEADO-R TO LINEA-FIR
                   WRITE LINEA-FIR AFTER 1
                   ADD 1 TO WKS-CONT-BLOQUEADOS
               END-IF
           END-IF.

       4000-FIN.
           CLOSE LOGFIRMA.
           IF WKS-SIN-OPERADORES = 0
               CLOSE OPERADORES.
           CLOSE REP-FRM.
           DISPLAY "ASIENTOS DE FIRMA LEIDOS: " WKS-CONT-LEIDOS.
           DISPLAY "OPERADORES EN EL REPORTE: " WKS-OPE-COUNT.
           DISPLAY "OPERADORES BLOQUEADOS: " WKS-CONT-BLOQUEADOS.
