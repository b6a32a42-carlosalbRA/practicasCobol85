      *MI PROGRAMA DE REPORTE DE ARCHIVOS RECIBIDOS - LISTA LO QUE
      *QUEDO EN ARCHREC EN LA FECHA DE NEGOCIO: LOS ARCHIVOS EXTERNOS
      *QUE SE CARGARON (LOS FORZADOS CON EL SUPERVISOR QUE LOS
      *AUTORIZO), LOS QUE CTL-ARC RECHAZO POR DUPLICADOS O POR FECHA
      *FUERA DE SECUENCIA, Y LOS QUE EL CATALOGO DE MAN-ESP ESPERABA
      *ESE DIA Y NO LLEGARON. CORRE AL FINAL DEL CIERRE DE DIA Y SE
      *PUEDE SACAR SUELTO DE CUALQUIER FECHA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REP-ARC.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHREC ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ARCHREC-KEY
                FILE STATUS IS WKS-FS-ARC.

           SELECT ARCHESP ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS FUENTE-AE
                FILE STATUS IS WKS-FS-ESP.

           SELECT CALENFER ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS FECHA-FER
                FILE STATUS IS WKS-FS-FER.

           SELECT REP-ARCH ASSIGN TO PRINTER.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD ARCHREC.
       01 REG-ARCHREC.
       COPY ARCRCOPY.

       FD ARCHESP.
       01 REG-ARCHESP.
       COPY ARCECOPY.

      *CALENDARIO DE DIAS FERIADOS: EL ARCHIVO DIARIO NO SE ESPERA
      *EN DIA FERIADO.
       FD CALENFER.
       01 REG-FERIADO.
        03 FECHA-FER          PIC 9(08).
        03 DESCRIPCION-FER    PIC X(20).

       FD REP-ARCH.
       01 LINEA-ARCH             PIC X(132).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-FS-ARC           PIC X(02) VALUE "00".
       01 WKS-FS-ESP           PIC X(02) VALUE "00".
       01 WKS-FS-FER           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-EOF-ARC          PIC 9 VALUE 0.
       01 WKS-EOF-ESP          PIC 9 VALUE 0.
       01 WKS-EOF-LLEGO        PIC 9 VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-ESPERADO         PIC 9 VALUE 0.
       01 WKS-LLEGO            PIC 9 VALUE 0.
       01 WKS-DIA-HABIL        PIC 9 VALUE 0.
       01 WKS-DIA-SEMANA       PIC 9(02) VALUE 0.
       01 WKS-HORA-HHMMSS      PIC 9(06) VALUE 0.
       01 WKS-CONT-LEIDOS      PIC 9(06) VALUE 0.
       01 WKS-CONT-CARGADOS    PIC 9(06) VALUE 0.
       01 WKS-CONT-FORZADOS    PIC 9(06) VALUE 0.
       01 WKS-CONT-DUPLICADOS  PIC 9(06) VALUE 0.
       01 WKS-CONT-SECUENCIA   PIC 9(06) VALUE 0.
       01 WKS-CONT-ESPERADOS   PIC 9(06) VALUE 0.
       01 WKS-CONT-FALTANTES   PIC 9(06) VALUE 0.

       01 WKS-FECHA-REVISA     PIC 9(08) VALUE 0.
       01 WKS-FECHA-REVISA-R REDEFINES WKS-FECHA-REVISA.
           03 WKS-REV-AAAA         PIC 9(04).
           03 WKS-REV-MM           PIC 9(02).
           03 WKS-REV-DD           PIC 9(02).

      *DIA DE LA SEMANA DE LA FECHA REVISADA.
       01 WKS-ZEL-M            PIC 9(04) VALUE 0.
       01 WKS-ZEL-A            PIC 9(04) VALUE 0.
       01 WKS-ZEL-K            PIC 9(02) VALUE 0.
       01 WKS-ZEL-J            PIC 9(02) VALUE 0.
       01 WKS-ZEL-H            PIC 9(04) VALUE 0.
       01 WKS-ZEL-COC          PIC 9(06) VALUE 0.

      *ULTIMO DIA DEL MES, PARA EL ARCHIVO MENSUAL CUYO DIA NO
      *EXISTE EN UN MES CORTO.
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

      *RESPUESTAS DEL CIERRE DESATENDIDO (VER PARMCOPY).
       01 PARAM-LOTE EXTERNAL.
       COPY PARMCOPY.

       01 HEADER-L1-ARCH.
            03 FILLER PIC X(25) VALUE SPACES.
            03 FILLER PIC X(34)
               VALUE "CONTROL DE ARCHIVOS RECIBIDOS - ".
            03 WKS-FECHA-R     PIC 9(08).

       01 HEADER-SECCION-ARCH.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-SECCION-R   PIC X(60).

       01 HEADER-CAMPOS-ARCH.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(10) VALUE "FUENTE".
            03 FILLER PIC X(10) VALUE "PROGRAMA".
            03 FILLER PIC X(10) VALUE "HORA".
            03 FILLER PIC X(10) VALUE "FECHA ARCH".
            03 FILLER PIC X(12) VALUE "   REGISTROS".
            03 FILLER PIC X(22) VALUE "                  HASH".
            03 FILLER PIC X(03) VALUE SPACES.
            03 FILLER PIC X(30) VALUE "OBSERVACION".

       01 DETALLE-ARCH-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-FUENTE-R    PIC X(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-PROGRAMA-R  PIC X(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-HORA-R      PIC 99B99B99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-FECHA-ARCH-R PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-REGISTROS-R PIC ZZ,ZZZ,ZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-HASH-R      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-OBSERVA-R   PIC X(30).
            03 WKS-REFER-R     PIC X(08).

       01 DETALLE-FALTA-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-FALTA-FUENTE-R PIC X(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-FALTA-PROG-R PIC X(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-FALTA-DESC-R PIC X(30).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-FALTA-FREC-R PIC X(10).

       01 AVISO-ARCH-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-AV-TEXTO    PIC X(80).

       01 RESUMEN-ARCH-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-RES-TEXTO   PIC X(40).
            03 WKS-RES-CONT    PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.

           IF WKS-FS-ARC NOT = "00"
               MOVE "SIN REGISTRO DE ARCHIVOS RECIBIDOS" TO
                                                   WKS-AV-TEXTO
               MOVE AVISO-ARCH-R TO LINEA-ARCH
               WRITE LINEA-ARCH AFTER 2
           ELSE
               PERFORM 2000-ARCHIVOS-CARGADOS
               PERFORM 3000-ARCHIVOS-RECHAZADOS
               PERFORM 4000-ARCHIVOS-FALTANTES THRU 4000-FIN
               CLOSE ARCHREC.

           PERFORM 5000-RESUMEN.
           PERFORM 6000-FIN.
           GOBACK.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           IF MODO-DESATENDIDO-PL = "S"
               MOVE 0 TO WKS-FECHA-REVISA
           ELSE
               DISPLAY "FECHA A REVISAR (AAAAMMDD, 0 = FECHA DE"
                       " NEGOCIO):" LINE 01 POSITION 03
               ACCEPT WKS-FECHA-REVISA LINE 01 POSITION 53.

           IF WKS-FECHA-REVISA = 0
               MOVE WKS-FECHA-HOY TO WKS-FECHA-REVISA.

           OPEN OUTPUT REP-ARCH.
           MOVE WKS-FECHA-REVISA TO WKS-FECHA-R.
           MOVE HEADER-L1-ARCH TO LINEA-ARCH.
           WRITE LINEA-ARCH AFTER 1.

           OPEN INPUT ARCHREC.

      *LOS ARCHIVOS CARGADOS EN LA FECHA, ACEPTADOS O FORZADOS.
       2000-ARCHIVOS-CARGADOS.
           MOVE "ARCHIVOS CARGADOS" TO WKS-SECCION-R.
           PERFORM 7000-ENCABEZA-SECCION.

           PERFORM 7100-POSICIONA-INICIO.
           PERFORM 2010-LEER-CARGADO UNTIL WKS-EOF-ARC = 1.

       2010-LEER-CARGADO.
           READ ARCHREC NEXT AT END MOVE 1 TO WKS-EOF-ARC.

           IF WKS-EOF-ARC = 0
               ADD 1 TO WKS-CONT-LEIDOS
               IF FECHA-RECIBO-RA = WKS-FECHA-REVISA
                  AND CARGADO-RA
                   PERFORM 2020-IMPRIME-CARGADO
               END-IF
           END-IF.

      *EL FORZADO LLEVA LA FIRMA DEL SUPERVISOR QUE LO AUTORIZO.
       2020-IMPRIME-CARGADO.
           PERFORM 7200-ARMA-DETALLE.

           IF FORZADO-RA
               ADD 1 TO WKS-CONT-FORZADOS
               MOVE "FORZADO POR SUPERVISOR" TO WKS-OBSERVA-R
               MOVE SUPERVISOR-RA TO WKS-REFER-R
           ELSE
               ADD 1 TO WKS-CONT-CARGADOS.

           MOVE DETALLE-ARCH-R TO LINEA-ARCH.
           WRITE LINEA-ARCH AFTER 1.

      *LOS QUE CTL-ARC NO DEJO CARGAR: EL DUPLICADO CON LA FECHA EN
      *QUE SE RECIBIO EL ORIGINAL Y EL FUERA DE SECUENCIA CON LA
      *FECHA DEL ULTIMO ARCHIVO CARGADO DE SU FUENTE.
       3000-ARCHIVOS-RECHAZADOS.
           MOVE "ARCHIVOS RECHAZADOS" TO WKS-SECCION-R.
           PERFORM 7000-ENCABEZA-SECCION.

           PERFORM 7100-POSICIONA-INICIO.
           PERFORM 3010-LEER-RECHAZADO UNTIL WKS-EOF-ARC = 1.

       3010-LEER-RECHAZADO.
           READ ARCHREC NEXT AT END MOVE 1 TO WKS-EOF-ARC.

           IF WKS-EOF-ARC = 0
               IF FECHA-RECIBO-RA = WKS-FECHA-REVISA
                  AND NOT CARGADO-RA
                   PERFORM 3020-IMPRIME-RECHAZADO
               END-IF
           END-IF.

       3020-IMPRIME-RECHAZADO.
           PERFORM 7200-ARMA-DETALLE.

           IF DUPLICADO-RA
               ADD 1 TO WKS-CONT-DUPLICADOS
               MOVE "DUPLICADO, RECIBIDO EL" TO WKS-OBSERVA-R
           ELSE
               ADD 1 TO WKS-CONT-SECUENCIA
               MOVE "FUERA DE SECUENCIA, ULTIMO" TO WKS-OBSERVA-R.

           MOVE FECHA-REFERENCIA-RA TO WKS-REFER-R.

           MOVE DETALLE-ARCH-R TO LINEA-ARCH.
           WRITE LINEA-ARCH AFTER 1.

      *LOS ARCHIVOS DEL CATALOGO QUE SE ESPERABAN EN LA FECHA Y NO
      *TIENEN NINGUN ARCHIVO CARGADO ESE DIA.
       4000-ARCHIVOS-FALTANTES.
           MOVE "ARCHIVOS ESPERADOS QUE NO LLEGARON" TO WKS-SECCION-R.
           MOVE HEADER-SECCION-ARCH TO LINEA-ARCH.
           WRITE LINEA-ARCH AFTER 2.

           OPEN INPUT ARCHESP.
           IF WKS-FS-ESP NOT = "00"
               MOVE "SIN CATALOGO DE ARCHIVOS ESPERADOS (MAN-ESP)"
                                                   TO WKS-AV-TEXTO
               MOVE AVISO-ARCH-R TO LINEA-ARCH
               WRITE LINEA-ARCH AFTER 1
               GO TO 4000-FIN.

           PERFORM 4100-DIA-DE-LA-SEMANA.
           PERFORM 4200-ES-DIA-HABIL.

           PERFORM 4300-CALCULA-DIAS-MAX.

           MOVE 0 TO WKS-EOF-ESP.
           MOVE LOW-VALUES TO FUENTE-AE.
           START ARCHESP KEY IS NOT < FUENTE-AE
               INVALID KEY MOVE 1 TO WKS-EOF-ESP
           END-START.

           PERFORM 4010-LEER-ESPERADO UNTIL WKS-EOF-ESP = 1.

           CLOSE ARCHESP.

           IF WKS-CONT-FALTANTES = 0
               MOVE "NO FALTO NINGUN ARCHIVO ESPERADO" TO WKS-AV-TEXTO
               MOVE AVISO-ARCH-R TO LINEA-ARCH
               WRITE LINEA-ARCH AFTER 1.

       4000-FIN.
           EXIT.

       4010-LEER-ESPERADO.
           READ ARCHESP NEXT AT END MOVE 1 TO WKS-EOF-ESP.

           IF WKS-EOF-ESP = 0
               PERFORM 4020-REVISA-ESPERADO
           END-IF.

       4020-REVISA-ESPERADO.
           MOVE 0 TO WKS-ESPERADO.

           IF DIARIO-AE AND WKS-DIA-HABIL = 1
               MOVE 1 TO WKS-ESPERADO.

           IF SEMANAL-AE AND DIA-AE = WKS-DIA-SEMANA
               MOVE 1 TO WKS-ESPERADO.

           IF MENSUAL-AE
               IF DIA-AE = WKS-REV-DD
                  OR (WKS-REV-DD = WKS-DIAS-MAX
                      AND DIA-AE > WKS-DIAS-MAX)
                   MOVE 1 TO WKS-ESPERADO.

           IF WKS-ESPERADO = 1
               ADD 1 TO WKS-CONT-ESPERADOS
               PERFORM 4030-BUSCA-LLEGADA
               IF WKS-LLEGO = 0
                   PERFORM 4040-IMPRIME-FALTANTE
               END-IF
           END-IF.

       4030-BUSCA-LLEGADA.
           MOVE 0 TO WKS-LLEGO.
           MOVE 0 TO WKS-EOF-LLEGO.
           MOVE FUENTE-AE TO FUENTE-RA.
           MOVE WKS-FECHA-REVISA TO FECHA-RECIBO-RA.
           MOVE 0 TO CONSEC-RA.

           START ARCHREC KEY IS NOT < ARCHREC-KEY
               INVALID KEY MOVE 1 TO WKS-EOF-LLEGO
           END-START.

           PERFORM 4031-LEER-LLEGADA
               UNTIL WKS-EOF-LLEGO = 1 OR WKS-LLEGO = 1.

       4031-LEER-LLEGADA.
           READ ARCHREC NEXT AT END MOVE 1 TO WKS-EOF-LLEGO.

           IF WKS-EOF-LLEGO = 0
               IF FUENTE-RA NOT = FUENTE-AE
                  OR FECHA-RECIBO-RA NOT = WKS-FECHA-REVISA
                   MOVE 1 TO WKS-EOF-LLEGO
               ELSE
                   IF CARGADO-RA
                       MOVE 1 TO WKS-LLEGO
                   END-IF
               END-IF
           END-IF.

       4040-IMPRIME-FALTANTE.
           ADD 1 TO WKS-CONT-FALTANTES.

           MOVE FUENTE-AE      TO WKS-FALTA-FUENTE-R.
           MOVE PROGRAMA-AE    TO WKS-FALTA-PROG-R.
           MOVE DESCRIPCION-AE TO WKS-FALTA-DESC-R.

           IF DIARIO-AE
               MOVE "DIARIO" TO WKS-FALTA-FREC-R
           ELSE
               IF SEMANAL-AE
                   MOVE "SEMANAL" TO WKS-FALTA-FREC-R
               ELSE
                   MOVE "MENSUAL" TO WKS-FALTA-FREC-R.

           MOVE DETALLE-FALTA-R TO LINEA-ARCH.
           WRITE LINEA-ARCH AFTER 1.

      *DIA DE LA SEMANA POR CONGRUENCIA DE ZELLER: H CERO ES SABADO
      *Y H UNO ES DOMINGO; ENERO Y FEBRERO CUENTAN COMO MESES TRECE
      *Y CATORCE DEL ANO ANTERIOR. EL CATALOGO NUMERA DE 1 LUNES A
      *7 DOMINGO.
       4100-DIA-DE-LA-SEMANA.
           MOVE WKS-REV-MM TO WKS-ZEL-M.
           MOVE WKS-REV-AAAA TO WKS-ZEL-A.

           IF WKS-ZEL-M < 3
               ADD 12 TO WKS-ZEL-M
               SUBTRACT 1 FROM WKS-ZEL-A.

           DIVIDE WKS-ZEL-A BY 100
               GIVING WKS-ZEL-J REMAINDER WKS-ZEL-K.

           COMPUTE WKS-ZEL-H = WKS-REV-DD
               + (13 * (WKS-ZEL-M + 1)) / 5
               + WKS-ZEL-K + WKS-ZEL-K / 4
               + WKS-ZEL-J / 4 + 5 * WKS-ZEL-J.

           DIVIDE WKS-ZEL-H BY 7
               GIVING WKS-ZEL-COC REMAINDER WKS-ZEL-H.

           IF WKS-ZEL-H = 0
               MOVE 6 TO WKS-DIA-SEMANA
           ELSE
               IF WKS-ZEL-H = 1
                   MOVE 7 TO WKS-DIA-SEMANA
               ELSE
                   COMPUTE WKS-DIA-SEMANA = WKS-ZEL-H - 1.

      *DIA HABIL ES DE LUNES A VIERNES Y FUERA DEL CALENDARIO DE
      *FERIADOS; SIN CALENDARIO SOLO CUENTA EL FIN DE SEMANA.
       4200-ES-DIA-HABIL.
           MOVE 1 TO WKS-DIA-HABIL.

           IF WKS-DIA-SEMANA > 5
               MOVE 0 TO WKS-DIA-HABIL.

           OPEN INPUT CALENFER.
           IF WKS-FS-FER = "00"
               MOVE WKS-FECHA-REVISA TO FECHA-FER
               READ CALENFER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 0 TO WKS-DIA-HABIL
               END-READ
               CLOSE CALENFER.

       4300-CALCULA-DIAS-MAX.
           MOVE WKS-DIAS-MES-TAB (WKS-REV-MM) TO WKS-DIAS-MAX.

           IF WKS-REV-MM = 2
              DIVIDE WKS-REV-AAAA BY 4
                  GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-4
              IF WKS-RESIDUO-4 NOT = 0
                 MOVE 28 TO WKS-DIAS-MAX
              ELSE
                 DIVIDE WKS-REV-AAAA BY 100
                     GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-100
                 IF WKS-RESIDUO-100 = 0
                    DIVIDE WKS-REV-AAAA BY 400
                        GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-400
                    IF WKS-RESIDUO-400 NOT = 0
                       MOVE 28 TO WKS-DIAS-MAX
                    ELSE
                       MOVE 29 TO WKS-DIAS-MAX
                 ELSE
                    MOVE 29 TO WKS-DIAS-MAX.

       5000-RESUMEN.
           MOVE "RESUMEN DEL DIA" TO WKS-SECCION-R.
           MOVE HEADER-SECCION-ARCH TO LINEA-ARCH.
           WRITE LINEA-ARCH AFTER 2.

           MOVE "ARCHIVOS CARGADOS:" TO WKS-RES-TEXTO.
           MOVE WKS-CONT-CARGADOS TO WKS-RES-CONT.
           PERFORM 7300-IMPRIME-RESUMEN.

           MOVE "FORZADOS POR SUPERVISOR:" TO WKS-RES-TEXTO.
           MOVE WKS-CONT-FORZADOS TO WKS-RES-CONT.
           PERFORM 7300-IMPRIME-RESUMEN.

           MOVE "RECHAZADOS POR DUPLICADOS:" TO WKS-RES-TEXTO.
           MOVE WKS-CONT-DUPLICADOS TO WKS-RES-CONT.
           PERFORM 7300-IMPRIME-RESUMEN.

           MOVE "RECHAZADOS FUERA DE SECUENCIA:" TO WKS-RES-TEXTO.
           MOVE WKS-CONT-SECUENCIA TO WKS-RES-CONT.
           PERFORM 7300-IMPRIME-RESUMEN.

           MOVE "ESPERADOS EN LA FECHA:" TO WKS-RES-TEXTO.
           MOVE WKS-CONT-ESPERADOS TO WKS-RES-CONT.
           PERFORM 7300-IMPRIME-RESUMEN.

           MOVE "ESPERADOS QUE NO LLEGARON:" TO WKS-RES-TEXTO.
           MOVE WKS-CONT-FALTANTES TO WKS-RES-CONT.
           PERFORM 7300-IMPRIME-RESUMEN.

       6000-FIN.
           CLOSE REP-ARCH.

           DISPLAY "ARCHIVOS CARGADOS: " WKS-CONT-CARGADOS
                   "  FORZADOS: " WKS-CONT-FORZADOS.
           DISPLAY "DUPLICADOS: " WKS-CONT-DUPLICADOS
                   "  FUERA DE SECUENCIA: " WKS-CONT-SECUENCIA
                   "  FALTANTES: " WKS-CONT-FALTANTES.

           PERFORM 9000-GRABA-BITACORA.

       7000-ENCABEZA-SECCION.
           MOVE HEADER-SECCION-ARCH TO LINEA-ARCH.
           WRITE LINEA-ARCH AFTER 2.
           MOVE HEADER-CAMPOS-ARCH TO LINEA-ARCH.
           WRITE LINEA-ARCH AFTER 1.

       7100-POSICIONA-INICIO.
           MOVE 0 TO WKS-EOF-ARC.
           MOVE LOW-VALUES TO ARCHREC-KEY.
           START ARCHREC KEY IS NOT < ARCHREC-KEY
               INVALID KEY MOVE 1 TO WKS-EOF-ARC
           END-START.

       7200-ARMA-DETALLE.
           MOVE FUENTE-RA        TO WKS-FUENTE-R.
           MOVE PROGRAMA-RA      TO WKS-PROGRAMA-R.
           DIVIDE HORA-RECIBO-RA BY 100 GIVING WKS-HORA-HHMMSS.
           MOVE WKS-HORA-HHMMSS  TO WKS-HORA-R.
           MOVE FECHA-ARCHIVO-RA TO WKS-FECHA-ARCH-R.
           MOVE REGISTROS-RA     TO WKS-REGISTROS-R.
           MOVE HASH-RA          TO WKS-HASH-R.
           MOVE SPACES           TO WKS-OBSERVA-R.
           MOVE SPACES           TO WKS-REFER-R.

       7300-IMPRIME-RESUMEN.
           MOVE RESUMEN-ARCH-R TO LINEA-ARCH.
           WRITE LINEA-ARCH AFTER 1.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "REP-ARC " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-REVISA TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDOS TO LEIDOS-BIT.
           COMPUTE ESCRITOS-BIT = WKS-CONT-CARGADOS
                                + WKS-CONT-FORZADOS.
           COMPUTE RECHAZADOS-BIT = WKS-CONT-DUPLICADOS
                                  + WKS-CONT-SECUENCIA.
           MOVE SPACES TO DETALLE-BIT.
           IF WKS-CONT-FALTANTES > 0
               MOVE "FALTAN ARCHIVOS" TO DETALLE-BIT.
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
