      *MI PROGRAMA DE CONCILIACION DE LA CUENTA CONCENTRADORA - CASA
      *LOS RENGLONES DEL ESTADO DE CUENTA QUE CARGO EDO-BAN Y SIGUEN
      *PENDIENTES CONTRA LO QUE NOSOTROS GENERAMOS: PAGOS REFERENCIADOS
      *(REFMOV), DOMICILIACIONES COBRADAS (DOMMOV), DEPOSITOS DE
      *NOMINA (NOMMOV) Y LOS COBROS QUE SE FUERON HOY A SUSPENSO. UN
      *RENGLON CASA CON UNA PARTIDA NUESTRA DE LA MISMA FECHA VALOR,
      *MISMO CANAL Y MISMO MONTO. EL REPORTE LISTA LAS PARTIDAS
      *CONCILIADAS, LAS QUE ESTAN EN EL BANCO Y NO EN NUESTROS
      *ARCHIVOS, LAS QUE ESTAN EN NUESTROS ARCHIVOS Y NO EN EL BANCO,
      *Y LA DIFERENCIA NETA POR DIA. LO QUE NO CASA HOY QUEDA
      *PENDIENTE EN EDOCTAB Y SE VUELVE A INTENTAR EN LA SIGUIENTE
      *CORRIDA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CON-BAN.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDOCTAB ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS EDOB-KEY
                FILE STATUS IS WKS-FS-EDOCTAB.

           SELECT REFMOV ASSIGN TO DISK
                FILE STATUS IS WKS-FS-REFMOV.

           SELECT DOMMOV ASSIGN TO DISK
                FILE STATUS IS WKS-FS-DOMMOV.

           SELECT NOMMOV ASSIGN TO DISK
                FILE STATUS IS WKS-FS-NOMMOV.

           SELECT SUSPENSO ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS FOLIO-SP
                FILE STATUS IS WKS-FS-SUSP.

           SELECT REP-CBA ASSIGN TO PRINTER.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
      *ESTADO DE CUENTA CARGADO, RENGLON POR RENGLON.
       FD EDOCTAB.
       01 REG-EDOCTAB.
       COPY EDOBCOPY.

      *LOS TRES LOTES DEL DIA EN FORMATO MOVCLI; LOS CAMPOS SE
      *CALIFICAN POR EL REGISTRO DE CADA ARCHIVO.
       FD REFMOV.
       01 REG-REF.
       COPY MOVCOPY.

       FD DOMMOV.
       01 REG-DOM.
       COPY MOVCOPY.

       FD NOMMOV.
       01 REG-NOM.
       COPY MOVCOPY.

      *PAGOS NO IDENTIFICADOS EN ESPERA DE ASIGNACION.
       FD SUSPENSO.
       01 REG-SUSPENSO.
       COPY SUSPCOPY.

       FD REP-CBA.
       01 LINEA-CBA              PIC X(132).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-FS-EDOCTAB       PIC X(02) VALUE "00".
       01 WKS-FS-REFMOV        PIC X(02) VALUE "00".
       01 WKS-FS-DOMMOV        PIC X(02) VALUE "00".
       01 WKS-FS-NOMMOV        PIC X(02) VALUE "00".
       01 WKS-FS-SUSP          PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-EOF-EDO          PIC 9 VALUE 0.
       01 WKS-EOF-MOV          PIC 9 VALUE 0.
       01 WKS-EOF-SUSP         PIC 9 VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HALLADO          PIC 9 VALUE 0.
       01 WKS-IND-NUE          PIC 9(04) VALUE 0.
       01 WKS-IND-DIA          PIC 9(02) VALUE 0.
       01 WKS-CONT-REVISADOS   PIC 9(06) VALUE 0.
       01 WKS-CONT-CONCILIADOS PIC 9(06) VALUE 0.
       01 WKS-CONT-SOLO-BANCO  PIC 9(06) VALUE 0.
       01 WKS-CONT-SOLO-NUES   PIC 9(06) VALUE 0.
       01 WKS-TOT-CONCILIADO   PIC 9(11)V99 VALUE 0.
       01 WKS-TOT-SOLO-BANCO   PIC 9(11)V99 VALUE 0.
       01 WKS-TOT-SOLO-NUES    PIC 9(11)V99 VALUE 0.
       01 WKS-FECHA-BUSCA      PIC 9(08) VALUE 0.
       01 WKS-DIF-DIA          PIC S9(11)V99 VALUE 0.

      *PARTIDAS NUESTRAS DEL DIA: FECHA VALOR, CANAL, MONTO, CLIENTE
      *Y ARCHIVO DE ORIGEN; LA MARCA QUEDA EN 1 CUANDO YA CASO.
       01 WKS-MAX-NUESTROS     PIC 9(04) VALUE 3000.
       01 WKS-NUM-NUESTROS     PIC 9(04) VALUE 0.
       01 WKS-TABLA-NUESTROS.
           03 WKS-NUESTRO OCCURS 3000 TIMES.
               05 WKS-NUE-FECHA    PIC 9(08).
               05 WKS-NUE-CANAL    PIC X(02).
               05 WKS-NUE-MONTO    PIC 9(09)V99.
               05 WKS-NUE-CLIENTE  PIC 9(06).
               05 WKS-NUE-ORIGEN   PIC X(06).
               05 WKS-NUE-MARCA    PIC 9.

      *UNA FILA POR FECHA VALOR, EN ORDEN ASCENDENTE.
       01 WKS-MAX-DIAS         PIC 9(02) VALUE 60.
       01 WKS-NUM-DIAS         PIC 9(02) VALUE 0.
       01 WKS-TABLA-DIAS.
           03 WKS-DIA OCCURS 60 TIMES.
               05 WKS-DIA-FECHA    PIC 9(08).
               05 WKS-DIA-BANCO    PIC S9(11)V99.
               05 WKS-DIA-NUESTRO  PIC 9(11)V99.
               05 WKS-DIA-CONCIL   PIC 9(11)V99.

       01 HEADER-L1-CBA.
            03 FILLER PIC X(30) VALUE SPACES.
            03 FILLER PIC X(40)
                      VALUE "CONCILIACION CUENTA CONCENTRADORA".

       01 HEADER-L2-CBA.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(18) VALUE "FECHA DE NEGOCIO: ".
            03 WKS-HOY-R       PIC 9(08).

       01 TITULO-CBA-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-TITULO-R    PIC X(50).

       01 HEADER-CAMPOS-CBA.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(10) VALUE "F. VALOR".
            03 FILLER PIC X(06) VALUE "CANAL".
            03 FILLER PIC X(05) VALUE "NAT".
            03 FILLER PIC X(14) VALUE "         MONTO".
            03 FILLER PIC X(04) VALUE SPACES.
            03 FILLER PIC X(22) VALUE "REFERENCIA BANCO".
            03 FILLER PIC X(08) VALUE "ORIGEN".
            03 FILLER PIC X(07) VALUE "CLIENTE".

       01 DETALLE-CBA-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-FVALOR-R    PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-CANAL-R     PIC X(02).
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-NAT-R       PIC X(01).
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-MONTO-R     PIC ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-REFER-R     PIC X(20).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-ORIGEN-R    PIC X(06).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-CLIENTE-R   PIC X(06).

       01 FOOTER-CBA-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-TOT-ETIQ-R  PIC X(36).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-TOT-NUM-R   PIC ZZZZZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-TOT-MON-R   PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

       01 HEADER-DIAS-CBA.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(10) VALUE "F. VALOR".
            03 FILLER PIC X(19) VALUE "        NETO BANCO".
            03 FILLER PIC X(19) VALUE "    NUESTROS ARCH.".
            03 FILLER PIC X(19) VALUE "        CONCILIADO".
            03 FILLER PIC X(19) VALUE "        DIFERENCIA".

       01 DETALLE-DIA-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-DIA-FECHA-R PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-DIA-BANCO-R PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-DIA-NUES-R  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-DIA-CONC-R  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-DIA-DIF-R   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-EOF-EDO = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           PERFORM 1100-CARGA-REFMOV.
           PERFORM 1200-CARGA-DOMMOV.
           PERFORM 1300-CARGA-NOMMOV.
           PERFORM 1400-CARGA-SUSPENSO.

           OPEN I-O EDOCTAB.
           OPEN OUTPUT REP-CBA.

           MOVE HEADER-L1-CBA TO LINEA-CBA.
           WRITE LINEA-CBA AFTER 1.
           MOVE WKS-FECHA-HOY TO WKS-HOY-R.
           MOVE HEADER-L2-CBA TO LINEA-CBA.
           WRITE LINEA-CBA AFTER 2.

           MOVE "PARTIDAS CONCILIADAS" TO WKS-TITULO-R.
           PERFORM 1500-ENCABEZADO-SECCION.

           PERFORM 1600-INICIA-EDOCTAB.

       1500-ENCABEZADO-SECCION.
           MOVE TITULO-CBA-R TO LINEA-CBA.
           WRITE LINEA-CBA AFTER 3.
           MOVE HEADER-CAMPOS-CBA TO LINEA-CBA.
           WRITE LINEA-CBA AFTER 2.

       1600-INICIA-EDOCTAB.
           IF WKS-FS-EDOCTAB NOT = "00"
               MOVE 1 TO WKS-EOF-EDO
           ELSE
               MOVE 0 TO WKS-EOF-EDO
               MOVE LOW-VALUES TO EDOB-KEY
               START EDOCTAB KEY IS > EDOB-KEY
                   INVALID KEY MOVE 1 TO WKS-EOF-EDO
               END-START.

      *PAGOS REFERENCIADOS: EFECTIVO, TRANSFERENCIA Y CHEQUE LLEGAN
      *TODOS BAJO EL MISMO CONCEPTO DE RECAUDACION DEL BANCO.
       1100-CARGA-REFMOV.
           MOVE 0 TO WKS-EOF-MOV.
           OPEN INPUT REFMOV.

           IF WKS-FS-REFMOV NOT = "00"
               DISPLAY "SIN LOTE REFMOV DEL DIA"
           ELSE
               PERFORM 1110-LEER-REFMOV UNTIL WKS-EOF-MOV = 1
               CLOSE REFMOV.

       1110-LEER-REFMOV.
           READ REFMOV AT END MOVE 1 TO WKS-EOF-MOV.

           IF WKS-EOF-MOV = 0
               IF REG-REF (1:3) NOT = "HDR"
                  AND REG-REF (1:3) NOT = "999"
                   MOVE FECHA-MOV OF REG-REF      TO WKS-FECHA-BUSCA
                   PERFORM 1900-AGREGA-NUESTRO
                   IF WKS-HALLADO = 1
                       MOVE "RF" TO WKS-NUE-CANAL (WKS-NUM-NUESTROS)
                       MOVE MONTO-MOV OF REG-REF
                         TO WKS-NUE-MONTO (WKS-NUM-NUESTROS)
                       MOVE ID-CLIENTE-MOV OF REG-REF
                         TO WKS-NUE-CLIENTE (WKS-NUM-NUESTROS)
                       MOVE "REFMOV"
                         TO WKS-NUE-ORIGEN (WKS-NUM-NUESTROS).

       1200-CARGA-DOMMOV.
           MOVE 0 TO WKS-EOF-MOV.
           OPEN INPUT DOMMOV.

           IF WKS-FS-DOMMOV NOT = "00"
               DISPLAY "SIN LOTE DOMMOV DEL DIA"
           ELSE
               PERFORM 1210-LEER-DOMMOV UNTIL WKS-EOF-MOV = 1
               CLOSE DOMMOV.

       1210-LEER-DOMMOV.
           READ DOMMOV AT END MOVE 1 TO WKS-EOF-MOV.

           IF WKS-EOF-MOV = 0
               IF REG-DOM (1:3) NOT = "HDR"
                  AND REG-DOM (1:3) NOT = "999"
                   MOVE FECHA-MOV OF REG-DOM      TO WKS-FECHA-BUSCA
                   PERFORM 1900-AGREGA-NUESTRO
                   IF WKS-HALLADO = 1
                       MOVE "DB" TO WKS-NUE-CANAL (WKS-NUM-NUESTROS)
                       MOVE MONTO-MOV OF REG-DOM
                         TO WKS-NUE-MONTO (WKS-NUM-NUESTROS)
                       MOVE ID-CLIENTE-MOV OF REG-DOM
                         TO WKS-NUE-CLIENTE (WKS-NUM-NUESTROS)
                       MOVE "DOMMOV"
                         TO WKS-NUE-ORIGEN (WKS-NUM-NUESTROS).

       1300-CARGA-NOMMOV.
           MOVE 0 TO WKS-EOF-MOV.
           OPEN INPUT NOMMOV.

           IF WKS-FS-NOMMOV NOT = "00"
               DISPLAY "SIN LOTE NOMMOV DEL DIA"
           ELSE
               PERFORM 1310-LEER-NOMMOV UNTIL WKS-EOF-MOV = 1
               CLOSE NOMMOV.

       1310-LEER-NOMMOV.
           READ NOMMOV AT END MOVE 1 TO WKS-EOF-MOV.

           IF WKS-EOF-MOV = 0
               IF REG-NOM (1:3) NOT = "HDR"
                  AND REG-NOM (1:3) NOT = "999"
                   MOVE FECHA-MOV OF REG-NOM      TO WKS-FECHA-BUSCA
                   PERFORM 1900-AGREGA-NUESTRO
                   IF WKS-HALLADO = 1
                       MOVE "DP" TO WKS-NUE-CANAL (WKS-NUM-NUESTROS)
                       MOVE MONTO-MOV OF REG-NOM
                         TO WKS-NUE-MONTO (WKS-NUM-NUESTROS)
                       MOVE ID-CLIENTE-MOV OF REG-NOM
                         TO WKS-NUE-CLIENTE (WKS-NUM-NUESTROS)
                       MOVE "NOMMOV"
                         TO WKS-NUE-ORIGEN (WKS-NUM-NUESTROS).

      *LO QUE PAG-REF Y DOM-RSP MANDARON HOY A SUSPENSO TAMBIEN ENTRO
      *A LA CUENTA, AUNQUE NO VAYA EN SUS LOTES. EL CHEQUE QUE
      *POST-TRX RETUVO YA VIENE EN EL LOTE REFMOV Y NO SE CUENTA DOS
      *VECES.
       1400-CARGA-SUSPENSO.
           OPEN INPUT SUSPENSO.

           IF WKS-FS-SUSP NOT = "00"
               MOVE 1 TO WKS-EOF-SUSP
           ELSE
               MOVE 0 TO WKS-EOF-SUSP
               MOVE 0 TO FOLIO-SP
               START SUSPENSO KEY IS > FOLIO-SP
                   INVALID KEY MOVE 1 TO WKS-EOF-SUSP
               END-START.

           PERFORM 1410-LEER-SUSPENSO UNTIL WKS-EOF-SUSP = 1.

           IF WKS-FS-SUSP = "00"
               CLOSE SUSPENSO.

       1410-LEER-SUSPENSO.
           READ SUSPENSO NEXT AT END MOVE 1 TO WKS-EOF-SUSP.

           IF WKS-EOF-SUSP = 0
               IF FECHA-ALTA-SP = WKS-FECHA-HOY
                  AND NOT SUSP-CHEQUE-RETENIDO
                   MOVE FECHA-PAGO-SP TO WKS-FECHA-BUSCA
                   PERFORM 1900-AGREGA-NUESTRO
                   IF WKS-HALLADO = 1
                       IF SUSP-DOMICILIACION
                           MOVE "DB" TO WKS-NUE-CANAL
                                              (WKS-NUM-NUESTROS)
                       ELSE
                           MOVE "RF" TO WKS-NUE-CANAL
                                              (WKS-NUM-NUESTROS)
                       END-IF
                       MOVE MONTO-SP
                         TO WKS-NUE-MONTO (WKS-NUM-NUESTROS)
                       MOVE 0
                         TO WKS-NUE-CLIENTE (WKS-NUM-NUESTROS)
                       MOVE "SUSPEN"
                         TO WKS-NUE-ORIGEN (WKS-NUM-NUESTROS).

      *ABRE UNA PARTIDA NUESTRA CON LA FECHA VALOR; EL LLAMADOR
      *LLENA EL RESTO SI HUBO LUGAR EN LA TABLA.
       1900-AGREGA-NUESTRO.
           IF WKS-NUM-NUESTROS NOT < WKS-MAX-NUESTROS
               MOVE 0 TO WKS-HALLADO
               DISPLAY "TABLA DE PARTIDAS LLENA, FECHA "
                       WKS-FECHA-BUSCA
           ELSE
               MOVE 1 TO WKS-HALLADO
               ADD 1 TO WKS-NUM-NUESTROS
               MOVE WKS-FECHA-BUSCA
                 TO WKS-NUE-FECHA (WKS-NUM-NUESTROS)
               MOVE 0 TO WKS-NUE-MARCA (WKS-NUM-NUESTROS).

       2000-PROCESO.
           READ EDOCTAB NEXT AT END MOVE 1 TO WKS-EOF-EDO.

           IF WKS-EOF-EDO = 0
               IF EB-PENDIENTE
                   PERFORM 2100-CONCILIA-RENGLON
               END-IF
           END-IF.

      *LOS CARGOS Y LOS CONCEPTOS AJENOS NO SE BUSCAN: PASAN
      *DIRECTO A LA LISTA DE PARTIDAS SOLO EN EL BANCO.
       2100-CONCILIA-RENGLON.
           ADD 1 TO WKS-CONT-REVISADOS.
           MOVE FECHA-VALOR-EB TO WKS-FECHA-BUSCA.
           PERFORM 2900-BUSCA-DIA.

           IF WKS-HALLADO = 1
               IF EB-CARGO
                   SUBTRACT MONTO-EB FROM WKS-DIA-BANCO (WKS-IND-DIA)
               ELSE
                   ADD MONTO-EB TO WKS-DIA-BANCO (WKS-IND-DIA).

           MOVE 0 TO WKS-HALLADO.
           IF EB-ABONO AND NOT EB-OTRO-CONCEPTO
               PERFORM 2110-COMPARA-NUESTRO
                   VARYING WKS-IND-NUE FROM 1 BY 1
                   UNTIL WKS-IND-NUE > WKS-NUM-NUESTROS
                      OR WKS-HALLADO = 1.

           IF WKS-HALLADO = 1
               PERFORM 2120-MARCA-CONCILIADO.

       2110-COMPARA-NUESTRO.
           IF WKS-NUE-MARCA (WKS-IND-NUE) = 0
              AND WKS-NUE-FECHA (WKS-IND-NUE) = FECHA-VALOR-EB
              AND WKS-NUE-CANAL (WKS-IND-NUE) = CANAL-EB
              AND WKS-NUE-MONTO (WKS-IND-NUE) = MONTO-EB
               MOVE 1 TO WKS-HALLADO
               MOVE 1 TO WKS-NUE-MARCA (WKS-IND-NUE).

      *EL VARYING DEJA EL INDICE UNO ADELANTE DE LA PARTIDA QUE CASO.
       2120-MARCA-CONCILIADO.
           SUBTRACT 1 FROM WKS-IND-NUE.

           MOVE "C" TO ESTADO-EB.
           MOVE WKS-FECHA-HOY TO FECHA-CONC-EB.
           MOVE WKS-NUE-ORIGEN (WKS-IND-NUE) TO ORIGEN-CONC-EB.
           REWRITE REG-EDOCTAB.

           ADD 1 TO WKS-CONT-CONCILIADOS.
           ADD MONTO-EB TO WKS-TOT-CONCILIADO.

           MOVE FECHA-VALOR-EB TO WKS-FECHA-BUSCA.
           PERFORM 2900-BUSCA-DIA.
           IF WKS-HALLADO = 1
               ADD MONTO-EB TO WKS-DIA-CONCIL (WKS-IND-DIA).

           MOVE FECHA-VALOR-EB TO WKS-FVALOR-R.
           MOVE CANAL-EB       TO WKS-CANAL-R.
           MOVE NATURALEZA-EB  TO WKS-NAT-R.
           MOVE MONTO-EB       TO WKS-MONTO-R.
           MOVE REFERENCIA-EB  TO WKS-REFER-R.
           MOVE ORIGEN-CONC-EB TO WKS-ORIGEN-R.
           MOVE WKS-NUE-CLIENTE (WKS-IND-NUE) TO WKS-CLIENTE-R.
           MOVE DETALLE-CBA-R TO LINEA-CBA.
           WRITE LINEA-CBA AFTER 1.

      *SEGUNDA PASADA SOBRE EDOCTAB: LO QUE SIGUE PENDIENTE ESTA EN
      *EL BANCO PERO NO EN NUESTROS ARCHIVOS.
       2200-LISTA-SOLO-BANCO.
           READ EDOCTAB NEXT AT END MOVE 1 TO WKS-EOF-EDO.

           IF WKS-EOF-EDO = 0
               IF EB-PENDIENTE
                   MOVE FECHA-VALOR-EB TO WKS-FVALOR-R
                   MOVE CANAL-EB       TO WKS-CANAL-R
                   MOVE NATURALEZA-EB  TO WKS-NAT-R
                   MOVE MONTO-EB       TO WKS-MONTO-R
                   MOVE REFERENCIA-EB  TO WKS-REFER-R
                   MOVE CONCEPTO-EB    TO WKS-ORIGEN-R
                   MOVE SPACES         TO WKS-CLIENTE-R
                   MOVE DETALLE-CBA-R TO LINEA-CBA
                   WRITE LINEA-CBA AFTER 1
                   ADD 1 TO WKS-CONT-SOLO-BANCO
                   ADD MONTO-EB TO WKS-TOT-SOLO-BANCO
               END-IF
           END-IF.

       2300-LISTA-SOLO-NUESTRO.
           MOVE WKS-NUE-FECHA (WKS-IND-NUE) TO WKS-FECHA-BUSCA.
           PERFORM 2900-BUSCA-DIA.
           IF WKS-HALLADO = 1
               ADD WKS-NUE-MONTO (WKS-IND-NUE)
                 TO WKS-DIA-NUESTRO (WKS-IND-DIA).

           IF WKS-NUE-MARCA (WKS-IND-NUE) = 0
               MOVE WKS-NUE-FECHA (WKS-IND-NUE)   TO WKS-FVALOR-R
               MOVE WKS-NUE-CANAL (WKS-IND-NUE)   TO WKS-CANAL-R
               MOVE "C"                           TO WKS-NAT-R
               MOVE WKS-NUE-MONTO (WKS-IND-NUE)   TO WKS-MONTO-R
               MOVE SPACES                        TO WKS-REFER-R
               MOVE WKS-NUE-ORIGEN (WKS-IND-NUE)  TO WKS-ORIGEN-R
               MOVE WKS-NUE-CLIENTE (WKS-IND-NUE) TO WKS-CLIENTE-R
               MOVE DETALLE-CBA-R TO LINEA-CBA
               WRITE LINEA-CBA AFTER 1
               ADD 1 TO WKS-CONT-SOLO-NUES
               ADD WKS-NUE-MONTO (WKS-IND-NUE) TO WKS-TOT-SOLO-NUES.

       2400-IMPRIME-DIA.
           COMPUTE WKS-DIF-DIA = WKS-DIA-BANCO (WKS-IND-DIA)
                               - WKS-DIA-NUESTRO (WKS-IND-DIA).

           MOVE WKS-DIA-FECHA (WKS-IND-DIA)   TO WKS-DIA-FECHA-R.
           MOVE WKS-DIA-BANCO (WKS-IND-DIA)   TO WKS-DIA-BANCO-R.
           MOVE WKS-DIA-NUESTRO (WKS-IND-DIA) TO WKS-DIA-NUES-R.
           MOVE WKS-DIA-CONCIL (WKS-IND-DIA)  TO WKS-DIA-CONC-R.
           MOVE WKS-DIF-DIA                   TO WKS-DIA-DIF-R.
           MOVE DETALLE-DIA-R TO LINEA-CBA.
           WRITE LINEA-CBA AFTER 1.

      *BUSCA LA FILA DE LA FECHA VALOR; SI NO EXISTE LA ABRE EN SU
      *LUGAR PARA QUE EL RESUMEN SALGA ORDENADO POR FECHA.
       2900-BUSCA-DIA.
           MOVE 0 TO WKS-HALLADO.
           PERFORM 2910-COMPARA-DIA
               VARYING WKS-IND-DIA FROM 1 BY 1
               UNTIL WKS-IND-DIA > WKS-NUM-DIAS OR WKS-HALLADO = 1.

           IF WKS-HALLADO = 1
               SUBTRACT 1 FROM WKS-IND-DIA
           ELSE
               IF WKS-NUM-DIAS NOT < WKS-MAX-DIAS
                   DISPLAY "TABLA DE DIAS LLENA, FECHA "
                           WKS-FECHA-BUSCA
               ELSE
                   PERFORM 2920-INSERTA-DIA
                   MOVE 1 TO WKS-HALLADO.

       2910-COMPARA-DIA.
           IF WKS-DIA-FECHA (WKS-IND-DIA) = WKS-FECHA-BUSCA
               MOVE 1 TO WKS-HALLADO.

       2920-INSERTA-DIA.
           ADD 1 TO WKS-NUM-DIAS.
           MOVE WKS-NUM-DIAS TO WKS-IND-DIA.

           PERFORM 2921-RECORRE-DIA
               UNTIL WKS-IND-DIA = 1
                  OR WKS-DIA-FECHA (WKS-IND-DIA - 1) < WKS-FECHA-BUSCA.

           MOVE WKS-FECHA-BUSCA TO WKS-DIA-FECHA (WKS-IND-DIA).
           MOVE 0 TO WKS-DIA-BANCO (WKS-IND-DIA).
           MOVE 0 TO WKS-DIA-NUESTRO (WKS-IND-DIA).
           MOVE 0 TO WKS-DIA-CONCIL (WKS-IND-DIA).

       2921-RECORRE-DIA.
           MOVE WKS-DIA (WKS-IND-DIA - 1) TO WKS-DIA (WKS-IND-DIA).
           SUBTRACT 1 FROM WKS-IND-DIA.

       3000-FIN.
           MOVE "PARTIDAS CONCILIADAS" TO WKS-TOT-ETIQ-R.
           MOVE WKS-CONT-CONCILIADOS TO WKS-TOT-NUM-R.
           MOVE WKS-TOT-CONCILIADO TO WKS-TOT-MON-R.
           MOVE FOOTER-CBA-R TO LINEA-CBA.
           WRITE LINEA-CBA AFTER 2.

           MOVE "EN EL BANCO, NO EN NUESTROS ARCHIVOS" TO WKS-TITULO-R.
           PERFORM 1500-ENCABEZADO-SECCION.
           PERFORM 1600-INICIA-EDOCTAB.
           PERFORM 2200-LISTA-SOLO-BANCO UNTIL WKS-EOF-EDO = 1.

           MOVE "PARTIDAS SOLO EN EL BANCO" TO WKS-TOT-ETIQ-R.
           MOVE WKS-CONT-SOLO-BANCO TO WKS-TOT-NUM-R.
           MOVE WKS-TOT-SOLO-BANCO TO WKS-TOT-MON-R.
           MOVE FOOTER-CBA-R TO LINEA-CBA.
           WRITE LINEA-CBA AFTER 2.

           MOVE "EN NUESTROS ARCHIVOS, NO EN EL BANCO" TO WKS-TITULO-R.
           PERFORM 1500-ENCABEZADO-SECCION.
           PERFORM 2300-LISTA-SOLO-NUESTRO
               VARYING WKS-IND-NUE FROM 1 BY 1
               UNTIL WKS-IND-NUE > WKS-NUM-NUESTROS.

           MOVE "PARTIDAS SOLO EN NUESTROS ARCHIVOS" TO WKS-TOT-ETIQ-R.
           MOVE WKS-CONT-SOLO-NUES TO WKS-TOT-NUM-R.
           MOVE WKS-TOT-SOLO-NUES TO WKS-TOT-MON-R.
           MOVE FOOTER-CBA-R TO LINEA-CBA.
           WRITE LINEA-CBA AFTER 2.

           MOVE "DIFERENCIA NETA POR DIA" TO WKS-TITULO-R.
           MOVE TITULO-CBA-R TO LINEA-CBA.
           WRITE LINEA-CBA AFTER 3.
           MOVE HEADER-DIAS-CBA TO LINEA-CBA.
           WRITE LINEA-CBA AFTER 2.
           PERFORM 2400-IMPRIME-DIA
               VARYING WKS-IND-DIA FROM 1 BY 1
               UNTIL WKS-IND-DIA > WKS-NUM-DIAS.

           IF WKS-FS-EDOCTAB = "00"
               CLOSE EDOCTAB.
           CLOSE REP-CBA.

           DISPLAY "RENGLONES REVISADOS: " WKS-CONT-REVISADOS.
           DISPLAY "CONCILIADOS: " WKS-CONT-CONCILIADOS.
           DISPLAY "SOLO EN EL BANCO: " WKS-CONT-SOLO-BANCO.
           DISPLAY "SOLO EN NUESTROS ARCHIVOS: " WKS-CONT-SOLO-NUES.
           PERFORM 9100-GRABA-BITACORA.

       9100-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "CON-BAN " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-REVISADOS TO LEIDOS-BIT.
           MOVE WKS-CONT-CONCILIADOS TO ESCRITOS-BIT.
           COMPUTE RECHAZADOS-BIT = WKS-CONT-SOLO-BANCO
                                  + WKS-CONT-SOLO-NUES.
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
