      *MI PROGRAMA DEL LISTADO SEMANAL DE QUEJAS VENCIDAS - RECORRE
      *QUEJAS Y LISTA LAS QUE SIGUEN EN TRAMITE CON EL PLAZO DE
      *CONDUSEF YA VENCIDO, CON LOS DIAS HABILES DE ATRASO, Y LAS
      *QUE VENCEN DENTRO DE LA SEMANA HABIL QUE VIENE, PARA QUE LA
      *UNIDAD ESPECIALIZADA LAS ATIENDA ANTES DE QUE SE PASEN.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUE-VEN.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEJAS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS FOLIO-QJ
                ALTERNATE RECORD KEY IS ID-CLIENTE-QJ WITH DUPLICATES
                FILE STATUS IS WKS-FS-QUEJA.

           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I.

           SELECT CALENFER ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS FECHA-FER
                FILE STATUS IS WKS-FS-FER.

           SELECT REP-QUE ASSIGN TO PRINTER.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD QUEJAS.
       01 REG-QUEJA.
       COPY QUEJCOPY.

       FD ICLIENTES.
       01 REG-CLI-I.
       COPY CLICOPY
           REPLACING ==ID-CLIENTE== BY ==ID-CLIENTE-I==
                     ==NOMBRE-CLIENTE== BY ==NOMBRE-CLIENTE-I==
                     ==ID-TARGETA== BY ==ID-TARGETA-I==
                     ==TIPO-TARG== BY ==TIPO-TARG-I==
                     ==ANUALIDAD== BY ==ANUALIDAD-I==
                     ==FECHA-ALTA== BY ==FECHA-ALTA-I==
                     ==OPERADOR== BY ==OPERADOR-I==
                     ==DIRECCION== BY ==DIRECCION-I==
                     ==TELEFONO== BY ==TELEFONO-I==
                     ==EMAIL== BY ==EMAIL-I==
                     ==ESTADO-CLIENTE== BY ==ESTADO-CLIENTE-I==
                     ==DOMICILIADO== BY ==DOMICILIADO-I==
                     ==CUENTA-BANCARIA== BY ==CUENTA-BANCARIA-I==
                     ==CLAVE-VENDEDOR== BY ==CLAVE-VENDEDOR-I==
                     ==RFC== BY ==RFC-I==
                     ==ENVIO-EMAIL== BY ==ENVIO-EMAIL-I==
                     ==SUCURSAL== BY ==SUCURSAL-I==.

      *CALENDARIO DE DIAS FERIADOS - SE CARGA A TABLA AL ARRANCAR
      *PARA CONTAR DIAS HABILES CONTRA EL PLAZO.
       FD CALENFER.
       01 REG-FERIADO.
        03 FECHA-FER          PIC 9(08).
        03 DESCRIPCION-FER    PIC X(20).

       FD REP-QUE.
       01 LINEA-QUE              PIC X(132).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-FS-QUEJA         PIC X(02) VALUE "00".
       01 WKS-FS-FER           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-EOF-QUEJA        PIC 9 VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-CONT-LEIDOS      PIC 9(06) VALUE 0.
       01 WKS-CONT-TRAMITE     PIC 9(06) VALUE 0.
       01 WKS-CONT-VENCIDAS    PIC 9(06) VALUE 0.
       01 WKS-CONT-POR-VENCER  PIC 9(06) VALUE 0.

      *DIAS HABILES HACIA ADELANTE QUE CUBRE EL AVISO DE POR VENCER:
      *LA SEMANA HABIL HASTA LA SIGUIENTE CORRIDA.
       01 WKS-DIAS-AVISO       PIC 9(03) VALUE 5.
       01 WKS-FECHA-AVISO      PIC 9(08) VALUE 0.
       01 WKS-DIAS-HABILES     PIC 9(03) VALUE 0.

       01 WKS-EOF-FER          PIC 9 VALUE 0.
       01 WKS-FER-COUNT        PIC 9(02) VALUE 0.
       01 WKS-FER-IDX          PIC 9(02) VALUE 0.
       01 WKS-TABLA-FERIADOS.
          03 WKS-FERIADO-TAB   PIC 9(08) OCCURS 30 TIMES VALUE 0.

       01 WKS-DIA-HABIL        PIC 9 VALUE 0.
       01 WKS-FECHA-EVALUA     PIC 9(08) VALUE 0.
       01 WKS-FECHA-EVALUA-R REDEFINES WKS-FECHA-EVALUA.
           03 WKS-EVA-AAAA         PIC 9(04).
           03 WKS-EVA-MM           PIC 9(02).
           03 WKS-EVA-DD           PIC 9(02).
       01 WKS-ZEL-M            PIC 9(04) VALUE 0.
       01 WKS-ZEL-A            PIC 9(04) VALUE 0.
       01 WKS-ZEL-K            PIC 9(02) VALUE 0.
       01 WKS-ZEL-J            PIC 9(02) VALUE 0.
       01 WKS-ZEL-H            PIC 9(04) VALUE 0.
       01 WKS-ZEL-COC          PIC 9(06) VALUE 0.

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

       01 HEADER-L1-QUE.
            03 FILLER PIC X(25) VALUE SPACES.
            03 FILLER PIC X(50)
               VALUE "QUEJAS EN TRAMITE VENCIDAS Y POR VENCER".

       01 HEADER-L2-QUE.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(18) VALUE "FECHA DE NEGOCIO: ".
            03 WKS-HOY-R       PIC 9(08).
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(24)
                               VALUE "POR VENCER HASTA EL DIA ".
            03 WKS-AVISO-R     PIC 9(08).

       01 HEADER-L3-QUE.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(08) VALUE "FOLIO".
            03 FILLER PIC X(30) VALUE "CLIENTE".
            03 FILLER PIC X(04) VALUE "CN".
            03 FILLER PIC X(05) VALUE "MOT".
            03 FILLER PIC X(10) VALUE "RECIBIDA".
            03 FILLER PIC X(10) VALUE "LIMITE".
            03 FILLER PIC X(06) VALUE "DIAS".
            03 FILLER PIC X(13) VALUE "SITUACION".
            03 FILLER PIC X(16) VALUE "      RECLAMADO".
            03 FILLER PIC X(08) VALUE "CAPTURO".

       01 DETALLE-QUE-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-FOLIO-R     PIC 9(06).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-ID-CLI-R    PIC 9(06).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-NOMBRE-R    PIC A(20).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-CANAL-R     PIC X(02).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-MOTIVO-R    PIC X(03).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-RECIBIDA-R  PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-LIMITE-R    PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-DIAS-R      PIC ZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-SITUACION-R PIC X(13).
            03 WKS-MONTO-R     PIC $ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-CAPTURO-R   PIC X(08).

       01 FOOTER-QUE-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-TOT-ETIQ-R  PIC X(32).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-TOT-NUM-R   PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-EOF-QUEJA = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN INPUT CALENFER.
           IF WKS-FS-FER = "00"
               PERFORM 9000-CARGA-FERIADOS
               CLOSE CALENFER.

           PERFORM 1100-CALCULA-AVISO.

           OPEN INPUT QUEJAS.
           OPEN INPUT ICLIENTES.
           OPEN OUTPUT REP-QUE.

           MOVE HEADER-L1-QUE TO LINEA-QUE.
           WRITE LINEA-QUE AFTER 1.
           MOVE WKS-FECHA-HOY   TO WKS-HOY-R.
           MOVE WKS-FECHA-AVISO TO WKS-AVISO-R.
           MOVE HEADER-L2-QUE TO LINEA-QUE.
           WRITE LINEA-QUE AFTER 2.
           MOVE HEADER-L3-QUE TO LINEA-QUE.
           WRITE LINEA-QUE AFTER 2.

           IF WKS-FS-QUEJA NOT = "00"
               MOVE 1 TO WKS-EOF-QUEJA
           ELSE
               MOVE 0 TO FOLIO-QJ
               START QUEJAS KEY IS > FOLIO-QJ
                   INVALID KEY MOVE 1 TO WKS-EOF-QUEJA
               END-START.

      *FECHA HASTA LA QUE UNA QUEJA SE CONSIDERA POR VENCER: LOS
      *SIGUIENTES DIAS HABILES DEL AVISO.
       1100-CALCULA-AVISO.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-EVALUA.
           MOVE 0 TO WKS-DIAS-HABILES.

           PERFORM 1110-AVANZA-HABIL
               UNTIL WKS-DIAS-HABILES = WKS-DIAS-AVISO.

           MOVE WKS-FECHA-EVALUA TO WKS-FECHA-AVISO.

       1110-AVANZA-HABIL.
           PERFORM 9030-SUMA-DIA-EVALUA.
           PERFORM 9020-ES-DIA-HABIL.

           IF WKS-DIA-HABIL = 1
               ADD 1 TO WKS-DIAS-HABILES.

       2000-PROCESO.
           READ QUEJAS NEXT AT END MOVE 1 TO WKS-EOF-QUEJA.

           IF WKS-EOF-QUEJA = 0
               ADD 1 TO WKS-CONT-LEIDOS
               IF QUEJA-EN-TRAMITE
                   PERFORM 2100-CLASIFICA-PLAZO
               END-IF
           END-IF.

       2100-CLASIFICA-PLAZO.
           ADD 1 TO WKS-CONT-TRAMITE.

           IF WKS-FECHA-HOY > FECHA-LIMITE-QJ
               PERFORM 2200-DIAS-DE-ATRASO
               MOVE "VENCIDA" TO WKS-SITUACION-R
               ADD 1 TO WKS-CONT-VENCIDAS
               PERFORM 2300-DETALLE-R
           ELSE
               IF FECHA-LIMITE-QJ NOT > WKS-FECHA-AVISO
                   MOVE 0 TO WKS-DIAS-HABILES
                   MOVE "POR VENCER" TO WKS-SITUACION-R
                   ADD 1 TO WKS-CONT-POR-VENCER
                   PERFORM 2300-DETALLE-R.

      *DIAS HABILES TRANSCURRIDOS DESDE EL LIMITE HASTA HOY.
       2200-DIAS-DE-ATRASO.
           MOVE FECHA-LIMITE-QJ TO WKS-FECHA-EVALUA.
           MOVE 0 TO WKS-DIAS-HABILES.

           PERFORM 2210-CUENTA-HABIL
               UNTIL WKS-FECHA-EVALUA NOT < WKS-FECHA-HOY
                  OR WKS-DIAS-HABILES = 999.

       2210-CUENTA-HABIL.
           PERFORM 9030-SUMA-DIA-EVALUA.
           PERFORM 9020-ES-DIA-HABIL.

           IF WKS-DIA-HABIL = 1
               ADD 1 TO WKS-DIAS-HABILES.

       2300-DETALLE-R.
           MOVE ID-CLIENTE-QJ TO ID-CLIENTE-I.
           READ ICLIENTES
               INVALID KEY MOVE SPACES TO NOMBRE-CLIENTE-I
           END-READ.

           MOVE FOLIO-QJ           TO WKS-FOLIO-R.
           MOVE ID-CLIENTE-QJ      TO WKS-ID-CLI-R.
           MOVE NOMBRE-CLIENTE-I   TO WKS-NOMBRE-R.
           MOVE CANAL-QJ           TO WKS-CANAL-R.
           MOVE MOTIVO-QJ          TO WKS-MOTIVO-R.
           MOVE FECHA-RECEPCION-QJ TO WKS-RECIBIDA-R.
           MOVE FECHA-LIMITE-QJ    TO WKS-LIMITE-R.
           MOVE WKS-DIAS-HABILES   TO WKS-DIAS-R.
           MOVE MONTO-RECLAMADO-QJ TO WKS-MONTO-R.
           MOVE CAPTURO-QJ         TO WKS-CAPTURO-R.

           MOVE DETALLE-QUE-R TO LINEA-QUE.
           WRITE LINEA-QUE AFTER 1.

       3000-FIN.
           MOVE "QUEJAS EN TRAMITE" TO WKS-TOT-ETIQ-R.
           MOVE WKS-CONT-TRAMITE TO WKS-TOT-NUM-R.
           MOVE FOOTER-QUE-R TO LINEA-QUE.
           WRITE LINEA-QUE AFTER 3.

           MOVE "CON PLAZO VENCIDO" TO WKS-TOT-ETIQ-R.
           MOVE WKS-CONT-VENCIDAS TO WKS-TOT-NUM-R.
           MOVE FOOTER-QUE-R TO LINEA-QUE.
           WRITE LINEA-QUE AFTER 1.

           MOVE "POR VENCER EN LA SEMANA" TO WKS-TOT-ETIQ-R.
           MOVE WKS-CONT-POR-VENCER TO WKS-TOT-NUM-R.
           MOVE FOOTER-QUE-R TO LINEA-QUE.
           WRITE LINEA-QUE AFTER 1.

           CLOSE QUEJAS.
           CLOSE ICLIENTES.
           CLOSE REP-QUE.

           DISPLAY "QUEJAS EN TRAMITE: " WKS-CONT-TRAMITE
                   "  VENCIDAS: " WKS-CONT-VENCIDAS
                   "  POR VENCER: " WKS-CONT-POR-VENCER.
           PERFORM 9100-GRABA-BITACORA.

       9100-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "QUE-VEN " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDOS TO LEIDOS-BIT.
           MOVE WKS-CONT-POR-VENCER TO ESCRITOS-BIT.
           MOVE WKS-CONT-VENCIDAS TO RECHAZADOS-BIT.
           MOVE SPACES TO DETALLE-BIT.
           WRITE REG-BIT.
           CLOSE BITACORA.

       9000-CARGA-FERIADOS.
           MOVE 0 TO FECHA-FER.
           START CALENFER KEY IS NOT < FECHA-FER
               INVALID KEY MOVE 1 TO WKS-EOF-FER
               NOT INVALID KEY MOVE 0 TO WKS-EOF-FER
           END-START.

           PERFORM 9001-LEER-FERIADO UNTIL WKS-EOF-FER = 1.

       9001-LEER-FERIADO.
           READ CALENFER NEXT AT END MOVE 1 TO WKS-EOF-FER.

           IF WKS-EOF-FER = 0
               IF WKS-FER-COUNT < 30
                   ADD 1 TO WKS-FER-COUNT
                   MOVE FECHA-FER TO
                               WKS-FERIADO-TAB (WKS-FER-COUNT)
               END-IF
           END-IF.

      *DIA DE LA SEMANA POR CONGRUENCIA DE ZELLER: H CERO ES SABADO
      *Y H UNO ES DOMINGO; ENERO Y FEBRERO CUENTAN COMO MESES TRECE
      *Y CATORCE DEL ANO ANTERIOR.
       9020-ES-DIA-HABIL.
           MOVE WKS-EVA-MM TO WKS-ZEL-M.
           MOVE WKS-EVA-AAAA TO WKS-ZEL-A.

           IF WKS-ZEL-M < 3
               ADD 12 TO WKS-ZEL-M
               SUBTRACT 1 FROM WKS-ZEL-A.

           DIVIDE WKS-ZEL-A BY 100
               GIVING WKS-ZEL-J REMAINDER WKS-ZEL-K.

           COMPUTE WKS-ZEL-H = WKS-EVA-DD
               + (13 * (WKS-ZEL-M + 1)) / 5
               + WKS-ZEL-K + WKS-ZEL-K / 4
               + WKS-ZEL-J / 4 + 5 * WKS-ZEL-J.

           DIVIDE WKS-ZEL-H BY 7
               GIVING WKS-ZEL-COC REMAINDER WKS-ZEL-H.

           IF WKS-ZEL-H < 2
               MOVE 0 TO WKS-DIA-HABIL
           ELSE
               MOVE 1 TO WKS-DIA-HABIL
               PERFORM 9021-BUSCA-FERIADO.

       9021-BUSCA-FERIADO.
           MOVE 1 TO WKS-FER-IDX.
           PERFORM 9022-COMPARA-FERIADO
               UNTIL WKS-FER-IDX > WKS-FER-COUNT.

       9022-COMPARA-FERIADO.
           IF WKS-FERIADO-TAB (WKS-FER-IDX) = WKS-FECHA-EVALUA
               MOVE 0 TO WKS-DIA-HABIL
               MOVE WKS-FER-COUNT TO WKS-FER-IDX.

           ADD 1 TO WKS-FER-IDX.

       9030-SUMA-DIA-EVALUA.
           PERFORM 9031-DIAS-MAX-EVALUA.

           ADD 1 TO WKS-EVA-DD.
           IF WKS-EVA-DD > WKS-DIAS-MAX
              MOVE 1 TO WKS-EVA-DD
              ADD 1 TO WKS-EVA-MM
              IF WKS-EVA-MM > 12
                 MOVE 1 TO WKS-EVA-MM
                 ADD 1 TO WKS-EVA-AAAA.

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
