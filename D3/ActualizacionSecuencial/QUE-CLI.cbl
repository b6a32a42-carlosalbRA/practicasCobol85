      *MI PROGRAMA DEL REGISTRO DE QUEJAS Y RECLAMACIONES - LAS
      *QUEJAS POR ANUALIDADES DOBLES, RECARGOS DISPUTADOS Y DEMAS
      *VIVIAN EN CORREOS. AQUI SE DAN DE ALTA CON FOLIO, CLIENTE,
      *CANAL, MOTIVO Y, SI APLICA, LA TRANSACCION DE TRXCLI O EL
      *CICLO DE CICLOFAC QUE SE RECLAMA; EL PLAZO DE RESPUESTA DE
      *CONDUSEF SE CALCULA EN DIAS HABILES CONTRA EL CALENDARIO DE
      *FERIADOS. EN EL SEGUIMIENTO SE ANOTA EL AVANCE Y SE RESUELVE;
      *LA DEVOLUCION DE UNA QUEJA PROCEDENTE SALE COMO MOVIMIENTO
      *"DEV" PARA QUE POST-TRX LA POSTEE POR EL CAMINO NORMAL.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUE-CLI.
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

           SELECT TRXCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TRX-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-TRX WITH DUPLICATES
                FILE STATUS IS WKS-FS-TRX.

           SELECT CICLOFAC ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CICLO-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-C WITH DUPLICATES.

           SELECT CALENFER ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS FECHA-FER
                FILE STATUS IS WKS-FS-FER.

           SELECT QUEMOV ASSIGN TO DISK.

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

       FD TRXCLI.
       01 REG-TRX.
       COPY TRXCOPY.

       FD CICLOFAC.
       01 REG-CICLO.
       COPY CICLCOPY.

      *CALENDARIO DE DIAS FERIADOS - SE CARGA A TABLA AL ARRANCAR
      *PARA CONTAR LOS DIAS HABILES DEL PLAZO DE RESPUESTA.
       FD CALENFER.
       01 REG-FERIADO.
        03 FECHA-FER          PIC 9(08).
        03 DESCRIPCION-FER    PIC X(20).

      *DEVOLUCIONES EN FORMATO MOVCLI CON CONTROLES HDR/999, PARA
      *QUE POST-TRX LAS POSTEE POR EL CAMINO NORMAL. EL TIPO "DEV"
      *DEBE EXISTIR COMO ABONO EN EL CATALOGO CATTRX.
       FD QUEMOV.
       01 REG-MOV.
       COPY MOVCOPY.

       01 REG-MOV-HDR REDEFINES REG-MOV.
        03 TIPO-HDR-MOV       PIC X(03).
        03 FUENTE-HDR-MOV     PIC X(08).
        03 FECHA-HDR-MOV      PIC 9(08).
        03 SECUENCIA-HDR-MOV  PIC 9(04).
        03 FILLER             PIC X(49).

       01 REG-MOV-TRL REDEFINES REG-MOV.
        03 MARCA-TRL-MOV      PIC X(03).
        03 CONTADOR-TRL-MOV   PIC 9(07).
        03 SUMA-TRL-MOV       PIC 9(11)V99.
        03 FILLER             PIC X(49).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-LOOP             PIC 9 VALUE 0.
       01 WKS-RES              PIC A(01).
       01 WKS-OPCION           PIC A(01).
       01 WKS-FS-QUEJA         PIC X(02) VALUE "00".
       01 WKS-FS-TRX           PIC X(02) VALUE "00".
       01 WKS-FS-FER           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.
       01 WKS-QUEJA-VALIDA     PIC 9 VALUE 0.
       01 WKS-EOF-QUEJA        PIC 9 VALUE 0.
       01 WKS-ID-OPERADOR      PIC X(08) VALUE SPACES.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-SEC-LOTE         PIC 9(04) VALUE 0.
       01 WKS-MAX-FOLIO        PIC 9(06) VALUE 0.
       01 WKS-FOLIO-CAPTURA    PIC 9(06) VALUE 0.
       01 WKS-NOTA             PIC X(60) VALUE SPACES.
       01 WKS-MONTO-DEVOLUCION PIC 9(07)V99 VALUE 0.
       01 WKS-MONTO-R          PIC $ZZZ,ZZZ,ZZ9.99.
       01 WKS-CONT-ALTAS       PIC 9(06) VALUE 0.
       01 WKS-CONT-SEGUIMIENTOS PIC 9(06) VALUE 0.
       01 WKS-CONT-RESUELTAS   PIC 9(06) VALUE 0.
       01 WKS-CONT-RECHAZADAS  PIC 9(06) VALUE 0.
       01 WKS-CONT-DEVOLUCIONES PIC 9(04) VALUE 0.
       01 WKS-SUMA-LOTE        PIC 9(11)V99 VALUE 0.

      *DIAS HABILES QUE DA CONDUSEF PARA RESPONDER UNA RECLAMACION.
       01 WKS-DIAS-PLAZO       PIC 9(03) VALUE 30.
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

      *RESULTADO DE LA FIRMA DE OPERADOR VALIDADA POR SEC-OPER.
       01 WKS-FIRMA.
       COPY FIRMCOPY.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-LOOP = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           MOVE "QUE-CLI " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0
               MOVE 1 TO WKS-LOOP
               STOP RUN.

           MOVE ID-OPERADOR-F TO WKS-ID-OPERADOR.

           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           DISPLAY "SECUENCIA DE LOTE PARA POST-TRX:" LINE 02
                                                       POSITION 03.
           ACCEPT WKS-SEC-LOTE LINE 02 POSITION 37.

           OPEN I-O QUEJAS.
           IF WKS-FS-QUEJA = "35"
               OPEN OUTPUT QUEJAS
               CLOSE QUEJAS
               OPEN I-O QUEJAS.

           OPEN INPUT ICLIENTES.
           OPEN INPUT TRXCLI.
           OPEN INPUT CICLOFAC.

           OPEN INPUT CALENFER.
           IF WKS-FS-FER = "00"
               PERFORM 9000-CARGA-FERIADOS
               CLOSE CALENFER.

           OPEN OUTPUT QUEMOV.

           MOVE SPACES TO REG-MOV.
           MOVE "HDR" TO TIPO-HDR-MOV.
           MOVE "QUEJAS" TO FUENTE-HDR-MOV.
           MOVE WKS-FECHA-HOY TO FECHA-HDR-MOV.
           MOVE WKS-SEC-LOTE TO SECUENCIA-HDR-MOV.
           WRITE REG-MOV.

       2000-PROCESO.
           DISPLAY "(A)LTA DE QUEJA, (S)EGUIMIENTO, (F)IN:" LINE 03
                                                       POSITION 03.
           ACCEPT WKS-OPCION LINE 03 POSITION 43.

           IF WKS-OPCION = "A"
               PERFORM 2100-ALTA-QUEJA THRU 2100-FIN.

           IF WKS-OPCION = "S"
               PERFORM 2300-SEGUIMIENTO THRU 2300-FIN.

           IF WKS-OPCION = "F"
               MOVE 1 TO WKS-LOOP.

      *LA QUEJA NACE EN TRAMITE CON SU PLAZO; LA TRANSACCION Y EL
      *CICLO SON OPCIONALES PERO, SI SE DAN, DEBEN SER DEL CLIENTE.
       2100-ALTA-QUEJA.
           MOVE SPACES TO REG-QUEJA.

           DISPLAY "ID DE CLIENTE:" LINE 05 POSITION 03.
           ACCEPT ID-CLIENTE-QJ LINE 05 POSITION 19.

           MOVE ID-CLIENTE-QJ TO ID-CLIENTE-I.
           READ ICLIENTES INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                          NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 1
               DISPLAY "CLIENTE NO EXISTE" LINE 20 POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2100-FIN.

           DISPLAY "CLIENTE: " NOMBRE-CLIENTE-I "  SUCURSAL: "
                   SUCURSAL-I LINE 06 POSITION 03.

           DISPLAY "CANAL (SU/TE/CE/UN/CO):" LINE 07 POSITION 03.
           ACCEPT CANAL-QJ LINE 07 POSITION 28.

           DISPLAY "MOTIVO (ANU/REC/CNR/DOM/COB/BUR/OTR):" LINE 08
                                                       POSITION 03.
           ACCEPT MOTIVO-QJ LINE 08 POSITION 42.

           DISPLAY "TRANSACCION RECLAMADA (CERO = NINGUNA):" LINE 09
                                                       POSITION 03.
           ACCEPT NUM-TRX-QJ LINE 09 POSITION 43.

           DISPLAY "CICLO RECLAMADO (CERO = NINGUNO):" LINE 10
                                                       POSITION 03.
           ACCEPT NUM-CICLO-QJ LINE 10 POSITION 37.

           DISPLAY "MONTO RECLAMADO:" LINE 11 POSITION 03.
           ACCEPT MONTO-RECLAMADO-QJ LINE 11 POSITION 21.

           DISPLAY "DESCRIPCION:" LINE 12 POSITION 03.
           ACCEPT DESCRIPCION-QJ LINE 13 POSITION 03.

           PERFORM 2110-VALIDA-ALTA.

           IF WKS-QUEJA-VALIDA = 0
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2100-FIN.

           PERFORM 2200-CALCULA-LIMITE.
           PERFORM 2400-BUSCA-MAX-FOLIO.

           ADD 1 TO WKS-MAX-FOLIO.
           MOVE WKS-MAX-FOLIO    TO FOLIO-QJ.
           MOVE WKS-FECHA-HOY    TO FECHA-RECEPCION-QJ.
           MOVE WKS-FECHA-EVALUA TO FECHA-LIMITE-QJ.
           MOVE WKS-ID-OPERADOR  TO CAPTURO-QJ.
           MOVE "A"              TO ESTADO-QJ.
           MOVE WKS-FECHA-HOY    TO FECHA-ULT-SEG-QJ.
           MOVE SPACES           TO NOTA-QJ.
           MOVE 0                TO FECHA-RESOL-QJ.
           MOVE SPACES           TO RESOLVIO-QJ.
           MOVE 0                TO MONTO-DEVUELTO-QJ.
           MOVE 0                TO FECHA-DEVOL-QJ.

           WRITE REG-QUEJA
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR LA QUEJA" LINE 20
                                                       POSITION 03
               NOT INVALID KEY
                   ADD 1 TO WKS-CONT-ALTAS
                   DISPLAY "QUEJA " FOLIO-QJ " REGISTRADA, RESPUESTA"
                           " A MAS TARDAR EL " FECHA-LIMITE-QJ
                                                LINE 20 POSITION 03
           END-WRITE.

       2100-FIN.
           EXIT.

       2110-VALIDA-ALTA.
           MOVE 1 TO WKS-QUEJA-VALIDA.

           IF NOT CANAL-QJ-VALIDO
               MOVE 0 TO WKS-QUEJA-VALIDA
               DISPLAY "CANAL NO VALIDO" LINE 19 POSITION 03.

           IF NOT MOTIVO-QJ-VALIDO
               MOVE 0 TO WKS-QUEJA-VALIDA
               DISPLAY "MOTIVO NO VALIDO" LINE 19 POSITION 03.

           IF DESCRIPCION-QJ = SPACES
               MOVE 0 TO WKS-QUEJA-VALIDA
               DISPLAY "FALTA LA DESCRIPCION DE LA QUEJA" LINE 19
                                                       POSITION 03.

           IF NUM-TRX-QJ NOT = 0
               MOVE ID-CLIENTE-QJ TO ID-CLIENTE-TRX
               MOVE NUM-TRX-QJ    TO NUM-TRX
               READ TRXCLI
                   INVALID KEY
                       MOVE 0 TO WKS-QUEJA-VALIDA
                       DISPLAY "LA TRANSACCION NO ES DEL CLIENTE"
                                                LINE 19 POSITION 03
               END-READ.

           IF NUM-CICLO-QJ NOT = 0
               MOVE ID-CLIENTE-QJ TO ID-CLIENTE-C
               MOVE NUM-CICLO-QJ  TO NUM-CICLO-C
               READ CICLOFAC
                   INVALID KEY
                       MOVE 0 TO WKS-QUEJA-VALIDA
                       DISPLAY "EL CICLO NO ES DEL CLIENTE"
                                                LINE 19 POSITION 03
               END-READ.

      *EL PLAZO CORRE EN DIAS HABILES: SIN SABADOS, DOMINGOS NI
      *FERIADOS DEL CALENDARIO.
       2200-CALCULA-LIMITE.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-EVALUA.
           MOVE 0 TO WKS-DIAS-HABILES.

           PERFORM 2210-AVANZA-HABIL
               UNTIL WKS-DIAS-HABILES = WKS-DIAS-PLAZO.

       2210-AVANZA-HABIL.
           PERFORM 9030-SUMA-DIA-EVALUA.
           PERFORM 9020-ES-DIA-HABIL.

           IF WKS-DIA-HABIL = 1
               ADD 1 TO WKS-DIAS-HABILES.

      *SEGUIMIENTO DE UNA QUEJA EN TRAMITE: NOTA DE AVANCE, O
      *RESOLUCION PROCEDENTE (CON DEVOLUCION SI LA HAY) O
      *IMPROCEDENTE. UNA QUEJA RESUELTA YA NO SE MODIFICA.
       2300-SEGUIMIENTO.
           DISPLAY "FOLIO DE LA QUEJA:" LINE 05 POSITION 03.
           ACCEPT WKS-FOLIO-CAPTURA LINE 05 POSITION 23.

           MOVE WKS-FOLIO-CAPTURA TO FOLIO-QJ.
           READ QUEJAS INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                       NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 1
               DISPLAY "FOLIO NO EXISTE" LINE 20 POSITION 03
               GO TO 2300-FIN.

           MOVE ID-CLIENTE-QJ TO ID-CLIENTE-I.
           READ ICLIENTES
               INVALID KEY MOVE SPACES TO NOMBRE-CLIENTE-I
           END-READ.

           MOVE MONTO-RECLAMADO-QJ TO WKS-MONTO-R.

           DISPLAY "CLIENTE: " ID-CLIENTE-QJ " " NOMBRE-CLIENTE-I
                                                LINE 06 POSITION 03.
           DISPLAY "CANAL: " CANAL-QJ "  MOTIVO: " MOTIVO-QJ
                   "  TRX: " NUM-TRX-QJ "  CICLO: " NUM-CICLO-QJ
                   "  RECLAMADO: " WKS-MONTO-R LINE 07 POSITION 03.
           DISPLAY "RECIBIDA: " FECHA-RECEPCION-QJ "  LIMITE: "
                   FECHA-LIMITE-QJ "  ESTADO: " ESTADO-QJ
                                                LINE 08 POSITION 03.
           DISPLAY DESCRIPCION-QJ LINE 09 POSITION 03.
           DISPLAY "NOTA: " NOTA-QJ LINE 10 POSITION 03.

           IF NOT QUEJA-EN-TRAMITE
               DISPLAY "QUEJA YA RESUELTA EL " FECHA-RESOL-QJ
                                                LINE 20 POSITION 03
               GO TO 2300-FIN.

           IF WKS-FECHA-HOY > FECHA-LIMITE-QJ
               DISPLAY "PLAZO DE RESPUESTA VENCIDO" LINE 11
                                                       POSITION 03.

           DISPLAY "(N)OTA, (P)ROCEDENTE, (I)MPROCEDENTE, (S)ALIR:"
                                                LINE 12 POSITION 03.
           ACCEPT WKS-RES LINE 12 POSITION 52.

           IF WKS-RES NOT = "N"
              AND WKS-RES NOT = "P"
              AND WKS-RES NOT = "I"
               GO TO 2300-FIN.

           MOVE SPACES TO WKS-NOTA.
           DISPLAY "NOTA DEL SEGUIMIENTO:" LINE 13 POSITION 03.
           ACCEPT WKS-NOTA LINE 14 POSITION 03.

      *LA RESOLUCION SE FUNDAMENTA: SIN NOTA NO SE CIERRA.
           IF WKS-NOTA = SPACES
               DISPLAY "EL SEGUIMIENTO REQUIERE NOTA, QUEJA SIN"
                       " CAMBIO" LINE 20 POSITION 03
               GO TO 2300-FIN.

           MOVE 0 TO WKS-MONTO-DEVOLUCION.
           IF WKS-RES = "P"
               DISPLAY "MONTO A DEVOLVER (CERO = SIN DEVOLUCION):"
                                                LINE 15 POSITION 03
               ACCEPT WKS-MONTO-DEVOLUCION LINE 15 POSITION 46.

      *NO SE DEVUELVE MAS DE LO RECLAMADO CUANDO EL CLIENTE DIO
      *UN MONTO.
           IF MONTO-RECLAMADO-QJ > 0
              AND WKS-MONTO-DEVOLUCION > MONTO-RECLAMADO-QJ
               DISPLAY "LA DEVOLUCION EXCEDE LO RECLAMADO, QUEJA SIN"
                       " CAMBIO" LINE 20 POSITION 03
               GO TO 2300-FIN.

           MOVE WKS-NOTA      TO NOTA-QJ.
           MOVE WKS-FECHA-HOY TO FECHA-ULT-SEG-QJ.
           ADD 1 TO WKS-CONT-SEGUIMIENTOS.

           IF WKS-RES NOT = "N"
               MOVE WKS-RES         TO ESTADO-QJ
               MOVE WKS-FECHA-HOY   TO FECHA-RESOL-QJ
               MOVE WKS-ID-OPERADOR TO RESOLVIO-QJ
               ADD 1 TO WKS-CONT-RESUELTAS.

           IF WKS-MONTO-DEVOLUCION > 0
               PERFORM 2310-GENERA-DEVOLUCION.

           REWRITE REG-QUEJA
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR LA QUEJA" LINE 20
                                                       POSITION 03
               NOT INVALID KEY
                   DISPLAY "QUEJA " FOLIO-QJ " ACTUALIZADA, ESTADO "
                           ESTADO-QJ LINE 20 POSITION 03
           END-REWRITE.

       2300-FIN.
           EXIT.

       2310-GENERA-DEVOLUCION.
           MOVE SPACES               TO REG-MOV.
           MOVE ID-CLIENTE-QJ        TO ID-CLIENTE-MOV.
           MOVE WKS-FECHA-HOY        TO FECHA-MOV.
           MOVE WKS-MONTO-DEVOLUCION TO MONTO-MOV.
           MOVE "DEV QUEJA"          TO DESCRIPCION-MOV.
           MOVE FOLIO-QJ             TO DESCRIPCION-MOV (11:6).
           MOVE 0                    TO MESES-PLAN-MOV.
           MOVE 0                    TO NUM-TRX-REF-MOV.
           MOVE "DEV"                TO TIPO-TRX-MOV.
           MOVE 0                    TO NUM-TARJETA-MOV.
           MOVE 0                    TO GIRO-MOV.
           MOVE SPACES               TO MONEDA-MOV.
           MOVE 0                    TO MONTO-ORIGEN-MOV.
           MOVE SPACES               TO CANAL-PAGO-MOV.
           WRITE REG-MOV.

           MOVE WKS-MONTO-DEVOLUCION TO MONTO-DEVUELTO-QJ.
           MOVE WKS-FECHA-HOY        TO FECHA-DEVOL-QJ.

           ADD 1 TO WKS-CONT-DEVOLUCIONES.
           ADD WKS-MONTO-DEVOLUCION TO WKS-SUMA-LOTE.

       2400-BUSCA-MAX-FOLIO.
           MOVE 0 TO WKS-MAX-FOLIO.
           MOVE 0 TO FOLIO-QJ.
           START QUEJAS KEY IS > FOLIO-QJ
               INVALID KEY MOVE 1 TO WKS-EOF-QUEJA
               NOT INVALID KEY MOVE 0 TO WKS-EOF-QUEJA
           END-START.

           PERFORM 2410-LEER-FOLIO UNTIL WKS-EOF-QUEJA = 1.

       2410-LEER-FOLIO.
           READ QUEJAS NEXT AT END MOVE 1 TO WKS-EOF-QUEJA.

           IF WKS-EOF-QUEJA = 0
               IF FOLIO-QJ > WKS-MAX-FOLIO
                   MOVE FOLIO-QJ TO WKS-MAX-FOLIO.

       3000-FIN.
           MOVE SPACES TO REG-MOV.
           MOVE "999" TO MARCA-TRL-MOV.
           MOVE WKS-CONT-DEVOLUCIONES TO CONTADOR-TRL-MOV.
           MOVE WKS-SUMA-LOTE TO SUMA-TRL-MOV.
           WRITE REG-MOV.

           CLOSE QUEJAS.
           CLOSE ICLIENTES.
           CLOSE TRXCLI.
           CLOSE CICLOFAC.
           CLOSE QUEMOV.
           DISPLAY "QUEJAS REGISTRADAS: " WKS-CONT-ALTAS.
           DISPLAY "QUEJAS RESUELTAS: " WKS-CONT-RESUELTAS.
           DISPLAY "DEVOLUCIONES EMITIDAS: " WKS-CONT-DEVOLUCIONES.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "QUE-CLI " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-ALTAS TO LEIDOS-BIT.
           MOVE WKS-CONT-SEGUIMIENTOS TO ESCRITOS-BIT.
           MOVE WKS-CONT-RECHAZADAS TO RECHAZADOS-BIT.
           MOVE WKS-ID-OPERADOR TO DETALLE-BIT.
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
