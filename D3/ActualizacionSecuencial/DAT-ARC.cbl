      *MI PROGRAMA DEL REGISTRO DE SOLICITUDES DE DERECHOS ARCO -
      *ACCESO, RECTIFICACION, CANCELACION U OPOSICION SOBRE LOS DATOS
      *PERSONALES DEL CLIENTE. CADA SOLICITUD SE DA DE ALTA CON FOLIO,
      *CLIENTE, TIPO Y CANAL; EL PLAZO LEGAL DE RESPUESTA SE CALCULA
      *EN DIAS HABILES CONTRA EL CALENDARIO DE FERIADOS. EN EL
      *SEGUIMIENTO SE ANOTA EL AVANCE Y SE RESUELVE. UN ACCESO
      *PROCEDENTE SE ENTREGA CON EL PAQUETE DE DAT-EXP Y UNA
      *CANCELACION PROCEDENTE LA EJECUTA DAT-ANO CUANDO LA CUENTA YA
      *ESTA CERRADA Y VENCIO EL PLAZO DE CONSERVACION. UNA OPOSICION
      *PROCEDENTE DEJA AL CLIENTE REGISTRADO SIN PUBLICIDAD EN NOPUBLI.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAT-ARC.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCO ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS FOLIO-AR
                ALTERNATE RECORD KEY IS ID-CLIENTE-AR WITH DUPLICATES
                FILE STATUS IS WKS-FS-ARCO.

           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I.

           SELECT NOPUBLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-NP
                FILE STATUS IS WKS-FS-NOP.

           SELECT CALENFER ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS FECHA-FER
                FILE STATUS IS WKS-FS-FER.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD ARCO.
       01 REG-ARCO.
       COPY ARCOCOPY.

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

      *CLIENTES QUE NO QUIEREN PUBLICIDAD, MANTENIDO POR MAN-NOP.
       FD NOPUBLI.
       01 REG-NOPUBLI.
       COPY NOPCOPY.

      *CALENDARIO DE DIAS FERIADOS - SE CARGA A TABLA AL ARRANCAR
      *PARA CONTAR LOS DIAS HABILES DEL PLAZO DE RESPUESTA.
       FD CALENFER.
       01 REG-FERIADO.
        03 FECHA-FER          PIC 9(08).
        03 DESCRIPCION-FER    PIC X(20).

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
       01 WKS-FS-ARCO          PIC X(02) VALUE "00".
       01 WKS-FS-FER           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-FS-NOP           PIC X(02) VALUE "00".
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.
       01 WKS-ARCO-VALIDA      PIC 9 VALUE 0.
       01 WKS-EOF-ARCO         PIC 9 VALUE 0.
       01 WKS-ID-OPERADOR      PIC X(08) VALUE SPACES.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-MAX-FOLIO        PIC 9(06) VALUE 0.
       01 WKS-FOLIO-CAPTURA    PIC 9(06) VALUE 0.
       01 WKS-NOTA             PIC X(60) VALUE SPACES.
       01 WKS-CONT-ALTAS       PIC 9(06) VALUE 0.
       01 WKS-CONT-SEGUIMIENTOS PIC 9(06) VALUE 0.
       01 WKS-CONT-RESUELTAS   PIC 9(06) VALUE 0.
       01 WKS-CONT-RECHAZADAS  PIC 9(06) VALUE 0.

      *DIAS HABILES QUE DA LA LEY PARA COMUNICAR LA RESPUESTA A UNA
      *SOLICITUD ARCO.
       01 WKS-DIAS-PLAZO       PIC 9(03) VALUE 20.
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
           MOVE "DAT-ARC " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0
               MOVE 1 TO WKS-LOOP
               STOP RUN.

           MOVE ID-OPERADOR-F TO WKS-ID-OPERADOR.

           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN I-O ARCO.
           IF WKS-FS-ARCO = "35"
               OPEN OUTPUT ARCO
               CLOSE ARCO
               OPEN I-O ARCO.

           OPEN INPUT ICLIENTES.

           OPEN I-O NOPUBLI.
           IF WKS-FS-NOP = "35"
               OPEN OUTPUT NOPUBLI
               CLOSE NOPUBLI
               OPEN I-O NOPUBLI.

           OPEN INPUT CALENFER.
           IF WKS-FS-FER = "00"
               PERFORM 9000-CARGA-FERIADOS
               CLOSE CALENFER.

       2000-PROCESO.
           DISPLAY "(A)LTA DE SOLICITUD ARCO, (S)EGUIMIENTO, (F)IN:"
                                                LINE 03 POSITION 03.
           ACCEPT WKS-OPCION LINE 03 POSITION 52.

           IF WKS-OPCION = "A"
               PERFORM 2100-ALTA-SOLICITUD THRU 2100-FIN.

           IF WKS-OPCION = "S"
               PERFORM 2300-SEGUIMIENTO THRU 2300-FIN.

           IF WKS-OPCION = "F"
               MOVE 1 TO WKS-LOOP.

      *LA SOLICITUD NACE EN TRAMITE CON SU PLAZO. EL CLIENTE DEBE
      *EXISTIR AUNQUE SU CUENTA YA ESTE CANCELADA.
       2100-ALTA-SOLICITUD.
           MOVE SPACES TO REG-ARCO.

           DISPLAY "ID DE CLIENTE:" LINE 05 POSITION 03.
           ACCEPT ID-CLIENTE-AR LINE 05 POSITION 19.

           MOVE ID-CLIENTE-AR TO ID-CLIENTE-I.
           READ ICLIENTES INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                          NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 1
               DISPLAY "CLIENTE NO EXISTE" LINE 20 POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2100-FIN.

           DISPLAY "CLIENTE: " NOMBRE-CLIENTE-I "  ESTADO: "
                   ESTADO-CLIENTE-I LINE 06 POSITION 03.

           DISPLAY "TIPO (A)CCESO, (R)ECTIFICACION, (C)ANCELACION, "
                   "(O)POSICION:" LINE 07 POSITION 03.
           ACCEPT TIPO-AR LINE 07 POSITION 64.

           DISPLAY "CANAL (SU/CE/UN/IN):" LINE 08 POSITION 03.
           ACCEPT CANAL-AR LINE 08 POSITION 25.

           DISPLAY "DESCRIPCION:" LINE 09 POSITION 03.
           ACCEPT DESCRIPCION-AR LINE 10 POSITION 03.

           PERFORM 2110-VALIDA-ALTA.

           IF WKS-ARCO-VALIDA = 0
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2100-FIN.

           PERFORM 2200-CALCULA-LIMITE.
           PERFORM 2400-BUSCA-MAX-FOLIO.

           ADD 1 TO WKS-MAX-FOLIO.
           MOVE WKS-MAX-FOLIO    TO FOLIO-AR.
           MOVE WKS-FECHA-HOY    TO FECHA-RECEPCION-AR.
           MOVE WKS-FECHA-EVALUA TO FECHA-LIMITE-AR.
           MOVE WKS-ID-OPERADOR  TO CAPTURO-AR.
           MOVE "A"              TO ESTADO-AR.
           MOVE WKS-FECHA-HOY    TO FECHA-ULT-SEG-AR.
           MOVE SPACES           TO NOTA-AR.
           MOVE 0                TO FECHA-RESOL-AR.
           MOVE SPACES           TO RESOLVIO-AR.
           MOVE 0                TO FECHA-EJECUCION-AR.

           WRITE REG-ARCO
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR LA SOLICITUD" LINE 20
                                                       POSITION 03
               NOT INVALID KEY
                   ADD 1 TO WKS-CONT-ALTAS
                   DISPLAY "SOLICITUD " FOLIO-AR " REGISTRADA, "
                           "RESPUESTA A MAS TARDAR EL " FECHA-LIMITE-AR
                                                LINE 20 POSITION 03
           END-WRITE.

       2100-FIN.
           EXIT.

       2110-VALIDA-ALTA.
           MOVE 1 TO WKS-ARCO-VALIDA.

           IF NOT TIPO-AR-VALIDO
               MOVE 0 TO WKS-ARCO-VALIDA
               DISPLAY "TIPO DE SOLICITUD NO VALIDO" LINE 19
                                                       POSITION 03.

           IF NOT CANAL-AR-VALIDO
               MOVE 0 TO WKS-ARCO-VALIDA
               DISPLAY "CANAL NO VALIDO" LINE 19 POSITION 03.

           IF DESCRIPCION-AR = SPACES
               MOVE 0 TO WKS-ARCO-VALIDA
               DISPLAY "FALTA LA DESCRIPCION DE LA SOLICITUD" LINE 19
                                                       POSITION 03.

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

      *SEGUIMIENTO DE UNA SOLICITUD EN TRAMITE: NOTA DE AVANCE, O
      *RESOLUCION PROCEDENTE O IMPROCEDENTE. LA RECTIFICACION
      *PROCEDENTE SE CAPTURA POR EL MANTENIMIENTO NORMAL DEL CLIENTE
      *ANTES DE RESOLVER; UNA SOLICITUD RESUELTA YA NO SE MODIFICA.
       2300-SEGUIMIENTO.
           DISPLAY "FOLIO DE LA SOLICITUD:" LINE 05 POSITION 03.
           ACCEPT WKS-FOLIO-CAPTURA LINE 05 POSITION 27.

           MOVE WKS-FOLIO-CAPTURA TO FOLIO-AR.
           READ ARCO INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                     NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 1
               DISPLAY "FOLIO NO EXISTE" LINE 20 POSITION 03
               GO TO 2300-FIN.

           MOVE ID-CLIENTE-AR TO ID-CLIENTE-I.
           READ ICLIENTES
               INVALID KEY MOVE SPACES TO NOMBRE-CLIENTE-I
           END-READ.

           DISPLAY "CLIENTE: " ID-CLIENTE-AR " " NOMBRE-CLIENTE-I
                                                LINE 06 POSITION 03.
           DISPLAY "TIPO: " TIPO-AR "  CANAL: " CANAL-AR
                   "  RECIBIDA: " FECHA-RECEPCION-AR "  LIMITE: "
                   FECHA-LIMITE-AR "  ESTADO: " ESTADO-AR
                                                LINE 07 POSITION 03.
           DISPLAY DESCRIPCION-AR LINE 08 POSITION 03.
           DISPLAY "NOTA: " NOTA-AR LINE 09 POSITION 03.

           IF NOT ARCO-EN-TRAMITE
               DISPLAY "SOLICITUD YA RESUELTA EL " FECHA-RESOL-AR
                       "  EJECUTADA: " FECHA-EJECUCION-AR
                                                LINE 20 POSITION 03
               GO TO 2300-FIN.

           IF WKS-FECHA-HOY > FECHA-LIMITE-AR
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
               DISPLAY "EL SEGUIMIENTO REQUIERE NOTA, SOLICITUD SIN"
                       " CAMBIO" LINE 20 POSITION 03
               GO TO 2300-FIN.

           MOVE WKS-NOTA      TO NOTA-AR.
           MOVE WKS-FECHA-HOY TO FECHA-ULT-SEG-AR.
           ADD 1 TO WKS-CONT-SEGUIMIENTOS.

           IF WKS-RES NOT = "N"
               MOVE WKS-RES         TO ESTADO-AR
               MOVE WKS-FECHA-HOY   TO FECHA-RESOL-AR
               MOVE WKS-ID-OPERADOR TO RESOLVIO-AR
               ADD 1 TO WKS-CONT-RESUELTAS.

      *LA RECTIFICACION Y LA OPOSICION QUEDAN CUMPLIDAS AL
      *RESOLVERLAS; EL ACCESO Y LA CANCELACION ESPERAN A DAT-EXP Y
      *A DAT-ANO.
           IF ARCO-PROCEDENTE
              AND (ARCO-RECTIFICACION OR ARCO-OPOSICION)
               MOVE WKS-FECHA-HOY TO FECHA-EJECUCION-AR.

           IF ARCO-PROCEDENTE AND ARCO-OPOSICION
               PERFORM 2500-REGISTRA-NOPUBLI THRU 2500-FIN.

           REWRITE REG-ARCO
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR LA SOLICITUD" LINE 20
                                                       POSITION 03
               NOT INVALID KEY
                   DISPLAY "SOLICITUD " FOLIO-AR " ACTUALIZADA, ESTADO "
                           ESTADO-AR LINE 20 POSITION 03
           END-REWRITE.

       2300-FIN.
           EXIT.

       2400-BUSCA-MAX-FOLIO.
           MOVE 0 TO WKS-MAX-FOLIO.
           MOVE 0 TO FOLIO-AR.
           START ARCO KEY IS > FOLIO-AR
               INVALID KEY MOVE 1 TO WKS-EOF-ARCO
               NOT INVALID KEY MOVE 0 TO WKS-EOF-ARCO
           END-START.

           PERFORM 2410-LEER-FOLIO UNTIL WKS-EOF-ARCO = 1.

       2410-LEER-FOLIO.
           READ ARCO NEXT AT END MOVE 1 TO WKS-EOF-ARCO.

           IF WKS-EOF-ARCO = 0
               IF FOLIO-AR > WKS-MAX-FOLIO
                   MOVE FOLIO-AR TO WKS-MAX-FOLIO.

      *LA OPOSICION AL USO DE LOS DATOS CON FINES DE PUBLICIDAD SE
      *CUMPLE CON EL MISMO REGISTRO QUE CAPTURA MAN-NOP; SI YA ESTABA
      *VIGENTE NO SE TOCA.
       2500-REGISTRA-NOPUBLI.
           MOVE ID-CLIENTE-AR TO ID-CLIENTE-NP.
           READ NOPUBLI
               INVALID KEY MOVE 1 TO WKS-INVALID-KEY
               NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY
           END-READ.

           IF WKS-INVALID-KEY = 0 AND NP-VIGENTE
               GO TO 2500-FIN.

           MOVE ID-CLIENTE-AR   TO ID-CLIENTE-NP.
           MOVE "A"             TO ESTADO-NP.
           MOVE "UN"            TO CANAL-NP.
           MOVE WKS-FECHA-HOY   TO FECHA-ALTA-NP.
           MOVE WKS-ID-OPERADOR TO CAPTURO-NP.
           MOVE 0               TO FECHA-REVOCA-NP.
           MOVE SPACES          TO REVOCO-NP.

           IF WKS-INVALID-KEY = 1
               WRITE REG-NOPUBLI
                   INVALID KEY
                       DISPLAY "NO SE PUDO REGISTRAR SIN PUBLICIDAD"
                                               LINE 21 POSITION 03
               END-WRITE
           ELSE
               REWRITE REG-NOPUBLI
                   INVALID KEY
                       DISPLAY "NO SE PUDO REGISTRAR SIN PUBLICIDAD"
                                               LINE 21 POSITION 03
               END-REWRITE.

       2500-FIN.
           EXIT.

       3000-FIN.
           CLOSE ARCO.
           CLOSE ICLIENTES.
           CLOSE NOPUBLI.
           DISPLAY "SOLICITUDES REGISTRADAS: " WKS-CONT-ALTAS.
           DISPLAY "SOLICITUDES RESUELTAS: " WKS-CONT-RESUELTAS.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "DAT-ARC " TO PROGRAMA-BIT.
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
