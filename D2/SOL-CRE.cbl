      *MI PROGRAMA DE SOLICITUDES DE CREDITO - ANTES DE ESTE
      *PROGRAMA UNA PERSONA EXISTIA HASTA QUE SE CAPTURABA EN
      *ARC-SEC, Y DE LOS QUE NO PASABAN NO QUEDABA NADA. AQUI SE
      *REGISTRA CADA SOLICITUD CON LO QUE EL SOLICITANTE DECLARA
      *(TARGETA PEDIDA, INGRESO MENSUAL, CONTACTO) PARA QUE SOL-DIC
      *LE CARGUE LA RESPUESTA DEL BURO Y LA DICTAMINE. LAS QUE EL
      *DICTAMEN DEJA REFERIDAS LAS RESUELVE AQUI UN ANALISTA DE
      *NIVEL 1: APROBADA CON SU LIMITE O DECLINADA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOL-CRE.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLICITUDES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS FOLIO-SOL
                ALTERNATE RECORD KEY IS RFC-SOL WITH DUPLICATES
                FILE STATUS IS WKS-FS-SOL.

           SELECT CODPOST ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CP-CAT.

           SELECT TARIFAS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TARIFA-KEY.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD SOLICITUDES.
       01 REG-SOL.
       COPY SOLCOPY.

      *CATALOGO POSTAL: EL CODIGO CAPTURADO DEBE EXISTIR AQUI PARA
      *QUE LA CARTA DE RESPUESTA NO REGRESE.
       FD CODPOST.
       01 REG-CODPOST.
        03 CP-CAT             PIC 9(05).
        03 CIUDAD-CAT         PIC X(20).
        03 ESTADO-CAT         PIC X(15).

      *CATALOGO DE TARIFAS CON VIGENCIAS - LA TARGETA PEDIDA DEBE
      *TENER TARIFA VIGENTE PARA PODER OTORGARSE.
       FD TARIFAS.
       01 REG-TARIFA.
       COPY TARFCOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-LOOP             PIC 9 VALUE 0.
       01 WKS-RES              PIC A(01).
       01 WKS-OPCION           PIC 9(01) VALUE 0.
       01 WKS-FS-SOL           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-EOF-SOL          PIC 9 VALUE 0.
       01 WKS-EOF-TARIFA       PIC 9 VALUE 0.
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.
       01 WKS-MAX-FOLIO        PIC 9(06) VALUE 0.
       01 WKS-FOLIO-CAPTURA    PIC 9(06) VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-CP-VALIDO        PIC 9 VALUE 0.
       01 WKS-TARIFA-HALLADA   PIC 9 VALUE 0.
       01 WKS-TARGETA-VALIDA   PIC 9 VALUE 0.
       01 WKS-DICTAMEN-RES     PIC X(01).
       01 WKS-CONT-CAPTURADAS  PIC 9(04) VALUE 0.
       01 WKS-CONT-RESUELTAS   PIC 9(04) VALUE 0.

      *RESULTADO DE LA FIRMA DE OPERADOR VALIDADA POR SEC-OPER.
       01 WKS-FIRMA.
       COPY FIRMCOPY.

      *AREA DE VALIDACION COMPARTIDA CON VAL-RFC.
       01 WKS-RFC-VALIDACION.
        03 WKS-RFC-ENTRADA   PIC X(13).
        03 WKS-RFC-OK        PIC 9(01).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-LOOP = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           MOVE "SOL-CRE " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0
               MOVE 1 TO WKS-LOOP
               STOP RUN.

           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN I-O SOLICITUDES.
           IF WKS-FS-SOL = "35"
               OPEN OUTPUT SOLICITUDES
               CLOSE SOLICITUDES
               OPEN I-O SOLICITUDES.

           PERFORM 1100-BUSCA-MAX-FOLIO.

       1100-BUSCA-MAX-FOLIO.
           MOVE 0 TO WKS-MAX-FOLIO.
           MOVE 0 TO FOLIO-SOL.
           START SOLICITUDES KEY IS > FOLIO-SOL
               INVALID KEY MOVE 1 TO WKS-EOF-SOL
               NOT INVALID KEY MOVE 0 TO WKS-EOF-SOL
           END-START.

           PERFORM 1110-LEER-FOLIO UNTIL WKS-EOF-SOL = 1.

       1110-LEER-FOLIO.
           READ SOLICITUDES NEXT AT END MOVE 1 TO WKS-EOF-SOL.

           IF WKS-EOF-SOL = 0
               IF FOLIO-SOL > WKS-MAX-FOLIO
                   MOVE FOLIO-SOL TO WKS-MAX-FOLIO.

       2000-PROCESO.
           DISPLAY "SOLICITUD NUEVA (1) RESOLVER REFERIDA (2):"
                                                LINE 02 POSITION 03.
           ACCEPT WKS-OPCION LINE 02 POSITION 46.

           IF WKS-OPCION = 1
               PERFORM 2100-CAPTURA-SOLICITUD
           ELSE
               IF WKS-OPCION = 2
                   PERFORM 2500-RESUELVE-REFERIDA THRU 2500-FIN
               ELSE
                   DISPLAY "OPCION NO RECONOCIDA" LINE 03
                                                       POSITION 03.

           DISPLAY "OTRA OPERACION S/N:" LINE 29 POSITION 03.
           ACCEPT WKS-RES LINE 29 POSITION 23.

           IF WKS-RES = "N"
               MOVE 1 TO WKS-LOOP.

       2100-CAPTURA-SOLICITUD.
           MOVE SPACES TO REG-SOL.
           ADD 1 TO WKS-MAX-FOLIO.
           MOVE WKS-MAX-FOLIO TO FOLIO-SOL.
           MOVE WKS-FECHA-HOY TO FECHA-SOL.

           DISPLAY "NOMBRE DEL SOLICITANTE:" LINE 04 POSITION 03.
           ACCEPT NOMBRE-SOL LINE 04 POSITION 28.

           MOVE 0 TO WKS-RFC-OK.
           PERFORM 2110-VALIDA-RFC UNTIL WKS-RFC-OK = 1.

           MOVE 0 TO WKS-TARGETA-VALIDA.
           PERFORM 2120-VALIDA-TARGETA UNTIL WKS-TARGETA-VALIDA = 1.

           DISPLAY "INGRESO MENSUAL DECLARADO:" LINE 09 POSITION 03.
           ACCEPT INGRESO-SOL LINE 09 POSITION 31.

           DISPLAY "CALLE Y NUMERO:" LINE 10 POSITION 03.
           ACCEPT CALLE-SOL LINE 10 POSITION 20.

           DISPLAY "CIUDAD:" LINE 11 POSITION 03.
           ACCEPT CIUDAD-SOL LINE 11 POSITION 12.

           DISPLAY "ESTADO:" LINE 12 POSITION 03.
           ACCEPT ESTADO-DIR-SOL LINE 12 POSITION 12.

           MOVE 0 TO WKS-CP-VALIDO.
           PERFORM 2130-VALIDA-CODIGO-POSTAL UNTIL WKS-CP-VALIDO = 1.

           DISPLAY "TELEFONO:" LINE 15 POSITION 03.
           ACCEPT TELEFONO-SOL LINE 15 POSITION 14.

           DISPLAY "EMAIL:" LINE 16 POSITION 03.
           ACCEPT EMAIL-SOL LINE 16 POSITION 11.

           DISPLAY "CLAVE DEL VENDEDOR:" LINE 17 POSITION 03.
           ACCEPT CLAVE-VENDEDOR-SOL LINE 17 POSITION 24.

           DISPLAY "SUCURSAL (CERO = LA DEL OPERADOR):" LINE 18
                                                       POSITION 03.
           ACCEPT SUCURSAL-SOL LINE 18 POSITION 39.

           IF SUCURSAL-SOL = 0
               MOVE SUCURSAL-F TO SUCURSAL-SOL.

           MOVE ID-OPERADOR-F TO OPERADOR-SOL.
           MOVE 0      TO FECHA-BURO-SOL.
           MOVE 0      TO SCORE-BURO-SOL.
           MOVE 0      TO PEOR-MOP-SOL.
           MOVE 0      TO PAGOS-BURO-SOL.
           MOVE 0      TO CONSULTAS-SOL.
           MOVE "C"    TO ESTADO-SOL.
           MOVE SPACES TO MOTIVO-SOL.
           MOVE 0      TO LIMITE-PROP-SOL.
           MOVE 0      TO FECHA-DICT-SOL.
           MOVE SPACES TO OPERADOR-DICT-SOL.
           MOVE 0      TO FECHA-CARTA-SOL.
           MOVE 0      TO ID-CLIENTE-SOL.

           WRITE REG-SOL
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR LA SOLICITUD" LINE 20
                                                       POSITION 03
               NOT INVALID KEY
                   ADD 1 TO WKS-CONT-CAPTURADAS
                   DISPLAY "SOLICITUD " FOLIO-SOL " REGISTRADA,"
                           " ESPERA RESPUESTA DEL BURO" LINE 20
                                                       POSITION 03
           END-WRITE.

      *EL RFC SE VALIDA CON VAL-RFC IGUAL QUE EN EL ALTA, Y SE AVISA
      *SI LA MISMA PERSONA YA TIENE SOLICITUDES ANTERIORES.
       2110-VALIDA-RFC.
           DISPLAY "RFC (13 POSICIONES):" LINE 05 POSITION 03.
           ACCEPT RFC-SOL LINE 05 POSITION 25.

           MOVE RFC-SOL TO WKS-RFC-ENTRADA.
           CALL "VAL-RFC" USING WKS-RFC-VALIDACION.

           IF WKS-RFC-OK = 0
               DISPLAY "RFC INVALIDO (ESTRUCTURA O DIGITO"
                       " VERIFICADOR), VUELVA A CAPTURARLO"
                                                LINE 06 POSITION 03
           ELSE
               PERFORM 2111-CUENTA-PREVIAS.

       2111-CUENTA-PREVIAS.
           START SOLICITUDES KEY IS = RFC-SOL
               INVALID KEY MOVE 1 TO WKS-EOF-SOL
               NOT INVALID KEY MOVE 0 TO WKS-EOF-SOL
           END-START.

           IF WKS-EOF-SOL = 0
               DISPLAY "EL RFC YA TIENE SOLICITUDES ANTERIORES,"
                       " REVISE ANTES DE SEGUIR" LINE 06 POSITION 03.

       2120-VALIDA-TARGETA.
           DISPLAY "ID DE TARGETA SOLICITADA:" LINE 07 POSITION 03.
           ACCEPT ID-TARGETA-SOL LINE 07 POSITION 30.

           PERFORM 2121-BUSCA-TARIFA.

           IF WKS-TARIFA-HALLADA = 1
               MOVE 1 TO WKS-TARGETA-VALIDA
           ELSE
               MOVE 0 TO WKS-TARGETA-VALIDA
               DISPLAY "ID DE TARGETA SIN TARIFA VIGENTE" LINE 08
                                                       POSITION 03.

       2121-BUSCA-TARIFA.
           MOVE 0 TO WKS-TARIFA-HALLADA.
           MOVE ID-TARGETA-SOL TO ID-TARGETA-TF.
           MOVE 0 TO FECHA-DESDE-TF.

           OPEN INPUT TARIFAS.
           START TARIFAS KEY IS NOT < TARIFA-KEY
               INVALID KEY MOVE 1 TO WKS-EOF-TARIFA
               NOT INVALID KEY MOVE 0 TO WKS-EOF-TARIFA
           END-START.

           PERFORM 2122-LEER-TARIFA UNTIL WKS-EOF-TARIFA = 1.
           CLOSE TARIFAS.

       2122-LEER-TARIFA.
           READ TARIFAS NEXT AT END MOVE 1 TO WKS-EOF-TARIFA.

           IF WKS-EOF-TARIFA = 0
               IF ID-TARGETA-TF NOT = ID-TARGETA-SOL
                   MOVE 1 TO WKS-EOF-TARIFA
               ELSE
                   IF FECHA-DESDE-TF NOT > WKS-FECHA-HOY
                       MOVE 1 TO WKS-TARIFA-HALLADA
                   ELSE
                       MOVE 1 TO WKS-EOF-TARIFA
                   END-IF
               END-IF
           END-IF.

       2130-VALIDA-CODIGO-POSTAL.
           DISPLAY "CODIGO POSTAL (5 DIGITOS):" LINE 13 POSITION 03.
           ACCEPT CP-SOL LINE 13 POSITION 31.

           MOVE CP-SOL TO CP-CAT.

           OPEN INPUT CODPOST.
           READ CODPOST INVALID KEY MOVE 0 TO WKS-CP-VALIDO
                        NOT INVALID KEY MOVE 1 TO WKS-CP-VALIDO.
           CLOSE CODPOST.

           IF WKS-CP-VALIDO = 0
               DISPLAY "CODIGO POSTAL NO EXISTE EN EL CATALOGO,"
                       " VUELVA A CAPTURARLO" LINE 14 POSITION 03.

      *SOLO QUIEN TIENE LA FUNCION DE RESOLVER (ANTES, EL NIVEL 1)
      *RESUELVE REFERIDAS, Y NO LAS QUE EL MISMO CAPTURO. LA DECLINADA
      *AQUI SALE CON SU CARTA EN LA SIGUIENTE CORRIDA DE SOL-DIC, COMO
      *LAS AUTOMATICAS.
       2500-RESUELVE-REFERIDA.
           MOVE "P" TO FUNCION-SOL-F.
           MOVE 1 TO NIVEL-SOL-F.
           CALL "SEC-PERM" USING WKS-FIRMA.

           IF PERMITIDO-F = 0
               DISPLAY "NO TIENE PERMISO PARA RESOLVER REFERIDAS"
                                                LINE 04 POSITION 03
               GO TO 2500-FIN.

           DISPLAY "FOLIO DE LA SOLICITUD REFERIDA:" LINE 04
                                                       POSITION 03.
           ACCEPT WKS-FOLIO-CAPTURA LINE 04 POSITION 36.

           MOVE WKS-FOLIO-CAPTURA TO FOLIO-SOL.
           READ SOLICITUDES INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                            NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 1
               DISPLAY "FOLIO NO EXISTE" LINE 05 POSITION 03
               GO TO 2500-FIN.

           IF ESTADO-SOL NOT = "R"
               DISPLAY "LA SOLICITUD NO ESTA REFERIDA" LINE 05
                                                       POSITION 03
               GO TO 2500-FIN.

           IF OPERADOR-SOL = ID-OPERADOR-F
               DISPLAY "NO PUEDE RESOLVER UNA SOLICITUD QUE USTED"
                       " CAPTURO" LINE 05 POSITION 03
               GO TO 2500-FIN.

           DISPLAY "SOLICITANTE: " NOMBRE-SOL "  INGRESO: "
                   INGRESO-SOL LINE 06 POSITION 03.
           DISPLAY "BURO - CALIFICACION: " SCORE-BURO-SOL
                   "  PEOR MOP: " PEOR-MOP-SOL
                   "  MOTIVO DE REFERENCIA: " MOTIVO-SOL
                                                LINE 07 POSITION 03.

           DISPLAY "DICTAMEN (A)PROBAR O (D)ECLINAR:" LINE 09
                                                       POSITION 03.
           ACCEPT WKS-DICTAMEN-RES LINE 09 POSITION 37.

           IF WKS-DICTAMEN-RES = "A"
               DISPLAY "LIMITE DE CREDITO AUTORIZADO:" LINE 10
                                                       POSITION 03
               ACCEPT LIMITE-PROP-SOL LINE 10 POSITION 34
               MOVE "A"  TO ESTADO-SOL
               MOVE "AM" TO MOTIVO-SOL
           ELSE
               IF WKS-DICTAMEN-RES = "D"
                   MOVE "D"  TO ESTADO-SOL
                   MOVE "DM" TO MOTIVO-SOL
                   MOVE 0    TO LIMITE-PROP-SOL
               ELSE
                   DISPLAY "DICTAMEN NO RECONOCIDO, SIGUE REFERIDA"
                                                LINE 11 POSITION 03
                   GO TO 2500-FIN.

           MOVE WKS-FECHA-HOY TO FECHA-DICT-SOL.
           MOVE ID-OPERADOR-F TO OPERADOR-DICT-SOL.
           REWRITE REG-SOL.
           ADD 1 TO WKS-CONT-RESUELTAS.

           DISPLAY "SOLICITUD RESUELTA" LINE 11 POSITION 03.

       2500-FIN.
           EXIT.

       3000-FIN.
           CLOSE SOLICITUDES.
           DISPLAY "SOLICITUDES CAPTURADAS: " WKS-CONT-CAPTURADAS.
           DISPLAY "REFERIDAS RESUELTAS: " WKS-CONT-RESUELTAS.

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
