      *REEMPLAZO (EMITIDO, CON VENCIMIENTO NUEVO), PROGRAMA EL
      *BLOQUEO DEL VIEJO AL TERMINO DEL TRASLAPE Y DEJA TODO EL
      *JUEGO EN EL EXTRACTO EMBOSO EN UNA SOLA CORRIDA, CON SU
      *REPORTE DE CONTROL. EL PLASTICO DEL CLIENTE CON EXPEDIENTE
      *DE IDENTIFICACION VENCIDO PASADA LA GRACIA NO SE REEMITE:
      *QUEDA EN EL REPORTE COMO RETENIDO HASTA QUE SE REFRESQUE.
      *CADA REEMPLAZO COBRA LA COMISION DE REPOSICION DEL CATALOGO
      *DE COMISIONES, SALVO QUE EL OPERADOR INDIQUE QUE LA CORRIDA
      *ES POR CUENTA DEL BANCO (BINES COMPROMETIDOS).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REE-TAR.
       ENVIRONMENT DIVISION.

           SELECT EMBOSO ASSIGN TO DISK.

           SELECT TRXCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TRX-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-TRX WITH DUPLICATES
                FILE STATUS IS WKS-FS-TRX.

           SELECT CTLNUM ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-CTL.

           SELECT CATTRX ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TIPO-TRX-CAT.

           SELECT REP-REE ASSIGN TO PRINTER.

           SELECT BITACORA ASSIGN TO DISK.
        03 TIPO-TARG-EMB      PIC A(10).
        03 FECHA-EXPIRA-EMB   PIC 9(08).

       FD TRXCLI.
       01 REG-TRX.
       COPY TRXCOPY.

      *FOLIO SIGUIENTE DE TRANSACCION POR CLIENTE, EL MISMO CONTROL
      *QUE USAN POST-TRX, INT-REV Y REC-MOR.
       FD CTLNUM.
       01 REG-CTL.
        03 ID-CLIENTE-CTL     PIC 9(06).
        03 PROX-NUM-TRX-CTL   PIC 9(04).

      *CATALOGO DE TIPOS - EL TIPO "CRP" DA EL IVA DE LA COMISION
      *POR REPOSICION DE PLASTICO.
       FD CATTRX.
       01 REG-CAT.
       COPY CATTCOPY.

       FD REP-REE.
       01 LINEA-REE              PIC X(132).

       01 WKS-CONT-LEIDAS      PIC 9(06) VALUE 0.
       01 WKS-CONT-SELECTAS    PIC 9(06) VALUE 0.
       01 WKS-CONT-EMITIDAS    PIC 9(06) VALUE 0.
       01 WKS-CONT-SIN-EXP     PIC 9(06) VALUE 0.
       01 WKS-PREFIJO-DESDE    PIC X(06) VALUE SPACES.
       01 WKS-PREFIJO-HASTA    PIC X(06) VALUE SPACES.
       01 WKS-EXPIRA-DESDE     PIC 9(08) VALUE 0.
       01 WKS-MAX-TARJETA      PIC 9(02) VALUE 0.
       01 WKS-ID-ORIGEN        PIC 9(06) VALUE 0.
       01 WKS-NUM-ORIGEN       PIC 9(02) VALUE 0.
       01 WKS-FS-TRX           PIC X(02) VALUE "00".
       01 WKS-REEMPLAZO-OK     PIC 9 VALUE 0.

      *COMISION POR REPOSICION DE PLASTICO: LA DEL CATALOGO DE
      *COMISIONES CON SU IVA DEL TIPO "CRP" EN CATTRX. "N" EN LA
      *PREGUNTA DE ARRANQUE NO COBRA NADA EN LA CORRIDA.
       01 WKS-COBRA-REPOSICION PIC X(01) VALUE "S".
       01 WKS-TIPO-REPOSICION  PIC X(03) VALUE "CRP".
       01 WKS-PCT-IVA          PIC 9(02)V99 VALUE 0.
       01 WKS-MONTO-IVA        PIC 9(07)V99 VALUE 0.
       01 WKS-MONTO-COMISION   PIC 9(07)V99 VALUE 0.
       01 WKS-FOLIO-COMISION   PIC 9(04) VALUE 0.
       01 WKS-NUM-ASIGNADO     PIC 9(04) VALUE 0.
       01 WKS-MAX-CLIENTE      PIC 9(04) VALUE 0.
       01 WKS-EOF-BUSCA-NUM    PIC 9 VALUE 0.
       01 WKS-CONT-COMISIONES  PIC 9(06) VALUE 0.
       01 WKS-IVA-DESC.
           03 FILLER           PIC X(04) VALUE "IVA ".
           03 WKS-IVA-DESC-BASE PIC X(16) VALUE SPACES.

       01 WKS-CONSULTA-COMISION.
       COPY CMSVCOPY.

       01 WKS-TARJETA-NUEVA.
       COPY TARJCOPY
                     ==TARJ-BLOQUEADA-T== BY ==TARJ-BLOQUEADA-N==
                     ==TARJ-CANCELADA-T== BY ==TARJ-CANCELADA-N==
                     ==MOTIVO-BLOQ-T== BY ==MOTIVO-BLOQ-N==
                     ==FECHA-BLOQUEO-T== BY ==FECHA-BLOQUEO-N==
                     ==ENTREGA-TARJ-T== BY ==ENTREGA-TARJ-N==
                     ==ENTREGA-PENDIENTE-T== BY ==ENTREGA-PENDIENTE-N==
                     ==ENTREGA-EMBOZADA-T== BY ==ENTREGA-EMBOZADA-N==
                     ==ENTREGA-RECHAZADA-T== BY ==ENTREGA-RECHAZADA-N==
                     ==ENTREGA-CONFIRMADA-T== BY
                                           ==ENTREGA-CONFIRMADA-N==
                     ==ENTREGA-FALLIDA-T== BY ==ENTREGA-FALLIDA-N==
                     ==FECHA-ENVIO-EMB-T== BY ==FECHA-ENVIO-EMB-N==
                     ==FECHA-EMBOZO-T== BY ==FECHA-EMBOZO-N==
                     ==FECHA-ENTREGA-T== BY ==FECHA-ENTREGA-N==
                     ==RECIBIO-T== BY ==RECIBIO-N==
                     ==MOTIVO-ENTREGA-T== BY ==MOTIVO-ENTREGA-N==.

       01 WKS-FECHA-BLOQUEO    PIC 9(08).
       01 WKS-FECHA-BLOQUEO-R REDEFINES WKS-FECHA-BLOQUEO.
       01 WKS-FIRMA.
       COPY FIRMCOPY.

      *REVISION DEL EXPEDIENTE DE IDENTIFICACION CON VAL-DOC.
       01 WKS-REVISION.
       COPY DOCVCOPY.

       01 HEADER-L1-REE.
            03 FILLER PIC X(25) VALUE SPACES.
            03 FILLER PIC X(40)
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(16) VALUE "BLOQUEO VIEJA:  ".
            03 WKS-BLOQUEO-R   PIC 9(08).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(10) VALUE "COMISION: ".
            03 WKS-COMISION-R  PIC ZZ,ZZ9.99.

       01 DETALLE-RET-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(09) VALUE "CLIENTE: ".
            03 WKS-ID-RET-R    PIC 9(06).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(09) VALUE "TARJETA: ".
            03 WKS-TARJ-RET-R  PIC 9(02).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(32)
               VALUE "RETENIDA POR EXPEDIENTE VENCIDO".

       01 FOOTER-REE-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(10) VALUE "EMITIDAS: ".
            03 WKS-EMI-R       PIC ZZZZZ9.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(11) VALUE "RETENIDAS: ".
            03 WKS-RET-R       PIC ZZZZZ9.

      *AREA DE ACTUALIZACION DEL SALDO AL MOMENTO CON ACT-SAL.
       01 WKS-SOLICITUD-SALDO.
       COPY SALVCOPY.

       PROCEDURE DIVISION.
       INICIO.
           STOP RUN.

       1000-INICIO.
           MOVE "REE-TAR " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           MOVE "E" TO FUNCION-SOL-F.
           MOVE 1 TO NIVEL-SOL-F.
           CALL "SEC-PERM" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0 OR PERMITIDO-F = 0
               DISPLAY "LA REEMISION MASIVA REQUIERE NIVEL"
                       " COMPLETO" LINE 04 POSITION 03
               MOVE 1 TO WKS-EOF-TARJ
           IF WKS-ANOS-VIGENCIA = 0
               MOVE 3 TO WKS-ANOS-VIGENCIA.

           DISPLAY "COBRAR COMISION DE REPOSICION S/N (S):"
                                                LINE 12 POSITION 03.
           ACCEPT WKS-COBRA-REPOSICION LINE 12 POSITION 43.

           IF WKS-COBRA-REPOSICION NOT = "N"
               MOVE "S" TO WKS-COBRA-REPOSICION.

           MOVE WKS-FECHA-HOY TO WKS-FECHA-BLOQUEO.
           MOVE 0 TO WKS-CONTADOR-DIAS.
           PERFORM 1100-SUMA-UN-DIA
           OPEN OUTPUT EMBOSO.
           OPEN OUTPUT REP-REE.

           IF WKS-COBRA-REPOSICION = "S"
               OPEN I-O TRXCLI
               OPEN I-O CTLNUM
               OPEN INPUT CATTRX
               MOVE WKS-TIPO-REPOSICION TO TIPO-TRX-CAT
               READ CATTRX
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE PCT-IVA-CAT TO WKS-PCT-IVA
               END-READ
               CLOSE CATTRX.

           OPEN INPUT ADICION.
           IF WKS-FS-ADIC NOT = "00"
               MOVE 1 TO WKS-SIN-ADICION.
                   OR FECHA-EXPIRA-T NOT > WKS-EXPIRA-HASTA)
                  AND (WKS-TIPO-FILTRO = SPACES
                   OR TIPO-TARG-T = WKS-TIPO-FILTRO)
                   PERFORM 2050-REVISA-EXPEDIENTE
                   IF BLOQUEA-DV = 1
                       PERFORM 2060-RETIENE-REEMISION
                   ELSE
                       PERFORM 2100-REEMITE-TARJETA
                   END-IF
               END-IF
           END-IF.

           PERFORM 1010-LEER-TARJETA.

       2050-REVISA-EXPEDIENTE.
           MOVE ID-CLIENTE-T  TO ID-CLIENTE-DV.
           MOVE WKS-FECHA-HOY TO FECHA-DV.
           MOVE 0             TO MESES-DOM-DV.
           MOVE 0             TO DIAS-GRACIA-DV.
           CALL "VAL-DOC" USING WKS-REVISION.

      *EL PLASTICO VIEJO SIGUE COMO ESTA; SOLO NO SE LE EMBOZA
      *REEMPLAZO MIENTRAS EL EXPEDIENTE SIGA VENCIDO.
       2060-RETIENE-REEMISION.
           ADD 1 TO WKS-CONT-SELECTAS.
           ADD 1 TO WKS-CONT-SIN-EXP.

           MOVE ID-CLIENTE-T  TO WKS-ID-RET-R.
           MOVE NUM-TARJETA-T TO WKS-TARJ-RET-R.
           MOVE DETALLE-RET-R TO LINEA-REE.
           WRITE LINEA-REE AFTER 1.

       2100-REEMITE-TARJETA.
           ADD 1 TO WKS-CONT-SELECTAS.


           PERFORM 2200-ARMA-REEMPLAZO.
           PERFORM 2300-EXTRAE-EMBOZADO.

           MOVE 0 TO WKS-MONTO-COMISION.
           IF WKS-REEMPLAZO-OK = 1 AND WKS-COBRA-REPOSICION = "S"
               PERFORM 2500-COBRA-REPOSICION THRU 2500-FIN.

           PERFORM 2400-DETALLE-R.

      *EL REEMPLAZO TOMA EL SIGUIENTE CONSECUTIVO DEL CLIENTE Y
           MOVE SPACES TO MOTIVO-BLOQ-N.
           MOVE 0      TO FECHA-BLOQUEO-N.

      *EL REEMPLAZO SALE HOY EN EMBOSO: QUEDA PENDIENTE DE LA
      *RESPUESTA DEL EMBOZADOR Y DE LA ENTREGA PARA ACTIVARSE.
           MOVE "P"           TO ENTREGA-TARJ-N.
           MOVE WKS-FECHA-HOY TO FECHA-ENVIO-EMB-N.
           MOVE 0             TO FECHA-EMBOZO-N.
           MOVE 0             TO FECHA-ENTREGA-N.
           MOVE SPACES        TO RECIBIO-N.
           MOVE SPACES        TO MOTIVO-ENTREGA-N.

           MOVE WKS-TARJETA-NUEVA TO REG-TARJ.
           WRITE REG-TARJ
               INVALID KEY
                   MOVE 0 TO WKS-REEMPLAZO-OK
                   DISPLAY "NO SE PUDO GRABAR EL REEMPLAZO DEL"
                           " CLIENTE " WKS-ID-ORIGEN
               NOT INVALID KEY
                   MOVE 1 TO WKS-REEMPLAZO-OK
                   ADD 1 TO WKS-CONT-EMITIDAS
           END-WRITE.

           MOVE WKS-NUM-ORIGEN    TO WKS-VIEJA-R.
           MOVE NUM-TARJETA-N     TO WKS-NUEVA-R.
           MOVE WKS-FECHA-BLOQUEO TO WKS-BLOQUEO-R.
           MOVE WKS-MONTO-COMISION TO WKS-COMISION-R.

           MOVE DETALLE-REE-R TO LINEA-REE.
           WRITE LINEA-REE AFTER 1.

      *LA COMISION SE CARGA AL PLASTICO NUEVO CON LA EXENCION QUE
      *EL CATALOGO DA A SU TIPO DE TARGETA, Y SU IVA VA APARTE CON
      *EL FOLIO DE LA COMISION EN NUM-TRX-REF.
       2500-COBRA-REPOSICION.
           MOVE WKS-TIPO-REPOSICION TO TIPO-COMISION-KV.
           MOVE WKS-FECHA-HOY       TO FECHA-KV.
           MOVE ID-TARGETA-N        TO ID-TARGETA-KV.
           MOVE 0                   TO MONTO-BASE-KV.
           CALL "CAL-CMS" USING WKS-CONSULTA-COMISION.

           IF RESULTADO-KV NOT = "C"
               GO TO 2500-FIN.

           PERFORM 2510-OBTEN-PROX-NUM.
           MOVE WKS-ID-ORIGEN       TO ID-CLIENTE-TRX.
           MOVE WKS-NUM-ASIGNADO    TO NUM-TRX.
           MOVE WKS-FECHA-HOY       TO FECHA-TRX.
           MOVE 0                   TO NUM-TRX-REF.
           MOVE WKS-TIPO-REPOSICION TO TIPO-TRX.
           MOVE NUM-TARJETA-N       TO NUM-TARJETA-TRX.
           MOVE 0                   TO GIRO-TRX.
           MOVE SPACES              TO MONEDA-TRX.
           MOVE 0                   TO MONTO-ORIGEN-TRX.
           MOVE SPACES              TO CANAL-TRX.
           MOVE MONTO-COMISION-KV   TO MONTO-TRX.
           MOVE DESCRIPCION-KV      TO DESCRIPCION-TRX.

           WRITE REG-TRX
               INVALID KEY
                   DISPLAY "NO SE PUDO POSTEAR LA COMISION DE"
                           " REPOSICION DEL CLIENTE " WKS-ID-ORIGEN
                   GO TO 2500-FIN
               NOT INVALID KEY
                   PERFORM 9600-ACTUALIZA-SALDO
           END-WRITE.

           MOVE MONTO-COMISION-KV TO WKS-MONTO-COMISION.
           MOVE WKS-NUM-ASIGNADO  TO WKS-FOLIO-COMISION.
           ADD 1 TO WKS-CONT-COMISIONES.

           IF WKS-PCT-IVA = 0
               GO TO 2500-FIN.

           COMPUTE WKS-MONTO-IVA ROUNDED =
               WKS-MONTO-COMISION * WKS-PCT-IVA / 100.

           IF WKS-MONTO-IVA = 0
               GO TO 2500-FIN.

           PERFORM 2510-OBTEN-PROX-NUM.
           MOVE WKS-ID-ORIGEN       TO ID-CLIENTE-TRX.
           MOVE WKS-NUM-ASIGNADO    TO NUM-TRX.
           MOVE WKS-FECHA-HOY       TO FECHA-TRX.
           MOVE WKS-FOLIO-COMISION  TO NUM-TRX-REF.
           MOVE "IVA"               TO TIPO-TRX.
           MOVE NUM-TARJETA-N       TO NUM-TARJETA-TRX.
           MOVE 0                   TO GIRO-TRX.
           MOVE SPACES              TO MONEDA-TRX.
           MOVE 0                   TO MONTO-ORIGEN-TRX.
           MOVE SPACES              TO CANAL-TRX.
           MOVE WKS-MONTO-IVA       TO MONTO-TRX.
           MOVE DESCRIPCION-KV (1:16) TO WKS-IVA-DESC-BASE.
           MOVE WKS-IVA-DESC        TO DESCRIPCION-TRX.

           WRITE REG-TRX
               INVALID KEY
                   DISPLAY "NO SE PUDO POSTEAR EL IVA DE LA"
                           " REPOSICION DEL CLIENTE " WKS-ID-ORIGEN
               NOT INVALID KEY
                   PERFORM 9600-ACTUALIZA-SALDO
           END-WRITE.

       2500-FIN.
           EXIT.

      *FOLIO POR CLIENTE DESDE EL CONTROL; SI EL CLIENTE AUN NO
      *TIENE CONTROL SE INICIA CON EL MAYOR FOLIO QUE YA TENGA.
       2510-OBTEN-PROX-NUM.
           MOVE WKS-ID-ORIGEN TO ID-CLIENTE-CTL.
           READ CTLNUM
               INVALID KEY PERFORM 2512-INICIA-CONTROL
           END-READ.

           MOVE PROX-NUM-TRX-CTL TO WKS-NUM-ASIGNADO.
           ADD 1 TO PROX-NUM-TRX-CTL.

           REWRITE REG-CTL
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL CONTROL DE"
                           " FOLIOS DEL CLIENTE " ID-CLIENTE-CTL.

       2512-INICIA-CONTROL.
           MOVE 0 TO WKS-MAX-CLIENTE.
           MOVE WKS-ID-ORIGEN TO ID-CLIENTE-TRX.
           START TRXCLI KEY IS = ID-CLIENTE-TRX
               INVALID KEY MOVE 1 TO WKS-EOF-BUSCA-NUM
               NOT INVALID KEY MOVE 0 TO WKS-EOF-BUSCA-NUM
           END-START.

           PERFORM 2513-LEER-BUSCA-NUM UNTIL WKS-EOF-BUSCA-NUM = 1.

           MOVE WKS-ID-ORIGEN   TO ID-CLIENTE-CTL.
           MOVE WKS-MAX-CLIENTE TO PROX-NUM-TRX-CTL.
           ADD 1 TO PROX-NUM-TRX-CTL.
           WRITE REG-CTL.

       2513-LEER-BUSCA-NUM.
           READ TRXCLI NEXT AT END MOVE 1 TO WKS-EOF-BUSCA-NUM.

           IF WKS-EOF-BUSCA-NUM = 0
               IF ID-CLIENTE-TRX NOT = WKS-ID-ORIGEN
                   MOVE 1 TO WKS-EOF-BUSCA-NUM
               ELSE
                   IF NUM-TRX > WKS-MAX-CLIENTE
                       MOVE NUM-TRX TO WKS-MAX-CLIENTE
                   END-IF
               END-IF
           END-IF.

       3000-FIN.
           MOVE WKS-CONT-SELECTAS TO WKS-SEL-R.
           MOVE WKS-CONT-EMITIDAS TO WKS-EMI-R.
           MOVE WKS-CONT-SIN-EXP  TO WKS-RET-R.
           MOVE FOOTER-REE-R TO LINEA-REE.
           WRITE LINEA-REE AFTER 2.

               CLOSE ADICION.
           CLOSE EMBOSO.
           CLOSE REP-REE.
           IF WKS-COBRA-REPOSICION = "S"
               CLOSE TRXCLI
               PERFORM 9610-CIERRA-SALDOS
               CLOSE CTLNUM.
           DISPLAY "TARJETAS SELECCIONADAS: " WKS-CONT-SELECTAS.
           DISPLAY "REEMPLAZOS EMITIDOS: " WKS-CONT-EMITIDAS.
           DISPLAY "RETENIDAS POR EXPEDIENTE VENCIDO: "
                   WKS-CONT-SIN-EXP.
           DISPLAY "COMISIONES DE REPOSICION: " WKS-CONT-COMISIONES.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDAS TO LEIDOS-BIT.
           MOVE WKS-CONT-EMITIDAS TO ESCRITOS-BIT.
           MOVE WKS-CONT-SIN-EXP TO RECHAZADOS-BIT.
           MOVE SPACES TO DETALLE-BIT.
           WRITE REG-BIT.
           CLOSE BITACORA.

      *CADA MOVIMIENTO QUE QUEDA GRABADO EN TRXCLI SE REFLEJA EN
      *EL MAESTRO DE SALDOS EN EL MOMENTO.
       9600-ACTUALIZA-SALDO.
           MOVE "M"             TO FUNCION-SV.
           MOVE "REE-TAR "      TO PROGRAMA-SV.
           MOVE ID-CLIENTE-TRX  TO ID-CLIENTE-SV.
           MOVE FECHA-TRX       TO FECHA-SV.
           MOVE TIPO-TRX        TO TIPO-TRX-SV.
           MOVE DESCRIPCION-TRX TO DESCRIPCION-SV.
           MOVE MONTO-TRX       TO MONTO-SV.
           CALL "ACT-SAL" USING WKS-SOLICITUD-SALDO.

       9610-CIERRA-SALDOS.
           MOVE "F" TO FUNCION-SV.
           CALL "ACT-SAL" USING WKS-SOLICITUD-SALDO.

      *FECHA DE NEGOCIO DESDE EL REGISTRO DE CONTROL; SI NO EXISTE
      *TODAVIA SE TRABAJA CON LA FECHA DE LA MAQUINA.
       9700-LEE-FECHA-PROCESO.
