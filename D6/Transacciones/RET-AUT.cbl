      *MONTO DE CADA UNA CONTRA EL CREDITO DISPONIBLE DEL CLIENTE,
      *PARA QUE EL LIMITE SE RESERVE DESDE QUE EL CLIENTE PASA LA
      *TARJETA Y NO HASTA QUE LA PRESENTACION LLEGA A MOVCLI DIAS
      *DESPUES. LA AUTORIZACION QUE YA NO CABE EN EL LIMITE DEL
      *CLIENTE (PERMANENTE MAS EL AUMENTO TEMPORAL VIGENTE) SE
      *RECHAZA. LA MISMA CORRIDA EXPIRA LAS RETENCIONES ACTIVAS QUE
      *CUMPLIERON SU PLAZO SIN PRESENTACION. LA AUTORIZACION QUE
      *ROMPE UN CONTROL DE USO DEL PLASTICO (CTLTARJ) SE DECLINA Y
      *EL CLIENTE RECIBE ALERTA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RET-AUT.
       ENVIRONMENT DIVISION.
                ALTERNATE RECORD KEY IS ID-CLIENTE-RET WITH DUPLICATES
                FILE STATUS IS WKS-FS-RET.

           SELECT TRXCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TRX-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-TRX WITH DUPLICATES.

           SELECT CATTRX ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TIPO-TRX-CAT.

           SELECT LIMTEMP ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS LIMTEMP-KEY
                FILE STATUS IS WKS-FS-LT.

           SELECT CTLTARJ ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CTLTARJ-KEY
                FILE STATUS IS WKS-FS-CTT.

           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I.

           SELECT ALERTEXT ASSIGN TO DISK.

           SELECT RECHAUT ASSIGN TO DISK.

           SELECT BITACORA ASSIGN TO DISK.
       DATA DIVISION.
       FILE SECTION.
      *LOTE DE AUTORIZACIONES DEL PROCESADOR: UN REGISTRO "D" POR
      *AUTORIZACION Y UN TRAILER "999" CON CONTEO Y SUMA. GIRO,
      *MONEDA, CANAL Y TIPO SE LLENAN COMO EN MOVCLI (GIRO CERO SI
      *NO ES DE COMERCIO, MONEDA EN ESPACIOS SI ES EN PESOS, CANAL
      *"EC" EN COMERCIO ELECTRONICO, TIPO "DIS" EN DISPOSICION).
       FD AUTLOTE.
       01 REG-AUT.
        03 TIPO-REG-AUT       PIC X(01).
        03 NUM-TARJETA-AUT    PIC 9(02).
        03 FECHA-AUT          PIC 9(08).
        03 MONTO-AUT          PIC 9(07)V99.
        03 GIRO-AUT           PIC 9(04).
        03 MONEDA-AUT         PIC X(03).
        03 CANAL-AUT          PIC X(02).
        03 TIPO-TRX-AUT       PIC X(03).

       01 REG-AUT-TRL REDEFINES REG-AUT.
        03 MARCA-TRL-AUT      PIC X(03).
        03 CONTADOR-TRL-AUT   PIC 9(07).
        03 SUMA-TRL-AUT       PIC 9(11)V99.
        03 FILLER             PIC X(15).

       FD DCLIENTE.
       01 REG-CLI-D.
       01 REG-RETEN.
       COPY RETCOPY.

      *LO POSTEADO AL CLIENTE, NETEADO CON EL SIGNO DEL CATALOGO,
      *PARA MEDIR LA AUTORIZACION CONTRA SU LIMITE.
       FD TRXCLI.
       01 REG-TRX.
       COPY TRXCOPY.

       FD CATTRX.
       01 REG-CAT.
       COPY CATTCOPY.

      *AUMENTOS TEMPORALES DE LIMITE AUTORIZADOS EN APR-OPE.
       FD LIMTEMP.
       01 REG-LIMTEMP.
       COPY LIMTCOPY.

      *CONTROLES DE USO POR PLASTICO CAPTURADOS EN MAN-CTT.
       FD CTLTARJ.
       01 REG-CTLTARJ.
       COPY CTLTCOPY.

      *MAESTRO DE CAPTURA - TELEFONO Y CORREO PARA LA ALERTA.
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

      *EXTRACTO PARA LA PASARELA DE MENSAJES, MISMO FORMATO QUE EL
      *QUE ESCRIBE POST-TRX.
       FD ALERTEXT.
       01 REG-ALERTA-EXT.
        03 ID-CLIENTE-AX      PIC 9(06).
        03 FECHA-AX           PIC 9(08).
        03 TIPO-TRX-AX        PIC X(03).
        03 MONTO-AX           PIC 9(07)V99.
        03 DESCRIPCION-AX     PIC X(20).
        03 TELEFONO-AX        PIC X(10).
        03 EMAIL-AX           PIC X(30).
        03 MOTIVO-AX          PIC X(20).

      *AUTORIZACIONES QUE NO SE PUDIERON APARTAR, CON SU MOTIVO.
       FD RECHAUT.
       01 REG-AUT-R.
       01 WKS-MAX-RETEN        PIC 9(04) VALUE 0.
       01 WKS-EOF-BUSCA        PIC 9 VALUE 0.
       01 WKS-MOTIVO-RECHAZO   PIC X(20) VALUE SPACES.
       01 WKS-FS-CTT           PIC X(02) VALUE "00".
       01 WKS-SIN-CTLTARJ      PIC 9 VALUE 0.
       01 WKS-RECHAZO-CONTROL  PIC 9 VALUE 0.
       01 WKS-IDX-GIRO         PIC 9(02) VALUE 0.
       01 WKS-CONT-ALERTAS     PIC 9(06) VALUE 0.

      *EXPOSICION DEL CLIENTE CONTRA SU LIMITE: LO POSTEADO EN
      *TRXCLI MAS LAS RETENCIONES ACTIVAS, IGUAL QUE EN POST-TRX.
       01 WKS-FS-LT            PIC X(02) VALUE "00".
       01 WKS-SIN-LIMTEMP      PIC 9 VALUE 0.
       01 WKS-EOF-LT           PIC 9 VALUE 0.
       01 WKS-EOF-EXPO         PIC 9 VALUE 0.
       01 WKS-EOF-CAT          PIC 9 VALUE 0.
       01 WKS-SOBRE-LIMITE     PIC 9 VALUE 0.
       01 WKS-SALDO-EXPUESTO   PIC S9(09)V99 VALUE 0.
       01 WKS-MONTO-RETENIDO   PIC 9(09)V99 VALUE 0.
       01 WKS-AUMENTO-TEMPORAL PIC 9(07)V99 VALUE 0.
       01 WKS-SIGNO-TRX        PIC X(01) VALUE "C".
       01 WKS-PAGO-ANUALIDAD   PIC X(20) VALUE "PAGO ANUALIDAD".
       01 WKS-REVERSO          PIC X(20) VALUE "REVERSO".
       01 WKS-CAT-COUNT        PIC 9(02) VALUE 0.
       01 WKS-CAT-IDX          PIC 9(02) VALUE 0.
       01 WKS-TABLA-CAT.
          03 WKS-CAT-ENTRY OCCURS 50 TIMES.
             05 WKS-CAT-CODIGO    PIC X(03) VALUE SPACES.
             05 WKS-CAT-SIGNO     PIC X(01) VALUE "C".

       01 WKS-FECHA-EXP        PIC 9(08).
       01 WKS-FECHA-EXP-R REDEFINES WKS-FECHA-EXP.
       01 WKS-RESIDUO-400      PIC 9(02).
       01 WKS-COCIENTE         PIC 9(06).

      *AREA DE ACTUALIZACION DEL SALDO AL MOMENTO CON ACT-SAL.
       01 WKS-SOLICITUD-SALDO.
       COPY SALVCOPY.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.

           OPEN INPUT AUTLOTE.
           OPEN INPUT DCLIENTE.
           OPEN INPUT TRXCLI.
           OPEN OUTPUT RECHAUT.

           OPEN INPUT CATTRX.
           PERFORM 1300-CARGA-CATALOGO.
           CLOSE CATTRX.

      *SIN ARCHIVO DE AUMENTOS TEMPORALES SOLO RIGE EL PERMANENTE.
           OPEN INPUT LIMTEMP.
           IF WKS-FS-LT NOT = "00"
               MOVE 1 TO WKS-SIN-LIMTEMP.

      *SIN ARCHIVO DE CONTROLES NINGUN PLASTICO TIENE RESTRICCIONES
      *Y NO HAY ALERTAS QUE EMITIR.
           OPEN INPUT CTLTARJ.
           IF WKS-FS-CTT NOT = "00"
               MOVE 1 TO WKS-SIN-CTLTARJ
           ELSE
               OPEN INPUT ICLIENTES
               OPEN EXTEND ALERTEXT.

      *EL ARCHIVO DE RETENCIONES SE CREA SOLO EN LA PRIMERA CORRIDA.
           OPEN I-O RETENES.
           IF WKS-FS-RET = "35"
               END-IF
           END-IF.

       1300-CARGA-CATALOGO.
           MOVE SPACES TO TIPO-TRX-CAT.
           START CATTRX KEY IS NOT < TIPO-TRX-CAT
                       INVALID KEY MOVE 1 TO WKS-EOF-CAT.

           PERFORM 1310-LEER-CATALOGO UNTIL WKS-EOF-CAT = 1.

       1310-LEER-CATALOGO.
           READ CATTRX NEXT AT END MOVE 1 TO WKS-EOF-CAT.

           IF WKS-EOF-CAT = 0
               IF WKS-CAT-COUNT < 50
                   ADD 1 TO WKS-CAT-COUNT
                   MOVE TIPO-TRX-CAT TO
                                   WKS-CAT-CODIGO (WKS-CAT-COUNT)
                   MOVE SIGNO-CAT TO WKS-CAT-SIGNO (WKS-CAT-COUNT)
               END-IF
           END-IF.

       2000-PROCESO.
           IF TIPO-REG-AUT = "D"
               PERFORM 2010-CARGA-RETENCION.
           READ DCLIENTE INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                        NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           MOVE 0 TO WKS-RECHAZO-CONTROL.
           IF WKS-INVALID-KEY = 0 AND WKS-SIN-CTLTARJ = 0
               PERFORM 2040-VALIDA-CONTROLES THRU 2040-FIN.

           MOVE 0 TO WKS-SOBRE-LIMITE.
           IF WKS-INVALID-KEY = 0 AND WKS-RECHAZO-CONTROL = 0
              AND LIMITE-CREDITO-D > 0
               PERFORM 2030-VALIDA-LIMITE.

           IF WKS-INVALID-KEY = 1
               MOVE "CLIENTE NO EXISTE" TO WKS-MOTIVO-RECHAZO
               PERFORM 2020-RECHAZA-AUTORIZACION
           ELSE
           IF WKS-RECHAZO-CONTROL = 1
               PERFORM 2020-RECHAZA-AUTORIZACION
               PERFORM 2045-EMITE-ALERTA
           ELSE
           IF WKS-SOBRE-LIMITE = 1
               MOVE "EXCEDE LIMITE CREDITO" TO WKS-MOTIVO-RECHAZO
               PERFORM 2020-RECHAZA-AUTORIZACION
           ELSE
               PERFORM 2100-GRABA-RETENCION.

           WRITE REG-AUT-R.
           ADD 1 TO WKS-CONT-RECHAZADAS.

      *LIMITE CERO SIGNIFICA SIN LIMITE Y NO SE VALIDA. LAS
      *RETENCIONES YA CARGADAS EN ESTA MISMA CORRIDA CUENTAN, ASI QUE
      *VARIAS AUTORIZACIONES DEL LOTE NO REBASAN JUNTAS EL LIMITE.
      *EL SALDO POSTEADO SE TOMA DEL MAESTRO DE SALDOS; SOLO SI EL
      *CLIENTE NO TIENE REGISTRO AHI SE RECORRE SU HISTORIA EN TRXCLI.
       2030-VALIDA-LIMITE.
           MOVE 0 TO WKS-SALDO-EXPUESTO.
           MOVE "C"            TO FUNCION-SV.
           MOVE "RET-AUT "     TO PROGRAMA-SV.
           MOVE ID-CLIENTE-AUT TO ID-CLIENTE-SV.
           MOVE FECHA-AUT      TO FECHA-SV.
           CALL "ACT-SAL" USING WKS-SOLICITUD-SALDO.

           IF SALDO-APLICADO-SV
               MOVE SALDO-ACTUAL-SV TO WKS-SALDO-EXPUESTO
           ELSE
               MOVE ID-CLIENTE-AUT TO ID-CLIENTE-TRX
               START TRXCLI KEY IS = ID-CLIENTE-TRX
                   INVALID KEY MOVE 1 TO WKS-EOF-EXPO
                   NOT INVALID KEY MOVE 0 TO WKS-EOF-EXPO
               END-START
               PERFORM 2031-SUMA-EXPOSICION UNTIL WKS-EOF-EXPO = 1.

           MOVE 0 TO WKS-MONTO-RETENIDO.
           MOVE ID-CLIENTE-AUT TO ID-CLIENTE-RET.
           START RETENES KEY IS = ID-CLIENTE-RET
               INVALID KEY MOVE 1 TO WKS-EOF-BUSCA
               NOT INVALID KEY MOVE 0 TO WKS-EOF-BUSCA
           END-START.

           PERFORM 2032-SUMA-RETENES UNTIL WKS-EOF-BUSCA = 1.

           MOVE 0 TO WKS-AUMENTO-TEMPORAL.
           IF WKS-SIN-LIMTEMP = 0
               MOVE ID-CLIENTE-AUT TO ID-CLIENTE-LT
               MOVE 0 TO NUM-LIMTEMP-LT
               START LIMTEMP KEY IS NOT < LIMTEMP-KEY
                   INVALID KEY MOVE 1 TO WKS-EOF-LT
                   NOT INVALID KEY MOVE 0 TO WKS-EOF-LT
               END-START
               PERFORM 2033-SUMA-LIMTEMP UNTIL WKS-EOF-LT = 1.

           IF WKS-SALDO-EXPUESTO + WKS-MONTO-RETENIDO
                                 + MONTO-AUT > LIMITE-CREDITO-D
                                             + WKS-AUMENTO-TEMPORAL
               MOVE 1 TO WKS-SOBRE-LIMITE.

       2031-SUMA-EXPOSICION.
           READ TRXCLI NEXT AT END MOVE 1 TO WKS-EOF-EXPO.

           IF WKS-EOF-EXPO = 0
               IF ID-CLIENTE-TRX NOT = ID-CLIENTE-AUT
                   MOVE 1 TO WKS-EOF-EXPO
               ELSE
                   PERFORM 2035-BUSCA-SIGNO
                   IF WKS-SIGNO-TRX = "A"
                       SUBTRACT MONTO-TRX FROM WKS-SALDO-EXPUESTO
                   ELSE
                       ADD MONTO-TRX TO WKS-SALDO-EXPUESTO
                   END-IF
               END-IF
           END-IF.

       2032-SUMA-RETENES.
           READ RETENES NEXT AT END MOVE 1 TO WKS-EOF-BUSCA.

           IF WKS-EOF-BUSCA = 0
               IF ID-CLIENTE-RET NOT = ID-CLIENTE-AUT
                   MOVE 1 TO WKS-EOF-BUSCA
               ELSE
                   IF RETEN-ACTIVO
                      AND FECHA-EXPIRA-RET NOT < WKS-FECHA-HOY
                       ADD MONTO-RET TO WKS-MONTO-RETENIDO
                   END-IF
               END-IF
           END-IF.

      *EL AUMENTO CUENTA SI LA FECHA DE LA AUTORIZACION CAE ENTRE
      *SU INICIO Y SU FIN.
       2033-SUMA-LIMTEMP.
           READ LIMTEMP NEXT AT END MOVE 1 TO WKS-EOF-LT.

           IF WKS-EOF-LT = 0
               IF ID-CLIENTE-LT NOT = ID-CLIENTE-AUT
                   MOVE 1 TO WKS-EOF-LT
               ELSE
                   IF LIMTEMP-VIGENTE
                      AND FECHA-INICIO-LT NOT > FECHA-AUT
                      AND FECHA-FIN-LT NOT < FECHA-AUT
                       ADD INCREMENTO-LT TO WKS-AUMENTO-TEMPORAL
                   END-IF
               END-IF
           END-IF.

      *CONTROLES DE USO DEL PLASTICO, CON LAS MISMAS REGLAS Y
      *MOTIVOS QUE POST-TRX: SOLO SE REVISA LA AUTORIZACION DE
      *COMERCIO (GIRO DISTINTO DE CERO) O LA DISPOSICION. UN LOTE
      *VIEJO SIN ESTOS CAMPOS TRAE ESPACIOS Y NO SE FRENA.
       2040-VALIDA-CONTROLES.
           IF GIRO-AUT NOT NUMERIC
               MOVE 0 TO GIRO-AUT.

           IF GIRO-AUT = 0 AND TIPO-TRX-AUT NOT = "DIS"
               GO TO 2040-FIN.

           MOVE ID-CLIENTE-AUT  TO ID-CLIENTE-CT.
           MOVE NUM-TARJETA-AUT TO NUM-TARJETA-CT.
           READ CTLTARJ
               INVALID KEY GO TO 2040-FIN
           END-READ.

           IF TIPO-TRX-AUT = "DIS" AND BLOQUEA-DISPOSICION-CT
               MOVE "DISPOSICION BLOQUEADA" TO WKS-MOTIVO-RECHAZO
               GO TO 2040-RECHAZA.

           IF MONEDA-AUT NOT = SPACES AND MONEDA-AUT NOT = "MXN"
              AND BLOQUEA-EXTRANJERO-CT
               MOVE "USO EXTRANJERO BLOQ" TO WKS-MOTIVO-RECHAZO
               GO TO 2040-RECHAZA.

           IF CANAL-AUT = "EC" AND BLOQUEA-INTERNET-CT
               MOVE "COMPRA INTERNET BLOQ" TO WKS-MOTIVO-RECHAZO
               GO TO 2040-RECHAZA.

           MOVE 0 TO WKS-IDX-GIRO.
           IF GIRO-AUT > 0
               MOVE 1 TO WKS-IDX-GIRO
               PERFORM 2041-BUSCA-GIRO UNTIL WKS-IDX-GIRO > 5.

           IF WKS-IDX-GIRO NOT = 99
               GO TO 2040-FIN.

           MOVE "GIRO BLOQUEADO" TO WKS-MOTIVO-RECHAZO.

       2040-RECHAZA.
           MOVE 1 TO WKS-RECHAZO-CONTROL.

       2040-FIN.
           EXIT.

      *UN RANGO EN CEROS ESTA LIBRE; AL ENCONTRAR EL GIRO DENTRO DE
      *UN RANGO EL INDICE QUEDA EN 99 PARA MARCAR EL BLOQUEO.
       2041-BUSCA-GIRO.
           IF GIRO-HASTA-CT (WKS-IDX-GIRO) > 0
              AND GIRO-AUT NOT < GIRO-DESDE-CT (WKS-IDX-GIRO)
              AND GIRO-AUT NOT > GIRO-HASTA-CT (WKS-IDX-GIRO)
               MOVE 98 TO WKS-IDX-GIRO.

           ADD 1 TO WKS-IDX-GIRO.

      *LA DECLINACION POR CONTROL SALE A LA PASARELA CON EL MOTIVO
      *PARA QUE EL CLIENTE SEPA POR QUE NO PASO SU TARJETA.
       2045-EMITE-ALERTA.
           MOVE ID-CLIENTE-AUT TO ID-CLIENTE-I.
           READ ICLIENTES
               INVALID KEY
                   MOVE SPACES TO TELEFONO-I
                   MOVE SPACES TO EMAIL-I
           END-READ.

           MOVE ID-CLIENTE-AUT     TO ID-CLIENTE-AX.
           MOVE FECHA-AUT          TO FECHA-AX.
           MOVE TIPO-TRX-AUT       TO TIPO-TRX-AX.
           MOVE MONTO-AUT          TO MONTO-AX.
           MOVE "AUTORIZACION DECLIN" TO DESCRIPCION-AX.
           MOVE TELEFONO-I         TO TELEFONO-AX.
           MOVE EMAIL-I            TO EMAIL-AX.
           MOVE WKS-MOTIVO-RECHAZO TO MOTIVO-AX.
           WRITE REG-ALERTA-EXT.

           ADD 1 TO WKS-CONT-ALERTAS.

      *SIGNO DEL MOVIMIENTO: POR SU TIPO EN EL CATALOGO; LOS
      *REGISTROS HISTORICOS SIN TIPO SE NETEAN POR DESCRIPCION.
       2035-BUSCA-SIGNO.
           MOVE "C" TO WKS-SIGNO-TRX.

           IF TIPO-TRX = SPACES
               IF DESCRIPCION-TRX = WKS-PAGO-ANUALIDAD
                  OR DESCRIPCION-TRX = WKS-REVERSO
                   MOVE "A" TO WKS-SIGNO-TRX
               END-IF
           ELSE
               MOVE 1 TO WKS-CAT-IDX
               PERFORM 2036-BUSCA-SIGNO-TABLA
                   UNTIL WKS-CAT-IDX > WKS-CAT-COUNT.

       2036-BUSCA-SIGNO-TABLA.
           IF WKS-CAT-CODIGO (WKS-CAT-IDX) = TIPO-TRX
               MOVE WKS-CAT-SIGNO (WKS-CAT-IDX) TO WKS-SIGNO-TRX
               MOVE WKS-CAT-COUNT TO WKS-CAT-IDX.

           ADD 1 TO WKS-CAT-IDX.

      *LA RETENCION TOMA EL SIGUIENTE CONSECUTIVO DEL CLIENTE Y
      *VENCE A LOS N DIAS DE LA FECHA DE NEGOCIO.
       2100-GRABA-RETENCION.
                   ADD 1 TO WKS-CONT-CARGADAS
                   ADD 1 TO WKS-CONT-LOTE
                   ADD MONTO-AUT TO WKS-SUMA-LOTE
                   MOVE "R" TO FUNCION-SV
                   PERFORM 2130-APLICA-SALDO
           END-WRITE.

      *LA RETENCION CARGADA O EXPIRADA MUEVE EL RETENIDO DEL CLIENTE
      *EN EL MAESTRO DE SALDOS.
       2130-APLICA-SALDO.
           MOVE "RET-AUT "     TO PROGRAMA-SV.
           MOVE ID-CLIENTE-RET TO ID-CLIENTE-SV.
           MOVE WKS-FECHA-HOY  TO FECHA-SV.
           MOVE SPACES         TO TIPO-TRX-SV.
           MOVE SPACES         TO DESCRIPCION-SV.
           MOVE MONTO-RET      TO MONTO-SV.
           CALL "ACT-SAL" USING WKS-SOLICITUD-SALDO.

       2110-BUSCA-MAX-RETEN.
           MOVE 0 TO WKS-MAX-RETEN.
           MOVE ID-CLIENTE-AUT TO ID-CLIENTE-RET.
                   MOVE "E" TO STATUS-RET
                   REWRITE REG-RETEN
                   ADD 1 TO WKS-CONT-EXPIRADAS
                   MOVE "L" TO FUNCION-SV
                   PERFORM 2130-APLICA-SALDO
               END-IF
           END-IF.


           CLOSE AUTLOTE.
           CLOSE DCLIENTE.
           CLOSE TRXCLI.
           MOVE "F" TO FUNCION-SV.
           CALL "ACT-SAL" USING WKS-SOLICITUD-SALDO.
           CLOSE RETENES.
           IF WKS-SIN-LIMTEMP = 0
               CLOSE LIMTEMP.
           IF WKS-SIN-CTLTARJ = 0
               CLOSE CTLTARJ
               CLOSE ICLIENTES
               CLOSE ALERTEXT.
           CLOSE RECHAUT.
           DISPLAY "RETENCIONES CARGADAS: " WKS-CONT-CARGADAS.
           DISPLAY "RETENCIONES RECHAZADAS: " WKS-CONT-RECHAZADAS.
           DISPLAY "RETENCIONES EXPIRADAS: " WKS-CONT-EXPIRADAS.
           DISPLAY "ALERTAS POR CONTROL DE TARJETA: " WKS-CONT-ALERTAS.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
