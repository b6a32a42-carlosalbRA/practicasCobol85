                RECORD KEY IS MENSAJE-KEY
                FILE STATUS IS WKS-FS-MSG.

           SELECT NOPUBLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-NP
                FILE STATUS IS WKS-FS-NOP.

           SELECT REUSTEL ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TELEFONO-RT
                FILE STATUS IS WKS-FS-REU.

           SELECT SALDOFAV ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-SF
                RECORD KEY IS CATHIST-KEY
                FILE STATUS IS WKS-FS-CATH.

           SELECT BALTRAS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS BALTRAS-KEY
                FILE STATUS IS WKS-FS-BT.

           SELECT CORRHIST ASSIGN TO DISK.

           SELECT REP-CTA ASSIGN TO PRINTER.
           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT COMISION ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS COMISION-KEY
                FILE STATUS IS WKS-FS-CMS.

       DATA DIVISION.
       FILE SECTION.
       FD DCLIENTE.
       COPY CICLCOPY.

      *PAGO MINIMO CALCULADO EN CADA CORTE, CON SU FECHA LIMITE -
      *CONSTANCIA DE LO QUE SE LE PIDIO AL CLIENTE Y CUANDO. EL PAGO
      *PARA NO GENERAR INTERESES QUEDA JUNTO; INT-REV LO CONSULTA.
       FD PAGOMIN.
       01 REG-PAGOMIN.
        03 PAGOMIN-KEY.
           05 FECHA-CORTE-PM  PIC 9(08).
        03 MONTO-MINIMO-PM    PIC 9(07)V99.
        03 FECHA-LIMITE-PM    PIC 9(08).
        03 MONTO-NO-INT-PM    PIC 9(07)V99.

      *ARCHIVO HISTORICO DE ESTADOS DE CUENTA: CADA LINEA IMPRESA
      *DEL CORTE QUEDA GUARDADA TAL CUAL POR CLIENTE, FECHA DE
        03 SUCURSAL-MSG       PIC 9(02).
        03 LINEA1-MSG         PIC X(60).
        03 LINEA2-MSG         PIC X(60).
      *"R" REGULATORIO; "P" O BLANCO PROMOCIONAL.
        03 CLASE-MSG          PIC X(01).

      *CLIENTES QUE PIDIERON NO RECIBIR PUBLICIDAD (MAN-NOP) Y
      *PADRON DEL REUS POR TELEFONO (REU-CAR): A ELLOS SOLO SE LES
      *IMPRIMEN LOS MENSAJES REGULATORIOS.
       FD NOPUBLI.
       01 REG-NOPUBLI.
       COPY NOPCOPY.

       FD REUSTEL.
       01 REG-REUSTEL.
        03 TELEFONO-RT        PIC X(10).
        03 FECHA-INSCRIPCION-RT PIC 9(08).
        03 FECHA-CARGA-RT     PIC 9(08).

      *TITULARES ADICIONALES - EL DETALLE SENALA QUIEN GASTO CUANDO
      *EL MOVIMIENTO VIENE DE UN PLASTICO ADICIONAL.
        03 FECHA-ULT-SF       PIC 9(08).
        03 STATUS-SF          PIC X(01).

      *SALDOS TRASPASADOS DE OTROS BANCOS - EL SALDO PROMOCIONAL
      *VIGENTE SE LISTA APARTE CON SU TASA Y FECHA DE VENCIMIENTO.
       FD BALTRAS.
       01 REG-BALTRAS.
       COPY BTRSCOPY.

      *HISTORIAL DE CORRESPONDENCIA COMPARTIDO: UN REGISTRO POR
      *DOCUMENTO ENVIADO AL CLIENTE (CARTA, AVISO, ESTADO DE
      *CUENTA) CON SU FECHA, CANAL Y REFERENCIA. CUANDO EL CLIENTE
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORTE
      *MASIVO; LA CONSULTA POR CLIENTE NO DEJA CONSTANCIA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *CATALOGO DE COMISIONES - LOS TIPOS QUE TIENEN TARIFA AQUI SE
      *SUMAN EN EL RENGLON DE COMISIONES DEL PERIODO.
       FD COMISION.
       01 REG-COMISION.
       COPY CMSCOPY.

       WORKING-STORAGE SECTION.
       01 WKS-ID-CONSULTA      PIC 9(06) VALUE 0.
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.
       01 WKS-FECHA-CORTE-ANT  PIC 9(08) VALUE 0.
       01 WKS-SALDO-ANTERIOR   PIC S9(08)V99 VALUE 0.
       01 WKS-CONT-CORTES      PIC 9(04) VALUE 0.
       01 WKS-CONT-DCLI        PIC 9(06) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-PAGO-ANUALIDAD   PIC X(20) VALUE "PAGO ANUALIDAD".
       01 WKS-REVERSO          PIC X(20) VALUE "REVERSO".
       01 WKS-EOF-CAT          PIC 9 VALUE 0.
       01 WKS-SIN-PUNTOS       PIC 9 VALUE 0.
       01 WKS-ORIGEN-EDIT      PIC Z,ZZZ,ZZ9.99.
       01 WKS-SUBTOTAL-DISPO   PIC 9(09)V99 VALUE 0.
       01 WKS-SUBTOTAL-IVA     PIC 9(09)V99 VALUE 0.
       01 WKS-SUBTOTAL-COMIS   PIC 9(09)V99 VALUE 0.
       01 WKS-FS-CMS           PIC X(02) VALUE "00".
       01 WKS-EOF-CMS          PIC 9 VALUE 0.
       01 WKS-FS-SFAV          PIC X(02) VALUE "00".
       01 WKS-SIN-SALDOFAV     PIC 9 VALUE 0.
       01 WKS-FS-BT            PIC X(02) VALUE "00".
       01 WKS-SIN-BALTRAS      PIC 9 VALUE 0.
       01 WKS-EOF-BT           PIC 9 VALUE 0.
       01 WKS-CONT-TRASPASOS   PIC 9(04) VALUE 0.
       01 WKS-FS-CATH          PIC X(02) VALUE "00".
       01 WKS-SIN-CATHIST      PIC 9 VALUE 0.
       01 WKS-EOF-CATH         PIC 9 VALUE 0.
       01 WKS-CAT-VIGENTE      PIC 9(03)V99 VALUE 0.
       01 WKS-CAT-TASA-BASE    PIC 9(02)V99 VALUE 0.
       01 WKS-CAT-CLIENTE      PIC S9(03)V99 VALUE 0.

      *CONSULTA A TAS-CLI DE LAS TASAS VIGENTES DEL CLIENTE AL CORTE.
       01 WKS-CONSULTA-TASA.
       COPY TASVCOPY.
       01 WKS-DIA-CORTE        PIC 9(02) VALUE 0.
       01 WKS-GRUPO-CLIENTE    PIC 9(02) VALUE 0.
       01 WKS-CORTA-HOY        PIC 9 VALUE 0.
       01 WKS-MSG-BUSCA-IDX    PIC 9(02) VALUE 0.
       01 WKS-MSG-COUNT        PIC 9(02) VALUE 0.
       01 WKS-MSG-IMPRESO      PIC 9 VALUE 0.
       01 WKS-FS-NOP           PIC X(02) VALUE "00".
       01 WKS-FS-REU           PIC X(02) VALUE "00".
       01 WKS-SIN-NOPUBLI      PIC 9 VALUE 0.
       01 WKS-SIN-REUS         PIC 9 VALUE 0.
       01 WKS-SIN-PUBLICIDAD   PIC 9 VALUE 0.

      *MENSAJES VIGENTES AL CORTE, UNO POR CLAVE (EL DE MAYOR
      *FECHA-DESDE QUE NO REBASE LA FECHA DE CORTE).
             05 WKS-MSG-SUC       PIC 9(02).
             05 WKS-MSG-L1        PIC X(60).
             05 WKS-MSG-L2        PIC X(60).
             05 WKS-MSG-CLASE     PIC X(01).
       01 WKS-ARCHIVA          PIC 9 VALUE 0.
       01 WKS-SEC-LINEA        PIC 9(04) VALUE 0.
       01 WKS-PCT-MINIMO       PIC 9(02)V99 VALUE 5.00.
       01 WKS-MIN-REVOLVENTE   PIC 9(07)V99 VALUE 0.
       01 WKS-MIN-VENCIDO      PIC 9(08)V99 VALUE 0.
       01 WKS-MONTO-MINIMO     PIC 9(08)V99 VALUE 0.
       01 WKS-RECARGO-PEND     PIC 9(08)V99 VALUE 0.
       01 WKS-MONTO-NO-INT     PIC 9(08)V99 VALUE 0.
       01 WKS-MAX-NUM-CICLO    PIC 9(04) VALUE 0.
       01 WKS-CICLO-MIN-NUM    PIC 9(04) VALUE 0.
       01 WKS-FECHA-LIM-MIN    PIC 9(08) VALUE 0.
       01 WKS-CAT-COUNT        PIC 9(02) VALUE 0.
       01 WKS-CAT-IDX          PIC 9(02) VALUE 0.
       01 WKS-TABLA-CAT.
          03 WKS-CAT-ENTRY OCCURS 50 TIMES.
             05 WKS-CAT-CODIGO    PIC X(03) VALUE SPACES.
             05 WKS-CAT-SIGNO     PIC X(01) VALUE "C".
             05 WKS-CAT-COMISION  PIC X(01) VALUE "N".

       01 HEADER-L1-CTA.
            03 FILLER PIC X(35) VALUE SPACES.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(30) VALUE "PLANES DE PAGO VIGENTES".

       01 HEADER-TRASPASOS-CTA.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(40) VALUE
               "SALDOS TRASPASADOS A TASA PROMOCIONAL".

       01 DETALLE-TRASPASO-CTA-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(09) VALUE "TRASPASO ".
            03 WKS-TRAS-NUM-R  PIC 9(04).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(06) VALUE "BANCO ".
            03 WKS-TRAS-BCO-R  PIC X(03).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(19) VALUE "SALDO PROMOCIONAL: ".
            03 WKS-TRAS-SAL-R  PIC $Z,ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(06) VALUE "TASA: ".
            03 WKS-TRAS-TASA-R PIC Z9.99.
            03 FILLER          PIC X(04) VALUE "%   ".
            03 FILLER          PIC X(07) VALUE "VENCE: ".
            03 WKS-TRAS-FIN-R  PIC 9(08).

       01 DETALLE-DISPO-CTA-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(34) VALUE
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-DISPO-R     PIC $ZZ,ZZZ,ZZ9.99.

       01 DETALLE-IVA-CTA-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(34) VALUE
               "IVA TRASLADADO DEL PERIODO:".
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-IVA-R       PIC $ZZ,ZZZ,ZZ9.99.

       01 DETALLE-COMIS-CTA-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(34) VALUE
               "COMISIONES DEL PERIODO:".
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-COMIS-R     PIC $ZZ,ZZZ,ZZ9.99.

       01 HEADER-GIROS-CTA.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(30) VALUE "GASTO POR GIRO DEL PERIODO".

       01 DETALLE-CAT-CTA-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(36) VALUE
               "CAT A SU TASA SIN IVA, INFORMATIVO: ".
            03 WKS-CAT-R       PIC ZZ9.99.
            03 FILLER          PIC X(04) VALUE " PCT".

       01 DETALLE-TASA-CTA-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(26) VALUE
               "TASA MENSUAL ORDINARIA:   ".
            03 WKS-TASA-INT-R  PIC Z9.99.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(27) VALUE
               "TASA MENSUAL DISPOSICIONES:".
            03 WKS-TASA-DIS-R  PIC Z9.99.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-TASA-PROMO-R PIC X(30).

       01 DETALLE-TASA-PROMO-R.
            03 FILLER          PIC X(21) VALUE
               "PROMOCIONAL HASTA EL ".
            03 WKS-PROMO-HASTA-R PIC 9(08).

       01 DETALLE-FAVOR-CTA-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(27)
            03 FILLER          PIC X(02) VALUE ": ".
            03 WKS-LIM-MIN-R   PIC 9(08).

       01 DETALLE-NO-INT-CTA-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(32)
               VALUE "PAGO PARA NO GENERAR INTERESES: ".
            03 WKS-NO-INT-R    PIC $Z,ZZZ,ZZ9.99.

       01 DETALLE-PUNTOS-CTA-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(27)
           IF WKS-FS-CATH NOT = "00"
               MOVE 1 TO WKS-SIN-CATHIST.

           OPEN INPUT BALTRAS.
           IF WKS-FS-BT NOT = "00"
               MOVE 1 TO WKS-SIN-BALTRAS.

           OPEN INPUT ICLIENTES.
           IF WKS-FS-ICLI NOT = "00"
               MOVE 1 TO WKS-SIN-ICLIENTES.

           OPEN INPUT NOPUBLI.
           IF WKS-FS-NOP NOT = "00"
               MOVE 1 TO WKS-SIN-NOPUBLI.

           OPEN INPUT REUSTEL.
           IF WKS-FS-REU NOT = "00"
               MOVE 1 TO WKS-SIN-REUS.

      *SIN CATALOGO DE COMERCIOS EL RESUMEN POR GIRO SALE CON EL
      *CODIGO Y SIN NOMBRE; SIN GIROS CAPTURADOS NO SALE.
           OPEN INPUT COMERCIOS.

           PERFORM 1300-CARGA-CATALOGO.

      *SIN CATALOGO DE COMISIONES NO SALE EL RENGLON DE COMISIONES.
           OPEN INPUT COMISION.
           IF WKS-FS-CMS = "00"
               PERFORM 1320-MARCA-COMISIONES
               CLOSE COMISION.

           DISPLAY "CONSULTA POR CLIENTE (1) CORTE MENSUAL DE TODOS"
                   " (2):" LINE 01 POSITION 03.
           ACCEPT WKS-MODO-CORTE LINE 01 POSITION 56.
           READ CATTRX NEXT AT END MOVE 1 TO WKS-EOF-CAT.

           IF WKS-EOF-CAT = 0
               IF WKS-CAT-COUNT < 50
                   ADD 1 TO WKS-CAT-COUNT
                   MOVE TIPO-TRX-CAT TO
                                   WKS-CAT-CODIGO (WKS-CAT-COUNT)
               END-IF
           END-IF.

      *MARCA EN LA TABLA DE TIPOS LOS QUE TIENEN TARIFA EN EL
      *CATALOGO DE COMISIONES (CUALQUIER VIGENCIA).
       1320-MARCA-COMISIONES.
           MOVE LOW-VALUES TO COMISION-KEY.
           START COMISION KEY IS NOT < COMISION-KEY
               INVALID KEY MOVE 1 TO WKS-EOF-CMS
               NOT INVALID KEY MOVE 0 TO WKS-EOF-CMS
           END-START.

           PERFORM 1330-LEER-COMISION UNTIL WKS-EOF-CMS = 1.

       1330-LEER-COMISION.
           READ COMISION NEXT AT END MOVE 1 TO WKS-EOF-CMS.

           IF WKS-EOF-CMS = 0
               MOVE 1 TO WKS-CAT-IDX
               PERFORM 1331-MARCA-TIPO
                   UNTIL WKS-CAT-IDX > WKS-CAT-COUNT
           END-IF.

       1331-MARCA-TIPO.
           IF WKS-CAT-CODIGO (WKS-CAT-IDX) = TIPO-COMISION-CM
               MOVE "S" TO WKS-CAT-COMISION (WKS-CAT-IDX)
               MOVE WKS-CAT-COUNT TO WKS-CAT-IDX.

           ADD 1 TO WKS-CAT-IDX.

       2000-PROCESO.
           DISPLAY "ID DE CLIENTE A CONSULTAR:" LINE 01 POSITION 03.
           ACCEPT WKS-ID-CONSULTA LINE 01 POSITION 30.
           MOVE 0 TO WKS-CONT-MOVS.
           MOVE 0 TO WKS-EOF-TRX.
           MOVE 0 TO WKS-SUBTOTAL-DISPO.
           MOVE 0 TO WKS-SUBTOTAL-IVA.
           MOVE 0 TO WKS-SUBTOTAL-COMIS.
           PERFORM 2175-LIMPIA-GIROS.

           MOVE HEADER-L1-CTA TO LINEA-CTA.
                 OR ID-CLIENTE-TRX NOT = ID-CLIENTE-D.

           PERFORM 2140-PLANES-CTA.
           PERFORM 2145-TRASPASOS-CTA.
           PERFORM 2165-DISPOSICIONES-CTA.
           PERFORM 2166-IVA-CTA.
           PERFORM 2167-COMISIONES-CTA.
           PERFORM 2170-GIROS-CTA.
           PERFORM 2160-PUNTOS-CTA.
           PERFORM 2130-FOOTER-CTA.
           IF TIPO-TRX = "DIS" OR TIPO-TRX = "CDI"
               ADD MONTO-TRX TO WKS-SUBTOTAL-DISPO.

           IF TIPO-TRX = "IVA"
               ADD MONTO-TRX TO WKS-SUBTOTAL-IVA.

           IF TIPO-TRX NOT = SPACES
               MOVE 1 TO WKS-CAT-IDX
               PERFORM 2127-BUSCA-COMISION
                   UNTIL WKS-CAT-IDX > WKS-CAT-COUNT.

           IF MONEDA-TRX = SPACES
               MOVE SPACES TO WKS-MONEDA-R
               MOVE SPACES TO WKS-ORIGEN-R

           PERFORM 2126-TITULAR-PLASTICO.

       2127-BUSCA-COMISION.
           IF WKS-CAT-CODIGO (WKS-CAT-IDX) = TIPO-TRX
               IF WKS-CAT-COMISION (WKS-CAT-IDX) = "S"
                   ADD MONTO-TRX TO WKS-SUBTOTAL-COMIS
               END-IF
               MOVE WKS-CAT-COUNT TO WKS-CAT-IDX.

           ADD 1 TO WKS-CAT-IDX.

      *EL MOVIMIENTO DE UN PLASTICO ADICIONAL SALE CON EL NOMBRE DE
      *SU TITULAR, PARA QUE EL DUENO DE LA CUENTA VEA QUIEN GASTO.
       2126-TITULAR-PLASTICO.

           ADD 1 TO WKS-CONT-PLANES.

      *EL SALDO TRASPASADO VIGENTE SE MUESTRA APARTE DEL REVOLVENTE:
      *ES EL QUE INT-REV DEJO A TASA PROMOCIONAL EN SU ULTIMA CORRIDA
      *Y SU FECHA DE VENCIMIENTO ES CUANDO PASA A LA TASA NORMAL.
       2145-TRASPASOS-CTA.
           MOVE 0 TO WKS-CONT-TRASPASOS.

           IF WKS-SIN-BALTRAS = 0
               MOVE ID-CLIENTE-D TO ID-CLIENTE-BT
               MOVE 0 TO NUM-TRASP-BT
               START BALTRAS KEY IS NOT < BALTRAS-KEY
                   INVALID KEY MOVE 1 TO WKS-EOF-BT
                   NOT INVALID KEY MOVE 0 TO WKS-EOF-BT
               END-START
               PERFORM 2146-DETALLE-TRASPASO UNTIL WKS-EOF-BT = 1.

       2146-DETALLE-TRASPASO.
           READ BALTRAS NEXT AT END MOVE 1 TO WKS-EOF-BT.

           IF WKS-EOF-BT = 0
               IF ID-CLIENTE-BT NOT = ID-CLIENTE-D
                   MOVE 1 TO WKS-EOF-BT
               ELSE
                   IF TRASPASO-VIGENTE-BT AND SALDO-PROMO-BT > 0
                       PERFORM 2147-IMPRIME-TRASPASO
                   END-IF
               END-IF
           END-IF.

       2147-IMPRIME-TRASPASO.
           IF WKS-CONT-TRASPASOS = 0
               MOVE HEADER-TRASPASOS-CTA TO LINEA-CTA
               PERFORM 9800-ARCHIVA-LINEA
               WRITE LINEA-CTA AFTER 2.

           MOVE NUM-TRASP-BT   TO WKS-TRAS-NUM-R.
           MOVE BANCO-BT       TO WKS-TRAS-BCO-R.
           MOVE SALDO-PROMO-BT TO WKS-TRAS-SAL-R.
           MOVE TASA-PROMO-BT  TO WKS-TRAS-TASA-R.
           MOVE FECHA-FIN-BT   TO WKS-TRAS-FIN-R.

           MOVE DETALLE-TRASPASO-CTA-R TO LINEA-CTA.
           PERFORM 9800-ARCHIVA-LINEA
           WRITE LINEA-CTA AFTER 1.

           ADD 1 TO WKS-CONT-TRASPASOS.

      *SECCION DE DISPOSICIONES DE EFECTIVO: SU SUBTOTAL VA APARTE
      *PORQUE DEVENGAN LA TASA ALTA DESDE EL PRIMER DIA.
       2165-DISPOSICIONES-CTA.
               PERFORM 9800-ARCHIVA-LINEA
               WRITE LINEA-CTA AFTER 2.

      *EL IVA DE INTERESES, COMISIONES Y RECARGOS YA SALE EN SU
      *PROPIO RENGLON DEL DETALLE; AQUI VA SU TOTAL DEL PERIODO.
       2166-IVA-CTA.
           IF WKS-SUBTOTAL-IVA > 0
               MOVE WKS-SUBTOTAL-IVA TO WKS-IVA-R
               MOVE DETALLE-IVA-CTA-R TO LINEA-CTA
               PERFORM 9800-ARCHIVA-LINEA
               WRITE LINEA-CTA AFTER 1.

      *COMISIONES DEL CATALOGO (SOBREGIRO, REPOSICION, PAGO
      *DEVUELTO, REIMPRESION, VENTANILLA) COBRADAS EN EL PERIODO;
      *SU IVA YA VA EN EL RENGLON ANTERIOR.
       2167-COMISIONES-CTA.
           IF WKS-SUBTOTAL-COMIS > 0
               MOVE WKS-SUBTOTAL-COMIS TO WKS-COMIS-R
               MOVE DETALLE-COMIS-CTA-R TO LINEA-CTA
               PERFORM 9800-ARCHIVA-LINEA
               WRITE LINEA-CTA AFTER 1.

       2175-LIMPIA-GIROS.
           MOVE 0 TO WKS-GIRO-COUNT.
           MOVE 1 TO WKS-GIRO-IDX.
      *DETALLANDO SOLO LOS MOVIMIENTOS POSTERIORES A ESE CORTE. EL
      *SALDO DE CIERRE SE GUARDA EN SALDOS PARA EL CORTE QUE SIGUE.
       5000-CORTE-MASIVO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.
           MOVE 0 TO WKS-TARJETA-FILTRO.
           PERFORM 5090-CARGA-MENSAJES THRU 5090-FIN.
               UNTIL WKS-EOF-DCLI = 1.

           DISPLAY "ESTADOS DE CUENTA CORTADOS: " WKS-CONT-CORTES.
           PERFORM 9000-GRABA-BITACORA.

       5005-LEER-DCLIENTE.
           READ DCLIENTE NEXT AT END MOVE 1 TO WKS-EOF-DCLI.

           IF WKS-EOF-DCLI = 0
               ADD 1 TO WKS-CONT-DCLI.

      *EL CORTE YA NO CAE COMPLETO EL MISMO DIA: SOLO SE CORTA AL
      *CLIENTE CUYO GRUPO (5, 15 O 25 DEL MAESTRO) COINCIDE CON EL
      *DIA DE LA FECHA DE NEGOCIO; EL GRUPO CERO CORTA SIEMPRE.
           MOVE 0 TO WKS-CONT-MOVS.
           MOVE 0 TO WKS-EOF-TRX.
           MOVE 0 TO WKS-SUBTOTAL-DISPO.
           MOVE 0 TO WKS-SUBTOTAL-IVA.
           MOVE 0 TO WKS-SUBTOTAL-COMIS.
           PERFORM 2175-LIMPIA-GIROS.

           MOVE HEADER-L1-CTA TO LINEA-CTA.
                 OR ID-CLIENTE-TRX NOT = ID-CLIENTE-D.

           PERFORM 2140-PLANES-CTA.
           PERFORM 2145-TRASPASOS-CTA.
           PERFORM 2165-DISPOSICIONES-CTA.
           PERFORM 2166-IVA-CTA.
           PERFORM 2167-COMISIONES-CTA.
           PERFORM 2170-GIROS-CTA.
           PERFORM 2160-PUNTOS-CTA.
           PERFORM 2130-FOOTER-CTA.
      *CAR-MOR PERSIGAN EL INCUMPLIMIENTO; LO VENCIDO YA TIENE SUS
      *PROPIOS CICLOS EN COBRANZA Y NO SE DUPLICA. UN CICLO "M"
      *PENDIENTE QUE AUN NO VENCE SE REFRESCA EN LUGAR DE APILARSE.
      *EL PAGO PARA NO GENERAR INTERESES ES EL SALDO AL CORTE MAS
      *LOS RECARGOS PENDIENTES (QUE EL PAGO CUBRE PRIMERO); LAS
      *MENSUALIDADES DE PLANPAGO AUN NO VENCIDAS NO ENTRAN PORQUE
      *PLA-MEN SOLO LAS PASA A TRXCLI CUANDO VENCEN.
       5050-PAGO-MINIMO.
           MOVE 0 TO WKS-MIN-REVOLVENTE.
           MOVE 0 TO WKS-MIN-VENCIDO.
           MOVE 0 TO WKS-RECARGO-PEND.
           MOVE 0 TO WKS-MONTO-NO-INT.
           MOVE 0 TO WKS-MAX-NUM-CICLO.
           MOVE 0 TO WKS-CICLO-MIN-NUM.

           COMPUTE WKS-MONTO-MINIMO = WKS-MIN-REVOLVENTE
                                    + WKS-MIN-VENCIDO.

           IF WKS-SALDO-CLIENTE > 0
               MOVE WKS-SALDO-CLIENTE TO WKS-MONTO-NO-INT.

           ADD WKS-RECARGO-PEND TO WKS-MONTO-NO-INT.

           IF WKS-MONTO-MINIMO > 0
               PERFORM 5055-CALCULA-FECHA-LIMITE
               MOVE WKS-MONTO-MINIMO TO WKS-MINIMO-R
               MOVE DETALLE-MINIMO-CTA-R TO LINEA-CTA
               PERFORM 9800-ARCHIVA-LINEA
               WRITE LINEA-CTA AFTER 2
               MOVE WKS-MONTO-NO-INT TO WKS-NO-INT-R
               MOVE DETALLE-NO-INT-CTA-R TO LINEA-CTA
               PERFORM 9800-ARCHIVA-LINEA
               WRITE LINEA-CTA AFTER 1
               PERFORM 5056-GRABA-PAGOMIN
               IF WKS-MIN-REVOLVENTE > 0
                   PERFORM 5057-REGISTRA-CICLO-MINIMO.
               MOVE NUM-CICLO-C TO WKS-MAX-NUM-CICLO.

           IF STATUS-PAGO-C = "N"
               COMPUTE WKS-RECARGO-PEND = WKS-RECARGO-PEND
                       + RECARGO-C - RECARGO-PAGADO-C
               IF FECHA-VENCE-C < WKS-FECHA-CORTE
                   COMPUTE WKS-MIN-VENCIDO = WKS-MIN-VENCIDO
                       + MONTO-ANUAL-C - MONTO-PAGADO-C
           MOVE WKS-FECHA-CORTE   TO FECHA-CORTE-PM.
           MOVE WKS-MONTO-MINIMO  TO MONTO-MINIMO-PM.
           MOVE WKS-FECHA-LIM-MIN TO FECHA-LIMITE-PM.
           MOVE WKS-MONTO-NO-INT  TO MONTO-NO-INT-PM.

           WRITE REG-PAGOMIN
               INVALID KEY
           MOVE SUCURSAL-MSG    TO WKS-MSG-SUC (WKS-MSG-BUSCA-IDX).
           MOVE LINEA1-MSG      TO WKS-MSG-L1 (WKS-MSG-BUSCA-IDX).
           MOVE LINEA2-MSG      TO WKS-MSG-L2 (WKS-MSG-BUSCA-IDX).
           MOVE CLASE-MSG       TO WKS-MSG-CLASE (WKS-MSG-BUSCA-IDX).

       5092-FIN.
           EXIT.
               GO TO 5080-FIN.

           MOVE 0 TO WKS-SUC-CLIENTE.
           MOVE SPACES TO TELEFONO-RT.
           IF WKS-SIN-ICLIENTES = 0
               MOVE ID-CLIENTE-D TO ID-CLIENTE-I
               READ ICLIENTES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE SUCURSAL-I TO
                                               WKS-SUC-CLIENTE
                                   MOVE TELEFONO-I TO TELEFONO-RT
               END-READ.

           PERFORM 5083-REVISA-PUBLICIDAD.

           MOVE 0 TO WKS-MSG-IMPRESO.
           MOVE 0 TO WKS-MSG-IDX.
           PERFORM 5081-UN-MENSAJE WKS-MSG-COUNT TIMES.
               OR WKS-MSG-TIPO (WKS-MSG-IDX) = TIPO-TARG-D)
              AND (WKS-MSG-SUC (WKS-MSG-IDX) = 0
               OR WKS-MSG-SUC (WKS-MSG-IDX) = WKS-SUC-CLIENTE)
              AND (WKS-SIN-PUBLICIDAD = 0
               OR WKS-MSG-CLASE (WKS-MSG-IDX) = "R")
               PERFORM 5082-IMPRIME-MENSAJE.

       5082-IMPRIME-MENSAJE.
               PERFORM 9800-ARCHIVA-LINEA
               WRITE LINEA-CTA AFTER 1.

      *EL CLIENTE NO RECIBE PUBLICIDAD SI TIENE REGISTRO DIRECTO
      *VIGENTE O SU TELEFONO ESTA INSCRITO EN EL REUS.
       5083-REVISA-PUBLICIDAD.
           MOVE 0 TO WKS-SIN-PUBLICIDAD.

           IF WKS-SIN-NOPUBLI = 0
               MOVE ID-CLIENTE-D TO ID-CLIENTE-NP
               READ NOPUBLI
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF NP-VIGENTE
                           MOVE 1 TO WKS-SIN-PUBLICIDAD
                       END-IF
               END-READ
           END-IF.

           IF WKS-SIN-REUS = 0
              AND WKS-SIN-PUBLICIDAD = 0
              AND TELEFONO-RT NOT = SPACES
               READ REUSTEL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO WKS-SIN-PUBLICIDAD
               END-READ
           END-IF.

       5075-SALDO-FAVOR.
           IF WKS-SIN-SALDOFAV = 1
               GO TO 5075-FIN.
       5075-FIN.
           EXIT.

      *LAS TASAS DEL CLIENTE AL CORTE (SI ES PROMOCIONAL, CON SU
      *FECHA DE TERMINO) Y SU CAT: EL ULTIMO QUE CAL-CAT CALCULO
      *PARA SU TIPO DE TARGETA, CAMBIANDO LA TASA DEL PRODUCTO POR
      *LA TASA REAL DEL CLIENTE EN LA MISMA FORMULA DE CASA.
       5078-DIVULGA-CAT.
           MOVE ID-CLIENTE-D    TO ID-CLIENTE-TV.
           MOVE WKS-FECHA-CORTE TO FECHA-TV.
           CALL "TAS-CLI" USING WKS-CONSULTA-TASA.

           MOVE TASA-INTERES-TV TO WKS-TASA-INT-R.
           MOVE TASA-DISPO-TV   TO WKS-TASA-DIS-R.
           MOVE SPACES          TO WKS-TASA-PROMO-R.

           IF ORIGEN-TV = "P"
               MOVE FECHA-HASTA-TV TO WKS-PROMO-HASTA-R
               MOVE DETALLE-TASA-PROMO-R TO WKS-TASA-PROMO-R.

           MOVE DETALLE-TASA-CTA-R TO LINEA-CTA.
           PERFORM 9800-ARCHIVA-LINEA.
           WRITE LINEA-CTA AFTER 1.

           IF WKS-SIN-CATHIST = 1
               GO TO 5078-FIN.

           PERFORM 5079-LEER-CAT UNTIL WKS-EOF-CATH = 1.

           IF WKS-CAT-VIGENTE > 0
               COMPUTE WKS-CAT-CLIENTE = WKS-CAT-VIGENTE
                                       - (WKS-CAT-TASA-BASE * 12)
                                       + (TASA-INTERES-TV * 12)
               IF WKS-CAT-CLIENTE < 0
                   MOVE 0 TO WKS-CAT-CLIENTE
               END-IF
               MOVE WKS-CAT-CLIENTE TO WKS-CAT-R
               MOVE DETALLE-CAT-CTA-R TO LINEA-CTA
               PERFORM 9800-ARCHIVA-LINEA
               WRITE LINEA-CTA AFTER 1.
                   MOVE 1 TO WKS-EOF-CATH
               ELSE
                   MOVE VALOR-CAT TO WKS-CAT-VIGENTE
                   MOVE TASA-MENSUAL-CAT TO WKS-CAT-TASA-BASE
               END-IF
           END-IF.

               CLOSE ADICION.
           IF WKS-SIN-ICLIENTES = 0
               CLOSE ICLIENTES.
           IF WKS-SIN-NOPUBLI = 0
               CLOSE NOPUBLI.
           IF WKS-SIN-REUS = 0
               CLOSE REUSTEL.
           IF WKS-SIN-SALDOFAV = 0
               CLOSE SALDOFAV.
           IF WKS-SIN-CATHIST = 0
               CLOSE CATHIST.
           IF WKS-SIN-BALTRAS = 0
               CLOSE BALTRAS.
           IF WKS-SIN-PUNTOS = 0
               CLOSE PUNTOS.
           CLOSE REP-CTA.

      *CONSTANCIA DEL CORTE MASIVO CON SUS HORAS, PARA QUE SU
      *DURACION SE SIGA EN EL REPORTE DE TIEMPOS DE LA VENTANA.
       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "EST-CTA " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-CORTE TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-DCLI TO LEIDOS-BIT.
           MOVE WKS-CONT-CORTES TO ESCRITOS-BIT.
           MOVE 0 TO RECHAZADOS-BIT.
           MOVE SPACES TO DETALLE-BIT.
           MOVE "CORTE MASIVO" TO DETALLE-BIT.
           WRITE REG-BIT.
           CLOSE BITACORA.

      *FECHA DE NEGOCIO DESDE EL REGISTRO DE CONTROL; SI NO EXISTE
      *TODAVIA SE TRABAJA CON LA FECHA DE LA MAQUINA.
       9700-LEE-FECHA-PROCESO.
