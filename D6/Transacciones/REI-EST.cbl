      *LINEA Y MARCADO COMO REIMPRESION. YA NO SE RECONSTRUYE A
      *MANO DESDE TRXCLI NI SE LE DICE AL CLIENTE QUE "YA NO LO
      *TENEMOS" CUANDO ARC-TRX DEPURO LAS TRANSACCIONES.
      *LA REIMPRESION QUE PIDE EL CLIENTE COBRA LA COMISION DEL
      *CATALOGO DE COMISIONES; LA QUE SE SACA PARA UNA ACLARACION
      *O USO INTERNO SE CONTESTA "N" Y NO COBRA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REI-EST.
       ENVIRONMENT DIVISION.
                RECORD KEY IS ESTHIST-KEY
                FILE STATUS IS WKS-FS-EHIS.

           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I
                FILE STATUS IS WKS-FS-ICLI.

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

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

           SELECT REP-REI ASSIGN TO PRINTER.

       DATA DIVISION.
           05 SEC-LINEA-EH    PIC 9(04).
        03 LINEA-EH           PIC X(132).

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

      *FOLIO SIGUIENTE DE TRANSACCION POR CLIENTE, EL MISMO CONTROL
      *QUE USAN POST-TRX, INT-REV Y REC-MOR.
       FD CTLNUM.
       01 REG-CTL.
        03 ID-CLIENTE-CTL     PIC 9(06).
        03 PROX-NUM-TRX-CTL   PIC 9(04).

      *CATALOGO DE TIPOS - EL TIPO "CRI" DA EL IVA DE LA COMISION
      *POR REIMPRESION.
       FD CATTRX.
       01 REG-CAT.
       COPY CATTCOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       FD REP-REI.
       01 LINEA-REI              PIC X(132).

       01 WKS-FECHA-CONSULTA   PIC 9(08) VALUE 0.
       01 WKS-CONT-LINEAS      PIC 9(04) VALUE 0.
       01 WKS-PRIMERA          PIC 9 VALUE 0.
       01 WKS-FS-ICLI          PIC X(02) VALUE "00".
       01 WKS-FS-TRX           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-COBRA            PIC A(01).

      *COMISION POR REIMPRESION: LA DEL CATALOGO DE COMISIONES CON
      *SU IVA DEL TIPO "CRI" EN CATTRX.
       01 WKS-TIPO-REIMPRESION PIC X(03) VALUE "CRI".
       01 WKS-PCT-IVA          PIC 9(02)V99 VALUE 0.
       01 WKS-MONTO-IVA        PIC 9(07)V99 VALUE 0.
       01 WKS-FOLIO-COMISION   PIC 9(04) VALUE 0.
       01 WKS-NUM-ASIGNADO     PIC 9(04) VALUE 0.
       01 WKS-MAX-CLIENTE      PIC 9(04) VALUE 0.
       01 WKS-EOF-BUSCA-NUM    PIC 9 VALUE 0.
       01 WKS-MONTO-R          PIC ZZ,ZZ9.99.
       01 WKS-IVA-DESC.
           03 FILLER           PIC X(04) VALUE "IVA ".
           03 WKS-IVA-DESC-BASE PIC X(16) VALUE SPACES.

       01 WKS-CONSULTA-COMISION.
       COPY CMSVCOPY.

       01 BANNER-REI.
            03 FILLER PIC X(40) VALUE SPACES.
            03 FILLER PIC X(25) VALUE "*** R E I M P R E S I O N".
            03 FILLER PIC X(04) VALUE " ***".

      *AREA DE ACTUALIZACION DEL SALDO AL MOMENTO CON ACT-SAL.
       01 WKS-SOLICITUD-SALDO.
       COPY SALVCOPY.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.

           OPEN OUTPUT REP-REI.

           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN INPUT ICLIENTES.
           OPEN I-O TRXCLI.
           OPEN I-O CTLNUM.

           OPEN INPUT CATTRX.
           MOVE WKS-TIPO-REIMPRESION TO TIPO-TRX-CAT.
           READ CATTRX
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PCT-IVA-CAT TO WKS-PCT-IVA
           END-READ.
           CLOSE CATTRX.

       2000-PROCESO.
           DISPLAY "ID DE CLIENTE A REIMPRIMIR:" LINE 03
                                                       POSITION 03.
                       " CLIENTE Y CORTE" LINE 05 POSITION 03
           ELSE
               DISPLAY "LINEAS REIMPRESAS: " WKS-CONT-LINEAS
                                                LINE 05 POSITION 03
               DISPLAY "LA PIDIO EL CLIENTE, COBRAR COMISION S/N:"
                                                LINE 06 POSITION 03
               ACCEPT WKS-COBRA LINE 06 POSITION 46
               IF WKS-COBRA = "S"
                   PERFORM 2200-COBRA-REIMPRESION THRU 2200-FIN.

           DISPLAY "OTRA REIMPRESION S/N:" LINE 08 POSITION 03.
           ACCEPT WKS-RES LINE 08 POSITION 25.

           IF WKS-RES = "N"
               MOVE 1 TO WKS-LOOP.

           ADD 1 TO WKS-CONT-LINEAS.

      *LA COMISION SE CARGA A LA CUENTA (PLASTICO 00) CON LA
      *EXENCION QUE EL CATALOGO DA AL TIPO DE TARGETA DEL CLIENTE, Y
      *SU IVA VA APARTE CON EL FOLIO DE LA COMISION EN NUM-TRX-REF.
       2200-COBRA-REIMPRESION.
           MOVE WKS-ID-CONSULTA TO ID-CLIENTE-I.
           READ ICLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE NO EXISTE, NO SE COBRA"
                                               LINE 07 POSITION 03
                   GO TO 2200-FIN
           END-READ.

           MOVE WKS-TIPO-REIMPRESION TO TIPO-COMISION-KV.
           MOVE WKS-FECHA-HOY        TO FECHA-KV.
           MOVE ID-TARGETA-I         TO ID-TARGETA-KV.
           MOVE 0                    TO MONTO-BASE-KV.
           CALL "CAL-CMS" USING WKS-CONSULTA-COMISION.

           IF RESULTADO-KV = "N"
               DISPLAY "SIN COMISION VIGENTE POR REIMPRESION"
                                               LINE 07 POSITION 03
               GO TO 2200-FIN.

           IF RESULTADO-KV = "E"
               DISPLAY "EL TIPO DE TARGETA DEL CLIENTE ESTA EXENTO"
                                               LINE 07 POSITION 03
               GO TO 2200-FIN.

           PERFORM 2210-OBTEN-PROX-NUM.
           MOVE WKS-ID-CONSULTA      TO ID-CLIENTE-TRX.
           MOVE WKS-NUM-ASIGNADO     TO NUM-TRX.
           MOVE WKS-FECHA-HOY        TO FECHA-TRX.
           MOVE 0                    TO NUM-TRX-REF.
           MOVE WKS-TIPO-REIMPRESION TO TIPO-TRX.
           MOVE 0                    TO NUM-TARJETA-TRX.
           MOVE 0                    TO GIRO-TRX.
           MOVE SPACES               TO MONEDA-TRX.
           MOVE 0                    TO MONTO-ORIGEN-TRX.
           MOVE SPACES               TO CANAL-TRX.
           MOVE MONTO-COMISION-KV    TO MONTO-TRX.
           MOVE DESCRIPCION-KV       TO DESCRIPCION-TRX.

           WRITE REG-TRX
               INVALID KEY
                   DISPLAY "NO SE PUDO POSTEAR LA COMISION"
                                               LINE 07 POSITION 03
                   GO TO 2200-FIN
               NOT INVALID KEY
                   PERFORM 9600-ACTUALIZA-SALDO
           END-WRITE.

           MOVE WKS-NUM-ASIGNADO  TO WKS-FOLIO-COMISION.
           MOVE MONTO-COMISION-KV TO WKS-MONTO-R.
           DISPLAY "COMISION COBRADA: " WKS-MONTO-R
                                               LINE 07 POSITION 03.

           IF WKS-PCT-IVA = 0
               GO TO 2200-FIN.

           COMPUTE WKS-MONTO-IVA ROUNDED =
               MONTO-COMISION-KV * WKS-PCT-IVA / 100.

           IF WKS-MONTO-IVA = 0
               GO TO 2200-FIN.

           PERFORM 2210-OBTEN-PROX-NUM.
           MOVE WKS-ID-CONSULTA      TO ID-CLIENTE-TRX.
           MOVE WKS-NUM-ASIGNADO     TO NUM-TRX.
           MOVE WKS-FECHA-HOY        TO FECHA-TRX.
           MOVE WKS-FOLIO-COMISION   TO NUM-TRX-REF.
           MOVE "IVA"                TO TIPO-TRX.
           MOVE 0                    TO NUM-TARJETA-TRX.
           MOVE 0                    TO GIRO-TRX.
           MOVE SPACES               TO MONEDA-TRX.
           MOVE 0                    TO MONTO-ORIGEN-TRX.
           MOVE SPACES               TO CANAL-TRX.
           MOVE WKS-MONTO-IVA        TO MONTO-TRX.
           MOVE DESCRIPCION-KV (1:16) TO WKS-IVA-DESC-BASE.
           MOVE WKS-IVA-DESC         TO DESCRIPCION-TRX.

           WRITE REG-TRX
               INVALID KEY
                   DISPLAY "NO SE PUDO POSTEAR EL IVA DE LA"
                           " COMISION" LINE 07 POSITION 40
               NOT INVALID KEY
                   PERFORM 9600-ACTUALIZA-SALDO
           END-WRITE.

       2200-FIN.
           EXIT.

      *FOLIO POR CLIENTE DESDE EL CONTROL; SI EL CLIENTE AUN NO
      *TIENE CONTROL SE INICIA CON EL MAYOR FOLIO QUE YA TENGA.
       2210-OBTEN-PROX-NUM.
           MOVE WKS-ID-CONSULTA TO ID-CLIENTE-CTL.
           READ CTLNUM
               INVALID KEY PERFORM 2212-INICIA-CONTROL
           END-READ.

           MOVE PROX-NUM-TRX-CTL TO WKS-NUM-ASIGNADO.
           ADD 1 TO PROX-NUM-TRX-CTL.

           REWRITE REG-CTL
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL CONTROL DE"
                           " FOLIOS DEL CLIENTE " ID-CLIENTE-CTL.

       2212-INICIA-CONTROL.
           MOVE 0 TO WKS-MAX-CLIENTE.
           MOVE WKS-ID-CONSULTA TO ID-CLIENTE-TRX.
           START TRXCLI KEY IS = ID-CLIENTE-TRX
               INVALID KEY MOVE 1 TO WKS-EOF-BUSCA-NUM
               NOT INVALID KEY MOVE 0 TO WKS-EOF-BUSCA-NUM
           END-START.

           PERFORM 2213-LEER-BUSCA-NUM UNTIL WKS-EOF-BUSCA-NUM = 1.

           MOVE WKS-ID-CONSULTA TO ID-CLIENTE-CTL.
           MOVE WKS-MAX-CLIENTE TO PROX-NUM-TRX-CTL.
           ADD 1 TO PROX-NUM-TRX-CTL.
           WRITE REG-CTL.

       2213-LEER-BUSCA-NUM.
           READ TRXCLI NEXT AT END MOVE 1 TO WKS-EOF-BUSCA-NUM.

           IF WKS-EOF-BUSCA-NUM = 0
               IF ID-CLIENTE-TRX NOT = WKS-ID-CONSULTA
                   MOVE 1 TO WKS-EOF-BUSCA-NUM
               ELSE
                   IF NUM-TRX > WKS-MAX-CLIENTE
                       MOVE NUM-TRX TO WKS-MAX-CLIENTE
                   END-IF
               END-IF
           END-IF.

       3000-FIN.
           CLOSE ESTHIST.
           CLOSE REP-REI.
           CLOSE ICLIENTES.
           CLOSE TRXCLI.
           PERFORM 9610-CIERRA-SALDOS.
           CLOSE CTLNUM.
           DISPLAY "REIMPRESION TERMINADA".

      *CADA MOVIMIENTO QUE QUEDA GRABADO EN TRXCLI SE REFLEJA EN
      *EL MAESTRO DE SALDOS EN EL MOMENTO.
       9600-ACTUALIZA-SALDO.
           MOVE "M"             TO FUNCION-SV.
           MOVE "REI-EST "      TO PROGRAMA-SV.
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
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.

           OPEN INPUT FECHAPRO.

           IF WKS-FS-FECHAPRO = "00"
               READ FECHAPRO
                   AT END CONTINUE
                   NOT AT END MOVE FECHA-PROCESO-FP TO WKS-FECHA-HOY
               END-READ
               CLOSE FECHAPRO.
