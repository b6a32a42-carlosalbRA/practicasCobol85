      *MI PROGRAMA DE RECARGOS POR MORA EN CICLOS DE FACTURACION
      *EL RECARGO QUEDA EN EL CICLO; SU IVA SE POSTEA EN TRXCLI
      *COMO MOVIMIENTO "IVA" CON LA TASA DEL TIPO "MOR" DEL CATALOGO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REC-MOR.
       ENVIRONMENT DIVISION.
                DYNAMIC RECORD KEY IS ID-CLIENTE-I
                FILE STATUS IS WKS-FS-ICLI.

           SELECT APOYCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-AC
                ALTERNATE RECORD KEY IS CLAVE-AP-AC WITH DUPLICATES
                FILE STATUS IS WKS-FS-APC.

           SELECT REP-MOR ASSIGN TO PRINTER.
           SELECT BITACORA ASSIGN TO DISK.
           SELECT FECHAPRO ASSIGN TO DISK
                DYNAMIC
                RECORD KEY IS FECHA-FER.

           SELECT TRXCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TRX-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-TRX WITH DUPLICATES
                FILE STATUS IS WKS-FS-TRX.

           SELECT CATTRX ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TIPO-TRX-CAT.

           SELECT CTLNUM ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-CTL.

       DATA DIVISION.
       FILE SECTION.
       FD CICLOFAC.
                     ==FECHA-DEFUNCION== BY ==FECHA-DEFUNCION-I==
                     ==CONTACTO-DEF== BY ==CONTACTO-DEF-I==.

      *INSCRIPCIONES A PROGRAMAS DE APOYO POR DESASTRE - EL
      *CLIENTE EN APOYO NO ACUMULA RECARGOS MIENTRAS DURA.
       FD APOYCLI.
       01 REG-APOYCLI.
       COPY APCLCOPY.

       FD REP-MOR.
       01 LINEA-MOR              PIC X(132).

        03 DESCRIPCION-FER    PIC X(20).


       FD TRXCLI.
       01 REG-TRX.
       COPY TRXCOPY.

      *CATALOGO DE TIPOS - EL TIPO "MOR" DA EL PORCENTAJE DE IVA
      *DEL RECARGO.
       FD CATTRX.
       01 REG-CAT.
       COPY CATTCOPY.

      *FOLIO SIGUIENTE DE TRANSACCION POR CLIENTE, EL MISMO CONTROL
      *QUE USAN POST-TRX E INT-REV.
       FD CTLNUM.
       01 REG-CTL.
        03 ID-CLIENTE-CTL     PIC 9(06).
        03 PROX-NUM-TRX-CTL   PIC 9(04).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       01 WKS-CONT-LEIDOS      PIC 9(06) VALUE 0.
       01 WKS-FS-CICLO         PIC X(02) VALUE "00".
       01 WKS-FS-ICLI          PIC X(02) VALUE "00".
       01 WKS-FS-TRX           PIC X(02) VALUE "00".
       01 WKS-NUM-ASIGNADO     PIC 9(04) VALUE 0.
       01 WKS-MAX-CLIENTE      PIC 9(04) VALUE 0.
       01 WKS-EOF-BUSCA-NUM    PIC 9 VALUE 0.

      *IVA DEL RECARGO: TASA DEL TIPO "MOR" DEL CATALOGO; SI EL
      *TIPO NO ESTA DADO DE ALTA SE COBRA LA TASA GENERAL DE LEY.
       01 WKS-PCT-IVA-MORA     PIC 9(02)V99 VALUE 16.00.
       01 WKS-MONTO-IVA        PIC 9(07)V99 VALUE 0.
       01 WKS-CONT-IVA         PIC 9(04) VALUE 0.
       01 WKS-TOTAL-IVA        PIC 9(09)V99 VALUE 0.
       01 WKS-SIN-ICLIENTES    PIC 9 VALUE 0.
       01 WKS-INVALID-ICLI     PIC 9 VALUE 0.
       01 WKS-CLIENTE-FINADO   PIC 9 VALUE 0.
       01 WKS-FS-APC           PIC X(02) VALUE "00".
       01 WKS-SIN-APOYCLI      PIC 9 VALUE 0.
       01 WKS-INVALID-APC      PIC 9 VALUE 0.
       01 WKS-CLIENTE-EN-APOYO PIC 9 VALUE 0.
       01 WKS-FS-ACTUAL        PIC X(02) VALUE "00".
       01 WKS-ARCHIVO-ERR      PIC X(08) VALUE SPACES.
       01 WKS-OPERACION-ERR    PIC X(07) VALUE SPACES.
            03 WKS-VENCE-R     PIC 9(08).
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-RECARGO-R   PIC ZZZ,ZZ9.99.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(05) VALUE "IVA: ".
            03 WKS-IVA-R       PIC ZZZ,ZZ9.99.

       01 FOOTER-MOR-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(20) VALUE "TOTAL DE RECARGOS: ".
            03 WKS-CONT-RECARGOS-R PIC ZZZZ.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(18) VALUE "IVA TRASLADADO:   ".
            03 WKS-TOTAL-IVA-R PIC $ZZZ,ZZZ,ZZ9.99.

      *AREA DE ACTUALIZACION DEL SALDO AL MOMENTO CON ACT-SAL.
       01 WKS-SOLICITUD-SALDO.
       COPY SALVCOPY.

       PROCEDURE DIVISION.
       INICIO.
           IF WKS-FS-ICLI NOT = "00"
               MOVE 1 TO WKS-SIN-ICLIENTES.

           OPEN INPUT APOYCLI.
           IF WKS-FS-APC NOT = "00"
               MOVE 1 TO WKS-SIN-APOYCLI.

           MOVE "CICLOFAC" TO WKS-ARCHIVO-ERR.
           MOVE "OPEN" TO WKS-OPERACION-ERR.
           MOVE WKS-FS-CICLO TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.
           OPEN OUTPUT REP-MOR.

           OPEN I-O TRXCLI.
           MOVE "TRXCLI" TO WKS-ARCHIVO-ERR.
           MOVE "OPEN" TO WKS-OPERACION-ERR.
           MOVE WKS-FS-TRX TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.
           OPEN I-O CTLNUM.

           OPEN INPUT CATTRX.
           MOVE "MOR" TO TIPO-TRX-CAT.
           READ CATTRX
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PCT-IVA-CAT TO WKS-PCT-IVA-MORA
           END-READ.
           CLOSE CATTRX.

           PERFORM 9700-LEE-FECHA-PROCESO.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-BITACORA.

       2000-PROCESO.
           IF STATUS-PAGO-C = "N" AND RECARGO-C = 0
               PERFORM 2005-REVISA-DEFUNCION THRU 2005-FIN
               PERFORM 2007-REVISA-APOYO THRU 2007-FIN
               IF WKS-CLIENTE-FINADO = 0 AND WKS-CLIENTE-EN-APOYO = 0
                   PERFORM 2010-CALCULA-FECHA-LIMITE
                   IF WKS-FECHA-HOY > WKS-FECHA-LIMITE
                       PERFORM 2100-APLICA-RECARGO
       2005-FIN.
           EXIT.

      *EL CLIENTE INSCRITO EN UN PROGRAMA DE APOYO POR DESASTRE NO
      *ACUMULA RECARGOS DENTRO DE LA VENTANA DEL PROGRAMA; AL
      *TERMINAR, APO-DIA LO REGRESA A TERMINOS NORMALES.
       2007-REVISA-APOYO.
           MOVE 0 TO WKS-CLIENTE-EN-APOYO.

           IF WKS-SIN-APOYCLI = 1
               GO TO 2007-FIN.

           MOVE ID-CLIENTE-C TO ID-CLIENTE-AC.
           READ APOYCLI INVALID KEY MOVE 1 TO WKS-INVALID-APC
                        NOT INVALID KEY MOVE 0 TO WKS-INVALID-APC.

           IF WKS-INVALID-APC = 0
               IF AC-EN-APOYO AND FECHA-INI-AC NOT > WKS-FECHA-HOY
                  AND FECHA-FIN-AC NOT < WKS-FECHA-HOY
                   MOVE 1 TO WKS-CLIENTE-EN-APOYO.

       2007-FIN.
           EXIT.

      *CON LA OPCION DE DIAS HABILES, SABADOS, DOMINGOS Y FERIADOS
      *NO CONSUMEN GRACIA; EN AMBOS MODOS EL LIMITE FINAL SE RUEDA
      *A DIA HABIL PARA NO COBRAR MORA POR DIAS EN QUE NINGUN PAGO
           MOVE FECHA-VENCE-C TO WKS-VENCE-R.
           MOVE RECARGO-C     TO WKS-RECARGO-R.

           MOVE 0 TO WKS-MONTO-IVA.
           PERFORM 2110-POSTEA-IVA THRU 2110-FIN.
           MOVE WKS-MONTO-IVA TO WKS-IVA-R.

           MOVE DETALLE-MOR-R TO LINEA-MOR.
           WRITE LINEA-MOR AFTER 1.

           ADD 1 TO WKS-CONT-RECARGOS.

      *EL RECARGO CAUSA IVA, QUE VA A TRXCLI COMO SU PROPIO
      *MOVIMIENTO PARA QUE SALGA EN EL ESTADO DE CUENTA Y EN LA
      *POLIZA DEL DIA.
       2110-POSTEA-IVA.
           IF WKS-PCT-IVA-MORA = 0
               GO TO 2110-FIN.

           COMPUTE WKS-MONTO-IVA ROUNDED =
               RECARGO-C * WKS-PCT-IVA-MORA / 100.

           IF WKS-MONTO-IVA = 0
               GO TO 2110-FIN.

           PERFORM 2160-OBTEN-PROX-NUM.
           MOVE ID-CLIENTE-C      TO ID-CLIENTE-TRX.
           MOVE WKS-NUM-ASIGNADO  TO NUM-TRX.
           MOVE WKS-FECHA-HOY     TO FECHA-TRX.
           MOVE 0                 TO NUM-TRX-REF.
           MOVE "IVA"             TO TIPO-TRX.
           MOVE NUM-TARJETA-C     TO NUM-TARJETA-TRX.
           MOVE 0                 TO GIRO-TRX.
           MOVE SPACES            TO MONEDA-TRX.
           MOVE 0                 TO MONTO-ORIGEN-TRX.
           MOVE SPACES            TO CANAL-TRX.
           MOVE WKS-MONTO-IVA     TO MONTO-TRX.
           MOVE "IVA RECARGO MORA" TO DESCRIPCION-TRX.

           WRITE REG-TRX
               INVALID KEY
                   DISPLAY "NO SE PUDO POSTEAR EL IVA DEL RECARGO"
                           " DEL CLIENTE " ID-CLIENTE-C
                   MOVE 0 TO WKS-MONTO-IVA
               NOT INVALID KEY
                   PERFORM 9600-ACTUALIZA-SALDO
                   ADD 1 TO WKS-CONT-IVA
                   ADD WKS-MONTO-IVA TO WKS-TOTAL-IVA
           END-WRITE.

       2110-FIN.
           EXIT.

      *FOLIO POR CLIENTE DESDE EL CONTROL; SI EL CLIENTE AUN NO
      *TIENE CONTROL SE INICIA CON EL MAYOR FOLIO QUE YA TENGA.
       2160-OBTEN-PROX-NUM.
           MOVE ID-CLIENTE-C TO ID-CLIENTE-CTL.
           READ CTLNUM
               INVALID KEY PERFORM 2162-INICIA-CONTROL
           END-READ.

           MOVE PROX-NUM-TRX-CTL TO WKS-NUM-ASIGNADO.
           ADD 1 TO PROX-NUM-TRX-CTL.

           REWRITE REG-CTL
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL CONTROL DE"
                           " FOLIOS DEL CLIENTE " ID-CLIENTE-CTL.

       2162-INICIA-CONTROL.
           MOVE 0 TO WKS-MAX-CLIENTE.
           MOVE ID-CLIENTE-C TO ID-CLIENTE-TRX.
           START TRXCLI KEY IS = ID-CLIENTE-TRX
               INVALID KEY MOVE 1 TO WKS-EOF-BUSCA-NUM
               NOT INVALID KEY MOVE 0 TO WKS-EOF-BUSCA-NUM
           END-START.

           PERFORM 2163-LEER-BUSCA-NUM UNTIL WKS-EOF-BUSCA-NUM = 1.

           MOVE ID-CLIENTE-C    TO ID-CLIENTE-CTL.
           MOVE WKS-MAX-CLIENTE TO PROX-NUM-TRX-CTL.
           ADD 1 TO PROX-NUM-TRX-CTL.
           WRITE REG-CTL.

       2163-LEER-BUSCA-NUM.
           READ TRXCLI NEXT AT END MOVE 1 TO WKS-EOF-BUSCA-NUM.

           IF WKS-EOF-BUSCA-NUM = 0
               IF ID-CLIENTE-TRX NOT = ID-CLIENTE-C
                   MOVE 1 TO WKS-EOF-BUSCA-NUM
               ELSE
                   IF NUM-TRX > WKS-MAX-CLIENTE
                       MOVE NUM-TRX TO WKS-MAX-CLIENTE
                   END-IF
               END-IF
           END-IF.

       3000-FIN.
           MOVE WKS-CONT-RECARGOS TO WKS-CONT-RECARGOS-R.
           MOVE WKS-TOTAL-IVA     TO WKS-TOTAL-IVA-R.
           MOVE FOOTER-MOR-R TO LINEA-MOR.
           WRITE LINEA-MOR AFTER 2.

           CLOSE CICLOFAC.
           IF WKS-SIN-ICLIENTES = 0
               CLOSE ICLIENTES.
           IF WKS-SIN-APOYCLI = 0
               CLOSE APOYCLI.
           CLOSE REP-MOR.
           CLOSE TRXCLI.
           PERFORM 9610-CIERRA-SALDOS.
           CLOSE CTLNUM.
           DISPLAY "RECARGOS APLICADOS: " WKS-CONT-RECARGOS.
           DISPLAY "MOVIMIENTOS DE IVA: " WKS-CONT-IVA.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
                 ELSE
                    MOVE 29 TO WKS-DIAS-MAX.

      *CADA MOVIMIENTO QUE QUEDA GRABADO EN TRXCLI SE REFLEJA EN
      *EL MAESTRO DE SALDOS EN EL MOMENTO.
       9600-ACTUALIZA-SALDO.
           MOVE "M"             TO FUNCION-SV.
           MOVE "REC-MOR "      TO PROGRAMA-SV.
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
