      *MI PROGRAMA DE PRUEBA NOCTURNA DE SALDOS - EL MAESTRO
      *SALDOCLI QUE ACT-SAL LLEVA AL MOMENTO SE REDERIVA CADA NOCHE
      *DESDE SU ORIGEN: EL SALDO Y EL ULTIMO PAGO DESDE TRXCLI, LO
      *RETENIDO DESDE LAS RETENCIONES ACTIVAS DE RETENES, LO VENCIDO
      *DESDE LOS CICLOS PENDIENTES DE CICLOFAC Y EL AUMENTO TEMPORAL
      *DESDE LIMTEMP. EL CLIENTE CUYO SALDO O RETENIDO NO CUADRA SE
      *IMPRIME CON SU DIFERENCIA Y SE CORRIGE; EL QUE AUN NO TENIA
      *REGISTRO SE DA DE ALTA. ASI LA PRIMERA CORRIDA CARGA EL
      *MAESTRO COMPLETO Y LAS SIGUIENTES SOLO CONFIRMAN EL POSTEO
      *DEL DIA Y REFRESCAN LO QUE CAMBIA CON LA FECHA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRB-SAL.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DCLIENTE ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-D
                ALTERNATE RECORD KEY IS ID-TARJETA-D WITH DUPLICATES
                ALTERNATE RECORD KEY IS FECHA-ALTA-D WITH DUPLICATES.

           SELECT TRXCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TRX-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-TRX WITH DUPLICATES.

           SELECT CATTRX ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TIPO-TRX-CAT.

           SELECT CICLOFAC ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CICLO-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-C WITH DUPLICATES.

           SELECT RETENES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS RETEN-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-RET WITH DUPLICATES
                FILE STATUS IS WKS-FS-RET.

           SELECT LIMTEMP ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS LIMTEMP-KEY
                FILE STATUS IS WKS-FS-LT.

           SELECT SALDOCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-SC
                FILE STATUS IS WKS-FS-SAL.

           SELECT REP-SAL ASSIGN TO PRINTER.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD DCLIENTE.
       01 REG-CLI-D.
       COPY DCLICOPY
           REPLACING ==ID-CLIENTE== BY ==ID-CLIENTE-D==
                     ==NOMBRE-CLIENTE== BY ==NOMBRE-CLIENTE-D==
                     ==ID-TARJETA== BY ==ID-TARJETA-D==
                     ==TIPO-TARG== BY ==TIPO-TARG-D==
                     ==ANUALIDAD== BY ==ANUALIDAD-D==
                     ==FECHA-ALTA== BY ==FECHA-ALTA-D==
                     ==LIMITE-CREDITO== BY ==LIMITE-CREDITO-D==
                     ==DOMICILIADO== BY ==DOMICILIADO-D==
                     ==CUENTA-BANCARIA== BY ==CUENTA-BANCARIA-D==.

       FD TRXCLI.
       01 REG-TRX.
       COPY TRXCOPY.

       FD CATTRX.
       01 REG-CAT.
       COPY CATTCOPY.

       FD CICLOFAC.
       01 REG-CICLO.
       COPY CICLCOPY.

       FD RETENES.
       01 REG-RETEN.
       COPY RETCOPY.

       FD LIMTEMP.
       01 REG-LIMTEMP.
       COPY LIMTCOPY.

       FD SALDOCLI.
       01 REG-SALDOCLI.
       COPY SALDCOPY.

       FD REP-SAL.
       01 LINEA-SAL              PIC X(132).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-FS-RET           PIC X(02) VALUE "00".
       01 WKS-FS-LT            PIC X(02) VALUE "00".
       01 WKS-FS-SAL           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-SIN-RETENES      PIC 9 VALUE 0.
       01 WKS-SIN-LIMTEMP      PIC 9 VALUE 0.
       01 WKS-EOF-DCLI         PIC 9 VALUE 0.
       01 WKS-EOF-TRX          PIC 9 VALUE 0.
       01 WKS-EOF-CICLO        PIC 9 VALUE 0.
       01 WKS-EOF-RETEN        PIC 9 VALUE 0.
       01 WKS-EOF-LT           PIC 9 VALUE 0.
       01 WKS-EOF-CAT          PIC 9 VALUE 0.
       01 WKS-EXISTE           PIC 9 VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-SIGNO-TRX        PIC X(01) VALUE "C".
       01 WKS-PAGO-ANUALIDAD   PIC X(20) VALUE "PAGO ANUALIDAD".
       01 WKS-REVERSO          PIC X(20) VALUE "REVERSO".
       01 WKS-CONT-CLIENTES    PIC 9(06) VALUE 0.
       01 WKS-CONT-ALTAS       PIC 9(06) VALUE 0.
       01 WKS-CONT-DESCUADRES  PIC 9(06) VALUE 0.

      *POSICION REDERIVADA DEL CLIENTE EN TURNO.
       01 WKS-SALDO-CALC       PIC S9(09)V99 VALUE 0.
       01 WKS-RETENIDO-CALC    PIC 9(09)V99 VALUE 0.
       01 WKS-VENCIDO-CALC     PIC 9(09)V99 VALUE 0.
       01 WKS-AUMENTO-CALC     PIC 9(07)V99 VALUE 0.
       01 WKS-FECHA-PAGO-CALC  PIC 9(08) VALUE 0.
       01 WKS-MONTO-PAGO-CALC  PIC 9(07)V99 VALUE 0.
       01 WKS-PENDIENTE-CICLO  PIC S9(09)V99 VALUE 0.
       01 WKS-DIF-SALDO        PIC S9(09)V99 VALUE 0.
       01 WKS-DIF-RETENIDO     PIC S9(09)V99 VALUE 0.

       01 WKS-CAT-COUNT        PIC 9(02) VALUE 0.
       01 WKS-CAT-IDX          PIC 9(02) VALUE 0.
       01 WKS-TABLA-CAT.
          03 WKS-CAT-ENTRY OCCURS 50 TIMES.
             05 WKS-CAT-CODIGO    PIC X(03) VALUE SPACES.
             05 WKS-CAT-SIGNO     PIC X(01) VALUE "C".

       01 HEADER-L1-SAL.
            03 FILLER PIC X(25) VALUE SPACES.
            03 FILLER PIC X(45)
               VALUE "PRUEBA NOCTURNA DEL MAESTRO DE SALDOS".

       01 HEADER-L2-SAL.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(18) VALUE "FECHA DE NEGOCIO: ".
            03 WKS-FECHA-R     PIC 9(08).

       01 HEADER-L3-SAL.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(10) VALUE "CLIENTE".
            03 FILLER PIC X(18) VALUE "   SALDO MAESTRO".
            03 FILLER PIC X(18) VALUE "   SALDO TRXCLI".
            03 FILLER PIC X(18) VALUE "  DIFERENCIA".
            03 FILLER PIC X(18) VALUE "RETENIDO MAESTRO".
            03 FILLER PIC X(18) VALUE "RETENIDO RETENES".
            03 FILLER PIC X(18) VALUE "  DIFERENCIA".

       01 DETALLE-SAL-R.
            03 FILLER           PIC X(05) VALUE SPACES.
            03 WKS-ID-CLI-R     PIC 9(06).
            03 FILLER           PIC X(02) VALUE SPACES.
            03 WKS-SALDO-SC-R   PIC ---,---,--9.99.
            03 FILLER           PIC X(04) VALUE SPACES.
            03 WKS-SALDO-CAL-R  PIC ---,---,--9.99.
            03 FILLER           PIC X(04) VALUE SPACES.
            03 WKS-DIF-SAL-R    PIC ---,---,--9.99.
            03 FILLER           PIC X(04) VALUE SPACES.
            03 WKS-RET-SC-R     PIC ZZZ,ZZZ,ZZ9.99.
            03 FILLER           PIC X(04) VALUE SPACES.
            03 WKS-RET-CAL-R    PIC ZZZ,ZZZ,ZZ9.99.
            03 FILLER           PIC X(04) VALUE SPACES.
            03 WKS-DIF-RET-R    PIC ---,---,--9.99.

       01 FOOTER-SAL-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(22) VALUE "CLIENTES REVISADOS: ".
            03 WKS-CONT-CLI-R  PIC ZZZ,ZZ9.
            03 FILLER          PIC X(10) VALUE SPACES.
            03 FILLER          PIC X(08) VALUE "ALTAS: ".
            03 WKS-CONT-ALT-R  PIC ZZZ,ZZ9.
            03 FILLER          PIC X(10) VALUE SPACES.
            03 FILLER          PIC X(22) VALUE "DESCUADRES CORREGIDOS:".
            03 WKS-CONT-DES-R  PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-EOF-DCLI = 1.
           PERFORM 3000-FIN.
           GOBACK.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN INPUT DCLIENTE.
           OPEN INPUT TRXCLI.
           OPEN INPUT CATTRX.
           OPEN INPUT CICLOFAC.
           OPEN OUTPUT REP-SAL.

           OPEN INPUT RETENES.
           IF WKS-FS-RET NOT = "00"
               MOVE 1 TO WKS-SIN-RETENES.

           OPEN INPUT LIMTEMP.
           IF WKS-FS-LT NOT = "00"
               MOVE 1 TO WKS-SIN-LIMTEMP.

           OPEN I-O SALDOCLI.
           IF WKS-FS-SAL = "35"
               OPEN OUTPUT SALDOCLI
               CLOSE SALDOCLI
               OPEN I-O SALDOCLI.

           PERFORM 1300-CARGA-CATALOGO.

           MOVE HEADER-L1-SAL TO LINEA-SAL.
           WRITE LINEA-SAL AFTER 1.

           MOVE WKS-FECHA-HOY TO WKS-FECHA-R.
           MOVE HEADER-L2-SAL TO LINEA-SAL.
           WRITE LINEA-SAL AFTER 2.

           MOVE HEADER-L3-SAL TO LINEA-SAL.
           WRITE LINEA-SAL AFTER 2.

           MOVE 0 TO ID-CLIENTE-D.
           START DCLIENTE KEY IS NOT < ID-CLIENTE-D
                       INVALID KEY MOVE 1 TO WKS-EOF-DCLI.

           IF WKS-EOF-DCLI = 0
               PERFORM 1010-LEER-DCLIENTE.

       1010-LEER-DCLIENTE.
           READ DCLIENTE NEXT AT END MOVE 1 TO WKS-EOF-DCLI.

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
           ADD 1 TO WKS-CONT-CLIENTES.

           PERFORM 2100-CALCULA-SALDO.
           PERFORM 2200-CALCULA-RETENIDO.
           PERFORM 2300-CALCULA-VENCIDO.
           PERFORM 2400-CALCULA-AUMENTO.
           PERFORM 2500-CUADRA-MAESTRO.

           PERFORM 1010-LEER-DCLIENTE.

      *SALDO CON EL MISMO NETEO DEL POSTEO: EL SIGNO POR TIPO EN EL
      *CATALOGO Y LOS REGISTROS HISTORICOS SIN TIPO POR DESCRIPCION.
      *EL ULTIMO PAGO ES EL DE FECHA MAYOR; A IGUAL FECHA, EL ULTIMO
      *EN FOLIO.
       2100-CALCULA-SALDO.
           MOVE 0 TO WKS-SALDO-CALC.
           MOVE 0 TO WKS-FECHA-PAGO-CALC.
           MOVE 0 TO WKS-MONTO-PAGO-CALC.

           MOVE ID-CLIENTE-D TO ID-CLIENTE-TRX.
           START TRXCLI KEY IS = ID-CLIENTE-TRX
               INVALID KEY MOVE 1 TO WKS-EOF-TRX
               NOT INVALID KEY MOVE 0 TO WKS-EOF-TRX
           END-START.

           PERFORM 2110-SUMA-SALDO UNTIL WKS-EOF-TRX = 1.

       2110-SUMA-SALDO.
           READ TRXCLI NEXT AT END MOVE 1 TO WKS-EOF-TRX.

           IF WKS-EOF-TRX = 0
               IF ID-CLIENTE-TRX NOT = ID-CLIENTE-D
                   MOVE 1 TO WKS-EOF-TRX
               ELSE
                   PERFORM 2150-BUSCA-SIGNO
                   IF WKS-SIGNO-TRX = "A"
                       SUBTRACT MONTO-TRX FROM WKS-SALDO-CALC
                   ELSE
                       ADD MONTO-TRX TO WKS-SALDO-CALC
                   END-IF
                   IF TIPO-TRX = "PAG"
                      OR (TIPO-TRX = SPACES
                          AND DESCRIPCION-TRX = WKS-PAGO-ANUALIDAD)
                       PERFORM 2120-REVISA-PAGO
                   END-IF
               END-IF
           END-IF.

       2120-REVISA-PAGO.
           IF FECHA-TRX NOT < WKS-FECHA-PAGO-CALC
               MOVE FECHA-TRX TO WKS-FECHA-PAGO-CALC
               MOVE MONTO-TRX TO WKS-MONTO-PAGO-CALC.

       2150-BUSCA-SIGNO.
           MOVE "C" TO WKS-SIGNO-TRX.

           IF TIPO-TRX = SPACES
               IF DESCRIPCION-TRX = WKS-PAGO-ANUALIDAD
                  OR DESCRIPCION-TRX = WKS-REVERSO
                   MOVE "A" TO WKS-SIGNO-TRX
               END-IF
           ELSE
               MOVE 1 TO WKS-CAT-IDX
               PERFORM 2151-BUSCA-SIGNO-TABLA
                   UNTIL WKS-CAT-IDX > WKS-CAT-COUNT.

       2151-BUSCA-SIGNO-TABLA.
           IF WKS-CAT-CODIGO (WKS-CAT-IDX) = TIPO-TRX
               MOVE WKS-CAT-SIGNO (WKS-CAT-IDX) TO WKS-SIGNO-TRX
               MOVE WKS-CAT-COUNT TO WKS-CAT-IDX.

           ADD 1 TO WKS-CAT-IDX.

      *LO RETENIDO ES LA SUMA DE LAS RETENCIONES ACTIVAS; LAS QUE YA
      *VENCIERON LAS LIBERA EL BARRIDO DE EXPIRACION DE RET-AUT.
       2200-CALCULA-RETENIDO.
           MOVE 0 TO WKS-RETENIDO-CALC.

           IF WKS-SIN-RETENES = 0
               MOVE ID-CLIENTE-D TO ID-CLIENTE-RET
               START RETENES KEY IS = ID-CLIENTE-RET
                   INVALID KEY MOVE 1 TO WKS-EOF-RETEN
                   NOT INVALID KEY MOVE 0 TO WKS-EOF-RETEN
               END-START
               PERFORM 2210-SUMA-RETENES UNTIL WKS-EOF-RETEN = 1.

       2210-SUMA-RETENES.
           READ RETENES NEXT AT END MOVE 1 TO WKS-EOF-RETEN.

           IF WKS-EOF-RETEN = 0
               IF ID-CLIENTE-RET NOT = ID-CLIENTE-D
                   MOVE 1 TO WKS-EOF-RETEN
               ELSE
                   IF RETEN-ACTIVO
                       ADD MONTO-RET TO WKS-RETENIDO-CALC
                   END-IF
               END-IF
           END-IF.

      *VENCIDO: LO QUE QUEDA POR PAGAR DE LOS CICLOS PENDIENTES CUYA
      *FECHA DE VENCIMIENTO YA PASO, CON SU RECARGO.
       2300-CALCULA-VENCIDO.
           MOVE 0 TO WKS-VENCIDO-CALC.

           MOVE ID-CLIENTE-D TO ID-CLIENTE-C.
           START CICLOFAC KEY IS = ID-CLIENTE-C
               INVALID KEY MOVE 1 TO WKS-EOF-CICLO
               NOT INVALID KEY MOVE 0 TO WKS-EOF-CICLO
           END-START.

           PERFORM 2310-SUMA-VENCIDO UNTIL WKS-EOF-CICLO = 1.

       2310-SUMA-VENCIDO.
           READ CICLOFAC NEXT AT END MOVE 1 TO WKS-EOF-CICLO.

           IF WKS-EOF-CICLO = 0
               IF ID-CLIENTE-C NOT = ID-CLIENTE-D
                   MOVE 1 TO WKS-EOF-CICLO
               ELSE
                   IF CICLO-PENDIENTE-C
                      AND FECHA-VENCE-C < WKS-FECHA-HOY
                       COMPUTE WKS-PENDIENTE-CICLO = MONTO-ANUAL-C
                                                  - MONTO-PAGADO-C
                                                  + RECARGO-C
                                                  - RECARGO-PAGADO-C
                       IF WKS-PENDIENTE-CICLO > 0
                           ADD WKS-PENDIENTE-CICLO TO WKS-VENCIDO-CALC
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *AUMENTOS TEMPORALES VIGENTES EN LA FECHA DE NEGOCIO.
       2400-CALCULA-AUMENTO.
           MOVE 0 TO WKS-AUMENTO-CALC.

           IF WKS-SIN-LIMTEMP = 0
               MOVE ID-CLIENTE-D TO ID-CLIENTE-LT
               MOVE 0 TO NUM-LIMTEMP-LT
               START LIMTEMP KEY IS NOT < LIMTEMP-KEY
                   INVALID KEY MOVE 1 TO WKS-EOF-LT
                   NOT INVALID KEY MOVE 0 TO WKS-EOF-LT
               END-START
               PERFORM 2410-SUMA-LIMTEMP UNTIL WKS-EOF-LT = 1.

       2410-SUMA-LIMTEMP.
           READ LIMTEMP NEXT AT END MOVE 1 TO WKS-EOF-LT.

           IF WKS-EOF-LT = 0
               IF ID-CLIENTE-LT NOT = ID-CLIENTE-D
                   MOVE 1 TO WKS-EOF-LT
               ELSE
                   IF LIMTEMP-VIGENTE
                      AND FECHA-INICIO-LT NOT > WKS-FECHA-HOY
                      AND FECHA-FIN-LT NOT < WKS-FECHA-HOY
                       ADD INCREMENTO-LT TO WKS-AUMENTO-CALC
                   END-IF
               END-IF
           END-IF.

      *EL CLIENTE SIN REGISTRO SE DA DE ALTA; EL QUE TIENE REGISTRO
      *Y NO CUADRA EN SALDO O RETENIDO SE REPORTA ANTES DE CORREGIRLO.
      *LO DEMAS (LIMITE, AUMENTO, VENCIDO, ULTIMO PAGO) SE REFRESCA
      *SIEMPRE PORQUE CAMBIA CON LA FECHA Y NO CON EL POSTEO.
       2500-CUADRA-MAESTRO.
           MOVE ID-CLIENTE-D TO ID-CLIENTE-SC.
           READ SALDOCLI
               INVALID KEY MOVE 0 TO WKS-EXISTE
               NOT INVALID KEY MOVE 1 TO WKS-EXISTE
           END-READ.

           IF WKS-EXISTE = 0
               MOVE ID-CLIENTE-D TO ID-CLIENTE-SC
               ADD 1 TO WKS-CONT-ALTAS
           ELSE
               IF SALDO-ACTUAL-SC NOT = WKS-SALDO-CALC
                  OR RETENIDO-SC NOT = WKS-RETENIDO-CALC
                   PERFORM 2510-REPORTA-DESCUADRE
               END-IF
           END-IF.

           MOVE WKS-SALDO-CALC      TO SALDO-ACTUAL-SC.
           MOVE WKS-RETENIDO-CALC   TO RETENIDO-SC.
           MOVE LIMITE-CREDITO-D    TO LIMITE-SC.
           MOVE WKS-AUMENTO-CALC    TO AUMENTO-TEMP-SC.
           MOVE WKS-VENCIDO-CALC    TO VENCIDO-SC.
           MOVE WKS-FECHA-PAGO-CALC TO FECHA-ULT-PAGO-SC.
           MOVE WKS-MONTO-PAGO-CALC TO MONTO-ULT-PAGO-SC.

           IF LIMITE-SC = 0
               MOVE 0 TO DISPONIBLE-SC
           ELSE
               COMPUTE DISPONIBLE-SC = LIMITE-SC + AUMENTO-TEMP-SC
                                     - SALDO-ACTUAL-SC - RETENIDO-SC.

           MOVE WKS-FECHA-HOY TO FECHA-ACTUALIZA-SC.
           MOVE "PRB-SAL "    TO PROGRAMA-ACTUAL-SC.
           MOVE WKS-FECHA-HOY TO FECHA-PRUEBA-SC.

           IF WKS-EXISTE = 1
               REWRITE REG-SALDOCLI
                   INVALID KEY
                       DISPLAY "NO SE PUDO CORREGIR EL SALDO DEL"
                               " CLIENTE " ID-CLIENTE-D
               END-REWRITE
           ELSE
               WRITE REG-SALDOCLI
                   INVALID KEY
                       DISPLAY "NO SE PUDO DAR DE ALTA EL SALDO DEL"
                               " CLIENTE " ID-CLIENTE-D
               END-WRITE.

       2510-REPORTA-DESCUADRE.
           ADD 1 TO WKS-CONT-DESCUADRES.

           COMPUTE WKS-DIF-SALDO = WKS-SALDO-CALC - SALDO-ACTUAL-SC.
           COMPUTE WKS-DIF-RETENIDO = WKS-RETENIDO-CALC - RETENIDO-SC.

           MOVE ID-CLIENTE-D      TO WKS-ID-CLI-R.
           MOVE SALDO-ACTUAL-SC   TO WKS-SALDO-SC-R.
           MOVE WKS-SALDO-CALC    TO WKS-SALDO-CAL-R.
           MOVE WKS-DIF-SALDO     TO WKS-DIF-SAL-R.
           MOVE RETENIDO-SC       TO WKS-RET-SC-R.
           MOVE WKS-RETENIDO-CALC TO WKS-RET-CAL-R.
           MOVE WKS-DIF-RETENIDO  TO WKS-DIF-RET-R.
           MOVE DETALLE-SAL-R TO LINEA-SAL.
           WRITE LINEA-SAL AFTER 1.

       3000-FIN.
           MOVE WKS-CONT-CLIENTES   TO WKS-CONT-CLI-R.
           MOVE WKS-CONT-ALTAS      TO WKS-CONT-ALT-R.
           MOVE WKS-CONT-DESCUADRES TO WKS-CONT-DES-R.
           MOVE FOOTER-SAL-R TO LINEA-SAL.
           WRITE LINEA-SAL AFTER 2.

           CLOSE DCLIENTE.
           CLOSE TRXCLI.
           CLOSE CATTRX.
           CLOSE CICLOFAC.
           CLOSE SALDOCLI.
           CLOSE REP-SAL.
           IF WKS-SIN-RETENES = 0
               CLOSE RETENES.
           IF WKS-SIN-LIMTEMP = 0
               CLOSE LIMTEMP.

           DISPLAY "CLIENTES REVISADOS: " WKS-CONT-CLIENTES.
           DISPLAY "ALTAS EN EL MAESTRO DE SALDOS: " WKS-CONT-ALTAS.
           DISPLAY "DESCUADRES CORREGIDOS: " WKS-CONT-DESCUADRES.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "PRB-SAL " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-CLIENTES TO LEIDOS-BIT.
           MOVE WKS-CONT-ALTAS TO ESCRITOS-BIT.
           MOVE WKS-CONT-DESCUADRES TO RECHAZADOS-BIT.
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
