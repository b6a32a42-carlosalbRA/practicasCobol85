                DYNAMIC
                RECORD KEY IS TIPO-TRX-CAT.

           SELECT ESTPREV ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ESTP-KEY
                FILE STATUS IS WKS-FS-ESTP.

           SELECT CASTIGOS ASSIGN TO DISK
                FILE STATUS IS WKS-FS-CAST.

           SELECT CTASGL ASSIGN TO DISK.

           SELECT GLMTD ASSIGN TO DISK INDEXED ACCESS MODE IS
           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

           SELECT INTERCAM ASSIGN TO DISK
                FILE STATUS IS WKS-FS-ICM.

           SELECT COMISION ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS COMISION-KEY
                FILE STATUS IS WKS-FS-CMS.

       DATA DIVISION.
       FILE SECTION.
      *LA POLIZA QUE EXTRAJO GL-EXT HOY; EL REGISTRO "999" ES SU
       01 REG-CAT.
       COPY CATTCOPY.

      *ESTIMACION PREVENTIVA: LO QUE GL-EXT MARCO HOY Y LO QUE
      *SIGA SIN MARCAR ES LO QUE LA POLIZA DE HOY DEBIO LLEVAR.
       FD ESTPREV.
       01 REG-ESTP.
       COPY ESTPCOPY.

      *CICLOS CASTIGADOS POR CAS-CIC CON LA PARTE QUE CUBRIO LA
      *ESTIMACION.
       FD CASTIGOS.
       01 REG-CASTIGO.
       COPY CICLCOPY
           REPLACING ==ID-CLIENTE-C== BY ==ID-CLIENTE-CAS==
                     ==NUM-CICLO-C== BY ==NUM-CICLO-CAS==
                     ==CICLO-KEY== BY ==CICLO-KEY-CAS==
                     ==FECHA-VENCE-C== BY ==FECHA-VENCE-CAS==
                     ==MONTO-ANUAL-C== BY ==MONTO-ANUAL-CAS==
                     ==STATUS-PAGO-C== BY ==STATUS-PAGO-CAS==
                     ==CICLO-PAGADO-C== BY ==CICLO-PAGADO-CAS==
                     ==CICLO-PENDIENTE-C== BY ==CICLO-PENDIENTE-CAS==
                     ==CICLO-RESTRUCT-C== BY ==CICLO-RESTRUCT-CAS==
                     ==FECHA-PAGO-C== BY ==FECHA-PAGO-CAS==
                     ==RECARGO-C== BY ==RECARGO-CAS==
                     ==FECHA-RECARGO-C== BY ==FECHA-RECARGO-CAS==
                     ==MONTO-PAGADO-C== BY ==MONTO-PAGADO-CAS==
                     ==NIVEL-AVISO-C== BY ==NIVEL-AVISO-CAS==
                     ==FECHA-AVISO-C== BY ==FECHA-AVISO-CAS==
                     ==RECARGO-PAGADO-C== BY ==RECARGO-PAGADO-CAS==
                     ==RECHAZO-BANCO-C== BY ==RECHAZO-BANCO-CAS==
                     ==NUM-TARJETA-C== BY ==NUM-TARJETA-CAS==
                     ==TIPO-CICLO-C== BY ==TIPO-CICLO-CAS==
                     ==CICLO-ANUALIDAD-C== BY ==CICLO-ANUALIDAD-CAS==
                     ==CICLO-MINIMO-C== BY ==CICLO-MINIMO-CAS==
                     ==CICLO-CONVENIO-C== BY ==CICLO-CONVENIO-CAS==
                     ==AGENCIA-C== BY ==AGENCIA-CAS==
                     ==FECHA-ASIGNA-C== BY ==FECHA-ASIGNA-CAS==
                     ==INTENTOS-DOM-C== BY ==INTENTOS-DOM-CAS==
                     ==FECHA-PRESENTA-C== BY ==FECHA-PRESENTA-CAS==
                     ==ESTATUS-FISCAL-C== BY ==ESTATUS-FISCAL-CAS==
                     ==FISCAL-ENVIADO-C== BY ==FISCAL-ENVIADO-CAS==
                     ==FISCAL-TIMBRADO-C== BY ==FISCAL-TIMBRADO-CAS==
                     ==FISCAL-RECHAZADO-C== BY ==FISCAL-RECHAZ-CAS==
                     ==FOLIO-FISCAL-C== BY ==FOLIO-FISCAL-CAS==
                     ==FECHA-ENVIO-FIS-C== BY ==FECHA-ENV-FIS-CAS==.
        03 FECHA-CASTIGO-CAS   PIC 9(08).
        03 OPERADOR-CAS        PIC X(08).
        03 MONTO-ESTIM-CAS     PIC 9(07)V99.

      *MISMO MAPA DE CUENTAS QUE USA GL-EXT.
       FD CTASGL.
       01 REG-CTA-GL.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

      *INTERCAMBIO POR COMPRA QUE CALCULA TRD-RED AL TRADUCIR LA
      *COMPENSACION; EL DEL DIA DE NEGOCIO VA AL CONCEPTO "INTERCAMB".
       FD INTERCAM.
       01 REG-INTERCAM.
       COPY INTDCOPY.

      *CATALOGO DE COMISIONES - LOS TIPOS CON TARIFA VAN AL CONCEPTO
      *"COMISIONES" Y NO A "CARGOS".
       FD COMISION.
       01 REG-COMISION.
       COPY CMSCOPY.

       WORKING-STORAGE SECTION.
       01 WKS-EOF-ARCH         PIC 9 VALUE 0.
       01 WKS-EOF-CAT          PIC 9 VALUE 0.
       01 WKS-FS-MTD           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-FS-ESTP          PIC X(02) VALUE "00".
       01 WKS-FS-CAST          PIC X(02) VALUE "00".
       01 WKS-FS-CMS           PIC X(02) VALUE "00".
       01 WKS-FS-ICM           PIC X(02) VALUE "00".
       01 WKS-EOF-ICM          PIC 9 VALUE 0.
       01 WKS-EOF-CMS          PIC 9 VALUE 0.
       01 WKS-ES-COMISION      PIC X(01) VALUE "N".
       01 WKS-CTA-FRAUDE       PIC 9 VALUE 0.
       01 WKS-CTA-FRAUDE-RED   PIC 9 VALUE 0.
       01 WKS-CTA-AJUSTE-FV    PIC 9 VALUE 0.
       01 WKS-CTA-AJUSTE-IVA   PIC 9 VALUE 0.
       01 WKS-EOF-EST          PIC 9 VALUE 0.
       01 WKS-EOF-CAST         PIC 9 VALUE 0.
       01 WKS-MONTO-CASTIGO    PIC 9(07)V99 VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-SIGNO-TRX        PIC X(01) VALUE "C".
       01 WKS-TOT-PAGOS        PIC 9(11)V99 VALUE 0.
       01 WKS-TOT-CARGOS       PIC 9(11)V99 VALUE 0.
       01 WKS-TOT-RECARGOS     PIC 9(11)V99 VALUE 0.
       01 WKS-TOT-IVA          PIC 9(11)V99 VALUE 0.
       01 WKS-TOT-COMISIONES   PIC 9(11)V99 VALUE 0.
       01 WKS-TOT-INTERCAMBIO  PIC 9(11)V99 VALUE 0.
       01 WKS-TOT-FRAUDE       PIC 9(11)V99 VALUE 0.
       01 WKS-TOT-FRAUDE-RED   PIC 9(11)V99 VALUE 0.
       01 WKS-TOT-AJUSTE-FV    PIC 9(11)V99 VALUE 0.
       01 WKS-TOT-AJUSTE-IVA   PIC 9(11)V99 VALUE 0.
       01 WKS-TOT-VAR-ESTIM    PIC S9(11)V99 VALUE 0.
       01 WKS-TOT-CAST-ESTIM   PIC 9(11)V99 VALUE 0.
       01 WKS-TOT-CAST-GASTO   PIC 9(11)V99 VALUE 0.
       01 WKS-MONTO-CONCEPTO   PIC 9(11)V99 VALUE 0.
       01 WKS-CONCEPTO-ACTUAL  PIC X(10) VALUE SPACES.
       01 WKS-CTA-HALLADA      PIC 9 VALUE 0.
       01 WKS-CAT-COUNT        PIC 9(02) VALUE 0.
       01 WKS-CAT-IDX          PIC 9(02) VALUE 0.
       01 WKS-TABLA-CAT.
          03 WKS-CAT-ENTRY OCCURS 50 TIMES.
             05 WKS-CAT-CODIGO    PIC X(03) VALUE SPACES.
             05 WKS-CAT-SIGNO     PIC X(01) VALUE "C".
             05 WKS-CAT-COMISION  PIC X(01) VALUE "N".

       01 WKS-GL-COUNT         PIC 9(02) VALUE 0.
       01 WKS-GL-IDX           PIC 9(02) VALUE 0.
       01 WKS-TABLA-CTAS.
          03 WKS-CTA-ENTRY OCCURS 20 TIMES.
             05 WKS-CTA-CONCEPTO  PIC X(10) VALUE SPACES.
             05 WKS-CTA-CARGO     PIC 9(08) VALUE 0.
             05 WKS-CTA-ABONO     PIC 9(08) VALUE 0.
           PERFORM 2000-RECORRE-CICLOS UNTIL WKS-EOF-ARCH = 1.
           PERFORM 2900-ARRANCA-TRX.
           PERFORM 3000-RECORRE-TRX UNTIL WKS-EOF-ARCH = 2.
           PERFORM 3400-ARRANCA-ESTIMACION.
           PERFORM 3500-RECORRE-ESTIMACION UNTIL WKS-EOF-EST = 1.
           PERFORM 3590-ARRANCA-CASTIGOS.
           PERFORM 3600-RECORRE-CASTIGOS UNTIL WKS-EOF-CAST = 1.
           PERFORM 3690-ARRANCA-INTERCAMBIO.
           PERFORM 3700-RECORRE-INTERCAMBIO UNTIL WKS-EOF-ICM = 1.
           PERFORM 4000-ARMA-ESPERADO.
           PERFORM 5000-LEE-EXTRAIDO UNTIL WKS-EOF-ARCH = 3.
           PERFORM 6000-COMPARA.
           PERFORM 1500-REVISA-MTD.
           PERFORM 1300-CARGA-CATALOGO.
           PERFORM 1400-CARGA-CUENTAS.
           PERFORM 1450-CARGA-COMISIONES.

      *LOS ABONOS POR FRAUDE SE SEPARAN DE "PAGOS" IGUAL QUE EN
      *GL-EXT: SOLO SI CTASGL TRAE SUS CONCEPTOS.
           MOVE "FRAUDE" TO WKS-CONCEPTO-ACTUAL.
           PERFORM 4110-BUSCA-CUENTAS.
           MOVE WKS-CTA-HALLADA TO WKS-CTA-FRAUDE.

           MOVE "FRAUDE-RED" TO WKS-CONCEPTO-ACTUAL.
           PERFORM 4110-BUSCA-CUENTAS.
           MOVE WKS-CTA-HALLADA TO WKS-CTA-FRAUDE-RED.

      *LOS AJUSTES POR PAGOS CON FECHA VALOR DE POST-TRX ("AFV" EL
      *INTERES DEVUELTO, "AIV" SU IVA) TAMBIEN SALEN DE "PAGOS" SOLO
      *SI CTASGL TRAE SUS CONCEPTOS.
           MOVE "AJUSTE-FV" TO WKS-CONCEPTO-ACTUAL.
           PERFORM 4110-BUSCA-CUENTAS.
           MOVE WKS-CTA-HALLADA TO WKS-CTA-AJUSTE-FV.

           MOVE "AJUSTE-IVA" TO WKS-CONCEPTO-ACTUAL.
           PERFORM 4110-BUSCA-CUENTAS.
           MOVE WKS-CTA-HALLADA TO WKS-CTA-AJUSTE-IVA.

           MOVE HEADER-L1-PRB TO LINEA-PRB.
           WRITE LINEA-PRB AFTER 1.
           READ CATTRX NEXT AT END MOVE 1 TO WKS-EOF-CAT.

           IF WKS-EOF-CAT = 0
               IF WKS-CAT-COUNT < 50
                   ADD 1 TO WKS-CAT-COUNT
                   MOVE TIPO-TRX-CAT TO
                                   WKS-CAT-CODIGO (WKS-CAT-COUNT)
           READ CTASGL AT END MOVE 1 TO WKS-EOF-CAT.

           IF WKS-EOF-CAT = 0
               IF WKS-GL-COUNT < 20
                   ADD 1 TO WKS-GL-COUNT
                   MOVE CONCEPTO-GL TO
                               WKS-CTA-CONCEPTO (WKS-GL-COUNT)
               END-IF
           END-IF.

      *SOLO SI CTASGL YA TRAE EL CONCEPTO "COMISIONES" SE MARCAN
      *LOS TIPOS DEL CATALOGO DE COMISIONES; SIN ESA CUENTA SIGUEN
      *CONTABILIZANDOSE DENTRO DE "CARGOS" COMO ANTES.
       1450-CARGA-COMISIONES.
           MOVE "COMISIONES" TO WKS-CONCEPTO-ACTUAL.
           PERFORM 4110-BUSCA-CUENTAS.

           IF WKS-CTA-HALLADA = 1
               OPEN INPUT COMISION
               IF WKS-FS-CMS = "00"
                   PERFORM 1460-ARRANCA-COMISION
                   PERFORM 1470-LEER-COMISION UNTIL WKS-EOF-CMS = 1
                   CLOSE COMISION.

       1460-ARRANCA-COMISION.
           MOVE LOW-VALUES TO COMISION-KEY.
           START COMISION KEY IS NOT < COMISION-KEY
               INVALID KEY MOVE 1 TO WKS-EOF-CMS
               NOT INVALID KEY MOVE 0 TO WKS-EOF-CMS
           END-START.

       1470-LEER-COMISION.
           READ COMISION NEXT AT END MOVE 1 TO WKS-EOF-CMS.

           IF WKS-EOF-CMS = 0
               MOVE 1 TO WKS-CAT-IDX
               PERFORM 1471-MARCA-TIPO
                   UNTIL WKS-CAT-IDX > WKS-CAT-COUNT
           END-IF.

       1471-MARCA-TIPO.
           IF WKS-CAT-CODIGO (WKS-CAT-IDX) = TIPO-COMISION-CM
               MOVE "S" TO WKS-CAT-COMISION (WKS-CAT-IDX)
               MOVE WKS-CAT-COUNT TO WKS-CAT-IDX.

           ADD 1 TO WKS-CAT-IDX.

      *MISMO CALCULO DE TOTALES DEL DIA QUE GL-EXT, HECHO POR
      *SEPARADO PARA QUE UNA FALLA DEL EXTRACTOR NO SE AUTOVALIDE.
       2000-RECORRE-CICLOS.
           PERFORM 3150-BUSCA-SIGNO.

           IF WKS-SIGNO-TRX = "A"
               IF TIPO-TRX = "FRP" AND WKS-CTA-FRAUDE = 1
                   ADD MONTO-TRX TO WKS-TOT-FRAUDE
               ELSE
                   IF TIPO-TRX = "FRR" AND WKS-CTA-FRAUDE-RED = 1
                       ADD MONTO-TRX TO WKS-TOT-FRAUDE-RED
                   ELSE
                       IF TIPO-TRX = "AFV" AND WKS-CTA-AJUSTE-FV = 1
                           ADD MONTO-TRX TO WKS-TOT-AJUSTE-FV
                       ELSE
                           IF TIPO-TRX = "AIV"
                              AND WKS-CTA-AJUSTE-IVA = 1
                               ADD MONTO-TRX TO WKS-TOT-AJUSTE-IVA
                           ELSE
                               ADD MONTO-TRX TO WKS-TOT-PAGOS
                           END-IF
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF TIPO-TRX = "IVA"
                   ADD MONTO-TRX TO WKS-TOT-IVA
               ELSE
                   IF WKS-ES-COMISION = "S"
                       ADD MONTO-TRX TO WKS-TOT-COMISIONES
                   ELSE
                       ADD MONTO-TRX TO WKS-TOT-CARGOS.

       3150-BUSCA-SIGNO.
           MOVE "C" TO WKS-SIGNO-TRX.
           MOVE "N" TO WKS-ES-COMISION.

           IF TIPO-TRX = SPACES
               IF DESCRIPCION-TRX = WKS-PAGO-ANUALIDAD
       3151-BUSCA-SIGNO-TABLA.
           IF WKS-CAT-CODIGO (WKS-CAT-IDX) = TIPO-TRX
               MOVE WKS-CAT-SIGNO (WKS-CAT-IDX) TO WKS-SIGNO-TRX
               MOVE WKS-CAT-COMISION (WKS-CAT-IDX) TO WKS-ES-COMISION
               MOVE WKS-CAT-COUNT TO WKS-CAT-IDX.

           ADD 1 TO WKS-CAT-IDX.

      *VARIACIONES DE ESTIMACION QUE TOCABAN HOY: LAS QUE GL-EXT
      *MARCO CON LA FECHA Y LAS QUE SIGAN PENDIENTES DE MARCAR.
       3400-ARRANCA-ESTIMACION.
           OPEN INPUT ESTPREV.

           IF WKS-FS-ESTP NOT = "00"
               MOVE 1 TO WKS-EOF-EST
           ELSE
               MOVE LOW-VALUES TO ESTP-KEY
               START ESTPREV KEY IS NOT < ESTP-KEY
                   INVALID KEY MOVE 1 TO WKS-EOF-EST
               END-START
               IF WKS-EOF-EST = 1
                   CLOSE ESTPREV.

       3500-RECORRE-ESTIMACION.
           READ ESTPREV NEXT AT END MOVE 1 TO WKS-EOF-EST.

           IF WKS-EOF-EST = 0
               IF FECHA-POLIZA-EP = 0
                  OR FECHA-POLIZA-EP = WKS-FECHA-HOY
                   ADD VARIACION-EP TO WKS-TOT-VAR-ESTIM
               END-IF
           ELSE
               CLOSE ESTPREV.

       3590-ARRANCA-CASTIGOS.
           OPEN INPUT CASTIGOS.

           IF WKS-FS-CAST NOT = "00"
               MOVE 1 TO WKS-EOF-CAST.

       3600-RECORRE-CASTIGOS.
           READ CASTIGOS AT END MOVE 1 TO WKS-EOF-CAST.

           IF WKS-EOF-CAST = 0
               IF FECHA-CASTIGO-CAS = WKS-FECHA-HOY
                   COMPUTE WKS-MONTO-CASTIGO = MONTO-ANUAL-CAS
                       - MONTO-PAGADO-CAS + RECARGO-CAS
                       - RECARGO-PAGADO-CAS
                   ADD MONTO-ESTIM-CAS TO WKS-TOT-CAST-ESTIM
                   COMPUTE WKS-TOT-CAST-GASTO = WKS-TOT-CAST-GASTO
                       + WKS-MONTO-CASTIGO - MONTO-ESTIM-CAS
               END-IF
           ELSE
               CLOSE CASTIGOS.

      *INTERCAMBIO GANADO EN LAS COMPRAS COMPENSADAS EL DIA DE
      *NEGOCIO; SIN ARCHIVO NO HAY INTERCAMBIO QUE CONTABILIZAR.
       3690-ARRANCA-INTERCAMBIO.
           OPEN INPUT INTERCAM.

           IF WKS-FS-ICM NOT = "00"
               MOVE 1 TO WKS-EOF-ICM.

       3700-RECORRE-INTERCAMBIO.
           READ INTERCAM AT END MOVE 1 TO WKS-EOF-ICM.

           IF WKS-EOF-ICM = 0
               IF FECHA-PROCESO-IC = WKS-FECHA-HOY
                   ADD MONTO-INTER-IC TO WKS-TOT-INTERCAMBIO
               END-IF
           ELSE
               CLOSE INTERCAM.

      *LO ESPERADO POR CUENTA: CADA CONCEPTO CON IMPORTE APORTA SU
      *MONTO A LA CUENTA DE CARGO Y A LA DE ABONO DEL MAPA.
       4000-ARMA-ESPERADO.
           MOVE WKS-TOT-PAGOS TO WKS-MONTO-CONCEPTO.
           PERFORM 4100-ESPERA-CONCEPTO.

           MOVE "FRAUDE" TO WKS-CONCEPTO-ACTUAL.
           MOVE WKS-TOT-FRAUDE TO WKS-MONTO-CONCEPTO.
           PERFORM 4100-ESPERA-CONCEPTO.

           MOVE "FRAUDE-RED" TO WKS-CONCEPTO-ACTUAL.
           MOVE WKS-TOT-FRAUDE-RED TO WKS-MONTO-CONCEPTO.
           PERFORM 4100-ESPERA-CONCEPTO.

           MOVE "AJUSTE-FV" TO WKS-CONCEPTO-ACTUAL.
           MOVE WKS-TOT-AJUSTE-FV TO WKS-MONTO-CONCEPTO.
           PERFORM 4100-ESPERA-CONCEPTO.

           MOVE "AJUSTE-IVA" TO WKS-CONCEPTO-ACTUAL.
           MOVE WKS-TOT-AJUSTE-IVA TO WKS-MONTO-CONCEPTO.
           PERFORM 4100-ESPERA-CONCEPTO.

           MOVE "CARGOS" TO WKS-CONCEPTO-ACTUAL.
           MOVE WKS-TOT-CARGOS TO WKS-MONTO-CONCEPTO.
           PERFORM 4100-ESPERA-CONCEPTO.
           MOVE WKS-TOT-RECARGOS TO WKS-MONTO-CONCEPTO.
           PERFORM 4100-ESPERA-CONCEPTO.

           MOVE "IVA" TO WKS-CONCEPTO-ACTUAL.
           MOVE WKS-TOT-IVA TO WKS-MONTO-CONCEPTO.
           PERFORM 4100-ESPERA-CONCEPTO.

           MOVE "COMISIONES" TO WKS-CONCEPTO-ACTUAL.
           MOVE WKS-TOT-COMISIONES TO WKS-MONTO-CONCEPTO.
           PERFORM 4100-ESPERA-CONCEPTO.

           MOVE "INTERCAMB" TO WKS-CONCEPTO-ACTUAL.
           MOVE WKS-TOT-INTERCAMBIO TO WKS-MONTO-CONCEPTO.
           PERFORM 4100-ESPERA-CONCEPTO.

           IF WKS-TOT-VAR-ESTIM > 0
               MOVE "ESTIMACION" TO WKS-CONCEPTO-ACTUAL
               MOVE WKS-TOT-VAR-ESTIM TO WKS-MONTO-CONCEPTO
           ELSE
               MOVE "LIB-ESTIM" TO WKS-CONCEPTO-ACTUAL
               COMPUTE WKS-MONTO-CONCEPTO = 0 - WKS-TOT-VAR-ESTIM.
           PERFORM 4100-ESPERA-CONCEPTO.

           MOVE "CAST-ESTIM" TO WKS-CONCEPTO-ACTUAL.
           MOVE WKS-TOT-CAST-ESTIM TO WKS-MONTO-CONCEPTO.
           PERFORM 4100-ESPERA-CONCEPTO.

           MOVE "CASTIGOS" TO WKS-CONCEPTO-ACTUAL.
           MOVE WKS-TOT-CAST-GASTO TO WKS-MONTO-CONCEPTO.
           PERFORM 4100-ESPERA-CONCEPTO.

           OPEN INPUT GLEXT.

       4100-ESPERA-CONCEPTO.
