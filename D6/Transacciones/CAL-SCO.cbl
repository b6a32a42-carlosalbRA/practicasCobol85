      *MI PROGRAMA DE CALIFICACION MENSUAL DE COMPORTAMIENTO - UNA
      *SOLA CALIFICACION POR CLIENTE EN LUGAR DE LAS REGLAS SUELTAS
      *DE CADA PROGRAMA. LA CORRIDA DEL MES LEE LA HISTORIA DE PAGO
      *EN CICLOFAC (A TIEMPO, CON RECARGO, VENCIDOS, RECHAZOS DE
      *DOMICILIACION), LA UTILIZACION CONTRA LIMITE-CREDITO, LAS
      *DISPOSICIONES DE EFECTIVO DE TRXCLI, LAS PROMESAS ROTAS DE
      *PROMESAS Y LA ANTIGUEDAD DEL CLIENTE, Y DEJA EL PUNTAJE, LA
      *BANDA Y SUS RAZONES EN SCORECLI SIN BORRAR LOS MESES
      *ANTERIORES. REV-LIM, COL-COB Y CAM-EXT TOMAN LA BANDA; CON-MEN
      *Y PER-CLI LA MUESTRAN; MIG-SCO REPORTA LA MIGRACION ENTRE
      *BANDAS DE UN MES A OTRO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAL-SCO.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DCLIENTE ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-D
                ALTERNATE RECORD KEY IS ID-TARJETA-D WITH DUPLICATES
                ALTERNATE RECORD KEY IS FECHA-ALTA-D WITH DUPLICATES.

           SELECT CICLOFAC ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CICLO-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-C WITH DUPLICATES.

           SELECT TRXCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TRX-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-TRX WITH DUPLICATES.

           SELECT CATTRX ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TIPO-TRX-CAT.

           SELECT PROMESAS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS PROMESA-KEY
                FILE STATUS IS WKS-FS-PROM.

           SELECT SCORECLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS SCORE-KEY
                FILE STATUS IS WKS-FS-SCO.

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

       FD CICLOFAC.
       01 REG-CICLO.
       COPY CICLCOPY.

       FD TRXCLI.
       01 REG-TRX.
       COPY TRXCOPY.

       FD CATTRX.
       01 REG-CAT.
       COPY CATTCOPY.

      *PROMESAS DE PAGO DE PRO-COB - SOLO CUENTAN LAS ROTAS.
       FD PROMESAS.
       01 REG-PROMESA.
        03 PROMESA-KEY.
           05 ID-CLIENTE-PRO  PIC 9(06).
           05 NUM-CICLO-PRO   PIC 9(04).
           05 NUM-PROMESA-PRO PIC 9(02).
        03 FECHA-CAPTURA-PRO  PIC 9(08).
        03 FECHA-PROMETIDA-PRO PIC 9(08).
        03 MONTO-PROMETIDO-PRO PIC 9(07)V99.
        03 PAGADO-BASE-PRO    PIC 9(07)V99.
        03 COBRADOR-PRO       PIC X(08).
        03 STATUS-PRO         PIC X(01).
           88 PROMESA-PENDIENTE     VALUE "P".
           88 PROMESA-CUMPLIDA      VALUE "C".
           88 PROMESA-INCUMPLIDA    VALUE "I".

      *CALIFICACIONES MENSUALES CON SU HISTORIA.
       FD SCORECLI.
       01 REG-SCORE.
       COPY COMPCOPY.

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-EOF-DCLI         PIC 9 VALUE 0.
       01 WKS-EOF-CICLO        PIC 9 VALUE 0.
       01 WKS-EOF-TRX          PIC 9 VALUE 0.
       01 WKS-EOF-CAT          PIC 9 VALUE 0.
       01 WKS-EOF-PROM         PIC 9 VALUE 0.
       01 WKS-FS-PROM          PIC X(02) VALUE "00".
       01 WKS-FS-SCO           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-SIN-PROMESAS     PIC 9 VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-CONT-LEIDOS      PIC 9(06) VALUE 0.
       01 WKS-CONT-CALIFICADOS PIC 9(06) VALUE 0.
       01 WKS-CONT-RECALCULOS  PIC 9(06) VALUE 0.

      *MES QUE SE CALIFICA Y LAS VENTANAS HACIA ATRAS: TRES MESES
      *PARA DISPOSICIONES, DOCE PARA PROMESAS ROTAS Y RECHAZOS.
       01 WKS-MES-PROCESO      PIC 9(06) VALUE 0.
       01 WKS-MES-PROCESO-R REDEFINES WKS-MES-PROCESO.
           03 WKS-PRO-AAAA         PIC 9(04).
           03 WKS-PRO-MM           PIC 9(02).
       01 WKS-MES-CORTE        PIC 9(06) VALUE 0.
       01 WKS-MES-CORTE-R REDEFINES WKS-MES-CORTE.
           03 WKS-COR-AAAA         PIC 9(04).
           03 WKS-COR-MM           PIC 9(02).
       01 WKS-MES-DESDE-DIS    PIC 9(06) VALUE 0.
       01 WKS-MES-DESDE-ANO    PIC 9(06) VALUE 0.
       01 WKS-CONTADOR-MES     PIC 9(02) VALUE 0.

       01 WKS-FECHA-AUX        PIC 9(08).
       01 WKS-FECHA-AUX-R REDEFINES WKS-FECHA-AUX.
           03 WKS-AUX-AAAA         PIC 9(04).
           03 WKS-AUX-MM           PIC 9(02).
           03 WKS-AUX-DD           PIC 9(02).
       01 WKS-MES-AUX          PIC 9(06) VALUE 0.

      *PESOS DE LA CALIFICACION: SE PARTE DE SEISCIENTOS PUNTOS;
      *DIEZ MAS POR CICLO PAGADO A TIEMPO (HASTA DIEZ CICLOS) Y
      *HASTA CUARENTA POR ANTIGUEDAD; SE RESTAN VEINTICINCO POR
      *CICLO PAGADO CON RECARGO O REESTRUCTURADO, OCHENTA POR CICLO
      *VENCIDO, VEINTE POR RECHAZO DE DOMICILIACION, QUINCE POR
      *DISPOSICION (HASTA CUATRO) Y CUARENTA POR PROMESA ROTA
      *(HASTA TRES). LA UTILIZACION SUMA O RESTA SEGUN SU TRAMO.
       01 WKS-PUNTOS-BASE      PIC 9(03) VALUE 600.
       01 WKS-PESO-A-TIEMPO    PIC 9(03) VALUE 10.
       01 WKS-TOPE-A-TIEMPO    PIC 9(03) VALUE 10.
       01 WKS-PESO-MORA        PIC 9(03) VALUE 25.
       01 WKS-PESO-VENCIDO     PIC 9(03) VALUE 80.
       01 WKS-PESO-RECHAZO     PIC 9(03) VALUE 20.
       01 WKS-PESO-DISPOSICION PIC 9(03) VALUE 15.
       01 WKS-TOPE-DISPOSICION PIC 9(03) VALUE 4.
       01 WKS-PESO-ROTA        PIC 9(03) VALUE 40.
       01 WKS-TOPE-ROTAS       PIC 9(03) VALUE 3.
       01 WKS-TIPO-DISPOSICION PIC X(03) VALUE "DIS".

      *CORTES DE BANDA SOBRE EL PUNTAJE FINAL.
       01 WKS-CORTE-A          PIC 9(03) VALUE 700.
       01 WKS-CORTE-B          PIC 9(03) VALUE 600.
       01 WKS-CORTE-C          PIC 9(03) VALUE 500.
       01 WKS-CORTE-D          PIC 9(03) VALUE 400.

      *COMPORTAMIENTO DEL CLIENTE EN EVALUACION.
       01 WKS-CICLOS-A-TIEMPO  PIC 9(04) VALUE 0.
       01 WKS-CICLOS-CON-MORA  PIC 9(04) VALUE 0.
       01 WKS-CICLOS-VENCIDOS  PIC 9(04) VALUE 0.
       01 WKS-RECHAZOS-DOM     PIC 9(03) VALUE 0.
       01 WKS-DISPOSICIONES    PIC 9(03) VALUE 0.
       01 WKS-PROMESAS-ROTAS   PIC 9(03) VALUE 0.
       01 WKS-MESES-ANTIG      PIC 9(04) VALUE 0.
       01 WKS-SALDO-CLIENTE    PIC S9(08)V99 VALUE 0.
       01 WKS-UTILIZACION      PIC 9(03)V99 VALUE 0.
       01 WKS-BONO             PIC 9(04) VALUE 0.
       01 WKS-PUNTAJE          PIC S9(04) VALUE 0.
       01 WKS-MESES-AUX        PIC 9(06) VALUE 0.

      *LO QUE RESTO CADA RAZON, EN EL ORDEN DEL CATALOGO RAZSCOPY;
      *DE AQUI SALEN LAS TRES RAZONES DEL CLIENTE.
       01 WKS-PEN-IDX          PIC 9(02) VALUE 0.
       01 WKS-PEN-MAYOR        PIC 9(02) VALUE 0.
       01 WKS-RAZ-IDX          PIC 9(02) VALUE 0.
       01 WKS-TABLA-PENALIZA.
          03 WKS-PEN-PUNTOS    PIC 9(04) OCCURS 7 TIMES.

      *CLIENTES CALIFICADOS EN CADA BANDA, A B C D E.
       01 WKS-BANDAS           PIC X(05) VALUE "ABCDE".
       01 WKS-BANDA-IDX        PIC 9(01) VALUE 0.
       01 WKS-TABLA-CONT-BANDA.
          03 WKS-CONT-BANDA    PIC 9(06) OCCURS 5 TIMES.

       01 WKS-SIGNO-TRX        PIC X(01) VALUE "C".
       01 WKS-PAGO-ANUALIDAD   PIC X(20) VALUE "PAGO ANUALIDAD".
       01 WKS-REVERSO          PIC X(20) VALUE "REVERSO".
       01 WKS-CAT-COUNT        PIC 9(02) VALUE 0.
       01 WKS-CAT-IDX          PIC 9(02) VALUE 0.
       01 WKS-TABLA-CAT.
          03 WKS-CAT-ENTRY OCCURS 50 TIMES.
             05 WKS-CAT-CODIGO    PIC X(03) VALUE SPACES.
             05 WKS-CAT-SIGNO     PIC X(01) VALUE "C".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-EOF-DCLI = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           MOVE WKS-FECHA-HOY TO WKS-FECHA-AUX.
           COMPUTE WKS-MES-PROCESO = WKS-AUX-AAAA * 100 + WKS-AUX-MM.
           PERFORM 1100-CALCULA-VENTANAS.

           MOVE 0 TO WKS-CONT-BANDA (1) WKS-CONT-BANDA (2)
                     WKS-CONT-BANDA (3) WKS-CONT-BANDA (4)
                     WKS-CONT-BANDA (5).

           OPEN INPUT DCLIENTE.
           OPEN INPUT CICLOFAC.
           OPEN INPUT TRXCLI.
           OPEN INPUT CATTRX.
           PERFORM 1300-CARGA-CATALOGO.

      *SIN PROMESAS (AUN NO CORRE PRO-COB) NADIE PIERDE PUNTOS
      *POR ESE CONCEPTO.
           OPEN INPUT PROMESAS.
           IF WKS-FS-PROM NOT = "00"
               MOVE 1 TO WKS-SIN-PROMESAS.

      *EL ARCHIVO DE CALIFICACIONES SE CREA EN LA PRIMERA CORRIDA.
           OPEN I-O SCORECLI.
           IF WKS-FS-SCO = "35"
               OPEN OUTPUT SCORECLI
               CLOSE SCORECLI
               OPEN I-O SCORECLI.

           MOVE 0 TO ID-CLIENTE-D.
           START DCLIENTE KEY IS > ID-CLIENTE-D
                       INVALID KEY MOVE 1 TO WKS-EOF-DCLI.

           IF WKS-EOF-DCLI = 0
              PERFORM 1010-LEER-DCLIENTE.

       1010-LEER-DCLIENTE.
           READ DCLIENTE NEXT AT END MOVE 1 TO WKS-EOF-DCLI.

           IF WKS-EOF-DCLI = 0
               ADD 1 TO WKS-CONT-LEIDOS.

      *PRIMER MES DE CADA VENTANA: DOS MESES ANTES DEL CALIFICADO
      *PARA DISPOSICIONES Y ONCE ANTES PARA EL ANO MOVIL.
       1100-CALCULA-VENTANAS.
           MOVE WKS-MES-PROCESO TO WKS-MES-CORTE.
           MOVE 0 TO WKS-CONTADOR-MES.

           PERFORM 1110-RESTA-UN-MES UNTIL WKS-CONTADOR-MES = 2.
           MOVE WKS-MES-CORTE TO WKS-MES-DESDE-DIS.

           PERFORM 1110-RESTA-UN-MES UNTIL WKS-CONTADOR-MES = 11.
           MOVE WKS-MES-CORTE TO WKS-MES-DESDE-ANO.

       1110-RESTA-UN-MES.
           IF WKS-COR-MM > 1
               SUBTRACT 1 FROM WKS-COR-MM
           ELSE
               MOVE 12 TO WKS-COR-MM
               SUBTRACT 1 FROM WKS-COR-AAAA.

           ADD 1 TO WKS-CONTADOR-MES.

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

      *TODO CLIENTE DE DCLIENTE SE CALIFICA CADA MES.
       2000-PROCESO.
           PERFORM 2100-EVALUA-CLIENTE.
           PERFORM 2500-CALCULA-PUNTAJE.
           PERFORM 2700-ELIGE-RAZONES.
           PERFORM 2900-GRABA-CALIFICACION.

           PERFORM 1010-LEER-DCLIENTE.

       2100-EVALUA-CLIENTE.
           MOVE 0 TO WKS-PEN-PUNTOS (1) WKS-PEN-PUNTOS (2)
                     WKS-PEN-PUNTOS (3) WKS-PEN-PUNTOS (4)
                     WKS-PEN-PUNTOS (5) WKS-PEN-PUNTOS (6)
                     WKS-PEN-PUNTOS (7).

           PERFORM 2110-HISTORIA-CICLOS.
           PERFORM 2120-CALCULA-SALDO.

           MOVE 0 TO WKS-UTILIZACION.
           IF LIMITE-CREDITO-D > 0
               COMPUTE WKS-UTILIZACION ROUNDED =
                   WKS-SALDO-CLIENTE * 100 / LIMITE-CREDITO-D
                   ON SIZE ERROR MOVE 999.99 TO WKS-UTILIZACION
               END-COMPUTE.

           MOVE 0 TO WKS-PROMESAS-ROTAS.
           IF WKS-SIN-PROMESAS = 0
               PERFORM 2160-CUENTA-PROMESAS.

           PERFORM 2170-CALCULA-ANTIGUEDAD.

       2110-HISTORIA-CICLOS.
           MOVE 0 TO WKS-CICLOS-A-TIEMPO.
           MOVE 0 TO WKS-CICLOS-CON-MORA.
           MOVE 0 TO WKS-CICLOS-VENCIDOS.
           MOVE 0 TO WKS-RECHAZOS-DOM.

           MOVE ID-CLIENTE-D TO ID-CLIENTE-C.
           START CICLOFAC KEY IS = ID-CLIENTE-C
               INVALID KEY MOVE 1 TO WKS-EOF-CICLO
               NOT INVALID KEY MOVE 0 TO WKS-EOF-CICLO
           END-START.

           PERFORM 2111-LEER-CICLO UNTIL WKS-EOF-CICLO = 1.

       2111-LEER-CICLO.
           READ CICLOFAC NEXT AT END MOVE 1 TO WKS-EOF-CICLO.

           IF WKS-EOF-CICLO = 0
               IF ID-CLIENTE-C NOT = ID-CLIENTE-D
                   MOVE 1 TO WKS-EOF-CICLO
               ELSE
                   PERFORM 2112-CLASIFICA-CICLO
               END-IF
           END-IF.

      *EL CICLO REESTRUCTURADO CUENTA COMO MORA: EL CLIENTE NO LO
      *PUDO PAGAR EN SUS TERMINOS. EL RECHAZO DE DOMICILIACION
      *CUENTA SI LA ULTIMA PRESENTACION CAYO EN EL ANO MOVIL.
       2112-CLASIFICA-CICLO.
           IF CICLO-PAGADO-C
               IF RECARGO-C > 0
                   ADD 1 TO WKS-CICLOS-CON-MORA
               ELSE
                   ADD 1 TO WKS-CICLOS-A-TIEMPO
               END-IF
           ELSE
               IF CICLO-RESTRUCT-C
                   ADD 1 TO WKS-CICLOS-CON-MORA
               ELSE
                   IF FECHA-VENCE-C < WKS-FECHA-HOY
                       ADD 1 TO WKS-CICLOS-VENCIDOS
                   END-IF
               END-IF
           END-IF.

           IF RECHAZO-BANCO-C NOT = SPACES
              AND RECHAZO-BANCO-C NOT = "00"
               MOVE FECHA-PRESENTA-C TO WKS-FECHA-AUX
               COMPUTE WKS-MES-AUX = WKS-AUX-AAAA * 100 + WKS-AUX-MM
               IF WKS-MES-AUX NOT < WKS-MES-DESDE-ANO
                  AND WKS-RECHAZOS-DOM < 999
                   ADD 1 TO WKS-RECHAZOS-DOM
               END-IF
           END-IF.

      *SALDO VIVO DEL CLIENTE CON LOS SIGNOS DEL CATALOGO, COMO LO
      *CALCULA REV-LIM; EN EL MISMO RECORRIDO SE CUENTAN LAS
      *DISPOSICIONES DE EFECTIVO DE LOS ULTIMOS TRES MESES.
       2120-CALCULA-SALDO.
           MOVE 0 TO WKS-SALDO-CLIENTE.
           MOVE 0 TO WKS-DISPOSICIONES.
           MOVE ID-CLIENTE-D TO ID-CLIENTE-TRX.
           START TRXCLI KEY IS = ID-CLIENTE-TRX
               INVALID KEY MOVE 1 TO WKS-EOF-TRX
               NOT INVALID KEY MOVE 0 TO WKS-EOF-TRX
           END-START.

           PERFORM 2121-SUMA-SALDO UNTIL WKS-EOF-TRX = 1.

           IF WKS-SALDO-CLIENTE < 0
               MOVE 0 TO WKS-SALDO-CLIENTE.

       2121-SUMA-SALDO.
           READ TRXCLI NEXT AT END MOVE 1 TO WKS-EOF-TRX.

           IF WKS-EOF-TRX = 0
               IF ID-CLIENTE-TRX NOT = ID-CLIENTE-D
                   MOVE 1 TO WKS-EOF-TRX
               ELSE
                   PERFORM 2150-BUSCA-SIGNO
                   IF WKS-SIGNO-TRX = "A"
                       SUBTRACT MONTO-TRX FROM WKS-SALDO-CLIENTE
                   ELSE
                       ADD MONTO-TRX TO WKS-SALDO-CLIENTE
                   END-IF
                   IF TIPO-TRX = WKS-TIPO-DISPOSICION
                       PERFORM 2122-CUENTA-DISPOSICION
                   END-IF
               END-IF
           END-IF.

       2122-CUENTA-DISPOSICION.
           MOVE FECHA-TRX TO WKS-FECHA-AUX.
           COMPUTE WKS-MES-AUX = WKS-AUX-AAAA * 100 + WKS-AUX-MM.

           IF WKS-MES-AUX NOT < WKS-MES-DESDE-DIS
              AND WKS-MES-AUX NOT > WKS-MES-PROCESO
              AND WKS-DISPOSICIONES < 999
               ADD 1 TO WKS-DISPOSICIONES.

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

      *PROMESAS ROTAS DEL CLIENTE CUYA FECHA PROMETIDA CAYO EN EL
      *ANO MOVIL, EN CUALQUIERA DE SUS CICLOS.
       2160-CUENTA-PROMESAS.
           MOVE ID-CLIENTE-D TO ID-CLIENTE-PRO.
           MOVE 0 TO NUM-CICLO-PRO.
           MOVE 0 TO NUM-PROMESA-PRO.
           MOVE 0 TO WKS-EOF-PROM.

           START PROMESAS KEY IS NOT < PROMESA-KEY
               INVALID KEY MOVE 1 TO WKS-EOF-PROM
           END-START.

           PERFORM 2161-LEER-PROMESA UNTIL WKS-EOF-PROM = 1.

       2161-LEER-PROMESA.
           READ PROMESAS NEXT AT END MOVE 1 TO WKS-EOF-PROM.

           IF WKS-EOF-PROM = 0
               IF ID-CLIENTE-PRO NOT = ID-CLIENTE-D
                   MOVE 1 TO WKS-EOF-PROM
               ELSE
                   IF PROMESA-INCUMPLIDA
                       MOVE FECHA-PROMETIDA-PRO TO WKS-FECHA-AUX
                       COMPUTE WKS-MES-AUX =
                           WKS-AUX-AAAA * 100 + WKS-AUX-MM
                       IF WKS-MES-AUX NOT < WKS-MES-DESDE-ANO
                          AND WKS-PROMESAS-ROTAS < 999
                           ADD 1 TO WKS-PROMESAS-ROTAS
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *MESES DESDE EL ALTA HASTA EL MES CALIFICADO; SIN FECHA DE
      *ALTA (CARTERA MUY VIEJA) SE TOMA COMO CLIENTE ANTIGUO.
       2170-CALCULA-ANTIGUEDAD.
           MOVE 9999 TO WKS-MESES-ANTIG.

           IF FECHA-ALTA-D > 0
               MOVE FECHA-ALTA-D TO WKS-FECHA-AUX
               COMPUTE WKS-MESES-AUX = WKS-AUX-AAAA * 12 + WKS-AUX-MM
               IF WKS-PRO-AAAA * 12 + WKS-PRO-MM > WKS-MESES-AUX
                   COMPUTE WKS-MESES-ANTIG =
                       WKS-PRO-AAAA * 12 + WKS-PRO-MM - WKS-MESES-AUX
               ELSE
                   MOVE 0 TO WKS-MESES-ANTIG
               END-IF
           END-IF.

      *CADA CASTIGO QUEDA EN SU RENGLON DE LA TABLA DE RAZONES
      *(EN EL ORDEN DE RAZSCOPY) PARA ESCOGER DESPUES LAS TRES QUE
      *MAS PESARON.
       2500-CALCULA-PUNTAJE.
           MOVE 0 TO WKS-BONO.

           IF WKS-CICLOS-A-TIEMPO > WKS-TOPE-A-TIEMPO
               COMPUTE WKS-BONO = WKS-TOPE-A-TIEMPO * WKS-PESO-A-TIEMPO
           ELSE
               COMPUTE WKS-BONO =
                   WKS-CICLOS-A-TIEMPO * WKS-PESO-A-TIEMPO.

           COMPUTE WKS-PEN-PUNTOS (1) =
               WKS-CICLOS-CON-MORA * WKS-PESO-MORA
               ON SIZE ERROR MOVE 9999 TO WKS-PEN-PUNTOS (1)
           END-COMPUTE.

           COMPUTE WKS-PEN-PUNTOS (2) =
               WKS-CICLOS-VENCIDOS * WKS-PESO-VENCIDO
               ON SIZE ERROR MOVE 9999 TO WKS-PEN-PUNTOS (2)
           END-COMPUTE.

           PERFORM 2510-TRAMO-UTILIZACION.

           IF WKS-DISPOSICIONES > WKS-TOPE-DISPOSICION
               COMPUTE WKS-PEN-PUNTOS (4) =
                   WKS-TOPE-DISPOSICION * WKS-PESO-DISPOSICION
           ELSE
               COMPUTE WKS-PEN-PUNTOS (4) =
                   WKS-DISPOSICIONES * WKS-PESO-DISPOSICION.

           IF WKS-PROMESAS-ROTAS > WKS-TOPE-ROTAS
               COMPUTE WKS-PEN-PUNTOS (5) =
                   WKS-TOPE-ROTAS * WKS-PESO-ROTA
           ELSE
               COMPUTE WKS-PEN-PUNTOS (5) =
                   WKS-PROMESAS-ROTAS * WKS-PESO-ROTA.

           COMPUTE WKS-PEN-PUNTOS (6) =
               WKS-RECHAZOS-DOM * WKS-PESO-RECHAZO
               ON SIZE ERROR MOVE 9999 TO WKS-PEN-PUNTOS (6)
           END-COMPUTE.

           PERFORM 2520-TRAMO-ANTIGUEDAD.

           COMPUTE WKS-PUNTAJE = WKS-PUNTOS-BASE + WKS-BONO
               - WKS-PEN-PUNTOS (1) - WKS-PEN-PUNTOS (2)
               - WKS-PEN-PUNTOS (3) - WKS-PEN-PUNTOS (4)
               - WKS-PEN-PUNTOS (5) - WKS-PEN-PUNTOS (6)
               - WKS-PEN-PUNTOS (7)
               ON SIZE ERROR MOVE 0 TO WKS-PUNTAJE
           END-COMPUTE.

           IF WKS-PUNTAJE < 0
               MOVE 0 TO WKS-PUNTAJE.

           IF WKS-PUNTAJE > 999
               MOVE 999 TO WKS-PUNTAJE.

      *MAS DEL NOVENTA POR CIENTO DE LA LINEA RESTA SESENTA, MAS
      *DEL SETENTA RESTA TREINTA Y MENOS DEL TREINTA SUMA TREINTA.
      *SIN LIMITE ASIGNADO LA UTILIZACION NO CUENTA.
       2510-TRAMO-UTILIZACION.
           IF LIMITE-CREDITO-D > 0
               IF WKS-UTILIZACION > 90
                   MOVE 60 TO WKS-PEN-PUNTOS (3)
               ELSE
                   IF WKS-UTILIZACION > 70
                       MOVE 30 TO WKS-PEN-PUNTOS (3)
                   ELSE
                       IF WKS-UTILIZACION < 30
                           ADD 30 TO WKS-BONO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *MENOS DE UN ANO RESTA CUARENTA; DE TRES A CINCO ANOS SUMA
      *VEINTE Y DE CINCO EN ADELANTE SUMA CUARENTA.
       2520-TRAMO-ANTIGUEDAD.
           IF WKS-MESES-ANTIG < 12
               MOVE 40 TO WKS-PEN-PUNTOS (7)
           ELSE
               IF WKS-MESES-ANTIG NOT < 60
                   ADD 40 TO WKS-BONO
               ELSE
                   IF WKS-MESES-ANTIG NOT < 36
                       ADD 20 TO WKS-BONO
                   END-IF
               END-IF
           END-IF.

      *LAS TRES RAZONES SON LOS TRES RENGLONES QUE MAS RESTARON;
      *EN EMPATE GANA LA CLAVE MENOR.
       2700-ELIGE-RAZONES.
           MOVE 0 TO RAZON-CP (1) RAZON-CP (2) RAZON-CP (3).
           MOVE 1 TO WKS-RAZ-IDX.

           PERFORM 2710-ELIGE-UNA-RAZON 3 TIMES.

       2710-ELIGE-UNA-RAZON.
           MOVE 0 TO WKS-PEN-MAYOR.
           MOVE 1 TO WKS-PEN-IDX.

           PERFORM 2720-COMPARA-RAZON 7 TIMES.

           IF WKS-PEN-MAYOR > 0
               MOVE WKS-PEN-MAYOR TO RAZON-CP (WKS-RAZ-IDX)
               MOVE 0 TO WKS-PEN-PUNTOS (WKS-PEN-MAYOR).

           ADD 1 TO WKS-RAZ-IDX.

       2720-COMPARA-RAZON.
           IF WKS-PEN-PUNTOS (WKS-PEN-IDX) > 0
               IF WKS-PEN-MAYOR = 0
                   MOVE WKS-PEN-IDX TO WKS-PEN-MAYOR
               ELSE
                   IF WKS-PEN-PUNTOS (WKS-PEN-IDX) >
                      WKS-PEN-PUNTOS (WKS-PEN-MAYOR)
                       MOVE WKS-PEN-IDX TO WKS-PEN-MAYOR
                   END-IF
               END-IF
           END-IF.

           ADD 1 TO WKS-PEN-IDX.

      *LA CORRIDA REPETIDA EN EL MISMO MES PISA LA CALIFICACION
      *DEL MES; LAS DE MESES ANTERIORES NO SE TOCAN.
       2900-GRABA-CALIFICACION.
           MOVE ID-CLIENTE-D        TO ID-CLIENTE-CP.
           MOVE WKS-MES-PROCESO     TO MES-CP.
           MOVE WKS-FECHA-HOY       TO FECHA-CALCULO-CP.
           MOVE WKS-PUNTAJE         TO PUNTAJE-CP.

           IF WKS-PUNTAJE NOT < WKS-CORTE-A
               MOVE 1 TO WKS-BANDA-IDX
           ELSE
               IF WKS-PUNTAJE NOT < WKS-CORTE-B
                   MOVE 2 TO WKS-BANDA-IDX
               ELSE
                   IF WKS-PUNTAJE NOT < WKS-CORTE-C
                       MOVE 3 TO WKS-BANDA-IDX
                   ELSE
                       IF WKS-PUNTAJE NOT < WKS-CORTE-D
                           MOVE 4 TO WKS-BANDA-IDX
                       ELSE
                           MOVE 5 TO WKS-BANDA-IDX.

           MOVE WKS-BANDAS (WKS-BANDA-IDX:1) TO BANDA-CP.
           ADD 1 TO WKS-CONT-BANDA (WKS-BANDA-IDX).

           MOVE WKS-CICLOS-A-TIEMPO TO CICLOS-TIEMPO-CP.
           MOVE WKS-CICLOS-CON-MORA TO CICLOS-MORA-CP.
           MOVE WKS-CICLOS-VENCIDOS TO CICLOS-VENC-CP.
           MOVE WKS-UTILIZACION     TO UTILIZACION-CP.
           MOVE WKS-DISPOSICIONES   TO DISPOSICIONES-CP.
           MOVE WKS-PROMESAS-ROTAS  TO PROMESAS-ROTAS-CP.
           MOVE WKS-RECHAZOS-DOM    TO RECHAZOS-DOM-CP.
           MOVE WKS-MESES-ANTIG     TO MESES-ANTIG-CP.

           WRITE REG-SCORE
               INVALID KEY
                   REWRITE REG-SCORE
                   ADD 1 TO WKS-CONT-RECALCULOS
           END-WRITE.

           ADD 1 TO WKS-CONT-CALIFICADOS.

       3000-FIN.
           CLOSE DCLIENTE.
           CLOSE CICLOFAC.
           CLOSE TRXCLI.
           CLOSE CATTRX.
           CLOSE SCORECLI.
           IF WKS-SIN-PROMESAS = 0
               CLOSE PROMESAS.
           DISPLAY "MES CALIFICADO: " WKS-MES-PROCESO.
           DISPLAY "CLIENTES CALIFICADOS: " WKS-CONT-CALIFICADOS.
           DISPLAY "CALIFICACIONES RECALCULADAS: "
                   WKS-CONT-RECALCULOS.
           DISPLAY "BANDA A: " WKS-CONT-BANDA (1)
                   "  BANDA B: " WKS-CONT-BANDA (2)
                   "  BANDA C: " WKS-CONT-BANDA (3).
           DISPLAY "BANDA D: " WKS-CONT-BANDA (4)
                   "  BANDA E: " WKS-CONT-BANDA (5).
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "CAL-SCO " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDOS TO LEIDOS-BIT.
           MOVE WKS-CONT-CALIFICADOS TO ESCRITOS-BIT.
           MOVE 0 TO RECHAZADOS-BIT.
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
