      *MI PROGRAMA DE LIQUIDACION ANTICIPADA DE PLANES A MESES - EL
      *CLIENTE QUE QUIERE PAGAR DE UNA VEZ LO QUE LE FALTA DE UN PLAN
      *LO PIDE AQUI: SE MARCA EL PLAN Y PLA-MEN FACTURA TODO EL SALDO
      *EN EL SIGUIENTE CORTE EN LUGAR DE LA MENSUALIDAD. MIENTRAS EL
      *CORTE NO LLEGUE LA SOLICITUD SE PUEDE QUITAR.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAN-PLA.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANPAGO ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS PLAN-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-P WITH DUPLICATES
                FILE STATUS IS WKS-FS-PLAN.

           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD PLANPAGO.
       01 REG-PLAN.
       COPY PLANCOPY.

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

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-LOOP             PIC 9 VALUE 0.
       01 WKS-RES              PIC A(01).
       01 WKS-FS-PLAN          PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.
       01 WKS-ID-CAPTURA       PIC 9(06) VALUE 0.
       01 WKS-PLAN-CAPTURA     PIC 9(04) VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-EOF-PLAN         PIC 9 VALUE 0.
       01 WKS-CONT-ACTIVOS     PIC 9(02) VALUE 0.
       01 WKS-RENGLON          PIC 9(02) VALUE 0.

      *RENGLON DE LA LISTA DE PLANES ACTIVOS DEL CLIENTE.
       01 WKS-LINEA-PLAN.
           03 FILLER           PIC X(05) VALUE "PLAN ".
           03 WKS-LIN-NUM      PIC 9(04).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 WKS-LIN-DESC     PIC X(20).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 WKS-LIN-VEN      PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WKS-LIN-TOT      PIC 9(02).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 WKS-LIN-SALDO    PIC $Z,ZZZ,ZZ9.99.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 WKS-LIN-LIQ      PIC X(09).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-LOOP = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN I-O PLANPAGO.
           IF WKS-FS-PLAN NOT = "00"
               DISPLAY "NO HAY PLANES DE PAGO" LINE 03 POSITION 03
               STOP RUN.

           OPEN INPUT ICLIENTES.

       2000-PROCESO.
           DISPLAY "ID DE CLIENTE:" LINE 02 POSITION 03.
           ACCEPT WKS-ID-CAPTURA LINE 02 POSITION 19.

           MOVE WKS-ID-CAPTURA TO ID-CLIENTE-I.
           READ ICLIENTES INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                          NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 1
               DISPLAY "CLIENTE NO EXISTE" LINE 03 POSITION 03
           ELSE
               PERFORM 2100-LISTA-PLANES
               IF WKS-CONT-ACTIVOS = 0
                   DISPLAY "CLIENTE SIN PLANES ACTIVOS" LINE 04
                                                       POSITION 03
               ELSE
                   PERFORM 2200-SOLICITA-LIQUIDACION.

           DISPLAY "OTRO CLIENTE S/N:" LINE 18 POSITION 03.
           ACCEPT WKS-RES LINE 18 POSITION 21.

           IF WKS-RES = "N"
               MOVE 1 TO WKS-LOOP.

       2100-LISTA-PLANES.
           DISPLAY "CLIENTE: " NOMBRE-CLIENTE-I LINE 03 POSITION 03.

           MOVE 0 TO WKS-CONT-ACTIVOS.
           MOVE 4 TO WKS-RENGLON.
           MOVE WKS-ID-CAPTURA TO ID-CLIENTE-P.
           START PLANPAGO KEY IS = ID-CLIENTE-P
               INVALID KEY MOVE 1 TO WKS-EOF-PLAN
               NOT INVALID KEY MOVE 0 TO WKS-EOF-PLAN
           END-START.

           PERFORM 2110-LEER-PLAN UNTIL WKS-EOF-PLAN = 1.

      *LA PANTALLA DA PARA DIEZ PLANES; LOS DEMAS SE PUEDEN CAPTURAR
      *POR NUMERO AUNQUE NO SE VEAN.
       2110-LEER-PLAN.
           READ PLANPAGO NEXT AT END MOVE 1 TO WKS-EOF-PLAN.

           IF WKS-EOF-PLAN = 0
               IF ID-CLIENTE-P NOT = WKS-ID-CAPTURA
                   MOVE 1 TO WKS-EOF-PLAN
               ELSE
                   IF PLAN-ACTIVO-P
                       ADD 1 TO WKS-CONT-ACTIVOS
                       IF WKS-CONT-ACTIVOS NOT > 10
                           PERFORM 2120-MUESTRA-PLAN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2120-MUESTRA-PLAN.
           MOVE NUM-PLAN-P         TO WKS-LIN-NUM.
           MOVE DESCRIPCION-P      TO WKS-LIN-DESC.
           MOVE MENSUAL-VENCIDAS-P TO WKS-LIN-VEN.
           MOVE NUM-MENSUAL-P      TO WKS-LIN-TOT.
           MOVE SALDO-PLAN-P       TO WKS-LIN-SALDO.

           IF PLAN-LIQUIDA-ANTICIPADO
               MOVE "LIQUIDA"  TO WKS-LIN-LIQ
           ELSE
               MOVE SPACES     TO WKS-LIN-LIQ.

           DISPLAY WKS-LINEA-PLAN LINE WKS-RENGLON POSITION 03.
           ADD 1 TO WKS-RENGLON.

       2200-SOLICITA-LIQUIDACION.
           DISPLAY "NUMERO DE PLAN:" LINE 15 POSITION 03.
           ACCEPT WKS-PLAN-CAPTURA LINE 15 POSITION 20.

           MOVE WKS-ID-CAPTURA   TO ID-CLIENTE-P.
           MOVE WKS-PLAN-CAPTURA TO NUM-PLAN-P.
           READ PLANPAGO INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                         NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 1
               DISPLAY "PLAN NO EXISTE" LINE 16 POSITION 03
           ELSE
           IF NOT PLAN-ACTIVO-P
               DISPLAY "EL PLAN YA NO ESTA ACTIVO" LINE 16 POSITION 03
           ELSE
           IF PLAN-LIQUIDA-ANTICIPADO
               PERFORM 2220-QUITA-SOLICITUD
           ELSE
               PERFORM 2210-MARCA-SOLICITUD.

       2210-MARCA-SOLICITUD.
           DISPLAY "LIQUIDAR " SALDO-PLAN-P
                   " EN EL SIGUIENTE CORTE S/N:" LINE 16 POSITION 03.
           ACCEPT WKS-RES LINE 16 POSITION 50.

           IF WKS-RES = "S"
               MOVE "S"           TO LIQUIDACION-P
               MOVE WKS-FECHA-HOY TO FECHA-SOL-LIQ-P
               REWRITE REG-PLAN
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR" LINE 17
                                                       POSITION 03
                   NOT INVALID KEY
                       DISPLAY "LIQUIDACION SOLICITADA" LINE 17
                                                       POSITION 03
               END-REWRITE.

       2220-QUITA-SOLICITUD.
           DISPLAY "LIQUIDACION PEDIDA EL " FECHA-SOL-LIQ-P
                   " QUITAR SOLICITUD S/N:" LINE 16 POSITION 03.
           ACCEPT WKS-RES LINE 16 POSITION 56.

           IF WKS-RES = "S"
               MOVE "N" TO LIQUIDACION-P
               MOVE 0   TO FECHA-SOL-LIQ-P
               REWRITE REG-PLAN
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR" LINE 17
                                                       POSITION 03
                   NOT INVALID KEY
                       DISPLAY "SOLICITUD RETIRADA" LINE 17
                                                       POSITION 03
               END-REWRITE.

       3000-FIN.
           CLOSE PLANPAGO.
           CLOSE ICLIENTES.

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
