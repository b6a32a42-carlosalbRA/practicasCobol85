      *MI PROGRAMA DE CARGOS RECURRENTES DEL CLIENTE - MUESTRA LAS
      *SUSCRIPCIONES Y SERVICIOS QUE DET-REC DETECTO EN SUS PLASTICOS
      *Y LE PERMITE PEDIR QUE UNO SE SUSPENDA: DESDE ESE MOMENTO
      *POST-TRX RECHAZA LAS PRESENTACIONES DE ESE COMERCIO EN ESE
      *PLASTICO Y ACT-TAR YA NO LE REPORTA EL NUMERO NUEVO. UN CARGO
      *SUSPENDIDO SE PUEDE REACTIVAR AQUI MISMO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAN-REC.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECURRE ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS RECURRE-KEY
                FILE STATUS IS WKS-FS-RC.

           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD RECURRE.
       01 REG-RECURRE.
       COPY RECUCOPY.

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
       01 WKS-FS-RC            PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.
       01 WKS-ID-CAPTURA       PIC 9(06) VALUE 0.
       01 WKS-RENGLON-CAPTURA  PIC 9(02) VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-EOF-RC           PIC 9 VALUE 0.
       01 WKS-CONT-RECURRE     PIC 9(02) VALUE 0.
       01 WKS-RENGLON          PIC 9(02) VALUE 0.

      *LLAVES DE LOS RECURRENTES QUE SE VEN EN PANTALLA, PARA QUE EL
      *OPERADOR ESCOJA POR RENGLON Y NO CAPTURE LA DESCRIPCION.
       01 WKS-TABLA-RECURRE.
           03 WKS-LLAVE-TAB    PIC X(32) OCCURS 10 TIMES.

      *RENGLON DE LA LISTA DE RECURRENTES DEL CLIENTE.
       01 WKS-LINEA-REC.
           03 WKS-LIN-NUM      PIC Z9.
           03 FILLER           PIC X(02) VALUE ". ".
           03 FILLER           PIC X(05) VALUE "TARJ ".
           03 WKS-LIN-TARJ     PIC 9(02).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 WKS-LIN-COMERCIO PIC X(20).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 WKS-LIN-ULTIMO   PIC 9(08).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 WKS-LIN-MONTO    PIC $Z,ZZZ,ZZ9.99.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 WKS-LIN-ESTADO   PIC X(10).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-LOOP = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN I-O RECURRE.
           IF WKS-FS-RC NOT = "00"
               DISPLAY "NO HAY CARGOS RECURRENTES REGISTRADOS" LINE 03
                                                       POSITION 03
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
               PERFORM 2100-LISTA-RECURRENTES
               IF WKS-CONT-RECURRE = 0
                   DISPLAY "CLIENTE SIN CARGOS RECURRENTES" LINE 04
                                                       POSITION 03
               ELSE
                   PERFORM 2200-CAMBIA-ESTADO THRU 2200-FIN.

           DISPLAY "OTRO CLIENTE S/N:" LINE 18 POSITION 03.
           ACCEPT WKS-RES LINE 18 POSITION 21.

           IF WKS-RES = "N"
               MOVE 1 TO WKS-LOOP.

       2100-LISTA-RECURRENTES.
           DISPLAY "CLIENTE: " NOMBRE-CLIENTE-I LINE 03 POSITION 03.

           MOVE 0 TO WKS-CONT-RECURRE.
           MOVE 4 TO WKS-RENGLON.
           MOVE LOW-VALUES     TO RECURRE-KEY.
           MOVE WKS-ID-CAPTURA TO ID-CLIENTE-RC.
           START RECURRE KEY IS NOT < RECURRE-KEY
               INVALID KEY MOVE 1 TO WKS-EOF-RC
               NOT INVALID KEY MOVE 0 TO WKS-EOF-RC
           END-START.

           PERFORM 2110-LEER-RECURRE UNTIL WKS-EOF-RC = 1.

      *LA PANTALLA DA PARA DIEZ RECURRENTES; LOS CERRADOS (PLASTICO
      *CANCELADO SIN REEMPLAZO) YA NO SE MUESTRAN.
       2110-LEER-RECURRE.
           READ RECURRE NEXT AT END MOVE 1 TO WKS-EOF-RC.

           IF WKS-EOF-RC = 0
               IF ID-CLIENTE-RC NOT = WKS-ID-CAPTURA
                   MOVE 1 TO WKS-EOF-RC
               ELSE
                   IF NOT RECURRE-CERRADO
                      AND WKS-CONT-RECURRE < 10
                       ADD 1 TO WKS-CONT-RECURRE
                       PERFORM 2120-MUESTRA-RECURRE
                   END-IF
               END-IF
           END-IF.

       2120-MUESTRA-RECURRE.
           MOVE RECURRE-KEY TO WKS-LLAVE-TAB (WKS-CONT-RECURRE).

           MOVE WKS-CONT-RECURRE TO WKS-LIN-NUM.
           MOVE NUM-TARJETA-RC   TO WKS-LIN-TARJ.
           MOVE COMERCIO-RC      TO WKS-LIN-COMERCIO.
           MOVE FECHA-ULTIMA-RC  TO WKS-LIN-ULTIMO.
           MOVE MONTO-ULT-RC     TO WKS-LIN-MONTO.

           IF RECURRE-SUSPENDIDO
               MOVE "SUSPENDIDO" TO WKS-LIN-ESTADO
           ELSE
               MOVE "ACTIVO"     TO WKS-LIN-ESTADO.

           DISPLAY WKS-LINEA-REC LINE WKS-RENGLON POSITION 03.
           ADD 1 TO WKS-RENGLON.

       2200-CAMBIA-ESTADO.
           DISPLAY "RENGLON A CAMBIAR (0 = NINGUNO):" LINE 15
                                                       POSITION 03.
           ACCEPT WKS-RENGLON-CAPTURA LINE 15 POSITION 37.

           IF WKS-RENGLON-CAPTURA = 0
              OR WKS-RENGLON-CAPTURA > WKS-CONT-RECURRE
               GO TO 2200-FIN.

           MOVE WKS-LLAVE-TAB (WKS-RENGLON-CAPTURA) TO RECURRE-KEY.
           READ RECURRE INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                       NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 1
               DISPLAY "EL CARGO YA NO EXISTE" LINE 16 POSITION 03
           ELSE
           IF RECURRE-SUSPENDIDO
               PERFORM 2220-REACTIVA
           ELSE
               PERFORM 2210-SUSPENDE.

       2200-FIN.
           EXIT.

       2210-SUSPENDE.
           DISPLAY "SUSPENDER " COMERCIO-RC
                   " Y RECHAZAR SUS CARGOS S/N:" LINE 16 POSITION 03.
           ACCEPT WKS-RES LINE 16 POSITION 61.

           IF WKS-RES = "S"
               MOVE "S"           TO STATUS-RC
               MOVE WKS-FECHA-HOY TO FECHA-STATUS-RC
               REWRITE REG-RECURRE
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR" LINE 17
                                                       POSITION 03
                   NOT INVALID KEY
                       DISPLAY "CARGO RECURRENTE SUSPENDIDO" LINE 17
                                                       POSITION 03
               END-REWRITE.

       2220-REACTIVA.
           DISPLAY "SUSPENDIDO EL " FECHA-STATUS-RC
                   " REACTIVAR S/N:" LINE 16 POSITION 03.
           ACCEPT WKS-RES LINE 16 POSITION 41.

           IF WKS-RES = "S"
               MOVE "A"           TO STATUS-RC
               MOVE WKS-FECHA-HOY TO FECHA-STATUS-RC
               REWRITE REG-RECURRE
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR" LINE 17
                                                       POSITION 03
                   NOT INVALID KEY
                       DISPLAY "CARGO RECURRENTE REACTIVADO" LINE 17
                                                       POSITION 03
               END-REWRITE.

       3000-FIN.
           CLOSE RECURRE.
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
