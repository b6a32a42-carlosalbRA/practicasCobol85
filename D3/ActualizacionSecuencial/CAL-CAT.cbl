      *FECHADO EN LA HISTORIA CATHIST PARA PROBAR QUE SE DIVULGO Y
      *CUANDO. MAN-TAR LA LLAMA AL CAMBIAR TARIFAS PARA QUE EL
      *NUMERO SE REFRESQUE SOLO EN CAPTURA, ESTADOS DE CUENTA Y
      *AVISOS. LA TASA DEL CALCULO POR TIPO ES LA GENERAL DE
      *TASACLI; DADO UN CLIENTE, SU CAT SE CALCULA CON SU TASA REAL
      *VIGENTE, SU LINEA Y LA ANUALIDAD DE SU TARGETA, Y SOLO SE
      *MUESTRA (CATHIST GUARDA LO DIVULGADO POR PRODUCTO).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAL-CAT.
       ENVIRONMENT DIVISION.
                RECORD KEY IS CATHIST-KEY
                FILE STATUS IS WKS-FS-CAT.

           SELECT DCLIENTE ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-D
                ALTERNATE RECORD KEY IS ID-TARJETA-D WITH DUPLICATES
                ALTERNATE RECORD KEY IS FECHA-ALTA-D WITH DUPLICATES
                FILE STATUS IS WKS-FS-DCLI.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

        03 ANUALIDAD-CAT      PIC 9(07)V99.
        03 TASA-MENSUAL-CAT   PIC 9(02)V99.

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

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
       01 WKS-FS-TAR           PIC X(02) VALUE "00".
       01 WKS-FS-CAT           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-FS-DCLI          PIC X(02) VALUE "00".
       01 WKS-ID-CLIENTE       PIC 9(06) VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-TASA-MENSUAL     PIC 9(02)V99 VALUE 3.50.
       01 WKS-PCT-COMISIONES   PIC 9(02)V99 VALUE 2.00.
       01 WKS-CONT-CALCULADOS  PIC 9(02) VALUE 0.
       01 WKS-CAT-CALC         PIC 9(03)V99 VALUE 0.

      *CONSULTA A TAS-CLI DE LA TASA GENERAL O LA DEL CLIENTE.
       01 WKS-CONSULTA-TASA.
       COPY TASVCOPY.

      *TARIFA VIGENTE POR TIPO DE TARGETA (LA DE MAYOR FECHA-DESDE
      *QUE NO REBASE LA FECHA DE HOY), ARMADA EN UNA SOLA PASADA.
       01 WKS-VIG-COUNT        PIC 9(02) VALUE 0.
       INICIO.
           PERFORM 9700-LEE-FECHA-PROCESO.

           DISPLAY "CLIENTE PARA SU CAT (CERO = POR TIPO):"
                                                LINE 19 POSITION 03.
           ACCEPT WKS-ID-CLIENTE LINE 19 POSITION 43.

           MOVE WKS-ID-CLIENTE TO ID-CLIENTE-TV.
           MOVE WKS-FECHA-HOY  TO FECHA-TV.
           CALL "TAS-CLI" USING WKS-CONSULTA-TASA.

           IF WKS-ID-CLIENTE = 0
               DISPLAY "TASA MENSUAL REVOLVENTE (CERO = GENERAL):"
                                                LINE 20 POSITION 03
               ACCEPT WKS-TASA-MENSUAL LINE 20 POSITION 46
               IF WKS-TASA-MENSUAL = 0
                   MOVE TASA-INTERES-TV TO WKS-TASA-MENSUAL
               END-IF
           ELSE
               MOVE TASA-INTERES-TV TO WKS-TASA-MENSUAL.

           DISPLAY "COMISIONES ESTANDAR ANUALES EN PCT (2.00):"
                                                LINE 21 POSITION 03.
               OPEN I-O CATHIST.

           PERFORM 1000-ARMA-VIGENTES.

           IF WKS-ID-CLIENTE NOT = 0
               PERFORM 3000-CAT-CLIENTE THRU 3000-FIN
               CLOSE TARIFAS
               CLOSE CATHIST
               GOBACK.

           PERFORM 2000-CALCULA-Y-GRABA.

           CLOSE TARIFAS.

           ADD 1 TO WKS-CONT-CALCULADOS.

      *EL CAT DE UN CLIENTE: LA MISMA FORMULA DE CASA CON SU TASA
      *VIGENTE, SU LINEA AUTORIZADA (O LA PROMEDIO SI NO TIENE) Y
      *LA ANUALIDAD VIGENTE DE SU TIPO DE TARGETA.
       3000-CAT-CLIENTE.
           OPEN INPUT DCLIENTE.
           IF WKS-FS-DCLI NOT = "00"
               DISPLAY "NO EXISTE EL MAESTRO DE CLIENTES" LINE 23
                                                       POSITION 03
               GO TO 3000-FIN.

           MOVE WKS-ID-CLIENTE TO ID-CLIENTE-D.
           READ DCLIENTE
               INVALID KEY
                   DISPLAY "CLIENTE NO EXISTE" LINE 23 POSITION 03
                   CLOSE DCLIENTE
                   GO TO 3000-FIN
           END-READ.

           CLOSE DCLIENTE.

           IF LIMITE-CREDITO-D > 0
               MOVE LIMITE-CREDITO-D TO WKS-LINEA-PROMEDIO.

           MOVE 0 TO WKS-VIG-ENCONTRADA.
           MOVE 1 TO WKS-VIG-IDX.
           MOVE ID-TARJETA-D TO ID-TARGETA-TF.
           PERFORM 1021-COMPARA-VIGENTE
               UNTIL WKS-VIG-ENCONTRADA = 1
                  OR WKS-VIG-IDX > WKS-VIG-COUNT.

           IF WKS-VIG-ENCONTRADA = 1
               COMPUTE WKS-CAT-CALC ROUNDED =
                   (WKS-TASA-MENSUAL * 12)
                   + WKS-PCT-COMISIONES
                   + (WKS-VIG-ANUALIDAD (WKS-VIG-IDX) * 100
                      / WKS-LINEA-PROMEDIO)
           ELSE
               COMPUTE WKS-CAT-CALC ROUNDED =
                   (WKS-TASA-MENSUAL * 12)
                   + WKS-PCT-COMISIONES.

           DISPLAY "CAT DEL CLIENTE " WKS-ID-CLIENTE ": "
                   WKS-CAT-CALC " PCT, TASA MENSUAL "
                   WKS-TASA-MENSUAL LINE 23 POSITION 03.

       3000-FIN.
           EXIT.

      *FECHA DE NEGOCIO DESDE EL REGISTRO DE CONTROL; SI NO EXISTE
      *TODAVIA SE TRABAJA CON LA FECHA DE LA MAQUINA.
       9700-LEE-FECHA-PROCESO.
