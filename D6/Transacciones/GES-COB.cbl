      *MI PROGRAMA DE GESTION TELEFONICA DE COBRANZA - EL COBRADOR
      *FIRMADO RECORRE EN ORDEN DE TURNO LOS CASOS QUE COL-COB LE
      *ASIGNO HOY Y CAPTURA EL RESULTADO DE CADA LLAMADA: NO
      *CONTESTA, NUMERO EQUIVOCADO, SE REHUSA, PROMESA DE PAGO O
      *DICE HABER PAGADO. LA PROMESA SE GRABA EN PROMESAS IGUAL QUE
      *EN PRO-COB, LIGADA AL CICLO VENCIDO MAS ANTIGUO, Y TODA
      *LLAMADA QUEDA EN GESTCOB PARA LA PRODUCTIVIDAD DE PRD-COB.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GES-COB.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLACOB ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-CB
                ALTERNATE RECORD KEY IS COLA-COB-KEY WITH DUPLICATES
                FILE STATUS IS WKS-FS-COLA.

           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I.

           SELECT CICLOFAC ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CICLO-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-C WITH DUPLICATES.

           SELECT PROMESAS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS PROMESA-KEY
                FILE STATUS IS WKS-FS-PROM.

           SELECT GESTCOB ASSIGN TO DISK.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD COLACOB.
       01 REG-COLA.
       COPY COLACOPY.

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

       FD CICLOFAC.
       01 REG-CICLO.
       COPY CICLCOPY.

      *UNA PROMESA POR CICLO Y CONSECUTIVO, EL MISMO REGISTRO QUE
      *CAPTURA Y EVALUA PRO-COB.
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

       FD GESTCOB.
       01 REG-GESTION.
       COPY GESTCOPY.

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-LOOP             PIC 9 VALUE 0.
       01 WKS-EOF-COLA         PIC 9 VALUE 0.
       01 WKS-EOF-BUSCA        PIC 9 VALUE 0.
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.
       01 WKS-CASO-LISTO       PIC 9 VALUE 0.
       01 WKS-FS-COLA          PIC X(02) VALUE "00".
       01 WKS-FS-PROM          PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-HORA-ACTUAL      PIC 9(08) VALUE 0.
       01 WKS-RESULTADO        PIC X(01) VALUE SPACES.
       01 WKS-MONTO            PIC 9(07)V99 VALUE 0.
       01 WKS-FECHA-PROMETIDA  PIC 9(08) VALUE 0.
       01 WKS-MAX-PROMESA      PIC 9(02) VALUE 0.
       01 WKS-LINEA            PIC 9(02) VALUE 0.
       01 WKS-LINEA-BLANCO     PIC X(76) VALUE SPACES.
       01 WKS-SALDO-ED         PIC ZZZ,ZZZ,ZZ9.99.
       01 WKS-ID-OPERADOR      PIC X(08) VALUE SPACES.

       01 WKS-CONT-CASOS       PIC 9(04) VALUE 0.
       01 WKS-CONT-LLAMADAS    PIC 9(04) VALUE 0.
       01 WKS-CONT-PROMESAS    PIC 9(04) VALUE 0.
       01 WKS-CONT-OMITIDOS    PIC 9(04) VALUE 0.

      *RESULTADO DE LA FIRMA DE OPERADOR VALIDADA POR SEC-OPER - EL
      *OPERADOR FIRMADO ES EL COBRADOR DUENO DE LA COLA.
       01 WKS-FIRMA.
       COPY FIRMCOPY.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO THRU 1000-SALIDA.
           PERFORM 2000-PROCESO UNTIL WKS-LOOP = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           MOVE "GES-COB " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0
               STOP RUN.

           MOVE ID-OPERADOR-F TO WKS-ID-OPERADOR.

           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN I-O COLACOB.
           IF WKS-FS-COLA NOT = "00"
               DISPLAY "NO HAY COLA DE COBRANZA; CORRA COL-COB"
                                                LINE 20 POSITION 03
               STOP RUN.

           OPEN INPUT ICLIENTES.
           OPEN INPUT CICLOFAC.

           OPEN I-O PROMESAS.
           IF WKS-FS-PROM = "35"
               OPEN OUTPUT PROMESAS
               CLOSE PROMESAS
               OPEN I-O PROMESAS.

           OPEN EXTEND GESTCOB.

      *LA COLA DEL COBRADOR SE RECORRE POR LA LLAVE ALTERNA, EN EL
      *ORDEN DE TURNO QUE LE DIO COL-COB.
           MOVE WKS-ID-OPERADOR TO COBRADOR-CB.
           MOVE 0 TO TURNO-CB.
           START COLACOB KEY IS NOT < COLA-COB-KEY
               INVALID KEY MOVE 1 TO WKS-LOOP
           END-START.

           IF WKS-LOOP = 1
               DISPLAY "NO TIENE CASOS EN LA COLA DE HOY" LINE 20
                                                       POSITION 03
               GO TO 1000-SALIDA.

       1000-SALIDA.
           EXIT.

       2000-PROCESO.
           PERFORM 2100-SIGUIENTE-CASO THRU 2100-FIN.

           IF WKS-CASO-LISTO = 1
               PERFORM 2200-MUESTRA-CASO
               PERFORM 2300-CAPTURA-RESULTADO THRU 2300-FIN.

      *SOLO SE OFRECEN LOS CASOS EN COLA DE HOY QUE EL COBRADOR
      *TODAVIA NO GESTIONA EN EL DIA.
       2100-SIGUIENTE-CASO.
           MOVE 0 TO WKS-CASO-LISTO.

           READ COLACOB NEXT AT END MOVE 1 TO WKS-EOF-COLA.

           IF WKS-EOF-COLA = 1
              OR COBRADOR-CB NOT = WKS-ID-OPERADOR
               MOVE 1 TO WKS-LOOP
               DISPLAY "NO HAY MAS CASOS EN SU COLA" LINE 20
                                                       POSITION 03
               GO TO 2100-FIN.

           IF NOT CASO-EN-COLA
              OR FECHA-COLA-CB NOT = WKS-FECHA-HOY
              OR FECHA-GESTION-CB = WKS-FECHA-HOY
               GO TO 2100-FIN.

           MOVE 1 TO WKS-CASO-LISTO.
           ADD 1 TO WKS-CONT-CASOS.

       2100-FIN.
           EXIT.

       2200-MUESTRA-CASO.
           MOVE 3 TO WKS-LINEA.
           PERFORM 2210-LIMPIA-LINEA 18 TIMES.

           MOVE ID-CLIENTE-CB TO ID-CLIENTE-I.
           READ ICLIENTES INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                          NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 1
               MOVE SPACES TO NOMBRE-CLIENTE-I
               MOVE SPACES TO TELEFONO-I.

           DISPLAY "TURNO: " TURNO-CB "  CLIENTE: " ID-CLIENTE-CB
                   " " NOMBRE-CLIENTE-I LINE 03 POSITION 03.
           DISPLAY "TELEFONO: " TELEFONO-I LINE 04 POSITION 03.

           MOVE SALDO-VENC-CB TO WKS-SALDO-ED.
           DISPLAY "CICLOS VENCIDOS: " CICLOS-VENC-CB
                   "  SALDO VENCIDO: " WKS-SALDO-ED
                                                LINE 05 POSITION 03.
           DISPLAY "DIAS VENCIDO: " DIAS-VENC-CB
                   "  PROMESAS ROTAS: " ROTAS-CB
                   "  CICLO MAS ANTIGUO: " NUM-CICLO-CB
                                                LINE 06 POSITION 03.

           IF RESULTADO-CB NOT = SPACES
               DISPLAY "ULTIMA GESTION: " RESULTADO-CB " DEL "
                       FECHA-GESTION-CB " POR " COBRADOR-GESTION-CB
                                                LINE 07 POSITION 03.

       2210-LIMPIA-LINEA.
           DISPLAY WKS-LINEA-BLANCO LINE WKS-LINEA POSITION 01.
           ADD 1 TO WKS-LINEA.

       2300-CAPTURA-RESULTADO.
           DISPLAY "(N)O CONTESTA (E)QUIVOCADO (R)EHUSA (P)ROMESA"
                   " (G) PAGADO" LINE 09 POSITION 03.
           DISPLAY "(S)IGUIENTE SIN LLAMAR, (F)IN:" LINE 10
                                                       POSITION 03.
           ACCEPT WKS-RESULTADO LINE 10 POSITION 35.

           IF WKS-RESULTADO = "F"
               MOVE 1 TO WKS-LOOP
               GO TO 2300-FIN.

           IF WKS-RESULTADO = "S"
               ADD 1 TO WKS-CONT-OMITIDOS
               GO TO 2300-FIN.

           IF WKS-RESULTADO NOT = "N" AND NOT = "E" AND NOT = "R"
              AND NOT = "P" AND NOT = "G"
               DISPLAY "OPCION NO VALIDA" LINE 20 POSITION 03
               GO TO 2300-CAPTURA-RESULTADO.

           MOVE 0 TO WKS-MONTO.

           IF WKS-RESULTADO = "P"
               PERFORM 2400-CAPTURA-PROMESA THRU 2400-FIN
               IF WKS-MONTO = 0
                   GO TO 2300-CAPTURA-RESULTADO
               END-IF
           END-IF.

           IF WKS-RESULTADO = "G"
               DISPLAY "MONTO QUE DICE HABER PAGADO:" LINE 12
                                                       POSITION 03
               ACCEPT WKS-MONTO LINE 12 POSITION 33.

           PERFORM 2500-REGISTRA-GESTION.

       2300-FIN.
           EXIT.

      *LA PROMESA SE LIGA AL CICLO VENCIDO MAS ANTIGUO DEL CASO CON
      *LA MISMA BASE DE PAGADO QUE USA PRO-COB PARA EVALUARLA. SI
      *NO SE PUEDE GRABAR EL MONTO REGRESA EN CERO Y SE VUELVE A
      *PEDIR EL RESULTADO.
       2400-CAPTURA-PROMESA.
           MOVE ID-CLIENTE-CB TO ID-CLIENTE-C.
           MOVE NUM-CICLO-CB  TO NUM-CICLO-C.
           READ CICLOFAC INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                        NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 1
               DISPLAY "CICLO NO EXISTE" LINE 20 POSITION 03
               GO TO 2400-FIN.

           IF STATUS-PAGO-C NOT = "N"
               DISPLAY "EL CICLO YA NO ESTA PENDIENTE" LINE 20
                                                       POSITION 03
               GO TO 2400-FIN.

           DISPLAY "FECHA PROMETIDA (AAAAMMDD):" LINE 12
                                                       POSITION 03.
           ACCEPT WKS-FECHA-PROMETIDA LINE 12 POSITION 32.

           IF WKS-FECHA-PROMETIDA < WKS-FECHA-HOY
               DISPLAY "LA FECHA PROMETIDA YA PASO" LINE 20
                                                       POSITION 03
               GO TO 2400-FIN.

           DISPLAY "MONTO PROMETIDO:" LINE 13 POSITION 03.
           ACCEPT WKS-MONTO LINE 13 POSITION 21.

           IF WKS-MONTO = 0
               DISPLAY "EL MONTO PROMETIDO NO PUEDE SER CERO" LINE 20
                                                       POSITION 03
               GO TO 2400-FIN.

           PERFORM 2410-BUSCA-MAX-PROMESA.

           ADD 1 TO WKS-MAX-PROMESA.
           MOVE ID-CLIENTE-CB       TO ID-CLIENTE-PRO.
           MOVE NUM-CICLO-CB        TO NUM-CICLO-PRO.
           MOVE WKS-MAX-PROMESA     TO NUM-PROMESA-PRO.
           MOVE WKS-FECHA-HOY       TO FECHA-CAPTURA-PRO.
           MOVE WKS-FECHA-PROMETIDA TO FECHA-PROMETIDA-PRO.
           MOVE WKS-MONTO           TO MONTO-PROMETIDO-PRO.
           COMPUTE PAGADO-BASE-PRO = MONTO-PAGADO-C
                                   + RECARGO-PAGADO-C.
           MOVE WKS-ID-OPERADOR     TO COBRADOR-PRO.
           MOVE "P"                 TO STATUS-PRO.

           WRITE REG-PROMESA
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR LA PROMESA" LINE 20
                                                       POSITION 03
                   MOVE 0 TO WKS-MONTO
               NOT INVALID KEY
                   ADD 1 TO WKS-CONT-PROMESAS
           END-WRITE.

       2400-FIN.
           EXIT.

       2410-BUSCA-MAX-PROMESA.
           MOVE 0 TO WKS-MAX-PROMESA.
           MOVE ID-CLIENTE-CB TO ID-CLIENTE-PRO.
           MOVE NUM-CICLO-CB  TO NUM-CICLO-PRO.
           MOVE 0 TO NUM-PROMESA-PRO.

           START PROMESAS KEY IS > PROMESA-KEY
               INVALID KEY MOVE 1 TO WKS-EOF-BUSCA
               NOT INVALID KEY MOVE 0 TO WKS-EOF-BUSCA
           END-START.

           PERFORM 2411-LEER-BUSCA UNTIL WKS-EOF-BUSCA = 1.

       2411-LEER-BUSCA.
           READ PROMESAS NEXT AT END MOVE 1 TO WKS-EOF-BUSCA.

           IF WKS-EOF-BUSCA = 0
               IF ID-CLIENTE-PRO NOT = ID-CLIENTE-CB
                  OR NUM-CICLO-PRO NOT = NUM-CICLO-CB
                   MOVE 1 TO WKS-EOF-BUSCA
               ELSE
                   IF NUM-PROMESA-PRO > WKS-MAX-PROMESA
                       MOVE NUM-PROMESA-PRO TO WKS-MAX-PROMESA
                   END-IF
               END-IF
           END-IF.

      *CON PROMESA EL CASO SALE DE LA COLA A ESPERAR SU FECHA; LO
      *QUE EL CLIENTE PAGUE SE LE SIGUE ACREDITANDO AL COBRADOR.
       2500-REGISTRA-GESTION.
           MOVE WKS-RESULTADO   TO RESULTADO-CB.
           MOVE WKS-FECHA-HOY   TO FECHA-GESTION-CB.
           MOVE WKS-ID-OPERADOR TO COBRADOR-GESTION-CB.
           IF INTENTOS-CB < 999
               ADD 1 TO INTENTOS-CB.
           IF WKS-RESULTADO = "P"
               MOVE "E" TO ESTADO-CB.

           REWRITE REG-COLA
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL CASO" LINE 20
                                                       POSITION 03
           END-REWRITE.

           ACCEPT WKS-HORA-ACTUAL FROM TIME.
           MOVE WKS-FECHA-HOY   TO FECHA-GC.
           MOVE WKS-HORA-ACTUAL TO HORA-GC.
           MOVE WKS-ID-OPERADOR TO COBRADOR-GC.
           MOVE ID-CLIENTE-CB   TO ID-CLIENTE-GC.
           MOVE NUM-CICLO-CB    TO NUM-CICLO-GC.
           MOVE WKS-RESULTADO   TO RESULTADO-GC.
           MOVE WKS-MONTO       TO MONTO-GC.
           MOVE SUCURSAL-CB     TO SUCURSAL-GC.
           WRITE REG-GESTION.

           ADD 1 TO WKS-CONT-LLAMADAS.
           DISPLAY "GESTION REGISTRADA" LINE 20 POSITION 03.

       3000-FIN.
           CLOSE COLACOB.
           CLOSE ICLIENTES.
           CLOSE CICLOFAC.
           CLOSE PROMESAS.
           CLOSE GESTCOB.
           DISPLAY "CASOS VISTOS: " WKS-CONT-CASOS.
           DISPLAY "LLAMADAS REGISTRADAS: " WKS-CONT-LLAMADAS.
           DISPLAY "PROMESAS GRABADAS: " WKS-CONT-PROMESAS.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "GES-COB " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-CASOS TO LEIDOS-BIT.
           MOVE WKS-CONT-LLAMADAS TO ESCRITOS-BIT.
           MOVE WKS-CONT-OMITIDOS TO RECHAZADOS-BIT.
           MOVE WKS-ID-OPERADOR TO DETALLE-BIT.
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
