      *MI PROGRAMA DE INVESTIGACION Y APLICACION DE PAGOS EN SUSPENSO
      *- LOS PAGOS QUE PAG-REF Y DOM-RSP NO PUDIERON IDENTIFICAR SE
      *BUSCAN AQUI POR FECHA, MONTO O REFERENCIA; LOS CHEQUES QUE
      *POST-TRX RETUVO SE APLICAN CUANDO EL BANCO CONFIRMA SU COBRO,
      *Y COMO SALEN EN LOTE SUSPENSO YA NO SE RETIENEN. UNA VEZ QUE EL
      *OPERADOR SABE DE QUIEN ES EL DINERO, LO ASIGNA AL CLIENTE Y
      *SALE UN PAGO NORMAL FORMATO MOVCLI PARA QUE POST-TRX LO
      *POSTEE POR EL CAMINO DE SIEMPRE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUS-PAG.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSO ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS FOLIO-SP
                FILE STATUS IS WKS-FS-SUSP.

           SELECT DCLIENTE ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-D
                ALTERNATE RECORD KEY IS ID-TARJETA-D WITH DUPLICATES
                ALTERNATE RECORD KEY IS FECHA-ALTA-D WITH DUPLICATES.

           SELECT SUSMOV ASSIGN TO DISK.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
      *PAGOS NO IDENTIFICADOS EN ESPERA DE ASIGNACION.
       FD SUSPENSO.
       01 REG-SUSPENSO.
       COPY SUSPCOPY.

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

      *PAGOS ASIGNADOS EN FORMATO MOVCLI CON CONTROLES HDR/999,
      *LISTOS PARA POST-TRX.
       FD SUSMOV.
       01 REG-MOV.
       COPY MOVCOPY.

       01 REG-MOV-HDR REDEFINES REG-MOV.
        03 TIPO-HDR-MOV       PIC X(03).
        03 FUENTE-HDR-MOV     PIC X(08).
        03 FECHA-HDR-MOV      PIC 9(08).
        03 SECUENCIA-HDR-MOV  PIC 9(04).
        03 FILLER             PIC X(49).

       01 REG-MOV-TRL REDEFINES REG-MOV.
        03 MARCA-TRL-MOV      PIC X(03).
        03 CONTADOR-TRL-MOV   PIC 9(07).
        03 SUMA-TRL-MOV       PIC 9(11)V99.
        03 FILLER             PIC X(49).

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
       01 WKS-RES              PIC A(01).
       01 WKS-OPCION           PIC A(01).
       01 WKS-FS-SUSP          PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.
       01 WKS-EOF-SUSP         PIC 9 VALUE 0.
       01 WKS-ID-OPERADOR      PIC X(08) VALUE SPACES.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-SEC-LOTE         PIC 9(04) VALUE 0.
       01 WKS-PAGO-ANUALIDAD   PIC X(20) VALUE "PAGO ANUALIDAD".
       01 WKS-MONTO-R          PIC $ZZZ,ZZZ,ZZ9.99.
       01 WKS-CONT-BUSQUEDAS   PIC 9(06) VALUE 0.
       01 WKS-CONT-APLICADOS   PIC 9(06) VALUE 0.
       01 WKS-CONT-RECHAZADOS  PIC 9(06) VALUE 0.
       01 WKS-SUMA-LOTE        PIC 9(11)V99 VALUE 0.

      *CRITERIOS DE BUSQUEDA: CERO O ESPACIOS NO FILTRA. LA
      *REFERENCIA SE COMPARA POR LOS CARACTERES TECLEADOS.
       01 WKS-BUS-FECHA        PIC 9(08) VALUE 0.
       01 WKS-BUS-MONTO        PIC 9(07)V99 VALUE 0.
       01 WKS-BUS-REFERENCIA   PIC X(30) VALUE SPACES.
       01 WKS-BUS-LARGO        PIC 9(02) VALUE 0.
       01 WKS-BUS-CUMPLE       PIC 9 VALUE 0.
       01 WKS-LINEA-MOSTRAR    PIC 99 VALUE 8.
       01 WKS-CONTADOR-MOSTRAR PIC 9(02) VALUE 0.
       01 WKS-MAX-MOSTRAR      PIC 9(02) VALUE 10.

       01 WKS-FOLIO-CAPTURA    PIC 9(06) VALUE 0.
       01 WKS-ID-CLIENTE       PIC 9(06) VALUE 0.
       01 WKS-NOTA             PIC X(40) VALUE SPACES.

       01 DETALLE-SUSP-R.
            03 WKS-FOLIO-R     PIC 9(06).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-ORIGEN-R    PIC X(03).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-FECHA-R     PIC 9(08).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-MONTO-DET-R PIC $ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-BANCO-R     PIC X(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-REFER-R     PIC X(28).

      *RESULTADO DE LA FIRMA DE OPERADOR VALIDADA POR SEC-OPER.
       01 WKS-FIRMA.
       COPY FIRMCOPY.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-LOOP = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           MOVE "SUS-PAG " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0
               MOVE 1 TO WKS-LOOP
               STOP RUN.

           MOVE ID-OPERADOR-F TO WKS-ID-OPERADOR.

           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           DISPLAY "SECUENCIA DE LOTE PARA POST-TRX:" LINE 02
                                                       POSITION 03.
           ACCEPT WKS-SEC-LOTE LINE 02 POSITION 37.

           OPEN I-O SUSPENSO.
           IF WKS-FS-SUSP = "35"
               OPEN OUTPUT SUSPENSO
               CLOSE SUSPENSO
               OPEN I-O SUSPENSO.

           OPEN INPUT DCLIENTE.
           OPEN OUTPUT SUSMOV.

           MOVE SPACES TO REG-MOV.
           MOVE "HDR" TO TIPO-HDR-MOV.
           MOVE "SUSPENSO" TO FUENTE-HDR-MOV.
           MOVE WKS-FECHA-HOY TO FECHA-HDR-MOV.
           MOVE WKS-SEC-LOTE TO SECUENCIA-HDR-MOV.
           WRITE REG-MOV.

       2000-PROCESO.
           DISPLAY SPACES LINE 03 POSITION 01 ERASE.
           DISPLAY "(B)USCAR PENDIENTES, (A)PLICAR FOLIO, (F)IN:"
                                                LINE 03 POSITION 03.
           ACCEPT WKS-OPCION LINE 03 POSITION 49.

           IF WKS-OPCION = "B"
               PERFORM 2100-BUSCA-SUSPENSO THRU 2100-FIN.

           IF WKS-OPCION = "A"
               PERFORM 2300-APLICA-SUSPENSO THRU 2300-FIN.

           IF WKS-OPCION = "F"
               MOVE 1 TO WKS-LOOP
           ELSE
               DISPLAY "OPRIMA ENTER PARA CONTINUAR" LINE 21
                                                       POSITION 03
               ACCEPT WKS-RES LINE 21 POSITION 31.

      *RECORRE LOS PENDIENTES Y MUESTRA LOS QUE CUMPLEN TODOS LOS
      *CRITERIOS DADOS, HASTA LLENAR LA PANTALLA.
       2100-BUSCA-SUSPENSO.
           DISPLAY "FECHA DEL PAGO AAAAMMDD (CERO = TODAS):" LINE 04
                                                       POSITION 03.
           ACCEPT WKS-BUS-FECHA LINE 04 POSITION 43.

           DISPLAY "MONTO EXACTO (CERO = TODOS):" LINE 05
                                                       POSITION 03.
           ACCEPT WKS-BUS-MONTO LINE 05 POSITION 32.

           DISPLAY "REFERENCIA (INICIO, ESPACIOS = TODAS):" LINE 06
                                                       POSITION 03.
           MOVE SPACES TO WKS-BUS-REFERENCIA.
           ACCEPT WKS-BUS-REFERENCIA LINE 06 POSITION 42.

           MOVE 0 TO WKS-BUS-LARGO.
           INSPECT WKS-BUS-REFERENCIA TALLYING WKS-BUS-LARGO
               FOR CHARACTERS BEFORE INITIAL SPACE.

           ADD 1 TO WKS-CONT-BUSQUEDAS.
           MOVE 8 TO WKS-LINEA-MOSTRAR.
           MOVE 0 TO WKS-CONTADOR-MOSTRAR.

           MOVE 0 TO FOLIO-SP.
           START SUSPENSO KEY IS > FOLIO-SP
               INVALID KEY MOVE 1 TO WKS-EOF-SUSP
               NOT INVALID KEY MOVE 0 TO WKS-EOF-SUSP
           END-START.

           PERFORM 2110-LEER-SUSPENSO UNTIL WKS-EOF-SUSP = 1.

           IF WKS-CONTADOR-MOSTRAR = 0
               DISPLAY "NINGUN PAGO PENDIENTE CUMPLE LA BUSQUEDA"
                                                LINE 08 POSITION 03.

       2100-FIN.
           EXIT.

       2110-LEER-SUSPENSO.
           READ SUSPENSO NEXT AT END MOVE 1 TO WKS-EOF-SUSP.

           IF WKS-EOF-SUSP = 0
               IF SUSP-PENDIENTE
                   PERFORM 2120-EVALUA-CRITERIOS
                   IF WKS-BUS-CUMPLE = 1
                       PERFORM 2130-MUESTRA-SUSPENSO
                   END-IF
               END-IF
           END-IF.

       2120-EVALUA-CRITERIOS.
           MOVE 1 TO WKS-BUS-CUMPLE.

           IF WKS-BUS-FECHA NOT = 0
              AND WKS-BUS-FECHA NOT = FECHA-PAGO-SP
               MOVE 0 TO WKS-BUS-CUMPLE.

           IF WKS-BUS-MONTO NOT = 0
              AND WKS-BUS-MONTO NOT = MONTO-SP
               MOVE 0 TO WKS-BUS-CUMPLE.

           IF WKS-BUS-LARGO > 0
               IF REFERENCIA-SP (1:WKS-BUS-LARGO) NOT =
                  WKS-BUS-REFERENCIA (1:WKS-BUS-LARGO)
                   MOVE 0 TO WKS-BUS-CUMPLE.

       2130-MUESTRA-SUSPENSO.
           IF WKS-CONTADOR-MOSTRAR NOT < WKS-MAX-MOSTRAR
               MOVE 1 TO WKS-EOF-SUSP
               DISPLAY "MAS PAGOS ENCONTRADOS, REFINE SU BUSQUEDA"
                                                LINE 19 POSITION 03
           ELSE
               MOVE FOLIO-SP      TO WKS-FOLIO-R
               MOVE ORIGEN-SP     TO WKS-ORIGEN-R
               MOVE FECHA-PAGO-SP TO WKS-FECHA-R
               MOVE MONTO-SP      TO WKS-MONTO-DET-R
               MOVE BANCO-SP      TO WKS-BANCO-R
               MOVE REFERENCIA-SP TO WKS-REFER-R
               DISPLAY DETALLE-SUSP-R LINE WKS-LINEA-MOSTRAR
                                                       POSITION 03
               ADD 1 TO WKS-LINEA-MOSTRAR
               ADD 1 TO WKS-CONTADOR-MOSTRAR.

      *LA ASIGNACION GENERA EL PAGO AL CLIENTE Y CIERRA EL FOLIO; UN
      *FOLIO YA APLICADO NO SE VUELVE A TOCAR.
       2300-APLICA-SUSPENSO.
           DISPLAY "FOLIO DE SUSPENSO A APLICAR:" LINE 05 POSITION 03.
           ACCEPT WKS-FOLIO-CAPTURA LINE 05 POSITION 32.

           MOVE WKS-FOLIO-CAPTURA TO FOLIO-SP.
           READ SUSPENSO INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                         NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 1
               DISPLAY "FOLIO NO EXISTE" LINE 20 POSITION 03
               GO TO 2300-FIN.

           MOVE MONTO-SP TO WKS-MONTO-R.
           DISPLAY "ORIGEN: " ORIGEN-SP "  PAGADO: " FECHA-PAGO-SP
                   "  MONTO: " WKS-MONTO-R "  BANCO: " BANCO-SP
                                                LINE 06 POSITION 03.
           DISPLAY "REFERENCIA: " REFERENCIA-SP LINE 07 POSITION 03.
           DISPLAY "MOTIVO: " MOTIVO-SP "  EN SUSPENSO DESDE: "
                   FECHA-ALTA-SP LINE 08 POSITION 03.

           IF NOT SUSP-PENDIENTE
               DISPLAY "FOLIO YA APLICADO AL CLIENTE " ID-CLIENTE-SP
                       " EL " FECHA-APLIC-SP LINE 20 POSITION 03
               GO TO 2300-FIN.

           DISPLAY "ID DEL CLIENTE AL QUE SE APLICA:" LINE 10
                                                       POSITION 03.
           ACCEPT WKS-ID-CLIENTE LINE 10 POSITION 36.

           MOVE WKS-ID-CLIENTE TO ID-CLIENTE-D.
           READ DCLIENTE INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                        NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 1
               DISPLAY "CLIENTE NO EXISTE" LINE 20 POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADOS
               GO TO 2300-FIN.

           DISPLAY "CLIENTE: " NOMBRE-CLIENTE-D LINE 11 POSITION 03.

           MOVE SPACES TO WKS-NOTA.
           DISPLAY "NOTA DE LA INVESTIGACION:" LINE 12 POSITION 03.
           ACCEPT WKS-NOTA LINE 13 POSITION 03.

      *SIN SUSTENTO NO SE MUEVE DINERO DE SUSPENSO.
           IF WKS-NOTA = SPACES
               DISPLAY "LA APLICACION REQUIERE NOTA, FOLIO SIN CAMBIO"
                                                LINE 20 POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADOS
               GO TO 2300-FIN.

           DISPLAY "CONFIRMA APLICAR EL PAGO AL CLIENTE S/N:" LINE 15
                                                       POSITION 03.
           ACCEPT WKS-RES LINE 15 POSITION 44.

           IF WKS-RES NOT = "S"
               DISPLAY "APLICACION CANCELADA" LINE 20 POSITION 03
               GO TO 2300-FIN.

           MOVE "A"             TO ESTADO-SP.
           MOVE WKS-ID-CLIENTE  TO ID-CLIENTE-SP.
           MOVE WKS-FECHA-HOY   TO FECHA-APLIC-SP.
           MOVE WKS-ID-OPERADOR TO APLICO-SP.
           MOVE WKS-NOTA        TO NOTA-SP.

           REWRITE REG-SUSPENSO
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL FOLIO" LINE 20
                                                       POSITION 03
                   GO TO 2300-FIN
           END-REWRITE.

           PERFORM 2310-GENERA-PAGO.

           DISPLAY "FOLIO " FOLIO-SP " APLICADO AL CLIENTE "
                   ID-CLIENTE-SP LINE 20 POSITION 03.

       2300-FIN.
           EXIT.

      *EL MISMO PAGO QUE HABRIA SALIDO DE PAG-REF O DOM-RSP SI LA
      *REFERENCIA HUBIERA CUADRADO, CON LA FECHA ORIGINAL DEL PAGO.
       2310-GENERA-PAGO.
           MOVE SPACES             TO REG-MOV.
           MOVE WKS-ID-CLIENTE     TO ID-CLIENTE-MOV.
           MOVE FECHA-PAGO-SP      TO FECHA-MOV.
           MOVE MONTO-SP           TO MONTO-MOV.
           MOVE WKS-PAGO-ANUALIDAD TO DESCRIPCION-MOV.
           MOVE 0                  TO MESES-PLAN-MOV.
           MOVE 0                  TO NUM-TRX-REF-MOV.
           MOVE "PAG"              TO TIPO-TRX-MOV.
           MOVE 0                  TO NUM-TARJETA-MOV.
           MOVE 0                  TO GIRO-MOV.
           MOVE SPACES             TO MONEDA-MOV.
           MOVE 0                  TO MONTO-ORIGEN-MOV.
           MOVE CANAL-SP           TO CANAL-PAGO-MOV.
           WRITE REG-MOV.

           ADD 1 TO WKS-CONT-APLICADOS.
           ADD MONTO-SP TO WKS-SUMA-LOTE.

       3000-FIN.
           MOVE SPACES TO REG-MOV.
           MOVE "999" TO MARCA-TRL-MOV.
           MOVE WKS-CONT-APLICADOS TO CONTADOR-TRL-MOV.
           MOVE WKS-SUMA-LOTE TO SUMA-TRL-MOV.
           WRITE REG-MOV.

           CLOSE SUSPENSO.
           CLOSE DCLIENTE.
           CLOSE SUSMOV.
           DISPLAY "PAGOS APLICADOS DESDE SUSPENSO: "
                   WKS-CONT-APLICADOS.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "SUS-PAG " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-BUSQUEDAS TO LEIDOS-BIT.
           MOVE WKS-CONT-APLICADOS TO ESCRITOS-BIT.
           MOVE WKS-CONT-RECHAZADOS TO RECHAZADOS-BIT.
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
