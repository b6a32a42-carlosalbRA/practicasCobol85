      *MI PROGRAMA DE DICTAMEN DE OPERACIONES INUSUALES - EL
      *ANALISTA DE CUMPLIMIENTO RECORRE LOS CASOS ABIERTOS DE
      *CASOSOI EN ORDEN DE FOLIO, VE LAS ALERTAS ADJUNTAS Y EL PLAZO
      *REGULATORIO QUE LE QUEDA, DEJA SUS NOTAS Y DICTAMINA: SE
      *DESCARTA, O ES REPORTABLE COMO INUSUAL Y CAS-ROI LO MANDA AL
      *REGULADOR. EL CASO QUEDA A NOMBRE DEL PRIMER ANALISTA QUE
      *LO TRABAJA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAS-DIC.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASOSOI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS FOLIO-CS
                ALTERNATE RECORD KEY IS ID-CLIENTE-CS WITH DUPLICATES
                FILE STATUS IS WKS-FS-CASO.

           SELECT ALECASO ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ALE-KEY
                FILE STATUS IS WKS-FS-ALE.

           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I
                FILE STATUS IS WKS-FS-ICLI.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD CASOSOI.
       01 REG-CASO.
       COPY CASOCOPY.

       FD ALECASO.
       01 REG-ALE.
       COPY ALCSCOPY.

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
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-FS-CASO          PIC X(02) VALUE "00".
       01 WKS-FS-ALE           PIC X(02) VALUE "00".
       01 WKS-FS-ICLI          PIC X(02) VALUE "00".
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-EOF-CASO         PIC 9 VALUE 0.
       01 WKS-EOF-ALE          PIC 9 VALUE 0.
       01 WKS-FOLIO-ACTUAL     PIC 9(06) VALUE 0.
       01 WKS-ABIERTO          PIC 9 VALUE 0.
       01 WKS-DICTAMEN-RES     PIC A(01) VALUE SPACES.
       01 WKS-NOTA             PIC X(60) VALUE SPACES.
       01 WKS-LINEA            PIC 9(02) VALUE 0.
       01 WKS-ALERTAS-VISTAS   PIC 9(02) VALUE 0.
       01 WKS-CONT-VISTOS      PIC 9(06) VALUE 0.
       01 WKS-CONT-REPORTABLES PIC 9(06) VALUE 0.
       01 WKS-CONT-DESCARTADOS PIC 9(06) VALUE 0.
       01 WKS-PLAZO-R          PIC X(13) VALUE SPACES.

       01 DETALLE-ALE-R.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-SEC-R       PIC ZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-ORIGEN-R    PIC X(03).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-FECHA-ALE-R PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 FILLER          PIC X(06) VALUE "MOVS: ".
            03 WKS-MOVS-R      PIC ZZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-MONTO-ALE-R PIC $ZZZ,ZZZ,ZZ9.99.

       01 WKS-MONTO-CASO-R     PIC $ZZZ,ZZZ,ZZ9.99.

      *RESULTADO DE LA FIRMA DE OPERADOR VALIDADA POR SEC-OPER - EL
      *DICTAMEN DE INUSUALES ES DE CUMPLIMIENTO Y SOLO LO DA UN
      *OPERADOR DE NIVEL COMPLETO.
       01 WKS-FIRMA.
       COPY FIRMCOPY.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-LOOP = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           MOVE "CAS-DIC " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           MOVE "E" TO FUNCION-SOL-F.
           MOVE 1 TO NIVEL-SOL-F.
           CALL "SEC-PERM" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0 OR PERMITIDO-F = 0
               DISPLAY "EL DICTAMEN DE INUSUALES REQUIERE OPERADOR DE"
                       " NIVEL COMPLETO" LINE 03 POSITION 03
               STOP RUN.

           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN I-O CASOSOI.
           IF WKS-FS-CASO NOT = "00"
               DISPLAY "NO HAY EXPEDIENTE DE OPERACIONES INUSUALES"
                                                LINE 03 POSITION 03
               STOP RUN.

           OPEN INPUT ALECASO.
           OPEN INPUT ICLIENTES.

           MOVE 0 TO WKS-FOLIO-ACTUAL.

       2000-PROCESO.
           PERFORM 2010-SIGUIENTE-ABIERTO.

           IF WKS-ABIERTO = 0
               DISPLAY "NO HAY MAS CASOS ABIERTOS" LINE 20
                                                       POSITION 03
               MOVE 1 TO WKS-LOOP
           ELSE
               PERFORM 2100-DICTAMINA THRU 2100-FIN.

       2010-SIGUIENTE-ABIERTO.
           MOVE 0 TO WKS-ABIERTO.
           MOVE WKS-FOLIO-ACTUAL TO FOLIO-CS.
           START CASOSOI KEY IS > FOLIO-CS
               INVALID KEY MOVE 1 TO WKS-EOF-CASO
               NOT INVALID KEY MOVE 0 TO WKS-EOF-CASO
           END-START.

           PERFORM 2020-LEER-ABIERTO
               UNTIL WKS-EOF-CASO = 1 OR WKS-ABIERTO = 1.

       2020-LEER-ABIERTO.
           READ CASOSOI NEXT AT END MOVE 1 TO WKS-EOF-CASO.

           IF WKS-EOF-CASO = 0
               MOVE FOLIO-CS TO WKS-FOLIO-ACTUAL
               IF ESTADO-CS = "A"
                   MOVE 1 TO WKS-ABIERTO
               END-IF
           END-IF.

       2100-DICTAMINA.
           ADD 1 TO WKS-CONT-VISTOS.

           MOVE ID-CLIENTE-CS TO ID-CLIENTE-I.
           READ ICLIENTES
               INVALID KEY MOVE SPACES TO NOMBRE-CLIENTE-I
                           MOVE SPACES TO RFC-I
           END-READ.

      *EL PLAZO SE MIDE CONTRA LA FECHA DE NEGOCIO; VENCIDO YA ES
      *INCUMPLIMIENTO ANTE EL REGULADOR.
           IF WKS-FECHA-HOY > FECHA-LIMITE-CS
               MOVE "PLAZO VENCIDO" TO WKS-PLAZO-R
           ELSE
               MOVE "EN PLAZO" TO WKS-PLAZO-R.

           MOVE MONTO-CS TO WKS-MONTO-CASO-R.

           DISPLAY "FOLIO: " FOLIO-CS "  ORIGEN: " ORIGEN-CS
                   "  DETECTADO: " FECHA-DETECCION-CS
                   "  LIMITE: " FECHA-LIMITE-CS " " WKS-PLAZO-R
                                                LINE 03 POSITION 03.
           DISPLAY "CLIENTE: " ID-CLIENTE-CS " " NOMBRE-CLIENTE-I
                   "  RFC: " RFC-I LINE 04 POSITION 03.
           DISPLAY "ALERTAS: " ALERTAS-CS "  MONTO: "
                   WKS-MONTO-CASO-R "  ANALISTA: " ANALISTA-CS
                                                LINE 05 POSITION 03.
           DISPLAY "NOTA: " NOTA-CS LINE 06 POSITION 03.

           PERFORM 2200-MUESTRA-ALERTAS.

           DISPLAY "(N)OTA, (D)ESCARTAR, (R)EPORTABLE, (S)IGUIENTE,"
                   " (F)IN:" LINE 15 POSITION 03.
           ACCEPT WKS-DICTAMEN-RES LINE 15 POSITION 58.

           IF WKS-DICTAMEN-RES = "F"
               MOVE 1 TO WKS-LOOP
               GO TO 2100-FIN.

           IF WKS-DICTAMEN-RES NOT = "N"
              AND WKS-DICTAMEN-RES NOT = "D"
              AND WKS-DICTAMEN-RES NOT = "R"
               GO TO 2100-FIN.

           MOVE SPACES TO WKS-NOTA.
           DISPLAY "NOTA DEL ANALISTA:" LINE 16 POSITION 03.
           ACCEPT WKS-NOTA LINE 17 POSITION 03.

      *EL DICTAMEN SE FUNDAMENTA: SIN NOTA NO SE CIERRA EL CASO.
           IF WKS-NOTA = SPACES
               DISPLAY "EL DICTAMEN REQUIERE NOTA, CASO SIN CAMBIO"
                                                LINE 18 POSITION 03
               GO TO 2100-FIN.

           MOVE WKS-NOTA TO NOTA-CS.

           IF ANALISTA-CS = SPACES
               MOVE ID-OPERADOR-F TO ANALISTA-CS.

           IF WKS-DICTAMEN-RES = "D"
               MOVE "D" TO ESTADO-CS
               ADD 1 TO WKS-CONT-DESCARTADOS.

           IF WKS-DICTAMEN-RES = "R"
               MOVE "R" TO ESTADO-CS
               ADD 1 TO WKS-CONT-REPORTABLES.

           IF WKS-DICTAMEN-RES NOT = "N"
               MOVE WKS-FECHA-HOY TO FECHA-DICT-CS
               MOVE ID-OPERADOR-F TO DICTAMINO-CS.

           REWRITE REG-CASO
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL CASO" LINE 18
                                                       POSITION 03
               NOT INVALID KEY
                   DISPLAY "CASO " FOLIO-CS " ACTUALIZADO, ESTADO "
                           ESTADO-CS LINE 18 POSITION 03
           END-REWRITE.

       2100-FIN.
           EXIT.

      *LAS ALERTAS DEL CASO EN ORDEN DE LLEGADA; EN PANTALLA CABEN
      *LAS PRIMERAS SIETE.
       2200-MUESTRA-ALERTAS.
           MOVE 08 TO WKS-LINEA.
           MOVE 0 TO WKS-ALERTAS-VISTAS.

           MOVE FOLIO-CS TO FOLIO-AC.
           MOVE 0 TO SEC-AC.
           START ALECASO KEY IS > ALE-KEY
               INVALID KEY MOVE 1 TO WKS-EOF-ALE
               NOT INVALID KEY MOVE 0 TO WKS-EOF-ALE
           END-START.

           PERFORM 2210-LEER-ALERTA
               UNTIL WKS-EOF-ALE = 1 OR WKS-ALERTAS-VISTAS = 7.

       2210-LEER-ALERTA.
           READ ALECASO NEXT AT END MOVE 1 TO WKS-EOF-ALE.

           IF WKS-EOF-ALE = 0
               IF FOLIO-AC NOT = FOLIO-CS
                   MOVE 1 TO WKS-EOF-ALE
               ELSE
                   MOVE SEC-AC    TO WKS-SEC-R
                   MOVE ORIGEN-AC TO WKS-ORIGEN-R
                   MOVE FECHA-AC  TO WKS-FECHA-ALE-R
                   MOVE MOVS-AC   TO WKS-MOVS-R
                   MOVE MONTO-AC  TO WKS-MONTO-ALE-R
                   DISPLAY DETALLE-ALE-R LINE WKS-LINEA POSITION 03
                   ADD 1 TO WKS-LINEA
                   ADD 1 TO WKS-ALERTAS-VISTAS
               END-IF
           END-IF.

       3000-FIN.
           CLOSE CASOSOI.
           CLOSE ALECASO.
           CLOSE ICLIENTES.

           DISPLAY "CASOS VISTOS: " WKS-CONT-VISTOS.
           DISPLAY "REPORTABLES: " WKS-CONT-REPORTABLES.
           DISPLAY "DESCARTADOS: " WKS-CONT-DESCARTADOS.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "CAS-DIC " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-VISTOS TO LEIDOS-BIT.
           MOVE WKS-CONT-REPORTABLES TO ESCRITOS-BIT.
           MOVE WKS-CONT-DESCARTADOS TO RECHAZADOS-BIT.
           MOVE ID-OPERADOR-F TO DETALLE-BIT.
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
