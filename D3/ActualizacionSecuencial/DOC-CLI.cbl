      *MI PROGRAMA DE CAPTURA DEL EXPEDIENTE DE IDENTIFICACION -
      *EL MAESTRO NO SABIA QUE IDENTIFICACION NI QUE COMPROBANTE DE
      *DOMICILIO TENEMOS DE CADA CLIENTE NI CUANDO VENCEN. AQUI SE
      *CAPTURA POR CLIENTE EL TIPO, NUMERO, FECHA DE EMISION Y FECHA
      *DE VENCIMIENTO DE CADA DOCUMENTO EN DOCTOS; EL DOCUMENTO NUEVO
      *DE UN TIPO REEMPLAZA AL ANTERIOR Y CON ESO QUEDA REFRESCADO
      *EL EXPEDIENTE QUE DOC-VEN, EMB-EXT Y REE-TAR REVISAN.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOC-CLI.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCTOS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS DOC-KEY
                FILE STATUS IS WKS-FS-DOC.

           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD DOCTOS.
       01 REG-DOC.
       COPY DOCCOPY.

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
       01 WKS-RES              PIC A(01).
       01 WKS-FS-DOC           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.
       01 WKS-EXISTE           PIC 9 VALUE 0.
       01 WKS-DOC-VALIDO       PIC 9 VALUE 0.
       01 WKS-ID-CLIENTE       PIC 9(06) VALUE 0.
       01 WKS-TIPO-DOC         PIC X(03) VALUE SPACES.
       01 WKS-ID-OPERADOR      PIC X(08) VALUE SPACES.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-CONT-LEIDOS      PIC 9(06) VALUE 0.
       01 WKS-CONT-GRABADOS    PIC 9(06) VALUE 0.
       01 WKS-CONT-RECHAZADOS  PIC 9(06) VALUE 0.
       01 WKS-LINEA            PIC 9(02) VALUE 0.

      *RESULTADO DE LA FIRMA DE OPERADOR VALIDADA POR SEC-OPER.
       01 WKS-FIRMA.
       COPY FIRMCOPY.

      *ESTADO DEL EXPEDIENTE ANTES DE LA CAPTURA, PARA QUE EL
      *OPERADOR VEA QUE LE FALTA AL CLIENTE.
       01 WKS-REVISION.
       COPY DOCVCOPY.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-LOOP = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           MOVE "DOC-CLI " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0
               MOVE 1 TO WKS-LOOP
               STOP RUN.

           MOVE ID-OPERADOR-F TO WKS-ID-OPERADOR.

           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN INPUT ICLIENTES.

           OPEN I-O DOCTOS.
           IF WKS-FS-DOC = "35"
               OPEN OUTPUT DOCTOS
               CLOSE DOCTOS
               OPEN I-O DOCTOS.

       2000-PROCESO.
           DISPLAY "ID DE CLIENTE:" LINE 02 POSITION 03.
           ACCEPT WKS-ID-CLIENTE LINE 02 POSITION 19.

           MOVE WKS-ID-CLIENTE TO ID-CLIENTE-I.
           READ ICLIENTES INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                          NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 1
               DISPLAY "CLIENTE NO EXISTE" LINE 03 POSITION 03
           ELSE
               DISPLAY "CLIENTE: " NOMBRE-CLIENTE-I "  SUCURSAL: "
                       SUCURSAL-I LINE 03 POSITION 03
               PERFORM 2100-MUESTRA-EXPEDIENTE
               PERFORM 2200-CAPTURA-DOCUMENTO THRU 2200-FIN.

           DISPLAY "DESEA CAPTURAR OTRO DOCUMENTO S/N:" LINE 16
                                                       POSITION 03.
           ACCEPT WKS-RES LINE 16 POSITION 39.

           IF WKS-RES = "N"
               MOVE 1 TO WKS-LOOP.

      *LOS CUATRO TIPOS QUE PUEDE TENER EL CLIENTE, CON LO QUE HAY
      *CAPTURADO DE CADA UNO, Y EL ESTADO DEL EXPEDIENTE SEGUN
      *VAL-DOC.
       2100-MUESTRA-EXPEDIENTE.
           MOVE 04 TO WKS-LINEA.
           MOVE "INE" TO WKS-TIPO-DOC.
           PERFORM 2110-MUESTRA-DOCUMENTO.
           MOVE "PAS" TO WKS-TIPO-DOC.
           PERFORM 2110-MUESTRA-DOCUMENTO.
           MOVE "TRE" TO WKS-TIPO-DOC.
           PERFORM 2110-MUESTRA-DOCUMENTO.
           MOVE "CDO" TO WKS-TIPO-DOC.
           PERFORM 2110-MUESTRA-DOCUMENTO.

           MOVE WKS-ID-CLIENTE TO ID-CLIENTE-DV.
           MOVE WKS-FECHA-HOY  TO FECHA-DV.
           MOVE 0              TO MESES-DOM-DV.
           MOVE 0              TO DIAS-GRACIA-DV.
           CALL "VAL-DOC" USING WKS-REVISION.

           DISPLAY "IDENTIFICACION: " ESTADO-ID-DV
                   "  COMPROBANTE: " ESTADO-DOM-DV
                   "  (V VIGENTE X VENCIDO S SIN DOCUMENTO)"
                                                LINE 08 POSITION 03.

           IF BLOQUEA-DV = 1
               DISPLAY "EXPEDIENTE VENCIDO PASADA LA GRACIA: SIN"
                       " PLASTICOS NUEVOS HASTA REFRESCARLO"
                                                LINE 09 POSITION 03.

       2110-MUESTRA-DOCUMENTO.
           MOVE WKS-ID-CLIENTE TO ID-CLIENTE-DC.
           MOVE WKS-TIPO-DOC   TO TIPO-DOC-DC.
           READ DOCTOS
               INVALID KEY
                   DISPLAY WKS-TIPO-DOC " SIN CAPTURAR"
                                       LINE WKS-LINEA POSITION 03
               NOT INVALID KEY
                   DISPLAY TIPO-DOC-DC " " NUMERO-DOC-DC
                           " EMISION: " FECHA-EMISION-DC
                           " VENCE: " FECHA-VENCE-DC
                                       LINE WKS-LINEA POSITION 03
           END-READ.

           ADD 1 TO WKS-LINEA.

      *EL COMPROBANTE DE DOMICILIO NO TRAE VENCIMIENTO; LAS
      *IDENTIFICACIONES SI, Y DEBE SER POSTERIOR A LA EMISION.
       2200-CAPTURA-DOCUMENTO.
           ADD 1 TO WKS-CONT-LEIDOS.

           DISPLAY "TIPO DE DOCUMENTO (INE/PAS/TRE/CDO):" LINE 10
                                                       POSITION 03.
           ACCEPT WKS-TIPO-DOC LINE 10 POSITION 41.

           MOVE WKS-ID-CLIENTE TO ID-CLIENTE-DC.
           MOVE WKS-TIPO-DOC   TO TIPO-DOC-DC.

           IF NOT DOC-IDENTIFICACION AND NOT DOC-DOMICILIO
               DISPLAY "TIPO DE DOCUMENTO NO VALIDO" LINE 15
                                                       POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADOS
               GO TO 2200-FIN.

           READ DOCTOS INVALID KEY MOVE 0 TO WKS-EXISTE
                       NOT INVALID KEY MOVE 1 TO WKS-EXISTE.

           MOVE WKS-ID-CLIENTE TO ID-CLIENTE-DC.
           MOVE WKS-TIPO-DOC   TO TIPO-DOC-DC.

           DISPLAY "NUMERO DEL DOCUMENTO:" LINE 11 POSITION 03.
           ACCEPT NUMERO-DOC-DC LINE 11 POSITION 26.

           DISPLAY "FECHA DE EMISION (AAAAMMDD):" LINE 12
                                                       POSITION 03.
           ACCEPT FECHA-EMISION-DC LINE 12 POSITION 33.

           MOVE 0 TO FECHA-VENCE-DC.
           IF DOC-IDENTIFICACION
               DISPLAY "FECHA DE VENCIMIENTO (AAAAMMDD):" LINE 13
                                                       POSITION 03
               ACCEPT FECHA-VENCE-DC LINE 13 POSITION 37.

           PERFORM 2210-VALIDA-DOCUMENTO.

           IF WKS-DOC-VALIDO = 0
               ADD 1 TO WKS-CONT-RECHAZADOS
               GO TO 2200-FIN.

           MOVE WKS-FECHA-HOY   TO FECHA-CAPTURA-DC.
           MOVE WKS-ID-OPERADOR TO OPERADOR-DC.

           IF WKS-EXISTE = 1
               REWRITE REG-DOC
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR EL DOCUMENTO"
                                                LINE 15 POSITION 03
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONT-GRABADOS
                       DISPLAY "DOCUMENTO REFRESCADO" LINE 15
                                                       POSITION 03
               END-REWRITE
           ELSE
               WRITE REG-DOC
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR EL DOCUMENTO"
                                                LINE 15 POSITION 03
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONT-GRABADOS
                       DISPLAY "DOCUMENTO CAPTURADO" LINE 15
                                                       POSITION 03
               END-WRITE.

       2200-FIN.
           EXIT.

       2210-VALIDA-DOCUMENTO.
           MOVE 1 TO WKS-DOC-VALIDO.

           IF NUMERO-DOC-DC = SPACES
               MOVE 0 TO WKS-DOC-VALIDO
               DISPLAY "FALTA EL NUMERO DEL DOCUMENTO" LINE 14
                                                       POSITION 03.

           IF FECHA-EMISION-DC = 0
              OR FECHA-EMISION-DC > WKS-FECHA-HOY
               MOVE 0 TO WKS-DOC-VALIDO
               DISPLAY "FECHA DE EMISION NO VALIDA" LINE 14
                                                       POSITION 03.

           IF DOC-IDENTIFICACION
              AND FECHA-VENCE-DC NOT > FECHA-EMISION-DC
               MOVE 0 TO WKS-DOC-VALIDO
               DISPLAY "EL VENCIMIENTO DEBE SER POSTERIOR A LA"
                       " EMISION" LINE 14 POSITION 03.

       3000-FIN.
           CLOSE ICLIENTES.
           CLOSE DOCTOS.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "DOC-CLI " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDOS TO LEIDOS-BIT.
           MOVE WKS-CONT-GRABADOS TO ESCRITOS-BIT.
           MOVE WKS-CONT-RECHAZADOS TO RECHAZADOS-BIT.
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
