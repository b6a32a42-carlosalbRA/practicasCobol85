      *MI PROGRAMA DE CAPTURA DE RESPUESTAS A LAS CARTAS DE
      *CONFIRMACION DE SALDO. EL OPERADOR TECLEA EL FOLIO QUE TRAE LA
      *CARTA DE REGRESO Y LA MARCA CONFORME, EN DISPUTA (CON EL SALDO
      *QUE EL CLIENTE DICE TENER Y SU COMENTARIO) O SIN RESPUESTA.
      *UNA RESPUESTA YA CAPTURADA SOLO SE CAMBIA CONFIRMANDOLO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIR-RES.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIRCULA ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS FOLIO-CI
                ALTERNATE RECORD KEY IS ID-CLIENTE-CI WITH DUPLICATES
                FILE STATUS IS WKS-FS-CIR.

           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD CIRCULA.
       01 REG-CIRCULA.
       COPY CIRCCOPY.

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
       01 WKS-FS-CIR           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.
       01 WKS-ID-OPERADOR      PIC X(08) VALUE SPACES.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-FOLIO-CAPTURA    PIC 9(08) VALUE 0.
       01 WKS-ESTADO-CAPTURA   PIC X(01) VALUE SPACES.
       01 WKS-SALDO-CAPTURA    PIC S9(09)V99 VALUE 0.
       01 WKS-NOTA-CAPTURA     PIC X(40) VALUE SPACES.
       01 WKS-IMPORTE-R        PIC -ZZZ,ZZZ,ZZ9.99.
       01 WKS-CONT-CAPTURADAS  PIC 9(06) VALUE 0.
       01 WKS-CONT-RECHAZADAS  PIC 9(06) VALUE 0.

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
           MOVE "CIR-RES " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           MOVE "E" TO FUNCION-SOL-F.
           MOVE 1 TO NIVEL-SOL-F.
           CALL "SEC-PERM" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0 OR PERMITIDO-F = 0
               DISPLAY "LAS RESPUESTAS DE CIRCULARIZACION REQUIEREN"
                       " NIVEL COMPLETO" LINE 04 POSITION 03
               MOVE 1 TO WKS-LOOP
               STOP RUN.

           MOVE ID-OPERADOR-F TO WKS-ID-OPERADOR.

           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN I-O CIRCULA.
           IF WKS-FS-CIR NOT = "00"
               DISPLAY "NO HAY CARTAS DE CIRCULARIZACION EMITIDAS"
                                                LINE 04 POSITION 03
               STOP RUN.

           OPEN INPUT ICLIENTES.

       2000-PROCESO.
           DISPLAY "FOLIO DE LA CARTA (0 PARA TERMINAR):"
                                                LINE 03 POSITION 03.
           ACCEPT WKS-FOLIO-CAPTURA LINE 03 POSITION 41.

           IF WKS-FOLIO-CAPTURA = 0
               MOVE 1 TO WKS-LOOP
           ELSE
               PERFORM 2100-CAPTURA-RESPUESTA THRU 2100-FIN.

       2100-CAPTURA-RESPUESTA.
           MOVE WKS-FOLIO-CAPTURA TO FOLIO-CI.
           READ CIRCULA INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                        NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 1
               DISPLAY "FOLIO NO EXISTE" LINE 20 POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2100-FIN.

           MOVE ID-CLIENTE-CI TO ID-CLIENTE-I.
           READ ICLIENTES INVALID KEY MOVE SPACES TO NOMBRE-CLIENTE-I.

           DISPLAY "CLIENTE: " ID-CLIENTE-CI " " NOMBRE-CLIENTE-I
                   "  CORRIDA: " FECHA-CORRIDA-CI
                                                LINE 05 POSITION 03.
           MOVE SALDO-CONFIRMA-CI TO WKS-IMPORTE-R.
           DISPLAY "SALDO A CONFIRMAR: " WKS-IMPORTE-R
                                                LINE 06 POSITION 03.

           IF ESTADO-CI-RESPUESTA
               DISPLAY "YA TIENE RESPUESTA " ESTADO-CI " DEL "
                       FECHA-RESPUESTA-CI ", LA CAMBIA S/N:"
                                                LINE 07 POSITION 03
               ACCEPT WKS-RES LINE 07 POSITION 60
               IF WKS-RES NOT = "S"
                   GO TO 2100-FIN.

           DISPLAY "RESPUESTA (C CONFORME, D DISPUTA, N SIN"
                   " RESPUESTA):" LINE 08 POSITION 03.
           ACCEPT WKS-ESTADO-CAPTURA LINE 08 POSITION 56.

           IF WKS-ESTADO-CAPTURA NOT = "C" AND
              WKS-ESTADO-CAPTURA NOT = "D" AND
              WKS-ESTADO-CAPTURA NOT = "N"
               DISPLAY "RESPUESTA NO VALIDA" LINE 20 POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2100-FIN.

           MOVE 0 TO WKS-SALDO-CAPTURA.
           MOVE SPACES TO WKS-NOTA-CAPTURA.

           IF WKS-ESTADO-CAPTURA = "D"
               DISPLAY "SALDO SEGUN EL CLIENTE:" LINE 09 POSITION 03
               ACCEPT WKS-SALDO-CAPTURA LINE 09 POSITION 28
               DISPLAY "COMENTARIO:" LINE 10 POSITION 03
               ACCEPT WKS-NOTA-CAPTURA LINE 10 POSITION 16.

           IF WKS-ESTADO-CAPTURA = "C"
               MOVE SALDO-CONFIRMA-CI TO WKS-SALDO-CAPTURA.

           MOVE WKS-ESTADO-CAPTURA TO ESTADO-CI.
           MOVE WKS-FECHA-HOY      TO FECHA-RESPUESTA-CI.
           MOVE WKS-SALDO-CAPTURA  TO SALDO-CLIENTE-CI.
           MOVE WKS-NOTA-CAPTURA   TO NOTA-CI.
           MOVE WKS-ID-OPERADOR    TO CAPTURO-CI.

           REWRITE REG-CIRCULA
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR LA CARTA" LINE 20
                                                       POSITION 03
               NOT INVALID KEY
                   ADD 1 TO WKS-CONT-CAPTURADAS
                   DISPLAY "RESPUESTA REGISTRADA" LINE 20
                                                       POSITION 03
           END-REWRITE.

       2100-FIN.
           EXIT.

       3000-FIN.
           CLOSE CIRCULA.
           CLOSE ICLIENTES.
           DISPLAY "RESPUESTAS CAPTURADAS: " WKS-CONT-CAPTURADAS.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "CIR-RES " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-CAPTURADAS TO LEIDOS-BIT.
           MOVE WKS-CONT-CAPTURADAS TO ESCRITOS-BIT.
           MOVE WKS-CONT-RECHAZADAS TO RECHAZADOS-BIT.
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
