      *MI PROGRAMA DE REGISTRO DE EXCEPCIONES DE LA CIRCULARIZACION
      *DE SALDOS PARA LOS AUDITORES EXTERNOS. PARA UNA CORRIDA DE
      *CIR-SEL LISTA LAS CARTAS EN DISPUTA (SALDO DEL BANCO CONTRA EL
      *DEL CLIENTE Y SU DIFERENCIA), LAS SIN RESPUESTA Y LAS QUE
      *SIGUEN PENDIENTES, Y CIERRA CON LOS TOTALES POR RESPUESTA. AL
      *VENCER EL PLAZO DE LOS AUDITORES SE PUEDE PEDIR QUE LAS
      *PENDIENTES QUEDEN CERRADAS COMO SIN RESPUESTA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIR-EXC.
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

           SELECT REP-CEX ASSIGN TO PRINTER.

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

       FD REP-CEX.
       01 LINEA-CEX              PIC X(132).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-EOF-CIR          PIC 9 VALUE 0.
       01 WKS-RES              PIC A(01).
       01 WKS-CIERRA           PIC 9 VALUE 0.
       01 WKS-FS-CIR           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-ID-OPERADOR      PIC X(08) VALUE SPACES.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-FECHA-BITACORA   PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-FECHA-CORRIDA    PIC 9(08) VALUE 0.
       01 WKS-SALDO-ABS        PIC 9(09)V99 VALUE 0.
       01 WKS-DIFERENCIA       PIC S9(09)V99 VALUE 0.

       01 WKS-CONT-LEIDAS      PIC 9(06) VALUE 0.
       01 WKS-CONT-ENVIADAS    PIC 9(06) VALUE 0.
       01 WKS-CONT-CONFORMES   PIC 9(06) VALUE 0.
       01 WKS-CONT-DISPUTAS    PIC 9(06) VALUE 0.
       01 WKS-CONT-SIN-RESP    PIC 9(06) VALUE 0.
       01 WKS-CONT-PENDIENTES  PIC 9(06) VALUE 0.
       01 WKS-CONT-CERRADAS    PIC 9(06) VALUE 0.
       01 WKS-MONTO-ENVIADAS   PIC 9(11)V99 VALUE 0.
       01 WKS-MONTO-CONFORMES  PIC 9(11)V99 VALUE 0.
       01 WKS-MONTO-DISPUTAS   PIC 9(11)V99 VALUE 0.
       01 WKS-MONTO-SIN-RESP   PIC 9(11)V99 VALUE 0.
       01 WKS-MONTO-PENDIENTES PIC 9(11)V99 VALUE 0.
       01 WKS-MONTO-DIFERENCIA PIC S9(11)V99 VALUE 0.

      *RESULTADO DE LA FIRMA DE OPERADOR VALIDADA POR SEC-OPER.
       01 WKS-FIRMA.
       COPY FIRMCOPY.

       01 HEADER-L1-CEX.
            03 FILLER PIC X(30) VALUE SPACES.
            03 FILLER PIC X(52) VALUE
               "CIRCULARIZACION DE SALDOS - REGISTRO DE EXCEPCIONES".

       01 HEADER-L2-CEX.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(09) VALUE "CORRIDA: ".
            03 WKS-CORRIDA-R   PIC 9(08).
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(18) VALUE "FECHA DE NEGOCIO: ".
            03 WKS-HOY-R       PIC 9(08).

       01 HEADER-L3-CEX.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(10) VALUE "FOLIO".
            03 FILLER PIC X(09) VALUE "CLIENTE".
            03 FILLER PIC X(21) VALUE "NOMBRE".
            03 FILLER PIC X(05) VALUE "SUC".
            03 FILLER PIC X(15) VALUE "EXCEPCION".
            03 FILLER PIC X(16) VALUE "   SALDO BANCO".
            03 FILLER PIC X(16) VALUE " SALDO CLIENTE".
            03 FILLER PIC X(16) VALUE "    DIFERENCIA".
            03 FILLER PIC X(10) VALUE "RESPUESTA".

       01 DETALLE-CEX-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-DET-FOLIO-R PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-DET-CLI-R   PIC 9(06).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-DET-NOMBRE-R PIC A(20).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-DET-SUC-R   PIC 9(02).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-DET-EXC-R   PIC X(14).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-DET-BANCO-R PIC -ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-DET-CLIENTE-R PIC -ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-DET-DIF-R   PIC -ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-DET-FRES-R  PIC 9(08).

       01 DETALLE-NOTA-R.
            03 FILLER          PIC X(19) VALUE SPACES.
            03 FILLER          PIC X(12) VALUE "COMENTARIO: ".
            03 WKS-DET-NOTA-R  PIC X(40).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 FILLER          PIC X(10) VALUE "CAPTURO: ".
            03 WKS-DET-CAPT-R  PIC X(08).

       01 FOOTER-CEX-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-PIE-ETIQ-R  PIC X(32).
            03 WKS-PIE-CONT-R  PIC ZZZ,ZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-PIE-MONTO-R PIC -$Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-EOF-CIR = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           MOVE "CIR-EXC " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           MOVE "E" TO FUNCION-SOL-F.
           MOVE 1 TO NIVEL-SOL-F.
           CALL "SEC-PERM" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0 OR PERMITIDO-F = 0
               DISPLAY "EL REGISTRO DE EXCEPCIONES REQUIERE NIVEL"
                       " COMPLETO" LINE 04 POSITION 03
               STOP RUN.

           MOVE ID-OPERADOR-F TO WKS-ID-OPERADOR.

           ACCEPT WKS-HORA-INICIO FROM TIME.
           ACCEPT WKS-FECHA-BITACORA FROM DATE YYYYMMDD.
           PERFORM 9700-LEE-FECHA-PROCESO.

           DISPLAY "FECHA DE LA CORRIDA (AAAAMMDD):" LINE 04
                                                       POSITION 03.
           ACCEPT WKS-FECHA-CORRIDA LINE 04 POSITION 36.

           DISPLAY "CERRAR LAS PENDIENTES COMO SIN RESPUESTA S/N:"
                                                LINE 05 POSITION 03.
           ACCEPT WKS-RES LINE 05 POSITION 50.
           IF WKS-RES = "S"
               MOVE 1 TO WKS-CIERRA.

           OPEN I-O CIRCULA.
           IF WKS-FS-CIR NOT = "00"
               DISPLAY "NO HAY CARTAS DE CIRCULARIZACION EMITIDAS"
                                                LINE 06 POSITION 03
               STOP RUN.

           OPEN INPUT ICLIENTES.
           OPEN OUTPUT REP-CEX.

           MOVE HEADER-L1-CEX TO LINEA-CEX.
           WRITE LINEA-CEX AFTER PAGE.
           MOVE WKS-FECHA-CORRIDA TO WKS-CORRIDA-R.
           MOVE WKS-FECHA-HOY TO WKS-HOY-R.
           MOVE HEADER-L2-CEX TO LINEA-CEX.
           WRITE LINEA-CEX AFTER 2.
           MOVE HEADER-L3-CEX TO LINEA-CEX.
           WRITE LINEA-CEX AFTER 2.

           MOVE 0 TO FOLIO-CI.
           START CIRCULA KEY IS > FOLIO-CI
                       INVALID KEY MOVE 1 TO WKS-EOF-CIR.

       2000-PROCESO.
           READ CIRCULA NEXT AT END MOVE 1 TO WKS-EOF-CIR.

           IF WKS-EOF-CIR = 0
               ADD 1 TO WKS-CONT-LEIDAS
               IF FECHA-CORRIDA-CI = WKS-FECHA-CORRIDA
                   PERFORM 2100-EVALUA-CARTA THRU 2100-FIN
               END-IF
           END-IF.

       2100-EVALUA-CARTA.
           IF SALDO-CONFIRMA-CI < 0
               COMPUTE WKS-SALDO-ABS = 0 - SALDO-CONFIRMA-CI
           ELSE
               MOVE SALDO-CONFIRMA-CI TO WKS-SALDO-ABS.

           ADD 1 TO WKS-CONT-ENVIADAS.
           ADD WKS-SALDO-ABS TO WKS-MONTO-ENVIADAS.

           IF CI-ENVIADA AND WKS-CIERRA = 1
               MOVE "N" TO ESTADO-CI
               MOVE WKS-FECHA-HOY TO FECHA-RESPUESTA-CI
               MOVE "SIN RESPUESTA AL CIERRE DEL PLAZO" TO NOTA-CI
               MOVE WKS-ID-OPERADOR TO CAPTURO-CI
               REWRITE REG-CIRCULA
                   INVALID KEY
                       DISPLAY "NO SE PUDO CERRAR EL FOLIO " FOLIO-CI
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONT-CERRADAS
               END-REWRITE.

           IF CI-CONFORME
               ADD 1 TO WKS-CONT-CONFORMES
               ADD WKS-SALDO-ABS TO WKS-MONTO-CONFORMES
               GO TO 2100-FIN.

           MOVE ID-CLIENTE-CI TO ID-CLIENTE-I.
           READ ICLIENTES INVALID KEY MOVE SPACES TO NOMBRE-CLIENTE-I.

           MOVE FOLIO-CI          TO WKS-DET-FOLIO-R.
           MOVE ID-CLIENTE-CI     TO WKS-DET-CLI-R.
           MOVE NOMBRE-CLIENTE-I  TO WKS-DET-NOMBRE-R.
           MOVE SUCURSAL-CI       TO WKS-DET-SUC-R.
           MOVE SALDO-CONFIRMA-CI TO WKS-DET-BANCO-R.
           MOVE 0                 TO WKS-DET-CLIENTE-R.
           MOVE 0                 TO WKS-DET-DIF-R.
           MOVE FECHA-RESPUESTA-CI TO WKS-DET-FRES-R.

           IF CI-DISPUTA
               ADD 1 TO WKS-CONT-DISPUTAS
               ADD WKS-SALDO-ABS TO WKS-MONTO-DISPUTAS
               COMPUTE WKS-DIFERENCIA = SALDO-CONFIRMA-CI
                                      - SALDO-CLIENTE-CI
               ADD WKS-DIFERENCIA TO WKS-MONTO-DIFERENCIA
               MOVE "EN DISPUTA"     TO WKS-DET-EXC-R
               MOVE SALDO-CLIENTE-CI TO WKS-DET-CLIENTE-R
               MOVE WKS-DIFERENCIA   TO WKS-DET-DIF-R.

           IF CI-SIN-RESPUESTA
               ADD 1 TO WKS-CONT-SIN-RESP
               ADD WKS-SALDO-ABS TO WKS-MONTO-SIN-RESP
               MOVE "SIN RESPUESTA" TO WKS-DET-EXC-R.

           IF CI-ENVIADA
               ADD 1 TO WKS-CONT-PENDIENTES
               ADD WKS-SALDO-ABS TO WKS-MONTO-PENDIENTES
               MOVE "PENDIENTE" TO WKS-DET-EXC-R.

           MOVE DETALLE-CEX-R TO LINEA-CEX.
           WRITE LINEA-CEX AFTER 1.

           IF NOTA-CI NOT = SPACES
               MOVE NOTA-CI    TO WKS-DET-NOTA-R
               MOVE CAPTURO-CI TO WKS-DET-CAPT-R
               MOVE DETALLE-NOTA-R TO LINEA-CEX
               WRITE LINEA-CEX AFTER 1.

       2100-FIN.
           EXIT.

       3000-FIN.
           MOVE "CARTAS ENVIADAS:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-ENVIADAS TO WKS-PIE-CONT-R.
           MOVE WKS-MONTO-ENVIADAS TO WKS-PIE-MONTO-R.
           MOVE FOOTER-CEX-R TO LINEA-CEX.
           WRITE LINEA-CEX AFTER 3.

           MOVE "CONFORMES:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-CONFORMES TO WKS-PIE-CONT-R.
           MOVE WKS-MONTO-CONFORMES TO WKS-PIE-MONTO-R.
           MOVE FOOTER-CEX-R TO LINEA-CEX.
           WRITE LINEA-CEX AFTER 1.

           MOVE "EN DISPUTA:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-DISPUTAS TO WKS-PIE-CONT-R.
           MOVE WKS-MONTO-DISPUTAS TO WKS-PIE-MONTO-R.
           MOVE FOOTER-CEX-R TO LINEA-CEX.
           WRITE LINEA-CEX AFTER 1.

           MOVE "  DIFERENCIA NETA EN DISPUTA:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-DISPUTAS TO WKS-PIE-CONT-R.
           MOVE WKS-MONTO-DIFERENCIA TO WKS-PIE-MONTO-R.
           MOVE FOOTER-CEX-R TO LINEA-CEX.
           WRITE LINEA-CEX AFTER 1.

           MOVE "SIN RESPUESTA:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-SIN-RESP TO WKS-PIE-CONT-R.
           MOVE WKS-MONTO-SIN-RESP TO WKS-PIE-MONTO-R.
           MOVE FOOTER-CEX-R TO LINEA-CEX.
           WRITE LINEA-CEX AFTER 1.

           MOVE "PENDIENTES:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-PENDIENTES TO WKS-PIE-CONT-R.
           MOVE WKS-MONTO-PENDIENTES TO WKS-PIE-MONTO-R.
           MOVE FOOTER-CEX-R TO LINEA-CEX.
           WRITE LINEA-CEX AFTER 1.

           CLOSE CIRCULA.
           CLOSE ICLIENTES.
           CLOSE REP-CEX.

           DISPLAY "CARTAS DE LA CORRIDA: " WKS-CONT-ENVIADAS.
           DISPLAY "CERRADAS SIN RESPUESTA: " WKS-CONT-CERRADAS.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "CIR-EXC " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-BITACORA TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDAS TO LEIDOS-BIT.
           MOVE WKS-CONT-CERRADAS TO ESCRITOS-BIT.
           COMPUTE RECHAZADOS-BIT = WKS-CONT-DISPUTAS
                                  + WKS-CONT-SIN-RESP.
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
