      *MI PROGRAMA DE LIBERACION DE CLIENTES RETENIDOS POR CHEQUES
      *DEVUELTOS - CHQ-DEV RETIENE AL CLIENTE QUE ACUMULA CHEQUES SIN
      *FONDOS Y POST-TRX MANDA SUS PAGOS CON CHEQUE A SUSPENSO. AQUI
      *UN SUPERVISOR CONSULTA EL HISTORIAL DEL CLIENTE Y, CUANDO YA
      *NO HAY RIESGO, LEVANTA LA RETENCION DEJANDO FECHA Y FIRMA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAN-CHQ.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHQRET ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-CQ
                FILE STATUS IS WKS-FS-CHQ.

           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD CHQRET.
       01 REG-CHQRET.
       COPY CHQRCOPY.

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
       01 WKS-FS-CHQ           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.
       01 WKS-ID-CAPTURA       PIC 9(06) VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.

      *AL LIBERAR, LA CUENTA DE DEVUELTOS QUEDA UNO ABAJO DEL TOPE
      *DE CHQ-DEV: EL SIGUIENTE CHEQUE DEVUELTO VUELVE A RETENERLO.
       01 WKS-TOPE-DEVUELTOS   PIC 9(03) VALUE 2.

      *RESULTADO DE LA FIRMA DE OPERADOR VALIDADA POR SEC-OPER - LA
      *LIBERACION VUELVE A ACEPTAR CHEQUES DE UN CLIENTE QUE YA LOS
      *DEVOLVIO, ASI QUE SOLO LA DA UN OPERADOR DE NIVEL COMPLETO.
       01 WKS-FIRMA.
       COPY FIRMCOPY.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-LOOP = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           MOVE "MAN-CHQ " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           MOVE "E" TO FUNCION-SOL-F.
           MOVE 1 TO NIVEL-SOL-F.
           CALL "SEC-PERM" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0 OR PERMITIDO-F = 0
               DISPLAY "LIBERAR CHEQUES RETENIDOS REQUIERE OPERADOR DE"
                       " NIVEL COMPLETO" LINE 03 POSITION 03
               STOP RUN.

           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN I-O CHQRET.
           IF WKS-FS-CHQ NOT = "00"
               DISPLAY "NO HAY CLIENTES CON CHEQUES DEVUELTOS" LINE 03
                                                       POSITION 03
               STOP RUN.

           OPEN INPUT ICLIENTES.

       2000-PROCESO.
           DISPLAY "ID DE CLIENTE:" LINE 02 POSITION 03.
           ACCEPT WKS-ID-CAPTURA LINE 02 POSITION 19.

           MOVE WKS-ID-CAPTURA TO ID-CLIENTE-CQ.
           READ CHQRET INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                       NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 1
               DISPLAY "CLIENTE SIN CHEQUES DEVUELTOS" LINE 03
                                                       POSITION 03
           ELSE
               PERFORM 2100-MUESTRA-RETENCION.

           DISPLAY "OTRO CLIENTE S/N:" LINE 11 POSITION 03.
           ACCEPT WKS-RES LINE 11 POSITION 21.

           IF WKS-RES = "N"
               MOVE 1 TO WKS-LOOP.

       2100-MUESTRA-RETENCION.
           MOVE WKS-ID-CAPTURA TO ID-CLIENTE-I.
           READ ICLIENTES INVALID KEY MOVE "CLIENTE NO UBICADO" TO
                                                    NOMBRE-CLIENTE-I.

           DISPLAY "CLIENTE: " NOMBRE-CLIENTE-I LINE 03 POSITION 03.
           DISPLAY "DEVUELTOS VIGENTES: " DEVUELTOS-CQ
                                                LINE 04 POSITION 03.
           DISPLAY "DEVUELTOS EN TOTAL: " DEVUELTOS-TOT-CQ
                                                LINE 05 POSITION 03.
           DISPLAY "ULTIMO DEVUELTO: " FECHA-ULT-DEV-CQ
                   "  MONTO: " MONTO-ULT-DEV-CQ LINE 06 POSITION 03.

           IF NOT CQ-RETENIDO
               DISPLAY "CLIENTE NO RETENIDO. ULTIMA LIBERACION: "
                       FECHA-LIBERA-CQ " POR " LIBERO-CQ
                                                LINE 07 POSITION 03
           ELSE
               DISPLAY "RETENIDO DESDE: " FECHA-RETENCION-CQ
                                                LINE 07 POSITION 03
               PERFORM 2200-LIBERA-RETENCION.

       2200-LIBERA-RETENCION.
           DISPLAY "LIBERAR RETENCION S/N:" LINE 08 POSITION 03.
           ACCEPT WKS-RES LINE 08 POSITION 26.

           IF WKS-RES = "S"
               MOVE "N" TO RETENCION-CQ
               COMPUTE DEVUELTOS-CQ = WKS-TOPE-DEVUELTOS - 1
               MOVE WKS-FECHA-HOY TO FECHA-LIBERA-CQ
               MOVE ID-OPERADOR-F TO LIBERO-CQ
               REWRITE REG-CHQRET
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR" LINE 09
                                                       POSITION 03
                   NOT INVALID KEY
                       DISPLAY "RETENCION LIBERADA" LINE 09
                                                       POSITION 03
               END-REWRITE.

       3000-FIN.
           CLOSE CHQRET.
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
