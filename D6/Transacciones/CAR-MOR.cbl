           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I.

           SELECT APOYCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-AC
                ALTERNATE RECORD KEY IS CLAVE-AP-AC WITH DUPLICATES
                FILE STATUS IS WKS-FS-APC.

           SELECT REP-CAR ASSIGN TO PRINTER.
           SELECT CORRHIST ASSIGN TO DISK.
           SELECT BITACORA ASSIGN TO DISK.
       01 LINEA-CAR              PIC X(132).

      *HISTORIAL DE CORRESPONDENCIA COMPARTIDO: UN REGISTRO POR
      *INSCRIPCIONES A PROGRAMAS DE APOYO POR DESASTRE - EL
      *CLIENTE EN APOYO NO RECIBE CARTAS MIENTRAS DURA.
       FD APOYCLI.
       01 REG-APOYCLI.
       COPY APCLCOPY.

      *DOCUMENTO ENVIADO AL CLIENTE (CARTA, AVISO, ESTADO DE
      *CUENTA) CON SU FECHA, CANAL Y REFERENCIA. CUANDO EL CLIENTE
      *DIGA "NUNCA ME AVISARON", AQUI ESTA LA PRUEBA.
       WORKING-STORAGE SECTION.
       01 WKS-EOF-CICLO        PIC 9 VALUE 0.
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.
       01 WKS-FS-APC           PIC X(02) VALUE "00".
       01 WKS-SIN-APOYCLI      PIC 9 VALUE 0.
       01 WKS-INVALID-APC      PIC 9 VALUE 0.
       01 WKS-CONT-CARTAS      PIC 9(04) VALUE 0.
       01 WKS-MONTO-DEBIDO     PIC 9(07)V99 VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08).
           OPEN INPUT ICLIENTES.
           OPEN OUTPUT REP-CAR.

           OPEN INPUT APOYCLI.
           IF WKS-FS-APC NOT = "00"
               MOVE 1 TO WKS-SIN-APOYCLI.

           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-BITACORA.
           IF WKS-INVALID-KEY = 0 AND DEFUNCION-I = "S"
               GO TO 2100-SALIDA.

      *TAMPOCO AL CLIENTE EN UN PROGRAMA DE APOYO POR DESASTRE: LA
      *CADENCIA SE RETOMA CUANDO APO-DIA LO REGRESA A TERMINOS
      *NORMALES, CON EL NIVEL DE AVISO DONDE SE QUEDO.
           IF WKS-SIN-APOYCLI = 0
               MOVE ID-CLIENTE-C TO ID-CLIENTE-AC
               READ APOYCLI INVALID KEY MOVE 1 TO WKS-INVALID-APC
                            NOT INVALID KEY MOVE 0 TO WKS-INVALID-APC
               END-READ
               IF WKS-INVALID-APC = 0 AND AC-EN-APOYO
                  AND FECHA-INI-AC NOT > WKS-FECHA-HOY
                  AND FECHA-FIN-AC NOT < WKS-FECHA-HOY
                   GO TO 2100-SALIDA.

           ADD 1 TO NIVEL-AVISO-C.
           MOVE WKS-FECHA-HOY TO FECHA-AVISO-C.

           CLOSE CICLOFAC.
           CLOSE ICLIENTES.
           CLOSE REP-CAR.
           IF WKS-SIN-APOYCLI = 0
               CLOSE APOYCLI.
           DISPLAY "CARTAS DE COBRANZA GENERADAS: " WKS-CONT-CARTAS.
           PERFORM 9000-GRABA-BITACORA.

