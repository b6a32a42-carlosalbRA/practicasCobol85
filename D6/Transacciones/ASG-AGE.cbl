           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I.

           SELECT APOYCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-AC
                ALTERNATE RECORD KEY IS CLAVE-AP-AC WITH DUPLICATES
                FILE STATUS IS WKS-FS-APC.

           SELECT COBEXT ASSIGN TO DISK.

           SELECT BITACORA ASSIGN TO DISK.
                     ==ENVIO-EMAIL== BY ==ENVIO-EMAIL-I==
                     ==SUCURSAL== BY ==SUCURSAL-I==.

      *INSCRIPCIONES A PROGRAMAS DE APOYO POR DESASTRE - EL
      *CLIENTE EN APOYO NO SE COLOCA EN AGENCIA MIENTRAS DURA.
       FD APOYCLI.
       01 REG-APOYCLI.
       COPY APCLCOPY.

      *EXTRACTO DE COLOCACION PARA LA AGENCIA: UN REGISTRO POR
      *CICLO ASIGNADO CON LOS DATOS DE CONTACTO DEL CLIENTE Y LO
      *QUE DEBE, MAS UN TRAILER 999 DE CONTEO Y SUMA.
       01 WKS-MODO             PIC 9 VALUE 1.
       01 WKS-EOF-CICLO        PIC 9 VALUE 0.
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.
       01 WKS-FS-APC           PIC X(02) VALUE "00".
       01 WKS-SIN-APOYCLI      PIC 9 VALUE 0.
       01 WKS-CLIENTE-EN-APOYO PIC 9 VALUE 0.
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
           OPEN INPUT ICLIENTES.
           OPEN OUTPUT COBEXT.

           OPEN INPUT APOYCLI.
           IF WKS-FS-APC NOT = "00"
               MOVE 1 TO WKS-SIN-APOYCLI.

           MOVE LOW-VALUES TO CICLO-KEY.
           START CICLOFAC KEY IS NOT < CICLO-KEY
                       INVALID KEY MOVE 1 TO WKS-EOF-CICLO.

      *SOLO SE COLOCAN CICLOS PENDIENTES SIN AGENCIA QUE YA
      *AGOTARON EL REQUERIMIENTO FINAL DE CAR-MOR Y REBASAN EL
      *UMBRAL DE DIAS VENCIDOS. EL CLIENTE EN UN PROGRAMA DE APOYO
      *POR DESASTRE NO SE COLOCA MIENTRAS EL PROGRAMA DURE.
       2000-PROCESO.
           IF STATUS-PAGO-C = "N"
              AND AGENCIA-C = 0
              AND NIVEL-AVISO-C = 3
               PERFORM 2010-REVISA-APOYO THRU 2010-FIN
               PERFORM 2020-CUENTA-DIAS-VENCIDO
               IF WKS-DIAS-VENCIDO > WKS-DIAS-UMBRAL
                  AND WKS-CLIENTE-EN-APOYO = 0
                   PERFORM 2100-ASIGNA-CICLO
               END-IF
           END-IF.

           PERFORM 1010-LEER-CICLO.

       2010-REVISA-APOYO.
           MOVE 0 TO WKS-CLIENTE-EN-APOYO.

           IF WKS-SIN-APOYCLI = 1
               GO TO 2010-FIN.

           MOVE ID-CLIENTE-C TO ID-CLIENTE-AC.
           READ APOYCLI INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                        NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 0
               IF AC-EN-APOYO AND FECHA-INI-AC NOT > WKS-FECHA-HOY
                  AND FECHA-FIN-AC NOT < WKS-FECHA-HOY
                   MOVE 1 TO WKS-CLIENTE-EN-APOYO.

       2010-FIN.
           EXIT.

       2020-CUENTA-DIAS-VENCIDO.
           MOVE 0 TO WKS-DIAS-VENCIDO.
           MOVE FECHA-VENCE-C TO WKS-FECHA-AVANCE.

           CLOSE ICLIENTES.
           CLOSE COBEXT.
           IF WKS-SIN-APOYCLI = 0
               CLOSE APOYCLI.

      *RETIRO: EL CICLO VUELVE A COBRANZA DE CASA, POR EJEMPLO
      *CUANDO EL CLIENTE LLEGA A NEGOCIAR DIRECTO A LA SUCURSAL.
