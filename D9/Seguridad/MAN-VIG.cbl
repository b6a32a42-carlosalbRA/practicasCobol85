      *MI PROGRAMA DE CAPTURA DE CLIENTES VIGILADOS - EMPLEADOS DE LA
      *EMPRESA, CLIENTES VIP Y LOS QUE SEGURIDAD DETERMINE. CADA VEZ
      *QUE UN OPERADOR LOS CONSULTA SIN UNA LLAMADA DEL CLIENTE
      *REGISTRADA EN CONTACTOS, REP-ACC LO SENALA EN EL REPORTE
      *SEMANAL. LA BAJA NO BORRA EL REGISTRO, SOLO LO MARCA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAN-VIG.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIGILADOS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-VG
                FILE STATUS IS WKS-FS-VIG.

           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD VIGILADOS.
       01 REG-VIGILADO.
       COPY VIGCOPY.

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
       01 WKS-OPCION           PIC A(01).
       01 WKS-FS-VIG           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.
       01 WKS-EXISTE           PIC 9 VALUE 0.
       01 WKS-ID-OPERADOR      PIC X(08) VALUE SPACES.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-ID-CAPTURA       PIC 9(06) VALUE 0.
       01 WKS-TIPO-CAPTURA     PIC X(01) VALUE SPACES.
       01 WKS-MOTIVO-CAPTURA   PIC X(30) VALUE SPACES.
       01 WKS-CONT-ALTAS       PIC 9(06) VALUE 0.
       01 WKS-CONT-BAJAS       PIC 9(06) VALUE 0.
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
           MOVE "MAN-VIG " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           MOVE "E" TO FUNCION-SOL-F.
           MOVE 1 TO NIVEL-SOL-F.
           CALL "SEC-PERM" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0 OR PERMITIDO-F = 0
               DISPLAY "LA LISTA DE VIGILADOS REQUIERE ADMINISTRADOR"
                                                LINE 04 POSITION 03
               MOVE 1 TO WKS-LOOP
               STOP RUN.

           MOVE ID-OPERADOR-F TO WKS-ID-OPERADOR.

           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN I-O VIGILADOS.
           IF WKS-FS-VIG = "35"
               OPEN OUTPUT VIGILADOS
               CLOSE VIGILADOS
               OPEN I-O VIGILADOS.

           OPEN INPUT ICLIENTES.

       2000-PROCESO.
           DISPLAY "(A)LTA DE CLIENTE VIGILADO, (B)AJA, (F)IN:"
                                                LINE 03 POSITION 03.
           ACCEPT WKS-OPCION LINE 03 POSITION 47.

           IF WKS-OPCION = "A" OR WKS-OPCION = "B"
               PERFORM 2100-CAPTURA-CLIENTE THRU 2100-FIN.

           IF WKS-OPCION = "F"
               MOVE 1 TO WKS-LOOP.

       2100-CAPTURA-CLIENTE.
           DISPLAY "ID DE CLIENTE:" LINE 05 POSITION 03.
           ACCEPT WKS-ID-CAPTURA LINE 05 POSITION 19.

           MOVE WKS-ID-CAPTURA TO ID-CLIENTE-I.
           READ ICLIENTES INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                          NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 1
               DISPLAY "CLIENTE NO EXISTE" LINE 20 POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2100-FIN.

           DISPLAY "CLIENTE: " NOMBRE-CLIENTE-I "  SUCURSAL: "
                   SUCURSAL-I LINE 06 POSITION 03.

           MOVE WKS-ID-CAPTURA TO ID-CLIENTE-VG.
           READ VIGILADOS INVALID KEY MOVE 0 TO WKS-EXISTE
                          NOT INVALID KEY MOVE 1 TO WKS-EXISTE.

           IF WKS-EXISTE = 1
               DISPLAY "REGISTRADO EL " FECHA-ALTA-VG " TIPO "
                       TIPO-VG "  ESTADO: " ESTADO-VG
                                                LINE 07 POSITION 03.

           IF WKS-OPCION = "A"
               PERFORM 2200-ALTA-VIGILADO THRU 2200-FIN
           ELSE
               PERFORM 2300-BAJA-VIGILADO THRU 2300-FIN.

       2100-FIN.
           EXIT.

      *UNA ALTA SOBRE UN REGISTRO DADO DE BAJA LO VUELVE A DEJAR
      *VIGENTE CON EL NUEVO TIPO Y MOTIVO.
       2200-ALTA-VIGILADO.
           IF WKS-EXISTE = 1 AND VG-VIGENTE
               DISPLAY "EL CLIENTE YA ESTA VIGILADO" LINE 20
                                                       POSITION 03
               GO TO 2200-FIN.

           DISPLAY "TIPO (E EMPLEADO, V VIP, O OTRO):" LINE 08
                                                       POSITION 03.
           ACCEPT WKS-TIPO-CAPTURA LINE 08 POSITION 38.

           MOVE WKS-TIPO-CAPTURA TO TIPO-VG.

           IF NOT TIPO-VG-VALIDO
               DISPLAY "TIPO NO VALIDO" LINE 20 POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2200-FIN.

           MOVE SPACES TO WKS-MOTIVO-CAPTURA.
           DISPLAY "MOTIVO:" LINE 09 POSITION 03.
           ACCEPT WKS-MOTIVO-CAPTURA LINE 09 POSITION 12.

           MOVE WKS-ID-CAPTURA     TO ID-CLIENTE-VG.
           MOVE WKS-TIPO-CAPTURA   TO TIPO-VG.
           MOVE WKS-MOTIVO-CAPTURA TO MOTIVO-VG.
           MOVE "A"                TO ESTADO-VG.
           MOVE WKS-FECHA-HOY      TO FECHA-ALTA-VG.
           MOVE WKS-ID-OPERADOR    TO CAPTURO-VG.
           MOVE 0                  TO FECHA-BAJA-VG.
           MOVE SPACES             TO BAJA-VG.

           IF WKS-EXISTE = 1
               REWRITE REG-VIGILADO
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR EL REGISTRO"
                                               LINE 20 POSITION 03
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONT-ALTAS
                       DISPLAY "CLIENTE REGISTRADO COMO VIGILADO"
                                               LINE 20 POSITION 03
               END-REWRITE
           ELSE
               WRITE REG-VIGILADO
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR EL REGISTRO"
                                               LINE 20 POSITION 03
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONT-ALTAS
                       DISPLAY "CLIENTE REGISTRADO COMO VIGILADO"
                                               LINE 20 POSITION 03
               END-WRITE.

       2200-FIN.
           EXIT.

       2300-BAJA-VIGILADO.
           IF WKS-EXISTE = 0 OR NOT VG-VIGENTE
               DISPLAY "EL CLIENTE NO ESTA VIGILADO" LINE 20
                                                       POSITION 03
               GO TO 2300-FIN.

           DISPLAY "CONFIRMA LA BAJA DE LA VIGILANCIA S/N:"
                                                LINE 08 POSITION 03.
           ACCEPT WKS-RES LINE 08 POSITION 43.

           IF WKS-RES NOT = "S"
               GO TO 2300-FIN.

           MOVE "B"             TO ESTADO-VG.
           MOVE WKS-FECHA-HOY   TO FECHA-BAJA-VG.
           MOVE WKS-ID-OPERADOR TO BAJA-VG.

           REWRITE REG-VIGILADO
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL REGISTRO" LINE 20
                                                       POSITION 03
               NOT INVALID KEY
                   ADD 1 TO WKS-CONT-BAJAS
                   DISPLAY "VIGILANCIA DADA DE BAJA" LINE 20
                                                       POSITION 03
           END-REWRITE.

       2300-FIN.
           EXIT.

       3000-FIN.
           CLOSE VIGILADOS.
           CLOSE ICLIENTES.
           DISPLAY "ALTAS DE VIGILADOS: " WKS-CONT-ALTAS.
           DISPLAY "BAJAS DE VIGILADOS: " WKS-CONT-BAJAS.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "MAN-VIG " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-ALTAS TO LEIDOS-BIT.
           MOVE WKS-CONT-BAJAS TO ESCRITOS-BIT.
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
