      *MI PROGRAMA DE CUENTAS CORPORATIVAS - UNA EMPRESA DEL SERVICIO
      *DE NOMINA PUEDE TENER TARJETAS DE GASTOS PARA SU PERSONAL
      *AGRUPADAS EN UNA CUENTA CORPORATIVA CON LIMITE DE EMPRESA,
      *ANUALIDAD PACTADA Y QUIEN RESPONDE POR EL SALDO. AQUI SE DA DE
      *ALTA O SE CAMBIA LA CUENTA, Y SE AGREGAN, CAMBIAN O DAN DE
      *BAJA LOS TARJETAHABIENTES CON SU SUBLIMITE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAN-COR.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORPORAT ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CLAVE-EMPR-CO
                FILE STATUS IS WKS-FS-CORP.

           SELECT CORPEMP ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-CE
                ALTERNATE RECORD KEY IS CLAVE-EMPR-CE WITH DUPLICATES
                FILE STATUS IS WKS-FS-CEMP.

           SELECT EMPRESAS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CLAVE-EMPR.

           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD CORPORAT.
       01 REG-CORPORAT.
       COPY CORPCOPY.

       FD CORPEMP.
       01 REG-CORPEMP.
       COPY CEMPCOPY.

      *CATALOGO DE EMPRESAS DEL SERVICIO DE NOMINA (MAN-EMP).
       FD EMPRESAS.
       01 REG-EMPRESA.
        03 CLAVE-EMPR         PIC 9(03).
        03 NOMBRE-EMPR        PIC X(20).
        03 ID-CLIENTE-EMPR    PIC 9(06).
        03 CUOTA-RECIBO-EMPR  PIC 9(05)V99.

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
       01 WKS-FS-CORP          PIC X(02) VALUE "00".
       01 WKS-FS-CEMP          PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-EXISTE           PIC 9 VALUE 0.
       01 WKS-ID-OPERADOR      PIC X(08) VALUE SPACES.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-CLAVE            PIC 9(03) VALUE 0.
       01 WKS-CLIENTE          PIC 9(06) VALUE 0.
       01 WKS-EMPLEADO         PIC 9(05) VALUE 0.
       01 WKS-LIMITE           PIC 9(09)V99 VALUE 0.
       01 WKS-SUBLIMITE        PIC 9(07)V99 VALUE 0.
       01 WKS-ANUALIDAD        PIC 9(07)V99 VALUE 0.
       01 WKS-RESPONSABLE      PIC X(01) VALUE SPACES.
       01 WKS-ESTADO           PIC X(01) VALUE SPACES.
       01 WKS-CONT-ALTAS       PIC 9(06) VALUE 0.
       01 WKS-CONT-CAMBIOS     PIC 9(06) VALUE 0.
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
           MOVE "MAN-COR " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0
               STOP RUN.

           MOVE ID-OPERADOR-F TO WKS-ID-OPERADOR.

           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN I-O CORPORAT.
           IF WKS-FS-CORP = "35"
               OPEN OUTPUT CORPORAT
               CLOSE CORPORAT
               OPEN I-O CORPORAT.

           OPEN I-O CORPEMP.
           IF WKS-FS-CEMP = "35"
               OPEN OUTPUT CORPEMP
               CLOSE CORPEMP
               OPEN I-O CORPEMP.

           OPEN INPUT EMPRESAS.
           OPEN INPUT ICLIENTES.

       2000-PROCESO.
           DISPLAY "(E)MPRESA CORPORATIVA, (T)ARJETAHABIENTE, (B)AJA"
                   " DE TARJETAHABIENTE, (F)IN:" LINE 03 POSITION 03.
           ACCEPT WKS-OPCION LINE 03 POSITION 79.

           IF WKS-OPCION = "E"
               PERFORM 2100-CUENTA-CORPORATIVA THRU 2100-FIN.

           IF WKS-OPCION = "T"
               PERFORM 2200-ALTA-TARJETAHABIENTE THRU 2200-FIN.

           IF WKS-OPCION = "B"
               PERFORM 2300-BAJA-TARJETAHABIENTE THRU 2300-FIN.

           IF WKS-OPCION = "F"
               MOVE 1 TO WKS-LOOP.

      *LA CUENTA CORPORATIVA SOLO SE ABRE A UNA EMPRESA DEL CATALOGO
      *DE NOMINA. CANCELARLA DEJA A SUS TARJETAHABIENTES COMO
      *CLIENTES INDIVIDUALES: YA NO SE VALIDA EL LIMITE DE EMPRESA NI
      *SE CONSOLIDA SU ESTADO DE CUENTA.
       2100-CUENTA-CORPORATIVA.
           DISPLAY "CLAVE DE EMPRESA (3 DIGITOS):" LINE 05 POSITION 03.
           ACCEPT WKS-CLAVE LINE 05 POSITION 34.

           MOVE WKS-CLAVE TO CLAVE-EMPR.
           READ EMPRESAS
               INVALID KEY
                   DISPLAY "LA EMPRESA NO ESTA EN EL CATALOGO DE"
                           " NOMINA" LINE 20 POSITION 03
                   ADD 1 TO WKS-CONT-RECHAZADAS
                   GO TO 2100-FIN
           END-READ.

           DISPLAY NOMBRE-EMPR LINE 05 POSITION 40.

           MOVE WKS-CLAVE TO CLAVE-EMPR-CO.
           READ CORPORAT INVALID KEY MOVE 0 TO WKS-EXISTE
                        NOT INVALID KEY MOVE 1 TO WKS-EXISTE.

           IF WKS-EXISTE = 1
               DISPLAY "CUENTA EXISTENTE - CLIENTE " ID-CLIENTE-CO
                       " LIMITE " LIMITE-CO " RESPONSABLE "
                       RESPONSABLE-CO " ESTADO " ESTADO-CO
                       LINE 06 POSITION 03
           ELSE
               DISPLAY "CUENTA CORPORATIVA NUEVA" LINE 06 POSITION 03.

           DISPLAY "CLIENTE QUE RECIBE EL ESTADO (0 = EL DE LA"
                   " EMPRESA):" LINE 07 POSITION 03.
           ACCEPT WKS-CLIENTE LINE 07 POSITION 57.

           IF WKS-CLIENTE = 0
               MOVE ID-CLIENTE-EMPR TO WKS-CLIENTE.

           MOVE WKS-CLIENTE TO ID-CLIENTE-I.
           READ ICLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE NO EXISTE" LINE 20 POSITION 03
                   ADD 1 TO WKS-CONT-RECHAZADAS
                   GO TO 2100-FIN
           END-READ.

           DISPLAY NOMBRE-CLIENTE-I LINE 07 POSITION 65.

           DISPLAY "LIMITE DE CREDITO DE LA EMPRESA:" LINE 08
                                                       POSITION 03.
           ACCEPT WKS-LIMITE LINE 08 POSITION 37.

           IF WKS-LIMITE = 0
               DISPLAY "EL LIMITE DE LA EMPRESA NO PUEDE SER CERO"
                                                LINE 20 POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2100-FIN.

           DISPLAY "PAGA (E) LA EMPRESA (T) EL EMPLEADO:" LINE 09
                                                       POSITION 03.
           ACCEPT WKS-RESPONSABLE LINE 09 POSITION 41.

           MOVE WKS-RESPONSABLE TO RESPONSABLE-CO.
           IF NOT CO-RESPONSABLE-VALIDO
               DISPLAY "RESPONSABLE NO VALIDO" LINE 20 POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2100-FIN.

           DISPLAY "ANUALIDAD CORPORATIVA POR PLASTICO:" LINE 10
                                                       POSITION 03.
           ACCEPT WKS-ANUALIDAD LINE 10 POSITION 40.

           DISPLAY "ESTADO (A)CTIVA (C)ANCELADA:" LINE 11 POSITION 03.
           ACCEPT WKS-ESTADO LINE 11 POSITION 33.

           MOVE WKS-ESTADO TO ESTADO-CO.
           IF NOT CO-ACTIVA AND NOT CO-CANCELADA
               DISPLAY "ESTADO NO VALIDO" LINE 20 POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2100-FIN.

           DISPLAY "CONFIRMA LOS DATOS S/N:" LINE 12 POSITION 03.
           ACCEPT WKS-RES LINE 12 POSITION 28.

           IF WKS-RES NOT = "S"
               GO TO 2100-FIN.

           IF WKS-EXISTE = 0
               MOVE WKS-CLAVE     TO CLAVE-EMPR-CO
               MOVE WKS-FECHA-HOY TO FECHA-ALTA-CO
               MOVE 0             TO FECHA-BAJA-CO.

           MOVE WKS-CLIENTE     TO ID-CLIENTE-CO.
           MOVE WKS-LIMITE      TO LIMITE-CO.
           MOVE WKS-RESPONSABLE TO RESPONSABLE-CO.
           MOVE WKS-ANUALIDAD   TO ANUALIDAD-CO.
           MOVE WKS-ESTADO      TO ESTADO-CO.
           MOVE WKS-ID-OPERADOR TO OPERADOR-CO.

           IF CO-CANCELADA AND FECHA-BAJA-CO = 0
               MOVE WKS-FECHA-HOY TO FECHA-BAJA-CO.
           IF CO-ACTIVA
               MOVE 0 TO FECHA-BAJA-CO.

           IF WKS-EXISTE = 1
               REWRITE REG-CORPORAT
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR" LINE 20
                                                       POSITION 03
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONT-CAMBIOS
                       DISPLAY "CUENTA CORPORATIVA ACTUALIZADA"
                                                LINE 20 POSITION 03
               END-REWRITE
           ELSE
               WRITE REG-CORPORAT
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR" LINE 20
                                                       POSITION 03
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONT-ALTAS
                       DISPLAY "CUENTA CORPORATIVA REGISTRADA"
                                                LINE 20 POSITION 03
               END-WRITE.

       2100-FIN.
           EXIT.

      *EL TARJETAHABIENTE DEBE SER UN CLIENTE ACTIVO CON TARJETA
      *EMPRESA. UN CLIENTE SOLO PERTENECE A UNA EMPRESA: PARA
      *PASARLO A OTRA PRIMERO SE DA DE BAJA DE LA ANTERIOR.
       2200-ALTA-TARJETAHABIENTE.
           DISPLAY "CLAVE DE EMPRESA (3 DIGITOS):" LINE 05 POSITION 03.
           ACCEPT WKS-CLAVE LINE 05 POSITION 34.

           MOVE WKS-CLAVE TO CLAVE-EMPR-CO.
           READ CORPORAT
               INVALID KEY
                   DISPLAY "LA EMPRESA NO TIENE CUENTA CORPORATIVA"
                                                LINE 20 POSITION 03
                   ADD 1 TO WKS-CONT-RECHAZADAS
                   GO TO 2200-FIN
           END-READ.

           IF NOT CO-ACTIVA
               DISPLAY "LA CUENTA CORPORATIVA ESTA CANCELADA" LINE 20
                                                       POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2200-FIN.

           DISPLAY "CLIENTE TARJETAHABIENTE:" LINE 06 POSITION 03.
           ACCEPT WKS-CLIENTE LINE 06 POSITION 29.

           MOVE WKS-CLIENTE TO ID-CLIENTE-I.
           READ ICLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE NO EXISTE" LINE 20 POSITION 03
                   ADD 1 TO WKS-CONT-RECHAZADAS
                   GO TO 2200-FIN
           END-READ.

           IF TIPO-TARG-I NOT = "EMPRESA"
               DISPLAY "EL CLIENTE NO ES DE TARJETA EMPRESA" LINE 20
                                                       POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2200-FIN.

           IF ESTADO-CLIENTE-I NOT = "A"
               DISPLAY "EL CLIENTE NO ESTA ACTIVO" LINE 20 POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2200-FIN.

           DISPLAY NOMBRE-CLIENTE-I LINE 06 POSITION 37.

           MOVE WKS-CLIENTE TO ID-CLIENTE-CE.
           READ CORPEMP INVALID KEY MOVE 0 TO WKS-EXISTE
                       NOT INVALID KEY MOVE 1 TO WKS-EXISTE.

           IF WKS-EXISTE = 1 AND CE-ACTIVO
              AND CLAVE-EMPR-CE NOT = WKS-CLAVE
               DISPLAY "EL CLIENTE YA ES TARJETAHABIENTE DE LA EMPRESA "
                       CLAVE-EMPR-CE LINE 20 POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2200-FIN.

           IF WKS-EXISTE = 1
               DISPLAY "TARJETAHABIENTE EXISTENTE - EMPLEADO "
                       NUM-EMPLEADO-CE " SUBLIMITE " SUBLIMITE-CE
                       " ESTADO " ESTADO-CE LINE 07 POSITION 03.

           DISPLAY "NUMERO DE EMPLEADO:" LINE 08 POSITION 03.
           ACCEPT WKS-EMPLEADO LINE 08 POSITION 24.

           DISPLAY "SUBLIMITE DEL EMPLEADO (0 = SOLO EL DE LA"
                   " EMPRESA):" LINE 09 POSITION 03.
           ACCEPT WKS-SUBLIMITE LINE 09 POSITION 56.

           IF WKS-SUBLIMITE > LIMITE-CO
               DISPLAY "EL SUBLIMITE REBASA EL LIMITE DE LA EMPRESA"
                                                LINE 20 POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2200-FIN.

           DISPLAY "CONFIRMA LOS DATOS S/N:" LINE 10 POSITION 03.
           ACCEPT WKS-RES LINE 10 POSITION 28.

           IF WKS-RES NOT = "S"
               GO TO 2200-FIN.

           MOVE WKS-CLIENTE     TO ID-CLIENTE-CE.
           MOVE WKS-CLAVE       TO CLAVE-EMPR-CE.
           MOVE WKS-EMPLEADO    TO NUM-EMPLEADO-CE.
           MOVE WKS-SUBLIMITE   TO SUBLIMITE-CE.
           MOVE WKS-ID-OPERADOR TO OPERADOR-CE.

           IF WKS-EXISTE = 0 OR NOT CE-ACTIVO
               MOVE WKS-FECHA-HOY TO FECHA-ALTA-CE
               MOVE 0             TO FECHA-BAJA-CE.

           MOVE "A" TO ESTADO-CE.

           IF WKS-EXISTE = 1
               REWRITE REG-CORPEMP
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR" LINE 20
                                                       POSITION 03
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONT-CAMBIOS
                       DISPLAY "TARJETAHABIENTE ACTUALIZADO" LINE 20
                                                       POSITION 03
               END-REWRITE
           ELSE
               WRITE REG-CORPEMP
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR" LINE 20
                                                       POSITION 03
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONT-ALTAS
                       DISPLAY "TARJETAHABIENTE REGISTRADO" LINE 20
                                                       POSITION 03
               END-WRITE.

       2200-FIN.
           EXIT.

      *LA BAJA NO BORRA EL REGISTRO: QUEDA CON SU FECHA COMO
      *CONSTANCIA Y EL CLIENTE SIGUE COMO TARJETAHABIENTE INDIVIDUAL.
       2300-BAJA-TARJETAHABIENTE.
           DISPLAY "CLIENTE TARJETAHABIENTE:" LINE 05 POSITION 03.
           ACCEPT WKS-CLIENTE LINE 05 POSITION 29.

           MOVE WKS-CLIENTE TO ID-CLIENTE-CE.
           READ CORPEMP
               INVALID KEY
                   DISPLAY "EL CLIENTE NO ES TARJETAHABIENTE"
                           " CORPORATIVO" LINE 20 POSITION 03
                   ADD 1 TO WKS-CONT-RECHAZADAS
                   GO TO 2300-FIN
           END-READ.

           DISPLAY "EMPRESA: " CLAVE-EMPR-CE "  EMPLEADO: "
                   NUM-EMPLEADO-CE "  SUBLIMITE: " SUBLIMITE-CE
                   LINE 06 POSITION 03.

           IF NOT CE-ACTIVO
               DISPLAY "EL TARJETAHABIENTE YA ESTA DADO DE BAJA"
                                                LINE 20 POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2300-FIN.

           DISPLAY "CONFIRMA LA BAJA S/N:" LINE 08 POSITION 03.
           ACCEPT WKS-RES LINE 08 POSITION 26.

           IF WKS-RES NOT = "S"
               GO TO 2300-FIN.

           MOVE "C" TO ESTADO-CE.
           MOVE WKS-FECHA-HOY TO FECHA-BAJA-CE.
           MOVE WKS-ID-OPERADOR TO OPERADOR-CE.
           REWRITE REG-CORPEMP
               INVALID KEY
                   DISPLAY "NO SE PUDO DAR DE BAJA" LINE 20
                                                       POSITION 03
               NOT INVALID KEY
                   ADD 1 TO WKS-CONT-BAJAS
                   DISPLAY "TARJETAHABIENTE DADO DE BAJA" LINE 20
                                                       POSITION 03
           END-REWRITE.

       2300-FIN.
           EXIT.

       3000-FIN.
           CLOSE CORPORAT.
           CLOSE CORPEMP.
           CLOSE EMPRESAS.
           CLOSE ICLIENTES.
           DISPLAY "ALTAS: " WKS-CONT-ALTAS.
           DISPLAY "CAMBIOS: " WKS-CONT-CAMBIOS.
           DISPLAY "BAJAS DE TARJETAHABIENTE: " WKS-CONT-BAJAS.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "MAN-COR " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           COMPUTE LEIDOS-BIT = WKS-CONT-ALTAS + WKS-CONT-CAMBIOS.
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
