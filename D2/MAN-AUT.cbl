      *MI PROGRAMA DE AUTORIZACIONES DE DESCUENTO POR NOMINA - EL
      *EMPLEADO DE UNA EMPRESA DEL SERVICIO DE NOMINA QUE TRAE SALDO
      *EN SU TARJETA FIRMA QUE SE LE DESCUENTE DE CADA NOMINA EL
      *PAGO MINIMO DE SU ESTADO DE CUENTA O UN IMPORTE FIJO. AQUI SE
      *DA DE ALTA, SE CAMBIA O SE CANCELA LA AUTORIZACION; NOM-LOT
      *HACE EL DESCUENTO AL CORRER LA NOMINA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAN-AUT.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTNOM ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS NUM-EMPLEADO-AN
                FILE STATUS IS WKS-FS-AUT.

           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD AUTNOM.
       01 REG-AUTNOM.
       COPY AUTNCOPY.

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
       01 WKS-FS-AUT           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-EXISTE           PIC 9 VALUE 0.
       01 WKS-ID-OPERADOR      PIC X(08) VALUE SPACES.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-EMPLEADO         PIC 9(05) VALUE 0.
       01 WKS-CLIENTE          PIC 9(06) VALUE 0.
       01 WKS-MODO             PIC X(01) VALUE SPACES.
       01 WKS-MONTO-FIJO       PIC 9(07)V99 VALUE 0.
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
           MOVE "MAN-AUT " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0
               STOP RUN.

           MOVE ID-OPERADOR-F TO WKS-ID-OPERADOR.

           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN I-O AUTNOM.
           IF WKS-FS-AUT = "35"
               OPEN OUTPUT AUTNOM
               CLOSE AUTNOM
               OPEN I-O AUTNOM.

           OPEN INPUT ICLIENTES.

       2000-PROCESO.
           DISPLAY "(A)LTA O CAMBIO DE AUTORIZACION, (C)ANCELAR, (F)IN:"
                                                LINE 03 POSITION 03.
           ACCEPT WKS-OPCION LINE 03 POSITION 56.

           IF WKS-OPCION = "A"
               PERFORM 2100-ALTA-AUTORIZACION THRU 2100-FIN.

           IF WKS-OPCION = "C"
               PERFORM 2300-CANCELA-AUTORIZACION THRU 2300-FIN.

           IF WKS-OPCION = "F"
               MOVE 1 TO WKS-LOOP.

      *UNA AUTORIZACION CANCELADA SE PUEDE VOLVER A FIRMAR: QUEDA
      *ACTIVA OTRA VEZ Y EMPIEZA DE CERO SU CUENTA POR CORTE.
       2100-ALTA-AUTORIZACION.
           DISPLAY "NUMERO DE EMPLEADO:" LINE 05 POSITION 03.
           ACCEPT WKS-EMPLEADO LINE 05 POSITION 24.

           MOVE WKS-EMPLEADO TO NUM-EMPLEADO-AN.
           READ AUTNOM INVALID KEY MOVE 0 TO WKS-EXISTE
                      NOT INVALID KEY MOVE 1 TO WKS-EXISTE.

           IF WKS-EXISTE = 1
               DISPLAY "AUTORIZACION EXISTENTE - CLIENTE "
                       ID-CLIENTE-AN " MODO " MODO-AN " ESTADO "
                       ESTADO-AN LINE 06 POSITION 03.

           DISPLAY "CLIENTE DE TARJETA NOMINA DEL EMPLEADO:" LINE 07
                                                       POSITION 03.
           ACCEPT WKS-CLIENTE LINE 07 POSITION 44.

           MOVE WKS-CLIENTE TO ID-CLIENTE-I.
           READ ICLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE NO EXISTE" LINE 20 POSITION 03
                   ADD 1 TO WKS-CONT-RECHAZADAS
                   GO TO 2100-FIN
           END-READ.

           IF TIPO-TARG-I NOT = "NOMINA"
               DISPLAY "EL CLIENTE NO ES DE TARJETA NOMINA" LINE 20
                                                       POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2100-FIN.

           IF ESTADO-CLIENTE-I NOT = "A"
               DISPLAY "EL CLIENTE NO ESTA ACTIVO" LINE 20 POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2100-FIN.

           DISPLAY NOMBRE-CLIENTE-I LINE 07 POSITION 52.

           DISPLAY "DESCONTAR (M) PAGO MINIMO (F) IMPORTE FIJO:"
                                                LINE 08 POSITION 03.
           ACCEPT WKS-MODO LINE 08 POSITION 48.

           MOVE WKS-MODO TO MODO-AN.
           IF NOT MODO-AN-VALIDO
               DISPLAY "MODO NO VALIDO" LINE 20 POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2100-FIN.

           MOVE 0 TO WKS-MONTO-FIJO.
           IF AN-FIJO
               DISPLAY "IMPORTE FIJO POR NOMINA:" LINE 09 POSITION 03
               ACCEPT WKS-MONTO-FIJO LINE 09 POSITION 29
               IF WKS-MONTO-FIJO = 0
                   DISPLAY "EL IMPORTE FIJO NO PUEDE SER CERO" LINE 20
                                                       POSITION 03
                   ADD 1 TO WKS-CONT-RECHAZADAS
                   GO TO 2100-FIN.

           DISPLAY "EL EMPLEADO FIRMO LA AUTORIZACION S/N:" LINE 10
                                                       POSITION 03.
           ACCEPT WKS-RES LINE 10 POSITION 43.

           IF WKS-RES NOT = "S"
               GO TO 2100-FIN.

           IF WKS-EXISTE = 0
               MOVE WKS-EMPLEADO TO NUM-EMPLEADO-AN
               MOVE 0 TO FECHA-ULT-DESC-AN
               MOVE 0 TO TOTAL-DESC-AN.

           MOVE WKS-CLIENTE     TO ID-CLIENTE-AN.
           MOVE WKS-MODO        TO MODO-AN.
           MOVE WKS-MONTO-FIJO  TO MONTO-FIJO-AN.
           MOVE "A"             TO ESTADO-AN.
           MOVE WKS-FECHA-HOY   TO FECHA-FIRMA-AN.
           MOVE WKS-ID-OPERADOR TO CAPTURO-AN.
           MOVE 0               TO FECHA-BAJA-AN.
           MOVE 0               TO FECHA-CORTE-AN.
           MOVE 0               TO DESCONTADO-AN.

           IF WKS-EXISTE = 1
               REWRITE REG-AUTNOM
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR" LINE 20
                                                       POSITION 03
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONT-CAMBIOS
                       DISPLAY "AUTORIZACION ACTUALIZADA" LINE 20
                                                       POSITION 03
               END-REWRITE
           ELSE
               WRITE REG-AUTNOM
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR" LINE 20
                                                       POSITION 03
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONT-ALTAS
                       DISPLAY "AUTORIZACION REGISTRADA" LINE 20
                                                       POSITION 03
               END-WRITE.

       2100-FIN.
           EXIT.

      *LA CANCELACION NO BORRA EL REGISTRO: SE QUEDA CON SU FECHA
      *DE BAJA Y EL TOTAL DESCONTADO COMO CONSTANCIA.
       2300-CANCELA-AUTORIZACION.
           DISPLAY "NUMERO DE EMPLEADO:" LINE 05 POSITION 03.
           ACCEPT WKS-EMPLEADO LINE 05 POSITION 24.

           MOVE WKS-EMPLEADO TO NUM-EMPLEADO-AN.
           READ AUTNOM
               INVALID KEY
                   DISPLAY "AUTORIZACION NO EXISTE" LINE 20
                                                       POSITION 03
                   ADD 1 TO WKS-CONT-RECHAZADAS
                   GO TO 2300-FIN
           END-READ.

           DISPLAY "CLIENTE: " ID-CLIENTE-AN "  MODO: " MODO-AN
                   "  FIJO: " MONTO-FIJO-AN "  DESCONTADO: "
                   TOTAL-DESC-AN LINE 06 POSITION 03.

           IF NOT AN-ACTIVA
               DISPLAY "LA AUTORIZACION YA ESTA CANCELADA" LINE 20
                                                       POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2300-FIN.

           DISPLAY "CONFIRMA LA CANCELACION S/N:" LINE 08
                                                       POSITION 03.
           ACCEPT WKS-RES LINE 08 POSITION 33.

           IF WKS-RES NOT = "S"
               GO TO 2300-FIN.

           MOVE "C" TO ESTADO-AN.
           MOVE WKS-FECHA-HOY TO FECHA-BAJA-AN.
           REWRITE REG-AUTNOM
               INVALID KEY
                   DISPLAY "NO SE PUDO CANCELAR" LINE 20 POSITION 03
               NOT INVALID KEY
                   ADD 1 TO WKS-CONT-BAJAS
                   DISPLAY "AUTORIZACION CANCELADA" LINE 20
                                                       POSITION 03
           END-REWRITE.

       2300-FIN.
           EXIT.

       3000-FIN.
           CLOSE AUTNOM.
           CLOSE ICLIENTES.
           DISPLAY "AUTORIZACIONES NUEVAS: " WKS-CONT-ALTAS.
           DISPLAY "AUTORIZACIONES CAMBIADAS: " WKS-CONT-CAMBIOS.
           DISPLAY "AUTORIZACIONES CANCELADAS: " WKS-CONT-BAJAS.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "MAN-AUT " TO PROGRAMA-BIT.
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
