      *MI PROGRAMA DE CAPTURA DE CLIENTES QUE NO QUIEREN PUBLICIDAD -
      *CUANDO EL CLIENTE NOS PIDE DIRECTAMENTE (EN SUCURSAL, POR
      *TELEFONO, POR CORREO O POR UNA OPOSICION ARCO) QUE NO LE
      *MANDEMOS PROMOCIONES, AQUI QUEDA REGISTRADO CON FECHA, CANAL Y
      *OPERADOR. CAM-EXT LO EXCLUYE DE TODAS LAS CAMPANAS Y EST-CTA
      *YA NO LE IMPRIME MENSAJES PROMOCIONALES. SI EL CLIENTE CAMBIA
      *DE OPINION SE REVOCA, SIN BORRAR EL REGISTRO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAN-NOP.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOPUBLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-NP
                FILE STATUS IS WKS-FS-NOP.

           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD NOPUBLI.
       01 REG-NOPUBLI.
       COPY NOPCOPY.

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
       01 WKS-FS-NOP           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.
       01 WKS-EXISTE           PIC 9 VALUE 0.
       01 WKS-ID-OPERADOR      PIC X(08) VALUE SPACES.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-ID-CAPTURA       PIC 9(06) VALUE 0.
       01 WKS-CANAL-CAPTURA    PIC X(02) VALUE SPACES.
       01 WKS-CONT-ALTAS       PIC 9(06) VALUE 0.
       01 WKS-CONT-REVOCADAS   PIC 9(06) VALUE 0.
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
           MOVE "MAN-NOP " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0
               MOVE 1 TO WKS-LOOP
               STOP RUN.

           MOVE ID-OPERADOR-F TO WKS-ID-OPERADOR.

           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN I-O NOPUBLI.
           IF WKS-FS-NOP = "35"
               OPEN OUTPUT NOPUBLI
               CLOSE NOPUBLI
               OPEN I-O NOPUBLI.

           OPEN INPUT ICLIENTES.

       2000-PROCESO.
           DISPLAY "(A)LTA DE NO PUBLICIDAD, (R)EVOCAR, (F)IN:"
                                                LINE 03 POSITION 03.
           ACCEPT WKS-OPCION LINE 03 POSITION 47.

           IF WKS-OPCION = "A" OR WKS-OPCION = "R"
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

           DISPLAY "CLIENTE: " NOMBRE-CLIENTE-I "  TELEFONO: "
                   TELEFONO-I LINE 06 POSITION 03.

           MOVE WKS-ID-CAPTURA TO ID-CLIENTE-NP.
           READ NOPUBLI INVALID KEY MOVE 0 TO WKS-EXISTE
                        NOT INVALID KEY MOVE 1 TO WKS-EXISTE.

           IF WKS-EXISTE = 1
               DISPLAY "REGISTRADO EL " FECHA-ALTA-NP " POR "
                       CANAL-NP "  ESTADO: " ESTADO-NP
                                                LINE 07 POSITION 03.

           IF WKS-OPCION = "A"
               PERFORM 2200-ALTA-NOPUBLI THRU 2200-FIN
           ELSE
               PERFORM 2300-REVOCA-NOPUBLI THRU 2300-FIN.

       2100-FIN.
           EXIT.

      *UNA ALTA SOBRE UN REGISTRO REVOCADO LO VUELVE A DEJAR VIGENTE
      *CON LOS DATOS DE LA NUEVA SOLICITUD.
       2200-ALTA-NOPUBLI.
           IF WKS-EXISTE = 1 AND NP-VIGENTE
               DISPLAY "EL CLIENTE YA ESTA REGISTRADO" LINE 20
                                                       POSITION 03
               GO TO 2200-FIN.

           DISPLAY "CANAL (SU/TE/CE/UN):" LINE 08 POSITION 03.
           ACCEPT WKS-CANAL-CAPTURA LINE 08 POSITION 25.

           MOVE WKS-CANAL-CAPTURA TO CANAL-NP.

           IF NOT CANAL-NP-VALIDO
               DISPLAY "CANAL NO VALIDO" LINE 20 POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2200-FIN.

           MOVE WKS-ID-CAPTURA  TO ID-CLIENTE-NP.
           MOVE "A"             TO ESTADO-NP.
           MOVE WKS-FECHA-HOY   TO FECHA-ALTA-NP.
           MOVE WKS-ID-OPERADOR TO CAPTURO-NP.
           MOVE 0               TO FECHA-REVOCA-NP.
           MOVE SPACES          TO REVOCO-NP.

           IF WKS-EXISTE = 1
               REWRITE REG-NOPUBLI
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR EL REGISTRO"
                                               LINE 20 POSITION 03
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONT-ALTAS
                       DISPLAY "CLIENTE REGISTRADO SIN PUBLICIDAD"
                                               LINE 20 POSITION 03
               END-REWRITE
           ELSE
               WRITE REG-NOPUBLI
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR EL REGISTRO"
                                               LINE 20 POSITION 03
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONT-ALTAS
                       DISPLAY "CLIENTE REGISTRADO SIN PUBLICIDAD"
                                               LINE 20 POSITION 03
               END-WRITE.

       2200-FIN.
           EXIT.

      *LA REVOCACION NO LIBERA AL CLIENTE DEL REUS: SI SU TELEFONO
      *SIGUE INSCRITO ALLA, CAM-EXT LO SIGUE EXCLUYENDO.
       2300-REVOCA-NOPUBLI.
           IF WKS-EXISTE = 0 OR NOT NP-VIGENTE
               DISPLAY "EL CLIENTE NO TIENE REGISTRO VIGENTE" LINE 20
                                                       POSITION 03
               GO TO 2300-FIN.

           DISPLAY "CONFIRMA QUE EL CLIENTE ACEPTA PUBLICIDAD S/N:"
                                                LINE 08 POSITION 03.
           ACCEPT WKS-RES LINE 08 POSITION 51.

           IF WKS-RES NOT = "S"
               GO TO 2300-FIN.

           MOVE "R"             TO ESTADO-NP.
           MOVE WKS-FECHA-HOY   TO FECHA-REVOCA-NP.
           MOVE WKS-ID-OPERADOR TO REVOCO-NP.

           REWRITE REG-NOPUBLI
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL REGISTRO" LINE 20
                                                       POSITION 03
               NOT INVALID KEY
                   ADD 1 TO WKS-CONT-REVOCADAS
                   DISPLAY "REGISTRO REVOCADO" LINE 20 POSITION 03
           END-REWRITE.

       2300-FIN.
           EXIT.

       3000-FIN.
           CLOSE NOPUBLI.
           CLOSE ICLIENTES.
           DISPLAY "ALTAS SIN PUBLICIDAD: " WKS-CONT-ALTAS.
           DISPLAY "REVOCADAS: " WKS-CONT-REVOCADAS.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "MAN-NOP " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-ALTAS TO LEIDOS-BIT.
           MOVE WKS-CONT-REVOCADAS TO ESCRITOS-BIT.
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
