      *MI PROGRAMA DE PLASTICOS DETENIDOS EN TRANSITO - LISTA DE
      *TRABAJO POR SUCURSAL CON LOS PLASTICOS QUE SALIERON AL
      *EMBOZADOR HACE MAS DE N DIAS Y NO TIENEN ENTREGA CONFIRMADA:
      *SIN RESPUESTA DEL EMBOZADOR, EMBOZADOS PERO SIN AVISO DE LA
      *MENSAJERIA, O RECHAZADOS POR EL EMBOZADOR Y SIN REPOSICION.
      *LA SUCURSAL DEL CLIENTE LE DA SEGUIMIENTO CON EL PROVEEDOR Y
      *CON EL TITULAR, QUE NO PUEDE ACTIVAR HASTA TENER SU PLASTICO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEN-ENT.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARJCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TARJ-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-T WITH DUPLICATES
                FILE STATUS IS WKS-FS-TARJ.

           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I.

           SELECT WORKPEN ASSIGN TO DISK.

           SELECT REP-PEN ASSIGN TO PRINTER.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD TARJCLI.
       01 REG-TARJ.
       COPY TARJCOPY.

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

      *PLASTICOS DETENIDOS ORDENADOS POR SUCURSAL Y POR ANTIGUEDAD
      *DEL ENVIO, EL MAS VIEJO PRIMERO.
       SD WORKPEN.
       01 REG-PEN-W.
        03 SUCURSAL-W         PIC 9(02).
        03 FECHA-ENVIO-W      PIC 9(08).
        03 CLIENTE-W          PIC 9(06).
        03 TARJETA-W          PIC 9(02).
        03 NUMERO-W           PIC X(16).
        03 ENTREGA-W          PIC X(01).
        03 FECHA-EMBOZO-W     PIC 9(08).
        03 MOTIVO-W           PIC X(20).
        03 NOMBRE-W           PIC A(20).
        03 TELEFONO-W         PIC X(10).

       FD REP-PEN.
       01 LINEA-PEN              PIC X(132).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-EOF-TARJ         PIC 9 VALUE 0.
       01 WKS-EOF-SORT         PIC 9 VALUE 0.
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.
       01 WKS-FS-TARJ          PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-FS-ACTUAL        PIC X(02) VALUE "00".
       01 WKS-ARCHIVO-ERR      PIC X(08) VALUE SPACES.
       01 WKS-OPERACION-ERR    PIC X(07) VALUE SPACES.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-FECHA-BITACORA   PIC 9(08) VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-DIAS-TRANSITO    PIC 9(03) VALUE 10.
       01 WKS-CONTADOR-DIAS    PIC 9(03) VALUE 0.
       01 WKS-SUCURSAL-ACTUAL  PIC 9(02) VALUE 0.
       01 WKS-CONT-LEIDAS      PIC 9(07) VALUE 0.
       01 WKS-CONT-DETENIDAS   PIC 9(06) VALUE 0.
       01 WKS-CONT-SUCURSAL    PIC 9(06) VALUE 0.

      *FECHA LIMITE: LO ENVIADO ANTES DE ESTA FECHA YA REBASO LOS
      *DIAS DE TRANSITO PERMITIDOS.
       01 WKS-FECHA-CORTE      PIC 9(08) VALUE 0.
       01 WKS-FECHA-CORTE-R REDEFINES WKS-FECHA-CORTE.
           03 WKS-CAL-AAAA         PIC 9(04).
           03 WKS-CAL-MM           PIC 9(02).
           03 WKS-CAL-DD           PIC 9(02).

       01 WKS-DIAS-POR-MES.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 28.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
       01 WKS-TABLA-DIAS-MES REDEFINES WKS-DIAS-POR-MES.
           03 WKS-DIAS-MES-TAB PIC 9(02) OCCURS 12.
       01 WKS-DIAS-MAX         PIC 9(02).
       01 WKS-RESIDUO-4        PIC 9(02).
       01 WKS-RESIDUO-100      PIC 9(02).
       01 WKS-RESIDUO-400      PIC 9(02).
       01 WKS-COCIENTE         PIC 9(06).

       01 HEADER-L1-PEN.
            03 FILLER PIC X(25) VALUE SPACES.
            03 FILLER PIC X(45) VALUE
               "PLASTICOS DETENIDOS EN TRANSITO POR SUCURSAL".

       01 HEADER-L2-PEN.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(15) VALUE "FECHA PROCESO: ".
            03 WKS-HOY-R       PIC 9(08).
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(20) VALUE "ENVIADOS ANTES DEL: ".
            03 WKS-CORTE-R     PIC 9(08).
            03 FILLER          PIC X(02) VALUE " (".
            03 WKS-DIAS-R      PIC ZZ9.
            03 FILLER          PIC X(06) VALUE " DIAS)".

       01 HEADER-SUC-PEN.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(10) VALUE "SUCURSAL: ".
            03 WKS-SUC-R       PIC 9(02).

       01 HEADER-CAMPOS-PEN.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(08) VALUE "CLIENTE".
            03 FILLER PIC X(22) VALUE "NOMBRE".
            03 FILLER PIC X(12) VALUE "TELEFONO".
            03 FILLER PIC X(05) VALUE "TARJ".
            03 FILLER PIC X(18) VALUE "NUMERO".
            03 FILLER PIC X(10) VALUE "ENVIO".
            03 FILLER PIC X(10) VALUE "EMBOZO".
            03 FILLER PIC X(20) VALUE "SITUACION".

       01 DETALLE-PEN-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-ID-CLI-R    PIC 9(06).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-NOMBRE-R    PIC A(20).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-TELEFONO-R  PIC X(10).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-TARJ-R      PIC 9(02).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-NUMERO-R    PIC X(16).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-ENVIO-R     PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-EMBOZO-R    PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-SITUACION-R PIC X(40).

       01 FOOTER-PEN-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-PIE-ETIQ-R  PIC X(32).
            03 WKS-PIE-CONT-R  PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-ORDENA-PLASTICOS.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           ACCEPT WKS-FECHA-BITACORA FROM DATE YYYYMMDD.
           PERFORM 9700-LEE-FECHA-PROCESO.

           DISPLAY "DIAS PERMITIDOS EN TRANSITO (10):" LINE 01
                                                       POSITION 03.
           ACCEPT WKS-DIAS-TRANSITO LINE 01 POSITION 37.

           IF WKS-DIAS-TRANSITO = 0
               MOVE 10 TO WKS-DIAS-TRANSITO.

           MOVE WKS-FECHA-HOY TO WKS-FECHA-CORTE.
           MOVE 0 TO WKS-CONTADOR-DIAS.
           PERFORM 1120-RESTA-UN-DIA
               UNTIL WKS-CONTADOR-DIAS = WKS-DIAS-TRANSITO.

           OPEN INPUT TARJCLI.
           MOVE "TARJCLI" TO WKS-ARCHIVO-ERR.
           MOVE "OPEN" TO WKS-OPERACION-ERR.
           MOVE WKS-FS-TARJ TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

           OPEN INPUT ICLIENTES.
           OPEN OUTPUT REP-PEN.
           PERFORM 1200-HEADER-R.

       1120-RESTA-UN-DIA.
           IF WKS-CAL-DD > 1
               SUBTRACT 1 FROM WKS-CAL-DD
           ELSE
               IF WKS-CAL-MM = 1
                   MOVE 12 TO WKS-CAL-MM
                   SUBTRACT 1 FROM WKS-CAL-AAAA
               ELSE
                   SUBTRACT 1 FROM WKS-CAL-MM
               END-IF
               PERFORM 1130-CALCULA-DIAS-MAX
               MOVE WKS-DIAS-MAX TO WKS-CAL-DD
           END-IF.

           ADD 1 TO WKS-CONTADOR-DIAS.

       1130-CALCULA-DIAS-MAX.
           MOVE WKS-DIAS-MES-TAB (WKS-CAL-MM) TO WKS-DIAS-MAX.

           IF WKS-CAL-MM = 2
              DIVIDE WKS-CAL-AAAA BY 4
                  GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-4
              IF WKS-RESIDUO-4 NOT = 0
                 MOVE 28 TO WKS-DIAS-MAX
              ELSE
                 DIVIDE WKS-CAL-AAAA BY 100
                     GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-100
                 IF WKS-RESIDUO-100 = 0
                    DIVIDE WKS-CAL-AAAA BY 400
                        GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-400
                    IF WKS-RESIDUO-400 NOT = 0
                       MOVE 28 TO WKS-DIAS-MAX
                    ELSE
                       MOVE 29 TO WKS-DIAS-MAX
                 ELSE
                    MOVE 29 TO WKS-DIAS-MAX.

       1200-HEADER-R.
           MOVE HEADER-L1-PEN TO LINEA-PEN.
           WRITE LINEA-PEN AFTER 1.

           MOVE WKS-FECHA-HOY     TO WKS-HOY-R.
           MOVE WKS-FECHA-CORTE   TO WKS-CORTE-R.
           MOVE WKS-DIAS-TRANSITO TO WKS-DIAS-R.
           MOVE HEADER-L2-PEN TO LINEA-PEN.
           WRITE LINEA-PEN AFTER 2.

       2000-ORDENA-PLASTICOS.
           SORT WORKPEN ON ASCENDING KEY SUCURSAL-W
                           ASCENDING KEY FECHA-ENVIO-W
                           ASCENDING KEY CLIENTE-W
                           ASCENDING KEY TARJETA-W
               INPUT PROCEDURE IS 2100-CARGA-SORT
               OUTPUT PROCEDURE IS 2300-DESCARGA-SORT.

      *UN PLASTICO CANCELADO YA NO SE PERSIGUE. LOS REGISTROS SIN
      *FECHA DE ENVIO SON ANTERIORES AL SEGUIMIENTO O AUN NO SALEN
      *AL EMBOZADOR.
       2100-CARGA-SORT.
           MOVE LOW-VALUES TO TARJ-KEY.
           START TARJCLI KEY IS NOT < TARJ-KEY
                       INVALID KEY MOVE 1 TO WKS-EOF-TARJ.

           PERFORM 2110-SUELTA-PLASTICO UNTIL WKS-EOF-TARJ = 1.

       2110-SUELTA-PLASTICO.
           READ TARJCLI NEXT AT END MOVE 1 TO WKS-EOF-TARJ.

           IF WKS-EOF-TARJ = 0
               ADD 1 TO WKS-CONT-LEIDAS
               IF (ENTREGA-PENDIENTE-T OR ENTREGA-EMBOZADA-T
                   OR ENTREGA-RECHAZADA-T)
                  AND NOT TARJ-CANCELADA-T
                  AND FECHA-ENVIO-EMB-T > 0
                  AND FECHA-ENVIO-EMB-T < WKS-FECHA-CORTE
                   PERFORM 2120-ARMA-DETENIDO
               END-IF
           END-IF.

       2120-ARMA-DETENIDO.
           MOVE ID-CLIENTE-T TO ID-CLIENTE-I.
           READ ICLIENTES INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                          NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 1
               MOVE 0      TO SUCURSAL-W
               MOVE SPACES TO NOMBRE-W
               MOVE SPACES TO TELEFONO-W
           ELSE
               MOVE SUCURSAL-I        TO SUCURSAL-W
               MOVE NOMBRE-CLIENTE-I  TO NOMBRE-W
               MOVE TELEFONO-I        TO TELEFONO-W.

           MOVE FECHA-ENVIO-EMB-T TO FECHA-ENVIO-W.
           MOVE ID-CLIENTE-T      TO CLIENTE-W.
           MOVE NUM-TARJETA-T     TO TARJETA-W.
           MOVE NUMERO-TARJETA-T  TO NUMERO-W.
           MOVE ENTREGA-TARJ-T    TO ENTREGA-W.
           MOVE FECHA-EMBOZO-T    TO FECHA-EMBOZO-W.
           MOVE MOTIVO-ENTREGA-T  TO MOTIVO-W.
           RELEASE REG-PEN-W.

           ADD 1 TO WKS-CONT-DETENIDAS.

       2300-DESCARGA-SORT.
           MOVE 0 TO WKS-EOF-SORT.
           PERFORM 2310-RECIBE-PLASTICO.

           PERFORM 2400-PROCESA-SUCURSAL UNTIL WKS-EOF-SORT = 1.

       2310-RECIBE-PLASTICO.
           RETURN WORKPEN AT END MOVE 1 TO WKS-EOF-SORT.

      *CORTE POR SUCURSAL: ENCABEZADO, SUS PLASTICOS Y SU TOTAL.
       2400-PROCESA-SUCURSAL.
           MOVE SUCURSAL-W TO WKS-SUCURSAL-ACTUAL.
           MOVE 0 TO WKS-CONT-SUCURSAL.

           MOVE WKS-SUCURSAL-ACTUAL TO WKS-SUC-R.
           MOVE HEADER-SUC-PEN TO LINEA-PEN.
           WRITE LINEA-PEN AFTER 3.

           MOVE HEADER-CAMPOS-PEN TO LINEA-PEN.
           WRITE LINEA-PEN AFTER 1.

           PERFORM 2410-IMPRIME-PLASTICO
               UNTIL WKS-EOF-SORT = 1
                  OR SUCURSAL-W NOT = WKS-SUCURSAL-ACTUAL.

           MOVE "PLASTICOS DE LA SUCURSAL:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-SUCURSAL TO WKS-PIE-CONT-R.
           MOVE FOOTER-PEN-R TO LINEA-PEN.
           WRITE LINEA-PEN AFTER 2.

       2410-IMPRIME-PLASTICO.
           MOVE CLIENTE-W      TO WKS-ID-CLI-R.
           MOVE NOMBRE-W       TO WKS-NOMBRE-R.
           MOVE TELEFONO-W     TO WKS-TELEFONO-R.
           MOVE TARJETA-W      TO WKS-TARJ-R.
           MOVE NUMERO-W       TO WKS-NUMERO-R.
           MOVE FECHA-ENVIO-W  TO WKS-ENVIO-R.
           MOVE FECHA-EMBOZO-W TO WKS-EMBOZO-R.

           IF ENTREGA-W = "P"
               MOVE "SIN RESPUESTA DEL EMBOZADOR"
                                    TO WKS-SITUACION-R
           ELSE
           IF ENTREGA-W = "M"
               MOVE "EN MENSAJERIA SIN AVISO" TO WKS-SITUACION-R
           ELSE
               MOVE SPACES TO WKS-SITUACION-R
               STRING "RECHAZADO: " DELIMITED BY SIZE
                      MOTIVO-W DELIMITED BY SIZE
                      INTO WKS-SITUACION-R.

           MOVE DETALLE-PEN-R TO LINEA-PEN.
           WRITE LINEA-PEN AFTER 1.

           ADD 1 TO WKS-CONT-SUCURSAL.

           PERFORM 2310-RECIBE-PLASTICO.

       3000-FIN.
           MOVE "PLASTICOS REVISADOS:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-LEIDAS TO WKS-PIE-CONT-R.
           MOVE FOOTER-PEN-R TO LINEA-PEN.
           WRITE LINEA-PEN AFTER 3.

           MOVE "DETENIDOS EN TRANSITO:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-DETENIDAS TO WKS-PIE-CONT-R.
           MOVE FOOTER-PEN-R TO LINEA-PEN.
           WRITE LINEA-PEN AFTER 1.

           CLOSE TARJCLI.
           CLOSE ICLIENTES.
           CLOSE REP-PEN.
           DISPLAY "PLASTICOS DETENIDOS EN TRANSITO: "
                   WKS-CONT-DETENIDAS.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "PEN-ENT " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-BITACORA TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDAS TO LEIDOS-BIT.
           MOVE WKS-CONT-DETENIDAS TO ESCRITOS-BIT.
           MOVE 0 TO RECHAZADOS-BIT.
           MOVE SPACES TO DETALLE-BIT.
           WRITE REG-BIT.
           CLOSE BITACORA.

      *REVISION ESTANDAR DE ESTADO DE ARCHIVO: "00" ES EXITO, "02"
      *ES LLAVE ALTERNA DUPLICADA PERMITIDA Y "05" ES APERTURA DE
      *ARCHIVO OPCIONAL NUEVO. CUALQUIER OTRO ESTADO DETIENE LA
      *CORRIDA CON MENSAJE CLARO Y CONSTANCIA EN LA BITACORA.
       9500-VERIFICA-ESTADO.
           IF WKS-FS-ACTUAL = "00" OR WKS-FS-ACTUAL = "02"
              OR WKS-FS-ACTUAL = "05"
               CONTINUE
           ELSE
               DISPLAY "*** ERROR DE ARCHIVO EN PEN-ENT  ***"
               DISPLAY "ARCHIVO: " WKS-ARCHIVO-ERR
                       " OPERACION: " WKS-OPERACION-ERR
                       " ESTADO: " WKS-FS-ACTUAL
               PERFORM 9510-BITACORA-ERROR
               DISPLAY "CORRIDA DETENIDA POR ERROR DE ARCHIVO"
               STOP RUN.

       9510-BITACORA-ERROR.
           OPEN EXTEND BITACORA.
           MOVE "PEN-ENT " TO PROGRAMA-BIT.
           ACCEPT FECHA-BIT FROM DATE YYYYMMDD.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE 0 TO LEIDOS-BIT.
           MOVE 0 TO ESCRITOS-BIT.
           MOVE 0 TO RECHAZADOS-BIT.
           MOVE SPACES TO DETALLE-BIT.
           STRING WKS-ARCHIVO-ERR DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WKS-OPERACION-ERR DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WKS-FS-ACTUAL DELIMITED BY SIZE
                  INTO DETALLE-BIT.
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
