      *MI PROGRAMA DE BLOQUEO DE TARJETAS POR MORA - CORRIDA DIARIA
      *QUE RECORRE LOS CICLOS DE CADA CLIENTE Y, CUANDO SU CICLO
      *PENDIENTE MAS ANTIGUO YA REBASO LOS DIAS DE ATRASO PERMITIDOS,
      *BLOQUEA TODOS SUS PLASTICOS ACTIVOS CON MOTIVO "MO". CADA
      *BLOQUEO QUEDA EN LOGCLI Y EL CLIENTE RECIBE EL AVISO POR LA
      *PASARELA DE MENSAJES. POST-TRX LOS REACTIVA CUANDO EL PAGO
      *DEJA LA CUENTA AL CORRIENTE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLQ-MOR.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CICLOFAC ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CICLO-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-C WITH DUPLICATES
                FILE STATUS IS WKS-FS-CICLO.

           SELECT TARJCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TARJ-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-T WITH DUPLICATES
                FILE STATUS IS WKS-FS-TARJ.

           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I.

           SELECT ALERTEXT ASSIGN TO DISK.
           SELECT LOGCLI ASSIGN TO DISK.
           SELECT CORRHIST ASSIGN TO DISK.

           SELECT REP-BLQ ASSIGN TO PRINTER.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD CICLOFAC.
       01 REG-CICLO.
       COPY CICLCOPY.

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
                     ==SUCURSAL== BY ==SUCURSAL-I==
                     ==DEFUNCION== BY ==DEFUNCION-I==
                     ==FECHA-DEFUNCION== BY ==FECHA-DEFUNCION-I==
                     ==CONTACTO-DEF== BY ==CONTACTO-DEF-I==.

      *EXTRACTO PARA LA PASARELA DE MENSAJES, MISMO FORMATO QUE
      *ESCRIBE POST-TRX.
       FD ALERTEXT.
       01 REG-ALERTA-EXT.
        03 ID-CLIENTE-AX      PIC 9(06).
        03 FECHA-AX           PIC 9(08).
        03 TIPO-TRX-AX        PIC X(03).
        03 MONTO-AX           PIC 9(07)V99.
        03 DESCRIPCION-AX     PIC X(20).
        03 TELEFONO-AX        PIC X(10).
        03 EMAIL-AX           PIC X(30).
        03 MOTIVO-AX          PIC X(20).

      *MISMO LOG DE CAMBIOS DE CLIENTE QUE USA ACT-SEC; EL BLOQUEO
      *SE ASIENTA CON LA MARCA "BLOQ MORA" Y EL NUMERO DE TARJETA.
       FD LOGCLI.
       01 REG-LOG-CLI.
        03 ID-CLIENTE-L       PIC 9(06).
        03 TIPO-TARG-ANT-L    PIC A(10).
        03 ANUALIDAD-ANT-L    PIC 9(07)V99.
        03 TIPO-TARG-NUE-L    PIC A(10).
        03 ANUALIDAD-NUE-L    PIC 9(07)V99.
        03 FECHA-CAMBIO-L     PIC 9(08).
        03 HORA-CAMBIO-L      PIC 9(08).
        03 DIAS-RESTANTES-L   PIC 9(03).
        03 AJUSTE-PRORRATEO-L PIC 9(07)V99.
        03 OPERADOR-L         PIC X(08).
        03 ID-DESTINO-L       PIC 9(06).

      *HISTORIAL DE CORRESPONDENCIA COMPARTIDO CON CAR-MOR.
       FD CORRHIST.
       01 REG-CORRHIST.
        03 ID-CLIENTE-CH      PIC 9(06).
        03 FECHA-CH           PIC 9(08).
        03 TIPO-DOC-CH        PIC X(10).
        03 CANAL-CH           PIC X(05).
        03 REFERENCIA-CH      PIC 9(08).

       FD REP-BLQ.
       01 LINEA-BLQ              PIC X(132).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-EOF-CICLO        PIC 9 VALUE 0.
       01 WKS-FIN-TARJ         PIC 9 VALUE 0.
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.
       01 WKS-FS-CICLO         PIC X(02) VALUE "00".
       01 WKS-FS-TARJ          PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-FS-ACTUAL        PIC X(02) VALUE "00".
       01 WKS-ARCHIVO-ERR      PIC X(08) VALUE SPACES.
       01 WKS-OPERACION-ERR    PIC X(07) VALUE SPACES.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-FECHA-BITACORA   PIC 9(08) VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-DIAS-ATRASO      PIC 9(03) VALUE 90.
       01 WKS-CONTADOR-DIAS    PIC 9(03) VALUE 0.
       01 WKS-CLIENTE-ACTUAL   PIC 9(06) VALUE 0.
       01 WKS-VENCE-ANTIGUO    PIC 9(08) VALUE 0.
       01 WKS-MONTO-VENCIDO    PIC 9(09)V99 VALUE 0.
       01 WKS-TARJ-CLIENTE     PIC 9(02) VALUE 0.
       01 WKS-CONT-LEIDOS      PIC 9(07) VALUE 0.
       01 WKS-CONT-MOROSOS     PIC 9(06) VALUE 0.
       01 WKS-CONT-BLOQUEADAS  PIC 9(06) VALUE 0.
       01 WKS-CONT-AVISOS      PIC 9(06) VALUE 0.

      *FECHA LIMITE: UN CICLO PENDIENTE QUE VENCIO ANTES DE ESTA
      *FECHA YA REBASO LOS DIAS DE ATRASO PERMITIDOS.
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

       01 HEADER-L1-BLQ.
            03 FILLER PIC X(30) VALUE SPACES.
            03 FILLER PIC X(29) VALUE
               "BLOQUEO DE TARJETAS POR MORA".

       01 HEADER-L2-BLQ.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(15) VALUE "FECHA PROCESO: ".
            03 WKS-HOY-R       PIC 9(08).
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(19) VALUE "VENCIDO ANTES DEL: ".
            03 WKS-CORTE-R     PIC 9(08).
            03 FILLER          PIC X(02) VALUE " (".
            03 WKS-DIAS-R      PIC ZZ9.
            03 FILLER          PIC X(06) VALUE " DIAS)".

       01 HEADER-CAMPOS-BLQ.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(08) VALUE "CLIENTE".
            03 FILLER PIC X(22) VALUE "NOMBRE".
            03 FILLER PIC X(05) VALUE "TARJ".
            03 FILLER PIC X(18) VALUE "NUMERO".
            03 FILLER PIC X(12) VALUE "VENCE CICLO".
            03 FILLER PIC X(16) VALUE "ADEUDO VENCIDO".

       01 DETALLE-BLQ-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-ID-CLI-R    PIC 9(06).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-NOMBRE-R    PIC A(20).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-TARJ-R      PIC 9(02).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-NUMERO-R    PIC X(16).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-VENCE-R     PIC 9(08).
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-MONTO-R     PIC $ZZZ,ZZZ,ZZ9.99.

       01 FOOTER-BLQ-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-PIE-ETIQ-R  PIC X(32).
            03 WKS-PIE-CONT-R  PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESA-CLIENTE UNTIL WKS-EOF-CICLO = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           ACCEPT WKS-FECHA-BITACORA FROM DATE YYYYMMDD.
           PERFORM 9700-LEE-FECHA-PROCESO.

           DISPLAY "DIAS DE ATRASO PARA BLOQUEO (90):" LINE 01
                                                       POSITION 03.
           ACCEPT WKS-DIAS-ATRASO LINE 01 POSITION 37.

           IF WKS-DIAS-ATRASO = 0
               MOVE 90 TO WKS-DIAS-ATRASO.

           MOVE WKS-FECHA-HOY TO WKS-FECHA-CORTE.
           MOVE 0 TO WKS-CONTADOR-DIAS.
           PERFORM 1120-RESTA-UN-DIA
               UNTIL WKS-CONTADOR-DIAS = WKS-DIAS-ATRASO.

           OPEN INPUT CICLOFAC.
           MOVE "CICLOFAC" TO WKS-ARCHIVO-ERR.
           MOVE "OPEN" TO WKS-OPERACION-ERR.
           MOVE WKS-FS-CICLO TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

           OPEN I-O TARJCLI.
           MOVE "TARJCLI" TO WKS-ARCHIVO-ERR.
           MOVE "OPEN" TO WKS-OPERACION-ERR.
           MOVE WKS-FS-TARJ TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

           OPEN INPUT ICLIENTES.
           OPEN EXTEND ALERTEXT.
           OPEN OUTPUT REP-BLQ.
           PERFORM 1200-HEADER-R.

           MOVE 0 TO ID-CLIENTE-C.
           START CICLOFAC KEY IS NOT < ID-CLIENTE-C
                       INVALID KEY MOVE 1 TO WKS-EOF-CICLO.

           IF WKS-EOF-CICLO = 0
               PERFORM 1010-LEER-CICLO.

       1010-LEER-CICLO.
           READ CICLOFAC NEXT AT END MOVE 1 TO WKS-EOF-CICLO.

           IF WKS-EOF-CICLO = 0
               ADD 1 TO WKS-CONT-LEIDOS.

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
           MOVE HEADER-L1-BLQ TO LINEA-BLQ.
           WRITE LINEA-BLQ AFTER 1.

           MOVE WKS-FECHA-HOY   TO WKS-HOY-R.
           MOVE WKS-FECHA-CORTE TO WKS-CORTE-R.
           MOVE WKS-DIAS-ATRASO TO WKS-DIAS-R.
           MOVE HEADER-L2-BLQ TO LINEA-BLQ.
           WRITE LINEA-BLQ AFTER 2.

           MOVE HEADER-CAMPOS-BLQ TO LINEA-BLQ.
           WRITE LINEA-BLQ AFTER 2.

      *CORTE POR CLIENTE SOBRE LA LLAVE ALTERNA: SE JUNTAN SUS
      *CICLOS PENDIENTES PARA UBICAR EL VENCIMIENTO MAS ANTIGUO Y EL
      *ADEUDO VENCIDO. LOS CICLOS PAGADOS Y LOS REESTRUCTURADOS NO
      *CUENTAN COMO MORA.
       2000-PROCESA-CLIENTE.
           MOVE ID-CLIENTE-C TO WKS-CLIENTE-ACTUAL.
           MOVE 99999999 TO WKS-VENCE-ANTIGUO.
           MOVE 0 TO WKS-MONTO-VENCIDO.

           PERFORM 2010-ACUMULA-CICLO
               UNTIL WKS-EOF-CICLO = 1
                  OR ID-CLIENTE-C NOT = WKS-CLIENTE-ACTUAL.

           IF WKS-VENCE-ANTIGUO < WKS-FECHA-CORTE
               PERFORM 2100-BLOQUEA-CLIENTE THRU 2100-FIN.

       2010-ACUMULA-CICLO.
           IF STATUS-PAGO-C = "N"
              AND FECHA-VENCE-C < WKS-FECHA-HOY
               COMPUTE WKS-MONTO-VENCIDO = WKS-MONTO-VENCIDO
                               + MONTO-ANUAL-C - MONTO-PAGADO-C
                               + RECARGO-C - RECARGO-PAGADO-C
               IF FECHA-VENCE-C < WKS-VENCE-ANTIGUO
                   MOVE FECHA-VENCE-C TO WKS-VENCE-ANTIGUO.

           PERFORM 1010-LEER-CICLO.

      *SOLO SE BLOQUEAN LOS PLASTICOS ACTIVOS (O SIN ESTADO, CARTERA
      *VIEJA). LOS EMITIDOS SIN ACTIVAR, LOS YA BLOQUEADOS POR
      *CUALQUIER MOTIVO Y LOS CANCELADOS SE QUEDAN COMO ESTAN, ASI
      *UN ROBO O UN FRAUDE NUNCA SE CONFUNDE CON UNA MORA.
       2100-BLOQUEA-CLIENTE.
           ADD 1 TO WKS-CONT-MOROSOS.

           MOVE WKS-CLIENTE-ACTUAL TO ID-CLIENTE-I.
           READ ICLIENTES INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                          NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 1
               MOVE "CLIENTE NO UBICADO" TO NOMBRE-CLIENTE-I
               MOVE SPACES TO TELEFONO-I
               MOVE SPACES TO EMAIL-I
               MOVE SPACES TO DEFUNCION-I.

           MOVE 0 TO WKS-TARJ-CLIENTE.
           MOVE WKS-CLIENTE-ACTUAL TO ID-CLIENTE-T.
           START TARJCLI KEY IS = ID-CLIENTE-T
               INVALID KEY MOVE 1 TO WKS-FIN-TARJ
               NOT INVALID KEY MOVE 0 TO WKS-FIN-TARJ
           END-START.

           PERFORM 2110-REVISA-TARJETA UNTIL WKS-FIN-TARJ = 1.

           IF WKS-TARJ-CLIENTE = 0
               GO TO 2100-FIN.

      *A LA CUENTA CON DEFUNCION AVISADA NO SE LE MANDA AVISO, COMO
      *EN LAS CARTAS DE CAR-MOR.
           IF DEFUNCION-I = "S"
               GO TO 2100-FIN.

           PERFORM 2130-EMITE-AVISO.
           PERFORM 2140-GRABA-CORRESPONDENCIA.

       2100-FIN.
           EXIT.

       2110-REVISA-TARJETA.
           READ TARJCLI NEXT AT END MOVE 1 TO WKS-FIN-TARJ.

           IF WKS-FIN-TARJ = 0
               IF ID-CLIENTE-T NOT = WKS-CLIENTE-ACTUAL
                   MOVE 1 TO WKS-FIN-TARJ
               ELSE
                   IF TARJ-ACTIVA-T OR ESTADO-TARJ-T = SPACES
                       PERFORM 2120-BLOQUEA-TARJETA
                   END-IF
               END-IF
           END-IF.

       2120-BLOQUEA-TARJETA.
           MOVE "B"  TO ESTADO-TARJ-T.
           MOVE "MO" TO MOTIVO-BLOQ-T.

           REWRITE REG-TARJ.
           MOVE "TARJCLI" TO WKS-ARCHIVO-ERR.
           MOVE "REWRITE" TO WKS-OPERACION-ERR.
           MOVE WKS-FS-TARJ TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

           PERFORM 2125-GRABA-LOG.

           MOVE ID-CLIENTE-T      TO WKS-ID-CLI-R.
           MOVE NOMBRE-CLIENTE-I  TO WKS-NOMBRE-R.
           MOVE NUM-TARJETA-T     TO WKS-TARJ-R.
           MOVE NUMERO-TARJETA-T  TO WKS-NUMERO-R.
           MOVE WKS-VENCE-ANTIGUO TO WKS-VENCE-R.
           MOVE WKS-MONTO-VENCIDO TO WKS-MONTO-R.
           MOVE DETALLE-BLQ-R TO LINEA-BLQ.
           WRITE LINEA-BLQ AFTER 1.

           ADD 1 TO WKS-TARJ-CLIENTE.
           ADD 1 TO WKS-CONT-BLOQUEADAS.

       2125-GRABA-LOG.
           MOVE ID-CLIENTE-T  TO ID-CLIENTE-L.
           MOVE "ACTIVA"      TO TIPO-TARG-ANT-L.
           MOVE 0             TO ANUALIDAD-ANT-L.
           MOVE "BLOQ MORA"   TO TIPO-TARG-NUE-L.
           MOVE 0             TO ANUALIDAD-NUE-L.
           ACCEPT FECHA-CAMBIO-L FROM DATE YYYYMMDD.
           ACCEPT HORA-CAMBIO-L FROM TIME.
           MOVE NUM-TARJETA-T TO DIAS-RESTANTES-L.
           MOVE 0             TO AJUSTE-PRORRATEO-L.
           MOVE "BLQ-MOR "    TO OPERADOR-L.
           MOVE 0             TO ID-DESTINO-L.

           OPEN EXTEND LOGCLI.
           WRITE REG-LOG-CLI.
           CLOSE LOGCLI.

      *UN SOLO AVISO POR CLIENTE CON EL ADEUDO VENCIDO, SIN IMPORTAR
      *CUANTOS PLASTICOS SE LE BLOQUEARON.
       2130-EMITE-AVISO.
           MOVE WKS-CLIENTE-ACTUAL TO ID-CLIENTE-AX.
           MOVE WKS-FECHA-HOY      TO FECHA-AX.
           MOVE "BLQ"              TO TIPO-TRX-AX.
           MOVE WKS-MONTO-VENCIDO  TO MONTO-AX.
           MOVE "TARJETAS BLOQUEADAS" TO DESCRIPCION-AX.
           MOVE TELEFONO-I         TO TELEFONO-AX.
           MOVE EMAIL-I            TO EMAIL-AX.
           MOVE "BLOQUEO POR MORA" TO MOTIVO-AX.
           WRITE REG-ALERTA-EXT.

           ADD 1 TO WKS-CONT-AVISOS.

       2140-GRABA-CORRESPONDENCIA.
           MOVE WKS-CLIENTE-ACTUAL TO ID-CLIENTE-CH.
           MOVE WKS-FECHA-HOY      TO FECHA-CH.
           MOVE "BLOQ-MORA"        TO TIPO-DOC-CH.
           MOVE "ALERT"            TO CANAL-CH.
           MOVE WKS-VENCE-ANTIGUO  TO REFERENCIA-CH.

           OPEN EXTEND CORRHIST.
           WRITE REG-CORRHIST.
           CLOSE CORRHIST.

       3000-FIN.
           MOVE "CICLOS REVISADOS:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-LEIDOS TO WKS-PIE-CONT-R.
           MOVE FOOTER-BLQ-R TO LINEA-BLQ.
           WRITE LINEA-BLQ AFTER 3.

           MOVE "CLIENTES EN MORA:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-MOROSOS TO WKS-PIE-CONT-R.
           MOVE FOOTER-BLQ-R TO LINEA-BLQ.
           WRITE LINEA-BLQ AFTER 1.

           MOVE "TARJETAS BLOQUEADAS:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-BLOQUEADAS TO WKS-PIE-CONT-R.
           MOVE FOOTER-BLQ-R TO LINEA-BLQ.
           WRITE LINEA-BLQ AFTER 1.

           MOVE "CLIENTES AVISADOS:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-AVISOS TO WKS-PIE-CONT-R.
           MOVE FOOTER-BLQ-R TO LINEA-BLQ.
           WRITE LINEA-BLQ AFTER 1.

           CLOSE CICLOFAC.
           CLOSE TARJCLI.
           CLOSE ICLIENTES.
           CLOSE ALERTEXT.
           CLOSE REP-BLQ.
           DISPLAY "TARJETAS BLOQUEADAS POR MORA: "
                   WKS-CONT-BLOQUEADAS.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "BLQ-MOR " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-BITACORA TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDOS TO LEIDOS-BIT.
           MOVE WKS-CONT-BLOQUEADAS TO ESCRITOS-BIT.
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
               DISPLAY "*** ERROR DE ARCHIVO EN BLQ-MOR  ***"
               DISPLAY "ARCHIVO: " WKS-ARCHIVO-ERR
                       " OPERACION: " WKS-OPERACION-ERR
                       " ESTADO: " WKS-FS-ACTUAL
               PERFORM 9510-BITACORA-ERROR
               DISPLAY "CORRIDA DETENIDA POR ERROR DE ARCHIVO"
               STOP RUN.

       9510-BITACORA-ERROR.
           OPEN EXTEND BITACORA.
           MOVE "BLQ-MOR " TO PROGRAMA-BIT.
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
