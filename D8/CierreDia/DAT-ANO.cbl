      *MI PROGRAMA DE ANONIMIZACION DE CLIENTES - CUMPLE LAS
      *SOLICITUDES ARCO DE CANCELACION RESUELTAS PROCEDENTES. LA LEY
      *OBLIGA A CONSERVAR LOS DATOS MIENTRAS LA CUENTA VIVE Y DURANTE
      *EL PLAZO DE CONSERVACION POSTERIOR, ASI QUE UNA CANCELACION
      *SOLO SE EJECUTA CUANDO LA CUENTA YA ESTA CERRADA (ESTADO "I"),
      *NO DEBE CICLOS Y SU ULTIMA ACTIVIDAD (MOVIMIENTO EN TRXCLI O
      *TRXHIST, O LA CARTA DE CANCELACION EN CORRHIST) QUEDO ANTES
      *DEL CORTE DE CONSERVACION. LO QUE NO CUMPLE QUEDA PENDIENTE
      *PARA LA SIGUIENTE CORRIDA CON SU MOTIVO EN EL REPORTE. AL
      *EJECUTAR SE BORRAN NOMBRE, DOMICILIO, TELEFONO, CORREO, RFC,
      *CLABE Y CONTACTO EN ICLIENTES, DCLIENTE E HISTCLI, LOS NOMBRES
      *Y NACIMIENTOS DE LOS ADICIONALES Y QUIEN RECIBIO CADA
      *PLASTICO. LOS IMPORTES Y FECHAS SE QUEDAN PARA LA
      *CONTABILIDAD.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAT-ANO.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCO ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS FOLIO-AR
                ALTERNATE RECORD KEY IS ID-CLIENTE-AR WITH DUPLICATES
                FILE STATUS IS WKS-FS-ARCO.

           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I.

           SELECT DCLIENTE ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-D
                ALTERNATE RECORD KEY IS ID-TARJETA-D WITH DUPLICATES
                ALTERNATE RECORD KEY IS FECHA-ALTA-D WITH DUPLICATES.

           SELECT TARJCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TARJ-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-T WITH DUPLICATES.

           SELECT ADICION ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ADICION-KEY
                FILE STATUS IS WKS-FS-ADIC.

           SELECT CICLOFAC ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CICLO-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-C WITH DUPLICATES.

           SELECT TRXCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TRX-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-TRX WITH DUPLICATES.

           SELECT TRXHIST ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TRX-KEY-H
                ALTERNATE RECORD KEY IS ID-CLIENTE-TRX-H
                                                     WITH DUPLICATES
                FILE STATUS IS WKS-FS-HIST.

           SELECT HISTCLI ASSIGN TO DISK
                FILE STATUS IS WKS-FS-HCLI.

           SELECT CORRHIST ASSIGN TO DISK
                FILE STATUS IS WKS-FS-CORR.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

           SELECT REP-ANO ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
       FD ARCO.
       01 REG-ARCO.
       COPY ARCOCOPY.

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
                     ==CALLE-DIR== BY ==CALLE-DIR-I==
                     ==CIUDAD-DIR== BY ==CIUDAD-DIR-I==
                     ==ESTADO-DIR== BY ==ESTADO-DIR-I==
                     ==CP-DIR== BY ==CP-DIR-I==
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
                     ==CONTACTO-DEF== BY ==CONTACTO-DEF-I==
                     ==SEGURO-SALDO== BY ==SEGURO-SALDO-I==
                     ==PLAN-SEGURO== BY ==PLAN-SEGURO-I==
                     ==GRUPO-CORTE== BY ==GRUPO-CORTE-I==
                     ==FECHA-CAMBIO-CONTACTO== BY
                                       ==FECHA-CAMBIO-CONTACTO-I==
                     ==FRECUENCIA-COBRO== BY ==FRECUENCIA-COBRO-I==.

       FD DCLIENTE.
       01 REG-CLI-D.
       COPY DCLICOPY
           REPLACING ==ID-CLIENTE== BY ==ID-CLIENTE-D==
                     ==NOMBRE-CLIENTE== BY ==NOMBRE-CLIENTE-D==
                     ==ID-TARJETA== BY ==ID-TARJETA-D==
                     ==TIPO-TARG== BY ==TIPO-TARG-D==
                     ==ANUALIDAD== BY ==ANUALIDAD-D==
                     ==FECHA-ALTA== BY ==FECHA-ALTA-D==
                     ==LIMITE-CREDITO== BY ==LIMITE-CREDITO-D==
                     ==DOMICILIADO== BY ==DOMICILIADO-D==
                     ==CUENTA-BANCARIA== BY ==CUENTA-BANCARIA-D==.

       FD TARJCLI.
       01 REG-TARJ.
       COPY TARJCOPY.

       FD ADICION.
       01 REG-ADICIONAL.
        03 ADICION-KEY.
           05 ID-CLIENTE-AD   PIC 9(06).
           05 NUM-TARJETA-AD  PIC 9(02).
        03 NOMBRE-AD          PIC A(20).
        03 PARENTESCO-AD      PIC X(10).
        03 FECHA-NAC-AD       PIC 9(08).
        03 LIMITE-AD          PIC 9(07)V99.

       FD CICLOFAC.
       01 REG-CICLO.
       COPY CICLCOPY.

       FD TRXCLI.
       01 REG-TRX.
       COPY TRXCOPY.

      *HISTORICO DE TRANSACCIONES DEPURADAS POR ARC-TRX.
       FD TRXHIST.
       01 REG-TRX-H.
       COPY TRXCOPY
           REPLACING ==TRX-KEY== BY ==TRX-KEY-H==
                     ==ID-CLIENTE-TRX== BY ==ID-CLIENTE-TRX-H==
                     ==NUM-TRX== BY ==NUM-TRX-H==
                     ==FECHA-TRX== BY ==FECHA-TRX-H==
                     ==MONTO-TRX== BY ==MONTO-TRX-H==
                     ==DESCRIPCION-TRX== BY ==DESCRIPCION-TRX-H==
                     ==NUM-TRX-REF== BY ==NUM-TRX-REF-H==
                     ==TIPO-TRX== BY ==TIPO-TRX-H==
                     ==NUM-TARJETA-TRX== BY ==NUM-TARJETA-TRX-H==
                     ==GIRO-TRX== BY ==GIRO-TRX-H==
                     ==MONEDA-TRX== BY ==MONEDA-TRX-H==
                     ==MONTO-ORIGEN-TRX== BY ==MONTO-ORIGEN-TRX-H==
                     ==CANAL-TRX== BY ==CANAL-TRX-H==.

      *VERSIONES ANTERIORES DEL REGISTRO DEL CLIENTE. ES SECUENCIAL:
      *SE RECORRE UNA SOLA VEZ AL FINAL Y SE REESCRIBE EN SU LUGAR
      *CADA VERSION DE LOS CLIENTES ANONIMIZADOS EN LA CORRIDA.
       FD HISTCLI.
       01 REG-CLI-H.
       COPY CLICOPY
           REPLACING ==ID-CLIENTE== BY ==ID-CLIENTE-H==
                     ==NOMBRE-CLIENTE== BY ==NOMBRE-CLIENTE-H==
                     ==ID-TARGETA== BY ==ID-TARGETA-H==
                     ==TIPO-TARG== BY ==TIPO-TARG-H==
                     ==ANUALIDAD== BY ==ANUALIDAD-H==
                     ==FECHA-ALTA== BY ==FECHA-ALTA-H==
                     ==OPERADOR== BY ==OPERADOR-H==
                     ==DIRECCION== BY ==DIRECCION-H==
                     ==CALLE-DIR== BY ==CALLE-DIR-H==
                     ==CIUDAD-DIR== BY ==CIUDAD-DIR-H==
                     ==ESTADO-DIR== BY ==ESTADO-DIR-H==
                     ==CP-DIR== BY ==CP-DIR-H==
                     ==TELEFONO== BY ==TELEFONO-H==
                     ==EMAIL== BY ==EMAIL-H==
                     ==ESTADO-CLIENTE== BY ==ESTADO-CLIENTE-H==
                     ==DOMICILIADO== BY ==DOMICILIADO-H==
                     ==CUENTA-BANCARIA== BY ==CUENTA-BANCARIA-H==
                     ==CLAVE-VENDEDOR== BY ==CLAVE-VENDEDOR-H==
                     ==RFC== BY ==RFC-H==
                     ==ENVIO-EMAIL== BY ==ENVIO-EMAIL-H==
                     ==SUCURSAL== BY ==SUCURSAL-H==
                     ==DEFUNCION== BY ==DEFUNCION-H==
                     ==FECHA-DEFUNCION== BY ==FECHA-DEFUNCION-H==
                     ==CONTACTO-DEF== BY ==CONTACTO-DEF-H==
                     ==SEGURO-SALDO== BY ==SEGURO-SALDO-H==
                     ==PLAN-SEGURO== BY ==PLAN-SEGURO-H==
                     ==GRUPO-CORTE== BY ==GRUPO-CORTE-H==
                     ==FECHA-CAMBIO-CONTACTO== BY
                                       ==FECHA-CAMBIO-CONTACTO-H==
                     ==FRECUENCIA-COBRO== BY ==FRECUENCIA-COBRO-H==.
        03 FECHA-HISTORICO-H  PIC 9(08).

       FD CORRHIST.
       01 REG-CORRHIST.
        03 ID-CLIENTE-CH      PIC 9(06).
        03 FECHA-CH           PIC 9(08).
        03 TIPO-DOC-CH        PIC X(10).
        03 CANAL-CH           PIC X(05).
        03 REFERENCIA-CH      PIC 9(08).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       FD REP-ANO.
       01 LINEA-ANO              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WKS-FS-ARCO          PIC X(02) VALUE "00".
       01 WKS-FS-ADIC          PIC X(02) VALUE "00".
       01 WKS-FS-HIST          PIC X(02) VALUE "00".
       01 WKS-FS-HCLI          PIC X(02) VALUE "00".
       01 WKS-FS-CORR          PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-SIN-ADICION      PIC 9 VALUE 0.
       01 WKS-SIN-HISTORICO    PIC 9 VALUE 0.
       01 WKS-EOF-ARCO         PIC 9 VALUE 0.
       01 WKS-EOF-SCAN         PIC 9 VALUE 0.
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.
       01 WKS-ID-OPERADOR      PIC X(08) VALUE SPACES.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-ID-CLIENTE       PIC 9(06) VALUE 0.

      *ANOS QUE SE CONSERVAN LOS DATOS DESPUES DE LA ULTIMA
      *ACTIVIDAD DE LA CUENTA CERRADA.
       01 WKS-ANOS-CONSERVA    PIC 9(02) VALUE 0.
       01 WKS-CORTE-CONSERVA   PIC 9(08) VALUE 0.
       01 WKS-CORTE-CONSERVA-R REDEFINES WKS-CORTE-CONSERVA.
           03 WKS-CON-AAAA         PIC 9(04).
           03 WKS-CON-MM           PIC 9(02).
           03 WKS-CON-DD           PIC 9(02).
       01 WKS-ULT-ACTIVIDAD    PIC 9(08) VALUE 0.
       01 WKS-LIBERA-FECHA     PIC 9(08) VALUE 0.
       01 WKS-LIBERA-FECHA-R REDEFINES WKS-LIBERA-FECHA.
           03 WKS-LIB-AAAA         PIC 9(04).
           03 WKS-LIB-MM           PIC 9(02).
           03 WKS-LIB-DD           PIC 9(02).
       01 WKS-CICLOS-ABIERTOS  PIC 9(04) VALUE 0.

      *MOTIVO DE LA SOLICITUD QUE NO SE PUEDE EJECUTAR TODAVIA; EN
      *ESPACIOS LA SOLICITUD SE EJECUTA.
       01 WKS-MOTIVO-PEND      PIC X(40) VALUE SPACES.

      *VALORES CON QUE QUEDAN LOS CAMPOS PERSONALES. EL RFC ES EL
      *GENERICO DE PUBLICO EN GENERAL PARA QUE LA ESTRUCTURA SIGA
      *PASANDO LAS VALIDACIONES DE VAL-RFC.
       01 WKS-NOMBRE-ANONIMO   PIC A(20) VALUE "ANONIMIZADO".
       01 WKS-RFC-GENERICO     PIC X(13) VALUE "XAXX010101000".

      *CLIENTES ANONIMIZADOS EN LA CORRIDA, PARA LIMPIAR HISTCLI EN
      *UNA SOLA PASADA AL FINAL.
       01 WKS-ANO-COUNT        PIC 9(04) VALUE 0.
       01 WKS-ANO-IDX          PIC 9(04) VALUE 0.
       01 WKS-ANO-ENCONTRADO   PIC 9 VALUE 0.
       01 WKS-TABLA-ANONIMOS.
          03 WKS-ANO-CLIENTE   PIC 9(06) OCCURS 500 TIMES VALUE 0.

       01 WKS-CONT-LEIDAS      PIC 9(06) VALUE 0.
       01 WKS-CONT-EJECUTADAS  PIC 9(06) VALUE 0.
       01 WKS-CONT-PENDIENTES  PIC 9(06) VALUE 0.
       01 WKS-CONT-TARJETAS    PIC 9(06) VALUE 0.
       01 WKS-CONT-ADICIONALES PIC 9(06) VALUE 0.
       01 WKS-CONT-HISTCLI     PIC 9(06) VALUE 0.

      *RESULTADO DE LA FIRMA DE OPERADOR VALIDADA POR SEC-OPER.
       01 WKS-FIRMA.
       COPY FIRMCOPY.

       01 TITULO-ANO.
            03 FILLER PIC X(25) VALUE SPACES.
            03 FILLER PIC X(47) VALUE
                  "CANCELACIONES ARCO - ANONIMIZACION DE CLIENTES".
            03 FILLER PIC X(07) VALUE "FECHA: ".
            03 WKS-FECHA-R     PIC 9(08).

       01 TITULO-CORTE.
            03 FILLER PIC X(25) VALUE SPACES.
            03 FILLER PIC X(38) VALUE
                  "ULTIMA ACTIVIDAD A MAS TARDAR EL DIA: ".
            03 WKS-CORTE-R     PIC 9(08).

       01 ENCABEZADO-ANO.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(08) VALUE "FOLIO".
            03 FILLER PIC X(09) VALUE "CLIENTE".
            03 FILLER PIC X(10) VALUE "RESUELTA".
            03 FILLER PIC X(14) VALUE "ULT ACTIVIDAD".
            03 FILLER PIC X(40) VALUE "RESULTADO".

       01 DETALLE-ANO-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-FOLIO-R     PIC 9(06).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-CLIENTE-R   PIC 9(06).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-RESOL-R     PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-ULT-ACT-R   PIC 9(08).
            03 FILLER          PIC X(06) VALUE SPACES.
            03 WKS-RESULTADO-R PIC X(40).

       01 TOTALES-ANO-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-TOT-DESC-R  PIC X(30).
            03 WKS-TOT-CNT-R   PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-EOF-ARCO = 1.
           PERFORM 3000-FIN.
           STOP RUN.

      *BORRAR DATOS NO TIENE REGRESO: LA CORRIDA LA AUTORIZA UN
      *OPERADOR DE NIVEL COMPLETO.
       1000-INICIO.
           MOVE "DAT-ANO " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           MOVE "E" TO FUNCION-SOL-F.
           MOVE 1 TO NIVEL-SOL-F.
           CALL "SEC-PERM" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0 OR PERMITIDO-F = 0
               DISPLAY "LA ANONIMIZACION LA AUTORIZA UN OPERADOR DE"
                       " NIVEL COMPLETO" LINE 03 POSITION 03
               STOP RUN.

           MOVE ID-OPERADOR-F TO WKS-ID-OPERADOR.

           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           DISPLAY "ANOS DE CONSERVACION DESPUES DEL CIERRE (10):"
                                                LINE 04 POSITION 03.
           ACCEPT WKS-ANOS-CONSERVA LINE 04 POSITION 49.

           IF WKS-ANOS-CONSERVA = 0
               MOVE 10 TO WKS-ANOS-CONSERVA.

      *EL CORTE ES LA MISMA FECHA N ANOS ATRAS; UN 29 DE FEBRERO SE
      *LLEVA AL 28.
           MOVE WKS-FECHA-HOY TO WKS-CORTE-CONSERVA.
           SUBTRACT WKS-ANOS-CONSERVA FROM WKS-CON-AAAA.
           IF WKS-CON-MM = 2 AND WKS-CON-DD = 29
               MOVE 28 TO WKS-CON-DD.

           OPEN I-O ARCO.
           IF WKS-FS-ARCO NOT = "00"
               DISPLAY "NO HAY REGISTRO DE SOLICITUDES ARCO"
               STOP RUN.

           OPEN I-O ICLIENTES.
           OPEN I-O DCLIENTE.
           OPEN I-O TARJCLI.
           OPEN INPUT CICLOFAC.
           OPEN INPUT TRXCLI.
           OPEN OUTPUT REP-ANO.

           OPEN I-O ADICION.
           IF WKS-FS-ADIC NOT = "00"
               MOVE 1 TO WKS-SIN-ADICION.

           OPEN INPUT TRXHIST.
           IF WKS-FS-HIST NOT = "00"
               MOVE 1 TO WKS-SIN-HISTORICO.

           MOVE WKS-FECHA-HOY TO WKS-FECHA-R.
           MOVE TITULO-ANO TO LINEA-ANO.
           WRITE LINEA-ANO AFTER PAGE.

           MOVE WKS-CORTE-CONSERVA TO WKS-CORTE-R.
           MOVE TITULO-CORTE TO LINEA-ANO.
           WRITE LINEA-ANO AFTER 1.

           MOVE ENCABEZADO-ANO TO LINEA-ANO.
           WRITE LINEA-ANO AFTER 2.

           MOVE 0 TO FOLIO-AR.
           START ARCO KEY IS > FOLIO-AR
               INVALID KEY MOVE 1 TO WKS-EOF-ARCO
               NOT INVALID KEY MOVE 0 TO WKS-EOF-ARCO
           END-START.

       2000-PROCESO.
           READ ARCO NEXT AT END MOVE 1 TO WKS-EOF-ARCO.

           IF WKS-EOF-ARCO = 0
               IF ARCO-CANCELACION AND ARCO-PROCEDENTE
                  AND FECHA-EJECUCION-AR = 0
                   ADD 1 TO WKS-CONT-LEIDAS
                   PERFORM 2100-EVALUA-SOLICITUD THRU 2100-FIN
               END-IF
           END-IF.

       2100-EVALUA-SOLICITUD.
           MOVE SPACES TO WKS-MOTIVO-PEND.
           MOVE 0 TO WKS-ULT-ACTIVIDAD.
           MOVE ID-CLIENTE-AR TO WKS-ID-CLIENTE.

           MOVE WKS-ID-CLIENTE TO ID-CLIENTE-I.
           READ ICLIENTES INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                          NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 1
               MOVE "CLIENTE NO EXISTE EN ICLIENTES"
                                               TO WKS-MOTIVO-PEND
               GO TO 2100-REPORTA.

           IF ESTADO-CLIENTE-I NOT = "I"
               MOVE "LA CUENTA SIGUE ABIERTA" TO WKS-MOTIVO-PEND
               GO TO 2100-REPORTA.

           PERFORM 2200-BUSCA-CICLOS-ABIERTOS.

           IF WKS-CICLOS-ABIERTOS > 0
               MOVE "TIENE CICLOS SIN PAGAR" TO WKS-MOTIVO-PEND
               GO TO 2100-REPORTA.

           PERFORM 2300-ULTIMA-ACTIVIDAD.

           IF WKS-ULT-ACTIVIDAD > WKS-CORTE-CONSERVA
               MOVE WKS-ULT-ACTIVIDAD TO WKS-LIBERA-FECHA
               ADD WKS-ANOS-CONSERVA TO WKS-LIB-AAAA
               MOVE "EN CONSERVACION HASTA EL" TO WKS-MOTIVO-PEND
               MOVE WKS-LIBERA-FECHA TO WKS-MOTIVO-PEND (26:8)
               GO TO 2100-REPORTA.

           PERFORM 2400-ANONIMIZA-CLIENTE.

           MOVE WKS-FECHA-HOY TO FECHA-EJECUCION-AR.
           REWRITE REG-ARCO
               INVALID KEY
                   MOVE "NO SE PUDO MARCAR LA SOLICITUD"
                                               TO WKS-MOTIVO-PEND
           END-REWRITE.

       2100-REPORTA.
           MOVE FOLIO-AR          TO WKS-FOLIO-R.
           MOVE WKS-ID-CLIENTE    TO WKS-CLIENTE-R.
           MOVE FECHA-RESOL-AR    TO WKS-RESOL-R.
           MOVE WKS-ULT-ACTIVIDAD TO WKS-ULT-ACT-R.

           IF WKS-MOTIVO-PEND = SPACES
               MOVE "ANONIMIZADO" TO WKS-RESULTADO-R
               ADD 1 TO WKS-CONT-EJECUTADAS
           ELSE
               MOVE WKS-MOTIVO-PEND TO WKS-RESULTADO-R
               ADD 1 TO WKS-CONT-PENDIENTES.

           MOVE DETALLE-ANO-R TO LINEA-ANO.
           WRITE LINEA-ANO AFTER 1.

       2100-FIN.
           EXIT.

      *UN CICLO PENDIENTE O REESTRUCTURADO ES ADEUDO VIVO: LOS DATOS
      *SE CONSERVAN PARA PODER COBRARLO.
       2200-BUSCA-CICLOS-ABIERTOS.
           MOVE 0 TO WKS-CICLOS-ABIERTOS.
           MOVE WKS-ID-CLIENTE TO ID-CLIENTE-C.
           START CICLOFAC KEY IS = ID-CLIENTE-C
               INVALID KEY MOVE 1 TO WKS-EOF-SCAN
               NOT INVALID KEY MOVE 0 TO WKS-EOF-SCAN
           END-START.

           PERFORM 2210-LEE-CICLO UNTIL WKS-EOF-SCAN = 1.

       2210-LEE-CICLO.
           READ CICLOFAC NEXT AT END MOVE 1 TO WKS-EOF-SCAN.

           IF WKS-EOF-SCAN = 0
               IF ID-CLIENTE-C NOT = WKS-ID-CLIENTE
                   MOVE 1 TO WKS-EOF-SCAN
               ELSE
                   IF CICLO-PENDIENTE-C OR CICLO-RESTRUCT-C
                       ADD 1 TO WKS-CICLOS-ABIERTOS
                   END-IF
               END-IF
           END-IF.

      *LA ULTIMA ACTIVIDAD ES LA MAYOR ENTRE EL ULTIMO MOVIMIENTO
      *VIVO O ARCHIVADO Y LA CARTA DE CANCELACION DE LA CUENTA.
       2300-ULTIMA-ACTIVIDAD.
           MOVE WKS-ID-CLIENTE TO ID-CLIENTE-TRX.
           START TRXCLI KEY IS = ID-CLIENTE-TRX
               INVALID KEY MOVE 1 TO WKS-EOF-SCAN
               NOT INVALID KEY MOVE 0 TO WKS-EOF-SCAN
           END-START.

           PERFORM 2310-LEE-TRX UNTIL WKS-EOF-SCAN = 1.

           IF WKS-SIN-HISTORICO = 0
               MOVE WKS-ID-CLIENTE TO ID-CLIENTE-TRX-H
               START TRXHIST KEY IS = ID-CLIENTE-TRX-H
                   INVALID KEY MOVE 1 TO WKS-EOF-SCAN
                   NOT INVALID KEY MOVE 0 TO WKS-EOF-SCAN
               END-START
               PERFORM 2320-LEE-HISTORICO UNTIL WKS-EOF-SCAN = 1.

           MOVE 0 TO WKS-EOF-SCAN.
           OPEN INPUT CORRHIST.
           IF WKS-FS-CORR = "00"
               PERFORM 2330-LEE-CORRESPONDENCIA UNTIL WKS-EOF-SCAN = 1
               CLOSE CORRHIST.

       2310-LEE-TRX.
           READ TRXCLI NEXT AT END MOVE 1 TO WKS-EOF-SCAN.

           IF WKS-EOF-SCAN = 0
               IF ID-CLIENTE-TRX NOT = WKS-ID-CLIENTE
                   MOVE 1 TO WKS-EOF-SCAN
               ELSE
                   IF FECHA-TRX > WKS-ULT-ACTIVIDAD
                       MOVE FECHA-TRX TO WKS-ULT-ACTIVIDAD
                   END-IF
               END-IF
           END-IF.

       2320-LEE-HISTORICO.
           READ TRXHIST NEXT AT END MOVE 1 TO WKS-EOF-SCAN.

           IF WKS-EOF-SCAN = 0
               IF ID-CLIENTE-TRX-H NOT = WKS-ID-CLIENTE
                   MOVE 1 TO WKS-EOF-SCAN
               ELSE
                   IF FECHA-TRX-H > WKS-ULT-ACTIVIDAD
                       MOVE FECHA-TRX-H TO WKS-ULT-ACTIVIDAD
                   END-IF
               END-IF
           END-IF.

       2330-LEE-CORRESPONDENCIA.
           READ CORRHIST AT END MOVE 1 TO WKS-EOF-SCAN.

           IF WKS-EOF-SCAN = 0
               IF ID-CLIENTE-CH = WKS-ID-CLIENTE
                  AND TIPO-DOC-CH = "CANCELA"
                  AND FECHA-CH > WKS-ULT-ACTIVIDAD
                   MOVE FECHA-CH TO WKS-ULT-ACTIVIDAD
               END-IF
           END-IF.

      *SE BORRA TODO LO QUE IDENTIFICA A LA PERSONA; EL ID, LOS
      *IMPORTES, LAS FECHAS Y LOS ESTADOS SE QUEDAN.
       2400-ANONIMIZA-CLIENTE.
           MOVE WKS-NOMBRE-ANONIMO TO NOMBRE-CLIENTE-I.
           MOVE SPACES             TO CALLE-DIR-I.
           MOVE SPACES             TO CIUDAD-DIR-I.
           MOVE SPACES             TO ESTADO-DIR-I.
           MOVE 0                  TO CP-DIR-I.
           MOVE SPACES             TO TELEFONO-I.
           MOVE SPACES             TO EMAIL-I.
           MOVE "N"                TO DOMICILIADO-I.
           MOVE SPACES             TO CUENTA-BANCARIA-I.
           MOVE WKS-RFC-GENERICO   TO RFC-I.
           MOVE "N"                TO ENVIO-EMAIL-I.
           MOVE SPACES             TO CONTACTO-DEF-I.
           REWRITE REG-CLI-I
               INVALID KEY
                   MOVE "NO SE PUDO REESCRIBIR ICLIENTES"
                                               TO WKS-MOTIVO-PEND
           END-REWRITE.

           MOVE WKS-ID-CLIENTE TO ID-CLIENTE-D.
           READ DCLIENTE INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                        NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 0
               MOVE WKS-NOMBRE-ANONIMO TO NOMBRE-CLIENTE-D
               MOVE "N"                TO DOMICILIADO-D
               MOVE SPACES             TO CUENTA-BANCARIA-D
               REWRITE REG-CLI-D
                   INVALID KEY
                       MOVE "NO SE PUDO REESCRIBIR DCLIENTE"
                                               TO WKS-MOTIVO-PEND
               END-REWRITE.

           MOVE WKS-ID-CLIENTE TO ID-CLIENTE-T.
           START TARJCLI KEY IS = ID-CLIENTE-T
               INVALID KEY MOVE 1 TO WKS-EOF-SCAN
               NOT INVALID KEY MOVE 0 TO WKS-EOF-SCAN
           END-START.

           PERFORM 2410-LIMPIA-TARJETA UNTIL WKS-EOF-SCAN = 1.

           IF WKS-SIN-ADICION = 0
               MOVE WKS-ID-CLIENTE TO ID-CLIENTE-AD
               MOVE 0 TO NUM-TARJETA-AD
               START ADICION KEY IS NOT < ADICION-KEY
                   INVALID KEY MOVE 1 TO WKS-EOF-SCAN
                   NOT INVALID KEY MOVE 0 TO WKS-EOF-SCAN
               END-START
               PERFORM 2420-LIMPIA-ADICIONAL UNTIL WKS-EOF-SCAN = 1.

           IF WKS-ANO-COUNT < 500
               ADD 1 TO WKS-ANO-COUNT
               MOVE WKS-ID-CLIENTE TO WKS-ANO-CLIENTE (WKS-ANO-COUNT).

       2410-LIMPIA-TARJETA.
           READ TARJCLI NEXT AT END MOVE 1 TO WKS-EOF-SCAN.

           IF WKS-EOF-SCAN = 0
               IF ID-CLIENTE-T NOT = WKS-ID-CLIENTE
                   MOVE 1 TO WKS-EOF-SCAN
               ELSE
                   IF RECIBIO-T NOT = SPACES
                       MOVE SPACES TO RECIBIO-T
                       REWRITE REG-TARJ
                       ADD 1 TO WKS-CONT-TARJETAS
                   END-IF
               END-IF
           END-IF.

      *EL PARENTESCO Y EL LIMITE NO IDENTIFICAN A NADIE Y SE QUEDAN.
       2420-LIMPIA-ADICIONAL.
           READ ADICION NEXT AT END MOVE 1 TO WKS-EOF-SCAN.

           IF WKS-EOF-SCAN = 0
               IF ID-CLIENTE-AD NOT = WKS-ID-CLIENTE
                   MOVE 1 TO WKS-EOF-SCAN
               ELSE
                   MOVE WKS-NOMBRE-ANONIMO TO NOMBRE-AD
                   MOVE 0 TO FECHA-NAC-AD
                   REWRITE REG-ADICIONAL
                   ADD 1 TO WKS-CONT-ADICIONALES
               END-IF
           END-IF.

      *UNA PASADA POR HISTCLI REESCRIBIENDO EN SU LUGAR LAS VERSIONES
      *DE LOS CLIENTES ANONIMIZADOS EN LA CORRIDA.
       2500-LIMPIA-HISTCLI.
           MOVE 0 TO WKS-EOF-SCAN.
           OPEN I-O HISTCLI.

           IF WKS-FS-HCLI = "00"
               PERFORM 2510-LEE-HISTCLI UNTIL WKS-EOF-SCAN = 1
               CLOSE HISTCLI.

       2510-LEE-HISTCLI.
           READ HISTCLI AT END MOVE 1 TO WKS-EOF-SCAN.

           IF WKS-EOF-SCAN = 0
               PERFORM 2520-BUSCA-ANONIMO
               IF WKS-ANO-ENCONTRADO = 1
                   PERFORM 2530-ANONIMIZA-VERSION
               END-IF
           END-IF.

       2520-BUSCA-ANONIMO.
           MOVE 0 TO WKS-ANO-ENCONTRADO.
           MOVE 1 TO WKS-ANO-IDX.

           PERFORM 2521-COMPARA-ANONIMO
               UNTIL WKS-ANO-ENCONTRADO = 1
                  OR WKS-ANO-IDX > WKS-ANO-COUNT.

       2521-COMPARA-ANONIMO.
           IF WKS-ANO-CLIENTE (WKS-ANO-IDX) = ID-CLIENTE-H
               MOVE 1 TO WKS-ANO-ENCONTRADO
           ELSE
               ADD 1 TO WKS-ANO-IDX.

       2530-ANONIMIZA-VERSION.
           MOVE WKS-NOMBRE-ANONIMO TO NOMBRE-CLIENTE-H.
           MOVE SPACES             TO CALLE-DIR-H.
           MOVE SPACES             TO CIUDAD-DIR-H.
           MOVE SPACES             TO ESTADO-DIR-H.
           MOVE 0                  TO CP-DIR-H.
           MOVE SPACES             TO TELEFONO-H.
           MOVE SPACES             TO EMAIL-H.
           MOVE "N"                TO DOMICILIADO-H.
           MOVE SPACES             TO CUENTA-BANCARIA-H.
           MOVE WKS-RFC-GENERICO   TO RFC-H.
           MOVE "N"                TO ENVIO-EMAIL-H.
           MOVE SPACES             TO CONTACTO-DEF-H.
           REWRITE REG-CLI-H.
           ADD 1 TO WKS-CONT-HISTCLI.

       3000-FIN.
           IF WKS-ANO-COUNT > 0
               PERFORM 2500-LIMPIA-HISTCLI.

           MOVE "SOLICITUDES EVALUADAS:" TO WKS-TOT-DESC-R.
           MOVE WKS-CONT-LEIDAS TO WKS-TOT-CNT-R.
           MOVE TOTALES-ANO-R TO LINEA-ANO.
           WRITE LINEA-ANO AFTER 2.

           MOVE "CLIENTES ANONIMIZADOS:" TO WKS-TOT-DESC-R.
           MOVE WKS-CONT-EJECUTADAS TO WKS-TOT-CNT-R.
           MOVE TOTALES-ANO-R TO LINEA-ANO.
           WRITE LINEA-ANO AFTER 1.

           MOVE "PENDIENTES:" TO WKS-TOT-DESC-R.
           MOVE WKS-CONT-PENDIENTES TO WKS-TOT-CNT-R.
           MOVE TOTALES-ANO-R TO LINEA-ANO.
           WRITE LINEA-ANO AFTER 1.

           MOVE "PLASTICOS LIMPIADOS:" TO WKS-TOT-DESC-R.
           MOVE WKS-CONT-TARJETAS TO WKS-TOT-CNT-R.
           MOVE TOTALES-ANO-R TO LINEA-ANO.
           WRITE LINEA-ANO AFTER 1.

           MOVE "ADICIONALES LIMPIADOS:" TO WKS-TOT-DESC-R.
           MOVE WKS-CONT-ADICIONALES TO WKS-TOT-CNT-R.
           MOVE TOTALES-ANO-R TO LINEA-ANO.
           WRITE LINEA-ANO AFTER 1.

           MOVE "VERSIONES HISTCLI LIMPIADAS:" TO WKS-TOT-DESC-R.
           MOVE WKS-CONT-HISTCLI TO WKS-TOT-CNT-R.
           MOVE TOTALES-ANO-R TO LINEA-ANO.
           WRITE LINEA-ANO AFTER 1.

           CLOSE ARCO.
           CLOSE ICLIENTES.
           CLOSE DCLIENTE.
           CLOSE TARJCLI.
           CLOSE CICLOFAC.
           CLOSE TRXCLI.
           IF WKS-SIN-ADICION = 0
               CLOSE ADICION.
           IF WKS-SIN-HISTORICO = 0
               CLOSE TRXHIST.
           CLOSE REP-ANO.

           DISPLAY "CLIENTES ANONIMIZADOS: " WKS-CONT-EJECUTADAS.
           DISPLAY "SOLICITUDES PENDIENTES: " WKS-CONT-PENDIENTES.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "DAT-ANO " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDAS TO LEIDOS-BIT.
           MOVE WKS-CONT-EJECUTADAS TO ESCRITOS-BIT.
           MOVE WKS-CONT-PENDIENTES TO RECHAZADOS-BIT.
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
