      *MI PROGRAMA DEL REPORTE MENSUAL DE QUEJAS PARA CONDUSEF - DE
      *QUEJAS TOMA LAS RECIBIDAS EN EL MES, LAS RESUELTAS EN EL MES
      *Y LAS QUE QUEDAN EN TRAMITE AL CIERRE, Y ARMA EL ARCHIVO QUE
      *LA UNIDAD ESPECIALIZADA ENTREGA (ENCABEZADO, UN DETALLE POR
      *QUEJA Y CIFRAS DE CONTROL) CON EL ESTADO DE CADA UNA AL
      *CIERRE DEL MES Y SI SE ATENDIO EN PLAZO. EL REPORTE IMPRESO
      *RESUME POR MOTIVO Y POR CANAL.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUE-MEN.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEJAS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS FOLIO-QJ
                ALTERNATE RECORD KEY IS ID-CLIENTE-QJ WITH DUPLICATES
                FILE STATUS IS WKS-FS-QUEJA.

           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I.

           SELECT CONDQUE ASSIGN TO DISK.

           SELECT REP-QUE ASSIGN TO PRINTER.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD QUEJAS.
       01 REG-QUEJA.
       COPY QUEJCOPY.

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

      *ARCHIVO PARA CONDUSEF: ENCABEZADO "HDR" CON FECHA Y PERIODO,
      *DETALLE "DET" POR QUEJA Y TRAILER "999" CON CONTEO Y SUMAS.
       FD CONDQUE.
       01 REG-CQ.
        03 TIPO-CQ            PIC X(03).
        03 PERIODO-CQ         PIC 9(06).
        03 FOLIO-CQ           PIC 9(06).
        03 ID-CLIENTE-CQ      PIC 9(06).
        03 RFC-CQ             PIC X(13).
        03 CANAL-CQ           PIC X(02).
        03 MOTIVO-CQ          PIC X(03).
        03 FECHA-RECEPCION-CQ PIC 9(08).
        03 FECHA-LIMITE-CQ    PIC 9(08).
        03 ESTADO-CQ          PIC X(01).
        03 FECHA-RESOL-CQ     PIC 9(08).
        03 EN-PLAZO-CQ        PIC X(01).
        03 MONTO-RECLAMADO-CQ PIC 9(07)V99.
        03 MONTO-DEVUELTO-CQ  PIC 9(07)V99.

       01 REG-CQ-HDR REDEFINES REG-CQ.
        03 TIPO-HDR-CQ        PIC X(03).
        03 FECHA-HDR-CQ       PIC 9(08).
        03 PERIODO-HDR-CQ     PIC 9(06).
        03 ENTIDAD-HDR-CQ     PIC X(08).
        03 FILLER             PIC X(58).

       01 REG-CQ-TRL REDEFINES REG-CQ.
        03 TIPO-TRL-CQ        PIC X(03).
        03 CONTADOR-TRL-CQ    PIC 9(07).
        03 RECLAMADO-TRL-CQ   PIC 9(11)V99.
        03 DEVUELTO-TRL-CQ    PIC 9(11)V99.
        03 FILLER             PIC X(47).

       FD REP-QUE.
       01 LINEA-QUE              PIC X(132).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-FS-QUEJA         PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-EOF-QUEJA        PIC 9 VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-MES-PROCESO      PIC 9(06) VALUE 0.
       01 WKS-FIN-MES          PIC 9(08) VALUE 0.
       01 WKS-CONT-LEIDOS      PIC 9(06) VALUE 0.
       01 WKS-CONT-REPORTADAS  PIC 9(07) VALUE 0.
       01 WKS-SUMA-RECLAMADO   PIC 9(11)V99 VALUE 0.
       01 WKS-SUMA-DEVUELTO    PIC 9(11)V99 VALUE 0.
       01 WKS-RECIBIDA-MES     PIC 9 VALUE 0.
       01 WKS-RESUELTA-MES     PIC 9 VALUE 0.
       01 WKS-ESTADO-CIERRE    PIC X(01) VALUE SPACES.
       01 WKS-FECHA-AUX        PIC 9(08) VALUE 0.
       01 WKS-FECHA-AUX-R REDEFINES WKS-FECHA-AUX.
           03 WKS-AUX-AAAAMM       PIC 9(06).
           03 WKS-AUX-DD           PIC 9(02).

      *RESUMEN POR MOTIVO; EL RENGLON SE BUSCA POR EL CODIGO.
       01 WKS-MOTIVOS-INI.
           03 FILLER PIC X(23) VALUE "ANUANUALIDAD DUPLICADA ".
           03 FILLER PIC X(23) VALUE "RECRECARGO DISPUTADO   ".
           03 FILLER PIC X(23) VALUE "CNRCARGO NO RECONOCIDO ".
           03 FILLER PIC X(23) VALUE "DOMDOMICILIACION       ".
           03 FILLER PIC X(23) VALUE "COBGESTION DE COBRANZA ".
           03 FILLER PIC X(23) VALUE "BURREPORTE DE BURO     ".
           03 FILLER PIC X(23) VALUE "OTROTRO                ".
       01 WKS-TABLA-MOTIVOS REDEFINES WKS-MOTIVOS-INI.
           03 WKS-MOT-ENTRY OCCURS 7 TIMES.
              05 WKS-MOT-CODIGO    PIC X(03).
              05 WKS-MOT-NOMBRE    PIC X(20).
       01 WKS-TOTALES-MOTIVO.
           03 WKS-TOT-ENTRY OCCURS 8 TIMES.
              05 WKS-TOT-RECIBIDAS   PIC 9(06).
              05 WKS-TOT-PROCEDENTES PIC 9(06).
              05 WKS-TOT-IMPROCED    PIC 9(06).
              05 WKS-TOT-TRAMITE     PIC 9(06).
              05 WKS-TOT-FUERA-PLAZO PIC 9(06).
              05 WKS-TOT-RECLAMADO   PIC 9(09)V99.
              05 WKS-TOT-DEVUELTO    PIC 9(09)V99.
       01 WKS-MOT-IDX          PIC 9(02) VALUE 0.
       01 WKS-HALLADO          PIC 9 VALUE 0.

      *RECIBIDAS EN EL MES POR CANAL.
       01 WKS-CANALES-INI.
           03 FILLER PIC X(22) VALUE "SUSUCURSAL            ".
           03 FILLER PIC X(22) VALUE "TETELEFONO            ".
           03 FILLER PIC X(22) VALUE "CECORREO ELECTRONICO  ".
           03 FILLER PIC X(22) VALUE "UNUNIDAD ESPECIALIZADA".
           03 FILLER PIC X(22) VALUE "COTURNADA POR CONDUSEF".
       01 WKS-TABLA-CANALES REDEFINES WKS-CANALES-INI.
           03 WKS-CAN-ENTRY OCCURS 5 TIMES.
              05 WKS-CAN-CODIGO    PIC X(02).
              05 WKS-CAN-NOMBRE    PIC X(20).
       01 WKS-CONTEO-CANAL.
           03 WKS-CAN-RECIBIDAS PIC 9(06) OCCURS 5 TIMES.
       01 WKS-CAN-IDX          PIC 9(02) VALUE 0.

       01 HEADER-L1-QUE.
            03 FILLER PIC X(25) VALUE SPACES.
            03 FILLER PIC X(50)
               VALUE "REPORTE MENSUAL DE QUEJAS - CONDUSEF".

       01 HEADER-L2-QUE.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(09) VALUE "PERIODO: ".
            03 WKS-PERIODO-R   PIC 9(06).
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(18) VALUE "FECHA DE NEGOCIO: ".
            03 WKS-HOY-R       PIC 9(08).

       01 HEADER-L3-QUE.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(22) VALUE "MOTIVO".
            03 FILLER PIC X(10) VALUE "RECIBIDAS".
            03 FILLER PIC X(10) VALUE "PROCEDEN".
            03 FILLER PIC X(10) VALUE "IMPROCED".
            03 FILLER PIC X(10) VALUE "TRAMITE".
            03 FILLER PIC X(10) VALUE "F/PLAZO".
            03 FILLER PIC X(18) VALUE "        RECLAMADO".
            03 FILLER PIC X(18) VALUE "         DEVUELTO".

       01 DETALLE-MOT-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-MOTIVO-R    PIC X(20).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-RECIBIDAS-R PIC ZZZ,ZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-PROCED-R    PIC ZZZ,ZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-IMPROC-R    PIC ZZZ,ZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-TRAMITE-R   PIC ZZZ,ZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-FPLAZO-R    PIC ZZZ,ZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-RECLAMADO-R PIC $ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-DEVUELTO-R  PIC $ZZZ,ZZZ,ZZ9.99.

       01 DETALLE-CAN-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-CANAL-R     PIC X(20).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-CAN-NUM-R   PIC ZZZ,ZZ9.

       01 SUBTITULO-QUE.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-SUB-R       PIC X(50).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-EOF-QUEJA = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           DISPLAY "MES A REPORTAR AAAAMM (CERO = MES DE NEGOCIO):"
                                                LINE 01 POSITION 03.
           ACCEPT WKS-MES-PROCESO LINE 01 POSITION 51.

           IF WKS-MES-PROCESO = 0
               MOVE WKS-FECHA-HOY (1:6) TO WKS-MES-PROCESO.

      *ULTIMO DIA POSIBLE DEL MES, SOLO PARA COMPARAR FECHAS.
           COMPUTE WKS-FIN-MES = WKS-MES-PROCESO * 100 + 31.

           INITIALIZE WKS-TOTALES-MOTIVO.
           INITIALIZE WKS-CONTEO-CANAL.

           OPEN INPUT QUEJAS.
           OPEN INPUT ICLIENTES.
           OPEN OUTPUT CONDQUE.
           OPEN OUTPUT REP-QUE.

           MOVE SPACES TO REG-CQ.
           MOVE "HDR" TO TIPO-HDR-CQ.
           MOVE WKS-FECHA-HOY TO FECHA-HDR-CQ.
           MOVE WKS-MES-PROCESO TO PERIODO-HDR-CQ.
           MOVE "TARJCRED" TO ENTIDAD-HDR-CQ.
           WRITE REG-CQ.

           IF WKS-FS-QUEJA NOT = "00"
               MOVE 1 TO WKS-EOF-QUEJA
           ELSE
               MOVE 0 TO FOLIO-QJ
               START QUEJAS KEY IS > FOLIO-QJ
                   INVALID KEY MOVE 1 TO WKS-EOF-QUEJA
               END-START.

      *ENTRA AL REPORTE LO RECIBIDO EN EL MES, LO RESUELTO EN EL
      *MES Y LO QUE SIGUE EN TRAMITE AL CIERRE; LO RECIBIDO DESPUES
      *DEL MES Y LO RESUELTO ANTES NO.
       2000-PROCESO.
           READ QUEJAS NEXT AT END MOVE 1 TO WKS-EOF-QUEJA.

           IF WKS-EOF-QUEJA = 0
               ADD 1 TO WKS-CONT-LEIDOS
               IF FECHA-RECEPCION-QJ NOT > WKS-FIN-MES
                   PERFORM 2100-CLASIFICA-QUEJA
               END-IF
           END-IF.

       2100-CLASIFICA-QUEJA.
           MOVE 0 TO WKS-RECIBIDA-MES.
           MOVE 0 TO WKS-RESUELTA-MES.

           MOVE FECHA-RECEPCION-QJ TO WKS-FECHA-AUX.
           IF WKS-AUX-AAAAMM = WKS-MES-PROCESO
               MOVE 1 TO WKS-RECIBIDA-MES.

      *EL ESTADO ES EL QUE TENIA AL CIERRE DEL MES: RESUELTA DESPUES
      *CUENTA COMO EN TRAMITE.
           MOVE "A" TO WKS-ESTADO-CIERRE.
           IF FECHA-RESOL-QJ NOT = 0
              AND FECHA-RESOL-QJ NOT > WKS-FIN-MES
               MOVE ESTADO-QJ TO WKS-ESTADO-CIERRE
               MOVE FECHA-RESOL-QJ TO WKS-FECHA-AUX
               IF WKS-AUX-AAAAMM = WKS-MES-PROCESO
                   MOVE 1 TO WKS-RESUELTA-MES.

           IF WKS-RECIBIDA-MES = 1
              OR WKS-RESUELTA-MES = 1
              OR WKS-ESTADO-CIERRE = "A"
               PERFORM 2200-GRABA-DETALLE
               PERFORM 2300-ACUMULA-RESUMEN.

       2200-GRABA-DETALLE.
           MOVE ID-CLIENTE-QJ TO ID-CLIENTE-I.
           READ ICLIENTES
               INVALID KEY MOVE SPACES TO RFC-I
           END-READ.

           MOVE SPACES             TO REG-CQ.
           MOVE "DET"              TO TIPO-CQ.
           MOVE WKS-MES-PROCESO    TO PERIODO-CQ.
           MOVE FOLIO-QJ           TO FOLIO-CQ.
           MOVE ID-CLIENTE-QJ      TO ID-CLIENTE-CQ.
           MOVE RFC-I              TO RFC-CQ.
           MOVE CANAL-QJ           TO CANAL-CQ.
           MOVE MOTIVO-QJ          TO MOTIVO-CQ.
           MOVE FECHA-RECEPCION-QJ TO FECHA-RECEPCION-CQ.
           MOVE FECHA-LIMITE-QJ    TO FECHA-LIMITE-CQ.
           MOVE WKS-ESTADO-CIERRE  TO ESTADO-CQ.
           MOVE MONTO-RECLAMADO-QJ TO MONTO-RECLAMADO-CQ.
           MOVE 0                  TO MONTO-DEVUELTO-CQ.
           MOVE 0                  TO FECHA-RESOL-CQ.

      *EN PLAZO: RESUELTA A MAS TARDAR EL LIMITE, O TODAVIA EN
      *TRAMITE CON EL LIMITE SIN PASAR AL CIERRE.
           MOVE "S" TO EN-PLAZO-CQ.
           IF WKS-ESTADO-CIERRE = "A"
               IF FECHA-LIMITE-QJ < WKS-FIN-MES
                  AND FECHA-LIMITE-QJ < WKS-FECHA-HOY
                   MOVE "N" TO EN-PLAZO-CQ
               END-IF
           ELSE
               MOVE FECHA-RESOL-QJ TO FECHA-RESOL-CQ
               IF FECHA-RESOL-QJ > FECHA-LIMITE-QJ
                   MOVE "N" TO EN-PLAZO-CQ
               END-IF
               IF FECHA-DEVOL-QJ NOT > WKS-FIN-MES
                   MOVE MONTO-DEVUELTO-QJ TO MONTO-DEVUELTO-CQ
               END-IF
           END-IF.

           WRITE REG-CQ.

           ADD 1 TO WKS-CONT-REPORTADAS.
           ADD MONTO-RECLAMADO-CQ TO WKS-SUMA-RECLAMADO.
           ADD MONTO-DEVUELTO-CQ  TO WKS-SUMA-DEVUELTO.

      *EL RENGLON OCHO JUNTA LOS MOTIVOS QUE NO ESTAN EN LA TABLA.
       2300-ACUMULA-RESUMEN.
           MOVE 0 TO WKS-HALLADO.
           MOVE 1 TO WKS-MOT-IDX.
           PERFORM 2310-BUSCA-MOTIVO
               UNTIL WKS-HALLADO = 1 OR WKS-MOT-IDX > 7.

           IF WKS-RECIBIDA-MES = 1
               ADD 1 TO WKS-TOT-RECIBIDAS (WKS-MOT-IDX)
               ADD MONTO-RECLAMADO-QJ TO
                                   WKS-TOT-RECLAMADO (WKS-MOT-IDX)
               PERFORM 2320-CUENTA-CANAL.

           IF WKS-RESUELTA-MES = 1
               ADD MONTO-DEVUELTO-CQ TO WKS-TOT-DEVUELTO (WKS-MOT-IDX)
               IF WKS-ESTADO-CIERRE = "P"
                   ADD 1 TO WKS-TOT-PROCEDENTES (WKS-MOT-IDX)
               ELSE
                   ADD 1 TO WKS-TOT-IMPROCED (WKS-MOT-IDX).

           IF WKS-ESTADO-CIERRE = "A"
               ADD 1 TO WKS-TOT-TRAMITE (WKS-MOT-IDX).

           IF EN-PLAZO-CQ = "N"
               ADD 1 TO WKS-TOT-FUERA-PLAZO (WKS-MOT-IDX).

       2310-BUSCA-MOTIVO.
           IF WKS-MOT-CODIGO (WKS-MOT-IDX) = MOTIVO-QJ
               MOVE 1 TO WKS-HALLADO
           ELSE
               ADD 1 TO WKS-MOT-IDX.

       2320-CUENTA-CANAL.
           MOVE 0 TO WKS-HALLADO.
           MOVE 1 TO WKS-CAN-IDX.
           PERFORM 2321-BUSCA-CANAL
               UNTIL WKS-HALLADO = 1 OR WKS-CAN-IDX > 5.

           IF WKS-HALLADO = 1
               ADD 1 TO WKS-CAN-RECIBIDAS (WKS-CAN-IDX).

       2321-BUSCA-CANAL.
           IF WKS-CAN-CODIGO (WKS-CAN-IDX) = CANAL-QJ
               MOVE 1 TO WKS-HALLADO
           ELSE
               ADD 1 TO WKS-CAN-IDX.

       3000-FIN.
           MOVE SPACES TO REG-CQ.
           MOVE "999" TO TIPO-TRL-CQ.
           MOVE WKS-CONT-REPORTADAS TO CONTADOR-TRL-CQ.
           MOVE WKS-SUMA-RECLAMADO  TO RECLAMADO-TRL-CQ.
           MOVE WKS-SUMA-DEVUELTO   TO DEVUELTO-TRL-CQ.
           WRITE REG-CQ.

           PERFORM 3100-IMPRIME-RESUMEN.

           CLOSE QUEJAS.
           CLOSE ICLIENTES.
           CLOSE CONDQUE.
           CLOSE REP-QUE.

           DISPLAY "QUEJAS REPORTADAS A CONDUSEF: "
                   WKS-CONT-REPORTADAS.
           PERFORM 9000-GRABA-BITACORA.

       3100-IMPRIME-RESUMEN.
           MOVE HEADER-L1-QUE TO LINEA-QUE.
           WRITE LINEA-QUE AFTER 1.
           MOVE WKS-MES-PROCESO TO WKS-PERIODO-R.
           MOVE WKS-FECHA-HOY   TO WKS-HOY-R.
           MOVE HEADER-L2-QUE TO LINEA-QUE.
           WRITE LINEA-QUE AFTER 2.
           MOVE HEADER-L3-QUE TO LINEA-QUE.
           WRITE LINEA-QUE AFTER 2.

           MOVE 1 TO WKS-MOT-IDX.
           PERFORM 3110-RENGLON-MOTIVO UNTIL WKS-MOT-IDX > 8.

           MOVE "RECIBIDAS EN EL MES POR CANAL" TO WKS-SUB-R.
           MOVE SUBTITULO-QUE TO LINEA-QUE.
           WRITE LINEA-QUE AFTER 3.

           MOVE 1 TO WKS-CAN-IDX.
           PERFORM 3120-RENGLON-CANAL UNTIL WKS-CAN-IDX > 5.

       3110-RENGLON-MOTIVO.
           IF WKS-MOT-IDX > 7
               MOVE "MOTIVO NO CATALOGADO" TO WKS-MOTIVO-R
           ELSE
               MOVE WKS-MOT-NOMBRE (WKS-MOT-IDX) TO WKS-MOTIVO-R.

           MOVE WKS-TOT-RECIBIDAS (WKS-MOT-IDX)   TO WKS-RECIBIDAS-R.
           MOVE WKS-TOT-PROCEDENTES (WKS-MOT-IDX) TO WKS-PROCED-R.
           MOVE WKS-TOT-IMPROCED (WKS-MOT-IDX)    TO WKS-IMPROC-R.
           MOVE WKS-TOT-TRAMITE (WKS-MOT-IDX)     TO WKS-TRAMITE-R.
           MOVE WKS-TOT-FUERA-PLAZO (WKS-MOT-IDX) TO WKS-FPLAZO-R.
           MOVE WKS-TOT-RECLAMADO (WKS-MOT-IDX)   TO WKS-RECLAMADO-R.
           MOVE WKS-TOT-DEVUELTO (WKS-MOT-IDX)    TO WKS-DEVUELTO-R.

           MOVE DETALLE-MOT-R TO LINEA-QUE.
           WRITE LINEA-QUE AFTER 1.

           ADD 1 TO WKS-MOT-IDX.

       3120-RENGLON-CANAL.
           MOVE WKS-CAN-NOMBRE (WKS-CAN-IDX)    TO WKS-CANAL-R.
           MOVE WKS-CAN-RECIBIDAS (WKS-CAN-IDX) TO WKS-CAN-NUM-R.
           MOVE DETALLE-CAN-R TO LINEA-QUE.
           WRITE LINEA-QUE AFTER 1.

           ADD 1 TO WKS-CAN-IDX.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "QUE-MEN " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDOS TO LEIDOS-BIT.
           MOVE WKS-CONT-REPORTADAS TO ESCRITOS-BIT.
           MOVE 0 TO RECHAZADOS-BIT.
           MOVE SPACES TO DETALLE-BIT.
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
