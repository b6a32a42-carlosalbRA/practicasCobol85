      *MI PROGRAMA DE REORGANIZACION DE ARCHIVOS INDEXADOS - DESCARGA
      *Y RECARGA TRXCLI, CICLOFAC, PLANPAGO, ESTHIST, TARJCLI O
      *DCLIENTE PARA QUE SUS INDICES VUELVAN A QUEDAR COMPACTOS Y LAS
      *CONSULTAS EN LINEA NO SE ALENTEN MES CON MES. EL ARCHIVO VIVO
      *SOLO SE REEMPLAZA CUANDO LA DESCARGA CUADRA EN CONTEO, EN
      *ORDEN DE LLAVES Y EN SUMA DE CONTROL CONTRA LO QUE SE LEYO; SI
      *ALGO NO CUADRA LA REORGANIZACION SE RECHAZA Y EL ARCHIVO QUEDA
      *COMO ESTABA. DESPUES DE RECARGAR SE VUELVE A LEER EL ARCHIVO
      *VIVO Y DEBE DAR LAS MISMAS CIFRAS. CORRE COMO PASO DEL CIERRE
      *DE MES (DESATENDIDO REORGANIZA LOS SEIS) O SUELTO DESDE SU
      *MENU.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REO-ARC.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRXCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TRX-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-TRX WITH DUPLICATES
                FILE STATUS IS WKS-FS-TRX.

           SELECT CICLOFAC ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CICLO-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-C WITH DUPLICATES
                FILE STATUS IS WKS-FS-CIC.

           SELECT PLANPAGO ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS PLAN-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-P WITH DUPLICATES
                FILE STATUS IS WKS-FS-PLA.

           SELECT ESTHIST ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ESTHIST-KEY
                FILE STATUS IS WKS-FS-EHIS.

           SELECT TARJCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TARJ-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-T WITH DUPLICATES
                FILE STATUS IS WKS-FS-TARJ.

           SELECT DCLIENTE ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-D
                ALTERNATE RECORD KEY IS ID-TARJETA-D WITH DUPLICATES
                ALTERNATE RECORD KEY IS FECHA-ALTA-D WITH DUPLICATES
                FILE STATUS IS WKS-FS-DCLI.

           SELECT REOTRX ASSIGN TO DISK
                FILE STATUS IS WKS-FS-REOTRX.
           SELECT REOCIC ASSIGN TO DISK
                FILE STATUS IS WKS-FS-REOCIC.
           SELECT REOPLA ASSIGN TO DISK
                FILE STATUS IS WKS-FS-REOPLA.
           SELECT REOEST ASSIGN TO DISK
                FILE STATUS IS WKS-FS-REOEST.
           SELECT REOTAR ASSIGN TO DISK
                FILE STATUS IS WKS-FS-REOTAR.
           SELECT REODCL ASSIGN TO DISK
                FILE STATUS IS WKS-FS-REODCL.

           SELECT REOCTL ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ARCHIVO-RC
                FILE STATUS IS WKS-FS-REOCTL.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD TRXCLI.
       01 REG-TRX.
       COPY TRXCOPY.

       FD CICLOFAC.
       01 REG-CICLO.
       COPY CICLCOPY.

       FD PLANPAGO.
       01 REG-PLAN.
       COPY PLANCOPY.

       FD ESTHIST.
       01 REG-ESTHIST.
        03 ESTHIST-KEY.
           05 ID-CLIENTE-EH   PIC 9(06).
           05 FECHA-CORTE-EH  PIC 9(08).
           05 SEC-LINEA-EH    PIC 9(04).
        03 LINEA-EH           PIC X(132).

       FD TARJCLI.
       01 REG-TARJ.
       COPY TARJCOPY.

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

      *DESCARGAS SECUENCIALES CON LA MISMA FORMA DE CADA ARCHIVO
      *VIVO, EN ORDEN DE LLAVE PRIMARIA. LA ULTIMA DESCARGA QUE
      *CUADRO SE QUEDA EN DISCO HASTA LA SIGUIENTE REORGANIZACION:
      *ES DE DONDE SE RETOMA UNA RECARGA QUE NO TERMINO.
       FD REOTRX.
       01 REG-TRX-R.
       COPY TRXCOPY
           REPLACING ==TRX-KEY== BY ==TRX-KEY-R==
                     ==ID-CLIENTE-TRX== BY ==ID-CLIENTE-TRX-R==
                     ==NUM-TRX== BY ==NUM-TRX-R==
                     ==FECHA-TRX== BY ==FECHA-TRX-R==
                     ==MONTO-TRX== BY ==MONTO-TRX-R==
                     ==DESCRIPCION-TRX== BY ==DESCRIPCION-TRX-R==
                     ==NUM-TRX-REF== BY ==NUM-TRX-REF-R==
                     ==TIPO-TRX== BY ==TIPO-TRX-R==
                     ==NUM-TARJETA-TRX== BY ==NUM-TARJETA-TRX-R==
                     ==GIRO-TRX== BY ==GIRO-TRX-R==
                     ==MONEDA-TRX== BY ==MONEDA-TRX-R==
                     ==MONTO-ORIGEN-TRX== BY ==MONTO-ORIGEN-TRX-R==
                     ==CANAL-TRX== BY ==CANAL-TRX-R==.

       FD REOCIC.
       01 REG-CICLO-R.
       COPY CICLCOPY
           REPLACING ==CICLO-KEY== BY ==CICLO-KEY-CR==
                     ==ID-CLIENTE-C== BY ==ID-CLIENTE-CR==
                     ==NUM-CICLO-C== BY ==NUM-CICLO-CR==
                     ==FECHA-VENCE-C== BY ==FECHA-VENCE-CR==
                     ==MONTO-ANUAL-C== BY ==MONTO-ANUAL-CR==
                     ==STATUS-PAGO-C== BY ==STATUS-PAGO-CR==
                     ==CICLO-PAGADO-C== BY ==CICLO-PAGADO-CR==
                     ==CICLO-PENDIENTE-C== BY ==CICLO-PENDIENTE-CR==
                     ==CICLO-RESTRUCT-C== BY ==CICLO-RESTRUCT-CR==
                     ==FECHA-PAGO-C== BY ==FECHA-PAGO-CR==
                     ==RECARGO-C== BY ==RECARGO-CR==
                     ==FECHA-RECARGO-C== BY ==FECHA-RECARGO-CR==
                     ==MONTO-PAGADO-C== BY ==MONTO-PAGADO-CR==
                     ==NIVEL-AVISO-C== BY ==NIVEL-AVISO-CR==
                     ==FECHA-AVISO-C== BY ==FECHA-AVISO-CR==
                     ==RECARGO-PAGADO-C== BY ==RECARGO-PAGADO-CR==
                     ==RECHAZO-BANCO-C== BY ==RECHAZO-BANCO-CR==
                     ==NUM-TARJETA-C== BY ==NUM-TARJETA-CR==
                     ==TIPO-CICLO-C== BY ==TIPO-CICLO-CR==
                     ==CICLO-ANUALIDAD-C== BY ==CICLO-ANUALIDAD-CR==
                     ==CICLO-MINIMO-C== BY ==CICLO-MINIMO-CR==
                     ==CICLO-CONVENIO-C== BY ==CICLO-CONVENIO-CR==
                     ==AGENCIA-C== BY ==AGENCIA-CR==
                     ==FECHA-ASIGNA-C== BY ==FECHA-ASIGNA-CR==
                     ==INTENTOS-DOM-C== BY ==INTENTOS-DOM-CR==
                     ==FECHA-PRESENTA-C== BY ==FECHA-PRESENTA-CR==
                     ==ESTATUS-FISCAL-C== BY ==ESTATUS-FISCAL-CR==
                     ==FISCAL-ENVIADO-C== BY ==FISCAL-ENVIADO-CR==
                     ==FISCAL-TIMBRADO-C== BY ==FISCAL-TIMBRADO-CR==
                     ==FISCAL-RECHAZADO-C== BY ==FISCAL-RECHAZADO-CR==
                     ==FOLIO-FISCAL-C== BY ==FOLIO-FISCAL-CR==
                     ==FECHA-ENVIO-FIS-C== BY ==FECHA-ENVIO-FIS-CR==.

       FD REOPLA.
       01 REG-PLAN-R.
       COPY PLANCOPY
           REPLACING ==PLAN-KEY== BY ==PLAN-KEY-PR==
                     ==ID-CLIENTE-P== BY ==ID-CLIENTE-PR==
                     ==NUM-PLAN-P== BY ==NUM-PLAN-PR==
                     ==FECHA-ALTA-P== BY ==FECHA-ALTA-PR==
                     ==DESCRIPCION-P== BY ==DESCRIPCION-PR==
                     ==MONTO-TOTAL-P== BY ==MONTO-TOTAL-PR==
                     ==NUM-MENSUAL-P== BY ==NUM-MENSUAL-PR==
                     ==MENSUAL-VENCIDAS-P== BY ==MENSUAL-VENCIDAS-PR==
                     ==MONTO-MENSUAL-P== BY ==MONTO-MENSUAL-PR==
                     ==SALDO-PLAN-P== BY ==SALDO-PLAN-PR==
                     ==STATUS-PLAN-P== BY ==STATUS-PLAN-PR==
                     ==PLAN-ACTIVO-P== BY ==PLAN-ACTIVO-PR==
                     ==PLAN-LIQUIDADO-P== BY ==PLAN-LIQUIDADO-PR==
                     ==PLAN-CANCELADO-P== BY ==PLAN-CANCELADO-PR==
                     ==NUM-TRX-ORIG-P== BY ==NUM-TRX-ORIG-PR==
                     ==LIQUIDACION-P== BY ==LIQUIDACION-PR==
                     ==PLAN-LIQUIDA-ANTICIPADO== BY
                                           ==PLAN-LIQUIDA-ANTICIP-PR==
                     ==FECHA-SOL-LIQ-P== BY ==FECHA-SOL-LIQ-PR==
                     ==MONTO-DEVUELTO-P== BY ==MONTO-DEVUELTO-PR==
                     ==FECHA-CANCELA-P== BY ==FECHA-CANCELA-PR==
                     ==TIPO-PLAN-P== BY ==TIPO-PLAN-PR==
                     ==PLAN-MSI-P== BY ==PLAN-MSI-PR==
                     ==PLAN-CUOTA-FIJA-P== BY ==PLAN-CUOTA-FIJA-PR==
                     ==TASA-PLAN-P== BY ==TASA-PLAN-PR==
                     ==INTERES-COBRADO-P== BY ==INTERES-COBRADO-PR==.

       FD REOEST.
       01 REG-ESTHIST-R.
        03 ESTHIST-KEY-ER.
           05 ID-CLIENTE-ER   PIC 9(06).
           05 FECHA-CORTE-ER  PIC 9(08).
           05 SEC-LINEA-ER    PIC 9(04).
        03 LINEA-ER           PIC X(132).

       FD REOTAR.
       01 REG-TARJ-R.
       COPY TARJCOPY
           REPLACING ==TARJ-KEY== BY ==TARJ-KEY-TR==
                     ==ID-CLIENTE-T== BY ==ID-CLIENTE-TR==
                     ==NUM-TARJETA-T== BY ==NUM-TARJETA-TR==
                     ==ID-TARGETA-T== BY ==ID-TARGETA-TR==
                     ==TIPO-TARG-T== BY ==TIPO-TARG-TR==
                     ==ANUALIDAD-T== BY ==ANUALIDAD-TR==
                     ==FECHA-ALTA-T== BY ==FECHA-ALTA-TR==
                     ==NUMERO-TARJETA-T== BY ==NUMERO-TARJETA-TR==
                     ==FECHA-EXPIRA-T== BY ==FECHA-EXPIRA-TR==
                     ==ESTADO-TARJ-T== BY ==ESTADO-TARJ-TR==
                     ==TARJ-EMITIDA-T== BY ==TARJ-EMITIDA-TR==
                     ==TARJ-ACTIVA-T== BY ==TARJ-ACTIVA-TR==
                     ==TARJ-BLOQUEADA-T== BY ==TARJ-BLOQUEADA-TR==
                     ==TARJ-CANCELADA-T== BY ==TARJ-CANCELADA-TR==
                     ==MOTIVO-BLOQ-T== BY ==MOTIVO-BLOQ-TR==
                     ==FECHA-BLOQUEO-T== BY ==FECHA-BLOQUEO-TR==
                     ==ENTREGA-TARJ-T== BY ==ENTREGA-TARJ-TR==
                     ==ENTREGA-PENDIENTE-T== BY ==ENTREGA-PENDIENTE-TR==
                     ==ENTREGA-EMBOZADA-T== BY ==ENTREGA-EMBOZADA-TR==
                     ==ENTREGA-RECHAZADA-T== BY ==ENTREGA-RECHAZADA-TR==
                     ==ENTREGA-CONFIRMADA-T== BY
                                           ==ENTREGA-CONFIRMADA-TR==
                     ==ENTREGA-FALLIDA-T== BY ==ENTREGA-FALLIDA-TR==
                     ==FECHA-ENVIO-EMB-T== BY ==FECHA-ENVIO-EMB-TR==
                     ==FECHA-EMBOZO-T== BY ==FECHA-EMBOZO-TR==
                     ==FECHA-ENTREGA-T== BY ==FECHA-ENTREGA-TR==
                     ==RECIBIO-T== BY ==RECIBIO-TR==
                     ==MOTIVO-ENTREGA-T== BY ==MOTIVO-ENTREGA-TR==.

       FD REODCL.
       01 REG-CLI-DR.
       COPY DCLICOPY
           REPLACING ==ID-CLIENTE== BY ==ID-CLIENTE-DR==
                     ==NOMBRE-CLIENTE== BY ==NOMBRE-CLIENTE-DR==
                     ==ID-TARJETA== BY ==ID-TARJETA-DR==
                     ==TIPO-TARG== BY ==TIPO-TARG-DR==
                     ==ANUALIDAD== BY ==ANUALIDAD-DR==
                     ==FECHA-ALTA== BY ==FECHA-ALTA-DR==
                     ==LIMITE-CREDITO== BY ==LIMITE-CREDITO-DR==
                     ==DOMICILIADO== BY ==DOMICILIADO-DR==
                     ==CUENTA-BANCARIA== BY ==CUENTA-BANCARIA-DR==.

      *CONTROL DE REORGANIZACION, UN REGISTRO POR ARCHIVO: CIFRAS DE
      *LA ULTIMA DESCARGA QUE CUADRO Y EN QUE QUEDO. "R" SIGNIFICA
      *QUE EL ARCHIVO VIVO YA SE ABRIO PARA RECARGA Y LA RECARGA NO
      *HA VERIFICADO: LA SIGUIENTE CORRIDA NO VUELVE A DESCARGAR EL
      *ARCHIVO A MEDIAS, LO RECARGA DE LA DESCARGA QUE YA CUADRO.
       FD REOCTL.
       01 REG-REOCTL.
        03 ARCHIVO-RC         PIC X(08).
        03 FECHA-RC           PIC 9(08).
        03 CONTEO-RC          PIC 9(09).
        03 HASH-RC            PIC 9(13)V99.
        03 ESTADO-RC          PIC X(01).
           88 RECARGA-PENDIENTE-RC  VALUE "R".
           88 REORG-TERMINADA-RC    VALUE "T".

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR ARCHIVO
      *REORGANIZADO O RECHAZADO.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-FS-TRX           PIC X(02) VALUE "00".
       01 WKS-FS-CIC           PIC X(02) VALUE "00".
       01 WKS-FS-PLA           PIC X(02) VALUE "00".
       01 WKS-FS-EHIS          PIC X(02) VALUE "00".
       01 WKS-FS-TARJ          PIC X(02) VALUE "00".
       01 WKS-FS-DCLI          PIC X(02) VALUE "00".
       01 WKS-FS-REOTRX        PIC X(02) VALUE "00".
       01 WKS-FS-REOCIC        PIC X(02) VALUE "00".
       01 WKS-FS-REOPLA        PIC X(02) VALUE "00".
       01 WKS-FS-REOEST        PIC X(02) VALUE "00".
       01 WKS-FS-REOTAR        PIC X(02) VALUE "00".
       01 WKS-FS-REODCL        PIC X(02) VALUE "00".
       01 WKS-FS-REOCTL        PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-FS-ACTUAL        PIC X(02) VALUE "00".
       01 WKS-ARCHIVO-ERR      PIC X(08) VALUE SPACES.
       01 WKS-OPERACION-ERR    PIC X(07) VALUE SPACES.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-OPCION           PIC 9 VALUE 0.
       01 WKS-ARCHIVO-ACT      PIC 9 VALUE 0.
       01 WKS-NOMBRE-ARCH      PIC X(08) VALUE SPACES.
       01 WKS-FASE             PIC 9 VALUE 0.
       01 WKS-EOF-FASE         PIC 9 VALUE 0.
       01 WKS-ARCHIVO-MALO     PIC 9 VALUE 0.
       01 WKS-SECUENCIA-MALA   PIC 9 VALUE 0.
       01 WKS-CUADRA           PIC 9 VALUE 0.
       01 WKS-RECUPERA         PIC 9 VALUE 0.
       01 WKS-CONTROL-EXISTE   PIC 9 VALUE 0.
       01 WKS-MOTIVO           PIC X(20) VALUE SPACES.
       01 WKS-DETALLE          PIC X(20) VALUE SPACES.
       01 WKS-RECHAZOS-BIT     PIC 9(06) VALUE 0.

      *LLAVE DEL REGISTRO ACTUAL Y DEL ANTERIOR EN LA FASE: CADA
      *LLAVE DEBE SER MAYOR QUE LA ANTERIOR. EL MONTO ES LO QUE EL
      *REGISTRO APORTA A LA SUMA DE CONTROL DE SU ARCHIVO.
       01 WKS-LLAVE-ACT        PIC X(18) VALUE SPACES.
       01 WKS-LLAVE-ANT        PIC X(18) VALUE SPACES.
       01 WKS-MONTO-ACT        PIC 9(09)V99 VALUE 0.

      *CIFRAS DE CONTROL: LAS DE LA FASE EN CURSO Y LAS DE CADA
      *LECTURA (ARCHIVO VIVO ANTES, DESCARGA, ARCHIVO VIVO DESPUES).
       01 WKS-CONT-FASE        PIC 9(09) VALUE 0.
       01 WKS-HASH-FASE        PIC 9(13)V99 VALUE 0.
       01 WKS-CONT-ANTES       PIC 9(09) VALUE 0.
       01 WKS-HASH-ANTES       PIC 9(13)V99 VALUE 0.
       01 WKS-CONT-DESC        PIC 9(09) VALUE 0.
       01 WKS-HASH-DESC        PIC 9(13)V99 VALUE 0.
       01 WKS-CONT-DESPUES     PIC 9(09) VALUE 0.
       01 WKS-HASH-DESPUES     PIC 9(13)V99 VALUE 0.
       01 WKS-RECHAZOS-CARGA   PIC 9(09) VALUE 0.
       01 WKS-ARCH-OK          PIC 9(02) VALUE 0.
       01 WKS-ARCH-RECH        PIC 9(02) VALUE 0.

       01 WKS-NOMBRES.
          03 FILLER            PIC X(08) VALUE "TRXCLI  ".
          03 FILLER            PIC X(08) VALUE "CICLOFAC".
          03 FILLER            PIC X(08) VALUE "PLANPAGO".
          03 FILLER            PIC X(08) VALUE "ESTHIST ".
          03 FILLER            PIC X(08) VALUE "TARJCLI ".
          03 FILLER            PIC X(08) VALUE "DCLIENTE".
       01 WKS-NOMBRES-R REDEFINES WKS-NOMBRES.
          03 WKS-NOMBRE-TAB    PIC X(08) OCCURS 6 TIMES.

      *RESPUESTAS DEL CIERRE DESATENDIDO - CON LA MARCA EN "S" SE
      *REORGANIZAN LOS SEIS ARCHIVOS SIN PREGUNTAR.
       01 PARAM-LOTE EXTERNAL.
       COPY PARMCOPY.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.

           IF WKS-OPCION = 7
               PERFORM 2000-REORGANIZA THRU 2000-FIN
                   VARYING WKS-ARCHIVO-ACT FROM 1 BY 1
                   UNTIL WKS-ARCHIVO-ACT > 6
           ELSE
               IF WKS-OPCION > 0 AND WKS-OPCION < 7
                   MOVE WKS-OPCION TO WKS-ARCHIVO-ACT
                   PERFORM 2000-REORGANIZA THRU 2000-FIN.

           PERFORM 4000-FIN.
           GOBACK.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           IF MODO-DESATENDIDO-PL = "S"
               MOVE 7 TO WKS-OPCION
           ELSE
               DISPLAY "REORGANIZACION DE ARCHIVOS INDEXADOS"
                                                LINE 01 POSITION 03
               DISPLAY "1 TRXCLI   2 CICLOFAC  3 PLANPAGO"
                                                LINE 02 POSITION 03
               DISPLAY "4 ESTHIST  5 TARJCLI   6 DCLIENTE  7 TODOS"
                                                LINE 03 POSITION 03
               DISPLAY "ARCHIVO A REORGANIZAR (0 = NINGUNO):"
                                                LINE 04 POSITION 03
               ACCEPT WKS-OPCION LINE 04 POSITION 41.

           OPEN I-O REOCTL.
           IF WKS-FS-REOCTL = "35"
               OPEN OUTPUT REOCTL
               CLOSE REOCTL
               OPEN I-O REOCTL.
           MOVE "REOCTL" TO WKS-ARCHIVO-ERR.
           MOVE "OPEN" TO WKS-OPERACION-ERR.
           MOVE WKS-FS-REOCTL TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

           DISPLAY "REORGANIZACION DE ARCHIVOS - FECHA: "
                   WKS-FECHA-HOY.

      *UNA REORGANIZACION COMPLETA: DESCARGA DEL VIVO, RELECTURA DE LA
      *DESCARGA, RECARGA Y RELECTURA DEL VIVO. EL ARCHIVO VIVO SOLO
      *SE ABRE PARA RECARGA CUANDO LAS DOS PRIMERAS LECTURAS CUADRAN.
       2000-REORGANIZA.
           MOVE WKS-NOMBRE-TAB (WKS-ARCHIVO-ACT) TO WKS-NOMBRE-ARCH.
           MOVE 0 TO WKS-RECHAZOS-CARGA.
           MOVE 0 TO WKS-CONT-DESC.
           MOVE 0 TO WKS-HASH-DESC.
           MOVE 0 TO WKS-CONT-DESPUES.
           MOVE 0 TO WKS-HASH-DESPUES.
           PERFORM 2010-LEE-CONTROL.

           IF WKS-RECUPERA = 1
               DISPLAY "RECARGA PENDIENTE DE " WKS-NOMBRE-ARCH
                       ", SE RETOMA DESDE SU DESCARGA"
               MOVE CONTEO-RC TO WKS-CONT-ANTES
               MOVE HASH-RC TO WKS-HASH-ANTES
               GO TO 2000-VERIFICA-DESCARGA.

           MOVE 1 TO WKS-FASE.
           PERFORM 2100-LEE-VIVO.
           MOVE WKS-CONT-FASE TO WKS-CONT-ANTES.
           MOVE WKS-HASH-FASE TO WKS-HASH-ANTES.

           IF WKS-ARCHIVO-MALO = 1
               MOVE "NO SE PUDO ABRIR" TO WKS-MOTIVO
               GO TO 2000-RECHAZA.

           IF WKS-SECUENCIA-MALA = 1
               MOVE "LLAVES FUERA ORDEN" TO WKS-MOTIVO
               GO TO 2000-RECHAZA.

       2000-VERIFICA-DESCARGA.
           MOVE 2 TO WKS-FASE.
           PERFORM 2200-LEE-DESCARGA.
           MOVE WKS-CONT-FASE TO WKS-CONT-DESC.
           MOVE WKS-HASH-FASE TO WKS-HASH-DESC.
           PERFORM 2050-COMPARA-FASE.

      *UNA DESCARGA YA REGISTRADA COMO BUENA QUE AHORA NO CUADRA NO
      *TIENE DE DONDE RECUPERARSE AQUI: EL ARCHIVO VIVO QUEDO A
      *MEDIAS Y SE DEBE RESTAURAR DEL RESPALDO.
           IF WKS-CUADRA = 0 AND WKS-RECUPERA = 1
               PERFORM 2900-ABENDA.

           IF WKS-CUADRA = 0
               MOVE "DESCARGA NO CUADRA" TO WKS-MOTIVO
               GO TO 2000-RECHAZA.

           PERFORM 2020-MARCA-RECARGA.
           PERFORM 2300-RECARGA.

           MOVE 3 TO WKS-FASE.
           PERFORM 2100-LEE-VIVO.
           MOVE WKS-CONT-FASE TO WKS-CONT-DESPUES.
           MOVE WKS-HASH-FASE TO WKS-HASH-DESPUES.
           PERFORM 2050-COMPARA-FASE.

           IF WKS-CUADRA = 0
               PERFORM 2900-ABENDA.

           PERFORM 2030-MARCA-TERMINADA.
           ADD 1 TO WKS-ARCH-OK.
           DISPLAY "REORGANIZACION DE " WKS-NOMBRE-ARCH
                   " VERIFICADA - REGISTROS: " WKS-CONT-DESPUES
                   " SUMA: " WKS-HASH-DESPUES.

           MOVE SPACES TO WKS-DETALLE.
           STRING "REORG OK " DELIMITED BY SIZE
                  WKS-NOMBRE-ARCH DELIMITED BY SPACE
                  INTO WKS-DETALLE.
           MOVE 0 TO WKS-RECHAZOS-BIT.
           PERFORM 9000-GRABA-BITACORA.
           GO TO 2000-FIN.

       2000-RECHAZA.
           ADD 1 TO WKS-ARCH-RECH.
           DISPLAY "***** REORGANIZACION DE " WKS-NOMBRE-ARCH
                   " RECHAZADA: " WKS-MOTIVO " *****".
           DISPLAY "EL ARCHIVO VIVO QUEDA SIN TOCAR - LEIDOS: "
                   WKS-CONT-ANTES " DESCARGADOS: " WKS-CONT-DESC.

           MOVE SPACES TO WKS-DETALLE.
           STRING "RECHAZADA " DELIMITED BY SIZE
                  WKS-NOMBRE-ARCH DELIMITED BY SPACE
                  INTO WKS-DETALLE.
           MOVE 1 TO WKS-RECHAZOS-BIT.
           PERFORM 9000-GRABA-BITACORA.

       2000-FIN.
           EXIT.

       2010-LEE-CONTROL.
           MOVE 0 TO WKS-RECUPERA.
           MOVE WKS-NOMBRE-ARCH TO ARCHIVO-RC.

           READ REOCTL
               INVALID KEY MOVE 0 TO WKS-CONTROL-EXISTE
               NOT INVALID KEY MOVE 1 TO WKS-CONTROL-EXISTE
           END-READ.

           IF WKS-CONTROL-EXISTE = 1
               IF RECARGA-PENDIENTE-RC
                   MOVE 1 TO WKS-RECUPERA.

      *ANTES DE ABRIR EL VIVO PARA RECARGA QUEDAN GUARDADAS LAS
      *CIFRAS QUE DEBE DAR, PARA PODER RETOMAR SI LA CORRIDA SE CAE.
       2020-MARCA-RECARGA.
           MOVE WKS-NOMBRE-ARCH TO ARCHIVO-RC.
           MOVE WKS-FECHA-HOY TO FECHA-RC.
           MOVE WKS-CONT-ANTES TO CONTEO-RC.
           MOVE WKS-HASH-ANTES TO HASH-RC.
           MOVE "R" TO ESTADO-RC.

           IF WKS-CONTROL-EXISTE = 1
               REWRITE REG-REOCTL
           ELSE
               WRITE REG-REOCTL.

           MOVE 1 TO WKS-CONTROL-EXISTE.
           MOVE "REOCTL" TO WKS-ARCHIVO-ERR.
           MOVE "WRITE" TO WKS-OPERACION-ERR.
           MOVE WKS-FS-REOCTL TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

       2030-MARCA-TERMINADA.
           MOVE WKS-NOMBRE-ARCH TO ARCHIVO-RC.
           MOVE WKS-FECHA-HOY TO FECHA-RC.
           MOVE "T" TO ESTADO-RC.
           REWRITE REG-REOCTL.
           MOVE "REOCTL" TO WKS-ARCHIVO-ERR.
           MOVE "REWRITE" TO WKS-OPERACION-ERR.
           MOVE WKS-FS-REOCTL TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

      *LA FASE CUADRA SI SU ARCHIVO SE PUDO LEER, SUS LLAVES VINIERON
      *EN ORDEN Y SU CONTEO Y SUMA SON LOS DEL ARCHIVO VIVO ANTES.
       2050-COMPARA-FASE.
           MOVE 1 TO WKS-CUADRA.

           IF WKS-ARCHIVO-MALO = 1
              OR WKS-SECUENCIA-MALA = 1
              OR WKS-CONT-FASE NOT = WKS-CONT-ANTES
              OR WKS-HASH-FASE NOT = WKS-HASH-ANTES
               MOVE 0 TO WKS-CUADRA.

       2100-LEE-VIVO.
           IF WKS-ARCHIVO-ACT = 1
               PERFORM 3100-LEE-VIVO-TRX THRU 3100-FIN.
           IF WKS-ARCHIVO-ACT = 2
               PERFORM 3200-LEE-VIVO-CIC THRU 3200-FIN.
           IF WKS-ARCHIVO-ACT = 3
               PERFORM 3300-LEE-VIVO-PLA THRU 3300-FIN.
           IF WKS-ARCHIVO-ACT = 4
               PERFORM 3400-LEE-VIVO-EST THRU 3400-FIN.
           IF WKS-ARCHIVO-ACT = 5
               PERFORM 3500-LEE-VIVO-TAR THRU 3500-FIN.
           IF WKS-ARCHIVO-ACT = 6
               PERFORM 3600-LEE-VIVO-DCL THRU 3600-FIN.

       2200-LEE-DESCARGA.
           IF WKS-ARCHIVO-ACT = 1
               PERFORM 3120-LEE-DESCARGA-TRX THRU 3120-FIN.
           IF WKS-ARCHIVO-ACT = 2
               PERFORM 3220-LEE-DESCARGA-CIC THRU 3220-FIN.
           IF WKS-ARCHIVO-ACT = 3
               PERFORM 3320-LEE-DESCARGA-PLA THRU 3320-FIN.
           IF WKS-ARCHIVO-ACT = 4
               PERFORM 3420-LEE-DESCARGA-EST THRU 3420-FIN.
           IF WKS-ARCHIVO-ACT = 5
               PERFORM 3520-LEE-DESCARGA-TAR THRU 3520-FIN.
           IF WKS-ARCHIVO-ACT = 6
               PERFORM 3620-LEE-DESCARGA-DCL THRU 3620-FIN.

       2300-RECARGA.
           IF WKS-ARCHIVO-ACT = 1
               PERFORM 3140-RECARGA-TRX.
           IF WKS-ARCHIVO-ACT = 2
               PERFORM 3240-RECARGA-CIC.
           IF WKS-ARCHIVO-ACT = 3
               PERFORM 3340-RECARGA-PLA.
           IF WKS-ARCHIVO-ACT = 4
               PERFORM 3440-RECARGA-EST.
           IF WKS-ARCHIVO-ACT = 5
               PERFORM 3540-RECARGA-TAR.
           IF WKS-ARCHIVO-ACT = 6
               PERFORM 3640-RECARGA-DCL.

           IF WKS-RECHAZOS-CARGA > 0
               DISPLAY "REGISTROS RECHAZADOS EN LA RECARGA DE "
                       WKS-NOMBRE-ARCH ": " WKS-RECHAZOS-CARGA.

      *LA RECARGA NO VERIFICO: EL ARCHIVO VIVO YA NO ES CONFIABLE.
      *EL CONTROL QUEDA EN "R" PARA QUE LA RECORRIDA LO RECARGUE DE
      *LA DESCARGA QUE SI CUADRO, Y LA CORRIDA SE DETIENE COMO EN
      *UN RESPALDO QUE NO VERIFICA.
       2900-ABENDA.
           DISPLAY "***** ALERTA: " WKS-NOMBRE-ARCH
                   " NO VERIFICA DESPUES DE RECARGAR *****".
           DISPLAY "ANTES: " WKS-CONT-ANTES " " WKS-HASH-ANTES.
           DISPLAY "DESCARGA: " WKS-CONT-DESC " " WKS-HASH-DESC.
           DISPLAY "DESPUES: " WKS-CONT-DESPUES " " WKS-HASH-DESPUES.

           MOVE SPACES TO WKS-DETALLE.
           STRING "NO VERIFICA " DELIMITED BY SIZE
                  WKS-NOMBRE-ARCH DELIMITED BY SPACE
                  INTO WKS-DETALLE.
           MOVE 1 TO WKS-RECHAZOS-BIT.
           PERFORM 9000-GRABA-BITACORA.
           CLOSE REOCTL.

           DISPLAY "CORRIDA DETENIDA: REORGANIZACION NO VERIFICADA".
           STOP RUN.

      *TRXCLI: LA SUMA DE CONTROL ES EL MONTO DE LAS TRANSACCIONES.
       3100-LEE-VIVO-TRX.
           PERFORM 8000-INICIA-FASE.
           OPEN INPUT TRXCLI.
           IF WKS-FS-TRX NOT = "00"
               MOVE 1 TO WKS-ARCHIVO-MALO
               GO TO 3100-FIN.

           IF WKS-FASE = 1
               OPEN OUTPUT REOTRX
               MOVE "REOTRX" TO WKS-ARCHIVO-ERR
               MOVE "OPEN" TO WKS-OPERACION-ERR
               MOVE WKS-FS-REOTRX TO WKS-FS-ACTUAL
               PERFORM 9500-VERIFICA-ESTADO.

           MOVE LOW-VALUES TO TRX-KEY.
           START TRXCLI KEY IS NOT < TRX-KEY
                       INVALID KEY MOVE 1 TO WKS-EOF-FASE.

           PERFORM 3110-LEER-VIVO-TRX UNTIL WKS-EOF-FASE = 1.

           CLOSE TRXCLI.
           IF WKS-FASE = 1
               CLOSE REOTRX.

       3100-FIN.
           EXIT.

       3110-LEER-VIVO-TRX.
           READ TRXCLI NEXT AT END MOVE 1 TO WKS-EOF-FASE.

           IF WKS-EOF-FASE = 0
               MOVE TRX-KEY TO WKS-LLAVE-ACT
               MOVE MONTO-TRX TO WKS-MONTO-ACT
               PERFORM 8100-ACUMULA
               IF WKS-FASE = 1
                   MOVE REG-TRX TO REG-TRX-R
                   WRITE REG-TRX-R
                   MOVE "REOTRX" TO WKS-ARCHIVO-ERR
                   MOVE "WRITE" TO WKS-OPERACION-ERR
                   MOVE WKS-FS-REOTRX TO WKS-FS-ACTUAL
                   PERFORM 9500-VERIFICA-ESTADO.

       3120-LEE-DESCARGA-TRX.
           PERFORM 8000-INICIA-FASE.
           OPEN INPUT REOTRX.
           IF WKS-FS-REOTRX NOT = "00"
               MOVE 1 TO WKS-ARCHIVO-MALO
               GO TO 3120-FIN.

           PERFORM 3130-LEER-DESCARGA-TRX UNTIL WKS-EOF-FASE = 1.
           CLOSE REOTRX.

       3120-FIN.
           EXIT.

       3130-LEER-DESCARGA-TRX.
           READ REOTRX AT END MOVE 1 TO WKS-EOF-FASE.

           IF WKS-EOF-FASE = 0
               MOVE TRX-KEY-R TO WKS-LLAVE-ACT
               MOVE MONTO-TRX-R TO WKS-MONTO-ACT
               PERFORM 8100-ACUMULA.

       3140-RECARGA-TRX.
           OPEN INPUT REOTRX.
           MOVE "REOTRX" TO WKS-ARCHIVO-ERR.
           MOVE "OPEN" TO WKS-OPERACION-ERR.
           MOVE WKS-FS-REOTRX TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.
           OPEN OUTPUT TRXCLI.
           MOVE "TRXCLI" TO WKS-ARCHIVO-ERR.
           MOVE WKS-FS-TRX TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

           MOVE 0 TO WKS-EOF-FASE.
           PERFORM 3150-CARGA-TRX UNTIL WKS-EOF-FASE = 1.

           CLOSE REOTRX.
           CLOSE TRXCLI.

       3150-CARGA-TRX.
           READ REOTRX AT END MOVE 1 TO WKS-EOF-FASE.

           IF WKS-EOF-FASE = 0
               MOVE REG-TRX-R TO REG-TRX
               WRITE REG-TRX
                   INVALID KEY ADD 1 TO WKS-RECHAZOS-CARGA
               END-WRITE
           END-IF.

      *CICLOFAC: LA SUMA DE CONTROL ES LO FACTURADO MAS LO PAGADO.
       3200-LEE-VIVO-CIC.
           PERFORM 8000-INICIA-FASE.
           OPEN INPUT CICLOFAC.
           IF WKS-FS-CIC NOT = "00"
               MOVE 1 TO WKS-ARCHIVO-MALO
               GO TO 3200-FIN.

           IF WKS-FASE = 1
               OPEN OUTPUT REOCIC
               MOVE "REOCIC" TO WKS-ARCHIVO-ERR
               MOVE "OPEN" TO WKS-OPERACION-ERR
               MOVE WKS-FS-REOCIC TO WKS-FS-ACTUAL
               PERFORM 9500-VERIFICA-ESTADO.

           MOVE LOW-VALUES TO CICLO-KEY.
           START CICLOFAC KEY IS NOT < CICLO-KEY
                       INVALID KEY MOVE 1 TO WKS-EOF-FASE.

           PERFORM 3210-LEER-VIVO-CIC UNTIL WKS-EOF-FASE = 1.

           CLOSE CICLOFAC.
           IF WKS-FASE = 1
               CLOSE REOCIC.

       3200-FIN.
           EXIT.

       3210-LEER-VIVO-CIC.
           READ CICLOFAC NEXT AT END MOVE 1 TO WKS-EOF-FASE.

           IF WKS-EOF-FASE = 0
               MOVE CICLO-KEY TO WKS-LLAVE-ACT
               COMPUTE WKS-MONTO-ACT = MONTO-ANUAL-C + MONTO-PAGADO-C
               PERFORM 8100-ACUMULA
               IF WKS-FASE = 1
                   MOVE REG-CICLO TO REG-CICLO-R
                   WRITE REG-CICLO-R
                   MOVE "REOCIC" TO WKS-ARCHIVO-ERR
                   MOVE "WRITE" TO WKS-OPERACION-ERR
                   MOVE WKS-FS-REOCIC TO WKS-FS-ACTUAL
                   PERFORM 9500-VERIFICA-ESTADO.

       3220-LEE-DESCARGA-CIC.
           PERFORM 8000-INICIA-FASE.
           OPEN INPUT REOCIC.
           IF WKS-FS-REOCIC NOT = "00"
               MOVE 1 TO WKS-ARCHIVO-MALO
               GO TO 3220-FIN.

           PERFORM 3230-LEER-DESCARGA-CIC UNTIL WKS-EOF-FASE = 1.
           CLOSE REOCIC.

       3220-FIN.
           EXIT.

       3230-LEER-DESCARGA-CIC.
           READ REOCIC AT END MOVE 1 TO WKS-EOF-FASE.

           IF WKS-EOF-FASE = 0
               MOVE CICLO-KEY-CR TO WKS-LLAVE-ACT
               COMPUTE WKS-MONTO-ACT = MONTO-ANUAL-CR
                                     + MONTO-PAGADO-CR
               PERFORM 8100-ACUMULA.

       3240-RECARGA-CIC.
           OPEN INPUT REOCIC.
           MOVE "REOCIC" TO WKS-ARCHIVO-ERR.
           MOVE "OPEN" TO WKS-OPERACION-ERR.
           MOVE WKS-FS-REOCIC TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.
           OPEN OUTPUT CICLOFAC.
           MOVE "CICLOFAC" TO WKS-ARCHIVO-ERR.
           MOVE WKS-FS-CIC TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

           MOVE 0 TO WKS-EOF-FASE.
           PERFORM 3250-CARGA-CIC UNTIL WKS-EOF-FASE = 1.

           CLOSE REOCIC.
           CLOSE CICLOFAC.

       3250-CARGA-CIC.
           READ REOCIC AT END MOVE 1 TO WKS-EOF-FASE.

           IF WKS-EOF-FASE = 0
               MOVE REG-CICLO-R TO REG-CICLO
               WRITE REG-CICLO
                   INVALID KEY ADD 1 TO WKS-RECHAZOS-CARGA
               END-WRITE
           END-IF.

      *PLANPAGO: LA SUMA DE CONTROL ES EL MONTO ORIGINAL MAS EL
      *SALDO POR FACTURAR DE CADA PLAN.
       3300-LEE-VIVO-PLA.
           PERFORM 8000-INICIA-FASE.
           OPEN INPUT PLANPAGO.
           IF WKS-FS-PLA NOT = "00"
               MOVE 1 TO WKS-ARCHIVO-MALO
               GO TO 3300-FIN.

           IF WKS-FASE = 1
               OPEN OUTPUT REOPLA
               MOVE "REOPLA" TO WKS-ARCHIVO-ERR
               MOVE "OPEN" TO WKS-OPERACION-ERR
               MOVE WKS-FS-REOPLA TO WKS-FS-ACTUAL
               PERFORM 9500-VERIFICA-ESTADO.

           MOVE LOW-VALUES TO PLAN-KEY.
           START PLANPAGO KEY IS NOT < PLAN-KEY
                       INVALID KEY MOVE 1 TO WKS-EOF-FASE.

           PERFORM 3310-LEER-VIVO-PLA UNTIL WKS-EOF-FASE = 1.

           CLOSE PLANPAGO.
           IF WKS-FASE = 1
               CLOSE REOPLA.

       3300-FIN.
           EXIT.

       3310-LEER-VIVO-PLA.
           READ PLANPAGO NEXT AT END MOVE 1 TO WKS-EOF-FASE.

           IF WKS-EOF-FASE = 0
               MOVE PLAN-KEY TO WKS-LLAVE-ACT
               COMPUTE WKS-MONTO-ACT = MONTO-TOTAL-P + SALDO-PLAN-P
               PERFORM 8100-ACUMULA
               IF WKS-FASE = 1
                   MOVE REG-PLAN TO REG-PLAN-R
                   WRITE REG-PLAN-R
                   MOVE "REOPLA" TO WKS-ARCHIVO-ERR
                   MOVE "WRITE" TO WKS-OPERACION-ERR
                   MOVE WKS-FS-REOPLA TO WKS-FS-ACTUAL
                   PERFORM 9500-VERIFICA-ESTADO.

       3320-LEE-DESCARGA-PLA.
           PERFORM 8000-INICIA-FASE.
           OPEN INPUT REOPLA.
           IF WKS-FS-REOPLA NOT = "00"
               MOVE 1 TO WKS-ARCHIVO-MALO
               GO TO 3320-FIN.

           PERFORM 3330-LEER-DESCARGA-PLA UNTIL WKS-EOF-FASE = 1.
           CLOSE REOPLA.

       3320-FIN.
           EXIT.

       3330-LEER-DESCARGA-PLA.
           READ REOPLA AT END MOVE 1 TO WKS-EOF-FASE.

           IF WKS-EOF-FASE = 0
               MOVE PLAN-KEY-PR TO WKS-LLAVE-ACT
               COMPUTE WKS-MONTO-ACT = MONTO-TOTAL-PR + SALDO-PLAN-PR
               PERFORM 8100-ACUMULA.

       3340-RECARGA-PLA.
           OPEN INPUT REOPLA.
           MOVE "REOPLA" TO WKS-ARCHIVO-ERR.
           MOVE "OPEN" TO WKS-OPERACION-ERR.
           MOVE WKS-FS-REOPLA TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.
           OPEN OUTPUT PLANPAGO.
           MOVE "PLANPAGO" TO WKS-ARCHIVO-ERR.
           MOVE WKS-FS-PLA TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

           MOVE 0 TO WKS-EOF-FASE.
           PERFORM 3350-CARGA-PLA UNTIL WKS-EOF-FASE = 1.

           CLOSE REOPLA.
           CLOSE PLANPAGO.

       3350-CARGA-PLA.
           READ REOPLA AT END MOVE 1 TO WKS-EOF-FASE.

           IF WKS-EOF-FASE = 0
               MOVE REG-PLAN-R TO REG-PLAN
               WRITE REG-PLAN
                   INVALID KEY ADD 1 TO WKS-RECHAZOS-CARGA
               END-WRITE
           END-IF.

      *ESTHIST NO LLEVA IMPORTES SUELTOS (SOLO LINEAS IMPRESAS): SU
      *SUMA DE CONTROL ES LA DE CLIENTE MAS RENGLON DE CADA LINEA.
       3400-LEE-VIVO-EST.
           PERFORM 8000-INICIA-FASE.
           OPEN INPUT ESTHIST.
           IF WKS-FS-EHIS NOT = "00"
               MOVE 1 TO WKS-ARCHIVO-MALO
               GO TO 3400-FIN.

           IF WKS-FASE = 1
               OPEN OUTPUT REOEST
               MOVE "REOEST" TO WKS-ARCHIVO-ERR
               MOVE "OPEN" TO WKS-OPERACION-ERR
               MOVE WKS-FS-REOEST TO WKS-FS-ACTUAL
               PERFORM 9500-VERIFICA-ESTADO.

           MOVE LOW-VALUES TO ESTHIST-KEY.
           START ESTHIST KEY IS NOT < ESTHIST-KEY
                       INVALID KEY MOVE 1 TO WKS-EOF-FASE.

           PERFORM 3410-LEER-VIVO-EST UNTIL WKS-EOF-FASE = 1.

           CLOSE ESTHIST.
           IF WKS-FASE = 1
               CLOSE REOEST.

       3400-FIN.
           EXIT.

       3410-LEER-VIVO-EST.
           READ ESTHIST NEXT AT END MOVE 1 TO WKS-EOF-FASE.

           IF WKS-EOF-FASE = 0
               MOVE ESTHIST-KEY TO WKS-LLAVE-ACT
               COMPUTE WKS-MONTO-ACT = ID-CLIENTE-EH + SEC-LINEA-EH
               PERFORM 8100-ACUMULA
               IF WKS-FASE = 1
                   MOVE REG-ESTHIST TO REG-ESTHIST-R
                   WRITE REG-ESTHIST-R
                   MOVE "REOEST" TO WKS-ARCHIVO-ERR
                   MOVE "WRITE" TO WKS-OPERACION-ERR
                   MOVE WKS-FS-REOEST TO WKS-FS-ACTUAL
                   PERFORM 9500-VERIFICA-ESTADO.

       3420-LEE-DESCARGA-EST.
           PERFORM 8000-INICIA-FASE.
           OPEN INPUT REOEST.
           IF WKS-FS-REOEST NOT = "00"
               MOVE 1 TO WKS-ARCHIVO-MALO
               GO TO 3420-FIN.

           PERFORM 3430-LEER-DESCARGA-EST UNTIL WKS-EOF-FASE = 1.
           CLOSE REOEST.

       3420-FIN.
           EXIT.

       3430-LEER-DESCARGA-EST.
           READ REOEST AT END MOVE 1 TO WKS-EOF-FASE.

           IF WKS-EOF-FASE = 0
               MOVE ESTHIST-KEY-ER TO WKS-LLAVE-ACT
               COMPUTE WKS-MONTO-ACT = ID-CLIENTE-ER + SEC-LINEA-ER
               PERFORM 8100-ACUMULA.

       3440-RECARGA-EST.
           OPEN INPUT REOEST.
           MOVE "REOEST" TO WKS-ARCHIVO-ERR.
           MOVE "OPEN" TO WKS-OPERACION-ERR.
           MOVE WKS-FS-REOEST TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.
           OPEN OUTPUT ESTHIST.
           MOVE "ESTHIST" TO WKS-ARCHIVO-ERR.
           MOVE WKS-FS-EHIS TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

           MOVE 0 TO WKS-EOF-FASE.
           PERFORM 3450-CARGA-EST UNTIL WKS-EOF-FASE = 1.

           CLOSE REOEST.
           CLOSE ESTHIST.

       3450-CARGA-EST.
           READ REOEST AT END MOVE 1 TO WKS-EOF-FASE.

           IF WKS-EOF-FASE = 0
               MOVE REG-ESTHIST-R TO REG-ESTHIST
               WRITE REG-ESTHIST
                   INVALID KEY ADD 1 TO WKS-RECHAZOS-CARGA
               END-WRITE
           END-IF.

      *TARJCLI: LA SUMA DE CONTROL ES LA ANUALIDAD DE CADA PLASTICO.
       3500-LEE-VIVO-TAR.
           PERFORM 8000-INICIA-FASE.
           OPEN INPUT TARJCLI.
           IF WKS-FS-TARJ NOT = "00"
               MOVE 1 TO WKS-ARCHIVO-MALO
               GO TO 3500-FIN.

           IF WKS-FASE = 1
               OPEN OUTPUT REOTAR
               MOVE "REOTAR" TO WKS-ARCHIVO-ERR
               MOVE "OPEN" TO WKS-OPERACION-ERR
               MOVE WKS-FS-REOTAR TO WKS-FS-ACTUAL
               PERFORM 9500-VERIFICA-ESTADO.

           MOVE LOW-VALUES TO TARJ-KEY.
           START TARJCLI KEY IS NOT < TARJ-KEY
                       INVALID KEY MOVE 1 TO WKS-EOF-FASE.

           PERFORM 3510-LEER-VIVO-TAR UNTIL WKS-EOF-FASE = 1.

           CLOSE TARJCLI.
           IF WKS-FASE = 1
               CLOSE REOTAR.

       3500-FIN.
           EXIT.

       3510-LEER-VIVO-TAR.
           READ TARJCLI NEXT AT END MOVE 1 TO WKS-EOF-FASE.

           IF WKS-EOF-FASE = 0
               MOVE TARJ-KEY TO WKS-LLAVE-ACT
               MOVE ANUALIDAD-T TO WKS-MONTO-ACT
               PERFORM 8100-ACUMULA
               IF WKS-FASE = 1
                   MOVE REG-TARJ TO REG-TARJ-R
                   WRITE REG-TARJ-R
                   MOVE "REOTAR" TO WKS-ARCHIVO-ERR
                   MOVE "WRITE" TO WKS-OPERACION-ERR
                   MOVE WKS-FS-REOTAR TO WKS-FS-ACTUAL
                   PERFORM 9500-VERIFICA-ESTADO.

       3520-LEE-DESCARGA-TAR.
           PERFORM 8000-INICIA-FASE.
           OPEN INPUT REOTAR.
           IF WKS-FS-REOTAR NOT = "00"
               MOVE 1 TO WKS-ARCHIVO-MALO
               GO TO 3520-FIN.

           PERFORM 3530-LEER-DESCARGA-TAR UNTIL WKS-EOF-FASE = 1.
           CLOSE REOTAR.

       3520-FIN.
           EXIT.

       3530-LEER-DESCARGA-TAR.
           READ REOTAR AT END MOVE 1 TO WKS-EOF-FASE.

           IF WKS-EOF-FASE = 0
               MOVE TARJ-KEY-TR TO WKS-LLAVE-ACT
               MOVE ANUALIDAD-TR TO WKS-MONTO-ACT
               PERFORM 8100-ACUMULA.

       3540-RECARGA-TAR.
           OPEN INPUT REOTAR.
           MOVE "REOTAR" TO WKS-ARCHIVO-ERR.
           MOVE "OPEN" TO WKS-OPERACION-ERR.
           MOVE WKS-FS-REOTAR TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.
           OPEN OUTPUT TARJCLI.
           MOVE "TARJCLI" TO WKS-ARCHIVO-ERR.
           MOVE WKS-FS-TARJ TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

           MOVE 0 TO WKS-EOF-FASE.
           PERFORM 3550-CARGA-TAR UNTIL WKS-EOF-FASE = 1.

           CLOSE REOTAR.
           CLOSE TARJCLI.

       3550-CARGA-TAR.
           READ REOTAR AT END MOVE 1 TO WKS-EOF-FASE.

           IF WKS-EOF-FASE = 0
               MOVE REG-TARJ-R TO REG-TARJ
               WRITE REG-TARJ
                   INVALID KEY ADD 1 TO WKS-RECHAZOS-CARGA
               END-WRITE
           END-IF.

      *DCLIENTE: LA SUMA DE CONTROL ES LIMITE DE CREDITO MAS
      *ANUALIDAD, IGUAL QUE LA VERIFICACION DE BAK-CLI.
       3600-LEE-VIVO-DCL.
           PERFORM 8000-INICIA-FASE.
           OPEN INPUT DCLIENTE.
           IF WKS-FS-DCLI NOT = "00"
               MOVE 1 TO WKS-ARCHIVO-MALO
               GO TO 3600-FIN.

           IF WKS-FASE = 1
               OPEN OUTPUT REODCL
               MOVE "REODCL" TO WKS-ARCHIVO-ERR
               MOVE "OPEN" TO WKS-OPERACION-ERR
               MOVE WKS-FS-REODCL TO WKS-FS-ACTUAL
               PERFORM 9500-VERIFICA-ESTADO.

           MOVE LOW-VALUES TO ID-CLIENTE-D.
           START DCLIENTE KEY IS NOT < ID-CLIENTE-D
                       INVALID KEY MOVE 1 TO WKS-EOF-FASE.

           PERFORM 3610-LEER-VIVO-DCL UNTIL WKS-EOF-FASE = 1.

           CLOSE DCLIENTE.
           IF WKS-FASE = 1
               CLOSE REODCL.

       3600-FIN.
           EXIT.

       3610-LEER-VIVO-DCL.
           READ DCLIENTE NEXT AT END MOVE 1 TO WKS-EOF-FASE.

           IF WKS-EOF-FASE = 0
               MOVE ID-CLIENTE-D TO WKS-LLAVE-ACT
               COMPUTE WKS-MONTO-ACT = LIMITE-CREDITO-D + ANUALIDAD-D
               PERFORM 8100-ACUMULA
               IF WKS-FASE = 1
                   MOVE REG-CLI-D TO REG-CLI-DR
                   WRITE REG-CLI-DR
                   MOVE "REODCL" TO WKS-ARCHIVO-ERR
                   MOVE "WRITE" TO WKS-OPERACION-ERR
                   MOVE WKS-FS-REODCL TO WKS-FS-ACTUAL
                   PERFORM 9500-VERIFICA-ESTADO.

       3620-LEE-DESCARGA-DCL.
           PERFORM 8000-INICIA-FASE.
           OPEN INPUT REODCL.
           IF WKS-FS-REODCL NOT = "00"
               MOVE 1 TO WKS-ARCHIVO-MALO
               GO TO 3620-FIN.

           PERFORM 3630-LEER-DESCARGA-DCL UNTIL WKS-EOF-FASE = 1.
           CLOSE REODCL.

       3620-FIN.
           EXIT.

       3630-LEER-DESCARGA-DCL.
           READ REODCL AT END MOVE 1 TO WKS-EOF-FASE.

           IF WKS-EOF-FASE = 0
               MOVE ID-CLIENTE-DR TO WKS-LLAVE-ACT
               COMPUTE WKS-MONTO-ACT = LIMITE-CREDITO-DR
                                     + ANUALIDAD-DR
               PERFORM 8100-ACUMULA.

       3640-RECARGA-DCL.
           OPEN INPUT REODCL.
           MOVE "REODCL" TO WKS-ARCHIVO-ERR.
           MOVE "OPEN" TO WKS-OPERACION-ERR.
           MOVE WKS-FS-REODCL TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.
           OPEN OUTPUT DCLIENTE.
           MOVE "DCLIENTE" TO WKS-ARCHIVO-ERR.
           MOVE WKS-FS-DCLI TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

           MOVE 0 TO WKS-EOF-FASE.
           PERFORM 3650-CARGA-DCL UNTIL WKS-EOF-FASE = 1.

           CLOSE REODCL.
           CLOSE DCLIENTE.

       3650-CARGA-DCL.
           READ REODCL AT END MOVE 1 TO WKS-EOF-FASE.

           IF WKS-EOF-FASE = 0
               MOVE REG-CLI-DR TO REG-CLI-D
               WRITE REG-CLI-D
                   INVALID KEY ADD 1 TO WKS-RECHAZOS-CARGA
               END-WRITE
           END-IF.

       4000-FIN.
           CLOSE REOCTL.
           DISPLAY "ARCHIVOS REORGANIZADOS: " WKS-ARCH-OK
                   " RECHAZADOS: " WKS-ARCH-RECH.

      *SIN ARCHIVO ELEGIDO LA CORRIDA DEJA SU CONSTANCIA DE TODOS
      *MODOS, PARA QUE EL CIERRE DE MES LA ENCUENTRE.
           IF WKS-ARCH-OK = 0 AND WKS-ARCH-RECH = 0
               MOVE 0 TO WKS-CONT-ANTES
               MOVE 0 TO WKS-CONT-DESPUES
               MOVE 0 TO WKS-RECHAZOS-BIT
               MOVE "SIN ARCHIVOS" TO WKS-DETALLE
               PERFORM 9000-GRABA-BITACORA.

       8000-INICIA-FASE.
           MOVE 0 TO WKS-CONT-FASE.
           MOVE 0 TO WKS-HASH-FASE.
           MOVE 0 TO WKS-EOF-FASE.
           MOVE 0 TO WKS-ARCHIVO-MALO.
           MOVE 0 TO WKS-SECUENCIA-MALA.
           MOVE LOW-VALUES TO WKS-LLAVE-ANT.

       8100-ACUMULA.
           IF WKS-LLAVE-ACT NOT > WKS-LLAVE-ANT
               MOVE 1 TO WKS-SECUENCIA-MALA.

           MOVE WKS-LLAVE-ACT TO WKS-LLAVE-ANT.
           ADD 1 TO WKS-CONT-FASE.
           ADD WKS-MONTO-ACT TO WKS-HASH-FASE.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "REO-ARC " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-ANTES TO LEIDOS-BIT.
           MOVE WKS-CONT-DESPUES TO ESCRITOS-BIT.
           MOVE WKS-RECHAZOS-BIT TO RECHAZADOS-BIT.
           MOVE WKS-DETALLE TO DETALLE-BIT.
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
               DISPLAY "*** ERROR DE ARCHIVO EN REO-ARC  ***"
               DISPLAY "ARCHIVO: " WKS-ARCHIVO-ERR
                       " OPERACION: " WKS-OPERACION-ERR
                       " ESTADO: " WKS-FS-ACTUAL
               PERFORM 9510-BITACORA-ERROR
               DISPLAY "CORRIDA DETENIDA POR ERROR DE ARCHIVO"
               STOP RUN.

       9510-BITACORA-ERROR.
           OPEN EXTEND BITACORA.
           MOVE "REO-ARC " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE 0 TO LEIDOS-BIT.
           MOVE 0 TO ESCRITOS-BIT.
           MOVE 1 TO RECHAZADOS-BIT.
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
