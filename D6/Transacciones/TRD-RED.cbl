      *PRESENTACIONES, COMISIONES Y REVERSOS A NUESTROS CODIGOS DE
      *CATTRX EN UN LOTE MOVCLI CON CONTROLES HDR/999 LISTO PARA
      *POST-TRX. LO QUE NO SE PUEDE MAPEAR SE VA A SU REGISTRO DE
      *RECHAZOS. CADA COMPRA PRESENTADA LLEVA ADEMAS SU INTERCAMBIO
      *SEGUN LA TABLA TASINTER (GIRO Y TIPO DE TARGETA) AL ARCHIVO
      *INTERCAM, DE DONDE GL-EXT TOMA EL INGRESO DEL DIA E INT-MES
      *ARMA EL REPORTE MENSUAL.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRD-RED.
       ENVIRONMENT DIVISION.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT TASINTER ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TASA-INTER-KEY
                FILE STATUS IS WKS-FS-TIN.

           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I
                FILE STATUS IS WKS-FS-ICLI.

           SELECT INTERCAM ASSIGN TO DISK
                FILE STATUS IS WKS-FS-ICM.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
      *FORMATO DE LA RED: "01" ENCABEZADO, "05" PRESENTACION, "06"
       01 REG-BIT.
       COPY BITACOPY.

      *TABLA DE INTERCAMBIO POR GIRO Y TIPO DE TARGETA.
       FD TASINTER.
       01 REG-TASA-INTER.
       COPY INTCCOPY.

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

      *INTERCAMBIO CALCULADO POR COMPRA PRESENTADA; SE ACUMULA DIA
      *CON DIA.
       FD INTERCAM.
       01 REG-INTERCAM.
       COPY INTDCOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-EOF-RED          PIC 9 VALUE 0.
       01 WKS-FS-RED           PIC X(02) VALUE "00".
       01 WKS-CONT-TRADUCIDOS  PIC 9(07) VALUE 0.
       01 WKS-CONT-RECHAZADOS  PIC 9(06) VALUE 0.
       01 WKS-SUMA-LOTE        PIC 9(11)V99 VALUE 0.
       01 WKS-FS-TIN           PIC X(02) VALUE "00".
       01 WKS-FS-ICLI          PIC X(02) VALUE "00".
       01 WKS-FS-ICM           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-SIN-TASINTER     PIC 9 VALUE 0.
       01 WKS-SIN-ICLIENTES    PIC 9 VALUE 0.
       01 WKS-FECHA-NEGOCIO    PIC 9(08) VALUE 0.
       01 WKS-TASA-HALLADA     PIC 9 VALUE 0.
       01 WKS-CONT-INTERCAMBIO PIC 9(07) VALUE 0.
       01 WKS-CONT-SIN-TASA    PIC 9(07) VALUE 0.
       01 WKS-TOT-INTERCAMBIO  PIC 9(11)V99 VALUE 0.
       01 WKS-TOT-INTER-R      PIC Z,ZZZ,ZZZ,ZZ9.99.

      *AREA DE CONTROL DEL ARCHIVO RECIBIDO COMPARTIDA CON CTL-ARC.
       01 WKS-CONTROL-ARCHIVO.
       COPY ARCVCOPY.

       PROCEDURE DIVISION.
       INICIO.
           OPEN OUTPUT REDMOV.
           OPEN OUTPUT RECHRED.

           PERFORM 1200-ABRE-INTERCAMBIO.

           MOVE SPACES TO REG-MOV.
           MOVE "HDR" TO TIPO-HDR-MOV.
           MOVE "REDCLEAR" TO FUENTE-HDR-MOV.
       1100-VERIFICA-LOTE.
           MOVE 1 TO WKS-LOTE-VALIDO.
           MOVE SPACES TO WKS-MOTIVO-LOTE.
           MOVE 0 TO FECHA-ARCHIVO-RV.

           OPEN INPUT REDCLR.

               DISPLAY "NINGUN REGISTRO FUE TRADUCIDO"
               STOP RUN.

           PERFORM 1140-CONTROL-ARCHIVO.

           MOVE 0 TO WKS-EOF-RED.

       1110-CUENTA-LOTE.
                   IF TIPO-REG-RED NOT = "01"
                       ADD 1 TO WKS-CONT-VERIF
                       ADD MONTO-RED TO WKS-SUMA-VERIF
                   ELSE
                       MOVE FECHA-HDR-RED TO FECHA-ARCHIVO-RV
                   END-IF
               END-IF
           END-IF.

      *EL INTERCAMBIO ES DEL DIA DE NEGOCIO. SIN TABLA DE TASAS LAS
      *COMPRAS SE REGISTRAN CON INTERCAMBIO EN CERO PARA QUE EL
      *FALTANTE SE VEA EN EL REPORTE Y NO SE PIERDA LA COMPRA.
       1200-ABRE-INTERCAMBIO.
           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN INPUT TASINTER.
           IF WKS-FS-TIN NOT = "00"
               MOVE 1 TO WKS-SIN-TASINTER
               DISPLAY "SIN TABLA DE INTERCAMBIO, SE REGISTRA EN CERO".

           OPEN INPUT ICLIENTES.
           IF WKS-FS-ICLI NOT = "00"
               MOVE 1 TO WKS-SIN-ICLIENTES.

           OPEN EXTEND INTERCAM.
           IF WKS-FS-ICM = "35"
               OPEN OUTPUT INTERCAM.

       1130-BITACORA-LOTE.
           OPEN EXTEND BITACORA.
           MOVE "TRD-RED " TO PROGRAMA-BIT.
           WRITE REG-BIT.
           CLOSE BITACORA.

      *EL LOTE QUE CUADRA CONSIGO MISMO SE PRESENTA A CTL-ARC CON LA
      *FECHA DE SU ENCABEZADO Y SUS TOTALES: UN LOTE DE LA RED YA
      *TRADUCIDO, O MAS VIEJO QUE EL ULTIMO, NO SE VUELVE A TRADUCIR
      *SIN EL VISTO BUENO DE UN SUPERVISOR.
       1140-CONTROL-ARCHIVO.
           MOVE "REDCLR  "      TO FUENTE-RV.
           MOVE "TRD-RED "      TO PROGRAMA-RV.
           MOVE WKS-CONT-VERIF  TO REGISTROS-RV.
           MOVE WKS-SUMA-VERIF  TO HASH-RV.

           CALL "CTL-ARC" USING WKS-CONTROL-ARCHIVO.

           IF ARCHIVO-RECHAZADO-RV
               MOVE "RECHAZADO EN CTL-ARC" TO WKS-MOTIVO-LOTE
               DISPLAY "LOTE DE RED RECHAZADO: " MOTIVO-RV
               PERFORM 1130-BITACORA-LOTE
               DISPLAY "NINGUN REGISTRO FUE TRADUCIDO"
               STOP RUN.

      *MAPEO AL CATALOGO CATTRX: "05" PRESENTACION A CARGO "CGO",
      *"06" COMISION DE LA RED A "COM", "25" REVERSO A "REV" CON SU
      *REFERENCIA; EL ENCABEZADO "01" SOLO SE BRINCA Y CUALQUIER
           MOVE MONEDA-RED       TO MONEDA-MOV.
           MOVE MONTO-ORIGEN-RED TO MONTO-ORIGEN-MOV.
           PERFORM 2600-ESCRIBE-MOVIMIENTO.
           PERFORM 2700-CALCULA-INTERCAMBIO.

       2200-TRADUCE-COMISION.
           PERFORM 2500-ARMA-COMUN.
           ADD 1 TO WKS-CONT-TRADUCIDOS.
           ADD MONTO-MOV TO WKS-SUMA-LOTE.

      *INTERCAMBIO DE LA COMPRA: PORCENTAJE DEL IMPORTE MAS LA CUOTA
      *FIJA DE LA TASA MAS ESPECIFICA QUE EXISTA PARA SU GIRO Y EL
      *TIPO DE TARGETA DEL CLIENTE.
       2700-CALCULA-INTERCAMBIO.
           MOVE SPACES           TO REG-INTERCAM.
           MOVE WKS-FECHA-NEGOCIO TO FECHA-PROCESO-IC.
           MOVE FECHA-RED        TO FECHA-TRX-IC.
           MOVE ID-CLIENTE-RED   TO ID-CLIENTE-IC.
           MOVE NUM-TARJETA-RED  TO NUM-TARJETA-IC.
           MOVE GIRO-RED         TO GIRO-IC.
           MOVE MONTO-RED        TO MONTO-COMPRA-IC.
           MOVE 0                TO ID-TARGETA-IC.
           MOVE 0                TO SUCURSAL-IC.
           MOVE 0                TO PCT-INTER-IC.
           MOVE 0                TO CUOTA-FIJA-IC.
           MOVE 0                TO MONTO-INTER-IC.
           MOVE "S"              TO SIN-TASA-IC.

           IF WKS-SIN-ICLIENTES = 0
               MOVE ID-CLIENTE-RED TO ID-CLIENTE-I
               READ ICLIENTES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE ID-TARGETA-I TO ID-TARGETA-IC
                       MOVE SUCURSAL-I   TO SUCURSAL-IC
               END-READ.

           IF WKS-SIN-TASINTER = 0
               PERFORM 2710-BUSCA-TASA.

           IF WKS-TASA-HALLADA = 1
               MOVE "N"           TO SIN-TASA-IC
               MOVE PCT-INTER-IT  TO PCT-INTER-IC
               MOVE CUOTA-FIJA-IT TO CUOTA-FIJA-IC
               COMPUTE MONTO-INTER-IC ROUNDED =
                   MONTO-RED * PCT-INTER-IT / 100 + CUOTA-FIJA-IT
           ELSE
               ADD 1 TO WKS-CONT-SIN-TASA.

           WRITE REG-INTERCAM.
           ADD 1 TO WKS-CONT-INTERCAMBIO.
           ADD MONTO-INTER-IC TO WKS-TOT-INTERCAMBIO.

       2710-BUSCA-TASA.
           MOVE 0 TO WKS-TASA-HALLADA.

           MOVE GIRO-IC       TO GIRO-IT.
           MOVE ID-TARGETA-IC TO ID-TARGETA-IT.
           PERFORM 2720-LEE-TASA.

           IF WKS-TASA-HALLADA = 0
               MOVE GIRO-IC TO GIRO-IT
               MOVE 0       TO ID-TARGETA-IT
               PERFORM 2720-LEE-TASA.

           IF WKS-TASA-HALLADA = 0
               MOVE 0             TO GIRO-IT
               MOVE ID-TARGETA-IC TO ID-TARGETA-IT
               PERFORM 2720-LEE-TASA.

           IF WKS-TASA-HALLADA = 0
               MOVE 0 TO GIRO-IT
               MOVE 0 TO ID-TARGETA-IT
               PERFORM 2720-LEE-TASA.

       2720-LEE-TASA.
           READ TASINTER
               INVALID KEY MOVE 0 TO WKS-TASA-HALLADA
               NOT INVALID KEY MOVE 1 TO WKS-TASA-HALLADA
           END-READ.

       3000-FIN.
           MOVE SPACES TO REG-MOV.
           MOVE "999" TO MARCA-TRL-MOV.
           CLOSE REDCLR.
           CLOSE REDMOV.
           CLOSE RECHRED.
           CLOSE INTERCAM.
           IF WKS-SIN-TASINTER = 0
               CLOSE TASINTER.
           IF WKS-SIN-ICLIENTES = 0
               CLOSE ICLIENTES.
           DISPLAY "REGISTROS TRADUCIDOS: " WKS-CONT-TRADUCIDOS.
           DISPLAY "REGISTROS RECHAZADOS: " WKS-CONT-RECHAZADOS.
           MOVE WKS-TOT-INTERCAMBIO TO WKS-TOT-INTER-R.
           DISPLAY "COMPRAS CON INTERCAMBIO: " WKS-CONT-INTERCAMBIO.
           DISPLAY "INTERCAMBIO DEL DIA: " WKS-TOT-INTER-R.
           IF WKS-CONT-SIN-TASA > 0
               DISPLAY "COMPRAS SIN TASA DE INTERCAMBIO: "
                       WKS-CONT-SIN-TASA.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           MOVE SPACES TO DETALLE-BIT.
           WRITE REG-BIT.
           CLOSE BITACORA.

      *FECHA DE NEGOCIO DESDE EL REGISTRO DE CONTROL; SI NO EXISTE
      *TODAVIA SE TRABAJA CON LA FECHA DE LA MAQUINA.
       9700-LEE-FECHA-PROCESO.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-NEGOCIO.

           OPEN INPUT FECHAPRO.

           IF WKS-FS-FECHAPRO = "00"
               READ FECHAPRO
                   AT END CONTINUE
                   NOT AT END MOVE FECHA-PROCESO-FP TO WKS-FECHA-NEGOCIO
               END-READ
               CLOSE FECHAPRO.
