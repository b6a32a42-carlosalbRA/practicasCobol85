      *LA CUOTA DEL CATALOGO DE EMPRESAS Y EMITE UN LOTE MOVCLI CON
      *EL CARGO "FAC" AL CLIENTE DE CADA PATRON, PARA QUE POST-TRX
      *LO POSTEE POR EL CAMINO NORMAL. LA FACTURA DEJA DE SALIR DE
      *UNA HOJA DE CALCULO. LA RELACION IMPRESA DE FACTURACION
      *MUESTRA A CADA EMPRESA SUS RECIBOS Y CUANTOS DESCUENTOS DE
      *PAGO DE TARJETA SE LES APLICARON A SUS EMPLEADOS EN EL MES.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAC-EMP.
       ENVIRONMENT DIVISION.

           SELECT FACMOV ASSIGN TO DISK.

           SELECT REP-FAC ASSIGN TO PRINTER.

           SELECT BITACORA ASSIGN TO DISK.

       DATA DIVISION.
        03 FECHA-PROCESO-NC   PIC 9(08).
        03 RECIBOS-NC         PIC 9(05).
        03 NETO-NC            PIC 9(09)V99.
        03 DESCUENTOS-NC      PIC 9(05).

       FD EMPRESAS.
       01 REG-EMPRESA.
        03 SUMA-TRL-MOV       PIC 9(11)V99.
        03 FILLER             PIC X(49).

       FD REP-FAC.
       01 LINEA-FAC              PIC X(132).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
          03 WKS-EMP-ENTRY OCCURS 20 TIMES.
             05 WKS-EMP-CLAVE     PIC 9(03) VALUE 0.
             05 WKS-EMP-RECIBOS   PIC 9(06) VALUE 0.
             05 WKS-EMP-DESCUENTOS PIC 9(06) VALUE 0.

       01 WKS-TOT-RECIBOS      PIC 9(07) VALUE 0.
       01 WKS-TOT-DESCUENTOS   PIC 9(07) VALUE 0.

       01 HEADER-L1-FAC.
            03 FILLER          PIC X(30) VALUE SPACES.
            03 FILLER          PIC X(32) VALUE
               "FACTURACION DEL SERVICIO NOMINA ".
            03 FILLER          PIC X(05) VALUE "MES: ".
            03 WKS-MES-R       PIC 9(06).

       01 HEADER-CAMPOS-FAC.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(09) VALUE "EMPRESA".
            03 FILLER PIC X(22) VALUE "NOMBRE".
            03 FILLER PIC X(09) VALUE "CLIENTE".
            03 FILLER PIC X(09) VALUE "RECIBOS".
            03 FILLER PIC X(12) VALUE "      CUOTA".
            03 FILLER PIC X(15) VALUE "       IMPORTE".
            03 FILLER PIC X(12) VALUE "  DESC TARJ".
            03 FILLER PIC X(20) VALUE "  OBSERVACION".

       01 DETALLE-FAC-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-CLA-R       PIC 9(03).
            03 FILLER          PIC X(06) VALUE SPACES.
            03 WKS-NOM-R       PIC X(20).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-CLI-R       PIC 9(06).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-REC-R       PIC ZZZZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-CUO-R       PIC ZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-IMP-R       PIC ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-DES-R       PIC ZZZZZ9.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-OBS-R       PIC X(20).

       01 FOOTER-FAC-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(21) VALUE "EMPRESAS FACTURADAS: ".
            03 WKS-PIE-FAC-R   PIC ZZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(09) VALUE "RECIBOS: ".
            03 WKS-PIE-REC-R   PIC Z,ZZZ,ZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(09) VALUE "IMPORTE: ".
            03 WKS-PIE-IMP-R   PIC $ZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(20) VALUE "DESCUENTOS TARJETA: ".
            03 WKS-PIE-DES-R   PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT NOMCTL.
           OPEN INPUT EMPRESAS.
           OPEN OUTPUT FACMOV.
           OPEN OUTPUT REP-FAC.

           MOVE WKS-MES-PROCESO TO WKS-MES-R.
           MOVE HEADER-L1-FAC TO LINEA-FAC.
           WRITE LINEA-FAC AFTER 1.
           MOVE HEADER-CAMPOS-FAC TO LINEA-FAC.
           WRITE LINEA-FAC AFTER 2.

           MOVE SPACES TO REG-MOV.
           MOVE "HDR" TO TIPO-HDR-MOV.
                   MOVE CLAVE-EMPRESA-NC TO
                                   WKS-EMP-CLAVE (WKS-EMP-IDX)
               END-IF
               ADD RECIBOS-NC TO WKS-EMP-RECIBOS (WKS-EMP-IDX)
               ADD DESCUENTOS-NC TO WKS-EMP-DESCUENTOS (WKS-EMP-IDX).

       2110-COMPARA-EMPRESA.
           IF WKS-EMP-CLAVE (WKS-EMP-IDX) = CLAVE-EMPRESA-NC
       4100-FACTURA-UNA.
           ADD 1 TO WKS-EMP-IDX.

           MOVE 0      TO WKS-MONTO-FACTURA.
           MOVE SPACES TO WKS-NOM-R.
           MOVE 0      TO WKS-CLI-R.
           MOVE 0      TO WKS-CUO-R.
           MOVE SPACES TO WKS-OBS-R.

           MOVE WKS-EMP-CLAVE (WKS-EMP-IDX) TO CLAVE-EMPR.
           READ EMPRESAS INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                        NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.
           IF WKS-INVALID-KEY = 1
               DISPLAY "EMPRESA " WKS-EMP-CLAVE (WKS-EMP-IDX)
                       " SIN CATALOGO, NO SE FACTURA"
               MOVE "SIN CATALOGO" TO WKS-OBS-R
           ELSE
               MOVE NOMBRE-EMPR       TO WKS-NOM-R
               MOVE ID-CLIENTE-EMPR   TO WKS-CLI-R
               MOVE CUOTA-RECIBO-EMPR TO WKS-CUO-R
               IF ID-CLIENTE-EMPR = 0
                   DISPLAY "EMPRESA " CLAVE-EMPR " SIN CLIENTE DE"
                           " FACTURACION"
                   MOVE "SIN CLIENTE" TO WKS-OBS-R
               ELSE
                   PERFORM 4200-GENERA-CARGO THRU 4200-FIN.

           PERFORM 4300-RENGLON-FACTURA.

       4200-GENERA-CARGO.
           COMPUTE WKS-MONTO-FACTURA =
               WKS-EMP-RECIBOS (WKS-EMP-IDX) * CUOTA-RECIBO-EMPR.
       4200-FIN.
           EXIT.

      *UN RENGLON DE LA RELACION POR EMPRESA, FACTURADA O NO.
       4300-RENGLON-FACTURA.
           MOVE WKS-EMP-CLAVE (WKS-EMP-IDX)      TO WKS-CLA-R.
           MOVE WKS-EMP-RECIBOS (WKS-EMP-IDX)    TO WKS-REC-R.
           MOVE WKS-MONTO-FACTURA                TO WKS-IMP-R.
           MOVE WKS-EMP-DESCUENTOS (WKS-EMP-IDX) TO WKS-DES-R.
           MOVE DETALLE-FAC-R TO LINEA-FAC.
           WRITE LINEA-FAC AFTER 1.

           ADD WKS-EMP-RECIBOS (WKS-EMP-IDX)    TO WKS-TOT-RECIBOS.
           ADD WKS-EMP-DESCUENTOS (WKS-EMP-IDX) TO WKS-TOT-DESCUENTOS.

       3000-FIN.
           MOVE SPACES TO REG-MOV.
           MOVE "999" TO MARCA-TRL-MOV.

           CLOSE NOMCTL.
           CLOSE EMPRESAS.
           MOVE WKS-CONT-FACTURAS  TO WKS-PIE-FAC-R.
           MOVE WKS-TOT-RECIBOS    TO WKS-PIE-REC-R.
           MOVE WKS-SUMA-LOTE      TO WKS-PIE-IMP-R.
           MOVE WKS-TOT-DESCUENTOS TO WKS-PIE-DES-R.
           MOVE FOOTER-FAC-R TO LINEA-FAC.
           WRITE LINEA-FAC AFTER 2.

           CLOSE FACMOV.
           CLOSE REP-FAC.
           DISPLAY "EMPRESAS FACTURADAS: " WKS-CONT-FACTURAS.
           DISPLAY "MONTO FACTURADO: " WKS-SUMA-LOTE.
           DISPLAY "DESCUENTOS DE TARJETA EN EL MES: "
                   WKS-TOT-DESCUENTOS.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
