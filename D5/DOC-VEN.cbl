      *MI PROGRAMA MENSUAL DE EXPEDIENTES VENCIDOS - LISTA A LOS
      *CLIENTES VIVOS CUYA IDENTIFICACION YA VENCIO O CUYO
      *COMPROBANTE DE DOMICILIO PASO DE LA ANTIGUEDAD DE NORMA,
      *ABIERTA POR SUCURSAL CON SU SUBTOTAL PARA QUE CADA PLAZA
      *LLAME A SUS CLIENTES. LOS MARCADOS "SIN PLASTICO" YA PASARON
      *LA GRACIA Y EMB-EXT Y REE-TAR NO LES EMBOZAN HASTA QUE SE
      *REFRESQUE EL EXPEDIENTE EN DOC-CLI. LA CARTERA SIN
      *EXPEDIENTE CAPTURADO SOLO SE CUENTA AL FINAL.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOC-VEN.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I.

           SELECT WORKDOC ASSIGN TO DISK.

           SELECT REP-DOC ASSIGN TO PRINTER.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
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

      *UN REGISTRO POR CLIENTE CON ALGUN DOCUMENTO VENCIDO, PARA
      *ORDENARLO POR SUCURSAL.
       SD WORKDOC.
       01 REG-DOC-W.
        03 SUCURSAL-W         PIC 9(02).
        03 ID-CLIENTE-W       PIC 9(06).
        03 NOMBRE-W           PIC A(20).
        03 ESTADO-ID-W        PIC X(01).
        03 TIPO-ID-W          PIC X(03).
        03 VENCE-ID-W         PIC 9(08).
        03 ESTADO-DOM-W       PIC X(01).
        03 EMISION-DOM-W      PIC 9(08).
        03 BLOQUEA-W          PIC 9(01).

       FD REP-DOC.
       01 LINEA-DOC              PIC X(132).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-EOF-ICLI         PIC 9 VALUE 0.
       01 WKS-EOF-SORT         PIC 9 VALUE 0.
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-CONT-LEIDOS      PIC 9(06) VALUE 0.
       01 WKS-CONT-VENCIDOS    PIC 9(06) VALUE 0.
       01 WKS-CONT-ID-VENC     PIC 9(06) VALUE 0.
       01 WKS-CONT-DOM-VENC    PIC 9(06) VALUE 0.
       01 WKS-CONT-BLOQUEADOS  PIC 9(06) VALUE 0.
       01 WKS-CONT-SIN-EXP     PIC 9(06) VALUE 0.
       01 WKS-SUC-ANTERIOR     PIC 9(02) VALUE 0.
       01 WKS-SUC-VENCIDOS     PIC 9(06) VALUE 0.
       01 WKS-SUC-BLOQUEADOS   PIC 9(06) VALUE 0.
       01 WKS-PRIMERA-SUC      PIC 9 VALUE 1.

      *AREA DE REVISION DEL EXPEDIENTE CON LOS PARAMETROS DE NORMA.
       01 WKS-REVISION.
       COPY DOCVCOPY.

       01 HEADER-L1-DOC.
            03 FILLER PIC X(25) VALUE SPACES.
            03 FILLER PIC X(50)
               VALUE "EXPEDIENTES DE IDENTIFICACION VENCIDOS".

       01 HEADER-L2-DOC.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(10) VALUE "SUCURSAL: ".
            03 WKS-SUC-HDR-R   PIC 9(02).
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(07) VALUE "FECHA: ".
            03 WKS-FECHA-HDR-R PIC 9(08).

       01 HEADER-CAMPOS-DOC.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(09) VALUE "CLIENTE".
            03 FILLER          PIC X(23) VALUE "NOMBRE".
            03 FILLER          PIC X(18) VALUE "IDENTIFICACION".
            03 FILLER          PIC X(19) VALUE "COMPROBANTE DOM.".
            03 FILLER          PIC X(12) VALUE "PLASTICO".

       01 DETALLE-DOC-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-ID-CLI-R    PIC 9(06).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-NOMBRE-R    PIC A(20).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-EST-ID-R    PIC X(01).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-TIPO-ID-R   PIC X(03).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-VENCE-ID-R  PIC 9(08).
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-EST-DOM-R   PIC X(01).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-EMI-DOM-R   PIC 9(08).
            03 FILLER          PIC X(09) VALUE SPACES.
            03 WKS-PLASTICO-R  PIC X(12).

       01 FOOTER-SUC-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(13) VALUE "SUCURSAL     ".
            03 WKS-SUC-TOT-R   PIC 9(02).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(10) VALUE "VENCIDOS: ".
            03 WKS-SUC-VEN-R   PIC ZZZZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(14) VALUE "SIN PLASTICO: ".
            03 WKS-SUC-BLQ-R   PIC ZZZZZ9.

       01 FOOTER-DOC-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-TOT-ETIQ-R  PIC X(32).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-TOT-NUM-R   PIC ZZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.

           SORT WORKDOC ON ASCENDING KEY SUCURSAL-W
                          ASCENDING KEY ID-CLIENTE-W
               INPUT PROCEDURE IS 2000-SELECCIONA
               OUTPUT PROCEDURE IS 4000-IMPRIME.

           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN OUTPUT REP-DOC.

           MOVE HEADER-L1-DOC TO LINEA-DOC.
           WRITE LINEA-DOC AFTER 1.

           MOVE WKS-FECHA-HOY TO FECHA-DV.
           MOVE 0             TO MESES-DOM-DV.
           MOVE 0             TO DIAS-GRACIA-DV.

      *SOLO LOS CLIENTES VIVOS (ACTIVOS Y RETENIDOS); EL INACTIVO
      *YA NO RECIBE PLASTICO NI SEGUIMIENTO.
       2000-SELECCIONA.
           OPEN INPUT ICLIENTES.

           MOVE LOW-VALUES TO ID-CLIENTE-I.
           START ICLIENTES KEY IS NOT < ID-CLIENTE-I
                       INVALID KEY MOVE 1 TO WKS-EOF-ICLI.

           IF WKS-EOF-ICLI = 0
               PERFORM 2010-LEER-ICLIENTE.

           PERFORM 2100-REVISA-CLIENTE UNTIL WKS-EOF-ICLI = 1.

           CLOSE ICLIENTES.

       2010-LEER-ICLIENTE.
           READ ICLIENTES NEXT AT END MOVE 1 TO WKS-EOF-ICLI.

           IF WKS-EOF-ICLI = 0
               ADD 1 TO WKS-CONT-LEIDOS.

       2100-REVISA-CLIENTE.
           IF ESTADO-CLIENTE-I NOT = "I"
               MOVE ID-CLIENTE-I TO ID-CLIENTE-DV
               CALL "VAL-DOC" USING WKS-REVISION
               IF ESTADO-ID-DV = "S" AND ESTADO-DOM-DV = "S"
                   ADD 1 TO WKS-CONT-SIN-EXP
               ELSE
                   IF ESTADO-ID-DV = "X" OR ESTADO-DOM-DV = "X"
                       PERFORM 2200-LIBERA-VENCIDO
                   END-IF
               END-IF
           END-IF.

           PERFORM 2010-LEER-ICLIENTE.

       2200-LIBERA-VENCIDO.
           MOVE SUCURSAL-I       TO SUCURSAL-W.
           MOVE ID-CLIENTE-I     TO ID-CLIENTE-W.
           MOVE NOMBRE-CLIENTE-I TO NOMBRE-W.
           MOVE ESTADO-ID-DV     TO ESTADO-ID-W.
           MOVE TIPO-ID-DV       TO TIPO-ID-W.
           MOVE VENCE-ID-DV      TO VENCE-ID-W.
           MOVE ESTADO-DOM-DV    TO ESTADO-DOM-W.
           MOVE EMISION-DOM-DV   TO EMISION-DOM-W.
           MOVE BLOQUEA-DV       TO BLOQUEA-W.
           RELEASE REG-DOC-W.

           IF ESTADO-ID-DV = "X"
               ADD 1 TO WKS-CONT-ID-VENC.
           IF ESTADO-DOM-DV = "X"
               ADD 1 TO WKS-CONT-DOM-VENC.

      *CADA SUCURSAL EMPIEZA EN HOJA NUEVA CON SU ENCABEZADO Y
      *TERMINA CON SU SUBTOTAL.
       4000-IMPRIME.
           MOVE 0 TO WKS-EOF-SORT.
           PERFORM 4100-RECIBE-VENCIDO UNTIL WKS-EOF-SORT = 1.

           IF WKS-PRIMERA-SUC = 0
               PERFORM 4300-SUBTOTAL-SUCURSAL.

       4100-RECIBE-VENCIDO.
           RETURN WORKDOC AT END MOVE 1 TO WKS-EOF-SORT.

           IF WKS-EOF-SORT = 0
               IF WKS-PRIMERA-SUC = 1
                   PERFORM 4200-ENCABEZA-SUCURSAL
               ELSE
                   IF SUCURSAL-W NOT = WKS-SUC-ANTERIOR
                       PERFORM 4300-SUBTOTAL-SUCURSAL
                       PERFORM 4200-ENCABEZA-SUCURSAL
                   END-IF
               END-IF
               PERFORM 4400-DETALLE-R
           END-IF.

       4200-ENCABEZA-SUCURSAL.
           MOVE 0 TO WKS-PRIMERA-SUC.
           MOVE SUCURSAL-W TO WKS-SUC-ANTERIOR.
           MOVE 0 TO WKS-SUC-VENCIDOS.
           MOVE 0 TO WKS-SUC-BLOQUEADOS.

           MOVE SUCURSAL-W    TO WKS-SUC-HDR-R.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-HDR-R.
           MOVE HEADER-L2-DOC TO LINEA-DOC.
           WRITE LINEA-DOC AFTER PAGE.

           MOVE HEADER-CAMPOS-DOC TO LINEA-DOC.
           WRITE LINEA-DOC AFTER 2.

       4300-SUBTOTAL-SUCURSAL.
           MOVE WKS-SUC-ANTERIOR   TO WKS-SUC-TOT-R.
           MOVE WKS-SUC-VENCIDOS   TO WKS-SUC-VEN-R.
           MOVE WKS-SUC-BLOQUEADOS TO WKS-SUC-BLQ-R.
           MOVE FOOTER-SUC-R TO LINEA-DOC.
           WRITE LINEA-DOC AFTER 2.

       4400-DETALLE-R.
           MOVE ID-CLIENTE-W  TO WKS-ID-CLI-R.
           MOVE NOMBRE-W      TO WKS-NOMBRE-R.
           MOVE ESTADO-ID-W   TO WKS-EST-ID-R.
           MOVE TIPO-ID-W     TO WKS-TIPO-ID-R.
           MOVE VENCE-ID-W    TO WKS-VENCE-ID-R.
           MOVE ESTADO-DOM-W  TO WKS-EST-DOM-R.
           MOVE EMISION-DOM-W TO WKS-EMI-DOM-R.

           IF BLOQUEA-W = 1
               MOVE "SIN PLASTICO" TO WKS-PLASTICO-R
               ADD 1 TO WKS-SUC-BLOQUEADOS
               ADD 1 TO WKS-CONT-BLOQUEADOS
           ELSE
               MOVE "EN GRACIA" TO WKS-PLASTICO-R.

           MOVE DETALLE-DOC-R TO LINEA-DOC.
           WRITE LINEA-DOC AFTER 1.

           ADD 1 TO WKS-SUC-VENCIDOS.
           ADD 1 TO WKS-CONT-VENCIDOS.

       3000-FIN.
           MOVE "CLIENTES CON EXPEDIENTE VENCIDO" TO WKS-TOT-ETIQ-R.
           MOVE WKS-CONT-VENCIDOS TO WKS-TOT-NUM-R.
           MOVE FOOTER-DOC-R TO LINEA-DOC.
           WRITE LINEA-DOC AFTER PAGE.

           MOVE "IDENTIFICACION VENCIDA" TO WKS-TOT-ETIQ-R.
           MOVE WKS-CONT-ID-VENC TO WKS-TOT-NUM-R.
           MOVE FOOTER-DOC-R TO LINEA-DOC.
           WRITE LINEA-DOC AFTER 1.

           MOVE "COMPROBANTE DE DOMICILIO VIEJO" TO WKS-TOT-ETIQ-R.
           MOVE WKS-CONT-DOM-VENC TO WKS-TOT-NUM-R.
           MOVE FOOTER-DOC-R TO LINEA-DOC.
           WRITE LINEA-DOC AFTER 1.

           MOVE "SIN PLASTICO (GRACIA VENCIDA)" TO WKS-TOT-ETIQ-R.
           MOVE WKS-CONT-BLOQUEADOS TO WKS-TOT-NUM-R.
           MOVE FOOTER-DOC-R TO LINEA-DOC.
           WRITE LINEA-DOC AFTER 1.

           MOVE "SIN EXPEDIENTE CAPTURADO" TO WKS-TOT-ETIQ-R.
           MOVE WKS-CONT-SIN-EXP TO WKS-TOT-NUM-R.
           MOVE FOOTER-DOC-R TO LINEA-DOC.
           WRITE LINEA-DOC AFTER 1.

           CLOSE REP-DOC.
           DISPLAY "CLIENTES CON EXPEDIENTE VENCIDO: "
                   WKS-CONT-VENCIDOS.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "DOC-VEN " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDOS TO LEIDOS-BIT.
           MOVE WKS-CONT-VENCIDOS TO ESCRITOS-BIT.
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
