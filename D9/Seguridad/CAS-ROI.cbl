      *MI PROGRAMA DEL REPORTE DE OPERACIONES INUSUALES AL
      *REGULADOR - TOMA DE CASOSOI LOS CASOS DICTAMINADOS COMO
      *REPORTABLES QUE AUN NO SE ENVIAN, ARMA EL ARCHIVO ROIFILE
      *(ENCABEZADO, UN DETALLE POR CASO Y CIFRAS DE CONTROL) Y LOS
      *MARCA ENVIADOS CON LA FECHA. EL MISMO REPORTE LISTA LOS CASOS
      *TODAVIA ABIERTOS CONTRA SU PLAZO REGULATORIO: VENCIDOS, POR
      *VENCER DENTRO DEL AVISO Y EN PLAZO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAS-ROI.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASOSOI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS FOLIO-CS
                ALTERNATE RECORD KEY IS ID-CLIENTE-CS WITH DUPLICATES
                FILE STATUS IS WKS-FS-CASO.

           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I.

           SELECT ROIFILE ASSIGN TO DISK.

           SELECT REP-ROI ASSIGN TO PRINTER.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD CASOSOI.
       01 REG-CASO.
       COPY CASOCOPY.

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

      *ARCHIVO DEL REGULADOR: ENCABEZADO "HDR" CON LA FECHA DE
      *GENERACION, UN "DET" POR OPERACION INUSUAL Y EL "999" CON
      *EL NUMERO DE DETALLES Y LA SUMA DE MONTOS PARA SU CUADRE.
       FD ROIFILE.
       01 REG-ROI.
        03 TIPO-ROI           PIC X(03).
        03 FOLIO-ROI          PIC 9(06).
        03 FECHA-DETECCION-ROI PIC 9(08).
        03 ID-CLIENTE-ROI     PIC 9(06).
        03 NOMBRE-ROI         PIC A(20).
        03 RFC-ROI            PIC X(13).
        03 ORIGEN-ROI         PIC X(03).
        03 ALERTAS-ROI        PIC 9(03).
        03 MONTO-ROI          PIC 9(09)V99.
        03 FECHA-DICT-ROI     PIC 9(08).
        03 NOTA-ROI           PIC X(60).
        03 FILLER             PIC X(09).
       01 REG-ROI-HDR REDEFINES REG-ROI.
        03 TIPO-HDR-ROI       PIC X(03).
        03 FECHA-HDR-ROI      PIC 9(08).
        03 REPORTE-HDR-ROI    PIC X(03).
        03 FILLER             PIC X(136).
       01 REG-ROI-TRL REDEFINES REG-ROI.
        03 TIPO-TRL-ROI       PIC X(03).
        03 CONTADOR-TRL-ROI   PIC 9(07).
        03 MONTO-TRL-ROI      PIC 9(11)V99.
        03 FILLER             PIC X(127).

       FD REP-ROI.
       01 LINEA-ROI              PIC X(132).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-FS-CASO          PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-EOF-CASO         PIC 9 VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-CONT-LEIDOS      PIC 9(06) VALUE 0.
       01 WKS-CONT-ENVIADOS    PIC 9(07) VALUE 0.
       01 WKS-MONTO-ENVIADO    PIC 9(11)V99 VALUE 0.
       01 WKS-CONT-ABIERTOS    PIC 9(06) VALUE 0.
       01 WKS-CONT-VENCIDOS    PIC 9(06) VALUE 0.
       01 WKS-CONT-POR-VENCER  PIC 9(06) VALUE 0.

      *DIAS DE AVISO ANTES DEL LIMITE PARA MARCAR "POR VENCER".
       01 WKS-DIAS-AVISO       PIC 9(03) VALUE 10.
       01 WKS-CONTADOR-DIAS    PIC 9(03) VALUE 0.

       01 WKS-FECHA-AVISO      PIC 9(08).
       01 WKS-FECHA-AVISO-R REDEFINES WKS-FECHA-AVISO.
           03 WKS-AVI-AAAA         PIC 9(04).
           03 WKS-AVI-MM           PIC 9(02).
           03 WKS-AVI-DD           PIC 9(02).

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
       01 WKS-COCIENTE         PIC 9(06).

       01 HEADER-L1-ROI.
            03 FILLER PIC X(25) VALUE SPACES.
            03 FILLER PIC X(50)
               VALUE "OPERACIONES INUSUALES - ENVIO Y PLAZOS".

       01 SUBTITULO-ROI.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-SUB-R       PIC X(50).

       01 DETALLE-ROI-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(07) VALUE "FOLIO: ".
            03 WKS-FOLIO-R     PIC 9(06).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(09) VALUE "CLIENTE: ".
            03 WKS-ID-CLI-R    PIC 9(06).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-NOMBRE-R    PIC A(20).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-ORIGEN-R    PIC X(03).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 FILLER          PIC X(08) VALUE "LIMITE: ".
            03 WKS-LIMITE-R    PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-MONTO-R     PIC $ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-SITUACION-R PIC X(13).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-ANALISTA-R  PIC X(08).

       01 FOOTER-ROI-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-TOT-ETIQ-R  PIC X(32).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-TOT-NUM-R   PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-ENVIA-REPORTABLES.
           PERFORM 4000-REVISA-PLAZOS.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN I-O CASOSOI.
           IF WKS-FS-CASO = "35"
               OPEN OUTPUT CASOSOI
               CLOSE CASOSOI
               OPEN I-O CASOSOI.

           OPEN INPUT ICLIENTES.
           OPEN OUTPUT ROIFILE.
           OPEN OUTPUT REP-ROI.

           MOVE HEADER-L1-ROI TO LINEA-ROI.
           WRITE LINEA-ROI AFTER 1.

           PERFORM 1100-CALCULA-AVISO.

           MOVE SPACES TO REG-ROI.
           MOVE "HDR" TO TIPO-HDR-ROI.
           MOVE WKS-FECHA-HOY TO FECHA-HDR-ROI.
           MOVE "ROI" TO REPORTE-HDR-ROI.
           WRITE REG-ROI.

       1100-CALCULA-AVISO.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-AVISO.
           MOVE 0 TO WKS-CONTADOR-DIAS.
           PERFORM 1110-SUMA-UN-DIA
               UNTIL WKS-CONTADOR-DIAS = WKS-DIAS-AVISO.

       1110-SUMA-UN-DIA.
           MOVE WKS-DIAS-MES-TAB (WKS-AVI-MM) TO WKS-DIAS-MAX.

           IF WKS-AVI-MM = 2
               DIVIDE WKS-AVI-AAAA BY 4
                   GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-4
               IF WKS-RESIDUO-4 = 0
                   MOVE 29 TO WKS-DIAS-MAX.

           ADD 1 TO WKS-AVI-DD.
           IF WKS-AVI-DD > WKS-DIAS-MAX
              MOVE 1 TO WKS-AVI-DD
              ADD 1 TO WKS-AVI-MM
              IF WKS-AVI-MM > 12
                 MOVE 1 TO WKS-AVI-MM
                 ADD 1 TO WKS-AVI-AAAA.

           ADD 1 TO WKS-CONTADOR-DIAS.

      *PRIMERA PASADA: LOS REPORTABLES SIN ENVIAR VAN AL ARCHIVO
      *DEL REGULADOR Y QUEDAN ENVIADOS.
       2000-ENVIA-REPORTABLES.
           MOVE "REPORTADOS AL REGULADOR EN ESTA CORRIDA"
                                                      TO WKS-SUB-R.
           MOVE SUBTITULO-ROI TO LINEA-ROI.
           WRITE LINEA-ROI AFTER 2.

           MOVE 0 TO FOLIO-CS.
           START CASOSOI KEY IS > FOLIO-CS
               INVALID KEY MOVE 1 TO WKS-EOF-CASO
               NOT INVALID KEY MOVE 0 TO WKS-EOF-CASO
           END-START.

           PERFORM 2010-LEER-REPORTABLE UNTIL WKS-EOF-CASO = 1.

           MOVE SPACES TO REG-ROI.
           MOVE "999" TO TIPO-TRL-ROI.
           MOVE WKS-CONT-ENVIADOS TO CONTADOR-TRL-ROI.
           MOVE WKS-MONTO-ENVIADO TO MONTO-TRL-ROI.
           WRITE REG-ROI.

       2010-LEER-REPORTABLE.
           READ CASOSOI NEXT AT END MOVE 1 TO WKS-EOF-CASO.

           IF WKS-EOF-CASO = 0
               ADD 1 TO WKS-CONT-LEIDOS
               IF ESTADO-CS = "R" AND FECHA-REPORTE-CS = 0
                   PERFORM 2100-GRABA-OPERACION
               END-IF
           END-IF.

       2100-GRABA-OPERACION.
           MOVE ID-CLIENTE-CS TO ID-CLIENTE-I.
           READ ICLIENTES
               INVALID KEY MOVE SPACES TO NOMBRE-CLIENTE-I
                           MOVE SPACES TO RFC-I
           END-READ.

           MOVE SPACES              TO REG-ROI.
           MOVE "DET"               TO TIPO-ROI.
           MOVE FOLIO-CS            TO FOLIO-ROI.
           MOVE FECHA-DETECCION-CS  TO FECHA-DETECCION-ROI.
           MOVE ID-CLIENTE-CS       TO ID-CLIENTE-ROI.
           MOVE NOMBRE-CLIENTE-I    TO NOMBRE-ROI.
           MOVE RFC-I               TO RFC-ROI.
           MOVE ORIGEN-CS           TO ORIGEN-ROI.
           MOVE ALERTAS-CS          TO ALERTAS-ROI.
           MOVE MONTO-CS            TO MONTO-ROI.
           MOVE FECHA-DICT-CS       TO FECHA-DICT-ROI.
           MOVE NOTA-CS             TO NOTA-ROI.
           WRITE REG-ROI.

           ADD 1 TO WKS-CONT-ENVIADOS.
           ADD MONTO-CS TO WKS-MONTO-ENVIADO.

           MOVE "E" TO ESTADO-CS.
           MOVE WKS-FECHA-HOY TO FECHA-REPORTE-CS.
           REWRITE REG-CASO.

      *EL ENVIO DESPUES DEL LIMITE SE SENALA EN EL REPORTE.
           IF WKS-FECHA-HOY > FECHA-LIMITE-CS
               MOVE "FUERA DE PLAZO" TO WKS-SITUACION-R
           ELSE
               MOVE "ENVIADO" TO WKS-SITUACION-R.

           PERFORM 2200-DETALLE-R.

       2200-DETALLE-R.
           MOVE FOLIO-CS         TO WKS-FOLIO-R.
           MOVE ID-CLIENTE-CS    TO WKS-ID-CLI-R.
           MOVE NOMBRE-CLIENTE-I TO WKS-NOMBRE-R.
           MOVE ORIGEN-CS        TO WKS-ORIGEN-R.
           MOVE FECHA-LIMITE-CS  TO WKS-LIMITE-R.
           MOVE MONTO-CS         TO WKS-MONTO-R.
           MOVE ANALISTA-CS      TO WKS-ANALISTA-R.

           MOVE DETALLE-ROI-R TO LINEA-ROI.
           WRITE LINEA-ROI AFTER 1.

      *SEGUNDA PASADA: LOS CASOS AUN SIN DICTAMEN CONTRA SU LIMITE.
       4000-REVISA-PLAZOS.
           MOVE "CASOS ABIERTOS CONTRA EL PLAZO REGULATORIO"
                                                      TO WKS-SUB-R.
           MOVE SUBTITULO-ROI TO LINEA-ROI.
           WRITE LINEA-ROI AFTER 3.

           MOVE 0 TO FOLIO-CS.
           START CASOSOI KEY IS > FOLIO-CS
               INVALID KEY MOVE 1 TO WKS-EOF-CASO
               NOT INVALID KEY MOVE 0 TO WKS-EOF-CASO
           END-START.

           PERFORM 4010-LEER-ABIERTO UNTIL WKS-EOF-CASO = 1.

       4010-LEER-ABIERTO.
           READ CASOSOI NEXT AT END MOVE 1 TO WKS-EOF-CASO.

           IF WKS-EOF-CASO = 0
               IF ESTADO-CS = "A"
                   PERFORM 4100-CLASIFICA-PLAZO
               END-IF
           END-IF.

       4100-CLASIFICA-PLAZO.
           ADD 1 TO WKS-CONT-ABIERTOS.

           MOVE ID-CLIENTE-CS TO ID-CLIENTE-I.
           READ ICLIENTES
               INVALID KEY MOVE SPACES TO NOMBRE-CLIENTE-I
           END-READ.

           IF WKS-FECHA-HOY > FECHA-LIMITE-CS
               MOVE "PLAZO VENCIDO" TO WKS-SITUACION-R
               ADD 1 TO WKS-CONT-VENCIDOS
           ELSE
               IF FECHA-LIMITE-CS NOT > WKS-FECHA-AVISO
                   MOVE "POR VENCER" TO WKS-SITUACION-R
                   ADD 1 TO WKS-CONT-POR-VENCER
               ELSE
                   MOVE "EN PLAZO" TO WKS-SITUACION-R.

           PERFORM 2200-DETALLE-R.

       3000-FIN.
           MOVE "ENVIADOS AL REGULADOR" TO WKS-TOT-ETIQ-R.
           MOVE WKS-CONT-ENVIADOS TO WKS-TOT-NUM-R.
           MOVE FOOTER-ROI-R TO LINEA-ROI.
           WRITE LINEA-ROI AFTER 3.

           MOVE "CASOS ABIERTOS" TO WKS-TOT-ETIQ-R.
           MOVE WKS-CONT-ABIERTOS TO WKS-TOT-NUM-R.
           MOVE FOOTER-ROI-R TO LINEA-ROI.
           WRITE LINEA-ROI AFTER 1.

           MOVE "ABIERTOS CON PLAZO VENCIDO" TO WKS-TOT-ETIQ-R.
           MOVE WKS-CONT-VENCIDOS TO WKS-TOT-NUM-R.
           MOVE FOOTER-ROI-R TO LINEA-ROI.
           WRITE LINEA-ROI AFTER 1.

           MOVE "ABIERTOS POR VENCER" TO WKS-TOT-ETIQ-R.
           MOVE WKS-CONT-POR-VENCER TO WKS-TOT-NUM-R.
           MOVE FOOTER-ROI-R TO LINEA-ROI.
           WRITE LINEA-ROI AFTER 1.

           CLOSE CASOSOI.
           CLOSE ICLIENTES.
           CLOSE ROIFILE.
           CLOSE REP-ROI.

           DISPLAY "OPERACIONES INUSUALES ENVIADAS: "
                   WKS-CONT-ENVIADOS.
           DISPLAY "CASOS ABIERTOS: " WKS-CONT-ABIERTOS
                   "  CON PLAZO VENCIDO: " WKS-CONT-VENCIDOS.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "CAS-ROI " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDOS TO LEIDOS-BIT.
           MOVE WKS-CONT-ENVIADOS TO ESCRITOS-BIT.
           MOVE WKS-CONT-VENCIDOS TO RECHAZADOS-BIT.
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
