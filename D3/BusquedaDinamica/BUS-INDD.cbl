      *MI PROGRAMA DE BUSQUEDA EN ARCHIVO DE FORMA DINAMICA
      *EL OPERADOR SE FIRMA CON SEC-OPER Y CADA CLIENTE QUE SALE EN
      *PANTALLA QUEDA EN ACCESOS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUS-INDD.
       ENVIRONMENT DIVISION.
                ALTERNATE RECORD KEY IS ID-TARJETA-D WITH DUPLICATES
                ALTERNATE RECORD KEY IS FECHA-ALTA-D WITH DUPLICATES.

           SELECT ACCESOS ASSIGN TO DISK
                FILE STATUS IS WKS-FS-ACC.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD DCLIENTES.
                     ==DOMICILIADO== BY ==DOMICILIADO-D==
                     ==CUENTA-BANCARIA== BY ==CUENTA-BANCARIA-D==.

      *BITACORA DE CONSULTAS DE CLIENTES POR OPERADOR.
       FD ACCESOS.
       01 REG-ACCESO.
       COPY ACCECOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-CLIENTES-LOOP     PIC 9 VALUE 0.
       01 WKS-ID-TARGETA        PIC 99.
       01 WKS-CONTADOR-NOMBRE   PIC 9(02) VALUE 0.
       01 WKS-CLABE-COMPLETA    PIC X(18) VALUE SPACES.
       01 WKS-CLABE-MASCARA     PIC X(18) VALUE SPACES.
       01 WKS-FS-ACC            PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO       PIC X(02) VALUE "00".
       01 WKS-FECHA-HOY         PIC 9(08) VALUE 0.
       01 WKS-TIPO-ACCESO       PIC X(01) VALUE SPACES.

      *RESULTADO DE LA FIRMA DE OPERADOR VALIDADA POR SEC-OPER.
       01 WKS-FIRMA.
       COPY FIRMCOPY.

       PROCEDURE DIVISION.
       INICIO.
           STOP RUN.

       1000-INICIO.
           MOVE "BUS-INDD" TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0
               STOP RUN.

           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN INPUT DCLIENTES.

           OPEN EXTEND ACCESOS.
           IF WKS-FS-ACC = "35"
               OPEN OUTPUT ACCESOS.

       2000-PROCESO.
           DISPLAY SPACES LINE 01 POSITION 01 ERASE.
           DISPLAY "BUSCAR POR (1) TARGETA (2) FECHA (3) NOMBRE:"

           IF WKS-CLIENTES-LOOP = 0
                IF WKS-ID-TARGETA = ID-TARJETA-D
                    MOVE "T" TO WKS-TIPO-ACCESO
                    PERFORM 9200-GRABA-ACCESO
                    PERFORM 2030-ENMASCARA-CLABE
                    DISPLAY REG-CLI-D
                    PERFORM 2031-RESTAURA-CLABE
                IF FECHA-ALTA-D > WKS-FECHA-FIN
                    MOVE 1 TO WKS-CLIENTES-LOOP
                ELSE
                    MOVE "F" TO WKS-TIPO-ACCESO
                    PERFORM 9200-GRABA-ACCESO
                    PERFORM 2030-ENMASCARA-CLABE
                    DISPLAY REG-CLI-D
                    PERFORM 2031-RESTAURA-CLABE.
                IF WKS-NOMBRE-BUSCA-LEN > 0
                    IF NOMBRE-CLIENTE-D (1:WKS-NOMBRE-BUSCA-LEN) =
                          WKS-NOMBRE-BUSCA (1:WKS-NOMBRE-BUSCA-LEN)
                        MOVE "N" TO WKS-TIPO-ACCESO
                        PERFORM 9200-GRABA-ACCESO
                        PERFORM 2030-ENMASCARA-CLABE
                        DISPLAY REG-CLI-D
                        PERFORM 2031-RESTAURA-CLABE

       3000-FIN.
           CLOSE DCLIENTES.
           CLOSE ACCESOS.

      *QUIEN VIO A QUE CLIENTE, CUANDO Y POR QUE TIPO DE BUSQUEDA.
       9200-GRABA-ACCESO.
           MOVE ID-OPERADOR-F   TO ID-OPER-AC.
           MOVE SUCURSAL-F      TO SUCURSAL-OPER-AC.
           MOVE ID-CLIENTE-D    TO ID-CLIENTE-AC.
           MOVE "BUS-INDD"      TO PROGRAMA-AC.
           MOVE WKS-FECHA-HOY   TO FECHA-AC.
           ACCEPT HORA-AC FROM TIME.
           MOVE WKS-TIPO-ACCESO TO TIPO-AC.
           WRITE REG-ACCESO.

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
