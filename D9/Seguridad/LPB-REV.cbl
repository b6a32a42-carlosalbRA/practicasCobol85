      *MI PROGRAMA DE RECRIBADO DE LA CARTERA CONTRA LISTAS - CORRE
      *CADA NOCHE EN EL CIERRE DE DIA PERO SOLO TRABAJA CUANDO
      *LPB-CAR DEJO EN LPBCTL UNA VERSION CARGADA MAS NUEVA QUE LA
      *ULTIMA CRIBADA. ENTONCES PASA A TODOS LOS TITULARES VIGENTES
      *DE ICLIENTES Y A TODOS LOS ADICIONALES DE ADICION POR VAL-LPB;
      *LAS COINCIDENCIAS NUEVAS QUEDAN EN LA COLA DE REVISION Y EN EL
      *LISTADO PARA CUMPLIMIENTO. NO SE BLOQUEA NADA AQUI: EL BLOQUEO
      *LO DECIDE EL OFICIAL EN LPB-DIC.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LPB-REV.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I
                FILE STATUS IS WKS-FS-ICLI.

           SELECT ADICION ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ADICION-KEY
                FILE STATUS IS WKS-FS-ADIC.

           SELECT LPBCTL ASSIGN TO DISK
                FILE STATUS IS WKS-FS-CTL.

           SELECT REP-LPB ASSIGN TO PRINTER.
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

      *TITULARES ADICIONALES: EL PLASTICO DE UN FAMILIAR LLEVA SU
      *PROPIO NOMBRE EMBOZADO, SU PARENTESCO Y, SI SE QUIERE, SU
      *PROPIO LIMITE DE GASTO QUE POST-TRX VALIDA POR PLASTICO.
       FD ADICION.
       01 REG-ADICIONAL.
        03 ADICION-KEY.
           05 ID-CLIENTE-AD   PIC 9(06).
           05 NUM-TARJETA-AD  PIC 9(02).
        03 NOMBRE-AD          PIC A(20).
        03 PARENTESCO-AD      PIC X(10).
        03 FECHA-NAC-AD       PIC 9(08).
        03 LIMITE-AD          PIC 9(07)V99.

      *CONTROL DE VERSIONES: LA ULTIMA CARGADA POR LPB-CAR Y LA
      *ULTIMA CONTRA LA QUE YA SE RECRIBO LA CARTERA.
       FD LPBCTL.
       01 REG-LPBCTL.
        03 VERSION-CARGA-LC   PIC 9(08).
        03 FECHA-CARGA-LC     PIC 9(08).
        03 PERSONAS-LC        PIC 9(07).
        03 VERSION-CRIBA-LC   PIC 9(08).
        03 FECHA-CRIBA-LC     PIC 9(08).

       FD REP-LPB.
       01 LINEA-LPB              PIC X(132).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO - LA FIJA Y LA
      *AVANZA CIE-DIA; UN LOTE ATRASADO O RECORRIDO PROCESA CON LA
      *FECHA DEL DIA AL QUE PERTENECE, NO CON LA DEL RELOJ.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-FS-ICLI          PIC X(02) VALUE "00".
       01 WKS-FS-ADIC          PIC X(02) VALUE "00".
       01 WKS-FS-CTL           PIC X(02) VALUE "00".
       01 WKS-CONTROL-LPB      PIC X(39) VALUE SPACES.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-EOF-ICLI         PIC 9 VALUE 0.
       01 WKS-EOF-ADIC         PIC 9 VALUE 0.
       01 WKS-HAY-VERSION      PIC 9 VALUE 0.
       01 WKS-CONT-CRIBADOS    PIC 9(06) VALUE 0.
       01 WKS-CONT-NUEVAS      PIC 9(06) VALUE 0.

      *AREA DE CRIBADO COMPARTIDA CON VAL-LPB.
       01 WKS-CRIBADO.
       COPY CRIBCOPY.

       01 HEADER-L1-LPB.
            03 FILLER PIC X(20) VALUE SPACES.
            03 FILLER PIC X(44)
               VALUE "RECRIBADO CONTRA LISTAS - NUEVAS POSIBLES".
            03 FILLER PIC X(14) VALUE " COINCIDENCIAS".
            03 FILLER PIC X(10) VALUE "  VERSION ".
            03 WKS-VERSION-H   PIC 9(08).

       01 HEADER-CAMPOS-LPB.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(08) VALUE "FOLIO".
            03 FILLER PIC X(10) VALUE "CLIENTE".
            03 FILLER PIC X(06) VALUE "TARJ".
            03 FILLER PIC X(22) VALUE "NOMBRE".
            03 FILLER PIC X(15) VALUE "RFC".
            03 FILLER PIC X(08) VALUE "LISTA".
            03 FILLER PIC X(08) VALUE "ENTRADA".

       01 DETALLE-LPB-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-FOLIO-R     PIC 9(06).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-CLIENTE-R   PIC 9(06).
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-TARJETA-R   PIC 9(02).
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-NOMBRE-R    PIC A(20).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-RFC-R       PIC X(13).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-FUENTE-R    PIC X(04).
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-NUM-LPB-R   PIC 9(06).

       01 FOOTER-LPB-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(19) VALUE "PERSONAS CRIBADAS: ".
            03 WKS-CRIBADOS-R  PIC ZZZZZ9.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(22)
               VALUE "NUEVAS COINCIDENCIAS: ".
            03 WKS-NUEVAS-R    PIC ZZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.

           IF WKS-HAY-VERSION = 1
               PERFORM 2000-CRIBA-TITULARES
               PERFORM 2500-CRIBA-ADICIONALES
               PERFORM 2900-MARCA-CRIBADA
               PERFORM 3000-FIN
           ELSE
               DISPLAY "SIN VERSION NUEVA DE LISTAS, NO SE RECRIBA".

           GOBACK.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           MOVE 0 TO WKS-HAY-VERSION.
           MOVE 0 TO WKS-EOF-ICLI.
           MOVE 0 TO WKS-EOF-ADIC.
           MOVE 0 TO WKS-CONT-CRIBADOS.
           MOVE 0 TO WKS-CONT-NUEVAS.
           OPEN INPUT LPBCTL.

           IF WKS-FS-CTL = "00"
               READ LPBCTL
                   AT END CONTINUE
                   NOT AT END
                       MOVE REG-LPBCTL TO WKS-CONTROL-LPB
                       IF VERSION-CARGA-LC > VERSION-CRIBA-LC
                           MOVE 1 TO WKS-HAY-VERSION
                       END-IF
               END-READ
               CLOSE LPBCTL.

           IF WKS-HAY-VERSION = 1
               MOVE VERSION-CARGA-LC TO WKS-VERSION-H
               OPEN OUTPUT REP-LPB
               PERFORM 1200-HEADER-R
               MOVE "REV" TO ORIGEN-CR
               MOVE "LPB-REV " TO OPERADOR-CR
               MOVE WKS-FECHA-HOY TO FECHA-CR.

       1200-HEADER-R.
           MOVE HEADER-L1-LPB TO LINEA-LPB.
           WRITE LINEA-LPB AFTER PAGE.

           MOVE HEADER-CAMPOS-LPB TO LINEA-LPB.
           WRITE LINEA-LPB AFTER 2.

      *LOS CLIENTES INACTIVOS YA NO OPERAN; SE CRIBAN LOS VIGENTES
      *Y LOS RETENIDOS (QUE PUEDEN COINCIDIR CON OTRA ENTRADA).
       2000-CRIBA-TITULARES.
           OPEN INPUT ICLIENTES.
           IF WKS-FS-ICLI = "00"
               MOVE 0 TO ID-CLIENTE-I
               START ICLIENTES KEY IS NOT < ID-CLIENTE-I
                   INVALID KEY MOVE 1 TO WKS-EOF-ICLI
               END-START
               PERFORM 2010-LEER-TITULAR UNTIL WKS-EOF-ICLI = 1
               CLOSE ICLIENTES.

       2010-LEER-TITULAR.
           READ ICLIENTES NEXT AT END MOVE 1 TO WKS-EOF-ICLI.

           IF WKS-EOF-ICLI = 0
               IF ESTADO-CLIENTE-I NOT = "I"
                   MOVE NOMBRE-CLIENTE-I TO NOMBRE-CR
                   MOVE RFC-I TO RFC-CR
                   MOVE ID-CLIENTE-I TO ID-CLIENTE-CR
                   MOVE 0 TO NUM-TARJETA-CR
                   PERFORM 2100-CRIBA-PERSONA
               END-IF
           END-IF.

       2100-CRIBA-PERSONA.
           ADD 1 TO WKS-CONT-CRIBADOS.
           CALL "VAL-LPB" USING WKS-CRIBADO.

           IF COINCIDE-CR = 1 AND NUEVA-CR = 1
               ADD 1 TO WKS-CONT-NUEVAS
               PERFORM 2200-DETALLE-R.

       2200-DETALLE-R.
           MOVE FOLIO-CR       TO WKS-FOLIO-R.
           MOVE ID-CLIENTE-CR  TO WKS-CLIENTE-R.
           MOVE NUM-TARJETA-CR TO WKS-TARJETA-R.
           MOVE NOMBRE-CR      TO WKS-NOMBRE-R.
           MOVE RFC-CR         TO WKS-RFC-R.
           MOVE FUENTE-CR      TO WKS-FUENTE-R.
           MOVE NUM-LPB-CR     TO WKS-NUM-LPB-R.

           MOVE DETALLE-LPB-R TO LINEA-LPB.
           WRITE LINEA-LPB AFTER 1.

       2500-CRIBA-ADICIONALES.
           OPEN INPUT ADICION.
           IF WKS-FS-ADIC = "00"
               PERFORM 2510-LEER-ADICIONAL UNTIL WKS-EOF-ADIC = 1
               CLOSE ADICION.

       2510-LEER-ADICIONAL.
           READ ADICION NEXT AT END MOVE 1 TO WKS-EOF-ADIC.

           IF WKS-EOF-ADIC = 0
               MOVE NOMBRE-AD TO NOMBRE-CR
               MOVE SPACES TO RFC-CR
               MOVE ID-CLIENTE-AD TO ID-CLIENTE-CR
               MOVE NUM-TARJETA-AD TO NUM-TARJETA-CR
               PERFORM 2100-CRIBA-PERSONA
           END-IF.

      *LA VERSION QUEDA CRIBADA; HASTA LA SIGUIENTE CARGA LAS NOCHES
      *QUE SIGUEN NO VUELVEN A RECORRER LA CARTERA.
       2900-MARCA-CRIBADA.
           MOVE WKS-CONTROL-LPB TO REG-LPBCTL.
           MOVE VERSION-CARGA-LC TO VERSION-CRIBA-LC.
           MOVE WKS-FECHA-HOY TO FECHA-CRIBA-LC.

           OPEN OUTPUT LPBCTL.
           WRITE REG-LPBCTL.
           CLOSE LPBCTL.

       3000-FIN.
           MOVE WKS-CONT-CRIBADOS TO WKS-CRIBADOS-R.
           MOVE WKS-CONT-NUEVAS   TO WKS-NUEVAS-R.
           MOVE FOOTER-LPB-R TO LINEA-LPB.
           WRITE LINEA-LPB AFTER 2.
           CLOSE REP-LPB.

           DISPLAY "PERSONAS CRIBADAS: " WKS-CONT-CRIBADOS.
           DISPLAY "NUEVAS COINCIDENCIAS: " WKS-CONT-NUEVAS.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "LPB-REV " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-CRIBADOS TO LEIDOS-BIT.
           MOVE WKS-CONT-NUEVAS TO ESCRITOS-BIT.
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
