      *MI PROGRAMA DE CARGA DE LISTAS DE PERSONAS BLOQUEADAS - CADA
      *VEZ QUE LA UIF O LOS ORGANISMOS INTERNACIONALES PUBLICAN UNA
      *VERSION NUEVA LLEGA COMPLETA EN LPBNUEVA (ENCABEZADO CON LA
      *VERSION, UNA PERSONA POR REGISTRO Y REMATE "999" CON EL
      *CONTEO). EL ARCHIVO SE REVISA ENTERO ANTES DE TOCAR LISTABLQ:
      *UN ARCHIVO CORTADO O UNA VERSION QUE NO ES MAS NUEVA QUE LA
      *CARGADA NO SUSTITUYEN A LA LISTA VIGENTE. LA VERSION CARGADA
      *QUEDA EN LPBCTL PARA QUE LPB-REV RECRIBE LA CARTERA ESA NOCHE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LPB-CAR.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LPBNUEVA ASSIGN TO DISK
                FILE STATUS IS WKS-FS-NUEVA.

           SELECT LISTABLQ ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS LPB-KEY
                ALTERNATE RECORD KEY IS NOMBRE-LPB WITH DUPLICATES
                ALTERNATE RECORD KEY IS RAIZ-RFC-LPB WITH DUPLICATES
                FILE STATUS IS WKS-FS-LPB.

           SELECT LPBCTL ASSIGN TO DISK
                FILE STATUS IS WKS-FS-CTL.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
      *LISTA RECIBIDA: "HDR" CON LA VERSION (FECHA DE PUBLICACION),
      *"DET" POR PERSONA Y "999" CON EL NUMERO DE PERSONAS.
       FD LPBNUEVA.
       01 REG-NUEVA.
        03 TIPO-NV            PIC X(03).
        03 FUENTE-NV          PIC X(04).
        03 NUM-NV             PIC 9(06).
        03 NOMBRE-NV          PIC A(20).
        03 RFC-NV             PIC X(13).
        03 FILLER             PIC X(34).
       01 REG-NUEVA-HDR REDEFINES REG-NUEVA.
        03 TIPO-HDR-NV        PIC X(03).
        03 VERSION-HDR-NV     PIC 9(08).
        03 FILLER             PIC X(69).
       01 REG-NUEVA-TRL REDEFINES REG-NUEVA.
        03 MARCA-TRL-NV       PIC X(03).
        03 CONTADOR-TRL-NV    PIC 9(07).
        03 FILLER             PIC X(70).

       FD LISTABLQ.
       01 REG-LPB.
       COPY LPBCOPY.

      *CONTROL DE VERSIONES: LA ULTIMA CARGADA AQUI Y LA ULTIMA
      *CONTRA LA QUE YA SE RECRIBO LA CARTERA EN LPB-REV.
       FD LPBCTL.
       01 REG-LPBCTL.
        03 VERSION-CARGA-LC   PIC 9(08).
        03 FECHA-CARGA-LC     PIC 9(08).
        03 PERSONAS-LC        PIC 9(07).
        03 VERSION-CRIBA-LC   PIC 9(08).
        03 FECHA-CRIBA-LC     PIC 9(08).

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
       01 WKS-FS-NUEVA         PIC X(02) VALUE "00".
       01 WKS-FS-LPB           PIC X(02) VALUE "00".
       01 WKS-FS-CTL           PIC X(02) VALUE "00".
       01 WKS-CONTROL-LPB      PIC X(39) VALUE SPACES.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-EOF-NUEVA        PIC 9 VALUE 0.
       01 WKS-ARCHIVO-OK       PIC 9 VALUE 0.
       01 WKS-VERSION-NUEVA    PIC 9(08) VALUE 0.
       01 WKS-CONT-DET         PIC 9(06) VALUE 0.
       01 WKS-CONT-TRL         PIC 9(07) VALUE 0.
       01 WKS-HAY-TRAILER      PIC 9 VALUE 0.
       01 WKS-CONT-CARGADOS    PIC 9(06) VALUE 0.
       01 WKS-CONT-RECHAZADOS  PIC 9(06) VALUE 0.
       01 WKS-MOTIVO-ERR       PIC X(20) VALUE SPACES.

      *RESULTADO DE LA FIRMA DE OPERADOR VALIDADA POR SEC-OPER - LA
      *LISTA DECIDE A QUIEN SE RETIENE, ASI QUE SOLO LA CARGA UN
      *OPERADOR DE NIVEL COMPLETO.
       01 WKS-FIRMA.
       COPY FIRMCOPY.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 1500-REVISA-ARCHIVO THRU 1500-FIN.

           IF WKS-ARCHIVO-OK = 1
               PERFORM 2000-CARGA-LISTA
               PERFORM 2500-ACTUALIZA-CONTROL
           ELSE
               DISPLAY "LISTA NO CARGADA: " WKS-MOTIVO-ERR
                                                LINE 05 POSITION 03.

           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           MOVE "LPB-CAR " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           MOVE "E" TO FUNCION-SOL-F.
           MOVE 1 TO NIVEL-SOL-F.
           CALL "SEC-PERM" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0 OR PERMITIDO-F = 0
               DISPLAY "LA CARGA DE LISTAS REQUIERE OPERADOR DE"
                       " NIVEL COMPLETO" LINE 03 POSITION 03
               STOP RUN.

           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           MOVE 0 TO VERSION-CARGA-LC.
           MOVE 0 TO FECHA-CARGA-LC.
           MOVE 0 TO PERSONAS-LC.
           MOVE 0 TO VERSION-CRIBA-LC.
           MOVE 0 TO FECHA-CRIBA-LC.
           MOVE REG-LPBCTL TO WKS-CONTROL-LPB.

           OPEN INPUT LPBCTL.
           IF WKS-FS-CTL = "00"
               READ LPBCTL
                   AT END CONTINUE
                   NOT AT END MOVE REG-LPBCTL TO WKS-CONTROL-LPB
               END-READ
               CLOSE LPBCTL.

      *PRIMERA PASADA: ENCABEZADO, VERSION MAS NUEVA QUE LA CARGADA
      *Y REMATE CUYO CONTEO CUADRE CON LAS PERSONAS RECIBIDAS.
       1500-REVISA-ARCHIVO.
           MOVE 0 TO WKS-ARCHIVO-OK.

           OPEN INPUT LPBNUEVA.
           IF WKS-FS-NUEVA NOT = "00"
               MOVE "SIN ARCHIVO LPBNUEVA" TO WKS-MOTIVO-ERR
               GO TO 1500-FIN.

           READ LPBNUEVA AT END MOVE 1 TO WKS-EOF-NUEVA.

           IF WKS-EOF-NUEVA = 1 OR TIPO-HDR-NV NOT = "HDR"
               MOVE "SIN ENCABEZADO" TO WKS-MOTIVO-ERR
               CLOSE LPBNUEVA
               GO TO 1500-FIN.

           MOVE VERSION-HDR-NV TO WKS-VERSION-NUEVA.

           MOVE WKS-CONTROL-LPB TO REG-LPBCTL.
           IF WKS-VERSION-NUEVA NOT > VERSION-CARGA-LC
               MOVE "VERSION NO ES NUEVA" TO WKS-MOTIVO-ERR
               CLOSE LPBNUEVA
               GO TO 1500-FIN.

           PERFORM 1510-CUENTA-REGISTRO UNTIL WKS-EOF-NUEVA = 1.
           CLOSE LPBNUEVA.

           IF WKS-HAY-TRAILER = 0
               MOVE "SIN REMATE 999" TO WKS-MOTIVO-ERR
               GO TO 1500-FIN.

           IF WKS-CONT-TRL NOT = WKS-CONT-DET
               MOVE "CONTEO NO CUADRA" TO WKS-MOTIVO-ERR
               GO TO 1500-FIN.

           MOVE 1 TO WKS-ARCHIVO-OK.

       1500-FIN.
           EXIT.

       1510-CUENTA-REGISTRO.
           READ LPBNUEVA AT END MOVE 1 TO WKS-EOF-NUEVA.

           IF WKS-EOF-NUEVA = 0
               IF MARCA-TRL-NV = "999"
                   MOVE 1 TO WKS-HAY-TRAILER
                   MOVE CONTADOR-TRL-NV TO WKS-CONT-TRL
                   MOVE 1 TO WKS-EOF-NUEVA
               ELSE
                   IF TIPO-NV = "DET"
                       ADD 1 TO WKS-CONT-DET
                   END-IF
               END-IF
           END-IF.

      *SEGUNDA PASADA: LA LISTA SE SUSTITUYE COMPLETA. UNA PERSONA
      *SIN NOMBRE NI RFC NO SIRVE PARA CRIBAR Y SE OMITE.
       2000-CARGA-LISTA.
           OPEN OUTPUT LISTABLQ.
           OPEN INPUT LPBNUEVA.
           MOVE 0 TO WKS-EOF-NUEVA.

           READ LPBNUEVA AT END MOVE 1 TO WKS-EOF-NUEVA.
           PERFORM 2010-CARGA-PERSONA UNTIL WKS-EOF-NUEVA = 1.

           CLOSE LPBNUEVA.
           CLOSE LISTABLQ.

       2010-CARGA-PERSONA.
           READ LPBNUEVA AT END MOVE 1 TO WKS-EOF-NUEVA.

           IF WKS-EOF-NUEVA = 0
               IF MARCA-TRL-NV = "999"
                   MOVE 1 TO WKS-EOF-NUEVA
               ELSE
                   IF TIPO-NV = "DET"
                       PERFORM 2020-GRABA-PERSONA
                   END-IF
               END-IF
           END-IF.

       2020-GRABA-PERSONA.
           IF NOMBRE-NV = SPACES AND RFC-NV = SPACES
               ADD 1 TO WKS-CONT-RECHAZADOS
           ELSE
               MOVE FUENTE-NV TO FUENTE-LPB
               MOVE NUM-NV TO NUM-LPB
               MOVE NOMBRE-NV TO NOMBRE-LPB
               MOVE RFC-NV TO RFC-LPB
               MOVE WKS-VERSION-NUEVA TO VERSION-LPB
               WRITE REG-LPB
                   INVALID KEY ADD 1 TO WKS-CONT-RECHAZADOS
                   NOT INVALID KEY ADD 1 TO WKS-CONT-CARGADOS
               END-WRITE.

      *LA VERSION CRIBADA NO SE TOCA: QUEDA ATRAS DE LA CARGADA Y
      *ESO ES LO QUE DISPARA EL RECRIBADO EN EL CIERRE DE DIA.
       2500-ACTUALIZA-CONTROL.
           MOVE WKS-CONTROL-LPB TO REG-LPBCTL.
           MOVE WKS-VERSION-NUEVA TO VERSION-CARGA-LC.
           MOVE WKS-FECHA-HOY TO FECHA-CARGA-LC.
           MOVE WKS-CONT-CARGADOS TO PERSONAS-LC.

           OPEN OUTPUT LPBCTL.
           WRITE REG-LPBCTL.
           CLOSE LPBCTL.

           DISPLAY "VERSION " WKS-VERSION-NUEVA " CARGADA, PERSONAS: "
                   WKS-CONT-CARGADOS " OMITIDAS: " WKS-CONT-RECHAZADOS
                                                LINE 05 POSITION 03.

       3000-FIN.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "LPB-CAR " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-DET TO LEIDOS-BIT.
           MOVE WKS-CONT-CARGADOS TO ESCRITOS-BIT.
           MOVE WKS-CONT-RECHAZADOS TO RECHAZADOS-BIT.
           MOVE WKS-MOTIVO-ERR TO DETALLE-BIT.
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
