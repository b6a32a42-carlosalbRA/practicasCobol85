      *MI PROGRAMA DE CARGA DE RESPUESTAS DE EMBOZADO Y ENTREGA -
      *LOS PLASTICOS QUE EMB-EXT Y REE-TAR MANDAN EN EMBOSO REGRESAN
      *EN DOS ARCHIVOS: RESPEMB DEL EMBOZADOR (EMBOZADO, O RECHAZADO
      *CON SU MOTIVO) Y ENTREGAS DE LA MENSAJERIA (ENTREGADO CON SU
      *FECHA Y QUIEN FIRMO, NO ENTREGABLE O DEVUELTO). CADA AVISO
      *AVANZA EL SEGUIMIENTO DEL PLASTICO EN TARJCLI; EL PLASTICO
      *QUE NO SE PUDO ENTREGAR SE BLOQUEA DE INMEDIATO PORQUE ANDA
      *SUELTO FUERA DE LAS MANOS DEL TITULAR. CUALQUIERA DE LOS DOS
      *ARCHIVOS PUEDE FALTAR EN LA CORRIDA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAR-ENT.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPEMB ASSIGN TO DISK
                FILE STATUS IS WKS-FS-RE.

           SELECT ENTREGAS ASSIGN TO DISK
                FILE STATUS IS WKS-FS-EN.

           SELECT TARJCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TARJ-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-T WITH DUPLICATES
                FILE STATUS IS WKS-FS-TARJ.

           SELECT REP-ENT ASSIGN TO PRINTER.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
      *RESPUESTA DEL EMBOZADOR POR PLASTICO: E EMBOZADO, R RECHAZADO
      *(DATOS ILEGIBLES, NOMBRE MUY LARGO, FALTA DE MATERIAL...).
       FD RESPEMB.
       01 REG-RESPEMB.
        03 ID-CLIENTE-RE      PIC 9(06).
        03 NUM-TARJETA-RE     PIC 9(02).
        03 NUMERO-TARJETA-RE  PIC X(16).
        03 RESULTADO-RE       PIC X(01).
        03 FECHA-RE           PIC 9(08).
        03 MOTIVO-RE          PIC X(20).

      *AVISO DE LA MENSAJERIA: D ENTREGADO, N NO ENTREGABLE
      *(DOMICILIO INEXISTENTE, NADIE RECIBE), V DEVUELTO AL BANCO.
       FD ENTREGAS.
       01 REG-ENTREGA.
        03 ID-CLIENTE-EN      PIC 9(06).
        03 NUM-TARJETA-EN     PIC 9(02).
        03 NUMERO-TARJETA-EN  PIC X(16).
        03 RESULTADO-EN       PIC X(01).
        03 FECHA-EN           PIC 9(08).
        03 RECIBIO-EN         PIC X(30).
        03 MOTIVO-EN          PIC X(20).

       FD TARJCLI.
       01 REG-TARJ.
       COPY TARJCOPY.

       FD REP-ENT.
       01 LINEA-ENT              PIC X(132).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-EOF-RE           PIC 9 VALUE 0.
       01 WKS-EOF-EN           PIC 9 VALUE 0.
       01 WKS-FS-RE            PIC X(02) VALUE "00".
       01 WKS-FS-EN            PIC X(02) VALUE "00".
       01 WKS-FS-TARJ          PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-FS-ACTUAL        PIC X(02) VALUE "00".
       01 WKS-ARCHIVO-ERR      PIC X(08) VALUE SPACES.
       01 WKS-OPERACION-ERR    PIC X(07) VALUE SPACES.
       01 WKS-SIN-RESPEMB      PIC 9 VALUE 0.
       01 WKS-SIN-ENTREGAS     PIC 9 VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-FECHA-BITACORA   PIC 9(08) VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-MOTIVO-RECHAZO   PIC X(20) VALUE SPACES.
       01 WKS-CONT-LEIDOS-RE   PIC 9(06) VALUE 0.
       01 WKS-CONT-EMBOZADOS   PIC 9(06) VALUE 0.
       01 WKS-CONT-RECH-EMB    PIC 9(06) VALUE 0.
       01 WKS-CONT-LEIDOS-EN   PIC 9(06) VALUE 0.
       01 WKS-CONT-ENTREGADOS  PIC 9(06) VALUE 0.
       01 WKS-CONT-NO-ENTREGA  PIC 9(06) VALUE 0.
       01 WKS-CONT-BLOQUEADOS  PIC 9(06) VALUE 0.
       01 WKS-CONT-RECHAZADOS  PIC 9(06) VALUE 0.
       01 WKS-CONT-LEIDOS      PIC 9(07) VALUE 0.
       01 WKS-CONT-APLICADOS   PIC 9(07) VALUE 0.

       01 HEADER-L1-ENT.
            03 FILLER PIC X(25) VALUE SPACES.
            03 FILLER PIC X(45) VALUE
               "RESPUESTAS DE EMBOZADO Y ENTREGA DE PLASTICOS".

       01 HEADER-L2-ENT.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(15) VALUE "FECHA PROCESO: ".
            03 WKS-HOY-R       PIC 9(08).

       01 HEADER-CAMPOS-ENT.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(12) VALUE "ORIGEN".
            03 FILLER PIC X(08) VALUE "CLIENTE".
            03 FILLER PIC X(05) VALUE "TARJ".
            03 FILLER PIC X(18) VALUE "NUMERO".
            03 FILLER PIC X(10) VALUE "FECHA".
            03 FILLER PIC X(16) VALUE "RESULTADO".
            03 FILLER PIC X(30) VALUE "RECIBIO / MOTIVO".

       01 DETALLE-ENT-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-ORIGEN-R    PIC X(10).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-ID-CLI-R    PIC 9(06).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-TARJ-R      PIC 9(02).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-NUMERO-R    PIC X(16).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-FECHA-R     PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-RESULTADO-R PIC X(14).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-NOTA-R      PIC X(30).

       01 FOOTER-ENT-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-PIE-ETIQ-R  PIC X(32).
            03 WKS-PIE-CONT-R  PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESA-EMBOZADO UNTIL WKS-EOF-RE = 1.
           PERFORM 2500-PROCESA-ENTREGA UNTIL WKS-EOF-EN = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           ACCEPT WKS-FECHA-BITACORA FROM DATE YYYYMMDD.
           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN I-O TARJCLI.
           MOVE "TARJCLI" TO WKS-ARCHIVO-ERR.
           MOVE "OPEN" TO WKS-OPERACION-ERR.
           MOVE WKS-FS-TARJ TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

           OPEN INPUT RESPEMB.
           IF WKS-FS-RE NOT = "00"
               MOVE 1 TO WKS-SIN-RESPEMB
               MOVE 1 TO WKS-EOF-RE.

           OPEN INPUT ENTREGAS.
           IF WKS-FS-EN NOT = "00"
               MOVE 1 TO WKS-SIN-ENTREGAS
               MOVE 1 TO WKS-EOF-EN.

           OPEN OUTPUT REP-ENT.
           PERFORM 1200-HEADER-R.

           IF WKS-EOF-RE = 0
               PERFORM 1010-LEER-RESPEMB.

           IF WKS-EOF-EN = 0
               PERFORM 1020-LEER-ENTREGA.

       1010-LEER-RESPEMB.
           READ RESPEMB AT END MOVE 1 TO WKS-EOF-RE.

       1020-LEER-ENTREGA.
           READ ENTREGAS AT END MOVE 1 TO WKS-EOF-EN.

       1200-HEADER-R.
           MOVE HEADER-L1-ENT TO LINEA-ENT.
           WRITE LINEA-ENT AFTER 1.

           MOVE WKS-FECHA-HOY TO WKS-HOY-R.
           MOVE HEADER-L2-ENT TO LINEA-ENT.
           WRITE LINEA-ENT AFTER 2.

           MOVE HEADER-CAMPOS-ENT TO LINEA-ENT.
           WRITE LINEA-ENT AFTER 2.

      *LA RESPUESTA DEBE SER DEL PLASTICO QUE SE MANDO: MISMO NUMERO
      *QUE EL VIGENTE EN TARJCLI Y PENDIENTE DE EMBOZAR. UNA
      *RESPUESTA DE UN ENVIO ANTERIOR YA NO MUEVE NADA.
       2000-PROCESA-EMBOZADO.
           ADD 1 TO WKS-CONT-LEIDOS-RE.
           PERFORM 2100-APLICA-EMBOZADO THRU 2100-FIN.
           PERFORM 1010-LEER-RESPEMB.

       2100-APLICA-EMBOZADO.
           MOVE "EMBOZADOR"        TO WKS-ORIGEN-R.
           MOVE ID-CLIENTE-RE      TO WKS-ID-CLI-R.
           MOVE NUM-TARJETA-RE     TO WKS-TARJ-R.
           MOVE NUMERO-TARJETA-RE  TO WKS-NUMERO-R.
           MOVE FECHA-RE           TO WKS-FECHA-R.

           MOVE ID-CLIENTE-RE  TO ID-CLIENTE-T.
           MOVE NUM-TARJETA-RE TO NUM-TARJETA-T.
           READ TARJCLI
               INVALID KEY
                   MOVE "TARJETA NO EXISTE" TO WKS-MOTIVO-RECHAZO
                   GO TO 2100-RECHAZA
           END-READ.

           IF NUMERO-TARJETA-T NOT = NUMERO-TARJETA-RE
               MOVE "NUMERO NO COINCIDE" TO WKS-MOTIVO-RECHAZO
               GO TO 2100-RECHAZA.

           IF NOT ENTREGA-PENDIENTE-T
               MOVE "NO ESTABA EN EMBOZADO" TO WKS-MOTIVO-RECHAZO
               GO TO 2100-RECHAZA.

           IF RESULTADO-RE = "E"
               MOVE "M"      TO ENTREGA-TARJ-T
               MOVE FECHA-RE TO FECHA-EMBOZO-T
               MOVE SPACES   TO MOTIVO-ENTREGA-T
               MOVE "EMBOZADO"  TO WKS-RESULTADO-R
               MOVE SPACES      TO WKS-NOTA-R
               ADD 1 TO WKS-CONT-EMBOZADOS
           ELSE
           IF RESULTADO-RE = "R"
               MOVE "R"       TO ENTREGA-TARJ-T
               MOVE FECHA-RE  TO FECHA-EMBOZO-T
               MOVE MOTIVO-RE TO MOTIVO-ENTREGA-T
               MOVE "RECHAZADO"  TO WKS-RESULTADO-R
               MOVE MOTIVO-RE    TO WKS-NOTA-R
               ADD 1 TO WKS-CONT-RECH-EMB
           ELSE
               MOVE "RESULTADO INVALIDO" TO WKS-MOTIVO-RECHAZO
               GO TO 2100-RECHAZA.

           REWRITE REG-TARJ.
           MOVE "TARJCLI" TO WKS-ARCHIVO-ERR.
           MOVE "REWRITE" TO WKS-OPERACION-ERR.
           MOVE WKS-FS-TARJ TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

           ADD 1 TO WKS-CONT-APLICADOS.
           PERFORM 2800-IMPRIME-DETALLE.
           GO TO 2100-FIN.

       2100-RECHAZA.
           PERFORM 2900-IMPRIME-RECHAZO.

       2100-FIN.
           EXIT.

      *LA MENSAJERIA SOLO AVISA DE PLASTICOS EN CAMINO (EMBOZADOS, O
      *AUN SIN RESPUESTA DEL EMBOZADOR SI ESTA LLEGO TARDE). EL
      *NO ENTREGABLE PUEDE DESPUES REGRESAR FISICAMENTE AL BANCO.
       2500-PROCESA-ENTREGA.
           ADD 1 TO WKS-CONT-LEIDOS-EN.
           PERFORM 2600-APLICA-ENTREGA THRU 2600-FIN.
           PERFORM 1020-LEER-ENTREGA.

       2600-APLICA-ENTREGA.
           MOVE "MENSAJERIA"       TO WKS-ORIGEN-R.
           MOVE ID-CLIENTE-EN      TO WKS-ID-CLI-R.
           MOVE NUM-TARJETA-EN     TO WKS-TARJ-R.
           MOVE NUMERO-TARJETA-EN  TO WKS-NUMERO-R.
           MOVE FECHA-EN           TO WKS-FECHA-R.

           MOVE ID-CLIENTE-EN  TO ID-CLIENTE-T.
           MOVE NUM-TARJETA-EN TO NUM-TARJETA-T.
           READ TARJCLI
               INVALID KEY
                   MOVE "TARJETA NO EXISTE" TO WKS-MOTIVO-RECHAZO
                   GO TO 2600-RECHAZA
           END-READ.

           IF NUMERO-TARJETA-T NOT = NUMERO-TARJETA-EN
               MOVE "NUMERO NO COINCIDE" TO WKS-MOTIVO-RECHAZO
               GO TO 2600-RECHAZA.

           IF ENTREGA-PENDIENTE-T OR ENTREGA-EMBOZADA-T
               CONTINUE
           ELSE
           IF ENTREGA-TARJ-T = "N" AND RESULTADO-EN = "V"
               CONTINUE
           ELSE
               MOVE "NO ESTABA EN CAMINO" TO WKS-MOTIVO-RECHAZO
               GO TO 2600-RECHAZA.

           IF RESULTADO-EN = "D"
               MOVE "D"        TO ENTREGA-TARJ-T
               MOVE FECHA-EN   TO FECHA-ENTREGA-T
               MOVE RECIBIO-EN TO RECIBIO-T
               MOVE SPACES     TO MOTIVO-ENTREGA-T
               MOVE "ENTREGADO" TO WKS-RESULTADO-R
               MOVE RECIBIO-EN  TO WKS-NOTA-R
               ADD 1 TO WKS-CONT-ENTREGADOS
           ELSE
           IF RESULTADO-EN = "N" OR RESULTADO-EN = "V"
               MOVE RESULTADO-EN TO ENTREGA-TARJ-T
               MOVE FECHA-EN     TO FECHA-ENTREGA-T
               MOVE SPACES       TO RECIBIO-T
               MOVE MOTIVO-EN    TO MOTIVO-ENTREGA-T
               MOVE MOTIVO-EN    TO WKS-NOTA-R
               IF RESULTADO-EN = "N"
                   MOVE "NO ENTREGABLE" TO WKS-RESULTADO-R
               ELSE
                   MOVE "DEVUELTO"      TO WKS-RESULTADO-R
               END-IF
               ADD 1 TO WKS-CONT-NO-ENTREGA
               PERFORM 2610-BLOQUEA-PLASTICO
           ELSE
               MOVE "RESULTADO INVALIDO" TO WKS-MOTIVO-RECHAZO
               GO TO 2600-RECHAZA.

           REWRITE REG-TARJ.
           MOVE "TARJCLI" TO WKS-ARCHIVO-ERR.
           MOVE "REWRITE" TO WKS-OPERACION-ERR.
           MOVE WKS-FS-TARJ TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

           ADD 1 TO WKS-CONT-APLICADOS.
           PERFORM 2800-IMPRIME-DETALLE.
           GO TO 2600-FIN.

       2600-RECHAZA.
           PERFORM 2900-IMPRIME-RECHAZO.

       2600-FIN.
           EXIT.

      *EL PLASTICO QUE NO LLEGO AL TITULAR SE BLOQUEA AL MOMENTO
      *(MOTIVO NE); UN BLOQUEO QUE YA TRAIA OTRO MOTIVO SE RESPETA Y
      *UN PLASTICO CANCELADO YA NO SE TOCA. SOLO SE REACTIVA EN
      *TAR-CLI CUANDO SE ENTREGA EN SUCURSAL.
       2610-BLOQUEA-PLASTICO.
           IF ESTADO-TARJ-T NOT = "B" AND ESTADO-TARJ-T NOT = "C"
               MOVE "B"  TO ESTADO-TARJ-T
               MOVE "NE" TO MOTIVO-BLOQ-T
               MOVE 0    TO FECHA-BLOQUEO-T
               ADD 1 TO WKS-CONT-BLOQUEADOS.

       2800-IMPRIME-DETALLE.
           MOVE DETALLE-ENT-R TO LINEA-ENT.
           WRITE LINEA-ENT AFTER 1.

       2900-IMPRIME-RECHAZO.
           MOVE "NO APLICADO"      TO WKS-RESULTADO-R.
           MOVE WKS-MOTIVO-RECHAZO TO WKS-NOTA-R.
           ADD 1 TO WKS-CONT-RECHAZADOS.
           PERFORM 2800-IMPRIME-DETALLE.

       3000-FIN.
           MOVE "RESPUESTAS DEL EMBOZADOR:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-LEIDOS-RE TO WKS-PIE-CONT-R.
           MOVE FOOTER-ENT-R TO LINEA-ENT.
           WRITE LINEA-ENT AFTER 2.

           MOVE "  PLASTICOS EMBOZADOS:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-EMBOZADOS TO WKS-PIE-CONT-R.
           MOVE FOOTER-ENT-R TO LINEA-ENT.
           WRITE LINEA-ENT AFTER 1.

           MOVE "  RECHAZADOS POR EL EMBOZADOR:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-RECH-EMB TO WKS-PIE-CONT-R.
           MOVE FOOTER-ENT-R TO LINEA-ENT.
           WRITE LINEA-ENT AFTER 1.

           MOVE "AVISOS DE LA MENSAJERIA:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-LEIDOS-EN TO WKS-PIE-CONT-R.
           MOVE FOOTER-ENT-R TO LINEA-ENT.
           WRITE LINEA-ENT AFTER 1.

           MOVE "  PLASTICOS ENTREGADOS:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-ENTREGADOS TO WKS-PIE-CONT-R.
           MOVE FOOTER-ENT-R TO LINEA-ENT.
           WRITE LINEA-ENT AFTER 1.

           MOVE "  NO ENTREGABLES O DEVUELTOS:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-NO-ENTREGA TO WKS-PIE-CONT-R.
           MOVE FOOTER-ENT-R TO LINEA-ENT.
           WRITE LINEA-ENT AFTER 1.

           MOVE "PLASTICOS BLOQUEADOS (NE):" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-BLOQUEADOS TO WKS-PIE-CONT-R.
           MOVE FOOTER-ENT-R TO LINEA-ENT.
           WRITE LINEA-ENT AFTER 1.

           MOVE "AVISOS NO APLICADOS:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-RECHAZADOS TO WKS-PIE-CONT-R.
           MOVE FOOTER-ENT-R TO LINEA-ENT.
           WRITE LINEA-ENT AFTER 1.

           CLOSE TARJCLI.
           IF WKS-SIN-RESPEMB = 0
               CLOSE RESPEMB.
           IF WKS-SIN-ENTREGAS = 0
               CLOSE ENTREGAS.
           CLOSE REP-ENT.

           DISPLAY "RESPUESTAS DEL EMBOZADOR: " WKS-CONT-LEIDOS-RE.
           DISPLAY "AVISOS DE LA MENSAJERIA: " WKS-CONT-LEIDOS-EN.
           DISPLAY "PLASTICOS BLOQUEADOS POR NO ENTREGA: "
                   WKS-CONT-BLOQUEADOS.
           DISPLAY "AVISOS NO APLICADOS: " WKS-CONT-RECHAZADOS.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           ADD WKS-CONT-LEIDOS-RE WKS-CONT-LEIDOS-EN
               GIVING WKS-CONT-LEIDOS.
           OPEN EXTEND BITACORA.
           MOVE "CAR-ENT " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-BITACORA TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDOS TO LEIDOS-BIT.
           MOVE WKS-CONT-APLICADOS TO ESCRITOS-BIT.
           MOVE WKS-CONT-RECHAZADOS TO RECHAZADOS-BIT.
           MOVE SPACES TO DETALLE-BIT.
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
               DISPLAY "*** ERROR DE ARCHIVO EN CAR-ENT  ***"
               DISPLAY "ARCHIVO: " WKS-ARCHIVO-ERR
                       " OPERACION: " WKS-OPERACION-ERR
                       " ESTADO: " WKS-FS-ACTUAL
               PERFORM 9510-BITACORA-ERROR
               DISPLAY "CORRIDA DETENIDA POR ERROR DE ARCHIVO"
               STOP RUN.

       9510-BITACORA-ERROR.
           OPEN EXTEND BITACORA.
           MOVE "CAR-ENT " TO PROGRAMA-BIT.
           ACCEPT FECHA-BIT FROM DATE YYYYMMDD.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE 0 TO LEIDOS-BIT.
           MOVE 0 TO ESCRITOS-BIT.
           MOVE 0 TO RECHAZADOS-BIT.
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
