      *MI PROGRAMA DE PERFIL INTEGRAL DE CLIENTE - JUNTA EN UN SOLO
      *REPORTE LO QUE HOY VIVE REGADO EN CINCO ARCHIVOS: IDENTIDAD
      *Y CONTACTO (ICLIENTES), TARJETAS Y ANUALIDADES (DCLIENTE Y
      *TARJCLI), CICLOS ABIERTOS CON SUS RECARGOS (CICLOFAC), LA
      *CALIFICACION DE COMPORTAMIENTO DE LOS ULTIMOS SEIS MESES
      *(SCORECLI), LAS ULTIMAS TRANSACCIONES (TRXCLI) Y LOS ULTIMOS
      *CAMBIOS DEL LOG (LOGCLI). CIERRA CON LAS ULTIMAS LLAMADAS DEL
      *CLIENTE AL CENTRO DE CONTACTO (CONTACTOS). EL OPERADOR SE
      *FIRMA CON SEC-OPER Y CADA PERFIL IMPRESO QUEDA EN ACCESOS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PER-CLI.
       ENVIRONMENT DIVISION.
                RECORD KEY IS GIRO-COM
                FILE STATUS IS WKS-FS-COM.

           SELECT CONTACTOS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CONT-KEY
                FILE STATUS IS WKS-FS-CONT.

           SELECT SCORECLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS SCORE-KEY
                FILE STATUS IS WKS-FS-SCO.

           SELECT REP-PER ASSIGN TO PRINTER.

           SELECT ACCESOS ASSIGN TO DISK
                FILE STATUS IS WKS-FS-ACC.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD ICLIENTES.
        03 CANAL-CH           PIC X(05).
        03 REFERENCIA-CH      PIC 9(08).

      *BITACORA DE LLAMADAS DEL CENTRO DE CONTACTO.
       FD CONTACTOS.
       01 REG-CONTACTO.
       COPY CONTCOPY.

      *CALIFICACIONES MENSUALES DE CAL-SCO.
       FD SCORECLI.
       01 REG-SCORE.
       COPY COMPCOPY.

       FD REP-PER.
       01 LINEA-PER              PIC X(132).

      *BITACORA DE CONSULTAS DE CLIENTES POR OPERADOR.
       FD ACCESOS.
       01 REG-ACCESO.
       COPY ACCECOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-LOOP             PIC 9 VALUE 0.
       01 WKS-RES              PIC A(01).
       01 WKS-ID-CONSULTA      PIC 9(06) VALUE 0.
       01 WKS-FS-ACC           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.

      *RESULTADO DE LA FIRMA DE OPERADOR VALIDADA POR SEC-OPER.
       01 WKS-FIRMA.
       COPY FIRMCOPY.
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.
       01 WKS-EOF-SCAN         PIC 9 VALUE 0.
       01 WKS-CONT-SECCION     PIC 9(04) VALUE 0.
             05 WKS-CORR-CANAL   PIC X(05) VALUE SPACES.
             05 WKS-CORR-REF     PIC 9(08) VALUE 0.

       01 WKS-FS-CONT          PIC X(02) VALUE "00".
       01 WKS-EOF-CONT         PIC 9 VALUE 0.
       01 WKS-CONT-COUNT       PIC 9(02) VALUE 0.
       01 WKS-CONT-IDX         PIC 9(02) VALUE 0.
       01 WKS-TABLA-CONT.
          03 WKS-CONT-ENTRY OCCURS 5 TIMES.
             05 WKS-CONT-FECHA   PIC 9(08) VALUE 0.
             05 WKS-CONT-HORA    PIC 9(08) VALUE 0.
             05 WKS-CONT-OPER    PIC X(08) VALUE SPACES.
             05 WKS-CONT-MOTIVO  PIC 9(02) VALUE 0.
             05 WKS-CONT-NOTA    PIC X(40) VALUE SPACES.

      *CATALOGO DE MOTIVOS DE LLAMADA, LA CLAVE ES EL RENGLON.
       01 WKS-MOTIVOS-CONT-INI.
       COPY MOTCCOPY.
       01 WKS-TABLA-MOT-CONT REDEFINES WKS-MOTIVOS-CONT-INI.
           03 WKS-MCT-NOMBRE    PIC X(25) OCCURS 9 TIMES.

      *ULTIMAS SEIS CALIFICACIONES DEL CLIENTE, DE LA MAS ANTIGUA
      *A LA MAS RECIENTE.
       01 WKS-FS-SCO           PIC X(02) VALUE "00".
       01 WKS-EOF-SCO          PIC 9 VALUE 0.
       01 WKS-SCO-COUNT        PIC 9(02) VALUE 0.
       01 WKS-SCO-IDX          PIC 9(02) VALUE 0.
       01 WKS-RAZ-IDX          PIC 9(02) VALUE 0.
       01 WKS-TABLA-SCO.
          03 WKS-SCO-ENTRY OCCURS 6 TIMES.
             05 WKS-SCO-MES      PIC 9(06) VALUE 0.
             05 WKS-SCO-PUNTAJE  PIC 9(03) VALUE 0.
             05 WKS-SCO-BANDA    PIC X(01) VALUE SPACES.
             05 WKS-SCO-RAZON    PIC 9(02) OCCURS 3 TIMES.

      *CATALOGO DE RAZONES DE LA CALIFICACION, LA CLAVE ES EL
      *RENGLON.
       01 WKS-RAZONES-SCO-INI.
       COPY RAZSCOPY.
       01 WKS-TABLA-RAZ-SCO REDEFINES WKS-RAZONES-SCO-INI.
           03 WKS-RAZ-NOMBRE    PIC X(25) OCCURS 7 TIMES.

       01 WKS-LOG-COUNT        PIC 9(02) VALUE 0.
       01 WKS-LOG-IDX          PIC 9(02) VALUE 0.
       01 WKS-TABLA-LOG.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-GIRO-MON-R  PIC $ZZ,ZZZ,ZZ9.99.

       01 DETALLE-SCO-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(05) VALUE "MES: ".
            03 WKS-SCO-MES-R   PIC 9(06).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(09) VALUE "PUNTAJE: ".
            03 WKS-SCO-PUN-R   PIC ZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(07) VALUE "BANDA: ".
            03 WKS-SCO-BAN-R   PIC X(01).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-SCO-RAZ-R   PIC X(25) OCCURS 3 TIMES.

       01 DETALLE-CORR-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-CORR-FEC-R  PIC 9(08).
            03 FILLER          PIC X(05) VALUE "REF: ".
            03 WKS-CORR-REF-R  PIC 9(08).

       01 DETALLE-CONT-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-CONT-FEC-R  PIC 9(08).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-CONT-HOR-R  PIC 99B99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-CONT-OPE-R  PIC X(08).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-CONT-MOT-R  PIC X(25).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-CONT-NOT-R  PIC X(40).

       01 DETALLE-AUDIT-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-AUD-FECHA-R PIC 9(08).
           STOP RUN.

       1000-INICIO.
           MOVE "PER-CLI " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0
               STOP RUN.

           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN EXTEND ACCESOS.
           IF WKS-FS-ACC = "35"
               OPEN OUTPUT ACCESOS.

           OPEN INPUT ICLIENTES.
           OPEN INPUT DCLIENTE.
           OPEN INPUT TARJCLI.
           IF WKS-INVALID-KEY = 1
               DISPLAY "CLIENTE NO EXISTE" LINE 02 POSITION 03
           ELSE
               PERFORM 9200-GRABA-ACCESO
               PERFORM 2100-IMPRIME-PERFIL
               DISPLAY "PERFIL GENERADO" LINE 02 POSITION 03.

           PERFORM 2200-BLOQUE-IDENTIDAD.
           PERFORM 2300-BLOQUE-TARJETAS.
           PERFORM 2400-BLOQUE-CICLOS.
           PERFORM 2450-BLOQUE-CALIFICACION THRU 2450-FIN.
           PERFORM 2500-BLOQUE-TRANSACCIONES.
           PERFORM 2550-BLOQUE-GIROS.
           PERFORM 2700-BLOQUE-CORRESPONDENCIA THRU 2700-FIN.
           PERFORM 2600-BLOQUE-AUDITORIA.
           PERFORM 2800-BLOQUE-CONTACTOS THRU 2800-FIN.

       2200-BLOQUE-IDENTIDAD.
           MOVE ID-CLIENTE-I      TO WKS-ID-R.
               END-IF
           END-IF.

      *LAS CALIFICACIONES VAN POR CLIENTE Y MES, ASI QUE SE LEEN EN
      *ORDEN Y LA TABLA RODANTE DEJA LAS SEIS MAS RECIENTES CON LAS
      *RAZONES QUE MAS PESARON EN CADA UNA.
       2450-BLOQUE-CALIFICACION.
           MOVE "CALIFICACION DE COMPORTAMIENTO" TO WKS-SUBTITULO-R.
           MOVE SUBTITULO-PER TO LINEA-PER.
           WRITE LINEA-PER AFTER 2.

           MOVE 0 TO WKS-SCO-COUNT.
           MOVE 0 TO WKS-EOF-SCO.

           OPEN INPUT SCORECLI.
           IF WKS-FS-SCO NOT = "00"
               MOVE "  (SIN CALIFICACIONES DE CAL-SCO)"
                                               TO WKS-SUBTITULO-R
               MOVE SUBTITULO-PER TO LINEA-PER
               WRITE LINEA-PER AFTER 1
               GO TO 2450-FIN.

           MOVE WKS-ID-CONSULTA TO ID-CLIENTE-CP.
           MOVE 0 TO MES-CP.
           START SCORECLI KEY IS NOT < SCORE-KEY
               INVALID KEY MOVE 1 TO WKS-EOF-SCO
           END-START.

           PERFORM 2460-LEER-CALIFICACION UNTIL WKS-EOF-SCO = 1.
           CLOSE SCORECLI.

           IF WKS-SCO-COUNT = 0
               MOVE "  (CLIENTE SIN CALIFICAR)" TO WKS-SUBTITULO-R
               MOVE SUBTITULO-PER TO LINEA-PER
               WRITE LINEA-PER AFTER 1
           ELSE
               MOVE 0 TO WKS-SCO-IDX
               PERFORM 2480-IMPRIME-CALIFICACION WKS-SCO-COUNT TIMES.

       2450-FIN.
           EXIT.

       2460-LEER-CALIFICACION.
           READ SCORECLI NEXT AT END MOVE 1 TO WKS-EOF-SCO.

           IF WKS-EOF-SCO = 0
               IF ID-CLIENTE-CP NOT = WKS-ID-CONSULTA
                   MOVE 1 TO WKS-EOF-SCO
               ELSE
                   PERFORM 2470-GUARDA-CALIFICACION
               END-IF
           END-IF.

       2470-GUARDA-CALIFICACION.
           IF WKS-SCO-COUNT < 6
               ADD 1 TO WKS-SCO-COUNT
               MOVE WKS-SCO-COUNT TO WKS-SCO-IDX
           ELSE
               MOVE 1 TO WKS-SCO-IDX
               PERFORM 2471-RECORRE-SCO UNTIL WKS-SCO-IDX = 6.

           MOVE MES-CP      TO WKS-SCO-MES (WKS-SCO-IDX).
           MOVE PUNTAJE-CP  TO WKS-SCO-PUNTAJE (WKS-SCO-IDX).
           MOVE BANDA-CP    TO WKS-SCO-BANDA (WKS-SCO-IDX).
           MOVE RAZON-CP (1) TO WKS-SCO-RAZON (WKS-SCO-IDX, 1).
           MOVE RAZON-CP (2) TO WKS-SCO-RAZON (WKS-SCO-IDX, 2).
           MOVE RAZON-CP (3) TO WKS-SCO-RAZON (WKS-SCO-IDX, 3).

       2471-RECORRE-SCO.
           MOVE WKS-SCO-ENTRY (WKS-SCO-IDX + 1)
                                   TO WKS-SCO-ENTRY (WKS-SCO-IDX).
           ADD 1 TO WKS-SCO-IDX.

       2480-IMPRIME-CALIFICACION.
           ADD 1 TO WKS-SCO-IDX.

           MOVE WKS-SCO-MES (WKS-SCO-IDX)     TO WKS-SCO-MES-R.
           MOVE WKS-SCO-PUNTAJE (WKS-SCO-IDX) TO WKS-SCO-PUN-R.
           MOVE WKS-SCO-BANDA (WKS-SCO-IDX)   TO WKS-SCO-BAN-R.

           MOVE 1 TO WKS-RAZ-IDX.
           PERFORM 2481-NOMBRE-RAZON 3 TIMES.

           MOVE DETALLE-SCO-R TO LINEA-PER.
           WRITE LINEA-PER AFTER 1.

       2481-NOMBRE-RAZON.
           MOVE SPACES TO WKS-SCO-RAZ-R (WKS-RAZ-IDX).

           IF WKS-SCO-RAZON (WKS-SCO-IDX, WKS-RAZ-IDX) > 0
              AND WKS-SCO-RAZON (WKS-SCO-IDX, WKS-RAZ-IDX) NOT > 7
               MOVE WKS-RAZ-NOMBRE
                    (WKS-SCO-RAZON (WKS-SCO-IDX, WKS-RAZ-IDX))
                                    TO WKS-SCO-RAZ-R (WKS-RAZ-IDX).

           ADD 1 TO WKS-RAZ-IDX.

       2500-BLOQUE-TRANSACCIONES.
           MOVE "ULTIMAS TRANSACCIONES" TO WKS-SUBTITULO-R.
           MOVE SUBTITULO-PER TO LINEA-PER.
           MOVE DETALLE-AUDIT-R TO LINEA-PER.
           WRITE LINEA-PER AFTER 1.

      *ULTIMAS LLAMADAS DEL CLIENTE AL CENTRO DE CONTACTO. LA LLAVE
      *VA POR CLIENTE, FECHA Y HORA, ASI QUE SE LEEN EN ORDEN Y LA
      *TABLA RODANTE DEJA LAS CINCO MAS RECIENTES.
       2800-BLOQUE-CONTACTOS.
           MOVE "ULTIMOS CONTACTOS DEL CLIENTE" TO WKS-SUBTITULO-R.
           MOVE SUBTITULO-PER TO LINEA-PER.
           WRITE LINEA-PER AFTER 2.

           MOVE 0 TO WKS-CONT-COUNT.
           MOVE 0 TO WKS-EOF-CONT.

           OPEN INPUT CONTACTOS.
           IF WKS-FS-CONT NOT = "00"
               MOVE "  (SIN BITACORA DE CONTACTOS)" TO WKS-SUBTITULO-R
               MOVE SUBTITULO-PER TO LINEA-PER
               WRITE LINEA-PER AFTER 1
               GO TO 2800-FIN.

           MOVE WKS-ID-CONSULTA TO ID-CLIENTE-CT.
           MOVE 0 TO FECHA-CT.
           MOVE 0 TO HORA-CT.
           START CONTACTOS KEY IS NOT < CONT-KEY
               INVALID KEY MOVE 1 TO WKS-EOF-CONT
           END-START.

           PERFORM 2810-LEER-CONTACTO UNTIL WKS-EOF-CONT = 1.
           CLOSE CONTACTOS.

           IF WKS-CONT-COUNT = 0
               MOVE "  (SIN LLAMADAS REGISTRADAS)" TO WKS-SUBTITULO-R
               MOVE SUBTITULO-PER TO LINEA-PER
               WRITE LINEA-PER AFTER 1
           ELSE
               MOVE 0 TO WKS-CONT-IDX
               PERFORM 2830-IMPRIME-CONTACTO WKS-CONT-COUNT TIMES.

       2800-FIN.
           EXIT.

       2810-LEER-CONTACTO.
           READ CONTACTOS NEXT AT END MOVE 1 TO WKS-EOF-CONT.

           IF WKS-EOF-CONT = 0
               IF ID-CLIENTE-CT NOT = WKS-ID-CONSULTA
                   MOVE 1 TO WKS-EOF-CONT
               ELSE
                   PERFORM 2820-GUARDA-CONTACTO
               END-IF
           END-IF.

       2820-GUARDA-CONTACTO.
           IF WKS-CONT-COUNT < 5
               ADD 1 TO WKS-CONT-COUNT
               MOVE WKS-CONT-COUNT TO WKS-CONT-IDX
           ELSE
               MOVE 1 TO WKS-CONT-IDX
               PERFORM 2821-RECORRE-CONT UNTIL WKS-CONT-IDX = 5.

           MOVE FECHA-CT    TO WKS-CONT-FECHA (WKS-CONT-IDX).
           MOVE HORA-CT     TO WKS-CONT-HORA (WKS-CONT-IDX).
           MOVE OPERADOR-CT TO WKS-CONT-OPER (WKS-CONT-IDX).
           MOVE MOTIVO-CT   TO WKS-CONT-MOTIVO (WKS-CONT-IDX).
           MOVE NOTA-CT     TO WKS-CONT-NOTA (WKS-CONT-IDX).

       2821-RECORRE-CONT.
           MOVE WKS-CONT-ENTRY (WKS-CONT-IDX + 1)
                                   TO WKS-CONT-ENTRY (WKS-CONT-IDX).
           ADD 1 TO WKS-CONT-IDX.

       2830-IMPRIME-CONTACTO.
           ADD 1 TO WKS-CONT-IDX.

           MOVE WKS-CONT-FECHA (WKS-CONT-IDX)     TO WKS-CONT-FEC-R.
           MOVE WKS-CONT-HORA (WKS-CONT-IDX) (1:4) TO WKS-CONT-HOR-R.
           MOVE WKS-CONT-OPER (WKS-CONT-IDX)      TO WKS-CONT-OPE-R.
           MOVE WKS-CONT-NOTA (WKS-CONT-IDX)      TO WKS-CONT-NOT-R.

           IF WKS-CONT-MOTIVO (WKS-CONT-IDX) > 0
              AND WKS-CONT-MOTIVO (WKS-CONT-IDX) < 10
               MOVE WKS-MCT-NOMBRE (WKS-CONT-MOTIVO (WKS-CONT-IDX))
                                                   TO WKS-CONT-MOT-R
           ELSE
               MOVE "MOTIVO NO CATALOGADO" TO WKS-CONT-MOT-R.

           MOVE DETALLE-CONT-R TO LINEA-PER.
           WRITE LINEA-PER AFTER 1.

       3000-FIN.
           CLOSE ICLIENTES.
           CLOSE DCLIENTE.
           IF WKS-SIN-HISTORICO = 0
               CLOSE TRXHIST.
           CLOSE REP-PER.
           CLOSE ACCESOS.

      *QUIEN PIDIO EL PERFIL DE QUE CLIENTE Y CUANDO.
       9200-GRABA-ACCESO.
           MOVE ID-OPERADOR-F   TO ID-OPER-AC.
           MOVE SUCURSAL-F      TO SUCURSAL-OPER-AC.
           MOVE WKS-ID-CONSULTA TO ID-CLIENTE-AC.
           MOVE "PER-CLI "      TO PROGRAMA-AC.
           MOVE WKS-FECHA-HOY   TO FECHA-AC.
           ACCEPT HORA-AC FROM TIME.
           MOVE "P"             TO TIPO-AC.
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
