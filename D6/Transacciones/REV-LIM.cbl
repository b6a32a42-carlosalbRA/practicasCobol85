      *COMPORTAMIENTO DE PAGO DEL CLIENTE EN CICLOFAC (CICLOS
      *PAGADOS A TIEMPO, RECARGOS) Y SU UTILIZACION EN TRXCLI, Y
      *PROPONE SUBIDAS O BAJADAS DE LIMITE A UN ARCHIVO DE
      *PROPUESTAS; SI CAL-SCO YA CALIFICO AL CLIENTE, DECIDE LA
      *BANDA DE SU ULTIMA CALIFICACION. UN SUPERVISOR DE NIVEL
      *COMPLETO LAS CONFIRMA EN EL MODO DE AUTORIZACION Y SOLO
      *ENTONCES EL LIMITE CAMBIA EN DCLIENTE, CON SU CONSTANCIA EN
      *LOGCLI.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REV-LIM.
       ENVIRONMENT DIVISION.
                RECORD KEY IS ID-CLIENTE-PRL
                FILE STATUS IS WKS-FS-PROP.

           SELECT SCORECLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS SCORE-KEY
                FILE STATUS IS WKS-FS-SCO.

           SELECT LOGCLI ASSIGN TO DISK.

           SELECT BITACORA ASSIGN TO DISK.
           88 PROPUESTA-APLICADA    VALUE "A".
           88 PROPUESTA-RECHAZADA   VALUE "R".

      *CALIFICACIONES MENSUALES DE CAL-SCO; LA ULTIMA ES LA VIGENTE.
       FD SCORECLI.
       01 REG-SCORE.
       COPY COMPCOPY.

      *MISMO LOG DE CAMBIOS DE CLIENTE QUE USA ACT-SEC; EL CAMBIO
      *DE LIMITE SE ASIENTA CON LA MARCA "LIMITE" EN EL TIPO Y EL
      *LIMITE ANTERIOR Y NUEVO EN LOS CAMPOS DE ANUALIDAD.
       01 WKS-EOF-CAT          PIC 9 VALUE 0.
       01 WKS-EOF-PROP         PIC 9 VALUE 0.
       01 WKS-FS-PROP          PIC X(02) VALUE "00".
       01 WKS-FS-SCO           PIC X(02) VALUE "00".
       01 WKS-SIN-SCORECLI     PIC 9 VALUE 1.
       01 WKS-EOF-SCO          PIC 9 VALUE 0.
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-LIMITE-NUEVO     PIC 9(07)V99 VALUE 0.
       01 WKS-MOTIVO           PIC X(20) VALUE SPACES.
       01 WKS-PROPONE          PIC 9 VALUE 0.
       01 WKS-BANDA-CLIENTE    PIC X(01) VALUE SPACE.
          88 SIN-CALIFICACION       VALUE SPACE.
          88 CALIFICACION-ALTA      VALUE "A" "B".
          88 CALIFICACION-BAJA      VALUE "D" "E".

       01 WKS-SIGNO-TRX        PIC X(01) VALUE "C".
       01 WKS-PAGO-ANUALIDAD   PIC X(20) VALUE "PAGO ANUALIDAD".
       01 WKS-CAT-COUNT        PIC 9(02) VALUE 0.
       01 WKS-CAT-IDX          PIC 9(02) VALUE 0.
       01 WKS-TABLA-CAT.
          03 WKS-CAT-ENTRY OCCURS 50 TIMES.
             05 WKS-CAT-CODIGO    PIC X(03) VALUE SPACES.
             05 WKS-CAT-SIGNO     PIC X(01) VALUE "C".

       01 WKS-FIRMA.
       COPY FIRMCOPY.

      *AREA DE ACTUALIZACION DEL SALDO AL MOMENTO CON ACT-SAL.
       01 WKS-SOLICITUD-SALDO.
       COPY SALVCOPY.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
      *LA AUTORIZACION ES UNA FUNCION SENSIBLE: PIDE FIRMA DE
      *OPERADOR DE NIVEL COMPLETO.
           IF WKS-MODO = 2
               MOVE "REV-LIM " TO PROGRAMA-F
               CALL "SEC-OPER" USING WKS-FIRMA
               MOVE "P" TO FUNCION-SOL-F
               MOVE 1 TO NIVEL-SOL-F
               CALL "SEC-PERM" USING WKS-FIRMA
               IF FIRMA-OK-F = 0 OR PERMITIDO-F = 0
                   DISPLAY "LA AUTORIZACION DE LIMITES REQUIERE"
                           " NIVEL COMPLETO" LINE 04 POSITION 03
                   STOP RUN
               CLOSE PROPLIM
               OPEN I-O PROPLIM.

      *SIN CALIFICACIONES (AUN NO CORRE CAL-SCO) SE USAN SOLO LAS
      *REGLAS DE COMPORTAMIENTO.
           IF WKS-MODO NOT = 2
               OPEN INPUT SCORECLI
               IF WKS-FS-SCO = "00"
                   MOVE 0 TO WKS-SIN-SCORECLI
               END-IF
           END-IF.

           IF WKS-MODO NOT = 2
               MOVE 0 TO ID-CLIENTE-D
               START DCLIENTE KEY IS > ID-CLIENTE-D
           READ CATTRX NEXT AT END MOVE 1 TO WKS-EOF-CAT.

           IF WKS-EOF-CAT = 0
               IF WKS-CAT-COUNT < 50
                   ADD 1 TO WKS-CAT-COUNT
                   MOVE TIPO-TRX-CAT TO
                                   WKS-CAT-CODIGO (WKS-CAT-COUNT)
           COMPUTE WKS-UTILIZACION ROUNDED =
               WKS-SALDO-CLIENTE * 100 / LIMITE-CREDITO-D.

           MOVE SPACE TO WKS-BANDA-CLIENTE.
           IF WKS-SIN-SCORECLI = 0
               PERFORM 2140-BUSCA-CALIFICACION.

           PERFORM 2130-DECIDE-PROPUESTA.

           IF WKS-PROPONE = 1
               END-IF
           END-IF.

      *EL SALDO SE TOMA DEL MAESTRO DE SALDOS; SOLO SI EL CLIENTE
      *NO TIENE REGISTRO AHI SE RECORRE SU HISTORIA EN TRXCLI.
       2120-CALCULA-SALDO.
           MOVE 0 TO WKS-SALDO-CLIENTE.
           MOVE "C"           TO FUNCION-SV.
           MOVE "REV-LIM "    TO PROGRAMA-SV.
           MOVE ID-CLIENTE-D  TO ID-CLIENTE-SV.
           MOVE WKS-FECHA-HOY TO FECHA-SV.
           CALL "ACT-SAL" USING WKS-SOLICITUD-SALDO.

           IF SALDO-APLICADO-SV
               MOVE SALDO-ACTUAL-SV TO WKS-SALDO-CLIENTE
           ELSE
               MOVE ID-CLIENTE-D TO ID-CLIENTE-TRX
               START TRXCLI KEY IS = ID-CLIENTE-TRX
                   INVALID KEY MOVE 1 TO WKS-EOF-TRX
                   NOT INVALID KEY MOVE 0 TO WKS-EOF-TRX
               END-START
               PERFORM 2121-SUMA-SALDO UNTIL WKS-EOF-TRX = 1.

           IF WKS-SALDO-CLIENTE < 0
               MOVE 0 TO WKS-SALDO-CLIENTE.

           ADD 1 TO WKS-CAT-IDX.

      *CON CALIFICACION DECIDE LA BANDA: LAS BANDAS D Y E BAJAN UN
      *VEINTE Y LAS BANDAS A Y B QUE USAN MAS DEL SETENTA SUBEN UN
      *VEINTICINCO; LA BANDA C NO MUEVE EL LIMITE.
       2130-DECIDE-PROPUESTA.
           MOVE 0 TO WKS-PROPONE.
           MOVE SPACES TO WKS-MOTIVO.

           IF NOT SIN-CALIFICACION
               PERFORM 2135-DECIDE-POR-BANDA
           ELSE
               PERFORM 2136-DECIDE-POR-REGLAS.

       2135-DECIDE-POR-BANDA.
           IF CALIFICACION-BAJA
               COMPUTE WKS-LIMITE-NUEVO ROUNDED =
                   LIMITE-CREDITO-D * 0.80
               MOVE "SCORE BAJO BANDA" TO WKS-MOTIVO
               MOVE WKS-BANDA-CLIENTE TO WKS-MOTIVO (18:1)
               MOVE 1 TO WKS-PROPONE
           ELSE
               IF CALIFICACION-ALTA
                  AND WKS-UTILIZACION > 70
                   COMPUTE WKS-LIMITE-NUEVO ROUNDED =
                       LIMITE-CREDITO-D * 1.25
                   MOVE "SCORE ALTO BANDA" TO WKS-MOTIVO
                   MOVE WKS-BANDA-CLIENTE TO WKS-MOTIVO (18:1)
                   MOVE 1 TO WKS-PROPONE
               END-IF
           END-IF.

      *REGLAS DE LA REVISION: EL BUEN CLIENTE (TRES O MAS CICLOS
      *PAGADOS SIN MORA, NADA VENCIDO) QUE USA MAS DEL SETENTA POR
      *CIENTO DE SU LINEA SUBE UN VEINTICINCO POR CIENTO; EL QUE
      *ACUMULA MORAS O TRAE CICLOS VENCIDOS BAJA UN VEINTE.
       2136-DECIDE-POR-REGLAS.
           IF WKS-CICLOS-VENCIDOS > 0
              OR WKS-CICLOS-CON-MORA > 1
               COMPUTE WKS-LIMITE-NUEVO ROUNDED =
               END-IF
           END-IF.

      *LAS CALIFICACIONES DEL CLIENTE VIENEN EN ORDEN DE MES; SE
      *QUEDA CON LA BANDA DE LA ULTIMA.
       2140-BUSCA-CALIFICACION.
           MOVE ID-CLIENTE-D TO ID-CLIENTE-CP.
           MOVE 0 TO MES-CP.
           MOVE 0 TO WKS-EOF-SCO.

           START SCORECLI KEY IS NOT < SCORE-KEY
               INVALID KEY MOVE 1 TO WKS-EOF-SCO
           END-START.

           PERFORM 2141-LEER-CALIFICACION UNTIL WKS-EOF-SCO = 1.

       2141-LEER-CALIFICACION.
           READ SCORECLI NEXT AT END MOVE 1 TO WKS-EOF-SCO.

           IF WKS-EOF-SCO = 0
               IF ID-CLIENTE-CP NOT = ID-CLIENTE-D
                   MOVE 1 TO WKS-EOF-SCO
               ELSE
                   MOVE BANDA-CP TO WKS-BANDA-CLIENTE
               END-IF
           END-IF.

      *UNA PROPUESTA POR CLIENTE: LA CORRIDA DEL MES PISA LA
      *PENDIENTE ANTERIOR SI AUN NO SE AUTORIZO.
       2200-GRABA-PROPUESTA.
               PERFORM 5210-GRABA-LOG
               MOVE LIMITE-PROPUESTO-PRL TO LIMITE-CREDITO-D
               REWRITE REG-CLI-D
               PERFORM 5220-APLICA-LIMITE-SALDO
               MOVE "A" TO STATUS-PRL
               REWRITE REG-PROPUESTA
               ADD 1 TO WKS-CONT-APLICADAS.

      *EL NUEVO LIMITE PERMANENTE CAMBIA EL DISPONIBLE DEL CLIENTE
      *EN EL MAESTRO DE SALDOS.
       5220-APLICA-LIMITE-SALDO.
           MOVE "X"                  TO FUNCION-SV.
           MOVE "REV-LIM "           TO PROGRAMA-SV.
           MOVE ID-CLIENTE-PRL       TO ID-CLIENTE-SV.
           MOVE WKS-FECHA-HOY        TO FECHA-SV.
           MOVE SPACES               TO TIPO-TRX-SV.
           MOVE SPACES               TO DESCRIPCION-SV.
           MOVE LIMITE-PROPUESTO-PRL TO MONTO-SV.
           CALL "ACT-SAL" USING WKS-SOLICITUD-SALDO.

       5210-GRABA-LOG.
           MOVE ID-CLIENTE-PRL      TO ID-CLIENTE-L.
           MOVE "LIMITE"            TO TIPO-TARG-ANT-L.
           CLOSE DCLIENTE.
           CLOSE CICLOFAC.
           CLOSE TRXCLI.
           MOVE "F" TO FUNCION-SV.
           CALL "ACT-SAL" USING WKS-SOLICITUD-SALDO.
           CLOSE CATTRX.
           CLOSE PROPLIM.
           IF WKS-SIN-SCORECLI = 0
               CLOSE SCORECLI.
           DISPLAY "PROPUESTAS GENERADAS: " WKS-CONT-PROPUESTAS.
           DISPLAY "PROPUESTAS APLICADAS: " WKS-CONT-APLICADAS.
           DISPLAY "PROPUESTAS RECHAZADAS: " WKS-CONT-RECHAZADAS.
