                RECORD KEY IS ADICION-KEY
                FILE STATUS IS WKS-FS-ADIC.

           SELECT FRAUDES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS FRAUDE-KEY
                FILE STATUS IS WKS-FS-FRAU.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

        03 FECHA-NAC-AD       PIC 9(08).
        03 LIMITE-AD          PIC 9(07)V99.

      *CASOS DE FRAUDE - EL BLOQUEO CON MOTIVO "FR" ABRE AQUI EL
      *CASO QUE EL ANALISTA TRABAJA EN GES-FRA.
       FD FRAUDES.
       01 REG-FRAUDE.
       COPY FRACCOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO - LA FIJA Y LA
      *AVANZA CIE-DIA; UN LOTE ATRASADO O RECORRIDO PROCESA CON LA
      *FECHA DEL DIA AL QUE PERTENECE, NO CON LA DEL RELOJ.
       01 WKS-ES-ADICIONAL  PIC A(01) VALUE "N".
       01 WKS-NUM-MANTTO    PIC 9(02) VALUE 0.
       01 WKS-ESTADO-NUEVO  PIC X(01) VALUE SPACES.
       01 WKS-ENTREGA-OK    PIC 9 VALUE 1.
       01 WKS-RES-ENTREGA   PIC A(01) VALUE "N".
       01 WKS-FS-FRAU       PIC X(02) VALUE "00".
       01 WKS-EOF-FRAU      PIC 9 VALUE 0.
       01 WKS-MAX-CASO      PIC 9(04) VALUE 0.
       01 WKS-CASO-VIGENTE  PIC 9(04) VALUE 0.

      *AREA DE CRIBADO COMPARTIDA CON VAL-LPB.
       01 WKS-CRIBADO.
       COPY CRIBCOPY.

       PROCEDURE DIVISION.
       INICIO.
           STOP RUN.

       1000-INICIO.
           MOVE "TAR-CLI " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0
               CLOSE ADICION
               OPEN I-O ADICION.

           OPEN I-O FRAUDES.
           IF WKS-FS-FRAU = "35"
               OPEN OUTPUT FRAUDES
               CLOSE FRAUDES
               OPEN I-O FRAUDES.

       2000-PROCESO.
           DISPLAY "ALTA DE TARJETA (1) CAMBIO DE ESTADO (2):"
                                                LINE 03 POSITION 03.
       2070-CAPTURA-ESTADO.
           DISPLAY "ESTADO ACTUAL: " ESTADO-TARJ-T LINE 06
                                                       POSITION 03.

           IF MOTIVO-BLOQ-T = "LB"
               DISPLAY "BLOQUEO POR LISTAS DE PERSONAS BLOQUEADAS,"
                       " SOLO LO LEVANTA CUMPLIMIENTO" LINE 08
                                                       POSITION 03
           ELSE
               PERFORM 2075-APLICA-ESTADO THRU 2075-FIN.

      *UN PLASTICO EMITIDO, O BLOQUEADO PORQUE LA MENSAJERIA NO LO
      *PUDO ENTREGAR, SOLO SE ACTIVA CON LA ENTREGA CONFIRMADA.
       2075-APLICA-ESTADO.
           DISPLAY "NUEVO ESTADO A-ACTIVA B-BLOQUEADA C-CANCELADA:"
                                                LINE 07 POSITION 03.
           ACCEPT WKS-ESTADO-NUEVO LINE 07 POSITION 51.
              AND WKS-ESTADO-NUEVO NOT = "C"
               DISPLAY "ESTADO NO VALIDO, NO SE ACTUALIZA" LINE 08
                                                       POSITION 03
               GO TO 2075-FIN.

           MOVE 1 TO WKS-ENTREGA-OK.
           IF WKS-ESTADO-NUEVO = "A"
              AND (TARJ-EMITIDA-T OR MOTIVO-BLOQ-T = "NE")
              AND NOT ENTREGA-CONFIRMADA-T
               PERFORM 2077-ENTREGA-SUCURSAL.

           IF WKS-ENTREGA-OK = 0
               GO TO 2075-FIN.

           MOVE WKS-ESTADO-NUEVO TO ESTADO-TARJ-T.
           IF WKS-ESTADO-NUEVO = "B"
               DISPLAY "MOTIVO DEL BLOQUEO (RO/EX/FR/RE):"
                                                LINE 08 POSITION 03
               ACCEPT MOTIVO-BLOQ-T LINE 08 POSITION 38
           ELSE
               MOVE SPACES TO MOTIVO-BLOQ-T.

           IF WKS-ESTADO-NUEVO = "A"
               MOVE 0 TO FECHA-BLOQUEO-T.

           REWRITE REG-TARJ
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR LA TARJETA"
                                                LINE 09 POSITION 03
               NOT INVALID KEY
                   DISPLAY "TARJETA " NUM-TARJETA-T " AHORA "
                           ESTADO-TARJ-T ", OPERADOR: "
                           WKS-ID-OPERADOR LINE 09 POSITION 03
                   IF WKS-ESTADO-NUEVO = "B" AND MOTIVO-BLOQ-T = "FR"
                       PERFORM 2078-ABRE-CASO-FRAUDE THRU 2078-FIN
                   END-IF
           END-REWRITE.

       2075-FIN.
           EXIT.

      *EL BLOQUEO POR FRAUDE ABRE SU CASO CON EL SIGUIENTE
      *CONSECUTIVO DEL CLIENTE; SI EL PLASTICO YA TIENE UN CASO
      *ABIERTO (SE DESBLOQUEO Y SE VOLVIO A BLOQUEAR) SE TRABAJA EL
      *MISMO CASO Y NO SE ABRE OTRO.
       2078-ABRE-CASO-FRAUDE.
           MOVE 0 TO WKS-MAX-CASO.
           MOVE 0 TO WKS-CASO-VIGENTE.
           MOVE ID-CLIENTE-T TO ID-CLIENTE-FC.
           MOVE 0 TO NUM-CASO-FC.
           START FRAUDES KEY IS NOT < FRAUDE-KEY
               INVALID KEY MOVE 1 TO WKS-EOF-FRAU
               NOT INVALID KEY MOVE 0 TO WKS-EOF-FRAU
           END-START.

           PERFORM 2079-LEER-CASO UNTIL WKS-EOF-FRAU = 1.

           IF WKS-CASO-VIGENTE > 0
               DISPLAY "EL PLASTICO YA TIENE ABIERTO EL CASO DE"
                       " FRAUDE " WKS-CASO-VIGENTE LINE 10 POSITION 03
               GO TO 2078-FIN.

           MOVE ID-CLIENTE-T     TO ID-CLIENTE-FC.
           ADD 1 TO WKS-MAX-CASO.
           MOVE WKS-MAX-CASO     TO NUM-CASO-FC.
           MOVE NUM-TARJETA-T    TO NUM-TARJETA-FC.
           MOVE TIPO-TARG-T      TO TIPO-TARG-FC.
           MOVE WKS-FECHA-HOY    TO FECHA-BLOQUEO-FC.
           MOVE WKS-ID-OPERADOR  TO OPERADOR-BLOQ-FC.
           MOVE "A"              TO STATUS-FC.
           MOVE SPACES           TO DESTINO-FC.
           MOVE 0                TO CARGOS-FC.
           MOVE 0                TO MONTO-FC.
           MOVE 0                TO FECHA-RESOL-FC.
           MOVE SPACES           TO ANALISTA-FC.

           WRITE REG-FRAUDE
               INVALID KEY
                   DISPLAY "NO SE PUDO ABRIR EL CASO DE FRAUDE"
                                                LINE 10 POSITION 03
               NOT INVALID KEY
                   DISPLAY "CASO DE FRAUDE " NUM-CASO-FC
                           " ABIERTO PARA GES-FRA" LINE 10
                                                       POSITION 03
           END-WRITE.

       2078-FIN.
           EXIT.

       2079-LEER-CASO.
           READ FRAUDES NEXT AT END MOVE 1 TO WKS-EOF-FRAU.

           IF WKS-EOF-FRAU = 0
               IF ID-CLIENTE-FC NOT = ID-CLIENTE-T
                   MOVE 1 TO WKS-EOF-FRAU
               ELSE
                   MOVE NUM-CASO-FC TO WKS-MAX-CASO
                   IF FRAUDE-ABIERTO-FC
                      AND NUM-TARJETA-FC = NUM-TARJETA-T
                       MOVE NUM-CASO-FC TO WKS-CASO-VIGENTE
                   END-IF
               END-IF
           END-IF.

      *EL PLASTICO EN CAMINO (CON EL EMBOZADOR O LA MENSAJERIA) NO
      *SE PUEDE ACTIVAR. EL QUE LA MENSAJERIA REGRESO AL BANCO SE
      *PUEDE ENTREGAR EN VENTANILLA: SE CAPTURA QUIEN LO RECIBE Y LA
      *ENTREGA QUEDA CONFIRMADA A NOMBRE DEL OPERADOR.
       2077-ENTREGA-SUCURSAL.
           MOVE 0 TO WKS-ENTREGA-OK.

           IF NOT ENTREGA-FALLIDA-T
               DISPLAY "PLASTICO SIN ENTREGA CONFIRMADA ("
                       ENTREGA-TARJ-T "), NO SE ACTIVA" LINE 08
                                                       POSITION 03
           ELSE
               DISPLAY "PLASTICO DEVUELTO, SE ENTREGA EN SUCURSAL"
                       " S/N:" LINE 08 POSITION 03
               ACCEPT WKS-RES-ENTREGA LINE 08 POSITION 51
               IF WKS-RES-ENTREGA = "S"
                   DISPLAY "NOMBRE DE QUIEN RECIBE:" LINE 10
                                                       POSITION 03
                   ACCEPT RECIBIO-T LINE 10 POSITION 28
                   MOVE "D"           TO ENTREGA-TARJ-T
                   MOVE WKS-FECHA-HOY TO FECHA-ENTREGA-T
                   MOVE SPACES        TO MOTIVO-ENTREGA-T
                   STRING "SUCURSAL " DELIMITED BY SIZE
                          WKS-ID-OPERADOR DELIMITED BY SPACE
                          INTO MOTIVO-ENTREGA-T
                   MOVE 1 TO WKS-ENTREGA-OK.

       2010-CAPTURA-TARJETA.
           PERFORM 2020-BUSCA-MAX-TARJETA.

      *EL PLASTICO NUEVO NACE EMITIDO, NO ACTIVO: NO ACEPTA
      *MOVIMIENTOS HASTA QUE EL CLIENTE LO RECIBE Y SE CAPTURA SU
      *ACTIVACION EN EL CAMBIO DE ESTADO. QUEDA PENDIENTE DE EMBOZAR
      *HASTA QUE EMB-EXT LO MANDE AL EMBOZADOR.
       2050-GRABA-TARJETA.
           MOVE WKS-ID-CLIENTE TO ID-CLIENTE-T.
           ADD 1 TO WKS-MAX-TARJETA.
           MOVE "E" TO ESTADO-TARJ-T.
           MOVE SPACES TO MOTIVO-BLOQ-T.
           MOVE 0 TO FECHA-BLOQUEO-T.
           MOVE "P" TO ENTREGA-TARJ-T.
           MOVE 0 TO FECHA-ENVIO-EMB-T.
           MOVE 0 TO FECHA-EMBOZO-T.
           MOVE 0 TO FECHA-ENTREGA-T.
           MOVE SPACES TO RECIBIO-T.
           MOVE SPACES TO MOTIVO-ENTREGA-T.

           WRITE REG-TARJ
               INVALID KEY
               WRITE REG-ADICIONAL
                   INVALID KEY
                       REWRITE REG-ADICIONAL
               END-WRITE
               PERFORM 2057-CRIBA-ADICIONAL.

      *EL ADICIONAL ES UNA PERSONA DISTINTA DEL TITULAR Y SE CRIBA
      *POR SU NOMBRE; CON POSIBLE COINCIDENCIA SU PLASTICO QUEDA
      *BLOQUEADO (MOTIVO LB) HASTA EL DICTAMEN DE CUMPLIMIENTO.
       2057-CRIBA-ADICIONAL.
           MOVE NOMBRE-AD TO NOMBRE-CR.
           MOVE SPACES TO RFC-CR.
           MOVE ID-CLIENTE-AD TO ID-CLIENTE-CR.
           MOVE NUM-TARJETA-AD TO NUM-TARJETA-CR.
           MOVE "ADI" TO ORIGEN-CR.
           MOVE WKS-ID-OPERADOR TO OPERADOR-CR.
           MOVE WKS-FECHA-HOY TO FECHA-CR.

           CALL "VAL-LPB" USING WKS-CRIBADO.

           IF COINCIDE-CR = 1
               MOVE "B" TO ESTADO-TARJ-T
               MOVE "LB" TO MOTIVO-BLOQ-T
               MOVE 0 TO FECHA-BLOQUEO-T
               REWRITE REG-TARJ
               DISPLAY "POSIBLE COINCIDENCIA EN LISTA " FUENTE-CR
                       ", PLASTICO RETENIDO - FOLIO " FOLIO-CR
                                                LINE 19 POSITION 03.

       3000-FIN.
           CLOSE ICLIENTES.
           CLOSE TARJCLI.
           CLOSE ADICION.
           CLOSE FRAUDES.

      *FECHA DE NEGOCIO DESDE EL REGISTRO DE CONTROL; SI NO EXISTE
      *TODAVIA SE TRABAJA CON LA FECHA DE LA MAQUINA.
