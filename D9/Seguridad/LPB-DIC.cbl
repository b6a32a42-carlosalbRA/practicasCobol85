      *MI PROGRAMA DE DICTAMEN DE COINCIDENCIAS CONTRA LISTAS - EL
      *OFICIAL DE CUMPLIMIENTO RECORRE LA COLA REVLPB EN ORDEN DE
      *FOLIO Y DICTAMINA CADA POSIBLE COINCIDENCIA PENDIENTE. LA
      *CONFIRMADA BLOQUEA EN TARJCLI CON MOTIVO LB TODOS LOS
      *PLASTICOS DEL TITULAR (O EL DEL ADICIONAL) Y DEJA AL CLIENTE
      *RETENIDO; LA DESCARTADA COMO HOMONIMO LIBERA LA CUENTA O EL
      *PLASTICO QUE LA CAPTURA HABIA RETENIDO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LPB-DIC.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVLPB ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS FOLIO-RL
                ALTERNATE RECORD KEY IS ID-CLIENTE-RL WITH DUPLICATES
                FILE STATUS IS WKS-FS-REV.

           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I
                FILE STATUS IS WKS-FS-ICLI.

           SELECT TARJCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TARJ-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-T WITH DUPLICATES
                FILE STATUS IS WKS-FS-TARJ.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD REVLPB.
       01 REG-REV.
       COPY REVLCOPY.

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

       FD TARJCLI.
       01 REG-TARJ.
       COPY TARJCOPY.

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
       01 WKS-LOOP             PIC 9 VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-FS-REV           PIC X(02) VALUE "00".
       01 WKS-FS-ICLI          PIC X(02) VALUE "00".
       01 WKS-FS-TARJ          PIC X(02) VALUE "00".
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-EOF-REV          PIC 9 VALUE 0.
       01 WKS-EOF-TARJ         PIC 9 VALUE 0.
       01 WKS-FOLIO-ACTUAL     PIC 9(06) VALUE 0.
       01 WKS-PENDIENTE        PIC 9 VALUE 0.
       01 WKS-CLIENTE-EXISTE   PIC 9 VALUE 0.
       01 WKS-DICTAMEN-RES     PIC A(01) VALUE SPACES.
       01 WKS-ID-CLIENTE       PIC 9(06) VALUE 0.
       01 WKS-NUM-TARJETA      PIC 9(02) VALUE 0.
       01 WKS-OTRA-ABIERTA     PIC 9 VALUE 0.
       01 WKS-PLASTICOS        PIC 9(02) VALUE 0.
       01 WKS-CONT-CONFIRMADAS PIC 9(06) VALUE 0.
       01 WKS-CONT-DESCARTADAS PIC 9(06) VALUE 0.
       01 WKS-CONT-VISTAS      PIC 9(06) VALUE 0.

      *RESULTADO DE LA FIRMA DE OPERADOR VALIDADA POR SEC-OPER - EL
      *DICTAMEN BLOQUEA O LIBERA CUENTAS, ASI QUE SOLO LO DA UN
      *OPERADOR DE NIVEL COMPLETO.
       01 WKS-FIRMA.
       COPY FIRMCOPY.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-LOOP = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           MOVE "LPB-DIC " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           MOVE "E" TO FUNCION-SOL-F.
           MOVE 1 TO NIVEL-SOL-F.
           CALL "SEC-PERM" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0 OR PERMITIDO-F = 0
               DISPLAY "EL DICTAMEN DE LISTAS REQUIERE OPERADOR DE"
                       " NIVEL COMPLETO" LINE 03 POSITION 03
               STOP RUN.

           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN I-O REVLPB.
           IF WKS-FS-REV NOT = "00"
               DISPLAY "NO HAY COLA DE REVISION DE LISTAS" LINE 03
                                                       POSITION 03
               STOP RUN.

           OPEN I-O ICLIENTES.
           OPEN I-O TARJCLI.

           MOVE 0 TO WKS-FOLIO-ACTUAL.

      *SIGUIENTE FOLIO PENDIENTE DESPUES DEL ULTIMO VISTO; LA COLA
      *SE REPOSICIONA CADA VEZ PORQUE EL DICTAMEN LA RECORRE TAMBIEN
      *POR CLIENTE.
       2000-PROCESO.
           PERFORM 2010-SIGUIENTE-PENDIENTE.

           IF WKS-PENDIENTE = 0
               DISPLAY "NO HAY MAS COINCIDENCIAS PENDIENTES" LINE 14
                                                       POSITION 03
               MOVE 1 TO WKS-LOOP
           ELSE
               PERFORM 2100-DICTAMINA THRU 2100-FIN.

       2010-SIGUIENTE-PENDIENTE.
           MOVE 0 TO WKS-PENDIENTE.
           MOVE WKS-FOLIO-ACTUAL TO FOLIO-RL.
           START REVLPB KEY IS > FOLIO-RL
               INVALID KEY MOVE 1 TO WKS-EOF-REV
               NOT INVALID KEY MOVE 0 TO WKS-EOF-REV
           END-START.

           PERFORM 2020-LEER-PENDIENTE
               UNTIL WKS-EOF-REV = 1 OR WKS-PENDIENTE = 1.

       2020-LEER-PENDIENTE.
           READ REVLPB NEXT AT END MOVE 1 TO WKS-EOF-REV.

           IF WKS-EOF-REV = 0
               MOVE FOLIO-RL TO WKS-FOLIO-ACTUAL
               IF ESTADO-RL = "P"
                   MOVE 1 TO WKS-PENDIENTE
               END-IF
           END-IF.

       2100-DICTAMINA.
           ADD 1 TO WKS-CONT-VISTAS.
           MOVE ID-CLIENTE-RL TO WKS-ID-CLIENTE.
           MOVE NUM-TARJETA-RL TO WKS-NUM-TARJETA.

           DISPLAY "FOLIO: " FOLIO-RL "  ORIGEN: " ORIGEN-RL
                   "  FECHA: " FECHA-RL "  CAPTURO: " OPERADOR-RL
                                                LINE 03 POSITION 03.
           DISPLAY "CLIENTE: " ID-CLIENTE-RL "  TARJETA: "
                   NUM-TARJETA-RL " (CERO = TITULAR)" LINE 04
                                                       POSITION 03.
           DISPLAY "PERSONA: " NOMBRE-RL "  RFC: " RFC-RL LINE 05
                                                       POSITION 03.
           DISPLAY "LISTA: " FUENTE-RL "  ENTRADA: " NUM-LPB-RL
                   "  VERSION: " VERSION-RL "  COINCIDE POR: "
                   TIPO-COINC-RL LINE 06 POSITION 03.

           IF OPERADOR-RL = ID-OPERADOR-F
               DISPLAY "NO PUEDE DICTAMINAR UNA COINCIDENCIA QUE"
                       " USTED CAPTURO" LINE 08 POSITION 03
               GO TO 2100-FIN.

           DISPLAY "(C)ONFIRMAR, (D)ESCARTAR, (S)IGUIENTE, (F)IN:"
                                                LINE 08 POSITION 03.
           ACCEPT WKS-DICTAMEN-RES LINE 08 POSITION 50.

           IF WKS-DICTAMEN-RES = "F"
               MOVE 1 TO WKS-LOOP
               GO TO 2100-FIN.

           IF WKS-DICTAMEN-RES NOT = "C" AND WKS-DICTAMEN-RES NOT = "D"
               GO TO 2100-FIN.

           DISPLAY "NOTA DEL DICTAMEN:" LINE 09 POSITION 03.
           ACCEPT NOTA-RL LINE 09 POSITION 22.

           IF WKS-DICTAMEN-RES = "C"
               PERFORM 2200-CONFIRMA
           ELSE
               PERFORM 2300-DESCARTA THRU 2300-FIN.

       2100-FIN.
           EXIT.

      *CONFIRMADA: EL TITULAR PIERDE TODOS SUS PLASTICOS VIVOS Y
      *QUEDA RETENIDO; EL ADICIONAL PIERDE SOLO EL SUYO.
       2200-CONFIRMA.
           MOVE "C" TO ESTADO-RL.
           MOVE WKS-FECHA-HOY TO FECHA-DICT-RL.
           MOVE ID-OPERADOR-F TO OPERADOR-DICT-RL.
           REWRITE REG-REV.
           ADD 1 TO WKS-CONT-CONFIRMADAS.

           MOVE 0 TO WKS-PLASTICOS.

           IF WKS-NUM-TARJETA = 0
               PERFORM 2210-BLOQUEA-TITULAR
               PERFORM 2230-RETIENE-CLIENTE
           ELSE
               MOVE WKS-ID-CLIENTE TO ID-CLIENTE-T
               MOVE WKS-NUM-TARJETA TO NUM-TARJETA-T
               READ TARJCLI
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM 2220-BLOQUEA-PLASTICO
               END-READ.

           DISPLAY "COINCIDENCIA CONFIRMADA, PLASTICOS BLOQUEADOS: "
                   WKS-PLASTICOS LINE 11 POSITION 03.

       2210-BLOQUEA-TITULAR.
           MOVE WKS-ID-CLIENTE TO ID-CLIENTE-T.
           START TARJCLI KEY IS = ID-CLIENTE-T
               INVALID KEY MOVE 1 TO WKS-EOF-TARJ
               NOT INVALID KEY MOVE 0 TO WKS-EOF-TARJ
           END-START.

           PERFORM 2211-LEER-PLASTICO UNTIL WKS-EOF-TARJ = 1.

       2211-LEER-PLASTICO.
           READ TARJCLI NEXT AT END MOVE 1 TO WKS-EOF-TARJ.

           IF WKS-EOF-TARJ = 0
               IF ID-CLIENTE-T NOT = WKS-ID-CLIENTE
                   MOVE 1 TO WKS-EOF-TARJ
               ELSE
                   PERFORM 2220-BLOQUEA-PLASTICO
               END-IF
           END-IF.

      *UN PLASTICO CANCELADO YA NO SE TOCA; EL BLOQUEO ES INMEDIATO
      *(SIN FECHA PROGRAMADA) Y SU MOTIVO SOLO LO LEVANTA ESTE
      *PROGRAMA.
       2220-BLOQUEA-PLASTICO.
           IF ESTADO-TARJ-T NOT = "C"
               MOVE "B" TO ESTADO-TARJ-T
               MOVE "LB" TO MOTIVO-BLOQ-T
               MOVE 0 TO FECHA-BLOQUEO-T
               REWRITE REG-TARJ
               ADD 1 TO WKS-PLASTICOS.

       2230-RETIENE-CLIENTE.
           MOVE WKS-ID-CLIENTE TO ID-CLIENTE-I.
           READ ICLIENTES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF ESTADO-CLIENTE-I = "A"
                       MOVE "R" TO ESTADO-CLIENTE-I
                       REWRITE REG-CLI-I
                   END-IF
           END-READ.

      *DESCARTADA: EL TITULAR RETENIDO EN LA CAPTURA SE ACTIVA,
      *SALVO QUE TENGA OTRA COINCIDENCIA PENDIENTE O CONFIRMADA; EL
      *PLASTICO DEL ADICIONAL RETENIDO VUELVE A EMITIDO.
       2300-DESCARTA.
           IF WKS-NUM-TARJETA = 0
               MOVE WKS-ID-CLIENTE TO ID-CLIENTE-I
               READ ICLIENTES
                   INVALID KEY MOVE 0 TO WKS-CLIENTE-EXISTE
                   NOT INVALID KEY MOVE 1 TO WKS-CLIENTE-EXISTE
               END-READ
               IF WKS-CLIENTE-EXISTE = 0
                   DISPLAY "CLIENTE AUN NO INDEXADO, DICTAMINE"
                           " DESPUES DEL CIERRE" LINE 11 POSITION 03
                   GO TO 2300-FIN
               END-IF
           END-IF.

           MOVE "D" TO ESTADO-RL.
           MOVE WKS-FECHA-HOY TO FECHA-DICT-RL.
           MOVE ID-OPERADOR-F TO OPERADOR-DICT-RL.
           REWRITE REG-REV.
           ADD 1 TO WKS-CONT-DESCARTADAS.

           PERFORM 2310-BUSCA-OTRA-ABIERTA.

           IF WKS-OTRA-ABIERTA = 1
               DISPLAY "DESCARTADA; QUEDA OTRA COINCIDENCIA ABIERTA,"
                       " SIGUE RETENIDO" LINE 11 POSITION 03
               GO TO 2300-FIN.

           IF WKS-NUM-TARJETA = 0
               IF ESTADO-CLIENTE-I = "R"
                   MOVE "A" TO ESTADO-CLIENTE-I
                   REWRITE REG-CLI-I
               END-IF
           ELSE
               MOVE WKS-ID-CLIENTE TO ID-CLIENTE-T
               MOVE WKS-NUM-TARJETA TO NUM-TARJETA-T
               READ TARJCLI
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF MOTIVO-BLOQ-T = "LB"
                           MOVE "E" TO ESTADO-TARJ-T
                           MOVE SPACES TO MOTIVO-BLOQ-T
                           REWRITE REG-TARJ
                       END-IF
               END-READ.

           DISPLAY "COINCIDENCIA DESCARTADA, CUENTA LIBERADA" LINE 11
                                                       POSITION 03.

       2300-FIN.
           EXIT.

      *OTRA COINCIDENCIA DE LA MISMA PERSONA (MISMO CLIENTE Y
      *PLASTICO) PENDIENTE O CONFIRMADA MANTIENE LA RETENCION.
       2310-BUSCA-OTRA-ABIERTA.
           MOVE 0 TO WKS-OTRA-ABIERTA.
           MOVE WKS-ID-CLIENTE TO ID-CLIENTE-RL.
           START REVLPB KEY IS = ID-CLIENTE-RL
               INVALID KEY MOVE 1 TO WKS-EOF-REV
               NOT INVALID KEY MOVE 0 TO WKS-EOF-REV
           END-START.

           PERFORM 2311-LEER-OTRA UNTIL WKS-EOF-REV = 1.

       2311-LEER-OTRA.
           READ REVLPB NEXT AT END MOVE 1 TO WKS-EOF-REV.

           IF WKS-EOF-REV = 0
               IF ID-CLIENTE-RL NOT = WKS-ID-CLIENTE
                   MOVE 1 TO WKS-EOF-REV
               ELSE
                   IF NUM-TARJETA-RL = WKS-NUM-TARJETA
                      AND FOLIO-RL NOT = WKS-FOLIO-ACTUAL
                      AND (ESTADO-RL = "P" OR ESTADO-RL = "C")
                       MOVE 1 TO WKS-OTRA-ABIERTA
                       MOVE 1 TO WKS-EOF-REV
                   END-IF
               END-IF
           END-IF.

       3000-FIN.
           CLOSE REVLPB.
           CLOSE ICLIENTES.
           CLOSE TARJCLI.

           DISPLAY "COINCIDENCIAS VISTAS: " WKS-CONT-VISTAS.
           DISPLAY "CONFIRMADAS: " WKS-CONT-CONFIRMADAS.
           DISPLAY "DESCARTADAS: " WKS-CONT-DESCARTADAS.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "LPB-DIC " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-VISTAS TO LEIDOS-BIT.
           MOVE WKS-CONT-CONFIRMADAS TO ESCRITOS-BIT.
           MOVE WKS-CONT-DESCARTADAS TO RECHAZADOS-BIT.
           MOVE ID-OPERADOR-F TO DETALLE-BIT.
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
