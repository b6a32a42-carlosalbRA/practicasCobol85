      *SELLADO CON LA CLAVE DE CAMPANA. LOS ENVIADOS QUEDAN EN
      *CAMPENV PARA QUE CAM-RSP CALCULE LA TASA DE RESPUESTA, Y LOS
      *QUE YA RESPONDIERON ANTES PUEDEN EXCLUIRSE O SER EL UNICO
      *OBJETIVO. NINGUNA CAMPANA LLEGA A QUIEN PIDIO NO RECIBIR
      *PUBLICIDAD, DIRECTAMENTE CON NOSOTROS (NOPUBLI) O INSCRIBIENDO
      *SU TELEFONO EN EL REUS DE CONDUSEF (REUSTEL); LOS SUPRIMIDOS
      *SALEN EN EL REPORTE DE SUPRESION DE LA CAMPANA CON SU MOTIVO.
      *SI LA CAMPANA PIDE UNA BANDA DE CALIFICACION, SOLO ENTRAN LOS
      *CLIENTES CUYA ULTIMA CALIFICACION EN SCORECLI ES DE ESA BANDA
      *O MEJOR.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAM-EXT.
       ENVIRONMENT DIVISION.

           SELECT CAMPEXT ASSIGN TO DISK.

           SELECT SCORECLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS SCORE-KEY
                FILE STATUS IS WKS-FS-SCO.

           SELECT NOPUBLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-NP
                FILE STATUS IS WKS-FS-NOP.

           SELECT REUSTEL ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TELEFONO-RT
                FILE STATUS IS WKS-FS-REU.

           SELECT REP-SUP ASSIGN TO PRINTER.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
        03 GASTO-MAX-CD       PIC 9(09)V99.
        03 MESES-DORMIDO-CD   PIC 9(02).
        03 SOLO-EMAIL-CD      PIC X(01).
        03 BANDA-MAX-CD       PIC X(01).

      *CALIFICACIONES MENSUALES DE CAL-SCO; LA ULTIMA ES LA VIGENTE.
       FD SCORECLI.
       01 REG-SCORE.
       COPY COMPCOPY.

       FD ICLIENTES.
       01 REG-CLI-I.
        03 TELEFONO-CE        PIC X(10).
        03 SUCURSAL-CE        PIC 9(02).

      *CLIENTES QUE NOS PIDIERON NO RECIBIR PUBLICIDAD (MAN-NOP).
       FD NOPUBLI.
       01 REG-NOPUBLI.
       COPY NOPCOPY.

      *PADRON DEL REUS CARGADO POR REU-CAR.
       FD REUSTEL.
       01 REG-REUSTEL.
        03 TELEFONO-RT        PIC X(10).
        03 FECHA-INSCRIPCION-RT PIC 9(08).
        03 FECHA-CARGA-RT     PIC 9(08).

       FD REP-SUP.
       01 LINEA-SUP              PIC X(132).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       01 WKS-ULT-FECHA-TRX    PIC 9(08) VALUE 0.
       01 WKS-RESPONDIO-ANTES  PIC 9 VALUE 0.
       01 WKS-CUMPLE           PIC 9 VALUE 0.
       01 WKS-FS-NOP           PIC X(02) VALUE "00".
       01 WKS-FS-REU           PIC X(02) VALUE "00".
       01 WKS-SIN-NOPUBLI      PIC 9 VALUE 0.
       01 WKS-SIN-REUS         PIC 9 VALUE 0.
       01 WKS-FS-SCO           PIC X(02) VALUE "00".
       01 WKS-SIN-SCORECLI     PIC 9 VALUE 0.
       01 WKS-EOF-SCO          PIC 9 VALUE 0.
       01 WKS-BANDA-CLIENTE    PIC X(01) VALUE SPACE.
       01 WKS-EN-NOPUBLI       PIC 9 VALUE 0.
       01 WKS-EN-REUS          PIC 9 VALUE 0.
       01 WKS-SUPRIMIDO        PIC 9 VALUE 0.
       01 WKS-CONT-SUP-DIRECTO PIC 9(06) VALUE 0.
       01 WKS-CONT-SUP-REUS    PIC 9(06) VALUE 0.
       01 WKS-CONT-SUP-AMBOS   PIC 9(06) VALUE 0.
       01 WKS-CONT-SUPRIMIDOS  PIC 9(06) VALUE 0.

       01 WKS-MES-CORTE        PIC 9(06) VALUE 0.
       01 WKS-MES-CORTE-R REDEFINES WKS-MES-CORTE.
           03 WKS-AUX-AAAAMM       PIC 9(06).
           03 WKS-AUX-DD           PIC 9(02).

       01 TITULO-SUP.
            03 FILLER PIC X(20) VALUE SPACES.
            03 FILLER PIC X(37) VALUE
                         "SUPRESION DE PUBLICIDAD - CAMPANA ".
            03 WKS-CAMPANA-R   PIC X(06).
            03 FILLER PIC X(03) VALUE SPACES.
            03 WKS-DESCRIPCION-R PIC X(20).
            03 FILLER PIC X(03) VALUE SPACES.
            03 FILLER PIC X(07) VALUE "FECHA: ".
            03 WKS-FECHA-R     PIC 9(08).

       01 ENCABEZADO-SUP.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(09) VALUE "CLIENTE".
            03 FILLER PIC X(23) VALUE "NOMBRE".
            03 FILLER PIC X(13) VALUE "TELEFONO".
            03 FILLER PIC X(22) VALUE "MOTIVO".
            03 FILLER PIC X(10) VALUE "DESDE".

       01 DETALLE-SUP.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-ID-R        PIC 9(06).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-NOMBRE-R    PIC A(20).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-TELEFONO-R  PIC X(10).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-MOTIVO-R    PIC X(19).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-DESDE-R     PIC 9(08).

       01 TOTAL-SUP.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-TOT-TEXTO-R PIC X(40).
            03 WKS-TOT-CIFRA-R PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           OPEN INPUT TRXCLI.
           OPEN OUTPUT CAMPEXT.

           OPEN INPUT NOPUBLI.
           IF WKS-FS-NOP NOT = "00"
               MOVE 1 TO WKS-SIN-NOPUBLI.

           OPEN INPUT REUSTEL.
           IF WKS-FS-REU NOT = "00"
               MOVE 1 TO WKS-SIN-REUS
               DISPLAY "SIN PADRON DEL REUS, SOLO SE SUPRIMEN LAS "
                       "SOLICITUDES DIRECTAS" LINE 05 POSITION 03.

      *SIN CALIFICACIONES NADIE TIENE BANDA Y UNA CAMPANA QUE LA
      *PIDA NO SELECCIONA A NADIE.
           OPEN INPUT SCORECLI.
           IF WKS-FS-SCO NOT = "00"
               MOVE 1 TO WKS-SIN-SCORECLI
               IF BANDA-MAX-CD NOT = SPACE
                   DISPLAY "SIN CALIFICACIONES DE CAL-SCO, NINGUN "
                           "CLIENTE CUMPLE LA BANDA" LINE 06 POSITION 03
               END-IF
           END-IF.

           OPEN OUTPUT REP-SUP.
           MOVE WKS-CLAVE-CAMPANA TO WKS-CAMPANA-R.
           MOVE DESCRIPCION-CD    TO WKS-DESCRIPCION-R.
           MOVE WKS-FECHA-HOY     TO WKS-FECHA-R.
           MOVE TITULO-SUP TO LINEA-SUP.
           WRITE LINEA-SUP AFTER PAGE.
           MOVE ENCABEZADO-SUP TO LINEA-SUP.
           WRITE LINEA-SUP AFTER 2.

           OPEN INPUT CAMPRSP.
           IF WKS-FS-RSP NOT = "00"
               MOVE 1 TO WKS-SIN-RESPUESTAS.
           ADD 1 TO WKS-CONTADOR-MES.

      *SOLO CLIENTES ACTIVOS; LOS DEMAS CRITERIOS SALEN DE LA
      *DEFINICION DE LA CAMPANA. LA SUPRESION SE REVISA AL FINAL PARA
      *QUE EL REPORTE SOLO MUESTRE A QUIEN SI HUBIERA CALIFICADO.
       2000-PROCESO.
           IF ESTADO-CLIENTE-I = "A"
               PERFORM 2100-EVALUA-CLIENTE
               IF WKS-CUMPLE = 1
                   PERFORM 2400-REVISA-SUPRESION
                   IF WKS-SUPRIMIDO = 0
                       PERFORM 2500-EXTRAE-CLIENTE
                   END-IF
               END-IF
           END-IF.

              AND (ENVIO-EMAIL-I NOT = "S" OR EMAIL-I = SPACES)
               MOVE 0 TO WKS-CUMPLE.

           IF WKS-CUMPLE = 1
              AND BANDA-MAX-CD NOT = SPACE
               PERFORM 2150-FILTRO-BANDA.

           IF WKS-CUMPLE = 1
               PERFORM 2200-GASTO-Y-ACTIVIDAD.

           IF WKS-CUMPLE = 1
               PERFORM 2300-FILTRO-RESPONDEDORES.

      *LA BANDA SE COMPARA POR LETRA: UNA POSTERIOR A LA PEDIDA ES
      *PEOR. EL CLIENTE SIN CALIFICACION NO ENTRA.
       2150-FILTRO-BANDA.
           MOVE SPACE TO WKS-BANDA-CLIENTE.

           IF WKS-SIN-SCORECLI = 0
               MOVE ID-CLIENTE-I TO ID-CLIENTE-CP
               MOVE 0 TO MES-CP
               MOVE 0 TO WKS-EOF-SCO
               START SCORECLI KEY IS NOT < SCORE-KEY
                   INVALID KEY MOVE 1 TO WKS-EOF-SCO
               END-START
               PERFORM 2160-LEER-CALIFICACION UNTIL WKS-EOF-SCO = 1
           END-IF.

           IF WKS-BANDA-CLIENTE = SPACE
              OR WKS-BANDA-CLIENTE > BANDA-MAX-CD
               MOVE 0 TO WKS-CUMPLE.

       2160-LEER-CALIFICACION.
           READ SCORECLI NEXT AT END MOVE 1 TO WKS-EOF-SCO.

           IF WKS-EOF-SCO = 0
               IF ID-CLIENTE-CP NOT = ID-CLIENTE-I
                   MOVE 1 TO WKS-EOF-SCO
               ELSE
                   MOVE BANDA-CP TO WKS-BANDA-CLIENTE
               END-IF
           END-IF.

       2200-GASTO-Y-ACTIVIDAD.
           MOVE 0 TO WKS-GASTO-PERIODO.
           MOVE 0 TO WKS-ULT-FECHA-TRX.
               END-IF
           END-IF.

      *SOLO CUENTA EL REGISTRO DIRECTO VIGENTE; UNO REVOCADO YA NO
      *SUPRIME. EL REUS SE BUSCA POR EL TELEFONO DEL CLIENTE.
       2400-REVISA-SUPRESION.
           MOVE 0 TO WKS-EN-NOPUBLI.
           MOVE 0 TO WKS-EN-REUS.
           MOVE 0 TO WKS-SUPRIMIDO.

           IF WKS-SIN-NOPUBLI = 0
               MOVE ID-CLIENTE-I TO ID-CLIENTE-NP
               READ NOPUBLI
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF NP-VIGENTE
                           MOVE 1 TO WKS-EN-NOPUBLI
                       END-IF
               END-READ
           END-IF.

           IF WKS-SIN-REUS = 0
              AND TELEFONO-I NOT = SPACES
               MOVE TELEFONO-I TO TELEFONO-RT
               READ REUSTEL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO WKS-EN-REUS
               END-READ
           END-IF.

           IF WKS-EN-NOPUBLI = 1 OR WKS-EN-REUS = 1
               MOVE 1 TO WKS-SUPRIMIDO
               PERFORM 2410-REPORTA-SUPRIMIDO.

       2410-REPORTA-SUPRIMIDO.
           MOVE ID-CLIENTE-I     TO WKS-ID-R.
           MOVE NOMBRE-CLIENTE-I TO WKS-NOMBRE-R.
           MOVE TELEFONO-I       TO WKS-TELEFONO-R.

           IF WKS-EN-NOPUBLI = 1 AND WKS-EN-REUS = 1
               MOVE "DIRECTA Y REUS"    TO WKS-MOTIVO-R
               MOVE FECHA-ALTA-NP       TO WKS-DESDE-R
               ADD 1 TO WKS-CONT-SUP-AMBOS
           ELSE
               IF WKS-EN-NOPUBLI = 1
                   MOVE "SOLICITUD DIRECTA" TO WKS-MOTIVO-R
                   MOVE FECHA-ALTA-NP       TO WKS-DESDE-R
                   ADD 1 TO WKS-CONT-SUP-DIRECTO
               ELSE
                   MOVE "INSCRITO EN REUS"  TO WKS-MOTIVO-R
                   MOVE FECHA-INSCRIPCION-RT TO WKS-DESDE-R
                   ADD 1 TO WKS-CONT-SUP-REUS
               END-IF
           END-IF.

           ADD 1 TO WKS-CONT-SUPRIMIDOS.
           MOVE DETALLE-SUP TO LINEA-SUP.
           WRITE LINEA-SUP AFTER 1.

       2500-EXTRAE-CLIENTE.
           MOVE WKS-CLAVE-CAMPANA TO CLAVE-CE.
           MOVE ID-CLIENTE-I      TO ID-CLIENTE-CE.
           CLOSE CAMPENV.
           IF WKS-SIN-RESPUESTAS = 0
               CLOSE CAMPRSP.
           IF WKS-SIN-NOPUBLI = 0
               CLOSE NOPUBLI.
           IF WKS-SIN-REUS = 0
               CLOSE REUSTEL.
           IF WKS-SIN-SCORECLI = 0
               CLOSE SCORECLI.
           PERFORM 3100-TOTALES-SUPRESION.
           CLOSE REP-SUP.
           DISPLAY "CLIENTES SELECCIONADOS: " WKS-CONT-SELECTOS.
           DISPLAY "CLIENTES SUPRIMIDOS: " WKS-CONT-SUPRIMIDOS.
           PERFORM 9000-GRABA-BITACORA.

       3100-TOTALES-SUPRESION.
           MOVE "SUPRIMIDOS POR SOLICITUD DIRECTA:" TO WKS-TOT-TEXTO-R.
           MOVE WKS-CONT-SUP-DIRECTO TO WKS-TOT-CIFRA-R.
           MOVE TOTAL-SUP TO LINEA-SUP.
           WRITE LINEA-SUP AFTER 3.

           MOVE "SUPRIMIDOS POR INSCRIPCION EN REUS:"
                                                TO WKS-TOT-TEXTO-R.
           MOVE WKS-CONT-SUP-REUS TO WKS-TOT-CIFRA-R.
           MOVE TOTAL-SUP TO LINEA-SUP.
           WRITE LINEA-SUP AFTER 1.

           MOVE "SUPRIMIDOS POR AMBOS MOTIVOS:" TO WKS-TOT-TEXTO-R.
           MOVE WKS-CONT-SUP-AMBOS TO WKS-TOT-CIFRA-R.
           MOVE TOTAL-SUP TO LINEA-SUP.
           WRITE LINEA-SUP AFTER 1.

           MOVE "TOTAL DE CLIENTES SUPRIMIDOS:" TO WKS-TOT-TEXTO-R.
           MOVE WKS-CONT-SUPRIMIDOS TO WKS-TOT-CIFRA-R.
           MOVE TOTAL-SUP TO LINEA-SUP.
           WRITE LINEA-SUP AFTER 2.

           MOVE "CLIENTES SELECCIONADOS EN LA CAMPANA:"
                                                TO WKS-TOT-TEXTO-R.
           MOVE WKS-CONT-SELECTOS TO WKS-TOT-CIFRA-R.
           MOVE TOTAL-SUP TO LINEA-SUP.
           WRITE LINEA-SUP AFTER 1.

           IF WKS-SIN-REUS = 1
               MOVE "PADRON DEL REUS NO DISPONIBLE EN LA CORRIDA"
                                                TO WKS-TOT-TEXTO-R
               MOVE TOTAL-SUP TO LINEA-SUP
               MOVE SPACES TO LINEA-SUP (46:7)
               WRITE LINEA-SUP AFTER 2.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "CAM-EXT " TO PROGRAMA-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDOS TO LEIDOS-BIT.
           MOVE WKS-CONT-SELECTOS TO ESCRITOS-BIT.
           MOVE WKS-CONT-SUPRIMIDOS TO RECHAZADOS-BIT.
           MOVE SPACES TO DETALLE-BIT.
           WRITE REG-BIT.
           CLOSE BITACORA.
