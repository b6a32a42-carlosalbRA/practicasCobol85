      *MI PROGRAMA DE TIEMPOS DE LA VENTANA NOCTURNA - DESPUES DE
      *CIE-DIA Y DE CIE-MES COMPARA LO QUE TARDO CADA PASO, SEGUN SU
      *HORA DE INICIO Y DE FIN EN LA BITACORA, CONTRA SU PROMEDIO DE
      *LOS ULTIMOS 30 DIAS (DOCE MESES PARA LOS PASOS DEL CIERRE DE
      *MES, QUE CORRE UNA VEZ AL MES) Y CONTRA LA TABLA SLALOTE DE
      *MAN-SLA. SENALA EL PASO QUE TERMINO DESPUES DE SU HORA LIMITE,
      *EL QUE TARDO MAS DE LO ESPERADO Y EL QUE VIENE TARDANDO CADA
      *VEZ MAS (SU PROMEDIO DE LA ULTIMA SEMANA, O DEL ULTIMO
      *TRIMESTRE EN EL CIERRE DE MES, REBASA EL PROMEDIO LARGO MAS LA
      *TOLERANCIA), Y AL PIE DE CADA CADENA IMPRIME SU RUTA CRITICA:
      *LOS PASOS CORREN UNO TRAS OTRO, ASI QUE LA VENTANA ES LA SUMA
      *DE TODOS MAS LA ESPERA ENTRE ELLOS. LOS LOTES QUE CORREN
      *SUELTOS (POST-TRX, EST-CTA) SE REVISAN IGUAL CON SU PROPIO
      *REGISTRO DE BITACORA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIE-LOT.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLALOTE ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS PROGRAMA-SL
                FILE STATUS IS WKS-FS-SLA.

           SELECT BITACORA ASSIGN TO DISK
                FILE STATUS IS WKS-FS-BIT.

           SELECT REP-TIE ASSIGN TO PRINTER.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD SLALOTE.
       01 REG-SLA.
       COPY SLACOPY.

      *BITACORA CENTRAL DE OPERACIONES. LOS PASOS DE LAS CADENAS
      *LLEGAN CON EL NOMBRE DE LA CADENA Y EN EL DETALLE "PASO NN"
      *SEGUIDO DEL PROGRAMA DEL PASO.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

       FD REP-TIE.
       01 LINEA-TIE              PIC X(132).

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-FS-SLA           PIC X(02) VALUE "00".
       01 WKS-FS-BIT           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-EOF-SLA          PIC 9 VALUE 0.
       01 WKS-EOF-BIT          PIC 9 VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-FECHA-REVISA     PIC 9(08) VALUE 0.
       01 WKS-CONT-LEIDOS      PIC 9(06) VALUE 0.
       01 WKS-CONT-PASOS       PIC 9(06) VALUE 0.
       01 WKS-CONT-VENCIDOS    PIC 9(06) VALUE 0.
       01 WKS-CONT-TENDENCIA   PIC 9(06) VALUE 0.

      *REGISTRO COMPARTIDO CON EL CIERRE: EN CORRIDA DESATENDIDA SE
      *REVISA LA FECHA DE NEGOCIO SIN PREGUNTAR.
       01 PARAM-LOTE EXTERNAL.
       COPY PARMCOPY.

      *INICIO DE CADA VENTANA DE PROMEDIO: UNA SEMANA Y 30 DIAS PARA
      *LOS LOTES DIARIOS, UN TRIMESTRE Y UN ANO PARA EL CIERRE DE MES.
       01 WKS-DESDE-CORTO-DIA  PIC 9(08) VALUE 0.
       01 WKS-DESDE-LARGO-DIA  PIC 9(08) VALUE 0.
       01 WKS-DESDE-CORTO-MES  PIC 9(08) VALUE 0.
       01 WKS-DESDE-LARGO-MES  PIC 9(08) VALUE 0.
       01 WKS-DESDE-CORTO      PIC 9(08) VALUE 0.
       01 WKS-DESDE-LARGO      PIC 9(08) VALUE 0.

       01 WKS-FECHA-CALC       PIC 9(08) VALUE 0.
       01 WKS-FECHA-CALC-R REDEFINES WKS-FECHA-CALC.
           03 WKS-CAL-AAAA         PIC 9(04).
           03 WKS-CAL-MM           PIC 9(02).
           03 WKS-CAL-DD           PIC 9(02).
       01 WKS-CONTADOR-DIAS    PIC 9(03) VALUE 0.

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
       01 WKS-RESIDUO-100      PIC 9(02).
       01 WKS-RESIDUO-400      PIC 9(02).
       01 WKS-COCIENTE         PIC 9(06).

      *TABLA SLALOTE EN MEMORIA CON LO QUE SE ACUMULA DE LA BITACORA
      *PARA CADA RENGLON: LA CORRIDA DE LA FECHA REVISADA Y LA SUMA
      *DE SEGUNDOS Y CORRIDAS DE CADA VENTANA DE PROMEDIO.
       01 WKS-SLA-COUNT        PIC 9(02) VALUE 0.
       01 WKS-IDX              PIC 9(02) VALUE 0.
       01 WKS-IDX-RENGLON      PIC 9(02) VALUE 0.
       01 WKS-IDX-CADENA       PIC 9(02) VALUE 0.
       01 WKS-TABLA-SLA.
          03 WKS-TS-ENTRY OCCURS 40 TIMES.
             05 WKS-TS-PROGRAMA    PIC X(08).
             05 WKS-TS-CADENA      PIC X(01).
             05 WKS-TS-PASO        PIC 9(02).
             05 WKS-TS-DESCRIPCION PIC X(30).
             05 WKS-TS-ESPERADO    PIC 9(04).
             05 WKS-TS-ARRANQUE    PIC 9(04).
             05 WKS-TS-LIMITE      PIC 9(04).
             05 WKS-TS-PORC        PIC 9(03).
             05 WKS-TS-CORRIO      PIC 9(01).
             05 WKS-TS-HOY-INI     PIC 9(08).
             05 WKS-TS-HOY-FIN     PIC 9(08).
             05 WKS-TS-HOY-SEG     PIC 9(05).
             05 WKS-TS-SUMA-LARGO  PIC 9(09).
             05 WKS-TS-CONT-LARGO  PIC 9(04).
             05 WKS-TS-SUMA-CORTO  PIC 9(09).
             05 WKS-TS-CONT-CORTO  PIC 9(04).

       01 WKS-PROG-BUSCA       PIC X(08) VALUE SPACES.
       01 WKS-CADENA-BUSCA     PIC X(01) VALUE SPACES.
       01 WKS-PASO-BUSCA       PIC 9(02) VALUE 0.
       01 WKS-CADENA-ACTUAL    PIC X(01) VALUE SPACES.
       01 WKS-NOMBRE-CADENA    PIC X(08) VALUE SPACES.
       01 WKS-CADENA-CORRIO    PIC 9 VALUE 0.

      *CONVERSION DE HORAS HHMMSSCC A SEGUNDOS DEL DIA Y A SEGUNDOS
      *DESDE LA HORA DE ARRANQUE, PARA QUE UNA VENTANA QUE CRUZA LA
      *MEDIANOCHE SE MIDA DERECHO.
       01 WKS-HORA-CALC        PIC 9(08) VALUE 0.
       01 WKS-HORA-CALC-R REDEFINES WKS-HORA-CALC.
           03 WKS-HC-HH            PIC 9(02).
           03 WKS-HC-MM            PIC 9(02).
           03 WKS-HC-SS            PIC 9(02).
           03 WKS-HC-CC            PIC 9(02).
       01 WKS-HHMM-CALC        PIC 9(04) VALUE 0.
       01 WKS-HHMM-CALC-R REDEFINES WKS-HHMM-CALC.
           03 WKS-HM-HH            PIC 9(02).
           03 WKS-HM-MM            PIC 9(02).
       01 WKS-SEG-CALC         PIC 9(06) VALUE 0.
       01 WKS-SEG-INI          PIC 9(05) VALUE 0.
       01 WKS-SEG-FIN          PIC 9(05) VALUE 0.
       01 WKS-SEG-ARRANQUE     PIC 9(05) VALUE 0.
       01 WKS-REL-CALC         PIC S9(06) VALUE 0.
       01 WKS-REL-FIN          PIC S9(06) VALUE 0.
       01 WKS-REL-LIMITE       PIC S9(06) VALUE 0.
       01 WKS-SEG-TRANSC       PIC 9(05) VALUE 0.
       01 WKS-MIN-EDIT         PIC 9(04) VALUE 0.
       01 WKS-SEG-EDIT         PIC 9(02) VALUE 0.

      *CALCULOS DEL RENGLON EN TURNO.
       01 WKS-PROM-LARGO       PIC 9(05) VALUE 0.
       01 WKS-PROM-CORTO       PIC 9(05) VALUE 0.
       01 WKS-PROM-USADO       PIC 9(05) VALUE 0.
       01 WKS-DIF-PORC         PIC S9(04) VALUE 0.
       01 WKS-PORC-TOLERA      PIC 9(03) VALUE 0.
       01 WKS-TOPE-TENDENCIA   PIC 9(07) VALUE 0.

      *RUTA CRITICA DE LA CADENA: PRIMER ARRANQUE Y ULTIMO TERMINO
      *DE LOS PASOS QUE CORRIERON, LA SUMA DE LO QUE TARDARON, LA DE
      *SUS PROMEDIOS RECIENTES Y EL PASO QUE MAS PESO.
       01 WKS-CAD-PRIMERO      PIC 9 VALUE 0.
       01 WKS-CAD-INI          PIC 9(08) VALUE 0.
       01 WKS-CAD-FIN          PIC 9(08) VALUE 0.
       01 WKS-CAD-ARRANQUE     PIC 9(04) VALUE 0.
       01 WKS-CAD-LIMITE       PIC 9(04) VALUE 0.
       01 WKS-CAD-ESPERADO     PIC 9(04) VALUE 0.
       01 WKS-CAD-TOTAL        PIC 9(05) VALUE 0.
       01 WKS-CAD-SUMA-PASOS   PIC 9(06) VALUE 0.
       01 WKS-CAD-SUMA-PROM    PIC 9(06) VALUE 0.
       01 WKS-CAD-ESPERA       PIC 9(06) VALUE 0.
       01 WKS-CAD-MAYOR-SEG    PIC 9(05) VALUE 0.
       01 WKS-CAD-MAYOR-PROG   PIC X(08) VALUE SPACES.
       01 WKS-CAD-MAYOR-PORC   PIC 9(03) VALUE 0.
       01 WKS-CAD-PROYECCION   PIC S9(06) VALUE 0.

       01 HEADER-L1-TIE.
            03 FILLER PIC X(20) VALUE SPACES.
            03 FILLER PIC X(50)
               VALUE "TIEMPOS DE LA VENTANA NOCTURNA CONTRA SU SLA - ".
            03 WKS-FECHA-R     PIC 9(08).

       01 HEADER-CADENA-TIE.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(08) VALUE "CADENA ".
            03 WKS-HC-CADENA   PIC X(08).
            03 FILLER          PIC X(03) VALUE " - ".
            03 WKS-HC-TEXTO    PIC X(60).

       01 ENCAB-TIE-R.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(06) VALUE "PASO".
            03 FILLER PIC X(10) VALUE "PROGRAMA".
            03 FILLER PIC X(07) VALUE "INICIO".
            03 FILLER PIC X(07) VALUE "FIN".
            03 FILLER PIC X(09) VALUE "  TARDO".
            03 FILLER PIC X(09) VALUE "PROMEDIO".
            03 FILLER PIC X(07) VALUE " DIF %".
            03 FILLER PIC X(06) VALUE " ESP.".
            03 FILLER PIC X(07) VALUE "LIMITE".
            03 FILLER PIC X(45) VALUE "ALERTAS".

       01 DETALLE-TIE-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-TD-PASO     PIC ZZ.
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-TD-PROGRAMA PIC X(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-TD-INI.
               05 WKS-TD-INI-HH   PIC 99.
               05 FILLER          PIC X(01) VALUE ":".
               05 WKS-TD-INI-MM   PIC 99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-TD-FIN.
               05 WKS-TD-FIN-HH   PIC 99.
               05 FILLER          PIC X(01) VALUE ":".
               05 WKS-TD-FIN-MM   PIC 99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-TD-TARDO.
               05 WKS-TD-TAR-MIN  PIC ZZZ9.
               05 FILLER          PIC X(01) VALUE ":".
               05 WKS-TD-TAR-SEG  PIC 99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-TD-PROM.
               05 WKS-TD-PRO-MIN  PIC ZZZ9.
               05 FILLER          PIC X(01) VALUE ":".
               05 WKS-TD-PRO-SEG  PIC 99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-TD-DIF      PIC -ZZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-TD-ESPERADO PIC ZZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-TD-LIMITE.
               05 WKS-TD-LIM-HH   PIC 99.
               05 FILLER          PIC X(01) VALUE ":".
               05 WKS-TD-LIM-MM   PIC 99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-TD-MARCA-SLA PIC X(10).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-TD-MARCA-DUR PIC X(16).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-TD-MARCA-TEN PIC X(18).

       01 RUTA-L1-TIE.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(41)
               VALUE "RUTA CRITICA (PASOS EN SERIE) - ARRANQUE ".
            03 WKS-RC-INI-HH   PIC 99.
            03 FILLER          PIC X(01) VALUE ":".
            03 WKS-RC-INI-MM   PIC 99.
            03 FILLER          PIC X(09) VALUE "  TERMINO".
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-RC-FIN-HH   PIC 99.
            03 FILLER          PIC X(01) VALUE ":".
            03 WKS-RC-FIN-MM   PIC 99.
            03 FILLER          PIC X(15) VALUE "  TRANSCURRIDO ".
            03 WKS-RC-TOT-MIN  PIC ZZZ9.
            03 FILLER          PIC X(01) VALUE ":".
            03 WKS-RC-TOT-SEG  PIC 99.

       01 RUTA-L2-TIE.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(18) VALUE "SUMA DE LOS PASOS ".
            03 WKS-RC-SUM-MIN  PIC ZZZ9.
            03 FILLER          PIC X(01) VALUE ":".
            03 WKS-RC-SUM-SEG  PIC 99.
            03 FILLER          PIC X(22) VALUE
               "  ESPERA ENTRE PASOS ".
            03 WKS-RC-ESP-MIN  PIC ZZZ9.
            03 FILLER          PIC X(01) VALUE ":".
            03 WKS-RC-ESP-SEG  PIC 99.
            03 FILLER          PIC X(18) VALUE "  PASO MAS LARGO ".
            03 WKS-RC-MAYOR    PIC X(08).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-RC-MAY-PORC PIC ZZ9.
            03 FILLER          PIC X(16) VALUE "% DE LA CADENA".

       01 RUTA-L3-TIE.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(32)
               VALUE "TERMINO PROYECTADO CON LOS ".
            03 FILLER          PIC X(20)
               VALUE "PROMEDIOS RECIENTES ".
            03 WKS-RC-PRO-HH   PIC 99.
            03 FILLER          PIC X(01) VALUE ":".
            03 WKS-RC-PRO-MM   PIC 99.
            03 FILLER          PIC X(10) VALUE "  LIMITE ".
            03 WKS-RC-LIM-HH   PIC 99.
            03 FILLER          PIC X(01) VALUE ":".
            03 WKS-RC-LIM-MM   PIC 99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-RC-ESTADO   PIC X(40).

       01 AVISO-TIE-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-AV-TEXTO    PIC X(80).

       01 RESUMEN-TIE-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-RS-TEXTO    PIC X(40).
            03 WKS-RS-CONT     PIC ZZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.

           IF WKS-SLA-COUNT = 0
               MOVE "SIN TABLA DE TIEMPOS; CAPTURELA CON MAN-SLA"
                                               TO WKS-AV-TEXTO
               MOVE AVISO-TIE-R TO LINEA-TIE
               WRITE LINEA-TIE AFTER 2
           ELSE
               PERFORM 2000-LEE-BITACORA THRU 2000-FIN
                   UNTIL WKS-EOF-BIT = 1
               MOVE "D" TO WKS-CADENA-ACTUAL
               MOVE "CIE-DIA " TO WKS-NOMBRE-CADENA
               PERFORM 4000-REPORTE-CADENA THRU 4000-FIN
               MOVE "M" TO WKS-CADENA-ACTUAL
               MOVE "CIE-MES " TO WKS-NOMBRE-CADENA
               PERFORM 4000-REPORTE-CADENA THRU 4000-FIN
               PERFORM 4500-LOTES-SUELTOS
               PERFORM 4900-RESUMEN.

           PERFORM 3000-FIN.
           GOBACK.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           IF MODO-DESATENDIDO-PL = "S"
               MOVE 0 TO WKS-FECHA-REVISA
           ELSE
               DISPLAY "FECHA A REVISAR (AAAAMMDD, 0 = FECHA DE"
                       " NEGOCIO):" LINE 01 POSITION 03
               ACCEPT WKS-FECHA-REVISA LINE 01 POSITION 53.

           IF WKS-FECHA-REVISA = 0
               MOVE WKS-FECHA-HOY TO WKS-FECHA-REVISA.

           MOVE WKS-FECHA-REVISA TO WKS-FECHA-CALC.
           MOVE 0 TO WKS-CONTADOR-DIAS.
           PERFORM 1120-RESTA-UN-DIA UNTIL WKS-CONTADOR-DIAS = 7.
           MOVE WKS-FECHA-CALC TO WKS-DESDE-CORTO-DIA.
           PERFORM 1120-RESTA-UN-DIA UNTIL WKS-CONTADOR-DIAS = 30.
           MOVE WKS-FECHA-CALC TO WKS-DESDE-LARGO-DIA.
           PERFORM 1120-RESTA-UN-DIA UNTIL WKS-CONTADOR-DIAS = 92.
           MOVE WKS-FECHA-CALC TO WKS-DESDE-CORTO-MES.
           PERFORM 1120-RESTA-UN-DIA UNTIL WKS-CONTADOR-DIAS = 365.
           MOVE WKS-FECHA-CALC TO WKS-DESDE-LARGO-MES.

           OPEN OUTPUT REP-TIE.
           MOVE WKS-FECHA-REVISA TO WKS-FECHA-R.
           MOVE HEADER-L1-TIE TO LINEA-TIE.
           WRITE LINEA-TIE AFTER 1.

      *SIN TABLA NO HAY CONTRA QUE COMPARAR Y EL REPORTE SOLO LO
      *AVISA.
           OPEN INPUT SLALOTE.
           IF WKS-FS-SLA = "00"
               MOVE LOW-VALUES TO PROGRAMA-SL
               START SLALOTE KEY IS NOT < PROGRAMA-SL
                   INVALID KEY MOVE 1 TO WKS-EOF-SLA
               END-START
               PERFORM 1500-CARGA-TABLA UNTIL WKS-EOF-SLA = 1
               CLOSE SLALOTE.

           OPEN INPUT BITACORA.
           IF WKS-FS-BIT NOT = "00"
               MOVE 1 TO WKS-EOF-BIT.

       1120-RESTA-UN-DIA.
           IF WKS-CAL-DD > 1
               SUBTRACT 1 FROM WKS-CAL-DD
           ELSE
               IF WKS-CAL-MM = 1
                   MOVE 12 TO WKS-CAL-MM
                   SUBTRACT 1 FROM WKS-CAL-AAAA
               ELSE
                   SUBTRACT 1 FROM WKS-CAL-MM
               END-IF
               PERFORM 1130-CALCULA-DIAS-MAX
               MOVE WKS-DIAS-MAX TO WKS-CAL-DD
           END-IF.

           ADD 1 TO WKS-CONTADOR-DIAS.

       1130-CALCULA-DIAS-MAX.
           MOVE WKS-DIAS-MES-TAB (WKS-CAL-MM) TO WKS-DIAS-MAX.

           IF WKS-CAL-MM = 2
              DIVIDE WKS-CAL-AAAA BY 4
                  GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-4
              IF WKS-RESIDUO-4 NOT = 0
                 MOVE 28 TO WKS-DIAS-MAX
              ELSE
                 DIVIDE WKS-CAL-AAAA BY 100
                     GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-100
                 IF WKS-RESIDUO-100 = 0
                    DIVIDE WKS-CAL-AAAA BY 400
                        GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-400
                    IF WKS-RESIDUO-400 NOT = 0
                       MOVE 28 TO WKS-DIAS-MAX
                    ELSE
                       MOVE 29 TO WKS-DIAS-MAX
                 ELSE
                    MOVE 29 TO WKS-DIAS-MAX.

       1500-CARGA-TABLA.
           READ SLALOTE NEXT AT END MOVE 1 TO WKS-EOF-SLA.

           IF WKS-EOF-SLA = 0
               IF WKS-SLA-COUNT < 40
                   ADD 1 TO WKS-SLA-COUNT
                   MOVE WKS-SLA-COUNT TO WKS-IDX
                   MOVE PROGRAMA-SL TO WKS-TS-PROGRAMA (WKS-IDX)
                   MOVE CADENA-SL TO WKS-TS-CADENA (WKS-IDX)
                   MOVE PASO-SL TO WKS-TS-PASO (WKS-IDX)
                   MOVE DESCRIPCION-SL TO WKS-TS-DESCRIPCION (WKS-IDX)
                   MOVE MINUTOS-ESPERADOS-SL
                                      TO WKS-TS-ESPERADO (WKS-IDX)
                   MOVE HORA-ARRANQUE-SL TO WKS-TS-ARRANQUE (WKS-IDX)
                   MOVE HORA-LIMITE-SL TO WKS-TS-LIMITE (WKS-IDX)
                   MOVE PORC-TENDENCIA-SL TO WKS-TS-PORC (WKS-IDX)
                   MOVE 0 TO WKS-TS-CORRIO (WKS-IDX)
                             WKS-TS-HOY-INI (WKS-IDX)
                             WKS-TS-HOY-FIN (WKS-IDX)
                             WKS-TS-HOY-SEG (WKS-IDX)
                             WKS-TS-SUMA-LARGO (WKS-IDX)
                             WKS-TS-CONT-LARGO (WKS-IDX)
                             WKS-TS-SUMA-CORTO (WKS-IDX)
                             WKS-TS-CONT-CORTO (WKS-IDX)
               END-IF
           END-IF.

      *CADA REGISTRO CON HORA DE INICIO DENTRO DE LA VENTANA MAS
      *LARGA SE ACUMULA EN SU RENGLON; LOS REGISTROS DE ERROR (SIN
      *HORA DE INICIO) Y LOS PROGRAMAS FUERA DE LA TABLA NO CUENTAN.
       2000-LEE-BITACORA.
           READ BITACORA AT END MOVE 1 TO WKS-EOF-BIT.

           IF WKS-EOF-BIT = 1
               GO TO 2000-FIN.

           ADD 1 TO WKS-CONT-LEIDOS.

           IF HORA-INI-BIT = 0 OR HORA-FIN-BIT = 0
              OR FECHA-BIT > WKS-FECHA-REVISA
              OR FECHA-BIT < WKS-DESDE-LARGO-MES
               GO TO 2000-FIN.

           IF (PROGRAMA-BIT = "CIE-DIA " OR PROGRAMA-BIT = "CIE-MES ")
              AND DETALLE-BIT (1:5) = "PASO "
               MOVE DETALLE-BIT (9:8) TO WKS-PROG-BUSCA
               MOVE PROGRAMA-BIT (5:1) TO WKS-CADENA-BUSCA
           ELSE
               MOVE PROGRAMA-BIT TO WKS-PROG-BUSCA
               MOVE SPACE TO WKS-CADENA-BUSCA.

           MOVE 0 TO WKS-IDX-RENGLON.
           MOVE 1 TO WKS-IDX.
           PERFORM 2100-BUSCA-RENGLON
               UNTIL WKS-IDX-RENGLON > 0 OR WKS-IDX > WKS-SLA-COUNT.

           IF WKS-IDX-RENGLON = 0
               GO TO 2000-FIN.

           MOVE WKS-IDX-RENGLON TO WKS-IDX.

           MOVE HORA-INI-BIT TO WKS-HORA-CALC.
           PERFORM 7100-SEGUNDOS.
           MOVE WKS-SEG-CALC TO WKS-SEG-INI.
           MOVE HORA-FIN-BIT TO WKS-HORA-CALC.
           PERFORM 7100-SEGUNDOS.
           MOVE WKS-SEG-CALC TO WKS-SEG-FIN.

           IF WKS-SEG-FIN < WKS-SEG-INI
               COMPUTE WKS-SEG-TRANSC =
                       WKS-SEG-FIN + 86400 - WKS-SEG-INI
           ELSE
               COMPUTE WKS-SEG-TRANSC = WKS-SEG-FIN - WKS-SEG-INI.

      *UNA FECHA CON DOS CORRIDAS (REINICIO) SE QUEDA CON LA ULTIMA.
           IF FECHA-BIT = WKS-FECHA-REVISA
               MOVE 1 TO WKS-TS-CORRIO (WKS-IDX)
               MOVE HORA-INI-BIT TO WKS-TS-HOY-INI (WKS-IDX)
               MOVE HORA-FIN-BIT TO WKS-TS-HOY-FIN (WKS-IDX)
               MOVE WKS-SEG-TRANSC TO WKS-TS-HOY-SEG (WKS-IDX)
               GO TO 2000-FIN.

           IF WKS-TS-CADENA (WKS-IDX) = "M"
               MOVE WKS-DESDE-CORTO-MES TO WKS-DESDE-CORTO
               MOVE WKS-DESDE-LARGO-MES TO WKS-DESDE-LARGO
           ELSE
               MOVE WKS-DESDE-CORTO-DIA TO WKS-DESDE-CORTO
               MOVE WKS-DESDE-LARGO-DIA TO WKS-DESDE-LARGO.

           IF FECHA-BIT NOT < WKS-DESDE-LARGO
               ADD WKS-SEG-TRANSC TO WKS-TS-SUMA-LARGO (WKS-IDX)
               ADD 1 TO WKS-TS-CONT-LARGO (WKS-IDX)
               IF FECHA-BIT NOT < WKS-DESDE-CORTO
                   ADD WKS-SEG-TRANSC TO WKS-TS-SUMA-CORTO (WKS-IDX)
                   ADD 1 TO WKS-TS-CONT-CORTO (WKS-IDX)
               END-IF
           END-IF.

       2000-FIN.
           EXIT.

       2100-BUSCA-RENGLON.
           IF WKS-TS-PROGRAMA (WKS-IDX) = WKS-PROG-BUSCA
              AND WKS-TS-CADENA (WKS-IDX) = WKS-CADENA-BUSCA
               MOVE WKS-IDX TO WKS-IDX-RENGLON
           ELSE
               ADD 1 TO WKS-IDX.

      *SECCION DE UNA CADENA: SUS PASOS EN EL ORDEN EN QUE CORREN Y
      *AL PIE LA RUTA CRITICA. UNA CADENA QUE NO CORRIO EN LA FECHA
      *(EL CIERRE DE MES FUERA DE FIN DE MES) SOLO SE MENCIONA.
       4000-REPORTE-CADENA.
           MOVE WKS-NOMBRE-CADENA TO WKS-PROG-BUSCA.
           MOVE WKS-CADENA-ACTUAL TO WKS-CADENA-BUSCA.
           MOVE 0 TO WKS-IDX-RENGLON.
           MOVE 1 TO WKS-IDX.
           PERFORM 2100-BUSCA-RENGLON
               UNTIL WKS-IDX-RENGLON > 0 OR WKS-IDX > WKS-SLA-COUNT.
           MOVE WKS-IDX-RENGLON TO WKS-IDX-CADENA.

           MOVE 0 TO WKS-CADENA-CORRIO.
           MOVE 1 TO WKS-IDX.
           PERFORM 4010-REVISA-CORRIDA WKS-SLA-COUNT TIMES.

           MOVE WKS-NOMBRE-CADENA TO WKS-HC-CADENA.
           IF WKS-CADENA-ACTUAL = "M"
               MOVE "CIERRE DE MES, PROMEDIO DE DOCE MESES"
                                               TO WKS-HC-TEXTO
           ELSE
               MOVE "CIERRE DE DIA, PROMEDIO DE 30 DIAS"
                                               TO WKS-HC-TEXTO.
           MOVE HEADER-CADENA-TIE TO LINEA-TIE.
           WRITE LINEA-TIE AFTER 3.

           IF WKS-CADENA-CORRIO = 0
               MOVE "LA CADENA NO TIENE PASOS CORRIDOS EN LA FECHA"
                                               TO WKS-AV-TEXTO
               MOVE AVISO-TIE-R TO LINEA-TIE
               WRITE LINEA-TIE AFTER 1
               GO TO 4000-FIN.

           MOVE ENCAB-TIE-R TO LINEA-TIE.
           WRITE LINEA-TIE AFTER 2.

           MOVE 0 TO WKS-CAD-PRIMERO WKS-CAD-INI WKS-CAD-FIN
                     WKS-CAD-SUMA-PASOS WKS-CAD-SUMA-PROM
                     WKS-CAD-MAYOR-SEG.
           MOVE SPACES TO WKS-CAD-MAYOR-PROG.
           MOVE 0 TO WKS-CAD-ARRANQUE WKS-CAD-LIMITE WKS-CAD-ESPERADO.
           IF WKS-IDX-CADENA > 0
               MOVE WKS-TS-ARRANQUE (WKS-IDX-CADENA)
                                               TO WKS-CAD-ARRANQUE
               MOVE WKS-TS-LIMITE (WKS-IDX-CADENA) TO WKS-CAD-LIMITE
               MOVE WKS-TS-ESPERADO (WKS-IDX-CADENA)
                                               TO WKS-CAD-ESPERADO.

           MOVE 1 TO WKS-PASO-BUSCA.
           PERFORM 4100-BUSCA-PASO 20 TIMES.

           PERFORM 4300-RUTA-CRITICA.

       4000-FIN.
           EXIT.

       4010-REVISA-CORRIDA.
           IF WKS-TS-CADENA (WKS-IDX) = WKS-CADENA-ACTUAL
              AND WKS-TS-PASO (WKS-IDX) > 0
              AND WKS-TS-CORRIO (WKS-IDX) = 1
               MOVE 1 TO WKS-CADENA-CORRIO.

           ADD 1 TO WKS-IDX.

       4100-BUSCA-PASO.
           MOVE 1 TO WKS-IDX.
           PERFORM 4110-COMPARA-PASO WKS-SLA-COUNT TIMES.
           ADD 1 TO WKS-PASO-BUSCA.

       4110-COMPARA-PASO.
           IF WKS-TS-CADENA (WKS-IDX) = WKS-CADENA-ACTUAL
              AND WKS-TS-PASO (WKS-IDX) = WKS-PASO-BUSCA
               MOVE WKS-IDX TO WKS-IDX-RENGLON
               PERFORM 4200-IMPRIME-RENGLON
               PERFORM 4250-ACUMULA-CADENA.

           ADD 1 TO WKS-IDX.

      *RENGLON DE UN PASO O DE UN LOTE SUELTO CON SUS ALERTAS.
       4200-IMPRIME-RENGLON.
           MOVE SPACES TO DETALLE-TIE-R.
           MOVE ":" TO WKS-TD-INI (3:1) WKS-TD-FIN (3:1)
                       WKS-TD-TARDO (5:1) WKS-TD-PROM (5:1)
                       WKS-TD-LIMITE (3:1).
           MOVE WKS-TS-PASO (WKS-IDX-RENGLON) TO WKS-TD-PASO.
           MOVE WKS-TS-PROGRAMA (WKS-IDX-RENGLON) TO WKS-TD-PROGRAMA.
           MOVE WKS-TS-ESPERADO (WKS-IDX-RENGLON) TO WKS-TD-ESPERADO.
           MOVE WKS-TS-LIMITE (WKS-IDX-RENGLON) TO WKS-HHMM-CALC.
           MOVE WKS-HM-HH TO WKS-TD-LIM-HH.
           MOVE WKS-HM-MM TO WKS-TD-LIM-MM.
           ADD 1 TO WKS-CONT-PASOS.

           MOVE 0 TO WKS-PROM-LARGO WKS-PROM-CORTO.
           IF WKS-TS-CONT-LARGO (WKS-IDX-RENGLON) > 0
               DIVIDE WKS-TS-SUMA-LARGO (WKS-IDX-RENGLON)
                   BY WKS-TS-CONT-LARGO (WKS-IDX-RENGLON)
                   GIVING WKS-PROM-LARGO ROUNDED.
           IF WKS-TS-CONT-CORTO (WKS-IDX-RENGLON) > 0
               DIVIDE WKS-TS-SUMA-CORTO (WKS-IDX-RENGLON)
                   BY WKS-TS-CONT-CORTO (WKS-IDX-RENGLON)
                   GIVING WKS-PROM-CORTO ROUNDED.

           MOVE WKS-PROM-LARGO TO WKS-SEG-TRANSC.
           PERFORM 7300-MINUTOS-SEGUNDOS.
           MOVE WKS-MIN-EDIT TO WKS-TD-PRO-MIN.
           MOVE WKS-SEG-EDIT TO WKS-TD-PRO-SEG.

           IF WKS-TS-CONT-LARGO (WKS-IDX-RENGLON) = 0
               MOVE "SIN HISTORIA" TO WKS-TD-MARCA-TEN.

           IF WKS-TS-CORRIO (WKS-IDX-RENGLON) = 0
               MOVE "NO CORRIO" TO WKS-TD-MARCA-SLA
               MOVE SPACES TO WKS-TD-INI WKS-TD-FIN WKS-TD-TARDO
           ELSE
               PERFORM 4210-TIEMPOS-DEL-DIA
               PERFORM 4220-MARCAS.

           MOVE DETALLE-TIE-R TO LINEA-TIE.
           WRITE LINEA-TIE AFTER 1.

       4210-TIEMPOS-DEL-DIA.
           MOVE WKS-TS-HOY-INI (WKS-IDX-RENGLON) TO WKS-HORA-CALC.
           MOVE WKS-HC-HH TO WKS-TD-INI-HH.
           MOVE WKS-HC-MM TO WKS-TD-INI-MM.
           MOVE WKS-TS-HOY-FIN (WKS-IDX-RENGLON) TO WKS-HORA-CALC.
           MOVE WKS-HC-HH TO WKS-TD-FIN-HH.
           MOVE WKS-HC-MM TO WKS-TD-FIN-MM.

           MOVE WKS-TS-HOY-SEG (WKS-IDX-RENGLON) TO WKS-SEG-TRANSC.
           PERFORM 7300-MINUTOS-SEGUNDOS.
           MOVE WKS-MIN-EDIT TO WKS-TD-TAR-MIN.
           MOVE WKS-SEG-EDIT TO WKS-TD-TAR-SEG.

           MOVE 0 TO WKS-DIF-PORC.
           IF WKS-PROM-LARGO > 0
               COMPUTE WKS-DIF-PORC ROUNDED =
                   (WKS-TS-HOY-SEG (WKS-IDX-RENGLON) - WKS-PROM-LARGO)
                   * 100 / WKS-PROM-LARGO
                   ON SIZE ERROR MOVE 9999 TO WKS-DIF-PORC
               END-COMPUTE.
           MOVE WKS-DIF-PORC TO WKS-TD-DIF.

      *TERMINO TARDE: LA HORA DE FIN, MEDIDA DESDE EL ARRANQUE DEL
      *RENGLON, QUEDA DESPUES DE SU HORA LIMITE. TENDENCIA: YA HAY
      *HISTORIA ANTERIOR A LA VENTANA CORTA, EL PROMEDIO CORTO (CON
      *AL MENOS TRES CORRIDAS) REBASA EL LARGO MAS LA TOLERANCIA Y
      *HOY TAMBIEN TARDO MAS QUE EL PROMEDIO LARGO.
       4220-MARCAS.
           IF WKS-TS-LIMITE (WKS-IDX-RENGLON) > 0
               MOVE WKS-TS-ARRANQUE (WKS-IDX-RENGLON) TO WKS-HHMM-CALC
               PERFORM 7150-SEGUNDOS-HHMM
               MOVE WKS-SEG-CALC TO WKS-SEG-ARRANQUE
               MOVE WKS-TS-HOY-FIN (WKS-IDX-RENGLON) TO WKS-HORA-CALC
               PERFORM 7100-SEGUNDOS
               PERFORM 7200-RELATIVA
               MOVE WKS-REL-CALC TO WKS-REL-FIN
               MOVE WKS-TS-LIMITE (WKS-IDX-RENGLON) TO WKS-HHMM-CALC
               PERFORM 7150-SEGUNDOS-HHMM
               PERFORM 7200-RELATIVA
               MOVE WKS-REL-CALC TO WKS-REL-LIMITE
               IF WKS-REL-FIN > WKS-REL-LIMITE
                   MOVE "FIN TARDE" TO WKS-TD-MARCA-SLA
                   ADD 1 TO WKS-CONT-VENCIDOS
               END-IF
           END-IF.

           IF WKS-TS-HOY-SEG (WKS-IDX-RENGLON) >
              WKS-TS-ESPERADO (WKS-IDX-RENGLON) * 60
               MOVE "EXCEDE ESPERADO" TO WKS-TD-MARCA-DUR.

           MOVE WKS-TS-PORC (WKS-IDX-RENGLON) TO WKS-PORC-TOLERA.
           IF WKS-PORC-TOLERA = 0
               MOVE 10 TO WKS-PORC-TOLERA.

           COMPUTE WKS-TOPE-TENDENCIA =
                   WKS-PROM-LARGO * (100 + WKS-PORC-TOLERA) / 100.

           IF WKS-TS-CONT-CORTO (WKS-IDX-RENGLON) > 2
              AND WKS-TS-CONT-LARGO (WKS-IDX-RENGLON) >
                  WKS-TS-CONT-CORTO (WKS-IDX-RENGLON)
              AND WKS-PROM-CORTO > WKS-TOPE-TENDENCIA
              AND WKS-TS-HOY-SEG (WKS-IDX-RENGLON) > WKS-PROM-LARGO
               MOVE "TENDENCIA AL ALZA" TO WKS-TD-MARCA-TEN
               ADD 1 TO WKS-CONT-TENDENCIA.

       4250-ACUMULA-CADENA.
           IF WKS-CAD-ARRANQUE = 0 AND WKS-CAD-PRIMERO = 0
               MOVE WKS-TS-ARRANQUE (WKS-IDX-RENGLON)
                                               TO WKS-CAD-ARRANQUE.

      *LO QUE SE ESPERA DE UN PASO PARA PROYECTAR: SU PROMEDIO
      *CORTO, SI NO EL LARGO Y SI NO HAY HISTORIA, SU TABLA.
           IF WKS-PROM-CORTO > 0
               MOVE WKS-PROM-CORTO TO WKS-PROM-USADO
           ELSE
               IF WKS-PROM-LARGO > 0
                   MOVE WKS-PROM-LARGO TO WKS-PROM-USADO
               ELSE
                   COMPUTE WKS-PROM-USADO =
                           WKS-TS-ESPERADO (WKS-IDX-RENGLON) * 60.
           ADD WKS-PROM-USADO TO WKS-CAD-SUMA-PROM.

           IF WKS-TS-CORRIO (WKS-IDX-RENGLON) = 1
               IF WKS-CAD-PRIMERO = 0
                   MOVE 1 TO WKS-CAD-PRIMERO
                   MOVE WKS-TS-HOY-INI (WKS-IDX-RENGLON)
                                               TO WKS-CAD-INI
               END-IF
               MOVE WKS-TS-HOY-FIN (WKS-IDX-RENGLON) TO WKS-CAD-FIN
               ADD WKS-TS-HOY-SEG (WKS-IDX-RENGLON)
                                               TO WKS-CAD-SUMA-PASOS
               IF WKS-TS-HOY-SEG (WKS-IDX-RENGLON) > WKS-CAD-MAYOR-SEG
                   MOVE WKS-TS-HOY-SEG (WKS-IDX-RENGLON)
                                               TO WKS-CAD-MAYOR-SEG
                   MOVE WKS-TS-PROGRAMA (WKS-IDX-RENGLON)
                                               TO WKS-CAD-MAYOR-PROG
               END-IF
           END-IF.

      *LOS PASOS DE LA CADENA CORREN EN SERIE, ASI QUE TODOS ESTAN
      *EN LA RUTA CRITICA: LA VENTANA VA DEL PRIMER ARRANQUE AL
      *ULTIMO TERMINO Y CUALQUIER MINUTO DE MAS EN CUALQUIER PASO LA
      *RECORRE. SE PROYECTA EL TERMINO CON LOS PROMEDIOS RECIENTES
      *PARA AVISAR ANTES DE QUE LA TENDENCIA ROMPA EL LIMITE.
       4300-RUTA-CRITICA.
           MOVE WKS-CAD-INI TO WKS-HORA-CALC.
           MOVE WKS-HC-HH TO WKS-RC-INI-HH.
           MOVE WKS-HC-MM TO WKS-RC-INI-MM.
           PERFORM 7100-SEGUNDOS.
           MOVE WKS-SEG-CALC TO WKS-SEG-INI.

           MOVE WKS-CAD-FIN TO WKS-HORA-CALC.
           MOVE WKS-HC-HH TO WKS-RC-FIN-HH.
           MOVE WKS-HC-MM TO WKS-RC-FIN-MM.
           PERFORM 7100-SEGUNDOS.
           MOVE WKS-SEG-CALC TO WKS-SEG-FIN.

           IF WKS-SEG-FIN < WKS-SEG-INI
               COMPUTE WKS-CAD-TOTAL =
                       WKS-SEG-FIN + 86400 - WKS-SEG-INI
           ELSE
               COMPUTE WKS-CAD-TOTAL = WKS-SEG-FIN - WKS-SEG-INI.

           MOVE WKS-CAD-TOTAL TO WKS-SEG-TRANSC.
           PERFORM 7300-MINUTOS-SEGUNDOS.
           MOVE WKS-MIN-EDIT TO WKS-RC-TOT-MIN.
           MOVE WKS-SEG-EDIT TO WKS-RC-TOT-SEG.
           MOVE RUTA-L1-TIE TO LINEA-TIE.
           WRITE LINEA-TIE AFTER 2.

           MOVE 0 TO WKS-CAD-ESPERA.
           IF WKS-CAD-TOTAL > WKS-CAD-SUMA-PASOS
               COMPUTE WKS-CAD-ESPERA =
                       WKS-CAD-TOTAL - WKS-CAD-SUMA-PASOS.

           MOVE WKS-CAD-SUMA-PASOS TO WKS-SEG-TRANSC.
           PERFORM 7300-MINUTOS-SEGUNDOS.
           MOVE WKS-MIN-EDIT TO WKS-RC-SUM-MIN.
           MOVE WKS-SEG-EDIT TO WKS-RC-SUM-SEG.
           MOVE WKS-CAD-ESPERA TO WKS-SEG-TRANSC.
           PERFORM 7300-MINUTOS-SEGUNDOS.
           MOVE WKS-MIN-EDIT TO WKS-RC-ESP-MIN.
           MOVE WKS-SEG-EDIT TO WKS-RC-ESP-SEG.

           MOVE 0 TO WKS-CAD-MAYOR-PORC.
           IF WKS-CAD-TOTAL > 0
               COMPUTE WKS-CAD-MAYOR-PORC ROUNDED =
                       WKS-CAD-MAYOR-SEG * 100 / WKS-CAD-TOTAL
                   ON SIZE ERROR MOVE 100 TO WKS-CAD-MAYOR-PORC
               END-COMPUTE.
           MOVE WKS-CAD-MAYOR-PROG TO WKS-RC-MAYOR.
           MOVE WKS-CAD-MAYOR-PORC TO WKS-RC-MAY-PORC.
           MOVE RUTA-L2-TIE TO LINEA-TIE.
           WRITE LINEA-TIE AFTER 1.

      *PROYECCION: ARRANQUE DE HOY MAS LA SUMA DE LOS PROMEDIOS
      *RECIENTES DE TODOS LOS PASOS, CONTRA EL LIMITE DE LA CADENA.
           MOVE WKS-CAD-ARRANQUE TO WKS-HHMM-CALC.
           PERFORM 7150-SEGUNDOS-HHMM.
           MOVE WKS-SEG-CALC TO WKS-SEG-ARRANQUE.
           MOVE WKS-SEG-INI TO WKS-SEG-CALC.
           PERFORM 7200-RELATIVA.
           COMPUTE WKS-CAD-PROYECCION =
                   WKS-REL-CALC + WKS-CAD-SUMA-PROM.

           COMPUTE WKS-SEG-CALC = WKS-SEG-ARRANQUE + WKS-CAD-PROYECCION.
           IF WKS-SEG-CALC > 86399
               SUBTRACT 86400 FROM WKS-SEG-CALC.
           DIVIDE WKS-SEG-CALC BY 3600 GIVING WKS-RC-PRO-HH
               REMAINDER WKS-SEG-TRANSC.
           DIVIDE WKS-SEG-TRANSC BY 60 GIVING WKS-RC-PRO-MM.

           MOVE WKS-CAD-LIMITE TO WKS-HHMM-CALC.
           MOVE WKS-HM-HH TO WKS-RC-LIM-HH.
           MOVE WKS-HM-MM TO WKS-RC-LIM-MM.
           MOVE SPACES TO WKS-RC-ESTADO.

           IF WKS-CAD-LIMITE = 0
               MOVE "CADENA SIN HORA LIMITE EN LA TABLA"
                                               TO WKS-RC-ESTADO
           ELSE
               PERFORM 7150-SEGUNDOS-HHMM
               PERFORM 7200-RELATIVA
               MOVE WKS-REL-CALC TO WKS-REL-LIMITE
               MOVE WKS-SEG-FIN TO WKS-SEG-CALC
               PERFORM 7200-RELATIVA
               MOVE WKS-REL-CALC TO WKS-REL-FIN
               IF WKS-REL-FIN > WKS-REL-LIMITE
                   MOVE "*** LA CADENA TERMINO FUERA DE SLA ***"
                                               TO WKS-RC-ESTADO
                   ADD 1 TO WKS-CONT-VENCIDOS
               ELSE
                   IF WKS-CAD-PROYECCION > WKS-REL-LIMITE
                       MOVE "A TIEMPO; LA TENDENCIA ROMPE LA VENTANA"
                                               TO WKS-RC-ESTADO
                   ELSE
                       MOVE "A TIEMPO" TO WKS-RC-ESTADO.

           MOVE RUTA-L3-TIE TO LINEA-TIE.
           WRITE LINEA-TIE AFTER 1.

           IF WKS-CAD-ESPERADO > 0
              AND WKS-CAD-TOTAL > WKS-CAD-ESPERADO * 60
               MOVE "LA CADENA TARDO MAS QUE SU TIEMPO ESPERADO"
                                               TO WKS-AV-TEXTO
               MOVE AVISO-TIE-R TO LINEA-TIE
               WRITE LINEA-TIE AFTER 1.

      *LOTES QUE NO SON PASO DE UNA CADENA, EN EL ORDEN DE LA TABLA.
       4500-LOTES-SUELTOS.
           MOVE SPACES TO WKS-HC-CADENA.
           MOVE "LOTES FUERA DE CADENA, PROMEDIO DE 30 DIAS"
                                               TO WKS-HC-TEXTO.
           MOVE HEADER-CADENA-TIE TO LINEA-TIE.
           WRITE LINEA-TIE AFTER 3.
           MOVE ENCAB-TIE-R TO LINEA-TIE.
           WRITE LINEA-TIE AFTER 2.

           MOVE 1 TO WKS-IDX.
           PERFORM 4510-REVISA-SUELTO WKS-SLA-COUNT TIMES.

       4510-REVISA-SUELTO.
           IF WKS-TS-CADENA (WKS-IDX) = SPACE
               MOVE WKS-IDX TO WKS-IDX-RENGLON
               PERFORM 4200-IMPRIME-RENGLON.

           ADD 1 TO WKS-IDX.

       4900-RESUMEN.
           MOVE "RENGLONES REVISADOS:" TO WKS-RS-TEXTO.
           MOVE WKS-CONT-PASOS TO WKS-RS-CONT.
           MOVE RESUMEN-TIE-R TO LINEA-TIE.
           WRITE LINEA-TIE AFTER 3.

           MOVE "TERMINARON FUERA DE SLA:" TO WKS-RS-TEXTO.
           MOVE WKS-CONT-VENCIDOS TO WKS-RS-CONT.
           MOVE RESUMEN-TIE-R TO LINEA-TIE.
           WRITE LINEA-TIE AFTER 1.

           MOVE "CON TENDENCIA AL ALZA:" TO WKS-RS-TEXTO.
           MOVE WKS-CONT-TENDENCIA TO WKS-RS-CONT.
           MOVE RESUMEN-TIE-R TO LINEA-TIE.
           WRITE LINEA-TIE AFTER 1.

       3000-FIN.
           IF WKS-FS-BIT = "00"
               CLOSE BITACORA.
           CLOSE REP-TIE.

           DISPLAY "REGISTROS DE BITACORA LEIDOS: " WKS-CONT-LEIDOS.
           DISPLAY "FUERA DE SLA: " WKS-CONT-VENCIDOS
                   "  TENDENCIA AL ALZA: " WKS-CONT-TENDENCIA.

           PERFORM 9000-GRABA-BITACORA.

      *HORA HHMMSSCC A SEGUNDOS DEL DIA.
       7100-SEGUNDOS.
           COMPUTE WKS-SEG-CALC = WKS-HC-HH * 3600 + WKS-HC-MM * 60
                                + WKS-HC-SS.

      *HORA HHMM DE LA TABLA A SEGUNDOS DEL DIA.
       7150-SEGUNDOS-HHMM.
           COMPUTE WKS-SEG-CALC = WKS-HM-HH * 3600 + WKS-HM-MM * 60.

      *SEGUNDOS DEL DIA A SEGUNDOS DESDE LA HORA DE ARRANQUE; LO QUE
      *CAE ANTES DEL ARRANQUE ES DEL DIA SIGUIENTE.
       7200-RELATIVA.
           COMPUTE WKS-REL-CALC = WKS-SEG-CALC - WKS-SEG-ARRANQUE.
           IF WKS-REL-CALC < 0
               ADD 86400 TO WKS-REL-CALC.

       7300-MINUTOS-SEGUNDOS.
           DIVIDE WKS-SEG-TRANSC BY 60 GIVING WKS-MIN-EDIT
               REMAINDER WKS-SEG-EDIT.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "TIE-LOT " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-REVISA TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDOS TO LEIDOS-BIT.
           MOVE WKS-CONT-PASOS TO ESCRITOS-BIT.
           MOVE WKS-CONT-VENCIDOS TO RECHAZADOS-BIT.
           MOVE SPACES TO DETALLE-BIT.
           STRING "TENDENCIA " DELIMITED BY SIZE
                  WKS-CONT-TENDENCIA DELIMITED BY SIZE
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
