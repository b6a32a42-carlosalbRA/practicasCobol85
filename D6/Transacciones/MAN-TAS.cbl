      *MI PROGRAMA DE MANTENIMIENTO DE TASAS DE INTERES - LAS TASAS
      *POR NIVEL DE RIESGO Y LA TASA DE CADA CLIENTE CON SU FECHA DE
      *VIGENCIA: POR NIVEL (TOMA LAS DEL NIVEL AL CAPTURARLA),
      *NEGOCIADA, O PROMOCIONAL CON FECHA DE TERMINO. EL CLIENTE
      *000000 ES LA TASA GENERAL DE LOS CLIENTES SIN TASA PROPIA.
      *UNA TASA QUE SUBE CONTRA LA QUE EL CLIENTE TRAE EL DIA ANTES
      *DE SU VIGENCIA SOLO SE ACEPTA CON EL AVISO ANTICIPADO QUE
      *MARCA LA LEY, Y EL AVISO QUEDA EN CORRHIST (AL CLIENTE, O A
      *TODOS LOS DE CREDITO QUE VIVEN DE LA GENERAL SI LO QUE SUBE
      *ES ESA). LA PROMOCION DEJA EN CORRHIST SU FECHA DE TERMINO,
      *QUE ES CUANDO EL CLIENTE REGRESA SOLO A SU TASA ANTERIOR.
      *UN CAMBIO EN LA TASA DE UN NIVEL NO MUEVE A LOS CLIENTES YA
      *ASIGNADOS: SE LES CAPTURA UNA VIGENCIA NUEVA, CON SU AVISO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAN-TAS.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TASACLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TASA-KEY
                FILE STATUS IS WKS-FS-TAS.

           SELECT TASANIV ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS NIVEL-TN
                FILE STATUS IS WKS-FS-NIV.

           SELECT DCLIENTE ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-D
                ALTERNATE RECORD KEY IS ID-TARJETA-D WITH DUPLICATES
                ALTERNATE RECORD KEY IS FECHA-ALTA-D WITH DUPLICATES.

           SELECT CORRHIST ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD TASACLI.
       01 REG-TASA.
       COPY TASCCOPY.

      *TASAS POR NIVEL DE RIESGO - SOLO SE CONSULTAN AL ASIGNARLE
      *UN NIVEL A UN CLIENTE.
       FD TASANIV.
       01 REG-NIVEL.
        03 NIVEL-TN           PIC X(01).
        03 DESCRIPCION-TN     PIC X(20).
        03 TASA-INTERES-TN    PIC 9(02)V99.
        03 TASA-DISPO-TN      PIC 9(02)V99.

       FD DCLIENTE.
       01 REG-CLI-D.
       COPY DCLICOPY
           REPLACING ==ID-CLIENTE== BY ==ID-CLIENTE-D==
                     ==NOMBRE-CLIENTE== BY ==NOMBRE-CLIENTE-D==
                     ==ID-TARJETA== BY ==ID-TARJETA-D==
                     ==TIPO-TARG== BY ==TIPO-TARG-D==
                     ==ANUALIDAD== BY ==ANUALIDAD-D==
                     ==FECHA-ALTA== BY ==FECHA-ALTA-D==
                     ==LIMITE-CREDITO== BY ==LIMITE-CREDITO-D==
                     ==DOMICILIADO== BY ==DOMICILIADO-D==
                     ==CUENTA-BANCARIA== BY ==CUENTA-BANCARIA-D==.

       FD CORRHIST.
       01 REG-CORRHIST.
        03 ID-CLIENTE-CH      PIC 9(06).
        03 FECHA-CH           PIC 9(08).
        03 TIPO-DOC-CH        PIC X(10).
        03 CANAL-CH           PIC X(05).
        03 REFERENCIA-CH      PIC 9(08).

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-LOOP             PIC 9 VALUE 0.
       01 WKS-RES              PIC A(01).
       01 WKS-OPCION           PIC 9 VALUE 2.
       01 WKS-EXISTE           PIC 9 VALUE 0.
       01 WKS-AUMENTO          PIC 9 VALUE 0.
       01 WKS-EOF-DCLI         PIC 9 VALUE 0.
       01 WKS-FS-TAS           PIC X(02) VALUE "00".
       01 WKS-FS-NIV           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-CREDITO          PIC A(10) VALUE "CREDITO".
       01 WKS-CONT-AVISOS      PIC 9(06) VALUE 0.

       01 WKS-ID-CAPTURA       PIC 9(06) VALUE 0.
       01 WKS-FECHA-DESDE      PIC 9(08) VALUE 0.
       01 WKS-FECHA-HASTA      PIC 9(08) VALUE 0.
       01 WKS-ORIGEN           PIC X(01) VALUE SPACES.
       01 WKS-NIVEL            PIC X(01) VALUE SPACES.
       01 WKS-TASA-INTERES     PIC 9(02)V99 VALUE 0.
       01 WKS-TASA-DISPO       PIC 9(02)V99 VALUE 0.

      *DIAS NATURALES DE AVISO ANTICIPADO QUE EXIGE LA LEY ANTES DE
      *APLICAR UN AUMENTO DE TASA.
       01 WKS-DIAS-AVISO       PIC 9(03) VALUE 30.
       01 WKS-CONTADOR-DIAS    PIC 9(03) VALUE 0.
       01 WKS-FECHA-MIN-AUMENTO PIC 9(08) VALUE 0.

       01 WKS-FECHA-CALC       PIC 9(08).
       01 WKS-FECHA-CALC-R REDEFINES WKS-FECHA-CALC.
           03 WKS-CAL-AAAA         PIC 9(04).
           03 WKS-CAL-MM           PIC 9(02).
           03 WKS-CAL-DD           PIC 9(02).

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

      *CONSULTA A TAS-CLI DE LA TASA QUE EL CLIENTE TRAE.
       01 WKS-CONSULTA-TASA.
       COPY TASVCOPY.

      *RESULTADO DE LA FIRMA DE OPERADOR VALIDADA POR SEC-OPER - LA
      *TASA ES PRECIO PACTADO CON EL CLIENTE, ASI QUE SOLO LA TOCA
      *UN OPERADOR DE NIVEL COMPLETO.
       01 WKS-FIRMA.
       COPY FIRMCOPY.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-LOOP = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           MOVE "MAN-TAS " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           MOVE "E" TO FUNCION-SOL-F.
           MOVE 1 TO NIVEL-SOL-F.
           CALL "SEC-PERM" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0 OR PERMITIDO-F = 0
               DISPLAY "LAS TASAS LAS MANTIENE UN OPERADOR DE"
                       " NIVEL COMPLETO" LINE 03 POSITION 03
               MOVE 1 TO WKS-LOOP
               STOP RUN.

           PERFORM 9700-LEE-FECHA-PROCESO.

           MOVE WKS-FECHA-HOY TO WKS-FECHA-CALC.
           MOVE 0 TO WKS-CONTADOR-DIAS.
           PERFORM 1100-SUMA-UN-DIA
               UNTIL WKS-CONTADOR-DIAS = WKS-DIAS-AVISO.
           MOVE WKS-FECHA-CALC TO WKS-FECHA-MIN-AUMENTO.

      *TAS-CLI LEE LAS TASAS POR SU CUENTA, ASI QUE AQUI EL ARCHIVO
      *SOLO SE ABRE EL RATO DE GRABAR.
           OPEN I-O TASACLI.
           IF WKS-FS-TAS = "35"
               OPEN OUTPUT TASACLI.
           CLOSE TASACLI.

           OPEN I-O TASANIV.
           IF WKS-FS-NIV = "35"
               OPEN OUTPUT TASANIV
               CLOSE TASANIV
               OPEN I-O TASANIV.

           OPEN INPUT DCLIENTE.

       1100-SUMA-UN-DIA.
           PERFORM 1120-CALCULA-DIAS-MAX.

           ADD 1 TO WKS-CAL-DD.
           IF WKS-CAL-DD > WKS-DIAS-MAX
              MOVE 1 TO WKS-CAL-DD
              ADD 1 TO WKS-CAL-MM
              IF WKS-CAL-MM > 12
                 MOVE 1 TO WKS-CAL-MM
                 ADD 1 TO WKS-CAL-AAAA.

           ADD 1 TO WKS-CONTADOR-DIAS.

       1110-RESTA-UN-DIA.
           IF WKS-CAL-DD > 1
              SUBTRACT 1 FROM WKS-CAL-DD
           ELSE
              IF WKS-CAL-MM > 1
                 SUBTRACT 1 FROM WKS-CAL-MM
              ELSE
                 MOVE 12 TO WKS-CAL-MM
                 SUBTRACT 1 FROM WKS-CAL-AAAA
              END-IF
              PERFORM 1120-CALCULA-DIAS-MAX
              MOVE WKS-DIAS-MAX TO WKS-CAL-DD.

       1120-CALCULA-DIAS-MAX.
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

       2000-PROCESO.
           DISPLAY "TASA DE NIVEL DE RIESGO (1) TASA DE CLIENTE (2):"
                                                LINE 03 POSITION 03.
           ACCEPT WKS-OPCION LINE 03 POSITION 52.

           IF WKS-OPCION = 1
               PERFORM 2100-CAPTURA-NIVEL
           ELSE
               PERFORM 2200-CAPTURA-CLIENTE THRU 2200-FIN.

           DISPLAY "DESEA CAPTURAR OTRA TASA S/N:" LINE 18
                                                       POSITION 03.
           ACCEPT WKS-RES LINE 18 POSITION 34.

           IF WKS-RES = "N"
               MOVE 1 TO WKS-LOOP.

       2100-CAPTURA-NIVEL.
           DISPLAY "NIVEL DE RIESGO (UNA LETRA):" LINE 05
                                                       POSITION 03.
           ACCEPT WKS-NIVEL LINE 05 POSITION 33.

           MOVE WKS-NIVEL TO NIVEL-TN.
           READ TASANIV INVALID KEY MOVE 0 TO WKS-EXISTE
                       NOT INVALID KEY MOVE 1 TO WKS-EXISTE.

           IF WKS-EXISTE = 1
               DISPLAY "NIVEL YA EXISTE, SE ACTUALIZA" LINE 06
                                                       POSITION 03
           ELSE
               DISPLAY "NIVEL NUEVO, SE DA DE ALTA" LINE 06
                                                       POSITION 03.

           DISPLAY "DESCRIPCION DEL NIVEL:" LINE 07 POSITION 03.
           ACCEPT DESCRIPCION-TN LINE 07 POSITION 27.

           DISPLAY "TASA MENSUAL REVOLVENTE:" LINE 08 POSITION 03.
           ACCEPT TASA-INTERES-TN LINE 08 POSITION 29.

           DISPLAY "TASA MENSUAL DE DISPOSICIONES:" LINE 09
                                                       POSITION 03.
           ACCEPT TASA-DISPO-TN LINE 09 POSITION 35.

           MOVE WKS-NIVEL TO NIVEL-TN.

           IF WKS-EXISTE = 1
               REWRITE REG-NIVEL
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR EL NIVEL"
                                               LINE 16 POSITION 03
               END-REWRITE
           ELSE
               WRITE REG-NIVEL
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR EL NIVEL"
                                               LINE 16 POSITION 03
               END-WRITE.

       2200-CAPTURA-CLIENTE.
           DISPLAY "ID CLIENTE (000000 = TASA GENERAL):" LINE 05
                                                       POSITION 03.
           ACCEPT WKS-ID-CAPTURA LINE 05 POSITION 40.

           IF WKS-ID-CAPTURA NOT = 0
               MOVE WKS-ID-CAPTURA TO ID-CLIENTE-D
               READ DCLIENTE
                   INVALID KEY
                       DISPLAY "CLIENTE NO EXISTE" LINE 16
                                                       POSITION 03
                       GO TO 2200-FIN
               END-READ.

           DISPLAY "VIGENTE DESDE (AAAAMMDD):" LINE 06 POSITION 03.
           ACCEPT WKS-FECHA-DESDE LINE 06 POSITION 30.

           IF WKS-FECHA-DESDE < WKS-FECHA-HOY
               DISPLAY "LA VIGENCIA NO PUEDE SER ANTERIOR A HOY"
                                               LINE 16 POSITION 03
               GO TO 2200-FIN.

           DISPLAY "ORIGEN (R) NIVEL (N) NEGOCIADA (P) PROMOCION:"
                                                LINE 07 POSITION 03.
           ACCEPT WKS-ORIGEN LINE 07 POSITION 50.

           IF WKS-ORIGEN NOT = "R" AND WKS-ORIGEN NOT = "P"
               MOVE "N" TO WKS-ORIGEN.

           MOVE SPACES TO WKS-NIVEL.
           MOVE 0 TO WKS-FECHA-HASTA.

           IF WKS-ORIGEN = "R"
               PERFORM 2210-TOMA-NIVEL
               IF WKS-EXISTE = 0
                   DISPLAY "NIVEL DE RIESGO NO EXISTE" LINE 16
                                                       POSITION 03
                   GO TO 2200-FIN
               END-IF
           ELSE
               DISPLAY "TASA MENSUAL REVOLVENTE:" LINE 09
                                                       POSITION 03
               ACCEPT WKS-TASA-INTERES LINE 09 POSITION 29
               DISPLAY "TASA MENSUAL DE DISPOSICIONES:" LINE 10
                                                       POSITION 03
               ACCEPT WKS-TASA-DISPO LINE 10 POSITION 35.

           IF WKS-TASA-INTERES = 0 OR WKS-TASA-DISPO = 0
               DISPLAY "LA TASA NO PUEDE SER CERO" LINE 16
                                                       POSITION 03
               GO TO 2200-FIN.

           IF WKS-ORIGEN = "P"
               DISPLAY "PROMOCION VIGENTE HASTA (AAAAMMDD):" LINE 11
                                                       POSITION 03
               ACCEPT WKS-FECHA-HASTA LINE 11 POSITION 40
               IF WKS-FECHA-HASTA < WKS-FECHA-DESDE
                   DISPLAY "LA PROMOCION DEBE TERMINAR DESPUES DE"
                           " EMPEZAR" LINE 16 POSITION 03
                   GO TO 2200-FIN
               END-IF
           END-IF.

           PERFORM 2220-REVISA-AUMENTO.

           IF WKS-AUMENTO = 1
              AND WKS-FECHA-DESDE < WKS-FECHA-MIN-AUMENTO
               DISPLAY "UN AUMENTO REQUIERE AVISO PREVIO, VIGENCIA"
                       " MINIMA " WKS-FECHA-MIN-AUMENTO
                                               LINE 16 POSITION 03
               GO TO 2200-FIN.

           PERFORM 2230-GRABA-TASA.

           IF WKS-EXISTE = 0
               GO TO 2200-FIN.

           IF WKS-AUMENTO = 1
               IF WKS-ID-CAPTURA = 0
                   PERFORM 2250-AVISA-GENERAL
               ELSE
                   MOVE "AVISO-TASA" TO TIPO-DOC-CH
                   MOVE WKS-FECHA-DESDE TO REFERENCIA-CH
                   PERFORM 2240-GRABA-AVISO
               END-IF
           END-IF.

           IF WKS-ORIGEN = "P" AND WKS-ID-CAPTURA NOT = 0
               MOVE "PROMO-TASA" TO TIPO-DOC-CH
               MOVE WKS-FECHA-HASTA TO REFERENCIA-CH
               PERFORM 2240-GRABA-AVISO.

       2200-FIN.
           EXIT.

       2210-TOMA-NIVEL.
           DISPLAY "NIVEL DE RIESGO:" LINE 08 POSITION 03.
           ACCEPT WKS-NIVEL LINE 08 POSITION 21.

           MOVE WKS-NIVEL TO NIVEL-TN.
           READ TASANIV INVALID KEY MOVE 0 TO WKS-EXISTE
                       NOT INVALID KEY MOVE 1 TO WKS-EXISTE.

           IF WKS-EXISTE = 1
               MOVE TASA-INTERES-TN TO WKS-TASA-INTERES
               MOVE TASA-DISPO-TN TO WKS-TASA-DISPO
               DISPLAY "TASAS DEL NIVEL: " TASA-INTERES-TN " / "
                       TASA-DISPO-TN LINE 09 POSITION 03.

      *AUMENTO ES CUALQUIERA DE LAS DOS TASAS ARRIBA DE LA QUE EL
      *CLIENTE TRAE EL DIA ANTERIOR A LA VIGENCIA NUEVA.
       2220-REVISA-AUMENTO.
           MOVE 0 TO WKS-AUMENTO.
           MOVE WKS-FECHA-DESDE TO WKS-FECHA-CALC.
           PERFORM 1110-RESTA-UN-DIA.

           MOVE WKS-ID-CAPTURA TO ID-CLIENTE-TV.
           MOVE WKS-FECHA-CALC TO FECHA-TV.
           CALL "TAS-CLI" USING WKS-CONSULTA-TASA.

           IF WKS-TASA-INTERES > TASA-INTERES-TV
              OR WKS-TASA-DISPO > TASA-DISPO-TV
               MOVE 1 TO WKS-AUMENTO.

       2230-GRABA-TASA.
           OPEN I-O TASACLI.

           MOVE WKS-ID-CAPTURA  TO ID-CLIENTE-TS.
           MOVE WKS-FECHA-DESDE TO FECHA-DESDE-TS.

           READ TASACLI INVALID KEY MOVE 0 TO WKS-EXISTE
                       NOT INVALID KEY MOVE 1 TO WKS-EXISTE.

           MOVE WKS-ID-CAPTURA   TO ID-CLIENTE-TS.
           MOVE WKS-FECHA-DESDE  TO FECHA-DESDE-TS.
           MOVE WKS-FECHA-HASTA  TO FECHA-HASTA-TS.
           MOVE WKS-ORIGEN       TO ORIGEN-TS.
           MOVE WKS-NIVEL        TO NIVEL-TS.
           MOVE WKS-TASA-INTERES TO TASA-INTERES-TS.
           MOVE WKS-TASA-DISPO   TO TASA-DISPO-TS.
           MOVE WKS-FECHA-HOY    TO FECHA-CAPTURA-TS.
           MOVE 0                TO FECHA-AVISO-TS.

           IF WKS-AUMENTO = 1
               MOVE WKS-FECHA-HOY TO FECHA-AVISO-TS.

           IF WKS-EXISTE = 1
               REWRITE REG-TASA
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR LA TASA"
                                               LINE 16 POSITION 03
                       MOVE 0 TO WKS-EXISTE
                   NOT INVALID KEY
                       DISPLAY "TASA ACTUALIZADA" LINE 16
                                                       POSITION 03
               END-REWRITE
           ELSE
               MOVE 1 TO WKS-EXISTE
               WRITE REG-TASA
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR LA TASA"
                                               LINE 16 POSITION 03
                       MOVE 0 TO WKS-EXISTE
                   NOT INVALID KEY
                       DISPLAY "TASA DADA DE ALTA" LINE 16
                                                       POSITION 03
               END-WRITE.

           CLOSE TASACLI.

       2240-GRABA-AVISO.
           MOVE WKS-ID-CAPTURA TO ID-CLIENTE-CH.
           MOVE WKS-FECHA-HOY  TO FECHA-CH.
           MOVE "PAPEL"        TO CANAL-CH.

           OPEN EXTEND CORRHIST.
           WRITE REG-CORRHIST.
           CLOSE CORRHIST.

      *SI SUBE LA TASA GENERAL, EL AVISO VA A CADA CLIENTE DE
      *CREDITO QUE EN LA VIGENCIA NUEVA SIGUE SIN TASA PROPIA.
       2250-AVISA-GENERAL.
           MOVE 0 TO WKS-CONT-AVISOS.
           MOVE 0 TO WKS-EOF-DCLI.
           MOVE 0 TO ID-CLIENTE-D.
           START DCLIENTE KEY IS > ID-CLIENTE-D
                       INVALID KEY MOVE 1 TO WKS-EOF-DCLI.

           OPEN EXTEND CORRHIST.
           PERFORM 2251-AVISA-CLIENTE UNTIL WKS-EOF-DCLI = 1.
           CLOSE CORRHIST.

           DISPLAY "AVISOS DE AUMENTO GRABADOS: " WKS-CONT-AVISOS
                                               LINE 17 POSITION 03.

       2251-AVISA-CLIENTE.
           READ DCLIENTE NEXT AT END MOVE 1 TO WKS-EOF-DCLI.

           IF WKS-EOF-DCLI = 0
               IF TIPO-TARG-D = WKS-CREDITO
                   MOVE ID-CLIENTE-D TO ID-CLIENTE-TV
                   MOVE WKS-FECHA-DESDE TO FECHA-TV
                   CALL "TAS-CLI" USING WKS-CONSULTA-TASA
                   IF ORIGEN-TV = "G"
                       MOVE ID-CLIENTE-D    TO ID-CLIENTE-CH
                       MOVE WKS-FECHA-HOY   TO FECHA-CH
                       MOVE "AVISO-TASA"    TO TIPO-DOC-CH
                       MOVE "PAPEL"         TO CANAL-CH
                       MOVE WKS-FECHA-DESDE TO REFERENCIA-CH
                       WRITE REG-CORRHIST
                       ADD 1 TO WKS-CONT-AVISOS
                   END-IF
               END-IF
           END-IF.

       3000-FIN.
           CLOSE TASANIV.
           CLOSE DCLIENTE.

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
