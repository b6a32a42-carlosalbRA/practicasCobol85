      *MI PROGRAMA DE MANTENIMIENTO DEL CATALOGO DE COMISIONES -
      *ALTAS Y CAMBIOS DE LAS COMISIONES DEL TARIFARIO PUBLICADO
      *(SOBREGIRO DE LIMITE, REPOSICION DE PLASTICO, PAGO DEVUELTO,
      *REIMPRESION DE ESTADO DE CUENTA, DISPOSICION EN VENTANILLA)
      *CON SU MONTO FIJO O PORCENTAJE, SU VIGENCIA Y LAS EXENCIONES
      *POR TIPO DE TARGETA. EL TIPO DE COMISION ES EL TIPO DE
      *MOVIMIENTO CON QUE SE POSTEA, ASI QUE DEBE EXISTIR ANTES EN
      *CATTRX COMO CARGO (CON SU IVA) PARA QUE ESTADO DE CUENTA Y
      *CONTABILIDAD LO RECONOZCAN. UNA COMISION QUE SE DEJA DE
      *COBRAR SE CIERRA CON SU FECHA-HASTA, NO SE BORRA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAN-CMS.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMISION ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS COMISION-KEY
                FILE STATUS IS WKS-FS-CMS.

           SELECT CATTRX ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TIPO-TRX-CAT.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD COMISION.
       01 REG-COMISION.
       COPY CMSCOPY.

       FD CATTRX.
       01 REG-CAT.
       COPY CATTCOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-LOOP             PIC 9 VALUE 0.
       01 WKS-RES              PIC A(01).
       01 WKS-EXISTE           PIC 9 VALUE 0.
       01 WKS-FS-CMS           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-IDX-EX           PIC 9(02) VALUE 0.
       01 WKS-LINEA-EX         PIC 9(02) VALUE 0.

       01 WKS-TIPO-CAPTURA     PIC X(03) VALUE SPACES.
       01 WKS-FECHA-DESDE      PIC 9(08) VALUE 0.
       01 WKS-FECHA-HASTA      PIC 9(08) VALUE 0.
       01 WKS-DESCRIPCION      PIC X(20) VALUE SPACES.
       01 WKS-MODO-CMS         PIC X(01) VALUE SPACES.
       01 WKS-MONTO            PIC 9(07)V99 VALUE 0.
       01 WKS-PCT              PIC 9(02)V99 VALUE 0.
       01 WKS-EXENCIONES.
           03 WKS-EXENCION OCCURS 5 TIMES.
              05 WKS-EX-ID-TARGETA PIC 99.
              05 WKS-EX-PCT        PIC 9(03).

      *RESULTADO DE LA FIRMA DE OPERADOR VALIDADA POR SEC-OPER - LA
      *COMISION ES PRECIO PUBLICADO, ASI QUE SOLO LA TOCA UN
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
           MOVE "MAN-CMS " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           MOVE "E" TO FUNCION-SOL-F.
           MOVE 1 TO NIVEL-SOL-F.
           CALL "SEC-PERM" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0 OR PERMITIDO-F = 0
               DISPLAY "LAS COMISIONES LAS MANTIENE UN OPERADOR DE"
                       " NIVEL COMPLETO" LINE 03 POSITION 03
               MOVE 1 TO WKS-LOOP
               STOP RUN.

           PERFORM 9700-LEE-FECHA-PROCESO.

      *CAL-CMS LEE EL CATALOGO POR SU CUENTA; SI TODAVIA NO EXISTE
      *SE CREA VACIO EN LA PRIMERA CAPTURA.
           OPEN I-O COMISION.
           IF WKS-FS-CMS = "35"
               OPEN OUTPUT COMISION
               CLOSE COMISION
               OPEN I-O COMISION.

           OPEN INPUT CATTRX.

       2000-PROCESO.
           PERFORM 2100-CAPTURA-COMISION THRU 2100-FIN.

           DISPLAY "DESEA CAPTURAR OTRA COMISION S/N:" LINE 20
                                                       POSITION 03.
           ACCEPT WKS-RES LINE 20 POSITION 38.

           IF WKS-RES = "N"
               MOVE 1 TO WKS-LOOP.

       2100-CAPTURA-COMISION.
           DISPLAY "TIPO DE COMISION (TIPO DE MOVIMIENTO):" LINE 04
                                                       POSITION 03.
           ACCEPT WKS-TIPO-CAPTURA LINE 04 POSITION 43.

           MOVE WKS-TIPO-CAPTURA TO TIPO-TRX-CAT.
           READ CATTRX
               INVALID KEY
                   DISPLAY "EL TIPO NO EXISTE EN EL CATALOGO DE"
                           " TRANSACCIONES" LINE 19 POSITION 03
                   GO TO 2100-FIN
           END-READ.

           IF NOT CAT-CARGO
               DISPLAY "LA COMISION DEBE SER UN TIPO DE CARGO"
                                               LINE 19 POSITION 03
               GO TO 2100-FIN.

           DISPLAY "VIGENTE DESDE (AAAAMMDD):" LINE 05 POSITION 03.
           ACCEPT WKS-FECHA-DESDE LINE 05 POSITION 30.

           MOVE WKS-TIPO-CAPTURA TO TIPO-COMISION-CM.
           MOVE WKS-FECHA-DESDE  TO FECHA-DESDE-CM.

           READ COMISION INVALID KEY MOVE 0 TO WKS-EXISTE
                        NOT INVALID KEY MOVE 1 TO WKS-EXISTE.

      *UNA VIGENCIA NUEVA NO PUEDE EMPEZAR EN EL PASADO: LO YA
      *COBRADO NO SE RECALCULA. LA EXISTENTE SI SE PUEDE CERRAR.
           IF WKS-EXISTE = 1
               DISPLAY "COMISION YA EXISTE, SE ACTUALIZA" LINE 06
                                                       POSITION 03
           ELSE
               IF WKS-FECHA-DESDE < WKS-FECHA-HOY
                   DISPLAY "LA VIGENCIA NO PUEDE SER ANTERIOR A HOY"
                                               LINE 19 POSITION 03
                   GO TO 2100-FIN
               ELSE
                   DISPLAY "COMISION NUEVA, SE DA DE ALTA" LINE 06
                                                       POSITION 03.

           DISPLAY "DESCRIPCION (VA EN EL ESTADO DE CUENTA):" LINE 07
                                                       POSITION 03.
           ACCEPT WKS-DESCRIPCION LINE 07 POSITION 45.

           DISPLAY "MONTO FIJO (M) O PORCENTAJE (P):" LINE 08
                                                       POSITION 03.
           ACCEPT WKS-MODO-CMS LINE 08 POSITION 37.

           IF WKS-MODO-CMS NOT = "M" AND WKS-MODO-CMS NOT = "P"
               DISPLAY "EL MODO DEBE SER M O P" LINE 19 POSITION 03
               GO TO 2100-FIN.

           MOVE 0 TO WKS-PCT.
           IF WKS-MODO-CMS = "P"
               DISPLAY "PORCENTAJE SOBRE EL MONTO DEL EVENTO:"
                                                LINE 09 POSITION 03
               ACCEPT WKS-PCT LINE 09 POSITION 42
               DISPLAY "COBRO MINIMO (CERO = SIN MINIMO):" LINE 10
                                                       POSITION 03
               ACCEPT WKS-MONTO LINE 10 POSITION 38
               IF WKS-PCT = 0
                   DISPLAY "EL PORCENTAJE NO PUEDE SER CERO"
                                               LINE 19 POSITION 03
                   GO TO 2100-FIN
               END-IF
           ELSE
               DISPLAY "MONTO DE LA COMISION:" LINE 10 POSITION 03
               ACCEPT WKS-MONTO LINE 10 POSITION 26
               IF WKS-MONTO = 0
                   DISPLAY "EL MONTO NO PUEDE SER CERO"
                                               LINE 19 POSITION 03
                   GO TO 2100-FIN
               END-IF
           END-IF.

           DISPLAY "VIGENTE HASTA (AAAAMMDD, CERO = SIN FIN):" LINE 11
                                                       POSITION 03.
           ACCEPT WKS-FECHA-HASTA LINE 11 POSITION 46.

           IF WKS-FECHA-HASTA NOT = 0
              AND WKS-FECHA-HASTA < WKS-FECHA-DESDE
               DISPLAY "LA VIGENCIA DEBE TERMINAR DESPUES DE"
                       " EMPEZAR" LINE 19 POSITION 03
               GO TO 2100-FIN.

           DISPLAY "EXENCIONES: ID DE TARGETA Y PORCENTAJE QUE SE"
                   " PERDONA (100 = EXENTA)" LINE 12 POSITION 03.
           MOVE 12 TO WKS-LINEA-EX.
           PERFORM 2110-CAPTURA-EXENCION
               VARYING WKS-IDX-EX FROM 1 BY 1 UNTIL WKS-IDX-EX > 5.

           PERFORM 2120-GRABA-COMISION.

       2100-FIN.
           EXIT.

       2110-CAPTURA-EXENCION.
           ADD 1 TO WKS-LINEA-EX.
           DISPLAY "ID TARGETA:" LINE WKS-LINEA-EX POSITION 05.
           ACCEPT WKS-EX-ID-TARGETA (WKS-IDX-EX) LINE WKS-LINEA-EX
                                                 POSITION 17.
           DISPLAY "PORCENTAJE:" LINE WKS-LINEA-EX POSITION 22.
           ACCEPT WKS-EX-PCT (WKS-IDX-EX) LINE WKS-LINEA-EX
                                          POSITION 34.

           IF WKS-EX-ID-TARGETA (WKS-IDX-EX) = 0
               MOVE 0 TO WKS-EX-PCT (WKS-IDX-EX).

           IF WKS-EX-PCT (WKS-IDX-EX) > 100
               MOVE 100 TO WKS-EX-PCT (WKS-IDX-EX).

       2120-GRABA-COMISION.
           MOVE WKS-TIPO-CAPTURA   TO TIPO-COMISION-CM.
           MOVE WKS-FECHA-DESDE    TO FECHA-DESDE-CM.
           MOVE WKS-FECHA-HASTA    TO FECHA-HASTA-CM.
           MOVE WKS-DESCRIPCION    TO DESCRIPCION-CM.
           MOVE WKS-MODO-CMS       TO MODO-CM.
           MOVE WKS-MONTO          TO MONTO-CM.
           MOVE WKS-PCT            TO PCT-CM.
           MOVE WKS-EXENCIONES     TO EXENCIONES-CM.
           MOVE WKS-FECHA-HOY      TO FECHA-CAPTURA-CM.
           MOVE ID-OPERADOR-F      TO OPERADOR-CM.

           IF WKS-EXISTE = 1
               REWRITE REG-COMISION
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR LA COMISION"
                                               LINE 19 POSITION 03
                   NOT INVALID KEY
                       DISPLAY "COMISION ACTUALIZADA" LINE 19
                                                       POSITION 03
               END-REWRITE
           ELSE
               WRITE REG-COMISION
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR LA COMISION"
                                               LINE 19 POSITION 03
                   NOT INVALID KEY
                       DISPLAY "COMISION DADA DE ALTA" LINE 19
                                                       POSITION 03
               END-WRITE.

       3000-FIN.
           CLOSE COMISION.
           CLOSE CATTRX.

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
