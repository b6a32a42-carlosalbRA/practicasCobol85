      *MI PROGRAMA DE CARGA DEL ESTADO DE CUENTA DEL BANCO - LEE EL
      *ARCHIVO DIARIO QUE ENTREGA EL BANCO DE LA CUENTA CONCENTRADORA
      *(ENCABEZADO "H", DETALLE "D" Y TRAILER "T" CON CONTEO Y SUMAS
      *DE ABONOS Y CARGOS), LO VERIFICA COMPLETO ANTES DE CARGAR UN
      *SOLO RENGLON Y LO DEJA EN EDOCTAB CON EL CANAL QUE LE TOCA
      *DE NUESTRO LADO, PENDIENTE DE QUE CON-BAN LO CONCILIE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDO-BAN.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDOBANC ASSIGN TO DISK
                FILE STATUS IS WKS-FS-EDOBANC.

           SELECT EDOCTAB ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS EDOB-KEY
                FILE STATUS IS WKS-FS-EDOCTAB.

           SELECT BITACORA ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
      *ESTADO DE CUENTA TAL COMO LO ENTREGA EL BANCO. NATURALEZA
      *"C" ES ABONO A LA CUENTA, "D" ES CARGO (COMISIONES, ETC.).
       FD EDOBANC.
       01 REG-EDO.
        03 TIPO-REG-EDO       PIC X(01).
        03 FECHA-VALOR-EDO    PIC 9(08).
        03 CONCEPTO-EDO       PIC X(03).
        03 NATURALEZA-EDO     PIC X(01).
        03 MONTO-EDO          PIC 9(09)V99.
        03 REFERENCIA-EDO     PIC X(20).

       01 REG-EDO-HDR REDEFINES REG-EDO.
        03 TIPO-HDR-EDO       PIC X(01).
        03 CUENTA-HDR-EDO     PIC X(18).
        03 FECHA-HDR-EDO      PIC 9(08).
        03 FILLER             PIC X(17).

       01 REG-EDO-TRL REDEFINES REG-EDO.
        03 TIPO-TRL-EDO       PIC X(01).
        03 CONTADOR-TRL-EDO   PIC 9(07).
        03 ABONOS-TRL-EDO     PIC 9(11)V99.
        03 CARGOS-TRL-EDO     PIC 9(11)V99.
        03 FILLER             PIC X(10).

      *ESTADO DE CUENTA CARGADO, RENGLON POR RENGLON.
       FD EDOCTAB.
       01 REG-EDOCTAB.
       COPY EDOBCOPY.

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

       WORKING-STORAGE SECTION.
       01 WKS-FS-EDOBANC       PIC X(02) VALUE "00".
       01 WKS-FS-EDOCTAB       PIC X(02) VALUE "00".
       01 WKS-EOF-EDO          PIC 9 VALUE 0.
       01 WKS-EOF-VER          PIC 9 VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-FECHA-BITACORA   PIC 9(08) VALUE 0.
       01 WKS-EDO-VALIDO       PIC 9 VALUE 0.
       01 WKS-TIENE-TRAILER    PIC 9 VALUE 0.
       01 WKS-MOTIVO-EDO       PIC X(20) VALUE SPACES.
       01 WKS-FECHA-EDO        PIC 9(08) VALUE 0.
       01 WKS-CUENTA-EDO       PIC X(18) VALUE SPACES.
       01 WKS-CONT-EDO         PIC 9(07) VALUE 0.
       01 WKS-SUMA-ABONOS      PIC 9(11)V99 VALUE 0.
       01 WKS-SUMA-CARGOS      PIC 9(11)V99 VALUE 0.
       01 WKS-CONT-CARGADOS    PIC 9(07) VALUE 0.
       01 WKS-CONT-OTROS       PIC 9(07) VALUE 0.
       01 WKS-RENGLON          PIC 9(06) VALUE 0.
       01 WKS-IND-CON          PIC 9(02) VALUE 0.
       01 WKS-HALLADO          PIC 9 VALUE 0.

      *CONCEPTOS DEL BANCO QUE CORRESPONDEN A LO QUE NOSOTROS
      *GENERAMOS: RECAUDACION REFERENCIADA (PAG-REF), COBRANZA
      *DOMICILIADA (DOM-RSP) Y FONDEO DE NOMINA (NOM-LOT). CUALQUIER
      *OTRO CONCEPTO SE CARGA COMO "OT".
       01 WKS-CONCEPTOS-INI.
           03 FILLER PIC X(05) VALUE "RECRF".
           03 FILLER PIC X(05) VALUE "DOMDB".
           03 FILLER PIC X(05) VALUE "NOMDP".
       01 WKS-TABLA-CONCEPTOS REDEFINES WKS-CONCEPTOS-INI.
           03 WKS-CONCEPTO-TAB OCCURS 3 TIMES.
               05 WKS-CON-CLAVE    PIC X(03).
               05 WKS-CON-CANAL    PIC X(02).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-EOF-EDO = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           ACCEPT WKS-FECHA-BITACORA FROM DATE YYYYMMDD.

           OPEN I-O EDOCTAB.
           IF WKS-FS-EDOCTAB = "35"
               OPEN OUTPUT EDOCTAB
               CLOSE EDOCTAB
               OPEN I-O EDOCTAB.

           PERFORM 1100-VERIFICA-EDO.

           OPEN INPUT EDOBANC.
           READ EDOBANC AT END MOVE 1 TO WKS-EOF-EDO.
           PERFORM 1010-LEER-EDO.

       1010-LEER-EDO.
           READ EDOBANC AT END MOVE 1 TO WKS-EOF-EDO.

           IF WKS-EOF-EDO = 0
               IF TIPO-REG-EDO = "T"
                   MOVE 1 TO WKS-EOF-EDO.

      *PASADA PREVIA DE VERIFICACION: ENCABEZADO PRESENTE, TRAILER
      *QUE CUADRA EN CONTEO, ABONOS Y CARGOS, Y FECHA DE ESTADO QUE
      *NO SE HAYA CARGADO ANTES. SI ALGO NO CUADRA EL ESTADO
      *COMPLETO SE RECHAZA SIN CARGAR UN SOLO RENGLON.
       1100-VERIFICA-EDO.
           MOVE 1 TO WKS-EDO-VALIDO.
           MOVE SPACES TO WKS-MOTIVO-EDO.
           MOVE 0 TO WKS-TIENE-TRAILER.
           MOVE 0 TO WKS-CONT-EDO.
           MOVE 0 TO WKS-SUMA-ABONOS.
           MOVE 0 TO WKS-SUMA-CARGOS.
           MOVE 0 TO WKS-EOF-VER.

           OPEN INPUT EDOBANC.

           IF WKS-FS-EDOBANC NOT = "00"
               MOVE "SIN ARCHIVO" TO WKS-MOTIVO-EDO
               MOVE 0 TO WKS-EDO-VALIDO
           ELSE
               READ EDOBANC AT END MOVE 1 TO WKS-EOF-VER
               END-READ
               IF WKS-EOF-VER = 1
                   MOVE "ARCHIVO VACIO" TO WKS-MOTIVO-EDO
                   MOVE 0 TO WKS-EDO-VALIDO
               ELSE
                   IF TIPO-HDR-EDO NOT = "H"
                       MOVE "SIN ENCABEZADO" TO WKS-MOTIVO-EDO
                       MOVE 0 TO WKS-EDO-VALIDO
                   ELSE
                       MOVE FECHA-HDR-EDO TO WKS-FECHA-EDO
                       MOVE CUENTA-HDR-EDO TO WKS-CUENTA-EDO
                   END-IF
               END-IF
               IF WKS-EDO-VALIDO = 1
                   PERFORM 1110-CUENTA-EDO UNTIL WKS-EOF-VER = 1
               END-IF
               CLOSE EDOBANC.

           IF WKS-EDO-VALIDO = 1
               IF WKS-TIENE-TRAILER = 0
                   MOVE "SIN TRAILER" TO WKS-MOTIVO-EDO
                   MOVE 0 TO WKS-EDO-VALIDO.

           IF WKS-EDO-VALIDO = 1
               IF CONTADOR-TRL-EDO NOT = WKS-CONT-EDO
                  OR ABONOS-TRL-EDO NOT = WKS-SUMA-ABONOS
                  OR CARGOS-TRL-EDO NOT = WKS-SUMA-CARGOS
                   MOVE "TRAILER NO CUADRA" TO WKS-MOTIVO-EDO
                   MOVE 0 TO WKS-EDO-VALIDO.

           IF WKS-EDO-VALIDO = 1
               PERFORM 1120-VERIFICA-FECHA.

           IF WKS-EDO-VALIDO = 0
               DISPLAY "ESTADO DE CUENTA RECHAZADO: " WKS-MOTIVO-EDO
               DISPLAY "NINGUN RENGLON FUE CARGADO"
               CLOSE EDOCTAB
               PERFORM 9000-GRABA-BITACORA
               STOP RUN
           ELSE
               MOVE WKS-FECHA-EDO TO WKS-FECHA-BITACORA
               DISPLAY "CUENTA CONCENTRADORA: " WKS-CUENTA-EDO
               DISPLAY "ESTADO DE CUENTA DEL: " WKS-FECHA-EDO.

       1110-CUENTA-EDO.
           READ EDOBANC AT END MOVE 1 TO WKS-EOF-VER.

           IF WKS-EOF-VER = 0
               IF WKS-TIENE-TRAILER = 1
                   MOVE "DATOS TRAS TRAILER" TO WKS-MOTIVO-EDO
                   MOVE 0 TO WKS-EDO-VALIDO
                   MOVE 1 TO WKS-EOF-VER
               ELSE
                   IF TIPO-REG-EDO = "T"
                       MOVE 1 TO WKS-TIENE-TRAILER
                   ELSE
                       ADD 1 TO WKS-CONT-EDO
                       IF NATURALEZA-EDO = "D"
                           ADD MONTO-EDO TO WKS-SUMA-CARGOS
                       ELSE
                           ADD MONTO-EDO TO WKS-SUMA-ABONOS
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *UN ESTADO YA CARGADO TIENE AL MENOS SU RENGLON 1 EN EDOCTAB.
       1120-VERIFICA-FECHA.
           MOVE WKS-FECHA-EDO TO FECHA-EDO-EB.
           MOVE 1 TO RENGLON-EB.
           READ EDOCTAB
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "ESTADO YA CARGADO" TO WKS-MOTIVO-EDO
                   MOVE 0 TO WKS-EDO-VALIDO
           END-READ.

       2000-PROCESO.
           IF TIPO-REG-EDO = "D"
               PERFORM 2100-CARGA-RENGLON.

           PERFORM 1010-LEER-EDO.

       2100-CARGA-RENGLON.
           ADD 1 TO WKS-RENGLON.
           MOVE SPACES           TO REG-EDOCTAB.
           MOVE WKS-FECHA-EDO    TO FECHA-EDO-EB.
           MOVE WKS-RENGLON      TO RENGLON-EB.
           MOVE FECHA-VALOR-EDO  TO FECHA-VALOR-EB.
           MOVE CONCEPTO-EDO     TO CONCEPTO-EB.
           MOVE NATURALEZA-EDO   TO NATURALEZA-EB.
           IF NATURALEZA-EB NOT = "D"
               MOVE "C" TO NATURALEZA-EB.
           MOVE MONTO-EDO        TO MONTO-EB.
           MOVE REFERENCIA-EDO   TO REFERENCIA-EB.
           MOVE "P"              TO ESTADO-EB.
           MOVE 0                TO FECHA-CONC-EB.

           PERFORM 2110-BUSCA-CANAL.

           WRITE REG-EDOCTAB
               INVALID KEY
                   DISPLAY "RENGLON DUPLICADO " EDOB-KEY
               NOT INVALID KEY
                   ADD 1 TO WKS-CONT-CARGADOS
           END-WRITE.

      *UN CARGO DEL BANCO NUNCA CORRESPONDE A UN PAGO NUESTRO.
       2110-BUSCA-CANAL.
           MOVE 0 TO WKS-HALLADO.
           MOVE "OT" TO CANAL-EB.

           IF EB-ABONO
               PERFORM 2111-COMPARA-CONCEPTO
                   VARYING WKS-IND-CON FROM 1 BY 1
                   UNTIL WKS-IND-CON > 3 OR WKS-HALLADO = 1.

           IF WKS-HALLADO = 0
               ADD 1 TO WKS-CONT-OTROS.

       2111-COMPARA-CONCEPTO.
           IF WKS-CON-CLAVE (WKS-IND-CON) = CONCEPTO-EB
               MOVE WKS-CON-CANAL (WKS-IND-CON) TO CANAL-EB
               MOVE 1 TO WKS-HALLADO.

       3000-FIN.
           CLOSE EDOBANC.
           CLOSE EDOCTAB.
           MOVE "ESTADO CARGADO" TO WKS-MOTIVO-EDO.
           DISPLAY "RENGLONES CARGADOS: " WKS-CONT-CARGADOS.
           DISPLAY "DE OTROS CONCEPTOS: " WKS-CONT-OTROS.
           DISPLAY "ABONOS: " WKS-SUMA-ABONOS
                   "  CARGOS: " WKS-SUMA-CARGOS.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "EDO-BAN " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-BITACORA TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-EDO TO LEIDOS-BIT.
           MOVE WKS-CONT-CARGADOS TO ESCRITOS-BIT.
           MOVE WKS-CONT-OTROS TO RECHAZADOS-BIT.
           MOVE WKS-MOTIVO-EDO TO DETALLE-BIT.
           WRITE REG-BIT.
           CLOSE BITACORA.
