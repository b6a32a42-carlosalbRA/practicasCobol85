      *MI PROGRAMA DIARIO DE LOS PROGRAMAS DE APOYO POR DESASTRE -
      *INSCRIBE EN AUTOMATICO A LOS CLIENTES ACTIVOS CUYO CP-DIR ESTA
      *EN UN PROGRAMA DECLARADO EN MAN-APO, DIFIERE LOS VENCIMIENTOS
      *PENDIENTES DE CADA INSCRITO POR LA DURACION DEL PROGRAMA Y, AL
      *PASAR LA FECHA FIN, LO REGRESA A TERMINOS NORMALES. EMITE EL
      *REPORTE REGULATORIO DE INSCRITOS Y SALDOS EN APOYO. MIENTRAS
      *LA INSCRIPCION ESTA VIGENTE, REC-MOR, CAR-MOR, ASG-AGE Y
      *BUR-EXT DEJAN FUERA AL CLIENTE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APO-DIA.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APOYOS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CLAVE-AP
                FILE STATUS IS WKS-FS-APO.

           SELECT APOYCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-AC
                ALTERNATE RECORD KEY IS CLAVE-AP-AC WITH DUPLICATES
                FILE STATUS IS WKS-FS-APC.

           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I.

           SELECT CICLOFAC ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CICLO-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-C WITH DUPLICATES.

           SELECT REP-APO ASSIGN TO PRINTER.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD APOYOS.
       01 REG-APOYO.
       COPY APOYCOPY.

       FD APOYCLI.
       01 REG-APOYCLI.
       COPY APCLCOPY.

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

       FD CICLOFAC.
       01 REG-CICLO.
       COPY CICLCOPY.

       FD REP-APO.
       01 LINEA-APO              PIC X(132).

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
       01 WKS-FS-APO           PIC X(02) VALUE "00".
       01 WKS-FS-APC           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-SIN-APOYOS       PIC 9 VALUE 0.
       01 WKS-EOF-ICLI         PIC 9 VALUE 0.
       01 WKS-EOF-APC          PIC 9 VALUE 0.
       01 WKS-EOF-APO          PIC 9 VALUE 0.
       01 WKS-EOF-CICLO        PIC 9 VALUE 0.
       01 WKS-EXISTE           PIC 9 VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-CONT-LEIDOS      PIC 9(06) VALUE 0.
       01 WKS-CONT-AUTOMATICAS PIC 9(06) VALUE 0.
       01 WKS-CONT-DIFERIDOS   PIC 9(06) VALUE 0.
       01 WKS-CONT-TERMINADOS  PIC 9(06) VALUE 0.
       01 WKS-CONT-PROG-FIN    PIC 9(04) VALUE 0.
       01 WKS-PROGRAMA-CP      PIC 9(03) VALUE 0.
       01 WKS-PROG-HALLADO     PIC 9(02) VALUE 0.
       01 WKS-PROG-VIGENTE     PIC 9 VALUE 0.
       01 WKS-CONTADOR-DIAS    PIC 9(03) VALUE 0.
       01 WKS-SALDO-CICLO      PIC S9(09)V99 VALUE 0.
       01 WKS-SALDO-CLIENTE    PIC S9(09)V99 VALUE 0.

      *PROGRAMAS ACTIVOS CON SUS CODIGOS AFECTADOS, CARGADOS UNA VEZ
      *PARA COMPARAR EL CP-DIR DE CADA CLIENTE SIN RELEER APOYOS.
       01 WKS-NUM-PROG         PIC 9(02) VALUE 0.
       01 WKS-IDX-PROG         PIC 9(02) VALUE 0.
       01 WKS-IDX-CP           PIC 9(02) VALUE 0.
       01 WKS-TABLA-PROGRAMAS.
          03 WKS-PROG-TAB OCCURS 50 TIMES.
             05 WKS-CLAVE-TAB      PIC 9(03).
             05 WKS-INI-TAB        PIC 9(08).
             05 WKS-FIN-TAB        PIC 9(08).
             05 WKS-NUM-CP-TAB     PIC 9(02).
             05 WKS-CP-TAB         PIC 9(05) OCCURS 20 TIMES.

      *TOTALES DEL PROGRAMA EN EL REPORTE REGULATORIO.
       01 WKS-TOT-INSCRITOS    PIC 9(06) VALUE 0.
       01 WKS-TOT-AUTOMATICOS  PIC 9(06) VALUE 0.
       01 WKS-TOT-SOLICITUD    PIC 9(06) VALUE 0.
       01 WKS-TOT-VIGENTES     PIC 9(06) VALUE 0.
       01 WKS-TOT-TERMINADOS   PIC 9(06) VALUE 0.
       01 WKS-TOT-SALDO-DIF    PIC 9(11)V99 VALUE 0.
       01 WKS-TOT-SALDO-ACT    PIC S9(11)V99 VALUE 0.

       01 WKS-FECHA-CALC       PIC 9(08) VALUE 0.
       01 WKS-FECHA-CALC-R REDEFINES WKS-FECHA-CALC.
           03 WKS-CALC-AAAA        PIC 9(04).
           03 WKS-CALC-MM          PIC 9(02).
           03 WKS-CALC-DD          PIC 9(02).

      *PRIMER DIA DESPUES DEL PROGRAMA: NINGUN VENCIMIENTO DIFERIDO
      *QUEDA ANTES DE ESTA FECHA.
       01 WKS-FECHA-REGRESO    PIC 9(08) VALUE 0.

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

       01 HEADER-L1-APO.
            03 FILLER PIC X(30) VALUE SPACES.
            03 FILLER PIC X(50) VALUE
               "REPORTE REGULATORIO DE PROGRAMAS DE APOYO".

       01 HEADER-L2-APO.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(15) VALUE "FECHA DE HOY: ".
            03 WKS-HOY-R       PIC 9(08).

       01 HEADER-PROG-APO.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(10) VALUE "PROGRAMA: ".
            03 WKS-CLAVE-R     PIC 9(03).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-DESC-R      PIC X(30).
            03 FILLER          PIC X(06) VALUE " DEL: ".
            03 WKS-INI-R       PIC 9(08).
            03 FILLER          PIC X(05) VALUE " AL: ".
            03 WKS-FIN-R       PIC 9(08).
            03 FILLER          PIC X(09) VALUE " ESTADO: ".
            03 WKS-ESTADO-P-R  PIC X(01).

       01 HEADER-CP-APO.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(20) VALUE "CODIGOS AFECTADOS: ".
            03 WKS-CP-R        PIC 9(05) OCCURS 20 TIMES.

       01 HEADER-CAMPOS-APO.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(10) VALUE "CLIENTE".
            03 FILLER PIC X(21) VALUE "NOMBRE".
            03 FILLER PIC X(07) VALUE "CP".
            03 FILLER PIC X(07) VALUE "ORIGEN".
            03 FILLER PIC X(10) VALUE "INSCRITO".
            03 FILLER PIC X(07) VALUE "ESTADO".
            03 FILLER PIC X(08) VALUE "CICLOS".
            03 FILLER PIC X(17) VALUE "SALDO DIFERIDO".
            03 FILLER PIC X(16) VALUE "SALDO ACTUAL".
            03 FILLER PIC X(10) VALUE "TERMINO".

       01 DETALLE-APO-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-ID-CLI-R    PIC 9(06).
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-NOMBRE-R    PIC A(20).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-CP-CLI-R    PIC 9(05).
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-ORIGEN-R    PIC X(01).
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-INSC-R      PIC 9(08).
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-ESTADO-R    PIC X(01).
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-CICLOS-R    PIC ZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-SALDO-DIF-R PIC ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-SALDO-ACT-R PIC ZZZ,ZZZ,ZZ9.99-.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-TERM-R      PIC 9(08).

       01 FOOTER-PROG-APO.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(11) VALUE "INSCRITOS: ".
            03 WKS-TOT-INSC-R  PIC ZZZZZ9.
            03 FILLER          PIC X(14) VALUE "  AUTOMATICOS:".
            03 WKS-TOT-AUTO-R  PIC ZZZZZ9.
            03 FILLER          PIC X(13) VALUE "  SOLICITUD: ".
            03 WKS-TOT-SOL-R   PIC ZZZZZ9.
            03 FILLER          PIC X(12) VALUE "  VIGENTES: ".
            03 WKS-TOT-VIG-R   PIC ZZZZZ9.
            03 FILLER          PIC X(14) VALUE "  TERMINADOS: ".
            03 WKS-TOT-TERM-R  PIC ZZZZZ9.

       01 FOOTER-SALDO-APO.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(17) VALUE "SALDO DIFERIDO: ".
            03 WKS-TOT-DIF-R   PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(23) VALUE
               "SALDO ACTUAL EN APOYO: ".
            03 WKS-TOT-ACT-R   PIC $ZZ,ZZZ,ZZZ,ZZ9.99-.

       01 FOOTER-CORRIDA-APO.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(24) VALUE
               "INSCRITOS AUTOMATICOS: ".
            03 WKS-CONT-AUTO-R PIC ZZZZZ9.
            03 FILLER          PIC X(22) VALUE
               "  CICLOS DIFERIDOS: ".
            03 WKS-CONT-DIF-R  PIC ZZZZZ9.
            03 FILLER          PIC X(26) VALUE
               "  REGRESOS A TERMINOS: ".
            03 WKS-CONT-TERM-R PIC ZZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO THRU 1000-SALIDA.

           IF WKS-SIN-APOYOS = 0
               PERFORM 2000-INSCRIBE-AUTOMATICOS
                                       UNTIL WKS-EOF-ICLI = 1
               PERFORM 2400-PREPARA-INSCRITOS
               PERFORM 2500-PROCESA-INSCRITO THRU 2500-FIN
                                       UNTIL WKS-EOF-APC = 1
               PERFORM 2800-PREPARA-REPORTE
               PERFORM 2900-REPORTA-PROGRAMA THRU 2900-FIN
                                       UNTIL WKS-EOF-APO = 1.

           PERFORM 3000-FIN.
           STOP RUN.

      *SIN PROGRAMAS DECLARADOS NO HAY NADA QUE HACER: LA CORRIDA
      *SOLO DEJA SU CONSTANCIA EN LA BITACORA.
       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN I-O APOYOS.
           IF WKS-FS-APO NOT = "00"
               MOVE 1 TO WKS-SIN-APOYOS
               DISPLAY "NO HAY PROGRAMAS DE APOYO DECLARADOS"
               GO TO 1000-SALIDA.

           OPEN I-O APOYCLI.
           IF WKS-FS-APC = "35"
               OPEN OUTPUT APOYCLI
               CLOSE APOYCLI
               OPEN I-O APOYCLI.

           OPEN INPUT ICLIENTES.
           OPEN I-O CICLOFAC.
           OPEN OUTPUT REP-APO.

           PERFORM 1100-CARGA-PROGRAMAS.

           MOVE HEADER-L1-APO TO LINEA-APO.
           WRITE LINEA-APO AFTER 1.
           MOVE WKS-FECHA-HOY TO WKS-HOY-R.
           MOVE HEADER-L2-APO TO LINEA-APO.
           WRITE LINEA-APO AFTER 2.

           MOVE LOW-VALUES TO ID-CLIENTE-I.
           START ICLIENTES KEY IS NOT < ID-CLIENTE-I
               INVALID KEY MOVE 1 TO WKS-EOF-ICLI.

           IF WKS-EOF-ICLI = 0
               PERFORM 1010-LEER-ICLIENTE.

       1000-SALIDA.
           EXIT.

       1010-LEER-ICLIENTE.
           READ ICLIENTES NEXT AT END MOVE 1 TO WKS-EOF-ICLI.

           IF WKS-EOF-ICLI = 0
               ADD 1 TO WKS-CONT-LEIDOS.

      *SOLO LOS PROGRAMAS ACTIVOS QUE NO HAN TERMINADO INSCRIBEN.
       1100-CARGA-PROGRAMAS.
           MOVE 0 TO CLAVE-AP.
           START APOYOS KEY IS NOT < CLAVE-AP
               INVALID KEY MOVE 1 TO WKS-EOF-APO
               NOT INVALID KEY MOVE 0 TO WKS-EOF-APO
           END-START.

           PERFORM 1110-LEER-PROGRAMA UNTIL WKS-EOF-APO = 1.

       1110-LEER-PROGRAMA.
           READ APOYOS NEXT AT END MOVE 1 TO WKS-EOF-APO.

           IF WKS-EOF-APO = 0
               IF AP-ACTIVO AND FECHA-FIN-AP NOT < WKS-FECHA-HOY
                  AND WKS-NUM-PROG < 50
                   ADD 1 TO WKS-NUM-PROG
                   MOVE CLAVE-AP     TO WKS-CLAVE-TAB (WKS-NUM-PROG)
                   MOVE FECHA-INI-AP TO WKS-INI-TAB (WKS-NUM-PROG)
                   MOVE FECHA-FIN-AP TO WKS-FIN-TAB (WKS-NUM-PROG)
                   MOVE NUM-CP-AP    TO WKS-NUM-CP-TAB (WKS-NUM-PROG)
                   MOVE 1 TO WKS-IDX-CP
                   PERFORM 1120-CARGA-CP UNTIL WKS-IDX-CP > 20
               END-IF
           END-IF.

       1120-CARGA-CP.
           MOVE CP-AFECTADO-AP (WKS-IDX-CP)
                         TO WKS-CP-TAB (WKS-NUM-PROG, WKS-IDX-CP).
           ADD 1 TO WKS-IDX-CP.

      *INSCRIPCION AUTOMATICA: CLIENTE ACTIVO CON CP-DIR EN UN
      *PROGRAMA ACTIVO. EL CLIENTE QUE YA ESTA EN APOYO (POR ESTE U
      *OTRO PROGRAMA, AUTOMATICO O A SOLICITUD) SE DEJA COMO ESTA.
       2000-INSCRIBE-AUTOMATICOS.
           IF ESTADO-CLIENTE-I = "A" AND CP-DIR NOT = 0
               MOVE 0 TO WKS-PROGRAMA-CP
               MOVE 1 TO WKS-IDX-PROG
               PERFORM 2010-BUSCA-PROGRAMA-CP
                   UNTIL WKS-IDX-PROG > WKS-NUM-PROG
               IF WKS-PROGRAMA-CP NOT = 0
                   PERFORM 2100-INSCRIBE-CLIENTE THRU 2100-FIN
               END-IF
           END-IF.

           PERFORM 1010-LEER-ICLIENTE.

       2010-BUSCA-PROGRAMA-CP.
           MOVE 1 TO WKS-IDX-CP.
           PERFORM 2020-COMPARA-CP
               UNTIL WKS-IDX-CP > WKS-NUM-CP-TAB (WKS-IDX-PROG).

           IF WKS-PROGRAMA-CP NOT = 0
               MOVE WKS-NUM-PROG TO WKS-IDX-PROG.

           ADD 1 TO WKS-IDX-PROG.

       2020-COMPARA-CP.
           IF WKS-CP-TAB (WKS-IDX-PROG, WKS-IDX-CP) = CP-DIR
               MOVE WKS-CLAVE-TAB (WKS-IDX-PROG) TO WKS-PROGRAMA-CP
               MOVE WKS-IDX-PROG TO WKS-PROG-HALLADO
               MOVE 20 TO WKS-IDX-CP.

           ADD 1 TO WKS-IDX-CP.

       2100-INSCRIBE-CLIENTE.
           MOVE ID-CLIENTE-I TO ID-CLIENTE-AC.
           READ APOYCLI INVALID KEY MOVE 0 TO WKS-EXISTE
                       NOT INVALID KEY MOVE 1 TO WKS-EXISTE.

           IF WKS-EXISTE = 1 AND AC-EN-APOYO
               GO TO 2100-FIN.

           MOVE ID-CLIENTE-I    TO ID-CLIENTE-AC.
           MOVE WKS-PROGRAMA-CP TO CLAVE-AP-AC.
           MOVE "A"             TO ORIGEN-AC.
           MOVE WKS-FECHA-HOY   TO FECHA-INSC-AC.
           MOVE WKS-INI-TAB (WKS-PROG-HALLADO) TO FECHA-INI-AC.
           MOVE WKS-FIN-TAB (WKS-PROG-HALLADO) TO FECHA-FIN-AC.
           MOVE "I"             TO ESTADO-AC.
           MOVE 0               TO CICLOS-DIF-AC.
           MOVE 0               TO SALDO-DIF-AC.
           MOVE 0               TO FECHA-TERM-AC.
           MOVE "APO-DIA"       TO OPERADOR-AC.

           IF WKS-EXISTE = 1
               REWRITE REG-APOYCLI
                   INVALID KEY
                       DISPLAY "NO SE PUDO INSCRIBIR AL CLIENTE "
                               ID-CLIENTE-I
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONT-AUTOMATICAS
               END-REWRITE
           ELSE
               WRITE REG-APOYCLI
                   INVALID KEY
                       DISPLAY "NO SE PUDO INSCRIBIR AL CLIENTE "
                               ID-CLIENTE-I
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONT-AUTOMATICAS
               END-WRITE.

       2100-FIN.
           EXIT.

       2400-PREPARA-INSCRITOS.
           MOVE 0 TO ID-CLIENTE-AC.
           START APOYCLI KEY IS NOT < ID-CLIENTE-AC
               INVALID KEY MOVE 1 TO WKS-EOF-APC
               NOT INVALID KEY MOVE 0 TO WKS-EOF-APC
           END-START.

           IF WKS-EOF-APC = 0
               PERFORM 2410-LEER-INSCRITO.

       2410-LEER-INSCRITO.
           READ APOYCLI NEXT AT END MOVE 1 TO WKS-EOF-APC.

      *CADA INSCRITO EN APOYO TOMA LA VENTANA VIGENTE DE SU PROGRAMA
      *(UNA AMPLIACION CAPTURADA EN MAN-APO LE LLEGA AQUI). SI EL
      *PROGRAMA YA TERMINO O SE CANCELO, EL CLIENTE REGRESA A
      *TERMINOS NORMALES; SI YA EMPEZO, SE DIFIEREN SUS VENCIMIENTOS.
       2500-PROCESA-INSCRITO.
           IF NOT AC-EN-APOYO
               GO TO 2500-SIGUIENTE.

           MOVE CLAVE-AP-AC TO CLAVE-AP.
           READ APOYOS INVALID KEY MOVE 0 TO WKS-PROG-VIGENTE
                      NOT INVALID KEY MOVE 1 TO WKS-PROG-VIGENTE.

           IF WKS-PROG-VIGENTE = 1
               IF AP-CANCELADO
                   MOVE 0 TO WKS-PROG-VIGENTE
               ELSE
                   MOVE FECHA-FIN-AP TO FECHA-FIN-AC.

           IF WKS-PROG-VIGENTE = 0 OR FECHA-FIN-AC < WKS-FECHA-HOY
               PERFORM 2600-REGRESA-TERMINOS
               GO TO 2500-SIGUIENTE.

           IF FECHA-INI-AC NOT > WKS-FECHA-HOY
               PERFORM 2700-DIFIERE-VENCIMIENTOS
               MOVE "V" TO ESTADO-AC.

           REWRITE REG-APOYCLI
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR LA INSCRIPCION DEL"
                           " CLIENTE " ID-CLIENTE-AC.

       2500-SIGUIENTE.
           PERFORM 2410-LEER-INSCRITO.

       2500-FIN.
           EXIT.

      *EL REGRESO A TERMINOS NORMALES NO TOCA LOS CICLOS: LOS
      *VENCIMIENTOS YA QUEDARON DESPUES DE LA FECHA FIN Y, CON LA
      *INSCRIPCION TERMINADA, LA COBRANZA LOS VUELVE A TRABAJAR.
       2600-REGRESA-TERMINOS.
           MOVE "T" TO ESTADO-AC.
           MOVE WKS-FECHA-HOY TO FECHA-TERM-AC.

           REWRITE REG-APOYCLI
               INVALID KEY
                   DISPLAY "NO SE PUDO TERMINAR LA INSCRIPCION DEL"
                           " CLIENTE " ID-CLIENTE-AC
               NOT INVALID KEY
                   ADD 1 TO WKS-CONT-TERMINADOS
           END-REWRITE.

      *TODO CICLO PENDIENTE QUE VENCE ANTES DEL REGRESO SE RECORRE
      *LA DURACION DEL PROGRAMA, Y NUNCA QUEDA ANTES DEL PRIMER DIA
      *DESPUES DE LA FECHA FIN. UN CICLO YA DIFERIDO NO SE VUELVE A
      *MOVER, ASI QUE LA CORRIDA DIARIA SOLO TOMA LOS CICLOS NUEVOS
      *QUE SE FACTURAN DURANTE EL APOYO.
       2700-DIFIERE-VENCIMIENTOS.
           MOVE FECHA-FIN-AC TO WKS-FECHA-CALC.
           PERFORM 2720-SUMA-UN-DIA.
           MOVE WKS-FECHA-CALC TO WKS-FECHA-REGRESO.

           MOVE ID-CLIENTE-AC TO ID-CLIENTE-C.
           START CICLOFAC KEY IS = ID-CLIENTE-C
               INVALID KEY MOVE 1 TO WKS-EOF-CICLO
               NOT INVALID KEY MOVE 0 TO WKS-EOF-CICLO
           END-START.

           PERFORM 2710-DIFIERE-CICLO UNTIL WKS-EOF-CICLO = 1.

       2710-DIFIERE-CICLO.
           READ CICLOFAC NEXT AT END MOVE 1 TO WKS-EOF-CICLO.

           IF WKS-EOF-CICLO = 0
               IF ID-CLIENTE-C NOT = ID-CLIENTE-AC
                   MOVE 1 TO WKS-EOF-CICLO
               ELSE
                   IF CICLO-PENDIENTE-C
                      AND FECHA-VENCE-C < WKS-FECHA-REGRESO
                       PERFORM 2730-RECORRE-VENCIMIENTO
                   END-IF
               END-IF
           END-IF.

       2720-SUMA-UN-DIA.
           PERFORM 2740-CALCULA-DIAS-MAX.

           ADD 1 TO WKS-CALC-DD.
           IF WKS-CALC-DD > WKS-DIAS-MAX
              MOVE 1 TO WKS-CALC-DD
              ADD 1 TO WKS-CALC-MM
              IF WKS-CALC-MM > 12
                 MOVE 1 TO WKS-CALC-MM
                 ADD 1 TO WKS-CALC-AAAA.

           ADD 1 TO WKS-CONTADOR-DIAS.

       2730-RECORRE-VENCIMIENTO.
           MOVE FECHA-VENCE-C TO WKS-FECHA-CALC.
           MOVE 0 TO WKS-CONTADOR-DIAS.
           PERFORM 2720-SUMA-UN-DIA UNTIL WKS-CONTADOR-DIAS = DIAS-AP.

           IF WKS-FECHA-CALC < WKS-FECHA-REGRESO
               MOVE WKS-FECHA-REGRESO TO WKS-FECHA-CALC.

           COMPUTE WKS-SALDO-CICLO = MONTO-ANUAL-C - MONTO-PAGADO-C
                                   + RECARGO-C - RECARGO-PAGADO-C.

           MOVE WKS-FECHA-CALC TO FECHA-VENCE-C.
           REWRITE REG-CICLO
               INVALID KEY
                   DISPLAY "NO SE PUDO DIFERIR EL CICLO " NUM-CICLO-C
                           " DEL CLIENTE " ID-CLIENTE-C
               NOT INVALID KEY
                   ADD 1 TO WKS-CONT-DIFERIDOS
                   ADD 1 TO CICLOS-DIF-AC
                   IF WKS-SALDO-CICLO > 0
                       ADD WKS-SALDO-CICLO TO SALDO-DIF-AC
                   END-IF
           END-REWRITE.

       2740-CALCULA-DIAS-MAX.
           MOVE WKS-DIAS-MES-TAB (WKS-CALC-MM) TO WKS-DIAS-MAX.

           IF WKS-CALC-MM = 2
              DIVIDE WKS-CALC-AAAA BY 4
                  GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-4
              IF WKS-RESIDUO-4 NOT = 0
                 MOVE 28 TO WKS-DIAS-MAX
              ELSE
                 DIVIDE WKS-CALC-AAAA BY 100
                     GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-100
                 IF WKS-RESIDUO-100 = 0
                    DIVIDE WKS-CALC-AAAA BY 400
                        GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-400
                    IF WKS-RESIDUO-400 NOT = 0
                       MOVE 28 TO WKS-DIAS-MAX
                    ELSE
                       MOVE 29 TO WKS-DIAS-MAX
                 ELSE
                    MOVE 29 TO WKS-DIAS-MAX.

       2800-PREPARA-REPORTE.
           MOVE 0 TO CLAVE-AP.
           START APOYOS KEY IS NOT < CLAVE-AP
               INVALID KEY MOVE 1 TO WKS-EOF-APO
               NOT INVALID KEY MOVE 0 TO WKS-EOF-APO
           END-START.

           IF WKS-EOF-APO = 0
               PERFORM 2810-LEER-PROGRAMA.

       2810-LEER-PROGRAMA.
           READ APOYOS NEXT AT END MOVE 1 TO WKS-EOF-APO.

      *EL REPORTE REGULATORIO LLEVA CADA PROGRAMA ACTIVO CON TODOS
      *SUS INSCRITOS, EL SALDO QUE SE DIFIRIO Y EL SALDO QUE HOY
      *SIGUEN DEBIENDO. EL PROGRAMA CUYA FECHA FIN YA PASO SALE EN
      *ESTE ULTIMO REPORTE Y QUEDA TERMINADO.
       2900-REPORTA-PROGRAMA.
           IF NOT AP-ACTIVO
               GO TO 2900-SIGUIENTE.

           MOVE CLAVE-AP       TO WKS-CLAVE-R.
           MOVE DESCRIPCION-AP TO WKS-DESC-R.
           MOVE FECHA-INI-AP   TO WKS-INI-R.
           MOVE FECHA-FIN-AP   TO WKS-FIN-R.
           MOVE ESTADO-AP      TO WKS-ESTADO-P-R.
           MOVE HEADER-PROG-APO TO LINEA-APO.
           WRITE LINEA-APO AFTER 3.

           MOVE 1 TO WKS-IDX-CP.
           PERFORM 2910-ARMA-CP UNTIL WKS-IDX-CP > 20.
           MOVE HEADER-CP-APO TO LINEA-APO.
           WRITE LINEA-APO AFTER 1.

           MOVE HEADER-CAMPOS-APO TO LINEA-APO.
           WRITE LINEA-APO AFTER 2.

           MOVE 0 TO WKS-TOT-INSCRITOS.
           MOVE 0 TO WKS-TOT-AUTOMATICOS.
           MOVE 0 TO WKS-TOT-SOLICITUD.
           MOVE 0 TO WKS-TOT-VIGENTES.
           MOVE 0 TO WKS-TOT-TERMINADOS.
           MOVE 0 TO WKS-TOT-SALDO-DIF.
           MOVE 0 TO WKS-TOT-SALDO-ACT.

           MOVE CLAVE-AP TO CLAVE-AP-AC.
           START APOYCLI KEY IS = CLAVE-AP-AC
               INVALID KEY MOVE 1 TO WKS-EOF-APC
               NOT INVALID KEY MOVE 0 TO WKS-EOF-APC
           END-START.

           PERFORM 2920-REPORTA-INSCRITO UNTIL WKS-EOF-APC = 1.

           MOVE WKS-TOT-INSCRITOS   TO WKS-TOT-INSC-R.
           MOVE WKS-TOT-AUTOMATICOS TO WKS-TOT-AUTO-R.
           MOVE WKS-TOT-SOLICITUD   TO WKS-TOT-SOL-R.
           MOVE WKS-TOT-VIGENTES    TO WKS-TOT-VIG-R.
           MOVE WKS-TOT-TERMINADOS  TO WKS-TOT-TERM-R.
           MOVE FOOTER-PROG-APO TO LINEA-APO.
           WRITE LINEA-APO AFTER 2.

           MOVE WKS-TOT-SALDO-DIF TO WKS-TOT-DIF-R.
           MOVE WKS-TOT-SALDO-ACT TO WKS-TOT-ACT-R.
           MOVE FOOTER-SALDO-APO TO LINEA-APO.
           WRITE LINEA-APO AFTER 1.

           IF FECHA-FIN-AP < WKS-FECHA-HOY
               MOVE "T" TO ESTADO-AP
               REWRITE REG-APOYO
                   INVALID KEY
                       DISPLAY "NO SE PUDO CERRAR EL PROGRAMA "
                               CLAVE-AP
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONT-PROG-FIN
               END-REWRITE
           END-IF.

       2900-SIGUIENTE.
           PERFORM 2810-LEER-PROGRAMA.

       2900-FIN.
           EXIT.

       2910-ARMA-CP.
           MOVE CP-AFECTADO-AP (WKS-IDX-CP) TO WKS-CP-R (WKS-IDX-CP).
           ADD 1 TO WKS-IDX-CP.

       2920-REPORTA-INSCRITO.
           READ APOYCLI NEXT AT END MOVE 1 TO WKS-EOF-APC.

           IF WKS-EOF-APC = 0
               IF CLAVE-AP-AC NOT = CLAVE-AP
                   MOVE 1 TO WKS-EOF-APC
               ELSE
                   PERFORM 2930-IMPRIME-INSCRITO
               END-IF
           END-IF.

       2930-IMPRIME-INSCRITO.
           MOVE ID-CLIENTE-AC TO ID-CLIENTE-I.
           READ ICLIENTES
               INVALID KEY
                   MOVE "CLIENTE NO UBICADO" TO NOMBRE-CLIENTE-I
                   MOVE 0 TO CP-DIR
           END-READ.

           PERFORM 2940-SALDO-CLIENTE.

           MOVE ID-CLIENTE-AC     TO WKS-ID-CLI-R.
           MOVE NOMBRE-CLIENTE-I  TO WKS-NOMBRE-R.
           MOVE CP-DIR            TO WKS-CP-CLI-R.
           MOVE ORIGEN-AC         TO WKS-ORIGEN-R.
           MOVE FECHA-INSC-AC     TO WKS-INSC-R.
           MOVE ESTADO-AC         TO WKS-ESTADO-R.
           MOVE CICLOS-DIF-AC     TO WKS-CICLOS-R.
           MOVE SALDO-DIF-AC      TO WKS-SALDO-DIF-R.
           MOVE WKS-SALDO-CLIENTE TO WKS-SALDO-ACT-R.
           MOVE FECHA-TERM-AC     TO WKS-TERM-R.
           MOVE DETALLE-APO-R TO LINEA-APO.
           WRITE LINEA-APO AFTER 1.

           ADD 1 TO WKS-TOT-INSCRITOS.
           IF AC-AUTOMATICA
               ADD 1 TO WKS-TOT-AUTOMATICOS
           ELSE
               ADD 1 TO WKS-TOT-SOLICITUD.
           IF AC-TERMINADO
               ADD 1 TO WKS-TOT-TERMINADOS
           ELSE
               ADD 1 TO WKS-TOT-VIGENTES.
           ADD SALDO-DIF-AC      TO WKS-TOT-SALDO-DIF.
           ADD WKS-SALDO-CLIENTE TO WKS-TOT-SALDO-ACT.

      *SALDO ACTUAL EN APOYO: LO QUE FALTA POR CUBRIR DE LOS CICLOS
      *PENDIENTES, ANUALIDAD Y RECARGO.
       2940-SALDO-CLIENTE.
           MOVE 0 TO WKS-SALDO-CLIENTE.
           MOVE ID-CLIENTE-AC TO ID-CLIENTE-C.
           START CICLOFAC KEY IS = ID-CLIENTE-C
               INVALID KEY MOVE 1 TO WKS-EOF-CICLO
               NOT INVALID KEY MOVE 0 TO WKS-EOF-CICLO
           END-START.

           PERFORM 2950-SUMA-CICLO UNTIL WKS-EOF-CICLO = 1.

       2950-SUMA-CICLO.
           READ CICLOFAC NEXT AT END MOVE 1 TO WKS-EOF-CICLO.

           IF WKS-EOF-CICLO = 0
               IF ID-CLIENTE-C NOT = ID-CLIENTE-AC
                   MOVE 1 TO WKS-EOF-CICLO
               ELSE
                   IF CICLO-PENDIENTE-C
                       COMPUTE WKS-SALDO-CLIENTE = WKS-SALDO-CLIENTE
                           + MONTO-ANUAL-C - MONTO-PAGADO-C
                           + RECARGO-C - RECARGO-PAGADO-C
                   END-IF
               END-IF
           END-IF.

       3000-FIN.
           IF WKS-SIN-APOYOS = 0
               MOVE WKS-CONT-AUTOMATICAS TO WKS-CONT-AUTO-R
               MOVE WKS-CONT-DIFERIDOS   TO WKS-CONT-DIF-R
               MOVE WKS-CONT-TERMINADOS  TO WKS-CONT-TERM-R
               MOVE FOOTER-CORRIDA-APO TO LINEA-APO
               WRITE LINEA-APO AFTER 3
               CLOSE APOYOS
               CLOSE APOYCLI
               CLOSE ICLIENTES
               CLOSE CICLOFAC
               CLOSE REP-APO.

           DISPLAY "INSCRITOS AUTOMATICOS: " WKS-CONT-AUTOMATICAS.
           DISPLAY "CICLOS DIFERIDOS: " WKS-CONT-DIFERIDOS.
           DISPLAY "REGRESOS A TERMINOS NORMALES: "
                   WKS-CONT-TERMINADOS.
           DISPLAY "PROGRAMAS TERMINADOS: " WKS-CONT-PROG-FIN.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "APO-DIA " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDOS TO LEIDOS-BIT.
           COMPUTE ESCRITOS-BIT = WKS-CONT-AUTOMATICAS
                                + WKS-CONT-DIFERIDOS.
           MOVE 0 TO RECHAZADOS-BIT.
           MOVE SPACES TO DETALLE-BIT.
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
