      *MI PROGRAMA DE COLA DIARIA DE COBRANZA - ENTRE LA TERCERA
      *CARTA DE CAR-MOR Y LA ASIGNACION A AGENCIA DE ASG-AGE LOS
      *COBRADORES DE CASA YA NO TRABAJAN DE LISTAS IMPRESAS: LA
      *CORRIDA JUNTA POR CLIENTE SUS CICLOS VENCIDOS EN COBRANZA DE
      *CASA, LES DA PRIORIDAD POR SALDO, DIAS VENCIDOS, PROMESAS
      *ROTAS Y BANDA DE CALIFICACION DE CAL-SCO, Y LOS REPARTE
      *ENTRE LOS COBRADORES DE LA SUCURSAL DEL CLIENTE. ANTES DE
      *ARMAR LA COLA ACREDITA AL COBRADOR DE LA ULTIMA GESTION LO
      *QUE EL CLIENTE PAGO DESDE LA CORRIDA ANTERIOR, PARA QUE
      *PRD-COB MIDA LO COBRADO DE VERDAD.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COL-COB.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CICLOFAC ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CICLO-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-C WITH DUPLICATES.

           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I.

           SELECT OPERADORES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-OPER
                FILE STATUS IS WKS-FS-OPER.

           SELECT PROMESAS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS PROMESA-KEY
                FILE STATUS IS WKS-FS-PROM.

           SELECT APOYCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-AC
                ALTERNATE RECORD KEY IS CLAVE-AP-AC WITH DUPLICATES
                FILE STATUS IS WKS-FS-APC.

           SELECT COLACOB ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-CB
                ALTERNATE RECORD KEY IS COLA-COB-KEY WITH DUPLICATES
                FILE STATUS IS WKS-FS-COLA.

           SELECT SCORECLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS SCORE-KEY
                FILE STATUS IS WKS-FS-SCO.

           SELECT GESTCOB ASSIGN TO DISK.

           SELECT WORKCOL ASSIGN TO DISK.

           SELECT REP-COL ASSIGN TO PRINTER.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD CICLOFAC.
       01 REG-CICLO.
       COPY CICLCOPY.

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
                     ==SUCURSAL== BY ==SUCURSAL-I==
                     ==DEFUNCION== BY ==DEFUNCION-I==.

      *COBRADORES: OPERADORES ACTIVOS CON EL ROL COBRADOR.
       FD OPERADORES.
       01 REG-OPER.
       COPY OPERCOPY.

      *PROMESAS DE PAGO DE PRO-COB - LA VIGENTE SACA AL CLIENTE DE
      *LA COLA HASTA SU FECHA Y LAS ROTAS LE SUBEN LA PRIORIDAD.
       FD PROMESAS.
       01 REG-PROMESA.
        03 PROMESA-KEY.
           05 ID-CLIENTE-PRO  PIC 9(06).
           05 NUM-CICLO-PRO   PIC 9(04).
           05 NUM-PROMESA-PRO PIC 9(02).
        03 FECHA-CAPTURA-PRO  PIC 9(08).
        03 FECHA-PROMETIDA-PRO PIC 9(08).
        03 MONTO-PROMETIDO-PRO PIC 9(07)V99.
        03 PAGADO-BASE-PRO    PIC 9(07)V99.
        03 COBRADOR-PRO       PIC X(08).
        03 STATUS-PRO         PIC X(01).
           88 PROMESA-PENDIENTE     VALUE "P".
           88 PROMESA-CUMPLIDA      VALUE "C".
           88 PROMESA-INCUMPLIDA    VALUE "I".

      *INSCRIPCIONES A PROGRAMAS DE APOYO POR DESASTRE - EL
      *CLIENTE EN APOYO NO ENTRA A LA COLA MIENTRAS DURA.
       FD APOYCLI.
       01 REG-APOYCLI.
       COPY APCLCOPY.

       FD COLACOB.
       01 REG-COLA.
       COPY COLACOPY.

      *CALIFICACIONES MENSUALES DE CAL-SCO; LA ULTIMA ES LA VIGENTE.
       FD SCORECLI.
       01 REG-SCORE.
       COPY COMPCOPY.

       FD GESTCOB.
       01 REG-GESTION.
       COPY GESTCOPY.

      *ARCHIVO DE TRABAJO DEL ORDENAMIENTO: UN CLIENTE CANDIDATO
      *POR REGISTRO, POR SUCURSAL Y DE MAYOR A MENOR PUNTAJE.
       SD WORKCOL.
       01 REG-COL-W.
        03 SUCURSAL-W         PIC 9(02).
        03 PUNTAJE-W          PIC 9(07).
        03 CLIENTE-W          PIC 9(06).
        03 CICLO-W            PIC 9(04).
        03 CICLOS-W           PIC 9(03).
        03 SALDO-W            PIC 9(09)V99.
        03 DIAS-W             PIC 9(03).
        03 ROTAS-W            PIC 9(02).
        03 PAGADO-W           PIC 9(09)V99.

       FD REP-COL.
       01 LINEA-COL              PIC X(132).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-EOF-CICLO        PIC 9 VALUE 0.
       01 WKS-EOF-OPER         PIC 9 VALUE 0.
       01 WKS-EOF-PROM         PIC 9 VALUE 0.
       01 WKS-EOF-COLA         PIC 9 VALUE 0.
       01 WKS-EOF-SORT         PIC 9 VALUE 0.
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.
       01 WKS-EXISTE           PIC 9 VALUE 0.
       01 WKS-FS-OPER          PIC X(02) VALUE "00".
       01 WKS-FS-PROM          PIC X(02) VALUE "00".
       01 WKS-FS-APC           PIC X(02) VALUE "00".
       01 WKS-FS-COLA          PIC X(02) VALUE "00".
       01 WKS-FS-SCO           PIC X(02) VALUE "00".
       01 WKS-EOF-SCO          PIC 9 VALUE 0.
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-SIN-PROMESAS     PIC 9 VALUE 0.
       01 WKS-SIN-APOYCLI      PIC 9 VALUE 0.
       01 WKS-SIN-SCORECLI     PIC 9 VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-HORA-ACTUAL      PIC 9(08) VALUE 0.

      *PESOS DE LA PRIORIDAD: UN PUNTO POR CADA CIEN PESOS DE
      *SALDO VENCIDO, MAS DOS POR DIA VENCIDO DEL CICLO MAS
      *ANTIGUO, MAS CINCUENTA POR PROMESA ROTA, MAS LO QUE SUME
      *LA BANDA DE SU ULTIMA CALIFICACION (LAS A Y B NO SUMAN).
       01 WKS-PESO-DIA         PIC 9(03) VALUE 2.
       01 WKS-PESO-ROTA        PIC 9(03) VALUE 50.
       01 WKS-PESO-BANDA-C     PIC 9(03) VALUE 50.
       01 WKS-PESO-BANDA-D     PIC 9(03) VALUE 100.
       01 WKS-PESO-BANDA-E     PIC 9(03) VALUE 200.
       01 WKS-PUNTOS-BANDA     PIC 9(03) VALUE 0.
       01 WKS-BANDA-CLIENTE    PIC X(01) VALUE SPACE.
       01 WKS-PUNTAJE          PIC 9(07) VALUE 0.

      *CLIENTE EN TURNO DEL RECORRIDO DE CICLOFAC.
       01 WKS-CLIENTE-ACTUAL   PIC 9(06) VALUE 0.
       01 WKS-CICLOS-VENC      PIC 9(03) VALUE 0.
       01 WKS-SALDO-VENC       PIC 9(09)V99 VALUE 0.
       01 WKS-PAGADO-TOTAL     PIC 9(09)V99 VALUE 0.
       01 WKS-CICLO-ANTIGUO    PIC 9(04) VALUE 0.
       01 WKS-VENCE-ANTIGUO    PIC 9(08) VALUE 0.
       01 WKS-EN-AGENCIA       PIC 9 VALUE 0.
       01 WKS-CLIENTE-EN-APOYO PIC 9 VALUE 0.
       01 WKS-PROMESA-VIVA     PIC 9 VALUE 0.
       01 WKS-ROTAS            PIC 9(02) VALUE 0.
       01 WKS-CANDIDATO        PIC 9 VALUE 0.
       01 WKS-SALDO-CICLO      PIC 9(07)V99 VALUE 0.
       01 WKS-COBRADO          PIC S9(09)V99 VALUE 0.

       01 WKS-DIAS-VENCIDO     PIC 9(03) VALUE 0.
       01 WKS-DIAS-TOPE        PIC 9(03) VALUE 999.

      *COBRADORES DADOS DE ALTA, CON SU SUCURSAL Y EL ULTIMO TURNO
      *QUE RECIBIERON EN LA CORRIDA.
       01 WKS-COB-COUNT        PIC 9(02) VALUE 0.
       01 WKS-COB-IDX          PIC 9(02) VALUE 0.
       01 WKS-ROL-IDX          PIC 9(01) VALUE 0.
       01 WKS-ES-COBRADOR      PIC 9 VALUE 0.
       01 WKS-TABLA-COBRADORES.
          03 WKS-COB-ENTRY OCCURS 50 TIMES.
             05 WKS-COB-ID        PIC X(08) VALUE SPACES.
             05 WKS-COB-SUCURSAL  PIC 9(02) VALUE 0.
             05 WKS-COB-TURNO     PIC 9(04) VALUE 0.

      *COBRADORES DE LA SUCURSAL EN TURNO DEL CORTE Y EL SIGUIENTE
      *AL QUE LE TOCA CASO EN EL REPARTO POR TURNOS.
       01 WKS-SUC-ACTUAL       PIC 9(02) VALUE 0.
       01 WKS-SUC-COUNT        PIC 9(02) VALUE 0.
       01 WKS-SUC-SIGUIENTE    PIC 9(02) VALUE 0.
       01 WKS-SUC-TURNO        PIC 9(04) VALUE 0.
       01 WKS-TABLA-SUCURSAL.
          03 WKS-SUC-COB-IDX   PIC 9(02) OCCURS 50 TIMES.
       01 WKS-COBRADOR-ASIGNA  PIC X(08) VALUE SPACES.
       01 WKS-TURNO-ASIGNA     PIC 9(04) VALUE 0.

       01 WKS-CONT-CLIENTES    PIC 9(06) VALUE 0.
       01 WKS-CONT-EN-COLA     PIC 9(06) VALUE 0.
       01 WKS-CONT-SIN-COB     PIC 9(06) VALUE 0.
       01 WKS-CONT-ESPERA      PIC 9(06) VALUE 0.
       01 WKS-CONT-CERRADOS    PIC 9(06) VALUE 0.
       01 WKS-CONT-COBROS      PIC 9(06) VALUE 0.
       01 WKS-SUMA-COBRADA     PIC 9(09)V99 VALUE 0.
       01 WKS-SUMA-COLA        PIC 9(11)V99 VALUE 0.

       01 WKS-FECHA-AVANCE     PIC 9(08).
       01 WKS-FECHA-AVANCE-R REDEFINES WKS-FECHA-AVANCE.
           03 WKS-AVA-AAAA         PIC 9(04).
           03 WKS-AVA-MM           PIC 9(02).
           03 WKS-AVA-DD           PIC 9(02).

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

       01 HEADER-L1-COL.
            03 FILLER PIC X(25) VALUE SPACES.
            03 FILLER PIC X(45)
               VALUE "COLA DIARIA DE COBRANZA POR COBRADOR".

       01 HEADER-L2-COL.
            03 FILLER PIC X(25) VALUE SPACES.
            03 FILLER PIC X(07) VALUE "FECHA: ".
            03 WKS-HOY-R       PIC 9(08).

       01 HEADER-SUC-COL.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(10) VALUE "SUCURSAL: ".
            03 WKS-SUC-R       PIC 99.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(11) VALUE "COBRADORES:".
            03 WKS-SUC-COB-R   PIC ZZ9.

       01 HEADER-CAMPOS-COL.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(10) VALUE "COBRADOR".
            03 FILLER PIC X(07) VALUE "TURNO".
            03 FILLER PIC X(08) VALUE "CLIENTE".
            03 FILLER PIC X(07) VALUE "CICLO".
            03 FILLER PIC X(08) VALUE "CICLOS".
            03 FILLER PIC X(16) VALUE "SALDO VENCIDO".
            03 FILLER PIC X(06) VALUE "DIAS".
            03 FILLER PIC X(07) VALUE "ROTAS".
            03 FILLER PIC X(08) VALUE "PUNTAJE".

       01 DETALLE-COL-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-COBRADOR-R  PIC X(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-TURNO-R     PIC ZZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-CLIENTE-R   PIC 9(06).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-CICLO-R     PIC 9(04).
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-CICLOS-R    PIC ZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-SALDO-R     PIC ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-DIAS-R      PIC ZZ9.
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-ROTAS-R     PIC Z9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-PUNTAJE-R   PIC Z,ZZZ,ZZ9.

       01 FOOTER-COL-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-PIE-ETIQ-R  PIC X(32).
            03 WKS-PIE-CONT-R  PIC ZZZ,ZZ9.

       01 FOOTER-MONTO-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-PIE-ETIQ-M  PIC X(32).
            03 WKS-PIE-MONTO-R PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-ARMA-COLA.
           PERFORM 2800-CIERRA-SIN-CICLOS.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN INPUT CICLOFAC.
           OPEN INPUT ICLIENTES.

           OPEN INPUT OPERADORES.
           PERFORM 1100-CARGA-COBRADORES.
           CLOSE OPERADORES.

           OPEN INPUT PROMESAS.
           IF WKS-FS-PROM NOT = "00"
               MOVE 1 TO WKS-SIN-PROMESAS.

           OPEN INPUT APOYCLI.
           IF WKS-FS-APC NOT = "00"
               MOVE 1 TO WKS-SIN-APOYCLI.

      *SIN CALIFICACIONES (AUN NO CORRE CAL-SCO) LA BANDA NO SUMA.
           OPEN INPUT SCORECLI.
           IF WKS-FS-SCO NOT = "00"
               MOVE 1 TO WKS-SIN-SCORECLI.

      *LA COLA SE CREA EN LA PRIMERA CORRIDA.
           OPEN I-O COLACOB.
           IF WKS-FS-COLA = "35"
               OPEN OUTPUT COLACOB
               CLOSE COLACOB
               OPEN I-O COLACOB.

           OPEN EXTEND GESTCOB.

           OPEN OUTPUT REP-COL.
           MOVE HEADER-L1-COL TO LINEA-COL.
           WRITE LINEA-COL AFTER 1.
           MOVE WKS-FECHA-HOY TO WKS-HOY-R.
           MOVE HEADER-L2-COL TO LINEA-COL.
           WRITE LINEA-COL AFTER 1.

      *UN COBRADOR ES UN OPERADOR ACTIVO, NO BLOQUEADO, CON EL ROL
      *COBRADOR EN CUALQUIERA DE SUS TRES ROLES.
       1100-CARGA-COBRADORES.
           MOVE LOW-VALUES TO ID-OPER.
           START OPERADORES KEY IS NOT < ID-OPER
                       INVALID KEY MOVE 1 TO WKS-EOF-OPER.

           PERFORM 1110-LEER-OPERADOR UNTIL WKS-EOF-OPER = 1.

       1110-LEER-OPERADOR.
           READ OPERADORES NEXT AT END MOVE 1 TO WKS-EOF-OPER.

           IF WKS-EOF-OPER = 0
               IF OPER-ACTIVO AND NOT OPER-BLOQUEADO
                  AND ROLES-OPER NOT = LOW-VALUES
                   MOVE 0 TO WKS-ES-COBRADOR
                   MOVE 1 TO WKS-ROL-IDX
                   PERFORM 1120-REVISA-ROL 3 TIMES
                   IF WKS-ES-COBRADOR = 1 AND WKS-COB-COUNT < 50
                       ADD 1 TO WKS-COB-COUNT
                       MOVE ID-OPER TO WKS-COB-ID (WKS-COB-COUNT)
                       MOVE SUCURSAL-OPER TO
                                  WKS-COB-SUCURSAL (WKS-COB-COUNT)
                   END-IF
               END-IF
           END-IF.

       1120-REVISA-ROL.
           IF ROL-OPER (WKS-ROL-IDX) = "COBRADOR"
               MOVE 1 TO WKS-ES-COBRADOR.

           ADD 1 TO WKS-ROL-IDX.

       2000-ARMA-COLA.
           SORT WORKCOL ON ASCENDING KEY SUCURSAL-W
                           DESCENDING KEY PUNTAJE-W
                           ASCENDING KEY CLIENTE-W
               INPUT PROCEDURE IS 2100-CARGA-SORT
               OUTPUT PROCEDURE IS 2300-DESCARGA-SORT.

      *RECORRIDO DE CICLOFAC EN ORDEN DE LLAVE, QUE LOS DEJA
      *JUNTOS POR CLIENTE. CADA CLIENTE SE EVALUA AL CORTE.
       2100-CARGA-SORT.
           MOVE LOW-VALUES TO CICLO-KEY.
           START CICLOFAC KEY IS NOT < CICLO-KEY
                       INVALID KEY MOVE 1 TO WKS-EOF-CICLO.

           IF WKS-EOF-CICLO = 0
               PERFORM 2110-LEER-CICLO.

           PERFORM 2200-PROCESA-CLIENTE UNTIL WKS-EOF-CICLO = 1.

       2110-LEER-CICLO.
           READ CICLOFAC NEXT AT END MOVE 1 TO WKS-EOF-CICLO.

       2200-PROCESA-CLIENTE.
           MOVE ID-CLIENTE-C TO WKS-CLIENTE-ACTUAL.
           MOVE 0 TO WKS-CICLOS-VENC.
           MOVE 0 TO WKS-SALDO-VENC.
           MOVE 0 TO WKS-PAGADO-TOTAL.
           MOVE 0 TO WKS-CICLO-ANTIGUO.
           MOVE 99999999 TO WKS-VENCE-ANTIGUO.
           MOVE 0 TO WKS-EN-AGENCIA.
           ADD 1 TO WKS-CONT-CLIENTES.

           PERFORM 2210-ACUMULA-CICLO
               UNTIL WKS-EOF-CICLO = 1
                  OR ID-CLIENTE-C NOT = WKS-CLIENTE-ACTUAL.

           PERFORM 2250-EVALUA-CLIENTE THRU 2250-FIN.

      *VENCIDO EN CASA: PENDIENTE, YA PASO SU VENCIMIENTO Y SIN
      *AGENCIA. UN CICLO COLOCADO EN AGENCIA SACA AL CLIENTE ENTERO
      *DE LA COLA: YA LO GESTIONA LA AGENCIA.
       2210-ACUMULA-CICLO.
           ADD MONTO-PAGADO-C RECARGO-PAGADO-C TO WKS-PAGADO-TOTAL.

           IF STATUS-PAGO-C = "N" AND AGENCIA-C > 0
               MOVE 1 TO WKS-EN-AGENCIA.

           IF STATUS-PAGO-C = "N" AND AGENCIA-C = 0
              AND FECHA-VENCE-C < WKS-FECHA-HOY
               ADD 1 TO WKS-CICLOS-VENC
               COMPUTE WKS-SALDO-CICLO = MONTO-ANUAL-C
                     - MONTO-PAGADO-C + RECARGO-C - RECARGO-PAGADO-C
               ADD WKS-SALDO-CICLO TO WKS-SALDO-VENC
               IF FECHA-VENCE-C < WKS-VENCE-ANTIGUO
                   MOVE FECHA-VENCE-C TO WKS-VENCE-ANTIGUO
                   MOVE NUM-CICLO-C   TO WKS-CICLO-ANTIGUO
               END-IF
           END-IF.

           PERFORM 2110-LEER-CICLO.

      *PRIMERO SE ACREDITA LO COBRADO SOBRE EL CASO ABIERTO; LUEGO
      *SE DECIDE SI EL CLIENTE ENTRA A LA COLA, ESPERA SU PROMESA O
      *SE CIERRA.
       2250-EVALUA-CLIENTE.
           MOVE WKS-CLIENTE-ACTUAL TO ID-CLIENTE-CB.
           READ COLACOB INVALID KEY MOVE 0 TO WKS-EXISTE
                       NOT INVALID KEY MOVE 1 TO WKS-EXISTE.

           IF WKS-EXISTE = 1
               IF CASO-ABIERTO
                   PERFORM 2260-ACREDITA-COBRO.

           PERFORM 2270-REVISA-CANDIDATO THRU 2270-FIN.

           IF WKS-CANDIDATO = 1
               PERFORM 2290-SUELTA-CLIENTE
               GO TO 2250-FIN.

           IF WKS-EXISTE = 0
               GO TO 2250-FIN.

           IF NOT CASO-ABIERTO
               GO TO 2250-FIN.

           IF WKS-PROMESA-VIVA = 1 AND WKS-CICLOS-VENC > 0
               MOVE "E" TO ESTADO-CB
               ADD 1 TO WKS-CONT-ESPERA
           ELSE
               MOVE "C" TO ESTADO-CB
               ADD 1 TO WKS-CONT-CERRADOS.

           MOVE WKS-FECHA-HOY TO FECHA-COLA-CB.
           REWRITE REG-COLA.

       2250-FIN.
           EXIT.

      *LO QUE CRECIO EL PAGADO DEL CLIENTE DESDE LA CORRIDA
      *ANTERIOR ES COBRO DEL COBRADOR DE LA ULTIMA GESTION; SIN
      *GESTION TODAVIA NO SE LE ACREDITA A NADIE.
       2260-ACREDITA-COBRO.
           COMPUTE WKS-COBRADO = WKS-PAGADO-TOTAL - PAGADO-BASE-CB.

           IF WKS-COBRADO > 0
              AND COBRADOR-GESTION-CB NOT = SPACES
               ACCEPT WKS-HORA-ACTUAL FROM TIME
               MOVE WKS-FECHA-HOY       TO FECHA-GC
               MOVE WKS-HORA-ACTUAL     TO HORA-GC
               MOVE COBRADOR-GESTION-CB TO COBRADOR-GC
               MOVE ID-CLIENTE-CB       TO ID-CLIENTE-GC
               MOVE NUM-CICLO-CB        TO NUM-CICLO-GC
               MOVE "C"                 TO RESULTADO-GC
               MOVE WKS-COBRADO         TO MONTO-GC
               MOVE SUCURSAL-CB         TO SUCURSAL-GC
               WRITE REG-GESTION
               ADD 1 TO WKS-CONT-COBROS
               ADD WKS-COBRADO TO WKS-SUMA-COBRADA.

           MOVE WKS-PAGADO-TOTAL TO PAGADO-BASE-CB.
           REWRITE REG-COLA.

      *ENTRA A LA COLA EL CLIENTE CON ALGUN CICLO VENCIDO EN CASA,
      *NINGUNO EN AGENCIA, SIN AVISO DE DEFUNCION, FUERA DE UN
      *PROGRAMA DE APOYO Y SIN UNA PROMESA QUE TODAVIA NO VENCE.
       2270-REVISA-CANDIDATO.
           MOVE 0 TO WKS-CANDIDATO.
           MOVE 0 TO WKS-PROMESA-VIVA.
           MOVE 0 TO WKS-ROTAS.

           IF WKS-CICLOS-VENC = 0 OR WKS-EN-AGENCIA = 1
               GO TO 2270-FIN.

           MOVE WKS-CLIENTE-ACTUAL TO ID-CLIENTE-I.
           READ ICLIENTES INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                          NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 1
               GO TO 2270-FIN.

           IF DEFUNCION-I = "S"
               GO TO 2270-FIN.

           PERFORM 2275-REVISA-APOYO THRU 2275-FIN.
           IF WKS-CLIENTE-EN-APOYO = 1
               GO TO 2270-FIN.

           PERFORM 2280-REVISA-PROMESAS THRU 2280-FIN.
           IF WKS-PROMESA-VIVA = 1
               GO TO 2270-FIN.

           MOVE 1 TO WKS-CANDIDATO.

       2270-FIN.
           EXIT.

       2275-REVISA-APOYO.
           MOVE 0 TO WKS-CLIENTE-EN-APOYO.

           IF WKS-SIN-APOYCLI = 1
               GO TO 2275-FIN.

           MOVE WKS-CLIENTE-ACTUAL TO ID-CLIENTE-AC.
           READ APOYCLI INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                        NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 0
               IF AC-EN-APOYO AND FECHA-INI-AC NOT > WKS-FECHA-HOY
                  AND FECHA-FIN-AC NOT < WKS-FECHA-HOY
                   MOVE 1 TO WKS-CLIENTE-EN-APOYO.

       2275-FIN.
           EXIT.

      *PROMESAS DEL CLIENTE EN TODOS SUS CICLOS: LAS ROTAS SUMAN A
      *LA PRIORIDAD; UNA PENDIENTE CON FECHA DE HOY EN ADELANTE
      *DEJA AL CLIENTE EN ESPERA.
       2280-REVISA-PROMESAS.
           IF WKS-SIN-PROMESAS = 1
               GO TO 2280-FIN.

           MOVE WKS-CLIENTE-ACTUAL TO ID-CLIENTE-PRO.
           MOVE 0 TO NUM-CICLO-PRO.
           MOVE 0 TO NUM-PROMESA-PRO.
           MOVE 0 TO WKS-EOF-PROM.

           START PROMESAS KEY IS NOT < PROMESA-KEY
               INVALID KEY MOVE 1 TO WKS-EOF-PROM
           END-START.

           PERFORM 2281-LEER-PROMESA UNTIL WKS-EOF-PROM = 1.

       2280-FIN.
           EXIT.

       2281-LEER-PROMESA.
           READ PROMESAS NEXT AT END MOVE 1 TO WKS-EOF-PROM.

           IF WKS-EOF-PROM = 0
               IF ID-CLIENTE-PRO NOT = WKS-CLIENTE-ACTUAL
                   MOVE 1 TO WKS-EOF-PROM
               ELSE
                   IF PROMESA-INCUMPLIDA AND WKS-ROTAS < 99
                       ADD 1 TO WKS-ROTAS
                   END-IF
                   IF PROMESA-PENDIENTE
                      AND FECHA-PROMETIDA-PRO NOT < WKS-FECHA-HOY
                       MOVE 1 TO WKS-PROMESA-VIVA
                   END-IF
               END-IF
           END-IF.

       2290-SUELTA-CLIENTE.
           MOVE WKS-VENCE-ANTIGUO TO WKS-FECHA-AVANCE.
           PERFORM 2500-CUENTA-DIAS-VENCIDO.
           PERFORM 2295-PUNTOS-BANDA.

           COMPUTE WKS-PUNTAJE = WKS-SALDO-VENC / 100
                               + WKS-DIAS-VENCIDO * WKS-PESO-DIA
                               + WKS-ROTAS * WKS-PESO-ROTA
                               + WKS-PUNTOS-BANDA
               ON SIZE ERROR MOVE 9999999 TO WKS-PUNTAJE
           END-COMPUTE.

           MOVE SUCURSAL-I         TO SUCURSAL-W.
           MOVE WKS-PUNTAJE        TO PUNTAJE-W.
           MOVE WKS-CLIENTE-ACTUAL TO CLIENTE-W.
           MOVE WKS-CICLO-ANTIGUO  TO CICLO-W.
           MOVE WKS-CICLOS-VENC    TO CICLOS-W.
           MOVE WKS-SALDO-VENC     TO SALDO-W.
           MOVE WKS-DIAS-VENCIDO   TO DIAS-W.
           MOVE WKS-ROTAS          TO ROTAS-W.
           MOVE WKS-PAGADO-TOTAL   TO PAGADO-W.
           RELEASE REG-COL-W.

      *LAS CALIFICACIONES DEL CLIENTE VIENEN EN ORDEN DE MES; CUENTA
      *LA BANDA DE LA ULTIMA.
       2295-PUNTOS-BANDA.
           MOVE 0 TO WKS-PUNTOS-BANDA.
           MOVE SPACE TO WKS-BANDA-CLIENTE.

           IF WKS-SIN-SCORECLI = 0
               MOVE WKS-CLIENTE-ACTUAL TO ID-CLIENTE-CP
               MOVE 0 TO MES-CP
               MOVE 0 TO WKS-EOF-SCO
               START SCORECLI KEY IS NOT < SCORE-KEY
                   INVALID KEY MOVE 1 TO WKS-EOF-SCO
               END-START
               PERFORM 2296-LEER-CALIFICACION UNTIL WKS-EOF-SCO = 1
           END-IF.

           IF WKS-BANDA-CLIENTE = "C"
               MOVE WKS-PESO-BANDA-C TO WKS-PUNTOS-BANDA.
           IF WKS-BANDA-CLIENTE = "D"
               MOVE WKS-PESO-BANDA-D TO WKS-PUNTOS-BANDA.
           IF WKS-BANDA-CLIENTE = "E"
               MOVE WKS-PESO-BANDA-E TO WKS-PUNTOS-BANDA.

       2296-LEER-CALIFICACION.
           READ SCORECLI NEXT AT END MOVE 1 TO WKS-EOF-SCO.

           IF WKS-EOF-SCO = 0
               IF ID-CLIENTE-CP NOT = WKS-CLIENTE-ACTUAL
                   MOVE 1 TO WKS-EOF-SCO
               ELSE
                   MOVE BANDA-CP TO WKS-BANDA-CLIENTE
               END-IF
           END-IF.

       2300-DESCARGA-SORT.
           MOVE 0 TO WKS-EOF-SORT.
           PERFORM 2310-RECIBE-CLIENTE.

           PERFORM 2400-PROCESA-SUCURSAL UNTIL WKS-EOF-SORT = 1.

       2310-RECIBE-CLIENTE.
           RETURN WORKCOL AT END MOVE 1 TO WKS-EOF-SORT.

      *CORTE POR SUCURSAL: SUS CASOS, YA DE MAYOR A MENOR PUNTAJE,
      *SE REPARTEN POR TURNOS ENTRE SUS COBRADORES PARA QUE CADA
      *UNO RECIBA CASOS DE TODA LA ESCALA DE PRIORIDAD.
       2400-PROCESA-SUCURSAL.
           MOVE SUCURSAL-W TO WKS-SUC-ACTUAL.
           MOVE 0 TO WKS-SUC-COUNT.
           MOVE 0 TO WKS-SUC-SIGUIENTE.
           MOVE 0 TO WKS-SUC-TURNO.
           MOVE 0 TO WKS-COB-IDX.
           PERFORM 2410-JUNTA-COBRADOR WKS-COB-COUNT TIMES.

           MOVE WKS-SUC-ACTUAL TO WKS-SUC-R.
           MOVE WKS-SUC-COUNT  TO WKS-SUC-COB-R.
           MOVE HEADER-SUC-COL TO LINEA-COL.
           WRITE LINEA-COL AFTER 3.
           MOVE HEADER-CAMPOS-COL TO LINEA-COL.
           WRITE LINEA-COL AFTER 2.

           PERFORM 2420-ASIGNA-CASO
               UNTIL WKS-EOF-SORT = 1
                  OR SUCURSAL-W NOT = WKS-SUC-ACTUAL.

       2410-JUNTA-COBRADOR.
           ADD 1 TO WKS-COB-IDX.

           IF WKS-COB-SUCURSAL (WKS-COB-IDX) = WKS-SUC-ACTUAL
               ADD 1 TO WKS-SUC-COUNT
               MOVE WKS-COB-IDX TO WKS-SUC-COB-IDX (WKS-SUC-COUNT).

      *SIN COBRADORES EN LA SUCURSAL EL CASO QUEDA EN LA COLA SIN
      *DUENO, CON SU TURNO, PARA QUE EL SUPERVISOR LO VEA.
       2420-ASIGNA-CASO.
           IF WKS-SUC-COUNT = 0
               MOVE SPACES TO WKS-COBRADOR-ASIGNA
               ADD 1 TO WKS-SUC-TURNO
               MOVE WKS-SUC-TURNO TO WKS-TURNO-ASIGNA
               ADD 1 TO WKS-CONT-SIN-COB
           ELSE
               ADD 1 TO WKS-SUC-SIGUIENTE
               IF WKS-SUC-SIGUIENTE > WKS-SUC-COUNT
                   MOVE 1 TO WKS-SUC-SIGUIENTE
               END-IF
               MOVE WKS-SUC-COB-IDX (WKS-SUC-SIGUIENTE)
                                              TO WKS-COB-IDX
               ADD 1 TO WKS-COB-TURNO (WKS-COB-IDX)
               MOVE WKS-COB-ID (WKS-COB-IDX) TO WKS-COBRADOR-ASIGNA
               MOVE WKS-COB-TURNO (WKS-COB-IDX) TO WKS-TURNO-ASIGNA.

           PERFORM 2430-GRABA-CASO.
           PERFORM 2440-IMPRIME-CASO.

           PERFORM 2310-RECIBE-CLIENTE.

      *EL CASO QUE YA EXISTIA CONSERVA SU ULTIMA GESTION Y SU BASE
      *DE PAGADO; UNO NUEVO O CERRADO ARRANCA DE CERO CON LA BASE EN
      *EL PAGADO DE HOY.
       2430-GRABA-CASO.
           MOVE CLIENTE-W TO ID-CLIENTE-CB.
           READ COLACOB INVALID KEY MOVE 0 TO WKS-EXISTE
                       NOT INVALID KEY MOVE 1 TO WKS-EXISTE.

           IF WKS-EXISTE = 0 OR CASO-CERRADO
               MOVE PAGADO-W TO PAGADO-BASE-CB
               MOVE SPACES   TO RESULTADO-CB
               MOVE 0        TO FECHA-GESTION-CB
               MOVE SPACES   TO COBRADOR-GESTION-CB
               MOVE 0        TO INTENTOS-CB.

           MOVE WKS-COBRADOR-ASIGNA TO COBRADOR-CB.
           MOVE WKS-TURNO-ASIGNA    TO TURNO-CB.
           MOVE WKS-FECHA-HOY       TO FECHA-COLA-CB.
           MOVE SUCURSAL-W          TO SUCURSAL-CB.
           MOVE CICLO-W             TO NUM-CICLO-CB.
           MOVE CICLOS-W            TO CICLOS-VENC-CB.
           MOVE SALDO-W             TO SALDO-VENC-CB.
           MOVE DIAS-W              TO DIAS-VENC-CB.
           MOVE ROTAS-W             TO ROTAS-CB.
           MOVE PUNTAJE-W           TO PUNTAJE-CB.
           MOVE "A"                 TO ESTADO-CB.

           IF WKS-EXISTE = 1
               REWRITE REG-COLA
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR EL CASO "
                               ID-CLIENTE-CB
               END-REWRITE
           ELSE
               WRITE REG-COLA
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR EL CASO "
                               ID-CLIENTE-CB
               END-WRITE.

           ADD 1 TO WKS-CONT-EN-COLA.
           ADD SALDO-W TO WKS-SUMA-COLA.

       2440-IMPRIME-CASO.
           MOVE WKS-COBRADOR-ASIGNA TO WKS-COBRADOR-R.
           MOVE WKS-TURNO-ASIGNA    TO WKS-TURNO-R.
           MOVE CLIENTE-W           TO WKS-CLIENTE-R.
           MOVE CICLO-W             TO WKS-CICLO-R.
           MOVE CICLOS-W            TO WKS-CICLOS-R.
           MOVE SALDO-W             TO WKS-SALDO-R.
           MOVE DIAS-W              TO WKS-DIAS-R.
           MOVE ROTAS-W             TO WKS-ROTAS-R.
           MOVE PUNTAJE-W           TO WKS-PUNTAJE-R.
           MOVE DETALLE-COL-R TO LINEA-COL.
           WRITE LINEA-COL AFTER 1.

       2500-CUENTA-DIAS-VENCIDO.
           MOVE 0 TO WKS-DIAS-VENCIDO.

           PERFORM 2510-SUMA-UN-DIA
               UNTIL WKS-FECHA-AVANCE NOT < WKS-FECHA-HOY
                  OR WKS-DIAS-VENCIDO = WKS-DIAS-TOPE.

       2510-SUMA-UN-DIA.
           PERFORM 2520-CALCULA-DIAS-MAX.

           ADD 1 TO WKS-AVA-DD.
           IF WKS-AVA-DD > WKS-DIAS-MAX
              MOVE 1 TO WKS-AVA-DD
              ADD 1 TO WKS-AVA-MM
              IF WKS-AVA-MM > 12
                 MOVE 1 TO WKS-AVA-MM
                 ADD 1 TO WKS-AVA-AAAA.

           ADD 1 TO WKS-DIAS-VENCIDO.

       2520-CALCULA-DIAS-MAX.
           MOVE WKS-DIAS-MES-TAB (WKS-AVA-MM) TO WKS-DIAS-MAX.

           IF WKS-AVA-MM = 2
              DIVIDE WKS-AVA-AAAA BY 4
                  GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-4
              IF WKS-RESIDUO-4 NOT = 0
                 MOVE 28 TO WKS-DIAS-MAX
              ELSE
                 DIVIDE WKS-AVA-AAAA BY 100
                     GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-100
                 IF WKS-RESIDUO-100 = 0
                    DIVIDE WKS-AVA-AAAA BY 400
                        GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-400
                    IF WKS-RESIDUO-400 NOT = 0
                       MOVE 28 TO WKS-DIAS-MAX
                    ELSE
                       MOVE 29 TO WKS-DIAS-MAX
                 ELSE
                    MOVE 29 TO WKS-DIAS-MAX.

      *UN CASO ABIERTO QUE HOY NO SE EVALUO YA NO TIENE CICLOS EN
      *CICLOFAC (DEPURADOS O CASTIGADOS): SE CIERRA.
       2800-CIERRA-SIN-CICLOS.
           MOVE 0 TO WKS-EOF-COLA.
           MOVE LOW-VALUES TO ID-CLIENTE-CB.
           START COLACOB KEY IS NOT < ID-CLIENTE-CB
                       INVALID KEY MOVE 1 TO WKS-EOF-COLA.

           PERFORM 2810-LEER-CASO UNTIL WKS-EOF-COLA = 1.

       2810-LEER-CASO.
           READ COLACOB NEXT AT END MOVE 1 TO WKS-EOF-COLA.

           IF WKS-EOF-COLA = 0
               IF CASO-ABIERTO AND FECHA-COLA-CB < WKS-FECHA-HOY
                   MOVE "C" TO ESTADO-CB
                   MOVE WKS-FECHA-HOY TO FECHA-COLA-CB
                   REWRITE REG-COLA
                   ADD 1 TO WKS-CONT-CERRADOS
               END-IF
           END-IF.

       3000-FIN.
           MOVE "CLIENTES REVISADOS:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-CLIENTES TO WKS-PIE-CONT-R.
           MOVE FOOTER-COL-R TO LINEA-COL.
           WRITE LINEA-COL AFTER 3.

           MOVE "CASOS EN COLA:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-EN-COLA TO WKS-PIE-CONT-R.
           MOVE FOOTER-COL-R TO LINEA-COL.
           WRITE LINEA-COL AFTER 1.

           MOVE "CASOS SIN COBRADOR:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-SIN-COB TO WKS-PIE-CONT-R.
           MOVE FOOTER-COL-R TO LINEA-COL.
           WRITE LINEA-COL AFTER 1.

           MOVE "EN ESPERA DE PROMESA:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-ESPERA TO WKS-PIE-CONT-R.
           MOVE FOOTER-COL-R TO LINEA-COL.
           WRITE LINEA-COL AFTER 1.

           MOVE "CASOS CERRADOS:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-CERRADOS TO WKS-PIE-CONT-R.
           MOVE FOOTER-COL-R TO LINEA-COL.
           WRITE LINEA-COL AFTER 1.

           MOVE "SALDO VENCIDO EN COLA:" TO WKS-PIE-ETIQ-M.
           MOVE WKS-SUMA-COLA TO WKS-PIE-MONTO-R.
           MOVE FOOTER-MONTO-R TO LINEA-COL.
           WRITE LINEA-COL AFTER 1.

           MOVE "COBRADO DESDE LA CORRIDA ANTERIOR:"
                                             TO WKS-PIE-ETIQ-M.
           MOVE WKS-SUMA-COBRADA TO WKS-PIE-MONTO-R.
           MOVE FOOTER-MONTO-R TO LINEA-COL.
           WRITE LINEA-COL AFTER 1.

           CLOSE REP-COL.
           CLOSE CICLOFAC.
           CLOSE ICLIENTES.
           CLOSE COLACOB.
           CLOSE GESTCOB.
           IF WKS-SIN-PROMESAS = 0
               CLOSE PROMESAS.
           IF WKS-SIN-APOYCLI = 0
               CLOSE APOYCLI.
           IF WKS-SIN-SCORECLI = 0
               CLOSE SCORECLI.

           DISPLAY "CASOS EN COLA: " WKS-CONT-EN-COLA.
           DISPLAY "CASOS CERRADOS: " WKS-CONT-CERRADOS.
           DISPLAY "COBROS ACREDITADOS: " WKS-CONT-COBROS.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "COL-COB " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-CLIENTES TO LEIDOS-BIT.
           MOVE WKS-CONT-EN-COLA TO ESCRITOS-BIT.
           MOVE WKS-CONT-SIN-COB TO RECHAZADOS-BIT.
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
