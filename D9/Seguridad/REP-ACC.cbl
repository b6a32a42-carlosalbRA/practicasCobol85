      *MI PROGRAMA DE REPORTE SEMANAL DE CONSULTAS DE CLIENTES - LEE
      *LA BITACORA ACCESOS QUE GRABAN CON-MEN, BUS-INDD Y PER-CLI Y,
      *PARA LOS SIETE DIAS QUE TERMINAN EN LA FECHA DE NEGOCIO, SENALA
      *CADA CONSULTA DE UN CLIENTE DE OTRA SUCURSAL Y CADA CONSULTA DE
      *UN CLIENTE VIGILADO (EMPLEADOS, VIP) SIN UNA LLAMADA DEL
      *CLIENTE REGISTRADA EN CONTACTOS POR EL MISMO OPERADOR ESE DIA.
      *CIERRA CON EL RESUMEN POR OPERADOR Y MARCA A QUIEN CONSULTO
      *MUCHO MAS QUE EL PROMEDIO DE SUS COMPANEROS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REP-ACC.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESOS ASSIGN TO DISK
                FILE STATUS IS WKS-FS-ACC.

           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I
                FILE STATUS IS WKS-FS-CLI.

           SELECT VIGILADOS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-VG
                FILE STATUS IS WKS-FS-VIG.

           SELECT CONTACTOS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CONT-KEY
                FILE STATUS IS WKS-FS-CONT.

           SELECT REP-VIS ASSIGN TO PRINTER.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
      *BITACORA DE CONSULTAS DE CLIENTES POR OPERADOR.
       FD ACCESOS.
       01 REG-ACCESO.
       COPY ACCECOPY.

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

      *LISTA DE CLIENTES VIGILADOS.
       FD VIGILADOS.
       01 REG-VIGILADO.
       COPY VIGCOPY.

      *BITACORA DE LLAMADAS DEL CENTRO DE CONTACTO.
       FD CONTACTOS.
       01 REG-CONTACTO.
       COPY CONTCOPY.

       FD REP-VIS.
       01 LINEA-ACC              PIC X(132).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-FS-ACC           PIC X(02) VALUE "00".
       01 WKS-FS-CLI           PIC X(02) VALUE "00".
       01 WKS-FS-VIG           PIC X(02) VALUE "00".
       01 WKS-FS-CONT          PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-SIN-CLIENTES     PIC 9 VALUE 0.
       01 WKS-SIN-VIGILADOS    PIC 9 VALUE 0.
       01 WKS-SIN-CONTACTOS    PIC 9 VALUE 0.
       01 WKS-EOF-ACC          PIC 9 VALUE 0.
       01 WKS-EOF-CONT         PIC 9 VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-FECHA-DESDE      PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-CONT-LEIDOS      PIC 9(06) VALUE 0.
       01 WKS-CONT-SEMANA      PIC 9(06) VALUE 0.
       01 WKS-CONT-FUERA       PIC 9(06) VALUE 0.
       01 WKS-CONT-VIGILADOS   PIC 9(06) VALUE 0.
       01 WKS-CONT-ALERTAS     PIC 9(06) VALUE 0.
       01 WKS-CONT-INUSUALES   PIC 9(06) VALUE 0.

      *DIAS QUE CUBRE EL REPORTE CONTANDO LA FECHA DE NEGOCIO.
       01 WKS-DIAS-PERIODO     PIC 9(02) VALUE 7.
       01 WKS-DIAS-RESTADOS    PIC 9(02) VALUE 0.

      *UN OPERADOR CONSULTA DE MAS CUANDO PASA DE TANTAS VECES EL
      *PROMEDIO DE LA SEMANA Y ADEMAS LLEGA AL MINIMO; EL MINIMO EVITA
      *MARCAR A NADIE EN UNA SEMANA DE POCO MOVIMIENTO.
       01 WKS-FACTOR-INUSUAL   PIC 9(02) VALUE 3.
       01 WKS-MINIMO-INUSUAL   PIC 9(06) VALUE 50.
       01 WKS-PROMEDIO         PIC 9(06) VALUE 0.
       01 WKS-TOPE-INUSUAL     PIC 9(08) VALUE 0.

      *LO QUE SE SUPO DE LA CONSULTA EN REVISION.
       01 WKS-CLIENTE-EXISTE   PIC 9 VALUE 0.
       01 WKS-FUERA-SUCURSAL   PIC 9 VALUE 0.
       01 WKS-ES-VIGILADO      PIC 9 VALUE 0.
       01 WKS-CON-LLAMADA      PIC 9 VALUE 0.
       01 WKS-TIPO-VIGILADO    PIC X(08) VALUE SPACES.

      *CONSULTAS POR OPERADOR; DESPUES DEL RENGLON CINCUENTA LOS
      *OPERADORES NUEVOS SE ACUMULAN EN EL ULTIMO.
       01 WKS-OPE-COUNT        PIC 9(02) VALUE 0.
       01 WKS-IDX              PIC 9(02) VALUE 0.
       01 WKS-ENCONTRADO       PIC 9 VALUE 0.
       01 WKS-TABLA-OPERADORES.
          03 WKS-OPE-ENTRY OCCURS 50 TIMES.
             05 WKS-OPE-ID        PIC X(08) VALUE SPACES.
             05 WKS-OPE-SUC       PIC 9(02) VALUE 0.
             05 WKS-OPE-CONSULTAS PIC 9(06) VALUE 0.
             05 WKS-OPE-FUERA     PIC 9(06) VALUE 0.
             05 WKS-OPE-VIGILADOS PIC 9(06) VALUE 0.

       01 WKS-FECHA-EVALUA     PIC 9(08) VALUE 0.
       01 WKS-FECHA-EVALUA-R REDEFINES WKS-FECHA-EVALUA.
           03 WKS-EVA-AAAA         PIC 9(04).
           03 WKS-EVA-MM           PIC 9(02).
           03 WKS-EVA-DD           PIC 9(02).

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

       01 HEADER-L1-ACC.
            03 FILLER PIC X(25) VALUE SPACES.
            03 FILLER PIC X(50)
               VALUE "CONSULTAS DE CLIENTES POR OPERADOR".

       01 HEADER-L2-ACC.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(15) VALUE "SEMANA DEL DIA ".
            03 WKS-DESDE-R     PIC 9(08).
            03 FILLER          PIC X(07) VALUE " AL DIA".
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-HASTA-R     PIC 9(08).

       01 HEADER-L3-ACC.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(40)
               VALUE "CONSULTAS FUERA DE SUCURSAL O VIGILADAS".

       01 HEADER-L4-ACC.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(10) VALUE "OPERADOR".
            03 FILLER PIC X(05) VALUE "SUC".
            03 FILLER PIC X(08) VALUE "CLIENTE".
            03 FILLER PIC X(05) VALUE "SUC".
            03 FILLER PIC X(10) VALUE "PROGRAMA".
            03 FILLER PIC X(10) VALUE "FECHA".
            03 FILLER PIC X(10) VALUE "HORA".
            03 FILLER PIC X(22) VALUE "ALERTA".
            03 FILLER PIC X(09) VALUE "LLAMADA".
            03 FILLER PIC X(08) VALUE "VIGILADO".

       01 DETALLE-ACC-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-DET-OPER-R  PIC X(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-DET-SUCO-R  PIC 9(02).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-DET-CLI-R   PIC 9(06).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-DET-SUCC-R  PIC X(02).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-DET-PGM-R   PIC X(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-DET-FECHA-R PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-DET-HORA-R  PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-DET-ALERTA-R PIC X(20).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-DET-LLAM-R  PIC X(02).
            03 FILLER          PIC X(07) VALUE SPACES.
            03 WKS-DET-VIG-R   PIC X(08).

       01 HEADER-L5-ACC.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(30) VALUE "RESUMEN POR OPERADOR".

       01 HEADER-L6-ACC.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(24)
                               VALUE "PROMEDIO POR OPERADOR: ".
            03 WKS-PROMEDIO-R  PIC ZZZ,ZZ9.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(25)
                               VALUE "SE MARCA ARRIBA DE:     ".
            03 WKS-TOPE-R      PIC ZZ,ZZZ,ZZ9.

       01 HEADER-L7-ACC.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(10) VALUE "OPERADOR".
            03 FILLER PIC X(05) VALUE "SUC".
            03 FILLER PIC X(11) VALUE "  CONSULTAS".
            03 FILLER PIC X(11) VALUE "  FUERA SUC".
            03 FILLER PIC X(11) VALUE "  VIGILADOS".
            03 FILLER PIC X(03) VALUE SPACES.
            03 FILLER PIC X(20) VALUE "OBSERVACION".

       01 DETALLE-OPE-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-OPE-ID-R    PIC X(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-OPE-SUC-R   PIC 9(02).
            03 FILLER          PIC X(07) VALUE SPACES.
            03 WKS-OPE-CONS-R  PIC ZZZ,ZZ9.
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-OPE-FUERA-R PIC ZZZ,ZZ9.
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-OPE-VIG-R   PIC ZZZ,ZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-OPE-OBS-R   PIC X(20).

       01 FOOTER-ACC-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-TOT-ETIQ-R  PIC X(32).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-TOT-NUM-R   PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-EOF-ACC = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           PERFORM 1100-CALCULA-DESDE.

      *SIN MAESTRO, SIN LISTA O SIN LLAMADAS EL REPORTE SALE CON LO
      *QUE SE PUEDA REVISAR: NO HAY CONSULTA FUERA DE SUCURSAL SIN
      *MAESTRO NI VIGILADO SIN LISTA, Y SIN CONTACTOS NINGUNA
      *CONSULTA DE UN VIGILADO TIENE LLAMADA.
           OPEN INPUT ACCESOS.
           IF WKS-FS-ACC NOT = "00"
               MOVE 1 TO WKS-EOF-ACC.

           OPEN INPUT ICLIENTES.
           IF WKS-FS-CLI NOT = "00"
               MOVE 1 TO WKS-SIN-CLIENTES.

           OPEN INPUT VIGILADOS.
           IF WKS-FS-VIG NOT = "00"
               MOVE 1 TO WKS-SIN-VIGILADOS.

           OPEN INPUT CONTACTOS.
           IF WKS-FS-CONT NOT = "00"
               MOVE 1 TO WKS-SIN-CONTACTOS.

           OPEN OUTPUT REP-VIS.

           MOVE HEADER-L1-ACC TO LINEA-ACC.
           WRITE LINEA-ACC AFTER PAGE.
           MOVE WKS-FECHA-DESDE TO WKS-DESDE-R.
           MOVE WKS-FECHA-HOY   TO WKS-HASTA-R.
           MOVE HEADER-L2-ACC TO LINEA-ACC.
           WRITE LINEA-ACC AFTER 2.
           MOVE HEADER-L3-ACC TO LINEA-ACC.
           WRITE LINEA-ACC AFTER 2.
           MOVE HEADER-L4-ACC TO LINEA-ACC.
           WRITE LINEA-ACC AFTER 2.

      *PRIMER DIA DEL PERIODO: LA FECHA DE NEGOCIO MENOS SEIS DIAS
      *NATURALES, PARA QUE LA SEMANA CUENTE SIETE CON EL DE HOY.
       1100-CALCULA-DESDE.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-EVALUA.
           MOVE 1 TO WKS-DIAS-RESTADOS.

           PERFORM 9032-RESTA-DIA-EVALUA
               UNTIL WKS-DIAS-RESTADOS = WKS-DIAS-PERIODO.

           MOVE WKS-FECHA-EVALUA TO WKS-FECHA-DESDE.

       2000-PROCESO.
           READ ACCESOS AT END MOVE 1 TO WKS-EOF-ACC.

           IF WKS-EOF-ACC = 0
               ADD 1 TO WKS-CONT-LEIDOS
               IF FECHA-AC NOT < WKS-FECHA-DESDE
                  AND FECHA-AC NOT > WKS-FECHA-HOY
                   PERFORM 2100-REVISA-ACCESO
               END-IF
           END-IF.

       2100-REVISA-ACCESO.
           ADD 1 TO WKS-CONT-SEMANA.

           PERFORM 2200-UBICA-OPERADOR.
           ADD 1 TO WKS-OPE-CONSULTAS (WKS-IDX).

           PERFORM 2300-REVISA-CLIENTE.

           MOVE 0 TO WKS-CON-LLAMADA.
           IF WKS-FUERA-SUCURSAL = 1 OR WKS-ES-VIGILADO = 1
               PERFORM 2400-BUSCA-LLAMADA THRU 2400-FIN.

           IF WKS-FUERA-SUCURSAL = 1
               ADD 1 TO WKS-CONT-FUERA
               ADD 1 TO WKS-OPE-FUERA (WKS-IDX).

           IF WKS-ES-VIGILADO = 1 AND WKS-CON-LLAMADA = 0
               ADD 1 TO WKS-CONT-VIGILADOS
               ADD 1 TO WKS-OPE-VIGILADOS (WKS-IDX).

           IF WKS-FUERA-SUCURSAL = 1
              OR (WKS-ES-VIGILADO = 1 AND WKS-CON-LLAMADA = 0)
               PERFORM 2500-IMPRIME-ALERTA.

      *LA SUCURSAL QUE QUEDA EN LA TABLA ES LA DE SU ULTIMA CONSULTA.
       2200-UBICA-OPERADOR.
           MOVE 0 TO WKS-ENCONTRADO.
           MOVE 1 TO WKS-IDX.

           PERFORM 2210-COMPARA-OPERADOR
               UNTIL WKS-ENCONTRADO = 1
                  OR WKS-IDX > WKS-OPE-COUNT.

           IF WKS-ENCONTRADO = 0
               IF WKS-OPE-COUNT < 50
                   ADD 1 TO WKS-OPE-COUNT
                   MOVE WKS-OPE-COUNT TO WKS-IDX
                   MOVE ID-OPER-AC TO WKS-OPE-ID (WKS-IDX)
               ELSE
                   MOVE WKS-OPE-COUNT TO WKS-IDX.

           MOVE SUCURSAL-OPER-AC TO WKS-OPE-SUC (WKS-IDX).

       2210-COMPARA-OPERADOR.
           IF WKS-OPE-ID (WKS-IDX) = ID-OPER-AC
               MOVE 1 TO WKS-ENCONTRADO
           ELSE
               ADD 1 TO WKS-IDX.

       2300-REVISA-CLIENTE.
           MOVE 0 TO WKS-CLIENTE-EXISTE.
           MOVE 0 TO WKS-FUERA-SUCURSAL.
           MOVE 0 TO WKS-ES-VIGILADO.
           MOVE SPACES TO WKS-TIPO-VIGILADO.

           IF WKS-SIN-CLIENTES = 0
               MOVE ID-CLIENTE-AC TO ID-CLIENTE-I
               READ ICLIENTES
                   INVALID KEY MOVE 0 TO WKS-CLIENTE-EXISTE
                   NOT INVALID KEY MOVE 1 TO WKS-CLIENTE-EXISTE
               END-READ
               IF WKS-CLIENTE-EXISTE = 1
                  AND SUCURSAL-I NOT = SUCURSAL-OPER-AC
                   MOVE 1 TO WKS-FUERA-SUCURSAL
               END-IF
           END-IF.

           IF WKS-SIN-VIGILADOS = 0
               MOVE ID-CLIENTE-AC TO ID-CLIENTE-VG
               READ VIGILADOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF VG-VIGENTE
                           MOVE 1 TO WKS-ES-VIGILADO
                       END-IF
               END-READ
               IF WKS-ES-VIGILADO = 1
                   IF VG-EMPLEADO
                       MOVE "EMPLEADO" TO WKS-TIPO-VIGILADO
                   ELSE
                       IF VG-VIP
                           MOVE "VIP" TO WKS-TIPO-VIGILADO
                       ELSE
                           MOVE "OTRO" TO WKS-TIPO-VIGILADO.

      *LA CONSULTA TIENE MOTIVO CUANDO EL MISMO OPERADOR REGISTRO UNA
      *LLAMADA DE ESE CLIENTE EL MISMO DIA.
       2400-BUSCA-LLAMADA.
           IF WKS-SIN-CONTACTOS = 1
               GO TO 2400-FIN.

           MOVE ID-CLIENTE-AC TO ID-CLIENTE-CT.
           MOVE FECHA-AC      TO FECHA-CT.
           MOVE 0             TO HORA-CT.
           MOVE 0             TO WKS-EOF-CONT.

           START CONTACTOS KEY IS NOT < CONT-KEY
               INVALID KEY GO TO 2400-FIN
           END-START.

           PERFORM 2410-LEE-LLAMADA
               UNTIL WKS-EOF-CONT = 1 OR WKS-CON-LLAMADA = 1.

       2400-FIN.
           EXIT.

       2410-LEE-LLAMADA.
           READ CONTACTOS NEXT AT END MOVE 1 TO WKS-EOF-CONT.

           IF WKS-EOF-CONT = 0
               IF ID-CLIENTE-CT NOT = ID-CLIENTE-AC
                  OR FECHA-CT NOT = FECHA-AC
                   MOVE 1 TO WKS-EOF-CONT
               ELSE
                   IF OPERADOR-CT = ID-OPER-AC
                       MOVE 1 TO WKS-CON-LLAMADA.

       2500-IMPRIME-ALERTA.
           ADD 1 TO WKS-CONT-ALERTAS.

           MOVE ID-OPER-AC       TO WKS-DET-OPER-R.
           MOVE SUCURSAL-OPER-AC TO WKS-DET-SUCO-R.
           MOVE ID-CLIENTE-AC    TO WKS-DET-CLI-R.
           MOVE PROGRAMA-AC      TO WKS-DET-PGM-R.
           MOVE FECHA-AC         TO WKS-DET-FECHA-R.
           MOVE HORA-AC          TO WKS-DET-HORA-R.
           MOVE WKS-TIPO-VIGILADO TO WKS-DET-VIG-R.

           IF WKS-CLIENTE-EXISTE = 1
               MOVE SUCURSAL-I TO WKS-DET-SUCC-R
           ELSE
               MOVE "--" TO WKS-DET-SUCC-R.

           IF WKS-CON-LLAMADA = 1
               MOVE "SI" TO WKS-DET-LLAM-R
           ELSE
               MOVE "NO" TO WKS-DET-LLAM-R.

           IF WKS-FUERA-SUCURSAL = 1
               IF WKS-ES-VIGILADO = 1 AND WKS-CON-LLAMADA = 0
                   MOVE "FUERA SUC Y VIGILADO" TO WKS-DET-ALERTA-R
               ELSE
                   MOVE "FUERA DE SUCURSAL" TO WKS-DET-ALERTA-R
           ELSE
               MOVE "VIGILADO SIN LLAMADA" TO WKS-DET-ALERTA-R.

           MOVE DETALLE-ACC-R TO LINEA-ACC.
           WRITE LINEA-ACC AFTER 1.

       3000-FIN.
           PERFORM 3100-CALCULA-TOPE.

           MOVE HEADER-L5-ACC TO LINEA-ACC.
           WRITE LINEA-ACC AFTER 3.
           MOVE WKS-PROMEDIO     TO WKS-PROMEDIO-R.
           MOVE WKS-TOPE-INUSUAL TO WKS-TOPE-R.
           MOVE HEADER-L6-ACC TO LINEA-ACC.
           WRITE LINEA-ACC AFTER 2.
           MOVE HEADER-L7-ACC TO LINEA-ACC.
           WRITE LINEA-ACC AFTER 2.

           MOVE 1 TO WKS-IDX.
           PERFORM 3200-RENGLON-OPERADOR UNTIL WKS-IDX > WKS-OPE-COUNT.

           MOVE "CONSULTAS EN LA SEMANA" TO WKS-TOT-ETIQ-R.
           MOVE WKS-CONT-SEMANA TO WKS-TOT-NUM-R.
           MOVE FOOTER-ACC-R TO LINEA-ACC.
           WRITE LINEA-ACC AFTER 3.

           MOVE "OPERADORES QUE CONSULTARON" TO WKS-TOT-ETIQ-R.
           MOVE WKS-OPE-COUNT TO WKS-TOT-NUM-R.
           MOVE FOOTER-ACC-R TO LINEA-ACC.
           WRITE LINEA-ACC AFTER 1.

           MOVE "CONSULTAS FUERA DE SUCURSAL" TO WKS-TOT-ETIQ-R.
           MOVE WKS-CONT-FUERA TO WKS-TOT-NUM-R.
           MOVE FOOTER-ACC-R TO LINEA-ACC.
           WRITE LINEA-ACC AFTER 1.

           MOVE "VIGILADOS SIN LLAMADA" TO WKS-TOT-ETIQ-R.
           MOVE WKS-CONT-VIGILADOS TO WKS-TOT-NUM-R.
           MOVE FOOTER-ACC-R TO LINEA-ACC.
           WRITE LINEA-ACC AFTER 1.

           MOVE "OPERADORES CON CONSULTAS DE MAS" TO WKS-TOT-ETIQ-R.
           MOVE WKS-CONT-INUSUALES TO WKS-TOT-NUM-R.
           MOVE FOOTER-ACC-R TO LINEA-ACC.
           WRITE LINEA-ACC AFTER 1.

           IF WKS-FS-ACC = "00"
               CLOSE ACCESOS.
           IF WKS-SIN-CLIENTES = 0
               CLOSE ICLIENTES.
           IF WKS-SIN-VIGILADOS = 0
               CLOSE VIGILADOS.
           IF WKS-SIN-CONTACTOS = 0
               CLOSE CONTACTOS.
           CLOSE REP-VIS.

           DISPLAY "ACCESOS LEIDOS: " WKS-CONT-LEIDOS
                   "  CONSULTAS EN LA SEMANA: " WKS-CONT-SEMANA.
           DISPLAY "ALERTAS: " WKS-CONT-ALERTAS
                   "  OPERADORES MARCADOS: " WKS-CONT-INUSUALES.
           PERFORM 9100-GRABA-BITACORA.

      *EL TOPE ES EL PROMEDIO POR OPERADOR DE LA SEMANA POR EL
      *FACTOR, Y NUNCA MENOS QUE EL MINIMO.
       3100-CALCULA-TOPE.
           MOVE 0 TO WKS-PROMEDIO.
           IF WKS-OPE-COUNT > 0
               DIVIDE WKS-CONT-SEMANA BY WKS-OPE-COUNT
                   GIVING WKS-PROMEDIO.

           COMPUTE WKS-TOPE-INUSUAL = WKS-PROMEDIO * WKS-FACTOR-INUSUAL.

           IF WKS-TOPE-INUSUAL < WKS-MINIMO-INUSUAL
               MOVE WKS-MINIMO-INUSUAL TO WKS-TOPE-INUSUAL.

       3200-RENGLON-OPERADOR.
           MOVE WKS-OPE-ID (WKS-IDX)        TO WKS-OPE-ID-R.
           MOVE WKS-OPE-SUC (WKS-IDX)       TO WKS-OPE-SUC-R.
           MOVE WKS-OPE-CONSULTAS (WKS-IDX) TO WKS-OPE-CONS-R.
           MOVE WKS-OPE-FUERA (WKS-IDX)     TO WKS-OPE-FUERA-R.
           MOVE WKS-OPE-VIGILADOS (WKS-IDX) TO WKS-OPE-VIG-R.
           MOVE SPACES TO WKS-OPE-OBS-R.

           IF WKS-OPE-CONSULTAS (WKS-IDX) > WKS-TOPE-INUSUAL
               ADD 1 TO WKS-CONT-INUSUALES
               MOVE "CONSULTAS DE MAS" TO WKS-OPE-OBS-R.

           MOVE DETALLE-OPE-R TO LINEA-ACC.
           WRITE LINEA-ACC AFTER 1.

           ADD 1 TO WKS-IDX.

       9100-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "REP-ACC " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDOS TO LEIDOS-BIT.
           MOVE WKS-CONT-ALERTAS TO ESCRITOS-BIT.
           MOVE 0 TO RECHAZADOS-BIT.
           MOVE SPACES TO DETALLE-BIT.
           WRITE REG-BIT.
           CLOSE BITACORA.

       9031-DIAS-MAX-EVALUA.
           MOVE WKS-DIAS-MES-TAB (WKS-EVA-MM) TO WKS-DIAS-MAX.

           IF WKS-EVA-MM = 2
              DIVIDE WKS-EVA-AAAA BY 4
                  GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-4
              IF WKS-RESIDUO-4 NOT = 0
                 MOVE 28 TO WKS-DIAS-MAX
              ELSE
                 DIVIDE WKS-EVA-AAAA BY 100
                     GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-100
                 IF WKS-RESIDUO-100 = 0
                    DIVIDE WKS-EVA-AAAA BY 400
                        GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-400
                    IF WKS-RESIDUO-400 NOT = 0
                       MOVE 28 TO WKS-DIAS-MAX
                    ELSE
                       MOVE 29 TO WKS-DIAS-MAX
                 ELSE
                    MOVE 29 TO WKS-DIAS-MAX.

      *UN DIA NATURAL HACIA ATRAS; AL PASAR AL MES ANTERIOR EL DIA
      *QUEDA EN EL ULTIMO DE ESE MES.
       9032-RESTA-DIA-EVALUA.
           IF WKS-EVA-DD > 1
              SUBTRACT 1 FROM WKS-EVA-DD
           ELSE
              IF WKS-EVA-MM > 1
                 SUBTRACT 1 FROM WKS-EVA-MM
              ELSE
                 MOVE 12 TO WKS-EVA-MM
                 SUBTRACT 1 FROM WKS-EVA-AAAA
              END-IF
              PERFORM 9031-DIAS-MAX-EVALUA
              MOVE WKS-DIAS-MAX TO WKS-EVA-DD.

           ADD 1 TO WKS-DIAS-RESTADOS.

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
