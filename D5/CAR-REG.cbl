      *MI PROGRAMA DEL REPORTE REGULATORIO DE CARTERA DE CREDITO -
      *LA ENTREGA MENSUAL AL SUPERVISOR QUE SE ARMABA A MANO CON
      *KPI-MEN, ANT-SAL Y EL REGISTRO DE BUR-EXT. POR CADA CLIENTE
      *DE CREDITO SALE SU LIMITE, SALDO, DIAS DE ATRASO, MARCA DE
      *REESTRUCTURA, ESTIMACION PREVENTIVA (TOMADOS DE LA ESTIMACION
      *DEL MES QUE DEJO EST-PRE) Y SI TIENE CASTIGO, EN EL LAYOUT
      *FIJO DEL SUPERVISOR CON ENCABEZADO Y REGISTRO DE TOTALES.
      *ANTES DE ENVIARLO, EL LISTADO DE VALIDACION CRUZA LOS TOTALES
      *CONTRA EL AUXILIAR CONTABLE DE GL-PRB Y CONTRA KPIHIST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAR-REG.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I.

           SELECT DCLIENTE ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-D
                ALTERNATE RECORD KEY IS ID-TARJETA-D WITH DUPLICATES
                ALTERNATE RECORD KEY IS FECHA-ALTA-D WITH DUPLICATES
                FILE STATUS IS WKS-FS-DCLI.

           SELECT CICLOFAC ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CICLO-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-C WITH DUPLICATES.

           SELECT ESTPREV ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ESTP-KEY
                FILE STATUS IS WKS-FS-ESTP.

           SELECT CASTIGOS ASSIGN TO DISK
                FILE STATUS IS WKS-FS-CAST.

           SELECT GLMTD ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS GLMTD-KEY
                FILE STATUS IS WKS-FS-MTD.

           SELECT KPIHIST ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS MES-KH
                FILE STATUS IS WKS-FS-KH.

           SELECT CTASGL ASSIGN TO DISK
                FILE STATUS IS WKS-FS-CTAS.

           SELECT REGCART ASSIGN TO DISK.

           SELECT REP-REG ASSIGN TO PRINTER.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
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

      *EL LIMITE DE CREDITO AUTORIZADO VIVE EN DCLIENTE.
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

       FD CICLOFAC.
       01 REG-CICLO.
       COPY CICLCOPY.

       FD ESTPREV.
       01 REG-ESTP.
       COPY ESTPCOPY.

      *CICLOS CASTIGADOS POR CAS-CIC CON LA PARTE QUE CUBRIO LA
      *ESTIMACION.
       FD CASTIGOS.
       01 REG-CASTIGO.
       COPY CICLCOPY
           REPLACING ==ID-CLIENTE-C== BY ==ID-CLIENTE-CAS==
                     ==NUM-CICLO-C== BY ==NUM-CICLO-CAS==
                     ==CICLO-KEY== BY ==CICLO-KEY-CAS==
                     ==FECHA-VENCE-C== BY ==FECHA-VENCE-CAS==
                     ==MONTO-ANUAL-C== BY ==MONTO-ANUAL-CAS==
                     ==STATUS-PAGO-C== BY ==STATUS-PAGO-CAS==
                     ==CICLO-PAGADO-C== BY ==CICLO-PAGADO-CAS==
                     ==CICLO-PENDIENTE-C== BY ==CICLO-PENDIENTE-CAS==
                     ==CICLO-RESTRUCT-C== BY ==CICLO-RESTRUCT-CAS==
                     ==FECHA-PAGO-C== BY ==FECHA-PAGO-CAS==
                     ==RECARGO-C== BY ==RECARGO-CAS==
                     ==FECHA-RECARGO-C== BY ==FECHA-RECARGO-CAS==
                     ==MONTO-PAGADO-C== BY ==MONTO-PAGADO-CAS==
                     ==NIVEL-AVISO-C== BY ==NIVEL-AVISO-CAS==
                     ==FECHA-AVISO-C== BY ==FECHA-AVISO-CAS==
                     ==RECARGO-PAGADO-C== BY ==RECARGO-PAGADO-CAS==
                     ==RECHAZO-BANCO-C== BY ==RECHAZO-BANCO-CAS==
                     ==NUM-TARJETA-C== BY ==NUM-TARJETA-CAS==
                     ==TIPO-CICLO-C== BY ==TIPO-CICLO-CAS==
                     ==CICLO-ANUALIDAD-C== BY ==CICLO-ANUALIDAD-CAS==
                     ==CICLO-MINIMO-C== BY ==CICLO-MINIMO-CAS==
                     ==CICLO-CONVENIO-C== BY ==CICLO-CONVENIO-CAS==
                     ==AGENCIA-C== BY ==AGENCIA-CAS==
                     ==FECHA-ASIGNA-C== BY ==FECHA-ASIGNA-CAS==
                     ==INTENTOS-DOM-C== BY ==INTENTOS-DOM-CAS==
                     ==FECHA-PRESENTA-C== BY ==FECHA-PRESENTA-CAS==
                     ==ESTATUS-FISCAL-C== BY ==ESTATUS-FISCAL-CAS==
                     ==FISCAL-ENVIADO-C== BY ==FISCAL-ENVIADO-CAS==
                     ==FISCAL-TIMBRADO-C== BY ==FISCAL-TIMBRADO-CAS==
                     ==FISCAL-RECHAZADO-C== BY ==FISCAL-RECHAZ-CAS==
                     ==FOLIO-FISCAL-C== BY ==FOLIO-FISCAL-CAS==
                     ==FECHA-ENVIO-FIS-C== BY ==FECHA-ENV-FIS-CAS==.
        03 FECHA-CASTIGO-CAS   PIC 9(08).
        03 OPERADOR-CAS        PIC X(08).
        03 MONTO-ESTIM-CAS     PIC 9(07)V99.

      *AUXILIAR CONTABLE DEL MES QUE ACUMULA GL-PRB POR CUENTA; LA
      *CUENTA CERO ES SU REGISTRO DE CONTROL.
       FD GLMTD.
       01 REG-GLMTD.
        03 GLMTD-KEY.
           05 MES-MTD         PIC 9(06).
           05 CUENTA-MTD      PIC 9(08).
        03 CARGOS-MTD         PIC 9(13)V99.
        03 ABONOS-MTD         PIC 9(13)V99.

      *HISTORIA DE INDICADORES POR MES QUE DEJA KPI-MEN.
       FD KPIHIST.
       01 REG-KPIHIST.
        03 MES-KH             PIC 9(06).
        03 ACTIVOS-KH         PIC 9(06).
        03 INACTIVOS-KH       PIC 9(06).
        03 FACTURADOS-KH      PIC 9(06).
        03 PAGADOS-KH         PIC 9(06).
        03 PENDIENTES-KH      PIC 9(06).
        03 RECARGOS-KH        PIC 9(09)V99.
        03 ALTAS-KH           PIC 9(06).
        03 BAJAS-KH           PIC 9(06).
        03 TRX-CONT-KH        PIC 9(06).
        03 TRX-MONTO-KH       PIC 9(10)V99.

      *MAPA DE CUENTAS DE GL-EXT: DE AQUI SALE LA CUENTA DE LA
      *ESTIMACION (LA DE ABONO DEL CONCEPTO "ESTIMACION").
       FD CTASGL.
       01 REG-CTA-GL.
        03 CONCEPTO-GL        PIC X(10).
        03 CUENTA-CARGO-GL    PIC 9(08).
        03 CUENTA-ABONO-GL    PIC 9(08).

      *LAYOUT FIJO DEL SUPERVISOR: ENCABEZADO "H" CON FECHA, PERIODO
      *Y ENTIDAD, DETALLE "D" POR CLIENTE DE CREDITO Y REGISTRO DE
      *TOTALES "999" CON CONTEO Y SUMAS DE LIMITE, SALDO, ESTIMACION
      *Y CASTIGADO.
       FD REGCART.
       01 REG-CARTERA.
        03 TIPO-REG-RC        PIC X(01).
        03 PERIODO-RC         PIC 9(06).
        03 ID-CLIENTE-RC      PIC 9(06).
        03 RFC-RC             PIC X(13).
        03 SUCURSAL-RC        PIC 9(02).
        03 LIMITE-RC          PIC 9(09)V99.
        03 SALDO-RC           PIC 9(09)V99.
        03 DIAS-ATRASO-RC     PIC 9(03).
        03 REESTRUCTURADO-RC  PIC X(01).
        03 RESERVA-RC         PIC 9(09)V99.
        03 CASTIGADO-RC       PIC X(01).
        03 MONTO-CASTIGADO-RC PIC 9(09)V99.

       01 REG-CARTERA-HDR REDEFINES REG-CARTERA.
        03 TIPO-HDR-RC        PIC X(01).
        03 FECHA-HDR-RC       PIC 9(08).
        03 PERIODO-HDR-RC     PIC 9(06).
        03 ENTIDAD-HDR-RC     PIC X(08).
        03 FILLER             PIC X(54).

       01 REG-CARTERA-TRL REDEFINES REG-CARTERA.
        03 MARCA-TRL-RC       PIC X(03).
        03 CONTADOR-TRL-RC    PIC 9(07).
        03 SUMA-LIMITE-TRL-RC PIC 9(13)V99.
        03 SUMA-SALDO-TRL-RC  PIC 9(13)V99.
        03 SUMA-RESERVA-TRL-RC PIC 9(13)V99.
        03 SUMA-CASTIG-TRL-RC PIC 9(13)V99.
        03 FILLER             PIC X(07).

       FD REP-REG.
       01 LINEA-REG              PIC X(132).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-EOF-ICLI         PIC 9 VALUE 0.
       01 WKS-EOF-CICLO        PIC 9 VALUE 0.
       01 WKS-EOF-CAST         PIC 9 VALUE 0.
       01 WKS-EOF-ESTP         PIC 9 VALUE 0.
       01 WKS-EOF-CTAS         PIC 9 VALUE 0.
       01 WKS-FS-DCLI          PIC X(02) VALUE "00".
       01 WKS-FS-ESTP          PIC X(02) VALUE "00".
       01 WKS-FS-CAST          PIC X(02) VALUE "00".
       01 WKS-FS-MTD           PIC X(02) VALUE "00".
       01 WKS-FS-KH            PIC X(02) VALUE "00".
       01 WKS-FS-CTAS          PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-MES-PROCESO      PIC 9(06) VALUE 0.
       01 WKS-CREDITO          PIC A(10) VALUE "CREDITO".

       01 WKS-CONT-LEIDOS      PIC 9(06) VALUE 0.
       01 WKS-CONT-REPORTADOS  PIC 9(07) VALUE 0.
       01 WKS-CONT-ESTIM-MES   PIC 9(06) VALUE 0.
       01 WKS-CONT-PENDIENTES  PIC 9(06) VALUE 0.
       01 WKS-CONT-DIFERENCIAS PIC 9(02) VALUE 0.

       01 WKS-SUMA-LIMITE      PIC 9(13)V99 VALUE 0.
       01 WKS-SUMA-SALDO       PIC 9(13)V99 VALUE 0.
       01 WKS-SUMA-RESERVA     PIC 9(13)V99 VALUE 0.
       01 WKS-SUMA-CASTIGADO   PIC 9(13)V99 VALUE 0.

      *CIFRAS DE CONTROL PARA EL LISTADO DE VALIDACION.
       01 WKS-RESERVA-ESTPREV  PIC 9(13)V99 VALUE 0.
       01 WKS-VAR-POLIZA-MES   PIC S9(13)V99 VALUE 0.
       01 WKS-CAST-ESTIM-MES   PIC 9(13)V99 VALUE 0.
       01 WKS-MOV-ESPERADO     PIC S9(13)V99 VALUE 0.
       01 WKS-MOV-CONTABLE     PIC S9(13)V99 VALUE 0.
       01 WKS-CUENTA-ESTIM     PIC 9(08) VALUE 0.
       01 WKS-ULTIMA-POLIZA    PIC 9(08) VALUE 0.
       01 WKS-DIFERENCIA       PIC S9(13)V99 VALUE 0.
       01 WKS-FECHA-AUX        PIC 9(08) VALUE 0.
       01 WKS-FECHA-AUX-R REDEFINES WKS-FECHA-AUX.
           03 WKS-AUX-AAAAMM       PIC 9(06).
           03 WKS-AUX-DD           PIC 9(02).

      *CLIENTES CON CASTIGO Y LO CASTIGADO, CARGADOS AL ARRANCAR.
       01 WKS-CAS-COUNT        PIC 9(03) VALUE 0.
       01 WKS-CAS-IDX          PIC 9(03) VALUE 0.
       01 WKS-CAS-HALLADO      PIC 9 VALUE 0.
       01 WKS-MONTO-CASTIGO    PIC 9(07)V99 VALUE 0.
       01 WKS-TABLA-CASTIGOS.
          03 WKS-CAS-ENTRY OCCURS 500 TIMES.
             05 WKS-CAS-CLIENTE   PIC 9(06) VALUE 0.
             05 WKS-CAS-MONTO     PIC 9(09)V99 VALUE 0.

       01 HEADER-L1-REG.
            03 FILLER PIC X(20) VALUE SPACES.
            03 FILLER PIC X(50)
               VALUE "VALIDACION DEL REPORTE REGULATORIO DE CARTERA".

       01 HEADER-L2-REG.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(09) VALUE "PERIODO: ".
            03 WKS-PERIODO-R   PIC 9(06).
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(18) VALUE "FECHA DE NEGOCIO: ".
            03 WKS-HOY-R       PIC 9(08).

       01 DETALLE-TOT-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-ETIQUETA-R  PIC X(40).
            03 WKS-IMPORTE-R   PIC $ZZ,ZZZ,ZZZ,ZZ9.99-.

       01 DETALLE-CIFRA-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-ETIQ-CIFRA-R PIC X(40).
            03 WKS-CIFRA-R     PIC Z(07)9.

       01 DETALLE-CRUCE-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-CRUCE-R     PIC X(28).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-LADO-A-R    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-LADO-B-R    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-DIF-R       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-ESTADO-R    PIC X(10).

       01 HEADER-CRUCE-REG.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(30) VALUE "CRUCE".
            03 FILLER PIC X(20) VALUE "       REPORTE".
            03 FILLER PIC X(20) VALUE "        FUENTE".
            03 FILLER PIC X(20) VALUE "    DIFERENCIA".

       01 FOOTER-REG-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-RESULTADO-R PIC X(60).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-EOF-ICLI = 1.
           PERFORM 3000-CIFRAS-CONTROL.
           PERFORM 4000-VALIDACION.
           PERFORM 5000-FIN.
           STOP RUN.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           DISPLAY "MES A REPORTAR AAAAMM (CERO = MES DE NEGOCIO):"
                                                LINE 01 POSITION 03.
           ACCEPT WKS-MES-PROCESO LINE 01 POSITION 51.

           IF WKS-MES-PROCESO = 0
               MOVE WKS-FECHA-HOY (1:6) TO WKS-MES-PROCESO.

           OPEN INPUT ICLIENTES.
           OPEN INPUT DCLIENTE.
           OPEN INPUT CICLOFAC.
           OPEN INPUT ESTPREV.
           OPEN OUTPUT REGCART.
           OPEN OUTPUT REP-REG.

           PERFORM 1100-CARGA-CASTIGOS.

           MOVE SPACES TO REG-CARTERA.
           MOVE "H" TO TIPO-HDR-RC.
           MOVE WKS-FECHA-HOY TO FECHA-HDR-RC.
           MOVE WKS-MES-PROCESO TO PERIODO-HDR-RC.
           MOVE "TARJCRED" TO ENTIDAD-HDR-RC.
           WRITE REG-CARTERA.

           MOVE LOW-VALUES TO ID-CLIENTE-I.
           START ICLIENTES KEY IS NOT < ID-CLIENTE-I
                       INVALID KEY MOVE 1 TO WKS-EOF-ICLI.

           IF WKS-EOF-ICLI = 0
              PERFORM 1010-LEER-ICLIENTE.

       1010-LEER-ICLIENTE.
           READ ICLIENTES NEXT AT END MOVE 1 TO WKS-EOF-ICLI.

           IF WKS-EOF-ICLI = 0
               ADD 1 TO WKS-CONT-LEIDOS.

      *LO CASTIGADO POR CLIENTE; DE PASO SE SUMA LO QUE LA
      *ESTIMACION CUBRIO EN CASTIGOS DEL MES, PARA EL CRUCE CONTABLE.
       1100-CARGA-CASTIGOS.
           OPEN INPUT CASTIGOS.

           IF WKS-FS-CAST = "00"
               PERFORM 1110-LEER-CASTIGO UNTIL WKS-EOF-CAST = 1
               CLOSE CASTIGOS.

       1110-LEER-CASTIGO.
           READ CASTIGOS AT END MOVE 1 TO WKS-EOF-CAST.

           IF WKS-EOF-CAST = 0
               PERFORM 1120-ACUMULA-CASTIGO.

       1120-ACUMULA-CASTIGO.
           COMPUTE WKS-MONTO-CASTIGO = MONTO-ANUAL-CAS
               - MONTO-PAGADO-CAS + RECARGO-CAS - RECARGO-PAGADO-CAS.

           MOVE FECHA-CASTIGO-CAS TO WKS-FECHA-AUX.
           IF WKS-AUX-AAAAMM = WKS-MES-PROCESO
               ADD MONTO-ESTIM-CAS TO WKS-CAST-ESTIM-MES.

           MOVE 0 TO WKS-CAS-HALLADO.
           MOVE 1 TO WKS-CAS-IDX.
           PERFORM 1121-COMPARA-CASTIGO
               UNTIL WKS-CAS-HALLADO = 1
                  OR WKS-CAS-IDX > WKS-CAS-COUNT.

           IF WKS-CAS-HALLADO = 0
               IF WKS-CAS-COUNT < 500
                   ADD 1 TO WKS-CAS-COUNT
                   MOVE WKS-CAS-COUNT TO WKS-CAS-IDX
                   MOVE ID-CLIENTE-CAS TO WKS-CAS-CLIENTE (WKS-CAS-IDX)
                   MOVE 1 TO WKS-CAS-HALLADO.

           IF WKS-CAS-HALLADO = 1
               ADD WKS-MONTO-CASTIGO TO WKS-CAS-MONTO (WKS-CAS-IDX).

       1121-COMPARA-CASTIGO.
           IF WKS-CAS-CLIENTE (WKS-CAS-IDX) = ID-CLIENTE-CAS
               MOVE 1 TO WKS-CAS-HALLADO
           ELSE
               ADD 1 TO WKS-CAS-IDX.

      *SOLO LOS CLIENTES DE CREDITO VAN AL REPORTE; LOS CICLOS
      *PENDIENTES SE CUENTAN DE TODA LA CARTERA PARA EL CRUCE CON
      *KPIHIST, QUE TAMBIEN LOS CUENTA DE TODA LA CARTERA.
       2000-PROCESO.
           PERFORM 2050-CUENTA-PENDIENTES.

           IF TIPO-TARG-I = WKS-CREDITO
               PERFORM 2100-ARMA-DETALLE
               PERFORM 2200-ESCRIBE-DETALLE.

           PERFORM 1010-LEER-ICLIENTE.

       2050-CUENTA-PENDIENTES.
           MOVE ID-CLIENTE-I TO ID-CLIENTE-C.
           START CICLOFAC KEY IS = ID-CLIENTE-C
               INVALID KEY MOVE 1 TO WKS-EOF-CICLO
               NOT INVALID KEY MOVE 0 TO WKS-EOF-CICLO
           END-START.

           PERFORM 2051-LEER-CICLO UNTIL WKS-EOF-CICLO = 1.

       2051-LEER-CICLO.
           READ CICLOFAC NEXT AT END MOVE 1 TO WKS-EOF-CICLO.

           IF WKS-EOF-CICLO = 0
               IF ID-CLIENTE-C NOT = ID-CLIENTE-I
                   MOVE 1 TO WKS-EOF-CICLO
               ELSE
                   IF STATUS-PAGO-C NOT = "P"
                       ADD 1 TO WKS-CONT-PENDIENTES
                   END-IF
               END-IF
           END-IF.

      *SALDO, ATRASO, REESTRUCTURA Y ESTIMACION SON LOS MISMOS QUE
      *CALCULO EST-PRE PARA EL MES, ASI EL REPORTE Y LA RESERVA
      *CONTABILIZADA NO PUEDEN DIFERIR.
       2100-ARMA-DETALLE.
           MOVE SPACES TO REG-CARTERA.
           MOVE "D"             TO TIPO-REG-RC.
           MOVE WKS-MES-PROCESO TO PERIODO-RC.
           MOVE ID-CLIENTE-I    TO ID-CLIENTE-RC.
           MOVE RFC-I           TO RFC-RC.
           MOVE SUCURSAL-I      TO SUCURSAL-RC.
           MOVE 0               TO LIMITE-RC.
           MOVE 0               TO SALDO-RC.
           MOVE 0               TO DIAS-ATRASO-RC.
           MOVE "N"             TO REESTRUCTURADO-RC.
           MOVE 0               TO RESERVA-RC.
           MOVE "N"             TO CASTIGADO-RC.
           MOVE 0               TO MONTO-CASTIGADO-RC.

           MOVE ID-CLIENTE-I TO ID-CLIENTE-D.
           READ DCLIENTE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE LIMITE-CREDITO-D TO LIMITE-RC
           END-READ.

           MOVE ID-CLIENTE-I    TO ID-CLIENTE-EP.
           MOVE WKS-MES-PROCESO TO MES-EP.
           READ ESTPREV
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SALDO-EP          TO SALDO-RC
                   MOVE DIAS-ATRASO-EP    TO DIAS-ATRASO-RC
                   MOVE REESTRUCTURADO-EP TO REESTRUCTURADO-RC
                   MOVE RESERVA-EP        TO RESERVA-RC
           END-READ.

           MOVE 0 TO WKS-CAS-HALLADO.
           MOVE 1 TO WKS-CAS-IDX.
           PERFORM 2110-BUSCA-CASTIGO
               UNTIL WKS-CAS-HALLADO = 1
                  OR WKS-CAS-IDX > WKS-CAS-COUNT.

           IF WKS-CAS-HALLADO = 1
               MOVE "S" TO CASTIGADO-RC
               MOVE WKS-CAS-MONTO (WKS-CAS-IDX) TO MONTO-CASTIGADO-RC.

       2110-BUSCA-CASTIGO.
           IF WKS-CAS-CLIENTE (WKS-CAS-IDX) = ID-CLIENTE-I
               MOVE 1 TO WKS-CAS-HALLADO
           ELSE
               ADD 1 TO WKS-CAS-IDX.

       2200-ESCRIBE-DETALLE.
           WRITE REG-CARTERA.

           ADD 1                  TO WKS-CONT-REPORTADOS.
           ADD LIMITE-RC          TO WKS-SUMA-LIMITE.
           ADD SALDO-RC           TO WKS-SUMA-SALDO.
           ADD RESERVA-RC         TO WKS-SUMA-RESERVA.
           ADD MONTO-CASTIGADO-RC TO WKS-SUMA-CASTIGADO.

      *CIFRAS DE LA FUENTE: ESTIMACION DEL MES DE TODA LA CARTERA Y
      *VARIACIONES CONTABILIZADAS DENTRO DEL MES (SEGUN SU FECHA DE
      *POLIZA), PARA COMPARARLAS CONTRA EL AUXILIAR CONTABLE.
       3000-CIFRAS-CONTROL.
           MOVE LOW-VALUES TO ESTP-KEY.
           START ESTPREV KEY IS NOT < ESTP-KEY
               INVALID KEY MOVE 1 TO WKS-EOF-ESTP.

           PERFORM 3010-LEER-ESTIMACION UNTIL WKS-EOF-ESTP = 1.

       3010-LEER-ESTIMACION.
           READ ESTPREV NEXT AT END MOVE 1 TO WKS-EOF-ESTP.

           IF WKS-EOF-ESTP = 0
               IF MES-EP = WKS-MES-PROCESO
                   ADD 1 TO WKS-CONT-ESTIM-MES
                   ADD RESERVA-EP TO WKS-RESERVA-ESTPREV
               END-IF
               MOVE FECHA-POLIZA-EP TO WKS-FECHA-AUX
               IF WKS-AUX-AAAAMM = WKS-MES-PROCESO
                   ADD VARIACION-EP TO WKS-VAR-POLIZA-MES
               END-IF
           END-IF.

       4000-VALIDACION.
           MOVE HEADER-L1-REG TO LINEA-REG.
           WRITE LINEA-REG AFTER 1.
           MOVE WKS-MES-PROCESO TO WKS-PERIODO-R.
           MOVE WKS-FECHA-HOY   TO WKS-HOY-R.
           MOVE HEADER-L2-REG TO LINEA-REG.
           WRITE LINEA-REG AFTER 2.

           PERFORM 4100-TOTALES-REPORTE.

           MOVE HEADER-CRUCE-REG TO LINEA-REG.
           WRITE LINEA-REG AFTER 3.

           PERFORM 4200-CRUCE-ESTIMACION.
           PERFORM 4300-CRUCE-CONTABLE.
           PERFORM 4400-CRUCE-KPI.

           IF WKS-CONT-ESTIM-MES = 0
               MOVE "SIN ESTIMACION DEL MES: CORRER EST-PRE ANTES"
                                               TO WKS-RESULTADO-R
               MOVE FOOTER-REG-R TO LINEA-REG
               WRITE LINEA-REG AFTER 2
               ADD 1 TO WKS-CONT-DIFERENCIAS.

           IF WKS-CONT-DIFERENCIAS = 0
               MOVE "CIFRAS CUADRADAS, ARCHIVO LISTO PARA ENVIO"
                                               TO WKS-RESULTADO-R
           ELSE
               MOVE "HAY DIFERENCIAS: REVISAR ANTES DE ENVIAR"
                                               TO WKS-RESULTADO-R.
           MOVE FOOTER-REG-R TO LINEA-REG.
           WRITE LINEA-REG AFTER 2.

       4100-TOTALES-REPORTE.
           MOVE "CLIENTES DE CREDITO REPORTADOS:" TO WKS-ETIQ-CIFRA-R.
           MOVE WKS-CONT-REPORTADOS TO WKS-CIFRA-R.
           MOVE DETALLE-CIFRA-R TO LINEA-REG.
           WRITE LINEA-REG AFTER 2.

           MOVE "LIMITE AUTORIZADO:" TO WKS-ETIQUETA-R.
           MOVE WKS-SUMA-LIMITE TO WKS-IMPORTE-R.
           MOVE DETALLE-TOT-R TO LINEA-REG.
           WRITE LINEA-REG AFTER 1.

           MOVE "SALDO:" TO WKS-ETIQUETA-R.
           MOVE WKS-SUMA-SALDO TO WKS-IMPORTE-R.
           MOVE DETALLE-TOT-R TO LINEA-REG.
           WRITE LINEA-REG AFTER 1.

           MOVE "ESTIMACION PREVENTIVA:" TO WKS-ETIQUETA-R.
           MOVE WKS-SUMA-RESERVA TO WKS-IMPORTE-R.
           MOVE DETALLE-TOT-R TO LINEA-REG.
           WRITE LINEA-REG AFTER 1.

           MOVE "CASTIGADO ACUMULADO:" TO WKS-ETIQUETA-R.
           MOVE WKS-SUMA-CASTIGADO TO WKS-IMPORTE-R.
           MOVE DETALLE-TOT-R TO LINEA-REG.
           WRITE LINEA-REG AFTER 1.

      *LA ESTIMACION DEL REPORTE ES LA DE CREDITO; LA DIFERENCIA
      *CONTRA ESTPREV ES LA DE LOS OTROS PRODUCTOS Y ES INFORMATIVA.
       4200-CRUCE-ESTIMACION.
           MOVE "ESTIMACION VS ESTPREV" TO WKS-CRUCE-R.
           MOVE WKS-SUMA-RESERVA    TO WKS-LADO-A-R.
           MOVE WKS-RESERVA-ESTPREV TO WKS-LADO-B-R.
           COMPUTE WKS-DIFERENCIA =
                   WKS-SUMA-RESERVA - WKS-RESERVA-ESTPREV.
           MOVE WKS-DIFERENCIA TO WKS-DIF-R.
           IF WKS-DIFERENCIA = 0
               MOVE "CUADRA" TO WKS-ESTADO-R
           ELSE
               MOVE "OTROS PROD" TO WKS-ESTADO-R.
           MOVE DETALLE-CRUCE-R TO LINEA-REG.
           WRITE LINEA-REG AFTER 1.

      *EL MOVIMIENTO DEL MES EN LA CUENTA DE LA ESTIMACION, TAL COMO
      *LO ACUMULO GL-PRB EN GLMTD (ABONOS MENOS CARGOS), DEBE SER LA
      *VARIACION CONTABILIZADA EN EL MES MENOS LO QUE LA ESTIMACION
      *CUBRIO DE CASTIGOS.
       4300-CRUCE-CONTABLE.
           PERFORM 4310-BUSCA-CUENTA-ESTIM.

           COMPUTE WKS-MOV-ESPERADO =
                   WKS-VAR-POLIZA-MES - WKS-CAST-ESTIM-MES.
           MOVE 0 TO WKS-MOV-CONTABLE.
           MOVE 0 TO WKS-ULTIMA-POLIZA.

           OPEN INPUT GLMTD.
           IF WKS-FS-MTD = "00"
               MOVE WKS-MES-PROCESO TO MES-MTD
               MOVE 0 TO CUENTA-MTD
               READ GLMTD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CARGOS-MTD TO WKS-ULTIMA-POLIZA
               END-READ
               IF WKS-CUENTA-ESTIM NOT = 0
                   MOVE WKS-MES-PROCESO  TO MES-MTD
                   MOVE WKS-CUENTA-ESTIM TO CUENTA-MTD
                   READ GLMTD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           COMPUTE WKS-MOV-CONTABLE =
                                   ABONOS-MTD - CARGOS-MTD
                   END-READ
               END-IF
               CLOSE GLMTD.

           MOVE "ESTIMACION VS AUXILIAR GL" TO WKS-CRUCE-R.
           MOVE WKS-MOV-ESPERADO TO WKS-LADO-A-R.
           MOVE WKS-MOV-CONTABLE TO WKS-LADO-B-R.
           COMPUTE WKS-DIFERENCIA = WKS-MOV-ESPERADO - WKS-MOV-CONTABLE.
           MOVE WKS-DIFERENCIA TO WKS-DIF-R.
           IF WKS-DIFERENCIA = 0
               MOVE "CUADRA" TO WKS-ESTADO-R
           ELSE
               MOVE "DESCUADRE" TO WKS-ESTADO-R
               ADD 1 TO WKS-CONT-DIFERENCIAS.
           MOVE DETALLE-CRUCE-R TO LINEA-REG.
           WRITE LINEA-REG AFTER 1.

           MOVE "ULTIMA POLIZA EN AUXILIAR:" TO WKS-ETIQ-CIFRA-R.
           MOVE WKS-ULTIMA-POLIZA TO WKS-CIFRA-R.
           MOVE DETALLE-CIFRA-R TO LINEA-REG.
           WRITE LINEA-REG AFTER 1.

       4310-BUSCA-CUENTA-ESTIM.
           MOVE 0 TO WKS-CUENTA-ESTIM.
           OPEN INPUT CTASGL.

           IF WKS-FS-CTAS = "00"
               PERFORM 4311-LEER-CUENTA UNTIL WKS-EOF-CTAS = 1
               CLOSE CTASGL.

       4311-LEER-CUENTA.
           READ CTASGL AT END MOVE 1 TO WKS-EOF-CTAS.

           IF WKS-EOF-CTAS = 0
               IF CONCEPTO-GL = "ESTIMACION"
                   MOVE CUENTA-ABONO-GL TO WKS-CUENTA-ESTIM
                   MOVE 1 TO WKS-EOF-CTAS
               END-IF
           END-IF.

      *LOS CICLOS PENDIENTES DE TODA LA CARTERA CONTRA LOS QUE
      *REGISTRO KPI-MEN PARA EL MES.
       4400-CRUCE-KPI.
           MOVE "CICLOS PENDIENTES VS KPI" TO WKS-CRUCE-R.
           MOVE WKS-CONT-PENDIENTES TO WKS-LADO-A-R.
           MOVE 0 TO WKS-LADO-B-R.
           MOVE "SIN KPI" TO WKS-ESTADO-R.
           MOVE WKS-CONT-PENDIENTES TO WKS-DIFERENCIA.

           OPEN INPUT KPIHIST.
           IF WKS-FS-KH = "00"
               MOVE WKS-MES-PROCESO TO MES-KH
               READ KPIHIST
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PENDIENTES-KH TO WKS-LADO-B-R
                       COMPUTE WKS-DIFERENCIA =
                               WKS-CONT-PENDIENTES - PENDIENTES-KH
                       MOVE "CUADRA" TO WKS-ESTADO-R
               END-READ
               CLOSE KPIHIST.

           MOVE WKS-DIFERENCIA TO WKS-DIF-R.
           IF WKS-DIFERENCIA NOT = 0
               MOVE "DESCUADRE" TO WKS-ESTADO-R.
           IF WKS-ESTADO-R NOT = "CUADRA"
               ADD 1 TO WKS-CONT-DIFERENCIAS.
           MOVE DETALLE-CRUCE-R TO LINEA-REG.
           WRITE LINEA-REG AFTER 1.

       5000-FIN.
           MOVE SPACES TO REG-CARTERA.
           MOVE "999" TO MARCA-TRL-RC.
           MOVE WKS-CONT-REPORTADOS TO CONTADOR-TRL-RC.
           MOVE WKS-SUMA-LIMITE     TO SUMA-LIMITE-TRL-RC.
           MOVE WKS-SUMA-SALDO      TO SUMA-SALDO-TRL-RC.
           MOVE WKS-SUMA-RESERVA    TO SUMA-RESERVA-TRL-RC.
           MOVE WKS-SUMA-CASTIGADO  TO SUMA-CASTIG-TRL-RC.
           WRITE REG-CARTERA.

           CLOSE ICLIENTES.
           CLOSE DCLIENTE.
           CLOSE CICLOFAC.
           CLOSE ESTPREV.
           CLOSE REGCART.
           CLOSE REP-REG.
           DISPLAY "CLIENTES DE CREDITO REPORTADOS: "
                   WKS-CONT-REPORTADOS.
           DISPLAY "DIFERENCIAS EN LA VALIDACION: "
                   WKS-CONT-DIFERENCIAS.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "CAR-REG " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDOS TO LEIDOS-BIT.
           MOVE WKS-CONT-REPORTADOS TO ESCRITOS-BIT.
           MOVE WKS-CONT-DIFERENCIAS TO RECHAZADOS-BIT.
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
