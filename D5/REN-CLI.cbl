      *MI PROGRAMA DE RENTABILIDAD MENSUAL POR CLIENTE - LO QUE
      *KPI-MEN NO CONTESTA: QUE CLIENTES DEJAN DINERO. POR CLIENTE
      *SUMA LOS INGRESOS DEL MES (INTERESES, COMISIONES, ANUALIDAD,
      *RECARGOS, PRIMA DEL SEGURO DE SALDO E INTERCAMBIO) Y LES
      *RESTA LOS COSTOS (CASTIGOS, ANUALIDADES EXONERADAS, PUNTOS
      *CANJEADOS, COMISION DE LA AGENCIA DE COBRANZA Y EL COSTO
      *UNITARIO DE ESTADOS DE CUENTA Y PLASTICOS EMBOZADOS). EL
      *RESULTADO SE ABRE POR TIPO DE TARGETA, SUCURSAL Y COSECHA
      *(ANO DE ALTA) Y LISTA LAS CIEN CUENTAS MENOS RENTABLES.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REN-CLI.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I.

           SELECT CICLOFAC ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CICLO-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-C WITH DUPLICATES.

           SELECT TRXCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TRX-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-TRX WITH DUPLICATES.

           SELECT TARJCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TARJ-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-T WITH DUPLICATES.

           SELECT ESTHIST ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ESTHIST-KEY
                FILE STATUS IS WKS-FS-EHIS.

           SELECT COMISION ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS COMISION-KEY
                FILE STATUS IS WKS-FS-CMS.

           SELECT AGENCIAS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CLAVE-AGE
                FILE STATUS IS WKS-FS-AGE.

           SELECT CASTIGOS ASSIGN TO DISK
                FILE STATUS IS WKS-FS-CAST.

           SELECT EXOREG ASSIGN TO DISK
                FILE STATUS IS WKS-FS-EXO.

           SELECT INTERCAM ASSIGN TO DISK
                FILE STATUS IS WKS-FS-ICM.

           SELECT COSTUNIT ASSIGN TO DISK
                FILE STATUS IS WKS-FS-CU.

           SELECT REP-REN ASSIGN TO PRINTER.

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

      *CICLOS DEL CLIENTE: ANUALIDAD FACTURADA Y RECARGOS DEL MES, Y
      *LOS CICLOS COBRADOS POR UNA AGENCIA EXTERNA.
       FD CICLOFAC.
       01 REG-CICLO.
       COPY CICLCOPY.

      *TRANSACCIONES DEL MES: INTERESES "INT" E "IND", COMISIONES
      *DEL CATALOGO, PRIMA "SEG" Y CANJES DE PUNTOS "CJE".
       FD TRXCLI.
       01 REG-TRX.
       COPY TRXCOPY.

      *PLASTICOS DEL CLIENTE - LOS EMBOZADOS EN EL MES CUESTAN.
       FD TARJCLI.
       01 REG-TARJ.
       COPY TARJCOPY.

      *HISTORIA DE ESTADOS DE CUENTA DE EST-CTA - CADA CORTE DEL MES
      *ES UN ESTADO IMPRESO Y ENVIADO.
       FD ESTHIST.
       01 REG-ESTHIST.
        03 ESTHIST-KEY.
           05 ID-CLIENTE-EH   PIC 9(06).
           05 FECHA-CORTE-EH  PIC 9(08).
           05 SEC-LINEA-EH    PIC 9(04).
        03 LINEA-EH           PIC X(132).

      *CATALOGO DE COMISIONES - LOS TIPOS CON TARIFA SON INGRESO POR
      *COMISIONES, IGUAL QUE EN LA POLIZA DE GL-EXT.
       FD COMISION.
       01 REG-COMISION.
       COPY CMSCOPY.

      *CATALOGO DE AGENCIAS CON SU PORCENTAJE DE COMISION.
       FD AGENCIAS.
       01 REG-AGENCIA.
        03 CLAVE-AGE          PIC 9(03).
        03 NOMBRE-AGE         PIC X(20).
        03 PCT-COMISION-AGE   PIC 9(02)V99.

      *CICLOS CASTIGADOS POR CAS-CIC; CUENTA EL CASTIGO DEL MES.
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

      *ANUALIDADES EXONERADAS POR AVI-REN: LO QUE DEJAMOS DE COBRAR.
       FD EXOREG.
       01 REG-EXONERACION.
        03 ID-CLIENTE-EXO     PIC 9(06).
        03 FECHA-EXO          PIC 9(08).
        03 TIPO-TARG-EXO      PIC A(10).
        03 MONTO-EXONERADO-EXO PIC 9(07)V99.
        03 GASTO-ANUAL-EXO    PIC 9(09)V99.

      *INTERCAMBIO POR COMPRA QUE CALCULA TRD-RED; CUENTA EL DE LAS
      *COMPENSACIONES PROCESADAS EN EL MES.
       FD INTERCAM.
       01 REG-INTERCAM.
       COPY INTDCOPY.

      *COSTO UNITARIO POR TIPO DE TARGETA, COMO EL ARCHIVO DE
      *UMBRALES DE AVI-REN: CUANTO NOS CUESTA CADA ESTADO DE CUENTA
      *Y CADA PLASTICO EMBOZADO. EL RENGLON CON EL TIPO EN ESPACIOS
      *VALE PARA LOS TIPOS SIN COSTO PROPIO.
       FD COSTUNIT.
       01 REG-COSTUNIT.
        03 TIPO-TARG-CU       PIC A(10).
        03 COSTO-EDO-CU       PIC 9(03)V99.
        03 COSTO-PLA-CU       PIC 9(03)V99.

       FD REP-REN.
       01 LINEA-REN              PIC X(132).

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
       01 WKS-EOF-TRX          PIC 9 VALUE 0.
       01 WKS-EOF-CICLO        PIC 9 VALUE 0.
       01 WKS-EOF-TARJ         PIC 9 VALUE 0.
       01 WKS-EOF-EHIS         PIC 9 VALUE 0.
       01 WKS-EOF-AUX          PIC 9 VALUE 0.
       01 WKS-FS-EHIS          PIC X(02) VALUE "00".
       01 WKS-FS-CMS           PIC X(02) VALUE "00".
       01 WKS-FS-AGE           PIC X(02) VALUE "00".
       01 WKS-FS-CAST          PIC X(02) VALUE "00".
       01 WKS-FS-EXO           PIC X(02) VALUE "00".
       01 WKS-FS-ICM           PIC X(02) VALUE "00".
       01 WKS-FS-CU            PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-HAY-ESTHIST      PIC 9 VALUE 0.
       01 WKS-HAY-AGENCIAS     PIC 9 VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-MES-PROCESO      PIC 9(06) VALUE 0.
       01 WKS-CONT-LEIDOS      PIC 9(06) VALUE 0.
       01 WKS-IDX              PIC 9(04) VALUE 0.
       01 WKS-ENCONTRADO       PIC 9 VALUE 0.
       01 WKS-LLAVE-BUSCA      PIC X(10) VALUE SPACES.
       01 WKS-CLIENTE-BUSCA    PIC 9(06) VALUE 0.
       01 WKS-CORTE-ANT        PIC 9(08) VALUE 0.

       01 WKS-FECHA-AUX        PIC 9(08).
       01 WKS-FECHA-AUX-R REDEFINES WKS-FECHA-AUX.
           03 WKS-AUX-AAAAMM       PIC 9(06).
           03 WKS-AUX-DD           PIC 9(02).

      *INGRESOS Y COSTOS DEL CLIENTE EN TURNO.
       01 WKS-CLIENTE.
          03 WKS-CL-INTERES       PIC 9(09)V99.
          03 WKS-CL-COMISION      PIC 9(09)V99.
          03 WKS-CL-ANUALIDAD     PIC 9(09)V99.
          03 WKS-CL-RECARGO       PIC 9(09)V99.
          03 WKS-CL-SEGURO        PIC 9(09)V99.
          03 WKS-CL-INTERCAMBIO   PIC 9(09)V99.
          03 WKS-CL-CASTIGO       PIC 9(09)V99.
          03 WKS-CL-EXONERADA     PIC 9(09)V99.
          03 WKS-CL-PUNTOS        PIC 9(09)V99.
          03 WKS-CL-AGENCIA       PIC 9(09)V99.
          03 WKS-CL-ESTADOS       PIC 9(04).
          03 WKS-CL-PLASTICOS     PIC 9(04).
          03 WKS-CL-COSTO-EDO     PIC 9(09)V99.
          03 WKS-CL-COSTO-PLA     PIC 9(09)V99.
       01 WKS-INGRESO          PIC 9(09)V99 VALUE 0.
       01 WKS-COSTO            PIC 9(09)V99 VALUE 0.
       01 WKS-NETO             PIC S9(09)V99 VALUE 0.
       01 WKS-COMISION-AGE     PIC 9(09)V99 VALUE 0.

      *TOTALES DEL MES POR CONCEPTO.
       01 WKS-TOTALES.
          03 WKS-TOT-INTERES      PIC 9(11)V99 VALUE 0.
          03 WKS-TOT-COMISION     PIC 9(11)V99 VALUE 0.
          03 WKS-TOT-ANUALIDAD    PIC 9(11)V99 VALUE 0.
          03 WKS-TOT-RECARGO      PIC 9(11)V99 VALUE 0.
          03 WKS-TOT-SEGURO       PIC 9(11)V99 VALUE 0.
          03 WKS-TOT-INTERCAMBIO  PIC 9(11)V99 VALUE 0.
          03 WKS-TOT-CASTIGO      PIC 9(11)V99 VALUE 0.
          03 WKS-TOT-EXONERADA    PIC 9(11)V99 VALUE 0.
          03 WKS-TOT-PUNTOS       PIC 9(11)V99 VALUE 0.
          03 WKS-TOT-AGENCIA      PIC 9(11)V99 VALUE 0.
          03 WKS-TOT-COSTO-EDO    PIC 9(11)V99 VALUE 0.
          03 WKS-TOT-COSTO-PLA    PIC 9(11)V99 VALUE 0.
          03 WKS-TOT-INGRESO      PIC 9(11)V99 VALUE 0.
          03 WKS-TOT-COSTO        PIC 9(11)V99 VALUE 0.
          03 WKS-TOT-NETO         PIC S9(11)V99 VALUE 0.

      *TIPOS DE MOVIMIENTO CON TARIFA EN EL CATALOGO DE COMISIONES.
       01 WKS-CMS-COUNT        PIC 9(02) VALUE 0.
       01 WKS-TABLA-CMS.
          03 WKS-CMS-TIPO      PIC X(03) OCCURS 30 TIMES
                                         VALUE SPACES.
       01 WKS-ES-COMISION      PIC 9 VALUE 0.

      *COSTOS UNITARIOS POR TIPO DE TARGETA.
       01 WKS-CU-COUNT         PIC 9(02) VALUE 0.
       01 WKS-TABLA-COSTOS.
          03 WKS-CU-ENTRY OCCURS 15 TIMES.
             05 WKS-CU-TIPO       PIC X(10) VALUE SPACES.
             05 WKS-CU-EDO        PIC 9(03)V99 VALUE 0.
             05 WKS-CU-PLA        PIC 9(03)V99 VALUE 0.
       01 WKS-COSTO-EDO        PIC 9(03)V99 VALUE 0.
       01 WKS-COSTO-PLA        PIC 9(03)V99 VALUE 0.
       01 WKS-SIN-COSTO        PIC 9(06) VALUE 0.

      *CASTIGOS, EXONERACIONES E INTERCAMBIO DEL MES POR CLIENTE,
      *ARMADOS DE LOS ARCHIVOS SECUENCIALES ANTES DE RECORRER EL
      *MAESTRO. LO QUE NO SE USA CORRESPONDE A CLIENTES QUE YA NO
      *ESTAN EN EL MAESTRO.
       01 WKS-EXT-COUNT        PIC 9(04) VALUE 0.
       01 WKS-EXT-IDX          PIC 9(04) VALUE 0.
       01 WKS-EXT-LLENA        PIC 9(06) VALUE 0.
       01 WKS-TABLA-EXTERNOS.
          03 WKS-EXT-ENTRY OCCURS 3000 TIMES.
             05 WKS-EXT-CLIENTE   PIC 9(06).
             05 WKS-EXT-CASTIGO   PIC 9(09)V99.
             05 WKS-EXT-EXONERADA PIC 9(09)V99.
             05 WKS-EXT-INTERC    PIC 9(09)V99.
             05 WKS-EXT-USADO     PIC 9.
       01 WKS-FUERA-COUNT      PIC 9(04) VALUE 0.
       01 WKS-FUERA-COSTO      PIC 9(11)V99 VALUE 0.
       01 WKS-FUERA-INGRESO    PIC 9(11)V99 VALUE 0.

      *TRES CORTES CON LA MISMA FORMA: TIPO DE TARGETA, SUCURSAL Y
      *COSECHA POR ANO DE ALTA.
       01 WKS-TIP-COUNT        PIC 9(02) VALUE 0.
       01 WKS-TABLA-TIPOS.
          03 WKS-TIP-ENTRY OCCURS 15 TIMES.
             05 WKS-TIP-LLAVE     PIC X(10) VALUE SPACES.
             05 WKS-TIP-CLIENTES  PIC 9(06) VALUE 0.
             05 WKS-TIP-INGRESO   PIC 9(11)V99 VALUE 0.
             05 WKS-TIP-COSTO     PIC 9(11)V99 VALUE 0.
             05 WKS-TIP-NETO      PIC S9(11)V99 VALUE 0.

       01 WKS-SUC-COUNT        PIC 9(02) VALUE 0.
       01 WKS-TABLA-SUCURSALES.
          03 WKS-SUC-ENTRY OCCURS 30 TIMES.
             05 WKS-SUC-LLAVE     PIC X(10) VALUE SPACES.
             05 WKS-SUC-CLIENTES  PIC 9(06) VALUE 0.
             05 WKS-SUC-INGRESO   PIC 9(11)V99 VALUE 0.
             05 WKS-SUC-COSTO     PIC 9(11)V99 VALUE 0.
             05 WKS-SUC-NETO      PIC S9(11)V99 VALUE 0.

       01 WKS-COS-COUNT        PIC 9(02) VALUE 0.
       01 WKS-TABLA-COSECHAS.
          03 WKS-COS-ENTRY OCCURS 15 TIMES.
             05 WKS-COS-LLAVE     PIC X(10) VALUE SPACES.
             05 WKS-COS-CLIENTES  PIC 9(06) VALUE 0.
             05 WKS-COS-INGRESO   PIC 9(11)V99 VALUE 0.
             05 WKS-COS-COSTO     PIC 9(11)V99 VALUE 0.
             05 WKS-COS-NETO      PIC S9(11)V99 VALUE 0.

      *LAS CIEN CUENTAS MENOS RENTABLES, ORDENADAS DE MENOR A MAYOR
      *NETO; UN CLIENTE ENTRA SI SU NETO ES MENOR QUE EL ULTIMO.
       01 WKS-PEOR-COUNT       PIC 9(03) VALUE 0.
       01 WKS-PEOR-IDX         PIC 9(03) VALUE 0.
       01 WKS-PEOR-ANT         PIC 9(03) VALUE 0.
       01 WKS-PEOR-LISTO       PIC 9 VALUE 0.
       01 WKS-TABLA-PEORES.
          03 WKS-PEOR-ENTRY OCCURS 100 TIMES.
             05 WKS-PEOR-CLIENTE  PIC 9(06).
             05 WKS-PEOR-NOMBRE   PIC X(20).
             05 WKS-PEOR-TIPO     PIC X(10).
             05 WKS-PEOR-SUC      PIC 9(02).
             05 WKS-PEOR-INGRESO  PIC 9(09)V99.
             05 WKS-PEOR-COSTO    PIC 9(09)V99.
             05 WKS-PEOR-NETO     PIC S9(09)V99.

       01 HEADER-L1-REN.
            03 FILLER PIC X(25) VALUE SPACES.
            03 FILLER PIC X(40)
               VALUE "RENTABILIDAD MENSUAL POR CLIENTE - MES ".
            03 WKS-MES-R       PIC 9(06).

       01 SUBTITULO-REN.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-SUB-R       PIC X(50).

       01 CONCEPTO-REN-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-CONCEPTO-R  PIC X(35).
            03 WKS-IMPORTE-R   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01 CORTE-REN-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-LLAVE-R     PIC X(10).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 FILLER          PIC X(10) VALUE "CLIENTES: ".
            03 WKS-CLIENTES-R  PIC ZZZZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 FILLER          PIC X(09) VALUE "INGRESO: ".
            03 WKS-ING-CORTE-R PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 FILLER          PIC X(07) VALUE "COSTO: ".
            03 WKS-COS-CORTE-R PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 FILLER          PIC X(06) VALUE "NETO: ".
            03 WKS-NET-CORTE-R PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01 ENCAB-PEOR-R.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(05) VALUE "LUGAR".
            03 FILLER PIC X(10) VALUE "  CLIENTE ".
            03 FILLER PIC X(22) VALUE "NOMBRE".
            03 FILLER PIC X(12) VALUE "TIPO".
            03 FILLER PIC X(05) VALUE "SUC".
            03 FILLER PIC X(16) VALUE "         INGRESO".
            03 FILLER PIC X(16) VALUE "           COSTO".
            03 FILLER PIC X(17) VALUE "            NETO".

       01 DETALLE-PEOR-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-PR-LUGAR    PIC ZZZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-PR-CLIENTE  PIC 9(06).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-PR-NOMBRE   PIC X(20).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-PR-TIPO     PIC X(10).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-PR-SUC      PIC 99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-PR-INGRESO  PIC ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-PR-COSTO    PIC ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-PR-NETO     PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-EOF-ICLI = 1.
           PERFORM 2900-FUERA-MAESTRO.
           PERFORM 4000-REPORTE.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           DISPLAY "MES A ANALIZAR (AAAAMM):" LINE 01 POSITION 03.
           ACCEPT WKS-MES-PROCESO LINE 01 POSITION 29.

           IF WKS-MES-PROCESO = 0
               MOVE WKS-FECHA-HOY TO WKS-FECHA-AUX
               MOVE WKS-AUX-AAAAMM TO WKS-MES-PROCESO.

           OPEN INPUT ICLIENTES.
           OPEN INPUT CICLOFAC.
           OPEN INPUT TRXCLI.
           OPEN INPUT TARJCLI.
           OPEN OUTPUT REP-REN.

      *SIN HISTORIA DE ESTADOS O SIN CATALOGO DE AGENCIAS EL CONCEPTO
      *CORRESPONDIENTE SE QUEDA EN CERO.
           OPEN INPUT ESTHIST.
           IF WKS-FS-EHIS = "00"
               MOVE 1 TO WKS-HAY-ESTHIST.

           OPEN INPUT AGENCIAS.
           IF WKS-FS-AGE = "00"
               MOVE 1 TO WKS-HAY-AGENCIAS.

           PERFORM 1100-CARGA-COMISIONES.
           PERFORM 1200-CARGA-COSTOS.
           PERFORM 1300-CARGA-CASTIGOS.
           PERFORM 1400-CARGA-EXONERADAS.
           PERFORM 1500-CARGA-INTERCAMBIO.

           MOVE WKS-MES-PROCESO TO WKS-MES-R.
           MOVE HEADER-L1-REN TO LINEA-REN.
           WRITE LINEA-REN AFTER 1.

           MOVE LOW-VALUES TO ID-CLIENTE-I.
           START ICLIENTES KEY IS NOT < ID-CLIENTE-I
                       INVALID KEY MOVE 1 TO WKS-EOF-ICLI.

           IF WKS-EOF-ICLI = 0
              PERFORM 1010-LEER-ICLIENTE.

       1010-LEER-ICLIENTE.
           READ ICLIENTES NEXT AT END MOVE 1 TO WKS-EOF-ICLI.

           IF WKS-EOF-ICLI = 0
               ADD 1 TO WKS-CONT-LEIDOS.

       1100-CARGA-COMISIONES.
           OPEN INPUT COMISION.

           IF WKS-FS-CMS = "00"
               MOVE 0 TO WKS-EOF-AUX
               MOVE LOW-VALUES TO COMISION-KEY
               START COMISION KEY IS NOT < COMISION-KEY
                   INVALID KEY MOVE 1 TO WKS-EOF-AUX
               END-START
               PERFORM 1110-LEER-COMISION UNTIL WKS-EOF-AUX = 1
               CLOSE COMISION.

       1110-LEER-COMISION.
           READ COMISION NEXT AT END MOVE 1 TO WKS-EOF-AUX.

           IF WKS-EOF-AUX = 0
               MOVE 0 TO WKS-ENCONTRADO
               MOVE 1 TO WKS-IDX
               PERFORM 1120-COMPARA-COMISION
                   UNTIL WKS-ENCONTRADO = 1
                      OR WKS-IDX > WKS-CMS-COUNT
               IF WKS-ENCONTRADO = 0 AND WKS-CMS-COUNT < 30
                   ADD 1 TO WKS-CMS-COUNT
                   MOVE TIPO-COMISION-CM TO
                                   WKS-CMS-TIPO (WKS-CMS-COUNT)
               END-IF
           END-IF.

       1120-COMPARA-COMISION.
           IF WKS-CMS-TIPO (WKS-IDX) = TIPO-COMISION-CM
               MOVE 1 TO WKS-ENCONTRADO
           ELSE
               ADD 1 TO WKS-IDX.

       1200-CARGA-COSTOS.
           OPEN INPUT COSTUNIT.

           IF WKS-FS-CU = "00"
               MOVE 0 TO WKS-EOF-AUX
               PERFORM 1210-LEER-COSTO UNTIL WKS-EOF-AUX = 1
               CLOSE COSTUNIT
           ELSE
               DISPLAY "SIN TABLA DE COSTOS UNITARIOS; ESTADOS Y"
                       " PLASTICOS VAN SIN COSTO".

       1210-LEER-COSTO.
           READ COSTUNIT AT END MOVE 1 TO WKS-EOF-AUX.

           IF WKS-EOF-AUX = 0 AND WKS-CU-COUNT < 15
               ADD 1 TO WKS-CU-COUNT
               MOVE TIPO-TARG-CU TO WKS-CU-TIPO (WKS-CU-COUNT)
               MOVE COSTO-EDO-CU TO WKS-CU-EDO (WKS-CU-COUNT)
               MOVE COSTO-PLA-CU TO WKS-CU-PLA (WKS-CU-COUNT).

      *EL CASTIGO DEL MES ES LO QUE EL CICLO DEBIA AL CASTIGARSE,
      *ANUALIDAD Y RECARGO, COMO LO REGISTRA CAS-CIC.
       1300-CARGA-CASTIGOS.
           OPEN INPUT CASTIGOS.

           IF WKS-FS-CAST = "00"
               MOVE 0 TO WKS-EOF-AUX
               PERFORM 1310-LEER-CASTIGO UNTIL WKS-EOF-AUX = 1
               CLOSE CASTIGOS.

       1310-LEER-CASTIGO.
           READ CASTIGOS AT END MOVE 1 TO WKS-EOF-AUX.

           IF WKS-EOF-AUX = 0
               MOVE FECHA-CASTIGO-CAS TO WKS-FECHA-AUX
               IF WKS-AUX-AAAAMM = WKS-MES-PROCESO
                   MOVE ID-CLIENTE-CAS TO WKS-CLIENTE-BUSCA
                   PERFORM 1700-BUSCA-EXTERNO
                   IF WKS-EXT-IDX > 0
                       COMPUTE WKS-EXT-CASTIGO (WKS-EXT-IDX) =
                           WKS-EXT-CASTIGO (WKS-EXT-IDX)
                           + MONTO-ANUAL-CAS - MONTO-PAGADO-CAS
                           + RECARGO-CAS - RECARGO-PAGADO-CAS
                   END-IF
               END-IF
           END-IF.

       1400-CARGA-EXONERADAS.
           OPEN INPUT EXOREG.

           IF WKS-FS-EXO = "00"
               MOVE 0 TO WKS-EOF-AUX
               PERFORM 1410-LEER-EXONERADA UNTIL WKS-EOF-AUX = 1
               CLOSE EXOREG.

       1410-LEER-EXONERADA.
           READ EXOREG AT END MOVE 1 TO WKS-EOF-AUX.

           IF WKS-EOF-AUX = 0
               MOVE FECHA-EXO TO WKS-FECHA-AUX
               IF WKS-AUX-AAAAMM = WKS-MES-PROCESO
                   MOVE ID-CLIENTE-EXO TO WKS-CLIENTE-BUSCA
                   PERFORM 1700-BUSCA-EXTERNO
                   IF WKS-EXT-IDX > 0
                       ADD MONTO-EXONERADO-EXO TO
                               WKS-EXT-EXONERADA (WKS-EXT-IDX)
                   END-IF
               END-IF
           END-IF.

       1500-CARGA-INTERCAMBIO.
           OPEN INPUT INTERCAM.

           IF WKS-FS-ICM = "00"
               MOVE 0 TO WKS-EOF-AUX
               PERFORM 1510-LEER-INTERCAMBIO UNTIL WKS-EOF-AUX = 1
               CLOSE INTERCAM.

       1510-LEER-INTERCAMBIO.
           READ INTERCAM AT END MOVE 1 TO WKS-EOF-AUX.

           IF WKS-EOF-AUX = 0
               MOVE FECHA-PROCESO-IC TO WKS-FECHA-AUX
               IF WKS-AUX-AAAAMM = WKS-MES-PROCESO
                   MOVE ID-CLIENTE-IC TO WKS-CLIENTE-BUSCA
                   PERFORM 1700-BUSCA-EXTERNO
                   IF WKS-EXT-IDX > 0
                       ADD MONTO-INTER-IC TO
                               WKS-EXT-INTERC (WKS-EXT-IDX)
                   END-IF
               END-IF
           END-IF.

      *BUSCA AL CLIENTE EN LA TABLA DE EXTERNOS Y LO AGREGA SI NO
      *ESTA; CON LA TABLA LLENA REGRESA CERO Y SE CUENTA EL RENGLON.
       1700-BUSCA-EXTERNO.
           MOVE 0 TO WKS-ENCONTRADO.
           MOVE 1 TO WKS-IDX.
           PERFORM 1710-COMPARA-EXTERNO
               UNTIL WKS-ENCONTRADO = 1
                  OR WKS-IDX > WKS-EXT-COUNT.

           IF WKS-ENCONTRADO = 1
               MOVE WKS-IDX TO WKS-EXT-IDX
           ELSE
               IF WKS-EXT-COUNT < 3000
                   ADD 1 TO WKS-EXT-COUNT
                   MOVE WKS-EXT-COUNT TO WKS-EXT-IDX
                   MOVE WKS-CLIENTE-BUSCA TO
                                   WKS-EXT-CLIENTE (WKS-EXT-IDX)
                   MOVE 0 TO WKS-EXT-CASTIGO (WKS-EXT-IDX)
                   MOVE 0 TO WKS-EXT-EXONERADA (WKS-EXT-IDX)
                   MOVE 0 TO WKS-EXT-INTERC (WKS-EXT-IDX)
                   MOVE 0 TO WKS-EXT-USADO (WKS-EXT-IDX)
               ELSE
                   MOVE 0 TO WKS-EXT-IDX
                   ADD 1 TO WKS-EXT-LLENA.

       1710-COMPARA-EXTERNO.
           IF WKS-EXT-CLIENTE (WKS-IDX) = WKS-CLIENTE-BUSCA
               MOVE 1 TO WKS-ENCONTRADO
           ELSE
               ADD 1 TO WKS-IDX.

       2000-PROCESO.
           INITIALIZE WKS-CLIENTE.

           PERFORM 2100-SUMA-TRANSACCIONES.
           PERFORM 2200-SUMA-CICLOS.
           PERFORM 2300-CUENTA-PLASTICOS.
           IF WKS-HAY-ESTHIST = 1
               PERFORM 2400-CUENTA-ESTADOS.
           PERFORM 2500-APLICA-EXTERNOS.
           PERFORM 2550-APLICA-COSTOS.

           COMPUTE WKS-INGRESO = WKS-CL-INTERES + WKS-CL-COMISION
               + WKS-CL-ANUALIDAD + WKS-CL-RECARGO + WKS-CL-SEGURO
               + WKS-CL-INTERCAMBIO.
           COMPUTE WKS-COSTO = WKS-CL-CASTIGO + WKS-CL-EXONERADA
               + WKS-CL-PUNTOS + WKS-CL-AGENCIA + WKS-CL-COSTO-EDO
               + WKS-CL-COSTO-PLA.
           COMPUTE WKS-NETO = WKS-INGRESO - WKS-COSTO.

           PERFORM 2560-ACUMULA-TOTALES.
           PERFORM 2600-ACUMULA-TIPO.
           PERFORM 2700-ACUMULA-SUCURSAL.
           PERFORM 2750-ACUMULA-COSECHA.
           PERFORM 2800-REGISTRA-PEOR THRU 2800-FIN.

           PERFORM 1010-LEER-ICLIENTE.

      *INGRESOS POR TRANSACCION DEL MES Y EL COSTO DE LOS PUNTOS
      *CANJEADOS, QUE SE PAGAN PESO POR PUNTO.
       2100-SUMA-TRANSACCIONES.
           MOVE ID-CLIENTE-I TO ID-CLIENTE-TRX.
           START TRXCLI KEY IS = ID-CLIENTE-TRX
               INVALID KEY MOVE 1 TO WKS-EOF-TRX
               NOT INVALID KEY MOVE 0 TO WKS-EOF-TRX
           END-START.

           PERFORM 2110-LEER-TRX UNTIL WKS-EOF-TRX = 1.

       2110-LEER-TRX.
           READ TRXCLI NEXT AT END MOVE 1 TO WKS-EOF-TRX.

           IF WKS-EOF-TRX = 0
               IF ID-CLIENTE-TRX NOT = ID-CLIENTE-I
                   MOVE 1 TO WKS-EOF-TRX
               ELSE
                   MOVE FECHA-TRX TO WKS-FECHA-AUX
                   IF WKS-AUX-AAAAMM = WKS-MES-PROCESO
                       PERFORM 2120-CLASIFICA-TRX
                   END-IF
               END-IF
           END-IF.

       2120-CLASIFICA-TRX.
           IF TIPO-TRX = "INT" OR TIPO-TRX = "IND"
               ADD MONTO-TRX TO WKS-CL-INTERES
           ELSE
               IF TIPO-TRX = "SEG"
                   ADD MONTO-TRX TO WKS-CL-SEGURO
               ELSE
                   IF TIPO-TRX = "CJE"
                       ADD MONTO-TRX TO WKS-CL-PUNTOS
                   ELSE
                       PERFORM 2130-BUSCA-COMISION
                       IF WKS-ES-COMISION = 1
                           ADD MONTO-TRX TO WKS-CL-COMISION.

       2130-BUSCA-COMISION.
           MOVE 0 TO WKS-ES-COMISION.
           MOVE 1 TO WKS-IDX.
           PERFORM 2131-COMPARA-COMISION
               UNTIL WKS-ES-COMISION = 1
                  OR WKS-IDX > WKS-CMS-COUNT.

       2131-COMPARA-COMISION.
           IF WKS-CMS-TIPO (WKS-IDX) = TIPO-TRX
               MOVE 1 TO WKS-ES-COMISION
           ELSE
               ADD 1 TO WKS-IDX.

      *ANUALIDAD FACTURADA (CICLOS DE ANUALIDAD QUE VENCEN EN EL
      *MES), RECARGOS APLICADOS EN EL MES Y LA COMISION DE LA
      *AGENCIA POR LOS CICLOS ASIGNADOS QUE QUEDARON PAGADOS EN EL
      *MES, SOBRE LO QUE SE LE COBRO AL CICLO.
       2200-SUMA-CICLOS.
           MOVE ID-CLIENTE-I TO ID-CLIENTE-C.
           START CICLOFAC KEY IS = ID-CLIENTE-C
               INVALID KEY MOVE 1 TO WKS-EOF-CICLO
               NOT INVALID KEY MOVE 0 TO WKS-EOF-CICLO
           END-START.

           PERFORM 2210-LEER-CICLO UNTIL WKS-EOF-CICLO = 1.

       2210-LEER-CICLO.
           READ CICLOFAC NEXT AT END MOVE 1 TO WKS-EOF-CICLO.

           IF WKS-EOF-CICLO = 0
               IF ID-CLIENTE-C NOT = ID-CLIENTE-I
                   MOVE 1 TO WKS-EOF-CICLO
               ELSE
                   PERFORM 2220-MIDE-CICLO
               END-IF
           END-IF.

       2220-MIDE-CICLO.
           MOVE FECHA-VENCE-C TO WKS-FECHA-AUX.
           IF CICLO-ANUALIDAD-C
              AND WKS-AUX-AAAAMM = WKS-MES-PROCESO
               ADD MONTO-ANUAL-C TO WKS-CL-ANUALIDAD.

           MOVE FECHA-RECARGO-C TO WKS-FECHA-AUX.
           IF RECARGO-C > 0
              AND WKS-AUX-AAAAMM = WKS-MES-PROCESO
               ADD RECARGO-C TO WKS-CL-RECARGO.

           MOVE FECHA-PAGO-C TO WKS-FECHA-AUX.
           IF AGENCIA-C > 0 AND CICLO-PAGADO-C
              AND WKS-HAY-AGENCIAS = 1
              AND WKS-AUX-AAAAMM = WKS-MES-PROCESO
               PERFORM 2230-COMISION-AGENCIA.

       2230-COMISION-AGENCIA.
           MOVE AGENCIA-C TO CLAVE-AGE.
           READ AGENCIAS
               INVALID KEY MOVE 0 TO PCT-COMISION-AGE
           END-READ.

           COMPUTE WKS-COMISION-AGE ROUNDED =
               (MONTO-PAGADO-C + RECARGO-PAGADO-C)
               * PCT-COMISION-AGE / 100.
           ADD WKS-COMISION-AGE TO WKS-CL-AGENCIA.

       2300-CUENTA-PLASTICOS.
           MOVE ID-CLIENTE-I TO ID-CLIENTE-T.
           START TARJCLI KEY IS = ID-CLIENTE-T
               INVALID KEY MOVE 1 TO WKS-EOF-TARJ
               NOT INVALID KEY MOVE 0 TO WKS-EOF-TARJ
           END-START.

           PERFORM 2310-LEER-TARJETA UNTIL WKS-EOF-TARJ = 1.

       2310-LEER-TARJETA.
           READ TARJCLI NEXT AT END MOVE 1 TO WKS-EOF-TARJ.

           IF WKS-EOF-TARJ = 0
               IF ID-CLIENTE-T NOT = ID-CLIENTE-I
                   MOVE 1 TO WKS-EOF-TARJ
               ELSE
                   MOVE FECHA-EMBOZO-T TO WKS-FECHA-AUX
                   IF WKS-AUX-AAAAMM = WKS-MES-PROCESO
                       ADD 1 TO WKS-CL-PLASTICOS
                   END-IF
               END-IF
           END-IF.

      *UN ESTADO POR CADA FECHA DE CORTE DEL MES EN LA HISTORIA; EL
      *ESTADO SE GUARDA UNA LINEA POR REGISTRO.
       2400-CUENTA-ESTADOS.
           MOVE 0 TO WKS-CORTE-ANT.
           MOVE ID-CLIENTE-I TO ID-CLIENTE-EH.
           MOVE WKS-MES-PROCESO TO WKS-AUX-AAAAMM.
           MOVE 1 TO WKS-AUX-DD.
           MOVE WKS-FECHA-AUX TO FECHA-CORTE-EH.
           MOVE 0 TO SEC-LINEA-EH.
           START ESTHIST KEY IS NOT < ESTHIST-KEY
               INVALID KEY MOVE 1 TO WKS-EOF-EHIS
               NOT INVALID KEY MOVE 0 TO WKS-EOF-EHIS
           END-START.

           PERFORM 2410-LEER-ESTADO UNTIL WKS-EOF-EHIS = 1.

       2410-LEER-ESTADO.
           READ ESTHIST NEXT AT END MOVE 1 TO WKS-EOF-EHIS.

           IF WKS-EOF-EHIS = 0
               MOVE FECHA-CORTE-EH TO WKS-FECHA-AUX
               IF ID-CLIENTE-EH NOT = ID-CLIENTE-I
                  OR WKS-AUX-AAAAMM NOT = WKS-MES-PROCESO
                   MOVE 1 TO WKS-EOF-EHIS
               ELSE
                   IF FECHA-CORTE-EH NOT = WKS-CORTE-ANT
                       ADD 1 TO WKS-CL-ESTADOS
                       MOVE FECHA-CORTE-EH TO WKS-CORTE-ANT
                   END-IF
               END-IF
           END-IF.

       2500-APLICA-EXTERNOS.
           MOVE 0 TO WKS-ENCONTRADO.
           MOVE 1 TO WKS-IDX.
           MOVE ID-CLIENTE-I TO WKS-CLIENTE-BUSCA.
           PERFORM 1710-COMPARA-EXTERNO
               UNTIL WKS-ENCONTRADO = 1
                  OR WKS-IDX > WKS-EXT-COUNT.

           IF WKS-ENCONTRADO = 1
               MOVE WKS-EXT-CASTIGO (WKS-IDX) TO WKS-CL-CASTIGO
               MOVE WKS-EXT-EXONERADA (WKS-IDX) TO WKS-CL-EXONERADA
               MOVE WKS-EXT-INTERC (WKS-IDX) TO WKS-CL-INTERCAMBIO
               MOVE 1 TO WKS-EXT-USADO (WKS-IDX).

      *COSTO UNITARIO DEL TIPO DE TARGETA DEL CLIENTE, O EL DEL
      *RENGLON GENERAL SI SU TIPO NO TIENE.
       2550-APLICA-COSTOS.
           MOVE 0 TO WKS-COSTO-EDO.
           MOVE 0 TO WKS-COSTO-PLA.
           MOVE 0 TO WKS-ENCONTRADO.
           MOVE TIPO-TARG-I TO WKS-LLAVE-BUSCA.
           MOVE 1 TO WKS-IDX.
           PERFORM 2551-COMPARA-COSTO
               UNTIL WKS-ENCONTRADO = 1
                  OR WKS-IDX > WKS-CU-COUNT.

           IF WKS-ENCONTRADO = 0
               MOVE SPACES TO WKS-LLAVE-BUSCA
               MOVE 1 TO WKS-IDX
               PERFORM 2551-COMPARA-COSTO
                   UNTIL WKS-ENCONTRADO = 1
                      OR WKS-IDX > WKS-CU-COUNT.

           IF WKS-ENCONTRADO = 1
               MOVE WKS-CU-EDO (WKS-IDX) TO WKS-COSTO-EDO
               MOVE WKS-CU-PLA (WKS-IDX) TO WKS-COSTO-PLA
           ELSE
               IF WKS-CL-ESTADOS > 0 OR WKS-CL-PLASTICOS > 0
                   ADD 1 TO WKS-SIN-COSTO.

           COMPUTE WKS-CL-COSTO-EDO = WKS-CL-ESTADOS * WKS-COSTO-EDO.
           COMPUTE WKS-CL-COSTO-PLA =
                   WKS-CL-PLASTICOS * WKS-COSTO-PLA.

       2551-COMPARA-COSTO.
           IF WKS-CU-TIPO (WKS-IDX) = WKS-LLAVE-BUSCA
               MOVE 1 TO WKS-ENCONTRADO
           ELSE
               ADD 1 TO WKS-IDX.

       2560-ACUMULA-TOTALES.
           ADD WKS-CL-INTERES     TO WKS-TOT-INTERES.
           ADD WKS-CL-COMISION    TO WKS-TOT-COMISION.
           ADD WKS-CL-ANUALIDAD   TO WKS-TOT-ANUALIDAD.
           ADD WKS-CL-RECARGO     TO WKS-TOT-RECARGO.
           ADD WKS-CL-SEGURO      TO WKS-TOT-SEGURO.
           ADD WKS-CL-INTERCAMBIO TO WKS-TOT-INTERCAMBIO.
           ADD WKS-CL-CASTIGO     TO WKS-TOT-CASTIGO.
           ADD WKS-CL-EXONERADA   TO WKS-TOT-EXONERADA.
           ADD WKS-CL-PUNTOS      TO WKS-TOT-PUNTOS.
           ADD WKS-CL-AGENCIA     TO WKS-TOT-AGENCIA.
           ADD WKS-CL-COSTO-EDO   TO WKS-TOT-COSTO-EDO.
           ADD WKS-CL-COSTO-PLA   TO WKS-TOT-COSTO-PLA.
           ADD WKS-INGRESO        TO WKS-TOT-INGRESO.
           ADD WKS-COSTO          TO WKS-TOT-COSTO.
           ADD WKS-NETO           TO WKS-TOT-NETO.

       2600-ACUMULA-TIPO.
           MOVE TIPO-TARG-I TO WKS-LLAVE-BUSCA.

           MOVE 0 TO WKS-ENCONTRADO.
           MOVE 1 TO WKS-IDX.
           PERFORM 2610-COMPARA-TIPO
               UNTIL WKS-ENCONTRADO = 1
                  OR WKS-IDX > WKS-TIP-COUNT.

           IF WKS-ENCONTRADO = 0
               IF WKS-TIP-COUNT < 15
                   ADD 1 TO WKS-TIP-COUNT
                   MOVE WKS-TIP-COUNT TO WKS-IDX
                   MOVE WKS-LLAVE-BUSCA TO WKS-TIP-LLAVE (WKS-IDX)
               ELSE
                   MOVE WKS-TIP-COUNT TO WKS-IDX.

           ADD 1           TO WKS-TIP-CLIENTES (WKS-IDX).
           ADD WKS-INGRESO TO WKS-TIP-INGRESO (WKS-IDX).
           ADD WKS-COSTO   TO WKS-TIP-COSTO (WKS-IDX).
           ADD WKS-NETO    TO WKS-TIP-NETO (WKS-IDX).

       2610-COMPARA-TIPO.
           IF WKS-TIP-LLAVE (WKS-IDX) = WKS-LLAVE-BUSCA
               MOVE 1 TO WKS-ENCONTRADO
           ELSE
               ADD 1 TO WKS-IDX.

       2700-ACUMULA-SUCURSAL.
           MOVE SPACES TO WKS-LLAVE-BUSCA.
           MOVE SUCURSAL-I TO WKS-LLAVE-BUSCA (1:2).

           MOVE 0 TO WKS-ENCONTRADO.
           MOVE 1 TO WKS-IDX.
           PERFORM 2710-COMPARA-SUCURSAL
               UNTIL WKS-ENCONTRADO = 1
                  OR WKS-IDX > WKS-SUC-COUNT.

           IF WKS-ENCONTRADO = 0
               IF WKS-SUC-COUNT < 30
                   ADD 1 TO WKS-SUC-COUNT
                   MOVE WKS-SUC-COUNT TO WKS-IDX
                   MOVE WKS-LLAVE-BUSCA TO WKS-SUC-LLAVE (WKS-IDX)
               ELSE
                   MOVE WKS-SUC-COUNT TO WKS-IDX.

           ADD 1           TO WKS-SUC-CLIENTES (WKS-IDX).
           ADD WKS-INGRESO TO WKS-SUC-INGRESO (WKS-IDX).
           ADD WKS-COSTO   TO WKS-SUC-COSTO (WKS-IDX).
           ADD WKS-NETO    TO WKS-SUC-NETO (WKS-IDX).

       2710-COMPARA-SUCURSAL.
           IF WKS-SUC-LLAVE (WKS-IDX) = WKS-LLAVE-BUSCA
               MOVE 1 TO WKS-ENCONTRADO
           ELSE
               ADD 1 TO WKS-IDX.

       2750-ACUMULA-COSECHA.
           MOVE SPACES TO WKS-LLAVE-BUSCA.
           MOVE FECHA-ALTA-I (1:4) TO WKS-LLAVE-BUSCA (1:4).

           MOVE 0 TO WKS-ENCONTRADO.
           MOVE 1 TO WKS-IDX.
           PERFORM 2760-COMPARA-COSECHA
               UNTIL WKS-ENCONTRADO = 1
                  OR WKS-IDX > WKS-COS-COUNT.

           IF WKS-ENCONTRADO = 0
               IF WKS-COS-COUNT < 15
                   ADD 1 TO WKS-COS-COUNT
                   MOVE WKS-COS-COUNT TO WKS-IDX
                   MOVE WKS-LLAVE-BUSCA TO WKS-COS-LLAVE (WKS-IDX)
               ELSE
                   MOVE WKS-COS-COUNT TO WKS-IDX.

           ADD 1           TO WKS-COS-CLIENTES (WKS-IDX).
           ADD WKS-INGRESO TO WKS-COS-INGRESO (WKS-IDX).
           ADD WKS-COSTO   TO WKS-COS-COSTO (WKS-IDX).
           ADD WKS-NETO    TO WKS-COS-NETO (WKS-IDX).

       2760-COMPARA-COSECHA.
           IF WKS-COS-LLAVE (WKS-IDX) = WKS-LLAVE-BUSCA
               MOVE 1 TO WKS-ENCONTRADO
           ELSE
               ADD 1 TO WKS-IDX.

      *INSERCION ORDENADA EN LA LISTA DE LAS CIEN PEORES: SE RECORREN
      *HACIA ABAJO LAS DE NETO MAYOR Y, CON LA LISTA LLENA, SE PIERDE
      *LA ULTIMA.
       2800-REGISTRA-PEOR.
           IF WKS-PEOR-COUNT = 100
              AND WKS-NETO NOT < WKS-PEOR-NETO (100)
               GO TO 2800-FIN.

           IF WKS-PEOR-COUNT < 100
               ADD 1 TO WKS-PEOR-COUNT.

           MOVE WKS-PEOR-COUNT TO WKS-PEOR-IDX.
           MOVE 0 TO WKS-PEOR-LISTO.
           PERFORM 2810-RECORRE-PEOR UNTIL WKS-PEOR-LISTO = 1.

           MOVE ID-CLIENTE-I     TO WKS-PEOR-CLIENTE (WKS-PEOR-IDX).
           MOVE NOMBRE-CLIENTE-I TO WKS-PEOR-NOMBRE (WKS-PEOR-IDX).
           MOVE TIPO-TARG-I      TO WKS-PEOR-TIPO (WKS-PEOR-IDX).
           MOVE SUCURSAL-I       TO WKS-PEOR-SUC (WKS-PEOR-IDX).
           MOVE WKS-INGRESO      TO WKS-PEOR-INGRESO (WKS-PEOR-IDX).
           MOVE WKS-COSTO        TO WKS-PEOR-COSTO (WKS-PEOR-IDX).
           MOVE WKS-NETO         TO WKS-PEOR-NETO (WKS-PEOR-IDX).

       2800-FIN.
           EXIT.

       2810-RECORRE-PEOR.
           IF WKS-PEOR-IDX = 1
               MOVE 1 TO WKS-PEOR-LISTO
           ELSE
               COMPUTE WKS-PEOR-ANT = WKS-PEOR-IDX - 1
               IF WKS-PEOR-NETO (WKS-PEOR-ANT) > WKS-NETO
                   MOVE WKS-PEOR-ENTRY (WKS-PEOR-ANT) TO
                                   WKS-PEOR-ENTRY (WKS-PEOR-IDX)
                   MOVE WKS-PEOR-ANT TO WKS-PEOR-IDX
               ELSE
                   MOVE 1 TO WKS-PEOR-LISTO.

      *LO QUE QUEDO SIN USAR EN LA TABLA DE EXTERNOS ES DE CLIENTES
      *QUE YA NO ESTAN EN EL MAESTRO (BORRADOS O FUSIONADOS); ENTRA
      *A LOS TOTALES DEL MES EN UN RENGLON APARTE.
       2900-FUERA-MAESTRO.
           MOVE 1 TO WKS-EXT-IDX.
           PERFORM 2910-REVISA-EXTERNO
               UNTIL WKS-EXT-IDX > WKS-EXT-COUNT.

       2910-REVISA-EXTERNO.
           IF WKS-EXT-USADO (WKS-EXT-IDX) = 0
               ADD 1 TO WKS-FUERA-COUNT
               ADD WKS-EXT-CASTIGO (WKS-EXT-IDX) TO WKS-FUERA-COSTO
               ADD WKS-EXT-EXONERADA (WKS-EXT-IDX) TO WKS-FUERA-COSTO
               ADD WKS-EXT-INTERC (WKS-EXT-IDX) TO WKS-FUERA-INGRESO
               ADD WKS-EXT-CASTIGO (WKS-EXT-IDX) TO WKS-TOT-CASTIGO
               ADD WKS-EXT-EXONERADA (WKS-EXT-IDX)
                                            TO WKS-TOT-EXONERADA
               ADD WKS-EXT-INTERC (WKS-EXT-IDX)
                                            TO WKS-TOT-INTERCAMBIO.

           ADD 1 TO WKS-EXT-IDX.

       4000-REPORTE.
           ADD WKS-FUERA-INGRESO TO WKS-TOT-INGRESO.
           ADD WKS-FUERA-COSTO   TO WKS-TOT-COSTO.
           COMPUTE WKS-TOT-NETO = WKS-TOT-INGRESO - WKS-TOT-COSTO.

           MOVE "INGRESOS Y COSTOS DEL MES" TO WKS-SUB-R.
           MOVE SUBTITULO-REN TO LINEA-REN.
           WRITE LINEA-REN AFTER 2.

           MOVE "INTERESES" TO WKS-CONCEPTO-R.
           MOVE WKS-TOT-INTERES TO WKS-IMPORTE-R.
           PERFORM 4010-LINEA-CONCEPTO.
           MOVE "COMISIONES" TO WKS-CONCEPTO-R.
           MOVE WKS-TOT-COMISION TO WKS-IMPORTE-R.
           PERFORM 4010-LINEA-CONCEPTO.
           MOVE "ANUALIDADES" TO WKS-CONCEPTO-R.
           MOVE WKS-TOT-ANUALIDAD TO WKS-IMPORTE-R.
           PERFORM 4010-LINEA-CONCEPTO.
           MOVE "RECARGOS" TO WKS-CONCEPTO-R.
           MOVE WKS-TOT-RECARGO TO WKS-IMPORTE-R.
           PERFORM 4010-LINEA-CONCEPTO.
           MOVE "PRIMA DE SEGURO DE SALDO" TO WKS-CONCEPTO-R.
           MOVE WKS-TOT-SEGURO TO WKS-IMPORTE-R.
           PERFORM 4010-LINEA-CONCEPTO.
           MOVE "INTERCAMBIO" TO WKS-CONCEPTO-R.
           MOVE WKS-TOT-INTERCAMBIO TO WKS-IMPORTE-R.
           PERFORM 4010-LINEA-CONCEPTO.
           MOVE "TOTAL DE INGRESOS" TO WKS-CONCEPTO-R.
           MOVE WKS-TOT-INGRESO TO WKS-IMPORTE-R.
           PERFORM 4010-LINEA-CONCEPTO.

           MOVE "CASTIGOS" TO WKS-CONCEPTO-R.
           MOVE WKS-TOT-CASTIGO TO WKS-IMPORTE-R.
           PERFORM 4010-LINEA-CONCEPTO.
           MOVE "ANUALIDADES EXONERADAS" TO WKS-CONCEPTO-R.
           MOVE WKS-TOT-EXONERADA TO WKS-IMPORTE-R.
           PERFORM 4010-LINEA-CONCEPTO.
           MOVE "PUNTOS CANJEADOS" TO WKS-CONCEPTO-R.
           MOVE WKS-TOT-PUNTOS TO WKS-IMPORTE-R.
           PERFORM 4010-LINEA-CONCEPTO.
           MOVE "COMISION DE AGENCIAS" TO WKS-CONCEPTO-R.
           MOVE WKS-TOT-AGENCIA TO WKS-IMPORTE-R.
           PERFORM 4010-LINEA-CONCEPTO.
           MOVE "COSTO DE ESTADOS DE CUENTA" TO WKS-CONCEPTO-R.
           MOVE WKS-TOT-COSTO-EDO TO WKS-IMPORTE-R.
           PERFORM 4010-LINEA-CONCEPTO.
           MOVE "COSTO DE PLASTICOS EMBOZADOS" TO WKS-CONCEPTO-R.
           MOVE WKS-TOT-COSTO-PLA TO WKS-IMPORTE-R.
           PERFORM 4010-LINEA-CONCEPTO.
           MOVE "TOTAL DE COSTOS" TO WKS-CONCEPTO-R.
           MOVE WKS-TOT-COSTO TO WKS-IMPORTE-R.
           PERFORM 4010-LINEA-CONCEPTO.
           MOVE "RESULTADO NETO DEL MES" TO WKS-CONCEPTO-R.
           MOVE WKS-TOT-NETO TO WKS-IMPORTE-R.
           PERFORM 4010-LINEA-CONCEPTO.

           IF WKS-FUERA-COUNT > 0
               MOVE "NETO DE CLIENTES FUERA DEL MAESTRO"
                                   TO WKS-CONCEPTO-R
               COMPUTE WKS-IMPORTE-R =
                       WKS-FUERA-INGRESO - WKS-FUERA-COSTO
               PERFORM 4010-LINEA-CONCEPTO.

           MOVE "RENTABILIDAD POR TIPO DE TARGETA" TO WKS-SUB-R.
           MOVE SUBTITULO-REN TO LINEA-REN.
           WRITE LINEA-REN AFTER 2.

           MOVE 0 TO WKS-IDX.
           PERFORM 4100-LINEA-TIPO WKS-TIP-COUNT TIMES.

           MOVE "RENTABILIDAD POR SUCURSAL" TO WKS-SUB-R.
           MOVE SUBTITULO-REN TO LINEA-REN.
           WRITE LINEA-REN AFTER 2.

           MOVE 0 TO WKS-IDX.
           PERFORM 4200-LINEA-SUCURSAL WKS-SUC-COUNT TIMES.

           MOVE "RENTABILIDAD POR COSECHA (ANO DE ALTA)" TO WKS-SUB-R.
           MOVE SUBTITULO-REN TO LINEA-REN.
           WRITE LINEA-REN AFTER 2.

           MOVE 0 TO WKS-IDX.
           PERFORM 4300-LINEA-COSECHA WKS-COS-COUNT TIMES.

           MOVE "LAS CIEN CUENTAS MENOS RENTABLES" TO WKS-SUB-R.
           MOVE SUBTITULO-REN TO LINEA-REN.
           WRITE LINEA-REN AFTER 2.
           MOVE ENCAB-PEOR-R TO LINEA-REN.
           WRITE LINEA-REN AFTER 1.

           MOVE 0 TO WKS-PEOR-IDX.
           PERFORM 4400-LINEA-PEOR WKS-PEOR-COUNT TIMES.

       4010-LINEA-CONCEPTO.
           MOVE CONCEPTO-REN-R TO LINEA-REN.
           WRITE LINEA-REN AFTER 1.

       4100-LINEA-TIPO.
           ADD 1 TO WKS-IDX.

           MOVE WKS-TIP-LLAVE (WKS-IDX)    TO WKS-LLAVE-R.
           MOVE WKS-TIP-CLIENTES (WKS-IDX) TO WKS-CLIENTES-R.
           MOVE WKS-TIP-INGRESO (WKS-IDX)  TO WKS-ING-CORTE-R.
           MOVE WKS-TIP-COSTO (WKS-IDX)    TO WKS-COS-CORTE-R.
           MOVE WKS-TIP-NETO (WKS-IDX)     TO WKS-NET-CORTE-R.

           MOVE CORTE-REN-R TO LINEA-REN.
           WRITE LINEA-REN AFTER 1.

       4200-LINEA-SUCURSAL.
           ADD 1 TO WKS-IDX.

           MOVE WKS-SUC-LLAVE (WKS-IDX)    TO WKS-LLAVE-R.
           MOVE WKS-SUC-CLIENTES (WKS-IDX) TO WKS-CLIENTES-R.
           MOVE WKS-SUC-INGRESO (WKS-IDX)  TO WKS-ING-CORTE-R.
           MOVE WKS-SUC-COSTO (WKS-IDX)    TO WKS-COS-CORTE-R.
           MOVE WKS-SUC-NETO (WKS-IDX)     TO WKS-NET-CORTE-R.

           MOVE CORTE-REN-R TO LINEA-REN.
           WRITE LINEA-REN AFTER 1.

       4300-LINEA-COSECHA.
           ADD 1 TO WKS-IDX.

           MOVE WKS-COS-LLAVE (WKS-IDX)    TO WKS-LLAVE-R.
           MOVE WKS-COS-CLIENTES (WKS-IDX) TO WKS-CLIENTES-R.
           MOVE WKS-COS-INGRESO (WKS-IDX)  TO WKS-ING-CORTE-R.
           MOVE WKS-COS-COSTO (WKS-IDX)    TO WKS-COS-CORTE-R.
           MOVE WKS-COS-NETO (WKS-IDX)     TO WKS-NET-CORTE-R.

           MOVE CORTE-REN-R TO LINEA-REN.
           WRITE LINEA-REN AFTER 1.

       4400-LINEA-PEOR.
           ADD 1 TO WKS-PEOR-IDX.

           MOVE WKS-PEOR-IDX                    TO WKS-PR-LUGAR.
           MOVE WKS-PEOR-CLIENTE (WKS-PEOR-IDX) TO WKS-PR-CLIENTE.
           MOVE WKS-PEOR-NOMBRE (WKS-PEOR-IDX)  TO WKS-PR-NOMBRE.
           MOVE WKS-PEOR-TIPO (WKS-PEOR-IDX)    TO WKS-PR-TIPO.
           MOVE WKS-PEOR-SUC (WKS-PEOR-IDX)     TO WKS-PR-SUC.
           MOVE WKS-PEOR-INGRESO (WKS-PEOR-IDX) TO WKS-PR-INGRESO.
           MOVE WKS-PEOR-COSTO (WKS-PEOR-IDX)   TO WKS-PR-COSTO.
           MOVE WKS-PEOR-NETO (WKS-PEOR-IDX)    TO WKS-PR-NETO.

           MOVE DETALLE-PEOR-R TO LINEA-REN.
           WRITE LINEA-REN AFTER 1.

       3000-FIN.
           CLOSE ICLIENTES.
           CLOSE CICLOFAC.
           CLOSE TRXCLI.
           CLOSE TARJCLI.
           CLOSE REP-REN.
           IF WKS-HAY-ESTHIST = 1
               CLOSE ESTHIST.
           IF WKS-HAY-AGENCIAS = 1
               CLOSE AGENCIAS.

           DISPLAY "CLIENTES ANALIZADOS: " WKS-CONT-LEIDOS.
           IF WKS-SIN-COSTO > 0
               DISPLAY "CLIENTES SIN COSTO UNITARIO PARA SU TIPO: "
                       WKS-SIN-COSTO.
           IF WKS-EXT-LLENA > 0
               DISPLAY "RENGLONES SIN LUGAR EN LA TABLA DE CASTIGOS,"
                       " EXONERACIONES E INTERCAMBIO: " WKS-EXT-LLENA.
           IF WKS-FUERA-COUNT > 0
               DISPLAY "CLIENTES FUERA DEL MAESTRO CON MOVIMIENTO: "
                       WKS-FUERA-COUNT.

           PERFORM 8000-GRABA-BITACORA.

       8000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "REN-CLI " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDOS TO LEIDOS-BIT.
           MOVE WKS-PEOR-COUNT TO ESCRITOS-BIT.
           MOVE WKS-EXT-LLENA TO RECHAZADOS-BIT.
           MOVE SPACES TO DETALLE-BIT.
           MOVE WKS-MES-PROCESO TO DETALLE-BIT (1:6).
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
