      *MI PROGRAMA DEL PAQUETE DE DATOS PERSONALES DEL CLIENTE -
      *ENTREGA DE UNA SOLICITUD ARCO DE ACCESO YA PROCEDENTE. JUNTA
      *EN UN SOLO REPORTE IMPRIMIBLE TODO LO QUE SE GUARDA DEL
      *CLIENTE: IDENTIDAD Y CONTACTO (ICLIENTES), CUENTA (DCLIENTE),
      *PLASTICOS (TARJCLI), ADICIONALES (ADICION), TODAS SUS
      *TRANSACCIONES VIVAS Y ARCHIVADAS (TRXCLI Y TRXHIST), LOS
      *CAMBIOS DE PRODUCTO (LOGCLI), LAS VERSIONES ANTERIORES DE SUS
      *DATOS (HISTCLI) Y LA CORRESPONDENCIA ENVIADA (CORRHIST). A
      *DIFERENCIA DEL PERFIL NO SE RECORTA NADA. LA ENTREGA QUEDA EN
      *CORRHIST Y LA SOLICITUD SE MARCA CUMPLIDA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAT-EXP.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCO ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS FOLIO-AR
                ALTERNATE RECORD KEY IS ID-CLIENTE-AR WITH DUPLICATES
                FILE STATUS IS WKS-FS-ARCO.

           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I.

           SELECT DCLIENTE ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-D
                ALTERNATE RECORD KEY IS ID-TARJETA-D WITH DUPLICATES
                ALTERNATE RECORD KEY IS FECHA-ALTA-D WITH DUPLICATES.

           SELECT TARJCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TARJ-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-T WITH DUPLICATES.

           SELECT ADICION ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ADICION-KEY
                FILE STATUS IS WKS-FS-ADIC.

           SELECT TRXCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TRX-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-TRX WITH DUPLICATES.

           SELECT TRXHIST ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TRX-KEY-H
                ALTERNATE RECORD KEY IS ID-CLIENTE-TRX-H
                                                     WITH DUPLICATES
                FILE STATUS IS WKS-FS-HIST.

           SELECT LOGCLI ASSIGN TO DISK
                FILE STATUS IS WKS-FS-LOG.

           SELECT HISTCLI ASSIGN TO DISK
                FILE STATUS IS WKS-FS-HCLI.

           SELECT CORRHIST ASSIGN TO DISK
                FILE STATUS IS WKS-FS-CORR.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

           SELECT REP-EXP ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
       FD ARCO.
       01 REG-ARCO.
       COPY ARCOCOPY.

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
                     ==CALLE-DIR== BY ==CALLE-DIR-I==
                     ==CIUDAD-DIR== BY ==CIUDAD-DIR-I==
                     ==ESTADO-DIR== BY ==ESTADO-DIR-I==
                     ==CP-DIR== BY ==CP-DIR-I==
                     ==TELEFONO== BY ==TELEFONO-I==
                     ==EMAIL== BY ==EMAIL-I==
                     ==ESTADO-CLIENTE== BY ==ESTADO-CLIENTE-I==
                     ==DOMICILIADO== BY ==DOMICILIADO-I==
                     ==CUENTA-BANCARIA== BY ==CUENTA-BANCARIA-I==
                     ==CLAVE-VENDEDOR== BY ==CLAVE-VENDEDOR-I==
                     ==RFC== BY ==RFC-I==
                     ==ENVIO-EMAIL== BY ==ENVIO-EMAIL-I==
                     ==SUCURSAL== BY ==SUCURSAL-I==
                     ==DEFUNCION== BY ==DEFUNCION-I==
                     ==FECHA-DEFUNCION== BY ==FECHA-DEFUNCION-I==
                     ==CONTACTO-DEF== BY ==CONTACTO-DEF-I==
                     ==SEGURO-SALDO== BY ==SEGURO-SALDO-I==
                     ==PLAN-SEGURO== BY ==PLAN-SEGURO-I==
                     ==GRUPO-CORTE== BY ==GRUPO-CORTE-I==
                     ==FECHA-CAMBIO-CONTACTO== BY
                                       ==FECHA-CAMBIO-CONTACTO-I==
                     ==FRECUENCIA-COBRO== BY ==FRECUENCIA-COBRO-I==.

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

       FD TARJCLI.
       01 REG-TARJ.
       COPY TARJCOPY.

      *TARJETAS ADICIONALES: EL NOMBRE EMBOZADO, EL PARENTESCO Y LA
      *FECHA DE NACIMIENTO DEL ADICIONAL TAMBIEN SON DATOS DEL
      *TITULAR QUE SE ENTREGAN.
       FD ADICION.
       01 REG-ADICIONAL.
        03 ADICION-KEY.
           05 ID-CLIENTE-AD   PIC 9(06).
           05 NUM-TARJETA-AD  PIC 9(02).
        03 NOMBRE-AD          PIC A(20).
        03 PARENTESCO-AD      PIC X(10).
        03 FECHA-NAC-AD       PIC 9(08).
        03 LIMITE-AD          PIC 9(07)V99.

       FD TRXCLI.
       01 REG-TRX.
       COPY TRXCOPY.

      *HISTORICO DE TRANSACCIONES DEPURADAS POR ARC-TRX.
       FD TRXHIST.
       01 REG-TRX-H.
       COPY TRXCOPY
           REPLACING ==TRX-KEY== BY ==TRX-KEY-H==
                     ==ID-CLIENTE-TRX== BY ==ID-CLIENTE-TRX-H==
                     ==NUM-TRX== BY ==NUM-TRX-H==
                     ==FECHA-TRX== BY ==FECHA-TRX-H==
                     ==MONTO-TRX== BY ==MONTO-TRX-H==
                     ==DESCRIPCION-TRX== BY ==DESCRIPCION-TRX-H==
                     ==NUM-TRX-REF== BY ==NUM-TRX-REF-H==
                     ==TIPO-TRX== BY ==TIPO-TRX-H==
                     ==NUM-TARJETA-TRX== BY ==NUM-TARJETA-TRX-H==
                     ==GIRO-TRX== BY ==GIRO-TRX-H==
                     ==MONEDA-TRX== BY ==MONEDA-TRX-H==
                     ==MONTO-ORIGEN-TRX== BY ==MONTO-ORIGEN-TRX-H==
                     ==CANAL-TRX== BY ==CANAL-TRX-H==.

       FD LOGCLI.
       01 REG-LOG-CLI.
        03 ID-CLIENTE-L       PIC 9(06).
        03 TIPO-TARG-ANT-L    PIC A(10).
        03 ANUALIDAD-ANT-L    PIC 9(07)V99.
        03 TIPO-TARG-NUE-L    PIC A(10).
        03 ANUALIDAD-NUE-L    PIC 9(07)V99.
        03 FECHA-CAMBIO-L     PIC 9(08).
        03 HORA-CAMBIO-L      PIC 9(08).
        03 DIAS-RESTANTES-L   PIC 9(03).
        03 AJUSTE-PRORRATEO-L PIC 9(07)V99.
        03 OPERADOR-L         PIC X(08).
        03 ID-DESTINO-L       PIC 9(06).

      *VERSIONES ANTERIORES DEL REGISTRO DEL CLIENTE, UNA POR CADA
      *MANTENIMIENTO, CON LA FECHA EN QUE SE GUARDO.
       FD HISTCLI.
       01 REG-CLI-H.
       COPY CLICOPY
           REPLACING ==ID-CLIENTE== BY ==ID-CLIENTE-H==
                     ==NOMBRE-CLIENTE== BY ==NOMBRE-CLIENTE-H==
                     ==ID-TARGETA== BY ==ID-TARGETA-H==
                     ==TIPO-TARG== BY ==TIPO-TARG-H==
                     ==ANUALIDAD== BY ==ANUALIDAD-H==
                     ==FECHA-ALTA== BY ==FECHA-ALTA-H==
                     ==OPERADOR== BY ==OPERADOR-H==
                     ==DIRECCION== BY ==DIRECCION-H==
                     ==CALLE-DIR== BY ==CALLE-DIR-H==
                     ==CIUDAD-DIR== BY ==CIUDAD-DIR-H==
                     ==ESTADO-DIR== BY ==ESTADO-DIR-H==
                     ==CP-DIR== BY ==CP-DIR-H==
                     ==TELEFONO== BY ==TELEFONO-H==
                     ==EMAIL== BY ==EMAIL-H==
                     ==ESTADO-CLIENTE== BY ==ESTADO-CLIENTE-H==
                     ==DOMICILIADO== BY ==DOMICILIADO-H==
                     ==CUENTA-BANCARIA== BY ==CUENTA-BANCARIA-H==
                     ==CLAVE-VENDEDOR== BY ==CLAVE-VENDEDOR-H==
                     ==RFC== BY ==RFC-H==
                     ==ENVIO-EMAIL== BY ==ENVIO-EMAIL-H==
                     ==SUCURSAL== BY ==SUCURSAL-H==
                     ==DEFUNCION== BY ==DEFUNCION-H==
                     ==FECHA-DEFUNCION== BY ==FECHA-DEFUNCION-H==
                     ==CONTACTO-DEF== BY ==CONTACTO-DEF-H==
                     ==SEGURO-SALDO== BY ==SEGURO-SALDO-H==
                     ==PLAN-SEGURO== BY ==PLAN-SEGURO-H==
                     ==GRUPO-CORTE== BY ==GRUPO-CORTE-H==
                     ==FECHA-CAMBIO-CONTACTO== BY
                                       ==FECHA-CAMBIO-CONTACTO-H==
                     ==FRECUENCIA-COBRO== BY ==FRECUENCIA-COBRO-H==.
        03 FECHA-HISTORICO-H  PIC 9(08).

      *HISTORIAL DE CORRESPONDENCIA - SE LISTA COMPLETO Y AL FINAL
      *SE LE AGREGA LA ENTREGA DE ESTE PAQUETE.
       FD CORRHIST.
       01 REG-CORRHIST.
        03 ID-CLIENTE-CH      PIC 9(06).
        03 FECHA-CH           PIC 9(08).
        03 TIPO-DOC-CH        PIC X(10).
        03 CANAL-CH           PIC X(05).
        03 REFERENCIA-CH      PIC 9(08).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       FD REP-EXP.
       01 LINEA-EXP              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WKS-LOOP             PIC 9 VALUE 0.
       01 WKS-RES              PIC A(01).
       01 WKS-FOLIO-CAPTURA    PIC 9(06) VALUE 0.
       01 WKS-ID-CONSULTA      PIC 9(06) VALUE 0.
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.
       01 WKS-EOF-SCAN         PIC 9 VALUE 0.
       01 WKS-CONT-SECCION     PIC 9(06) VALUE 0.
       01 WKS-ID-OPERADOR      PIC X(08) VALUE SPACES.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-CONT-PAQUETES    PIC 9(06) VALUE 0.
       01 WKS-CONT-RENGLONES   PIC 9(06) VALUE 0.
       01 WKS-CONT-RECHAZADAS  PIC 9(06) VALUE 0.

       01 WKS-FS-ARCO          PIC X(02) VALUE "00".
       01 WKS-FS-ADIC          PIC X(02) VALUE "00".
       01 WKS-FS-HIST          PIC X(02) VALUE "00".
       01 WKS-FS-LOG           PIC X(02) VALUE "00".
       01 WKS-FS-HCLI          PIC X(02) VALUE "00".
       01 WKS-FS-CORR          PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-SIN-ADICION      PIC 9 VALUE 0.
       01 WKS-SIN-HISTORICO    PIC 9 VALUE 0.

      *RESULTADO DE LA FIRMA DE OPERADOR VALIDADA POR SEC-OPER.
       01 WKS-FIRMA.
       COPY FIRMCOPY.

       01 TITULO-EXP.
            03 FILLER PIC X(25) VALUE SPACES.
            03 FILLER PIC X(38) VALUE
                         "DATOS PERSONALES DEL CLIENTE - FOLIO ".
            03 WKS-FOLIO-R     PIC 9(06).
            03 FILLER PIC X(03) VALUE SPACES.
            03 FILLER PIC X(07) VALUE "FECHA: ".
            03 WKS-FECHA-R     PIC 9(08).

       01 SUBTITULO-EXP.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-SUBTITULO-R PIC X(60).

       01 SECCION-IDENTIDAD.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(04) VALUE "ID: ".
            03 WKS-ID-R        PIC 9(06).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-NOMBRE-R    PIC A(20).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(05) VALUE "RFC: ".
            03 WKS-RFC-R       PIC X(13).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(08) VALUE "ESTADO: ".
            03 WKS-ESTADO-R    PIC X(01).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(06) VALUE "ALTA: ".
            03 WKS-ALTA-R      PIC 9(08).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(10) VALUE "SUCURSAL: ".
            03 WKS-SUCURSAL-R  PIC 9(02).

       01 SECCION-CONTACTO.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-CALLE-R     PIC X(30).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-CIUDAD-R    PIC X(20).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-EDO-DIR-R   PIC X(15).
            03 FILLER          PIC X(04) VALUE " CP ".
            03 WKS-CP-R        PIC 9(05).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-TELEFONO-R  PIC X(10).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-EMAIL-R     PIC X(30).

       01 SECCION-BANCO.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(13) VALUE "DOMICILIADO: ".
            03 WKS-DOMICIL-R   PIC X(01).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(07) VALUE "CLABE: ".
            03 WKS-CLABE-R     PIC X(18).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(16) VALUE "ENVIO AVISOS: ".
            03 WKS-ENVIO-R     PIC X(01).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(10) VALUE "SEGURO: ".
            03 WKS-SEGURO-R    PIC X(01).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(11) VALUE "DEFUNCION: ".
            03 WKS-DEFUN-R     PIC X(01).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-CONTACTO-R  PIC X(20).

       01 SECCION-CUENTA.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(06) VALUE "TIPO: ".
            03 WKS-TIPO-R      PIC A(10).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(11) VALUE "ANUALIDAD: ".
            03 WKS-ANUAL-R     PIC Z,ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(16) VALUE "LIMITE CREDITO: ".
            03 WKS-LIMITE-R    PIC Z,ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(07) VALUE "CLABE: ".
            03 WKS-CLABE-D-R   PIC X(18).

       01 DETALLE-TARJETA-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(08) VALUE "TARJETA ".
            03 WKS-TARJ-NUM-R  PIC 9(02).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-TARJ-PAN-R  PIC X(16).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-TARJ-TIPO-R PIC A(10).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 FILLER          PIC X(06) VALUE "ALTA: ".
            03 WKS-TARJ-ALT-R  PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 FILLER          PIC X(08) VALUE "EXPIRA: ".
            03 WKS-TARJ-EXP-R  PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-TARJ-EST-R  PIC X(01).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 FILLER          PIC X(08) VALUE "RECIBIO ".
            03 WKS-TARJ-REC-R  PIC X(30).

       01 DETALLE-ADICIONAL-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(11) VALUE "ADICIONAL ".
            03 WKS-ADI-NUM-R   PIC 9(02).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-ADI-NOM-R   PIC A(20).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-ADI-PAR-R   PIC X(10).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(11) VALUE "NACIMIENTO ".
            03 WKS-ADI-NAC-R   PIC 9(08).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(07) VALUE "LIMITE ".
            03 WKS-ADI-LIM-R   PIC Z,ZZZ,ZZ9.99.

       01 DETALLE-TRX-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-TRX-NUM-R   PIC 9(04).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-TRX-FECHA-R PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-TRX-TIPO-R  PIC X(03).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-TRX-DESC-R  PIC X(20).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-TRX-MON-R   PIC Z,ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-TRX-MDA-R   PIC X(03).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 FILLER          PIC X(08) VALUE "TARJETA ".
            03 WKS-TRX-TAR-R   PIC 9(02).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-TRX-ARCH-R  PIC X(06).

       01 DETALLE-AUDIT-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-AUD-FECHA-R PIC 9(08).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-AUD-TANT-R  PIC A(10).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-AUD-AANT-R  PIC Z,ZZZ,ZZ9.99.
            03 FILLER          PIC X(04) VALUE " -> ".
            03 WKS-AUD-TNUE-R  PIC A(10).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-AUD-ANUE-R  PIC Z,ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-AUD-OPER-R  PIC X(08).

       01 DETALLE-HISTCLI-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-HCL-FECHA-R PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-HCL-NOM-R   PIC A(20).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-HCL-CALLE-R PIC X(30).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-HCL-CP-R    PIC 9(05).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-HCL-TEL-R   PIC X(10).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-HCL-EMAIL-R PIC X(30).

       01 DETALLE-CORR-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-CORR-FEC-R  PIC 9(08).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-CORR-TIP-R  PIC X(10).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-CORR-CAN-R  PIC X(05).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(05) VALUE "REF: ".
            03 WKS-CORR-REF-R  PIC 9(08).

       01 TOTAL-SECCION-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(20) VALUE "  REGISTROS: ".
            03 WKS-TOT-SEC-R   PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-LOOP = 1.
           PERFORM 3000-FIN.
           STOP RUN.

      *EL PAQUETE TRAE TODOS LOS DATOS PERSONALES DEL CLIENTE: SOLO
      *LO IMPRIME UN OPERADOR FIRMADO.
       1000-INICIO.
           MOVE "DAT-EXP " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0
               MOVE 1 TO WKS-LOOP
               STOP RUN.

           MOVE ID-OPERADOR-F TO WKS-ID-OPERADOR.

           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN I-O ARCO.
           IF WKS-FS-ARCO NOT = "00"
               DISPLAY "NO HAY REGISTRO DE SOLICITUDES ARCO"
               MOVE 1 TO WKS-LOOP
               STOP RUN.

           OPEN INPUT ICLIENTES.
           OPEN INPUT DCLIENTE.
           OPEN INPUT TARJCLI.
           OPEN INPUT TRXCLI.
           OPEN OUTPUT REP-EXP.

           OPEN INPUT ADICION.
           IF WKS-FS-ADIC NOT = "00"
               MOVE 1 TO WKS-SIN-ADICION.

      *SIN HISTORICO EL PAQUETE TRABAJA SOLO CON EL ARCHIVO VIVO.
           OPEN INPUT TRXHIST.
           IF WKS-FS-HIST NOT = "00"
               MOVE 1 TO WKS-SIN-HISTORICO.

       2000-PROCESO.
           DISPLAY "FOLIO ARCO DE ACCESO A ENTREGAR:" LINE 01
                                                       POSITION 03.
           ACCEPT WKS-FOLIO-CAPTURA LINE 01 POSITION 37.

           PERFORM 2050-VALIDA-FOLIO THRU 2050-FIN.

           DISPLAY "DESEA OTRO PAQUETE S/N:" LINE 03 POSITION 03.
           ACCEPT WKS-RES LINE 03 POSITION 28.

           IF WKS-RES = "N"
               MOVE 1 TO WKS-LOOP.

      *SOLO SE ENTREGA UN ACCESO RESUELTO PROCEDENTE. UNA REIMPRESION
      *CONSERVA LA FECHA DE LA PRIMERA ENTREGA.
       2050-VALIDA-FOLIO.
           MOVE WKS-FOLIO-CAPTURA TO FOLIO-AR.
           READ ARCO INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                     NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 1
               DISPLAY "FOLIO NO EXISTE" LINE 02 POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2050-FIN.

           IF NOT ARCO-ACCESO OR NOT ARCO-PROCEDENTE
               DISPLAY "EL FOLIO NO ES UN ACCESO PROCEDENTE" LINE 02
                                                       POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2050-FIN.

           MOVE ID-CLIENTE-AR TO WKS-ID-CONSULTA.
           MOVE WKS-ID-CONSULTA TO ID-CLIENTE-I.
           READ ICLIENTES INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                          NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 1
               DISPLAY "CLIENTE NO EXISTE" LINE 02 POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2050-FIN.

           PERFORM 2100-IMPRIME-PAQUETE.
           PERFORM 2900-REGISTRA-ENTREGA.

           IF FECHA-EJECUCION-AR = 0
               MOVE WKS-FECHA-HOY TO FECHA-EJECUCION-AR
               REWRITE REG-ARCO
                   INVALID KEY
                       DISPLAY "NO SE PUDO MARCAR LA ENTREGA" LINE 02
                                                       POSITION 03
               END-REWRITE
               DISPLAY "PAQUETE GENERADO" LINE 02 POSITION 03
           ELSE
               DISPLAY "REIMPRESION, ENTREGADO ORIGINALMENTE EL "
                       FECHA-EJECUCION-AR LINE 02 POSITION 03.

           ADD 1 TO WKS-CONT-PAQUETES.

       2050-FIN.
           EXIT.

       2100-IMPRIME-PAQUETE.
           MOVE FOLIO-AR      TO WKS-FOLIO-R.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-R.
           MOVE TITULO-EXP TO LINEA-EXP.
           WRITE LINEA-EXP AFTER PAGE.

           PERFORM 2200-BLOQUE-IDENTIDAD.
           PERFORM 2300-BLOQUE-TARJETAS.
           PERFORM 2350-BLOQUE-ADICIONALES THRU 2350-FIN.
           PERFORM 2500-BLOQUE-TRANSACCIONES.
           PERFORM 2600-BLOQUE-CAMBIOS THRU 2600-FIN.
           PERFORM 2650-BLOQUE-HISTCLI THRU 2650-FIN.
           PERFORM 2700-BLOQUE-CORRESPONDENCIA THRU 2700-FIN.

       2200-BLOQUE-IDENTIDAD.
           MOVE "IDENTIDAD Y CONTACTO" TO WKS-SUBTITULO-R.
           MOVE SUBTITULO-EXP TO LINEA-EXP.
           WRITE LINEA-EXP AFTER 2.

           MOVE ID-CLIENTE-I      TO WKS-ID-R.
           MOVE NOMBRE-CLIENTE-I  TO WKS-NOMBRE-R.
           MOVE RFC-I             TO WKS-RFC-R.
           MOVE ESTADO-CLIENTE-I  TO WKS-ESTADO-R.
           MOVE FECHA-ALTA-I      TO WKS-ALTA-R.
           MOVE SUCURSAL-I        TO WKS-SUCURSAL-R.
           MOVE SECCION-IDENTIDAD TO LINEA-EXP.
           WRITE LINEA-EXP AFTER 1.

           MOVE CALLE-DIR-I  TO WKS-CALLE-R.
           MOVE CIUDAD-DIR-I TO WKS-CIUDAD-R.
           MOVE ESTADO-DIR-I TO WKS-EDO-DIR-R.
           MOVE CP-DIR-I     TO WKS-CP-R.
           MOVE TELEFONO-I   TO WKS-TELEFONO-R.
           MOVE EMAIL-I      TO WKS-EMAIL-R.
           MOVE SECCION-CONTACTO TO LINEA-EXP.
           WRITE LINEA-EXP AFTER 1.

           MOVE DOMICILIADO-I     TO WKS-DOMICIL-R.
           MOVE CUENTA-BANCARIA-I TO WKS-CLABE-R.
           MOVE ENVIO-EMAIL-I     TO WKS-ENVIO-R.
           MOVE SEGURO-SALDO-I    TO WKS-SEGURO-R.
           MOVE DEFUNCION-I       TO WKS-DEFUN-R.
           MOVE CONTACTO-DEF-I    TO WKS-CONTACTO-R.
           MOVE SECCION-BANCO TO LINEA-EXP.
           WRITE LINEA-EXP AFTER 1.

           MOVE WKS-ID-CONSULTA TO ID-CLIENTE-D.
           READ DCLIENTE INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                        NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 0
               MOVE TIPO-TARG-D       TO WKS-TIPO-R
               MOVE ANUALIDAD-D       TO WKS-ANUAL-R
               MOVE LIMITE-CREDITO-D  TO WKS-LIMITE-R
               MOVE CUENTA-BANCARIA-D TO WKS-CLABE-D-R
               MOVE SECCION-CUENTA TO LINEA-EXP
               WRITE LINEA-EXP AFTER 1.

       2300-BLOQUE-TARJETAS.
           MOVE "PLASTICOS EMITIDOS" TO WKS-SUBTITULO-R.
           MOVE SUBTITULO-EXP TO LINEA-EXP.
           WRITE LINEA-EXP AFTER 2.

           MOVE 0 TO WKS-CONT-SECCION.
           MOVE WKS-ID-CONSULTA TO ID-CLIENTE-T.
           START TARJCLI KEY IS = ID-CLIENTE-T
               INVALID KEY MOVE 1 TO WKS-EOF-SCAN
               NOT INVALID KEY MOVE 0 TO WKS-EOF-SCAN
           END-START.

           PERFORM 2310-LISTA-TARJETA UNTIL WKS-EOF-SCAN = 1.
           PERFORM 2800-TOTAL-SECCION.

       2310-LISTA-TARJETA.
           READ TARJCLI NEXT AT END MOVE 1 TO WKS-EOF-SCAN.

           IF WKS-EOF-SCAN = 0
               IF ID-CLIENTE-T NOT = WKS-ID-CONSULTA
                   MOVE 1 TO WKS-EOF-SCAN
               ELSE
                   MOVE NUM-TARJETA-T    TO WKS-TARJ-NUM-R
                   MOVE NUMERO-TARJETA-T TO WKS-TARJ-PAN-R
                   MOVE TIPO-TARG-T      TO WKS-TARJ-TIPO-R
                   MOVE FECHA-ALTA-T     TO WKS-TARJ-ALT-R
                   MOVE FECHA-EXPIRA-T   TO WKS-TARJ-EXP-R
                   MOVE ESTADO-TARJ-T    TO WKS-TARJ-EST-R
                   MOVE RECIBIO-T        TO WKS-TARJ-REC-R
                   MOVE DETALLE-TARJETA-R TO LINEA-EXP
                   WRITE LINEA-EXP AFTER 1
                   ADD 1 TO WKS-CONT-SECCION
               END-IF
           END-IF.

       2350-BLOQUE-ADICIONALES.
           MOVE "TARJETAS ADICIONALES" TO WKS-SUBTITULO-R.
           MOVE SUBTITULO-EXP TO LINEA-EXP.
           WRITE LINEA-EXP AFTER 2.

           MOVE 0 TO WKS-CONT-SECCION.

           IF WKS-SIN-ADICION = 1
               PERFORM 2800-TOTAL-SECCION
               GO TO 2350-FIN.

           MOVE WKS-ID-CONSULTA TO ID-CLIENTE-AD.
           MOVE 0 TO NUM-TARJETA-AD.
           START ADICION KEY IS NOT < ADICION-KEY
               INVALID KEY MOVE 1 TO WKS-EOF-SCAN
               NOT INVALID KEY MOVE 0 TO WKS-EOF-SCAN
           END-START.

           PERFORM 2360-LISTA-ADICIONAL UNTIL WKS-EOF-SCAN = 1.
           PERFORM 2800-TOTAL-SECCION.

       2350-FIN.
           EXIT.

       2360-LISTA-ADICIONAL.
           READ ADICION NEXT AT END MOVE 1 TO WKS-EOF-SCAN.

           IF WKS-EOF-SCAN = 0
               IF ID-CLIENTE-AD NOT = WKS-ID-CONSULTA
                   MOVE 1 TO WKS-EOF-SCAN
               ELSE
                   MOVE NUM-TARJETA-AD TO WKS-ADI-NUM-R
                   MOVE NOMBRE-AD      TO WKS-ADI-NOM-R
                   MOVE PARENTESCO-AD  TO WKS-ADI-PAR-R
                   MOVE FECHA-NAC-AD   TO WKS-ADI-NAC-R
                   MOVE LIMITE-AD      TO WKS-ADI-LIM-R
                   MOVE DETALLE-ADICIONAL-R TO LINEA-EXP
                   WRITE LINEA-EXP AFTER 1
                   ADD 1 TO WKS-CONT-SECCION
               END-IF
           END-IF.

      *PRIMERO LO ARCHIVADO (MAS ANTIGUO) Y DESPUES LO VIVO, SIN
      *LIMITE DE RENGLONES; LAS LINEAS DEL HISTORICO VAN MARCADAS
      *"(ARCH)".
       2500-BLOQUE-TRANSACCIONES.
           MOVE "TRANSACCIONES" TO WKS-SUBTITULO-R.
           MOVE SUBTITULO-EXP TO LINEA-EXP.
           WRITE LINEA-EXP AFTER 2.

           MOVE 0 TO WKS-CONT-SECCION.

           IF WKS-SIN-HISTORICO = 0
               MOVE WKS-ID-CONSULTA TO ID-CLIENTE-TRX-H
               START TRXHIST KEY IS = ID-CLIENTE-TRX-H
                   INVALID KEY MOVE 1 TO WKS-EOF-SCAN
                   NOT INVALID KEY MOVE 0 TO WKS-EOF-SCAN
               END-START
               PERFORM 2530-LISTA-HISTORICO UNTIL WKS-EOF-SCAN = 1.

           MOVE WKS-ID-CONSULTA TO ID-CLIENTE-TRX.
           START TRXCLI KEY IS = ID-CLIENTE-TRX
               INVALID KEY MOVE 1 TO WKS-EOF-SCAN
               NOT INVALID KEY MOVE 0 TO WKS-EOF-SCAN
           END-START.

           PERFORM 2510-LISTA-TRX UNTIL WKS-EOF-SCAN = 1.
           PERFORM 2800-TOTAL-SECCION.

       2510-LISTA-TRX.
           READ TRXCLI NEXT AT END MOVE 1 TO WKS-EOF-SCAN.

           IF WKS-EOF-SCAN = 0
               IF ID-CLIENTE-TRX NOT = WKS-ID-CONSULTA
                   MOVE 1 TO WKS-EOF-SCAN
               ELSE
                   MOVE NUM-TRX         TO WKS-TRX-NUM-R
                   MOVE FECHA-TRX       TO WKS-TRX-FECHA-R
                   MOVE TIPO-TRX        TO WKS-TRX-TIPO-R
                   MOVE DESCRIPCION-TRX TO WKS-TRX-DESC-R
                   MOVE MONTO-TRX       TO WKS-TRX-MON-R
                   MOVE MONEDA-TRX      TO WKS-TRX-MDA-R
                   MOVE NUM-TARJETA-TRX TO WKS-TRX-TAR-R
                   MOVE SPACES          TO WKS-TRX-ARCH-R
                   MOVE DETALLE-TRX-R TO LINEA-EXP
                   WRITE LINEA-EXP AFTER 1
                   ADD 1 TO WKS-CONT-SECCION
               END-IF
           END-IF.

       2530-LISTA-HISTORICO.
           READ TRXHIST NEXT AT END MOVE 1 TO WKS-EOF-SCAN.

           IF WKS-EOF-SCAN = 0
               IF ID-CLIENTE-TRX-H NOT = WKS-ID-CONSULTA
                   MOVE 1 TO WKS-EOF-SCAN
               ELSE
                   MOVE NUM-TRX-H         TO WKS-TRX-NUM-R
                   MOVE FECHA-TRX-H       TO WKS-TRX-FECHA-R
                   MOVE TIPO-TRX-H        TO WKS-TRX-TIPO-R
                   MOVE DESCRIPCION-TRX-H TO WKS-TRX-DESC-R
                   MOVE MONTO-TRX-H       TO WKS-TRX-MON-R
                   MOVE MONEDA-TRX-H      TO WKS-TRX-MDA-R
                   MOVE NUM-TARJETA-TRX-H TO WKS-TRX-TAR-R
                   MOVE "(ARCH)"          TO WKS-TRX-ARCH-R
                   MOVE DETALLE-TRX-R TO LINEA-EXP
                   WRITE LINEA-EXP AFTER 1
                   ADD 1 TO WKS-CONT-SECCION
               END-IF
           END-IF.

       2600-BLOQUE-CAMBIOS.
           MOVE "CAMBIOS DE PRODUCTO Y ANUALIDAD" TO WKS-SUBTITULO-R.
           MOVE SUBTITULO-EXP TO LINEA-EXP.
           WRITE LINEA-EXP AFTER 2.

           MOVE 0 TO WKS-CONT-SECCION.
           MOVE 0 TO WKS-EOF-SCAN.

           OPEN INPUT LOGCLI.
           IF WKS-FS-LOG NOT = "00"
               PERFORM 2800-TOTAL-SECCION
               GO TO 2600-FIN.

           PERFORM 2610-LISTA-LOG UNTIL WKS-EOF-SCAN = 1.
           CLOSE LOGCLI.
           PERFORM 2800-TOTAL-SECCION.

       2600-FIN.
           EXIT.

       2610-LISTA-LOG.
           READ LOGCLI AT END MOVE 1 TO WKS-EOF-SCAN.

           IF WKS-EOF-SCAN = 0
               IF ID-CLIENTE-L = WKS-ID-CONSULTA
                   MOVE FECHA-CAMBIO-L  TO WKS-AUD-FECHA-R
                   MOVE TIPO-TARG-ANT-L TO WKS-AUD-TANT-R
                   MOVE ANUALIDAD-ANT-L TO WKS-AUD-AANT-R
                   MOVE TIPO-TARG-NUE-L TO WKS-AUD-TNUE-R
                   MOVE ANUALIDAD-NUE-L TO WKS-AUD-ANUE-R
                   MOVE OPERADOR-L      TO WKS-AUD-OPER-R
                   MOVE DETALLE-AUDIT-R TO LINEA-EXP
                   WRITE LINEA-EXP AFTER 1
                   ADD 1 TO WKS-CONT-SECCION
               END-IF
           END-IF.

       2650-BLOQUE-HISTCLI.
           MOVE "VERSIONES ANTERIORES DE LOS DATOS" TO WKS-SUBTITULO-R.
           MOVE SUBTITULO-EXP TO LINEA-EXP.
           WRITE LINEA-EXP AFTER 2.

           MOVE 0 TO WKS-CONT-SECCION.
           MOVE 0 TO WKS-EOF-SCAN.

           OPEN INPUT HISTCLI.
           IF WKS-FS-HCLI NOT = "00"
               PERFORM 2800-TOTAL-SECCION
               GO TO 2650-FIN.

           PERFORM 2660-LISTA-HISTCLI UNTIL WKS-EOF-SCAN = 1.
           CLOSE HISTCLI.
           PERFORM 2800-TOTAL-SECCION.

       2650-FIN.
           EXIT.

       2660-LISTA-HISTCLI.
           READ HISTCLI AT END MOVE 1 TO WKS-EOF-SCAN.

           IF WKS-EOF-SCAN = 0
               IF ID-CLIENTE-H = WKS-ID-CONSULTA
                   MOVE FECHA-HISTORICO-H TO WKS-HCL-FECHA-R
                   MOVE NOMBRE-CLIENTE-H  TO WKS-HCL-NOM-R
                   MOVE CALLE-DIR-H       TO WKS-HCL-CALLE-R
                   MOVE CP-DIR-H          TO WKS-HCL-CP-R
                   MOVE TELEFONO-H        TO WKS-HCL-TEL-R
                   MOVE EMAIL-H           TO WKS-HCL-EMAIL-R
                   MOVE DETALLE-HISTCLI-R TO LINEA-EXP
                   WRITE LINEA-EXP AFTER 1
                   ADD 1 TO WKS-CONT-SECCION
               END-IF
           END-IF.

       2700-BLOQUE-CORRESPONDENCIA.
           MOVE "CORRESPONDENCIA ENVIADA" TO WKS-SUBTITULO-R.
           MOVE SUBTITULO-EXP TO LINEA-EXP.
           WRITE LINEA-EXP AFTER 2.

           MOVE 0 TO WKS-CONT-SECCION.
           MOVE 0 TO WKS-EOF-SCAN.

           OPEN INPUT CORRHIST.
           IF WKS-FS-CORR NOT = "00"
               PERFORM 2800-TOTAL-SECCION
               GO TO 2700-FIN.

           PERFORM 2710-LISTA-CORRESPONDENCIA UNTIL WKS-EOF-SCAN = 1.
           CLOSE CORRHIST.
           PERFORM 2800-TOTAL-SECCION.

       2700-FIN.
           EXIT.

       2710-LISTA-CORRESPONDENCIA.
           READ CORRHIST AT END MOVE 1 TO WKS-EOF-SCAN.

           IF WKS-EOF-SCAN = 0
               IF ID-CLIENTE-CH = WKS-ID-CONSULTA
                   MOVE FECHA-CH      TO WKS-CORR-FEC-R
                   MOVE TIPO-DOC-CH   TO WKS-CORR-TIP-R
                   MOVE CANAL-CH      TO WKS-CORR-CAN-R
                   MOVE REFERENCIA-CH TO WKS-CORR-REF-R
                   MOVE DETALLE-CORR-R TO LINEA-EXP
                   WRITE LINEA-EXP AFTER 1
                   ADD 1 TO WKS-CONT-SECCION
               END-IF
           END-IF.

       2800-TOTAL-SECCION.
           MOVE WKS-CONT-SECCION TO WKS-TOT-SEC-R.
           MOVE TOTAL-SECCION-R TO LINEA-EXP.
           WRITE LINEA-EXP AFTER 1.
           ADD WKS-CONT-SECCION TO WKS-CONT-RENGLONES.

      *LA ENTREGA DEL PAQUETE QUEDA EN EL HISTORIAL DE
      *CORRESPONDENCIA CON EL FOLIO DE LA SOLICITUD DE REFERENCIA.
       2900-REGISTRA-ENTREGA.
           OPEN EXTEND CORRHIST.
           IF WKS-FS-CORR = "35"
               OPEN OUTPUT CORRHIST.

           MOVE WKS-ID-CONSULTA TO ID-CLIENTE-CH.
           MOVE WKS-FECHA-HOY   TO FECHA-CH.
           MOVE "EXPORT-ARC"    TO TIPO-DOC-CH.
           MOVE "PAPEL"         TO CANAL-CH.
           MOVE FOLIO-AR        TO REFERENCIA-CH.
           WRITE REG-CORRHIST.
           CLOSE CORRHIST.

       3000-FIN.
           CLOSE ARCO.
           CLOSE ICLIENTES.
           CLOSE DCLIENTE.
           CLOSE TARJCLI.
           CLOSE TRXCLI.
           IF WKS-SIN-ADICION = 0
               CLOSE ADICION.
           IF WKS-SIN-HISTORICO = 0
               CLOSE TRXHIST.
           CLOSE REP-EXP.
           DISPLAY "PAQUETES ENTREGADOS: " WKS-CONT-PAQUETES.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "DAT-EXP " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-PAQUETES TO LEIDOS-BIT.
           MOVE WKS-CONT-RENGLONES TO ESCRITOS-BIT.
           MOVE WKS-CONT-RECHAZADAS TO RECHAZADOS-BIT.
           MOVE WKS-ID-OPERADOR TO DETALLE-BIT.
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
