      *MI PROGRAMA DE CHEQUES DEVUELTOS - POR CADA CHEQUE QUE EL
      *BANCO REGRESA SIN FONDOS SE CANCELA EL PAGO QUE POST-TRX YA
      *HABIA APLICADO: SE POSTEA EL CARGO "DCH" CONTRA EL FOLIO DEL
      *PAGO, SE REABREN LOS CICLOS QUE EL PAGO CERRO SEGUN EL RASTRO
      *DE APLPAGOS Y LO QUE HABIA QUEDADO COMO SALDO A FAVOR SE
      *DESCUENTA. SE COBRA LA COMISION "CCH" CON SU IVA, SE AVISA AL
      *CLIENTE POR CARTA Y AL SEGUNDO DEVUELTO SUS PAGOS CON CHEQUE
      *QUEDAN RETENIDOS EN SUSPENSO HASTA QUE UN SUPERVISOR LO LIBERE
      *EN MAN-CHQ.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQ-DEV.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQDEV ASSIGN TO DISK
                FILE STATUS IS WKS-FS-CHEQDEV.

           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I
                FILE STATUS IS WKS-FS-ICLI.

           SELECT TRXCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TRX-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-TRX WITH DUPLICATES
                FILE STATUS IS WKS-FS-TRX.

           SELECT CTLNUM ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-CTL.

           SELECT CATTRX ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TIPO-TRX-CAT.

           SELECT CICLOFAC ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CICLO-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-C WITH DUPLICATES
                FILE STATUS IS WKS-FS-CICLO.

           SELECT APLPAGOS ASSIGN TO DISK
                FILE STATUS IS WKS-FS-APL.

           SELECT SALDOFAV ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-SF
                FILE STATUS IS WKS-FS-SFAV.

           SELECT SUSPENSO ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS FOLIO-SP
                FILE STATUS IS WKS-FS-SUSP.

           SELECT CHQRET ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-CQ
                FILE STATUS IS WKS-FS-CHQ.

           SELECT REP-CHQ ASSIGN TO PRINTER.
           SELECT CAR-CHQ ASSIGN TO PRINTER.
           SELECT CORRHIST ASSIGN TO DISK.
           SELECT BITACORA ASSIGN TO DISK.
           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
      *CHEQUES DEVUELTOS QUE TESORERIA CAPTURA DEL AVISO DEL BANCO:
      *CLIENTE, FECHA Y MONTO DEL PAGO TAL COMO SE DEPOSITO, NUMERO
      *DE CHEQUE Y MOTIVO DE LA DEVOLUCION.
       FD CHEQDEV.
       01 REG-CHEQDEV.
        03 ID-CLIENTE-CD      PIC 9(06).
        03 FECHA-PAGO-CD      PIC 9(08).
        03 MONTO-CD           PIC 9(07)V99.
        03 NUM-CHEQUE-CD      PIC X(10).
        03 FECHA-DEV-CD       PIC 9(08).
        03 MOTIVO-DEV-CD      PIC X(20).

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
                     ==DEFUNCION== BY ==DEFUNCION-I==
                     ==FECHA-DEFUNCION== BY ==FECHA-DEFUNCION-I==
                     ==CONTACTO-DEF== BY ==CONTACTO-DEF-I==.

       FD TRXCLI.
       01 REG-TRX.
       COPY TRXCOPY.

      *FOLIO SIGUIENTE DE TRANSACCION POR CLIENTE, EL MISMO CONTROL
      *QUE USAN POST-TRX, INT-REV Y REC-MOR.
       FD CTLNUM.
       01 REG-CTL.
        03 ID-CLIENTE-CTL     PIC 9(06).
        03 PROX-NUM-TRX-CTL   PIC 9(04).

      *CATALOGO DE TIPOS - EL TIPO "CCH" DA EL PORCENTAJE DE LA
      *COMISION POR CHEQUE DEVUELTO Y SU IVA.
       FD CATTRX.
       01 REG-CAT.
       COPY CATTCOPY.

       FD CICLOFAC.
       01 REG-CICLO.
       COPY CICLCOPY.

      *RASTRO DE COMO SE REPARTIO CADA PAGO, EL MISMO QUE GRABA
      *POST-TRX: CON EL FOLIO DEL PAGO SE SABE QUE CICLOS REABRIR.
       FD APLPAGOS.
       01 REG-APLICACION.
        03 ID-CLIENTE-AP      PIC 9(06).
        03 NUM-CICLO-AP       PIC 9(04).
        03 FECHA-AP           PIC 9(08).
        03 APLICADO-RECARGO-AP PIC 9(07)V99.
        03 APLICADO-ANUAL-AP  PIC 9(07)V99.
        03 NUM-TRX-AP         PIC 9(04).

       FD SALDOFAV.
       01 REG-SALDOFAV.
        03 ID-CLIENTE-SF      PIC 9(06).
        03 SALDO-FAVOR-SF     PIC 9(09)V99.
        03 FECHA-ULT-SF       PIC 9(08).
        03 STATUS-SF          PIC X(01).

      *CHEQUES QUE POST-TRX RETUVO: SI EL DEVUELTO ES UNO DE ELLOS
      *NO HAY PAGO QUE CANCELAR Y LA PARTIDA SE CIERRA AQUI.
       FD SUSPENSO.
       01 REG-SUSPENSO.
       COPY SUSPCOPY.

       FD CHQRET.
       01 REG-CHQRET.
       COPY CHQRCOPY.

       FD REP-CHQ.
       01 LINEA-CHQ              PIC X(132).

       FD CAR-CHQ.
       01 LINEA-CAR              PIC X(132).

      *HISTORIAL DE CORRESPONDENCIA COMPARTIDO: UN REGISTRO POR
      *DOCUMENTO ENVIADO AL CLIENTE CON SU FECHA, CANAL Y
      *REFERENCIA.
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

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO - LA FIJA Y LA
      *AVANZA CIE-DIA; UN LOTE ATRASADO O RECORRIDO PROCESA CON LA
      *FECHA DEL DIA AL QUE PERTENECE, NO CON LA DEL RELOJ.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-EOF-CHEQDEV      PIC 9 VALUE 0.
       01 WKS-FS-CHEQDEV       PIC X(02) VALUE "00".
       01 WKS-FS-ICLI          PIC X(02) VALUE "00".
       01 WKS-FS-TRX           PIC X(02) VALUE "00".
       01 WKS-FS-CICLO         PIC X(02) VALUE "00".
       01 WKS-FS-APL           PIC X(02) VALUE "00".
       01 WKS-FS-SFAV          PIC X(02) VALUE "00".
       01 WKS-FS-SUSP          PIC X(02) VALUE "00".
       01 WKS-FS-CHQ           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-FS-ACTUAL        PIC X(02) VALUE "00".
       01 WKS-ARCHIVO-ERR      PIC X(08) VALUE SPACES.
       01 WKS-OPERACION-ERR    PIC X(07) VALUE SPACES.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-FECHA-BITACORA   PIC 9(08) VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.
       01 WKS-SIN-ICLIENTES    PIC 9 VALUE 0.

      *COMISION POR CHEQUE DEVUELTO: EL 20% DEL IMPORTE QUE PERMITE
      *EL ARTICULO 193 DE LA LEY DE TITULOS, SALVO QUE EL CATALOGO
      *TRAIGA OTRO PORCENTAJE PARA EL TIPO "CCH"; SU IVA ES EL DEL
      *MISMO TIPO O LA TASA GENERAL DE LEY. UNA COMISION "CCH"
      *VIGENTE EN EL CATALOGO DE COMISIONES PASA SOBRE AMBOS.
       01 WKS-PCT-COMISION     PIC 9(02)V99 VALUE 20.00.
       01 WKS-PCT-IVA          PIC 9(02)V99 VALUE 16.00.
       01 WKS-MONTO-COMISION   PIC 9(07)V99 VALUE 0.
       01 WKS-MONTO-IVA        PIC 9(07)V99 VALUE 0.

      *CONSULTA AL CATALOGO DE COMISIONES: CON EL PAGO DEVUELTO
      *VIGENTE AHI, MANDA SU MONTO Y SU EXENCION POR TIPO DE TARGETA.
       01 WKS-CONSULTA-COMISION.
       COPY CMSVCOPY.

      *TOPE DE DEVUELTOS PARA RETENER LOS PAGOS CON CHEQUE. AL
      *LIBERAR, MAN-CHQ DEJA LA CUENTA UNO ABAJO DEL TOPE: EL CLIENTE
      *QUE YA REINCIDIO VUELVE A QUEDAR RETENIDO CON EL SIGUIENTE.
       01 WKS-TOPE-DEVUELTOS   PIC 9(03) VALUE 2.

       01 WKS-NUM-ASIGNADO     PIC 9(04) VALUE 0.
       01 WKS-MAX-CLIENTE      PIC 9(04) VALUE 0.
       01 WKS-EOF-BUSCA-NUM    PIC 9 VALUE 0.
       01 WKS-EOF-TRX          PIC 9 VALUE 0.
       01 WKS-EOF-APL          PIC 9 VALUE 0.
       01 WKS-EOF-SUSP         PIC 9 VALUE 0.

      *PAGOS CON CHEQUE DEL CLIENTE QUE COINCIDEN EN FECHA Y MONTO,
      *Y FOLIOS DE PAGO QUE YA TIENEN SU "DCH": EL PRIMER CANDIDATO
      *SIN DEVOLUCION PREVIA ES EL QUE SE CANCELA.
       01 WKS-CANDIDATOS.
           03 WKS-NUM-CAND     PIC 9(02) VALUE 0.
           03 WKS-CAND-TAB     OCCURS 20 TIMES.
              05 WKS-CAND-FOLIO   PIC 9(04).
              05 WKS-CAND-TARJETA PIC 9(02).
       01 WKS-DEVUELTOS-PREV.
           03 WKS-NUM-DCH      PIC 9(02) VALUE 0.
           03 WKS-DCH-REF      PIC 9(04) OCCURS 50 TIMES.
       01 WKS-IDX-CAND         PIC 9(02) VALUE 0.
       01 WKS-IDX-DCH          PIC 9(02) VALUE 0.
       01 WKS-YA-DEVUELTO      PIC 9 VALUE 0.

       01 WKS-PAGO-HALLADO     PIC 9 VALUE 0.
       01 WKS-SUSP-HALLADO     PIC 9 VALUE 0.
       01 WKS-FOLIO-PAGO       PIC 9(04) VALUE 0.
       01 WKS-FOLIO-REVERSO    PIC 9(04) VALUE 0.
       01 WKS-FOLIO-COMISION   PIC 9(04) VALUE 0.
       01 WKS-TARJETA-PAGO     PIC 9(02) VALUE 0.
       01 WKS-CICLOS-REABIERTOS PIC 9(03) VALUE 0.
       01 WKS-SUMA-APLICADA    PIC 9(09)V99 VALUE 0.
       01 WKS-RESTO-PAGO       PIC 9(09)V99 VALUE 0.
       01 WKS-RESTO-SIN-CUBRIR PIC 9(09)V99 VALUE 0.
       01 WKS-NUEVO-RETENIDO   PIC 9 VALUE 0.
       01 WKS-OBSERVACION      PIC X(24) VALUE SPACES.

       01 WKS-REF-CHEQUE.
           03 WKS-REF-CHQ-CLIENTE PIC 9(06).
           03 FILLER           PIC X(24).

       01 WKS-NOTA-DEV.
           03 FILLER           PIC X(17) VALUE "CHEQUE DEVUELTO ".
           03 WKS-NOTA-CHEQUE  PIC X(10).
           03 FILLER           PIC X(13) VALUE SPACES.

       01 WKS-CONT-LEIDOS      PIC 9(06) VALUE 0.
       01 WKS-CONT-REVERTIDOS  PIC 9(06) VALUE 0.
       01 WKS-CONT-SUSPENSO    PIC 9(06) VALUE 0.
       01 WKS-CONT-NO-HALLADOS PIC 9(06) VALUE 0.
       01 WKS-CONT-REVISION    PIC 9(06) VALUE 0.
       01 WKS-CONT-RETENIDOS   PIC 9(06) VALUE 0.
       01 WKS-CONT-CICLOS      PIC 9(06) VALUE 0.
       01 WKS-TOTAL-DEVUELTO   PIC 9(11)V99 VALUE 0.
       01 WKS-TOTAL-COMISION   PIC 9(09)V99 VALUE 0.

       01 HEADER-L1-CHQ.
            03 FILLER PIC X(30) VALUE SPACES.
            03 FILLER PIC X(28) VALUE "CHEQUES DEVUELTOS".

       01 HEADER-L2-CHQ.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(15) VALUE "FECHA PROCESO: ".
            03 WKS-HOY-R       PIC 9(08).
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(11) VALUE "COMISION: ".
            03 WKS-PCT-COM-R   PIC Z9.99.
            03 FILLER          PIC X(01) VALUE "%".

       01 HEADER-CAMPOS-CHQ.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(08) VALUE "CLIENTE".
            03 FILLER PIC X(12) VALUE "CHEQUE".
            03 FILLER PIC X(10) VALUE "PAGADO".
            03 FILLER PIC X(14) VALUE "       MONTO".
            03 FILLER PIC X(02) VALUE SPACES.
            03 FILLER PIC X(06) VALUE "FOLIO".
            03 FILLER PIC X(07) VALUE "CICLOS".
            03 FILLER PIC X(12) VALUE "   COMISION".
            03 FILLER PIC X(02) VALUE SPACES.
            03 FILLER PIC X(24) VALUE "OBSERVACION".

       01 DETALLE-CHQ-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-ID-CLI-R    PIC 9(06).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-CHEQUE-R    PIC X(10).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-PAGADO-R    PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-MONTO-R     PIC Z,ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-FOLIO-R     PIC ZZZ9.
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-CICLOS-R    PIC ZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-COMISION-R  PIC ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-OBSERVA-R   PIC X(24).

       01 FOOTER-CHQ-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-PIE-ETIQ-R  PIC X(32).
            03 WKS-PIE-CONT-R  PIC ZZZ,ZZ9.

       01 FOOTER-MONTO-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-PIE-ETIQ-M-R PIC X(32).
            03 WKS-PIE-MONTO-R PIC $ZZZ,ZZZ,ZZ9.99.

       01 CARTA-SALUDO-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(12) VALUE "ESTIMADO(A) ".
            03 WKS-NOMBRE-R    PIC A(20).

       01 CARTA-DIRECCION-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(11) VALUE "DIRECCION: ".
            03 WKS-DIRECCION-R PIC X(70).

       01 CARTA-AVISO-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(45) VALUE
               "EL BANCO NOS DEVOLVIO SIN PAGO SU CHEQUE:".

       01 CARTA-CHEQUE-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(08) VALUE "CHEQUE: ".
            03 WKS-CAR-CHEQUE-R PIC X(10).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(07) VALUE "FECHA: ".
            03 WKS-CAR-FECHA-R PIC 9(08).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(07) VALUE "MONTO: ".
            03 WKS-CAR-MONTO-R PIC $Z,ZZZ,ZZ9.99.

       01 CARTA-MOTIVO-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(22) VALUE "MOTIVO DE DEVOLUCION: ".
            03 WKS-CAR-MOTIVO-R PIC X(20).

       01 CARTA-CANCELA-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(56) VALUE
               "EL PAGO QUEDO CANCELADO Y SU ADEUDO SIGUE PENDIENTE.".

       01 CARTA-COMISION-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(32) VALUE
               "COMISION POR CHEQUE DEVUELTO:   ".
            03 WKS-CAR-COMISION-R PIC $ZZZ,ZZ9.99.
            03 FILLER          PIC X(08) VALUE "  IVA: ".
            03 WKS-CAR-IVA-R   PIC $ZZZ,ZZ9.99.

       01 CARTA-RETENCION-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(55) VALUE
               "POR CHEQUES DEVUELTOS REPETIDOS SUS PAGOS CON CHEQUE".

       01 CARTA-RETENCION-2-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(55) VALUE
               "SE APLICARAN HASTA QUE EL BANCO CONFIRME SU COBRO.".

      *AREA DE ACTUALIZACION DEL SALDO AL MOMENTO CON ACT-SAL.
       01 WKS-SOLICITUD-SALDO.
       COPY SALVCOPY.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-EOF-CHEQDEV = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-BITACORA.

           OPEN INPUT CHEQDEV.
           MOVE "CHEQDEV" TO WKS-ARCHIVO-ERR.
           MOVE "OPEN" TO WKS-OPERACION-ERR.
           MOVE WKS-FS-CHEQDEV TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

           OPEN INPUT ICLIENTES.
           IF WKS-FS-ICLI NOT = "00"
               MOVE 1 TO WKS-SIN-ICLIENTES.

           OPEN I-O TRXCLI.
           MOVE "TRXCLI" TO WKS-ARCHIVO-ERR.
           MOVE "OPEN" TO WKS-OPERACION-ERR.
           MOVE WKS-FS-TRX TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.
           OPEN I-O CTLNUM.

           OPEN I-O CICLOFAC.
           MOVE "CICLOFAC" TO WKS-ARCHIVO-ERR.
           MOVE "OPEN" TO WKS-OPERACION-ERR.
           MOVE WKS-FS-CICLO TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

           OPEN I-O SALDOFAV.
           IF WKS-FS-SFAV = "35"
               OPEN OUTPUT SALDOFAV
               CLOSE SALDOFAV
               OPEN I-O SALDOFAV.

           OPEN I-O SUSPENSO.
           IF WKS-FS-SUSP = "35"
               OPEN OUTPUT SUSPENSO
               CLOSE SUSPENSO
               OPEN I-O SUSPENSO.

      *EL ARCHIVO DE RETENCIONES POR CHEQUE SE CREA CON EL PRIMER
      *DEVUELTO.
           OPEN I-O CHQRET.
           IF WKS-FS-CHQ = "35"
               OPEN OUTPUT CHQRET
               CLOSE CHQRET
               OPEN I-O CHQRET.
           MOVE "CHQRET" TO WKS-ARCHIVO-ERR.
           MOVE "OPEN" TO WKS-OPERACION-ERR.
           MOVE WKS-FS-CHQ TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

           OPEN INPUT CATTRX.
           MOVE "CCH" TO TIPO-TRX-CAT.
           READ CATTRX
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE PCT-COMISION-CAT TO WKS-PCT-COMISION
                   MOVE PCT-IVA-CAT TO WKS-PCT-IVA
           END-READ.
           CLOSE CATTRX.

           OPEN OUTPUT REP-CHQ.
           OPEN OUTPUT CAR-CHQ.
           PERFORM 1200-HEADER-R.

           PERFORM 1010-LEER-CHEQDEV.

       1010-LEER-CHEQDEV.
           READ CHEQDEV AT END MOVE 1 TO WKS-EOF-CHEQDEV.

           IF WKS-EOF-CHEQDEV = 0
               ADD 1 TO WKS-CONT-LEIDOS.

       1200-HEADER-R.
           MOVE HEADER-L1-CHQ TO LINEA-CHQ.
           WRITE LINEA-CHQ AFTER 1.

           MOVE WKS-FECHA-HOY    TO WKS-HOY-R.
           MOVE WKS-PCT-COMISION TO WKS-PCT-COM-R.
           MOVE HEADER-L2-CHQ TO LINEA-CHQ.
           WRITE LINEA-CHQ AFTER 2.

           MOVE HEADER-CAMPOS-CHQ TO LINEA-CHQ.
           WRITE LINEA-CHQ AFTER 2.

      *PRIMERO SE BUSCA EL PAGO POSTEADO; SI NO LO HAY, EL CHEQUE
      *PUDO HABER QUEDADO RETENIDO EN SUSPENSO. SI NO ESTA EN NINGUN
      *LADO NO SE COBRA NADA Y SE LISTA PARA QUE TESORERIA LO REVISE.
       2000-PROCESO.
           MOVE 0      TO WKS-SUSP-HALLADO.
           MOVE 0      TO WKS-FOLIO-REVERSO.
           MOVE 0      TO WKS-FOLIO-COMISION.
           MOVE 0      TO WKS-TARJETA-PAGO.
           MOVE 0      TO WKS-CICLOS-REABIERTOS.
           MOVE 0      TO WKS-MONTO-COMISION.
           MOVE 0      TO WKS-MONTO-IVA.
           MOVE 0      TO WKS-NUEVO-RETENIDO.
           MOVE SPACES TO WKS-OBSERVACION.

           PERFORM 2100-BUSCA-PAGO.

           IF WKS-PAGO-HALLADO = 1
               PERFORM 2200-REVIERTE-PAGO
           ELSE
               PERFORM 2300-BUSCA-SUSPENSO.

           IF WKS-PAGO-HALLADO = 0 AND WKS-SUSP-HALLADO = 0
               MOVE "PAGO NO LOCALIZADO" TO WKS-OBSERVACION
               ADD 1 TO WKS-CONT-NO-HALLADOS
           ELSE
               ADD MONTO-CD TO WKS-TOTAL-DEVUELTO
               PERFORM 2400-COBRA-COMISION THRU 2400-FIN
               PERFORM 2500-ACTUALIZA-RETENCION
               PERFORM 2600-IMPRIME-AVISO
               PERFORM 2700-GRABA-CORRESPONDENCIA.

           PERFORM 2800-IMPRIME-DETALLE.

           PERFORM 1010-LEER-CHEQDEV.

      *PAGO CON CHEQUE DEL CLIENTE CON LA MISMA FECHA Y MONTO. UN
      *FOLIO QUE YA TIENE SU "DCH" NO SE VUELVE A CANCELAR, ASI QUE
      *REPETIR EL ARCHIVO DEL BANCO NO DUPLICA NADA.
       2100-BUSCA-PAGO.
           MOVE 0 TO WKS-PAGO-HALLADO.
           MOVE 0 TO WKS-FOLIO-PAGO.
           MOVE 0 TO WKS-NUM-CAND.
           MOVE 0 TO WKS-NUM-DCH.

           MOVE ID-CLIENTE-CD TO ID-CLIENTE-TRX.
           START TRXCLI KEY IS = ID-CLIENTE-TRX
               INVALID KEY MOVE 1 TO WKS-EOF-TRX
               NOT INVALID KEY MOVE 0 TO WKS-EOF-TRX
           END-START.

           PERFORM 2110-LEER-TRX-CLIENTE UNTIL WKS-EOF-TRX = 1.

           MOVE 1 TO WKS-IDX-CAND.
           PERFORM 2120-REVISA-CANDIDATO
               UNTIL WKS-IDX-CAND > WKS-NUM-CAND
                  OR WKS-PAGO-HALLADO = 1.

       2110-LEER-TRX-CLIENTE.
           READ TRXCLI NEXT AT END MOVE 1 TO WKS-EOF-TRX.

           IF WKS-EOF-TRX = 0
               IF ID-CLIENTE-TRX NOT = ID-CLIENTE-CD
                   MOVE 1 TO WKS-EOF-TRX
               ELSE
                   IF TIPO-TRX = "DCH" AND WKS-NUM-DCH < 50
                       ADD 1 TO WKS-NUM-DCH
                       MOVE NUM-TRX-REF TO WKS-DCH-REF (WKS-NUM-DCH)
                   END-IF
                   IF TIPO-TRX = "PAG" AND CANAL-TRX = "CH"
                      AND FECHA-TRX = FECHA-PAGO-CD
                      AND MONTO-TRX = MONTO-CD
                      AND WKS-NUM-CAND < 20
                       ADD 1 TO WKS-NUM-CAND
                       MOVE NUM-TRX TO WKS-CAND-FOLIO (WKS-NUM-CAND)
                       MOVE NUM-TARJETA-TRX TO
                                       WKS-CAND-TARJETA (WKS-NUM-CAND)
                   END-IF
               END-IF
           END-IF.

       2120-REVISA-CANDIDATO.
           MOVE 0 TO WKS-YA-DEVUELTO.
           MOVE 1 TO WKS-IDX-DCH.
           PERFORM 2121-COMPARA-DEVUELTO
               UNTIL WKS-IDX-DCH > WKS-NUM-DCH.

           IF WKS-YA-DEVUELTO = 0
               MOVE 1 TO WKS-PAGO-HALLADO
               MOVE WKS-CAND-FOLIO (WKS-IDX-CAND) TO WKS-FOLIO-PAGO
               MOVE WKS-CAND-TARJETA (WKS-IDX-CAND) TO
                                                   WKS-TARJETA-PAGO.

           ADD 1 TO WKS-IDX-CAND.

       2121-COMPARA-DEVUELTO.
           IF WKS-DCH-REF (WKS-IDX-DCH) = WKS-CAND-FOLIO (WKS-IDX-CAND)
               MOVE 1 TO WKS-YA-DEVUELTO
               MOVE WKS-NUM-DCH TO WKS-IDX-DCH.

           ADD 1 TO WKS-IDX-DCH.

      *EL CARGO "DCH" DEVUELVE AL SALDO LO QUE EL PAGO HABIA
      *ABONADO; LUEGO SE DESHACE LO QUE EL PAGO HIZO EN LOS CICLOS Y
      *EN EL SALDO A FAVOR.
       2200-REVIERTE-PAGO.
           PERFORM 2160-OBTEN-PROX-NUM.
           MOVE ID-CLIENTE-CD     TO ID-CLIENTE-TRX.
           MOVE WKS-NUM-ASIGNADO  TO NUM-TRX.
           MOVE WKS-FECHA-HOY     TO FECHA-TRX.
           MOVE WKS-FOLIO-PAGO    TO NUM-TRX-REF.
           MOVE "DCH"             TO TIPO-TRX.
           MOVE WKS-TARJETA-PAGO  TO NUM-TARJETA-TRX.
           MOVE 0                 TO GIRO-TRX.
           MOVE SPACES            TO MONEDA-TRX.
           MOVE 0                 TO MONTO-ORIGEN-TRX.
           MOVE SPACES            TO CANAL-TRX.
           MOVE MONTO-CD          TO MONTO-TRX.
           MOVE "CHEQUE DEVUELTO"  TO DESCRIPCION-TRX.

           WRITE REG-TRX
               INVALID KEY
                   DISPLAY "NO SE PUDO POSTEAR EL CHEQUE DEVUELTO"
                           " DEL CLIENTE " ID-CLIENTE-CD
               NOT INVALID KEY
                   PERFORM 9600-ACTUALIZA-SALDO
                   MOVE WKS-NUM-ASIGNADO TO WKS-FOLIO-REVERSO
                   ADD 1 TO WKS-CONT-REVERTIDOS
           END-WRITE.

           PERFORM 2210-REABRE-CICLOS.

           COMPUTE WKS-RESTO-PAGO = MONTO-CD - WKS-SUMA-APLICADA.
           MOVE 0 TO WKS-RESTO-SIN-CUBRIR.
           IF WKS-RESTO-PAGO > 0
               PERFORM 2230-DESCUENTA-SALDO-FAVOR.

      *LO QUE NI LOS CICLOS NI EL SALDO A FAVOR EXPLICAN SE LISTA:
      *SIN RASTRO ES UN PAGO POSTEADO ANTES DE QUE APLPAGOS GUARDARA
      *EL FOLIO, Y EL SALDO A FAVOR YA PUDO HABERSE USADO.
           IF WKS-RESTO-SIN-CUBRIR > 0
               ADD 1 TO WKS-CONT-REVISION
               IF WKS-CICLOS-REABIERTOS = 0
                   MOVE "SIN RASTRO DE APLICACION" TO WKS-OBSERVACION
               ELSE
                   MOVE "SALDO A FAVOR YA USADO" TO WKS-OBSERVACION
               END-IF
           ELSE
               MOVE "PAGO CANCELADO" TO WKS-OBSERVACION.

       2210-REABRE-CICLOS.
           MOVE 0 TO WKS-SUMA-APLICADA.

           OPEN INPUT APLPAGOS.
           IF WKS-FS-APL NOT = "00"
               MOVE 1 TO WKS-EOF-APL
           ELSE
               MOVE 0 TO WKS-EOF-APL.

           PERFORM 2211-LEER-APLICACION UNTIL WKS-EOF-APL = 1.

           IF WKS-FS-APL NOT = "35"
               CLOSE APLPAGOS.

       2211-LEER-APLICACION.
           READ APLPAGOS AT END MOVE 1 TO WKS-EOF-APL.

           IF WKS-EOF-APL = 0
               IF ID-CLIENTE-AP = ID-CLIENTE-CD
                  AND NUM-TRX-AP = WKS-FOLIO-PAGO
                   PERFORM 2220-REABRE-UN-CICLO.

      *SE QUITA DEL CICLO LO QUE ESTE PAGO LE APLICO; SI EL PAGO LO
      *HABIA CERRADO VUELVE A QUEDAR PENDIENTE Y REC-MOR Y CAR-MOR LO
      *VUELVEN A TRABAJAR.
       2220-REABRE-UN-CICLO.
           MOVE ID-CLIENTE-AP TO ID-CLIENTE-C.
           MOVE NUM-CICLO-AP  TO NUM-CICLO-C.
           READ CICLOFAC
               INVALID KEY
                   DISPLAY "CICLO " NUM-CICLO-AP " DEL CLIENTE "
                           ID-CLIENTE-AP " NO EXISTE"
               NOT INVALID KEY
                   PERFORM 2221-DESCUENTA-CICLO
           END-READ.

       2221-DESCUENTA-CICLO.
           IF APLICADO-ANUAL-AP > MONTO-PAGADO-C
               MOVE 0 TO MONTO-PAGADO-C
           ELSE
               SUBTRACT APLICADO-ANUAL-AP FROM MONTO-PAGADO-C.

           IF APLICADO-RECARGO-AP > RECARGO-PAGADO-C
               MOVE 0 TO RECARGO-PAGADO-C
           ELSE
               SUBTRACT APLICADO-RECARGO-AP FROM RECARGO-PAGADO-C.

           IF STATUS-PAGO-C = "P"
               MOVE "N" TO STATUS-PAGO-C
               MOVE 0   TO FECHA-PAGO-C.

           REWRITE REG-CICLO.
           MOVE "CICLOFAC" TO WKS-ARCHIVO-ERR.
           MOVE "REWRITE" TO WKS-OPERACION-ERR.
           MOVE WKS-FS-CICLO TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

           ADD APLICADO-ANUAL-AP   TO WKS-SUMA-APLICADA.
           ADD APLICADO-RECARGO-AP TO WKS-SUMA-APLICADA.
           ADD 1 TO WKS-CICLOS-REABIERTOS.
           ADD 1 TO WKS-CONT-CICLOS.

      *EL EXCEDENTE DEL PAGO QUEDO COMO SALDO A FAVOR; SE QUITA LO
      *QUE TODAVIA QUEDE DE EL.
       2230-DESCUENTA-SALDO-FAVOR.
           MOVE ID-CLIENTE-CD TO ID-CLIENTE-SF.
           READ SALDOFAV
               INVALID KEY MOVE 1 TO WKS-INVALID-KEY
               NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY
           END-READ.

           IF WKS-INVALID-KEY = 1
               MOVE WKS-RESTO-PAGO TO WKS-RESTO-SIN-CUBRIR
           ELSE
               IF SALDO-FAVOR-SF NOT < WKS-RESTO-PAGO
                   SUBTRACT WKS-RESTO-PAGO FROM SALDO-FAVOR-SF
               ELSE
                   COMPUTE WKS-RESTO-SIN-CUBRIR =
                           WKS-RESTO-PAGO - SALDO-FAVOR-SF
                   MOVE 0 TO SALDO-FAVOR-SF
               END-IF
               MOVE WKS-FECHA-HOY TO FECHA-ULT-SF
               REWRITE REG-SALDOFAV
               MOVE "SALDOFAV" TO WKS-ARCHIVO-ERR
               MOVE "REWRITE" TO WKS-OPERACION-ERR
               MOVE WKS-FS-SFAV TO WKS-FS-ACTUAL
               PERFORM 9500-VERIFICA-ESTADO.

      *EL CHEQUE QUE POST-TRX RETUVO NUNCA SE APLICO: LA PARTIDA EN
      *SUSPENSO SE CIERRA COMO DEVUELTA PARA QUE SUS-PAG YA NO LA
      *OFREZCA.
       2300-BUSCA-SUSPENSO.
           MOVE ID-CLIENTE-CD TO WKS-REF-CHQ-CLIENTE.
           MOVE 0 TO FOLIO-SP.
           START SUSPENSO KEY IS > FOLIO-SP
               INVALID KEY MOVE 1 TO WKS-EOF-SUSP
               NOT INVALID KEY MOVE 0 TO WKS-EOF-SUSP
           END-START.

           PERFORM 2310-LEER-SUSPENSO UNTIL WKS-EOF-SUSP = 1.

       2310-LEER-SUSPENSO.
           READ SUSPENSO NEXT AT END MOVE 1 TO WKS-EOF-SUSP.

           IF WKS-EOF-SUSP = 0
               IF SUSP-CHEQUE-RETENIDO AND SUSP-PENDIENTE
                  AND REFERENCIA-SP (1:6) = WKS-REF-CHEQUE (1:6)
                  AND FECHA-PAGO-SP = FECHA-PAGO-CD
                  AND MONTO-SP = MONTO-CD
                   PERFORM 2320-CIERRA-SUSPENSO
                   MOVE 1 TO WKS-EOF-SUSP.

       2320-CIERRA-SUSPENSO.
           MOVE "D"           TO ESTADO-SP.
           MOVE ID-CLIENTE-CD TO ID-CLIENTE-SP.
           MOVE WKS-FECHA-HOY TO FECHA-APLIC-SP.
           MOVE "CHQ-DEV"     TO APLICO-SP.
           MOVE NUM-CHEQUE-CD TO WKS-NOTA-CHEQUE.
           MOVE WKS-NOTA-DEV  TO NOTA-SP.

           REWRITE REG-SUSPENSO.
           MOVE "SUSPENSO" TO WKS-ARCHIVO-ERR.
           MOVE "REWRITE" TO WKS-OPERACION-ERR.
           MOVE WKS-FS-SUSP TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

           MOVE 1 TO WKS-SUSP-HALLADO.
           ADD 1 TO WKS-CONT-SUSPENSO.
           MOVE "RETENIDO EN SUSPENSO" TO WKS-OBSERVACION.

      *COMISION "CCH" SOBRE EL IMPORTE DEL CHEQUE Y SU IVA COMO
      *MOVIMIENTO APARTE QUE HACE REFERENCIA AL FOLIO DE LA COMISION,
      *IGUAL QUE EL IVA QUE POSTEA POST-TRX.
       2400-COBRA-COMISION.
           PERFORM 2610-BUSCA-CLIENTE.

           MOVE "CCH"         TO TIPO-COMISION-KV.
           MOVE WKS-FECHA-HOY TO FECHA-KV.
           MOVE MONTO-CD      TO MONTO-BASE-KV.
           MOVE 0             TO ID-TARGETA-KV.
           IF WKS-INVALID-KEY = 0
               MOVE ID-TARGETA-I TO ID-TARGETA-KV.
           CALL "CAL-CMS" USING WKS-CONSULTA-COMISION.

           IF RESULTADO-KV = "N"
               COMPUTE WKS-MONTO-COMISION ROUNDED =
                   MONTO-CD * WKS-PCT-COMISION / 100
           ELSE
               MOVE MONTO-COMISION-KV TO WKS-MONTO-COMISION.

           IF WKS-MONTO-COMISION = 0
               GO TO 2400-FIN.

           PERFORM 2160-OBTEN-PROX-NUM.
           MOVE ID-CLIENTE-CD      TO ID-CLIENTE-TRX.
           MOVE WKS-NUM-ASIGNADO   TO NUM-TRX.
           MOVE WKS-FECHA-HOY      TO FECHA-TRX.
           MOVE WKS-FOLIO-REVERSO  TO NUM-TRX-REF.
           MOVE "CCH"              TO TIPO-TRX.
           MOVE WKS-TARJETA-PAGO   TO NUM-TARJETA-TRX.
           MOVE 0                  TO GIRO-TRX.
           MOVE SPACES             TO MONEDA-TRX.
           MOVE 0                  TO MONTO-ORIGEN-TRX.
           MOVE SPACES             TO CANAL-TRX.
           MOVE WKS-MONTO-COMISION TO MONTO-TRX.
           MOVE "COMISION CHEQUE DEV" TO DESCRIPCION-TRX.

           WRITE REG-TRX
               INVALID KEY
                   DISPLAY "NO SE PUDO POSTEAR LA COMISION DEL"
                           " CLIENTE " ID-CLIENTE-CD
                   MOVE 0 TO WKS-MONTO-COMISION
                   GO TO 2400-FIN
               NOT INVALID KEY
                   PERFORM 9600-ACTUALIZA-SALDO
           END-WRITE.

           MOVE WKS-NUM-ASIGNADO TO WKS-FOLIO-COMISION.
           ADD WKS-MONTO-COMISION TO WKS-TOTAL-COMISION.

           IF WKS-PCT-IVA = 0
               GO TO 2400-FIN.

           COMPUTE WKS-MONTO-IVA ROUNDED =
               WKS-MONTO-COMISION * WKS-PCT-IVA / 100.

           IF WKS-MONTO-IVA = 0
               GO TO 2400-FIN.

           PERFORM 2160-OBTEN-PROX-NUM.
           MOVE ID-CLIENTE-CD      TO ID-CLIENTE-TRX.
           MOVE WKS-NUM-ASIGNADO   TO NUM-TRX.
           MOVE WKS-FECHA-HOY      TO FECHA-TRX.
           MOVE WKS-FOLIO-COMISION TO NUM-TRX-REF.
           MOVE "IVA"              TO TIPO-TRX.
           MOVE WKS-TARJETA-PAGO   TO NUM-TARJETA-TRX.
           MOVE 0                  TO GIRO-TRX.
           MOVE SPACES             TO MONEDA-TRX.
           MOVE 0                  TO MONTO-ORIGEN-TRX.
           MOVE SPACES             TO CANAL-TRX.
           MOVE WKS-MONTO-IVA      TO MONTO-TRX.
           MOVE "IVA COMISION CHEQUE" TO DESCRIPCION-TRX.

           WRITE REG-TRX
               INVALID KEY
                   DISPLAY "NO SE PUDO POSTEAR EL IVA DE LA"
                           " COMISION DEL CLIENTE " ID-CLIENTE-CD
                   MOVE 0 TO WKS-MONTO-IVA
               NOT INVALID KEY
                   PERFORM 9600-ACTUALIZA-SALDO
           END-WRITE.

       2400-FIN.
           EXIT.

      *FOLIO POR CLIENTE DESDE EL CONTROL; SI EL CLIENTE AUN NO
      *TIENE CONTROL SE INICIA CON EL MAYOR FOLIO QUE YA TENGA.
       2160-OBTEN-PROX-NUM.
           MOVE ID-CLIENTE-CD TO ID-CLIENTE-CTL.
           READ CTLNUM
               INVALID KEY PERFORM 2162-INICIA-CONTROL
           END-READ.

           MOVE PROX-NUM-TRX-CTL TO WKS-NUM-ASIGNADO.
           ADD 1 TO PROX-NUM-TRX-CTL.

           REWRITE REG-CTL
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL CONTROL DE"
                           " FOLIOS DEL CLIENTE " ID-CLIENTE-CTL.

       2162-INICIA-CONTROL.
           MOVE 0 TO WKS-MAX-CLIENTE.
           MOVE ID-CLIENTE-CD TO ID-CLIENTE-TRX.
           START TRXCLI KEY IS = ID-CLIENTE-TRX
               INVALID KEY MOVE 1 TO WKS-EOF-BUSCA-NUM
               NOT INVALID KEY MOVE 0 TO WKS-EOF-BUSCA-NUM
           END-START.

           PERFORM 2163-LEER-BUSCA-NUM UNTIL WKS-EOF-BUSCA-NUM = 1.

           MOVE ID-CLIENTE-CD   TO ID-CLIENTE-CTL.
           MOVE WKS-MAX-CLIENTE TO PROX-NUM-TRX-CTL.
           ADD 1 TO PROX-NUM-TRX-CTL.
           WRITE REG-CTL.

       2163-LEER-BUSCA-NUM.
           READ TRXCLI NEXT AT END MOVE 1 TO WKS-EOF-BUSCA-NUM.

           IF WKS-EOF-BUSCA-NUM = 0
               IF ID-CLIENTE-TRX NOT = ID-CLIENTE-CD
                   MOVE 1 TO WKS-EOF-BUSCA-NUM
               ELSE
                   IF NUM-TRX > WKS-MAX-CLIENTE
                       MOVE NUM-TRX TO WKS-MAX-CLIENTE
                   END-IF
               END-IF
           END-IF.

      *CADA DEVUELTO SE CUENTA; AL LLEGAR AL TOPE EL CLIENTE QUEDA
      *RETENIDO Y POST-TRX YA NO LE APLICA PAGOS CON CHEQUE.
       2500-ACTUALIZA-RETENCION.
           MOVE ID-CLIENTE-CD TO ID-CLIENTE-CQ.
           READ CHQRET
               INVALID KEY MOVE 1 TO WKS-INVALID-KEY
               NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY
           END-READ.

           IF WKS-INVALID-KEY = 1
               MOVE ID-CLIENTE-CD TO ID-CLIENTE-CQ
               MOVE 0      TO DEVUELTOS-CQ
               MOVE 0      TO DEVUELTOS-TOT-CQ
               MOVE "N"    TO RETENCION-CQ
               MOVE 0      TO FECHA-RETENCION-CQ
               MOVE 0      TO FECHA-LIBERA-CQ
               MOVE SPACES TO LIBERO-CQ.

           ADD 1 TO DEVUELTOS-CQ.
           ADD 1 TO DEVUELTOS-TOT-CQ.
           MOVE FECHA-DEV-CD TO FECHA-ULT-DEV-CQ.
           MOVE MONTO-CD     TO MONTO-ULT-DEV-CQ.

           IF DEVUELTOS-CQ NOT < WKS-TOPE-DEVUELTOS
              AND NOT CQ-RETENIDO
               MOVE "S" TO RETENCION-CQ
               MOVE WKS-FECHA-HOY TO FECHA-RETENCION-CQ
               MOVE 1 TO WKS-NUEVO-RETENIDO
               ADD 1 TO WKS-CONT-RETENIDOS.

           IF WKS-INVALID-KEY = 1
               WRITE REG-CHQRET
               MOVE "WRITE" TO WKS-OPERACION-ERR
           ELSE
               REWRITE REG-CHQRET
               MOVE "REWRITE" TO WKS-OPERACION-ERR.
           MOVE "CHQRET" TO WKS-ARCHIVO-ERR.
           MOVE WKS-FS-CHQ TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

       2600-IMPRIME-AVISO.
           PERFORM 2610-BUSCA-CLIENTE.

           MOVE NOMBRE-CLIENTE-I TO WKS-NOMBRE-R.
           MOVE CARTA-SALUDO-R TO LINEA-CAR.
           WRITE LINEA-CAR AFTER PAGE.

           MOVE DIRECCION-I TO WKS-DIRECCION-R.
           MOVE CARTA-DIRECCION-R TO LINEA-CAR.
           WRITE LINEA-CAR AFTER 1.

           MOVE CARTA-AVISO-R TO LINEA-CAR.
           WRITE LINEA-CAR AFTER 2.

           MOVE NUM-CHEQUE-CD TO WKS-CAR-CHEQUE-R.
           MOVE FECHA-PAGO-CD TO WKS-CAR-FECHA-R.
           MOVE MONTO-CD      TO WKS-CAR-MONTO-R.
           MOVE CARTA-CHEQUE-R TO LINEA-CAR.
           WRITE LINEA-CAR AFTER 2.

           MOVE MOTIVO-DEV-CD TO WKS-CAR-MOTIVO-R.
           MOVE CARTA-MOTIVO-R TO LINEA-CAR.
           WRITE LINEA-CAR AFTER 1.

           IF WKS-PAGO-HALLADO = 1
               MOVE CARTA-CANCELA-R TO LINEA-CAR
               WRITE LINEA-CAR AFTER 2.

           IF WKS-MONTO-COMISION > 0
               MOVE WKS-MONTO-COMISION TO WKS-CAR-COMISION-R
               MOVE WKS-MONTO-IVA      TO WKS-CAR-IVA-R
               MOVE CARTA-COMISION-R TO LINEA-CAR
               WRITE LINEA-CAR AFTER 2.

           IF WKS-NUEVO-RETENIDO = 1
               MOVE CARTA-RETENCION-R TO LINEA-CAR
               WRITE LINEA-CAR AFTER 2
               MOVE CARTA-RETENCION-2-R TO LINEA-CAR
               WRITE LINEA-CAR AFTER 1.

       2610-BUSCA-CLIENTE.
           MOVE 1 TO WKS-INVALID-KEY.
           IF WKS-SIN-ICLIENTES = 0
               MOVE ID-CLIENTE-CD TO ID-CLIENTE-I
               READ ICLIENTES
                   INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                   NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY
               END-READ.

           IF WKS-INVALID-KEY = 1
               MOVE "CLIENTE NO UBICADO" TO NOMBRE-CLIENTE-I
               MOVE SPACES TO DIRECCION-I.

      *LA REFERENCIA DEL AVISO ES EL FOLIO DEL CARGO "DCH"; SI EL
      *CHEQUE ESTABA EN SUSPENSO, EL DE LA COMISION.
       2700-GRABA-CORRESPONDENCIA.
           MOVE ID-CLIENTE-CD TO ID-CLIENTE-CH.
           MOVE WKS-FECHA-HOY TO FECHA-CH.
           MOVE "CHEQ-DEVOL"  TO TIPO-DOC-CH.
           MOVE "PAPEL"       TO CANAL-CH.
           IF WKS-FOLIO-REVERSO > 0
               MOVE WKS-FOLIO-REVERSO TO REFERENCIA-CH
           ELSE
               MOVE WKS-FOLIO-COMISION TO REFERENCIA-CH.

           OPEN EXTEND CORRHIST.
           WRITE REG-CORRHIST.
           CLOSE CORRHIST.

       2800-IMPRIME-DETALLE.
           MOVE ID-CLIENTE-CD         TO WKS-ID-CLI-R.
           MOVE NUM-CHEQUE-CD         TO WKS-CHEQUE-R.
           MOVE FECHA-PAGO-CD         TO WKS-PAGADO-R.
           MOVE MONTO-CD              TO WKS-MONTO-R.
           MOVE WKS-FOLIO-PAGO        TO WKS-FOLIO-R.
           MOVE WKS-CICLOS-REABIERTOS TO WKS-CICLOS-R.
           MOVE WKS-MONTO-COMISION    TO WKS-COMISION-R.
           MOVE WKS-OBSERVACION       TO WKS-OBSERVA-R.
           MOVE DETALLE-CHQ-R TO LINEA-CHQ.
           WRITE LINEA-CHQ AFTER 1.

       3000-FIN.
           MOVE "CHEQUES DEVUELTOS LEIDOS:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-LEIDOS TO WKS-PIE-CONT-R.
           MOVE FOOTER-CHQ-R TO LINEA-CHQ.
           WRITE LINEA-CHQ AFTER 2.

           MOVE "PAGOS CANCELADOS:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-REVERTIDOS TO WKS-PIE-CONT-R.
           MOVE FOOTER-CHQ-R TO LINEA-CHQ.
           WRITE LINEA-CHQ AFTER 1.

           MOVE "CICLOS REABIERTOS:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-CICLOS TO WKS-PIE-CONT-R.
           MOVE FOOTER-CHQ-R TO LINEA-CHQ.
           WRITE LINEA-CHQ AFTER 1.

           MOVE "CHEQUES RETENIDOS CERRADOS:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-SUSPENSO TO WKS-PIE-CONT-R.
           MOVE FOOTER-CHQ-R TO LINEA-CHQ.
           WRITE LINEA-CHQ AFTER 1.

           MOVE "PAGOS NO LOCALIZADOS:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-NO-HALLADOS TO WKS-PIE-CONT-R.
           MOVE FOOTER-CHQ-R TO LINEA-CHQ.
           WRITE LINEA-CHQ AFTER 1.

           MOVE "PARA REVISION MANUAL:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-REVISION TO WKS-PIE-CONT-R.
           MOVE FOOTER-CHQ-R TO LINEA-CHQ.
           WRITE LINEA-CHQ AFTER 1.

           MOVE "CLIENTES RETENIDOS HOY:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-RETENIDOS TO WKS-PIE-CONT-R.
           MOVE FOOTER-CHQ-R TO LINEA-CHQ.
           WRITE LINEA-CHQ AFTER 1.

           MOVE "IMPORTE DEVUELTO:" TO WKS-PIE-ETIQ-M-R.
           MOVE WKS-TOTAL-DEVUELTO TO WKS-PIE-MONTO-R.
           MOVE FOOTER-MONTO-R TO LINEA-CHQ.
           WRITE LINEA-CHQ AFTER 2.

           MOVE "COMISIONES COBRADAS:" TO WKS-PIE-ETIQ-M-R.
           MOVE WKS-TOTAL-COMISION TO WKS-PIE-MONTO-R.
           MOVE FOOTER-MONTO-R TO LINEA-CHQ.
           WRITE LINEA-CHQ AFTER 1.

           CLOSE CHEQDEV.
           IF WKS-SIN-ICLIENTES = 0
               CLOSE ICLIENTES.
           CLOSE TRXCLI.
           PERFORM 9610-CIERRA-SALDOS.
           CLOSE CTLNUM.
           CLOSE CICLOFAC.
           CLOSE SALDOFAV.
           CLOSE SUSPENSO.
           CLOSE CHQRET.
           CLOSE REP-CHQ.
           CLOSE CAR-CHQ.
           DISPLAY "CHEQUES DEVUELTOS LEIDOS: " WKS-CONT-LEIDOS.
           DISPLAY "PAGOS CANCELADOS: " WKS-CONT-REVERTIDOS.
           DISPLAY "PAGOS NO LOCALIZADOS: " WKS-CONT-NO-HALLADOS.
           DISPLAY "CLIENTES RETENIDOS HOY: " WKS-CONT-RETENIDOS.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "CHQ-DEV " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-BITACORA TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDOS TO LEIDOS-BIT.
           COMPUTE ESCRITOS-BIT = WKS-CONT-REVERTIDOS
                                + WKS-CONT-SUSPENSO.
           MOVE WKS-CONT-NO-HALLADOS TO RECHAZADOS-BIT.
           MOVE SPACES TO DETALLE-BIT.
           WRITE REG-BIT.
           CLOSE BITACORA.

      *REVISION ESTANDAR DE ESTADO DE ARCHIVO: "00" ES EXITO, "02"
      *ES LLAVE ALTERNA DUPLICADA PERMITIDA Y "05" ES APERTURA DE
      *ARCHIVO OPCIONAL NUEVO. CUALQUIER OTRO ESTADO DETIENE LA
      *CORRIDA CON MENSAJE CLARO Y CONSTANCIA EN LA BITACORA.
       9500-VERIFICA-ESTADO.
           IF WKS-FS-ACTUAL = "00" OR WKS-FS-ACTUAL = "02"
              OR WKS-FS-ACTUAL = "05"
               CONTINUE
           ELSE
               DISPLAY "*** ERROR DE ARCHIVO EN CHQ-DEV  ***"
               DISPLAY "ARCHIVO: " WKS-ARCHIVO-ERR
                       " OPERACION: " WKS-OPERACION-ERR
                       " ESTADO: " WKS-FS-ACTUAL
               PERFORM 9510-BITACORA-ERROR
               DISPLAY "CORRIDA DETENIDA POR ERROR DE ARCHIVO"
               STOP RUN.

       9510-BITACORA-ERROR.
           OPEN EXTEND BITACORA.
           MOVE "CHQ-DEV " TO PROGRAMA-BIT.
           ACCEPT FECHA-BIT FROM DATE YYYYMMDD.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE 0 TO LEIDOS-BIT.
           MOVE 0 TO ESCRITOS-BIT.
           MOVE 0 TO RECHAZADOS-BIT.
           MOVE SPACES TO DETALLE-BIT.
           STRING WKS-ARCHIVO-ERR DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WKS-OPERACION-ERR DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WKS-FS-ACTUAL DELIMITED BY SIZE
                  INTO DETALLE-BIT.
           WRITE REG-BIT.
           CLOSE BITACORA.

      *CADA MOVIMIENTO QUE QUEDA GRABADO EN TRXCLI SE REFLEJA EN
      *EL MAESTRO DE SALDOS EN EL MOMENTO.
       9600-ACTUALIZA-SALDO.
           MOVE "M"             TO FUNCION-SV.
           MOVE "CHQ-DEV "      TO PROGRAMA-SV.
           MOVE ID-CLIENTE-TRX  TO ID-CLIENTE-SV.
           MOVE FECHA-TRX       TO FECHA-SV.
           MOVE TIPO-TRX        TO TIPO-TRX-SV.
           MOVE DESCRIPCION-TRX TO DESCRIPCION-SV.
           MOVE MONTO-TRX       TO MONTO-SV.
           CALL "ACT-SAL" USING WKS-SOLICITUD-SALDO.

       9610-CIERRA-SALDOS.
           MOVE "F" TO FUNCION-SV.
           CALL "ACT-SAL" USING WKS-SOLICITUD-SALDO.

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
