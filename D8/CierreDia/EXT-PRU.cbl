      *MI PROGRAMA DE EXTRACTO DE DATOS DE PRUEBA - COPIA ICLIENTES,
      *DCLIENTE, TARJCLI, TRXCLI Y CICLOFAC DE PRODUCCION A ARCHIVOS
      *PRU... CON LA MISMA FORMA Y LAS MISMAS LLAVES, PARA QUE LAS
      *PRUEBAS YA NO SE HAGAN CON NOMBRES, RFC, CLABES, TELEFONOS Y
      *CORREOS REALES. LOS DATOS PERSONALES SE SUSTITUYEN POR VALORES
      *FICTICIOS QUE SALEN DEL NUMERO DE CLIENTE, ASI QUE EL MISMO
      *CLIENTE QUEDA IGUAL EN TODOS LOS ARCHIVOS Y LAS LIGAS ENTRE
      *ELLOS SIGUEN FUNCIONANDO. EL RFC FICTICIO CONSERVA LA FORMA
      *DEL ORIGINAL (FISICA O MORAL) Y SU DIGITO SE TOMA DE VAL-RFC;
      *LA CLABE CONSERVA BANCO Y PLAZA Y LLEVA SU DIGITO DE CONTROL.
      *SALDOS, FECHAS Y ESTADOS NO SE TOCAN. OPCIONALMENTE SE TOMA
      *UNA MUESTRA DE UNO DE CADA N CLIENTES CON TODOS SUS REGISTROS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXT-PRU.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I
                FILE STATUS IS WKS-FS-ICLI.

           SELECT DCLIENTE ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-D
                ALTERNATE RECORD KEY IS ID-TARJETA-D WITH DUPLICATES
                ALTERNATE RECORD KEY IS FECHA-ALTA-D WITH DUPLICATES
                FILE STATUS IS WKS-FS-DCLI.

           SELECT TARJCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TARJ-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-T WITH DUPLICATES
                FILE STATUS IS WKS-FS-TARJ.

           SELECT TRXCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TRX-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-TRX WITH DUPLICATES
                FILE STATUS IS WKS-FS-TRX.

           SELECT CICLOFAC ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CICLO-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-C WITH DUPLICATES
                FILE STATUS IS WKS-FS-CIC.

           SELECT PRUICLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-Q
                FILE STATUS IS WKS-FS-PICLI.

           SELECT PRUDCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-DQ
                ALTERNATE RECORD KEY IS ID-TARJETA-DQ WITH DUPLICATES
                ALTERNATE RECORD KEY IS FECHA-ALTA-DQ WITH DUPLICATES
                FILE STATUS IS WKS-FS-PDCLI.

           SELECT PRUTARJ ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TARJ-KEY-TQ
                ALTERNATE RECORD KEY IS ID-CLIENTE-TQ WITH DUPLICATES
                FILE STATUS IS WKS-FS-PTARJ.

           SELECT PRUTRX ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TRX-KEY-Q
                ALTERNATE RECORD KEY IS ID-CLIENTE-TRX-Q
                                                     WITH DUPLICATES
                FILE STATUS IS WKS-FS-PTRX.

           SELECT PRUCIC ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CICLO-KEY-CQ
                ALTERNATE RECORD KEY IS ID-CLIENTE-CQ WITH DUPLICATES
                FILE STATUS IS WKS-FS-PCIC.

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

       FD TRXCLI.
       01 REG-TRX.
       COPY TRXCOPY.

       FD CICLOFAC.
       01 REG-CICLO.
       COPY CICLCOPY.

      *JUEGO DE PRUEBA: MISMA FORMA Y MISMAS LLAVES QUE CADA ARCHIVO
      *DE PRODUCCION, LISTO PARA COPIARSE AL AMBIENTE DE PRUEBAS CON
      *EL NOMBRE DEL ARCHIVO QUE REEMPLAZA.
       FD PRUICLI.
       01 REG-CLI-Q.
       COPY CLICOPY
           REPLACING ==ID-CLIENTE== BY ==ID-CLIENTE-Q==
                     ==NOMBRE-CLIENTE== BY ==NOMBRE-CLIENTE-Q==
                     ==ID-TARGETA== BY ==ID-TARGETA-Q==
                     ==TIPO-TARG== BY ==TIPO-TARG-Q==
                     ==ANUALIDAD== BY ==ANUALIDAD-Q==
                     ==FECHA-ALTA== BY ==FECHA-ALTA-Q==
                     ==OPERADOR== BY ==OPERADOR-Q==
                     ==DIRECCION== BY ==DIRECCION-Q==
                     ==CALLE-DIR== BY ==CALLE-DIR-Q==
                     ==CIUDAD-DIR== BY ==CIUDAD-DIR-Q==
                     ==ESTADO-DIR== BY ==ESTADO-DIR-Q==
                     ==CP-DIR== BY ==CP-DIR-Q==
                     ==TELEFONO== BY ==TELEFONO-Q==
                     ==EMAIL== BY ==EMAIL-Q==
                     ==ESTADO-CLIENTE== BY ==ESTADO-CLIENTE-Q==
                     ==DOMICILIADO== BY ==DOMICILIADO-Q==
                     ==CUENTA-BANCARIA== BY ==CUENTA-BANCARIA-Q==
                     ==CLAVE-VENDEDOR== BY ==CLAVE-VENDEDOR-Q==
                     ==RFC== BY ==RFC-Q==
                     ==ENVIO-EMAIL== BY ==ENVIO-EMAIL-Q==
                     ==SUCURSAL== BY ==SUCURSAL-Q==
                     ==DEFUNCION== BY ==DEFUNCION-Q==
                     ==FECHA-DEFUNCION== BY ==FECHA-DEFUNCION-Q==
                     ==CONTACTO-DEF== BY ==CONTACTO-DEF-Q==
                     ==SEGURO-SALDO== BY ==SEGURO-SALDO-Q==
                     ==PLAN-SEGURO== BY ==PLAN-SEGURO-Q==
                     ==GRUPO-CORTE== BY ==GRUPO-CORTE-Q==
                     ==FECHA-CAMBIO-CONTACTO== BY
                                       ==FECHA-CAMBIO-CONTACTO-Q==
                     ==FRECUENCIA-COBRO== BY ==FRECUENCIA-COBRO-Q==.

       FD PRUDCLI.
       01 REG-CLI-DQ.
       COPY DCLICOPY
           REPLACING ==ID-CLIENTE== BY ==ID-CLIENTE-DQ==
                     ==NOMBRE-CLIENTE== BY ==NOMBRE-CLIENTE-DQ==
                     ==ID-TARJETA== BY ==ID-TARJETA-DQ==
                     ==TIPO-TARG== BY ==TIPO-TARG-DQ==
                     ==ANUALIDAD== BY ==ANUALIDAD-DQ==
                     ==FECHA-ALTA== BY ==FECHA-ALTA-DQ==
                     ==LIMITE-CREDITO== BY ==LIMITE-CREDITO-DQ==
                     ==DOMICILIADO== BY ==DOMICILIADO-DQ==
                     ==CUENTA-BANCARIA== BY ==CUENTA-BANCARIA-DQ==.

       FD PRUTARJ.
       01 REG-TARJ-Q.
       COPY TARJCOPY
           REPLACING ==TARJ-KEY== BY ==TARJ-KEY-TQ==
                     ==ID-CLIENTE-T== BY ==ID-CLIENTE-TQ==
                     ==NUM-TARJETA-T== BY ==NUM-TARJETA-TQ==
                     ==ID-TARGETA-T== BY ==ID-TARGETA-TQ==
                     ==TIPO-TARG-T== BY ==TIPO-TARG-TQ==
                     ==ANUALIDAD-T== BY ==ANUALIDAD-TQ==
                     ==FECHA-ALTA-T== BY ==FECHA-ALTA-TQ==
                     ==NUMERO-TARJETA-T== BY ==NUMERO-TARJETA-TQ==
                     ==FECHA-EXPIRA-T== BY ==FECHA-EXPIRA-TQ==
                     ==ESTADO-TARJ-T== BY ==ESTADO-TARJ-TQ==
                     ==TARJ-EMITIDA-T== BY ==TARJ-EMITIDA-TQ==
                     ==TARJ-ACTIVA-T== BY ==TARJ-ACTIVA-TQ==
                     ==TARJ-BLOQUEADA-T== BY ==TARJ-BLOQUEADA-TQ==
                     ==TARJ-CANCELADA-T== BY ==TARJ-CANCELADA-TQ==
                     ==MOTIVO-BLOQ-T== BY ==MOTIVO-BLOQ-TQ==
                     ==FECHA-BLOQUEO-T== BY ==FECHA-BLOQUEO-TQ==
                     ==ENTREGA-TARJ-T== BY ==ENTREGA-TARJ-TQ==
                     ==ENTREGA-PENDIENTE-T== BY ==ENTREGA-PENDIENTE-TQ==
                     ==ENTREGA-EMBOZADA-T== BY ==ENTREGA-EMBOZADA-TQ==
                     ==ENTREGA-RECHAZADA-T== BY ==ENTREGA-RECHAZADA-TQ==
                     ==ENTREGA-CONFIRMADA-T== BY
                                       ==ENTREGA-CONFIRMADA-TQ==
                     ==ENTREGA-FALLIDA-T== BY ==ENTREGA-FALLIDA-TQ==
                     ==FECHA-ENVIO-EMB-T== BY ==FECHA-ENVIO-EMB-TQ==
                     ==FECHA-EMBOZO-T== BY ==FECHA-EMBOZO-TQ==
                     ==FECHA-ENTREGA-T== BY ==FECHA-ENTREGA-TQ==
                     ==RECIBIO-T== BY ==RECIBIO-TQ==
                     ==MOTIVO-ENTREGA-T== BY ==MOTIVO-ENTREGA-TQ==.

       FD PRUTRX.
       01 REG-TRX-Q.
       COPY TRXCOPY
           REPLACING ==TRX-KEY== BY ==TRX-KEY-Q==
                     ==ID-CLIENTE-TRX== BY ==ID-CLIENTE-TRX-Q==
                     ==NUM-TRX== BY ==NUM-TRX-Q==
                     ==FECHA-TRX== BY ==FECHA-TRX-Q==
                     ==MONTO-TRX== BY ==MONTO-TRX-Q==
                     ==DESCRIPCION-TRX== BY ==DESCRIPCION-TRX-Q==
                     ==NUM-TRX-REF== BY ==NUM-TRX-REF-Q==
                     ==TIPO-TRX== BY ==TIPO-TRX-Q==
                     ==NUM-TARJETA-TRX== BY ==NUM-TARJETA-TRX-Q==
                     ==GIRO-TRX== BY ==GIRO-TRX-Q==
                     ==MONEDA-TRX== BY ==MONEDA-TRX-Q==
                     ==MONTO-ORIGEN-TRX== BY ==MONTO-ORIGEN-TRX-Q==
                     ==CANAL-TRX== BY ==CANAL-TRX-Q==.

       FD PRUCIC.
       01 REG-CICLO-Q.
       COPY CICLCOPY
           REPLACING ==CICLO-KEY== BY ==CICLO-KEY-CQ==
                     ==ID-CLIENTE-C== BY ==ID-CLIENTE-CQ==
                     ==NUM-CICLO-C== BY ==NUM-CICLO-CQ==
                     ==FECHA-VENCE-C== BY ==FECHA-VENCE-CQ==
                     ==MONTO-ANUAL-C== BY ==MONTO-ANUAL-CQ==
                     ==STATUS-PAGO-C== BY ==STATUS-PAGO-CQ==
                     ==CICLO-PAGADO-C== BY ==CICLO-PAGADO-CQ==
                     ==CICLO-PENDIENTE-C== BY ==CICLO-PENDIENTE-CQ==
                     ==CICLO-RESTRUCT-C== BY ==CICLO-RESTRUCT-CQ==
                     ==FECHA-PAGO-C== BY ==FECHA-PAGO-CQ==
                     ==RECARGO-C== BY ==RECARGO-CQ==
                     ==FECHA-RECARGO-C== BY ==FECHA-RECARGO-CQ==
                     ==MONTO-PAGADO-C== BY ==MONTO-PAGADO-CQ==
                     ==NIVEL-AVISO-C== BY ==NIVEL-AVISO-CQ==
                     ==FECHA-AVISO-C== BY ==FECHA-AVISO-CQ==
                     ==RECARGO-PAGADO-C== BY ==RECARGO-PAGADO-CQ==
                     ==RECHAZO-BANCO-C== BY ==RECHAZO-BANCO-CQ==
                     ==NUM-TARJETA-C== BY ==NUM-TARJETA-CQ==
                     ==TIPO-CICLO-C== BY ==TIPO-CICLO-CQ==
                     ==CICLO-ANUALIDAD-C== BY ==CICLO-ANUALIDAD-CQ==
                     ==CICLO-MINIMO-C== BY ==CICLO-MINIMO-CQ==
                     ==CICLO-CONVENIO-C== BY ==CICLO-CONVENIO-CQ==
                     ==AGENCIA-C== BY ==AGENCIA-CQ==
                     ==FECHA-ASIGNA-C== BY ==FECHA-ASIGNA-CQ==
                     ==INTENTOS-DOM-C== BY ==INTENTOS-DOM-CQ==
                     ==FECHA-PRESENTA-C== BY ==FECHA-PRESENTA-CQ==
                     ==ESTATUS-FISCAL-C== BY ==ESTATUS-FISCAL-CQ==
                     ==FISCAL-ENVIADO-C== BY ==FISCAL-ENVIADO-CQ==
                     ==FISCAL-TIMBRADO-C== BY ==FISCAL-TIMBRADO-CQ==
                     ==FISCAL-RECHAZADO-C== BY ==FISCAL-RECHAZADO-CQ==
                     ==FOLIO-FISCAL-C== BY ==FOLIO-FISCAL-CQ==
                     ==FECHA-ENVIO-FIS-C== BY ==FECHA-ENVIO-FIS-CQ==.

       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-FS-ICLI          PIC X(02) VALUE "00".
       01 WKS-FS-DCLI          PIC X(02) VALUE "00".
       01 WKS-FS-TARJ          PIC X(02) VALUE "00".
       01 WKS-FS-TRX           PIC X(02) VALUE "00".
       01 WKS-FS-CIC           PIC X(02) VALUE "00".
       01 WKS-FS-PICLI         PIC X(02) VALUE "00".
       01 WKS-FS-PDCLI         PIC X(02) VALUE "00".
       01 WKS-FS-PTARJ         PIC X(02) VALUE "00".
       01 WKS-FS-PTRX          PIC X(02) VALUE "00".
       01 WKS-FS-PCIC          PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-EOF              PIC 9 VALUE 0.
       01 WKS-INCLUIDO         PIC 9 VALUE 0.
       01 WKS-MUESTRA          PIC 9(03) VALUE 1.
       01 WKS-IDX              PIC 9(02) VALUE 0.
       01 WKS-COCIENTE         PIC 9(11) VALUE 0.
       01 WKS-RESIDUO          PIC 9(05) VALUE 0.
       01 WKS-PRODUCTO         PIC 9(11) VALUE 0.
       01 WKS-SUMA             PIC 9(05) VALUE 0.
       01 WKS-PESO-IDX         PIC 9(01) VALUE 0.

       01 WKS-CONT-ICLI-LEI    PIC 9(07) VALUE 0.
       01 WKS-CONT-ICLI-ESC    PIC 9(07) VALUE 0.
       01 WKS-CONT-DCLI-LEI    PIC 9(07) VALUE 0.
       01 WKS-CONT-DCLI-ESC    PIC 9(07) VALUE 0.
       01 WKS-CONT-TARJ-LEI    PIC 9(07) VALUE 0.
       01 WKS-CONT-TARJ-ESC    PIC 9(07) VALUE 0.
       01 WKS-CONT-TRX-LEI     PIC 9(07) VALUE 0.
       01 WKS-CONT-TRX-ESC     PIC 9(07) VALUE 0.
       01 WKS-CONT-CIC-LEI     PIC 9(07) VALUE 0.
       01 WKS-CONT-CIC-ESC     PIC 9(07) VALUE 0.
       01 WKS-CONT-RECHAZOS    PIC 9(07) VALUE 0.

      *CLIENTE DEL REGISTRO EN CURSO Y LOS DATOS FICTICIOS QUE LE
      *TOCAN. TODO SALE DE ESTE NUMERO Y DE NADA MAS, PARA QUE EL
      *MISMO CLIENTE SALGA IGUAL EN CADA ARCHIVO Y EN CADA CORRIDA.
       01 WKS-ID-PRU           PIC 9(06) VALUE 0.
       01 WKS-NOMBRE-IDX       PIC 9(02) VALUE 0.
       01 WKS-AP1-IDX          PIC 9(02) VALUE 0.
       01 WKS-AP2-IDX          PIC 9(02) VALUE 0.
       01 WKS-NOMBRE-PRU       PIC X(20) VALUE SPACES.
       01 WKS-CALLE-PRU        PIC X(30) VALUE SPACES.
       01 WKS-NUM-CALLE        PIC 9(03) VALUE 0.
       01 WKS-TELEFONO-PRU     PIC X(10) VALUE SPACES.
       01 WKS-EMAIL-PRU        PIC X(30) VALUE SPACES.
       01 WKS-ULTIMOS-PRU      PIC 9(04) VALUE 0.
       01 WKS-RFC-ORIGINAL     PIC X(13) VALUE SPACES.
       01 WKS-CLABE-ORIGINAL   PIC X(18) VALUE SPACES.

       01 WKS-FECHA-RFC.
          03 WKS-AA-RFC        PIC 9(02).
          03 WKS-MM-RFC        PIC 9(02).
          03 WKS-DD-RFC        PIC 9(02).

       01 WKS-CLABE-PRU        PIC X(18) VALUE SPACES.
       01 WKS-CLABE-PRU-R REDEFINES WKS-CLABE-PRU.
          03 WKS-CLABE-DIG     PIC 9(01) OCCURS 18 TIMES.
       01 WKS-CUENTA-PRU       PIC 9(11) VALUE 0.

      *PESOS OFICIALES DE LA CLABE (3, 7, 1 REPETIDOS SOBRE LAS
      *PRIMERAS DIECISIETE POSICIONES).
       01 WKS-PESOS            PIC X(03) VALUE "371".
       01 WKS-PESOS-R REDEFINES WKS-PESOS.
          03 WKS-PESO-TAB      PIC 9(01) OCCURS 3 TIMES.

       01 WKS-DIGITOS          PIC X(11) VALUE "0123456789A".
       01 WKS-DIGITOS-R REDEFINES WKS-DIGITOS.
          03 WKS-DIGITO-TAB    PIC X(01) OCCURS 11 TIMES.

       01 WKS-HOMOCLAVES       PIC X(32)
          VALUE "ABCDEFGHJKLMNPRSTUVWXYZ123456789".
       01 WKS-HOMOCLAVES-R REDEFINES WKS-HOMOCLAVES.
          03 WKS-HOMO-TAB      PIC X(01) OCCURS 32 TIMES.

       01 WKS-NOMBRES.
          03 FILLER PIC X(48) VALUE
             "ANA   LUIS  MARIA JOSE  CARMENJORGE ROSA  PEDRO ".
          03 FILLER PIC X(48) VALUE
             "ELENA RAUL  SOFIA DIEGO LAURA MARIO JULIA PABLO ".
       01 WKS-NOMBRES-R REDEFINES WKS-NOMBRES.
          03 WKS-NOMBRE-TAB    PIC X(06) OCCURS 16 TIMES.

       01 WKS-APELLIDOS.
          03 FILLER PIC X(48) VALUE
             "LOPEZ GARCIAPEREZ RUIZ  TORRESFLORESRIVERAGOMEZ ".
          03 FILLER PIC X(48) VALUE
             "DIAZ  CRUZ  MORENOROJAS VARGASCASTROSOTO  MEDINA".
       01 WKS-APELLIDOS-R REDEFINES WKS-APELLIDOS.
          03 WKS-APELLIDO-TAB  PIC X(06) OCCURS 16 TIMES.

      *AREA DE VALIDACION COMPARTIDA CON VAL-RFC.
       01 WKS-RFC-VALIDACION.
        03 WKS-RFC-ENTRADA   PIC X(13).
        03 WKS-RFC-OK        PIC 9(01).

      *PARAMETROS DE LA CORRIDA DESATENDIDA QUE ARMA EL CIERRE.
       01 PARAM-LOTE EXTERNAL.
       COPY PARMCOPY.

      *RESULTADO DE LA FIRMA DE OPERADOR VALIDADA POR SEC-OPER.
       01 WKS-FIRMA.
       COPY FIRMCOPY.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-EXTRAE-CLIENTES.
           PERFORM 2100-EXTRAE-CUENTAS THRU 2100-FIN.
           PERFORM 2200-EXTRAE-TARJETAS THRU 2200-FIN.
           PERFORM 2300-EXTRAE-TRANSACCIONES THRU 2300-FIN.
           PERFORM 2400-EXTRAE-CICLOS THRU 2400-FIN.
           PERFORM 3000-FIN.
           STOP RUN.

      *EL EXTRACTO LEE LOS DATOS PERSONALES REALES DE TODA LA
      *CARTERA: LO AUTORIZA UN OPERADOR DE NIVEL COMPLETO.
       1000-INICIO.
           MOVE "EXT-PRU " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           MOVE "E" TO FUNCION-SOL-F.
           MOVE 1 TO NIVEL-SOL-F.
           CALL "SEC-PERM" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0 OR PERMITIDO-F = 0
               DISPLAY "EL EXTRACTO DE PRUEBA LO AUTORIZA UN OPERADOR"
                       " DE NIVEL COMPLETO" LINE 03 POSITION 03
               STOP RUN.

           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           IF MODO-DESATENDIDO-PL = "S"
               MOVE 1 TO WKS-MUESTRA
           ELSE
               DISPLAY "MUESTRA: UNO DE CADA N CLIENTES (1 = TODOS):"
                                                LINE 04 POSITION 03
               ACCEPT WKS-MUESTRA LINE 04 POSITION 49.

           IF WKS-MUESTRA = 0
               MOVE 1 TO WKS-MUESTRA.

           OPEN INPUT ICLIENTES.
           IF WKS-FS-ICLI NOT = "00"
               DISPLAY "NO SE PUDO ABRIR ICLIENTES, ESTADO "
                       WKS-FS-ICLI LINE 05 POSITION 03
               STOP RUN.

           OPEN OUTPUT PRUICLI.
           OPEN OUTPUT PRUDCLI.
           OPEN OUTPUT PRUTARJ.
           OPEN OUTPUT PRUTRX.
           OPEN OUTPUT PRUCIC.

      *CLIENTES: NOMBRE, CALLE, TELEFONO, CORREO, CLABE, RFC Y
      *CONTACTO DE DEFUNCION SE SUSTITUYEN; CIUDAD, ESTADO Y CODIGO
      *POSTAL SE QUEDAN PARA QUE LA VALIDACION CONTRA CODPOST PASE.
       2000-EXTRAE-CLIENTES.
           MOVE 0 TO WKS-EOF.
           MOVE LOW-VALUES TO ID-CLIENTE-I.
           START ICLIENTES KEY IS NOT < ID-CLIENTE-I
                       INVALID KEY MOVE 1 TO WKS-EOF.

           IF WKS-EOF = 0
               PERFORM 2010-LEER-ICLI.

           PERFORM 2020-COPIA-ICLI UNTIL WKS-EOF = 1.
           CLOSE ICLIENTES.

       2010-LEER-ICLI.
           READ ICLIENTES NEXT AT END MOVE 1 TO WKS-EOF.

       2020-COPIA-ICLI.
           ADD 1 TO WKS-CONT-ICLI-LEI.
           MOVE ID-CLIENTE-I TO WKS-ID-PRU.
           PERFORM 5000-SELECCIONA.

           IF WKS-INCLUIDO = 1
               MOVE REG-CLI-I TO REG-CLI-Q
               PERFORM 2030-ENMASCARA-ICLI
               WRITE REG-CLI-Q
                   INVALID KEY ADD 1 TO WKS-CONT-RECHAZOS
                   NOT INVALID KEY ADD 1 TO WKS-CONT-ICLI-ESC
               END-WRITE
           END-IF.

           PERFORM 2010-LEER-ICLI.

       2030-ENMASCARA-ICLI.
           PERFORM 5100-NOMBRE-PRUEBA.
           MOVE WKS-NOMBRE-PRU TO NOMBRE-CLIENTE-Q.

           IF CALLE-DIR-I NOT = SPACES
               MOVE WKS-CALLE-PRU TO CALLE-DIR-Q.

           IF TELEFONO-I NOT = SPACES
               MOVE TELEFONO-I TO WKS-TELEFONO-PRU
               PERFORM 5200-TELEFONO-PRUEBA
               MOVE WKS-TELEFONO-PRU TO TELEFONO-Q.

           IF EMAIL-I NOT = SPACES
               MOVE WKS-EMAIL-PRU TO EMAIL-Q.

           MOVE CUENTA-BANCARIA-I TO WKS-CLABE-ORIGINAL.
           PERFORM 5300-CLABE-PRUEBA THRU 5300-FIN.
           MOVE WKS-CLABE-PRU TO CUENTA-BANCARIA-Q.

           MOVE RFC-I TO WKS-RFC-ORIGINAL.
           PERFORM 5400-RFC-PRUEBA THRU 5400-FIN.
           MOVE WKS-RFC-ENTRADA TO RFC-Q.

           IF CONTACTO-DEF-I NOT = SPACES
               MOVE "CONTACTO DE PRUEBA" TO CONTACTO-DEF-Q.

      *CUENTAS: EL NOMBRE Y LA CLABE SALEN IGUAL QUE EN CLIENTES.
       2100-EXTRAE-CUENTAS.
           OPEN INPUT DCLIENTE.
           IF WKS-FS-DCLI NOT = "00"
               DISPLAY "SIN DCLIENTE, SE OMITE"
               GO TO 2100-FIN.

           MOVE 0 TO WKS-EOF.
           MOVE LOW-VALUES TO ID-CLIENTE-D.
           START DCLIENTE KEY IS NOT < ID-CLIENTE-D
                       INVALID KEY MOVE 1 TO WKS-EOF.

           IF WKS-EOF = 0
               PERFORM 2110-LEER-DCLI.

           PERFORM 2120-COPIA-DCLI UNTIL WKS-EOF = 1.
           CLOSE DCLIENTE.

       2100-FIN.
           EXIT.

       2110-LEER-DCLI.
           READ DCLIENTE NEXT AT END MOVE 1 TO WKS-EOF.

       2120-COPIA-DCLI.
           ADD 1 TO WKS-CONT-DCLI-LEI.
           MOVE ID-CLIENTE-D TO WKS-ID-PRU.
           PERFORM 5000-SELECCIONA.

           IF WKS-INCLUIDO = 1
               MOVE REG-CLI-D TO REG-CLI-DQ
               PERFORM 5100-NOMBRE-PRUEBA
               MOVE WKS-NOMBRE-PRU TO NOMBRE-CLIENTE-DQ
               MOVE CUENTA-BANCARIA-D TO WKS-CLABE-ORIGINAL
               PERFORM 5300-CLABE-PRUEBA THRU 5300-FIN
               MOVE WKS-CLABE-PRU TO CUENTA-BANCARIA-DQ
               WRITE REG-CLI-DQ
                   INVALID KEY ADD 1 TO WKS-CONT-RECHAZOS
                   NOT INVALID KEY ADD 1 TO WKS-CONT-DCLI-ESC
               END-WRITE
           END-IF.

           PERFORM 2110-LEER-DCLI.

      *PLASTICOS: LOS ULTIMOS CUATRO DIGITOS DEL NUMERO ENMASCARADO
      *SE SUSTITUYEN (EL PREFIJO DEL EMISOR SE QUEDA) Y QUIEN FIRMO
      *DE RECIBIDO PASA A SER EL TITULAR FICTICIO. EL MOTIVO DE UNA
      *ENTREGA FALLIDA NO ES DATO PERSONAL Y SE QUEDA.
       2200-EXTRAE-TARJETAS.
           OPEN INPUT TARJCLI.
           IF WKS-FS-TARJ NOT = "00"
               DISPLAY "SIN TARJCLI, SE OMITE"
               GO TO 2200-FIN.

           MOVE 0 TO WKS-EOF.
           MOVE LOW-VALUES TO TARJ-KEY.
           START TARJCLI KEY IS NOT < TARJ-KEY
                       INVALID KEY MOVE 1 TO WKS-EOF.

           IF WKS-EOF = 0
               PERFORM 2210-LEER-TARJ.

           PERFORM 2220-COPIA-TARJ UNTIL WKS-EOF = 1.
           CLOSE TARJCLI.

       2200-FIN.
           EXIT.

       2210-LEER-TARJ.
           READ TARJCLI NEXT AT END MOVE 1 TO WKS-EOF.

       2220-COPIA-TARJ.
           ADD 1 TO WKS-CONT-TARJ-LEI.
           MOVE ID-CLIENTE-T TO WKS-ID-PRU.
           PERFORM 5000-SELECCIONA.

           IF WKS-INCLUIDO = 1
               MOVE REG-TARJ TO REG-TARJ-Q
               PERFORM 2230-ENMASCARA-TARJ
               WRITE REG-TARJ-Q
                   INVALID KEY ADD 1 TO WKS-CONT-RECHAZOS
                   NOT INVALID KEY ADD 1 TO WKS-CONT-TARJ-ESC
               END-WRITE
           END-IF.

           PERFORM 2210-LEER-TARJ.

       2230-ENMASCARA-TARJ.
           PERFORM 5100-NOMBRE-PRUEBA.

           IF NUMERO-TARJETA-T NOT = SPACES
               COMPUTE WKS-PRODUCTO = WKS-ID-PRU * 7
                                    + NUM-TARJETA-T * 1013
               DIVIDE WKS-PRODUCTO BY 10000 GIVING WKS-COCIENTE
                                    REMAINDER WKS-RESIDUO
               MOVE WKS-RESIDUO TO WKS-ULTIMOS-PRU
               MOVE WKS-ULTIMOS-PRU TO NUMERO-TARJETA-TQ (13:4).

           IF ENTREGA-TARJ-T = "D" AND RECIBIO-T NOT = SPACES
               MOVE WKS-NOMBRE-PRU TO RECIBIO-TQ.

      *TRANSACCIONES Y CICLOS NO LLEVAN DATOS PERSONALES: PASAN TAL
      *CUAL, SOLO LOS DE LOS CLIENTES DE LA MUESTRA.
       2300-EXTRAE-TRANSACCIONES.
           OPEN INPUT TRXCLI.
           IF WKS-FS-TRX NOT = "00"
               DISPLAY "SIN TRXCLI, SE OMITE"
               GO TO 2300-FIN.

           MOVE 0 TO WKS-EOF.
           MOVE LOW-VALUES TO TRX-KEY.
           START TRXCLI KEY IS NOT < TRX-KEY
                       INVALID KEY MOVE 1 TO WKS-EOF.

           IF WKS-EOF = 0
               PERFORM 2310-LEER-TRX.

           PERFORM 2320-COPIA-TRX UNTIL WKS-EOF = 1.
           CLOSE TRXCLI.

       2300-FIN.
           EXIT.

       2310-LEER-TRX.
           READ TRXCLI NEXT AT END MOVE 1 TO WKS-EOF.

       2320-COPIA-TRX.
           ADD 1 TO WKS-CONT-TRX-LEI.
           MOVE ID-CLIENTE-TRX TO WKS-ID-PRU.
           PERFORM 5000-SELECCIONA.

           IF WKS-INCLUIDO = 1
               MOVE REG-TRX TO REG-TRX-Q
               WRITE REG-TRX-Q
                   INVALID KEY ADD 1 TO WKS-CONT-RECHAZOS
                   NOT INVALID KEY ADD 1 TO WKS-CONT-TRX-ESC
               END-WRITE
           END-IF.

           PERFORM 2310-LEER-TRX.

       2400-EXTRAE-CICLOS.
           OPEN INPUT CICLOFAC.
           IF WKS-FS-CIC NOT = "00"
               DISPLAY "SIN CICLOFAC, SE OMITE"
               GO TO 2400-FIN.

           MOVE 0 TO WKS-EOF.
           MOVE LOW-VALUES TO CICLO-KEY.
           START CICLOFAC KEY IS NOT < CICLO-KEY
                       INVALID KEY MOVE 1 TO WKS-EOF.

           IF WKS-EOF = 0
               PERFORM 2410-LEER-CIC.

           PERFORM 2420-COPIA-CIC UNTIL WKS-EOF = 1.
           CLOSE CICLOFAC.

       2400-FIN.
           EXIT.

       2410-LEER-CIC.
           READ CICLOFAC NEXT AT END MOVE 1 TO WKS-EOF.

       2420-COPIA-CIC.
           ADD 1 TO WKS-CONT-CIC-LEI.
           MOVE ID-CLIENTE-C TO WKS-ID-PRU.
           PERFORM 5000-SELECCIONA.

           IF WKS-INCLUIDO = 1
               MOVE REG-CICLO TO REG-CICLO-Q
               WRITE REG-CICLO-Q
                   INVALID KEY ADD 1 TO WKS-CONT-RECHAZOS
                   NOT INVALID KEY ADD 1 TO WKS-CONT-CIC-ESC
               END-WRITE
           END-IF.

           PERFORM 2410-LEER-CIC.

       3000-FIN.
           CLOSE PRUICLI.
           CLOSE PRUDCLI.
           CLOSE PRUTARJ.
           CLOSE PRUTRX.
           CLOSE PRUCIC.

           DISPLAY "EXTRACTO DE PRUEBA - UNO DE CADA " WKS-MUESTRA
                   " CLIENTES".
           DISPLAY "ICLIENTES LEIDOS: " WKS-CONT-ICLI-LEI
                   " EXTRAIDOS: " WKS-CONT-ICLI-ESC.
           DISPLAY "DCLIENTE  LEIDOS: " WKS-CONT-DCLI-LEI
                   " EXTRAIDOS: " WKS-CONT-DCLI-ESC.
           DISPLAY "TARJCLI   LEIDOS: " WKS-CONT-TARJ-LEI
                   " EXTRAIDOS: " WKS-CONT-TARJ-ESC.
           DISPLAY "TRXCLI    LEIDOS: " WKS-CONT-TRX-LEI
                   " EXTRAIDOS: " WKS-CONT-TRX-ESC.
           DISPLAY "CICLOFAC  LEIDOS: " WKS-CONT-CIC-LEI
                   " EXTRAIDOS: " WKS-CONT-CIC-ESC.
           DISPLAY "RECHAZADOS: " WKS-CONT-RECHAZOS.

           PERFORM 9000-GRABA-BITACORA.

      *LA MUESTRA SE DECIDE SOLO POR EL NUMERO DE CLIENTE, ASI QUE
      *UN CLIENTE ELEGIDO SALE CON TODOS SUS REGISTROS EN LOS CINCO
      *ARCHIVOS Y UNO NO ELEGIDO NO DEJA REGISTROS HUERFANOS.
       5000-SELECCIONA.
           DIVIDE WKS-ID-PRU BY WKS-MUESTRA GIVING WKS-COCIENTE
                                    REMAINDER WKS-RESIDUO.

           IF WKS-RESIDUO = 0
               MOVE 1 TO WKS-INCLUIDO
           ELSE
               MOVE 0 TO WKS-INCLUIDO.

      *NOMBRE, CALLE Y CORREO FICTICIOS DEL CLIENTE: NOMBRE Y DOS
      *APELLIDOS DE LAS TABLAS, ESCOGIDOS POR EL NUMERO DE CLIENTE.
       5100-NOMBRE-PRUEBA.
           DIVIDE WKS-ID-PRU BY 16 GIVING WKS-COCIENTE
                                    REMAINDER WKS-RESIDUO.
           COMPUTE WKS-NOMBRE-IDX = WKS-RESIDUO + 1.
           DIVIDE WKS-COCIENTE BY 16 GIVING WKS-COCIENTE
                                    REMAINDER WKS-RESIDUO.
           COMPUTE WKS-AP1-IDX = WKS-RESIDUO + 1.
           DIVIDE WKS-COCIENTE BY 16 GIVING WKS-COCIENTE
                                    REMAINDER WKS-RESIDUO.
           COMPUTE WKS-AP2-IDX = WKS-RESIDUO + 1.

           MOVE SPACES TO WKS-NOMBRE-PRU.
           STRING WKS-NOMBRE-TAB (WKS-NOMBRE-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WKS-APELLIDO-TAB (WKS-AP1-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WKS-APELLIDO-TAB (WKS-AP2-IDX) DELIMITED BY SPACE
                  INTO WKS-NOMBRE-PRU.

           DIVIDE WKS-ID-PRU BY 900 GIVING WKS-COCIENTE
                                    REMAINDER WKS-RESIDUO.
           COMPUTE WKS-NUM-CALLE = WKS-RESIDUO + 1.
           MOVE SPACES TO WKS-CALLE-PRU.
           STRING "CALLE " DELIMITED BY SIZE
                  WKS-APELLIDO-TAB (WKS-AP2-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WKS-NUM-CALLE DELIMITED BY SIZE
                  INTO WKS-CALLE-PRU.

           MOVE SPACES TO WKS-EMAIL-PRU.
           STRING "CLI" DELIMITED BY SIZE
                  WKS-ID-PRU DELIMITED BY SIZE
                  "@PRUEBA.MX" DELIMITED BY SIZE
                  INTO WKS-EMAIL-PRU.

      *TELEFONO: SE QUEDA LA CLAVE LADA DE DOS DIGITOS (PARA QUE LOS
      *REPORTES POR PLAZA SIGAN CUADRANDO) Y EL RESTO SALE DEL
      *NUMERO DE CLIENTE.
       5200-TELEFONO-PRUEBA.
           IF WKS-TELEFONO-PRU (1:2) NOT NUMERIC
               MOVE "55" TO WKS-TELEFONO-PRU (1:2).

           MOVE WKS-ID-PRU TO WKS-TELEFONO-PRU (3:6).
           DIVIDE WKS-ID-PRU BY 97 GIVING WKS-COCIENTE
                                    REMAINDER WKS-RESIDUO.
           MOVE WKS-RESIDUO (4:2) TO WKS-TELEFONO-PRU (9:2).

      *CLABE: BANCO Y PLAZA (SEIS DIGITOS) SE QUEDAN, LA CUENTA DE
      *ONCE DIGITOS SALE DEL NUMERO DE CLIENTE Y EL DIGITO DE
      *CONTROL SE CALCULA CON LOS PESOS 3-7-1: SUMA DE LAS UNIDADES
      *DE CADA PRODUCTO, Y EL DIGITO ES LO QUE LE FALTA A ESA SUMA
      *PARA LA SIGUIENTE DECENA.
       5300-CLABE-PRUEBA.
           IF WKS-CLABE-ORIGINAL = SPACES
               MOVE SPACES TO WKS-CLABE-PRU
               GO TO 5300-FIN.

           MOVE ALL "0" TO WKS-CLABE-PRU.
           IF WKS-CLABE-ORIGINAL (1:6) NUMERIC
               MOVE WKS-CLABE-ORIGINAL (1:6) TO WKS-CLABE-PRU (1:6)
           ELSE
               MOVE "002180" TO WKS-CLABE-PRU (1:6).

           DIVIDE WKS-ID-PRU BY 10000 GIVING WKS-COCIENTE
                                    REMAINDER WKS-RESIDUO.
           COMPUTE WKS-CUENTA-PRU = WKS-ID-PRU * 10000
                                  + WKS-RESIDUO.
           MOVE WKS-CUENTA-PRU TO WKS-CLABE-PRU (7:11).

           MOVE 0 TO WKS-SUMA.
           PERFORM 5310-SUMA-CLABE
               VARYING WKS-IDX FROM 1 BY 1 UNTIL WKS-IDX > 17.

           DIVIDE WKS-SUMA BY 10 GIVING WKS-COCIENTE
                                    REMAINDER WKS-RESIDUO.
           IF WKS-RESIDUO = 0
               MOVE 0 TO WKS-CLABE-DIG (18)
           ELSE
               COMPUTE WKS-CLABE-DIG (18) = 10 - WKS-RESIDUO.

       5300-FIN.
           EXIT.

       5310-SUMA-CLABE.
           DIVIDE WKS-IDX BY 3 GIVING WKS-COCIENTE
                                    REMAINDER WKS-RESIDUO.
           IF WKS-RESIDUO = 0
               MOVE 3 TO WKS-PESO-IDX
           ELSE
               MOVE WKS-RESIDUO TO WKS-PESO-IDX.

           COMPUTE WKS-PRODUCTO = WKS-CLABE-DIG (WKS-IDX)
                                * WKS-PESO-TAB (WKS-PESO-IDX).
           DIVIDE WKS-PRODUCTO BY 10 GIVING WKS-COCIENTE
                                    REMAINDER WKS-RESIDUO.
           ADD WKS-RESIDUO TO WKS-SUMA.

      *RFC: CONSERVA LA FORMA DEL ORIGINAL (FISICA DE TRECE O MORAL
      *CON ESPACIO INICIAL). LAS LETRAS SALEN DEL NOMBRE FICTICIO,
      *LA FECHA Y LA HOMOCLAVE DEL NUMERO DE CLIENTE, Y EL DIGITO
      *VERIFICADOR ES EL PRIMERO QUE VAL-RFC ACEPTA.
       5400-RFC-PRUEBA.
           IF WKS-RFC-ORIGINAL = SPACES
               MOVE SPACES TO WKS-RFC-ENTRADA
               GO TO 5400-FIN.

           MOVE SPACES TO WKS-RFC-ENTRADA.
           IF WKS-RFC-ORIGINAL (1:1) = SPACE
               MOVE WKS-APELLIDO-TAB (WKS-AP1-IDX) (1:3)
                                       TO WKS-RFC-ENTRADA (2:3)
           ELSE
               MOVE WKS-APELLIDO-TAB (WKS-AP1-IDX) (1:2)
                                       TO WKS-RFC-ENTRADA (1:2)
               MOVE WKS-APELLIDO-TAB (WKS-AP2-IDX) (1:1)
                                       TO WKS-RFC-ENTRADA (3:1)
               MOVE WKS-NOMBRE-TAB (WKS-NOMBRE-IDX) (1:1)
                                       TO WKS-RFC-ENTRADA (4:1).

           DIVIDE WKS-ID-PRU BY 40 GIVING WKS-COCIENTE
                                    REMAINDER WKS-RESIDUO.
           COMPUTE WKS-AA-RFC = WKS-RESIDUO + 50.
           DIVIDE WKS-ID-PRU BY 12 GIVING WKS-COCIENTE
                                    REMAINDER WKS-RESIDUO.
           COMPUTE WKS-MM-RFC = WKS-RESIDUO + 1.
           DIVIDE WKS-ID-PRU BY 28 GIVING WKS-COCIENTE
                                    REMAINDER WKS-RESIDUO.
           COMPUTE WKS-DD-RFC = WKS-RESIDUO + 1.
           MOVE WKS-FECHA-RFC TO WKS-RFC-ENTRADA (5:6).

           DIVIDE WKS-ID-PRU BY 32 GIVING WKS-COCIENTE
                                    REMAINDER WKS-RESIDUO.
           ADD 1 TO WKS-RESIDUO.
           MOVE WKS-HOMO-TAB (WKS-RESIDUO) TO WKS-RFC-ENTRADA (11:1).
           DIVIDE WKS-COCIENTE BY 32 GIVING WKS-COCIENTE
                                    REMAINDER WKS-RESIDUO.
           ADD 1 TO WKS-RESIDUO.
           MOVE WKS-HOMO-TAB (WKS-RESIDUO) TO WKS-RFC-ENTRADA (12:1).

           MOVE 0 TO WKS-RFC-OK.
           PERFORM 5410-PRUEBA-DIGITO
               VARYING WKS-IDX FROM 1 BY 1
               UNTIL WKS-IDX > 11 OR WKS-RFC-OK = 1.

       5400-FIN.
           EXIT.

       5410-PRUEBA-DIGITO.
           MOVE WKS-DIGITO-TAB (WKS-IDX) TO WKS-RFC-ENTRADA (13:1).
           CALL "VAL-RFC" USING WKS-RFC-VALIDACION.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "EXT-PRU " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           COMPUTE LEIDOS-BIT = WKS-CONT-ICLI-LEI + WKS-CONT-DCLI-LEI
                              + WKS-CONT-TARJ-LEI + WKS-CONT-TRX-LEI
                              + WKS-CONT-CIC-LEI.
           COMPUTE ESCRITOS-BIT = WKS-CONT-ICLI-ESC
                                + WKS-CONT-DCLI-ESC
                                + WKS-CONT-TARJ-ESC
                                + WKS-CONT-TRX-ESC
                                + WKS-CONT-CIC-ESC.
           MOVE WKS-CONT-RECHAZOS TO RECHAZADOS-BIT.
           MOVE SPACES TO DETALLE-BIT.
           MOVE "MUESTRA 1 DE " TO DETALLE-BIT (1:13).
           MOVE WKS-MUESTRA TO DETALLE-BIT (14:3).
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
