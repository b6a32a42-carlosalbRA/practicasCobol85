      *MI PROGRAMA DE CARGA DEL REGISTRO PUBLICO DE USUARIOS (REUS) -
      *CONDUSEF PUBLICA COMPLETO EL PADRON DE TELEFONOS CUYOS TITULARES
      *NO QUIEREN RECIBIR PUBLICIDAD DE LAS INSTITUCIONES FINANCIERAS.
      *CADA ENTREGA REEMPLAZA A LA ANTERIOR: SE RECONSTRUYE REUSTEL,
      *INDEXADO POR TELEFONO, PARA QUE CAM-EXT Y EST-CTA CONSULTEN EL
      *TELEFONO DE CADA CLIENTE. AL FINAL SE CUENTAN LOS CLIENTES
      *ACTIVOS CUYO TELEFONO QUEDO INSCRITO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REU-CAR.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REUS ASSIGN TO DISK
                FILE STATUS IS WKS-FS-REUS.

           SELECT REUSTEL ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TELEFONO-RT.

           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
      *ENTREGA DE CONDUSEF: UN TELEFONO A DIEZ DIGITOS POR REGISTRO
      *CON SU FECHA DE INSCRIPCION.
       FD REUS.
       01 REG-REUS.
        03 TELEFONO-RU        PIC X(10).
        03 FECHA-INSCRIPCION-RU PIC 9(08).

      *PADRON DEL REUS VIGENTE, CONSULTADO POR TELEFONO.
       FD REUSTEL.
       01 REG-REUSTEL.
        03 TELEFONO-RT        PIC X(10).
        03 FECHA-INSCRIPCION-RT PIC 9(08).
        03 FECHA-CARGA-RT     PIC 9(08).

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

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-FS-REUS          PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-EOF-REUS         PIC 9 VALUE 0.
       01 WKS-EOF-ICLI         PIC 9 VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-CONT-LEIDOS      PIC 9(08) VALUE 0.
       01 WKS-CONT-CARGADOS    PIC 9(08) VALUE 0.
       01 WKS-CONT-DUPLICADOS  PIC 9(08) VALUE 0.
       01 WKS-CONT-RECHAZADOS  PIC 9(08) VALUE 0.
       01 WKS-CONT-CLIENTES    PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-EOF-REUS = 1.
           PERFORM 2500-CRUCE-CLIENTES.
           PERFORM 3000-FIN.
           STOP RUN.

      *SIN ENTREGA NUEVA NO SE TOCA EL PADRON VIGENTE.
       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN INPUT REUS.
           IF WKS-FS-REUS NOT = "00"
               DISPLAY "NO HAY ENTREGA DEL REUS, PADRON SIN CAMBIO"
               PERFORM 9000-GRABA-BITACORA
               STOP RUN.

           OPEN OUTPUT REUSTEL.

           PERFORM 1010-LEER-REUS.

       1010-LEER-REUS.
           READ REUS AT END MOVE 1 TO WKS-EOF-REUS.

           IF WKS-EOF-REUS = 0
               ADD 1 TO WKS-CONT-LEIDOS.

      *UN TELEFONO QUE NO SON DIEZ DIGITOS NO PUEDE CASAR CON NINGUN
      *CLIENTE; EL QUE VIENE REPETIDO SE QUEDA CON LA PRIMERA FECHA.
       2000-PROCESO.
           IF TELEFONO-RU NOT NUMERIC
               ADD 1 TO WKS-CONT-RECHAZADOS
           ELSE
               MOVE TELEFONO-RU          TO TELEFONO-RT
               MOVE FECHA-INSCRIPCION-RU TO FECHA-INSCRIPCION-RT
               MOVE WKS-FECHA-HOY        TO FECHA-CARGA-RT
               WRITE REG-REUSTEL
                   INVALID KEY
                       ADD 1 TO WKS-CONT-DUPLICADOS
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONT-CARGADOS
               END-WRITE.

           PERFORM 1010-LEER-REUS.

       2500-CRUCE-CLIENTES.
           CLOSE REUSTEL.
           OPEN INPUT REUSTEL.
           OPEN INPUT ICLIENTES.

           MOVE LOW-VALUES TO ID-CLIENTE-I.
           START ICLIENTES KEY IS NOT < ID-CLIENTE-I
                       INVALID KEY MOVE 1 TO WKS-EOF-ICLI.

           PERFORM 2510-CRUZA-CLIENTE UNTIL WKS-EOF-ICLI = 1.

           CLOSE ICLIENTES.

       2510-CRUZA-CLIENTE.
           READ ICLIENTES NEXT AT END MOVE 1 TO WKS-EOF-ICLI.

           IF WKS-EOF-ICLI = 0
              AND ESTADO-CLIENTE-I = "A"
              AND TELEFONO-I NOT = SPACES
               MOVE TELEFONO-I TO TELEFONO-RT
               READ REUSTEL
                   NOT INVALID KEY ADD 1 TO WKS-CONT-CLIENTES
               END-READ
           END-IF.

       3000-FIN.
           CLOSE REUS.
           CLOSE REUSTEL.
           DISPLAY "REGISTROS DEL REUS LEIDOS: " WKS-CONT-LEIDOS.
           DISPLAY "TELEFONOS CARGADOS: " WKS-CONT-CARGADOS.
           DISPLAY "TELEFONOS DUPLICADOS: " WKS-CONT-DUPLICADOS.
           DISPLAY "TELEFONOS NO VALIDOS: " WKS-CONT-RECHAZADOS.
           DISPLAY "CLIENTES ACTIVOS INSCRITOS EN EL REUS: "
                   WKS-CONT-CLIENTES.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "REU-CAR " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDOS TO LEIDOS-BIT.
           MOVE WKS-CONT-CARGADOS TO ESCRITOS-BIT.
           MOVE WKS-CONT-RECHAZADOS TO RECHAZADOS-BIT.
           MOVE SPACES TO DETALLE-BIT.
           MOVE "INSCRITOS:" TO DETALLE-BIT (1:10).
           MOVE WKS-CONT-CLIENTES TO DETALLE-BIT (12:6).
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
