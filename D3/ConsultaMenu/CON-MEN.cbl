      *MI PROGRAMA DE MENU DE CONSULTA CON VISTA ENMASCARADA
      *CADA CONSULTA TERMINA REGISTRANDO EL CONTACTO EN CONTACTOS:
      *QUIEN LLAMO, EL MOTIVO, UNA NOTA Y EL OPERADOR QUE ATENDIO.
      *CADA CLIENTE QUE SALE EN PANTALLA QUEDA ADEMAS EN ACCESOS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CON-MEN.
       ENVIRONMENT DIVISION.
           SELECT CORRHIST ASSIGN TO DISK
                FILE STATUS IS WKS-FS-CORR.

           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I.

           SELECT CONTACTOS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CONT-KEY
                FILE STATUS IS WKS-FS-CONT.

           SELECT SCORECLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS SCORE-KEY
                FILE STATUS IS WKS-FS-SCO.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

           SELECT ACCESOS ASSIGN TO DISK
                FILE STATUS IS WKS-FS-ACC.

       DATA DIVISION.
       FILE SECTION.
       FD DCLIENTES.
        03 CANAL-CH           PIC X(05).
        03 REFERENCIA-CH      PIC 9(08).

      *MAESTRO DE IDENTIDAD - SOLO PARA LA SUCURSAL DEL CLIENTE QUE
      *LLAMA.
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

      *BITACORA DE LLAMADAS DEL CENTRO DE CONTACTO.
       FD CONTACTOS.
       01 REG-CONTACTO.
       COPY CONTCOPY.

      *CALIFICACIONES MENSUALES DE CAL-SCO; LA ULTIMA ES LA VIGENTE.
       FD SCORECLI.
       01 REG-SCORE.
       COPY COMPCOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

      *BITACORA DE CONSULTAS DE CLIENTES POR OPERADOR.
       FD ACCESOS.
       01 REG-ACCESO.
       COPY ACCECOPY.

       WORKING-STORAGE SECTION.
       01 WKS-CLIENTES-LOOP     PIC 9 VALUE 0.
       01 WKS-FS-CORR           PIC X(02) VALUE "00".
       01 WKS-CAT-COUNT         PIC 9(02) VALUE 0.
       01 WKS-CAT-IDX           PIC 9(02) VALUE 0.
       01 WKS-TABLA-CAT.
          03 WKS-CAT-ENTRY OCCURS 50 TIMES.
             05 WKS-CAT-CODIGO    PIC X(03) VALUE SPACES.
             05 WKS-CAT-SIGNO     PIC X(01) VALUE "C".


       01 WKS-MONTO-EDIT        PIC Z,ZZZ,ZZ9.99.

       01 WKS-FS-SCO            PIC X(02) VALUE "00".
       01 WKS-SIN-SCORECLI      PIC 9 VALUE 0.
       01 WKS-EOF-SCO           PIC 9 VALUE 0.
       01 WKS-HAY-CALIFICACION  PIC 9 VALUE 0.
       01 WKS-RAZ-IDX           PIC 9(02) VALUE 0.
       01 WKS-RAZONES-GUARDA.
          03 WKS-RAZ-GUARDA     PIC 9(02) OCCURS 3 TIMES.

      *CATALOGO DE RAZONES DE LA CALIFICACION, LA CLAVE ES EL
      *RENGLON.
       01 WKS-RAZONES-SCO-INI.
       COPY RAZSCOPY.
       01 WKS-TABLA-RAZ-SCO REDEFINES WKS-RAZONES-SCO-INI.
           03 WKS-RAZ-NOMBRE    PIC X(25) OCCURS 7 TIMES.

       01 DETALLE-SCORE-R.
            03 FILLER            PIC X(14) VALUE "CALIFICACION: ".
            03 WKS-SCO-PUNTAJE-R PIC ZZ9.
            03 FILLER            PIC X(03) VALUE SPACES.
            03 FILLER            PIC X(07) VALUE "BANDA: ".
            03 WKS-SCO-BANDA-R   PIC X(01).
            03 FILLER            PIC X(03) VALUE SPACES.
            03 FILLER            PIC X(05) VALUE "MES: ".
            03 WKS-SCO-MES-R     PIC 9(06).

       01 DETALLE-RAZONES-R.
            03 WKS-SCO-RAZON-R   PIC X(25) OCCURS 3 TIMES.

       01 WKS-FS-CONT           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO       PIC X(02) VALUE "00".
       01 WKS-FECHA-HOY         PIC 9(08) VALUE 0.
       01 WKS-HORA-CONTACTO     PIC 9(08) VALUE 0.
       01 WKS-ID-CONTACTO       PIC 9(06) VALUE 0.
       01 WKS-SUC-CONTACTO      PIC 9(02) VALUE 0.
       01 WKS-CLIENTE-VALIDO    PIC 9 VALUE 0.
       01 WKS-MOTIVO-CONTACTO   PIC 9(02) VALUE 0.
          88 WKS-MOTIVO-VALIDO       VALUE 1 THRU 9.
       01 WKS-NOTA-CONTACTO     PIC X(40) VALUE SPACES.
       01 WKS-FS-ACC            PIC X(02) VALUE "00".
       01 WKS-TIPO-ACCESO       PIC X(01) VALUE SPACES.

      *CATALOGO DE MOTIVOS DE LLAMADA, LA CLAVE ES EL RENGLON.
       01 WKS-MOTIVOS-CONT-INI.
       COPY MOTCCOPY.
       01 WKS-TABLA-MOT-CONT REDEFINES WKS-MOTIVOS-CONT-INI.
           03 WKS-MCT-NOMBRE    PIC X(25) OCCURS 9 TIMES.

      *RESULTADO DE LA FIRMA DE OPERADOR VALIDADA POR SEC-OPER - EL
      *NIVEL DE ENMASCARADO YA NO LO ELIGE EL PROPIO OPERADOR EN
      *PANTALLA, LO DICTA EL MAESTRO OPERADORES.
               MOVE 1 TO WKS-SIN-HISTORICO.
           PERFORM 1300-CARGA-CATALOGO.

      *SIN CALIFICACIONES (AUN NO CORRE CAL-SCO) LA VISTA DE SALDO
      *SALE SIN ELLAS.
           OPEN INPUT SCORECLI.
           IF WKS-FS-SCO NOT = "00"
               MOVE 1 TO WKS-SIN-SCORECLI.

           MOVE "CON-MEN " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0
               MOVE 1 TO WKS-CLIENTES-LOOP.

      *SALDOS Y DATOS COMPLETOS SOLO A QUIEN PUEDE VER DATO SENSIBLE;
      *LOS DEMAS LOS VEN RESTRINGIDOS.
           MOVE "V" TO FUNCION-SOL-F.
           MOVE 1 TO NIVEL-SOL-F.
           CALL "SEC-PERM" USING WKS-FIRMA.

           IF PERMITIDO-F = 1
               MOVE 1 TO WKS-NIVEL-OPERADOR
           ELSE
               MOVE 2 TO WKS-NIVEL-OPERADOR.

           OPEN INPUT DCLIENTES.
           OPEN INPUT ICLIENTES.

           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN I-O CONTACTOS.
           IF WKS-FS-CONT = "35"
               OPEN OUTPUT CONTACTOS
               CLOSE CONTACTOS
               OPEN I-O CONTACTOS.

           OPEN EXTEND ACCESOS.
           IF WKS-FS-ACC = "35"
               OPEN OUTPUT ACCESOS.

           DISPLAY SPACES LINE 01 POSITION 01 ERASE.
           DISPLAY "CONSULTA DE CLIENTES - MENU UNICO" LINE 01
                                                       POSITION 01.
                       ELSE
                           PERFORM 2010-BUSCAR-POR-ID.

           PERFORM 2700-REGISTRA-CONTACTO THRU 2700-FIN.

           DISPLAY "DESEA CONSULTAR OTRO CLIENTE S/N:" LINE 20
                                                       POSITION 01.
           ACCEPT WKS-CLIENTES-RES LINE 20 POSITION 35.

           IF WKS-CLIENTES-RES = "N"
               MOVE 1 TO WKS-CLIENTES-LOOP.
           READ CATTRX NEXT AT END MOVE 1 TO WKS-EOF-CAT.

           IF WKS-EOF-CAT = 0
               IF WKS-CAT-COUNT < 50
                   ADD 1 TO WKS-CAT-COUNT
                   MOVE TIPO-TRX-CAT TO
                                   WKS-CAT-CODIGO (WKS-CAT-COUNT)
      *VISTA RAPIDA PARA LA LLAMADA MAS COMUN: SALDO, ULTIMO PAGO,
      *ANUALIDAD PENDIENTE Y LOS ULTIMOS CINCO MOVIMIENTOS DEL
      *CLIENTE, SIN SALIR DEL MENU. EL NIVEL RESTRINGIDO VE LAS
      *FECHAS Y DESCRIPCIONES PERO NO LOS MONTOS. AL PIE VA LA
      *ULTIMA CALIFICACION DE COMPORTAMIENTO CON SUS RAZONES.
       2300-CONSULTA-SALDO.
           DISPLAY "INGRESE EL ID DEL CLIENTE:" LINE 05 POSITION 01.
           ACCEPT ID-CLIENTE-D LINE 05 POSITION 30.
           IF WKS-INVALID-KEY = 1
               DISPLAY "NO EXISTE REGISTRO" LINE 06 POSITION 01
           ELSE
               MOVE "S" TO WKS-TIPO-ACCESO
               PERFORM 9200-GRABA-ACCESO
               PERFORM 2310-ARMA-SALDO
               PERFORM 2350-MUESTRA-SALDO.

           MOVE 7 TO WKS-LINEA-MOSTRAR.
           PERFORM 2360-MUESTRA-MOVIMIENTO WKS-MOV-COUNT TIMES.

           IF WKS-SIN-SCORECLI = 0
               PERFORM 2370-MUESTRA-CALIFICACION.

       2360-MUESTRA-MOVIMIENTO.
           ADD 1 TO WKS-MOV-IDX.

           DISPLAY DETALLE-MOV-R LINE WKS-LINEA-MOSTRAR POSITION 01.
           ADD 1 TO WKS-LINEA-MOSTRAR.

      *LAS CALIFICACIONES DEL CLIENTE VIENEN EN ORDEN DE MES; SE
      *MUESTRA LA ULTIMA.
       2370-MUESTRA-CALIFICACION.
           MOVE 0 TO WKS-HAY-CALIFICACION.
           MOVE ID-CLIENTE-D TO ID-CLIENTE-CP.
           MOVE 0 TO MES-CP.
           MOVE 0 TO WKS-EOF-SCO.

           START SCORECLI KEY IS NOT < SCORE-KEY
               INVALID KEY MOVE 1 TO WKS-EOF-SCO
           END-START.

           PERFORM 2371-LEER-CALIFICACION UNTIL WKS-EOF-SCO = 1.

           IF WKS-HAY-CALIFICACION = 0
               DISPLAY "SIN CALIFICACION DE COMPORTAMIENTO"
                                               LINE 12 POSITION 01
           ELSE
               DISPLAY DETALLE-SCORE-R LINE 12 POSITION 01
               MOVE SPACES TO DETALLE-RAZONES-R
               MOVE 1 TO WKS-RAZ-IDX
               PERFORM 2372-NOMBRE-RAZON 3 TIMES
               DISPLAY DETALLE-RAZONES-R LINE 13 POSITION 01.

       2371-LEER-CALIFICACION.
           READ SCORECLI NEXT AT END MOVE 1 TO WKS-EOF-SCO.

           IF WKS-EOF-SCO = 0
               IF ID-CLIENTE-CP NOT = ID-CLIENTE-D
                   MOVE 1 TO WKS-EOF-SCO
               ELSE
                   MOVE 1 TO WKS-HAY-CALIFICACION
                   MOVE PUNTAJE-CP TO WKS-SCO-PUNTAJE-R
                   MOVE BANDA-CP   TO WKS-SCO-BANDA-R
                   MOVE MES-CP     TO WKS-SCO-MES-R
                   MOVE RAZONES-CP TO WKS-RAZONES-GUARDA
               END-IF
           END-IF.

       2372-NOMBRE-RAZON.
           IF WKS-RAZ-GUARDA (WKS-RAZ-IDX) > 0
              AND WKS-RAZ-GUARDA (WKS-RAZ-IDX) NOT > 7
               MOVE WKS-RAZ-NOMBRE (WKS-RAZ-GUARDA (WKS-RAZ-IDX))
                                    TO WKS-SCO-RAZON-R (WKS-RAZ-IDX).

           ADD 1 TO WKS-RAZ-IDX.

      *ULTIMOS CINCO DOCUMENTOS ENVIADOS AL CLIENTE, DEL HISTORIAL
      *COMPARTIDO QUE ALIMENTAN CARTAS, AVISOS Y CORTES.
       2600-CONSULTA-CORRESPONDENCIA.
           MOVE 0 TO WKS-CORR-COUNT.
           MOVE 0 TO WKS-EOF-CORR.

           MOVE "C" TO WKS-TIPO-ACCESO.
           PERFORM 9200-GRABA-ACCESO.

           OPEN INPUT CORRHIST.
           IF WKS-FS-CORR NOT = "00"
               DISPLAY "SIN HISTORIAL DE CORRESPONDENCIA" LINE 06
                                                       POSITION 01.
           ADD 1 TO WKS-LINEA-MOSTRAR.

      *TODA CONSULTA DEJA CONSTANCIA DE LA LLAMADA. EN LAS OPCIONES
      *POR ID, SALDO Y CORRESPONDENCIA EL CLIENTE YA SE TECLEO; EN
      *LAS BUSQUEDAS POR TARJETA O FECHA PUEDEN SALIR VARIOS Y SE
      *PREGUNTA QUIEN LLAMA (CERO CUANDO NO SE IDENTIFICO).
       2700-REGISTRA-CONTACTO.
           MOVE 0 TO WKS-CLIENTE-VALIDO.

           IF WKS-OPCION NOT = 2 AND WKS-OPCION NOT = 3
               MOVE ID-CLIENTE-D TO WKS-ID-CONTACTO
               PERFORM 2710-VALIDA-CLIENTE-CONTACTO.

           PERFORM 2720-PIDE-CLIENTE-CONTACTO
               UNTIL WKS-CLIENTE-VALIDO = 1.

           DISPLAY "MOTIVO: 01 SALDO  02 PAGO NO REFLEJADO  03 TARJETA"
                   " PERDIDA  04 COMISION" LINE 17 POSITION 01.
           DISPLAY "        05 ACLARACION  06 ANUALIDAD  07 DOMICILIA"
                   "CION  08 DATOS  09 OTRO" LINE 18 POSITION 01.

           MOVE 0 TO WKS-MOTIVO-CONTACTO.
           PERFORM 2730-PIDE-MOTIVO-CONTACTO
               UNTIL WKS-MOTIVO-VALIDO.

           MOVE SPACES TO WKS-NOTA-CONTACTO.
           DISPLAY "NOTA:" LINE 19 POSITION 27.
           ACCEPT WKS-NOTA-CONTACTO LINE 19 POSITION 33.

           ACCEPT WKS-HORA-CONTACTO FROM TIME.

           MOVE WKS-ID-CONTACTO     TO ID-CLIENTE-CT.
           MOVE WKS-FECHA-HOY       TO FECHA-CT.
           MOVE WKS-HORA-CONTACTO   TO HORA-CT.
           MOVE ID-OPERADOR-F       TO OPERADOR-CT.
           MOVE WKS-SUC-CONTACTO    TO SUCURSAL-CT.
           MOVE WKS-MOTIVO-CONTACTO TO MOTIVO-CT.
           MOVE WKS-NOTA-CONTACTO   TO NOTA-CT.

           WRITE REG-CONTACTO
               INVALID KEY
                   DISPLAY "CONTACTO NO REGISTRADO" LINE 21
                                                       POSITION 01
                   GO TO 2700-FIN
           END-WRITE.

           DISPLAY "CONTACTO REGISTRADO: " LINE 21 POSITION 01.
           DISPLAY WKS-MCT-NOMBRE (WKS-MOTIVO-CONTACTO) LINE 21
                                                       POSITION 22.

       2700-FIN.
           EXIT.

      *SIN CLIENTE LA LLAMADA SE CUENTA EN LA SUCURSAL DEL OPERADOR.
       2710-VALIDA-CLIENTE-CONTACTO.
           IF WKS-ID-CONTACTO = 0
               MOVE SUCURSAL-F TO WKS-SUC-CONTACTO
               MOVE 1 TO WKS-CLIENTE-VALIDO
           ELSE
               MOVE WKS-ID-CONTACTO TO ID-CLIENTE-I
               READ ICLIENTES
                   INVALID KEY MOVE 0 TO WKS-CLIENTE-VALIDO
                   NOT INVALID KEY MOVE 1 TO WKS-CLIENTE-VALIDO
               END-READ
               IF WKS-CLIENTE-VALIDO = 1
                   MOVE SUCURSAL-I TO WKS-SUC-CONTACTO.

       2720-PIDE-CLIENTE-CONTACTO.
           DISPLAY "ID DEL CLIENTE QUE LLAMA (0 NO IDENTIFICADO):"
                                               LINE 16 POSITION 01.
           ACCEPT WKS-ID-CONTACTO LINE 16 POSITION 48.

           PERFORM 2710-VALIDA-CLIENTE-CONTACTO.

           IF WKS-CLIENTE-VALIDO = 0
               DISPLAY "CLIENTE NO EXISTE" LINE 16 POSITION 56.

       2730-PIDE-MOTIVO-CONTACTO.
           DISPLAY "MOTIVO DE LA LLAMADA:" LINE 19 POSITION 01.
           ACCEPT WKS-MOTIVO-CONTACTO LINE 19 POSITION 23.

           IF NOT WKS-MOTIVO-VALIDO
               DISPLAY "MOTIVO INVALIDO" LINE 21 POSITION 01.

      *QUIEN VIO A QUE CLIENTE, CUANDO Y POR QUE OPCION DEL MENU.
       9200-GRABA-ACCESO.
           MOVE ID-OPERADOR-F   TO ID-OPER-AC.
           MOVE SUCURSAL-F      TO SUCURSAL-OPER-AC.
           MOVE ID-CLIENTE-D    TO ID-CLIENTE-AC.
           MOVE "CON-MEN "      TO PROGRAMA-AC.
           MOVE WKS-FECHA-HOY   TO FECHA-AC.
           ACCEPT HORA-AC FROM TIME.
           MOVE WKS-TIPO-ACCESO TO TIPO-AC.
           WRITE REG-ACCESO.

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

       2010-BUSCAR-POR-ID.
           DISPLAY "INGRESE EL ID DEL CLIENTE A BUSCAR:" LINE 05
                                                       POSITION 01.
               PERFORM 5001-MUESTRA-UN-REGISTRO.

       5001-MUESTRA-UN-REGISTRO.
           IF WKS-OPCION = 2
               MOVE "T" TO WKS-TIPO-ACCESO
           ELSE
               IF WKS-OPCION = 3
                   MOVE "F" TO WKS-TIPO-ACCESO
               ELSE
                   MOVE "I" TO WKS-TIPO-ACCESO.
           PERFORM 9200-GRABA-ACCESO.

           MOVE ID-CLIENTE-D TO WKS-ID-MOSTRAR.
           MOVE TIPO-TARG-D  TO WKS-TARG-MOSTRAR.
           MOVE FECHA-ALTA-D TO WKS-ALTA-MOSTRAR.

       3000-FIN.
           CLOSE DCLIENTES.
           CLOSE ICLIENTES.
           CLOSE CONTACTOS.
           CLOSE ACCESOS.
           CLOSE TRXCLI.
           CLOSE CICLOFAC.
           CLOSE CATTRX.
           IF WKS-SIN-HISTORICO = 0
               CLOSE TRXHIST.
           IF WKS-SIN-SCORECLI = 0
               CLOSE SCORECLI.
