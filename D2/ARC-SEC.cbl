           SELECT TARIFAS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TARIFA-KEY.

           SELECT SOLICITUDES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS FOLIO-SOL
                ALTERNATE RECORD KEY IS RFC-SOL WITH DUPLICATES
                FILE STATUS IS WKS-FS-SOL.

           SELECT DCLIENTE ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-D
                ALTERNATE RECORD KEY IS ID-TARJETA-D WITH DUPLICATES
                ALTERNATE RECORD KEY IS FECHA-ALTA-D WITH DUPLICATES
                FILE STATUS IS WKS-FS-DCLI.
        
       DATA DIVISION.
       FILE SECTION.
       COPY TARFCOPY.


      *SOLICITUDES DE CREDITO DICTAMINADAS POR SOL-DIC: LA APROBADA
      *SE CAPTURA DESDE AQUI SIN VOLVER A TECLEAR LO QUE EL
      *SOLICITANTE YA DECLARO, Y QUEDA LIGADA AL CLIENTE QUE NACE.
       FD SOLICITUDES.
       01 REG-SOL.
       COPY SOLCOPY.

      *EL LIMITE PROPUESTO EN EL DICTAMEN ES EL LIMITE DE CREDITO
      *CON EL QUE ARRANCA EL CLIENTE.
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

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO - LA FIJA Y LA
      *AVANZA CIE-DIA; UN LOTE ATRASADO O RECORRIDO PROCESA CON LA
      *FECHA DEL DIA AL QUE PERTENECE, NO CON LA DEL RELOJ.
       01 WKS-CAT-VIGENTE   PIC 9(03)V99 VALUE 0.
       01 WKS-ID-OPERADOR   PIC X(08).
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-FS-SOL        PIC X(02) VALUE "00".
       01 WKS-FS-DCLI       PIC X(02) VALUE "00".
       01 WKS-HAY-SOLICITUDES PIC 9 VALUE 0.
       01 WKS-FOLIO-SOL     PIC 9(06) VALUE 0.
       01 WKS-SOL-VALIDA    PIC 9 VALUE 0.

      *RESPUESTAS DEL CIERRE DESATENDIDO - CON LA MARCA EN "S" EL
      *OPERADOR DE REGISTRO VIENE DE AQUI Y NO HAY CAPTURA EN
        03 WKS-RFC-ENTRADA   PIC X(13).
        03 WKS-RFC-OK        PIC 9(01).

      *AREA DE CRIBADO COMPARTIDA CON VAL-LPB.
       01 WKS-CRIBADO.
       COPY CRIBCOPY.

       01 DETALLE-CANDIDATO.
            03 FILLER            PIC X(09) VALUE "PARECIDO ".
            03 FILLER            PIC X(04) VALUE "ID: ".
               MOVE OPERADOR-PL TO WKS-ID-OPERADOR
               MOVE 1 TO WKS-CLIENTES-LOOP
           ELSE
               MOVE "ARC-SEC " TO PROGRAMA-F
               CALL "SEC-OPER" USING WKS-FIRMA
               IF FIRMA-OK-F = 0
                   MOVE 1 TO WKS-CLIENTES-LOOP
           OPEN EXTEND CLIENTES.
           CLOSE CLIENTES.

           OPEN I-O SOLICITUDES.
           IF WKS-FS-SOL = "00"
               MOVE 1 TO WKS-HAY-SOLICITUDES.

           PERFORM 9700-LEE-FECHA-PROCESO.

       2000-PROCESO.
           DISPLAY SPACES LINE 01 POSITION 01 ERASE.
           PERFORM 2030-LEE-SOLICITUD THRU 2030-FIN.

           IF WKS-SOL-VALIDA = 1
               PERFORM 2005-CAPTURA-CLIENTE.

            DISPLAY "DESEA AGREGAR OTRO CLIENTE S/N" LINE 07 POSITION 10.
            ACCEPT WKS-CLIENTES-RES LINE 07 POSITION 42.

            IF WKS-CLIENTES-RES = "N"
                MOVE 1 TO WKS-CLIENTES-LOOP.

       2005-CAPTURA-CLIENTE.
           DISPLAY "INTRODUSCA SU ID DE CLIENTE:" LINE 03 POSITION 10.
           ACCEPT ID-CLIENTE LINE 03 POSITION 42.

                   DISPLAY "CAPTURA CANCELADA POR POSIBLE DUPLICADO"
                                               LINE 21 POSITION 10.

       1500-VALIDA-DUPLICADO.
           MOVE 0 TO WKS-ID-DUPLICADO.
           MOVE 0 TO WKS-FIN-VERIFICA.
                       MOVE 29 TO WKS-DIAS-MAX.

       2010-CAPTURA-RESTO.
           IF WKS-FOLIO-SOL > 0
               PERFORM 2035-CARGA-SOLICITUD
           ELSE
               PERFORM 2010A-CAPTURA-DIRECTA.

       2010A-CAPTURA-DIRECTA.
           DISPLAY "INTRODUSCA SU NOMBRE:" LINE 04 POSITION 10.
           ACCEPT NOMBRE-CLIENTE LINE 04 POSITION 42.

       2020-GRABA-CLIENTE.
            MOVE WKS-ID-OPERADOR TO OPERADOR.
            MOVE "A" TO ESTADO-CLIENTE.
            PERFORM 2045-CRIBA-LISTAS.
            PERFORM 2025-MUESTRA-CAT THRU 2025-FIN.
            MOVE "N" TO DEFUNCION OF REG-CLI.
            MOVE 0 TO FECHA-DEFUNCION OF REG-CLI.
            WRITE REG-CLI.
            CLOSE CLIENTES.

            IF WKS-FOLIO-SOL > 0
                PERFORM 2040-CIERRA-SOLICITUD.

      *LA CONFIRMACION DE CAPTURA DIVULGA EL CAT VIGENTE DEL TIPO
      *DE TARGETA CONTRATADO, EL ULTIMO CALCULADO POR CAL-CAT.
       2025-MUESTRA-CAT.
               END-IF
           END-IF.

      *CON FOLIO, SOLO UNA SOLICITUD APROBADA Y AUN NO DADA DE ALTA
      *PASA A CAPTURA; EN CERO LA CAPTURA ES DIRECTA COMO SIEMPRE.
       2030-LEE-SOLICITUD.
           MOVE 1 TO WKS-SOL-VALIDA.
           MOVE 0 TO WKS-FOLIO-SOL.

           IF WKS-HAY-SOLICITUDES = 0
               GO TO 2030-FIN.

           DISPLAY "FOLIO DE SOLICITUD APROBADA (CERO = CAPTURA"
                   " DIRECTA):" LINE 02 POSITION 10.
           ACCEPT WKS-FOLIO-SOL LINE 02 POSITION 65.

           IF WKS-FOLIO-SOL = 0
               GO TO 2030-FIN.

           MOVE WKS-FOLIO-SOL TO FOLIO-SOL.
           READ SOLICITUDES INVALID KEY MOVE 0 TO WKS-SOL-VALIDA.

           IF WKS-SOL-VALIDA = 0
               DISPLAY "FOLIO DE SOLICITUD NO EXISTE" LINE 09
                                                       POSITION 10
           ELSE
               IF ESTADO-SOL NOT = "A"
                   MOVE 0 TO WKS-SOL-VALIDA
                   DISPLAY "LA SOLICITUD NO ESTA APROBADA O YA SE DIO"
                           " DE ALTA" LINE 09 POSITION 10.

       2030-FIN.
           EXIT.

      *LO DECLARADO EN LA SOLICITUD LLENA EL ALTA; SOLO SE PIDE LO
      *QUE LA SOLICITUD NO TRAE. LA TARGETA SE VUELVE A TARIFICAR
      *CON LA TARIFA VIGENTE HOY.
       2035-CARGA-SOLICITUD.
           MOVE NOMBRE-SOL          TO NOMBRE-CLIENTE.
           MOVE ID-TARGETA-SOL      TO ID-TARGETA.
           MOVE WKS-ID-NUEVO        TO ID-CLIENTE.
           MOVE WKS-FECHA-HOY       TO FECHA-ALTA.
           MOVE CALLE-SOL           TO CALLE-DIR.
           MOVE CIUDAD-SOL          TO CIUDAD-DIR.
           MOVE ESTADO-DIR-SOL      TO ESTADO-DIR.
           MOVE CP-SOL              TO CP-DIR.
           MOVE TELEFONO-SOL        TO TELEFONO.
           MOVE EMAIL-SOL           TO EMAIL.
           MOVE RFC-SOL             TO RFC.
           MOVE CLAVE-VENDEDOR-SOL  TO CLAVE-VENDEDOR.
           MOVE SUCURSAL-SOL        TO SUCURSAL.

           PERFORM 2016-BUSCA-TARIFA.

           IF WKS-TARIFA-HALLADA = 1
               MOVE WKS-TIPO-TARIFA TO TIPO-TARG
               MOVE WKS-ANUAL-TARIFA TO ANUALIDAD
           ELSE
               MOVE 0 TO WKS-TARGETA-VALIDA
               PERFORM 2013-VALIDA-TARGETA
                   UNTIL WKS-TARGETA-VALIDA = 1.

           DISPLAY "SOLICITANTE: " NOMBRE-SOL "  LIMITE APROBADO: "
                   LIMITE-PROP-SOL LINE 04 POSITION 10.

           DISPLAY "DOMICILIAR ANUALIDAD A CUENTA BANCARIA S/N:"
                                                LINE 14 POSITION 10.
           ACCEPT DOMICILIADO LINE 14 POSITION 55.

           IF DOMICILIADO = "S"
               DISPLAY "INTRODUSCA SU CUENTA CLABE:" LINE 15
                                                            POSITION 10
               ACCEPT CUENTA-BANCARIA LINE 15 POSITION 39
           ELSE
               MOVE "N" TO DOMICILIADO
               MOVE SPACES TO CUENTA-BANCARIA.

           DISPLAY "AVISOS DE RENOVACION POR EMAIL S/N:" LINE 26
                                                       POSITION 10.
           ACCEPT ENVIO-EMAIL LINE 26 POSITION 47.

           IF ENVIO-EMAIL NOT = "S"
               MOVE "N" TO ENVIO-EMAIL.

      *LA SOLICITUD QUEDA DADA DE ALTA CON EL ID QUE SE LE ASIGNO,
      *Y EL CLIENTE ARRANCA EN DCLIENTE CON EL LIMITE DICTAMINADO.
       2040-CIERRA-SOLICITUD.
           MOVE "T" TO ESTADO-SOL.
           MOVE ID-CLIENTE OF REG-CLI TO ID-CLIENTE-SOL.
           REWRITE REG-SOL.

           OPEN I-O DCLIENTE.
           IF WKS-FS-DCLI = "35"
               OPEN OUTPUT DCLIENTE
               CLOSE DCLIENTE
               OPEN I-O DCLIENTE.

           MOVE ID-CLIENTE OF REG-CLI TO ID-CLIENTE-D.
           READ DCLIENTE
               INVALID KEY
                   MOVE NOMBRE-CLIENTE OF REG-CLI TO NOMBRE-CLIENTE-D
                   MOVE ID-TARGETA OF REG-CLI     TO ID-TARJETA-D
                   MOVE TIPO-TARG OF REG-CLI      TO TIPO-TARG-D
                   MOVE ANUALIDAD OF REG-CLI      TO ANUALIDAD-D
                   MOVE FECHA-ALTA OF REG-CLI     TO FECHA-ALTA-D
                   MOVE LIMITE-PROP-SOL           TO LIMITE-CREDITO-D
                   MOVE DOMICILIADO OF REG-CLI    TO DOMICILIADO-D
                   MOVE CUENTA-BANCARIA OF REG-CLI
                                               TO CUENTA-BANCARIA-D
                   WRITE REG-CLI-D
               NOT INVALID KEY
                   MOVE LIMITE-PROP-SOL TO LIMITE-CREDITO-D
                   REWRITE REG-CLI-D
           END-READ.

           CLOSE DCLIENTE.

      *EL TITULAR NUEVO SE CRIBA CONTRA LAS LISTAS DE PERSONAS
      *BLOQUEADAS ANTES DE GRABARLO; CON POSIBLE COINCIDENCIA NACE
      *RETENIDO Y NO RECIBE PLASTICOS HASTA EL DICTAMEN.
       2045-CRIBA-LISTAS.
           MOVE NOMBRE-CLIENTE OF REG-CLI TO NOMBRE-CR.
           MOVE RFC OF REG-CLI TO RFC-CR.
           MOVE ID-CLIENTE OF REG-CLI TO ID-CLIENTE-CR.
           MOVE 0 TO NUM-TARJETA-CR.
           MOVE "CAP" TO ORIGEN-CR.
           MOVE WKS-ID-OPERADOR TO OPERADOR-CR.
           MOVE WKS-FECHA-HOY TO FECHA-CR.

           CALL "VAL-LPB" USING WKS-CRIBADO.

           IF COINCIDE-CR = 1
               MOVE "R" TO ESTADO-CLIENTE OF REG-CLI
               DISPLAY "POSIBLE COINCIDENCIA EN LISTA " FUENTE-CR
                       ", CLIENTE RETENIDO - FOLIO DE REVISION "
                       FOLIO-CR LINE 31 POSITION 03.

       3000-FIN.
           IF WKS-HAY-SOLICITUDES = 1
               CLOSE SOLICITUDES.
           
           
           
