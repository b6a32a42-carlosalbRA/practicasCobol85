      *MI PROGRAMA DE CONTROLES DE USO POR TARJETA - UN PLASTICO EN
      *TARJCLI SOLO ESTA ACTIVO O BLOQUEADO; AQUI EL CLIENTE, O EL
      *TITULAR PARA SUS ADICIONALES, PIDE BLOQUEAR GIROS DE COMERCIO
      *(APUESTAS, VINOS Y LICORES), COMPRAS POR INTERNET, CONSUMOS
      *EN EL EXTRANJERO O DISPOSICIONES DE EFECTIVO. POST-TRX Y
      *RET-AUT RECHAZAN EL CARGO QUE ROMPE UN CONTROL Y AVISAN AL
      *CLIENTE POR LA PASARELA DE ALERTAS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAN-CTT.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLTARJ ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CTLTARJ-KEY
                FILE STATUS IS WKS-FS-CTT.

           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I.

           SELECT TARJCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TARJ-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-T WITH DUPLICATES.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD CTLTARJ.
       01 REG-CTLTARJ.
       COPY CTLTCOPY.

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

      *UN NUMERO DE TARJETA MAYOR A CERO DEBE SER UN PLASTICO DEL
      *CLIENTE DADO DE ALTA.
       FD TARJCLI.
       01 REG-TARJ.
       COPY TARJCOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-LOOP             PIC 9 VALUE 0.
       01 WKS-RES              PIC A(01).
       01 WKS-FS-CTT           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-EXISTE           PIC 9 VALUE 0.
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.
       01 WKS-ID-CAPTURA       PIC 9(06) VALUE 0.
       01 WKS-TARJ-CAPTURA     PIC 9(02) VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-IDX-RANGO        PIC 9(02) VALUE 0.
       01 WKS-RENGLON          PIC 9(02) VALUE 0.
       01 WKS-DESDE-CAPTURA    PIC 9(04) VALUE 0.
       01 WKS-HASTA-CAPTURA    PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-LOOP = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN INPUT ICLIENTES.
           OPEN INPUT TARJCLI.

           OPEN I-O CTLTARJ.
           IF WKS-FS-CTT = "35"
               OPEN OUTPUT CTLTARJ
               CLOSE CTLTARJ
               OPEN I-O CTLTARJ.

       2000-PROCESO.
           DISPLAY "ID DE CLIENTE:" LINE 02 POSITION 03.
           ACCEPT WKS-ID-CAPTURA LINE 02 POSITION 19.

           MOVE WKS-ID-CAPTURA TO ID-CLIENTE-I.
           READ ICLIENTES INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                          NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 1
               DISPLAY "CLIENTE NO EXISTE" LINE 03 POSITION 03
           ELSE
               PERFORM 2050-VALIDA-TARJETA
               IF WKS-INVALID-KEY = 1
                   DISPLAY "TARJETA NO EXISTE" LINE 04 POSITION 03
               ELSE
                   PERFORM 2100-CAPTURA-CONTROLES.

           DISPLAY "OTRO CLIENTE S/N:" LINE 16 POSITION 03.
           ACCEPT WKS-RES LINE 16 POSITION 21.

           IF WKS-RES = "N"
               MOVE 1 TO WKS-LOOP.

      *TARJETA CERO ES LA DEL MAESTRO Y NO SE BUSCA EN TARJCLI.
       2050-VALIDA-TARJETA.
           DISPLAY "CLIENTE: " NOMBRE-CLIENTE-I LINE 03 POSITION 03.
           DISPLAY "NUMERO DE TARJETA (00 MAESTRO):" LINE 04
                                                       POSITION 03.
           ACCEPT WKS-TARJ-CAPTURA LINE 04 POSITION 36.

           MOVE 0 TO WKS-INVALID-KEY.
           IF WKS-TARJ-CAPTURA > 0
               MOVE WKS-ID-CAPTURA   TO ID-CLIENTE-T
               MOVE WKS-TARJ-CAPTURA TO NUM-TARJETA-T
               READ TARJCLI INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                            NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY
               END-READ.

       2100-CAPTURA-CONTROLES.
           MOVE WKS-ID-CAPTURA   TO ID-CLIENTE-CT.
           MOVE WKS-TARJ-CAPTURA TO NUM-TARJETA-CT.

           READ CTLTARJ INVALID KEY MOVE 0 TO WKS-EXISTE
                       NOT INVALID KEY MOVE 1 TO WKS-EXISTE.

           IF WKS-EXISTE = 1
               DISPLAY "CONTROLES YA EXISTEN, SE ACTUALIZAN"
                                                LINE 05 POSITION 03
           ELSE
               MOVE ZEROS TO GIROS-BLOQ-CT
               MOVE "S"   TO PERMITE-EXTRANJERO-CT
               MOVE "S"   TO PERMITE-DISPOSICION-CT
               MOVE "S"   TO PERMITE-INTERNET-CT
               DISPLAY "CONTROLES NUEVOS, SE DAN DE ALTA"
                                                LINE 05 POSITION 03.

           DISPLAY "GIROS BLOQUEADOS DESDE/HASTA (CEROS = LIBRE)"
                                                LINE 06 POSITION 03.
           MOVE 7 TO WKS-RENGLON.
           MOVE 1 TO WKS-IDX-RANGO.
           PERFORM 2110-CAPTURA-RANGO UNTIL WKS-IDX-RANGO > 5.

           DISPLAY "PERMITE CONSUMOS EN EL EXTRANJERO S/N:"
                                                LINE 12 POSITION 03.
           ACCEPT PERMITE-EXTRANJERO-CT LINE 12 POSITION 43.

           IF PERMITE-EXTRANJERO-CT NOT = "N"
               MOVE "S" TO PERMITE-EXTRANJERO-CT.

           DISPLAY "PERMITE DISPOSICIONES DE EFECTIVO S/N:"
                                                LINE 13 POSITION 03.
           ACCEPT PERMITE-DISPOSICION-CT LINE 13 POSITION 43.

           IF PERMITE-DISPOSICION-CT NOT = "N"
               MOVE "S" TO PERMITE-DISPOSICION-CT.

           DISPLAY "PERMITE COMPRAS POR INTERNET S/N:"
                                                LINE 14 POSITION 03.
           ACCEPT PERMITE-INTERNET-CT LINE 14 POSITION 43.

           IF PERMITE-INTERNET-CT NOT = "N"
               MOVE "S" TO PERMITE-INTERNET-CT.

           MOVE WKS-ID-CAPTURA   TO ID-CLIENTE-CT.
           MOVE WKS-TARJ-CAPTURA TO NUM-TARJETA-CT.
           MOVE WKS-FECHA-HOY    TO FECHA-ACT-CT.

           IF WKS-EXISTE = 1
               REWRITE REG-CTLTARJ
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR" LINE 15
                                                       POSITION 03
               END-REWRITE
           ELSE
               WRITE REG-CTLTARJ
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR" LINE 15
                                                       POSITION 03
               END-WRITE.

      *UN RANGO INVERTIDO SE ACOMODA; UN HASTA EN CERO CON DESDE
      *CAPTURADO BLOQUEA SOLO ESE GIRO.
       2110-CAPTURA-RANGO.
           MOVE GIRO-DESDE-CT (WKS-IDX-RANGO) TO WKS-DESDE-CAPTURA.
           MOVE GIRO-HASTA-CT (WKS-IDX-RANGO) TO WKS-HASTA-CAPTURA.
           DISPLAY "RANGO " WKS-IDX-RANGO ":" LINE WKS-RENGLON
                                                       POSITION 03.
           DISPLAY WKS-DESDE-CAPTURA "/" WKS-HASTA-CAPTURA
                                   LINE WKS-RENGLON POSITION 14.
           ACCEPT WKS-DESDE-CAPTURA LINE WKS-RENGLON POSITION 25.
           ACCEPT WKS-HASTA-CAPTURA LINE WKS-RENGLON POSITION 31.

           IF WKS-HASTA-CAPTURA = 0
               MOVE WKS-DESDE-CAPTURA TO WKS-HASTA-CAPTURA.

           IF WKS-DESDE-CAPTURA > WKS-HASTA-CAPTURA
               MOVE WKS-DESDE-CAPTURA TO GIRO-HASTA-CT (WKS-IDX-RANGO)
               MOVE WKS-HASTA-CAPTURA TO GIRO-DESDE-CT (WKS-IDX-RANGO)
           ELSE
               MOVE WKS-DESDE-CAPTURA TO GIRO-DESDE-CT (WKS-IDX-RANGO)
               MOVE WKS-HASTA-CAPTURA TO GIRO-HASTA-CT (WKS-IDX-RANGO).

           ADD 1 TO WKS-RENGLON.
           ADD 1 TO WKS-IDX-RANGO.

       3000-FIN.
           CLOSE ICLIENTES.
           CLOSE TARJCLI.
           CLOSE CTLTARJ.

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
