      *MI PROGRAMA DE PROGRAMAS DE APOYO POR DESASTRE - DESPUES DE UN
      *HURACAN O UNA INUNDACION SE DECLARA AQUI EL PROGRAMA CON SU
      *FECHA DE INICIO Y SU DURACION, SE LE CARGAN LOS CODIGOS
      *POSTALES AFECTADOS DEL CATALOGO CODPOST Y SE INSCRIBE A LOS
      *CLIENTES QUE LO SOLICITEN AUNQUE SU DOMICILIO NO ESTE EN ESOS
      *CODIGOS. LA INSCRIPCION AUTOMATICA POR CP-DIR, EL DIFERIMIENTO
      *Y EL REGRESO A TERMINOS NORMALES LOS HACE APO-DIA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAN-APO.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APOYOS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CLAVE-AP
                FILE STATUS IS WKS-FS-APO.

           SELECT APOYCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-AC
                ALTERNATE RECORD KEY IS CLAVE-AP-AC WITH DUPLICATES
                FILE STATUS IS WKS-FS-APC.

           SELECT CODPOST ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CP-CAT.

           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD APOYOS.
       01 REG-APOYO.
       COPY APOYCOPY.

       FD APOYCLI.
       01 REG-APOYCLI.
       COPY APCLCOPY.

       FD CODPOST.
       01 REG-CODPOST.
        03 CP-CAT             PIC 9(05).
        03 CIUDAD-CAT         PIC X(20).
        03 ESTADO-CAT         PIC X(15).

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
       01 WKS-LOOP             PIC 9 VALUE 0.
       01 WKS-RES              PIC A(01).
       01 WKS-OPCION           PIC A(01).
       01 WKS-FS-APO           PIC X(02) VALUE "00".
       01 WKS-FS-APC           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-EXISTE           PIC 9 VALUE 0.
       01 WKS-ID-OPERADOR      PIC X(08) VALUE SPACES.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-CLAVE            PIC 9(03) VALUE 0.
       01 WKS-CLIENTE          PIC 9(06) VALUE 0.
       01 WKS-DESCRIPCION      PIC X(30) VALUE SPACES.
       01 WKS-DIAS             PIC 9(03) VALUE 0.
       01 WKS-ESTADO           PIC X(01) VALUE SPACES.
       01 WKS-CP               PIC 9(05) VALUE 0.
       01 WKS-IDX-CP           PIC 9(02) VALUE 0.
       01 WKS-POS-CP           PIC 9(02) VALUE 0.
       01 WKS-CONTADOR-DIAS    PIC 9(03) VALUE 0.
       01 WKS-FECHA-VALIDA     PIC 9 VALUE 0.
       01 WKS-CONT-ALTAS       PIC 9(06) VALUE 0.
       01 WKS-CONT-CAMBIOS     PIC 9(06) VALUE 0.
       01 WKS-CONT-INSCRITOS   PIC 9(06) VALUE 0.
       01 WKS-CONT-RECHAZADAS  PIC 9(06) VALUE 0.

       01 WKS-FECHA-INI        PIC 9(08) VALUE 0.
       01 WKS-FECHA-INI-R REDEFINES WKS-FECHA-INI.
           03 WKS-INI-AAAA         PIC 9(04).
           03 WKS-INI-MM           PIC 9(02).
           03 WKS-INI-DD           PIC 9(02).

       01 WKS-FECHA-FIN        PIC 9(08) VALUE 0.
       01 WKS-FECHA-FIN-R REDEFINES WKS-FECHA-FIN.
           03 WKS-FIN-AAAA         PIC 9(04).
           03 WKS-FIN-MM           PIC 9(02).
           03 WKS-FIN-DD           PIC 9(02).

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
       01 WKS-ANIO-CALC        PIC 9(04).
       01 WKS-MES-CALC         PIC 9(02).
       01 WKS-RESIDUO-4        PIC 9(02).
       01 WKS-RESIDUO-100      PIC 9(02).
       01 WKS-RESIDUO-400      PIC 9(02).
       01 WKS-COCIENTE         PIC 9(06).

      *RESULTADO DE LA FIRMA DE OPERADOR VALIDADA POR SEC-OPER.
       01 WKS-FIRMA.
       COPY FIRMCOPY.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-LOOP = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           MOVE "MAN-APO " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0
               STOP RUN.

           MOVE ID-OPERADOR-F TO WKS-ID-OPERADOR.

           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN I-O APOYOS.
           IF WKS-FS-APO = "35"
               OPEN OUTPUT APOYOS
               CLOSE APOYOS
               OPEN I-O APOYOS.

           OPEN I-O APOYCLI.
           IF WKS-FS-APC = "35"
               OPEN OUTPUT APOYCLI
               CLOSE APOYCLI
               OPEN I-O APOYCLI.

           OPEN INPUT CODPOST.
           OPEN INPUT ICLIENTES.

       2000-PROCESO.
           DISPLAY "(P)ROGRAMA DE APOYO, (C)ODIGOS POSTALES, (S)OLICIT"
                   "UD DE CLIENTE, (F)IN:" LINE 03 POSITION 03.
           ACCEPT WKS-OPCION LINE 03 POSITION 75.

           IF WKS-OPCION = "P"
               PERFORM 2100-PROGRAMA-APOYO THRU 2100-FIN.

           IF WKS-OPCION = "C"
               PERFORM 2200-CODIGOS-POSTALES THRU 2200-FIN.

           IF WKS-OPCION = "S"
               PERFORM 2300-SOLICITUD-CLIENTE THRU 2300-FIN.

           IF WKS-OPCION = "F"
               MOVE 1 TO WKS-LOOP.

      *DECLARACION O CAMBIO DEL PROGRAMA. LA FECHA DE INICIO PUEDE
      *SER ANTERIOR A HOY (EL DESASTRE SE DECLARA DESPUES DE
      *OCURRIDO); ALARGAR LA DURACION DE UN PROGRAMA ACTIVO LA TOMA
      *APO-DIA EN SU SIGUIENTE CORRIDA PARA TODOS SUS INSCRITOS.
       2100-PROGRAMA-APOYO.
           DISPLAY "CLAVE DEL PROGRAMA (3 DIGITOS):" LINE 05
                                                       POSITION 03.
           ACCEPT WKS-CLAVE LINE 05 POSITION 36.

           IF WKS-CLAVE = 0
               DISPLAY "LA CLAVE NO PUEDE SER CERO" LINE 20
                                                       POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2100-FIN.

           MOVE WKS-CLAVE TO CLAVE-AP.
           READ APOYOS INVALID KEY MOVE 0 TO WKS-EXISTE
                      NOT INVALID KEY MOVE 1 TO WKS-EXISTE.

           IF WKS-EXISTE = 1
               DISPLAY "PROGRAMA EXISTENTE - " DESCRIPCION-AP
                       " INICIO " FECHA-INI-AP " DIAS " DIAS-AP
                       " ESTADO " ESTADO-AP LINE 06 POSITION 03
           ELSE
               DISPLAY "PROGRAMA DE APOYO NUEVO" LINE 06 POSITION 03.

           IF WKS-EXISTE = 1 AND AP-TERMINADO
               DISPLAY "EL PROGRAMA YA TERMINO; DECLARE UNO NUEVO"
                                                LINE 20 POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2100-FIN.

           DISPLAY "DESCRIPCION DEL DESASTRE:" LINE 07 POSITION 03.
           ACCEPT WKS-DESCRIPCION LINE 07 POSITION 30.

           IF WKS-DESCRIPCION = SPACES
               DISPLAY "LA DESCRIPCION ES OBLIGATORIA" LINE 20
                                                       POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2100-FIN.

           DISPLAY "FECHA DE INICIO (AAAAMMDD, 0 = HOY):" LINE 08
                                                       POSITION 03.
           ACCEPT WKS-FECHA-INI LINE 08 POSITION 41.

           IF WKS-FECHA-INI = 0
               MOVE WKS-FECHA-HOY TO WKS-FECHA-INI.

           PERFORM 2110-VALIDA-FECHA-INI.
           IF WKS-FECHA-VALIDA = 0
               DISPLAY "FECHA DE INICIO NO VALIDA" LINE 20
                                                       POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2100-FIN.

           DISPLAY "DURACION EN DIAS (1 A 365):" LINE 09 POSITION 03.
           ACCEPT WKS-DIAS LINE 09 POSITION 32.

           IF WKS-DIAS = 0 OR WKS-DIAS > 365
               DISPLAY "DURACION NO VALIDA" LINE 20 POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2100-FIN.

           PERFORM 2120-CALCULA-FECHA-FIN.

           IF WKS-FECHA-FIN < WKS-FECHA-HOY
               DISPLAY "EL PROGRAMA YA HABRIA TERMINADO EL "
                       WKS-FECHA-FIN LINE 20 POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2100-FIN.

           DISPLAY "TERMINA EL " WKS-FECHA-FIN LINE 09 POSITION 40.

           DISPLAY "ESTADO (A)CTIVO (C)ANCELADO:" LINE 10 POSITION 03.
           ACCEPT WKS-ESTADO LINE 10 POSITION 33.

           MOVE WKS-ESTADO TO ESTADO-AP.
           IF NOT AP-ACTIVO AND NOT AP-CANCELADO
               DISPLAY "ESTADO NO VALIDO" LINE 20 POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2100-FIN.

           DISPLAY "CONFIRMA LOS DATOS S/N:" LINE 11 POSITION 03.
           ACCEPT WKS-RES LINE 11 POSITION 28.

           IF WKS-RES NOT = "S"
               GO TO 2100-FIN.

           IF WKS-EXISTE = 0
               MOVE WKS-CLAVE     TO CLAVE-AP
               MOVE 0             TO NUM-CP-AP
               MOVE 1             TO WKS-IDX-CP
               PERFORM 2130-LIMPIA-CP UNTIL WKS-IDX-CP > 20
               MOVE WKS-FECHA-HOY TO FECHA-ALTA-AP.

           MOVE WKS-DESCRIPCION TO DESCRIPCION-AP.
           MOVE WKS-FECHA-INI   TO FECHA-INI-AP.
           MOVE WKS-DIAS        TO DIAS-AP.
           MOVE WKS-FECHA-FIN   TO FECHA-FIN-AP.
           MOVE WKS-ESTADO      TO ESTADO-AP.
           MOVE WKS-ID-OPERADOR TO OPERADOR-AP.

           IF WKS-EXISTE = 1
               REWRITE REG-APOYO
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR" LINE 20
                                                       POSITION 03
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONT-CAMBIOS
                       DISPLAY "PROGRAMA DE APOYO ACTUALIZADO"
                                                LINE 20 POSITION 03
               END-REWRITE
           ELSE
               WRITE REG-APOYO
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR" LINE 20
                                                       POSITION 03
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONT-ALTAS
                       DISPLAY "PROGRAMA DE APOYO DECLARADO"
                                                LINE 20 POSITION 03
               END-WRITE.

       2100-FIN.
           EXIT.

       2110-VALIDA-FECHA-INI.
           MOVE 1 TO WKS-FECHA-VALIDA.

           IF WKS-INI-MM < 1 OR WKS-INI-MM > 12 OR WKS-INI-DD < 1
               MOVE 0 TO WKS-FECHA-VALIDA
           ELSE
               MOVE WKS-INI-AAAA TO WKS-ANIO-CALC
               MOVE WKS-INI-MM   TO WKS-MES-CALC
               PERFORM 2150-CALCULA-DIAS-MAX
               IF WKS-INI-DD > WKS-DIAS-MAX
                   MOVE 0 TO WKS-FECHA-VALIDA.

      *EL DIA DE INICIO CUENTA COMO PRIMER DIA DEL PROGRAMA: LA
      *FECHA FIN ES EL INICIO MAS LA DURACION MENOS UNO.
       2120-CALCULA-FECHA-FIN.
           MOVE WKS-FECHA-INI TO WKS-FECHA-FIN.
           MOVE 1 TO WKS-CONTADOR-DIAS.
           PERFORM 2140-SUMA-UN-DIA UNTIL WKS-CONTADOR-DIAS =
                                                          WKS-DIAS.

       2130-LIMPIA-CP.
           MOVE 0 TO CP-AFECTADO-AP (WKS-IDX-CP).
           ADD 1 TO WKS-IDX-CP.

       2140-SUMA-UN-DIA.
           MOVE WKS-FIN-AAAA TO WKS-ANIO-CALC.
           MOVE WKS-FIN-MM   TO WKS-MES-CALC.
           PERFORM 2150-CALCULA-DIAS-MAX.

           ADD 1 TO WKS-FIN-DD.
           IF WKS-FIN-DD > WKS-DIAS-MAX
              MOVE 1 TO WKS-FIN-DD
              ADD 1 TO WKS-FIN-MM
              IF WKS-FIN-MM > 12
                 MOVE 1 TO WKS-FIN-MM
                 ADD 1 TO WKS-FIN-AAAA.

           ADD 1 TO WKS-CONTADOR-DIAS.

       2150-CALCULA-DIAS-MAX.
           MOVE WKS-DIAS-MES-TAB (WKS-MES-CALC) TO WKS-DIAS-MAX.

           IF WKS-MES-CALC = 2
              DIVIDE WKS-ANIO-CALC BY 4
                  GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-4
              IF WKS-RESIDUO-4 NOT = 0
                 MOVE 28 TO WKS-DIAS-MAX
              ELSE
                 DIVIDE WKS-ANIO-CALC BY 100
                     GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-100
                 IF WKS-RESIDUO-100 = 0
                    DIVIDE WKS-ANIO-CALC BY 400
                        GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-400
                    IF WKS-RESIDUO-400 NOT = 0
                       MOVE 28 TO WKS-DIAS-MAX
                    ELSE
                       MOVE 29 TO WKS-DIAS-MAX
                 ELSE
                    MOVE 29 TO WKS-DIAS-MAX.

      *CODIGOS AFECTADOS DEL PROGRAMA, HASTA VEINTE, CADA UNO
      *VALIDADO CONTRA EL CATALOGO POSTAL. QUITAR UN CODIGO NO SACA
      *A LOS YA INSCRITOS: SOLO DEJA DE INSCRIBIR NUEVOS.
       2200-CODIGOS-POSTALES.
           DISPLAY "CLAVE DEL PROGRAMA (3 DIGITOS):" LINE 05
                                                       POSITION 03.
           ACCEPT WKS-CLAVE LINE 05 POSITION 36.

           MOVE WKS-CLAVE TO CLAVE-AP.
           READ APOYOS
               INVALID KEY
                   DISPLAY "EL PROGRAMA DE APOYO NO EXISTE" LINE 20
                                                       POSITION 03
                   ADD 1 TO WKS-CONT-RECHAZADAS
                   GO TO 2200-FIN
           END-READ.

           IF NOT AP-ACTIVO
               DISPLAY "EL PROGRAMA NO ESTA ACTIVO" LINE 20
                                                       POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2200-FIN.

           DISPLAY DESCRIPCION-AP " - CODIGOS CARGADOS: " NUM-CP-AP
                                                LINE 06 POSITION 03.

           DISPLAY "(A)GREGAR O (Q)UITAR CODIGO:" LINE 07 POSITION 03.
           ACCEPT WKS-OPCION LINE 07 POSITION 33.

           DISPLAY "CODIGO POSTAL:" LINE 08 POSITION 03.
           ACCEPT WKS-CP LINE 08 POSITION 19.

           MOVE 0 TO WKS-POS-CP.
           MOVE 1 TO WKS-IDX-CP.
           PERFORM 2210-BUSCA-CP UNTIL WKS-IDX-CP > NUM-CP-AP.

           IF WKS-OPCION = "A"
               PERFORM 2220-AGREGA-CP THRU 2220-FIN
           ELSE
               IF WKS-OPCION = "Q"
                   PERFORM 2230-QUITA-CP THRU 2230-FIN
               ELSE
                   DISPLAY "OPCION NO VALIDA" LINE 20 POSITION 03
                   ADD 1 TO WKS-CONT-RECHAZADAS.

       2200-FIN.
           EXIT.

       2210-BUSCA-CP.
           IF CP-AFECTADO-AP (WKS-IDX-CP) = WKS-CP
               MOVE WKS-IDX-CP TO WKS-POS-CP
               MOVE NUM-CP-AP TO WKS-IDX-CP.

           ADD 1 TO WKS-IDX-CP.

       2220-AGREGA-CP.
           IF WKS-POS-CP NOT = 0
               DISPLAY "EL CODIGO YA ESTA EN EL PROGRAMA" LINE 20
                                                       POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2220-FIN.

           IF NUM-CP-AP NOT < 20
               DISPLAY "EL PROGRAMA YA TIENE VEINTE CODIGOS" LINE 20
                                                       POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2220-FIN.

           MOVE WKS-CP TO CP-CAT.
           READ CODPOST
               INVALID KEY
                   DISPLAY "CODIGO POSTAL NO EXISTE EN EL CATALOGO"
                                                LINE 20 POSITION 03
                   ADD 1 TO WKS-CONT-RECHAZADAS
                   GO TO 2220-FIN
           END-READ.

           DISPLAY CIUDAD-CAT " " ESTADO-CAT LINE 08 POSITION 27.

           DISPLAY "CONFIRMA S/N:" LINE 09 POSITION 03.
           ACCEPT WKS-RES LINE 09 POSITION 18.

           IF WKS-RES NOT = "S"
               GO TO 2220-FIN.

           ADD 1 TO NUM-CP-AP.
           MOVE WKS-CP TO CP-AFECTADO-AP (NUM-CP-AP).
           MOVE WKS-ID-OPERADOR TO OPERADOR-AP.

           REWRITE REG-APOYO
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR" LINE 20
                                                       POSITION 03
               NOT INVALID KEY
                   ADD 1 TO WKS-CONT-CAMBIOS
                   DISPLAY "CODIGO AGREGADO AL PROGRAMA" LINE 20
                                                       POSITION 03
           END-REWRITE.

       2220-FIN.
           EXIT.

       2230-QUITA-CP.
           IF WKS-POS-CP = 0
               DISPLAY "EL CODIGO NO ESTA EN EL PROGRAMA" LINE 20
                                                       POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2230-FIN.

           DISPLAY "CONFIRMA S/N:" LINE 09 POSITION 03.
           ACCEPT WKS-RES LINE 09 POSITION 18.

           IF WKS-RES NOT = "S"
               GO TO 2230-FIN.

           MOVE WKS-POS-CP TO WKS-IDX-CP.
           PERFORM 2240-RECORRE-CP UNTIL WKS-IDX-CP NOT < NUM-CP-AP.
           MOVE 0 TO CP-AFECTADO-AP (NUM-CP-AP).
           SUBTRACT 1 FROM NUM-CP-AP.
           MOVE WKS-ID-OPERADOR TO OPERADOR-AP.

           REWRITE REG-APOYO
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR" LINE 20
                                                       POSITION 03
               NOT INVALID KEY
                   ADD 1 TO WKS-CONT-CAMBIOS
                   DISPLAY "CODIGO RETIRADO DEL PROGRAMA" LINE 20
                                                       POSITION 03
           END-REWRITE.

       2230-FIN.
           EXIT.

       2240-RECORRE-CP.
           MOVE CP-AFECTADO-AP (WKS-IDX-CP + 1)
                                   TO CP-AFECTADO-AP (WKS-IDX-CP).
           ADD 1 TO WKS-IDX-CP.

      *INSCRIPCION A SOLICITUD: EL CLIENTE AFECTADO QUE NO VIVE EN
      *UN CODIGO DECLARADO (TRABAJA AHI, TIENE AHI SU NEGOCIO) PIDE
      *EL APOYO Y QUEDA INSCRITO CON LA VENTANA DEL PROGRAMA. APO-DIA
      *DIFIERE SUS VENCIMIENTOS EN SU SIGUIENTE CORRIDA.
       2300-SOLICITUD-CLIENTE.
           DISPLAY "CLIENTE SOLICITANTE:" LINE 05 POSITION 03.
           ACCEPT WKS-CLIENTE LINE 05 POSITION 25.

           MOVE WKS-CLIENTE TO ID-CLIENTE-I.
           READ ICLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE NO EXISTE" LINE 20 POSITION 03
                   ADD 1 TO WKS-CONT-RECHAZADAS
                   GO TO 2300-FIN
           END-READ.

           DISPLAY NOMBRE-CLIENTE-I " CP " CP-DIR LINE 05
                                                       POSITION 33.

           MOVE WKS-CLIENTE TO ID-CLIENTE-AC.
           READ APOYCLI INVALID KEY MOVE 0 TO WKS-EXISTE
                       NOT INVALID KEY MOVE 1 TO WKS-EXISTE.

           IF WKS-EXISTE = 1 AND AC-EN-APOYO
               DISPLAY "EL CLIENTE YA ESTA INSCRITO EN EL PROGRAMA "
                       CLAVE-AP-AC LINE 20 POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2300-FIN.

           DISPLAY "CLAVE DEL PROGRAMA (3 DIGITOS):" LINE 06
                                                       POSITION 03.
           ACCEPT WKS-CLAVE LINE 06 POSITION 36.

           MOVE WKS-CLAVE TO CLAVE-AP.
           READ APOYOS
               INVALID KEY
                   DISPLAY "EL PROGRAMA DE APOYO NO EXISTE" LINE 20
                                                       POSITION 03
                   ADD 1 TO WKS-CONT-RECHAZADAS
                   GO TO 2300-FIN
           END-READ.

           IF NOT AP-ACTIVO OR FECHA-FIN-AP < WKS-FECHA-HOY
               DISPLAY "EL PROGRAMA NO ESTA VIGENTE" LINE 20
                                                       POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADAS
               GO TO 2300-FIN.

           DISPLAY DESCRIPCION-AP " DEL " FECHA-INI-AP " AL "
                   FECHA-FIN-AP LINE 07 POSITION 03.

           DISPLAY "CONFIRMA LA INSCRIPCION S/N:" LINE 08 POSITION 03.
           ACCEPT WKS-RES LINE 08 POSITION 33.

           IF WKS-RES NOT = "S"
               GO TO 2300-FIN.

           MOVE WKS-CLIENTE     TO ID-CLIENTE-AC.
           MOVE WKS-CLAVE       TO CLAVE-AP-AC.
           MOVE "S"             TO ORIGEN-AC.
           MOVE WKS-FECHA-HOY   TO FECHA-INSC-AC.
           MOVE FECHA-INI-AP    TO FECHA-INI-AC.
           MOVE FECHA-FIN-AP    TO FECHA-FIN-AC.
           MOVE "I"             TO ESTADO-AC.
           MOVE 0               TO CICLOS-DIF-AC.
           MOVE 0               TO SALDO-DIF-AC.
           MOVE 0               TO FECHA-TERM-AC.
           MOVE WKS-ID-OPERADOR TO OPERADOR-AC.

           IF WKS-EXISTE = 1
               REWRITE REG-APOYCLI
                   INVALID KEY
                       DISPLAY "NO SE PUDO INSCRIBIR" LINE 20
                                                       POSITION 03
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONT-INSCRITOS
                       DISPLAY "CLIENTE INSCRITO EN EL PROGRAMA"
                                                LINE 20 POSITION 03
               END-REWRITE
           ELSE
               WRITE REG-APOYCLI
                   INVALID KEY
                       DISPLAY "NO SE PUDO INSCRIBIR" LINE 20
                                                       POSITION 03
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONT-INSCRITOS
                       DISPLAY "CLIENTE INSCRITO EN EL PROGRAMA"
                                                LINE 20 POSITION 03
               END-WRITE.

       2300-FIN.
           EXIT.

       3000-FIN.
           CLOSE APOYOS.
           CLOSE APOYCLI.
           CLOSE CODPOST.
           CLOSE ICLIENTES.
           DISPLAY "PROGRAMAS DECLARADOS: " WKS-CONT-ALTAS.
           DISPLAY "CAMBIOS: " WKS-CONT-CAMBIOS.
           DISPLAY "INSCRITOS A SOLICITUD: " WKS-CONT-INSCRITOS.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "MAN-APO " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           COMPUTE LEIDOS-BIT = WKS-CONT-ALTAS + WKS-CONT-CAMBIOS.
           MOVE WKS-CONT-INSCRITOS TO ESCRITOS-BIT.
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
