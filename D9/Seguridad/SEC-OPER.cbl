      *MI RUTINA COMPARTIDA DE FIRMA DE OPERADOR - PIDE ID Y CLAVE,
      *LOS VALIDA CONTRA EL MAESTRO OPERADORES Y REGRESA AL
      *LLAMADOR EL OPERADOR FIRMADO CON SU NIVEL DE PERMISOS. TRES
      *INTENTOS FALLIDOS REGRESAN FIRMA-OK-F EN CERO. LOS FALLOS SE
      *ACUMULAN EN EL MAESTRO ENTRE LLAMADAS Y AL LLEGAR AL TOPE EL
      *OPERADOR QUEDA BLOQUEADO HASTA QUE MAN-OPE LO DESBLOQUEE. UNA
      *CLAVE VENCIDA SE CAMBIA AQUI MISMO ANTES DE DEJARLO PASAR, SIN
      *REPETIR NINGUNA DE LAS ULTIMAS. CADA EVENTO QUEDA EN LOGFIRMA.
      *AL OPERADOR CON ROLES SE LE CARGAN DE PERMISOS LOS PROGRAMAS Y
      *FUNCIONES QUE SUMAN SUS ROLES Y SE LE NIEGA LA FIRMA EN UN
      *PROGRAMA QUE NO ESTA ENTRE ELLOS; CADA PROGRAMA CONSULTA LAS
      *FUNCIONES CON LA RUTINA SEC-PERM.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEC-OPER.
       ENVIRONMENT DIVISION.
                DYNAMIC
                RECORD KEY IS ID-OPER.

           SELECT LOGFIRMA ASSIGN TO DISK
                FILE STATUS IS WKS-FS-LOGF.

           SELECT PERMISOS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS PERMISO-KEY
                FILE STATUS IS WKS-FS-PERM.

       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES.
       01 REG-OPER.
       COPY OPERCOPY.

      *BITACORA DE FIRMAS - UN ASIENTO POR EVENTO.
       FD LOGFIRMA.
       01 REG-LOGFIRMA.
       COPY LOGFCOPY.

      *TABLA DE PERMISOS POR ROL Y PROGRAMA.
       FD PERMISOS.
       01 REG-PERMISOS.
       COPY PERMCOPY.

       WORKING-STORAGE SECTION.
       01 WKS-INTENTOS        PIC 9 VALUE 0.
       01 WKS-INVALID-KEY     PIC 9 VALUE 0.
       01 WKS-ID-CAPTURA      PIC X(08).
       01 WKS-CLAVE-CAPTURA   PIC X(08).
       01 WKS-FS-LOGF         PIC X(02) VALUE "00".
       01 WKS-FECHA-HOY       PIC 9(08) VALUE 0.
       01 WKS-EVENTO          PIC X(02) VALUE SPACES.
       01 WKS-CLAVE-NUEVA     PIC X(08).
       01 WKS-CLAVE-CONFIRMA  PIC X(08).
       01 WKS-CLAVE-CAMBIADA  PIC 9 VALUE 0.
       01 WKS-INTENTOS-CAMBIO PIC 9 VALUE 0.
       01 WKS-CLAVE-REPETIDA  PIC 9 VALUE 0.
       01 WKS-HIS-IDX         PIC 9(02) VALUE 0.
       01 WKS-FS-PERM         PIC X(02) VALUE "00".
       01 WKS-SIN-PERMISOS    PIC 9 VALUE 0.
       01 WKS-EOF-PERM        PIC 9 VALUE 0.
       01 WKS-ROL-IDX         PIC 9(02) VALUE 0.
       01 WKS-PERM-IDX        PIC 9(02) VALUE 0.
       01 WKS-BUS-IDX         PIC 9(02) VALUE 0.
       01 WKS-FUN-IDX         PIC 9(02) VALUE 0.
       01 WKS-FUN-LARGO       PIC 9(02) VALUE 0.
       01 WKS-FUN-CUENTA      PIC 9(02) VALUE 0.
       01 WKS-PROG-BUSCA      PIC X(08).

      *RENGLONES DE PERMISO QUE CABEN EN FIRMCOPY.
       01 WKS-MAX-PERMISOS    PIC 9(02) VALUE 40.

      *FALLOS ACUMULADOS QUE BLOQUEAN AL OPERADOR, DIAS NATURALES DE
      *VIGENCIA DE UNA CLAVE Y CLAVES ANTERIORES QUE NO SE PUEDEN
      *REPETIR (EL TAMANO DE HISTORIA-CLAVES-OPER).
       01 WKS-MAX-FALLOS      PIC 9(02) VALUE 5.
       01 WKS-DIAS-VIGENCIA   PIC 9(03) VALUE 90.
       01 WKS-MAX-HISTORIA    PIC 9(02) VALUE 5.

       01 WKS-FECHA-EVALUA     PIC 9(08) VALUE 0.
       01 WKS-FECHA-EVALUA-R REDEFINES WKS-FECHA-EVALUA.
           03 WKS-EVA-AAAA         PIC 9(04).
           03 WKS-EVA-MM           PIC 9(02).
           03 WKS-EVA-DD           PIC 9(02).

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
       01 WKS-RESIDUO-4        PIC 9(02).
       01 WKS-RESIDUO-100      PIC 9(02).
       01 WKS-RESIDUO-400      PIC 9(02).
       01 WKS-COCIENTE         PIC 9(06).

       LINKAGE SECTION.
       01 FIRMA-OPERADOR.
           MOVE 0 TO NIVEL-OPERADOR-F.
           MOVE 0 TO FIRMA-OK-F.
           MOVE 0 TO SUCURSAL-F.
           MOVE 0 TO TIENE-ROLES-F.
           MOVE 0 TO CUENTA-PERM-F.
           MOVE 0 TO PERMITIDO-F.
           MOVE 0 TO WKS-INTENTOS.

           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.

           OPEN I-O OPERADORES.

           OPEN EXTEND LOGFIRMA.
           IF WKS-FS-LOGF = "35"
               OPEN OUTPUT LOGFIRMA.

           OPEN INPUT PERMISOS.
           IF WKS-FS-PERM NOT = "00"
               MOVE 1 TO WKS-SIN-PERMISOS.

           PERFORM 1000-INTENTO-FIRMA THRU 1000-FIN
               UNTIL FIRMA-OK-F = 1 OR WKS-INTENTOS = 3.

           CLOSE OPERADORES.
           CLOSE LOGFIRMA.
           IF WKS-SIN-PERMISOS = 0
               CLOSE PERMISOS.

           IF FIRMA-OK-F = 0
               DISPLAY "FIRMA RECHAZADA" LINE 07 POSITION 03.
           GOBACK.

       1000-INTENTO-FIRMA.

           IF WKS-INVALID-KEY = 1
               DISPLAY "OPERADOR NO EXISTE" LINE 03 POSITION 03
               MOVE "NE" TO WKS-EVENTO
               PERFORM 9100-GRABA-LOG
               GO TO 1000-FIN.

           PERFORM 1010-NORMALIZA-CONTROL.

           IF ACTIVO-OPER NOT = "A"
               DISPLAY "OPERADOR INACTIVO" LINE 03 POSITION 03
               MOVE "IN" TO WKS-EVENTO
               PERFORM 9100-GRABA-LOG
               GO TO 1000-FIN.

      *UN OPERADOR BLOQUEADO NO SIGUE INTENTANDO AUNQUE TRAIGA LA
      *CLAVE CORRECTA.
           IF OPER-BLOQUEADO
               DISPLAY "OPERADOR BLOQUEADO, SOLICITE EL DESBLOQUEO AL "
                       "ADMINISTRADOR" LINE 03 POSITION 03
               MOVE "BL" TO WKS-EVENTO
               PERFORM 9100-GRABA-LOG
               MOVE 3 TO WKS-INTENTOS
               GO TO 1000-FIN.

           IF PASSWORD-OPER NOT = WKS-CLAVE-CAPTURA
               PERFORM 1020-CLAVE-INCORRECTA
               GO TO 1000-FIN.

           MOVE 0 TO INTENTOS-FALLIDOS-OPER.
           MOVE WKS-FECHA-HOY TO FECHA-ULT-FIRMA-OPER.

           IF WKS-FECHA-HOY NOT < FECHA-VENCE-CLAVE-OPER
               PERFORM 1100-CAMBIA-CLAVE THRU 1100-FIN
               IF WKS-CLAVE-CAMBIADA = 0
                   REWRITE REG-OPER
                   DISPLAY "LA CLAVE VENCIO Y NO SE CAMBIO" LINE 03
                                                       POSITION 03
                   MOVE 3 TO WKS-INTENTOS
                   GO TO 1000-FIN.

           REWRITE REG-OPER.

      *CON ROLES EL PROGRAMA QUE PIDE LA FIRMA TIENE QUE ESTAR ENTRE
      *LOS QUE SUS ROLES PERMITEN; LA CLAVE FUE CORRECTA Y NO CUENTA
      *COMO INTENTO FALLIDO.
           PERFORM 1200-CARGA-PERMISOS THRU 1200-FIN.

           IF FIRMA-CON-ROLES AND PROGRAMA-F NOT = SPACES
               MOVE PROGRAMA-F TO WKS-PROG-BUSCA
               PERFORM 1240-BUSCA-PROGRAMA
               IF WKS-PERM-IDX = 0
                   MOVE "*" TO WKS-PROG-BUSCA
                   PERFORM 1240-BUSCA-PROGRAMA
               END-IF
               IF WKS-PERM-IDX = 0
                   DISPLAY "SUS ROLES NO LE PERMITEN EJECUTAR "
                           PROGRAMA-F LINE 03 POSITION 03
                   MOVE "SP" TO WKS-EVENTO
                   PERFORM 9100-GRABA-LOG
                   MOVE 0 TO TIENE-ROLES-F
                   MOVE 0 TO CUENTA-PERM-F
                   MOVE 3 TO WKS-INTENTOS
                   GO TO 1000-FIN.

           MOVE ID-OPER TO ID-OPERADOR-F.
           MOVE NIVEL-OPER TO NIVEL-OPERADOR-F.
           MOVE SUCURSAL-OPER TO SUCURSAL-F.
           MOVE 1 TO FIRMA-OK-F.

           MOVE "OK" TO WKS-EVENTO.
           PERFORM 9100-GRABA-LOG.

       1000-FIN.
           EXIT.

      *UN REGISTRO DADO DE ALTA ANTES DEL CONTROL DE FIRMAS TRAE LOS
      *CAMPOS NUEVOS SIN INICIALIZAR: ARRANCA SIN FALLOS, SIN BLOQUEO
      *Y CON LA CLAVE VENCIDA PARA QUE LA PRIMERA FIRMA LA CAMBIE.
       1010-NORMALIZA-CONTROL.
           IF INTENTOS-FALLIDOS-OPER NOT NUMERIC
               MOVE 0 TO INTENTOS-FALLIDOS-OPER.

           IF BLOQUEADO-OPER NOT = "S"
               MOVE "N" TO BLOQUEADO-OPER.

           IF FECHA-BLOQUEO-OPER NOT NUMERIC
               MOVE 0 TO FECHA-BLOQUEO-OPER.

           IF FECHA-ULT-FIRMA-OPER NOT NUMERIC
               MOVE 0 TO FECHA-ULT-FIRMA-OPER.

           IF FECHA-VENCE-CLAVE-OPER NOT NUMERIC
               MOVE 0 TO FECHA-VENCE-CLAVE-OPER
               MOVE SPACES TO HISTORIA-CLAVES-OPER.

           IF ROLES-OPER = LOW-VALUES
               MOVE SPACES TO ROLES-OPER.

       1020-CLAVE-INCORRECTA.
           ADD 1 TO INTENTOS-FALLIDOS-OPER.
           DISPLAY "CLAVE INCORRECTA" LINE 03 POSITION 03.
           MOVE "CI" TO WKS-EVENTO.
           PERFORM 9100-GRABA-LOG.

           IF INTENTOS-FALLIDOS-OPER NOT < WKS-MAX-FALLOS
               MOVE "S" TO BLOQUEADO-OPER
               MOVE WKS-FECHA-HOY TO FECHA-BLOQUEO-OPER
               DISPLAY "OPERADOR BLOQUEADO POR INTENTOS FALLIDOS"
                                                LINE 03 POSITION 03
               MOVE "BQ" TO WKS-EVENTO
               PERFORM 9100-GRABA-LOG
               MOVE 3 TO WKS-INTENTOS.

           REWRITE REG-OPER.

      *CAMBIO OBLIGATORIO DE CLAVE VENCIDA: TRES OPORTUNIDADES PARA
      *DAR UNA CLAVE NUEVA, CONFIRMADA, Y QUE NO SEA LA ACTUAL NI
      *NINGUNA DE LA HISTORIA.
       1100-CAMBIA-CLAVE.
           MOVE 0 TO WKS-CLAVE-CAMBIADA.
           MOVE 0 TO WKS-INTENTOS-CAMBIO.

           DISPLAY "SU CLAVE VENCIO, DEBE CAMBIARLA" LINE 03
                                                       POSITION 03.

           PERFORM 1110-CAPTURA-CLAVE-NUEVA
               UNTIL WKS-CLAVE-CAMBIADA = 1
                  OR WKS-INTENTOS-CAMBIO = 3.

       1100-FIN.
           EXIT.

       1110-CAPTURA-CLAVE-NUEVA.
           ADD 1 TO WKS-INTENTOS-CAMBIO.

           DISPLAY "CLAVE NUEVA:" LINE 04 POSITION 03.
           ACCEPT WKS-CLAVE-NUEVA LINE 04 POSITION 17.

           DISPLAY "CONFIRME LA CLAVE NUEVA:" LINE 05 POSITION 03.
           ACCEPT WKS-CLAVE-CONFIRMA LINE 05 POSITION 29.

           IF WKS-CLAVE-NUEVA = SPACES
               DISPLAY "LA CLAVE NO PUEDE IR EN BLANCO" LINE 06
                                                       POSITION 03
           ELSE
               IF WKS-CLAVE-NUEVA NOT = WKS-CLAVE-CONFIRMA
                   DISPLAY "LA CONFIRMACION NO COINCIDE" LINE 06
                                                       POSITION 03
               ELSE
                   PERFORM 1120-VALIDA-HISTORIA
                   IF WKS-CLAVE-REPETIDA = 1
                       DISPLAY "NO PUEDE REPETIR UNA CLAVE RECIENTE"
                                                LINE 06 POSITION 03
                       MOVE "CR" TO WKS-EVENTO
                       PERFORM 9100-GRABA-LOG
                   ELSE
                       PERFORM 1130-APLICA-CLAVE-NUEVA
                   END-IF
               END-IF
           END-IF.

       1120-VALIDA-HISTORIA.
           MOVE 0 TO WKS-CLAVE-REPETIDA.

           IF WKS-CLAVE-NUEVA = PASSWORD-OPER
               MOVE 1 TO WKS-CLAVE-REPETIDA.

           MOVE 1 TO WKS-HIS-IDX.
           PERFORM 1121-COMPARA-HISTORIA
               UNTIL WKS-HIS-IDX > WKS-MAX-HISTORIA.

       1121-COMPARA-HISTORIA.
           IF CLAVE-ANT-OPER (WKS-HIS-IDX) = WKS-CLAVE-NUEVA
               MOVE 1 TO WKS-CLAVE-REPETIDA.

           ADD 1 TO WKS-HIS-IDX.

      *LA CLAVE QUE SE DEJA ENTRA AL PRINCIPIO DE LA HISTORIA Y LA
      *MAS VIEJA SALE.
       1130-APLICA-CLAVE-NUEVA.
           MOVE WKS-MAX-HISTORIA TO WKS-HIS-IDX.
           PERFORM 1131-RECORRE-HISTORIA
               UNTIL WKS-HIS-IDX < 2.

           MOVE PASSWORD-OPER TO CLAVE-ANT-OPER (1).
           MOVE WKS-CLAVE-NUEVA TO PASSWORD-OPER.

           MOVE WKS-FECHA-HOY TO WKS-FECHA-EVALUA.
           PERFORM 9030-SUMA-DIA-EVALUA WKS-DIAS-VIGENCIA TIMES.
           MOVE WKS-FECHA-EVALUA TO FECHA-VENCE-CLAVE-OPER.

           MOVE 1 TO WKS-CLAVE-CAMBIADA.
           DISPLAY "CLAVE CAMBIADA, VENCE EL " FECHA-VENCE-CLAVE-OPER
                                                LINE 06 POSITION 03.
           MOVE "CC" TO WKS-EVENTO.
           PERFORM 9100-GRABA-LOG.

       1131-RECORRE-HISTORIA.
           MOVE CLAVE-ANT-OPER (WKS-HIS-IDX - 1)
                                    TO CLAVE-ANT-OPER (WKS-HIS-IDX).
           SUBTRACT 1 FROM WKS-HIS-IDX.

      *SUMA LOS RENGLONES DE PERMISOS DE CADA ROL DEL OPERADOR: UN
      *PROGRAMA QUE VIENE EN DOS ROLES QUEDA CON LAS FUNCIONES DE
      *AMBOS. SIN ROLES NO SE CARGA NADA Y EL OPERADOR SIGUE CON SU
      *NIVEL; CON ROLES PERO SIN TABLA DE PERMISOS NO TIENE NINGUNO.
       1200-CARGA-PERMISOS.
           MOVE 0 TO TIENE-ROLES-F.
           MOVE 0 TO CUENTA-PERM-F.

           IF ROLES-OPER = SPACES
               GO TO 1200-FIN.

           MOVE 1 TO TIENE-ROLES-F.

           IF WKS-SIN-PERMISOS = 1
               GO TO 1200-FIN.

           MOVE 1 TO WKS-ROL-IDX.
           PERFORM 1210-CARGA-ROL UNTIL WKS-ROL-IDX > 3.

       1200-FIN.
           EXIT.

       1210-CARGA-ROL.
           IF ROL-OPER (WKS-ROL-IDX) NOT = SPACES
               MOVE ROL-OPER (WKS-ROL-IDX) TO ROL-PE
               MOVE LOW-VALUES TO PROGRAMA-PE
               MOVE 0 TO WKS-EOF-PERM
               START PERMISOS KEY IS > PERMISO-KEY
                   INVALID KEY MOVE 1 TO WKS-EOF-PERM
               END-START
               PERFORM 1220-LEE-PERMISO UNTIL WKS-EOF-PERM = 1.

           ADD 1 TO WKS-ROL-IDX.

       1220-LEE-PERMISO.
           READ PERMISOS NEXT AT END MOVE 1 TO WKS-EOF-PERM.

           IF WKS-EOF-PERM = 0
              AND ROL-PE NOT = ROL-OPER (WKS-ROL-IDX)
               MOVE 1 TO WKS-EOF-PERM.

           IF WKS-EOF-PERM = 0
               PERFORM 1230-SUMA-PERMISO.

       1230-SUMA-PERMISO.
           MOVE PROGRAMA-PE TO WKS-PROG-BUSCA.
           PERFORM 1240-BUSCA-PROGRAMA.

           IF WKS-PERM-IDX = 0
              AND CUENTA-PERM-F < WKS-MAX-PERMISOS
               ADD 1 TO CUENTA-PERM-F
               MOVE CUENTA-PERM-F TO WKS-PERM-IDX
               MOVE PROGRAMA-PE TO PROGRAMA-PF (WKS-PERM-IDX)
               MOVE SPACES TO FUNCIONES-PF (WKS-PERM-IDX).

           IF WKS-PERM-IDX NOT = 0
               MOVE 1 TO WKS-FUN-IDX
               PERFORM 1250-UNE-FUNCION UNTIL WKS-FUN-IDX > 10.

       1240-BUSCA-PROGRAMA.
           MOVE 0 TO WKS-PERM-IDX.
           MOVE 1 TO WKS-BUS-IDX.
           PERFORM 1241-COMPARA-PROGRAMA
               UNTIL WKS-BUS-IDX > CUENTA-PERM-F
                  OR WKS-PERM-IDX NOT = 0.

       1241-COMPARA-PROGRAMA.
           IF PROGRAMA-PF (WKS-BUS-IDX) = WKS-PROG-BUSCA
               MOVE WKS-BUS-IDX TO WKS-PERM-IDX.

           ADD 1 TO WKS-BUS-IDX.

      *LA LETRA DEL ROL QUE TODAVIA NO TIENE EL RENGLON SE AGREGA AL
      *FINAL DE SUS FUNCIONES.
       1250-UNE-FUNCION.
           IF FUNCIONES-PE (WKS-FUN-IDX:1) NOT = SPACE
               MOVE 0 TO WKS-FUN-CUENTA
               INSPECT FUNCIONES-PF (WKS-PERM-IDX) TALLYING
                   WKS-FUN-CUENTA
                   FOR ALL FUNCIONES-PE (WKS-FUN-IDX:1)
               MOVE 0 TO WKS-FUN-LARGO
               INSPECT FUNCIONES-PF (WKS-PERM-IDX) TALLYING
                   WKS-FUN-LARGO FOR CHARACTERS BEFORE INITIAL SPACE
               IF WKS-FUN-CUENTA = 0 AND WKS-FUN-LARGO < 10
                   MOVE FUNCIONES-PE (WKS-FUN-IDX:1) TO
                       FUNCIONES-PF (WKS-PERM-IDX)
                                    (WKS-FUN-LARGO + 1:1).

           ADD 1 TO WKS-FUN-IDX.

       9030-SUMA-DIA-EVALUA.
           PERFORM 9031-DIAS-MAX-EVALUA.

           ADD 1 TO WKS-EVA-DD.
           IF WKS-EVA-DD > WKS-DIAS-MAX
              MOVE 1 TO WKS-EVA-DD
              ADD 1 TO WKS-EVA-MM
              IF WKS-EVA-MM > 12
                 MOVE 1 TO WKS-EVA-MM
                 ADD 1 TO WKS-EVA-AAAA.

       9031-DIAS-MAX-EVALUA.
           MOVE WKS-DIAS-MES-TAB (WKS-EVA-MM) TO WKS-DIAS-MAX.

           IF WKS-EVA-MM = 2
              DIVIDE WKS-EVA-AAAA BY 4
                  GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-4
              IF WKS-RESIDUO-4 NOT = 0
                 MOVE 28 TO WKS-DIAS-MAX
              ELSE
                 DIVIDE WKS-EVA-AAAA BY 100
                     GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-100
                 IF WKS-RESIDUO-100 = 0
                    DIVIDE WKS-EVA-AAAA BY 400
                        GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-400
                    IF WKS-RESIDUO-400 NOT = 0
                       MOVE 28 TO WKS-DIAS-MAX
                    ELSE
                       MOVE 29 TO WKS-DIAS-MAX
                 ELSE
                    MOVE 29 TO WKS-DIAS-MAX.

       9100-GRABA-LOG.
           MOVE WKS-ID-CAPTURA TO ID-OPER-LF.
           MOVE WKS-FECHA-HOY  TO FECHA-LF.
           ACCEPT HORA-LF FROM TIME.
           MOVE WKS-EVENTO     TO EVENTO-LF.
           MOVE SPACES         TO ADMIN-LF.
           WRITE REG-LOGFIRMA.
