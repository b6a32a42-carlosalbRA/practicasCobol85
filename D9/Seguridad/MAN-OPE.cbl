      *ALTAS Y CAMBIOS DE ID, CLAVE DE ACCESO, NIVEL DE PERMISOS Y
      *ESTADO. SOBRE UN MAESTRO EXISTENTE EXIGE LA FIRMA DE UN
      *OPERADOR DE NIVEL COMPLETO; EL MAESTRO NUEVO PERMITE DAR DE
      *ALTA AL PRIMER OPERADOR SIN FIRMA. LA CLAVE DE UN OPERADOR
      *EXISTENTE YA NO SE TECLEA AQUI: EL ADMINISTRADOR SOLO LA
      *RESTABLECE CON UNA TEMPORAL QUE SEC-OPER OBLIGA A CAMBIAR EN LA
      *SIGUIENTE FIRMA, O DESBLOQUEA AL OPERADOR QUE AGOTO SUS
      *INTENTOS. AMBAS ACCIONES QUEDAN EN LOGFIRMA. AQUI SE ASIGNAN
      *TAMBIEN LOS ROLES DEL OPERADOR, QUE DEBEN ESTAR DEFINIDOS EN LA
      *TABLA DE PERMISOS (MAN-PER); SIN ROLES SOLO CUENTA SU NIVEL.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAN-OPE.
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

      *BITACORA DE FIRMAS - DESBLOQUEOS Y CLAVES RESTABLECIDAS.
       FD LOGFIRMA.
       01 REG-LOGFIRMA.
       COPY LOGFCOPY.

      *TABLA DE PERMISOS - SOLO PARA VALIDAR LOS ROLES ASIGNADOS.
       FD PERMISOS.
       01 REG-PERMISOS.
       COPY PERMCOPY.

       WORKING-STORAGE SECTION.
       01 WKS-LOOP            PIC 9 VALUE 0.
       01 WKS-MODO            PIC 9 VALUE 2.
       01 WKS-EXISTE          PIC 9 VALUE 0.
       01 WKS-ID-CAPTURA      PIC X(08).
       01 WKS-ABIERTO         PIC 9 VALUE 0.
       01 WKS-FS-LOGF         PIC X(02) VALUE "00".
       01 WKS-ACCION          PIC A(01) VALUE "N".
       01 WKS-EVENTO          PIC X(02) VALUE SPACES.
       01 WKS-FS-PERM         PIC X(02) VALUE "00".
       01 WKS-SIN-PERMISOS    PIC 9 VALUE 0.
       01 WKS-ROL-IDX         PIC 9(02) VALUE 0.
       01 WKS-ROL-LINEA       PIC 9(02) VALUE 0.
       01 WKS-ROL-EXISTE      PIC 9 VALUE 0.

       01 WKS-FIRMA.
       COPY FIRMCOPY.
           ACCEPT WKS-MODO LINE 01 POSITION 51.

           IF WKS-MODO = 1
               MOVE SPACES TO ID-OPERADOR-F
               OPEN OUTPUT OPERADORES
               CLOSE OPERADORES
           ELSE
               MOVE "MAN-OPE " TO PROGRAMA-F
               CALL "SEC-OPER" USING WKS-FIRMA
               MOVE "E" TO FUNCION-SOL-F
               MOVE 1 TO NIVEL-SOL-F
               CALL "SEC-PERM" USING WKS-FIRMA
               IF FIRMA-OK-F = 0 OR PERMITIDO-F = 0
                   DISPLAY "SE REQUIERE OPERADOR DE NIVEL COMPLETO"
                                                LINE 04 POSITION 03
                   MOVE 1 TO WKS-LOOP.

           IF WKS-LOOP = 0
               OPEN I-O OPERADORES
               OPEN EXTEND LOGFIRMA
               IF WKS-FS-LOGF = "35"
                   OPEN OUTPUT LOGFIRMA
               END-IF
               OPEN INPUT PERMISOS
               IF WKS-FS-PERM NOT = "00"
                   MOVE 1 TO WKS-SIN-PERMISOS
               END-IF
               MOVE 1 TO WKS-ABIERTO.

       2000-PROCESO.
               MOVE 1 TO WKS-LOOP.

       2010-CAPTURA-DATOS.
           MOVE SPACES TO WKS-EVENTO.

           IF WKS-EXISTE = 1
               PERFORM 2030-ESTADO-FIRMA
           ELSE
               DISPLAY "CLAVE TEMPORAL:" LINE 07 POSITION 03
               ACCEPT PASSWORD-OPER LINE 07 POSITION 20
               PERFORM 2040-INICIA-CONTROL.

           DISPLAY "NIVEL (1) COMPLETO (2) RESTRINGIDO:" LINE 08
                                                       POSITION 03.
           IF ACTIVO-OPER NOT = "I"
               MOVE "A" TO ACTIVO-OPER.

           IF WKS-EXISTE = 0 OR ROLES-OPER = LOW-VALUES
               MOVE SPACES TO ROLES-OPER.

           MOVE 1 TO WKS-ROL-IDX.
           PERFORM 2060-CAPTURA-ROL UNTIL WKS-ROL-IDX > 3.

       2020-GRABA-OPERADOR.
           MOVE WKS-ID-CAPTURA TO ID-OPER.

                                               LINE 10 POSITION 03
               END-WRITE.

           IF WKS-EVENTO NOT = SPACES
               PERFORM 2050-GRABA-LOG.

      *SITUACION DE LA FIRMA DEL OPERADOR Y ACCION DEL ADMINISTRADOR:
      *RESTABLECER DEJA UNA CLAVE TEMPORAL YA VENCIDA Y TAMBIEN
      *DESBLOQUEA; DESBLOQUEAR SOLO LIMPIA LOS INTENTOS.
       2030-ESTADO-FIRMA.
           IF INTENTOS-FALLIDOS-OPER NOT NUMERIC
               MOVE 0 TO INTENTOS-FALLIDOS-OPER.
           IF FECHA-ULT-FIRMA-OPER NOT NUMERIC
               MOVE 0 TO FECHA-ULT-FIRMA-OPER.
           IF FECHA-VENCE-CLAVE-OPER NOT NUMERIC
               MOVE 0 TO FECHA-VENCE-CLAVE-OPER.
           IF BLOQUEADO-OPER NOT = "S"
               MOVE "N" TO BLOQUEADO-OPER.

           DISPLAY "BLOQUEADO: " BLOQUEADO-OPER "  FALLIDOS: "
                   INTENTOS-FALLIDOS-OPER "  ULTIMA FIRMA: "
                   FECHA-ULT-FIRMA-OPER "  CLAVE VENCE: "
                   FECHA-VENCE-CLAVE-OPER LINE 13 POSITION 03.

           DISPLAY "(R)ESTABLECER CLAVE, (D)ESBLOQUEAR, (N)INGUNA:"
                                                LINE 07 POSITION 03.
           ACCEPT WKS-ACCION LINE 07 POSITION 51.

           IF WKS-ACCION = "R"
               DISPLAY "CLAVE TEMPORAL:" LINE 14 POSITION 03
               ACCEPT PASSWORD-OPER LINE 14 POSITION 20
               MOVE 0 TO FECHA-VENCE-CLAVE-OPER
               MOVE 0 TO INTENTOS-FALLIDOS-OPER
               MOVE "N" TO BLOQUEADO-OPER
               MOVE "RS" TO WKS-EVENTO.

           IF WKS-ACCION = "D"
               MOVE 0 TO INTENTOS-FALLIDOS-OPER
               MOVE "N" TO BLOQUEADO-OPER
               MOVE "DS" TO WKS-EVENTO.

      *EL OPERADOR NUEVO ARRANCA CON LA CLAVE TEMPORAL VENCIDA PARA
      *QUE LA CAMBIE EN SU PRIMERA FIRMA.
       2040-INICIA-CONTROL.
           MOVE 0      TO INTENTOS-FALLIDOS-OPER.
           MOVE "N"    TO BLOQUEADO-OPER.
           MOVE 0      TO FECHA-BLOQUEO-OPER.
           MOVE 0      TO FECHA-ULT-FIRMA-OPER.
           MOVE 0      TO FECHA-VENCE-CLAVE-OPER.
           MOVE SPACES TO HISTORIA-CLAVES-OPER.
           MOVE "RS"   TO WKS-EVENTO.

       2050-GRABA-LOG.
           MOVE WKS-ID-CAPTURA TO ID-OPER-LF.
           ACCEPT FECHA-LF FROM DATE YYYYMMDD.
           ACCEPT HORA-LF FROM TIME.
           MOVE WKS-EVENTO     TO EVENTO-LF.
           MOVE ID-OPERADOR-F  TO ADMIN-LF.
           WRITE REG-LOGFIRMA.

      *EL ROL TECLEADO TIENE QUE TENER AL MENOS UN RENGLON EN LA TABLA
      *DE PERMISOS; EN BLANCO SE LE QUITA EL ROL AL OPERADOR.
       2060-CAPTURA-ROL.
           COMPUTE WKS-ROL-LINEA = 14 + WKS-ROL-IDX.
           DISPLAY "ROL " WKS-ROL-IDX " (ACTUAL " ROL-OPER (WKS-ROL-IDX)
                   "):" LINE WKS-ROL-LINEA POSITION 03.
           ACCEPT ROL-OPER (WKS-ROL-IDX) LINE WKS-ROL-LINEA
                                                       POSITION 30.

           IF ROL-OPER (WKS-ROL-IDX) NOT = SPACES
               PERFORM 2070-VALIDA-ROL
               IF WKS-ROL-EXISTE = 0
                   DISPLAY "ROL NO DEFINIDO EN PERMISOS, NO SE ASIGNA"
                                    LINE WKS-ROL-LINEA POSITION 40
                   MOVE SPACES TO ROL-OPER (WKS-ROL-IDX).

           ADD 1 TO WKS-ROL-IDX.

       2070-VALIDA-ROL.
           MOVE 0 TO WKS-ROL-EXISTE.

           IF WKS-SIN-PERMISOS = 0
               MOVE ROL-OPER (WKS-ROL-IDX) TO ROL-PE
               MOVE LOW-VALUES TO PROGRAMA-PE
               START PERMISOS KEY IS > PERMISO-KEY
                   INVALID KEY MOVE 0 TO WKS-ROL-EXISTE
                   NOT INVALID KEY
                       READ PERMISOS NEXT
                           AT END MOVE 0 TO WKS-ROL-EXISTE
                           NOT AT END
                               IF ROL-PE = ROL-OPER (WKS-ROL-IDX)
                                   MOVE 1 TO WKS-ROL-EXISTE
                               END-IF
                       END-READ
               END-START.

       3000-FIN.
           IF WKS-ABIERTO = 1
               CLOSE OPERADORES
               CLOSE LOGFIRMA.

           IF WKS-ABIERTO = 1 AND WKS-SIN-PERMISOS = 0
               CLOSE PERMISOS.
