      *MI PROGRAMA DE REPORTE DE SEGREGACION DE FUNCIONES - ARMA PARA
      *CADA OPERADOR ACTIVO LOS PERMISOS QUE SUMAN SUS ROLES (O SU
      *NIVEL, SI NO TIENE ROLES) Y LOS CRUZA CONTRA LA TABLA DE PARES
      *DE FUNCIONES QUE UNA MISMA PERSONA NO DEBE TENER, COMO SOLICITAR
      *EN SOL-APR Y APROBAR EN APR-OPE. EL OPERADOR DE NIVEL COMPLETO
      *SIN ROLES TIENE TODO Y SALE UNA SOLA VEZ COMO TAL. LA CONSULTA
      *DE CADA FUNCION ES LA MISMA RUTINA SEC-PERM DE LOS PROGRAMAS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REP-SOD.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-OPER
                FILE STATUS IS WKS-FS-OPER.

           SELECT PERMISOS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS PERMISO-KEY
                FILE STATUS IS WKS-FS-PERM.

           SELECT REP-SEG ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES.
       01 REG-OPER.
       COPY OPERCOPY.

       FD PERMISOS.
       01 REG-PERMISOS.
       COPY PERMCOPY.

       FD REP-SEG.
       01 LINEA-SOD              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WKS-EOF-OPER         PIC 9 VALUE 0.
       01 WKS-EOF-PERM         PIC 9 VALUE 0.
       01 WKS-FS-OPER          PIC X(02) VALUE "00".
       01 WKS-FS-PERM          PIC X(02) VALUE "00".
       01 WKS-SIN-PERMISOS     PIC 9 VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-CONT-OPERADORES  PIC 9(06) VALUE 0.
       01 WKS-CONT-CON-CONFLICTO PIC 9(06) VALUE 0.
       01 WKS-CONT-CONFLICTOS  PIC 9(06) VALUE 0.
       01 WKS-CONFLICTOS-OPER  PIC 9(02) VALUE 0.
       01 WKS-ROL-IDX          PIC 9(02) VALUE 0.
       01 WKS-PERM-IDX         PIC 9(02) VALUE 0.
       01 WKS-BUS-IDX          PIC 9(02) VALUE 0.
       01 WKS-FUN-IDX          PIC 9(02) VALUE 0.
       01 WKS-FUN-LARGO        PIC 9(02) VALUE 0.
       01 WKS-FUN-CUENTA       PIC 9(02) VALUE 0.
       01 WKS-PAR-IDX          PIC 9(02) VALUE 0.
       01 WKS-TIENE-PRIMERA    PIC 9 VALUE 0.
       01 WKS-TIENE-SEGUNDA    PIC 9 VALUE 0.

      *RENGLONES DE PERMISO QUE CABEN EN FIRMCOPY.
       01 WKS-MAX-PERMISOS     PIC 9(02) VALUE 40.

      *PARES DE FUNCIONES INCOMPATIBLES: PROGRAMA, LETRA DE FUNCION Y
      *NIVEL QUE LA DABA SIN ROLES, DE CADA LADO, Y LA DESCRIPCION
      *QUE SALE EN EL REPORTE.
       01 WKS-PARES-CONFLICTO.
           03 FILLER PIC X(08) VALUE "SOL-APR ".
           03 FILLER PIC X(01) VALUE "S".
           03 FILLER PIC 9(01) VALUE 2.
           03 FILLER PIC X(08) VALUE "APR-OPE ".
           03 FILLER PIC X(01) VALUE "P".
           03 FILLER PIC 9(01) VALUE 1.
           03 FILLER PIC X(34) VALUE
              "SOLICITA Y APRUEBA AUTORIZACIONES".
           03 FILLER PIC X(08) VALUE "APR-OPE ".
           03 FILLER PIC X(01) VALUE "P".
           03 FILLER PIC 9(01) VALUE 1.
           03 FILLER PIC X(08) VALUE "CAS-CIC ".
           03 FILLER PIC X(01) VALUE "E".
           03 FILLER PIC 9(01) VALUE 1.
           03 FILLER PIC X(34) VALUE
              "APRUEBA Y EJECUTA CASTIGOS".
           03 FILLER PIC X(08) VALUE "APR-OPE ".
           03 FILLER PIC X(01) VALUE "P".
           03 FILLER PIC 9(01) VALUE 1.
           03 FILLER PIC X(08) VALUE "FUS-CLI ".
           03 FILLER PIC X(01) VALUE "E".
           03 FILLER PIC 9(01) VALUE 1.
           03 FILLER PIC X(34) VALUE
              "APRUEBA Y EJECUTA FUSIONES".
           03 FILLER PIC X(08) VALUE "MAN-OPE ".
           03 FILLER PIC X(01) VALUE "E".
           03 FILLER PIC 9(01) VALUE 1.
           03 FILLER PIC X(08) VALUE "MAN-PER ".
           03 FILLER PIC X(01) VALUE "E".
           03 FILLER PIC 9(01) VALUE 1.
           03 FILLER PIC X(34) VALUE
              "ASIGNA ROLES Y DEFINE PERMISOS".
           03 FILLER PIC X(08) VALUE "ACT-SEC ".
           03 FILLER PIC X(01) VALUE "M".
           03 FILLER PIC 9(01) VALUE 2.
           03 FILLER PIC X(08) VALUE "REF-SAL ".
           03 FILLER PIC X(01) VALUE "E".
           03 FILLER PIC 9(01) VALUE 1.
           03 FILLER PIC X(34) VALUE
              "CAMBIA CLABE Y LIBERA DEVOLUCIONES".
           03 FILLER PIC X(08) VALUE "LPB-CAR ".
           03 FILLER PIC X(01) VALUE "E".
           03 FILLER PIC 9(01) VALUE 1.
           03 FILLER PIC X(08) VALUE "LPB-DIC ".
           03 FILLER PIC X(01) VALUE "E".
           03 FILLER PIC 9(01) VALUE 1.
           03 FILLER PIC X(34) VALUE
              "CARGA LISTAS Y DICTAMINA".
       01 WKS-TABLA-PARES REDEFINES WKS-PARES-CONFLICTO.
           03 WKS-PAR-ENTRY OCCURS 6 TIMES.
              05 WKS-PAR-PROG-1    PIC X(08).
              05 WKS-PAR-FUN-1     PIC X(01).
              05 WKS-PAR-NIVEL-1   PIC 9(01).
              05 WKS-PAR-PROG-2    PIC X(08).
              05 WKS-PAR-FUN-2     PIC X(01).
              05 WKS-PAR-NIVEL-2   PIC 9(01).
              05 WKS-PAR-DESC      PIC X(34).
       01 WKS-PAR-COUNT        PIC 9(02) VALUE 6.

      *PERMISOS DEL OPERADOR EN TURNO, ARMADOS COMO LOS ARMA SEC-OPER
      *AL FIRMAR PARA PODER PREGUNTARLE A SEC-PERM.
       01 WKS-FIRMA.
       COPY FIRMCOPY.

       01 HEADER-L1-SOD.
            03 FILLER PIC X(25) VALUE SPACES.
            03 FILLER PIC X(45)
               VALUE "SEGREGACION DE FUNCIONES POR OPERADOR".

       01 HEADER-L2-SOD.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(07) VALUE "FECHA: ".
            03 WKS-FECHA-R     PIC 9(08).

       01 HEADER-CAMPOS-SOD.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(08) VALUE "OPERADOR".
            03 FILLER PIC X(02) VALUE SPACES.
            03 FILLER PIC X(05) VALUE "NIVEL".
            03 FILLER PIC X(02) VALUE SPACES.
            03 FILLER PIC X(26) VALUE "ROLES".
            03 FILLER PIC X(02) VALUE SPACES.
            03 FILLER PIC X(34) VALUE "CONFLICTO".
            03 FILLER PIC X(02) VALUE SPACES.
            03 FILLER PIC X(22) VALUE "FUNCIONES EN CONFLICTO".

       01 DETALLE-SOD-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-ID-R        PIC X(08).
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-NIVEL-R     PIC 9(01).
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-ROL-1-R     PIC X(08).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-ROL-2-R     PIC X(08).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-ROL-3-R     PIC X(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-DESC-R      PIC X(34).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-PROG-1-R    PIC X(08).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-FUN-1-R     PIC X(01).
            03 FILLER          PIC X(03) VALUE " / ".
            03 WKS-PROG-2-R    PIC X(08).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-FUN-2-R     PIC X(01).

       01 TOTAL-SOD-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-TOT-DESC-R  PIC X(40).
            03 WKS-TOT-CONT-R  PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-EOF-OPER = 1.
           PERFORM 3000-TOTALES.
           PERFORM 4000-FIN.
           STOP RUN.

       1000-INICIO.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.

           OPEN INPUT OPERADORES.
           IF WKS-FS-OPER NOT = "00"
               DISPLAY "NO EXISTE EL MAESTRO DE OPERADORES"
               MOVE 1 TO WKS-EOF-OPER
               STOP RUN.

           OPEN INPUT PERMISOS.
           IF WKS-FS-PERM NOT = "00"
               MOVE 1 TO WKS-SIN-PERMISOS.

           OPEN OUTPUT REP-SEG.

           MOVE HEADER-L1-SOD TO LINEA-SOD.
           WRITE LINEA-SOD AFTER PAGE.

           MOVE WKS-FECHA-HOY TO WKS-FECHA-R.
           MOVE HEADER-L2-SOD TO LINEA-SOD.
           WRITE LINEA-SOD AFTER 2.

           MOVE HEADER-CAMPOS-SOD TO LINEA-SOD.
           WRITE LINEA-SOD AFTER 2.

           MOVE LOW-VALUES TO ID-OPER.
           START OPERADORES KEY IS NOT < ID-OPER
               INVALID KEY MOVE 1 TO WKS-EOF-OPER
               NOT INVALID KEY MOVE 0 TO WKS-EOF-OPER
           END-START.

           IF WKS-EOF-OPER = 0
               PERFORM 1010-LEER-OPERADOR.

       1010-LEER-OPERADOR.
           READ OPERADORES NEXT AT END MOVE 1 TO WKS-EOF-OPER.

      *EL OPERADOR INACTIVO NO PUEDE FIRMAR Y NO SE REVISA.
       2000-PROCESO.
           IF OPER-ACTIVO
               PERFORM 2100-REVISA-OPERADOR THRU 2100-FIN.

           PERFORM 1010-LEER-OPERADOR.

       2100-REVISA-OPERADOR.
           ADD 1 TO WKS-CONT-OPERADORES.
           MOVE 0 TO WKS-CONFLICTOS-OPER.

           IF ROLES-OPER = LOW-VALUES
               MOVE SPACES TO ROLES-OPER.

           MOVE ID-OPER    TO ID-OPERADOR-F.
           MOVE NIVEL-OPER TO NIVEL-OPERADOR-F.
           MOVE 1          TO FIRMA-OK-F.

           PERFORM 2200-CARGA-PERMISOS THRU 2200-FIN.

           MOVE ID-OPER     TO WKS-ID-R.
           MOVE NIVEL-OPER  TO WKS-NIVEL-R.
           MOVE ROL-OPER (1) TO WKS-ROL-1-R.
           MOVE ROL-OPER (2) TO WKS-ROL-2-R.
           MOVE ROL-OPER (3) TO WKS-ROL-3-R.

           IF NOT FIRMA-CON-ROLES AND NIVEL-OPER = 1
               MOVE "NIVEL COMPLETO SIN ROLES: TODAS"
                                                TO WKS-DESC-R
               MOVE SPACES TO WKS-PROG-1-R WKS-FUN-1-R
                              WKS-PROG-2-R WKS-FUN-2-R
               MOVE DETALLE-SOD-R TO LINEA-SOD
               WRITE LINEA-SOD AFTER 1
               ADD 1 TO WKS-CONT-CON-CONFLICTO
               ADD 1 TO WKS-CONT-CONFLICTOS
               GO TO 2100-FIN.

           MOVE 1 TO WKS-PAR-IDX.
           PERFORM 2300-REVISA-PAR UNTIL WKS-PAR-IDX > WKS-PAR-COUNT.

           IF WKS-CONFLICTOS-OPER > 0
               ADD 1 TO WKS-CONT-CON-CONFLICTO.

       2100-FIN.
           EXIT.

      *MISMA SUMA DE ROLES QUE HACE SEC-OPER AL FIRMAR: UN PROGRAMA
      *QUE VIENE EN DOS ROLES QUEDA CON LAS FUNCIONES DE AMBOS.
       2200-CARGA-PERMISOS.
           MOVE 0 TO TIENE-ROLES-F.
           MOVE 0 TO CUENTA-PERM-F.

           IF ROLES-OPER = SPACES
               GO TO 2200-FIN.

           MOVE 1 TO TIENE-ROLES-F.

           IF WKS-SIN-PERMISOS = 1
               GO TO 2200-FIN.

           MOVE 1 TO WKS-ROL-IDX.
           PERFORM 2210-CARGA-ROL UNTIL WKS-ROL-IDX > 3.

       2200-FIN.
           EXIT.

       2210-CARGA-ROL.
           IF ROL-OPER (WKS-ROL-IDX) NOT = SPACES
               MOVE ROL-OPER (WKS-ROL-IDX) TO ROL-PE
               MOVE LOW-VALUES TO PROGRAMA-PE
               MOVE 0 TO WKS-EOF-PERM
               START PERMISOS KEY IS > PERMISO-KEY
                   INVALID KEY MOVE 1 TO WKS-EOF-PERM
               END-START
               PERFORM 2220-LEE-PERMISO UNTIL WKS-EOF-PERM = 1.

           ADD 1 TO WKS-ROL-IDX.

       2220-LEE-PERMISO.
           READ PERMISOS NEXT AT END MOVE 1 TO WKS-EOF-PERM.

           IF WKS-EOF-PERM = 0
              AND ROL-PE NOT = ROL-OPER (WKS-ROL-IDX)
               MOVE 1 TO WKS-EOF-PERM.

           IF WKS-EOF-PERM = 0
               PERFORM 2230-SUMA-PERMISO.

       2230-SUMA-PERMISO.
           PERFORM 2240-BUSCA-PROGRAMA.

           IF WKS-PERM-IDX = 0
              AND CUENTA-PERM-F < WKS-MAX-PERMISOS
               ADD 1 TO CUENTA-PERM-F
               MOVE CUENTA-PERM-F TO WKS-PERM-IDX
               MOVE PROGRAMA-PE TO PROGRAMA-PF (WKS-PERM-IDX)
               MOVE SPACES TO FUNCIONES-PF (WKS-PERM-IDX).

           IF WKS-PERM-IDX NOT = 0
               MOVE 1 TO WKS-FUN-IDX
               PERFORM 2250-UNE-FUNCION UNTIL WKS-FUN-IDX > 10.

       2240-BUSCA-PROGRAMA.
           MOVE 0 TO WKS-PERM-IDX.
           MOVE 1 TO WKS-BUS-IDX.
           PERFORM 2241-COMPARA-PROGRAMA
               UNTIL WKS-BUS-IDX > CUENTA-PERM-F
                  OR WKS-PERM-IDX NOT = 0.

       2241-COMPARA-PROGRAMA.
           IF PROGRAMA-PF (WKS-BUS-IDX) = PROGRAMA-PE
               MOVE WKS-BUS-IDX TO WKS-PERM-IDX.

           ADD 1 TO WKS-BUS-IDX.

       2250-UNE-FUNCION.
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

      *EL CONFLICTO EXISTE SI EL OPERADOR PUEDE LAS DOS FUNCIONES DEL
      *PAR, CADA UNA EN SU PROGRAMA.
       2300-REVISA-PAR.
           MOVE WKS-PAR-PROG-1 (WKS-PAR-IDX)  TO PROGRAMA-F.
           MOVE WKS-PAR-FUN-1 (WKS-PAR-IDX)   TO FUNCION-SOL-F.
           MOVE WKS-PAR-NIVEL-1 (WKS-PAR-IDX) TO NIVEL-SOL-F.
           CALL "SEC-PERM" USING WKS-FIRMA.
           MOVE PERMITIDO-F TO WKS-TIENE-PRIMERA.

           MOVE WKS-PAR-PROG-2 (WKS-PAR-IDX)  TO PROGRAMA-F.
           MOVE WKS-PAR-FUN-2 (WKS-PAR-IDX)   TO FUNCION-SOL-F.
           MOVE WKS-PAR-NIVEL-2 (WKS-PAR-IDX) TO NIVEL-SOL-F.
           CALL "SEC-PERM" USING WKS-FIRMA.
           MOVE PERMITIDO-F TO WKS-TIENE-SEGUNDA.

           IF WKS-TIENE-PRIMERA = 1 AND WKS-TIENE-SEGUNDA = 1
               PERFORM 2310-IMPRIME-CONFLICTO.

           ADD 1 TO WKS-PAR-IDX.

       2310-IMPRIME-CONFLICTO.
           MOVE WKS-PAR-DESC (WKS-PAR-IDX)   TO WKS-DESC-R.
           MOVE WKS-PAR-PROG-1 (WKS-PAR-IDX) TO WKS-PROG-1-R.
           MOVE WKS-PAR-FUN-1 (WKS-PAR-IDX)  TO WKS-FUN-1-R.
           MOVE WKS-PAR-PROG-2 (WKS-PAR-IDX) TO WKS-PROG-2-R.
           MOVE WKS-PAR-FUN-2 (WKS-PAR-IDX)  TO WKS-FUN-2-R.

           MOVE DETALLE-SOD-R TO LINEA-SOD.
           WRITE LINEA-SOD AFTER 1.

           ADD 1 TO WKS-CONFLICTOS-OPER.
           ADD 1 TO WKS-CONT-CONFLICTOS.

       3000-TOTALES.
           MOVE "OPERADORES ACTIVOS REVISADOS:" TO WKS-TOT-DESC-R.
           MOVE WKS-CONT-OPERADORES TO WKS-TOT-CONT-R.
           MOVE TOTAL-SOD-R TO LINEA-SOD.
           WRITE LINEA-SOD AFTER 3.

           MOVE "OPERADORES CON CONFLICTO:" TO WKS-TOT-DESC-R.
           MOVE WKS-CONT-CON-CONFLICTO TO WKS-TOT-CONT-R.
           MOVE TOTAL-SOD-R TO LINEA-SOD.
           WRITE LINEA-SOD AFTER 1.

           MOVE "CONFLICTOS ENCONTRADOS:" TO WKS-TOT-DESC-R.
           MOVE WKS-CONT-CONFLICTOS TO WKS-TOT-CONT-R.
           MOVE TOTAL-SOD-R TO LINEA-SOD.
           WRITE LINEA-SOD AFTER 1.

       4000-FIN.
           CLOSE OPERADORES.
           IF WKS-SIN-PERMISOS = 0
               CLOSE PERMISOS.
           CLOSE REP-SEG.
           DISPLAY "OPERADORES REVISADOS: " WKS-CONT-OPERADORES.
           DISPLAY "OPERADORES CON CONFLICTO: " WKS-CONT-CON-CONFLICTO.
           DISPLAY "CONFLICTOS ENCONTRADOS: " WKS-CONT-CONFLICTOS.
