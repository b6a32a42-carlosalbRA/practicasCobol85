      *MI PROGRAMA DE MANTENIMIENTO DE LA TABLA DE PERMISOS - DEFINE
      *POR ROL QUE PROGRAMAS PUEDE EJECUTAR Y QUE FUNCIONES DENTRO DE
      *CADA UNO (POR EJEMPLO ACT-SEC MODIFICACION SIN VER LA CLABE
      *COMPLETA, O NINGUN RENGLON PARA CAS-CIC). LOS ROLES SE ASIGNAN
      *A LOS OPERADORES EN MAN-OPE Y SEC-OPER LOS CARGA AL FIRMAR.
      *EXIGE FIRMA DE ADMINISTRADOR Y CADA CORRIDA QUEDA EN LA
      *BITACORA; LOS CONFLICTOS QUE SE ARMEN LOS SENALA REP-SOD.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAN-PER.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERMISOS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS PERMISO-KEY
                FILE STATUS IS WKS-FS-PERM.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD PERMISOS.
       01 REG-PERMISOS.
       COPY PERMCOPY.

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
       01 WKS-FS-PERM          PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-EXISTE           PIC 9 VALUE 0.
       01 WKS-ID-OPERADOR      PIC X(08) VALUE SPACES.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-ROL-CAPTURA      PIC X(08) VALUE SPACES.
       01 WKS-PROG-CAPTURA     PIC X(08) VALUE SPACES.
       01 WKS-FUN-CAPTURA      PIC X(10) VALUE SPACES.
       01 WKS-FUN-IDX          PIC 9(02) VALUE 0.
       01 WKS-FUN-CUENTA       PIC 9(02) VALUE 0.
       01 WKS-FUN-MALA         PIC 9 VALUE 0.
       01 WKS-CONT-GRABADOS    PIC 9(06) VALUE 0.
       01 WKS-CONT-BAJAS       PIC 9(06) VALUE 0.
       01 WKS-CONT-RECHAZADOS  PIC 9(06) VALUE 0.

      *LETRAS DE FUNCION QUE RECONOCEN LOS PROGRAMAS (VER PERMCOPY).
       01 WKS-FUNCIONES-VALIDAS PIC X(09) VALUE "ECAMBSPV*".

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
           MOVE "MAN-PER " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           MOVE "E" TO FUNCION-SOL-F.
           MOVE 1 TO NIVEL-SOL-F.
           CALL "SEC-PERM" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0 OR PERMITIDO-F = 0
               DISPLAY "LA TABLA DE PERMISOS REQUIERE ADMINISTRADOR"
                                                LINE 04 POSITION 03
               MOVE 1 TO WKS-LOOP
               STOP RUN.

           MOVE ID-OPERADOR-F TO WKS-ID-OPERADOR.

           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN I-O PERMISOS.
           IF WKS-FS-PERM = "35"
               OPEN OUTPUT PERMISOS
               CLOSE PERMISOS
               OPEN I-O PERMISOS.

       2000-PROCESO.
           DISPLAY "(A)LTA O CAMBIO DE PERMISO, (B)AJA, (F)IN:"
                                                LINE 03 POSITION 03.
           ACCEPT WKS-OPCION LINE 03 POSITION 47.

           IF WKS-OPCION = "A" OR WKS-OPCION = "B"
               PERFORM 2100-CAPTURA-LLAVE THRU 2100-FIN.

           IF WKS-OPCION = "F"
               MOVE 1 TO WKS-LOOP.

       2100-CAPTURA-LLAVE.
           DISPLAY "ROL:" LINE 05 POSITION 03.
           ACCEPT WKS-ROL-CAPTURA LINE 05 POSITION 09.

           DISPLAY "PROGRAMA (* TODOS):" LINE 06 POSITION 03.
           ACCEPT WKS-PROG-CAPTURA LINE 06 POSITION 24.

           IF WKS-ROL-CAPTURA = SPACES OR WKS-PROG-CAPTURA = SPACES
               DISPLAY "ROL Y PROGRAMA SON OBLIGATORIOS" LINE 20
                                                       POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADOS
               GO TO 2100-FIN.

           MOVE WKS-ROL-CAPTURA  TO ROL-PE.
           MOVE WKS-PROG-CAPTURA TO PROGRAMA-PE.
           READ PERMISOS INVALID KEY MOVE 0 TO WKS-EXISTE
                         NOT INVALID KEY MOVE 1 TO WKS-EXISTE.

           IF WKS-EXISTE = 1
               DISPLAY "FUNCIONES ACTUALES: " FUNCIONES-PE " ALTA "
                       FECHA-ALTA-PE " POR " CAPTURO-PE
                                                LINE 07 POSITION 03.

           IF WKS-OPCION = "A"
               PERFORM 2200-GRABA-PERMISO THRU 2200-FIN
           ELSE
               PERFORM 2300-BAJA-PERMISO THRU 2300-FIN.

       2100-FIN.
           EXIT.

      *UN CAMBIO REEMPLAZA LAS FUNCIONES COMPLETAS DEL RENGLON.
       2200-GRABA-PERMISO.
           DISPLAY "FUNCIONES (E C A M B S P V *):" LINE 08
                                                       POSITION 03.
           ACCEPT WKS-FUN-CAPTURA LINE 08 POSITION 35.

           PERFORM 2210-VALIDA-FUNCIONES.

           IF WKS-FUN-MALA = 1
               DISPLAY "FUNCION NO RECONOCIDA" LINE 20 POSITION 03
               ADD 1 TO WKS-CONT-RECHAZADOS
               GO TO 2200-FIN.

           MOVE WKS-ROL-CAPTURA  TO ROL-PE.
           MOVE WKS-PROG-CAPTURA TO PROGRAMA-PE.
           MOVE WKS-FUN-CAPTURA  TO FUNCIONES-PE.
           MOVE WKS-FECHA-HOY    TO FECHA-ALTA-PE.
           MOVE WKS-ID-OPERADOR  TO CAPTURO-PE.

           IF WKS-EXISTE = 1
               REWRITE REG-PERMISOS
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR EL PERMISO"
                                               LINE 20 POSITION 03
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONT-GRABADOS
                       DISPLAY "PERMISO ACTUALIZADO" LINE 20
                                                       POSITION 03
               END-REWRITE
           ELSE
               WRITE REG-PERMISOS
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR EL PERMISO"
                                               LINE 20 POSITION 03
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONT-GRABADOS
                       DISPLAY "PERMISO DADO DE ALTA" LINE 20
                                                       POSITION 03
               END-WRITE.

       2200-FIN.
           EXIT.

      *SIN NINGUNA LETRA EL RENGLON NO TIENE SENTIDO: PARA QUITARLE EL
      *PROGRAMA AL ROL SE DA DE BAJA.
       2210-VALIDA-FUNCIONES.
           MOVE 0 TO WKS-FUN-MALA.

           IF WKS-FUN-CAPTURA = SPACES
               MOVE 1 TO WKS-FUN-MALA.

           MOVE 1 TO WKS-FUN-IDX.
           PERFORM 2211-VALIDA-LETRA
               UNTIL WKS-FUN-IDX > 10 OR WKS-FUN-MALA = 1.

       2211-VALIDA-LETRA.
           IF WKS-FUN-CAPTURA (WKS-FUN-IDX:1) NOT = SPACE
               MOVE 0 TO WKS-FUN-CUENTA
               INSPECT WKS-FUNCIONES-VALIDAS TALLYING WKS-FUN-CUENTA
                   FOR ALL WKS-FUN-CAPTURA (WKS-FUN-IDX:1)
               IF WKS-FUN-CUENTA = 0
                   MOVE 1 TO WKS-FUN-MALA.

           ADD 1 TO WKS-FUN-IDX.

       2300-BAJA-PERMISO.
           IF WKS-EXISTE = 0
               DISPLAY "EL ROL NO TIENE ESE PROGRAMA" LINE 20
                                                       POSITION 03
               GO TO 2300-FIN.

           DISPLAY "CONFIRMA LA BAJA DEL PERMISO S/N:" LINE 08
                                                       POSITION 03.
           ACCEPT WKS-RES LINE 08 POSITION 38.

           IF WKS-RES NOT = "S"
               GO TO 2300-FIN.

           DELETE PERMISOS
               INVALID KEY
                   DISPLAY "NO SE PUDO DAR DE BAJA EL PERMISO" LINE 20
                                                       POSITION 03
               NOT INVALID KEY
                   ADD 1 TO WKS-CONT-BAJAS
                   DISPLAY "PERMISO DADO DE BAJA" LINE 20 POSITION 03
           END-DELETE.

       2300-FIN.
           EXIT.

       3000-FIN.
           CLOSE PERMISOS.
           DISPLAY "PERMISOS GRABADOS: " WKS-CONT-GRABADOS.
           DISPLAY "PERMISOS DADOS DE BAJA: " WKS-CONT-BAJAS.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "MAN-PER " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-GRABADOS TO LEIDOS-BIT.
           MOVE WKS-CONT-BAJAS TO ESCRITOS-BIT.
           MOVE WKS-CONT-RECHAZADOS TO RECHAZADOS-BIT.
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
