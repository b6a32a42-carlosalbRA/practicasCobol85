      *MI RUTINA COMPARTIDA DE PERMISOS POR FUNCION - EL PROGRAMA LA
      *LLAMA CON LA FIRMA QUE LE REGRESO SEC-OPER, LA LETRA DE LA
      *FUNCION QUE VA A EJECUTAR Y EL NIVEL QUE LA PERMITIA ANTES DE
      *LOS ROLES. AL OPERADOR SIN ROLES LE SIGUE VALIENDO SU NIVEL;
      *AL QUE TIENE ROLES SOLO LE VALEN LAS FUNCIONES QUE SUS ROLES
      *DAN AL PROGRAMA (O A "*"). LA "E" ES EJECUTAR EL PROGRAMA Y LA
      *TIENE CUALQUIER RENGLON DEL PROGRAMA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEC-PERM.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WKS-IDX              PIC 9(02) VALUE 0.
       01 WKS-CUENTA           PIC 9(02) VALUE 0.

       LINKAGE SECTION.
       01 FIRMA-OPERADOR.
       COPY FIRMCOPY.

       PROCEDURE DIVISION USING FIRMA-OPERADOR.
       INICIO.
           MOVE 0 TO PERMITIDO-F.

           IF FIRMA-OK-F NOT = 1
               GOBACK.

           IF NOT FIRMA-CON-ROLES
               IF NIVEL-OPERADOR-F NOT > NIVEL-SOL-F
                   MOVE 1 TO PERMITIDO-F
               END-IF
               GOBACK.

           MOVE 1 TO WKS-IDX.
           PERFORM 1000-REVISA-RENGLON
               UNTIL WKS-IDX > CUENTA-PERM-F OR PERMITIDO-F = 1.

           GOBACK.

       1000-REVISA-RENGLON.
           IF PROGRAMA-PF (WKS-IDX) = PROGRAMA-F
              OR PROGRAMA-PF (WKS-IDX) = "*"
               PERFORM 1010-REVISA-FUNCION.

           ADD 1 TO WKS-IDX.

       1010-REVISA-FUNCION.
           MOVE 0 TO WKS-CUENTA.
           INSPECT FUNCIONES-PF (WKS-IDX) TALLYING WKS-CUENTA
               FOR ALL FUNCION-SOL-F.
           INSPECT FUNCIONES-PF (WKS-IDX) TALLYING WKS-CUENTA
               FOR ALL "*".

           IF FUNCION-SOL-F = "E" OR WKS-CUENTA > 0
               MOVE 1 TO PERMITIDO-F.
