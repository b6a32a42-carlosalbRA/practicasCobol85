                DYNAMIC
                RECORD KEY IS FECHA-FER.

           SELECT CORPORAT ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CLAVE-EMPR-CO
                FILE STATUS IS WKS-FS-CORP.

           SELECT CORPEMP ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-CE
                ALTERNATE RECORD KEY IS CLAVE-EMPR-CE WITH DUPLICATES
                FILE STATUS IS WKS-FS-CEMP.

       DATA DIVISION.
       FILE SECTION.
       FD DCLIENTE.
        03 ANUALIDAD-CAT      PIC 9(07)V99.
        03 TASA-MENSUAL-CAT   PIC 9(02)V99.

      *CUENTAS CORPORATIVAS (MAN-COR): EL TARJETAHABIENTE ACTIVO DE
      *UNA CUENTA ACTIVA RENUEVA CON LA ANUALIDAD PACTADA CON SU
      *EMPRESA EN LUGAR DE LA DE SU PLASTICO.
       FD CORPORAT.
       01 REG-CORPORAT.
       COPY CORPCOPY.

       FD CORPEMP.
       01 REG-CORPEMP.
       COPY CEMPCOPY.

      *SALDO A FAVOR DEL CLIENTE: ANTES DE PEDIRLE DINERO, EL CICLO
      *NUEVO SE CUBRE CON LO QUE YA PAGO DE MAS.
       FD SALDOFAV.
       01 WKS-APLICA-FAVOR     PIC 9(07)V99 VALUE 0.
       01 WKS-CONT-FAVOR       PIC 9(04) VALUE 0.
       01 WKS-MENSUALIDAD      PIC 9(07)V99 VALUE 0.
       01 WKS-FS-CORP          PIC X(02) VALUE "00".
       01 WKS-FS-CEMP          PIC X(02) VALUE "00".
       01 WKS-SIN-CORPORAT     PIC 9 VALUE 0.
       01 WKS-ES-CORPORATIVO   PIC 9 VALUE 0.
       01 WKS-ANUALIDAD-CORP   PIC 9(07)V99 VALUE 0.
       01 WKS-ULTIMA-MENS      PIC 9(07)V99 VALUE 0.
       01 WKS-MES-NUM          PIC 9(02) VALUE 0.
       01 WKS-CONT-MENSUALES   PIC 9(04) VALUE 0.
           IF WKS-FS-CATH NOT = "00"
               MOVE 1 TO WKS-SIN-CATHIST.

      *SIN CUENTAS CORPORATIVAS TODOS RENUEVAN CON SU ANUALIDAD.
           OPEN INPUT CORPORAT.
           IF WKS-FS-CORP NOT = "00"
               MOVE 1 TO WKS-SIN-CORPORAT
           ELSE
               OPEN INPUT CORPEMP
               IF WKS-FS-CEMP NOT = "00"
                   MOVE 1 TO WKS-SIN-CORPORAT
                   CLOSE CORPORAT
               END-IF
           END-IF.

           OPEN INPUT CALENFER.
           PERFORM 9000-CARGA-FERIADOS.
           CLOSE CALENFER.
      *CON SU PROPIA FECHA DE ALTA Y ANUALIDAD; SI NO, SE EVALUA LA
      *TARJETA UNICA DEL MAESTRO (TARJETA CERO) COMO SIEMPRE.
       2000-PROCESO.
           MOVE 0 TO WKS-ES-CORPORATIVO.
           IF WKS-SIN-CORPORAT = 0
               PERFORM 2050-BUSCA-CORPORATIVO THRU 2050-FIN.

           MOVE 0 TO WKS-TIENE-TARJETAS.
           PERFORM 2200-PROCESA-TARJETAS.

               END-IF
           END-IF.

       2050-BUSCA-CORPORATIVO.
           MOVE ID-CLIENTE-D TO ID-CLIENTE-CE.
           READ CORPEMP
               INVALID KEY GO TO 2050-FIN
           END-READ.

           IF NOT CE-ACTIVO
               GO TO 2050-FIN.

           MOVE CLAVE-EMPR-CE TO CLAVE-EMPR-CO.
           READ CORPORAT
               INVALID KEY GO TO 2050-FIN
           END-READ.

           IF CO-ACTIVA
               MOVE 1 TO WKS-ES-CORPORATIVO
               MOVE ANUALIDAD-CO TO WKS-ANUALIDAD-CORP.

       2050-FIN.
           EXIT.

      *SI EL PLASTICO TIENE VENCIMIENTO REAL, LA RENOVACION ES ESA
      *FECHA; SOLO A FALTA DE PLASTICO SE APROXIMA POR EL
      *ANIVERSARIO DEL ALTA COMO ANTES.
           ELSE
               PERFORM 2010-CALCULA-ANIVERSARIO.

           IF WKS-ES-CORPORATIVO = 1
               MOVE WKS-ANUALIDAD-CORP TO WKS-MONTO-AVISO.

           IF WKS-ANIV-N NOT < WKS-FECHA-HOY
              AND WKS-ANIV-N NOT > WKS-FECHA-FIN
              PERFORM 2100-IMPRIME-AVISO THRU 2100-SALIDA.
               CLOSE SALDOFAV.
           IF WKS-SIN-CATHIST = 0
               CLOSE CATHIST.
           IF WKS-SIN-CORPORAT = 0
               CLOSE CORPORAT
               CLOSE CORPEMP.
           DISPLAY "AVISOS POR EMAIL: " WKS-CONT-EMAIL.
           DISPLAY "ANUALIDADES EXONERADAS: " WKS-CONT-EXONERADOS.
           DISPLAY "CICLOS CUBIERTOS CON SALDO A FAVOR: "
