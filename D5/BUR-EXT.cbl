      *VENCIDOS EN CICLOFAC (Y CASTIGOS PARA LAS QUEBRADAS), ARMA
      *EL ARCHIVO DE LAYOUT FIJO DEL BURO CON ENCABEZADO Y TRAILER
      *DE CONTROL, Y COMPARA CONTRA LA ENTREGA DEL MES ANTERIOR
      *PARA EL REPORTE DE DISCREPANCIAS. LA CUENTA CASTIGADA CUYA
      *DEUDA SE RECUPERO COMPLETA EN RECUPCAS SE REPORTA CON LA
      *CLAVE DE OBSERVACION DE PAGADA DESPUES DEL CASTIGO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUR-EXT.
       ENVIRONMENT DIVISION.
           SELECT CASTIGOS ASSIGN TO DISK
                FILE STATUS IS WKS-FS-CAST.

           SELECT RECUPCAS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS RECUPCAS-KEY
                FILE STATUS IS WKS-FS-RCAS.

           SELECT APOYCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-AC
                ALTERNATE RECORD KEY IS CLAVE-AP-AC WITH DUPLICATES
                FILE STATUS IS WKS-FS-APC.

           SELECT BUROEXT ASSIGN TO DISK.

           SELECT BUROANT ASSIGN TO DISK
                     ==FECHA-ENVIO-FIS-C== BY ==FECHA-ENV-FIS-CAS==.
        03 FECHA-CASTIGO-CAS   PIC 9(08).
        03 OPERADOR-CAS        PIC X(08).
        03 MONTO-ESTIM-CAS     PIC 9(07)V99.

      *SALDOS CASTIGADOS CON LO RECUPERADO DESPUES DEL CASTIGO.
       FD RECUPCAS.
       01 REG-RECUPCAS.
       COPY RCASCOPY.

      *INSCRIPCIONES A PROGRAMAS DE APOYO POR DESASTRE - MIENTRAS
      *DURA EL APOYO LA CUENTA NO SE REPORTA COMO MOROSA.
       FD APOYCLI.
       01 REG-APOYCLI.
       COPY APCLCOPY.

      *LAYOUT FIJO DEL BURO: ENCABEZADO "H" CON FECHA Y ENTIDAD,
      *DETALLE "D" POR CUENTA Y TRAILER "999" CON CONTEO Y SUMA DE
      *SALDOS VENCIDOS. LA CLAVE DE OBSERVACION VA EN ESPACIOS
      *SALVO "PC", CUENTA PAGADA DESPUES DEL CASTIGO.
       FD BUROEXT.
       01 REG-BURO.
        03 TIPO-REG-BU        PIC X(01).
        03 NOMBRE-BU          PIC A(20).
        03 MOP-BU             PIC 9(01).
        03 SALDO-VENCIDO-BU   PIC 9(09)V99.
        03 CLAVE-OBS-BU       PIC X(02).

       01 REG-BURO-HDR REDEFINES REG-BURO.
        03 TIPO-HDR-BU        PIC X(01).
        03 FECHA-HDR-BU       PIC 9(08).
        03 ENTIDAD-HDR-BU     PIC X(08).
        03 FILLER             PIC X(37).

       01 REG-BURO-TRL REDEFINES REG-BURO.
        03 MARCA-TRL-BU       PIC X(03).
        03 CONTADOR-TRL-BU    PIC 9(07).
        03 SUMA-TRL-BU        PIC 9(11)V99.
        03 FILLER             PIC X(31).

      *LA ENTREGA DEL MES ANTERIOR (MISMO LAYOUT) PARA COMPARAR
      *CALIFICACIONES Y DETECTAR BRINCOS RAROS ANTES DE ENVIAR.
        03 NOMBRE-BA          PIC A(20).
        03 MOP-BA             PIC 9(01).
        03 SALDO-VENCIDO-BA   PIC 9(09)V99.
        03 CLAVE-OBS-BA       PIC X(02).

       FD REP-BUR.
       01 LINEA-BUR              PIC X(132).
       01 WKS-SALDO-VENCIDO    PIC 9(09)V99 VALUE 0.
       01 WKS-MOP              PIC 9(01) VALUE 1.
       01 WKS-MOP-ANTERIOR     PIC 9(01) VALUE 0.
       01 WKS-OBS-ANTERIOR     PIC X(02) VALUE SPACES.
       01 WKS-TIENE-CASTIGO    PIC 9 VALUE 0.
       01 WKS-FS-APC           PIC X(02) VALUE "00".
       01 WKS-SIN-APOYCLI      PIC 9 VALUE 0.
       01 WKS-INVALID-APC      PIC 9 VALUE 0.
       01 WKS-CLIENTE-EN-APOYO PIC 9 VALUE 0.
       01 WKS-CONT-APOYO       PIC 9(06) VALUE 0.
       01 WKS-FS-RCAS          PIC X(02) VALUE "00".
       01 WKS-SIN-RECUPCAS     PIC 9 VALUE 0.
       01 WKS-EOF-RCAS         PIC 9 VALUE 0.
       01 WKS-CASTIGO-PAGADO   PIC 9 VALUE 0.
       01 WKS-CONT-PAGADO-CAS  PIC 9(06) VALUE 0.
       01 WKS-CLAVE-OBS        PIC X(02) VALUE SPACES.
       01 WKS-OBS-PAGADA-CAS   PIC X(02) VALUE "PC".

      *CLIENTES CON CASTIGO, CARGADOS UNA SOLA VEZ AL ARRANCAR.
       01 WKS-CAS-COUNT        PIC 9(03) VALUE 0.
          03 WKS-ANT-ENTRY OCCURS 2000 TIMES.
             05 WKS-ANT-CLIENTE   PIC 9(06).
             05 WKS-ANT-MOP       PIC 9(01).
             05 WKS-ANT-OBS       PIC X(02).

       01 WKS-FECHA-AVANCE     PIC 9(08).
       01 WKS-FECHA-AVANCE-R REDEFINES WKS-FECHA-AVANCE.
            03 FILLER          PIC X(11) VALUE "MOP ACTUAL:".
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-MOP-ACT-R   PIC 9(01).
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(05) VALUE "OBS: ".
            03 WKS-OBS-ANT-R   PIC X(02).
            03 FILLER          PIC X(04) VALUE " -> ".
            03 WKS-OBS-ACT-R   PIC X(02).

       01 FOOTER-BUR-R.
            03 FILLER          PIC X(05) VALUE SPACES.
           OPEN OUTPUT BUROEXT.
           OPEN OUTPUT REP-BUR.

           OPEN INPUT APOYCLI.
           IF WKS-FS-APC NOT = "00"
               MOVE 1 TO WKS-SIN-APOYCLI.

           OPEN INPUT RECUPCAS.
           IF WKS-FS-RCAS NOT = "00"
               MOVE 1 TO WKS-SIN-RECUPCAS.

           PERFORM 1100-CARGA-CASTIGOS.
           PERFORM 1200-CARGA-ANTERIOR.

                       MOVE ID-CLIENTE-BA TO
                               WKS-ANT-CLIENTE (WKS-ANT-COUNT)
                       MOVE MOP-BA TO WKS-ANT-MOP (WKS-ANT-COUNT)
                       MOVE CLAVE-OBS-BA TO
                               WKS-ANT-OBS (WKS-ANT-COUNT)
                   END-IF
               END-IF
           END-IF.

      *MOP POR DIAS VENCIDOS DEL PEOR CICLO PENDIENTE: 1 AL
      *CORRIENTE, 2 HASTA 29, 3 HASTA 59, 4 HASTA 89, 5 DE 90 EN
      *ADELANTE; EL CLIENTE CON CASTIGO REPORTA 9. EL CLIENTE EN UN
      *PROGRAMA DE APOYO POR DESASTRE SE REPORTA AL CORRIENTE Y SIN
      *SALDO VENCIDO MIENTRAS DURA EL PROGRAMA; EL CASTIGO ANTERIOR
      *AL DESASTRE SIGUE REPORTANDO 9.
       2100-CALIFICA-CLIENTE.
           MOVE 0 TO WKS-DIAS-PEOR.
           MOVE 0 TO WKS-SALDO-VENCIDO.
                           ELSE
                               MOVE 5 TO WKS-MOP.

           PERFORM 2140-REVISA-APOYO THRU 2140-FIN.

           IF WKS-CLIENTE-EN-APOYO = 1 AND WKS-TIENE-CASTIGO = 0
               MOVE 1 TO WKS-MOP
               MOVE 0 TO WKS-SALDO-VENCIDO
               ADD 1 TO WKS-CONT-APOYO.

      *EL CASTIGO SIGUE REPORTANDO 9, PERO SI TODOS LOS CICLOS
      *CASTIGADOS DEL CLIENTE YA SE RECUPERARON LA CUENTA LLEVA LA
      *CLAVE DE PAGADA DESPUES DEL CASTIGO.
           MOVE SPACES TO WKS-CLAVE-OBS.
           IF WKS-TIENE-CASTIGO = 1
               PERFORM 2150-REVISA-RECUPERACION THRU 2150-FIN
               IF WKS-CASTIGO-PAGADO = 1
                   MOVE WKS-OBS-PAGADA-CAS TO WKS-CLAVE-OBS
                   ADD 1 TO WKS-CONT-PAGADO-CAS
               END-IF
           END-IF.

       2110-BUSCA-CASTIGO.
           MOVE 0 TO WKS-TIENE-CASTIGO.
           MOVE 1 TO WKS-CAS-IDX.
                 ELSE
                    MOVE 29 TO WKS-DIAS-MAX.

       2140-REVISA-APOYO.
           MOVE 0 TO WKS-CLIENTE-EN-APOYO.

           IF WKS-SIN-APOYCLI = 1
               GO TO 2140-FIN.

           MOVE ID-CLIENTE-I TO ID-CLIENTE-AC.
           READ APOYCLI INVALID KEY MOVE 1 TO WKS-INVALID-APC
                        NOT INVALID KEY MOVE 0 TO WKS-INVALID-APC.

           IF WKS-INVALID-APC = 0
               IF AC-EN-APOYO AND FECHA-INI-AC NOT > WKS-FECHA-HOY
                  AND FECHA-FIN-AC NOT < WKS-FECHA-HOY
                   MOVE 1 TO WKS-CLIENTE-EN-APOYO.

       2140-FIN.
           EXIT.

      *UN CASTIGO ANTERIOR A RECUPCAS, SIN REGISTRO AHI, CUENTA
      *COMO NO RECUPERADO.
       2150-REVISA-RECUPERACION.
           MOVE 0 TO WKS-CASTIGO-PAGADO.

           IF WKS-SIN-RECUPCAS = 1
               GO TO 2150-FIN.

           MOVE 0 TO WKS-EOF-RCAS.
           MOVE ID-CLIENTE-I TO ID-CLIENTE-RK.
           MOVE 0 TO NUM-CICLO-RK.
           START RECUPCAS KEY IS NOT < RECUPCAS-KEY
               INVALID KEY GO TO 2150-FIN
           END-START.

           PERFORM 2151-LEER-RECUPERACION UNTIL WKS-EOF-RCAS = 1.

       2150-FIN.
           EXIT.

       2151-LEER-RECUPERACION.
           READ RECUPCAS NEXT AT END MOVE 1 TO WKS-EOF-RCAS.

           IF WKS-EOF-RCAS = 0
               IF ID-CLIENTE-RK NOT = ID-CLIENTE-I
                   MOVE 1 TO WKS-EOF-RCAS
               ELSE
                   IF CASTIGO-LIQUIDADO
                       MOVE 1 TO WKS-CASTIGO-PAGADO
                   ELSE
                       MOVE 0 TO WKS-CASTIGO-PAGADO
                       MOVE 1 TO WKS-EOF-RCAS
                   END-IF
               END-IF
           END-IF.

       2200-ESCRIBE-DETALLE.
           MOVE SPACES TO REG-BURO.
           MOVE "D"              TO TIPO-REG-BU.
           MOVE NOMBRE-CLIENTE-I TO NOMBRE-BU.
           MOVE WKS-MOP          TO MOP-BU.
           MOVE WKS-SALDO-VENCIDO TO SALDO-VENCIDO-BU.
           MOVE WKS-CLAVE-OBS    TO CLAVE-OBS-BU.
           WRITE REG-BURO.

           ADD 1 TO WKS-CONT-REPORTADOS.

           IF WKS-ANT-ENCONTRADO = 1
               IF WKS-MOP-ANTERIOR NOT = WKS-MOP
                  OR WKS-OBS-ANTERIOR NOT = WKS-CLAVE-OBS
                   PERFORM 2320-IMPRIME-DISCREPANCIA
               END-IF
           END-IF.
       2310-BUSCA-ANTERIOR.
           IF WKS-ANT-CLIENTE (WKS-ANT-IDX) = ID-CLIENTE-I
               MOVE WKS-ANT-MOP (WKS-ANT-IDX) TO WKS-MOP-ANTERIOR
               MOVE WKS-ANT-OBS (WKS-ANT-IDX) TO WKS-OBS-ANTERIOR
               MOVE 1 TO WKS-ANT-ENCONTRADO
           ELSE
               ADD 1 TO WKS-ANT-IDX.
           MOVE ID-CLIENTE-I     TO WKS-ID-CLI-R.
           MOVE WKS-MOP-ANTERIOR TO WKS-MOP-ANT-R.
           MOVE WKS-MOP          TO WKS-MOP-ACT-R.
           MOVE WKS-OBS-ANTERIOR TO WKS-OBS-ANT-R.
           MOVE WKS-CLAVE-OBS    TO WKS-OBS-ACT-R.

           MOVE DETALLE-BUR-R TO LINEA-BUR.
           WRITE LINEA-BUR AFTER 1.
           CLOSE CICLOFAC.
           CLOSE BUROEXT.
           CLOSE REP-BUR.
           IF WKS-SIN-APOYCLI = 0
               CLOSE APOYCLI.
           IF WKS-SIN-RECUPCAS = 0
               CLOSE RECUPCAS.
           DISPLAY "CUENTAS REPORTADAS AL BURO: "
                   WKS-CONT-REPORTADOS.
           DISPLAY "CUENTAS EN PROGRAMA DE APOYO: " WKS-CONT-APOYO.
           DISPLAY "CUENTAS PAGADAS DESPUES DEL CASTIGO: "
                   WKS-CONT-PAGADO-CAS.
           DISPLAY "DISCREPANCIAS CONTRA EL MES ANTERIOR: "
                   WKS-CONT-DISCREPA.
           PERFORM 9000-GRABA-BITACORA.
