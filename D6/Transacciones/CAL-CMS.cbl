      *MI RUTINA COMPARTIDA DE CALCULO DE COMISIONES DEL CATALOGO -
      *LA LLAMAN LOS PROGRAMAS DONDE OCURRE EL EVENTO QUE COBRA:
      *POST-TRX (SOBREGIRO DE LIMITE Y DISPOSICION EN VENTANILLA),
      *REE-TAR (REPOSICION DE PLASTICO), REI-EST (REIMPRESION DE
      *ESTADO DE CUENTA) Y CHQ-DEV (PAGO DEVUELTO). DE LAS VIGENCIAS
      *DEL TIPO VALE LA DE MAYOR FECHA-DESDE QUE NO REBASE LA FECHA
      *DEL EVENTO Y QUE NO HAYA VENCIDO. SIN ARCHIVO O SIN VIGENCIA
      *NO HAY COMISION, COMO ANTES DEL CATALOGO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAL-CMS.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMISION ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS COMISION-KEY
                FILE STATUS IS WKS-FS-CMS.

       DATA DIVISION.
       FILE SECTION.
       FD COMISION.
       01 REG-COMISION.
       COPY CMSCOPY.

       WORKING-STORAGE SECTION.
       01 WKS-FS-CMS           PIC X(02) VALUE "00".
       01 WKS-EOF-CMS          PIC 9 VALUE 0.
       01 WKS-ENCONTRADA       PIC 9 VALUE 0.
       01 WKS-IDX-EX           PIC 9(02) VALUE 0.
       01 WKS-PCT-EXENTO       PIC 9(03) VALUE 0.
       01 WKS-MONTO-CALC       PIC 9(07)V99 VALUE 0.

      *VIGENCIA QUE APLICA, COPIADA DEL REGISTRO AL ENCONTRARLA.
       01 WKS-COMISION-VIGENTE.
           03 WKS-VG-DESCRIPCION   PIC X(20).
           03 WKS-VG-MODO          PIC X(01).
           03 WKS-VG-MONTO         PIC 9(07)V99.
           03 WKS-VG-PCT           PIC 9(02)V99.
           03 WKS-VG-EXENCIONES.
              05 WKS-VG-EXENCION OCCURS 5 TIMES.
                 07 WKS-VG-ID-TARGETA PIC 99.
                 07 WKS-VG-PCT-EXENTO PIC 9(03).

       LINKAGE SECTION.
       01 CONSULTA-COMISION.
       COPY CMSVCOPY.

       PROCEDURE DIVISION USING CONSULTA-COMISION.
       INICIO.
           MOVE 0      TO MONTO-COMISION-KV.
           MOVE SPACES TO DESCRIPCION-KV.
           MOVE "N"    TO RESULTADO-KV.

           OPEN INPUT COMISION.
           IF WKS-FS-CMS NOT = "00"
               GOBACK.

           PERFORM 1000-BUSCA-VIGENTE.

           CLOSE COMISION.

           IF WKS-ENCONTRADA = 1
               PERFORM 2000-CALCULA-COMISION.

           GOBACK.

      *EL ARCHIVO VIENE EN ORDEN DE LLAVE: LA ULTIMA VIGENCIA QUE
      *NO REBASA LA FECHA Y SIGUE SIN VENCER PISA A LA ANTERIOR.
       1000-BUSCA-VIGENTE.
           MOVE 0 TO WKS-ENCONTRADA.
           MOVE 0 TO WKS-EOF-CMS.
           MOVE TIPO-COMISION-KV TO TIPO-COMISION-CM.
           MOVE 0 TO FECHA-DESDE-CM.

           START COMISION KEY IS NOT < COMISION-KEY
               INVALID KEY MOVE 1 TO WKS-EOF-CMS
           END-START.

           PERFORM 1010-LEER-COMISION UNTIL WKS-EOF-CMS = 1.

       1010-LEER-COMISION.
           READ COMISION NEXT AT END MOVE 1 TO WKS-EOF-CMS.

           IF WKS-EOF-CMS = 0
               IF TIPO-COMISION-CM NOT = TIPO-COMISION-KV
                  OR FECHA-DESDE-CM > FECHA-KV
                   MOVE 1 TO WKS-EOF-CMS
               ELSE
                   IF FECHA-HASTA-CM = 0
                      OR FECHA-HASTA-CM NOT < FECHA-KV
                       MOVE 1 TO WKS-ENCONTRADA
                       MOVE DESCRIPCION-CM TO WKS-VG-DESCRIPCION
                       MOVE MODO-CM        TO WKS-VG-MODO
                       MOVE MONTO-CM       TO WKS-VG-MONTO
                       MOVE PCT-CM         TO WKS-VG-PCT
                       MOVE EXENCIONES-CM  TO WKS-VG-EXENCIONES
                   END-IF
               END-IF
           END-IF.

      *MONTO FIJO, O PORCENTAJE DEL EVENTO CON SU MINIMO; DESPUES SE
      *LE QUITA LO QUE PERDONA EL TIPO DE TARGETA DEL CLIENTE.
       2000-CALCULA-COMISION.
           MOVE WKS-VG-DESCRIPCION TO DESCRIPCION-KV.

           IF WKS-VG-MODO = "P"
               COMPUTE WKS-MONTO-CALC ROUNDED =
                   MONTO-BASE-KV * WKS-VG-PCT / 100
               IF WKS-MONTO-CALC < WKS-VG-MONTO
                   MOVE WKS-VG-MONTO TO WKS-MONTO-CALC
               END-IF
           ELSE
               MOVE WKS-VG-MONTO TO WKS-MONTO-CALC.

           MOVE 0 TO WKS-PCT-EXENTO.
           PERFORM 2010-BUSCA-EXENCION
               VARYING WKS-IDX-EX FROM 1 BY 1 UNTIL WKS-IDX-EX > 5.

           IF WKS-PCT-EXENTO NOT < 100
               MOVE 0 TO WKS-MONTO-CALC
           ELSE
               COMPUTE WKS-MONTO-CALC ROUNDED =
                   WKS-MONTO-CALC * (100 - WKS-PCT-EXENTO) / 100.

           MOVE WKS-MONTO-CALC TO MONTO-COMISION-KV.

           IF WKS-MONTO-CALC = 0
               MOVE "E" TO RESULTADO-KV
           ELSE
               MOVE "C" TO RESULTADO-KV.

       2010-BUSCA-EXENCION.
           IF WKS-VG-ID-TARGETA (WKS-IDX-EX) = ID-TARGETA-KV
              AND ID-TARGETA-KV NOT = 0
               MOVE WKS-VG-PCT-EXENTO (WKS-IDX-EX) TO WKS-PCT-EXENTO.
