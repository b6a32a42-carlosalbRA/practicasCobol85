      *DESPERDICIABA: AQUI SE CAPTURAN LOS MENSAJES CON VIGENCIA
      *(COMO LAS TARIFAS) Y SUS CRITERIOS DE TIPO DE TARGETA Y
      *SUCURSAL, Y EL CORTE DE EST-CTA LOS IMPRIME EN EL BLOQUE DE
      *MERCADOTECNIA DE CADA ESTADO DE CUENTA. CADA MENSAJE SE MARCA
      *PROMOCIONAL O REGULATORIO: EL PROMOCIONAL NO SE IMPRIME A
      *QUIEN PIDIO NO RECIBIR PUBLICIDAD, EL REGULATORIO SIEMPRE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAN-MSG.
       ENVIRONMENT DIVISION.
        03 SUCURSAL-MSG       PIC 9(02).
        03 LINEA1-MSG         PIC X(60).
        03 LINEA2-MSG         PIC X(60).
      *"R" REGULATORIO; "P" PROMOCIONAL. LOS MENSAJES CAPTURADOS
      *ANTES DE EXISTIR LA CLASE VIENEN EN BLANCO Y SON PROMOCIONALES.
        03 CLASE-MSG          PIC X(01).
           88 MSG-REGULATORIO       VALUE "R".

       WORKING-STORAGE SECTION.
       01 WKS-LOOP             PIC 9 VALUE 0.
                                                       POSITION 03.
           ACCEPT LINEA2-MSG LINE 09 POSITION 34.

           DISPLAY "(P)ROMOCIONAL O (R)EGULATORIO:" LINE 10
                                                       POSITION 03.
           ACCEPT CLASE-MSG LINE 10 POSITION 35.

           IF NOT MSG-REGULATORIO
               MOVE "P" TO CLASE-MSG.

           MOVE WKS-CLAVE         TO CLAVE-MSG.
           MOVE WKS-FECHA-CAPTURA TO FECHA-DESDE-MSG.

               REWRITE REG-MENSAJE
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR EL MENSAJE"
                                               LINE 11 POSITION 03
               END-REWRITE
           ELSE
               WRITE REG-MENSAJE
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR EL MENSAJE"
                                               LINE 11 POSITION 03
               END-WRITE.

           DISPLAY "OTRO MENSAJE S/N:" LINE 12 POSITION 03.
           ACCEPT WKS-RES LINE 12 POSITION 21.

           IF WKS-RES = "N"
               MOVE 1 TO WKS-LOOP.
