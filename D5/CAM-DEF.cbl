      *MI PROGRAMA DE DEFINICION DE CAMPANAS - LOS CRITERIOS QUE
      *MERCADOTECNIA PEDIA EDITANDO A MANO LA SALIDA DE PRA-FIN
      *QUEDAN CAPTURADOS EN UN CATALOGO: TIPO DE TARGETA, SUCURSAL,
      *RANGO DE GASTO, MESES DE INACTIVIDAD, PREFERENCIA DE CORREO
      *Y PEOR BANDA DE CALIFICACION ADMITIDA. CAM-EXT EXTRAE CON
      *ESTOS CRITERIOS Y CAM-RSP CIERRA EL CIRCULO CON LAS
      *RESPUESTAS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAM-DEF.
       ENVIRONMENT DIVISION.
        03 MESES-DORMIDO-CD   PIC 9(02).
      *"S" LIMITA LA CAMPANA A CLIENTES CON ENVIO POR CORREO.
        03 SOLO-EMAIL-CD      PIC X(01).
      *PEOR BANDA DE CALIFICACION DE CAL-SCO QUE ENTRA A LA CAMPANA
      *("A" LA MEJOR, "E" LA PEOR); ESPACIO NO FILTRA POR BANDA.
        03 BANDA-MAX-CD       PIC X(01).

       WORKING-STORAGE SECTION.
       01 WKS-LOOP             PIC 9 VALUE 0.
           IF SOLO-EMAIL-CD NOT = "S"
               MOVE "N" TO SOLO-EMAIL-CD.

           DISPLAY "PEOR BANDA ADMITIDA A-E (ESPACIO = TODAS):"
                                                LINE 13 POSITION 03.
           ACCEPT BANDA-MAX-CD LINE 12 POSITION 47.

           IF BANDA-MAX-CD NOT = "A" AND NOT = "B" AND NOT = "C"
                       AND NOT = "D" AND NOT = "E"
               MOVE SPACE TO BANDA-MAX-CD.

           MOVE WKS-CLAVE TO CLAVE-CD.

           IF WKS-EXISTE = 1
               REWRITE REG-CAMPANA
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR LA CAMPANA"
                                               LINE 13 POSITION 03
               END-REWRITE
           ELSE
               WRITE REG-CAMPANA
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR LA CAMPANA"
                                               LINE 13 POSITION 03
               END-WRITE.

           DISPLAY "OTRA CAMPANA S/N:" LINE 14 POSITION 03.
           ACCEPT WKS-RES LINE 14 POSITION 21.

           IF WKS-RES = "N"
               MOVE 1 TO WKS-LOOP.
