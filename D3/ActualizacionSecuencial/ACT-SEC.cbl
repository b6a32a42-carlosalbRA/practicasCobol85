       01 WKS-CLABE-COMPLETA PIC X(18) VALUE SPACES.
       01 WKS-CLABE-MASCARA PIC X(18) VALUE SPACES.
       01 WKS-VER-CLABE     PIC A(01) VALUE "N".
       01 WKS-PUEDE-MODIFICAR PIC 9 VALUE 0.
       01 WKS-PUEDE-VER-CLABE PIC 9 VALUE 0.

      *AREA DE VALIDACION COMPARTIDA CON VAL-RFC.
       01 WKS-RFC-VALIDACION.
               MOVE 1 TO WKS-CLIENTES-LOOP.

       1002-CAPTURA-OPERADOR.
           MOVE "ACT-SEC " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0
           ELSE
               MOVE ID-OPERADOR-F TO WKS-ID-OPERADOR.

      *MODIFICAR ERA DE CUALQUIER OPERADOR FIRMADO Y VER LA CLABE
      *COMPLETA SOLO DEL NIVEL COMPLETO; CON ROLES CADA UNA ES SU
      *PROPIA FUNCION. SIN MODIFICACION EL CLIENTE SOLO SE CONSULTA.
           MOVE "M" TO FUNCION-SOL-F.
           MOVE 2 TO NIVEL-SOL-F.
           CALL "SEC-PERM" USING WKS-FIRMA.
           MOVE PERMITIDO-F TO WKS-PUEDE-MODIFICAR.

           MOVE "V" TO FUNCION-SOL-F.
           MOVE 1 TO NIVEL-SOL-F.
           CALL "SEC-PERM" USING WKS-FIRMA.
           MOVE PERMITIDO-F TO WKS-PUEDE-VER-CLABE.

           MOVE 1 TO WKS-OPERADOR-CAP.

       2000-PROCESO.
                IF WKS-ID-CLIENTE = ID-CLIENTE
                     PERFORM 2030-MUESTRA-ENMASCARADO
                     MOVE 1 TO WKS-BUSQUEDA-LOOP
                     IF WKS-PUEDE-MODIFICAR = 1
                         PERFORM 2032-MODIFICA-CLIENTE
                     ELSE
                         DISPLAY "SOLO CONSULTA, SIN PERMISO DE"
                                 " MODIFICAR" LINE 05 POSITION 6
                     END-IF
                     UNLOCK CLIENTES RECORD
                ELSE
                     UNLOCK CLIENTES RECORD

      *LA CLABE COMPLETA NO SE MUESTRA POR OMISION: EN PANTALLA VA
      *ENMASCARADA (PRIMEROS DOS Y ULTIMOS CUATRO) Y SOLO EL
      *OPERADOR QUE PUEDE VER DATO SENSIBLE LA PIDE COMPLETA, CON
      *CONSTANCIA EN LA BITACORA DE QUIEN LA VIO. EL EXTRACTO DE
      *DOMICILIACION AL BANCO SIGUE VIAJANDO CON EL VALOR COMPLETO.
       2030-MUESTRA-ENMASCARADO.
           MOVE WKS-CLABE-COMPLETA TO CUENTA-BANCARIA.

           IF CUENTA-BANCARIA NOT = SPACES
              AND WKS-PUEDE-VER-CLABE = 1
               DISPLAY "VER CLABE COMPLETA S/N:" LINE 25 POSITION 06
               ACCEPT WKS-VER-CLABE LINE 25 POSITION 30
               IF WKS-VER-CLABE = "S"
           WRITE REG-BIT.
           CLOSE BITACORA.

       2032-MODIFICA-CLIENTE.
           MOVE REG-CLI TO REG-CLI-H.
           PERFORM 2005-GRABA-HISTORICO.

           DISPLAY "DESEA CAMBIAR TIPO DE TARGETA S/N:" LINE 05
                                                        POSITION 6.
           ACCEPT WKS-CAMBIA-TARG LINE 05 POSITION 41.

           MOVE 0 TO WKS-AJUSTE-PRORRATEO.
           MOVE 0 TO WKS-DIAS-RESTANTES.
           IF WKS-CAMBIA-TARG = "S"
               PERFORM 2004-CAMBIA-TARGETA
               PERFORM 2007-AJUSTA-CICLO-PRORRATEO.

           PERFORM 2003-CAPTURA-CONTACTO.
           PERFORM 2019-REVISA-CAMBIO-CONTACTO THRU 2019-FIN.
           PERFORM 2006-GRABA-LOG.

           MOVE WKS-ID-OPERADOR TO OPERADOR.
           REWRITE REG-CLI.

       2002-CAPTURA-PROMOCION.
           DISPLAY "APLICA ANUALIDAD PROMOCIONAL S/N:" LINE 09
                                                            POSITION 6.
