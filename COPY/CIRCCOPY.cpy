      *SHARED AUDITOR BALANCE-CONFIRMATION LAYOUT - CIRCULA FAMILY
      *UNA CARTA DE CONFIRMACION DE SALDO (CIRCULARIZACION) POR
      *FOLIO; EL FOLIO ES LA REFERENCIA DE RESPUESTA QUE LLEVA LA
      *CARTA. LA MUESTRA Y LAS CARTAS SON DE CIR-SEL, LA RESPUESTA
      *SE CAPTURA EN CIR-RES Y CIR-EXC IMPRIME EL REGISTRO DE
      *EXCEPCIONES PARA LOS AUDITORES.
        03 FOLIO-CI            PIC 9(08).
        03 ID-CLIENTE-CI       PIC 9(06).
      *FECHA DE NEGOCIO DE LA CORRIDA: AGRUPA LAS CARTAS DE UNA
      *MISMA CIRCULARIZACION.
        03 FECHA-CORRIDA-CI    PIC 9(08).
        03 SUCURSAL-CI         PIC 9(02).
      *RANGO DE SALDO DEL CLIENTE (1 A 4, VER CIR-SEL).
        03 RANGO-CI            PIC 9(01).
      *LO QUE SE LE PIDE CONFIRMAR: EL SALDO DEL ULTIMO CORTE (Y SU
      *FECHA), LAS ANUALIDADES Y RECARGOS PENDIENTES Y EL SALDO A
      *FAVOR; EL NETO ES CORTE MAS PENDIENTE MENOS FAVOR.
        03 FECHA-SALDO-CI      PIC 9(08).
        03 SALDO-CORTE-CI      PIC S9(08)V99.
        03 PENDIENTE-CI        PIC 9(09)V99.
        03 FAVOR-CI            PIC 9(09)V99.
        03 SALDO-CONFIRMA-CI   PIC S9(09)V99.
        03 ESTADO-CI           PIC X(01).
           88 CI-ENVIADA           VALUE "E".
           88 CI-CONFORME          VALUE "C".
           88 CI-DISPUTA           VALUE "D".
           88 CI-SIN-RESPUESTA     VALUE "N".
           88 ESTADO-CI-RESPUESTA  VALUE "C" "D" "N".
        03 FECHA-RESPUESTA-CI  PIC 9(08).
      *SALDO QUE EL CLIENTE DICE TENER CUANDO NO ESTA CONFORME.
        03 SALDO-CLIENTE-CI    PIC S9(09)V99.
        03 NOTA-CI             PIC X(40).
        03 CAPTURO-CI          PIC X(08).
