      *SHARED EXPECTED INBOUND FILES LAYOUT - ARCHESP FAMILY
      *CATALOGO DE LOS ARCHIVOS EXTERNOS QUE SE ESPERA RECIBIR Y
      *CUANDO, CAPTURADO EN MAN-ESP. REP-ARC LO CRUZA CONTRA EL
      *REGISTRO DE ARCHIVOS RECIBIDOS PARA AVISAR LOS QUE FALTARON.
        03 FUENTE-AE           PIC X(08).
        03 DESCRIPCION-AE      PIC X(30).
        03 PROGRAMA-AE         PIC X(08).
      *"D" CADA DIA HABIL (LUNES A VIERNES QUE NO SEA FERIADO), "S"
      *UNA VEZ POR SEMANA Y "M" UNA VEZ AL MES.
        03 FRECUENCIA-AE       PIC X(01).
           88 DIARIO-AE             VALUE "D".
           88 SEMANAL-AE            VALUE "S".
           88 MENSUAL-AE            VALUE "M".
      *SEMANAL: DIA DE LA SEMANA DE 1 LUNES A 7 DOMINGO. MENSUAL:
      *DIA DEL MES; SI EL MES ES MAS CORTO SE ESPERA EL ULTIMO DIA.
        03 DIA-AE              PIC 9(02).
        03 OPERADOR-AE         PIC X(08).
        03 FECHA-MOD-AE        PIC 9(08).
