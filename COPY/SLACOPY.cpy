      *SHARED BATCH WINDOW SLA LAYOUT - SLALOTE FAMILY
      *TIEMPO ESPERADO Y HORA LIMITE DE TERMINO DE CADA LOTE DE LA
      *VENTANA NOCTURNA, CAPTURADOS EN MAN-SLA. TIE-LOT LOS COMPARA
      *CONTRA LOS TIEMPOS QUE QUEDAN EN LA BITACORA.
        03 PROGRAMA-SL         PIC X(08).
      *"D" PASO DEL CIERRE DE DIA, "M" PASO DEL CIERRE DE MES Y
      *ESPACIO PARA UN LOTE QUE CORRE SUELTO. EL RENGLON DE LA
      *CADENA MISMA (CIE-DIA O CIE-MES) LLEVA EL PASO EN CERO Y SU
      *HORA LIMITE ES LA DEL CIERRE COMPLETO.
        03 CADENA-SL           PIC X(01).
           88 CADENA-DIA-SL         VALUE "D".
           88 CADENA-MES-SL         VALUE "M".
           88 LOTE-SUELTO-SL        VALUE " ".
        03 PASO-SL             PIC 9(02).
        03 DESCRIPCION-SL      PIC X(30).
        03 MINUTOS-ESPERADOS-SL PIC 9(04).
      *HORAS EN HHMM. LA DE ARRANQUE ES LA HORA NORMAL DE INICIO DE
      *LA VENTANA (22:00 PARA EL CIERRE); LA LIMITE PUEDE CAER
      *DESPUES DE MEDIANOCHE Y SE MIDE DESDE EL ARRANQUE. CERO EN
      *LA LIMITE NO REVISA HORA DE TERMINO.
        03 HORA-ARRANQUE-SL    PIC 9(04).
        03 HORA-LIMITE-SL      PIC 9(04).
      *PORCENTAJE POR ENCIMA DEL PROMEDIO QUE SE TOLERA ANTES DE
      *SENALAR TENDENCIA AL ALZA; CERO TOMA EL DIEZ POR CIENTO.
        03 PORC-TENDENCIA-SL   PIC 9(03).
        03 OPERADOR-SL         PIC X(08).
        03 FECHA-MOD-SL        PIC 9(08).
