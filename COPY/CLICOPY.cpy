           05 CP-DIR           PIC 9(05).
        03 TELEFONO         PIC X(10).
        03 EMAIL            PIC X(30).
      *ESTADO DEL CLIENTE: "A" ACTIVO, "I" INACTIVO, "R" RETENIDO
      *POR LISTAS DE PERSONAS BLOQUEADAS (MIENTRAS CUMPLIMIENTO
      *DICTAMINA LA COINCIDENCIA EN LPB-DIC, Y PARA SIEMPRE SI LA
      *CONFIRMA). EL RETENIDO NO RECIBE PLASTICOS NUEVOS.
        03 ESTADO-CLIENTE   PIC X(01).
      *DOMICILIACION BANCARIA: "S" AUTORIZA CARGAR LA ANUALIDAD A LA
      *CUENTA CLABE DEL CLIENTE EN LUGAR DE ESPERAR SU PAGO.
