      *SHARED INBOUND FILE CHECK AREA - PASSED TO/FROM CTL-ARC
      *EL PROGRAMA DE CARGA PASA ANTES DE PROCESAR LA FUENTE (EL
      *NOMBRE LOGICO DEL ARCHIVO), SU PROPIO NOMBRE, LA FECHA QUE
      *TRAE EL ARCHIVO (CERO SI NO TRAE), EL CONTEO Y EL HASH QUE
      *SACO EN SU PASADA PREVIA. REGRESA "A" SI EL ARCHIVO ES NUEVO,
      *"F" SI UN SUPERVISOR FORZO LA CARGA DE UNO RECHAZADO Y "R"
      *SI NO SE DEBE CARGAR, CON EL MOTIVO.
        03 FUENTE-RV           PIC X(08).
        03 PROGRAMA-RV         PIC X(08).
        03 FECHA-ARCHIVO-RV    PIC 9(08).
        03 REGISTROS-RV        PIC 9(07).
        03 HASH-RV             PIC 9(13)V99.
        03 RESULTADO-RV        PIC X(01).
           88 ARCHIVO-ACEPTADO-RV   VALUE "A" "F".
           88 ARCHIVO-RECHAZADO-RV  VALUE "R".
        03 MOTIVO-RV           PIC X(30).
