      *SHARED PAYROLL PERIOD CONTROL LAYOUT - NOMPER FAMILY
      *UN REGISTRO POR PERIODO DE NOMINA YA PAGADO; LO GRABA NOM-LOT
      *AL TERMINAR LA CORRIDA. UN PERIODO CERRADO YA NO SE VUELVE A
      *CORRER NI ADMITE INCIDENCIAS.
        03 PERIODO-NP          PIC 9(08).
        03 ESTADO-NP           PIC X(01).
           88 NP-CERRADO           VALUE "C".
        03 FECHA-CIERRE-NP     PIC 9(08).
        03 EMPLEADOS-NP        PIC 9(05).
        03 NETO-NP             PIC 9(09)V99.
