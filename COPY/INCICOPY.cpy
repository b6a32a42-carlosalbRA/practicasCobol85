      *SHARED PAYROLL INCIDENTS LAYOUT - INCIDENCIAS FAMILY
      *UNA INCIDENCIA DE NOMINA POR REGISTRO: FALTAS, HORAS EXTRA,
      *BONOS Y DESCUENTOS DE UNA SOLA VEZ (PRESTAMOS, ANTICIPOS).
      *LAS CAPTURA MAN-INC Y LAS APLICA NOM-LOT SOBRE EL MAESTRO DE
      *EMPLEADOS SIN TOCARLO. EL PERIODO ES LA FECHA DE PAGO DE LA
      *NOMINA (AAAAMMDD), LA MISMA QUE SE DA AL CORRER NOM-LOT.
        03 INC-KEY.
           05 PERIODO-IN       PIC 9(08).
           05 NUM-EMPLEADO-IN  PIC 9(05).
           05 SECUENCIA-IN     PIC 9(03).
        03 TIPO-IN             PIC X(01).
           88 IN-FALTA             VALUE "F".
           88 IN-HORAS-EXTRA       VALUE "H".
           88 IN-BONO              VALUE "B".
           88 IN-DESCUENTO         VALUE "D".
           88 TIPO-IN-VALIDO       VALUE "F" "H" "B" "D".
      *DIAS DE FALTA U HORAS EXTRA; EN BONOS Y DESCUENTOS VA EN CERO.
        03 CANTIDAD-IN         PIC 9(03).
      *IMPORTE DEL BONO O DEL DESCUENTO; EN FALTAS Y HORAS EXTRA LO
      *DEJA NOM-LOT CON EL IMPORTE CALCULADO AL APLICARLA.
        03 IMPORTE-IN          PIC 9(06)V99.
        03 CONCEPTO-IN         PIC X(20).
        03 ESTADO-IN           PIC X(01).
           88 IN-PENDIENTE         VALUE "P".
           88 IN-APLICADA          VALUE "A".
           88 IN-RECHAZADA         VALUE "R".
        03 FECHA-CAPTURA-IN    PIC 9(08).
        03 CAPTURO-IN          PIC X(08).
        03 FECHA-APLICA-IN     PIC 9(08).
        03 MOTIVO-IN           PIC X(25).
