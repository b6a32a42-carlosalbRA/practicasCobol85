      *SHARED PAYROLL ANNUAL ACCUMULATOR LAYOUT - ACUMNOM FAMILY
      *UN REGISTRO POR EMPLEADO Y ANO: LO QUE NOM-LOT LE HA PAGADO
      *EN LAS NOMINAS ORDINARIAS DEL ANO (EL ANO ES EL DE LA FECHA
      *DE PAGO DEL PERIODO). DE AQUI SALEN LOS DIAS Y EL SALARIO
      *PARA EL AGUINALDO Y EL REPARTO DE UTILIDADES DE NOM-ESP, QUE
      *DEJA MARCADO LO QUE YA PAGO PARA NO PAGARLO DOS VECES.
        03 ACUM-KEY.
           05 ANIO-AC          PIC 9(04).
           05 NUM-EMPLEADO-AC  PIC 9(05).
        03 EMPRESA-AC          PIC 9(03).
        03 PERIODOS-AC         PIC 9(03).
        03 DIAS-AC             PIC 9(03).
      *SALARIO POR DIAS PAGADOS, SIN HORAS EXTRA NI BONOS.
        03 SUELDO-AC           PIC 9(09)V99.
        03 FECHA-ULT-AC        PIC 9(08).
        03 FECHA-AGUINALDO-AC  PIC 9(08).
        03 AGUINALDO-AC        PIC 9(07)V99.
        03 FECHA-PTU-AC        PIC 9(08).
        03 PTU-AC              PIC 9(07)V99.
