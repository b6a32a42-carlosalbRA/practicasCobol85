      *SHARED CLIENT WATCH-LIST LAYOUT - VIGILADOS FAMILY
      *CLIENTES CUYA CONSULTA SE VIGILA: EMPLEADOS DE LA EMPRESA,
      *CLIENTES VIP Y LOS QUE SEGURIDAD DETERMINE. LA LLAVE ES EL
      *CLIENTE. LA CAPTURA ES DE MAN-VIG; REP-ACC SENALA A LOS
      *OPERADORES QUE LOS CONSULTAN SIN UNA LLAMADA DEL CLIENTE
      *REGISTRADA EN CONTACTOS.
        03 ID-CLIENTE-VG       PIC 9(06).
        03 TIPO-VG             PIC X(01).
           88 VG-EMPLEADO          VALUE "E".
           88 VG-VIP               VALUE "V".
           88 VG-OTRO              VALUE "O".
           88 TIPO-VG-VALIDO       VALUE "E" "V" "O".
        03 MOTIVO-VG           PIC X(30).
      *"A" VIGENTE; "B" DADO DE BAJA (EL REGISTRO SE CONSERVA COMO
      *CONSTANCIA).
        03 ESTADO-VG           PIC X(01).
           88 VG-VIGENTE           VALUE "A".
           88 VG-BAJA              VALUE "B".
        03 FECHA-ALTA-VG       PIC 9(08).
        03 CAPTURO-VG          PIC X(08).
        03 FECHA-BAJA-VG       PIC 9(08).
        03 BAJA-VG             PIC X(08).
