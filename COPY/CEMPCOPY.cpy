      *SHARED CORPORATE CARDHOLDER LAYOUT - CORPEMP FAMILY
      *UN REGISTRO POR CLIENTE QUE TIENE TARJETA DE GASTOS A CARGO
      *DE UNA CUENTA CORPORATIVA DE CORPORAT. LA LLAVE ES EL CLIENTE
      *(UN CLIENTE SOLO PERTENECE A UNA EMPRESA) Y LA ALTERNA LA
      *EMPRESA, PARA BARRER A TODO SU PERSONAL.
        03 ID-CLIENTE-CE       PIC 9(06).
        03 CLAVE-EMPR-CE       PIC 9(03).
        03 NUM-EMPLEADO-CE     PIC 9(05).
      *SUBLIMITE DEL EMPLEADO DENTRO DEL LIMITE DE LA EMPRESA; CERO
      *SIGNIFICA QUE SOLO RIGE EL LIMITE DE LA EMPRESA.
        03 SUBLIMITE-CE        PIC 9(07)V99.
        03 ESTADO-CE           PIC X(01).
           88 CE-ACTIVO            VALUE "A".
           88 CE-BAJA              VALUE "C".
        03 FECHA-ALTA-CE       PIC 9(08).
        03 FECHA-BAJA-CE       PIC 9(08).
        03 OPERADOR-CE         PIC X(08).
