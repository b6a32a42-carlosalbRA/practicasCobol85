      *SHARED CONTACT-CENTER INTERACTION LAYOUT - CONTACTOS FAMILY
      *UN REGISTRO POR LLAMADA ATENDIDA EN EL MENU DE CONSULTA: QUIEN
      *LLAMO, CUANDO, QUE OPERADOR LO ATENDIO, POR QUE MOTIVO Y UNA
      *NOTA CORTA. EL CLIENTE VA EN CERO CUANDO QUIEN LLAMA NO SE
      *IDENTIFICO. LA SUCURSAL ES LA DEL CLIENTE, O LA DEL OPERADOR
      *CUANDO NO HAY CLIENTE. LO GRABA CON-MEN, LO MUESTRA PER-CLI
      *Y CON-SEM LO CUENTA CADA SEMANA.
        03 CONT-KEY.
           05 ID-CLIENTE-CT    PIC 9(06).
           05 FECHA-CT         PIC 9(08).
           05 HORA-CT          PIC 9(08).
        03 OPERADOR-CT         PIC X(08).
        03 SUCURSAL-CT         PIC 9(02).
      *MOTIVO DEL CATALOGO MOTCCOPY (01 A 09).
        03 MOTIVO-CT           PIC 9(02).
           88 MOTIVO-CT-VALIDO      VALUE 1 THRU 9.
        03 NOTA-CT             PIC X(40).
