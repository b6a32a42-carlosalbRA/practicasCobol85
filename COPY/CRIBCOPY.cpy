      *SHARED LIST-SCREENING AREA - PASSED TO/FROM VAL-LPB
      *EL LLAMADOR DEJA AQUI A LA PERSONA (NOMBRE, RFC SI LO HAY,
      *CLIENTE Y PLASTICO) Y DE DONDE VIENE; VAL-LPB LA BUSCA EN
      *LISTABLQ Y, SI HAY POSIBLE COINCIDENCIA, LA FORMA EN LA COLA
      *DE REVISION Y REGRESA COINCIDE-CR EN UNO CON EL FOLIO;
      *NUEVA-CR EN CERO AVISA QUE YA ESTABA FORMADA DE ANTES.
        03 NOMBRE-CR           PIC A(20).
        03 RFC-CR              PIC X(13).
        03 ID-CLIENTE-CR       PIC 9(06).
        03 NUM-TARJETA-CR      PIC 9(02).
        03 ORIGEN-CR           PIC X(03).
        03 OPERADOR-CR         PIC X(08).
        03 FECHA-CR            PIC 9(08).
        03 COINCIDE-CR         PIC 9(01).
        03 FOLIO-CR            PIC 9(06).
        03 NUEVA-CR            PIC 9(01).
        03 FUENTE-CR           PIC X(04).
        03 NUM-LPB-CR          PIC 9(06).
