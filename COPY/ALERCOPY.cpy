      *SHARED ALERT-TO-CASE AREA - PASSED TO/FROM CAS-ALT
      *EL PROGRAMA QUE DISPARA LA ALERTA DEJA AQUI AL CLIENTE, EL
      *ORIGEN (VEL/REL/FRA), EL PERIODO Y LA FECHA DE DETECCION
      *CON EL MONTO Y LOS MOVIMIENTOS; CAS-ALT REGRESA EL FOLIO DEL
      *CASO. NUEVO-OI EN UNO AVISA QUE SE ABRIO EXPEDIENTE; EN CERO
      *LA ALERTA SE ADJUNTO AL CASO QUE YA ESTABA ABIERTO.
        03 ID-CLIENTE-OI       PIC 9(06).
        03 ORIGEN-OI           PIC X(03).
        03 PERIODO-OI          PIC 9(08).
        03 FECHA-OI            PIC 9(08).
        03 MONTO-OI            PIC 9(09)V99.
        03 MOVS-OI             PIC 9(04).
        03 FOLIO-OI            PIC 9(06).
        03 NUEVO-OI            PIC 9(01).
