      *SHARED COLLECTIONS CALL LOG LAYOUT - GESTCOB FAMILY
      *UN REGISTRO POR LLAMADA CAPTURADA EN GES-COB, MAS UNO "C"
      *QUE COL-COB AGREGA CUANDO DETECTA QUE EL CLIENTE PAGO
      *DESPUES DE LA GESTION. PRD-COB LO RESUME POR COBRADOR.
        03 FECHA-GC            PIC 9(08).
        03 HORA-GC             PIC 9(08).
        03 COBRADOR-GC         PIC X(08).
        03 ID-CLIENTE-GC       PIC 9(06).
        03 NUM-CICLO-GC        PIC 9(04).
      *N NO CONTESTA, E NUMERO EQUIVOCADO, R SE REHUSA, P PROMESA,
      *G DICE HABER PAGADO; C COBRO REAL DETECTADO POR COL-COB.
        03 RESULTADO-GC        PIC X(01).
           88 GC-NO-CONTESTA       VALUE "N".
           88 GC-EQUIVOCADO        VALUE "E".
           88 GC-REHUSA            VALUE "R".
           88 GC-PROMESA           VALUE "P".
           88 GC-PAGADO            VALUE "G".
           88 GC-COBRADO           VALUE "C".
           88 GC-CONTACTO          VALUE "R" "P" "G".
      *PROMETIDO (P), DECLARADO POR EL CLIENTE (G) O COBRADO (C).
        03 MONTO-GC            PIC 9(07)V99.
        03 SUCURSAL-GC         PIC 9(02).
