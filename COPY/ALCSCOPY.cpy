      *SHARED CASE ALERT DETAIL LAYOUT - ALECASO FAMILY
      *CADA ALERTA ADJUNTA A UN EXPEDIENTE DE CASOSOI, EN ORDEN DE
      *LLEGADA. EL PERIODO ES LA FECHA DEL LOTE (VELOCIDAD) O EL
      *MES AAAAMM00 (EFECTIVO): LA MISMA ALERTA DEL MISMO PERIODO
      *QUE SE VUELVE A DISPARAR EN UNA RECORRIDA NO SE DUPLICA.
        03 ALE-KEY.
           05 FOLIO-AC         PIC 9(06).
           05 SEC-AC           PIC 9(03).
        03 ORIGEN-AC           PIC X(03).
        03 PERIODO-AC          PIC 9(08).
        03 FECHA-AC            PIC 9(08).
        03 MONTO-AC            PIC 9(09)V99.
        03 MOVS-AC             PIC 9(04).
