      *SHARED SCORE-REASON CATALOGUE - SCORECLI FAMILY
      *NOMBRE DE CADA CLAVE DE RAZON DE LA CALIFICACION DE
      *COMPORTAMIENTO EN EL ORDEN DE SU CLAVE: EL RENGLON UNO ES LA
      *RAZON 01 Y ASI SUCESIVAMENTE. EL PROGRAMA LO REDEFINE COMO
      *TABLA DE SIETE NOMBRES DE VEINTICINCO.
           03 FILLER PIC X(25) VALUE "PAGOS CON RECARGO".
           03 FILLER PIC X(25) VALUE "CICLOS VENCIDOS".
           03 FILLER PIC X(25) VALUE "UTILIZACION ALTA".
           03 FILLER PIC X(25) VALUE "DISPOSICION DE EFECTIVO".
           03 FILLER PIC X(25) VALUE "PROMESAS DE PAGO ROTAS".
           03 FILLER PIC X(25) VALUE "DOMICILIACION RECHAZADA".
           03 FILLER PIC X(25) VALUE "ANTIGUEDAD MENOR A UN ANO".
