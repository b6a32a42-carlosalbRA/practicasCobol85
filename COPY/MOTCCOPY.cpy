      *SHARED CONTACT-REASON CATALOGUE - CONTACTOS FAMILY
      *NOMBRE DE CADA MOTIVO DE LLAMADA EN EL ORDEN DE SU CLAVE: EL
      *RENGLON UNO ES EL MOTIVO 01 Y ASI SUCESIVAMENTE. EL PROGRAMA
      *LO REDEFINE COMO TABLA DE NUEVE NOMBRES DE VEINTICINCO.
           03 FILLER PIC X(25) VALUE "CONSULTA DE SALDO".
           03 FILLER PIC X(25) VALUE "PAGO NO REFLEJADO".
           03 FILLER PIC X(25) VALUE "TARJETA PERDIDA O ROBADA".
           03 FILLER PIC X(25) VALUE "QUEJA POR COMISION".
           03 FILLER PIC X(25) VALUE "ACLARACION DE CARGO".
           03 FILLER PIC X(25) VALUE "ANUALIDAD".
           03 FILLER PIC X(25) VALUE "DOMICILIACION".
           03 FILLER PIC X(25) VALUE "ACTUALIZACION DE DATOS".
           03 FILLER PIC X(25) VALUE "OTRO".
