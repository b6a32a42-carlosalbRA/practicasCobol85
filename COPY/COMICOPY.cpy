      *SHARED SIGN-UP COMMISSION PAYABLE LAYOUT - COMPEND FAMILY
      *UNA COMISION DE ALTA POR CLIENTE FIRMADO CON CLAVE DE
      *VENDEDOR. COM-VEN LA REGISTRA Y LA PAGA EN EL MES DEL ALTA,
      *PERO QUEDA EN VENTANA DE RECUPERACION: SI EN ESA VENTANA EL
      *CLIENTE CANCELA, SE BORRA DEL MAESTRO, NUNCA ACTIVA SU
      *PLASTICO O CAE EN MORA, LA COMISION SE DESCUENTA DEL
      *SIGUIENTE PAGO DEL VENDEDOR.
        03 ID-CLIENTE-CM       PIC 9(06).
        03 CLAVE-VEN-CM        PIC 9(03).
        03 TIPO-TARG-CM        PIC A(10).
        03 FECHA-ALTA-CM       PIC 9(08).
        03 ANUALIDAD-CM        PIC 9(07)V99.
        03 PCT-CM              PIC 9(02)V99.
        03 COMISION-CM         PIC 9(07)V99.
      *MES (AAAAMM) EN QUE SE PAGO LA COMISION Y DIAS DE LA VENTANA
      *DE RECUPERACION VIGENTES AL REGISTRARLA.
        03 MES-PAGO-CM         PIC 9(06).
        03 VENTANA-CM          PIC 9(03).
      *V EN VENTANA, F FIRME (LA VENTANA PASO SIN EVENTO), C
      *RECUPERADA DEL PAGO DEL VENDEDOR, D POR RECUPERAR (EL PAGO
      *DEL MES NO ALCANZO; SE INTENTA EN EL SIGUIENTE).
        03 ESTADO-CM           PIC X(01).
           88 CM-EN-VENTANA        VALUE "V".
           88 CM-FIRME             VALUE "F".
           88 CM-RECUPERADA        VALUE "C".
           88 CM-POR-RECUPERAR     VALUE "D".
      *MOTIVO DE LA RECUPERACION: CA CLIENTE CANCELADO, BA BORRADO
      *DEL MAESTRO, NA PLASTICO NUNCA ACTIVADO, MO CICLO VENCIDO SIN
      *PAGAR (PRIMER TRAMO DE MORA). FECHA-EVENTO ES LA DE LA
      *CORRIDA QUE LO DETECTO Y MES-DESCUENTO EL PAGO QUE LO ABSORBIO.
        03 MOTIVO-CM           PIC X(02).
        03 FECHA-EVENTO-CM     PIC 9(08).
        03 MES-DESCUENTO-CM    PIC 9(06).
