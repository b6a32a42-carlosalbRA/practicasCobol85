                     ==FECHA-ENVIO-FIS-C== BY ==FECHA-ENV-FIS-CAS==.
        03 FECHA-CASTIGO-CAS   PIC 9(08).
        03 OPERADOR-CAS        PIC X(08).
        03 MONTO-ESTIM-CAS     PIC 9(07)V99.

       FD REP-COS.
       01 LINEA-COS              PIC X(132).
