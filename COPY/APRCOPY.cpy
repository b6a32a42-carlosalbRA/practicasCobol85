      *SHARED PENDING-APPROVAL RECORD LAYOUT - PENDAPR FAMILY
      *COLA DE AUTORIZACION A CUATRO OJOS PARA OPERACIONES
      *SENSIBLES: EL OPERADOR QUE CAPTURA DEJA AQUI SU SOLICITUD
      *("LIM" CAMBIO DE LIMITE, "LTM" AUMENTO TEMPORAL DE LIMITE
      *CON LOS DIAS DE VIGENCIA EN LA REFERENCIA, "CAS" CORRIDA DE
      *CASTIGO, "FUS" FUSION DE CUENTAS) Y UN OPERADOR DISTINTO LA
      *APRUEBA O
      *RECHAZA EN APR-OPE. EL FOLIO APROBADO SE CONSUME ("U") AL
      *EJECUTARSE LA OPERACION Y NO SIRVE DOS VECES.
        03 FOLIO-AP            PIC 9(06).
