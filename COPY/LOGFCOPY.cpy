      *SHARED SIGN-ON LOG RECORD - LOGFIRMA FAMILY
      *UN ASIENTO POR CADA EVENTO DE FIRMA QUE REGISTRA SEC-OPER Y POR
      *CADA DESBLOQUEO O RESTABLECIMIENTO DE CLAVE QUE HACE MAN-OPE.
      *REP-FIR LO RESUME POR OPERADOR.
        03 ID-OPER-LF          PIC X(08).
        03 FECHA-LF            PIC 9(08).
        03 HORA-LF             PIC 9(08).
      *"SP" ES UNA FIRMA CORRECTA EN UN PROGRAMA QUE LOS ROLES DEL
      *OPERADOR NO INCLUYEN.
        03 EVENTO-LF           PIC X(02).
           88 LF-FIRMA-OK          VALUE "OK".
           88 LF-NO-EXISTE         VALUE "NE".
           88 LF-INACTIVO          VALUE "IN".
           88 LF-CLAVE-MALA        VALUE "CI".
           88 LF-BLOQUEO           VALUE "BQ".
           88 LF-INTENTO-BLOQUEADO VALUE "BL".
           88 LF-CAMBIO-CLAVE      VALUE "CC".
           88 LF-CAMBIO-RECHAZADO  VALUE "CR".
           88 LF-DESBLOQUEO        VALUE "DS".
           88 LF-RESTABLECE        VALUE "RS".
           88 LF-SIN-PERMISO       VALUE "SP".
      *ADMINISTRADOR QUE DESBLOQUEO O RESTABLECIO; EN BLANCO PARA LOS
      *EVENTOS DE FIRMA.
        03 ADMIN-LF            PIC X(08).
