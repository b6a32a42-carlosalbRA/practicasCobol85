      *SHARED DISASTER-RELIEF ENROLLMENT LAYOUT - APOYCLI FAMILY
      *UNA INSCRIPCION POR CLIENTE EN UN PROGRAMA DE APOYO (APOYOS).
      *MIENTRAS ESTA VIGENTE REC-MOR NO COBRA RECARGOS, CAR-MOR NO
      *MANDA CARTAS, ASG-AGE NO ASIGNA A AGENCIA Y BUR-EXT NO
      *REPORTA MOROSIDAD AL BURO. UN CLIENTE SOLO ESTA EN UN
      *PROGRAMA A LA VEZ; UNA INSCRIPCION TERMINADA SE REUTILIZA SI
      *LO AFECTA UN DESASTRE POSTERIOR.
        03 ID-CLIENTE-AC       PIC 9(06).
        03 CLAVE-AP-AC         PIC 9(03).
      *"A" AUTOMATICA POR EL CP-DIR DEL CLIENTE, "S" A SOLICITUD
      *DEL CLIENTE CAPTURADA EN MAN-APO.
        03 ORIGEN-AC           PIC X(01).
           88 AC-AUTOMATICA        VALUE "A".
           88 AC-SOLICITUD         VALUE "S".
        03 FECHA-INSC-AC       PIC 9(08).
      *VENTANA DEL APOYO COPIADA DEL PROGRAMA AL INSCRIBIR, PARA QUE
      *LOS PROGRAMAS DE COBRANZA LA REVISEN SIN LEER APOYOS.
        03 FECHA-INI-AC        PIC 9(08).
        03 FECHA-FIN-AC        PIC 9(08).
      *"I" INSCRITO, VENCIMIENTOS POR DIFERIR; "V" VIGENTE, YA
      *DIFERIDO; "T" TERMINADO, DE REGRESO A TERMINOS NORMALES.
        03 ESTADO-AC           PIC X(01).
           88 AC-INSCRITO          VALUE "I".
           88 AC-VIGENTE           VALUE "V".
           88 AC-TERMINADO         VALUE "T".
           88 AC-EN-APOYO          VALUE "I" "V".
      *CICLOS DIFERIDOS Y SALDO PENDIENTE QUE TENIAN AL DIFERIRSE,
      *PARA EL REPORTE REGULATORIO.
        03 CICLOS-DIF-AC       PIC 9(03).
        03 SALDO-DIF-AC        PIC 9(09)V99.
        03 FECHA-TERM-AC       PIC 9(08).
        03 OPERADOR-AC         PIC X(08).
