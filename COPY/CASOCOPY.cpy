      *SHARED UNUSUAL-OPERATIONS CASE LAYOUT - CASOSOI FAMILY
      *UN EXPEDIENTE POR CLIENTE Y EPISODIO: LA PRIMERA ALERTA
      *(VELOCIDAD DEL POSTEO O MONITOREO DE EFECTIVO) LO ABRE Y LAS
      *SIGUIENTES DEL MISMO CLIENTE SE ADJUNTAN MIENTRAS SIGA
      *ABIERTO. EL PLAZO REGULATORIO CORRE DESDE LA DETECCION; EL
      *ANALISTA LO DICTAMINA EN CAS-DIC Y CAS-ROI MANDA AL REGULADOR
      *LOS REPORTABLES. COPY WITH REPLACING FOR A SUFFIXED FD.
        03 FOLIO-CS            PIC 9(06).
        03 ID-CLIENTE-CS       PIC 9(06).
      *ORIGEN DE LA ALERTA QUE ABRIO EL CASO: VEL VELOCIDAD EN
      *POST-TRX, REL OPERACION RELEVANTE Y FRA FRACCIONAMIENTO EN
      *AML-EFE.
        03 ORIGEN-CS           PIC X(03).
        03 FECHA-DETECCION-CS  PIC 9(08).
        03 FECHA-LIMITE-CS     PIC 9(08).
        03 ALERTAS-CS          PIC 9(03).
        03 FECHA-ULT-ALERTA-CS PIC 9(08).
        03 MONTO-CS            PIC 9(09)V99.
        03 ANALISTA-CS         PIC X(08).
      *ABIERTO HASTA EL DICTAMEN: DESCARTADO, O REPORTABLE COMO
      *INUSUAL; EL REPORTABLE PASA A ENVIADO CUANDO CAS-ROI LO
      *INCLUYE EN EL ARCHIVO DEL REGULADOR.
        03 ESTADO-CS           PIC X(01).
           88 CASO-ABIERTO          VALUE "A".
           88 CASO-DESCARTADO       VALUE "D".
           88 CASO-REPORTABLE       VALUE "R".
           88 CASO-ENVIADO          VALUE "E".
        03 FECHA-DICT-CS       PIC 9(08).
        03 DICTAMINO-CS        PIC X(08).
        03 NOTA-CS             PIC X(60).
        03 FECHA-REPORTE-CS    PIC 9(08).
