      *SHARED SCREENING REVIEW QUEUE LAYOUT - REVLPB FAMILY
      *UNA POSIBLE COINCIDENCIA CONTRA LISTAS POR REGISTRO: QUIEN
      *(TITULAR CON TARJETA CERO, O EL PLASTICO DEL ADICIONAL), CON
      *QUE PERSONA DE LA LISTA COINCIDIO Y POR QUE (RFC O NOMBRE),
      *DE DONDE SALIO Y QUE DICTAMINO CUMPLIMIENTO EN LPB-DIC.
      *COPY WITH REPLACING TO RENAME EACH FIELD FOR A SUFFIXED FD.
        03 FOLIO-RL            PIC 9(06).
        03 ID-CLIENTE-RL       PIC 9(06).
        03 NUM-TARJETA-RL      PIC 9(02).
        03 NOMBRE-RL           PIC A(20).
        03 RFC-RL              PIC X(13).
      *ORIGEN: CAP CAPTURA EN ARC-SEC, LOT CARGA MASIVA DE LOT-CLI,
      *ADI ADICIONAL EN TAR-CLI, REV RECRIBADO NOCTURNO DE LPB-REV.
        03 ORIGEN-RL           PIC X(03).
        03 FUENTE-RL           PIC X(04).
        03 NUM-LPB-RL          PIC 9(06).
        03 TIPO-COINC-RL       PIC X(01).
           88 COINCIDE-RFC-RL       VALUE "R".
           88 COINCIDE-NOMBRE-RL    VALUE "N".
        03 VERSION-RL          PIC 9(08).
        03 FECHA-RL            PIC 9(08).
        03 OPERADOR-RL         PIC X(08).
      *PENDIENTE HASTA QUE UN OFICIAL LA CONFIRMA (SE BLOQUEAN LOS
      *PLASTICOS) O LA DESCARTA COMO HOMONIMO (SE LIBERA LA CUENTA).
        03 ESTADO-RL           PIC X(01).
           88 REV-PENDIENTE         VALUE "P".
           88 REV-CONFIRMADA        VALUE "C".
           88 REV-DESCARTADA        VALUE "D".
        03 FECHA-DICT-RL       PIC 9(08).
        03 OPERADOR-DICT-RL    PIC X(08).
        03 NOTA-RL             PIC X(40).
