      *SHARED BLOCKED-PERSONS LIST LAYOUT - LISTABLQ FAMILY
      *UNA PERSONA POR REGISTRO TAL COMO LA PUBLICA SU FUENTE: LA
      *LISTA DE PERSONAS BLOQUEADAS DE LA UIF ("LPB "), EL CONSEJO
      *DE SEGURIDAD DE LA ONU ("ONU ") U OFAC ("OFAC"). LPB-CAR
      *RECONSTRUYE EL ARCHIVO COMPLETO CON CADA VERSION NUEVA Y
      *VAL-LPB LO CONSULTA POR RAIZ DE RFC Y POR NOMBRE.
      *COPY WITH REPLACING TO RENAME EACH FIELD FOR A SUFFIXED FD.
        03 LPB-KEY.
           05 FUENTE-LPB       PIC X(04).
           05 NUM-LPB          PIC 9(06).
        03 NOMBRE-LPB          PIC A(20).
      *LA RAIZ (LETRAS Y FECHA) IDENTIFICA A LA PERSONA AUNQUE LA
      *HOMOCLAVE DE LA LISTA NO COINCIDA CON LA DEL PADRON; EN
      *BLANCO CUANDO LA FUENTE SOLO PUBLICA EL NOMBRE.
        03 RFC-LPB.
           05 RAIZ-RFC-LPB     PIC X(10).
           05 HOMOCLAVE-LPB    PIC X(03).
        03 VERSION-LPB         PIC 9(08).
