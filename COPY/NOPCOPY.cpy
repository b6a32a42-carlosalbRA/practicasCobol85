      *SHARED MARKETING OPT-OUT LAYOUT - NOPUBLI FAMILY
      *CLIENTES QUE NOS PIDIERON DIRECTAMENTE NO RECIBIR PUBLICIDAD.
      *LA LLAVE ES EL CLIENTE. LA CAPTURA ES DE MAN-NOP; CAM-EXT LOS
      *EXCLUYE DE LAS CAMPANAS Y EST-CTA LES QUITA LOS MENSAJES
      *PROMOCIONALES (NO LOS REGULATORIOS). LOS INSCRITOS EN EL REUS
      *DE CONDUSEF SE CARGAN APARTE EN REUSTEL POR TELEFONO.
        03 ID-CLIENTE-NP       PIC 9(06).
      *"A" VIGENTE; "R" EL CLIENTE LA REVOCO Y VUELVE A RECIBIR
      *PUBLICIDAD (EL REGISTRO SE CONSERVA COMO CONSTANCIA).
        03 ESTADO-NP           PIC X(01).
           88 NP-VIGENTE            VALUE "A".
           88 NP-REVOCADA           VALUE "R".
      *CANAL POR EL QUE LLEGO: SU SUCURSAL, TE TELEFONO, CE CORREO
      *ELECTRONICO, UN UNIDAD ESPECIALIZADA (OPOSICION ARCO).
        03 CANAL-NP            PIC X(02).
           88 CANAL-NP-VALIDO       VALUE "SU" "TE" "CE" "UN".
        03 FECHA-ALTA-NP       PIC 9(08).
        03 CAPTURO-NP          PIC X(08).
        03 FECHA-REVOCA-NP     PIC 9(08).
        03 REVOCO-NP           PIC X(08).
