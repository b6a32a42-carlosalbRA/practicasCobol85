      *SHARED PRIVACY-RIGHTS REQUEST LAYOUT - ARCO FAMILY
      *UNA SOLICITUD DE DERECHOS ARCO POR FOLIO: ACCESO A LOS DATOS
      *PERSONALES, RECTIFICACION, CANCELACION U OPOSICION A SU USO.
      *EL PLAZO DE RESPUESTA DE LA LEY DE PROTECCION DE DATOS SE
      *CUENTA EN DIAS HABILES DESDE LA RECEPCION. LA CAPTURA Y EL
      *SEGUIMIENTO SON DE DAT-ARC; DAT-EXP ENTREGA EL PAQUETE DE
      *DATOS DEL ACCESO Y DAT-ANO EJECUTA LAS CANCELACIONES.
        03 FOLIO-AR            PIC 9(06).
        03 ID-CLIENTE-AR       PIC 9(06).
        03 TIPO-AR             PIC X(01).
           88 ARCO-ACCESO           VALUE "A".
           88 ARCO-RECTIFICACION    VALUE "R".
           88 ARCO-CANCELACION      VALUE "C".
           88 ARCO-OPOSICION        VALUE "O".
           88 TIPO-AR-VALIDO        VALUE "A" "R" "C" "O".
      *CANAL DE RECEPCION: SU SUCURSAL, CE CORREO ELECTRONICO, UN
      *UNIDAD ESPECIALIZADA, IN INAI.
        03 CANAL-AR            PIC X(02).
           88 CANAL-AR-VALIDO       VALUE "SU" "CE" "UN" "IN".
        03 FECHA-RECEPCION-AR  PIC 9(08).
        03 FECHA-LIMITE-AR     PIC 9(08).
        03 DESCRIPCION-AR      PIC X(60).
        03 CAPTURO-AR          PIC X(08).
      *EN TRAMITE HASTA LA RESOLUCION: PROCEDENTE O IMPROCEDENTE.
        03 ESTADO-AR           PIC X(01).
           88 ARCO-EN-TRAMITE       VALUE "A".
           88 ARCO-PROCEDENTE       VALUE "P".
           88 ARCO-IMPROCEDENTE     VALUE "I".
        03 FECHA-ULT-SEG-AR    PIC 9(08).
        03 NOTA-AR             PIC X(60).
        03 FECHA-RESOL-AR      PIC 9(08).
        03 RESOLVIO-AR         PIC X(08).
      *FECHA EN QUE SE CUMPLIO LO RESUELTO: ENTREGA DEL PAQUETE DE
      *DATOS (ACCESO) O ANONIMIZACION (CANCELACION). CERO MIENTRAS
      *ESTA PENDIENTE; UNA CANCELACION PROCEDENTE ESPERA A QUE LA
      *CUENTA ESTE CERRADA Y CUMPLA EL PLAZO DE CONSERVACION.
        03 FECHA-EJECUCION-AR  PIC 9(08).
