           88 TARJ-BLOQUEADA-T      VALUE "B".
           88 TARJ-CANCELADA-T      VALUE "C".
      *MOTIVO DEL BLOQUEO: RO ROBO, EX EXTRAVIO, FR FRAUDE, RE
      *REEMISION MASIVA, LB LISTAS DE PERSONAS BLOQUEADAS (SOLO LO
      *LEVANTA CUMPLIMIENTO EN LPB-DIC), NE PLASTICO NO ENTREGADO
      *(LO REPORTA LA MENSAJERIA), MO MORA (LO PONE BLQ-MOR Y LO
      *LEVANTA POST-TRX CUANDO LA CUENTA QUEDA AL CORRIENTE);
      *ESPACIOS SI EL PLASTICO NO ESTA BLOQUEADO.
        03 MOTIVO-BLOQ-T       PIC X(02).
      *FECHA DE BLOQUEO PROGRAMADO: LA REEMISION MASIVA DEJA VIVO
      *EL PLASTICO VIEJO DURANTE EL TRASLAPE Y EL POSTEO LO RECHAZA
      *SOLO A PARTIR DE ESTA FECHA. CERO SIGNIFICA SIN PROGRAMAR.
        03 FECHA-BLOQUEO-T     PIC 9(08).
      *SEGUIMIENTO DEL PLASTICO FISICO: P ENVIADO AL EMBOZADOR, M
      *EMBOZADO Y EN MENSAJERIA, R RECHAZADO POR EL EMBOZADOR, D
      *ENTREGADO AL TITULAR, N NO ENTREGABLE, V DEVUELTO POR LA
      *MENSAJERIA. UNA TARJETA EMITIDA SOLO SE ACTIVA CON ENTREGA
      *CONFIRMADA; ESPACIOS (CARTERA ANTERIOR AL SEGUIMIENTO) SE
      *TRATAN COMO ENTREGADO.
        03 ENTREGA-TARJ-T      PIC X(01).
           88 ENTREGA-PENDIENTE-T   VALUE "P".
           88 ENTREGA-EMBOZADA-T    VALUE "M".
           88 ENTREGA-RECHAZADA-T   VALUE "R".
           88 ENTREGA-CONFIRMADA-T  VALUE "D" " ".
           88 ENTREGA-FALLIDA-T     VALUE "N" "V".
      *FECHAS DE ENVIO AL EMBOZADOR, DE EMBOZADO Y DEL ULTIMO AVISO
      *DE LA MENSAJERIA; CERO MIENTRAS NO SUCEDEN.
        03 FECHA-ENVIO-EMB-T   PIC 9(08).
        03 FECHA-EMBOZO-T      PIC 9(08).
        03 FECHA-ENTREGA-T     PIC 9(08).
      *QUIEN FIRMO DE RECIBIDO, O EL MOTIVO QUE DIO EL EMBOZADOR O
      *LA MENSAJERIA CUANDO NO HUBO PLASTICO O NO HUBO ENTREGA.
        03 RECIBIO-T           PIC X(30).
        03 MOTIVO-ENTREGA-T    PIC X(20).
